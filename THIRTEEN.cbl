           05 EM-STATUS                PIC X(1).
              88 EM-ACTIVE             VALUE 'A', ' '.
              88 EM-SEPARATED          VALUE 'S'.
           05 EM-SHIFT-START           PIC 9(4).
           05 EM-SHIFT-END             PIC 9(4).
           05 EM-PAY-FREQ              PIC X(1).
              88 EM-PAID-WEEKLY        VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY   VALUE 'S'.
              88 EM-PAID-MONTHLY       VALUE 'M', ' '.

       WORKING-STORAGE SECTION.
       01  WS-YTD-STATUS               PIC XX VALUE SPACES.

       01  WS-PAYSLIP-CTR              PIC 9(4) VALUE 0.

       01  PAYJRNL-PARM.
           05 PJ-FUNCTION              PIC X(1).
           05 PJ-SOURCE                PIC X(8).
           05 PJ-PERIOD                PIC X(6).
           05 PJ-EMPNO                 PIC X(10).
           05 PJ-DEPT                  PIC X(1).
           05 PJ-PAY-TYPE              PIC X(1).
           05 PJ-REVERSE               PIC X(1).
           05 PJ-DED-DESC              PIC X(15).
           05 PJ-AMOUNT                PIC 9(7)V99.
           05 PJ-RESULT                PIC X(2).
           05 PJ-LINE-CTR              PIC 9(5).
           05 PJ-DR-TOTAL              PIC 9(13)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT YTD-IN

           PERFORM INIT-DEPT-TABLE

           MOVE SPACES TO PAYJRNL-PARM
           MOVE 'O' TO PJ-FUNCTION
           MOVE '13TH' TO PJ-SOURCE
           CALL 'PAYJRNL' USING PAYJRNL-PARM

           WRITE REPORT-LINE FROM HEADER-LINE-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADER-LINE-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM COLUMN-HEADER AFTER ADVANCING 2 LINES
           IF WS-EMPMAST-OPEN = 'YES'
               CLOSE EMPMAST
           END-IF
           MOVE 'C' TO PJ-FUNCTION
           CALL 'PAYJRNL' USING PAYJRNL-PARM
           IF PJ-RESULT NOT = '00'
               DISPLAY 'THIRTEENTH-MONTH: PAYROLL JOURNAL '
                   'PRJRNL-13TH.DAT DOES NOT BALANCE - GL-POST WILL '
                   'REJECT IT'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'THIRTEENTH-MONTH: ' WS-EMP-CTR
               ' EMPLOYEES COMPUTED - PROMOTE YTD-RESET.DAT TO '
               'YTD.DAT AT THE START OF THE NEW YEAR'
           ADD WS-13TH-PAY TO WS-GRAND-TOTAL

           PERFORM WRITE-PAYSLIP-RTN
           PERFORM JRNL-13TH-RTN
           PERFORM WRITE-RESET-RTN.

      * Thirteenth month expense by department, owed to the employee
      * through net pay clearing until it is paid out.
       JRNL-13TH-RTN.
           MOVE YTD-IN-EMPNO TO PJ-EMPNO
           MOVE WS-EMP-DEPT TO PJ-DEPT
           MOVE 'N' TO PJ-REVERSE
           MOVE 'T' TO PJ-PAY-TYPE
           MOVE 'X' TO PJ-FUNCTION
           MOVE WS-13TH-PAY TO PJ-AMOUNT
           CALL 'PAYJRNL' USING PAYJRNL-PARM
           MOVE 'N' TO PJ-FUNCTION
           CALL 'PAYJRNL' USING PAYJRNL-PARM.

       EMPMAST-FIND-RTN.
           MOVE SPACES TO WS-EMP-NAME
           MOVE SPACE TO WS-EMP-DEPT
