           05 EM-STATUS                PIC X(1).
              88 EM-ACTIVE             VALUE 'A', ' '.
              88 EM-SEPARATED          VALUE 'S'.
           05 EM-SHIFT-START           PIC 9(4).
           05 EM-SHIFT-END             PIC 9(4).
           05 EM-PAY-FREQ              PIC X(1).
              88 EM-PAID-WEEKLY        VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY   VALUE 'S'.
              88 EM-PAID-MONTHLY       VALUE 'M', ' '.

       FD  FINALHRS-FILE.
       01  FINALHRS-REC.
           05 PC-TAX-DED               PIC 9(7)V99.
           05 PC-TOTAL-DED             PIC 9(7)V99.
           05 PC-NET                   PIC 9(7)V99.
           05 PC-FREQ                  PIC X(1).

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

       01  WS-LAST-NET                 PIC 9(7)V99 VALUE 0.
       01  WS-LAST-GROSS               PIC 9(7)V99 VALUE 0.
       01  WS-LAST-TAX                 PIC 9(7)V99 VALUE 0.
       01  WS-13TH-PAY                 PIC 9(7)V99 VALUE 0.
       01  WS-LEAVE-PAY                PIC 9(7)V99 VALUE 0.
       01  WS-LEAVE-DAYS               PIC 9(3)V99 VALUE 0.
               MOVE 'YES' TO WS-DEDMAST-OPEN
           END-IF

           MOVE SPACES TO PAYJRNL-PARM
           MOVE 'O' TO PJ-FUNCTION
           MOVE 'FINAL' TO PJ-SOURCE
           CALL 'PAYJRNL' USING PAYJRNL-PARM

           OPEN OUTPUT PAYSLIP-FILE
           OPEN OUTPUT CLEARREG-FILE
           WRITE CLEARREG-REC FROM CLR-HEADER-1
           IF WS-DEDMAST-OPEN = 'YES'
               CLOSE DEDMAST
           END-IF
           MOVE 'C' TO PJ-FUNCTION
           CALL 'PAYJRNL' USING PAYJRNL-PARM
           IF PJ-RESULT NOT = '00'
               DISPLAY 'FINAL-PAY: PAYROLL JOURNAL PRJRNL-FINAL.DAT '
                   'DOES NOT BALANCE - GL-POST WILL REJECT IT'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'FINAL-PAY: ' WS-EMP-CTR ' SEPARATED EMPLOYEE(S) '
               'SETTLED - SEE CLEARREG.TXT'
           STOP RUN.
               WS-LAST-NET + WS-13TH-PAY + WS-LEAVE-PAY
           MOVE WS-PROCEEDS TO WS-FINAL-NET

           PERFORM JRNL-SETTLEMENT-RTN
           PERFORM SETTLE-LOANS-RTN
           MOVE 'N' TO PJ-FUNCTION
           MOVE WS-FINAL-NET TO PJ-AMOUNT
           CALL 'PAYJRNL' USING PAYJRNL-PARM

           ADD 1 TO WS-EMP-CTR
           ADD WS-PROCEEDS TO WS-TOT-PROCEEDS

       CALC-LAST-SALARY-RTN.
           MOVE 0 TO WS-LAST-NET
           MOVE 0 TO WS-LAST-GROSS
           MOVE 0 TO WS-LAST-TAX
           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
                   UNTIL WS-FH-IDX > WS-FH-COUNT
               IF FHT-EMPNO(WS-FH-IDX) = EM-EMPNO
                   MOVE EM-RATE TO PC-RATE
                   MOVE EM-TYPE TO PC-TYPE
                   MOVE 0 TO PC-OTHER-DED
                   MOVE EM-PAY-FREQ TO PC-FREQ
                   CALL 'PAYCALC' USING PAYCALC-PARM
                   ADD PC-NET TO WS-LAST-NET
                   ADD PC-GROSS TO WS-LAST-GROSS
                   COMPUTE WS-LAST-TAX =
                       WS-LAST-TAX + PC-GROSS - PC-NET
               END-IF
           END-PERFORM.

               SUBTRACT WS-SETTLE-AMT FROM WS-FINAL-NET
               SUBTRACT WS-SETTLE-AMT FROM DM-BALANCE
               ADD WS-SETTLE-AMT TO WS-LOAN-SETTLED
               MOVE 'D' TO PJ-FUNCTION
               MOVE DM-DESC TO PJ-DED-DESC
               MOVE WS-SETTLE-AMT TO PJ-AMOUNT
               CALL 'PAYJRNL' USING PAYJRNL-PARM
           END-IF
           IF DM-BALANCE = 0
               MOVE 'S' TO DM-ACTIVE
           END-IF
           REWRITE DEDMAST-REC.

      * The settlement's ledger entries go to PRJRNL-FINAL.DAT: last
      * salary and leave conversion to salaries expense, the prorated
      * thirteenth month to its own expense, the last salary's tax,
      * each loan settled back to deductions payable, and what is
      * finally owed the employee to net pay clearing, where it stays
      * until the final pay check is released.
       JRNL-SETTLEMENT-RTN.
           MOVE EM-EMPNO TO PJ-EMPNO
           MOVE EM-DEPT TO PJ-DEPT
           MOVE 'N' TO PJ-REVERSE
           MOVE 'X' TO PJ-FUNCTION
           MOVE 'S' TO PJ-PAY-TYPE
           COMPUTE PJ-AMOUNT = WS-LAST-GROSS + WS-LEAVE-PAY
           CALL 'PAYJRNL' USING PAYJRNL-PARM
           MOVE 'T' TO PJ-PAY-TYPE
           MOVE WS-13TH-PAY TO PJ-AMOUNT
           CALL 'PAYJRNL' USING PAYJRNL-PARM
           MOVE 'W' TO PJ-FUNCTION
           MOVE WS-LAST-TAX TO PJ-AMOUNT
           CALL 'PAYJRNL' USING PAYJRNL-PARM.

       WRITE-PAYSLIP-RTN.
           IF WS-PAYSLIP-CTR > 0
               WRITE PAYSLIP-LINE FROM PS-BLANK-LINE
