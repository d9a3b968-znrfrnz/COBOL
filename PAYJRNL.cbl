       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYJRNL.
       AUTHOR. COBOL-PROGRAMMER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO DYNAMIC WS-JRNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT CLRITEM-FILE ASSIGN TO "PRCLROPN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRITEM-STATUS.
           SELECT REMIT-FILE ASSIGN TO "REMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT AGYTABLE-FILE ASSIGN TO "AGYTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGYTABLE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE.
       01  JRNL-REC                    PIC X(80).
       01  JRNL-IN-DETAIL.
           05 JI-RECTYPE               PIC X(1).
           05 JI-BRANCH                PIC X(2).
           05 JI-GLACCT                PIC X(6).
           05 JI-DRCR                  PIC X(1).
           05 JI-AMOUNT                PIC 9(11)V99.
           05 JI-DESC                  PIC X(20).
           05 FILLER                   PIC X(37).

      * Net pay waiting in the clearing account, one item per
      * employee per run, until the bank credit posts or the item is
      * settled by hand.
       FD  CLRITEM-FILE.
       01  CLRITEM-REC.
           05 CI-DATE                  PIC X(8).
           05 FILLER                   PIC X(1).
           05 CI-SOURCE                PIC X(8).
           05 FILLER                   PIC X(1).
           05 CI-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 CI-AMOUNT                PIC S9(7)V99.
           05 FILLER                   PIC X(1).
           05 CI-OPEN                  PIC S9(7)V99.

       FD  REMIT-FILE.
       01  REMIT-REC.
           05 RM-DATE                  PIC X(8).
           05 FILLER                   PIC X(1).
           05 RM-EMP-NO                PIC X(5).
           05 FILLER                   PIC X(1).
           05 RM-EMP-NAME              PIC X(25).
           05 FILLER                   PIC X(1).
           05 RM-GSIS                  PIC 9(4)V99.
           05 FILLER                   PIC X(1).
           05 RM-PHIL                  PIC 9(3)V99.
           05 FILLER                   PIC X(1).
           05 RM-PAGIBIG               PIC 9(4)V99.
           05 FILLER                   PIC X(1).
           05 RM-TAX                   PIC 9(4)V99.
           05 FILLER                   PIC X(1).
           05 RM-OPERATOR              PIC X(8).

       FD  AGYTABLE-FILE.
       01  AGYTABLE-REC.
           05 AG-CODE                  PIC X(1).
           05 FILLER                   PIC X(1).
           05 AG-FACTOR                PIC 9(1)V9(4).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE                  PIC X(8).
           05 FILLER                   PIC X(1).
           05 BD-TOLERANCE             PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS              PIC XX VALUE SPACES.
       01  WS-CLRITEM-STATUS           PIC XX VALUE SPACES.
       01  WS-REMIT-STATUS             PIC XX VALUE SPACES.
       01  WS-AGYTABLE-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF                      PIC X(3) VALUE 'NO '.
       01  WS-JRNL-OPEN                PIC X(3) VALUE 'NO '.
       01  WS-JRNL-NAME                PIC X(20) VALUE SPACES.
       01  WS-BUS-DATE                 PIC X(8) VALUE SPACES.
       01  WS-CARRIED-CTR              PIC 9(5) VALUE 0.
       01  WS-FULL-SEEN                PIC X(3) VALUE 'NO '.

      * Payroll is a head-office function: every payroll line is
      * booked to the head-office branch.
       01  WS-PAY-BRANCH               PIC X(2) VALUE '01'.

       01  WS-DEPT-DIGIT               PIC X(1) VALUE SPACE.
       01  WS-LN-GLACCT                PIC X(6) VALUE SPACES.
       01  WS-LN-DRCR                  PIC X(1) VALUE SPACE.
       01  WS-LN-DESC                  PIC X(20) VALUE SPACES.
       01  WS-SAVE-DESC                PIC X(20) VALUE SPACES.
       01  WS-LN-AMOUNT                PIC 9(11)V99 VALUE 0.
       01  WS-REMAIN                   PIC 9(7)V99 VALUE 0.
       01  WS-SHARE                    PIC 9(7)V99 VALUE 0.
       01  WS-ER-AMT                   PIC 9(7)V99 VALUE 0.
       01  WS-DR-TOTAL                 PIC 9(13)V99 VALUE 0.
       01  WS-CR-TOTAL                 PIC 9(13)V99 VALUE 0.
       01  WS-LINE-CTR                 PIC 9(5) VALUE 0.
       01  WS-FROM-YEAR                PIC 9(4) VALUE 0.

      * Employer counterpart per agency, as REMIT-REGISTER applies
      * it; AGYTABLE.DAT overrides the defaults.
       01  WS-ER-FACTOR-GSIS           PIC 9(1)V9(4) VALUE 1.3334.
       01  WS-ER-FACTOR-PHIL           PIC 9(1)V9(4) VALUE 1.0000.
       01  WS-ER-FACTOR-PAGIBIG        PIC 9(1)V9(4) VALUE 1.0000.

      * Summarized journal lines: one per account, side and
      * description, added to as the run books each employee.
       01  WS-JL-COUNT                 PIC 9(3) VALUE 0.
       01  WS-JL-IDX                   PIC 9(3) VALUE 0.
       01  WS-JL-SEL                   PIC 9(3) VALUE 0.
       01  JRNL-LINE-TABLE.
           05 JL-ENTRY OCCURS 200 TIMES.
              10 JL-GLACCT             PIC X(6).
              10 JL-DRCR               PIC X(1).
              10 JL-DESC               PIC X(20).
              10 JL-AMOUNT             PIC 9(11)V99.

      * Employee shares of the statutory contributions by employee
      * and month, from the remittance file.
       01  WS-RT-COUNT                 PIC 9(4) VALUE 0.
       01  WS-RT-IDX                   PIC 9(4) VALUE 0.
       01  WS-RT-SEL                   PIC 9(4) VALUE 0.
       01  REMIT-SHARE-TABLE.
           05 RT-ENTRY OCCURS 2000 TIMES.
              10 RT-EMPNO              PIC X(5).
              10 RT-PERIOD             PIC X(6).
              10 RT-GSIS               PIC 9(7)V99.
              10 RT-PHIL               PIC 9(7)V99.
              10 RT-PAGIBIG            PIC 9(7)V99.

       01  JRNL-HEADER.
           05 JH-RECTYPE               PIC X(1) VALUE 'H'.
           05 JH-BUSDATE               PIC X(8).
           05 JH-HASH                  PIC 9(13)V99.
           05 FILLER                   PIC X(56) VALUE SPACES.

       01  JRNL-DETAIL.
           05 JD-RECTYPE               PIC X(1) VALUE 'D'.
           05 JD-BRANCH                PIC X(2).
           05 JD-GLACCT                PIC X(6).
           05 JD-DRCR                  PIC X(1).
           05 JD-AMOUNT                PIC 9(11)V99.
           05 JD-DESC                  PIC X(20).
           05 FILLER                   PIC X(37) VALUE SPACES.

       01  JRNL-TRAILER.
           05 JT-RECTYPE               PIC X(1) VALUE 'T'.
           05 JT-COUNT                 PIC 9(5).
           05 JT-DR-TOTAL              PIC 9(13)V99.
           05 JT-CR-TOTAL              PIC 9(13)V99.
           05 FILLER                   PIC X(44) VALUE SPACES.

       LINKAGE SECTION.
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

      * The payroll runs' general ledger feed. Each run opens its own
      * journal (PRJRNL-<source>.DAT), books every employee through
      * it and closes it; the journal is in the bank's GLJRNL layout
      * so GL-POST takes it the same night. Functions:
      *   O  open the run's journal (period defaults to the business
      *      date's month)
      *   X  expense (pay type S salaries, T thirteenth month)
      *   W  tax withheld, split into the statutory contributions
      *      on the remittance file with the employer counterpart
      *   D  recurring deduction payable
      *   N  net pay to the clearing account
      *   A  year-end withholding tax adjustment collected (a refund
      *      is passed with PJ-REVERSE 'Y')
      *   C  close and write the journal
      * PJ-REVERSE 'Y' books the opposite side, for a period being
      * backed out by a correction run.
       PROCEDURE DIVISION USING PAYJRNL-PARM.
       MAIN-PARA.
           MOVE '00' TO PJ-RESULT
           EVALUATE PJ-FUNCTION
               WHEN 'O'
                   PERFORM OPEN-JRNL-RTN
               WHEN 'X'
                   PERFORM EXPENSE-RTN
               WHEN 'W'
                   PERFORM WITHHELD-RTN
               WHEN 'D'
                   PERFORM DEDUCTION-RTN
               WHEN 'N'
                   PERFORM NET-PAY-RTN
               WHEN 'A'
                   PERFORM TAX-ADJ-RTN
               WHEN 'C'
                   PERFORM CLOSE-JRNL-RTN
               WHEN OTHER
                   MOVE '16' TO PJ-RESULT
           END-EVALUATE
           GOBACK.

      * A journal GL-POST has not yet taken is still on file with
      * its lines; a second run before the ledger update adds to it
      * rather than overwriting it.
       OPEN-JRNL-RTN.
           MOVE 0 TO WS-JL-COUNT
           MOVE 0 TO WS-CARRIED-CTR
           MOVE 'NO ' TO WS-FULL-SEEN
           MOVE SPACES TO WS-JRNL-NAME
           STRING 'PRJRNL-' DELIMITED BY SIZE
               PJ-SOURCE DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO WS-JRNL-NAME
           END-STRING
           PERFORM LOAD-BUSDATE-RTN
           IF PJ-PERIOD = SPACES
               MOVE WS-BUS-DATE(1:6) TO PJ-PERIOD
           END-IF
           PERFORM LOAD-REMIT-RTN
           PERFORM LOAD-AGY-FACTORS-RTN

           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS = '00'
               MOVE 'NO ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'YES'
                   READ JRNL-FILE
                       AT END MOVE 'YES' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'YES' AND JI-RECTYPE = 'D'
                       AND JI-AMOUNT NUMERIC
                       MOVE JI-GLACCT TO WS-LN-GLACCT
                       MOVE JI-DRCR TO WS-LN-DRCR
                       MOVE JI-DESC TO WS-LN-DESC
                       MOVE JI-AMOUNT TO WS-LN-AMOUNT
                       PERFORM ADD-LINE-RTN
                       ADD 1 TO WS-CARRIED-CTR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-JRNL-STATUS NOT = '35'
               CLOSE JRNL-FILE
           END-IF
           IF WS-CARRIED-CTR > 0
               DISPLAY 'PAYJRNL: ' WS-CARRIED-CTR ' LINE(S) NOT YET '
                   'POSTED TO THE LEDGER CARRIED ON '
                   FUNCTION TRIM(WS-JRNL-NAME)
           END-IF

           OPEN EXTEND CLRITEM-FILE
           IF WS-CLRITEM-STATUS = '05' OR WS-CLRITEM-STATUS = '35'
               OPEN OUTPUT CLRITEM-FILE
           END-IF
           MOVE 'YES' TO WS-JRNL-OPEN.

      * Expense goes to the department's account: the fifth digit
      * is the department (9 for any department not on the chart).
       EXPENSE-RTN.
           PERFORM DEPT-DIGIT-RTN
           IF PJ-PAY-TYPE = 'T'
               MOVE '5103' TO WS-LN-GLACCT(1:4)
               MOVE '13TH MONTH PAY' TO WS-LN-DESC
           ELSE
               MOVE '5101' TO WS-LN-GLACCT(1:4)
               MOVE 'SALARIES AND WAGES' TO WS-LN-DESC
           END-IF
           MOVE WS-DEPT-DIGIT TO WS-LN-GLACCT(5:1)
           MOVE '0' TO WS-LN-GLACCT(6:1)
           MOVE PJ-AMOUNT TO WS-LN-AMOUNT
           PERFORM BOOK-DR-RTN.

      * The tax bracket deduction is what the payroll withholds for
      * the government. The employee's GSIS, PhilHealth and Pag-IBIG
      * shares for the month are carved out of it in that order, as
      * far as it goes, each with its employer counterpart; whatever
      * is left is withholding tax on compensation.
       WITHHELD-RTN.
           MOVE PJ-AMOUNT TO WS-REMAIN
           PERFORM FIND-REMIT-RTN
           IF WS-RT-SEL > 0
               MOVE RT-GSIS(WS-RT-SEL) TO WS-SHARE
               IF WS-SHARE > WS-REMAIN
                   MOVE WS-REMAIN TO WS-SHARE
               END-IF
               IF WS-SHARE > 0
                   MOVE '210300' TO WS-LN-GLACCT
                   MOVE 'GSIS EE SHARE' TO WS-LN-DESC
                   MOVE WS-SHARE TO WS-LN-AMOUNT
                   PERFORM BOOK-CR-RTN
                   COMPUTE WS-ER-AMT ROUNDED =
                       WS-SHARE * WS-ER-FACTOR-GSIS
                   MOVE 'GSIS ER SHARE' TO WS-LN-DESC
                   PERFORM EMPLOYER-SHARE-RTN
                   SUBTRACT WS-SHARE FROM WS-REMAIN
               END-IF

               MOVE RT-PHIL(WS-RT-SEL) TO WS-SHARE
               IF WS-SHARE > WS-REMAIN
                   MOVE WS-REMAIN TO WS-SHARE
               END-IF
               IF WS-SHARE > 0
                   MOVE '210400' TO WS-LN-GLACCT
                   MOVE 'PHILHEALTH EE SHARE' TO WS-LN-DESC
                   MOVE WS-SHARE TO WS-LN-AMOUNT
                   PERFORM BOOK-CR-RTN
                   COMPUTE WS-ER-AMT ROUNDED =
                       WS-SHARE * WS-ER-FACTOR-PHIL
                   MOVE 'PHILHEALTH ER SHARE' TO WS-LN-DESC
                   PERFORM EMPLOYER-SHARE-RTN
                   SUBTRACT WS-SHARE FROM WS-REMAIN
               END-IF

               MOVE RT-PAGIBIG(WS-RT-SEL) TO WS-SHARE
               IF WS-SHARE > WS-REMAIN
                   MOVE WS-REMAIN TO WS-SHARE
               END-IF
               IF WS-SHARE > 0
                   MOVE '210500' TO WS-LN-GLACCT
                   MOVE 'PAG-IBIG EE SHARE' TO WS-LN-DESC
                   MOVE WS-SHARE TO WS-LN-AMOUNT
                   PERFORM BOOK-CR-RTN
                   COMPUTE WS-ER-AMT ROUNDED =
                       WS-SHARE * WS-ER-FACTOR-PAGIBIG
                   MOVE 'PAG-IBIG ER SHARE' TO WS-LN-DESC
                   PERFORM EMPLOYER-SHARE-RTN
                   SUBTRACT WS-SHARE FROM WS-REMAIN
               END-IF
           END-IF

           IF WS-REMAIN > 0
               MOVE '210200' TO WS-LN-GLACCT
               MOVE 'WTAX WITHHELD' TO WS-LN-DESC
               MOVE WS-REMAIN TO WS-LN-AMOUNT
               PERFORM BOOK-CR-RTN
           END-IF.

      * Employer counterpart: the agency payable already in
      * WS-LN-GLACCT is credited, the department's employer
      * contribution expense debited.
       EMPLOYER-SHARE-RTN.
           IF WS-ER-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ER-AMT TO WS-LN-AMOUNT
           PERFORM BOOK-CR-RTN
           PERFORM DEPT-DIGIT-RTN
           MOVE '5102' TO WS-LN-GLACCT(1:4)
           MOVE WS-DEPT-DIGIT TO WS-LN-GLACCT(5:1)
           MOVE '0' TO WS-LN-GLACCT(6:1)
           MOVE 'EMPLOYER CONTRIB' TO WS-LN-DESC
           MOVE WS-ER-AMT TO WS-LN-AMOUNT
           PERFORM BOOK-DR-RTN.

       DEDUCTION-RTN.
           MOVE '210600' TO WS-LN-GLACCT
           MOVE SPACES TO WS-LN-DESC
           STRING 'DED ' DELIMITED BY SIZE
               PJ-DED-DESC DELIMITED BY SIZE
               INTO WS-LN-DESC
           END-STRING
           MOVE PJ-AMOUNT TO WS-LN-AMOUNT
           PERFORM BOOK-CR-RTN.

       TAX-ADJ-RTN.
           MOVE '210200' TO WS-LN-GLACCT
           MOVE 'WTAX YR-END ADJ' TO WS-LN-DESC
           MOVE PJ-AMOUNT TO WS-LN-AMOUNT
           PERFORM BOOK-CR-RTN.

       NET-PAY-RTN.
           MOVE '290300' TO WS-LN-GLACCT
           MOVE 'NET PAY' TO WS-LN-DESC
           MOVE PJ-AMOUNT TO WS-LN-AMOUNT
           PERFORM BOOK-CR-RTN
           IF PJ-AMOUNT = 0 OR WS-JRNL-OPEN NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CLRITEM-REC
           MOVE WS-BUS-DATE TO CI-DATE
           MOVE PJ-SOURCE TO CI-SOURCE
           MOVE PJ-EMPNO TO CI-EMPNO
           IF PJ-REVERSE = 'Y'
               COMPUTE CI-AMOUNT = 0 - PJ-AMOUNT
           ELSE
               MOVE PJ-AMOUNT TO CI-AMOUNT
           END-IF
           MOVE CI-AMOUNT TO CI-OPEN
           WRITE CLRITEM-REC.

       BOOK-DR-RTN.
           IF PJ-REVERSE = 'Y'
               MOVE 'C' TO WS-LN-DRCR
               PERFORM REVERSAL-DESC-RTN
           ELSE
               MOVE 'D' TO WS-LN-DRCR
           END-IF
           PERFORM ADD-LINE-RTN.

       BOOK-CR-RTN.
           IF PJ-REVERSE = 'Y'
               MOVE 'D' TO WS-LN-DRCR
               PERFORM REVERSAL-DESC-RTN
           ELSE
               MOVE 'C' TO WS-LN-DRCR
           END-IF
           PERFORM ADD-LINE-RTN.

       REVERSAL-DESC-RTN.
           MOVE WS-LN-DESC TO WS-SAVE-DESC
           MOVE SPACES TO WS-LN-DESC
           STRING 'REV ' DELIMITED BY SIZE
               WS-SAVE-DESC DELIMITED BY SIZE
               INTO WS-LN-DESC
           END-STRING.

       ADD-LINE-RTN.
           IF WS-LN-AMOUNT = 0
               OR (WS-JRNL-OPEN NOT = 'YES' AND PJ-FUNCTION NOT = 'O')
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-JL-SEL
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
                      OR WS-JL-SEL > 0
               IF JL-GLACCT(WS-JL-IDX) = WS-LN-GLACCT
                   AND JL-DRCR(WS-JL-IDX) = WS-LN-DRCR
                   AND JL-DESC(WS-JL-IDX) = WS-LN-DESC
                   MOVE WS-JL-IDX TO WS-JL-SEL
               END-IF
           END-PERFORM
           IF WS-JL-SEL = 0
               IF WS-JL-COUNT < 200
                   ADD 1 TO WS-JL-COUNT
                   MOVE WS-JL-COUNT TO WS-JL-SEL
                   MOVE WS-LN-GLACCT TO JL-GLACCT(WS-JL-SEL)
                   MOVE WS-LN-DRCR TO JL-DRCR(WS-JL-SEL)
                   MOVE WS-LN-DESC TO JL-DESC(WS-JL-SEL)
                   MOVE 0 TO JL-AMOUNT(WS-JL-SEL)
               ELSE
                   IF WS-FULL-SEEN = 'NO '
                       DISPLAY 'PAYJRNL: JOURNAL LINE TABLE FULL '
                           '(200) - ' FUNCTION TRIM(WS-JRNL-NAME)
                           ' WILL NOT BALANCE'
                       MOVE 'YES' TO WS-FULL-SEEN
                   END-IF
                   MOVE '16' TO PJ-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-LN-AMOUNT TO JL-AMOUNT(WS-JL-SEL).

       DEPT-DIGIT-RTN.
           EVALUATE PJ-DEPT
               WHEN '1'
               WHEN '2'
               WHEN '3'
                   MOVE PJ-DEPT TO WS-DEPT-DIGIT
               WHEN OTHER
                   MOVE '9' TO WS-DEPT-DIGIT
           END-EVALUATE.

       FIND-REMIT-RTN.
           MOVE 0 TO WS-RT-SEL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-RT-SEL > 0
               IF RT-EMPNO(WS-RT-IDX) = PJ-EMPNO(1:5)
                   AND RT-PERIOD(WS-RT-IDX) = PJ-PERIOD
                   MOVE WS-RT-IDX TO WS-RT-SEL
               END-IF
           END-PERFORM.

      * The journal is written whole at the end of the run: header,
      * the summarized lines, and the trailer GL-POST proves against.
       CLOSE-JRNL-RTN.
           IF WS-JRNL-OPEN NOT = 'YES'
               MOVE '16' TO PJ-RESULT
               EXIT PARAGRAPH
           END-IF
           CLOSE CLRITEM-FILE
           MOVE 'NO ' TO WS-JRNL-OPEN

           MOVE 0 TO WS-DR-TOTAL
           MOVE 0 TO WS-CR-TOTAL
           MOVE 0 TO WS-LINE-CTR
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               IF JL-DRCR(WS-JL-IDX) = 'D'
                   ADD JL-AMOUNT(WS-JL-IDX) TO WS-DR-TOTAL
               ELSE
                   ADD JL-AMOUNT(WS-JL-IDX) TO WS-CR-TOTAL
               END-IF
           END-PERFORM

           OPEN OUTPUT JRNL-FILE
           MOVE WS-BUS-DATE TO JH-BUSDATE
           MOVE WS-DR-TOTAL TO JH-HASH
           WRITE JRNL-REC FROM JRNL-HEADER
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               IF JL-AMOUNT(WS-JL-IDX) > 0
                   MOVE WS-PAY-BRANCH TO JD-BRANCH
                   MOVE JL-GLACCT(WS-JL-IDX) TO JD-GLACCT
                   MOVE JL-DRCR(WS-JL-IDX) TO JD-DRCR
                   MOVE JL-AMOUNT(WS-JL-IDX) TO JD-AMOUNT
                   MOVE JL-DESC(WS-JL-IDX) TO JD-DESC
                   WRITE JRNL-REC FROM JRNL-DETAIL
                   ADD 1 TO WS-LINE-CTR
               END-IF
           END-PERFORM
           MOVE WS-LINE-CTR TO JT-COUNT
           MOVE WS-DR-TOTAL TO JT-DR-TOTAL
           MOVE WS-CR-TOTAL TO JT-CR-TOTAL
           WRITE JRNL-REC FROM JRNL-TRAILER
           CLOSE JRNL-FILE

           MOVE WS-LINE-CTR TO PJ-LINE-CTR
           MOVE WS-DR-TOTAL TO PJ-DR-TOTAL
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY 'PAYJRNL: ' FUNCTION TRIM(WS-JRNL-NAME)
                   ' OUT OF BALANCE - DR ' WS-DR-TOTAL
                   ' CR ' WS-CR-TOTAL
               MOVE '16' TO PJ-RESULT
           END-IF
           IF WS-FULL-SEEN = 'YES'
               MOVE '16' TO PJ-RESULT
           END-IF.

      * This year's and last year's remittance lines, so a correction
      * run backing out a December period still finds its shares.
       LOAD-REMIT-RTN.
           MOVE 0 TO WS-RT-COUNT
           IF PJ-PERIOD(1:4) NUMERIC
               MOVE PJ-PERIOD(1:4) TO WS-FROM-YEAR
               SUBTRACT 1 FROM WS-FROM-YEAR
           ELSE
               MOVE 0 TO WS-FROM-YEAR
           END-IF
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT REMIT-FILE
           IF WS-REMIT-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ REMIT-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND RM-DATE(1:4) NUMERIC
                   AND RM-DATE(1:4) >= WS-FROM-YEAR
                   PERFORM ACCUM-REMIT-RTN
               END-IF
           END-PERFORM
           IF WS-REMIT-STATUS NOT = '35'
               CLOSE REMIT-FILE
           END-IF.

       ACCUM-REMIT-RTN.
           MOVE 0 TO WS-RT-SEL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-RT-SEL > 0
               IF RT-EMPNO(WS-RT-IDX) = RM-EMP-NO
                   AND RT-PERIOD(WS-RT-IDX) = RM-DATE(1:6)
                   MOVE WS-RT-IDX TO WS-RT-SEL
               END-IF
           END-PERFORM
           IF WS-RT-SEL = 0
               IF WS-RT-COUNT < 2000
                   ADD 1 TO WS-RT-COUNT
                   MOVE WS-RT-COUNT TO WS-RT-SEL
                   MOVE RM-EMP-NO TO RT-EMPNO(WS-RT-SEL)
                   MOVE RM-DATE(1:6) TO RT-PERIOD(WS-RT-SEL)
                   MOVE 0 TO RT-GSIS(WS-RT-SEL)
                   MOVE 0 TO RT-PHIL(WS-RT-SEL)
                   MOVE 0 TO RT-PAGIBIG(WS-RT-SEL)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RM-GSIS NUMERIC
               ADD RM-GSIS TO RT-GSIS(WS-RT-SEL)
           END-IF
           IF RM-PHIL NUMERIC
               ADD RM-PHIL TO RT-PHIL(WS-RT-SEL)
           END-IF
           IF RM-PAGIBIG NUMERIC
               ADD RM-PAGIBIG TO RT-PAGIBIG(WS-RT-SEL)
           END-IF.

       LOAD-AGY-FACTORS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT AGYTABLE-FILE
           IF WS-AGYTABLE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'YES'
                   READ AGYTABLE-FILE
                       AT END MOVE 'YES' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'YES'
                       AND AG-FACTOR NUMERIC
                       EVALUATE AG-CODE
                           WHEN 'G'
                               MOVE AG-FACTOR TO WS-ER-FACTOR-GSIS
                           WHEN 'P'
                               MOVE AG-FACTOR TO WS-ER-FACTOR-PHIL
                           WHEN 'I'
                               MOVE AG-FACTOR
                                   TO WS-ER-FACTOR-PAGIBIG
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE AGYTABLE-FILE
           END-IF.

       LOAD-BUSDATE-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END CONTINUE
               END-READ
               IF WS-BUSDATE-STATUS = '00'
                   MOVE BD-DATE TO WS-BUS-DATE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.
