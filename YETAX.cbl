       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-TAX.
       AUTHOR. COBOL-PROGRAMMER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-IN ASSIGN TO "YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT REMIT-FILE ASSIGN TO "REMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT TAXTABLE-FILE ASSIGN TO "TAXTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTABLE-STATUS.
           SELECT TAXADJ-FILE ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXADJ-STATUS.
           SELECT EMPMAST ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPNO
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "YETAX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-IN.
       01  YTD-IN-REC.
           05 YTD-IN-EMPNO             PIC X(10).
           05 FILLER                   PIC X(1).
           05 YTD-IN-GROSS             PIC S9(9)V99.
           05 FILLER                   PIC X(1).
           05 YTD-IN-NET               PIC S9(9)V99.

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

       FD  TAXTABLE-FILE.
       01  TAXTABLE-REC.
           05 TT-EFFDATE               PIC X(8).
           05 FILLER                   PIC X.
           05 TT-LIMIT                 PIC 9(7)V99.
           05 FILLER                   PIC X.
           05 TT-RATE                  PIC V99.

      * Year-end withholding adjustment per employee: R refund, C
      * extra collection. The payroll that settles it records how
      * much went through and in which period.
       FD  TAXADJ-FILE.
       01  TAXADJ-REC.
           05 TA-YEAR                  PIC X(4).
           05 FILLER                   PIC X(1).
           05 TA-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 TA-TYPE                  PIC X(1).
           05 FILLER                   PIC X(1).
           05 TA-AMOUNT                PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 TA-APPLIED               PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 TA-PERIOD                PIC X(6).

       FD  EMPMAST.
       01  EMPMAST-REC.
           05 EM-EMPNO                 PIC X(10).
           05 EM-NAME                  PIC X(25).
           05 EM-DEPT                  PIC X(1).
           05 EM-TYPE                  PIC X(2).
           05 EM-RATE                  PIC 9(5)V99.
           05 EM-STATUS                PIC X(1).
              88 EM-ACTIVE             VALUE 'A', ' '.
              88 EM-SEPARATED          VALUE 'S'.
           05 EM-SHIFT-START           PIC 9(4).
           05 EM-SHIFT-END             PIC 9(4).
           05 EM-PAY-FREQ              PIC X(1).
              88 EM-PAID-WEEKLY        VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY   VALUE 'S'.
              88 EM-PAID-MONTHLY       VALUE 'M', ' '.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-YTD-STATUS               PIC XX VALUE SPACES.
       01  WS-REMIT-STATUS             PIC XX VALUE SPACES.
       01  WS-TAXTABLE-STATUS          PIC XX VALUE SPACES.
       01  WS-TAXADJ-STATUS            PIC XX VALUE SPACES.
       01  WS-EMPMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-EMPMAST-OPEN             PIC X(3) VALUE 'NO '.
       01  WS-YTD-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-REMIT-EOF                PIC X(3) VALUE 'NO '.
       01  WS-TAXTABLE-EOF             PIC X(3) VALUE 'NO '.
       01  WS-TAXADJ-EOF               PIC X(3) VALUE 'NO '.

       01  WS-YEAR                     PIC X(4) VALUE SPACES.
       01  WS-YEAR-IN                  PIC X(4) VALUE SPACES.
       01  WS-YEAR-END                 PIC X(8) VALUE SPACES.
       01  WS-BEST-EFFDATE             PIC X(8) VALUE SPACES.
       01  WS-EMP-NAME                 PIC X(25) VALUE SPACES.
       01  WS-MONTH                    PIC 9(2) VALUE 0.

      * Thirteenth month pay and other benefits are exempt up to this
      * ceiling a year; only the excess is taxable.
       01  WS-13TH-CEILING             PIC 9(7)V99 VALUE 90000.00.

       01  WS-TAX-IDX                  PIC 9 VALUE 0.
       01  WS-TAXTABLE-COUNT           PIC 9 VALUE 0.
       01  TAX-RATE-TABLE.
           05 TAX-BRACKET OCCURS 4 TIMES.
              10 BRACKET-LIMIT         PIC 9(7)V99.
              10 BRACKET-RATE          PIC V99.

      * The year's remittance detail per employee, matched on the
      * leading five characters of the YTD employee number as the
      * annual certificate does, with the months it covers.
       01  WS-RD-COUNT                 PIC 9(4) VALUE 0.
       01  WS-RD-IDX                   PIC 9(4) VALUE 0.
       01  WS-RD-SEL                   PIC 9(4) VALUE 0.
       01  REMIT-SUM-TABLE.
           05 REMIT-SUM-ENTRY OCCURS 500 TIMES.
              10 RD-EMPNO              PIC X(5).
              10 RD-CONTRIB            PIC 9(7)V99.
              10 RD-TAX                PIC 9(7)V99.
              10 RD-LAST-MONTH         PIC 9(2).
              10 RD-MONTH-FLAG         PIC X(1) OCCURS 12 TIMES.

       01  WS-TA-COUNT                 PIC 9(4) VALUE 0.
       01  WS-TA-IDX                   PIC 9(4) VALUE 0.
       01  WS-TA-SEL                   PIC 9(4) VALUE 0.
       01  TAXADJ-TABLE.
           05 TAXADJ-ENTRY OCCURS 1000 TIMES.
              10 TAT-YEAR              PIC X(4).
              10 TAT-EMPNO             PIC X(10).
              10 TAT-TYPE              PIC X(1).
              10 TAT-AMOUNT            PIC 9(7)V99.
              10 TAT-APPLIED           PIC 9(7)V99.
              10 TAT-PERIOD            PIC X(6).
              10 TAT-KEEP              PIC X(1).

      * Annualization work fields. YTD and the remittance detail are
      * projected over the months still to be paid at the average of
      * the months covered so far.
       01  WS-COVERED                  PIC 9(2) VALUE 0.
       01  WS-REMAINING                PIC 9(2) VALUE 0.
       01  WS-ANN-GROSS                PIC 9(9)V99 VALUE 0.
       01  WS-ANN-CONTRIB              PIC 9(9)V99 VALUE 0.
       01  WS-ANN-WITHHELD             PIC 9(9)V99 VALUE 0.
       01  WS-ANN-13TH                 PIC 9(9)V99 VALUE 0.
       01  WS-13TH-TAXABLE             PIC 9(9)V99 VALUE 0.
       01  WS-ANN-TAXABLE              PIC 9(9)V99 VALUE 0.
       01  WS-MONTHLY-TAXABLE          PIC 9(9)V99 VALUE 0.
       01  WS-ANN-TAX-DUE              PIC 9(9)V99 VALUE 0.
       01  WS-ADJ-AMT                  PIC S9(9)V99 VALUE 0.
       01  WS-ADJ-TYPE                 PIC X(1) VALUE SPACES.
       01  WS-ADJ-NOTE                 PIC X(3) VALUE SPACES.

       01  WS-EMP-CTR                  PIC 9(5) VALUE 0.
       01  WS-WARN-CTR                 PIC 9(5) VALUE 0.
       01  WS-REFUND-CTR               PIC 9(5) VALUE 0.
       01  WS-COLLECT-CTR              PIC 9(5) VALUE 0.
       01  WS-TOT-TAX-DUE              PIC 9(11)V99 VALUE 0.
       01  WS-TOT-WITHHELD             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-REFUND               PIC 9(11)V99 VALUE 0.
       01  WS-TOT-COLLECT              PIC 9(11)V99 VALUE 0.

       01  HEADER-LINE-1.
           05 FILLER                   PIC X(17) VALUE SPACES.
           05 FILLER                   PIC X(45)
              VALUE "Polytechnic University of the Philippines".
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  HEADER-LINE-2.
           05 FILLER                   PIC X(18) VALUE SPACES.
           05 FILLER                   PIC X(38)
              VALUE "Year-End Withholding Tax Adjustment - ".
           05 HL-YEAR-OUT              PIC X(4).
           05 FILLER                   PIC X(20) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER                   PIC X(10) VALUE "Emp No.".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE "Name".
           05 FILLER                   PIC X(14)
              VALUE "  Ann.Taxable".
           05 FILLER                   PIC X(13)
              VALUE "      Tax Due".
           05 FILLER                   PIC X(13)
              VALUE "     Withheld".
           05 FILLER                   PIC X(13)
              VALUE "   Adjustment".
           05 FILLER                   PIC X(3) VALUE SPACES.

       01  DETAIL-LINE.
           05 DL-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-NAME                  PIC X(13).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-TAXABLE               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-TAX-DUE               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-WITHHELD              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-ADJ                   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DL-TYPE                  PIC X(1).
           05 DL-NOTE                  PIC X(3).

       01  NOTE-LINE.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 NL-TEXT                  PIC X(69).

       01  TOTAL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 TL-DESC                  PIC X(30).
           05 TL-CTR                   PIC Z,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 TL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
      * Run after the last regular payroll posted to YTD.DAT and
      * before the December payroll. Each employee's taxable income
      * for the year is annualized, the year's tax worked out on the
      * bracket table, and the difference from what has been and
      * will be withheld goes on TAXADJ.DAT for the December payroll
      * to refund or collect.
       MAIN-RTN.
           PERFORM GET-TAX-YEAR-RTN

           OPEN INPUT YTD-IN
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'YEAR-END-TAX: YTD.DAT NOT FOUND - '
                   'NOTHING TO ADJUST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-TAX-TABLE-RTN
           PERFORM LOAD-REMIT-RTN
           PERFORM LOAD-TAXADJ-RTN

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS = '00'
               MOVE 'YES' TO WS-EMPMAST-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE WS-YEAR TO HL-YEAR-OUT
           WRITE REPORT-LINE FROM HEADER-LINE-1 AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADER-LINE-2 AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM COLUMN-HEADER AFTER ADVANCING 2 LINES

           PERFORM UNTIL WS-YTD-EOF = 'YES'
               READ YTD-IN
                   AT END MOVE 'YES' TO WS-YTD-EOF
               END-READ
               IF WS-YTD-EOF NOT = 'YES'
                   PERFORM ADJUST-EMPLOYEE-RTN
               END-IF
           END-PERFORM

           PERFORM WRITE-TOTALS-RTN
           PERFORM WRITE-TAXADJ-RTN

           CLOSE YTD-IN
           CLOSE REPORT-FILE
           IF WS-EMPMAST-OPEN = 'YES'
               CLOSE EMPMAST
           END-IF
           DISPLAY 'YEAR-END-TAX: ' WS-REFUND-CTR ' REFUND(S) AND '
               WS-COLLECT-CTR ' COLLECTION(S) WRITTEN TO TAXADJ.DAT '
               'FOR THE DECEMBER PAYROLL - REGISTER ON YETAX.TXT'
           IF WS-WARN-CTR > 0
               DISPLAY 'YEAR-END-TAX: ' WS-WARN-CTR
                   ' EMPLOYEE(S) NOTED ON THE REGISTER - REVIEW '
                   'BEFORE THE DECEMBER PAYROLL'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The adjustment is made in the December payroll of the year
      * being closed, so a blank reply defaults to the current year.
       GET-TAX-YEAR-RTN.
           DISPLAY 'YEAR-END-TAX: TAX YEAR (YYYY, BLANK = CURRENT '
               'YEAR): '
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN NUMERIC
               MOVE WS-YEAR-IN TO WS-YEAR
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR
           END-IF
           STRING WS-YEAR DELIMITED BY SIZE
               '1231' DELIMITED BY SIZE
               INTO WS-YEAR-END
           END-STRING
           DISPLAY 'YEAR-END-TAX: ADJUSTING TAX YEAR ' WS-YEAR.

      * The bracket set in force at the end of the tax year, picked
      * the way PAYCALC picks the set for a run date.
       LOAD-TAX-TABLE-RTN.
           MOVE SPACES TO WS-BEST-EFFDATE
           OPEN INPUT TAXTABLE-FILE
           IF WS-TAXTABLE-STATUS = '00'
               PERFORM UNTIL WS-TAXTABLE-EOF = 'YES'
                   READ TAXTABLE-FILE
                       AT END MOVE 'YES' TO WS-TAXTABLE-EOF
                   END-READ
                   IF WS-TAXTABLE-EOF NOT = 'YES'
                       AND TT-EFFDATE <= WS-YEAR-END
                       AND TT-EFFDATE > WS-BEST-EFFDATE
                       MOVE TT-EFFDATE TO WS-BEST-EFFDATE
                   END-IF
               END-PERFORM
               CLOSE TAXTABLE-FILE
           END-IF

           IF WS-BEST-EFFDATE NOT = SPACES
               MOVE 'NO ' TO WS-TAXTABLE-EOF
               OPEN INPUT TAXTABLE-FILE
               PERFORM UNTIL WS-TAXTABLE-EOF = 'YES'
                   READ TAXTABLE-FILE
                       AT END MOVE 'YES' TO WS-TAXTABLE-EOF
                   END-READ
                   IF WS-TAXTABLE-EOF NOT = 'YES'
                       AND TT-EFFDATE = WS-BEST-EFFDATE
                       AND WS-TAXTABLE-COUNT < 4
                       ADD 1 TO WS-TAXTABLE-COUNT
                       MOVE TT-LIMIT TO BRACKET-LIMIT(WS-TAXTABLE-COUNT)
                       MOVE TT-RATE TO BRACKET-RATE(WS-TAXTABLE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE TAXTABLE-FILE
           END-IF

           IF WS-TAXTABLE-COUNT < 4
               DISPLAY 'YEAR-END-TAX: NO USABLE TAX BRACKET SET FOR '
                   WS-YEAR-END ' - BUILT-IN DEFAULT RATES IN EFFECT'
               MOVE 7000.00 TO BRACKET-LIMIT(1)
               MOVE 0.10    TO BRACKET-RATE(1)
               MOVE 10000.00 TO BRACKET-LIMIT(2)
               MOVE 0.15    TO BRACKET-RATE(2)
               MOVE 15000.00 TO BRACKET-LIMIT(3)
               MOVE 0.20    TO BRACKET-RATE(3)
               MOVE 9999999.99 TO BRACKET-LIMIT(4)
               MOVE 0.25    TO BRACKET-RATE(4)
           END-IF.

       LOAD-REMIT-RTN.
           OPEN INPUT REMIT-FILE
           IF WS-REMIT-STATUS NOT = '00'
               MOVE 'YES' TO WS-REMIT-EOF
               DISPLAY 'YEAR-END-TAX: REMIT.DAT NOT FOUND - NO '
                   'CONTRIBUTIONS OR TAX WITHHELD ON RECORD'
           END-IF
           PERFORM UNTIL WS-REMIT-EOF = 'YES'
               READ REMIT-FILE
                   AT END MOVE 'YES' TO WS-REMIT-EOF
               END-READ
               IF WS-REMIT-EOF NOT = 'YES'
                   AND RM-DATE(1:4) = WS-YEAR
                   AND RM-DATE(5:2) NUMERIC
                   PERFORM ACCUM-REMIT-RTN
               END-IF
           END-PERFORM
           IF WS-REMIT-STATUS NOT = '35'
               CLOSE REMIT-FILE
           END-IF.

       ACCUM-REMIT-RTN.
           MOVE 0 TO WS-RD-SEL
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               IF RD-EMPNO(WS-RD-IDX) = RM-EMP-NO
                   MOVE WS-RD-IDX TO WS-RD-SEL
               END-IF
           END-PERFORM
           IF WS-RD-SEL = 0 AND WS-RD-COUNT < 500
               ADD 1 TO WS-RD-COUNT
               MOVE WS-RD-COUNT TO WS-RD-SEL
               MOVE RM-EMP-NO TO RD-EMPNO(WS-RD-SEL)
               MOVE 0 TO RD-CONTRIB(WS-RD-SEL)
               MOVE 0 TO RD-TAX(WS-RD-SEL)
               MOVE 0 TO RD-LAST-MONTH(WS-RD-SEL)
               PERFORM VARYING WS-MONTH FROM 1 BY 1
                       UNTIL WS-MONTH > 12
                   MOVE 'N' TO RD-MONTH-FLAG(WS-RD-SEL, WS-MONTH)
               END-PERFORM
           END-IF
           IF WS-RD-SEL > 0
               ADD RM-GSIS RM-PHIL RM-PAGIBIG TO RD-CONTRIB(WS-RD-SEL)
               ADD RM-TAX TO RD-TAX(WS-RD-SEL)
               MOVE RM-DATE(5:2) TO WS-MONTH
               IF WS-MONTH >= 1 AND WS-MONTH <= 12
                   MOVE 'Y' TO RD-MONTH-FLAG(WS-RD-SEL, WS-MONTH)
                   IF WS-MONTH > RD-LAST-MONTH(WS-RD-SEL)
                       MOVE WS-MONTH TO RD-LAST-MONTH(WS-RD-SEL)
                   END-IF
               END-IF
           END-IF.

      * Adjustments already on file are kept. This year's are
      * recomputed unless the payroll has started settling them.
       LOAD-TAXADJ-RTN.
           OPEN INPUT TAXADJ-FILE
           IF WS-TAXADJ-STATUS NOT = '00'
               MOVE 'YES' TO WS-TAXADJ-EOF
           END-IF
           PERFORM UNTIL WS-TAXADJ-EOF = 'YES'
               READ TAXADJ-FILE
                   AT END MOVE 'YES' TO WS-TAXADJ-EOF
               END-READ
               IF WS-TAXADJ-EOF NOT = 'YES'
                   AND WS-TA-COUNT < 1000
                   ADD 1 TO WS-TA-COUNT
                   MOVE TA-YEAR TO TAT-YEAR(WS-TA-COUNT)
                   MOVE TA-EMPNO TO TAT-EMPNO(WS-TA-COUNT)
                   MOVE TA-TYPE TO TAT-TYPE(WS-TA-COUNT)
                   MOVE TA-AMOUNT TO TAT-AMOUNT(WS-TA-COUNT)
                   IF TA-APPLIED NUMERIC
                       MOVE TA-APPLIED TO TAT-APPLIED(WS-TA-COUNT)
                   ELSE
                       MOVE 0 TO TAT-APPLIED(WS-TA-COUNT)
                   END-IF
                   MOVE TA-PERIOD TO TAT-PERIOD(WS-TA-COUNT)
                   MOVE 'Y' TO TAT-KEEP(WS-TA-COUNT)
               END-IF
           END-PERFORM
           IF WS-TAXADJ-STATUS NOT = '35'
               CLOSE TAXADJ-FILE
           END-IF.

       ADJUST-EMPLOYEE-RTN.
           IF YTD-IN-GROSS NOT > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-CTR
           PERFORM EMP-NAME-FIND-RTN
           MOVE SPACES TO WS-ADJ-NOTE
           MOVE SPACES TO NL-TEXT

           MOVE 0 TO WS-RD-SEL
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               IF RD-EMPNO(WS-RD-IDX) = YTD-IN-EMPNO(1:5)
                   MOVE WS-RD-IDX TO WS-RD-SEL
               END-IF
           END-PERFORM

           PERFORM ANNUALIZE-RTN
           PERFORM ANNUAL-TAX-RTN

           COMPUTE WS-ADJ-AMT = WS-ANN-TAX-DUE - WS-ANN-WITHHELD
           IF WS-ADJ-AMT > 0
               MOVE 'C' TO WS-ADJ-TYPE
           ELSE
               MOVE 'R' TO WS-ADJ-TYPE
               COMPUTE WS-ADJ-AMT = 0 - WS-ADJ-AMT
           END-IF

           PERFORM POST-TAXADJ-RTN

           MOVE YTD-IN-EMPNO TO DL-EMPNO
           MOVE WS-EMP-NAME TO DL-NAME
           MOVE WS-ANN-TAXABLE TO DL-TAXABLE
           MOVE WS-ANN-TAX-DUE TO DL-TAX-DUE
           MOVE WS-ANN-WITHHELD TO DL-WITHHELD
           MOVE WS-ADJ-AMT TO DL-ADJ
           IF WS-ADJ-AMT = 0
               MOVE SPACE TO DL-TYPE
           ELSE
               MOVE WS-ADJ-TYPE TO DL-TYPE
           END-IF
           MOVE WS-ADJ-NOTE TO DL-NOTE
           WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE
           IF NL-TEXT NOT = SPACES
               WRITE REPORT-LINE FROM NOTE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-WARN-CTR
           END-IF

           ADD WS-ANN-TAX-DUE TO WS-TOT-TAX-DUE
           ADD WS-ANN-WITHHELD TO WS-TOT-WITHHELD.

      * Months covered are the months with remittance detail; the
      * months after the last of them are still to be paid and are
      * projected at the covered months' average, withholding
      * included. With no detail the YTD gross is taken as the year.
       ANNUALIZE-RTN.
           MOVE 0 TO WS-COVERED
           MOVE 0 TO WS-REMAINING
           MOVE 0 TO WS-ANN-CONTRIB
           MOVE 0 TO WS-ANN-WITHHELD
           MOVE YTD-IN-GROSS TO WS-ANN-GROSS
           IF WS-RD-SEL = 0
               MOVE "NO REMITTANCE DETAIL - YTD GROSS TAKEN AS THE YEAR"
                   TO NL-TEXT
               MOVE '*' TO WS-ADJ-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               IF RD-MONTH-FLAG(WS-RD-SEL, WS-MONTH) = 'Y'
                   ADD 1 TO WS-COVERED
               END-IF
           END-PERFORM
           COMPUTE WS-REMAINING = 12 - RD-LAST-MONTH(WS-RD-SEL)
           COMPUTE WS-ANN-GROSS ROUNDED = YTD-IN-GROSS
               * (WS-COVERED + WS-REMAINING) / WS-COVERED
           COMPUTE WS-ANN-CONTRIB ROUNDED = RD-CONTRIB(WS-RD-SEL)
               * (WS-COVERED + WS-REMAINING) / WS-COVERED
           COMPUTE WS-ANN-WITHHELD ROUNDED = RD-TAX(WS-RD-SEL)
               * (WS-COVERED + WS-REMAINING) / WS-COVERED.

      * Taxable income: the year's gross less the mandatory
      * contributions, plus thirteenth month pay (one-twelfth of the
      * year's gross, as THIRTEENTH-MONTH pays it) above the exempt
      * ceiling. The bracket table is monthly, so the rate is the one
      * for the average month and applies to the whole year.
       ANNUAL-TAX-RTN.
           COMPUTE WS-ANN-13TH ROUNDED = WS-ANN-GROSS / 12
           IF WS-ANN-13TH > WS-13TH-CEILING
               COMPUTE WS-13TH-TAXABLE =
                   WS-ANN-13TH - WS-13TH-CEILING
           ELSE
               MOVE 0 TO WS-13TH-TAXABLE
           END-IF
           IF WS-ANN-CONTRIB > WS-ANN-GROSS
               MOVE WS-13TH-TAXABLE TO WS-ANN-TAXABLE
           ELSE
               COMPUTE WS-ANN-TAXABLE = WS-ANN-GROSS - WS-ANN-CONTRIB
                   + WS-13TH-TAXABLE
           END-IF
           COMPUTE WS-MONTHLY-TAXABLE ROUNDED = WS-ANN-TAXABLE / 12
           MOVE 1 TO WS-TAX-IDX
           PERFORM UNTIL WS-MONTHLY-TAXABLE
                       <= BRACKET-LIMIT(WS-TAX-IDX)
                   OR WS-TAX-IDX >= 4
               ADD 1 TO WS-TAX-IDX
           END-PERFORM
           COMPUTE WS-ANN-TAX-DUE ROUNDED =
               WS-ANN-TAXABLE * BRACKET-RATE(WS-TAX-IDX).

       POST-TAXADJ-RTN.
           MOVE 0 TO WS-TA-SEL
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TA-COUNT
               IF TAT-YEAR(WS-TA-IDX) = WS-YEAR
                   AND TAT-EMPNO(WS-TA-IDX) = YTD-IN-EMPNO
                   AND TAT-KEEP(WS-TA-IDX) = 'Y'
                   MOVE WS-TA-IDX TO WS-TA-SEL
               END-IF
           END-PERFORM
           IF WS-TA-SEL > 0
               IF TAT-APPLIED(WS-TA-SEL) > 0
                   MOVE TAT-TYPE(WS-TA-SEL) TO WS-ADJ-TYPE
                   MOVE TAT-AMOUNT(WS-TA-SEL) TO WS-ADJ-AMT
                   MOVE SPACES TO NL-TEXT
                   STRING "ALREADY BEING SETTLED (PERIOD "
                           DELIMITED BY SIZE
                       TAT-PERIOD(WS-TA-SEL) DELIMITED BY SIZE
                       ") - FIGURE ON FILE KEPT" DELIMITED BY SIZE
                       INTO NL-TEXT
                   END-STRING
                   MOVE '*' TO WS-ADJ-NOTE
                   PERFORM COUNT-ADJ-RTN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO TAT-KEEP(WS-TA-SEL)
           END-IF
           IF WS-ADJ-AMT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TA-COUNT >= 1000
               MOVE "TAXADJ.DAT FULL (1000) - ADJUSTMENT NOT WRITTEN"
                   TO NL-TEXT
               MOVE '*' TO WS-ADJ-NOTE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TA-COUNT
           MOVE WS-YEAR TO TAT-YEAR(WS-TA-COUNT)
           MOVE YTD-IN-EMPNO TO TAT-EMPNO(WS-TA-COUNT)
           MOVE WS-ADJ-TYPE TO TAT-TYPE(WS-TA-COUNT)
           MOVE WS-ADJ-AMT TO TAT-AMOUNT(WS-TA-COUNT)
           MOVE 0 TO TAT-APPLIED(WS-TA-COUNT)
           MOVE SPACES TO TAT-PERIOD(WS-TA-COUNT)
           MOVE 'Y' TO TAT-KEEP(WS-TA-COUNT)
           PERFORM COUNT-ADJ-RTN.

       COUNT-ADJ-RTN.
           IF WS-ADJ-TYPE = 'R'
               ADD 1 TO WS-REFUND-CTR
               ADD WS-ADJ-AMT TO WS-TOT-REFUND
           ELSE
               ADD 1 TO WS-COLLECT-CTR
               ADD WS-ADJ-AMT TO WS-TOT-COLLECT
           END-IF.

       EMP-NAME-FIND-RTN.
           MOVE SPACES TO WS-EMP-NAME
           IF WS-EMPMAST-OPEN = 'YES'
               MOVE YTD-IN-EMPNO TO EM-EMPNO
               READ EMPMAST
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-EMP-NAME
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-EMP-NAME
               END-READ
           END-IF.

       WRITE-TOTALS-RTN.
           MOVE "ANNUAL TAX DUE:" TO TL-DESC
           MOVE WS-EMP-CTR TO TL-CTR
           MOVE WS-TOT-TAX-DUE TO TL-AMOUNT
           WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 3 LINES
           MOVE "WITHHELD (ANNUALIZED):" TO TL-DESC
           MOVE WS-TOT-WITHHELD TO TL-AMOUNT
           WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE "REFUNDS (R):" TO TL-DESC
           MOVE WS-REFUND-CTR TO TL-CTR
           MOVE WS-TOT-REFUND TO TL-AMOUNT
           WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE "EXTRA WITHHOLDING (C):" TO TL-DESC
           MOVE WS-COLLECT-CTR TO TL-CTR
           MOVE WS-TOT-COLLECT TO TL-AMOUNT
           WRITE REPORT-LINE FROM TOTAL-LINE AFTER ADVANCING 1 LINE.

       WRITE-TAXADJ-RTN.
           OPEN OUTPUT TAXADJ-FILE
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TA-COUNT
               IF TAT-KEEP(WS-TA-IDX) = 'Y'
                   MOVE SPACES TO TAXADJ-REC
                   MOVE TAT-YEAR(WS-TA-IDX) TO TA-YEAR
                   MOVE TAT-EMPNO(WS-TA-IDX) TO TA-EMPNO
                   MOVE TAT-TYPE(WS-TA-IDX) TO TA-TYPE
                   MOVE TAT-AMOUNT(WS-TA-IDX) TO TA-AMOUNT
                   MOVE TAT-APPLIED(WS-TA-IDX) TO TA-APPLIED
                   MOVE TAT-PERIOD(WS-TA-IDX) TO TA-PERIOD
                   WRITE TAXADJ-REC
               END-IF
           END-PERFORM
           CLOSE TAXADJ-FILE.
