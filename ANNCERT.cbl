           SELECT REMIT-FILE ASSIGN TO "REMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT TAXADJ-FILE ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXADJ-STATUS.
           SELECT EMPMAST ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 EM-STATUS                PIC X(1).
              88 EM-ACTIVE             VALUE 'A', ' '.
              88 EM-SEPARATED          VALUE 'S'.
           05 EM-SHIFT-START           PIC 9(4).
           05 EM-SHIFT-END             PIC 9(4).
           05 EM-PAY-FREQ              PIC X(1).
              88 EM-PAID-WEEKLY        VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY   VALUE 'S'.
              88 EM-PAID-MONTHLY       VALUE 'M', ' '.

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

       FD  CERT-FILE.
       01  CERT-LINE                   PIC X(80).
       01  WS-EMPMAST-OPEN             PIC X(3) VALUE 'NO '.
       01  WS-YTD-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-REMIT-EOF                PIC X(3) VALUE 'NO '.
       01  WS-TAXADJ-STATUS            PIC XX VALUE SPACES.
       01  WS-TAXADJ-EOF               PIC X(3) VALUE 'NO '.

       01  WS-CERT-CTR                 PIC 9(4) VALUE 0.
       01  WS-WARN-CTR                 PIC 9(4) VALUE 0.
       01  WS-PEND-CTR                 PIC 9(4) VALUE 0.
       01  WS-YEAR                     PIC X(4) VALUE SPACES.
       01  WS-YEAR-IN                  PIC X(4) VALUE SPACES.
       01  WS-YEAR-NUM                 PIC 9(4) VALUE 0.
              10 RD-PAGIBIG            PIC 9(7)V99.
              10 RD-TAX                PIC 9(7)V99.

      * The year's year-end withholding adjustments as settled by the
      * payroll: collections add to the tax withheld, refunds reduce
      * it. Anything still pending is flagged on the certificate.
       01  WS-TA-COUNT                 PIC 9(4) VALUE 0.
       01  WS-TA-IDX                   PIC 9(4) VALUE 0.
       01  TAXADJ-TABLE.
           05 TAXADJ-ENTRY OCCURS 1000 TIMES.
              10 TAT-EMPNO             PIC X(10).
              10 TAT-TYPE              PIC X(1).
              10 TAT-AMOUNT            PIC 9(7)V99.
              10 TAT-APPLIED           PIC 9(7)V99.
       01  WS-EMP-ADJ                  PIC S9(9)V99 VALUE 0.
       01  WS-EMP-PENDING              PIC 9(9)V99 VALUE 0.
       01  WS-NET-TAX                  PIC S9(9)V99 VALUE 0.

       01  WS-TOT-GROSS                PIC S9(11)V99 VALUE 0.
       01  WS-TOT-NET                  PIC S9(11)V99 VALUE 0.
       01  WS-TOT-GSIS                 PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PHIL                 PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PAGIBIG              PIC 9(9)V99 VALUE 0.
       01  WS-TOT-TAX                  PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ADJ                  PIC S9(9)V99 VALUE 0.
       01  WS-TOT-NET-TAX              PIC S9(9)V99 VALUE 0.

       01  CERT-HEADER-1.
           05 FILLER                   PIC X(17) VALUE SPACES.
              "*** DETAIL DOES NOT SUM TO YTD - INVESTIGATE *".
           05 FILLER                   PIC X(32) VALUE SPACES.

       01  CERT-PEND-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(46) VALUE
              "*** YEAR-END TAX ADJUSTMENT NOT YET SETTLED *".
           05 FILLER                   PIC X(1) VALUE "P".
           05 CP-AMT-OUT               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  CERT-BLANK-LINE             PIC X(80) VALUE SPACES.

       01  SUM-HEADER-1.
           END-IF

           PERFORM LOAD-REMIT-RTN
           PERFORM LOAD-TAXADJ-RTN

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS = '00'
                   'REVIEW BEFORE ISSUING'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PEND-CTR > 0
               DISPLAY 'ANNUAL-CERT: ' WS-PEND-CTR
                   ' CERTIFICATE(S) WITH A YEAR-END TAX ADJUSTMENT '
                   'NOT YET SETTLED BY THE PAYROLL'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Certificates are normally run in January for the year just
               ADD RM-TAX TO RD-TAX(WS-RD-SEL)
           END-IF.

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
                   AND TA-YEAR = WS-YEAR
                   AND WS-TA-COUNT < 1000
                   ADD 1 TO WS-TA-COUNT
                   MOVE TA-EMPNO TO TAT-EMPNO(WS-TA-COUNT)
                   MOVE TA-TYPE TO TAT-TYPE(WS-TA-COUNT)
                   MOVE TA-AMOUNT TO TAT-AMOUNT(WS-TA-COUNT)
                   MOVE TA-APPLIED TO TAT-APPLIED(WS-TA-COUNT)
               END-IF
           END-PERFORM
           IF WS-TAXADJ-STATUS NOT = '35'
               CLOSE TAXADJ-FILE
           END-IF.

       FIND-TAXADJ-RTN.
           MOVE 0 TO WS-EMP-ADJ
           MOVE 0 TO WS-EMP-PENDING
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TA-COUNT
               IF TAT-EMPNO(WS-TA-IDX) = YTD-IN-EMPNO
                   IF TAT-TYPE(WS-TA-IDX) = 'R'
                       SUBTRACT TAT-APPLIED(WS-TA-IDX) FROM WS-EMP-ADJ
                   ELSE
                       ADD TAT-APPLIED(WS-TA-IDX) TO WS-EMP-ADJ
                   END-IF
                   IF TAT-APPLIED(WS-TA-IDX) < TAT-AMOUNT(WS-TA-IDX)
                       COMPUTE WS-EMP-PENDING = WS-EMP-PENDING
                           + TAT-AMOUNT(WS-TA-IDX)
                           - TAT-APPLIED(WS-TA-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CERT-RTN.
           MOVE 0 TO WS-RD-SEL
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
           END-PERFORM

           PERFORM EMP-NAME-FIND-RTN
           PERFORM FIND-TAXADJ-RTN

           IF WS-CERT-CTR > 0
               WRITE CERT-LINE FROM CERT-BLANK-LINE
               ADD RD-TAX(WS-RD-SEL) TO WS-TOT-TAX
           END-IF

           IF WS-EMP-ADJ NOT = 0 OR WS-EMP-PENDING > 0
               MOVE 0 TO WS-NET-TAX
               IF WS-RD-SEL > 0
                   MOVE RD-TAX(WS-RD-SEL) TO WS-NET-TAX
               END-IF
               ADD WS-EMP-ADJ TO WS-NET-TAX
               MOVE "Year-End Tax Adjustment:" TO CA-DESC-OUT
               MOVE WS-EMP-ADJ TO CA-AMT-OUT
               WRITE CERT-LINE FROM CERT-AMT-LINE
               MOVE "Net Tax Withheld:       " TO CA-DESC-OUT
               MOVE WS-NET-TAX TO CA-AMT-OUT
               WRITE CERT-LINE FROM CERT-AMT-LINE
               ADD WS-EMP-ADJ TO WS-TOT-ADJ
           END-IF
           IF WS-EMP-PENDING > 0
               MOVE WS-EMP-PENDING TO CP-AMT-OUT
               WRITE CERT-LINE FROM CERT-PEND-LINE
               ADD 1 TO WS-PEND-CTR
           END-IF

           ADD YTD-IN-GROSS TO WS-TOT-GROSS
           ADD YTD-IN-NET TO WS-TOT-NET

                   RD-GSIS(WS-RD-SEL) + RD-PHIL(WS-RD-SEL)
                   + RD-PAGIBIG(WS-RD-SEL) + RD-TAX(WS-RD-SEL)
           END-IF
           ADD WS-EMP-ADJ TO WS-DETAIL-DED
           IF WS-YTD-DED NOT = WS-DETAIL-DED
               WRITE CERT-LINE FROM CERT-WARN-LINE
               ADD 1 TO WS-WARN-CTR
           WRITE SUMMARY-LINE FROM SUM-LINE AFTER ADVANCING 1 LINE
           MOVE "TOTAL TAX WITHHELD:       " TO SM-DESC-OUT
           MOVE WS-TOT-TAX TO SM-AMT-OUT
           WRITE SUMMARY-LINE FROM SUM-LINE AFTER ADVANCING 1 LINE
           MOVE "TOTAL YEAR-END TAX ADJ:   " TO SM-DESC-OUT
           MOVE WS-TOT-ADJ TO SM-AMT-OUT
           WRITE SUMMARY-LINE FROM SUM-LINE AFTER ADVANCING 1 LINE
           COMPUTE WS-TOT-NET-TAX = WS-TOT-TAX + WS-TOT-ADJ
           MOVE "TOTAL NET TAX WITHHELD:   " TO SM-DESC-OUT
           MOVE WS-TOT-NET-TAX TO SM-AMT-OUT
           WRITE SUMMARY-LINE FROM SUM-LINE AFTER ADVANCING 1 LINE
           MOVE "UNSETTLED YE ADJUSTMENTS: " TO SMC-DESC-OUT
           MOVE WS-PEND-CTR TO SMC-CTR-OUT
           WRITE SUMMARY-LINE FROM SUM-CTR-LINE
               AFTER ADVANCING 2 LINES.
