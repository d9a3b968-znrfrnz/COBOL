           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT INTWHIST-FILE ASSIGN TO "INTWHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTWHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALFWD-IN.
       01  BALFWD-IN-REC.
           05 BALFWD-IN-ACCNO      PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-IN-BAL        PIC S9(7)V99.
           05 BALFWD-IN-BRANCH     PIC X(2).

       FD  INTPOST-FILE.
       01  REC-IN.
           05 ACCNO-IN             PIC X(10).
           05 FILLER               PIC X(1).
           05 ACCNAME-IN           PIC X(25).
           05 TC                   PIC X(1).
           05 TELLER-IN            PIC X(8).

       01  TRAILER-REC.
           05 TRL-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 TRL-COUNT            PIC 9(5).
           05 TRL-NET-SIGN         PIC X(1).
           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       FD  RATETABLE-FILE.
       01  RATETABLE-REC.
           05 RT-LIMIT             PIC 9(7)V99.
           05 FILLER               PIC X.
           05 RT-RATE              PIC V9(4).
           05 FILLER               PIC X.
           05 RT-EFFDATE           PIC X(8).

      * Pre-product rate files carried no product key; the limit's
      * leading digits land where the key now sits.
           05 BH-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BH-BRANCH            PIC X(2).
           05 BH-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 BH-BAL               PIC S9(7)V99.

           05 FILLER               PIC X(1).
           05 RS-RC                PIC 9(4).

      * Interest and withholding history for the year-end depositor
      * certificates: a 'D' line per account credited, then a 'T'
      * line with the run's totals so a rerun month can be told from
      * the run it replaced. ACCOUNT-CLOSE appends the same lines.
       FD  INTWHIST-FILE.
       01  INTWHIST-REC.
           05 IH-RECTYPE           PIC X(1).
           05 FILLER               PIC X(1).
           05 IH-SOURCE            PIC X(8).
           05 FILLER               PIC X(1).
           05 IH-RUNSTAMP          PIC X(14).
           05 FILLER               PIC X(1).
           05 IH-BUSDATE           PIC X(8).
           05 FILLER               PIC X(1).
           05 IH-BRANCH            PIC X(2).
           05 IH-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 IH-CUSTNO            PIC X(6).
           05 FILLER               PIC X(1).
           05 IH-GROSS             PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 IH-WTAX              PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 IH-NET               PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 IH-COUNT             PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-INTWHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-MONTH-END            PIC X(3) VALUE 'NO '.
       01  WS-LAST-BUS-DATE        PIC X(8) VALUE SPACES.
       01  WS-INTEREST             PIC 9(5)V99 VALUE 0.
       01  WS-RATE-APPLIED         PIC V9(4) VALUE 0.
       01  WS-POST-CTR             PIC 9(5) VALUE 0.
       01  WS-BALHIST-EOF          PIC X(3) VALUE 'NO '.

      * Average-daily-balance working fields: the accrual period is
      * the business month up to and including the run date, carried
      * to the calendar month end on the month-end run.
       01  WS-PERIOD-START         PIC X(8) VALUE SPACES.
       01  WS-PERIOD-DAYS          PIC 9(3) VALUE 0.
       01  WS-START-INT            PIC 9(8) VALUE 0.
       01  HIST-TABLE.
           05 HIST-ENTRY OCCURS 3000 TIMES.
              10 HI-BRANCH         PIC X(2).
              10 HI-ACCNO          PIC X(10).
              10 HI-DATE-INT       PIC 9(8).
              10 HI-BAL            PIC S9(7)V99.
       01  WS-WTAX-RATE            PIC V9(4) VALUE 0.2000.
       01  WS-NET-INT              PIC 9(5)V99 VALUE 0.
       01  WS-TOT-WTAX             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-NET-INT          PIC 9(9)V99 VALUE 0.
      * Interest on a foreign-currency account is credited in the
      * account's own currency; the control total the morning sheet
      * adds up is the peso equivalent at the run date's rate.
       01  WS-TOT-NET-PHP          PIC S9(11)V99 VALUE 0.
       01  WS-FX-WARN              PIC X(3) VALUE 'NO '.
      * Withholding is remitted in pesos: each account's tax is taken
      * to pesos at the run date's rate for the branch summary and the
      * month's history line.
       01  WS-WTAX-PHP             PIC S9(9)V99 VALUE 0.
       01  WS-TOT-WTAX-PHP         PIC S9(11)V99 VALUE 0.

       01  WS-WTB-COUNT            PIC 9(2) VALUE 0.
       01  WS-WTB-IDX              PIC 9(2) VALUE 0.
           05 WTAX-BRANCH-ENTRY OCCURS 20 TIMES.
              10 WTB-BRANCH        PIC X(2).
              10 WTB-CTR           PIC 9(5).
              10 WTB-WTAX-PHP      PIC S9(11)V99.

       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-CUSTMAST-FOUND       PIC X(3) VALUE 'NO '.
       01  WS-MAST-NAME            PIC X(25) VALUE SPACES.
       01  WS-MAST-STATUS          PIC X(1) VALUE 'A'.
       01  WS-MAST-CUSTNO          PIC X(6) VALUE SPACES.
       01  WS-MAST-CCY             PIC X(3) VALUE 'PHP'.

       01  WS-RATETABLE-STATUS     PIC XX VALUE SPACES.
       01  WS-RATETABLE-EOF        PIC X(3) VALUE 'NO '.
       01  WS-LOAD-PROD            PIC X(2) VALUE SPACES.
       01  WS-LOAD-LIMIT           PIC 9(7)V99 VALUE 0.
       01  WS-LOAD-RATE            PIC V9(4) VALUE 0.
       01  WS-LOAD-EFFDATE         PIC X(8) VALUE SPACES.

      * One tier set per product type; an account whose product has
      * no schedule of its own earns on the regular savings set. A
      * product may carry several dated sets on file; the one held is
      * the latest effective on or before the run date (an undated
      * set has been in effect all along).
       01  PROD-RATE-TABLE.
           05 PROD-RATE-SET OCCURS 6 TIMES.
              10 PRS-PROD          PIC X(2).
              10 PRS-EFFDATE       PIC X(8).
              10 PRS-TIER-CNT      PIC 9(1).
              10 PRS-TIER OCCURS 4 TIMES.
                 15 TIER-LIMIT     PIC 9(7)V99.

       01  REG-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 REG-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-BAL-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 REG-DAYS-OUT         PIC ZZ9.

       01  REG-SKIP-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SKP-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SKP-BAL-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SKP-REASON-OUT       PIC X(25).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 WTX-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WTX-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WTX-GROSS-OUT        PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WTX-WTAX-OUT         PIC ZZ,ZZ9.99.

       01  WTX-SUM-HEADER.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(48)
              VALUE "Withholding Remittance Summary By Branch - Pesos".
           05 FILLER               PIC X(27) VALUE SPACES.

       01  WTX-SUM-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 WTS-TOT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  BUSCAL-PARM.
           05 BC-FUNCTION          PIC X(1).
           05 BC-DATE              PIC X(8).
           05 BC-BRANCH            PIC X(2).
           05 BC-DAYS              PIC 9(3).
           05 BC-OUT-DATE          PIC X(8).
           05 BC-BUSINESS          PIC X(1).
           05 BC-HOL-DESC          PIC X(25).
           05 BC-RESULT            PIC X(2).

       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIAL-RTN
           CLOSE INTPOST-FILE
           CLOSE REGFILE
           CLOSE WTAXREG-FILE
           IF WS-MONTH-END = 'YES'
               CLOSE INTWHIST-FILE
           END-IF
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
               MOVE 'YES' TO WS-EOF
           END-IF

           PERFORM CHECK-MONTH-END-RTN

           OPEN OUTPUT INTPOST-FILE
           OPEN OUTPUT REGFILE
           OPEN OUTPUT WTAXREG-FILE

           IF WS-MONTH-END = 'YES'
               OPEN EXTEND INTWHIST-FILE
               IF WS-INTWHIST-STATUS = '05'
                   OR WS-INTWHIST-STATUS = '35'
                   OPEN OUTPUT INTWHIST-FILE
               END-IF
           END-IF

           PERFORM OPEN-CUSTMAST-RTN
           PERFORM INIT-RATE-TABLE
           PERFORM LOAD-WTAX-RATE-RTN
                   MOVE 'ACCOUNT CLOSED' TO SKP-REASON-OUT
                   PERFORM WRITE-SKIP-LINE
               ELSE
                   PERFORM SELECT-PROD-SET-RTN
                   IF WS-PROD-SEL = 0
                       MOVE 'NO FCY SCHEDULE' TO SKP-REASON-OUT
                       PERFORM WRITE-SKIP-LINE
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM COMPUTE-INTEREST-RTN
                       PERFORM WRITE-POST-RECORD
                       PERFORM WRITE-REG-LINE
                   END-IF
               END-IF
               END-IF
           END-IF
           END-READ.

       COMPUTE-INTEREST-RTN.
           MOVE 1 TO WS-RATE-IDX
           PERFORM UNTIL
                   WS-ADB <= TIER-LIMIT(WS-PROD-SEL, WS-RATE-IDX)
           ADD WS-INTEREST TO WS-TOT-INTEREST
           ADD WS-WTAX TO WS-TOT-WTAX
           ADD WS-NET-INT TO WS-TOT-NET-INT
           PERFORM ACCUM-NET-PHP-RTN
           PERFORM WRITE-WTAX-LINE
           PERFORM ACCUM-WTAX-BRANCH-RTN
           PERFORM WRITE-INTWHIST-RTN.

      * A currency with no rate on file adds nothing to the peso
      * control; the run finishes but is flagged so the control sheet
      * is not taken at face value.
       ACCUM-NET-PHP-RTN.
           MOVE WS-MAST-CCY TO FC-CURRENCY
           MOVE WS-RUN-DATE TO FC-DATE
           MOVE WS-NET-INT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           ADD FC-PHP-AMOUNT TO WS-TOT-NET-PHP
           IF FC-RESULT = '90' AND WS-FX-WARN = 'NO '
               DISPLAY 'INTEREST-POST: NO ' WS-MAST-CCY
                   ' RATE - PESO CONTROL TOTAL UNDERSTATED'
               MOVE 'YES' TO WS-FX-WARN
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-INTWHIST-RTN.
           MOVE SPACES TO INTWHIST-REC
           MOVE 'D' TO IH-RECTYPE
           MOVE 'INTPOST' TO IH-SOURCE
           MOVE WS-RUN-STAMP TO IH-RUNSTAMP
           MOVE WS-RUN-DATE TO IH-BUSDATE
           MOVE BALFWD-IN-BRANCH TO IH-BRANCH
           MOVE BALFWD-IN-ACCNO TO IH-ACCNO
           MOVE WS-MAST-CUSTNO TO IH-CUSTNO
           MOVE WS-INTEREST TO IH-GROSS
           MOVE WS-WTAX TO IH-WTAX
           MOVE WS-NET-INT TO IH-NET
           MOVE 1 TO IH-COUNT
           WRITE INTWHIST-REC.

       WRITE-WTAX-LINE.
           MOVE BALFWD-IN-BRANCH TO WTX-BRANCH-OUT
           WRITE WTAXREG-REC FROM WTX-LINE AFTER ADVANCING 1 LINE.

       ACCUM-WTAX-BRANCH-RTN.
           MOVE WS-MAST-CCY TO FC-CURRENCY
           MOVE WS-RUN-DATE TO FC-DATE
           MOVE WS-WTAX TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           MOVE FC-PHP-AMOUNT TO WS-WTAX-PHP
           ADD WS-WTAX-PHP TO WS-TOT-WTAX-PHP
           MOVE 'NO ' TO WS-WTB-FOUND
           PERFORM VARYING WS-WTB-IDX FROM 1 BY 1
                   UNTIL WS-WTB-IDX > WS-WTB-COUNT
               IF WTB-BRANCH(WS-WTB-IDX) = BALFWD-IN-BRANCH
                   ADD 1 TO WTB-CTR(WS-WTB-IDX)
                   ADD WS-WTAX-PHP TO WTB-WTAX-PHP(WS-WTB-IDX)
                   MOVE 'YES' TO WS-WTB-FOUND
               END-IF
           END-PERFORM
               ADD 1 TO WS-WTB-COUNT
               MOVE BALFWD-IN-BRANCH TO WTB-BRANCH(WS-WTB-COUNT)
               MOVE 1 TO WTB-CTR(WS-WTB-COUNT)
               MOVE WS-WTAX-PHP TO WTB-WTAX-PHP(WS-WTB-COUNT)
           END-IF.

       WRITE-REG-LINE.
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
      * The days after the last business day - a closing weekend or
      * holiday - still belong to this month, so the month-end run
      * accrues to the last calendar day.
           IF WS-MONTH-END = 'YES'
               MOVE WS-PERIOD-START TO WS-DATE-NUM
               IF WS-PERIOD-START(5:2) = '12'
                   ADD 8900 TO WS-DATE-NUM
               ELSE
                   ADD 100 TO WS-DATE-NUM
               END-IF
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           END-IF
           COMPUTE WS-PERIOD-DAYS =
               WS-END-INT - WS-START-INT + 1

           WRITE REGREC FROM REG-TOTAL-4 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-5 AFTER ADVANCING 1 LINE

           PERFORM WRITE-WTAX-SUMMARY-RTN

           IF WS-MONTH-END = 'YES'
               MOVE SPACES TO INTWHIST-REC
               MOVE 'T' TO IH-RECTYPE
               MOVE 'INTPOST' TO IH-SOURCE
               MOVE WS-RUN-STAMP TO IH-RUNSTAMP
               MOVE WS-RUN-DATE TO IH-BUSDATE
               COMPUTE IH-GROSS = WS-TOT-NET-PHP + WS-TOT-WTAX-PHP
               MOVE WS-TOT-WTAX-PHP TO IH-WTAX
               MOVE WS-TOT-NET-PHP TO IH-NET
               MOVE WS-POST-CTR TO IH-COUNT
               WRITE INTWHIST-REC
           END-IF.

       WRITE-WTAX-SUMMARY-RTN.
           WRITE WTAXREG-REC FROM WTX-SUM-HEADER
                   UNTIL WS-WTB-IDX > WS-WTB-COUNT
               MOVE WTB-BRANCH(WS-WTB-IDX) TO WTS-BRANCH-OUT
               MOVE WTB-CTR(WS-WTB-IDX) TO WTS-CTR-OUT
               MOVE WTB-WTAX-PHP(WS-WTB-IDX) TO WTS-WTAX-OUT
               WRITE WTAXREG-REC FROM WTX-SUM-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-TOT-WTAX-PHP TO WTS-TOT-OUT
           WRITE WTAXREG-REC FROM WTX-SUM-TOTAL
               AFTER ADVANCING 2 LINES.

           MOVE 'NO' TO WS-CUSTMAST-FOUND
           MOVE SPACES TO WS-MAST-NAME
           MOVE 'A' TO WS-MAST-STATUS
           MOVE SPACES TO WS-MAST-CUSTNO
           MOVE 'RS' TO WS-MAST-PROD
           MOVE 'PHP' TO WS-MAST-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE SPACES TO CM-ACCNO
               MOVE BALFWD-IN-ACCNO TO CM-ACCNO
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-CUSTMAST-FOUND
                       MOVE CM-ACCNAME TO WS-MAST-NAME
                       MOVE CM-CUSTNO TO WS-MAST-CUSTNO
                       IF CM-STATUS NOT = SPACE
                           MOVE CM-STATUS TO WS-MAST-STATUS
                       END-IF
                       ELSE
                           MOVE CM-PRODTYPE TO WS-MAST-PROD
                       END-IF
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-MAST-CCY
                       END-IF
               END-READ
           END-IF.

               MOVE 'YES' TO WS-CUSTMAST-OPEN
           END-IF.

      * The regular savings tiers are in pesos, so a foreign-currency
      * account with no rate set of its own is left unselected.
       SELECT-PROD-SET-RTN.
           MOVE 0 TO WS-PROD-SEL
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   MOVE WS-PROD-IDX TO WS-PROD-SEL
               END-IF
           END-PERFORM
           IF WS-PROD-SEL = 0 AND WS-MAST-CCY NOT = 'PHP'
               EXIT PARAGRAPH
           END-IF
           IF WS-PROD-SEL = 0
               PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                       UNTIL WS-PROD-IDX > WS-PROD-COUNT
               MOVE 'RS' TO WS-LOAD-PROD
               MOVE RTO-LIMIT TO WS-LOAD-LIMIT
               MOVE RTO-RATE TO WS-LOAD-RATE
               MOVE SPACES TO WS-LOAD-EFFDATE
           ELSE
               MOVE RT-PROD TO WS-LOAD-PROD
               MOVE RT-LIMIT TO WS-LOAD-LIMIT
               MOVE RT-RATE TO WS-LOAD-RATE
               MOVE RT-EFFDATE TO WS-LOAD-EFFDATE
           END-IF
           IF WS-LOAD-EFFDATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PROD-SEL
               ADD 1 TO WS-PROD-COUNT
               MOVE WS-PROD-COUNT TO WS-PROD-SEL
               MOVE WS-LOAD-PROD TO PRS-PROD(WS-PROD-SEL)
               MOVE WS-LOAD-EFFDATE TO PRS-EFFDATE(WS-PROD-SEL)
               MOVE 0 TO PRS-TIER-CNT(WS-PROD-SEL)
           END-IF
           IF WS-PROD-SEL > 0
               IF WS-LOAD-EFFDATE < PRS-EFFDATE(WS-PROD-SEL)
                   EXIT PARAGRAPH
               END-IF
               IF WS-LOAD-EFFDATE > PRS-EFFDATE(WS-PROD-SEL)
                   MOVE WS-LOAD-EFFDATE TO PRS-EFFDATE(WS-PROD-SEL)
                   MOVE 0 TO PRS-TIER-CNT(WS-PROD-SEL)
               END-IF
           END-IF
           IF WS-PROD-SEL > 0
               AND PRS-TIER-CNT(WS-PROD-SEL) < 4
               ADD 1 TO PRS-TIER-CNT(WS-PROD-SEL)
       INIT-RATE-TABLE-DEFAULTS.
           MOVE 1 TO WS-PROD-COUNT.
           MOVE 'RS' TO PRS-PROD(1).
           MOVE SPACES TO PRS-EFFDATE(1).
           MOVE 4 TO PRS-TIER-CNT(1).
           MOVE 10000.00 TO TIER-LIMIT(1, 1).
           MOVE 0.0010   TO TIER-RATE(1, 1).
           MOVE 9999999.99 TO TIER-LIMIT(1, 4).
           MOVE 0.0025   TO TIER-RATE(1, 4).

      * Monthly posting belongs to the last business day of the
      * month on the holiday calendar; on any other business date the
      * run posts nothing and leaves an empty, trailed file for the
      * merge. A date past the last business day (a wall-clock run on
      * a closing weekend) still counts as the month end.
       CHECK-MONTH-END-RTN.
           MOVE 'NO ' TO WS-MONTH-END
           MOVE 'L' TO BC-FUNCTION
           MOVE WS-RUN-DATE TO BC-DATE
           MOVE SPACES TO BC-BRANCH
           MOVE 0 TO BC-DAYS
           CALL 'BUSCAL' USING BUSCAL-PARM
           MOVE BC-OUT-DATE TO WS-LAST-BUS-DATE
           IF WS-RUN-DATE NOT < WS-LAST-BUS-DATE
               MOVE 'YES' TO WS-MONTH-END
           END-IF
           IF WS-MONTH-END = 'NO ' AND WS-EOF NOT = 'YES'
               DISPLAY 'INTEREST-POST: ' WS-RUN-DATE
                   ' IS NOT THE LAST BUSINESS DAY OF THE MONTH ('
                   WS-LAST-BUS-DATE ') - NOTHING ACCRUED'
               MOVE 'YES' TO WS-EOF
           END-IF.

      * Output is dated from the business-date control file so a
      * delayed night run still posts under the right day; the wall
      * clock is only the fallback when the file is missing.
           MOVE WS-READ-CTR TO RS-READ
           MOVE WS-POST-CTR TO RS-POSTED
           MOVE WS-SKIP-CTR TO RS-REJECTED
           MOVE WS-TOT-NET-PHP TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
