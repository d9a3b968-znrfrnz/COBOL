       FILE SECTION.
       FD  BALFWD-IN.
       01  BALFWD-IN-REC.
           05 BALFWD-IN-ACCNO      PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-IN-BAL        PIC S9(7)V99.
           05 BALFWD-IN-BRANCH     PIC X(2).

       FD  SVCPOST-FILE.
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

       FD  SCHED-FILE.
       01  SCHED-REC.
           05 SC-OD-DAYS           PIC 9(3).
           05 FILLER               PIC X.
           05 SC-EXEMPT            PIC X(1).
           05 FILLER               PIC X.
           05 SC-EFFDATE           PIC X(8).

      * Pre-product schedules carried no product key; the minimum
      * balance's leading digits land where the key now sits.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-MONTH-END            PIC X(3) VALUE 'NO '.
       01  WS-LAST-BUS-DATE        PIC X(8) VALUE SPACES.
       01  WS-CHARGE               PIC 9(5)V99 VALUE 0.

       01  WS-MINFEE-CTR           PIC 9(5) VALUE 0.
       01  WS-ODCHG-TOT            PIC 9(9)V99 VALUE 0.
       01  WS-POST-CTR             PIC 9(5) VALUE 0.
       01  WS-TOT-CHARGES          PIC 9(9)V99 VALUE 0.
      * Charges on a foreign-currency account are taken in the
      * account's own currency; the control total the morning sheet
      * adds up is the peso equivalent at the run date's rate.
       01  WS-TOT-CHARGES-PHP      PIC S9(11)V99 VALUE 0.
       01  WS-FX-WARN              PIC X(3) VALUE 'NO '.
       01  WS-MAST-CCY             PIC X(3) VALUE 'PHP'.

       01  WS-SCHED-STATUS         PIC XX VALUE SPACES.
       01  WS-SCHED-EOF            PIC X(3) VALUE 'NO '.
       01  WS-FEE-COUNT            PIC 9(1) VALUE 0.
       01  WS-FEE-IDX              PIC 9(1) VALUE 0.
       01  WS-FEE-SEL              PIC 9(1) VALUE 0.
       01  WS-LOAD-PROD            PIC X(2) VALUE SPACES.
       01  WS-LOAD-EFFDATE         PIC X(8) VALUE SPACES.

      * One fee schedule per product type; a product flagged exempt
      * pays no below-minimum fee. Accounts whose product has no
      * schedule of its own are assessed on the regular savings set,
      * unless they are held in a foreign currency: that set is in
      * pesos, so those are left unassessed until a set is keyed.
      * Of several dated schedules for a product the one held is the
      * latest effective on or before the run date (an undated one
      * has been in effect all along).
       01  FEE-SCHED-TABLE.
           05 FEE-SCHED-SET OCCURS 6 TIMES.
              10 FS-PROD           PIC X(2).
              10 FS-EFFDATE        PIC X(8).
              10 FS-MIN-BAL        PIC 9(7)V99.
              10 FS-MINFEE         PIC 9(5)V99.
              10 FS-OD-DAILY       PIC 9(5)V99.

       01  REG-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 REG-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-BAL-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 REG-TYPE-OUT         PIC X(13).

       01  REG-SKIP-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SKP-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SKP-BAL-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SKP-REASON-OUT       PIC X(25).
           05 SUM-TOT-CHG-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(28) VALUE SPACES.

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
               MOVE 'YES' TO WS-EOF
           END-IF

           PERFORM CHECK-MONTH-END-RTN

           OPEN OUTPUT SVCPOST-FILE
           OPEN OUTPUT REGFILE

       PROCESS-RTN.
           ADD 1 TO WS-READ-CTR
           PERFORM CUSTMAST-FIND-RTN
           MOVE SPACES TO SKP-REASON-OUT
           EVALUATE TRUE
               WHEN WS-CUSTMAST-FOUND = 'NO '
                   MOVE 'NOT ON CUSTOMER MASTER' TO SKP-REASON-OUT
               WHEN WS-MAST-STATUS = 'C'
                   MOVE 'ACCOUNT CLOSED' TO SKP-REASON-OUT
               WHEN OTHER
                   PERFORM SELECT-FEE-SET-RTN
                   IF WS-FEE-SEL = 0
                       MOVE 'NO FCY SCHEDULE' TO SKP-REASON-OUT
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE
           IF SKP-REASON-OUT NOT = SPACES
               PERFORM WRITE-SKIP-LINE
               ADD 1 TO WS-SKIPPED-CTR
           ELSE
               IF BALFWD-IN-BAL < 0
                   PERFORM ASSESS-OVERDRAFT-RTN
               ELSE
                       PERFORM ASSESS-BELOW-MIN-RTN
                   END-IF
               END-IF
           END-IF

           READ BALFWD-IN
           WRITE REC-IN

           ADD 1 TO WS-POST-CTR
           ADD WS-CHARGE TO WS-TOT-CHARGES
           PERFORM ACCUM-CHARGE-PHP-RTN.

      * A currency with no rate on file adds nothing to the peso
      * control; the run finishes but is flagged so the control sheet
      * is not taken at face value.
       ACCUM-CHARGE-PHP-RTN.
           MOVE WS-MAST-CCY TO FC-CURRENCY
           MOVE WS-RUN-DATE TO FC-DATE
           MOVE WS-CHARGE TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           ADD FC-PHP-AMOUNT TO WS-TOT-CHARGES-PHP
           IF FC-RESULT = '90' AND WS-FX-WARN = 'NO '
               DISPLAY 'SERVICE-CHARGE: NO ' WS-MAST-CCY
                   ' RATE - PESO CONTROL TOTAL UNDERSTATED'
               MOVE 'YES' TO WS-FX-WARN
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-REG-LINE.
           MOVE BALFWD-IN-ACCNO TO REG-ACCNO-OUT
                   MOVE WS-FEE-IDX TO WS-FEE-SEL
               END-IF
           END-PERFORM
           IF WS-FEE-SEL = 0 AND WS-MAST-CCY NOT = 'PHP'
               EXIT PARAGRAPH
           END-IF
           IF WS-FEE-SEL = 0
               PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                       UNTIL WS-FEE-IDX > WS-FEE-COUNT
           MOVE SPACES TO WS-MAST-NAME
           MOVE 'A' TO WS-MAST-STATUS
           MOVE 'RS' TO WS-MAST-PROD
           MOVE 'PHP' TO WS-MAST-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE SPACES TO CM-ACCNO
               MOVE BALFWD-IN-ACCNO TO CM-ACCNO
                       ELSE
                           MOVE CM-PRODTYPE TO WS-MAST-PROD
                       END-IF
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-MAST-CCY
                       END-IF
               END-READ
           END-IF.

           END-IF.

       LOAD-SCHED-REC-RTN.
           IF SC-PROD NUMERIC
               MOVE 'RS' TO WS-LOAD-PROD
               MOVE SPACES TO WS-LOAD-EFFDATE
           ELSE
               MOVE SC-PROD TO WS-LOAD-PROD
               MOVE SC-EFFDATE TO WS-LOAD-EFFDATE
           END-IF
           IF WS-LOAD-EFFDATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FEE-SEL
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF FS-PROD(WS-FEE-IDX) = WS-LOAD-PROD
                   MOVE WS-FEE-IDX TO WS-FEE-SEL
               END-IF
           END-PERFORM
           IF WS-FEE-SEL > 0
               IF WS-LOAD-EFFDATE < FS-EFFDATE(WS-FEE-SEL)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-FEE-COUNT >= 6
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FEE-COUNT
               MOVE WS-FEE-COUNT TO WS-FEE-SEL
           END-IF

           MOVE WS-LOAD-PROD TO FS-PROD(WS-FEE-SEL)
           MOVE WS-LOAD-EFFDATE TO FS-EFFDATE(WS-FEE-SEL)
           IF SC-PROD NUMERIC
               MOVE SCO-MIN-BAL TO FS-MIN-BAL(WS-FEE-SEL)
               MOVE SCO-MINFEE TO FS-MINFEE(WS-FEE-SEL)
               MOVE SCO-OD-DAILY TO FS-OD-DAILY(WS-FEE-SEL)
               MOVE SCO-OD-DAYS TO FS-OD-DAYS(WS-FEE-SEL)
               MOVE 'N' TO FS-EXEMPT(WS-FEE-SEL)
           ELSE
               MOVE SC-MIN-BAL TO FS-MIN-BAL(WS-FEE-SEL)
               MOVE SC-MINFEE TO FS-MINFEE(WS-FEE-SEL)
               MOVE SC-OD-DAILY TO FS-OD-DAILY(WS-FEE-SEL)
               MOVE SC-OD-DAYS TO FS-OD-DAYS(WS-FEE-SEL)
               IF SC-EXEMPT = 'Y'
                   MOVE 'Y' TO FS-EXEMPT(WS-FEE-SEL)
               ELSE
                   MOVE 'N' TO FS-EXEMPT(WS-FEE-SEL)
               END-IF
           END-IF.

       INIT-SCHED-DEFAULTS.
           MOVE 2 TO WS-FEE-COUNT.
           MOVE 'RS' TO FS-PROD(1).
           MOVE SPACES TO FS-EFFDATE(1).
           MOVE 500.00 TO FS-MIN-BAL(1).
           MOVE 100.00 TO FS-MINFEE(1).
           MOVE 25.00 TO FS-OD-DAILY(1).
           MOVE 30 TO FS-OD-DAYS(1).
           MOVE 'N' TO FS-EXEMPT(1).
           MOVE 'PA' TO FS-PROD(2).
           MOVE SPACES TO FS-EFFDATE(2).
           MOVE 0 TO FS-MIN-BAL(2).
           MOVE 0 TO FS-MINFEE(2).
           MOVE 25.00 TO FS-OD-DAILY(2).
           MOVE 30 TO FS-OD-DAYS(2).
           MOVE 'Y' TO FS-EXEMPT(2).

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
               DISPLAY 'SERVICE-CHARGE: ' WS-RUN-DATE
                   ' IS NOT THE LAST BUSINESS DAY OF THE MONTH ('
                   WS-LAST-BUS-DATE ') - NOTHING ASSESSED'
               MOVE 'YES' TO WS-EOF
           END-IF.

      * Output is dated from the business-date control file so a
      * delayed night run still posts under the right day; the wall
      * clock is only the fallback when the file is missing.
           MOVE WS-READ-CTR TO RS-READ
           MOVE WS-POST-CTR TO RS-POSTED
           MOVE WS-SKIPPED-CTR TO RS-REJECTED
           MOVE WS-TOT-CHARGES-PHP TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
