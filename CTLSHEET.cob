           05 RS-CONTROL           PIC S9(11)V99.
           05 FILLER               PIC X(1).
           05 RS-RC                PIC 9(4).
           05 FILLER               PIC X(1).
           05 RS-ELAPSED           PIC 9(6).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
              10 SS-REJECTED       PIC 9(7).
              10 SS-CONTROL        PIC S9(11)V99.
              10 SS-RC             PIC 9(4).
              10 SS-TIMED          PIC X(1).
              10 SS-ELAPSED        PIC 9(6).

       01  RPT-HEADER-1.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Rejected".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "Control Total".
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(4) VALUE "Secs".
           05 FILLER               PIC X(8) VALUE SPACES.

       01  RPT-DET-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-REJ-OUT          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-CTL-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DET-SECS-OUT         PIC ZZ,ZZ9.
           05 DET-SECS-BLANK REDEFINES DET-SECS-OUT
                                   PIC X(6).
           05 FILLER               PIC X(6) VALUE SPACES.

       01  RPT-MISSING-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
              "*** MISSING - STEP DID NOT RUN ***".
           05 FILLER               PIC X(33) VALUE SPACES.

      * Foreign-currency accounts are totalled by every step at the
      * business date's rates, so the figures add across the sheet.
       01  RPT-NOTE-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(60) VALUE
              "CONTROL TOTALS IN PESO EQUIVALENT AT DAILY FX RATES".
           05 FILLER               PIC X(18) VALUE SPACES.

       01  RPT-VERDICT-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VERDICT-OUT          PIC X(60).
               MOVE 0 TO SS-REJECTED(WS-STEP-IDX)
               MOVE 0 TO SS-CONTROL(WS-STEP-IDX)
               MOVE 0 TO SS-RC(WS-STEP-IDX)
               MOVE 'N' TO SS-TIMED(WS-STEP-IDX)
               MOVE 0 TO SS-ELAPSED(WS-STEP-IDX)
           END-PERFORM.

      * The latest record per step wins, so a clean rerun after a
                   MOVE RS-REJECTED TO SS-REJECTED(WS-STEP-IDX)
                   MOVE RS-CONTROL TO SS-CONTROL(WS-STEP-IDX)
                   MOVE RS-RC TO SS-RC(WS-STEP-IDX)
                   IF RS-ELAPSED NUMERIC
                       MOVE 'Y' TO SS-TIMED(WS-STEP-IDX)
                       MOVE RS-ELAPSED TO SS-ELAPSED(WS-STEP-IDX)
                   ELSE
                       MOVE 'N' TO SS-TIMED(WS-STEP-IDX)
                       MOVE 0 TO SS-ELAPSED(WS-STEP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

                   MOVE SS-POSTED(WS-STEP-IDX) TO DET-POSTED-OUT
                   MOVE SS-REJECTED(WS-STEP-IDX) TO DET-REJ-OUT
                   MOVE SS-CONTROL(WS-STEP-IDX) TO DET-CTL-OUT
                   IF SS-TIMED(WS-STEP-IDX) = 'Y'
                       MOVE SS-ELAPSED(WS-STEP-IDX) TO DET-SECS-OUT
                   ELSE
                       MOVE SPACES TO DET-SECS-BLANK
                   END-IF
                   WRITE RPTREC FROM RPT-DET-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           WRITE RPTREC FROM RPT-NOTE-LINE AFTER ADVANCING 2 LINES

           IF WS-MISSING-CTR = 0 AND WS-FAIL-CTR = 0
               MOVE 'ALL STEPS COMPLETE AND CLEAN' TO VERDICT-OUT
