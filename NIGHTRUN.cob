           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT DISTLOG-FILE ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

      * Distribution log written by REPORT-DIST. The P record for
      * each packet names a packet file to keep generations of.
       FD  DISTLOG-FILE.
       01  DISTLOG-REC.
           05 DL-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 DL-RUNSTAMP          PIC X(14).
           05 FILLER               PIC X(1).
           05 DL-TYPE              PIC X(1).
           05 FILLER               PIC X(1).
           05 DL-PACKET            PIC X(14).
           05 FILLER               PIC X(1).
           05 DL-DEST              PIC X(2).
           05 FILLER               PIC X(1).
           05 DL-REPORT            PIC X(16).
           05 FILLER               PIC X(1).
           05 DL-START-PAGE        PIC 9(5).
           05 FILLER               PIC X(1).
           05 DL-PAGES             PIC 9(5).
           05 FILLER               PIC X(1).
           05 DL-LINES             PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-CMD-STATUS           PIC XX VALUE SPACES.
       01  WS-FROM-STATUS          PIC XX VALUE SPACES.
       01  WS-LOG-STATUS           PIC XX VALUE SPACES.
       01  WS-STAT-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-DISTLOG-STATUS       PIC XX VALUE SPACES.
       01  WS-DISTLOG-EOF          PIC X(3) VALUE 'NO '.
       01  WS-PACKET-CTR           PIC 9(3) VALUE 0.
       01  WS-STAT-EOF             PIC X(3) VALUE 'NO '.
       01  WS-RESTART-MODE         PIC X(3) VALUE 'NO '.
       01  WS-SKIP-CTR             PIC 9(3) VALUE 0.
       01  WS-CAT-EOF              PIC X(3) VALUE 'NO '.

       01  CAT-TABLE.
           05 CAT-ENTRY OCCURS 300 TIMES.
              10 CAT-TBL-MASTER    PIC X(14).
              10 CAT-TBL-NAME      PIC X(30).
              10 CAT-TBL-KEEP      PIC X(1).
           05 LOG-TEXT-OUT         PIC X(60).
           05 FILLER               PIC X(8) VALUE SPACES.

       01  BUSCAL-PARM.
           05 BC-FUNCTION          PIC X(1).
           05 BC-DATE              PIC X(8).
           05 BC-BRANCH            PIC X(2).
           05 BC-DAYS              PIC 9(3).
           05 BC-OUT-DATE          PIC X(8).
           05 BC-BUSINESS          PIC X(1).
           05 BC-HOL-DESC          PIC X(25).
           05 BC-RESULT            PIC X(2).

       01  INTEGCHK-PARM.
           05 IC-BUS-DATE          PIC X(8).
           05 IC-SEVERE            PIC 9(7).
           05 IC-WARNING           PIC 9(7).
           05 IC-RESULT            PIC X(2).

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN
           PERFORM CHECK-BUSINESS-DAY-RTN
           PERFORM LOAD-STATE-RTN

           OPEN OUTPUT LOGFILE
               WRITE LOG-REC FROM LOG-LINE
           END-IF

           PERFORM INTEGRITY-CHECK-RTN

           OPEN INPUT CMDFILE
           IF WS-CMD-STATUS NOT = '00'
               DISPLAY 'NIGHT-DRIVER: NIGHTRUN.CMD NOT FOUND - '
                   MOVE 'DEPTTOT.DAT' TO WS-COPY-TO-NAME
                   MOVE 'A' TO WS-COPY-MODE
                   PERFORM COPY-FILE-RTN
               WHEN 'RPTDIST   '
                   PERFORM PACKET-GEN-RTN
               WHEN OTHER
                   MOVE WS-STEP-NAME TO LOG-STEP-OUT
                   MOVE 'NO PROMOTION FOR THIS STEP' TO LOG-TEXT-OUT
                   WRITE LOG-REC FROM LOG-LINE
           END-EVALUATE.

      * The distribution packets are kept the way the masters are:
      * each packet REPORT-DIST logged for this run date is saved to
      * a dated generation and the oldest beyond WS-GEN-KEEP dropped.
       PACKET-GEN-RTN.
           MOVE 0 TO WS-PACKET-CTR
           MOVE 'NO ' TO WS-DISTLOG-EOF
           OPEN INPUT DISTLOG-FILE
           IF WS-DISTLOG-STATUS NOT = '00'
               MOVE 'YES' TO WS-DISTLOG-EOF
           END-IF
           PERFORM UNTIL WS-DISTLOG-EOF = 'YES'
               READ DISTLOG-FILE
                  AT END MOVE 'YES' TO WS-DISTLOG-EOF
               END-READ
               IF WS-DISTLOG-EOF NOT = 'YES'
                   AND DL-TYPE = 'P'
                   AND DL-RUN-DATE = WS-RUN-DATE
                   MOVE DL-PACKET TO WS-GEN-MASTER
                   PERFORM GEN-SAVE-RTN
                   ADD 1 TO WS-PACKET-CTR
               END-IF
           END-PERFORM
           IF WS-DISTLOG-STATUS NOT = '35'
               CLOSE DISTLOG-FILE
           END-IF
           IF WS-PACKET-CTR = 0
               MOVE WS-STEP-NAME TO LOG-STEP-OUT
               MOVE 'NO PACKETS LOGGED FOR THIS RUN DATE'
                   TO LOG-TEXT-OUT
               WRITE LOG-REC FROM LOG-LINE
           END-IF.

      * Save the current master to a dated generation before it is
      * overwritten, and keep only the last WS-GEN-KEEP generations.
       GEN-SAVE-RTN.
                   READ CATFILE
                      AT END MOVE 'YES' TO WS-CAT-EOF
                   END-READ
                   IF WS-CAT-EOF NOT = 'YES' AND WS-CAT-COUNT < 300
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CAT-MASTER
                           TO CAT-TBL-MASTER(WS-CAT-COUNT)
                   ADD 1 TO WS-GEN-MATCH-CTR
               END-IF
           END-PERFORM
           IF WS-GEN-MATCH-CTR = 0 AND WS-CAT-COUNT < 300
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-GEN-MASTER TO CAT-TBL-MASTER(WS-CAT-COUNT)
               MOVE WS-GEN-NAME TO CAT-TBL-NAME(WS-CAT-COUNT)
           END-PERFORM
           CLOSE CATFILE.

      * The cycle only runs for a business day on the holiday
      * calendar. A business date left on a weekend or a national
      * holiday (set by hand, or a missed advance) stops the night
      * before anything is posted.
       CHECK-BUSINESS-DAY-RTN.
           MOVE 'B' TO BC-FUNCTION
           MOVE WS-RUN-DATE TO BC-DATE
           MOVE SPACES TO BC-BRANCH
           MOVE 0 TO BC-DAYS
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-BUSINESS NOT = 'Y'
               DISPLAY 'NIGHT-DRIVER: BUSINESS DATE ' WS-RUN-DATE
                   ' IS NOT A BUSINESS DAY - ' BC-HOL-DESC
               DISPLAY 'NIGHT-DRIVER: ADVANCE OR SET THE DATE WITH '
                   'BUSDATE-CTL - NOTHING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The files the chain reads must agree with one another before
      * anything is posted. Warnings go to the log and the chain runs;
      * a severe finding stops the night with nothing run. The check
      * is repeated on a restart since the masters may have been
      * corrected in between.
       INTEGRITY-CHECK-RTN.
           MOVE WS-RUN-DATE TO IC-BUS-DATE
           MOVE 0 TO IC-SEVERE
           MOVE 0 TO IC-WARNING
           MOVE SPACES TO IC-RESULT
           CALL 'INTEGCHK' USING INTEGCHK-PARM
           MOVE 'INTEGCHK' TO LOG-STEP-OUT
           MOVE SPACES TO LOG-TEXT-OUT
           EVALUATE IC-RESULT
               WHEN '00'
                   MOVE 'NO DISCREPANCIES ACROSS THE MASTER FILES'
                       TO LOG-TEXT-OUT
                   WRITE LOG-REC FROM LOG-LINE
               WHEN '04'
                   STRING IC-WARNING DELIMITED BY SIZE
                          ' WARNING(S) - SEE INTEGCHK.TXT - CHAIN RUNS'
                              DELIMITED BY SIZE
                          INTO LOG-TEXT-OUT
                   END-STRING
                   WRITE LOG-REC FROM LOG-LINE
               WHEN OTHER
                   STRING IC-SEVERE DELIMITED BY SIZE
                          ' SEVERE FINDING(S) - CHAIN NOT STARTED'
                              DELIMITED BY SIZE
                          INTO LOG-TEXT-OUT
                   END-STRING
                   WRITE LOG-REC FROM LOG-LINE
                   DISPLAY 'NIGHT-DRIVER: INTEGRITY CHECK FOUND '
                       IC-SEVERE ' SEVERE DISCREPANCIES - NOTHING RUN'
                   DISPLAY 'NIGHT-DRIVER: CORRECT THE FILES LISTED ON '
                       'INTEGCHK.TXT AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   CLOSE LOGFILE
                   STOP RUN
           END-EVALUATE.

       LOAD-BUSDATE-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT BUSDATE-FILE
