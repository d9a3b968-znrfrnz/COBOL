           05 EM-STATUS            PIC X(1).
              88 EM-ACTIVE         VALUE 'A', ' '.
              88 EM-SEPARATED      VALUE 'S'.
           05 EM-SHIFT-START       PIC 9(4).
           05 EM-SHIFT-END         PIC 9(4).
           05 EM-PAY-FREQ          PIC X(1).
              88 EM-PAID-WEEKLY    VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY VALUE 'S'.
              88 EM-PAID-MONTHLY   VALUE 'M', ' '.

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(100).
           05 IN-TYPE              PIC X(2).
           05 IN-RATE-RAW          PIC X(10).
           05 IN-STATUS            PIC X(1).
           05 IN-SHIFT-START       PIC X(4).
           05 IN-SHIFT-END         PIC X(4).
           05 IN-PAY-FREQ          PIC X(1).
           05 WS-RATE              PIC 9(5)V99.

       01  WS-OLD-FIELDS.
           05 WS-OLD-TYPE          PIC X(2) VALUE SPACES.
           05 WS-OLD-RATE          PIC 9(5)V99 VALUE 0.
           05 WS-OLD-STATUS        PIC X(1) VALUE SPACES.
           05 WS-OLD-SHIFT-START   PIC X(4) VALUE SPACES.
           05 WS-OLD-SHIFT-END     PIC X(4) VALUE SPACES.
           05 WS-OLD-PAY-FREQ      PIC X(1) VALUE SPACES.

       01  WS-SHIFT-TIME           PIC X(4) VALUE SPACES.
       01  WS-SHIFT-TIME-N REDEFINES WS-SHIFT-TIME.
           05 WS-SHIFT-HH          PIC 9(2).
           05 WS-SHIFT-MM          PIC 9(2).
       01  WS-SHIFT-OK             PIC X VALUE 'N'.

       01  MAINT-AUDIT-LINE.
           05 MAU-PROGRAM          PIC X(10) VALUE 'EMPMNT'.
           05 LINE 7 COL 5 VALUE "TYPE [Fa/Em]:".
           05 LINE 8 COL 5 VALUE "RATE PER HOUR:".
           05 LINE 9 COL 5 VALUE "STATUS [A/S]:".
           05 LINE 10 COL 5 VALUE "SHIFT START (HHMM):".
           05 LINE 11 COL 5 VALUE "SHIFT END (HHMM):".
           05 LINE 12 COL 5 VALUE "PAY FREQUENCY [W/S/M]:".
           05 LINE 13 COL 5 VALUE "RATE EFFECTIVE (YYYYMMDD):".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   PERFORM GET-FIELDS-RTN
                   IF IN-NAME = SPACES
                       DISPLAY "NAME REQUIRED - NOT ADDED"
                           AT LINE 14 COLUMN 5
                   ELSE
                       MOVE SPACES TO EMPMAST-REC
                       MOVE IN-EMPNO TO EM-EMPNO
                       MOVE IN-TYPE TO EM-TYPE
                       MOVE WS-RATE TO EM-RATE
                       MOVE IN-STATUS TO EM-STATUS
                       MOVE IN-SHIFT-START TO EM-SHIFT-START
                       MOVE IN-SHIFT-END TO EM-SHIFT-END
                       MOVE IN-PAY-FREQ TO EM-PAY-FREQ
                       WRITE EMPMAST-REC
                           INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                                   AT LINE 14 COLUMN 5
                               DISPLAY WS-EMPMAST-STATUS
                                   AT LINE 14 COLUMN 28
                           NOT INVALID KEY
                               MOVE SPACES TO WS-OLD-FIELDS
                               MOVE WS-TODAY TO WS-EFFDATE
                               PERFORM RATEHIST-WRITE-RTN
                               PERFORM AUDIT-WRITE-RTN
                               DISPLAY "EMPLOYEE ADDED"
                                   AT LINE 14 COLUMN 5
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "EMPLOYEE ALREADY ON MASTER: "
                       AT LINE 14 COLUMN 5
                   DISPLAY EM-NAME AT LINE 14 COLUMN 33
           END-READ
           PERFORM PAUSE-RTN.

           MOVE IN-EMPNO TO EM-EMPNO
           READ EMPMAST
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT ON MASTER" AT LINE 14 COLUMN 5
               NOT INVALID KEY
                   MOVE EM-NAME TO WS-OLD-NAME
                   MOVE EM-DEPT TO WS-OLD-DEPT
                   MOVE EM-TYPE TO WS-OLD-TYPE
                   MOVE EM-RATE TO WS-OLD-RATE
                   MOVE EM-STATUS TO WS-OLD-STATUS
                   MOVE EM-SHIFT-START TO WS-OLD-SHIFT-START
                   MOVE EM-SHIFT-END TO WS-OLD-SHIFT-END
                   MOVE EM-PAY-FREQ TO WS-OLD-PAY-FREQ
                   DISPLAY EM-NAME AT LINE 5 COLUMN 24
                   DISPLAY EM-DEPT AT LINE 6 COLUMN 24
                   DISPLAY EM-TYPE AT LINE 7 COLUMN 24
                   DISPLAY EM-RATE AT LINE 8 COLUMN 24
                   DISPLAY EM-STATUS AT LINE 9 COLUMN 24
                   DISPLAY WS-OLD-SHIFT-START AT LINE 10 COLUMN 24
                   DISPLAY WS-OLD-SHIFT-END AT LINE 11 COLUMN 24
                   DISPLAY EM-PAY-FREQ AT LINE 12 COLUMN 28
                   PERFORM GET-FIELDS-RTN
                   IF IN-NAME NOT = SPACES
                       MOVE IN-NAME TO EM-NAME
                   MOVE IN-TYPE TO EM-TYPE
                   MOVE WS-RATE TO EM-RATE
                   MOVE IN-STATUS TO EM-STATUS
                   MOVE IN-SHIFT-START TO EM-SHIFT-START
                   MOVE IN-SHIFT-END TO EM-SHIFT-END
                   MOVE IN-PAY-FREQ TO EM-PAY-FREQ
                   REWRITE EMPMAST-REC
                   MOVE EM-NAME TO IN-NAME
                   IF WS-RATE NOT = WS-OLD-RATE
                       IF WS-EFFDATE < WS-TODAY
                           PERFORM RETRO-WRITE-RTN
                           DISPLAY "RETRO PAY QUEUED FOR NEXT RUN"
                               AT LINE 15 COLUMN 5
                       END-IF
                   END-IF
                   PERFORM AUDIT-WRITE-RTN
                   DISPLAY "EMPLOYEE CHANGED" AT LINE 14 COLUMN 5
           END-READ
           PERFORM PAUSE-RTN.

           MOVE IN-EMPNO TO EM-EMPNO
           READ EMPMAST
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT ON MASTER" AT LINE 14 COLUMN 5
               NOT INVALID KEY
                   MOVE EM-NAME TO WS-OLD-NAME
                   MOVE EM-RATE TO WS-OLD-RATE
                   DISPLAY EM-NAME AT LINE 5 COLUMN 24
                   DISPLAY "CONFIRM DELETE [Y/N]:" AT LINE 14 COLUMN 5
                   ACCEPT WS-CONFIRM AT LINE 14 COLUMN 28
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       DELETE EMPMAST RECORD
                       MOVE SPACES TO IN-NAME
                       MOVE SPACE TO IN-STATUS
                       MOVE 0 TO WS-RATE
                       PERFORM AUDIT-WRITE-RTN
                       DISPLAY "EMPLOYEE DELETED" AT LINE 15 COLUMN 5
                   ELSE
                       DISPLAY "DELETE CANCELLED" AT LINE 15 COLUMN 5
                   END-IF
           END-READ
           PERFORM PAUSE-RTN.

      * Blank name keeps the current one on a change; dept, type,
      * rate, status, shift and pay frequency re-prompt until valid
      * (blank keeps current on a change, defaults on an add).
       GET-FIELDS-RTN.
           ACCEPT IN-NAME AT LINE 5 COLUMN 51

                       DISPLAY "MUST BE A OR S" AT LINE 9 COLUMN 44
                   END-IF
               END-IF
           END-PERFORM

      * The shift is the schedule TIME-RECORD checks the daily clock
      * punches against. An end earlier than the start is a night
      * shift that ends the next morning.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-SHIFT-START AT LINE 10 COLUMN 40
               IF IN-SHIFT-START = SPACES
                   IF ACTION-ADD OR WS-OLD-SHIFT-START NOT NUMERIC
                       MOVE '0800' TO IN-SHIFT-START
                   ELSE
                       MOVE WS-OLD-SHIFT-START TO IN-SHIFT-START
                   END-IF
               END-IF
               MOVE IN-SHIFT-START TO WS-SHIFT-TIME
               PERFORM CHECK-SHIFT-TIME-RTN
               IF WS-SHIFT-OK = 'Y'
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "MUST BE HHMM" AT LINE 10 COLUMN 46
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-SHIFT-END AT LINE 11 COLUMN 40
               IF IN-SHIFT-END = SPACES
                   IF ACTION-ADD OR WS-OLD-SHIFT-END NOT NUMERIC
                       MOVE '1700' TO IN-SHIFT-END
                   ELSE
                       MOVE WS-OLD-SHIFT-END TO IN-SHIFT-END
                   END-IF
               END-IF
               MOVE IN-SHIFT-END TO WS-SHIFT-TIME
               PERFORM CHECK-SHIFT-TIME-RTN
               IF WS-SHIFT-OK = 'Y'
                   AND IN-SHIFT-END NOT = IN-SHIFT-START
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "MUST BE HHMM, NOT START"
                       AT LINE 11 COLUMN 46
               END-IF
           END-PERFORM

      * The pay frequency decides which payroll run pays the
      * employee: W weekly (contractual and daily-rated staff), S
      * semi-monthly (regular staff), M monthly. A blank frequency
      * on an older record is the monthly cycle.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-PAY-FREQ AT LINE 12 COLUMN 40
               IF IN-PAY-FREQ = SPACE
                   IF ACTION-ADD
                       MOVE 'S' TO IN-PAY-FREQ
                   ELSE
                       IF WS-OLD-PAY-FREQ = SPACE
                           MOVE 'M' TO IN-PAY-FREQ
                       ELSE
                           MOVE WS-OLD-PAY-FREQ TO IN-PAY-FREQ
                       END-IF
                   END-IF
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   IF IN-PAY-FREQ = 'W' OR IN-PAY-FREQ = 'S'
                       OR IN-PAY-FREQ = 'M'
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "MUST BE W, S OR M"
                           AT LINE 12 COLUMN 44
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-SHIFT-TIME-RTN.
           MOVE 'N' TO WS-SHIFT-OK
           IF WS-SHIFT-TIME NUMERIC
               IF WS-SHIFT-HH < 24 AND WS-SHIFT-MM < 60
                   MOVE 'Y' TO WS-SHIFT-OK
               END-IF
           END-IF.

       PAUSE-RTN.
           DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 17 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 17 COLUMN 30.

      * Every rate carries an effective date; a blank date means the
      * change takes effect today. A date already in the past queues
       GET-EFFDATE-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT WS-EFFDATE AT LINE 13 COLUMN 33
               IF WS-EFFDATE = SPACES
                   MOVE WS-TODAY TO WS-EFFDATE
                   MOVE 'Y' TO WS-VALID-INPUT
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "MUST BE YYYYMMDD"
                           AT LINE 13 COLUMN 43
                   END-IF
               END-IF
           END-PERFORM.
