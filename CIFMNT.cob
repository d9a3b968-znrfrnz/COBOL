           SELECT AUDIT-FILE ASSIGN TO "CIFAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JOINT-FILE ASSIGN TO "JOINTOWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(80).

      * Joint owners of an account other than the primary customer
      * CM-CUSTNO names, one line per co-owner, kept with the J action.
       FD  JOINT-FILE.
       01  JOINT-REC.
           05 JO-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 JO-CUSTNO            PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-VALID-INPUT       PIC X VALUE 'N'.
              88 ACTION-CHANGE     VALUE 'C', 'c'.
              88 ACTION-DELETE     VALUE 'D', 'd'.
              88 ACTION-LINK       VALUE 'L', 'l'.
              88 ACTION-JOINT      VALUE 'J', 'j'.
              88 ACTION-QUIT       VALUE 'Q', 'q'.
           05 WS-CONFIRM           PIC X VALUE SPACES.

       01  WS-CIFMAST-STATUS       PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-JOINT-STATUS         PIC XX VALUE SPACES.
       01  WS-JOINT-EOF            PIC X(3) VALUE 'NO '.
       01  WS-JOINT-COUNT          PIC 9(4) VALUE 0.
       01  WS-JOINT-IDX            PIC 9(4) VALUE 0.
       01  WS-JOINT-POS            PIC 9(4) VALUE 0.
       01  JOINT-TABLE.
           05 JOINT-ENTRY OCCURS 2000 TIMES.
              10 JT-IMAGE          PIC X(17).
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-CHANGE-CTR           PIC 9(5) VALUE 0.

       01  MAINT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 5 VALUE "CUSTOMER INFORMATION FILE".
           05 LINE 3 COL 5 VALUE "ACTION [A/C/D/L/J/Q]:".
           05 LINE 4 COL 5 VALUE "CUSTOMER NUMBER:".
           05 LINE 5 COL 5 VALUE "CUSTOMER NAME:".
           05 LINE 6 COL 5 VALUE "ADDRESS 1:".
           05 LINE 7 COL 5 VALUE "ADDRESS 2:".
           05 LINE 8 COL 5 VALUE "ADDRESS 3:".
           05 LINE 10 COL 5 VALUE "ACCOUNT TO LINK (L/J):".

       PROCEDURE DIVISION.
      * One customer, many accounts: the CIF master carries the
      * person once and each CUSTMAST account record points at it
      * through CM-CUSTNO, maintained with the L action here. A
      * joint account's other owners are kept on JOINTOWN.DAT with
      * the J action, which adds the owner or, if already there,
      * removes it.
       MAIN-PROCEDURE.
           OPEN I-O CIFMAST
           IF WS-CIFMAST-STATUS = '05' OR WS-CIFMAST-STATUS = '35'
               PERFORM UNTIL INPUT-IS-VALID
                   ACCEPT WS-ACTION AT LINE 3 COLUMN 26
                   IF ACTION-ADD OR ACTION-CHANGE OR ACTION-DELETE
                       OR ACTION-LINK OR ACTION-JOINT OR ACTION-QUIT
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "INVALID ACTION" AT LINE 3 COLUMN 30
                           PERFORM DELETE-CIF-RTN
                       WHEN ACTION-LINK
                           PERFORM LINK-ACCOUNT-RTN
                       WHEN ACTION-JOINT
                           PERFORM JOINT-OWNER-RTN
                   END-EVALUATE
               END-IF
           END-PERFORM.
           END-READ
           PERFORM PAUSE-RTN.

       JOINT-OWNER-RTN.
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY "CUSTOMER MASTER NOT OPEN - CANNOT LINK"
                   AT LINE 12 COLUMN 5
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE IN-CUSTNO TO CF-CUSTNO
           READ CIFMAST
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE" AT LINE 12 COLUMN 5
                   PERFORM PAUSE-RTN
                   EXIT PARAGRAPH
           END-READ
           DISPLAY CF-NAME AT LINE 5 COLUMN 24
           ACCEPT IN-ACCNO AT LINE 10 COLUMN 27
           MOVE SPACES TO CM-ACCNO
           MOVE IN-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON MASTER" AT LINE 12 COLUMN 5
                   PERFORM PAUSE-RTN
                   EXIT PARAGRAPH
           END-READ
           IF CM-CUSTNO = SPACES
               DISPLAY "LINK THE PRIMARY OWNER FIRST (L)"
                   AT LINE 12 COLUMN 5
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF
           IF CM-CUSTNO = IN-CUSTNO
               DISPLAY "CUSTOMER IS THE PRIMARY OWNER"
                   AT LINE 12 COLUMN 5
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-JOINT-RTN
           MOVE 0 TO WS-JOINT-POS
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > WS-JOINT-COUNT
               MOVE JT-IMAGE(WS-JOINT-IDX) TO JOINT-REC
               IF JO-ACCNO = IN-ACCNO AND JO-CUSTNO = IN-CUSTNO
                   MOVE WS-JOINT-IDX TO WS-JOINT-POS
               END-IF
           END-PERFORM

           MOVE CM-ACCNAME TO WS-OLD-NAME
           MOVE CF-NAME TO IN-NAME
           IF WS-JOINT-POS > 0
               DISPLAY "REMOVE JOINT OWNER [Y/N]:"
                   AT LINE 12 COLUMN 5
               ACCEPT WS-CONFIRM AT LINE 12 COLUMN 31
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM VARYING WS-JOINT-IDX FROM WS-JOINT-POS BY 1
                           UNTIL WS-JOINT-IDX >= WS-JOINT-COUNT
                       MOVE JT-IMAGE(WS-JOINT-IDX + 1)
                           TO JT-IMAGE(WS-JOINT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-JOINT-COUNT
                   PERFORM WRITE-JOINT-RTN
                   MOVE 'R' TO WS-ACTION
                   PERFORM AUDIT-WRITE-RTN
                   DISPLAY "JOINT OWNER REMOVED    "
                       AT LINE 12 COLUMN 5
               ELSE
                   DISPLAY "NO CHANGE APPLIED      "
                       AT LINE 12 COLUMN 5
               END-IF
           ELSE
               IF WS-JOINT-COUNT < 2000
                   ADD 1 TO WS-JOINT-COUNT
                   MOVE SPACES TO JOINT-REC
                   MOVE IN-ACCNO TO JO-ACCNO
                   MOVE IN-CUSTNO TO JO-CUSTNO
                   MOVE JOINT-REC TO JT-IMAGE(WS-JOINT-COUNT)
                   PERFORM WRITE-JOINT-RTN
                   PERFORM AUDIT-WRITE-RTN
                   DISPLAY "JOINT OWNER ADDED" AT LINE 12 COLUMN 5
               ELSE
                   DISPLAY "JOINT OWNER FILE FULL - NOT ADDED"
                       AT LINE 12 COLUMN 5
               END-IF
           END-IF
           PERFORM PAUSE-RTN.

       LOAD-JOINT-RTN.
           MOVE 0 TO WS-JOINT-COUNT
           MOVE 'NO ' TO WS-JOINT-EOF
           OPEN INPUT JOINT-FILE
           IF WS-JOINT-STATUS NOT = '00'
               MOVE 'YES' TO WS-JOINT-EOF
           END-IF
           PERFORM UNTIL WS-JOINT-EOF = 'YES'
               READ JOINT-FILE
                   AT END MOVE 'YES' TO WS-JOINT-EOF
               END-READ
               IF WS-JOINT-EOF NOT = 'YES'
                   AND WS-JOINT-COUNT < 2000
                   ADD 1 TO WS-JOINT-COUNT
                   MOVE JOINT-REC TO JT-IMAGE(WS-JOINT-COUNT)
               END-IF
           END-PERFORM
           IF WS-JOINT-STATUS NOT = '35'
               CLOSE JOINT-FILE
           END-IF.

       WRITE-JOINT-RTN.
           OPEN OUTPUT JOINT-FILE
           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > WS-JOINT-COUNT
               MOVE JT-IMAGE(WS-JOINT-IDX) TO JOINT-REC
               WRITE JOINT-REC
           END-PERFORM
           CLOSE JOINT-FILE.

       PAUSE-RTN.
           DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 14 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 14 COLUMN 30.
