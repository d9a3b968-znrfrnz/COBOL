       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-CASE-MAINT.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-REC.
           05 AC-CASE-NO           PIC 9(6).
           05 FILLER               PIC X(1).
           05 AC-SUBJ-TYPE         PIC X(1).
           05 AC-SUBJECT           PIC X(10).
           05 FILLER               PIC X(1).
           05 AC-SCENARIO          PIC X(2).
           05 FILLER               PIC X(1).
           05 AC-ALERT-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 AC-DAYS              PIC 9(3).
           05 FILLER               PIC X(1).
           05 AC-AMOUNT            PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 AC-AMOUNT-2          PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 AC-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 AC-DISP-DATE         PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-DISP-USER         PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-NOTE              PIC X(30).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-CASE-EOF             PIC X(3) VALUE 'NO '.
       01  WS-ACTION               PIC X(1) VALUE SPACE.
       01  WS-CHANGED              PIC X(3) VALUE 'NO '.
       01  WS-FOUND                PIC X(3) VALUE 'NO '.
       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.

       01  WS-IN-CASE-NO           PIC X(6) VALUE SPACES.
       01  WS-IN-USER              PIC X(8) VALUE SPACES.
       01  WS-IN-NOTE              PIC X(30) VALUE SPACES.
       01  WS-NEW-STATUS           PIC X(1) VALUE SPACE.
       01  WS-NEW-STATUS-TEXT      PIC X(9) VALUE SPACES.

       01  WS-CASE-COUNT           PIC 9(5) VALUE 0.
       01  WS-CASE-IDX             PIC 9(5) VALUE 0.
       01  WS-CASE-POS             PIC 9(5) VALUE 0.
       01  WS-LIST-CTR             PIC 9(5) VALUE 0.

      * The case file is held whole and written back in full after a
      * disposition, in case-number order as AML-MONITOR wrote it.
       01  CASE-TABLE.
           05 CASE-ENTRY OCCURS 5000 TIMES.
              10 CT-IMAGE          PIC X(125).

       01  WS-AMT-OUT              PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      * Compliance disposition of the cases AML-MONITOR opens. A
      * pending case is either cleared (no further action) or
      * escalated for a suspicious transaction report; an escalated
      * case can later be cleared once the filing is done. Every
      * decision carries the reviewer, the business date and a note.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-CASES-RTN

           DISPLAY 'AML-CASE-MAINT: ' WS-CASE-COUNT
               ' CASE(S) ON FILE'
           DISPLAY 'ACTION - (L)IST OPEN CASES, (C)LEAR, '
               '(E)SCALATE, (Q)UIT: '
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-OPEN-RTN
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-NEW-STATUS
                   MOVE 'CLEARED' TO WS-NEW-STATUS-TEXT
                   PERFORM DISPOSE-CASE-RTN
               WHEN 'E'
               WHEN 'e'
                   MOVE 'E' TO WS-NEW-STATUS
                   MOVE 'ESCALATED' TO WS-NEW-STATUS-TEXT
                   PERFORM DISPOSE-CASE-RTN
               WHEN OTHER
                   DISPLAY 'AML-CASE-MAINT: NO CHANGE APPLIED'
           END-EVALUATE

           IF WS-CHANGED = 'YES'
               PERFORM WRITE-CASES-RTN
           END-IF
           STOP RUN.

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

       LOAD-CASES-RTN.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'AML-CASE-MAINT: AMLCASE.DAT NOT FOUND - '
                   'NO CASES OPEN'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CASE-EOF = 'YES'
               READ CASE-FILE
                   AT END MOVE 'YES' TO WS-CASE-EOF
               END-READ
               IF WS-CASE-EOF NOT = 'YES'
                   IF WS-CASE-COUNT < 5000
                       ADD 1 TO WS-CASE-COUNT
                       MOVE CASE-REC TO CT-IMAGE(WS-CASE-COUNT)
                   ELSE
                       DISPLAY 'AML-CASE-MAINT: CASE FILE OVER 5,000 '
                           '- ARCHIVE CLOSED CASES FIRST'
                       CLOSE CASE-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CASE-FILE.

       LIST-OPEN-RTN.
           MOVE 0 TO WS-LIST-CTR
           DISPLAY 'CASE   ALERTED  S SUBJECT    SC ACCOUNT    '
               '       AMOUNT ST'
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
               MOVE CT-IMAGE(WS-CASE-IDX) TO CASE-REC
               IF AC-STATUS = 'P' OR AC-STATUS = 'E'
                   MOVE AC-AMOUNT TO WS-AMT-OUT
                   DISPLAY AC-CASE-NO ' ' AC-ALERT-DATE ' '
                       AC-SUBJ-TYPE ' ' AC-SUBJECT ' '
                       AC-SCENARIO ' ' AC-ACCNO ' '
                       WS-AMT-OUT ' ' AC-STATUS
                   ADD 1 TO WS-LIST-CTR
               END-IF
           END-PERFORM
           DISPLAY 'AML-CASE-MAINT: ' WS-LIST-CTR
               ' OPEN CASE(S) (P PENDING, E ESCALATED)'.

       DISPOSE-CASE-RTN.
           DISPLAY 'ENTER CASE NUMBER: '
           ACCEPT WS-IN-CASE-NO
           PERFORM FIND-CASE-RTN
           IF WS-FOUND = 'NO '
               DISPLAY 'AML-CASE-MAINT: CASE ' WS-IN-CASE-NO
                   ' NOT ON FILE - NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CT-IMAGE(WS-CASE-POS) TO CASE-REC
           IF AC-STATUS = 'C'
               OR (AC-STATUS = 'E' AND WS-NEW-STATUS = 'E')
               DISPLAY 'AML-CASE-MAINT: CASE ' AC-CASE-NO
                   ' ALREADY ' AC-STATUS ' ON ' AC-DISP-DATE
                   ' BY ' AC-DISP-USER ' - NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ENTER REVIEWER ID: '
           ACCEPT WS-IN-USER
           DISPLAY 'ENTER DISPOSITION NOTE: '
           ACCEPT WS-IN-NOTE
           IF WS-IN-USER = SPACES OR WS-IN-NOTE = SPACES
               DISPLAY 'AML-CASE-MAINT: REVIEWER AND NOTE REQUIRED - '
                   'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-STATUS TO AC-STATUS
           MOVE WS-BUS-DATE TO AC-DISP-DATE
           MOVE WS-IN-USER TO AC-DISP-USER
           MOVE WS-IN-NOTE TO AC-NOTE
           MOVE CASE-REC TO CT-IMAGE(WS-CASE-POS)
           MOVE 'YES' TO WS-CHANGED
           DISPLAY 'AML-CASE-MAINT: CASE ' AC-CASE-NO ' '
               WS-NEW-STATUS-TEXT.

       FIND-CASE-RTN.
           MOVE 'NO ' TO WS-FOUND
           MOVE 0 TO WS-CASE-POS
           IF WS-IN-CASE-NO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                      OR WS-FOUND = 'YES'
               IF CT-IMAGE(WS-CASE-IDX)(1:6) = WS-IN-CASE-NO
                   MOVE 'YES' TO WS-FOUND
                   MOVE WS-CASE-IDX TO WS-CASE-POS
               END-IF
           END-PERFORM.

       WRITE-CASES-RTN.
           OPEN OUTPUT CASE-FILE
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
               MOVE CT-IMAGE(WS-CASE-IDX) TO CASE-REC
               WRITE CASE-REC
           END-PERFORM
           CLOSE CASE-FILE
           DISPLAY 'AML-CASE-MAINT: AMLCASE.DAT WRITTEN - '
               WS-CASE-COUNT ' CASE(S)'.
