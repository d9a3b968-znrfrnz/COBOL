       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-MAINT.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC.
           05 HL-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 HL-BRANCH            PIC X(2).
           05 FILLER               PIC X(1).
           05 HL-TYPE              PIC X(1).
           05 FILLER               PIC X(1).
           05 HL-DESC              PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS       PIC XX VALUE SPACES.
       01  WS-HOLIDAY-EOF          PIC X(3) VALUE 'NO '.
       01  WS-ACTION               PIC X(1) VALUE SPACE.
       01  WS-CHANGED              PIC X(3) VALUE 'NO '.
       01  WS-FOUND                PIC X(3) VALUE 'NO '.

       01  WS-IN-DATE              PIC X(8) VALUE SPACES.
       01  WS-IN-BRANCH            PIC X(2) VALUE SPACES.
       01  WS-IN-TYPE              PIC X(1) VALUE SPACE.
       01  WS-IN-DESC              PIC X(25) VALUE SPACES.
       01  WS-IN-YEAR              PIC X(4) VALUE SPACES.
       01  WS-TO-YEAR              PIC 9(4) VALUE 0.
       01  WS-NEW-KEY              PIC X(10) VALUE SPACES.

       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-DATE-INT             PIC 9(8) VALUE 0.
       01  WS-WEEKDAY              PIC 9(1) VALUE 0.

       01  WS-HOL-COUNT            PIC 9(4) VALUE 0.
       01  WS-HOL-IDX              PIC 9(4) VALUE 0.
       01  WS-HOL-POS              PIC 9(4) VALUE 0.
       01  WS-FIND-IDX             PIC 9(4) VALUE 0.
       01  WS-SHIFT-IDX            PIC 9(4) VALUE 0.
       01  WS-COPY-LIMIT           PIC 9(4) VALUE 0.
       01  WS-LIST-CTR             PIC 9(4) VALUE 0.
       01  WS-COPY-CTR             PIC 9(4) VALUE 0.
       01  WS-PURGE-CTR            PIC 9(4) VALUE 0.

      * The whole calendar is held in date / branch order and written
      * back in full after a change, so HOLIDAY.DAT always reads in
      * sequence whatever order the entries were keyed in.
       01  HOLIDAY-TABLE.
           05 HOL-ENTRY OCCURS 1000 TIMES.
              10 HT-KEY.
                 15 HT-DATE        PIC X(8).
                 15 HT-BRANCH      PIC X(2).
              10 HT-TYPE           PIC X(1).
              10 HT-DESC           PIC X(25).

       01  WS-HOLD-ENTRY.
           05 WH-KEY.
              10 WH-DATE           PIC X(8).
              10 WH-BRANCH         PIC X(2).
           05 WH-TYPE              PIC X(1).
           05 WH-DESC              PIC X(25).

       PROCEDURE DIVISION.
      * The holiday calendar the business-day routine (BUSCAL) works
      * from. National holidays carry a blank branch; a local holiday
      * names the branch it closes. Fixed-date holidays (type F) can
      * be carried into the next year in one step; movable ones
      * (type M) are keyed each year as they are proclaimed.
       MAIN-RTN.
           PERFORM LOAD-HOLIDAY-RTN

           DISPLAY 'HOLIDAY-MAINT: ' WS-HOL-COUNT
               ' HOLIDAY(S) ON FILE'
           DISPLAY 'ACTION - (L)IST YEAR, (A)DD, (D)ELETE, '
               '(C)OPY FIXED TO NEXT YEAR, (P)URGE BEFORE YEAR, '
               '(Q)UIT: '
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-YEAR-RTN
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-HOLIDAY-RTN
               WHEN 'D'
               WHEN 'd'
                   PERFORM DELETE-HOLIDAY-RTN
               WHEN 'C'
               WHEN 'c'
                   PERFORM COPY-YEAR-RTN
               WHEN 'P'
               WHEN 'p'
                   PERFORM PURGE-RTN
               WHEN OTHER
                   DISPLAY 'HOLIDAY-MAINT: NO CHANGE APPLIED'
           END-EVALUATE

           IF WS-CHANGED = 'YES'
               PERFORM WRITE-HOLIDAY-RTN
           END-IF
           STOP RUN.

       LOAD-HOLIDAY-RTN.
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = '00'
               DISPLAY 'HOLIDAY-MAINT: HOLIDAY.DAT NOT FOUND - '
                   'STARTING AN EMPTY CALENDAR'
               MOVE 'YES' TO WS-HOLIDAY-EOF
           END-IF
           PERFORM UNTIL WS-HOLIDAY-EOF = 'YES'
               READ HOLIDAY-FILE
                  AT END MOVE 'YES' TO WS-HOLIDAY-EOF
               END-READ
               IF WS-HOLIDAY-EOF NOT = 'YES'
                   AND HL-DATE NUMERIC
                   MOVE HL-DATE TO WH-DATE
                   MOVE HL-BRANCH TO WH-BRANCH
                   MOVE HL-TYPE TO WH-TYPE
                   MOVE HL-DESC TO WH-DESC
                   PERFORM INSERT-ENTRY-RTN
               END-IF
           END-PERFORM
           IF WS-HOLIDAY-STATUS NOT = '35'
               CLOSE HOLIDAY-FILE
           END-IF.

       LIST-YEAR-RTN.
           DISPLAY 'ENTER YEAR TO LIST (YYYY): '
           ACCEPT WS-IN-YEAR
           MOVE 0 TO WS-LIST-CTR
           DISPLAY 'DATE      BR  T  DESCRIPTION'
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF HT-DATE(WS-HOL-IDX)(1:4) = WS-IN-YEAR
                   DISPLAY HT-DATE(WS-HOL-IDX) '  '
                       HT-BRANCH(WS-HOL-IDX) '  '
                       HT-TYPE(WS-HOL-IDX) '  '
                       HT-DESC(WS-HOL-IDX)
                   ADD 1 TO WS-LIST-CTR
               END-IF
           END-PERFORM
           DISPLAY 'HOLIDAY-MAINT: ' WS-LIST-CTR ' HOLIDAY(S) IN '
               WS-IN-YEAR ' (BLANK BRANCH = NATIONAL)'.

       ADD-HOLIDAY-RTN.
           DISPLAY 'ENTER HOLIDAY DATE (YYYYMMDD): '
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE NOT NUMERIC
               DISPLAY 'HOLIDAY-MAINT: DATE MUST BE NUMERIC - '
                   'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-IN-DATE TO WS-DATE-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) = 0
                   DISPLAY 'HOLIDAY-MAINT: NOT A CALENDAR DATE - '
                       'NO CHANGE APPLIED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ADD-DETAILS-RTN
               END-IF
           END-IF.

       ADD-DETAILS-RTN.
           DISPLAY 'ENTER BRANCH (BLANK FOR A NATIONAL HOLIDAY): '
           ACCEPT WS-IN-BRANCH
           DISPLAY 'ENTER TYPE - (F)IXED DATE OR (M)OVABLE: '
           ACCEPT WS-IN-TYPE
           DISPLAY 'ENTER DESCRIPTION: '
           ACCEPT WS-IN-DESC
           IF WS-IN-TYPE = 'f'
               MOVE 'F' TO WS-IN-TYPE
           END-IF
           IF WS-IN-TYPE = 'm'
               MOVE 'M' TO WS-IN-TYPE
           END-IF

           MOVE WS-IN-DATE TO WS-NEW-KEY(1:8)
           MOVE WS-IN-BRANCH TO WS-NEW-KEY(9:2)
           PERFORM FIND-ENTRY-RTN

           IF WS-IN-TYPE NOT = 'F' AND WS-IN-TYPE NOT = 'M'
               DISPLAY 'HOLIDAY-MAINT: TYPE MUST BE F OR M - '
                   'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-IN-DESC = SPACES
               DISPLAY 'HOLIDAY-MAINT: DESCRIPTION REQUIRED - '
                   'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-FOUND = 'YES'
               DISPLAY 'HOLIDAY-MAINT: ' WS-IN-DATE ' BRANCH '
                   WS-IN-BRANCH ' ALREADY ON FILE - NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-HOL-COUNT NOT < 1000
               DISPLAY 'HOLIDAY-MAINT: CALENDAR FULL (1,000) - '
                   'PURGE OLD YEARS FIRST'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-IN-DATE TO WH-DATE
               MOVE WS-IN-BRANCH TO WH-BRANCH
               MOVE WS-IN-TYPE TO WH-TYPE
               MOVE WS-IN-DESC TO WH-DESC
               PERFORM INSERT-ENTRY-RTN
               MOVE 'YES' TO WS-CHANGED
               PERFORM WEEKEND-NOTE-RTN
           END-IF
           END-IF
           END-IF
           END-IF.

      * A holiday falling on a weekend is kept (it may still matter
      * to a branch that opens Saturdays) but it changes nothing for
      * the business-day routine, so the operator is told.
       WEEKEND-NOTE-RTN.
           MOVE WS-IN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT - 1, 7)
           IF WS-WEEKDAY > 4
               DISPLAY 'HOLIDAY-MAINT: NOTE - ' WS-IN-DATE
                   ' FALLS ON A WEEKEND'
           END-IF.

       DELETE-HOLIDAY-RTN.
           DISPLAY 'ENTER HOLIDAY DATE TO DELETE (YYYYMMDD): '
           ACCEPT WS-IN-DATE
           DISPLAY 'ENTER BRANCH (BLANK FOR A NATIONAL HOLIDAY): '
           ACCEPT WS-IN-BRANCH
           MOVE WS-IN-DATE TO WS-NEW-KEY(1:8)
           MOVE WS-IN-BRANCH TO WS-NEW-KEY(9:2)
           PERFORM FIND-ENTRY-RTN
           IF WS-FOUND = 'YES'
               DISPLAY 'HOLIDAY-MAINT: ' HT-DESC(WS-HOL-POS)
                   ' DELETED'
               PERFORM REMOVE-ENTRY-RTN
               MOVE 'YES' TO WS-CHANGED
           ELSE
               DISPLAY 'HOLIDAY-MAINT: ' WS-IN-DATE ' BRANCH '
                   WS-IN-BRANCH ' NOT ON FILE - NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Fixed-date holidays of the year given are repeated on the same
      * month and day of the following year; entries already there
      * are left as they are.
       COPY-YEAR-RTN.
           DISPLAY 'ENTER YEAR TO COPY FROM (YYYY): '
           ACCEPT WS-IN-YEAR
           IF WS-IN-YEAR NOT NUMERIC
               DISPLAY 'HOLIDAY-MAINT: YEAR MUST BE NUMERIC - '
                   'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-IN-YEAR TO WS-TO-YEAR
               ADD 1 TO WS-TO-YEAR
               MOVE 0 TO WS-COPY-CTR
               MOVE WS-HOL-COUNT TO WS-COPY-LIMIT
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-COPY-LIMIT
                   IF HT-DATE(WS-HOL-IDX)(1:4) = WS-IN-YEAR
                       AND HT-TYPE(WS-HOL-IDX) = 'F'
                       PERFORM COPY-ONE-RTN
                   END-IF
               END-PERFORM
               DISPLAY 'HOLIDAY-MAINT: ' WS-COPY-CTR
                   ' FIXED HOLIDAY(S) COPIED TO ' WS-TO-YEAR
               IF WS-COPY-CTR > 0
                   MOVE 'YES' TO WS-CHANGED
               END-IF
           END-IF.

      * The table is only ever grown past the entries being scanned
      * (new-year dates sort after the source year), so the scan
      * limit taken before copying stays valid.
       COPY-ONE-RTN.
           MOVE HOL-ENTRY(WS-HOL-IDX) TO WS-HOLD-ENTRY
           MOVE WS-TO-YEAR TO WH-DATE(1:4)
           MOVE WH-DATE TO WS-DATE-NUM
           MOVE WH-KEY TO WS-NEW-KEY
           PERFORM FIND-ENTRY-RTN
           IF WS-FOUND = 'NO '
               AND FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) > 0
               IF WS-HOL-COUNT < 1000
                   PERFORM INSERT-ENTRY-RTN
                   ADD 1 TO WS-COPY-CTR
               ELSE
                   DISPLAY 'HOLIDAY-MAINT: CALENDAR FULL (1,000) - '
                       WH-DATE ' NOT COPIED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       PURGE-RTN.
           DISPLAY 'PURGE ALL HOLIDAYS BEFORE YEAR (YYYY): '
           ACCEPT WS-IN-YEAR
           MOVE 0 TO WS-PURGE-CTR
           IF WS-IN-YEAR NOT NUMERIC
               DISPLAY 'HOLIDAY-MAINT: YEAR MUST BE NUMERIC - '
                   'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-HOL-COUNT = 0
                          OR HT-DATE(1)(1:4) NOT < WS-IN-YEAR
                   MOVE 1 TO WS-HOL-POS
                   PERFORM REMOVE-ENTRY-RTN
                   ADD 1 TO WS-PURGE-CTR
               END-PERFORM
               DISPLAY 'HOLIDAY-MAINT: ' WS-PURGE-CTR
                   ' HOLIDAY(S) PURGED'
               IF WS-PURGE-CTR > 0
                   MOVE 'YES' TO WS-CHANGED
               END-IF
           END-IF.

       FIND-ENTRY-RTN.
           MOVE 'NO ' TO WS-FOUND
           MOVE 0 TO WS-HOL-POS
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-HOL-COUNT
                      OR WS-FOUND = 'YES'
               IF HT-KEY(WS-FIND-IDX) = WS-NEW-KEY
                   MOVE 'YES' TO WS-FOUND
                   MOVE WS-FIND-IDX TO WS-HOL-POS
               END-IF
           END-PERFORM.

      * WS-HOLD-ENTRY goes in ahead of the first entry with a higher
      * date / branch key; everything from there moves down one.
       INSERT-ENTRY-RTN.
           IF WS-HOL-COUNT < 1000
               MOVE 1 TO WS-HOL-POS
               PERFORM UNTIL WS-HOL-POS > WS-HOL-COUNT
                          OR HT-KEY(WS-HOL-POS) > WH-KEY
                   ADD 1 TO WS-HOL-POS
               END-PERFORM
               PERFORM VARYING WS-SHIFT-IDX FROM WS-HOL-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-HOL-POS
                   MOVE HOL-ENTRY(WS-SHIFT-IDX)
                       TO HOL-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               MOVE WS-HOLD-ENTRY TO HOL-ENTRY(WS-HOL-POS)
               ADD 1 TO WS-HOL-COUNT
           ELSE
               DISPLAY 'HOLIDAY-MAINT: CALENDAR FULL (1,000) - '
                   WH-DATE ' DROPPED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       REMOVE-ENTRY-RTN.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-HOL-POS BY 1
                   UNTIL WS-SHIFT-IDX >= WS-HOL-COUNT
               MOVE HOL-ENTRY(WS-SHIFT-IDX + 1)
                   TO HOL-ENTRY(WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-HOL-COUNT.

       WRITE-HOLIDAY-RTN.
           OPEN OUTPUT HOLIDAY-FILE
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               MOVE SPACES TO HOLIDAY-REC
               MOVE HT-DATE(WS-HOL-IDX) TO HL-DATE
               MOVE HT-BRANCH(WS-HOL-IDX) TO HL-BRANCH
               MOVE HT-TYPE(WS-HOL-IDX) TO HL-TYPE
               MOVE HT-DESC(WS-HOL-IDX) TO HL-DESC
               WRITE HOLIDAY-REC
           END-PERFORM
           CLOSE HOLIDAY-FILE
           DISPLAY 'HOLIDAY-MAINT: HOLIDAY.DAT WRITTEN - '
               WS-HOL-COUNT ' HOLIDAY(S)'.
