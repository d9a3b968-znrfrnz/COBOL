       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE-MAINT.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXRATE-FILE.
       01  FXRATE-REC.
           05 FX-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 FX-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1).
           05 FX-RATE              PIC 9(3)V9(6).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-FXRATE-STATUS        PIC XX VALUE SPACES.
       01  WS-FXRATE-EOF           PIC X(3) VALUE 'NO '.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-ACTION               PIC X(1) VALUE SPACE.
       01  WS-CHANGED              PIC X(3) VALUE 'NO '.
       01  WS-FOUND                PIC X(3) VALUE 'NO '.

       01  WS-IN-DATE              PIC X(8) VALUE SPACES.
       01  WS-IN-CURRENCY          PIC X(3) VALUE SPACES.
       01  WS-IN-RATE              PIC X(12) VALUE SPACES.
       01  WS-NEW-RATE             PIC 9(3)V9(6) VALUE 0.
       01  WS-OLD-RATE             PIC 9(3)V9(6) VALUE 0.
       01  WS-RATE-OUT             PIC ZZ9.999999.
       01  WS-OLD-RATE-OUT         PIC ZZ9.999999.
       01  WS-CHANGE-PCT           PIC 9(3)V99 VALUE 0.
       01  WS-CHANGE-PCT-OUT       PIC ZZ9.99.
       01  WS-NEW-KEY              PIC X(11) VALUE SPACES.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.

       01  WS-RATE-COUNT           PIC 9(4) VALUE 0.
       01  WS-RATE-IDX             PIC 9(4) VALUE 0.
       01  WS-RATE-POS             PIC 9(4) VALUE 0.
       01  WS-FIND-IDX             PIC 9(4) VALUE 0.
       01  WS-SHIFT-IDX            PIC 9(4) VALUE 0.
       01  WS-PREV-IDX             PIC 9(4) VALUE 0.
       01  WS-COPY-LIMIT           PIC 9(4) VALUE 0.
       01  WS-LIST-CTR             PIC 9(4) VALUE 0.
       01  WS-COPY-CTR             PIC 9(4) VALUE 0.
       01  WS-PURGE-CTR            PIC 9(4) VALUE 0.

      * The whole table is held in date / currency order and written
      * back in full after a change, as HOLIDAY-MAINT does with the
      * holiday calendar.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 3000 TIMES.
              10 RT-KEY.
                 15 RT-DATE        PIC X(8).
                 15 RT-CURRENCY    PIC X(3).
              10 RT-RATE           PIC 9(3)V9(6).

       01  WS-HOLD-ENTRY.
           05 WH-KEY.
              10 WH-DATE           PIC X(8).
              10 WH-CURRENCY       PIC X(3).
           05 WH-RATE              PIC 9(3)V9(6).

       PROCEDURE DIVISION.
      * The daily foreign-exchange rates the conversion routine
      * (FXCONV) works from: pesos per unit of each currency, keyed
      * under the business date in BUSDATE.DAT. A day nobody keys is
      * converted at the latest earlier rate, so the usual morning
      * step is to copy yesterday's rates forward and then set the
      * ones that moved.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-FXRATE-RTN

           DISPLAY 'FX-RATE-MAINT: ' WS-RATE-COUNT
               ' RATE(S) ON FILE - BUSINESS DATE ' WS-BUS-DATE
           DISPLAY 'ACTION - (L)IST DATE, (S)ET RATE, '
               '(C)OPY LATEST RATES TO BUSINESS DATE, (D)ELETE, '
               '(P)URGE BEFORE DATE, (Q)UIT: '
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-DATE-RTN
               WHEN 'S'
               WHEN 's'
                   PERFORM SET-RATE-RTN
               WHEN 'C'
               WHEN 'c'
                   PERFORM COPY-FORWARD-RTN
               WHEN 'D'
               WHEN 'd'
                   PERFORM DELETE-RATE-RTN
               WHEN 'P'
               WHEN 'p'
                   PERFORM PURGE-RTN
               WHEN OTHER
                   DISPLAY 'FX-RATE-MAINT: NO CHANGE APPLIED'
           END-EVALUATE

           IF WS-CHANGED = 'YES'
               PERFORM WRITE-FXRATE-RTN
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

       LOAD-FXRATE-RTN.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT FXRATE-FILE
           IF WS-FXRATE-STATUS NOT = '00'
               DISPLAY 'FX-RATE-MAINT: FXRATE.DAT NOT FOUND - '
                   'STARTING AN EMPTY RATE TABLE'
               MOVE 'YES' TO WS-FXRATE-EOF
           END-IF
           PERFORM UNTIL WS-FXRATE-EOF = 'YES'
               READ FXRATE-FILE
                  AT END MOVE 'YES' TO WS-FXRATE-EOF
               END-READ
               IF WS-FXRATE-EOF NOT = 'YES'
                   AND FX-DATE NUMERIC
                   AND FX-RATE NUMERIC
                   MOVE FX-DATE TO WH-DATE
                   MOVE FX-CURRENCY TO WH-CURRENCY
                   MOVE FX-RATE TO WH-RATE
                   PERFORM INSERT-ENTRY-RTN
               END-IF
           END-PERFORM
           IF WS-FXRATE-STATUS NOT = '35'
               CLOSE FXRATE-FILE
           END-IF.

       LIST-DATE-RTN.
           DISPLAY 'ENTER DATE TO LIST (YYYYMMDD, BLANK FOR '
               WS-BUS-DATE '): '
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = SPACES
               MOVE WS-BUS-DATE TO WS-IN-DATE
           END-IF
           MOVE 0 TO WS-LIST-CTR
           DISPLAY 'DATE      CCY  PESOS PER UNIT'
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF RT-DATE(WS-RATE-IDX) = WS-IN-DATE
                   MOVE RT-RATE(WS-RATE-IDX) TO WS-RATE-OUT
                   DISPLAY RT-DATE(WS-RATE-IDX) '  '
                       RT-CURRENCY(WS-RATE-IDX) '  '
                       WS-RATE-OUT
                   ADD 1 TO WS-LIST-CTR
               END-IF
           END-PERFORM
           DISPLAY 'FX-RATE-MAINT: ' WS-LIST-CTR ' RATE(S) FOR '
               WS-IN-DATE.

      * Rates are always set under the business date; a rate for an
      * earlier day is history the day's postings were already
      * converted at, and is not changed from here.
       SET-RATE-RTN.
           DISPLAY 'ENTER CURRENCY CODE (E.G. USD): '
           ACCEPT WS-IN-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-IN-CURRENCY) TO WS-IN-CURRENCY
           DISPLAY 'ENTER PESOS PER UNIT (E.G. 56.125000): '
           ACCEPT WS-IN-RATE

           IF WS-IN-CURRENCY = SPACES OR WS-IN-CURRENCY = 'PHP'
               DISPLAY 'FX-RATE-MAINT: CURRENCY MUST BE A FOREIGN '
                   'CURRENCY CODE - NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-IN-RATE) NOT = 0
               DISPLAY 'FX-RATE-MAINT: RATE MUST BE NUMERIC - '
                   'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(WS-IN-RATE)
           IF WS-NEW-RATE = 0
               DISPLAY 'FX-RATE-MAINT: RATE MUST BE GREATER THAN '
                   'ZERO - NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MOVE-RTN
           MOVE WS-BUS-DATE TO WS-NEW-KEY(1:8)
           MOVE WS-IN-CURRENCY TO WS-NEW-KEY(9:3)
           PERFORM FIND-ENTRY-RTN
           MOVE WS-NEW-RATE TO WS-RATE-OUT
           IF WS-FOUND = 'YES'
               MOVE RT-RATE(WS-RATE-POS) TO WS-OLD-RATE-OUT
               MOVE WS-NEW-RATE TO RT-RATE(WS-RATE-POS)
               DISPLAY 'FX-RATE-MAINT: ' WS-IN-CURRENCY ' '
                   WS-BUS-DATE ' CHANGED FROM ' WS-OLD-RATE-OUT
                   ' TO ' WS-RATE-OUT
               MOVE 'YES' TO WS-CHANGED
           ELSE
           IF WS-RATE-COUNT NOT < 3000
               DISPLAY 'FX-RATE-MAINT: RATE TABLE FULL (3,000) - '
                   'PURGE OLD RATES FIRST'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BUS-DATE TO WH-DATE
               MOVE WS-IN-CURRENCY TO WH-CURRENCY
               MOVE WS-NEW-RATE TO WH-RATE
               PERFORM INSERT-ENTRY-RTN
               DISPLAY 'FX-RATE-MAINT: ' WS-IN-CURRENCY ' '
                   WS-BUS-DATE ' SET TO ' WS-RATE-OUT
               MOVE 'YES' TO WS-CHANGED
           END-IF
           END-IF.

      * A rate more than ten percent away from the latest earlier one
      * is usually a keying slip (a misplaced decimal point); it is
      * still accepted, but the operator is told.
       CHECK-MOVE-RTN.
           MOVE 0 TO WS-PREV-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF RT-CURRENCY(WS-RATE-IDX) = WS-IN-CURRENCY
                   AND RT-DATE(WS-RATE-IDX) < WS-BUS-DATE
                   MOVE WS-RATE-IDX TO WS-PREV-IDX
               END-IF
           END-PERFORM
           IF WS-PREV-IDX = 0
               DISPLAY 'FX-RATE-MAINT: NOTE - FIRST RATE ON FILE FOR '
                   WS-IN-CURRENCY
           ELSE
               MOVE RT-RATE(WS-PREV-IDX) TO WS-OLD-RATE
               IF WS-NEW-RATE > WS-OLD-RATE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-NEW-RATE - WS-OLD-RATE) * 100 / WS-OLD-RATE
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-OLD-RATE - WS-NEW-RATE) * 100 / WS-OLD-RATE
               END-IF
               IF WS-CHANGE-PCT > 10
                   MOVE WS-OLD-RATE TO WS-OLD-RATE-OUT
                   MOVE WS-CHANGE-PCT TO WS-CHANGE-PCT-OUT
                   DISPLAY 'FX-RATE-MAINT: NOTE - ' WS-CHANGE-PCT-OUT
                       '% AWAY FROM ' WS-OLD-RATE-OUT ' ON '
                       RT-DATE(WS-PREV-IDX) ' - CHECK THE RATE'
               END-IF
           END-IF.

      * Each currency's latest rate before the business date is
      * repeated under the business date; currencies already set for
      * the day are left as they are.
       COPY-FORWARD-RTN.
           MOVE 0 TO WS-COPY-CTR
           MOVE WS-RATE-COUNT TO WS-COPY-LIMIT
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-COPY-LIMIT
               IF RT-DATE(WS-RATE-IDX) < WS-BUS-DATE
                   PERFORM COPY-ONE-RTN
               END-IF
           END-PERFORM
           DISPLAY 'FX-RATE-MAINT: ' WS-COPY-CTR
               ' RATE(S) COPIED TO ' WS-BUS-DATE
           IF WS-COPY-CTR > 0
               MOVE 'YES' TO WS-CHANGED
           END-IF.

      * Only the latest earlier entry of a currency is copied: a
      * later entry for the same currency before the business date
      * means this one has been superseded. Entries before the
      * business date sort ahead of it, so the scan limit taken
      * before copying stays valid.
       COPY-ONE-RTN.
           MOVE 'NO ' TO WS-FOUND
           PERFORM VARYING WS-FIND-IDX FROM WS-RATE-IDX BY 1
                   UNTIL WS-FIND-IDX >= WS-COPY-LIMIT
                      OR WS-FOUND = 'YES'
               IF RT-CURRENCY(WS-FIND-IDX + 1)
                       = RT-CURRENCY(WS-RATE-IDX)
                   AND RT-DATE(WS-FIND-IDX + 1) < WS-BUS-DATE
                   MOVE 'YES' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'NO '
               MOVE RATE-ENTRY(WS-RATE-IDX) TO WS-HOLD-ENTRY
               MOVE WS-BUS-DATE TO WH-DATE
               MOVE WH-KEY TO WS-NEW-KEY
               PERFORM FIND-ENTRY-RTN
               IF WS-FOUND = 'NO '
                   IF WS-RATE-COUNT < 3000
                       PERFORM INSERT-ENTRY-RTN
                       ADD 1 TO WS-COPY-CTR
                   ELSE
                       DISPLAY 'FX-RATE-MAINT: RATE TABLE FULL '
                           '(3,000) - ' WH-CURRENCY ' NOT COPIED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       DELETE-RATE-RTN.
           DISPLAY 'ENTER RATE DATE TO DELETE (YYYYMMDD): '
           ACCEPT WS-IN-DATE
           DISPLAY 'ENTER CURRENCY CODE: '
           ACCEPT WS-IN-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-IN-CURRENCY) TO WS-IN-CURRENCY
           MOVE WS-IN-DATE TO WS-NEW-KEY(1:8)
           MOVE WS-IN-CURRENCY TO WS-NEW-KEY(9:3)
           PERFORM FIND-ENTRY-RTN
           IF WS-FOUND = 'YES'
               MOVE RT-RATE(WS-RATE-POS) TO WS-RATE-OUT
               DISPLAY 'FX-RATE-MAINT: ' WS-IN-CURRENCY ' '
                   WS-IN-DATE ' RATE ' WS-RATE-OUT ' DELETED'
               PERFORM REMOVE-ENTRY-RTN
               MOVE 'YES' TO WS-CHANGED
           ELSE
               DISPLAY 'FX-RATE-MAINT: ' WS-IN-CURRENCY ' '
                   WS-IN-DATE ' NOT ON FILE - NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The latest rate of each currency before the purge date is
      * kept even when it is older, so a currency that has not moved
      * in a while still converts.
       PURGE-RTN.
           DISPLAY 'PURGE RATES BEFORE DATE (YYYYMMDD): '
           ACCEPT WS-IN-DATE
           MOVE 0 TO WS-PURGE-CTR
           IF WS-IN-DATE NOT NUMERIC
               DISPLAY 'FX-RATE-MAINT: DATE MUST BE NUMERIC - '
                   'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RATE-POS
           PERFORM UNTIL WS-RATE-POS > WS-RATE-COUNT
                      OR RT-DATE(WS-RATE-POS) NOT < WS-IN-DATE
               MOVE 'NO ' TO WS-FOUND
               PERFORM VARYING WS-FIND-IDX FROM WS-RATE-POS BY 1
                       UNTIL WS-FIND-IDX >= WS-RATE-COUNT
                          OR WS-FOUND = 'YES'
                   IF RT-CURRENCY(WS-FIND-IDX + 1)
                           = RT-CURRENCY(WS-RATE-POS)
                       AND RT-DATE(WS-FIND-IDX + 1) < WS-IN-DATE
                       MOVE 'YES' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'YES'
                   PERFORM REMOVE-ENTRY-RTN
                   ADD 1 TO WS-PURGE-CTR
               ELSE
                   ADD 1 TO WS-RATE-POS
               END-IF
           END-PERFORM
           DISPLAY 'FX-RATE-MAINT: ' WS-PURGE-CTR
               ' RATE(S) PURGED'
           IF WS-PURGE-CTR > 0
               MOVE 'YES' TO WS-CHANGED
           END-IF.

       FIND-ENTRY-RTN.
           MOVE 'NO ' TO WS-FOUND
           MOVE 0 TO WS-RATE-POS
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-RATE-COUNT
                      OR WS-FOUND = 'YES'
               IF RT-KEY(WS-FIND-IDX) = WS-NEW-KEY
                   MOVE 'YES' TO WS-FOUND
                   MOVE WS-FIND-IDX TO WS-RATE-POS
               END-IF
           END-PERFORM.

      * WS-HOLD-ENTRY goes in ahead of the first entry with a higher
      * date / currency key; everything from there moves down one.
       INSERT-ENTRY-RTN.
           IF WS-RATE-COUNT < 3000
               MOVE 1 TO WS-RATE-POS
               PERFORM UNTIL WS-RATE-POS > WS-RATE-COUNT
                          OR RT-KEY(WS-RATE-POS) > WH-KEY
                   ADD 1 TO WS-RATE-POS
               END-PERFORM
               PERFORM VARYING WS-SHIFT-IDX FROM WS-RATE-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-RATE-POS
                   MOVE RATE-ENTRY(WS-SHIFT-IDX)
                       TO RATE-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               MOVE WS-HOLD-ENTRY TO RATE-ENTRY(WS-RATE-POS)
               ADD 1 TO WS-RATE-COUNT
           ELSE
               DISPLAY 'FX-RATE-MAINT: RATE TABLE FULL (3,000) - '
                   WH-DATE ' ' WH-CURRENCY ' DROPPED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       REMOVE-ENTRY-RTN.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-RATE-POS BY 1
                   UNTIL WS-SHIFT-IDX >= WS-RATE-COUNT
               MOVE RATE-ENTRY(WS-SHIFT-IDX + 1)
                   TO RATE-ENTRY(WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-RATE-COUNT.

       WRITE-FXRATE-RTN.
           OPEN OUTPUT FXRATE-FILE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               MOVE SPACES TO FXRATE-REC
               MOVE RT-DATE(WS-RATE-IDX) TO FX-DATE
               MOVE RT-CURRENCY(WS-RATE-IDX) TO FX-CURRENCY
               MOVE RT-RATE(WS-RATE-IDX) TO FX-RATE
               WRITE FXRATE-REC
           END-PERFORM
           CLOSE FXRATE-FILE
           DISPLAY 'FX-RATE-MAINT: FXRATE.DAT WRITTEN - '
               WS-RATE-COUNT ' RATE(S)'.
