       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAL.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per holiday, kept by HOLIDAY-MAINT. A blank branch
      * is a national holiday closing every branch; a branch code
      * closes that branch only. The type byte (F fixed date, M
      * movable) only matters to the maintenance program.
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
       01  WS-TABLE-LOADED         PIC X(3) VALUE 'NO '.
       01  WS-HOL-FULL             PIC X(3) VALUE 'NO '.
       01  WS-HOL-COUNT            PIC 9(4) VALUE 0.
       01  WS-HOL-IDX              PIC 9(4) VALUE 0.
       01  WS-WARNED-YEAR          PIC X(4) VALUE SPACES.
       01  WS-YEAR-FOUND           PIC X(3) VALUE 'NO '.

       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-DATE-X REDEFINES WS-DATE-NUM PIC X(8).
       01  WS-START-INT            PIC 9(8) VALUE 0.
       01  WS-CUR-INT              PIC 9(8) VALUE 0.
       01  WS-LIMIT-INT            PIC 9(8) VALUE 0.
       01  WS-WEEKDAY              PIC 9(1) VALUE 0.
       01  WS-DAYS-LEFT            PIC 9(3) VALUE 0.
       01  WS-DAY-BUSINESS         PIC X(1) VALUE 'Y'.
       01  WS-DAY-DESC             PIC X(25) VALUE SPACES.
       01  WS-DAY-BRANCH           PIC X(2) VALUE SPACES.

       01  HOLIDAY-TABLE.
           05 HOL-ENTRY OCCURS 1000 TIMES.
              10 HT-DATE           PIC X(8).
              10 HT-BRANCH         PIC X(2).
              10 HT-DESC           PIC X(25).

       LINKAGE SECTION.
       01  BUSCAL-PARM.
           05 BC-FUNCTION          PIC X(1).
           05 BC-DATE              PIC X(8).
           05 BC-BRANCH            PIC X(2).
           05 BC-DAYS              PIC 9(3).
           05 BC-OUT-DATE          PIC X(8).
           05 BC-BUSINESS          PIC X(1).
           05 BC-HOL-DESC          PIC X(25).
           05 BC-RESULT            PIC X(2).

      * Business-day calendar shared by every date-sensitive run. A
      * business day is a weekday that is neither a national holiday
      * nor a local holiday of the branch asked about (a blank branch
      * asks about national holidays only).
      *   B  is BC-DATE a business day
      *   N  next business day after BC-DATE
      *   A  BC-DATE plus BC-DAYS business days (zero days gives
      *      BC-DATE itself, rolled forward if it is not one)
      *   L  last business day of BC-DATE's month
      * BC-BUSINESS / BC-HOL-DESC always describe BC-DATE itself;
      * BC-OUT-DATE carries the answer. BC-RESULT is '00', or '90'
      * for a date that is not a calendar date or an unknown code.
       PROCEDURE DIVISION USING BUSCAL-PARM.
       MAIN-RTN.
           IF WS-TABLE-LOADED = 'NO '
               PERFORM LOAD-HOLIDAY-RTN
               MOVE 'YES' TO WS-TABLE-LOADED
           END-IF

           MOVE '00' TO BC-RESULT
           MOVE BC-DATE TO BC-OUT-DATE
           MOVE 'N' TO BC-BUSINESS
           MOVE SPACES TO BC-HOL-DESC
           MOVE BC-BRANCH TO WS-DAY-BRANCH

           IF BC-DATE NOT NUMERIC
               MOVE '90' TO BC-RESULT
               GOBACK
           END-IF
           MOVE BC-DATE TO WS-DATE-NUM
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) = 0
               MOVE '90' TO BC-RESULT
               GOBACK
           END-IF
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM CHECK-YEAR-RTN

           MOVE WS-START-INT TO WS-CUR-INT
           PERFORM TEST-DAY-RTN
           MOVE WS-DAY-BUSINESS TO BC-BUSINESS
           MOVE WS-DAY-DESC TO BC-HOL-DESC

           EVALUATE BC-FUNCTION
               WHEN 'B'
                   CONTINUE
               WHEN 'N'
                   PERFORM NEXT-DAY-RTN
               WHEN 'A'
                   PERFORM ADD-DAYS-RTN
               WHEN 'L'
                   PERFORM LAST-DAY-RTN
               WHEN OTHER
                   MOVE '90' TO BC-RESULT
           END-EVALUATE
           GOBACK.

      * A year with no holiday on file is worked as weekdays only;
      * say so once, since it usually means the calendar for the new
      * year has not been set up yet.
       CHECK-YEAR-RTN.
           IF BC-DATE(1:4) NOT = WS-WARNED-YEAR
               MOVE 'NO ' TO WS-YEAR-FOUND
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOL-COUNT
                          OR WS-YEAR-FOUND = 'YES'
                   IF HT-DATE(WS-HOL-IDX)(1:4) = BC-DATE(1:4)
                       MOVE 'YES' TO WS-YEAR-FOUND
                   END-IF
               END-PERFORM
               IF WS-YEAR-FOUND = 'NO '
                   DISPLAY 'BUSCAL: NO HOLIDAYS ON FILE FOR '
                       BC-DATE(1:4) ' - WEEKENDS ONLY'
               END-IF
               MOVE BC-DATE(1:4) TO WS-WARNED-YEAR
           END-IF.

       NEXT-DAY-RTN.
           COMPUTE WS-CUR-INT = WS-START-INT + 1
           COMPUTE WS-LIMIT-INT = WS-START-INT + 366
           PERFORM TEST-DAY-RTN
           PERFORM UNTIL WS-DAY-BUSINESS = 'Y'
                      OR WS-CUR-INT > WS-LIMIT-INT
               ADD 1 TO WS-CUR-INT
               PERFORM TEST-DAY-RTN
           END-PERFORM
           PERFORM SET-OUT-DATE-RTN.

       ADD-DAYS-RTN.
           MOVE WS-START-INT TO WS-CUR-INT
           MOVE BC-DAYS TO WS-DAYS-LEFT
           IF WS-DAYS-LEFT = 0 AND BC-BUSINESS NOT = 'Y'
               PERFORM NEXT-DAY-RTN
           ELSE
               COMPUTE WS-LIMIT-INT = WS-START-INT + 366
                   + (BC-DAYS * 2)
               PERFORM UNTIL WS-DAYS-LEFT = 0
                          OR WS-CUR-INT > WS-LIMIT-INT
                   ADD 1 TO WS-CUR-INT
                   PERFORM TEST-DAY-RTN
                   IF WS-DAY-BUSINESS = 'Y'
                       SUBTRACT 1 FROM WS-DAYS-LEFT
                   END-IF
               END-PERFORM
               PERFORM SET-OUT-DATE-RTN
           END-IF.

      * Start from the last calendar day of the month (the day before
      * the first of the next) and step back over closed days.
       LAST-DAY-RTN.
           MOVE BC-DATE TO WS-DATE-X
           MOVE '01' TO WS-DATE-X(7:2)
           IF WS-DATE-X(5:2) = '12'
               ADD 10000 TO WS-DATE-NUM
               MOVE '01' TO WS-DATE-X(5:2)
           ELSE
               ADD 100 TO WS-DATE-NUM
           END-IF
           COMPUTE WS-CUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-LIMIT-INT = WS-CUR-INT - 31
           PERFORM TEST-DAY-RTN
           PERFORM UNTIL WS-DAY-BUSINESS = 'Y'
                      OR WS-CUR-INT < WS-LIMIT-INT
               SUBTRACT 1 FROM WS-CUR-INT
               PERFORM TEST-DAY-RTN
           END-PERFORM
           PERFORM SET-OUT-DATE-RTN.

       SET-OUT-DATE-RTN.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-CUR-INT)
           MOVE WS-DATE-X TO BC-OUT-DATE.

      * Day 1 of the integer calendar (1 January 1601) is a Monday,
      * so the remainder runs 0 Monday through 5 Saturday, 6 Sunday.
       TEST-DAY-RTN.
           MOVE 'Y' TO WS-DAY-BUSINESS
           MOVE SPACES TO WS-DAY-DESC
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CUR-INT - 1, 7)
           IF WS-WEEKDAY = 5
               MOVE 'N' TO WS-DAY-BUSINESS
               MOVE 'SATURDAY' TO WS-DAY-DESC
           END-IF
           IF WS-WEEKDAY = 6
               MOVE 'N' TO WS-DAY-BUSINESS
               MOVE 'SUNDAY' TO WS-DAY-DESC
           END-IF
           IF WS-DAY-BUSINESS = 'Y'
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-CUR-INT)
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOL-COUNT
                          OR WS-DAY-BUSINESS = 'N'
                   IF HT-DATE(WS-HOL-IDX) = WS-DATE-X
                       AND (HT-BRANCH(WS-HOL-IDX) = SPACES
                         OR HT-BRANCH(WS-HOL-IDX) = WS-DAY-BRANCH)
                       MOVE 'N' TO WS-DAY-BUSINESS
                       MOVE HT-DESC(WS-HOL-IDX) TO WS-DAY-DESC
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-HOLIDAY-RTN.
           MOVE 0 TO WS-HOL-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = '00'
               DISPLAY 'BUSCAL: HOLIDAY.DAT NOT FOUND - '
                   'WEEKENDS ONLY'
               MOVE 'YES' TO WS-HOLIDAY-EOF
           END-IF
           PERFORM UNTIL WS-HOLIDAY-EOF = 'YES'
               READ HOLIDAY-FILE
                  AT END MOVE 'YES' TO WS-HOLIDAY-EOF
               END-READ
               IF WS-HOLIDAY-EOF NOT = 'YES'
                   AND HL-DATE NUMERIC
                   IF WS-HOL-COUNT < 1000
                       ADD 1 TO WS-HOL-COUNT
                       MOVE HL-DATE TO HT-DATE(WS-HOL-COUNT)
                       MOVE HL-BRANCH TO HT-BRANCH(WS-HOL-COUNT)
                       MOVE HL-DESC TO HT-DESC(WS-HOL-COUNT)
                   ELSE
                       MOVE 'YES' TO WS-HOL-FULL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HOLIDAY-STATUS NOT = '35'
               CLOSE HOLIDAY-FILE
           END-IF
           IF WS-HOL-FULL = 'YES'
               DISPLAY 'BUSCAL: HOLIDAY TABLE FULL (1,000) - '
                   'PURGE OLD YEARS WITH HOLIDAY-MAINT'
           END-IF.
