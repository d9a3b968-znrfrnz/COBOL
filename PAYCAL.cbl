       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-CALENDAR.
       AUTHOR. COBOL-PROGRAMMER.

      * Builds one calendar year of pay periods for one pay frequency
      * on PAYCAL.DAT.  Each entry carries the frequency, the period
      * id (YYYY + sequence within the year), the first day worked,
      * the cutoff and the pay date.  Monthly periods are numbered by
      * calendar month so they keep the same id as the legacy YYYYMM
      * run period; semi-monthly periods split each month at the
      * 15th; weekly periods run seven days back from each cutoff,
      * starting from the first cutoff date keyed in.  Entries for
      * the same year and frequency already on file are replaced;
      * every other entry is carried over unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCAL-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT PAYCALNEW-FILE ASSIGN TO "PAYCAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "PAYCAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCAL-FILE.
       01  PAYCAL-REC.
           05 PCL-FREQ                 PIC X(1).
           05 FILLER                   PIC X.
           05 PCL-PERIOD               PIC X(6).
           05 FILLER                   PIC X.
           05 PCL-START                PIC X(8).
           05 FILLER                   PIC X.
           05 PCL-CUTOFF               PIC X(8).
           05 FILLER                   PIC X.
           05 PCL-PAYDATE              PIC X(8).

       FD  PAYCALNEW-FILE.
       01  PAYCALNEW-REC.
           05 PCN-FREQ                 PIC X(1).
           05 FILLER                   PIC X VALUE SPACES.
           05 PCN-PERIOD               PIC X(6).
           05 FILLER                   PIC X VALUE SPACES.
           05 PCN-START                PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 PCN-CUTOFF               PIC X(8).
           05 FILLER                   PIC X VALUE SPACES.
           05 PCN-PAYDATE              PIC X(8).

       FD  RPTFILE.
       01  RPTREC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYCAL-STATUS            PIC XX VALUE SPACES.
       01  WS-EOF                      PIC X(3) VALUE 'NO '.
       01  WS-COPY-CTR                 PIC 9(4) VALUE 0.
       01  WS-NEW-CTR                  PIC 9(3) VALUE 0.
       01  WS-DROP-CTR                 PIC 9(3) VALUE 0.

       01  WS-YEAR-IN                  PIC X(4) VALUE SPACES.
       01  WS-YEAR                     PIC 9(4) VALUE 0.
       01  WS-FREQ-IN                  PIC X(1) VALUE SPACES.
           88 WS-FREQ-VALID            VALUE 'W', 'S', 'M'.
       01  WS-FIRST-CUTOFF             PIC X(8) VALUE SPACES.
       01  WS-RAW-IN                   PIC X(12) VALUE SPACES.
       01  WS-PAY-LAG                  PIC 9(3) VALUE 0.

       01  WS-SEQ                      PIC 9(2) VALUE 0.
       01  WS-MONTH                    PIC 9(2) VALUE 0.
       01  WS-HALF                     PIC 9 VALUE 0.
       01  WS-CUTOFF-INT               PIC 9(8) VALUE 0.
       01  WS-WORK-DATE                PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05 WS-WD-YEAR               PIC 9(4).
           05 WS-WD-MONTH              PIC 9(2).
           05 WS-WD-DAY                PIC 9(2).

       01  WS-ENTRY.
           05 WS-E-PERIOD.
              10 WS-E-YEAR             PIC 9(4).
              10 WS-E-SEQ              PIC 9(2).
           05 WS-E-START               PIC 9(8).
           05 WS-E-CUTOFF              PIC 9(8).
           05 WS-E-PAYDATE             PIC 9(8).

       01  RPT-HEADER-1.
           05 FILLER                   PIC X(27) VALUE SPACES.
           05 FILLER                   PIC X(26)
              VALUE "Pay Period Calendar Build".
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  RPT-SECT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-SECT-TITLE           PIC X(40).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  RPT-COLS-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(50)
              VALUE "FREQ PERIOD    START     CUTOFF    PAY DATE".
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  RPT-ROW-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 ROW-FREQ-OUT             PIC X(1).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 ROW-PERIOD-OUT           PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ROW-START-OUT            PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ROW-CUTOFF-OUT           PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ROW-PAYDATE-OUT          PIC X(8).
           05 FILLER                   PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'PAY-CALENDAR: ENTER CALENDAR YEAR (YYYY): '
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN = SPACES
               OR WS-YEAR-IN IS NOT NUMERIC
               DISPLAY 'PAY-CALENDAR: INVALID CALENDAR YEAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-YEAR-IN TO WS-YEAR
           IF WS-YEAR < 1601
               DISPLAY 'PAY-CALENDAR: INVALID CALENDAR YEAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'PAY-CALENDAR: PAY FREQUENCY '
               '(W=WEEKLY S=SEMI-MONTHLY M=MONTHLY): '
           ACCEPT WS-FREQ-IN
           IF NOT WS-FREQ-VALID
               DISPLAY 'PAY-CALENDAR: INVALID PAY FREQUENCY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FREQ-IN = 'W'
               DISPLAY 'PAY-CALENDAR: FIRST WEEKLY CUTOFF '
                   '(YYYYMMDD): '
               ACCEPT WS-FIRST-CUTOFF
               IF WS-FIRST-CUTOFF IS NUMERIC
                   MOVE WS-FIRST-CUTOFF TO WS-WORK-DATE
               ELSE
                   MOVE 0 TO WS-WORK-DATE
               END-IF
               IF WS-FIRST-CUTOFF(1:4) NOT = WS-YEAR-IN
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE)
                      NOT = 0
                   DISPLAY 'PAY-CALENDAR: FIRST CUTOFF MUST BE A '
                       'VALID DATE IN ' WS-YEAR-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY 'PAY-CALENDAR: DAYS FROM CUTOFF TO PAY DATE '
               '(BLANK = 0): '
           ACCEPT WS-RAW-IN
           IF WS-RAW-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-RAW-IN) = 0
                   COMPUTE WS-PAY-LAG = FUNCTION NUMVAL(WS-RAW-IN)
               ELSE
                   DISPLAY 'PAY-CALENDAR: INVALID PAY DATE LAG'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT RPTFILE
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE

           PERFORM COPY-AND-LIST-RTN
           PERFORM BUILD-YEAR-RTN
           PERFORM REPLACE-CALENDAR-RTN

           CLOSE RPTFILE
           DISPLAY 'PAY-CALENDAR: ' WS-NEW-CTR ' ' WS-FREQ-IN
               ' PERIODS BUILT FOR ' WS-YEAR-IN
               ' - LISTING IN PAYCAL.RPT'
           IF WS-DROP-CTR > 0
               DISPLAY 'PAY-CALENDAR: ' WS-DROP-CTR
                   ' EXISTING PERIODS REPLACED'
           END-IF
           STOP RUN.

      * Before image: every entry on file is listed and carried to the
      * replacement file except the year and frequency being rebuilt.
       COPY-AND-LIST-RTN.
           MOVE 'Before - periods on file:' TO RPT-SECT-TITLE
           WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 2 LINES
           WRITE RPTREC FROM RPT-COLS-LINE AFTER ADVANCING 1 LINE

           OPEN OUTPUT PAYCALNEW-FILE
           OPEN INPUT PAYCAL-FILE
           IF WS-PAYCAL-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ PAYCAL-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   MOVE PCL-FREQ TO ROW-FREQ-OUT
                   MOVE PCL-PERIOD TO ROW-PERIOD-OUT
                   MOVE PCL-START TO ROW-START-OUT
                   MOVE PCL-CUTOFF TO ROW-CUTOFF-OUT
                   MOVE PCL-PAYDATE TO ROW-PAYDATE-OUT
                   WRITE RPTREC FROM RPT-ROW-LINE
                       AFTER ADVANCING 1 LINE
                   IF PCL-FREQ = WS-FREQ-IN
                       AND PCL-PERIOD(1:4) = WS-YEAR-IN
                       ADD 1 TO WS-DROP-CTR
                   ELSE
                       MOVE SPACES TO PAYCALNEW-REC
                       MOVE PCL-FREQ TO PCN-FREQ
                       MOVE PCL-PERIOD TO PCN-PERIOD
                       MOVE PCL-START TO PCN-START
                       MOVE PCL-CUTOFF TO PCN-CUTOFF
                       MOVE PCL-PAYDATE TO PCN-PAYDATE
                       WRITE PAYCALNEW-REC
                       ADD 1 TO WS-COPY-CTR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAYCAL-STATUS NOT = '35'
               CLOSE PAYCAL-FILE
           END-IF
           IF WS-DROP-CTR > 0
               MOVE 'Existing periods for this year superseded'
                   TO RPT-SECT-TITLE
               WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       BUILD-YEAR-RTN.
           MOVE 'After - new periods added:' TO RPT-SECT-TITLE
           WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 2 LINES
           WRITE RPTREC FROM RPT-COLS-LINE AFTER ADVANCING 1 LINE

           MOVE WS-YEAR TO WS-E-YEAR
           EVALUATE WS-FREQ-IN
               WHEN 'M'
                   PERFORM BUILD-MONTHLY-RTN
               WHEN 'S'
                   PERFORM BUILD-SEMIMONTHLY-RTN
               WHEN 'W'
                   PERFORM BUILD-WEEKLY-RTN
           END-EVALUATE
           CLOSE PAYCALNEW-FILE.

      * One period per calendar month; the period id is the YYYYMM
      * the monthly run has always used.
       BUILD-MONTHLY-RTN.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE WS-MONTH TO WS-E-SEQ
               MOVE WS-YEAR TO WS-WD-YEAR
               MOVE WS-MONTH TO WS-WD-MONTH
               MOVE 1 TO WS-WD-DAY
               MOVE WS-WORK-DATE TO WS-E-START
               PERFORM MONTH-END-RTN
               PERFORM WRITE-ENTRY-RTN
           END-PERFORM.

      * Two periods per month: the 1st to the 15th, and the 16th to
      * the last day of the month.
       BUILD-SEMIMONTHLY-RTN.
           MOVE 0 TO WS-SEQ
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               PERFORM VARYING WS-HALF FROM 1 BY 1 UNTIL WS-HALF > 2
                   ADD 1 TO WS-SEQ
                   MOVE WS-SEQ TO WS-E-SEQ
                   MOVE WS-YEAR TO WS-WD-YEAR
                   MOVE WS-MONTH TO WS-WD-MONTH
                   IF WS-HALF = 1
                       MOVE 1 TO WS-WD-DAY
                       MOVE WS-WORK-DATE TO WS-E-START
                       MOVE 15 TO WS-WD-DAY
                       MOVE WS-WORK-DATE TO WS-E-CUTOFF
                   ELSE
                       MOVE 16 TO WS-WD-DAY
                       MOVE WS-WORK-DATE TO WS-E-START
                       PERFORM MONTH-END-RTN
                   END-IF
                   PERFORM WRITE-ENTRY-RTN
               END-PERFORM
           END-PERFORM.

      * Seven-day periods from the first cutoff keyed in, for every
      * cutoff that falls inside the calendar year.
       BUILD-WEEKLY-RTN.
           MOVE 0 TO WS-SEQ
           MOVE WS-FIRST-CUTOFF TO WS-WORK-DATE
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           PERFORM UNTIL WS-WD-YEAR NOT = WS-YEAR
               ADD 1 TO WS-SEQ
               MOVE WS-SEQ TO WS-E-SEQ
               MOVE WS-WORK-DATE TO WS-E-CUTOFF
               COMPUTE WS-E-START =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT - 6)
               PERFORM WRITE-ENTRY-RTN
               ADD 7 TO WS-CUTOFF-INT
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           END-PERFORM.

      * Last day of the month in WS-WORK-DATE: the day before the
      * first of the following month.
       MONTH-END-RTN.
           MOVE 1 TO WS-WD-DAY
           IF WS-WD-MONTH = 12
               ADD 1 TO WS-WD-YEAR
               MOVE 1 TO WS-WD-MONTH
           ELSE
               ADD 1 TO WS-WD-MONTH
           END-IF
           COMPUTE WS-E-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1).

       WRITE-ENTRY-RTN.
           COMPUTE WS-E-PAYDATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-E-CUTOFF) + WS-PAY-LAG)

           MOVE SPACES TO PAYCALNEW-REC
           MOVE WS-FREQ-IN TO PCN-FREQ
           MOVE WS-E-PERIOD TO PCN-PERIOD
           MOVE WS-E-START TO PCN-START
           MOVE WS-E-CUTOFF TO PCN-CUTOFF
           MOVE WS-E-PAYDATE TO PCN-PAYDATE
           WRITE PAYCALNEW-REC
           ADD 1 TO WS-NEW-CTR

           MOVE WS-FREQ-IN TO ROW-FREQ-OUT
           MOVE WS-E-PERIOD TO ROW-PERIOD-OUT
           MOVE WS-E-START TO ROW-START-OUT
           MOVE WS-E-CUTOFF TO ROW-CUTOFF-OUT
           MOVE WS-E-PAYDATE TO ROW-PAYDATE-OUT
           WRITE RPTREC FROM RPT-ROW-LINE AFTER ADVANCING 1 LINE.

       REPLACE-CALENDAR-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT PAYCALNEW-FILE
           OPEN OUTPUT PAYCAL-FILE
           PERFORM UNTIL WS-EOF = 'YES'
               READ PAYCALNEW-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   MOVE PAYCALNEW-REC TO PAYCAL-REC
                   WRITE PAYCAL-REC
               END-IF
           END-PERFORM
           CLOSE PAYCALNEW-FILE
           CLOSE PAYCAL-FILE.
