       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-RECORD.
       AUTHOR. COBOL-PROGRAMMER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNCH-FILE ASSIGN TO "DTRPUNCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.
           SELECT EMPMAST ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPNO
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT HOURS-EDWARD ASSIGN TO "INFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOURS-PROB1 ASSIGN TO "EMPLOYEE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABSENCE-FILE ASSIGN TO "ABSENCES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DTRREG-FILE ASSIGN TO "TIMEREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DTREXC-FILE ASSIGN TO "DTREXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One record per employee per day off the bundy clock: the
      * date the shift started, time in and time out (HHMM, a time
      * out earlier than the time in is the next morning). A leave
      * code of S (sick) or V (vacation) in place of the punches
      * marks a day the supervisor has excused.
       FD  PUNCH-FILE.
       01  PUNCH-REC.
           05 DP-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 DP-DATE                  PIC X(8).
           05 FILLER                   PIC X(1).
           05 DP-TIME-IN               PIC X(4).
           05 FILLER                   PIC X(1).
           05 DP-TIME-OUT              PIC X(4).
           05 FILLER                   PIC X(1).
           05 DP-CODE                  PIC X(1).

       FD  EMPMAST.
       01  EMPMAST-REC.
           05 EM-EMPNO                 PIC X(10).
           05 EM-NAME                  PIC X(25).
           05 EM-DEPT                  PIC X(1).
           05 EM-TYPE                  PIC X(2).
           05 EM-RATE                  PIC 9(5)V99.
           05 EM-STATUS                PIC X(1).
              88 EM-ACTIVE             VALUE 'A', ' '.
              88 EM-SEPARATED          VALUE 'S'.
           05 EM-SHIFT-START           PIC 9(4).
           05 EM-SHIFT-END             PIC 9(4).
           05 EM-PAY-FREQ              PIC X(1).
              88 EM-PAID-WEEKLY        VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY   VALUE 'S'.
              88 EM-PAID-MONTHLY       VALUE 'M', ' '.

       FD  HOURS-EDWARD.
       01  HOURS-EDWARD-REC.
           05 HE-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 HE-HOURS                 PIC ZZZZ9.99.

       FD  HOURS-PROB1.
       01  HOURS-PROB1-REC.
           05 HP-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 HP-HOURS                 PIC 9(5)V99.

       FD  ABSENCE-FILE.
       01  ABSENCE-REC.
           05 AB-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 AB-TYPE                  PIC X(1).
           05 FILLER                   PIC X(1).
           05 AB-DAYS                  PIC 9(2)V99.

       FD  DTRREG-FILE.
       01  DTRREG-REC                  PIC X(80).

       FD  DTREXC-FILE.
       01  DTREXC-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PUNCH-STATUS             PIC XX VALUE SPACES.
       01  WS-EMPMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-PUNCH-EOF                PIC X(3) VALUE 'NO '.
       01  WS-EMP-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-PT-FULL                  PIC X(3) VALUE 'NO '.

       01  WS-CUTOFF-FROM              PIC X(8) VALUE SPACES.
       01  WS-CUTOFF-TO                PIC X(8) VALUE SPACES.
       01  WS-FROM-NUM                 PIC 9(8) VALUE 0.
       01  WS-TO-NUM                   PIC 9(8) VALUE 0.
       01  WS-FROM-INT                 PIC 9(8) VALUE 0.
       01  WS-TO-INT                   PIC 9(8) VALUE 0.
       01  WS-DAY-INT                  PIC 9(8) VALUE 0.
       01  WS-DAY-NUM                  PIC 9(8) VALUE 0.
       01  WS-DAY-X REDEFINES WS-DAY-NUM PIC X(8).

       01  BUSCAL-PARM.
           05 BC-FUNCTION              PIC X(1).
           05 BC-DATE                  PIC X(8).
           05 BC-BRANCH                PIC X(2).
           05 BC-DAYS                  PIC 9(3).
           05 BC-OUT-DATE              PIC X(8).
           05 BC-BUSINESS              PIC X(1).
           05 BC-HOL-DESC              PIC X(25).
           05 BC-RESULT                PIC X(2).

      * The day's punches, loaded once and matched to the master.
       01  WS-PT-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PT-IDX                   PIC 9(4) VALUE 0.
       01  WS-PT-SEL                   PIC 9(4) VALUE 0.
       01  PUNCH-TABLE.
           05 PUNCH-ENTRY OCCURS 5000 TIMES.
              10 PT-EMPNO              PIC X(10).
              10 PT-DATE               PIC X(8).
              10 PT-TIME-IN            PIC X(4).
              10 PT-TIME-OUT           PIC X(4).
              10 PT-CODE               PIC X(1).
              10 PT-USED               PIC X(1).

       01  WS-TIME-X                   PIC X(4) VALUE SPACES.
       01  WS-TIME-N REDEFINES WS-TIME-X.
           05 WS-TIME-HH               PIC 9(2).
           05 WS-TIME-MM               PIC 9(2).
       01  WS-TIME-OK                  PIC X(3) VALUE 'NO '.
       01  WS-TIME-MIN                 PIC S9(5) VALUE 0.
       01  WS-REASON                   PIC X(40) VALUE SPACES.

      * Minutes from midnight of the day the shift starts. A shift
      * or a punch pair that runs past midnight carries on past 1440.
       01  WS-SHIFT-S                  PIC S9(5) VALUE 0.
       01  WS-SHIFT-E                  PIC S9(5) VALUE 0.
       01  WS-IN-MIN                   PIC S9(5) VALUE 0.
       01  WS-OUT-MIN                  PIC S9(5) VALUE 0.
       01  WS-LO                       PIC S9(5) VALUE 0.
       01  WS-HI                       PIC S9(5) VALUE 0.
       01  WS-SPAN                     PIC S9(5) VALUE 0.
       01  WS-WIN-S                    PIC S9(5) VALUE 0.
       01  WS-WIN-E                    PIC S9(5) VALUE 0.

      * A meal hour is taken out of any stretch longer than five
      * hours; overtime shorter than half an hour is not counted.
       01  WS-MEAL-AFTER               PIC 9(3) VALUE 300.
       01  WS-MEAL-MIN                 PIC 9(3) VALUE 60.
       01  WS-OT-MINIMUM               PIC 9(3) VALUE 30.
       01  WS-ABSENCE-HOURS            PIC 9(2)V99 VALUE 8.00.
       01  WS-AB-TYPE                  PIC X(1) VALUE SPACE.
       01  WS-AB-DAYS                  PIC 9(2) VALUE 0.

       01  WS-EMP-FIELDS.
           05 WS-REG-MIN               PIC 9(5) VALUE 0.
           05 WS-OT-MIN                PIC 9(5) VALUE 0.
           05 WS-TARDY-MIN             PIC 9(5) VALUE 0.
           05 WS-UNDER-MIN             PIC 9(5) VALUE 0.
           05 WS-ND-MIN                PIC 9(5) VALUE 0.
           05 WS-ABS-DAYS              PIC 9(2) VALUE 0.
           05 WS-SICK-DAYS             PIC 9(2) VALUE 0.
           05 WS-VAC-DAYS              PIC 9(2) VALUE 0.
           05 WS-MISS-CTR              PIC 9(2) VALUE 0.
       01  WS-PAID-HOURS               PIC 9(5)V99 VALUE 0.
       01  WS-REG-HOURS                PIC 9(3)V99 VALUE 0.
       01  WS-OT-HOURS                 PIC 9(3)V99 VALUE 0.
       01  WS-ND-HOURS                 PIC 9(3)V99 VALUE 0.

       01  WS-READ-CTR                 PIC 9(6) VALUE 0.
       01  WS-REJECT-CTR               PIC 9(6) VALUE 0.
       01  WS-EMP-CTR                  PIC 9(6) VALUE 0.
       01  WS-SENT-CTR                 PIC 9(6) VALUE 0.
       01  WS-EXC-CTR                  PIC 9(6) VALUE 0.
       01  WS-ABS-REC-CTR              PIC 9(6) VALUE 0.
       01  WS-TOT-HOURS                PIC 9(7)V99 VALUE 0.

       01  RPT-HEADER-1.
           05 FILLER                   PIC X(26) VALUE SPACES.
           05 FILLER                   PIC X(28)
              VALUE "Daily Time Record Register".
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  RPT-HEADER-2.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "Cutoff: ".
           05 RPT-FROM-OUT             PIC X(8).
           05 FILLER                   PIC X(4) VALUE " TO ".
           05 RPT-TO-OUT               PIC X(8).
           05 FILLER                   PIC X(50) VALUE SPACES.

       01  RPT-COL-HEADER.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "Emp No.".
           05 FILLER                   PIC X(20) VALUE "Name".
           05 FILLER                   PIC X(8) VALUE " Reg Hrs".
           05 FILLER                   PIC X(8) VALUE "  OT Hrs".
           05 FILLER                   PIC X(6) VALUE " Tardy".
           05 FILLER                   PIC X(6) VALUE " Under".
           05 FILLER                   PIC X(8) VALUE "  ND Hrs".
           05 FILLER                   PIC X(4) VALUE " Abs".
           05 FILLER                   PIC X(4) VALUE "  Lv".
           05 FILLER                   PIC X(3) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-EMPNO-OUT            PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 RPT-NAME-OUT             PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-REG-OUT              PIC ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-OT-OUT               PIC ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-TARDY-OUT            PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-UNDER-OUT            PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-ND-OUT               PIC ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-ABS-OUT              PIC Z9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RPT-LV-OUT               PIC Z9.
           05 FILLER                   PIC X(3) VALUE SPACES.

       01  RPT-NOTE-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(47)
              VALUE "Tardy and Under are minutes; Lv is leave days.".
           05 FILLER                   PIC X(31) VALUE SPACES.

       01  COUNT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CNT-LABEL                PIC X(30).
           05 CNT-VALUE                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(41) VALUE SPACES.

       01  HOURS-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(30)
              VALUE "TOTAL HOURS SENT TO PAYROLL:  ".
           05 HRS-TOTAL-OUT            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(36) VALUE SPACES.

       01  EXC-HEADER-1.
           05 FILLER                   PIC X(22) VALUE SPACES.
           05 FILLER                   PIC X(36)
              VALUE "Time Record Exceptions - Supervisors".
           05 FILLER                   PIC X(22) VALUE SPACES.

       01  EXC-COL-HEADER.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE "Dept".
           05 FILLER                   PIC X(11) VALUE "Emp No.".
           05 FILLER                   PIC X(9) VALUE "Date".
           05 FILLER                   PIC X(10) VALUE "In   Out".
           05 FILLER                   PIC X(40) VALUE "Exception".
           05 FILLER                   PIC X(3) VALUE SPACES.

       01  EXC-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 EXC-DEPT-OUT             PIC X(1).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 EXC-EMPNO-OUT            PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EXC-DATE-OUT             PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EXC-IN-OUT               PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EXC-OUT-OUT              PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 EXC-REASON-OUT           PIC X(40).
           05 FILLER                   PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
      * Turns the bundy-clock punches for one payroll cutoff into
      * the hours files the payroll runs read (INFILE.TXT for EDWARD,
      * EMPLOYEE.txt for Problem1 and PAY-EDIT) and the absence
      * transactions they draw leave from (ABSENCES.TXT). Every
      * active employee is checked day by day against the shift on
      * EMPMAST; working days follow the business-day calendar.
       MAIN-RTN.
           PERFORM GET-CUTOFF-RTN

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS NOT = '00'
               DISPLAY 'TIME-RECORD: EMPMAST.IDX NOT AVAILABLE - '
                   'CANNOT CHECK SHIFTS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DTREXC-FILE
           WRITE DTREXC-REC FROM EXC-HEADER-1 AFTER ADVANCING PAGE
           WRITE DTREXC-REC FROM RPT-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE DTREXC-REC FROM EXC-COL-HEADER
               AFTER ADVANCING 2 LINES

           PERFORM LOAD-PUNCH-RTN

           OPEN OUTPUT HOURS-EDWARD
           OPEN OUTPUT HOURS-PROB1
           OPEN OUTPUT ABSENCE-FILE
           OPEN OUTPUT DTRREG-FILE
           WRITE DTRREG-REC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           WRITE DTRREG-REC FROM RPT-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE DTRREG-REC FROM RPT-COL-HEADER
               AFTER ADVANCING 2 LINES

           MOVE LOW-VALUES TO EM-EMPNO
           START EMPMAST KEY >= EM-EMPNO
               INVALID KEY MOVE 'YES' TO WS-EMP-EOF
           END-START
           PERFORM UNTIL WS-EMP-EOF = 'YES'
               READ EMPMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-EMP-EOF
               END-READ
               IF WS-EMP-EOF NOT = 'YES' AND EM-ACTIVE
                   PERFORM PROCESS-EMPLOYEE-RTN
               END-IF
           END-PERFORM

      * Whatever is left unmatched belongs to nobody on the payroll.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF PT-USED(WS-PT-IDX) = 'N'
                   MOVE WS-PT-IDX TO WS-PT-SEL
                   MOVE SPACE TO EXC-DEPT-OUT
                   MOVE 'NOT AN ACTIVE EMPLOYEE - NOT PAID'
                       TO WS-REASON
                   PERFORM WRITE-EXC-RTN
               END-IF
           END-PERFORM

           PERFORM WRITE-COUNTS-RTN

           CLOSE EMPMAST
           CLOSE HOURS-EDWARD
           CLOSE HOURS-PROB1
           CLOSE ABSENCE-FILE
           CLOSE DTRREG-FILE
           CLOSE DTREXC-FILE
           STOP RUN.

       GET-CUTOFF-RTN.
           DISPLAY 'TIME-RECORD: ENTER CUTOFF START (YYYYMMDD): '
           ACCEPT WS-CUTOFF-FROM
           DISPLAY 'TIME-RECORD: ENTER CUTOFF END (YYYYMMDD): '
           ACCEPT WS-CUTOFF-TO
           IF WS-CUTOFF-FROM NOT NUMERIC OR WS-CUTOFF-TO NOT NUMERIC
               DISPLAY 'TIME-RECORD: CUTOFF DATES MUST BE YYYYMMDD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CUTOFF-FROM TO WS-FROM-NUM
           MOVE WS-CUTOFF-TO TO WS-TO-NUM
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-NUM)
           IF WS-FROM-INT = 0 OR WS-TO-INT = 0
               OR WS-TO-INT < WS-FROM-INT
               OR WS-TO-INT - WS-FROM-INT > 30
               DISPLAY 'TIME-RECORD: CUTOFF ' WS-CUTOFF-FROM ' TO '
                   WS-CUTOFF-TO ' IS NOT A PERIOD OF 1 TO 31 DAYS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CUTOFF-FROM TO RPT-FROM-OUT
           MOVE WS-CUTOFF-TO TO RPT-TO-OUT.

      * Punches that cannot be used are reported and dropped here so
      * the day-by-day pass only sees clean ones.
       LOAD-PUNCH-RTN.
           OPEN INPUT PUNCH-FILE
           IF WS-PUNCH-STATUS NOT = '00'
               DISPLAY 'TIME-RECORD: DTRPUNCH.TXT NOT FOUND - '
                   'NO TIME RECORDS FOR THE CUTOFF'
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST
               CLOSE DTREXC-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PUNCH-EOF = 'YES'
               READ PUNCH-FILE
                   AT END MOVE 'YES' TO WS-PUNCH-EOF
               END-READ
               IF WS-PUNCH-EOF NOT = 'YES'
                   ADD 1 TO WS-READ-CTR
                   PERFORM EDIT-PUNCH-RTN
               END-IF
           END-PERFORM
           CLOSE PUNCH-FILE
           IF WS-PT-FULL = 'YES'
               DISPLAY 'TIME-RECORD: PUNCH TABLE FULL (5,000) - '
                   'SPLIT THE CUTOFF'
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST
               CLOSE DTREXC-FILE
               STOP RUN
           END-IF.

       EDIT-PUNCH-RTN.
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN DP-EMPNO = SPACES
                   MOVE 'EMPLOYEE NUMBER MISSING' TO WS-REASON
               WHEN DP-DATE < WS-CUTOFF-FROM
                    OR DP-DATE > WS-CUTOFF-TO
                    OR DP-DATE NOT NUMERIC
                   MOVE 'DATE OUTSIDE THE CUTOFF' TO WS-REASON
               WHEN DP-CODE NOT = SPACE AND DP-CODE NOT = 'S'
                    AND DP-CODE NOT = 'V'
                   MOVE 'LEAVE CODE MUST BE S OR V' TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES AND DP-TIME-IN NOT = SPACES
               MOVE DP-TIME-IN TO WS-TIME-X
               PERFORM CHECK-TIME-RTN
               IF WS-TIME-OK = 'NO '
                   MOVE 'TIME IN IS NOT HHMM' TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES AND DP-TIME-OUT NOT = SPACES
               MOVE DP-TIME-OUT TO WS-TIME-X
               PERFORM CHECK-TIME-RTN
               IF WS-TIME-OK = 'NO '
                   MOVE 'TIME OUT IS NOT HHMM' TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                   IF PT-EMPNO(WS-PT-IDX) = DP-EMPNO
                       AND PT-DATE(WS-PT-IDX) = DP-DATE
                       MOVE 'SECOND RECORD FOR THE DAY - IGNORED'
                           TO WS-REASON
                   END-IF
               END-PERFORM
           END-IF

           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-CTR
               MOVE SPACE TO EXC-DEPT-OUT
               MOVE DP-EMPNO TO EXC-EMPNO-OUT
               MOVE DP-DATE TO EXC-DATE-OUT
               MOVE DP-TIME-IN TO EXC-IN-OUT
               MOVE DP-TIME-OUT TO EXC-OUT-OUT
               MOVE WS-REASON TO EXC-REASON-OUT
               WRITE DTREXC-REC FROM EXC-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-EXC-CTR
           ELSE
               IF WS-PT-COUNT < 5000
                   ADD 1 TO WS-PT-COUNT
                   MOVE DP-EMPNO TO PT-EMPNO(WS-PT-COUNT)
                   MOVE DP-DATE TO PT-DATE(WS-PT-COUNT)
                   MOVE DP-TIME-IN TO PT-TIME-IN(WS-PT-COUNT)
                   MOVE DP-TIME-OUT TO PT-TIME-OUT(WS-PT-COUNT)
                   MOVE DP-CODE TO PT-CODE(WS-PT-COUNT)
                   MOVE 'N' TO PT-USED(WS-PT-COUNT)
               ELSE
                   MOVE 'YES' TO WS-PT-FULL
               END-IF
           END-IF.

       CHECK-TIME-RTN.
           MOVE 'NO ' TO WS-TIME-OK
           MOVE 0 TO WS-TIME-MIN
           IF WS-TIME-X NUMERIC
               IF WS-TIME-HH < 24 AND WS-TIME-MM < 60
                   MOVE 'YES' TO WS-TIME-OK
                   COMPUTE WS-TIME-MIN = WS-TIME-HH * 60 + WS-TIME-MM
               END-IF
           END-IF.

      * An employee with no usable shift on the master is held to
      * the standard eight-to-five day and the supervisor is told.
       PROCESS-EMPLOYEE-RTN.
           ADD 1 TO WS-EMP-CTR
           INITIALIZE WS-EMP-FIELDS
           MOVE 'NO ' TO WS-TIME-OK
           IF EM-SHIFT-START NUMERIC AND EM-SHIFT-END NUMERIC
               MOVE EM-SHIFT-END TO WS-TIME-X
               PERFORM CHECK-TIME-RTN
               MOVE WS-TIME-MIN TO WS-SHIFT-E
               IF WS-TIME-OK = 'YES'
                   MOVE EM-SHIFT-START TO WS-TIME-X
                   PERFORM CHECK-TIME-RTN
                   MOVE WS-TIME-MIN TO WS-SHIFT-S
               END-IF
               IF WS-SHIFT-E = WS-SHIFT-S
                   MOVE 'NO ' TO WS-TIME-OK
               END-IF
           END-IF
           IF WS-TIME-OK = 'NO '
               MOVE 480 TO WS-SHIFT-S
               MOVE 1020 TO WS-SHIFT-E
               MOVE 0 TO WS-PT-SEL
               MOVE WS-CUTOFF-FROM TO EXC-DATE-OUT
               MOVE 'NO SHIFT ON MASTER - 0800-1700 USED'
                   TO WS-REASON
               PERFORM WRITE-EXC-RTN
           END-IF
           IF WS-SHIFT-E < WS-SHIFT-S
               ADD 1440 TO WS-SHIFT-E
           END-IF

           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT
               PERFORM PROCESS-DAY-RTN
           END-PERFORM

           PERFORM WRITE-EMPLOYEE-RTN.

       PROCESS-DAY-RTN.
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE SPACES TO BUSCAL-PARM
           MOVE 'B' TO BC-FUNCTION
           MOVE WS-DAY-X TO BC-DATE
           MOVE 0 TO BC-DAYS
           CALL 'BUSCAL' USING BUSCAL-PARM

           MOVE 0 TO WS-PT-SEL
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                      OR WS-PT-SEL > 0
               IF PT-EMPNO(WS-PT-IDX) = EM-EMPNO
                   AND PT-DATE(WS-PT-IDX) = WS-DAY-X
                   MOVE WS-PT-IDX TO WS-PT-SEL
                   MOVE 'Y' TO PT-USED(WS-PT-IDX)
               END-IF
           END-PERFORM

           IF BC-BUSINESS = 'Y'
               PERFORM WORK-DAY-RTN
           ELSE
               PERFORM REST-DAY-RTN
           END-IF.

      * A working day with nothing on the clock and no leave filed is
      * an unexcused absence. Either kind of absence goes to payroll
      * as a full day's hours plus an absence transaction, so the
      * payroll's leave draw (or leave without pay) settles it.
       WORK-DAY-RTN.
           IF WS-PT-SEL = 0
               ADD 1 TO WS-ABS-DAYS
               MOVE WS-DAY-X TO EXC-DATE-OUT
               MOVE 'ABSENT - NO PUNCHES AND NO LEAVE FILED'
                   TO WS-REASON
               PERFORM WRITE-EXC-RTN
               EXIT PARAGRAPH
           END-IF
           IF PT-CODE(WS-PT-SEL) = 'S'
               ADD 1 TO WS-SICK-DAYS
               EXIT PARAGRAPH
           END-IF
           IF PT-CODE(WS-PT-SEL) = 'V'
               ADD 1 TO WS-VAC-DAYS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PAIR-RTN
           IF WS-TIME-OK = 'NO '
               EXIT PARAGRAPH
           END-IF

      * A night shift clocked in after midnight still belongs to the
      * day it started.
           IF WS-SHIFT-E > 1440 AND WS-IN-MIN < WS-SHIFT-S - 720
               ADD 1440 TO WS-IN-MIN
               ADD 1440 TO WS-OUT-MIN
           END-IF

           IF WS-IN-MIN > WS-SHIFT-S
               IF WS-IN-MIN < WS-SHIFT-E
                   COMPUTE WS-TARDY-MIN = WS-TARDY-MIN
                       + WS-IN-MIN - WS-SHIFT-S
               ELSE
                   COMPUTE WS-TARDY-MIN = WS-TARDY-MIN
                       + WS-SHIFT-E - WS-SHIFT-S
               END-IF
           END-IF
           IF WS-OUT-MIN < WS-SHIFT-E AND WS-IN-MIN < WS-SHIFT-E
               IF WS-OUT-MIN > WS-SHIFT-S
                   COMPUTE WS-UNDER-MIN = WS-UNDER-MIN
                       + WS-SHIFT-E - WS-OUT-MIN
               ELSE
                   COMPUTE WS-UNDER-MIN = WS-UNDER-MIN
                       + WS-SHIFT-E - WS-SHIFT-S
               END-IF
           END-IF

           MOVE WS-IN-MIN TO WS-LO
           IF WS-SHIFT-S > WS-LO
               MOVE WS-SHIFT-S TO WS-LO
           END-IF
           MOVE WS-OUT-MIN TO WS-HI
           IF WS-SHIFT-E < WS-HI
               MOVE WS-SHIFT-E TO WS-HI
           END-IF
           COMPUTE WS-SPAN = WS-HI - WS-LO
           IF WS-SPAN > WS-MEAL-AFTER
               SUBTRACT WS-MEAL-MIN FROM WS-SPAN
           END-IF
           IF WS-SPAN > 0
               ADD WS-SPAN TO WS-REG-MIN
           END-IF

           IF WS-OUT-MIN - WS-SHIFT-E >= WS-OT-MINIMUM
               COMPUTE WS-OT-MIN = WS-OT-MIN
                   + WS-OUT-MIN - WS-SHIFT-E
           END-IF
           PERFORM NIGHT-DIFF-RTN.

      * Work on a weekend or holiday is all overtime; there is no
      * shift to be late for. Leave filed for such a day is ignored.
       REST-DAY-RTN.
           IF WS-PT-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF PT-CODE(WS-PT-SEL) NOT = SPACE
               MOVE WS-DAY-X TO EXC-DATE-OUT
               MOVE 'LEAVE FILED FOR A NON-WORKING DAY'
                   TO WS-REASON
               PERFORM WRITE-EXC-RTN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PAIR-RTN
           IF WS-TIME-OK = 'NO '
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPAN = WS-OUT-MIN - WS-IN-MIN
           IF WS-SPAN > WS-MEAL-AFTER
               SUBTRACT WS-MEAL-MIN FROM WS-SPAN
           END-IF
           IF WS-SPAN >= WS-OT-MINIMUM
               ADD WS-SPAN TO WS-OT-MIN
           END-IF
           PERFORM NIGHT-DIFF-RTN.

      * A day with only one punch cannot be paid until the supervisor
      * supplies the other; it is left off the hours, not guessed.
       CHECK-PAIR-RTN.
           MOVE 'YES' TO WS-TIME-OK
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN PT-TIME-IN(WS-PT-SEL) = SPACES
                    AND PT-TIME-OUT(WS-PT-SEL) = SPACES
                   MOVE 'NO TIME IN OR OUT - DAY NOT PAID'
                       TO WS-REASON
               WHEN PT-TIME-IN(WS-PT-SEL) = SPACES
                   MOVE 'MISSING TIME IN - DAY NOT PAID' TO WS-REASON
               WHEN PT-TIME-OUT(WS-PT-SEL) = SPACES
                   MOVE 'MISSING TIME OUT - DAY NOT PAID'
                       TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               MOVE 'NO ' TO WS-TIME-OK
               ADD 1 TO WS-MISS-CTR
               MOVE WS-DAY-X TO EXC-DATE-OUT
               PERFORM WRITE-EXC-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE PT-TIME-IN(WS-PT-SEL) TO WS-TIME-X
           PERFORM CHECK-TIME-RTN
           MOVE WS-TIME-MIN TO WS-IN-MIN
           MOVE PT-TIME-OUT(WS-PT-SEL) TO WS-TIME-X
           PERFORM CHECK-TIME-RTN
           MOVE WS-TIME-MIN TO WS-OUT-MIN
           IF WS-OUT-MIN <= WS-IN-MIN
               ADD 1440 TO WS-OUT-MIN
           END-IF.

      * Night differential covers 10 PM to 6 AM: the early morning of
      * the day itself, that night, and the early morning after.
       NIGHT-DIFF-RTN.
           MOVE 0 TO WS-WIN-S
           MOVE 360 TO WS-WIN-E
           PERFORM ND-WINDOW-RTN
           MOVE 1320 TO WS-WIN-S
           MOVE 1800 TO WS-WIN-E
           PERFORM ND-WINDOW-RTN
           MOVE 2760 TO WS-WIN-S
           MOVE 3240 TO WS-WIN-E
           PERFORM ND-WINDOW-RTN.

       ND-WINDOW-RTN.
           MOVE WS-IN-MIN TO WS-LO
           IF WS-WIN-S > WS-LO
               MOVE WS-WIN-S TO WS-LO
           END-IF
           MOVE WS-OUT-MIN TO WS-HI
           IF WS-WIN-E < WS-HI
               MOVE WS-WIN-E TO WS-HI
           END-IF
           IF WS-HI > WS-LO
               COMPUTE WS-ND-MIN = WS-ND-MIN + WS-HI - WS-LO
           END-IF.

      * Hours to payroll are the regular and overtime worked plus a
      * full day for every absence; the payroll's own 40-hour rule
      * still decides the overtime premium. Night differential,
      * tardiness and undertime are reported for the supervisors.
       WRITE-EMPLOYEE-RTN.
           COMPUTE WS-REG-HOURS ROUNDED = WS-REG-MIN / 60
           COMPUTE WS-OT-HOURS ROUNDED = WS-OT-MIN / 60
           COMPUTE WS-ND-HOURS ROUNDED = WS-ND-MIN / 60
           COMPUTE WS-PAID-HOURS ROUNDED =
               (WS-REG-MIN + WS-OT-MIN) / 60
               + (WS-ABS-DAYS + WS-SICK-DAYS + WS-VAC-DAYS)
                 * WS-ABSENCE-HOURS

           MOVE EM-EMPNO TO RPT-EMPNO-OUT
           MOVE EM-NAME TO RPT-NAME-OUT
           MOVE WS-REG-HOURS TO RPT-REG-OUT
           MOVE WS-OT-HOURS TO RPT-OT-OUT
           MOVE WS-TARDY-MIN TO RPT-TARDY-OUT
           MOVE WS-UNDER-MIN TO RPT-UNDER-OUT
           MOVE WS-ND-HOURS TO RPT-ND-OUT
           MOVE WS-ABS-DAYS TO RPT-ABS-OUT
           COMPUTE RPT-LV-OUT = WS-SICK-DAYS + WS-VAC-DAYS
           WRITE DTRREG-REC FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF WS-PAID-HOURS = 0
               MOVE 0 TO WS-PT-SEL
               MOVE WS-CUTOFF-TO TO EXC-DATE-OUT
               MOVE 'NO HOURS FOR THE CUTOFF - NOT SENT' TO WS-REASON
               PERFORM WRITE-EXC-RTN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HOURS-EDWARD-REC
           MOVE EM-EMPNO TO HE-EMPNO
           MOVE WS-PAID-HOURS TO HE-HOURS
           WRITE HOURS-EDWARD-REC
           MOVE SPACES TO HOURS-PROB1-REC
           MOVE EM-EMPNO TO HP-EMPNO
           MOVE WS-PAID-HOURS TO HP-HOURS
           WRITE HOURS-PROB1-REC
           ADD 1 TO WS-SENT-CTR
           ADD WS-PAID-HOURS TO WS-TOT-HOURS

           IF WS-ABS-DAYS > 0
               MOVE 'U' TO WS-AB-TYPE
               MOVE WS-ABS-DAYS TO WS-AB-DAYS
               PERFORM WRITE-ABSENCE-RTN
           END-IF
           IF WS-SICK-DAYS > 0
               MOVE 'S' TO WS-AB-TYPE
               MOVE WS-SICK-DAYS TO WS-AB-DAYS
               PERFORM WRITE-ABSENCE-RTN
           END-IF
           IF WS-VAC-DAYS > 0
               MOVE 'V' TO WS-AB-TYPE
               MOVE WS-VAC-DAYS TO WS-AB-DAYS
               PERFORM WRITE-ABSENCE-RTN
           END-IF.

       WRITE-ABSENCE-RTN.
           MOVE SPACES TO ABSENCE-REC
           MOVE EM-EMPNO TO AB-EMPNO
           MOVE WS-AB-TYPE TO AB-TYPE
           MOVE WS-AB-DAYS TO AB-DAYS
           WRITE ABSENCE-REC
           ADD 1 TO WS-ABS-REC-CTR.

      * WS-PT-SEL points at the punch record behind the exception,
      * or is zero for one about the employee as a whole.
       WRITE-EXC-RTN.
           IF WS-PT-SEL = 0
               MOVE EM-DEPT TO EXC-DEPT-OUT
               MOVE EM-EMPNO TO EXC-EMPNO-OUT
               MOVE SPACES TO EXC-IN-OUT
               MOVE SPACES TO EXC-OUT-OUT
           ELSE
               IF PT-USED(WS-PT-SEL) = 'Y'
                   MOVE EM-DEPT TO EXC-DEPT-OUT
               END-IF
               MOVE PT-EMPNO(WS-PT-SEL) TO EXC-EMPNO-OUT
               MOVE PT-DATE(WS-PT-SEL) TO EXC-DATE-OUT
               MOVE PT-TIME-IN(WS-PT-SEL) TO EXC-IN-OUT
               MOVE PT-TIME-OUT(WS-PT-SEL) TO EXC-OUT-OUT
           END-IF
           MOVE WS-REASON TO EXC-REASON-OUT
           WRITE DTREXC-REC FROM EXC-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXC-CTR.

       WRITE-COUNTS-RTN.
           WRITE DTRREG-REC FROM RPT-NOTE-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'PUNCH RECORDS READ:           ' TO CNT-LABEL
           MOVE WS-READ-CTR TO CNT-VALUE
           WRITE DTRREG-REC FROM COUNT-LINE AFTER ADVANCING 2 LINES
           MOVE 'PUNCH RECORDS REJECTED:       ' TO CNT-LABEL
           MOVE WS-REJECT-CTR TO CNT-VALUE
           WRITE DTRREG-REC FROM COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'ACTIVE EMPLOYEES CHECKED:     ' TO CNT-LABEL
           MOVE WS-EMP-CTR TO CNT-VALUE
           WRITE DTRREG-REC FROM COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'EMPLOYEES SENT TO PAYROLL:    ' TO CNT-LABEL
           MOVE WS-SENT-CTR TO CNT-VALUE
           WRITE DTRREG-REC FROM COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'ABSENCE TRANSACTIONS WRITTEN: ' TO CNT-LABEL
           MOVE WS-ABS-REC-CTR TO CNT-VALUE
           WRITE DTRREG-REC FROM COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'EXCEPTIONS FOR SUPERVISORS:   ' TO CNT-LABEL
           MOVE WS-EXC-CTR TO CNT-VALUE
           WRITE DTRREG-REC FROM COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-TOT-HOURS TO HRS-TOTAL-OUT
           WRITE DTRREG-REC FROM HOURS-LINE AFTER ADVANCING 1 LINE

           DISPLAY 'TIME-RECORD: ' WS-READ-CTR ' PUNCH RECORD(S), '
               WS-SENT-CTR ' EMPLOYEE(S) SENT TO PAYROLL'
           IF WS-EXC-CTR > 0
               DISPLAY 'TIME-RECORD: ' WS-EXC-CTR
                   ' EXCEPTION(S) - SEE DTREXC.TXT'
               MOVE 8 TO RETURN-CODE
           END-IF.
