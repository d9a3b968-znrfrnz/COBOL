       IDENTIFICATION DIVISION.
       PROGRAM-ID. SI-MAINT.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMAST ASSIGN TO "SIMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ID
               FILE STATUS IS WS-SIMAST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "SIAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per standing instruction: a recurring transfer
      * from one customer account to another, either a fixed amount
      * or everything above a balance the customer wants to keep.
       FD  SIMAST.
       01  SIMAST-REC.
           05 SI-ID                PIC X(8).
           05 SI-STATUS            PIC X(1).
              88 SI-ACTIVE         VALUE 'A'.
              88 SI-SUSPENDED      VALUE 'S'.
              88 SI-ENDED          VALUE 'E'.
              88 SI-CANCELLED      VALUE 'C'.
           05 SI-TYPE              PIC X(1).
              88 SI-FIXED          VALUE 'F'.
              88 SI-SWEEP          VALUE 'S'.
           05 SI-FROM-ACCNO        PIC X(10).
           05 SI-FROM-BRANCH       PIC X(2).
           05 SI-FROM-NAME         PIC X(25).
           05 SI-TO-ACCNO          PIC X(10).
           05 SI-TO-BRANCH         PIC X(2).
           05 SI-TO-NAME           PIC X(25).
           05 SI-AMOUNT            PIC 9(7)V99.
           05 SI-FREQ              PIC X(1).
              88 SI-WEEKLY         VALUE 'W'.
              88 SI-MONTHLY        VALUE 'M'.
              88 SI-QUARTERLY      VALUE 'Q'.
           05 SI-START-DATE        PIC X(8).
           05 SI-END-DATE          PIC X(8).
           05 SI-NEXT-DUE          PIC X(8).
           05 SI-RETRY-CTR         PIC 9(2).
           05 SI-LAST-DATE         PIC X(8).
           05 SI-LAST-AMT          PIC 9(7)V99.
           05 SI-REASON            PIC X(20).
           05 SI-SUSP-DATE         PIC X(8).

       FD  CUSTMAST.
       01  CUSTMAST-REC.
           05 CM-ACCNO             PIC X(10).
           05 CM-ACCNAME           PIC X(25).
           05 CM-STATUS            PIC X(1).
              88 CM-ACTIVE         VALUE 'A', ' '.
              88 CM-FROZEN         VALUE 'F'.
              88 CM-CLOSED         VALUE 'C'.
           05 CM-BRANCH            PIC X(2).
           05 CM-ADDR1             PIC X(25).
           05 CM-ADDR2             PIC X(25).
           05 CM-ADDR3             PIC X(25).
           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-VALID-INPUT       PIC X VALUE 'N'.
              88 INPUT-IS-VALID    VALUE 'Y'.
           05 WS-ACTION            PIC X VALUE SPACES.
              88 ACTION-ADD        VALUE 'A', 'a'.
              88 ACTION-INQUIRE    VALUE 'I', 'i'.
              88 ACTION-UPDATE     VALUE 'U', 'u'.
              88 ACTION-RESUME     VALUE 'R', 'r'.
              88 ACTION-CANCEL     VALUE 'X', 'x'.
              88 ACTION-QUIT       VALUE 'Q', 'q'.
           05 WS-CONFIRM           PIC X VALUE SPACES.

       01  WS-SIMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-SIMAST-EOF           PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-CHANGE-CTR           PIC 9(5) VALUE 0.
       01  WS-ACC-OK               PIC X(3) VALUE 'YES'.
       01  WS-FOUND                PIC X(3) VALUE 'NO '.

       01  WS-INPUT-VARS.
           05 IN-SI-ID             PIC X(8).
           05 IN-ACCNO             PIC X(10).
           05 IN-TYPE              PIC X(1).
           05 IN-AMT-RAW           PIC X(10).
           05 IN-FREQ              PIC X(1).
           05 IN-START             PIC X(8).
           05 IN-END               PIC X(8).

       01  WS-ACC-NAME             PIC X(25) VALUE SPACES.
       01  WS-ACC-BRANCH           PIC X(2) VALUE SPACES.
       01  WS-ACC-CCY              PIC X(3) VALUE 'PHP'.
       01  WS-FROM-CCY             PIC X(3) VALUE 'PHP'.
       01  WS-AMOUNT               PIC 9(7)V99 VALUE 0.

       01  WS-HI-SI-ID             PIC 9(8) VALUE 0.
       01  WS-NEW-SI-ID            PIC 9(8) VALUE 0.
       01  WS-NEW-SI-ID-X          PIC X(8) VALUE SPACES.

      * Due-date arithmetic. Monthly and quarterly instructions fall
      * on the day of the month they started, or the month's last day
      * when the month is shorter.
       01  WS-DUE-DATE             PIC X(8) VALUE SPACES.
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY          PIC 9(4).
           05 WS-DUE-MM            PIC 9(2).
           05 WS-DUE-DD            PIC 9(2).
       01  WS-ANCHOR-DAY           PIC 9(2) VALUE 0.
       01  WS-ADD-MONTHS           PIC 9(2) VALUE 0.
       01  WS-MONTH-CTR            PIC 9(6) VALUE 0.
       01  WS-MONTH-END            PIC 9(2) VALUE 0.
       01  WS-NEXT-FIRST           PIC 9(8) VALUE 0.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-DATE-INT             PIC 9(8) VALUE 0.

       01  WS-DATE-CHECK           PIC X(8) VALUE SPACES.
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05 WS-DC-YYYY           PIC 9(4).
           05 WS-DC-MM             PIC 9(2).
           05 WS-DC-DD             PIC 9(2).
       01  WS-DATE-OK              PIC X(3) VALUE 'NO '.

       01  DSP-AMOUNT              PIC Z,ZZZ,ZZ9.99.

       01  SI-AUDIT-LINE.
           05 SAU-PROGRAM          PIC X(10) VALUE 'SIMAINT'.
           05 SAU-RUNSTAMP         PIC X(14).
           05 SAU-ACTION           PIC X(1).
           05 SAU-SI-ID            PIC X(8).
           05 SAU-FROM-ACCNO       PIC X(10).
           05 SAU-TO-ACCNO         PIC X(10).
           05 SAU-TYPE             PIC X(1).
           05 SAU-AMOUNT           PIC Z(6)9.99.
           05 SAU-FREQ             PIC X(1).
           05 SAU-END-DATE         PIC X(8).
           05 SAU-STATUS           PIC X(1).
           05 SAU-BRANCH           PIC X(2).

       SCREEN SECTION.
       01  SI-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 5 VALUE "STANDING INSTRUCTION MAINTENANCE".
           05 LINE 3 COL 5 VALUE "ACTION [A/I/U/R/X/Q]:".
           05 LINE 4 COL 5 VALUE "INSTRUCTION NO.:".
           05 LINE 5 COL 5 VALUE "FROM ACCOUNT:".
           05 LINE 6 COL 5 VALUE "TO ACCOUNT:".
           05 LINE 7 COL 5 VALUE "TYPE [F=FIXED S=SWEEP]:".
           05 LINE 8 COL 5 VALUE "AMOUNT / KEEP BALANCE:".
           05 LINE 9 COL 5 VALUE "FREQUENCY [W/M/Q]:".
           05 LINE 10 COL 5 VALUE "START / END DATE:".
           05 LINE 11 COL 5 VALUE "NEXT DUE / STATUS:".

       PROCEDURE DIVISION.
      * Standing instructions replace the paired transfer legs the
      * tellers used to key by hand each month. The nightly transfer
      * run picks up what is due; this screen adds instructions,
      * changes the amount or end date, cancels them, and resumes
      * those the night run suspended after repeated failures.
       MAIN-PROCEDURE.
           OPEN I-O SIMAST
           IF WS-SIMAST-STATUS = '05' OR WS-SIMAST-STATUS = '35'
               OPEN OUTPUT SIMAST
               CLOSE SIMAST
               OPEN I-O SIMAST
           END-IF
           IF WS-SIMAST-STATUS NOT = '00'
               DISPLAY 'SI-MAINT: CANNOT OPEN SIMAST.IDX - '
                   'STATUS ' WS-SIMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'SI-MAINT: CUSTMAST.IDX NOT AVAILABLE - '
                   'CANNOT VALIDATE ACCOUNTS'
               MOVE 16 TO RETURN-CODE
               CLOSE SIMAST
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM AUDIT-OPEN-RTN

           PERFORM SI-LOOP-RTN

           CLOSE SIMAST
           CLOSE CUSTMAST
           CLOSE AUDIT-FILE
           DISPLAY " " AT LINE 1 COLUMN 1 WITH BLANK SCREEN
           DISPLAY "CHANGES APPLIED THIS SESSION: " AT LINE 2 COLUMN 5
           DISPLAY WS-CHANGE-CTR AT LINE 2 COLUMN 36
           STOP RUN.

       SI-LOOP-RTN.
           PERFORM UNTIL ACTION-QUIT
               DISPLAY SI-SCREEN

               MOVE 'N' TO WS-VALID-INPUT
               PERFORM UNTIL INPUT-IS-VALID
                   ACCEPT WS-ACTION AT LINE 3 COLUMN 30
                   IF ACTION-ADD OR ACTION-INQUIRE OR ACTION-UPDATE
                       OR ACTION-RESUME OR ACTION-CANCEL
                       OR ACTION-QUIT
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "INVALID ACTION" AT LINE 3 COLUMN 34
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN ACTION-ADD
                       PERFORM ADD-SI-RTN
                   WHEN ACTION-INQUIRE
                       PERFORM READ-SI-RTN
                       PERFORM PAUSE-RTN
                   WHEN ACTION-UPDATE
                       PERFORM READ-SI-RTN
                       IF WS-FOUND = 'YES'
                           PERFORM UPDATE-SI-RTN
                       END-IF
                       PERFORM PAUSE-RTN
                   WHEN ACTION-RESUME
                       PERFORM READ-SI-RTN
                       IF WS-FOUND = 'YES'
                           PERFORM RESUME-SI-RTN
                       END-IF
                       PERFORM PAUSE-RTN
                   WHEN ACTION-CANCEL
                       PERFORM READ-SI-RTN
                       IF WS-FOUND = 'YES'
                           PERFORM CANCEL-SI-RTN
                       END-IF
                       PERFORM PAUSE-RTN
               END-EVALUATE
           END-PERFORM.

       ADD-SI-RTN.
           PERFORM ASSIGN-SI-ID-RTN
           DISPLAY WS-NEW-SI-ID-X AT LINE 4 COLUMN 30

           MOVE SPACES TO SIMAST-REC
           ACCEPT IN-ACCNO AT LINE 5 COLUMN 30
           PERFORM CHECK-ACCOUNT-RTN
           IF WS-ACC-OK NOT = 'YES'
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE IN-ACCNO TO SI-FROM-ACCNO
           MOVE WS-ACC-BRANCH TO SI-FROM-BRANCH
           MOVE WS-ACC-NAME TO SI-FROM-NAME
           MOVE WS-ACC-CCY TO WS-FROM-CCY
           DISPLAY WS-ACC-NAME AT LINE 5 COLUMN 42

           ACCEPT IN-ACCNO AT LINE 6 COLUMN 30
           PERFORM CHECK-ACCOUNT-RTN
           IF WS-ACC-OK = 'YES' AND IN-ACCNO = SI-FROM-ACCNO
               MOVE 'NO ' TO WS-ACC-OK
               DISPLAY "FROM AND TO ACCOUNTS ARE THE SAME"
                   AT LINE 13 COLUMN 5
           END-IF
      * The run moves one amount out of one account and into the
      * other, so both must be held in the same currency.
           IF WS-ACC-OK = 'YES' AND WS-ACC-CCY NOT = WS-FROM-CCY
               MOVE 'NO ' TO WS-ACC-OK
               DISPLAY "ACCOUNT CURRENCIES DIFFER -"
                   AT LINE 13 COLUMN 5
               DISPLAY WS-FROM-CCY AT LINE 13 COLUMN 33
               DISPLAY "/" AT LINE 13 COLUMN 36
               DISPLAY WS-ACC-CCY AT LINE 13 COLUMN 37
           END-IF
           IF WS-ACC-OK NOT = 'YES'
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE IN-ACCNO TO SI-TO-ACCNO
           MOVE WS-ACC-BRANCH TO SI-TO-BRANCH
           MOVE WS-ACC-NAME TO SI-TO-NAME
           DISPLAY WS-ACC-NAME AT LINE 6 COLUMN 42

           PERFORM GET-TYPE-RTN
           PERFORM GET-AMOUNT-RTN
           PERFORM GET-FREQ-RTN
           PERFORM GET-START-RTN
           PERFORM GET-END-RTN

           MOVE 'Y' TO WS-CONFIRM
           DISPLAY "CONFIRM INSTRUCTION [Y/N]:" AT LINE 12 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 12 COLUMN 32
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "INSTRUCTION NOT ADDED" AT LINE 13 COLUMN 5
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-SI-ID-X TO SI-ID
           MOVE 'A' TO SI-STATUS
           MOVE IN-TYPE TO SI-TYPE
           MOVE WS-AMOUNT TO SI-AMOUNT
           MOVE IN-FREQ TO SI-FREQ
           MOVE IN-START TO SI-START-DATE
           MOVE IN-END TO SI-END-DATE
           MOVE IN-START TO SI-NEXT-DUE
           MOVE 0 TO SI-RETRY-CTR
           MOVE 0 TO SI-LAST-AMT
           WRITE SIMAST-REC
               INVALID KEY
                   DISPLAY "WRITE FAILED - STATUS " AT LINE 13 COLUMN 5
                   DISPLAY WS-SIMAST-STATUS AT LINE 13 COLUMN 28
               NOT INVALID KEY
                   PERFORM AUDIT-WRITE-RTN
                   DISPLAY SI-NEXT-DUE AT LINE 11 COLUMN 30
                   DISPLAY "INSTRUCTION ADDED" AT LINE 13 COLUMN 5
           END-WRITE
           PERFORM PAUSE-RTN.

      * Instruction numbers come from one pool: one above the highest
      * on the master, starting from 30000001 on an empty file.
       ASSIGN-SI-ID-RTN.
           MOVE 30000000 TO WS-HI-SI-ID
           MOVE 'NO ' TO WS-SIMAST-EOF
           MOVE LOW-VALUES TO SI-ID
           START SIMAST KEY >= SI-ID
               INVALID KEY MOVE 'YES' TO WS-SIMAST-EOF
           END-START
           PERFORM UNTIL WS-SIMAST-EOF = 'YES'
               READ SIMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-SIMAST-EOF
               END-READ
               IF WS-SIMAST-EOF NOT = 'YES'
                   AND SI-ID NUMERIC
                   IF FUNCTION NUMVAL(SI-ID) > WS-HI-SI-ID
                       COMPUTE WS-HI-SI-ID = FUNCTION NUMVAL(SI-ID)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-SI-ID = WS-HI-SI-ID + 1
           MOVE WS-NEW-SI-ID TO WS-NEW-SI-ID-X.

      * Both legs must be on the customer master and open for
      * posting; the master fixes the branch each leg posts under.
       CHECK-ACCOUNT-RTN.
           MOVE 'YES' TO WS-ACC-OK
           MOVE 'PHP' TO WS-ACC-CCY
           MOVE SPACES TO CM-ACCNO
           MOVE IN-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NO ' TO WS-ACC-OK
                   DISPLAY "ACCOUNT NOT ON MASTER" AT LINE 13 COLUMN 5
               NOT INVALID KEY
                   IF CM-FROZEN OR CM-CLOSED
                       MOVE 'NO ' TO WS-ACC-OK
                       DISPLAY "ACCOUNT FROZEN OR CLOSED - STATUS "
                           AT LINE 13 COLUMN 5
                       DISPLAY CM-STATUS AT LINE 13 COLUMN 40
                   ELSE
                       MOVE CM-ACCNAME TO WS-ACC-NAME
                       MOVE CM-BRANCH TO WS-ACC-BRANCH
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACC-CCY
                       END-IF
                   END-IF
           END-READ.

       GET-TYPE-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-TYPE AT LINE 7 COLUMN 30
               IF IN-TYPE = SPACE
                   MOVE 'F' TO IN-TYPE
               END-IF
               INSPECT IN-TYPE CONVERTING 'fs' TO 'FS'
               IF IN-TYPE = 'F' OR IN-TYPE = 'S'
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "MUST BE F OR S" AT LINE 7 COLUMN 42
               END-IF
           END-PERFORM.

      * A fixed instruction moves this amount each time; a sweep
      * moves whatever is above it and leaves this much behind.
       GET-AMOUNT-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-AMT-RAW AT LINE 8 COLUMN 30
               IF FUNCTION TEST-NUMVAL(IN-AMT-RAW) = 0
                   AND FUNCTION NUMVAL(IN-AMT-RAW) >= 0
                   AND FUNCTION NUMVAL(IN-AMT-RAW) <= 9999999.99
                   COMPUTE WS-AMOUNT = FUNCTION NUMVAL(IN-AMT-RAW)
                   IF WS-AMOUNT > 0 OR IN-TYPE = 'S'
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "AMOUNT MUST BE ABOVE ZERO"
                           AT LINE 8 COLUMN 42
                   END-IF
               ELSE
                   DISPLAY "INVALID AMOUNT" AT LINE 8 COLUMN 42
               END-IF
           END-PERFORM.

       GET-FREQ-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-FREQ AT LINE 9 COLUMN 30
               IF IN-FREQ = SPACE
                   MOVE 'M' TO IN-FREQ
               END-IF
               INSPECT IN-FREQ CONVERTING 'wmq' TO 'WMQ'
               IF IN-FREQ = 'W' OR IN-FREQ = 'M' OR IN-FREQ = 'Q'
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "MUST BE W, M OR Q" AT LINE 9 COLUMN 42
               END-IF
           END-PERFORM.

      * The first transfer can be no earlier than tomorrow's run;
      * a blank start date means the next business date.
       GET-START-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-START AT LINE 10 COLUMN 30
               IF IN-START = SPACES
                   MOVE WS-BUS-DATE TO IN-START
               END-IF
               MOVE IN-START TO WS-DATE-CHECK
               PERFORM CHECK-DATE-RTN
               IF WS-DATE-OK = 'YES' AND IN-START >= WS-BUS-DATE
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "YYYYMMDD, NOT BEFORE THE BUSINESS DATE"
                       AT LINE 13 COLUMN 5
               END-IF
           END-PERFORM
           DISPLAY "                                       "
               AT LINE 13 COLUMN 5.

      * A blank end date leaves the instruction open-ended.
       GET-END-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-END AT LINE 10 COLUMN 40
               IF IN-END = SPACES
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   MOVE IN-END TO WS-DATE-CHECK
                   PERFORM CHECK-DATE-RTN
                   IF WS-DATE-OK = 'YES' AND IN-END >= IN-START
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "YYYYMMDD, NOT BEFORE THE START DATE"
                           AT LINE 13 COLUMN 5
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "                                       "
               AT LINE 13 COLUMN 5.

       CHECK-DATE-RTN.
           MOVE 'NO ' TO WS-DATE-OK
           IF WS-DATE-CHECK NUMERIC
               IF WS-DC-YYYY > 1900
                   AND WS-DC-MM >= 1 AND WS-DC-MM <= 12
                   AND WS-DC-DD >= 1 AND WS-DC-DD <= 31
                   MOVE WS-DATE-CHECK TO WS-DUE-DATE
                   MOVE 1 TO WS-DUE-DD
                   PERFORM MONTH-END-RTN
                   IF WS-DC-DD <= WS-MONTH-END
                       MOVE 'YES' TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

       READ-SI-RTN.
           MOVE 'NO ' TO WS-FOUND
           ACCEPT IN-SI-ID AT LINE 4 COLUMN 30
           MOVE IN-SI-ID TO SI-ID
           READ SIMAST
               INVALID KEY
                   DISPLAY "INSTRUCTION NOT ON FILE" AT LINE 13 COLUMN 5
               NOT INVALID KEY
                   MOVE 'YES' TO WS-FOUND
                   PERFORM SHOW-SI-RTN
           END-READ.

       SHOW-SI-RTN.
           DISPLAY SI-FROM-ACCNO AT LINE 5 COLUMN 30
           DISPLAY SI-FROM-NAME AT LINE 5 COLUMN 42
           DISPLAY SI-TO-ACCNO AT LINE 6 COLUMN 30
           DISPLAY SI-TO-NAME AT LINE 6 COLUMN 42
           DISPLAY SI-TYPE AT LINE 7 COLUMN 30
           MOVE SI-AMOUNT TO DSP-AMOUNT
           DISPLAY DSP-AMOUNT AT LINE 8 COLUMN 30
           DISPLAY SI-FREQ AT LINE 9 COLUMN 30
           DISPLAY SI-START-DATE AT LINE 10 COLUMN 30
           DISPLAY SI-END-DATE AT LINE 10 COLUMN 40
           DISPLAY SI-NEXT-DUE AT LINE 11 COLUMN 30
           EVALUATE TRUE
               WHEN SI-ACTIVE AND SI-RETRY-CTR > 0
                   DISPLAY "ACTIVE - RETRYING: " AT LINE 11 COLUMN 40
                   DISPLAY SI-REASON AT LINE 11 COLUMN 59
               WHEN SI-ACTIVE
                   DISPLAY "ACTIVE" AT LINE 11 COLUMN 40
               WHEN SI-SUSPENDED
                   DISPLAY "SUSPENDED: " AT LINE 11 COLUMN 40
                   DISPLAY SI-REASON AT LINE 11 COLUMN 51
               WHEN SI-ENDED
                   DISPLAY "ENDED" AT LINE 11 COLUMN 40
               WHEN SI-CANCELLED
                   DISPLAY "CANCELLED" AT LINE 11 COLUMN 40
           END-EVALUATE.

      * Only the amount and the end date can change; a different
      * pair of accounts or frequency is a new instruction.
       UPDATE-SI-RTN.
           IF SI-ENDED OR SI-CANCELLED
               DISPLAY "INSTRUCTION IS NO LONGER OPEN"
                   AT LINE 13 COLUMN 5
               EXIT PARAGRAPH
           END-IF
           MOVE SI-TYPE TO IN-TYPE
           PERFORM GET-AMOUNT-RTN
           MOVE SI-START-DATE TO IN-START
           IF SI-NEXT-DUE > IN-START
               MOVE SI-NEXT-DUE TO IN-START
           END-IF
           PERFORM GET-END-RTN
           DISPLAY "CONFIRM CHANGE [Y/N]:" AT LINE 12 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 12 COLUMN 32
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE WS-AMOUNT TO SI-AMOUNT
               MOVE IN-END TO SI-END-DATE
               REWRITE SIMAST-REC
               PERFORM AUDIT-WRITE-RTN
               DISPLAY "INSTRUCTION CHANGED" AT LINE 13 COLUMN 5
           ELSE
               DISPLAY "CHANGE CANCELLED" AT LINE 13 COLUMN 5
           END-IF.

      * A suspended instruction starts again from its next due date
      * on or after today; the missed transfers are not made up.
       RESUME-SI-RTN.
           IF NOT SI-SUSPENDED
               DISPLAY "INSTRUCTION IS NOT SUSPENDED"
                   AT LINE 13 COLUMN 5
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRM RESUME [Y/N]:" AT LINE 12 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 12 COLUMN 32
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE SI-NEXT-DUE TO WS-DUE-DATE
               MOVE SI-START-DATE(7:2) TO WS-ANCHOR-DAY
               PERFORM UNTIL WS-DUE-DATE >= WS-BUS-DATE
                   PERFORM ADVANCE-DUE-RTN
               END-PERFORM
               MOVE WS-DUE-DATE TO SI-NEXT-DUE
               MOVE 'A' TO SI-STATUS
               MOVE 0 TO SI-RETRY-CTR
               MOVE SPACES TO SI-REASON
               MOVE SPACES TO SI-SUSP-DATE
               IF SI-END-DATE NOT = SPACES
                   AND SI-NEXT-DUE > SI-END-DATE
                   MOVE 'E' TO SI-STATUS
               END-IF
               REWRITE SIMAST-REC
               MOVE SI-AMOUNT TO WS-AMOUNT
               PERFORM AUDIT-WRITE-RTN
               DISPLAY SI-NEXT-DUE AT LINE 11 COLUMN 30
               IF SI-ENDED
                   DISPLAY "INSTRUCTION HAS RUN PAST ITS END DATE"
                       AT LINE 13 COLUMN 5
               ELSE
                   DISPLAY "INSTRUCTION RESUMED" AT LINE 13 COLUMN 5
               END-IF
           ELSE
               DISPLAY "RESUME CANCELLED" AT LINE 13 COLUMN 5
           END-IF.

       CANCEL-SI-RTN.
           IF SI-ENDED OR SI-CANCELLED
               DISPLAY "INSTRUCTION IS NO LONGER OPEN"
                   AT LINE 13 COLUMN 5
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRM CANCEL [Y/N]:" AT LINE 12 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 12 COLUMN 32
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'C' TO SI-STATUS
               REWRITE SIMAST-REC
               MOVE SI-AMOUNT TO WS-AMOUNT
               PERFORM AUDIT-WRITE-RTN
               DISPLAY "INSTRUCTION CANCELLED" AT LINE 13 COLUMN 5
           ELSE
               DISPLAY "INSTRUCTION LEFT AS IT WAS" AT LINE 13 COLUMN 5
           END-IF.

      * Moves WS-DUE-DATE on by one period of the instruction.
       ADVANCE-DUE-RTN.
           EVALUATE TRUE
               WHEN SI-WEEKLY
                   MOVE WS-DUE-DATE TO WS-DATE-NUM
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 7
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE WS-DATE-NUM TO WS-DUE-DATE
               WHEN SI-QUARTERLY
                   MOVE 3 TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-RTN
               WHEN OTHER
                   MOVE 1 TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-RTN
           END-EVALUATE.

       ADD-MONTHS-RTN.
           COMPUTE WS-MONTH-CTR =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-ADD-MONTHS
           DIVIDE WS-MONTH-CTR BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-DUE-MM
           ADD 1 TO WS-DUE-MM
           MOVE 1 TO WS-DUE-DD
           PERFORM MONTH-END-RTN
           IF WS-ANCHOR-DAY > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-DUE-DD
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-DUE-DD
           END-IF.

      * Last day of the month in WS-DUE-DATE, which must be on the
      * first of the month when this is performed.
       MONTH-END-RTN.
           MOVE WS-DUE-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DUE-MM = 12
               COMPUTE WS-NEXT-FIRST = (WS-DUE-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   WS-DUE-YYYY * 10000 + (WS-DUE-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - WS-DATE-INT.

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

       PAUSE-RTN.
           DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 16 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 16 COLUMN 30.

       AUDIT-OPEN-RTN.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       AUDIT-WRITE-RTN.
           MOVE SPACES TO SI-AUDIT-LINE
           MOVE 'SIMAINT' TO SAU-PROGRAM
           MOVE WS-RUN-STAMP TO SAU-RUNSTAMP
           MOVE WS-ACTION TO SAU-ACTION
           INSPECT SAU-ACTION CONVERTING 'aiurxq' TO 'AIURXQ'
           MOVE SI-ID TO SAU-SI-ID
           MOVE SI-FROM-ACCNO TO SAU-FROM-ACCNO
           MOVE SI-TO-ACCNO TO SAU-TO-ACCNO
           MOVE SI-TYPE TO SAU-TYPE
           MOVE WS-AMOUNT TO SAU-AMOUNT
           MOVE SI-FREQ TO SAU-FREQ
           MOVE SI-END-DATE TO SAU-END-DATE
           MOVE SI-STATUS TO SAU-STATUS
           MOVE SI-FROM-BRANCH TO SAU-BRANCH
           WRITE AUDIT-REC FROM SI-AUDIT-LINE
           ADD 1 TO WS-CHANGE-CTR.
