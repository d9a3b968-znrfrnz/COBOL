       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BOOKING.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LNMAST ASSIGN TO "LNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOANNO
               FILE STATUS IS WS-LNMAST-STATUS.
           SELECT LNSCHED ASSIGN TO "LNSCHED.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LNSCHED-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT INFILE ASSIGN TO "INFILE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT SCHED-PRINT ASSIGN TO "LNSCHED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LNAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per loan. The linked deposit account receives the
      * proceeds at booking and is debited for each installment.
       FD  LNMAST.
       01  LNMAST-REC.
           05 LN-LOANNO            PIC X(8).
           05 LN-BORROWER          PIC X(25).
           05 LN-STATUS            PIC X(1).
              88 LN-ACTIVE         VALUE 'A'.
              88 LN-PAID-OFF       VALUE 'P'.
           05 LN-TYPE              PIC X(2).
           05 LN-BRANCH            PIC X(2).
           05 LN-DEBIT-ACCNO       PIC X(10).
           05 LN-CUSTNO            PIC X(6).
           05 LN-PRINCIPAL         PIC 9(7)V99.
           05 LN-RATE              PIC V9(4).
           05 LN-TERM              PIC 9(3).
           05 LN-INSTALLMENT       PIC 9(7)V99.
           05 LN-BOOK-DATE         PIC X(8).
           05 LN-FIRST-DUE         PIC X(8).
           05 LN-NEXT-DUE          PIC X(8).
           05 LN-PRIN-BAL          PIC 9(7)V99.
           05 LN-ARREARS           PIC 9(7)V99.
           05 LN-INST-PAID         PIC 9(3).
           05 LN-LAST-COLL         PIC X(8).
           05 LN-CLOSE-DATE        PIC X(8).

      * One record per installment of the amortization schedule,
      * with what has been collected against it so far.
       FD  LNSCHED.
       01  LNSCHED-REC.
           05 LS-KEY.
              10 LS-LOANNO         PIC X(8).
              10 LS-INSTNO         PIC 9(3).
           05 LS-DUE-DATE          PIC X(8).
           05 LS-PAYMENT           PIC 9(7)V99.
           05 LS-INTEREST          PIC 9(7)V99.
           05 LS-PRINCIPAL         PIC 9(7)V99.
           05 LS-BALANCE           PIC 9(7)V99.
           05 LS-INT-PAID          PIC 9(7)V99.
           05 LS-PRIN-PAID         PIC 9(7)V99.
           05 LS-STATUS            PIC X(1).
              88 LS-OPEN           VALUE 'O'.
              88 LS-PARTIAL        VALUE 'A'.
              88 LS-PAID           VALUE 'P'.
           05 LS-PAID-DATE         PIC X(8).

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

       FD  INFILE.
       01  REC-IN.
           05 ACCNO-IN             PIC X(10).
           05 FILLER               PIC X(1).
           05 ACCNAME-IN           PIC X(25).
           05 TC                   PIC X(1).
           05 AMOUNT               PIC 9(5)V99.
           05 TRANDATE-IN          PIC X(8).
           05 BRANCH-IN            PIC X(2).
           05 TELLER-IN            PIC X(8).
           05 REF-TC               PIC X(1).
           05 REF-DATE             PIC X(8).
           05 XFER-REF             PIC X(6).

       01  TRAILER-REC.
           05 TRL-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 TRL-COUNT            PIC 9(5).
           05 TRL-NET-SIGN         PIC X(1).
           05 TRL-NET              PIC 9(9)V99.
           05 FILLER               PIC X(8).
           05 TRL-TC               PIC X(1).
           05 FILLER               PIC X(17).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       FD  SCHED-PRINT.
       01  SCHED-PRINT-REC         PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-VALID-INPUT       PIC X VALUE 'N'.
              88 INPUT-IS-VALID    VALUE 'Y'.
           05 WS-ACTION            PIC X VALUE SPACES.
              88 ACTION-BOOK       VALUE 'B', 'b'.
              88 ACTION-INQUIRE    VALUE 'I', 'i'.
              88 ACTION-QUIT       VALUE 'Q', 'q'.
           05 WS-CONFIRM           PIC X VALUE SPACES.

       01  WS-LNMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-LNSCHED-STATUS       PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-INFILE-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-PRINT-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-LNMAST-EOF           PIC X(3) VALUE 'NO '.
       01  WS-INFILE-EOF           PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-CHANGE-CTR           PIC 9(5) VALUE 0.
       01  WS-BOOK-OK              PIC X(3) VALUE 'YES'.

       01  WS-INPUT-VARS.
           05 IN-LOANNO            PIC X(8).
           05 IN-ACCNO             PIC X(10).
           05 IN-TYPE              PIC X(2).
           05 IN-AMT-RAW           PIC X(10).
           05 IN-RATE-RAW          PIC X(6).
           05 IN-TERM-RAW          PIC X(3).

       01  WS-PRINCIPAL            PIC 9(7)V99 VALUE 0.
       01  WS-RATE                 PIC V9(4) VALUE 0.
       01  WS-TERM                 PIC 9(3) VALUE 0.
       01  WS-INSTALLMENT          PIC 9(7)V99 VALUE 0.
       01  WS-MONTH-RATE           PIC V9(8) VALUE 0.
       01  WS-FACTOR               PIC 9(8)V9(10) VALUE 0.

       01  WS-HI-LOANNO            PIC 9(8) VALUE 0.
       01  WS-NEW-LOANNO           PIC 9(8) VALUE 0.
       01  WS-NEW-LOANNO-X         PIC X(8) VALUE SPACES.

       01  WS-ACC-BRANCH           PIC X(2) VALUE SPACES.
       01  WS-ACC-ACCNO            PIC X(10) VALUE SPACES.
       01  WS-ACC-NAME             PIC X(25) VALUE SPACES.
       01  WS-ACC-CUSTNO           PIC X(6) VALUE SPACES.

      * Schedule generation: each due date falls on the booking day
      * of the following months, pulled back to month-end in a
      * shorter month.
       01  WS-INST-IDX             PIC 9(3) VALUE 0.
       01  WS-SCHED-BAL            PIC 9(7)V99 VALUE 0.
       01  WS-SCHED-INT            PIC 9(7)V99 VALUE 0.
       01  WS-SCHED-PRIN           PIC 9(7)V99 VALUE 0.
       01  WS-SCHED-PAY            PIC 9(7)V99 VALUE 0.
       01  WS-TOT-INTEREST         PIC 9(9)V99 VALUE 0.
       01  WS-DUE-DATE             PIC X(8) VALUE SPACES.
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY          PIC 9(4).
           05 WS-DUE-MM            PIC 9(2).
           05 WS-DUE-DD            PIC 9(2).
       01  WS-BOOK-DAY             PIC 9(2) VALUE 0.
       01  WS-MONTH-END            PIC 9(2) VALUE 0.
       01  WS-NEXT-FIRST           PIC 9(8) VALUE 0.
       01  WS-DATE-INT             PIC 9(8) VALUE 0.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.

      * The day's captured transactions are reloaded so the proceeds
      * credit can be slotted into branch/account sequence and the
      * control trailer recomputed, as ACCOUNT-OPEN does.
       01  WS-ENTRY-CNT            PIC 9(4) VALUE 0.
       01  WS-INFILE-FULL          PIC X(3) VALUE 'NO '.
       01  WS-INS-IDX              PIC 9(4) VALUE 0.
       01  WS-SCAN-IDX             PIC 9(4) VALUE 0.
       01  WS-SHIFT-IDX            PIC 9(4) VALUE 0.
       01  WS-WRITE-IDX            PIC 9(4) VALUE 0.
       01  WS-NET-AMT              PIC S9(9)V99 VALUE 0.
       01  WS-NET-ABS              PIC 9(9)V99 VALUE 0.

       01  ENTRY-TABLE.
           05 ENT-ENTRY OCCURS 501 TIMES.
              10 ENT-IMAGE         PIC X(77).
              10 ENT-IMAGE-KEYS REDEFINES ENT-IMAGE.
                 15 ENT-ACCNO      PIC X(10).
                 15 FILLER         PIC X(1).
                 15 FILLER         PIC X(25).
                 15 ENT-TC         PIC X(1).
                 15 ENT-AMT        PIC 9(5)V99.
                 15 FILLER         PIC X(8).
                 15 ENT-BRANCH     PIC X(2).

       01  DSP-AMOUNT              PIC Z,ZZZ,ZZ9.99.
       01  DSP-RATE                PIC .9(4).
       01  DSP-TERM                PIC ZZ9.

       01  SCH-HEADER-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "AMORTIZATION SCHEDULE ".
           05 FILLER               PIC X(5) VALUE "LOAN ".
           05 SH-LOANNO-OUT        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SH-NAME-OUT          PIC X(25).
           05 FILLER               PIC X(13) VALUE SPACES.

       01  SCH-HEADER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "PRINCIPAL: ".
           05 SH-PRINC-OUT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "RATE: ".
           05 SH-RATE-OUT          PIC .9(4).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "TERM: ".
           05 SH-TERM-OUT          PIC ZZ9.
           05 FILLER               PIC X(10) VALUE " MONTH(S) ".
           05 FILLER               PIC X(4) VALUE "BR: ".
           05 SH-BRANCH-OUT        PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.

       01  SCH-HEADER-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(4) VALUE " No.".
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Due Date".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Payment".
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Interest".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Principal".
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Balance".
           05 FILLER               PIC X(9) VALUE SPACES.

       01  SCH-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SL-INSTNO-OUT        PIC ZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SL-DUE-OUT           PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-PAY-OUT           PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-INT-OUT           PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-PRIN-OUT          PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-BAL-OUT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10) VALUE SPACES.

       01  SCH-TOTAL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "TOTAL INTEREST OVER TERM: ".
           05 ST-INT-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  LN-AUDIT-LINE.
           05 LAU-PROGRAM          PIC X(10) VALUE 'LNBOOK'.
           05 LAU-RUNSTAMP         PIC X(14).
           05 LAU-ACTION           PIC X(1).
           05 LAU-LOANNO           PIC X(8).
           05 LAU-ACCNO            PIC X(10).
           05 LAU-AMOUNT           PIC Z(6)9.99.
           05 LAU-TERM             PIC 9(3).
           05 LAU-RATE             PIC V9(4).
           05 LAU-TYPE             PIC X(2).
           05 LAU-BRANCH           PIC X(2).

       SCREEN SECTION.
       01  LN-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 5 VALUE "LOAN BOOKING AND INQUIRY".
           05 LINE 3 COL 5 VALUE "ACTION [B/I/Q]:".
           05 LINE 4 COL 5 VALUE "LOAN NO.:".
           05 LINE 5 COL 5 VALUE "DEBIT ACCOUNT:".
           05 LINE 6 COL 5 VALUE "LOAN TYPE [SL/CL]:".
           05 LINE 7 COL 5 VALUE "PRINCIPAL:".
           05 LINE 8 COL 5 VALUE "ANNUAL RATE (.NNNN):".
           05 LINE 9 COL 5 VALUE "TERM IN MONTHS:".
           05 LINE 10 COL 5 VALUE "INSTALLMENT / 1ST DUE:".
           05 LINE 11 COL 5 VALUE "BALANCE / NEXT DUE:".

       PROCEDURE DIVISION.
      * Counter booking of salary and consumer loans. The loan is
      * written to the loan master with its full amortization
      * schedule, the schedule is printed for the borrower, and the
      * proceeds are credited to the linked deposit account through
      * the day's INFILE.txt. Installments are collected by the
      * nightly due-date run from the same account.
       MAIN-PROCEDURE.
           OPEN I-O LNMAST
           IF WS-LNMAST-STATUS = '05' OR WS-LNMAST-STATUS = '35'
               OPEN OUTPUT LNMAST
               CLOSE LNMAST
               OPEN I-O LNMAST
           END-IF
           IF WS-LNMAST-STATUS NOT = '00'
               DISPLAY 'LOAN-BOOKING: CANNOT OPEN LNMAST.IDX - '
                   'STATUS ' WS-LNMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O LNSCHED
           IF WS-LNSCHED-STATUS = '05' OR WS-LNSCHED-STATUS = '35'
               OPEN OUTPUT LNSCHED
               CLOSE LNSCHED
               OPEN I-O LNSCHED
           END-IF
           IF WS-LNSCHED-STATUS NOT = '00'
               DISPLAY 'LOAN-BOOKING: CANNOT OPEN LNSCHED.IDX - '
                   'STATUS ' WS-LNSCHED-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE LNMAST
               STOP RUN
           END-IF

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'LOAN-BOOKING: CUSTMAST.IDX NOT AVAILABLE - '
                   'CANNOT VALIDATE DEBIT ACCOUNTS'
               MOVE 16 TO RETURN-CODE
               CLOSE LNMAST
               CLOSE LNSCHED
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM AUDIT-OPEN-RTN

           PERFORM LN-LOOP-RTN

           CLOSE LNMAST
           CLOSE LNSCHED
           CLOSE CUSTMAST
           CLOSE AUDIT-FILE
           DISPLAY " " AT LINE 1 COLUMN 1 WITH BLANK SCREEN
           DISPLAY "LOANS BOOKED THIS SESSION: " AT LINE 2 COLUMN 5
           DISPLAY WS-CHANGE-CTR AT LINE 2 COLUMN 33
           STOP RUN.

       LN-LOOP-RTN.
           PERFORM UNTIL ACTION-QUIT
               DISPLAY LN-SCREEN

               MOVE 'N' TO WS-VALID-INPUT
               PERFORM UNTIL INPUT-IS-VALID
                   ACCEPT WS-ACTION AT LINE 3 COLUMN 28
                   IF ACTION-BOOK OR ACTION-INQUIRE OR ACTION-QUIT
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "INVALID ACTION" AT LINE 3 COLUMN 32
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN ACTION-BOOK
                       PERFORM BOOK-LOAN-RTN
                   WHEN ACTION-INQUIRE
                       ACCEPT IN-LOANNO AT LINE 4 COLUMN 28
                       PERFORM INQUIRE-LOAN-RTN
               END-EVALUATE
           END-PERFORM.

       BOOK-LOAN-RTN.
           PERFORM ASSIGN-LOANNO-RTN
           DISPLAY WS-NEW-LOANNO-X AT LINE 4 COLUMN 28

           PERFORM GET-DEBIT-ACCOUNT-RTN
           IF WS-BOOK-OK NOT = 'YES'
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-TYPE-RTN
           PERFORM GET-PRINCIPAL-RTN
           PERFORM GET-RATE-RTN
           PERFORM GET-TERM-RTN

           PERFORM COMPUTE-INSTALLMENT-RTN
           MOVE WS-BUS-DATE TO WS-DUE-DATE
           MOVE WS-DUE-DD TO WS-BOOK-DAY
           PERFORM NEXT-DUE-DATE-RTN
           MOVE WS-INSTALLMENT TO DSP-AMOUNT
           DISPLAY DSP-AMOUNT AT LINE 10 COLUMN 28
           DISPLAY WS-DUE-DATE AT LINE 10 COLUMN 42

           PERFORM LOAD-INFILE-RTN
           IF WS-INFILE-FULL = 'YES'
               DISPLAY "INFILE.txt FULL (500) - CANNOT CAPTURE THE "
                   AT LINE 13 COLUMN 5
               DISPLAY "PROCEEDS CREDIT - LOAN NOT BOOKED"
                   AT LINE 14 COLUMN 5
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRM BOOKING [Y/N]:" AT LINE 12 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 12 COLUMN 30
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "BOOKING CANCELLED" AT LINE 13 COLUMN 5
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-LNMAST-RTN
           IF WS-BOOK-OK = 'YES'
               PERFORM WRITE-SCHEDULE-RTN
               PERFORM INSERT-PROCEEDS-RTN
               PERFORM REWRITE-INFILE-RTN
               MOVE 'B' TO WS-ACTION
               PERFORM AUDIT-WRITE-RTN
               DISPLAY "LOAN BOOKED - SCHEDULE ON LNSCHED.TXT"
                   AT LINE 13 COLUMN 5
           ELSE
               DISPLAY "LOAN NOT BOOKED" AT LINE 14 COLUMN 5
           END-IF
           PERFORM PAUSE-RTN.

      * Loan numbers come from one pool: one above the highest on
      * the master, starting from 20000001 on an empty file.
       ASSIGN-LOANNO-RTN.
           MOVE 20000000 TO WS-HI-LOANNO
           MOVE 'NO ' TO WS-LNMAST-EOF
           MOVE LOW-VALUES TO LN-LOANNO
           START LNMAST KEY >= LN-LOANNO
               INVALID KEY MOVE 'YES' TO WS-LNMAST-EOF
           END-START
           PERFORM UNTIL WS-LNMAST-EOF = 'YES'
               READ LNMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-LNMAST-EOF
               END-READ
               IF WS-LNMAST-EOF NOT = 'YES'
                   AND LN-LOANNO NUMERIC
                   IF FUNCTION NUMVAL(LN-LOANNO) > WS-HI-LOANNO
                       COMPUTE WS-HI-LOANNO =
                           FUNCTION NUMVAL(LN-LOANNO)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-LOANNO = WS-HI-LOANNO + 1
           MOVE WS-NEW-LOANNO TO WS-NEW-LOANNO-X.

      * The debit account must be open for posting and held in pesos,
      * the currency the loan is booked in; it also fixes the loan's
      * branch.
       GET-DEBIT-ACCOUNT-RTN.
           MOVE 'YES' TO WS-BOOK-OK
           ACCEPT IN-ACCNO AT LINE 5 COLUMN 28
           MOVE SPACES TO CM-ACCNO
           MOVE IN-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NO ' TO WS-BOOK-OK
                   DISPLAY "ACCOUNT NOT ON MASTER" AT LINE 13 COLUMN 5
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-FROZEN OR CM-CLOSED
                           MOVE 'NO ' TO WS-BOOK-OK
                           DISPLAY "ACCOUNT FROZEN OR CLOSED - STATUS "
                               AT LINE 13 COLUMN 5
                           DISPLAY CM-STATUS AT LINE 13 COLUMN 40
                       WHEN CM-CURRENCY NOT = SPACES
                         AND CM-CURRENCY NOT = 'PHP'
                           MOVE 'NO ' TO WS-BOOK-OK
                           DISPLAY "FOREIGN CURRENCY ACCOUNT - "
                               AT LINE 13 COLUMN 5
                           DISPLAY CM-CURRENCY AT LINE 13 COLUMN 32
                       WHEN OTHER
                           MOVE CM-ACCNAME TO WS-ACC-NAME
                           MOVE CM-BRANCH TO WS-ACC-BRANCH
                           MOVE CM-CUSTNO TO WS-ACC-CUSTNO
                           MOVE CM-ACCNO TO WS-ACC-ACCNO
                           DISPLAY CM-ACCNAME AT LINE 5 COLUMN 40
                   END-EVALUATE
           END-READ.

       GET-TYPE-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-TYPE AT LINE 6 COLUMN 28
               INSPECT IN-TYPE CONVERTING 'slc' TO 'SLC'
               IF IN-TYPE = 'SL' OR IN-TYPE = 'CL'
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "MUST BE SL OR CL" AT LINE 6 COLUMN 40
               END-IF
           END-PERFORM.

       GET-PRINCIPAL-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-AMT-RAW AT LINE 7 COLUMN 28
               IF FUNCTION TEST-NUMVAL(IN-AMT-RAW) = 0
                   AND FUNCTION NUMVAL(IN-AMT-RAW) > 0
                   AND FUNCTION NUMVAL(IN-AMT-RAW) <= 99999.99
                   COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(IN-AMT-RAW)
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "INVALID AMOUNT" AT LINE 7 COLUMN 40
               END-IF
           END-PERFORM.

       GET-RATE-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-RATE-RAW AT LINE 8 COLUMN 28
               IF FUNCTION TEST-NUMVAL(IN-RATE-RAW) = 0
                   AND FUNCTION NUMVAL(IN-RATE-RAW) >= 0
                   AND FUNCTION NUMVAL(IN-RATE-RAW) <= .5
                   COMPUTE WS-RATE = FUNCTION NUMVAL(IN-RATE-RAW)
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "RATE .0000 TO .5000, E.G. .1200"
                       AT LINE 8 COLUMN 40
               END-IF
           END-PERFORM.

       GET-TERM-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-TERM-RAW AT LINE 9 COLUMN 28
               IF FUNCTION TEST-NUMVAL(IN-TERM-RAW) = 0
                   AND FUNCTION NUMVAL(IN-TERM-RAW) >= 1
                   AND FUNCTION NUMVAL(IN-TERM-RAW) <= 360
                   COMPUTE WS-TERM = FUNCTION NUMVAL(IN-TERM-RAW)
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "TERM MUST BE 1 TO 360 MONTHS"
                       AT LINE 9 COLUMN 40
               END-IF
           END-PERFORM.

      * Level monthly installment on the declining balance; an
      * interest-free loan is simply the principal spread evenly.
       COMPUTE-INSTALLMENT-RTN.
           COMPUTE WS-MONTH-RATE ROUNDED = WS-RATE / 12
           IF WS-MONTH-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED = WS-PRINCIPAL / WS-TERM
           ELSE
               COMPUTE WS-FACTOR ROUNDED =
                   (1 + WS-MONTH-RATE) ** WS-TERM
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-PRINCIPAL * WS-MONTH-RATE * WS-FACTOR
                   / (WS-FACTOR - 1)
           END-IF.

      * Advances WS-DUE-DATE by one month, keeping the booking day
      * where the month has it.
       NEXT-DUE-DATE-RTN.
           IF WS-DUE-MM = 12
               ADD 1 TO WS-DUE-YYYY
               MOVE 1 TO WS-DUE-MM
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF
           MOVE 1 TO WS-DUE-DD
           MOVE WS-DUE-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DUE-MM = 12
               COMPUTE WS-NEXT-FIRST = (WS-DUE-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   WS-DUE-YYYY * 10000 + (WS-DUE-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - WS-DATE-INT
           IF WS-BOOK-DAY > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-DUE-DD
           ELSE
               MOVE WS-BOOK-DAY TO WS-DUE-DD
           END-IF.

       WRITE-LNMAST-RTN.
           MOVE 'YES' TO WS-BOOK-OK
           MOVE SPACES TO LNMAST-REC
           MOVE WS-NEW-LOANNO-X TO LN-LOANNO
           MOVE WS-ACC-NAME TO LN-BORROWER
           MOVE 'A' TO LN-STATUS
           MOVE IN-TYPE TO LN-TYPE
           MOVE WS-ACC-BRANCH TO LN-BRANCH
           MOVE IN-ACCNO TO LN-DEBIT-ACCNO
           MOVE WS-ACC-CUSTNO TO LN-CUSTNO
           MOVE WS-PRINCIPAL TO LN-PRINCIPAL
           MOVE WS-RATE TO LN-RATE
           MOVE WS-TERM TO LN-TERM
           MOVE WS-INSTALLMENT TO LN-INSTALLMENT
           MOVE WS-BUS-DATE TO LN-BOOK-DATE
           MOVE WS-DUE-DATE TO LN-FIRST-DUE
           MOVE WS-DUE-DATE TO LN-NEXT-DUE
           MOVE WS-PRINCIPAL TO LN-PRIN-BAL
           MOVE 0 TO LN-ARREARS
           MOVE 0 TO LN-INST-PAID
           WRITE LNMAST-REC
               INVALID KEY
                   MOVE 'NO ' TO WS-BOOK-OK
                   DISPLAY "WRITE FAILED - STATUS "
                       AT LINE 13 COLUMN 5
                   DISPLAY WS-LNMAST-STATUS AT LINE 13 COLUMN 28
           END-WRITE.

      * Interest on each installment is a month on the balance left
      * after the previous one; the last installment takes whatever
      * principal rounding has left over.
       WRITE-SCHEDULE-RTN.
           OPEN EXTEND SCHED-PRINT
           IF WS-PRINT-STATUS = '05' OR WS-PRINT-STATUS = '35'
               OPEN OUTPUT SCHED-PRINT
           END-IF
           MOVE WS-NEW-LOANNO-X TO SH-LOANNO-OUT
           MOVE WS-ACC-NAME TO SH-NAME-OUT
           MOVE WS-PRINCIPAL TO SH-PRINC-OUT
           MOVE WS-RATE TO SH-RATE-OUT
           MOVE WS-TERM TO SH-TERM-OUT
           MOVE WS-ACC-BRANCH TO SH-BRANCH-OUT
           WRITE SCHED-PRINT-REC FROM SCH-HEADER-1
               AFTER ADVANCING PAGE
           WRITE SCHED-PRINT-REC FROM SCH-HEADER-2
               AFTER ADVANCING 1 LINE
           WRITE SCHED-PRINT-REC FROM SCH-HEADER-3
               AFTER ADVANCING 2 LINES

           MOVE WS-PRINCIPAL TO WS-SCHED-BAL
           MOVE 0 TO WS-TOT-INTEREST
           MOVE WS-BUS-DATE TO WS-DUE-DATE
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > WS-TERM
               PERFORM NEXT-DUE-DATE-RTN
               COMPUTE WS-SCHED-INT ROUNDED =
                   WS-SCHED-BAL * WS-MONTH-RATE
               IF WS-INST-IDX = WS-TERM
                   OR WS-INSTALLMENT - WS-SCHED-INT > WS-SCHED-BAL
                   MOVE WS-SCHED-BAL TO WS-SCHED-PRIN
               ELSE
                   COMPUTE WS-SCHED-PRIN =
                       WS-INSTALLMENT - WS-SCHED-INT
               END-IF
               COMPUTE WS-SCHED-PAY = WS-SCHED-PRIN + WS-SCHED-INT
               SUBTRACT WS-SCHED-PRIN FROM WS-SCHED-BAL
               ADD WS-SCHED-INT TO WS-TOT-INTEREST

               MOVE SPACES TO LNSCHED-REC
               MOVE WS-NEW-LOANNO-X TO LS-LOANNO
               MOVE WS-INST-IDX TO LS-INSTNO
               MOVE WS-DUE-DATE TO LS-DUE-DATE
               MOVE WS-SCHED-PAY TO LS-PAYMENT
               MOVE WS-SCHED-INT TO LS-INTEREST
               MOVE WS-SCHED-PRIN TO LS-PRINCIPAL
               MOVE WS-SCHED-BAL TO LS-BALANCE
               MOVE 0 TO LS-INT-PAID
               MOVE 0 TO LS-PRIN-PAID
               MOVE 'O' TO LS-STATUS
               WRITE LNSCHED-REC
                   INVALID KEY
                       DISPLAY "SCHEDULE WRITE FAILED - STATUS "
                           AT LINE 14 COLUMN 5
                       DISPLAY WS-LNSCHED-STATUS AT LINE 14 COLUMN 37
               END-WRITE

               MOVE WS-INST-IDX TO SL-INSTNO-OUT
               MOVE WS-DUE-DATE TO SL-DUE-OUT
               MOVE WS-SCHED-PAY TO SL-PAY-OUT
               MOVE WS-SCHED-INT TO SL-INT-OUT
               MOVE WS-SCHED-PRIN TO SL-PRIN-OUT
               MOVE WS-SCHED-BAL TO SL-BAL-OUT
               WRITE SCHED-PRINT-REC FROM SCH-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE WS-TOT-INTEREST TO ST-INT-OUT
           WRITE SCHED-PRINT-REC FROM SCH-TOTAL AFTER ADVANCING 2 LINES
           CLOSE SCHED-PRINT.

       INQUIRE-LOAN-RTN.
           MOVE IN-LOANNO TO LN-LOANNO
           READ LNMAST
               INVALID KEY
                   DISPLAY "LOAN NOT ON FILE" AT LINE 13 COLUMN 5
               NOT INVALID KEY
                   DISPLAY LN-DEBIT-ACCNO AT LINE 5 COLUMN 28
                   DISPLAY LN-BORROWER AT LINE 5 COLUMN 40
                   DISPLAY LN-TYPE AT LINE 6 COLUMN 28
                   MOVE LN-PRINCIPAL TO DSP-AMOUNT
                   DISPLAY DSP-AMOUNT AT LINE 7 COLUMN 28
                   MOVE LN-RATE TO DSP-RATE
                   DISPLAY DSP-RATE AT LINE 8 COLUMN 28
                   MOVE LN-TERM TO DSP-TERM
                   DISPLAY DSP-TERM AT LINE 9 COLUMN 28
                   MOVE LN-INSTALLMENT TO DSP-AMOUNT
                   DISPLAY DSP-AMOUNT AT LINE 10 COLUMN 28
                   DISPLAY LN-FIRST-DUE AT LINE 10 COLUMN 42
                   MOVE LN-PRIN-BAL TO DSP-AMOUNT
                   DISPLAY DSP-AMOUNT AT LINE 11 COLUMN 28
                   DISPLAY LN-NEXT-DUE AT LINE 11 COLUMN 42
                   IF LN-PAID-OFF
                       DISPLAY "PAID OFF" AT LINE 12 COLUMN 5
                       DISPLAY LN-CLOSE-DATE AT LINE 12 COLUMN 14
                   ELSE
                   IF LN-ARREARS > 0
                       MOVE LN-ARREARS TO DSP-AMOUNT
                       DISPLAY "PAST DUE:" AT LINE 12 COLUMN 5
                       DISPLAY DSP-AMOUNT AT LINE 12 COLUMN 15
                   END-IF
                   END-IF
           END-READ
           PERFORM PAUSE-RTN.

       LOAD-INFILE-RTN.
           MOVE 0 TO WS-ENTRY-CNT
           MOVE 0 TO WS-NET-AMT
           MOVE 'NO ' TO WS-INFILE-EOF
           MOVE 'NO ' TO WS-INFILE-FULL

           OPEN INPUT INFILE
           IF WS-INFILE-STATUS NOT = '00'
               MOVE 'YES' TO WS-INFILE-EOF
           END-IF
           PERFORM UNTIL WS-INFILE-EOF = 'YES'
               READ INFILE
                  AT END MOVE 'YES' TO WS-INFILE-EOF
               END-READ
               IF WS-INFILE-EOF NOT = 'YES'
                   IF TC = 'T'
                       MOVE 'YES' TO WS-INFILE-EOF
                   ELSE
                       IF WS-ENTRY-CNT >= 500
                           MOVE 'YES' TO WS-INFILE-FULL
                       ELSE
                           ADD 1 TO WS-ENTRY-CNT
                           MOVE REC-IN
                               TO ENT-IMAGE(WS-ENTRY-CNT)
                           EVALUATE TC
                               WHEN 'W'
                                   SUBTRACT AMOUNT FROM WS-NET-AMT
                               WHEN 'R'
                                   IF REF-TC = 'W'
                                       ADD AMOUNT TO WS-NET-AMT
                                   ELSE
                                       SUBTRACT AMOUNT
                                           FROM WS-NET-AMT
                                   END-IF
                               WHEN OTHER
                                   ADD AMOUNT TO WS-NET-AMT
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INFILE-STATUS NOT = '35'
               CLOSE INFILE
           END-IF.

      * The proceeds credit carries the LNBOOK tag so the journal run
      * books it against loans receivable rather than cash.
       INSERT-PROCEEDS-RTN.
           COMPUTE WS-INS-IDX = WS-ENTRY-CNT + 1
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ENTRY-CNT
               IF WS-INS-IDX > WS-ENTRY-CNT
                   AND (ENT-BRANCH(WS-SCAN-IDX) > WS-ACC-BRANCH
                     OR (ENT-BRANCH(WS-SCAN-IDX) = WS-ACC-BRANCH
                         AND ENT-ACCNO(WS-SCAN-IDX) > WS-ACC-ACCNO))
                   MOVE WS-SCAN-IDX TO WS-INS-IDX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SHIFT-IDX FROM WS-ENTRY-CNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-INS-IDX
               MOVE ENT-IMAGE(WS-SHIFT-IDX)
                   TO ENT-IMAGE(WS-SHIFT-IDX + 1)
           END-PERFORM

           MOVE SPACES TO REC-IN
           MOVE WS-ACC-ACCNO TO ACCNO-IN
           MOVE WS-ACC-NAME TO ACCNAME-IN
           MOVE 'D' TO TC
           MOVE WS-PRINCIPAL TO AMOUNT
           MOVE WS-BUS-DATE TO TRANDATE-IN
           MOVE WS-ACC-BRANCH TO BRANCH-IN
           MOVE 'LNBOOK' TO TELLER-IN
           MOVE REC-IN TO ENT-IMAGE(WS-INS-IDX)
           ADD 1 TO WS-ENTRY-CNT
           ADD WS-PRINCIPAL TO WS-NET-AMT.

       REWRITE-INFILE-RTN.
           OPEN OUTPUT INFILE
           PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-WRITE-IDX > WS-ENTRY-CNT
               MOVE ENT-IMAGE(WS-WRITE-IDX) TO REC-IN
               WRITE REC-IN
           END-PERFORM

           MOVE SPACES TO TRAILER-REC
           MOVE '999' TO TRL-ACCNO
           MOVE WS-ENTRY-CNT TO TRL-COUNT
           IF WS-NET-AMT < 0
               MOVE '-' TO TRL-NET-SIGN
           ELSE
               MOVE '+' TO TRL-NET-SIGN
           END-IF
           COMPUTE WS-NET-ABS = FUNCTION ABS(WS-NET-AMT)
           MOVE WS-NET-ABS TO TRL-NET
           MOVE 'T' TO TRL-TC
           WRITE TRAILER-REC
           CLOSE INFILE.

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
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       AUDIT-WRITE-RTN.
           MOVE SPACES TO LN-AUDIT-LINE
           MOVE 'LNBOOK' TO LAU-PROGRAM
           MOVE WS-RUN-STAMP TO LAU-RUNSTAMP
           MOVE WS-ACTION TO LAU-ACTION
           MOVE WS-NEW-LOANNO-X TO LAU-LOANNO
           MOVE IN-ACCNO TO LAU-ACCNO
           MOVE WS-PRINCIPAL TO LAU-AMOUNT
           MOVE WS-TERM TO LAU-TERM
           MOVE WS-RATE TO LAU-RATE
           MOVE IN-TYPE TO LAU-TYPE
           MOVE WS-ACC-BRANCH TO LAU-BRANCH
           WRITE AUDIT-REC FROM LN-AUDIT-LINE
           ADD 1 TO WS-CHANGE-CTR.
