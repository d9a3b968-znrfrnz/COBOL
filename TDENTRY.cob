       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-PLACEMENT.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDMAST ASSIGN TO "TDMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-CERTNO
               FILE STATUS IS WS-TDMAST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT BALFWD-IN ASSIGN TO "BALFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.
           SELECT INFILE ASSIGN TO "INFILE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "TDAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per time deposit certificate. The deposit is
      * funded from, and pays back to, an ordinary account on the
      * customer master - the settlement account.
       FD  TDMAST.
       01  TDMAST-REC.
           05 TD-CERTNO            PIC X(8).
           05 TD-ACCNAME           PIC X(25).
           05 TD-STATUS            PIC X(1).
              88 TD-OPEN           VALUE 'A'.
              88 TD-MATURED        VALUE 'M'.
              88 TD-PRETERMINATED  VALUE 'P'.
              88 TD-FUNDING        VALUE 'F'.
              88 TD-CANCELLED      VALUE 'C'.
           05 TD-BRANCH            PIC X(2).
           05 TD-SETTLE-ACCNO      PIC X(10).
           05 TD-CUSTNO            PIC X(6).
           05 TD-PRINCIPAL         PIC 9(7)V99.
           05 TD-RATE              PIC V9(4).
           05 TD-TERM-DAYS         PIC 9(4).
           05 TD-PLACE-DATE        PIC X(8).
           05 TD-MAT-DATE          PIC X(8).
           05 TD-ROLLOVER          PIC X(1).
              88 TD-ROLL-NONE      VALUE 'N'.
              88 TD-ROLL-PRINCIPAL VALUE 'P'.
              88 TD-ROLL-TOTAL     VALUE 'T'.
           05 TD-PRETERM-FLAG      PIC X(1).
           05 TD-PRETERM-DATE      PIC X(8).
           05 TD-CLOSE-DATE        PIC X(8).
           05 TD-ROLL-CTR          PIC 9(3).

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

       FD  BALFWD-IN.
       01  BALFWD-IN-REC.
           05 BALFWD-IN-ACCNO      PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-IN-BAL        PIC S9(7)V99.
           05 BALFWD-IN-BRANCH     PIC X(2).
           05 BALFWD-IN-AVAIL      PIC S9(7)V99.

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

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-VALID-INPUT       PIC X VALUE 'N'.
              88 INPUT-IS-VALID    VALUE 'Y'.
           05 WS-ACTION            PIC X VALUE SPACES.
              88 ACTION-PLACE      VALUE 'P', 'p'.
              88 ACTION-INQUIRE    VALUE 'I', 'i'.
              88 ACTION-PRETERM    VALUE 'T', 't'.
              88 ACTION-QUIT       VALUE 'Q', 'q'.
           05 WS-CONFIRM           PIC X VALUE SPACES.

       01  WS-TDMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-INFILE-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-TDMAST-EOF           PIC X(3) VALUE 'NO '.
       01  WS-BALFWD-EOF           PIC X(3) VALUE 'NO '.
       01  WS-INFILE-EOF           PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-CHANGE-CTR           PIC 9(5) VALUE 0.
       01  WS-PLACE-OK             PIC X(3) VALUE 'YES'.

       01  WS-INPUT-VARS.
           05 IN-CERTNO            PIC X(8).
           05 IN-ACCNO             PIC X(10).
           05 IN-AMT-RAW           PIC X(10).
           05 IN-TERM-RAW          PIC X(4).
           05 IN-RATE-RAW          PIC X(6).
           05 IN-ROLLOVER          PIC X(1).

       01  WS-PRINCIPAL            PIC 9(7)V99 VALUE 0.
       01  WS-TERM-DAYS            PIC 9(4) VALUE 0.
       01  WS-RATE                 PIC V9(4) VALUE 0.
       01  WS-MAT-DATE             PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-DATE-INT             PIC 9(8) VALUE 0.

       01  WS-HI-CERTNO            PIC 9(8) VALUE 0.
       01  WS-NEW-CERTNO           PIC 9(8) VALUE 0.
       01  WS-NEW-CERTNO-X         PIC X(8) VALUE SPACES.

      * Funding check: the settlement account's available balance
      * carried on the balance-forward master, moved by whatever the
      * tellers have already captured for it today.
       01  WS-SETTLE-BRANCH        PIC X(2) VALUE SPACES.
       01  WS-SETTLE-ACCNO         PIC X(10) VALUE SPACES.
       01  WS-SETTLE-NAME          PIC X(25) VALUE SPACES.
       01  WS-SETTLE-CUSTNO        PIC X(6) VALUE SPACES.
       01  WS-SETTLE-AVAIL         PIC S9(9)V99 VALUE 0.

      * The day's captured transactions are reloaded so the funding
      * debit can be slotted into branch/account sequence and the
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
       01  DSP-AVAIL               PIC Z,ZZZ,ZZ9.99-.
       01  DSP-RATE                PIC .9(4).
       01  DSP-TERM                PIC ZZZ9.

       01  TD-AUDIT-LINE.
           05 TAU-PROGRAM          PIC X(10) VALUE 'TDENTRY'.
           05 TAU-RUNSTAMP         PIC X(14).
           05 TAU-ACTION           PIC X(1).
           05 TAU-CERTNO           PIC X(8).
           05 TAU-ACCNO            PIC X(10).
           05 TAU-AMOUNT           PIC Z(6)9.99.
           05 TAU-TERM             PIC 9(4).
           05 TAU-RATE             PIC V9(4).
           05 TAU-ROLLOVER         PIC X(1).
           05 TAU-STATUS           PIC X(1).
           05 TAU-BRANCH           PIC X(2).

       SCREEN SECTION.
       01  TD-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 5 VALUE "TIME DEPOSIT PLACEMENT AND INQUIRY".
           05 LINE 3 COL 5 VALUE "ACTION [P/I/T/Q]:".
           05 LINE 4 COL 5 VALUE "CERTIFICATE NO.:".
           05 LINE 5 COL 5 VALUE "SETTLEMENT ACCOUNT:".
           05 LINE 6 COL 5 VALUE "PRINCIPAL:".
           05 LINE 7 COL 5 VALUE "TERM IN DAYS:".
           05 LINE 8 COL 5 VALUE "ANNUAL RATE (.NNNN):".
           05 LINE 9 COL 5 VALUE "ROLLOVER [N/P/T]:".
           05 LINE 10 COL 5 VALUE "PLACED / MATURES:".
           05 LINE 11 COL 5 VALUE "STATUS:".

       PROCEDURE DIVISION.
      * Counter placement of time deposits. A new certificate is
      * funded by a debit to the customer's settlement account,
      * captured into the day's INFILE.txt like any teller item; the
      * nightly maturity run pays interest and proceeds back to the
      * same account. A pre-termination is only requested here - the
      * night run computes the penalty and pays the proceeds.
       MAIN-PROCEDURE.
           OPEN I-O TDMAST
           IF WS-TDMAST-STATUS = '05' OR WS-TDMAST-STATUS = '35'
               OPEN OUTPUT TDMAST
               CLOSE TDMAST
               OPEN I-O TDMAST
           END-IF
           IF WS-TDMAST-STATUS NOT = '00'
               DISPLAY 'TD-PLACEMENT: CANNOT OPEN TDMAST.IDX - '
                   'STATUS ' WS-TDMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'TD-PLACEMENT: CUSTMAST.IDX NOT AVAILABLE - '
                   'CANNOT VALIDATE SETTLEMENT ACCOUNTS'
               MOVE 16 TO RETURN-CODE
               CLOSE TDMAST
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM AUDIT-OPEN-RTN

           PERFORM TD-LOOP-RTN

           CLOSE TDMAST
           CLOSE CUSTMAST
           CLOSE AUDIT-FILE
           DISPLAY " " AT LINE 1 COLUMN 1 WITH BLANK SCREEN
           DISPLAY "CHANGES APPLIED THIS SESSION: " AT LINE 2 COLUMN 5
           DISPLAY WS-CHANGE-CTR AT LINE 2 COLUMN 36
           STOP RUN.

       TD-LOOP-RTN.
           PERFORM UNTIL ACTION-QUIT
               DISPLAY TD-SCREEN

               MOVE 'N' TO WS-VALID-INPUT
               PERFORM UNTIL INPUT-IS-VALID
                   ACCEPT WS-ACTION AT LINE 3 COLUMN 26
                   IF ACTION-PLACE OR ACTION-INQUIRE
                       OR ACTION-PRETERM OR ACTION-QUIT
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "INVALID ACTION" AT LINE 3 COLUMN 30
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN ACTION-PLACE
                       PERFORM PLACE-TD-RTN
                   WHEN ACTION-INQUIRE
                       ACCEPT IN-CERTNO AT LINE 4 COLUMN 26
                       PERFORM INQUIRE-TD-RTN
                   WHEN ACTION-PRETERM
                       ACCEPT IN-CERTNO AT LINE 4 COLUMN 26
                       PERFORM PRETERM-TD-RTN
               END-EVALUATE
           END-PERFORM.

       PLACE-TD-RTN.
           PERFORM ASSIGN-CERTNO-RTN
           DISPLAY WS-NEW-CERTNO-X AT LINE 4 COLUMN 26

           PERFORM GET-SETTLE-ACCOUNT-RTN
           IF WS-PLACE-OK NOT = 'YES'
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-PRINCIPAL-RTN
           PERFORM GET-TERM-RTN
           PERFORM GET-RATE-RTN
           PERFORM GET-ROLLOVER-RTN

           MOVE WS-BUS-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-TERM-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-MAT-DATE
           DISPLAY WS-BUS-DATE AT LINE 10 COLUMN 26
           DISPLAY WS-MAT-DATE AT LINE 10 COLUMN 36

           PERFORM LOAD-INFILE-RTN
           IF WS-INFILE-FULL = 'YES'
               DISPLAY "INFILE.txt FULL (500) - CANNOT CAPTURE THE "
                   AT LINE 13 COLUMN 5
               DISPLAY "FUNDING DEBIT - DEPOSIT NOT PLACED"
                   AT LINE 14 COLUMN 5
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-SETTLE-AVAIL-RTN
           IF WS-SETTLE-AVAIL < WS-PRINCIPAL
               MOVE WS-SETTLE-AVAIL TO DSP-AVAIL
               DISPLAY "INSUFFICIENT AVAILABLE BALANCE:"
                   AT LINE 13 COLUMN 5
               DISPLAY DSP-AVAIL AT LINE 13 COLUMN 37
               DISPLAY "FUND THE SETTLEMENT ACCOUNT FIRST"
                   AT LINE 14 COLUMN 5
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-CONFIRM
           DISPLAY "CONFIRM PLACEMENT [Y/N]:" AT LINE 12 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 12 COLUMN 30
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "PLACEMENT CANCELLED" AT LINE 13 COLUMN 5
               PERFORM PAUSE-RTN
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-TDMAST-RTN
      * The certificate is only funded once it is safely on the
      * master; a failed write leaves the day's file untouched.
           IF WS-PLACE-OK = 'YES'
               PERFORM INSERT-FUNDING-RTN
               PERFORM REWRITE-INFILE-RTN
               MOVE 'P' TO WS-ACTION
               PERFORM AUDIT-WRITE-RTN
               DISPLAY "TIME DEPOSIT PLACED" AT LINE 13 COLUMN 5
           ELSE
               DISPLAY "TIME DEPOSIT NOT PLACED" AT LINE 14 COLUMN 5
           END-IF
           PERFORM PAUSE-RTN.

      * Certificate numbers come from one pool: one above the highest
      * on the master, starting from 10000001 on an empty file.
       ASSIGN-CERTNO-RTN.
           MOVE 10000000 TO WS-HI-CERTNO
           MOVE 'NO ' TO WS-TDMAST-EOF
           MOVE LOW-VALUES TO TD-CERTNO
           START TDMAST KEY >= TD-CERTNO
               INVALID KEY MOVE 'YES' TO WS-TDMAST-EOF
           END-START
           PERFORM UNTIL WS-TDMAST-EOF = 'YES'
               READ TDMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-TDMAST-EOF
               END-READ
               IF WS-TDMAST-EOF NOT = 'YES'
                   AND TD-CERTNO NUMERIC
                   IF FUNCTION NUMVAL(TD-CERTNO) > WS-HI-CERTNO
                       COMPUTE WS-HI-CERTNO =
                           FUNCTION NUMVAL(TD-CERTNO)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-CERTNO = WS-HI-CERTNO + 1
           MOVE WS-NEW-CERTNO TO WS-NEW-CERTNO-X.

      * The settlement account must be on the customer master, open
      * for posting and held in pesos, the currency certificates are
      * placed in; it also fixes the certificate's branch, so
      * the deposit and its settlement always book in one branch.
       GET-SETTLE-ACCOUNT-RTN.
           MOVE 'YES' TO WS-PLACE-OK
           ACCEPT IN-ACCNO AT LINE 5 COLUMN 26
           MOVE SPACES TO CM-ACCNO
           MOVE IN-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NO ' TO WS-PLACE-OK
                   DISPLAY "ACCOUNT NOT ON MASTER" AT LINE 13 COLUMN 5
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-FROZEN OR CM-CLOSED
                           MOVE 'NO ' TO WS-PLACE-OK
                           DISPLAY "ACCOUNT FROZEN OR CLOSED - STATUS "
                               AT LINE 13 COLUMN 5
                           DISPLAY CM-STATUS AT LINE 13 COLUMN 40
                       WHEN CM-CURRENCY NOT = SPACES
                         AND CM-CURRENCY NOT = 'PHP'
                           MOVE 'NO ' TO WS-PLACE-OK
                           DISPLAY "FOREIGN CURRENCY ACCOUNT - "
                               AT LINE 13 COLUMN 5
                           DISPLAY CM-CURRENCY AT LINE 13 COLUMN 32
                       WHEN OTHER
                           MOVE CM-ACCNAME TO WS-SETTLE-NAME
                           MOVE CM-BRANCH TO WS-SETTLE-BRANCH
                           MOVE CM-CUSTNO TO WS-SETTLE-CUSTNO
                           MOVE CM-ACCNO TO WS-SETTLE-ACCNO
                           DISPLAY CM-ACCNAME AT LINE 5 COLUMN 38
                   END-EVALUATE
           END-READ.

       GET-PRINCIPAL-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-AMT-RAW AT LINE 6 COLUMN 26
               IF FUNCTION TEST-NUMVAL(IN-AMT-RAW) = 0
                   AND FUNCTION NUMVAL(IN-AMT-RAW) > 0
                   AND FUNCTION NUMVAL(IN-AMT-RAW) <= 99999.99
                   COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(IN-AMT-RAW)
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "INVALID AMOUNT" AT LINE 6 COLUMN 40
               END-IF
           END-PERFORM.

       GET-TERM-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-TERM-RAW AT LINE 7 COLUMN 26
               IF FUNCTION TEST-NUMVAL(IN-TERM-RAW) = 0
                   AND FUNCTION NUMVAL(IN-TERM-RAW) >= 30
                   AND FUNCTION NUMVAL(IN-TERM-RAW) <= 1825
                   COMPUTE WS-TERM-DAYS = FUNCTION NUMVAL(IN-TERM-RAW)
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "TERM MUST BE 30 TO 1825 DAYS"
                       AT LINE 7 COLUMN 40
               END-IF
           END-PERFORM.

       GET-RATE-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-RATE-RAW AT LINE 8 COLUMN 26
               IF FUNCTION TEST-NUMVAL(IN-RATE-RAW) = 0
                   AND FUNCTION NUMVAL(IN-RATE-RAW) > 0
                   AND FUNCTION NUMVAL(IN-RATE-RAW) < 1
                   COMPUTE WS-RATE = FUNCTION NUMVAL(IN-RATE-RAW)
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "RATE AS A FRACTION, E.G. .0350"
                       AT LINE 8 COLUMN 40
               END-IF
           END-PERFORM.

      * N pays principal and interest out at maturity, P rolls the
      * principal over and pays the interest out, T rolls both.
       GET-ROLLOVER-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-ROLLOVER AT LINE 9 COLUMN 26
               IF IN-ROLLOVER = SPACE
                   MOVE 'N' TO IN-ROLLOVER
               END-IF
               IF IN-ROLLOVER = 'N' OR IN-ROLLOVER = 'P'
                   OR IN-ROLLOVER = 'T'
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "MUST BE N, P OR T" AT LINE 9 COLUMN 40
               END-IF
           END-PERFORM.

       FIND-SETTLE-AVAIL-RTN.
           MOVE 0 TO WS-SETTLE-AVAIL
           MOVE 'NO ' TO WS-BALFWD-EOF
           OPEN INPUT BALFWD-IN
           IF WS-BALFWD-STATUS NOT = '00'
               MOVE 'YES' TO WS-BALFWD-EOF
           END-IF
           PERFORM UNTIL WS-BALFWD-EOF = 'YES'
               READ BALFWD-IN
                  AT END MOVE 'YES' TO WS-BALFWD-EOF
               END-READ
               IF WS-BALFWD-EOF NOT = 'YES'
                   AND BALFWD-IN-BRANCH = WS-SETTLE-BRANCH
                   AND BALFWD-IN-ACCNO = WS-SETTLE-ACCNO
                   IF BALFWD-IN-AVAIL NUMERIC
                       MOVE BALFWD-IN-AVAIL TO WS-SETTLE-AVAIL
                   ELSE
                       MOVE BALFWD-IN-BAL TO WS-SETTLE-AVAIL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BALFWD-STATUS NOT = '35'
               CLOSE BALFWD-IN
           END-IF

      * Cash deposits and withdrawals already captured today move the
      * funds; a check deposit does not, it is still uncollected.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ENTRY-CNT
               IF ENT-BRANCH(WS-SCAN-IDX) = WS-SETTLE-BRANCH
                   AND ENT-ACCNO(WS-SCAN-IDX) = WS-SETTLE-ACCNO
                   EVALUATE ENT-TC(WS-SCAN-IDX)
                       WHEN 'D'
                           ADD ENT-AMT(WS-SCAN-IDX) TO WS-SETTLE-AVAIL
                       WHEN 'W'
                           SUBTRACT ENT-AMT(WS-SCAN-IDX)
                               FROM WS-SETTLE-AVAIL
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * The certificate goes on file awaiting its funding debit; the
      * maturity run opens it once the posting run has taken the
      * money, and cancels it if the debit is rejected.
       WRITE-TDMAST-RTN.
           MOVE 'YES' TO WS-PLACE-OK
           MOVE SPACES TO TDMAST-REC
           MOVE WS-NEW-CERTNO-X TO TD-CERTNO
           MOVE WS-SETTLE-NAME TO TD-ACCNAME
           MOVE 'F' TO TD-STATUS
           MOVE WS-SETTLE-BRANCH TO TD-BRANCH
           MOVE IN-ACCNO TO TD-SETTLE-ACCNO
           MOVE WS-SETTLE-CUSTNO TO TD-CUSTNO
           MOVE WS-PRINCIPAL TO TD-PRINCIPAL
           MOVE WS-RATE TO TD-RATE
           MOVE WS-TERM-DAYS TO TD-TERM-DAYS
           MOVE WS-BUS-DATE TO TD-PLACE-DATE
           MOVE WS-MAT-DATE TO TD-MAT-DATE
           MOVE IN-ROLLOVER TO TD-ROLLOVER
           MOVE 'N' TO TD-PRETERM-FLAG
           MOVE 0 TO TD-ROLL-CTR
           WRITE TDMAST-REC
               INVALID KEY
                   MOVE 'NO ' TO WS-PLACE-OK
                   DISPLAY "WRITE FAILED - STATUS "
                       AT LINE 13 COLUMN 5
                   DISPLAY WS-TDMAST-STATUS AT LINE 13 COLUMN 28
           END-WRITE.

       INQUIRE-TD-RTN.
           MOVE IN-CERTNO TO TD-CERTNO
           READ TDMAST
               INVALID KEY
                   DISPLAY "CERTIFICATE NOT ON FILE" AT LINE 13 COLUMN 5
               NOT INVALID KEY
                   PERFORM SHOW-TD-RTN
           END-READ
           PERFORM PAUSE-RTN.

       SHOW-TD-RTN.
           DISPLAY TD-SETTLE-ACCNO AT LINE 5 COLUMN 26
           DISPLAY TD-ACCNAME AT LINE 5 COLUMN 38
           MOVE TD-PRINCIPAL TO DSP-AMOUNT
           DISPLAY DSP-AMOUNT AT LINE 6 COLUMN 26
           MOVE TD-TERM-DAYS TO DSP-TERM
           DISPLAY DSP-TERM AT LINE 7 COLUMN 26
           MOVE TD-RATE TO DSP-RATE
           DISPLAY DSP-RATE AT LINE 8 COLUMN 26
           DISPLAY TD-ROLLOVER AT LINE 9 COLUMN 26
           DISPLAY TD-PLACE-DATE AT LINE 10 COLUMN 26
           DISPLAY TD-MAT-DATE AT LINE 10 COLUMN 36
           EVALUATE TRUE
               WHEN TD-OPEN AND TD-PRETERM-FLAG = 'Y'
                   DISPLAY "OPEN - PRE-TERMINATION REQUESTED"
                       AT LINE 11 COLUMN 26
               WHEN TD-OPEN
                   DISPLAY "OPEN" AT LINE 11 COLUMN 26
               WHEN TD-MATURED
                   DISPLAY "MATURED AND PAID OUT" AT LINE 11 COLUMN 26
                   DISPLAY TD-CLOSE-DATE AT LINE 11 COLUMN 48
               WHEN TD-PRETERMINATED
                   DISPLAY "PRE-TERMINATED" AT LINE 11 COLUMN 26
                   DISPLAY TD-CLOSE-DATE AT LINE 11 COLUMN 48
               WHEN TD-FUNDING
                   DISPLAY "AWAITING FUNDING DEBIT" AT LINE 11 COLUMN 26
               WHEN TD-CANCELLED
                   DISPLAY "CANCELLED - NOT FUNDED" AT LINE 11 COLUMN 26
                   DISPLAY TD-CLOSE-DATE AT LINE 11 COLUMN 48
           END-EVALUATE.

      * Pre-termination is flagged for the night run, which accrues
      * interest to the business date, applies the penalty and pays
      * the proceeds to the settlement account.
       PRETERM-TD-RTN.
           MOVE IN-CERTNO TO TD-CERTNO
           READ TDMAST
               INVALID KEY
                   DISPLAY "CERTIFICATE NOT ON FILE" AT LINE 13 COLUMN 5
               NOT INVALID KEY
                   PERFORM SHOW-TD-RTN
                   IF TD-FUNDING
                       DISPLAY "FUNDING DEBIT NOT YET POSTED"
                           AT LINE 13 COLUMN 5
                   ELSE
                   IF NOT TD-OPEN
                       DISPLAY "CERTIFICATE IS NO LONGER OPEN"
                           AT LINE 13 COLUMN 5
                   ELSE
                   IF TD-PRETERM-FLAG = 'Y'
                       DISPLAY "PRE-TERMINATION ALREADY REQUESTED"
                           AT LINE 13 COLUMN 5
                   ELSE
                   IF TD-MAT-DATE <= WS-BUS-DATE
                       DISPLAY "CERTIFICATE HAS MATURED - PAID IN "
                           AT LINE 13 COLUMN 5
                       DISPLAY "TONIGHT'S MATURITY RUN"
                           AT LINE 13 COLUMN 39
                   ELSE
                       DISPLAY "CONFIRM PRE-TERMINATION [Y/N]:"
                           AT LINE 12 COLUMN 5
                       ACCEPT WS-CONFIRM AT LINE 12 COLUMN 36
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           MOVE 'Y' TO TD-PRETERM-FLAG
                           MOVE WS-BUS-DATE TO TD-PRETERM-DATE
                           REWRITE TDMAST-REC
                           MOVE TD-SETTLE-ACCNO TO IN-ACCNO
                           MOVE TD-PRINCIPAL TO WS-PRINCIPAL
                           MOVE TD-TERM-DAYS TO WS-TERM-DAYS
                           MOVE TD-RATE TO WS-RATE
                           MOVE TD-ROLLOVER TO IN-ROLLOVER
                           MOVE TD-BRANCH TO WS-SETTLE-BRANCH
                           PERFORM AUDIT-WRITE-RTN
                           DISPLAY "PRE-TERMINATION REQUESTED"
                               AT LINE 13 COLUMN 5
                       ELSE
                           DISPLAY "PRE-TERMINATION CANCELLED"
                               AT LINE 13 COLUMN 5
                       END-IF
                   END-IF
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

      * The funding debit carries the TDPLACE tag so the journal run
      * moves the money from demand deposits to time deposits.
       INSERT-FUNDING-RTN.
           COMPUTE WS-INS-IDX = WS-ENTRY-CNT + 1
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ENTRY-CNT
               IF WS-INS-IDX > WS-ENTRY-CNT
                   AND (ENT-BRANCH(WS-SCAN-IDX) > WS-SETTLE-BRANCH
                     OR (ENT-BRANCH(WS-SCAN-IDX) = WS-SETTLE-BRANCH
                         AND ENT-ACCNO(WS-SCAN-IDX)
                             > WS-SETTLE-ACCNO))
                   MOVE WS-SCAN-IDX TO WS-INS-IDX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SHIFT-IDX FROM WS-ENTRY-CNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-INS-IDX
               MOVE ENT-IMAGE(WS-SHIFT-IDX)
                   TO ENT-IMAGE(WS-SHIFT-IDX + 1)
           END-PERFORM

           MOVE SPACES TO REC-IN
           MOVE WS-SETTLE-ACCNO TO ACCNO-IN
           MOVE WS-SETTLE-NAME TO ACCNAME-IN
           MOVE 'W' TO TC
           MOVE WS-PRINCIPAL TO AMOUNT
           MOVE WS-BUS-DATE TO TRANDATE-IN
           MOVE WS-SETTLE-BRANCH TO BRANCH-IN
           MOVE 'TDPLACE' TO TELLER-IN
           MOVE REC-IN TO ENT-IMAGE(WS-INS-IDX)
           ADD 1 TO WS-ENTRY-CNT
           SUBTRACT WS-PRINCIPAL FROM WS-NET-AMT.

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

      * Placements are dated from the business-date control file so
      * the funding debit posts under the day the night run expects.
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
           MOVE SPACES TO TD-AUDIT-LINE
           MOVE 'TDENTRY' TO TAU-PROGRAM
           MOVE WS-RUN-STAMP TO TAU-RUNSTAMP
           MOVE WS-ACTION TO TAU-ACTION
           MOVE TD-CERTNO TO TAU-CERTNO
           MOVE IN-ACCNO TO TAU-ACCNO
           MOVE WS-PRINCIPAL TO TAU-AMOUNT
           MOVE WS-TERM-DAYS TO TAU-TERM
           MOVE WS-RATE TO TAU-RATE
           MOVE IN-ROLLOVER TO TAU-ROLLOVER
           MOVE TD-STATUS TO TAU-STATUS
           MOVE WS-SETTLE-BRANCH TO TAU-BRANCH
           WRITE AUDIT-REC FROM TD-AUDIT-LINE
           ADD 1 TO WS-CHANGE-CTR.
