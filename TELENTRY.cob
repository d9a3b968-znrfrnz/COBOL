       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "INFILE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFILE-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT TELBAL-FILE ASSIGN TO "TELBAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELBAL-STATUS.
           SELECT BALFWD-FILE ASSIGN TO "BALFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT OPERSEC-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CTRPARM-FILE ASSIGN TO "CTRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE.
       01  REC-IN.
           05 ACCNO-IN             PIC X(10).
           05 FILLER               PIC X(1).
           05 ACCNAME-IN           PIC X(25).
           05 TC                   PIC X(1).
           05 XFER-REF             PIC X(6).

       01  TRAILER-REC.
           05 TRL-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 TRL-COUNT            PIC 9(5).
           05 TRL-NET-SIGN         PIC X(1).
           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       FD  TELBAL-FILE.
       01  TELBAL-REC              PIC X(80).

       FD  BALFWD-FILE.
       01  BALFWD-REC.
           05 BF-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 BF-BAL               PIC S9(7)V99.
           05 BF-BRANCH            PIC X(2).
           05 BF-AVAIL             PIC S9(7)V99.

       FD  HOLDS-FILE.
       01  HOLDS-REC.
           05 HD-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 HD-AMOUNT            PIC 9(5)V99.
           05 HD-CLEAR-DATE        PIC X(8).
           05 HD-BRANCH            PIC X(2).

       FD  OPERSEC-FILE.
       01  OPERSEC-REC.
           05 OS-OPERID            PIC X(8).
           05 FILLER               PIC X(1).
           05 OS-PASSWORD          PIC X(8).
           05 FILLER               PIC X(1).
           05 OS-LEVEL             PIC 9(1).
           05 FILLER               PIC X(1).
           05 OS-STATUS            PIC X(1).
              88 OS-ACTIVE         VALUE 'A', ' '.
              88 OS-DISABLED       VALUE 'D'.
              88 OS-LOCKED         VALUE 'L'.
           05 FILLER               PIC X(1).
           05 OS-PWD-DATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 OS-FORCE-CHG         PIC X(1).
           05 FILLER               PIC X(1).
           05 OS-BAD-TRIES         PIC 9(1).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(80).

      * The cash reporting threshold, as CTR-REPORT reads it, then
      * the teller large-cash override limit.
       FD  CTRPARM-FILE.
       01  CTRPARM-REC.
           05 CP-THRESHOLD         PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 CP-LARGE-CASH        PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-TELBAL-STATUS        PIC XX VALUE SPACES.
       01  WS-INFILE-STATUS        PIC XX VALUE SPACES.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-HOLDS-STATUS         PIC XX VALUE SPACES.
       01  WS-OPERSEC-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-CTRPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-SCAN-EOF             PIC X(3) VALUE 'NO '.
       01  WS-OPERSEC-EOF          PIC X(3) VALUE 'NO '.
       01  WS-TELLER-ID            PIC X(8) VALUE SPACES.
       01  WS-FLAGS.
           05 WS-CONTINUE          PIC X VALUE 'Y'.
       01  WS-MAST-NAME            PIC X(25) VALUE SPACES.
       01  WS-MAST-STATUS          PIC X(1) VALUE 'A'.
       01  WS-MAST-BRANCH          PIC X(2) VALUE SPACES.
       01  WS-MAST-ODLIMIT         PIC 9(7)V99 VALUE 0.
       01  WS-MAST-CCY             PIC X(3) VALUE 'PHP'.

       01  WS-INPUT-VARS.
           05 IN-ACCNO             PIC X(10).
           05 IN-ACCNAME           PIC X(25).
           05 IN-TC                PIC X(1).
           05 IN-REF-TC            PIC X(1).
           05 IN-REF-DATE          PIC X(8).
           05 IN-XFER-REF          PIC X(6).
           05 IN-DEST-ACCNO        PIC X(10).
           05 IN-AMT-RAW           PIC X(10).
           05 WS-AMT               PIC 9(5)V99.

       01  WS-COIN-RAW             PIC X(10) VALUE SPACES.
       01  WS-XFER-SEQ             PIC 9(6) VALUE 0.
       01  WS-XFER-SEED            PIC X(6) VALUE SPACES.
       01  WS-SRC-ACCNO            PIC X(10) VALUE SPACES.
       01  WS-SRC-NAME             PIC X(25) VALUE SPACES.
       01  WS-SRC-BRANCH           PIC X(2) VALUE SPACES.
       01  WS-SRC-CCY              PIC X(3) VALUE SPACES.
       01  WS-SRC-PHP              PIC S9(11)V99 VALUE 0.
       01  WS-DEST-AMT             PIC 9(7)V99 VALUE 0.
       01  WS-XFER-OK              PIC X VALUE 'Y'.

      * Memo-posted position of the account on screen: last night's
      * ledger balance from BALFWD.DAT, less the uncollected-funds
      * holds still open today, moved by every item already keyed
      * today - the same arithmetic the posting run will apply.
       01  WS-MEMO-ACCNO           PIC X(10) VALUE SPACES.
       01  WS-MEMO-OPEN            PIC S9(7)V99 VALUE 0.
       01  WS-MEMO-HOLDS           PIC 9(9)V99 VALUE 0.
       01  WS-MEMO-TODAY           PIC S9(9)V99 VALUE 0.
       01  WS-MEMO-AVAIL           PIC S9(9)V99 VALUE 0.
       01  WS-MEMO-TC              PIC X(1) VALUE SPACE.
       01  WS-MEMO-REF-TC          PIC X(1) VALUE SPACE.
       01  WS-MEMO-AMT             PIC 9(5)V99 VALUE 0.

      * A cash item above this amount needs a supervisor override
      * whatever the balance. Taken from CTRPARM.DAT when it is set
      * there.
       01  WS-LARGE-CASH           PIC 9(7)V99 VALUE 50000.00.
       01  WS-CASH-LARGE           PIC X VALUE 'N'.

       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

       01  WS-ITEM-OK              PIC X VALUE 'Y'.
       01  WS-OVR-REASON           PIC X(1) VALUE SPACE.
          88 OVR-OVERDRAW          VALUE 'O'.
          88 OVR-LARGE-CASH        VALUE 'L'.
          88 OVR-BOTH              VALUE 'B'.
       01  WS-SESSION-STAMP        PIC X(14) VALUE SPACES.
       01  WS-AUD-SEQ              PIC 9(5) VALUE 0.
       01  WS-OPERSEC-DIRTY        PIC X VALUE 'N'.

       01  WS-SIGNON.
           05 WS-SIGNON-ID         PIC X(8) VALUE SPACES.
           05 WS-SIGNON-PW         PIC X(8) VALUE SPACES.
           05 WS-SIGNON-OK         PIC X VALUE 'N'.
           05 WS-SIGNON-REFUSED    PIC X VALUE 'N'.
           05 WS-SIGNON-LEVEL      PIC 9(1) VALUE 0.
           05 WS-SIGNON-TRIES      PIC 9(1) VALUE 0.
           05 WS-SIGNON-IDX        PIC 9(2) VALUE 0.
           05 WS-PWD-AGE           PIC 9(5) VALUE 0.
           05 WS-DATE-NUM          PIC 9(8) VALUE 0.

       01  WS-OPER-COUNT           PIC 9(2) VALUE 0.
       01  WS-OPER-IDX             PIC 9(2) VALUE 0.

       01  OPERSEC-TABLE.
           05 OPERSEC-ENTRY OCCURS 50 TIMES.
              10 OT-OPERID         PIC X(8).
              10 OT-PASSWORD       PIC X(8).
              10 OT-LEVEL          PIC 9(1).
              10 OT-STATUS         PIC X(1).
              10 OT-PWD-DATE       PIC X(8).
              10 OT-FORCE-CHG      PIC X(1).
              10 OT-BAD-TRIES      PIC 9(1).

      * Override record on AUDIT.LOG, in the posting run's layout.
      * Rectype O is never read as posted work; the operator is the
      * supervisor who signed the override and AUD-OVR-REASON says
      * why it was needed (O overdraw, L large cash, B both).
       01  TEL-AUDIT-LINE.
           05 AUD-PROGRAM          PIC X(10).
           05 AUD-RUNSTAMP         PIC X(14).
           05 AUD-ACCNO            PIC X(10).
           05 AUD-TRANSCODE        PIC X(1).
           05 AUD-AMOUNT           PIC Z(6)9.99.
           05 AUD-RECTYPE          PIC X(1).
           05 AUD-SEQNO            PIC 9(5).
           05 AUD-REC-COUNT        PIC 9(5).
           05 AUD-OPERATOR         PIC X(8).
           05 AUD-TRANDATE         PIC X(8).
           05 AUD-BRANCH           PIC X(2).
           05 AUD-REF-TC           PIC X(1).
           05 AUD-OVR-REASON       PIC X(1).
           05 FILLER               PIC X(4).

       01  DENOM-TABLE.
           05 DENOM-ENTRY OCCURS 6 TIMES.

       01  ENTRY-TABLE.
           05 ENT-ENTRY OCCURS 501 TIMES.
              10 ENT-ACCNO         PIC X(10).
              10 ENT-ACCNAME       PIC X(25).
              10 ENT-TC            PIC X(1).
              10 ENT-AMT           PIC 9(5)V99.
       01  WS-DISPLAY-FIELDS.
           05 DSP-ENTRY-CNT        PIC Z,ZZ9.
           05 DSP-NET-AMT          PIC -(8)9.99.
           05 DSP-MEMO-AVAIL       PIC ZZZ,ZZZ,ZZ9.99-.
           05 DSP-ODLIMIT          PIC Z,ZZZ,ZZ9.99.
           05 DSP-DEST-AMT         PIC ZZ,ZZ9.99.
           05 DSP-RATE             PIC ZZ9.999999.

       SCREEN SECTION.
       01  ENTRY-SCREEN.
               STOP RUN
           END-IF

           PERFORM LOAD-CTRPARM-RTN
           PERFORM TELLER-SIGNON-RTN
           PERFORM ENTRY-LOOP-RTN
           PERFORM WRITE-INFILE-RTN
      * leg from one session cannot pair off against another's.
       TELLER-SIGNON-RTN.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-XFER-SEED
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SESSION-STAMP
           MOVE WS-SESSION-STAMP(1:8) TO WS-TODAY
           MOVE WS-XFER-SEED TO WS-XFER-SEQ
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               PERFORM GET-ACCNO
               PERFORM GET-ACCNAME
               PERFORM GET-TC
               IF IN-TC = 'W' OR IN-TC = 'X'
                   PERFORM MEMO-BALANCE-RTN
               END-IF
               PERFORM GET-AMOUNT
               MOVE SPACE TO IN-REF-TC
               MOVE SPACES TO IN-REF-DATE
                   PERFORM GET-REVERSAL-REF
               END-IF

               PERFORM OVERRIDE-CHECK-RTN
               IF WS-ITEM-OK = 'Y'
                   IF IN-TC = 'X'
                       PERFORM CAPTURE-XFER-RTN
                   ELSE
                       PERFORM STORE-ENTRY-RTN
                   END-IF
               ELSE
                   DISPLAY "ITEM NOT ACCEPTED - NO OVERRIDE"
                       AT LINE 18 COLUMN 5
               END-IF

               MOVE 'N' TO WS-VALID-INPUT
      * One screen, two legs: the debit comes off the source account
      * keyed above and the credit goes to the destination captured
      * here, both carrying the same transfer reference so the
      * posting run can prove the pair nets to zero. Between accounts
      * in different currencies the credit is the debit's peso
      * equivalent at today's rates, in the destination currency,
      * shown with the rate before it is taken; without a rate for
      * either currency the transfer is not taken at all.
       CAPTURE-XFER-RTN.
           MOVE IN-ACCNO TO WS-SRC-ACCNO
           MOVE WS-MAST-NAME TO WS-SRC-NAME
           MOVE WS-MAST-BRANCH TO WS-SRC-BRANCH
           MOVE WS-MAST-CCY TO WS-SRC-CCY

           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
                   AND WS-MAST-STATUS NOT = 'F'
                   AND WS-MAST-STATUS NOT = 'C'
                   AND IN-DEST-ACCNO NOT = WS-SRC-ACCNO
                   DISPLAY WS-MAST-NAME AT LINE 9 COLUMN 45
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   DISPLAY "INVALID DESTINATION      "
                       AT LINE 9 COLUMN 45
               END-IF
           END-PERFORM

           MOVE WS-AMT TO WS-DEST-AMT
           IF WS-MAST-CCY NOT = WS-SRC-CCY
               PERFORM XFER-CONVERT-RTN
               IF WS-XFER-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-XFER-SEQ
           MOVE WS-XFER-SEQ TO IN-XFER-REF

           PERFORM CUSTMAST-FIND-RTN
           MOVE WS-MAST-NAME TO IN-ACCNAME
           MOVE 'D' TO IN-TC
           MOVE WS-DEST-AMT TO WS-AMT
           PERFORM STORE-ENTRY-RTN.

      * The debit in pesos, then into the destination currency at
      * its own rate. The posting run checks the two legs again in
      * pesos at the business date's rates.
       XFER-CONVERT-RTN.
           MOVE 'Y' TO WS-XFER-OK
           MOVE WS-SRC-CCY TO FC-CURRENCY
           MOVE WS-TODAY TO FC-DATE
           MOVE WS-AMT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           MOVE FC-PHP-AMOUNT TO WS-SRC-PHP
           IF FC-RESULT NOT = '90'
               MOVE WS-MAST-CCY TO FC-CURRENCY
               CALL 'FXCONV' USING FXCONV-PARM
           END-IF
           IF FC-RESULT = '90'
               DISPLAY "NO FX RATE - TRANSFER NOT TAKEN"
                   AT LINE 10 COLUMN 5
               MOVE 'N' TO WS-XFER-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEST-AMT ROUNDED = WS-SRC-PHP / FC-RATE
           IF WS-DEST-AMT = 0 OR WS-DEST-AMT > 99999.99
               DISPLAY "CREDIT OUT OF RANGE - TRANSFER NOT TAKEN"
                   AT LINE 10 COLUMN 5
               MOVE 'N' TO WS-XFER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEST-AMT TO DSP-DEST-AMT
           MOVE FC-RATE TO DSP-RATE
           DISPLAY "CREDIT" AT LINE 10 COLUMN 5
           DISPLAY DSP-DEST-AMT AT LINE 10 COLUMN 12
           DISPLAY WS-MAST-CCY AT LINE 10 COLUMN 22
           DISPLAY "AT PHP" AT LINE 10 COLUMN 26
           DISPLAY DSP-RATE AT LINE 10 COLUMN 33
           DISPLAY "PER" AT LINE 10 COLUMN 44
           DISPLAY WS-MAST-CCY AT LINE 10 COLUMN 48.

       CUSTMAST-FIND-RTN.
           MOVE 'NO' TO WS-CUSTMAST-FOUND
           MOVE SPACES TO WS-MAST-NAME
           MOVE 'A' TO WS-MAST-STATUS
           MOVE 0 TO WS-MAST-ODLIMIT
           MOVE 'PHP' TO WS-MAST-CCY
           MOVE SPACES TO CM-ACCNO
           MOVE IN-ACCNO TO CM-ACCNO
           READ CUSTMAST
                   IF CM-STATUS NOT = SPACE
                       MOVE CM-STATUS TO WS-MAST-STATUS
                   END-IF
                   IF CM-ODLIMIT NUMERIC
                       MOVE CM-ODLIMIT TO WS-MAST-ODLIMIT
                   END-IF
                   IF CM-CURRENCY NOT = SPACES
                       MOVE CM-CURRENCY TO WS-MAST-CCY
                   END-IF
           END-READ.

      * Live available balance for the account keyed, shown with its
      * status and overdraft limit before a withdrawal or transfer
      * leg is taken. Items on INFILE.txt from earlier today and the
      * ones keyed this session count as if already posted; a check
      * deposit stays on hold, so it adds nothing to what can be
      * drawn.
       MEMO-BALANCE-RTN.
           MOVE IN-ACCNO TO WS-MEMO-ACCNO
           MOVE 0 TO WS-MEMO-OPEN
           MOVE 0 TO WS-MEMO-HOLDS
           MOVE 0 TO WS-MEMO-TODAY
           PERFORM MEMO-BALFWD-RTN
           PERFORM MEMO-HOLDS-RTN
           PERFORM MEMO-INFILE-RTN
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ENTRY-CNT
               IF ENT-ACCNO(WS-SCAN-IDX) = WS-MEMO-ACCNO
                   MOVE ENT-TC(WS-SCAN-IDX) TO WS-MEMO-TC
                   MOVE ENT-REF-TC(WS-SCAN-IDX) TO WS-MEMO-REF-TC
                   MOVE ENT-AMT(WS-SCAN-IDX) TO WS-MEMO-AMT
                   PERFORM MEMO-ITEM-RTN
               END-IF
           END-PERFORM
           COMPUTE WS-MEMO-AVAIL = WS-MEMO-OPEN - WS-MEMO-HOLDS
               + WS-MEMO-TODAY

           MOVE WS-MEMO-AVAIL TO DSP-MEMO-AVAIL
           MOVE WS-MAST-ODLIMIT TO DSP-ODLIMIT
           DISPLAY "AVAILABLE BALANCE:" AT LINE 11 COLUMN 5
           DISPLAY DSP-MEMO-AVAIL AT LINE 11 COLUMN 26
           DISPLAY "STATUS:" AT LINE 11 COLUMN 45
           DISPLAY WS-MAST-STATUS AT LINE 11 COLUMN 53
           DISPLAY "OVERDRAFT LIMIT:" AT LINE 12 COLUMN 5
           DISPLAY DSP-ODLIMIT AT LINE 12 COLUMN 29.

       MEMO-BALFWD-RTN.
           MOVE 'NO ' TO WS-SCAN-EOF
           OPEN INPUT BALFWD-FILE
           IF WS-BALFWD-STATUS NOT = '00'
               MOVE 'YES' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'YES'
               READ BALFWD-FILE
                   AT END MOVE 'YES' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'YES'
                   AND BF-ACCNO = WS-MEMO-ACCNO
                   AND BF-BAL NUMERIC
                   MOVE BF-BAL TO WS-MEMO-OPEN
               END-IF
           END-PERFORM
           IF WS-BALFWD-STATUS NOT = '35'
               CLOSE BALFWD-FILE
           END-IF.

      * A hold whose clearing date has come has been released; only
      * those still ahead of today keep funds from being drawn.
       MEMO-HOLDS-RTN.
           MOVE 'NO ' TO WS-SCAN-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = '00'
               MOVE 'YES' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'YES'
               READ HOLDS-FILE
                   AT END MOVE 'YES' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'YES'
                   AND HD-ACCNO = WS-MEMO-ACCNO
                   AND HD-CLEAR-DATE > WS-TODAY
                   AND HD-AMOUNT NUMERIC
                   ADD HD-AMOUNT TO WS-MEMO-HOLDS
               END-IF
           END-PERFORM
           IF WS-HOLDS-STATUS NOT = '35'
               CLOSE HOLDS-FILE
           END-IF.

       MEMO-INFILE-RTN.
           MOVE 'NO ' TO WS-SCAN-EOF
           OPEN INPUT INFILE
           IF WS-INFILE-STATUS NOT = '00'
               MOVE 'YES' TO WS-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-SCAN-EOF = 'YES'
               READ INFILE
                   AT END MOVE 'YES' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'YES'
                   AND ACCNO-IN = WS-MEMO-ACCNO
                   AND TRANDATE-IN = WS-TODAY
                   AND TC NOT = 'T'
                   AND AMOUNT NUMERIC
                   MOVE TC TO WS-MEMO-TC
                   MOVE REF-TC TO WS-MEMO-REF-TC
                   MOVE AMOUNT TO WS-MEMO-AMT
                   PERFORM MEMO-ITEM-RTN
               END-IF
           END-PERFORM
           IF WS-INFILE-STATUS NOT = '35'
               CLOSE INFILE
           END-IF.

       MEMO-ITEM-RTN.
           EVALUATE WS-MEMO-TC
               WHEN 'D'
                   ADD WS-MEMO-AMT TO WS-MEMO-TODAY
               WHEN 'W'
                   SUBTRACT WS-MEMO-AMT FROM WS-MEMO-TODAY
               WHEN 'R'
                   IF WS-MEMO-REF-TC = 'W'
                       ADD WS-MEMO-AMT TO WS-MEMO-TODAY
                   END-IF
                   IF WS-MEMO-REF-TC = 'D'
                       SUBTRACT WS-MEMO-AMT FROM WS-MEMO-TODAY
                   END-IF
           END-EVALUATE.

      * A withdrawal or transfer leg that would take the account past
      * its overdraft limit, and any cash item above the large-cash
      * limit, goes through only on a supervisor override. Transfers
      * and check deposits move no cash.
       OVERRIDE-CHECK-RTN.
           MOVE 'Y' TO WS-ITEM-OK
           MOVE SPACE TO WS-OVR-REASON
           MOVE 'N' TO WS-CASH-LARGE
           IF (IN-TC = 'W' OR IN-TC = 'X')
               AND WS-MEMO-AVAIL - WS-AMT < 0 - WS-MAST-ODLIMIT
               MOVE 'O' TO WS-OVR-REASON
           END-IF
           IF IN-TC = 'D' OR IN-TC = 'W'
               OR (IN-TC = 'R'
                   AND (IN-REF-TC = 'D' OR IN-REF-TC = 'W'))
               PERFORM LARGE-CASH-TEST-RTN
           END-IF
           IF WS-CASH-LARGE = 'Y'
               IF OVR-OVERDRAW
                   MOVE 'B' TO WS-OVR-REASON
               ELSE
                   MOVE 'L' TO WS-OVR-REASON
               END-IF
           END-IF
           IF WS-OVR-REASON NOT = SPACE
               PERFORM SUPERVISOR-OVERRIDE-RTN
           END-IF.

      * The limit is in pesos, so a cash item on a foreign-currency
      * account is measured at today's rate. One whose currency has
      * no rate cannot be measured and needs the override as well.
       LARGE-CASH-TEST-RTN.
           MOVE WS-MAST-CCY TO FC-CURRENCY
           MOVE WS-TODAY TO FC-DATE
           MOVE WS-AMT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-RESULT = '90'
               DISPLAY "NO FX RATE FOR CURRENCY" AT LINE 13 COLUMN 5
               DISPLAY WS-MAST-CCY AT LINE 13 COLUMN 29
               MOVE 'Y' TO WS-CASH-LARGE
           END-IF
           IF FC-PHP-AMOUNT > WS-LARGE-CASH
               MOVE 'Y' TO WS-CASH-LARGE
           END-IF.

       STORE-ENTRY-RTN.
      * Insert in branch then account-number sequence (the order the
      * posting run expects); equal keys keep the order in which the
           WRITE TELBAL-REC FROM TELBAL-SIGN-LINE
           WRITE TELBAL-REC FROM TELBAL-BLANK
           CLOSE TELBAL-FILE.

      * The override is a second sign-on against OPERSEC.DAT by an
      * operator other than the teller, on the same terms as payroll
      * approval: disabled and locked ids are refused, the third
      * wrong password locks the id, a password due for change cannot
      * authorise, and level 2 or above is needed. The operator file
      * is read fresh for each override and written back at once, so
      * a lockout takes effect while the session is still open.
       SUPERVISOR-OVERRIDE-RTN.
           EVALUATE TRUE
               WHEN OVR-OVERDRAW
                   DISPLAY "WOULD OVERDRAW - SUPERVISOR OVERRIDE"
                       AT LINE 14 COLUMN 5
               WHEN OVR-LARGE-CASH
                   DISPLAY "LARGE CASH ITEM - SUPERVISOR OVERRIDE"
                       AT LINE 14 COLUMN 5
               WHEN OVR-BOTH
                   DISPLAY "OVERDRAW AND LARGE CASH - SUPERVISOR"
                       AT LINE 14 COLUMN 5
           END-EVALUATE
           PERFORM LOAD-OPERSEC-RTN
           MOVE 'N' TO WS-OPERSEC-DIRTY
           MOVE 0 TO WS-SIGNON-TRIES
           MOVE 'N' TO WS-SIGNON-OK
           MOVE 'N' TO WS-SIGNON-REFUSED
           PERFORM UNTIL WS-SIGNON-OK = 'Y'
                      OR WS-SIGNON-REFUSED = 'Y'
                      OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               MOVE SPACES TO WS-SIGNON-ID
               MOVE SPACES TO WS-SIGNON-PW
               DISPLAY "SUPERVISOR ID:" AT LINE 15 COLUMN 5
               ACCEPT WS-SIGNON-ID AT LINE 15 COLUMN 26
               IF WS-SIGNON-ID = SPACES
                   MOVE 'Y' TO WS-SIGNON-REFUSED
               ELSE
                   DISPLAY "PASSWORD:" AT LINE 16 COLUMN 5
                   ACCEPT WS-SIGNON-PW AT LINE 16 COLUMN 26
                   IF WS-SIGNON-ID = WS-TELLER-ID
                       DISPLAY "OVERRIDE NEEDS A SECOND OPERATOR  "
                           AT LINE 17 COLUMN 5
                   ELSE
                       PERFORM VALIDATE-SIGNON-RTN
                       IF WS-SIGNON-OK = 'Y'
                           PERFORM CHECK-SUPERVISOR-RTN
                       ELSE
                           IF WS-SIGNON-REFUSED NOT = 'Y'
                               DISPLAY "INVALID ID OR PASSWORD    "
                                   AT LINE 17 COLUMN 5
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPERSEC-DIRTY = 'Y'
               PERFORM WRITE-OPERSEC-RTN
           END-IF
           IF WS-SIGNON-OK = 'Y'
               PERFORM AUDIT-OVERRIDE-RTN
               DISPLAY "OVERRIDE AUTHORISED BY" AT LINE 18 COLUMN 5
               DISPLAY WS-SIGNON-ID AT LINE 18 COLUMN 28
           ELSE
               MOVE 'N' TO WS-ITEM-OK
           END-IF.

       VALIDATE-SIGNON-RTN.
           MOVE 'N' TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-LEVEL
           MOVE 0 TO WS-SIGNON-IDX
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF OT-OPERID(WS-OPER-IDX) = WS-SIGNON-ID
                   MOVE WS-OPER-IDX TO WS-SIGNON-IDX
               END-IF
           END-PERFORM
           IF WS-SIGNON-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF OT-STATUS(WS-SIGNON-IDX) = 'D'
               DISPLAY "SIGN-ON IS DISABLED               "
                   AT LINE 17 COLUMN 5
               MOVE 'Y' TO WS-SIGNON-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF OT-STATUS(WS-SIGNON-IDX) = 'L'
               DISPLAY "SIGN-ON IS LOCKED OUT             "
                   AT LINE 17 COLUMN 5
               MOVE 'Y' TO WS-SIGNON-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF OT-PASSWORD(WS-SIGNON-IDX) = WS-SIGNON-PW
               MOVE 'Y' TO WS-SIGNON-OK
               MOVE OT-LEVEL(WS-SIGNON-IDX) TO WS-SIGNON-LEVEL
               MOVE 0 TO OT-BAD-TRIES(WS-SIGNON-IDX)
               MOVE 'Y' TO WS-OPERSEC-DIRTY
           ELSE
               IF OT-BAD-TRIES(WS-SIGNON-IDX) < 9
                   ADD 1 TO OT-BAD-TRIES(WS-SIGNON-IDX)
               END-IF
               IF OT-BAD-TRIES(WS-SIGNON-IDX) >= 3
                   MOVE 'L' TO OT-STATUS(WS-SIGNON-IDX)
                   DISPLAY "SIGN-ON NOW LOCKED OUT            "
                       AT LINE 17 COLUMN 5
                   MOVE 'Y' TO WS-SIGNON-REFUSED
               END-IF
               MOVE 'Y' TO WS-OPERSEC-DIRTY
           END-IF.

       CHECK-SUPERVISOR-RTN.
           MOVE 0 TO WS-PWD-AGE
           IF OT-PWD-DATE(WS-SIGNON-IDX) NUMERIC
               MOVE OT-PWD-DATE(WS-SIGNON-IDX) TO WS-DATE-NUM
               COMPUTE WS-PWD-AGE =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-TODAY))
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
               MOVE 99999 TO WS-PWD-AGE
           END-IF
           IF OT-FORCE-CHG(WS-SIGNON-IDX) = 'Y'
               OR WS-PWD-AGE > 90
               DISPLAY "PASSWORD CHANGE DUE - CANNOT AUTHORISE"
                   AT LINE 17 COLUMN 5
               MOVE 'N' TO WS-SIGNON-OK
               MOVE 'Y' TO WS-SIGNON-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-SIGNON-LEVEL < 2
               DISPLAY "SUPERVISOR LEVEL (2 OR ABOVE) REQUIRED"
                   AT LINE 17 COLUMN 5
               MOVE 'N' TO WS-SIGNON-OK
           END-IF.

       LOAD-OPERSEC-RTN.
           MOVE 0 TO WS-OPER-COUNT
           MOVE 'NO ' TO WS-OPERSEC-EOF
           OPEN INPUT OPERSEC-FILE
           IF WS-OPERSEC-STATUS NOT = '00'
               MOVE 'YES' TO WS-OPERSEC-EOF
           END-IF
           PERFORM UNTIL WS-OPERSEC-EOF = 'YES'
               READ OPERSEC-FILE
                   AT END MOVE 'YES' TO WS-OPERSEC-EOF
               END-READ
               IF WS-OPERSEC-EOF NOT = 'YES'
                   AND WS-OPER-COUNT < 50
                   ADD 1 TO WS-OPER-COUNT
                   MOVE OS-OPERID TO OT-OPERID(WS-OPER-COUNT)
                   MOVE OS-PASSWORD TO OT-PASSWORD(WS-OPER-COUNT)
                   MOVE OS-LEVEL TO OT-LEVEL(WS-OPER-COUNT)
                   IF OS-STATUS = SPACE
                       MOVE 'A' TO OT-STATUS(WS-OPER-COUNT)
                   ELSE
                       MOVE OS-STATUS TO OT-STATUS(WS-OPER-COUNT)
                   END-IF
                   MOVE OS-PWD-DATE TO OT-PWD-DATE(WS-OPER-COUNT)
                   MOVE OS-FORCE-CHG TO OT-FORCE-CHG(WS-OPER-COUNT)
                   IF OS-BAD-TRIES NUMERIC
                       MOVE OS-BAD-TRIES
                           TO OT-BAD-TRIES(WS-OPER-COUNT)
                   ELSE
                       MOVE 0 TO OT-BAD-TRIES(WS-OPER-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPERSEC-STATUS NOT = '35'
               CLOSE OPERSEC-FILE
           END-IF.

       LOAD-CTRPARM-RTN.
           OPEN INPUT CTRPARM-FILE
           IF WS-CTRPARM-STATUS = '00'
               MOVE SPACES TO CTRPARM-REC
               READ CTRPARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CTRPARM-STATUS = '00'
                   AND CP-LARGE-CASH NUMERIC
                   AND CP-LARGE-CASH > 0
                   MOVE CP-LARGE-CASH TO WS-LARGE-CASH
               END-IF
               CLOSE CTRPARM-FILE
           END-IF.

       WRITE-OPERSEC-RTN.
           OPEN OUTPUT OPERSEC-FILE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE SPACES TO OPERSEC-REC
               MOVE OT-OPERID(WS-OPER-IDX) TO OS-OPERID
               MOVE OT-PASSWORD(WS-OPER-IDX) TO OS-PASSWORD
               MOVE OT-LEVEL(WS-OPER-IDX) TO OS-LEVEL
               MOVE OT-STATUS(WS-OPER-IDX) TO OS-STATUS
               MOVE OT-PWD-DATE(WS-OPER-IDX) TO OS-PWD-DATE
               MOVE OT-FORCE-CHG(WS-OPER-IDX) TO OS-FORCE-CHG
               MOVE OT-BAD-TRIES(WS-OPER-IDX) TO OS-BAD-TRIES
               WRITE OPERSEC-REC
           END-PERFORM
           CLOSE OPERSEC-FILE.

       AUDIT-OVERRIDE-RTN.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO TEL-AUDIT-LINE
           MOVE 'TELENTRY' TO AUD-PROGRAM
           MOVE WS-SESSION-STAMP TO AUD-RUNSTAMP
           MOVE IN-ACCNO TO AUD-ACCNO
           MOVE IN-TC TO AUD-TRANSCODE
           MOVE WS-AMT TO AUD-AMOUNT
           MOVE 'O' TO AUD-RECTYPE
           ADD 1 TO WS-AUD-SEQ
           MOVE WS-AUD-SEQ TO AUD-SEQNO
           MOVE 0 TO AUD-REC-COUNT
           MOVE WS-SIGNON-ID TO AUD-OPERATOR
           MOVE WS-TODAY TO AUD-TRANDATE
           MOVE WS-MAST-BRANCH TO AUD-BRANCH
           MOVE IN-REF-TC TO AUD-REF-TC
           MOVE WS-OVR-REASON TO AUD-OVR-REASON
           WRITE AUDIT-REC FROM TEL-AUDIT-LINE
           CLOSE AUDIT-FILE.
