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

       FD  BALFWD-NEW.
       01  BALFWD-NEW-REC.
           05 BALFWD-NEW-ACCNO     PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-NEW-BAL       PIC S9(7)V99.
           05 BALFWD-NEW-BRANCH    PIC X(2).

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
           05 WS-OPEN-AMT          PIC 9(5)V99.
           05 IN-CUSTNO            PIC X(6).
           05 IN-PRODTYPE          PIC X(2).
           05 IN-CURRENCY          PIC X(3).

       01  WS-HI-ACCNO             PIC 9(10) VALUE 0.
       01  WS-NEW-ACCNO            PIC 9(10) VALUE 0.
       01  WS-NEW-ACCNO-ED         PIC Z(9)9.
       01  WS-NEW-ACCNO-X          PIC X(10) VALUE SPACES.
       01  WS-SCAN-ACCNO           PIC X(10) VALUE SPACES.
       01  WS-SCAN-LEN             PIC 9(2) VALUE 0.
       01  WS-OPEN-CTR             PIC 9(4) VALUE 0.
       01  WS-OPEN-OK              PIC X(3) VALUE 'YES'.
       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-BF-WRITTEN           PIC X(3) VALUE 'NO '.
       01  WS-BF-KEY.
           05 WS-BF-KEY-BR         PIC X(2).
           05 WS-BF-KEY-ACC        PIC X(10).
       01  WS-NEW-KEY.
           05 WS-NEW-KEY-BR        PIC X(2).
           05 WS-NEW-KEY-ACC       PIC X(10).

      * The day's captured transactions are reloaded so the opening
      * deposit can be slotted into branch/account sequence and the

       01  ENTRY-TABLE.
           05 ENT-ENTRY OCCURS 501 TIMES.
              10 ENT-IMAGE         PIC X(77).
              10 ENT-IMAGE-KEYS REDEFINES ENT-IMAGE.
                 15 ENT-ACCNO      PIC X(10).
                 15 FILLER         PIC X(1).
                 15 FILLER         PIC X(25).
                 15 ENT-TC         PIC X(1).
           05 LINE 7 COL 5 VALUE "ADDRESS 3:".
           05 LINE 8 COL 5 VALUE "OPENING DEPOSIT:".
           05 LINE 9 COL 5 VALUE "CUSTOMER NO. (OPTIONAL):".
           05 LINE 11 COL 5 VALUE "PRODUCT [RS/PA/SC/CC/FC]:".
           05 LINE 10 COL 5 VALUE "ASSIGNED ACCOUNT NO.:".
           05 LINE 12 COL 5 VALUE "OPEN ANOTHER [Y/N]:".
           05 LINE 14 COL 5 VALUE "FC CURRENCY [USD]:".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM GET-AMOUNT-RTN
               ACCEPT IN-CUSTNO AT LINE 9 COLUMN 31
               PERFORM GET-PRODTYPE-RTN
               PERFORM GET-CURRENCY-RTN

               PERFORM WRITE-CUSTMAST-RTN
      * A failed master write aborts the open outright - seeding the
       GET-PRODTYPE-RTN.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-PRODTYPE AT LINE 11 COLUMN 31
               IF IN-PRODTYPE = SPACES
                   MOVE 'RS' TO IN-PRODTYPE
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   IF IN-PRODTYPE = 'RS' OR IN-PRODTYPE = 'PA'
                       OR IN-PRODTYPE = 'SC' OR IN-PRODTYPE = 'CC'
                       OR IN-PRODTYPE = 'FC'
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "MUST BE RS, PA, SC, CC OR FC"
                           AT LINE 11 COLUMN 36
                   END-IF
               END-IF
           END-PERFORM.

      * Peso products carry PHP. A foreign-currency savings account
      * (FC) is held, posted and priced in the currency keyed here,
      * US dollars unless another code is given; the opening deposit
      * is taken as an amount in that currency.
       GET-CURRENCY-RTN.
           MOVE 'PHP' TO IN-CURRENCY
           IF IN-PRODTYPE = 'FC'
               MOVE 'N' TO WS-VALID-INPUT
               PERFORM UNTIL INPUT-IS-VALID
                   ACCEPT IN-CURRENCY AT LINE 14 COLUMN 24
                   MOVE FUNCTION UPPER-CASE(IN-CURRENCY)
                       TO IN-CURRENCY
                   IF IN-CURRENCY = SPACES
                       MOVE 'USD' TO IN-CURRENCY
                   END-IF
                   IF IN-CURRENCY = 'PHP'
                       DISPLAY "FC ACCOUNTS CANNOT BE PESO"
                           AT LINE 14 COLUMN 30
                   ELSE
                       MOVE 'Y' TO WS-VALID-INPUT
                   END-IF
               END-PERFORM
           END-IF.

       GET-BRANCH-RTN.
           ACCEPT IN-BRANCH AT LINE 3 COLUMN 28
           IF IN-BRANCH = SPACES
      * The account number alone is the master's key and every
      * reader looks accounts up by number alone, so numbers are
      * assigned from one pool: one above the highest on the whole
      * file, starting from 101 on an empty master. Numbers are
      * held left-justified, the way the master has always keyed
      * them.
       ASSIGN-ACCNO-RTN.
           MOVE 100 TO WS-HI-ACCNO
           MOVE 'NO ' TO WS-CUSTMAST-EOF
                   AT END MOVE 'YES' TO WS-CUSTMAST-EOF
               END-READ
               IF WS-CUSTMAST-EOF NOT = 'YES'
                   MOVE CM-ACCNO TO WS-SCAN-ACCNO
                   MOVE 0 TO WS-SCAN-LEN
                   INSPECT WS-SCAN-ACCNO TALLYING WS-SCAN-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-SCAN-LEN > 0
                       AND WS-SCAN-ACCNO(1:WS-SCAN-LEN) NUMERIC
                       IF FUNCTION NUMVAL(WS-SCAN-ACCNO(1:WS-SCAN-LEN))
                           > WS-HI-ACCNO
                           COMPUTE WS-HI-ACCNO = FUNCTION
                               NUMVAL(WS-SCAN-ACCNO(1:WS-SCAN-LEN))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-NEW-ACCNO = WS-HI-ACCNO + 1
           MOVE WS-NEW-ACCNO TO WS-NEW-ACCNO-ED
           MOVE FUNCTION TRIM(WS-NEW-ACCNO-ED) TO WS-NEW-ACCNO-X.

       WRITE-CUSTMAST-RTN.
           MOVE 'YES' TO WS-OPEN-OK
           MOVE 0 TO CM-ODLIMIT
           MOVE IN-CUSTNO TO CM-CUSTNO
           MOVE IN-PRODTYPE TO CM-PRODTYPE
           MOVE IN-CURRENCY TO CM-CURRENCY
           WRITE CUSTMAST-REC
               INVALID KEY
                   MOVE 'NO ' TO WS-OPEN-OK
