           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(89).
           05 WS-ODLIMIT           PIC 9(7)V99.
           05 IN-CUSTNO            PIC X(6).
           05 IN-PRODTYPE          PIC X(2).
           05 IN-CURRENCY          PIC X(3).

       01  WS-OLD-NAME             PIC X(25) VALUE SPACES.
       01  WS-OLD-STATUS           PIC X(1) VALUE SPACES.
       01  WS-OLD-ODLIMIT          PIC 9(7)V99 VALUE 0.
       01  WS-OLD-CUSTNO           PIC X(6) VALUE SPACES.
       01  WS-OLD-PRODTYPE         PIC X(2) VALUE SPACES.
       01  WS-OLD-CURRENCY         PIC X(3) VALUE SPACES.
       01  DSP-ODLIMIT             PIC Z,ZZZ,ZZ9.99.
       01  WS-CHANGE-CTR           PIC 9(5) VALUE 0.

           05 LINE 10 COL 5 VALUE "ADDRESS 3:".
           05 LINE 11 COL 5 VALUE "OD LIMIT:".
           05 LINE 12 COL 5 VALUE "CUSTOMER NO.:".
           05 LINE 13 COL 5 VALUE "PRODUCT [RS/PA/SC/CC/FC]:".
           05 LINE 13 COL 40 VALUE "CURRENCY:".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   PERFORM GET-ODLIMIT-RTN
                   ACCEPT IN-CUSTNO AT LINE 12 COLUMN 24
                   MOVE 'RS' TO WS-OLD-PRODTYPE
                   MOVE 'PHP' TO WS-OLD-CURRENCY
                   PERFORM GET-PRODTYPE-RTN
                   PERFORM GET-CURRENCY-RTN
                   IF IN-ACCNAME = SPACES
                       DISPLAY "NAME REQUIRED - NOT ADDED"
                           AT LINE 7 COLUMN 5
                       MOVE WS-ODLIMIT TO CM-ODLIMIT
                       MOVE IN-CUSTNO TO CM-CUSTNO
                       MOVE IN-PRODTYPE TO CM-PRODTYPE
                       MOVE IN-CURRENCY TO CM-CURRENCY
                       WRITE CUSTMAST-REC
                           INVALID KEY
                               DISPLAY "WRITE FAILED - STATUS "
                   ELSE
                       MOVE CM-PRODTYPE TO WS-OLD-PRODTYPE
                   END-IF
                   DISPLAY WS-OLD-PRODTYPE AT LINE 13 COLUMN 31
                   IF CM-CURRENCY = SPACES
                       MOVE 'PHP' TO WS-OLD-CURRENCY
                   ELSE
                       MOVE CM-CURRENCY TO WS-OLD-CURRENCY
                   END-IF
                   DISPLAY WS-OLD-CURRENCY AT LINE 13 COLUMN 50
                   DISPLAY CM-ACCNAME AT LINE 5 COLUMN 24
                   DISPLAY CM-STATUS AT LINE 6 COLUMN 24
                   DISPLAY CM-BRANCH AT LINE 7 COLUMN 24
                       MOVE WS-OLD-CUSTNO TO IN-CUSTNO
                   END-IF
                   PERFORM GET-PRODTYPE-RTN
                   PERFORM GET-CURRENCY-RTN
                   IF IN-ACCNAME = SPACES
                       AND IN-STATUS = WS-OLD-STATUS
                       AND IN-BRANCH = WS-OLD-BRANCH
                       MOVE WS-ODLIMIT TO CM-ODLIMIT
                       MOVE IN-CUSTNO TO CM-CUSTNO
                       MOVE IN-PRODTYPE TO CM-PRODTYPE
                       MOVE IN-CURRENCY TO CM-CURRENCY
                       REWRITE CUSTMAST-REC
                       MOVE CM-ACCNAME TO IN-ACCNAME
                       PERFORM AUDIT-WRITE-RTN
      * new account to regular savings.
           MOVE 'N' TO WS-VALID-INPUT
           PERFORM UNTIL INPUT-IS-VALID
               ACCEPT IN-PRODTYPE AT LINE 13 COLUMN 31
               IF IN-PRODTYPE = SPACES
                   MOVE WS-OLD-PRODTYPE TO IN-PRODTYPE
                   MOVE 'Y' TO WS-VALID-INPUT
               ELSE
                   IF IN-PRODTYPE = 'RS' OR IN-PRODTYPE = 'PA'
                       OR IN-PRODTYPE = 'SC' OR IN-PRODTYPE = 'CC'
                       OR IN-PRODTYPE = 'FC'
                       MOVE 'Y' TO WS-VALID-INPUT
                   ELSE
                       DISPLAY "MUST BE RS, PA, SC, CC OR FC"
                           AT LINE 15 COLUMN 5
                   END-IF
               END-IF
      * The balance is held in the account's own currency, so an
      * existing account cannot move between a peso product and
      * foreign-currency savings - that is a closing and a new
      * account, not a maintenance change.
               IF INPUT-IS-VALID AND ACTION-CHANGE
                   AND ((IN-PRODTYPE = 'FC'
                         AND WS-OLD-PRODTYPE NOT = 'FC')
                     OR (IN-PRODTYPE NOT = 'FC'
                         AND WS-OLD-PRODTYPE = 'FC'))
                   DISPLAY "CANNOT SWITCH PESO / FC PRODUCT"
                       AT LINE 15 COLUMN 5
                   MOVE 'N' TO WS-VALID-INPUT
               END-IF
           END-PERFORM.

      * Peso products carry PHP. The currency of a foreign-currency
      * account is keyed once, when it is added (US dollars unless
      * another code is given), and kept from then on.
       GET-CURRENCY-RTN.
           IF ACTION-CHANGE
               MOVE WS-OLD-CURRENCY TO IN-CURRENCY
           ELSE
               MOVE 'PHP' TO IN-CURRENCY
               IF IN-PRODTYPE = 'FC'
                   MOVE 'N' TO WS-VALID-INPUT
                   PERFORM UNTIL INPUT-IS-VALID
                       ACCEPT IN-CURRENCY AT LINE 13 COLUMN 50
                       MOVE FUNCTION UPPER-CASE(IN-CURRENCY)
                           TO IN-CURRENCY
                       IF IN-CURRENCY = SPACES
                           MOVE 'USD' TO IN-CURRENCY
                       END-IF
                       IF IN-CURRENCY = 'PHP'
                           DISPLAY "FC ACCOUNTS CANNOT BE PESO"
                               AT LINE 15 COLUMN 5
                       ELSE
                           MOVE 'Y' TO WS-VALID-INPUT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       PAUSE-RTN.
           DISPLAY "PRESS ENTER TO CONTINUE" AT LINE 14 COLUMN 5
           ACCEPT WS-CONFIRM AT LINE 14 COLUMN 30.
