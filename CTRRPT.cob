           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       FD  CIFMAST.
       01  CIFMAST-REC.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-THRESHOLD            PIC 9(7)V99 VALUE 10000.00.
       01  WS-AMT                  PIC 9(9)V99 VALUE 0.
       01  WS-ORIG-AMT             PIC 9(7)V99 VALUE 0.
       01  WS-ACCT-CCY             PIC X(3) VALUE SPACES.
       01  WS-NORATE-CTR           PIC 9(5) VALUE 0.

       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).
       01  WS-TRAN-DATE            PIC X(8) VALUE SPACES.
       01  WS-SINGLE-CTR           PIC 9(5) VALUE 0.
       01  WS-AGG-RPT-CTR          PIC 9(5) VALUE 0.
           05 FILLER               PIC X(21)
              VALUE "REPORTING THRESHOLD: ".
           05 RPT-THRESH-OUT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(42)
              VALUE "  PESOS - FOREIGN CURRENCY AT DAY'S RATE".

       01  RPT-BUSDATE-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Account".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(25) VALUE "Name".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE "Cd".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(3) VALUE "Ccy".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "     Peso Equiv.".
           05 FILLER               PIC X(4) VALUE SPACES.

       01  RPT-DET-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 DET-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-NAME-OUT         PIC X(25).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DET-TC-OUT           PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DET-AMT-OUT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.

       01  RPT-AGG-COL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(25) VALUE "Name".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(4) VALUE "Code".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE "Items".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "Peso Total".
           05 FILLER               PIC X(1) VALUE SPACES.

       01  RPT-AGG-LINE.
           05 AGG-NAME-OUT         PIC X(25).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 AGG-TC-OUT           PIC X(1).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 AGG-ITEMS-OUT        PIC ZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AGG-AMT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.

       01  RPT-ITEM-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ITEM-TC-OUT          PIC X(1).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 ITEM-AMT-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(36) VALUE SPACES.

       01  RPT-SECT-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE "Items".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "Peso Total".
           05 FILLER               PIC X(1) VALUE SPACES.

       01  RPT-CAG-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CAG-ITEMS-OUT        PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CAG-AMT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           IF WS-NORATE-CTR > 0
               DISPLAY 'CTR-REPORT: ' WS-NORATE-CTR ' FOREIGN '
                   'ITEM(S) WITH NO FX RATE LISTED AT ZERO - KEY '
                   'THE RATES AND RERUN BEFORE FILING'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-AGG-FULL = 'YES'
               DISPLAY 'CTR-REPORT: AGGREGATION TABLE FULL (5,000) '
                   '- REPORT IS INCOMPLETE, ARCHIVE THE AUDIT LOG '
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ORIG-AMT = FUNCTION NUMVAL(AUD-AMOUNT)
           MOVE AUD-RUNSTAMP(1:8) TO WS-TRAN-DATE
           PERFORM PESO-EQUIV-RTN

      * An item that cannot be converted is listed regardless, so it
      * is looked at rather than silently left off the filing.
           IF WS-AMT >= WS-THRESHOLD OR FC-RESULT = '90'
               PERFORM WRITE-SINGLE-RTN
           END-IF
           IF FC-RESULT = '90'
               ADD 1 TO WS-NORATE-CTR
           END-IF
           PERFORM ACCUM-AGG-RTN
           PERFORM ACCUM-CUST-AGG-RTN.

           MOVE AUD-ACCNO TO DET-ACCNO-OUT
           MOVE WS-MAST-NAME TO DET-NAME-OUT
           MOVE AUD-TRANSCODE TO DET-TC-OUT
           MOVE WS-ACCT-CCY TO DET-CCY-OUT
           MOVE WS-AMT TO DET-AMT-OUT
           WRITE RPTREC FROM RPT-DET-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SINGLE-CTR.
                   AND AUD-ACCNO = WS-SEL-ACCNO
                   AND AUD-TRANSCODE = WS-SEL-TC
                   AND AUD-RUNSTAMP(1:8) = WS-SEL-DATE
                   COMPUTE WS-ORIG-AMT = FUNCTION NUMVAL(AUD-AMOUNT)
                   MOVE WS-SEL-DATE TO WS-TRAN-DATE
                   PERFORM PESO-EQUIV-RTN
                   MOVE WS-SEL-DATE TO ITEM-DATE-OUT
                   MOVE AUD-TRANSCODE TO ITEM-TC-OUT
                   MOVE WS-AMT TO ITEM-AMT-OUT
               CLOSE AUDIT-FILE
           END-IF.

      * The threshold is set in pesos, so an item on a foreign-
      * currency account is tested at its peso equivalent on the
      * day it was posted.
       PESO-EQUIV-RTN.
           MOVE 'PHP' TO WS-ACCT-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE AUD-ACCNO TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACCT-CCY
                       END-IF
               END-READ
           END-IF
           MOVE WS-ACCT-CCY TO FC-CURRENCY
           MOVE WS-TRAN-DATE TO FC-DATE
           MOVE WS-ORIG-AMT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           MOVE FC-PHP-AMOUNT TO WS-AMT.

       CUSTMAST-FIND-RTN.
           MOVE SPACES TO WS-MAST-NAME
           IF WS-CUSTMAST-OPEN = 'YES'
