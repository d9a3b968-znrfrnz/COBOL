           SELECT BALFWD-CLOSE ASSIGN TO "BALFWD-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RPTFILE ASSIGN TO "BALMOVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
       FD  BALFWD-OPEN.
       01  BALFWD-OPEN-REC.
           05 BFO-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 BFO-BAL              PIC S9(7)V99.
           05 BFO-BRANCH           PIC X(2).

       FD  BALFWD-CLOSE.
       01  BALFWD-CLOSE-REC.
           05 BFC-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 BFC-BAL              PIC S9(7)V99.
           05 BFC-BRANCH           PIC X(2).

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

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

       01  WS-CLOSE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPEN-EOF             PIC X(3) VALUE 'NO '.
       01  WS-CLOSE-EOF            PIC X(3) VALUE 'NO '.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.

       01  WS-OPEN-KEY.
           05 WS-OPEN-KEY-BR       PIC X(2).
           05 WS-OPEN-KEY-ACC      PIC X(10).
       01  WS-CLOSE-KEY.
           05 WS-CLOSE-KEY-BR      PIC X(2).
           05 WS-CLOSE-KEY-ACC     PIC X(10).
       01  WS-RPT-KEY.
           05 WS-RPT-KEY-BR        PIC X(2).
           05 WS-RPT-KEY-ACC       PIC X(10).

       01  WS-OPEN-BAL             PIC S9(7)V99 VALUE 0.
       01  WS-CLOSE-BAL            PIC S9(7)V99 VALUE 0.
       01  WS-NET-CHANGE           PIC S9(9)V99 VALUE 0.
       01  WS-TOT-DIFF             PIC S9(11)V99 VALUE 0.
       01  WS-NEW-CTR              PIC 9(5) VALUE 0.
       01  WS-DROP-CTR             PIC 9(5) VALUE 0.
       01  WS-ACCT-CTR             PIC 9(5) VALUE 0.
       01  WS-COND                 PIC X(20) VALUE SPACES.

      * File totals and the movement control are kept per currency:
      * each account's currency comes from the customer master, blank
      * or not on file meaning pesos.
       01  WS-ACCT-CCY             PIC X(3) VALUE 'PHP'.
       01  WS-OPEN-CCY             PIC X(3) VALUE 'PHP'.
       01  WS-CLOSE-CCY            PIC X(3) VALUE 'PHP'.
       01  WS-RPT-CCY              PIC X(3) VALUE 'PHP'.
       01  WS-CCY-COUNT            PIC 9(2) VALUE 0.
       01  WS-CCY-IDX              PIC 9(2) VALUE 0.
       01  WS-CCY-SEL              PIC 9(2) VALUE 0.
       01  WS-CCY-FULL             PIC X(3) VALUE 'NO '.

       01  CCY-TOTAL-TABLE.
           05 CCY-TOTAL-ENTRY OCCURS 50 TIMES.
              10 CT-CCY            PIC X(3).
              10 CT-OPEN-TOT       PIC S9(11)V99.
              10 CT-CLOSE-TOT      PIC S9(11)V99.
              10 CT-MOVE-TOT       PIC S9(11)V99.

       01  WS-TOP-IDX              PIC 9(2) VALUE 0.
       01  WS-TOP-J                PIC 9(2) VALUE 0.
       01  WS-INS-AT               PIC 9(2) VALUE 0.
       01  TOP-INC-TABLE.
           05 TOP-INC-CNT          PIC 9(2) VALUE 0.
           05 TOP-INC-ENTRY OCCURS 6 TIMES.
              10 TI-KEY            PIC X(12).
              10 TI-CHANGE         PIC S9(9)V99.
       01  TOP-DEC-TABLE.
           05 TOP-DEC-CNT          PIC 9(2) VALUE 0.
           05 TOP-DEC-ENTRY OCCURS 6 TIMES.
              10 TD-KEY            PIC X(12).
              10 TD-CHANGE         PIC S9(9)V99.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(26) VALUE SPACES.

       01  RPT-COL-1.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE "Br".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Account".
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Opening".
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Closing".
           05 FILLER               PIC X(4) VALUE SPACES.

       01  RPT-DET-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DET-BR-OUT           PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DET-ACC-OUT          PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DET-OPEN-OUT         PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-CLOSE-OUT        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-CHG-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-COND-OUT         PIC X(18).

       01  RPT-TOP-HEADER.
           05 FILLER               PIC X(5) VALUE SPACES.

       01  RPT-TOP-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 TOP-KEY-OUT          PIC X(12).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 TOP-CHG-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(43) VALUE SPACES.

       01  RPT-SUM-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RPT-SUM-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(30) VALUE SPACES.

       01  RPT-CCY-HEADER.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(3) VALUE "Ccy".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "Opening Total".
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "Closing Total".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "Net Movement".
           05 FILLER               PIC X(17) VALUE SPACES.

       01  RPT-CCY-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 CCY-CODE-OUT         PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 CCY-OPEN-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 CCY-CLOSE-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 CCY-MOVE-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(18) VALUE SPACES.

       01  RPT-CNT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RPT-CNT-LABEL        PIC X(30).
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           WRITE RPTREC FROM RPT-COL-1 AFTER ADVANCING 2 LINES

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'BAL-MOVEMENT: CUSTMAST.IDX NOT AVAILABLE - '
                   'ALL ACCOUNTS TOTALLED AS PHP'
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT BALFWD-OPEN
           IF WS-OPEN-STATUS NOT = '00'
               MOVE 'YES' TO WS-OPEN-EOF

           CLOSE BALFWD-OPEN
           CLOSE BALFWD-CLOSE
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           CLOSE RPTFILE
           STOP RUN.

              NOT AT END
                  MOVE BFO-BRANCH TO WS-OPEN-KEY-BR
                  MOVE BFO-ACCNO TO WS-OPEN-KEY-ACC
                  MOVE BFO-ACCNO TO CM-ACCNO
                  PERFORM ACCT-CCY-RTN
                  MOVE WS-ACCT-CCY TO WS-OPEN-CCY
                  ADD BFO-BAL TO CT-OPEN-TOT(WS-CCY-SEL)
           END-READ.

       READ-CLOSE-RTN.
              NOT AT END
                  MOVE BFC-BRANCH TO WS-CLOSE-KEY-BR
                  MOVE BFC-ACCNO TO WS-CLOSE-KEY-ACC
                  MOVE BFC-ACCNO TO CM-ACCNO
                  PERFORM ACCT-CCY-RTN
                  MOVE WS-ACCT-CCY TO WS-CLOSE-CCY
                  ADD BFC-BAL TO CT-CLOSE-TOT(WS-CCY-SEL)
           END-READ.

       ACCT-CCY-RTN.
           MOVE 'PHP' TO WS-ACCT-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACCT-CCY
                       END-IF
               END-READ
           END-IF
           PERFORM FIND-CCY-RTN.

       FIND-CCY-RTN.
           MOVE 0 TO WS-CCY-SEL
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF CT-CCY(WS-CCY-IDX) = WS-ACCT-CCY
                   MOVE WS-CCY-IDX TO WS-CCY-SEL
               END-IF
           END-PERFORM
           IF WS-CCY-SEL = 0
               IF WS-CCY-COUNT < 50
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-SEL
                   MOVE WS-ACCT-CCY TO CT-CCY(WS-CCY-SEL)
                   MOVE 0 TO CT-OPEN-TOT(WS-CCY-SEL)
                   MOVE 0 TO CT-CLOSE-TOT(WS-CCY-SEL)
                   MOVE 0 TO CT-MOVE-TOT(WS-CCY-SEL)
               ELSE
                   IF WS-CCY-FULL = 'NO '
                       DISPLAY 'BAL-MOVEMENT: MORE THAN 50 '
                           'CURRENCIES - CHECK CUSTMAST CURRENCY '
                           'CODES (' WS-ACCT-CCY ')'
                       MOVE 'YES' TO WS-CCY-FULL
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   MOVE 1 TO WS-CCY-SEL
               END-IF
           END-IF.

       MATCH-RTN.
           IF WS-OPEN-KEY = WS-CLOSE-KEY
               MOVE BFO-BAL TO WS-OPEN-BAL
               MOVE BFC-BAL TO WS-CLOSE-BAL
               MOVE WS-CLOSE-KEY TO WS-RPT-KEY
               MOVE WS-OPEN-CCY TO WS-RPT-CCY
               PERFORM REPORT-ACCOUNT-RTN
               PERFORM READ-OPEN-RTN
               PERFORM READ-CLOSE-RTN
                   MOVE BFO-BAL TO WS-OPEN-BAL
                   MOVE 0 TO WS-CLOSE-BAL
                   MOVE WS-OPEN-KEY TO WS-RPT-KEY
                   MOVE WS-OPEN-CCY TO WS-RPT-CCY
                   PERFORM REPORT-DROPPED-RTN
                   PERFORM READ-OPEN-RTN
               ELSE
                   MOVE 0 TO WS-OPEN-BAL
                   MOVE BFC-BAL TO WS-CLOSE-BAL
                   MOVE WS-CLOSE-KEY TO WS-RPT-KEY
                   MOVE WS-CLOSE-CCY TO WS-RPT-CCY
                   PERFORM REPORT-NEW-RTN
                   PERFORM READ-CLOSE-RTN
               END-IF

       WRITE-MOVEMENT-RTN.
           COMPUTE WS-NET-CHANGE = WS-CLOSE-BAL - WS-OPEN-BAL
           MOVE WS-RPT-CCY TO WS-ACCT-CCY
           PERFORM FIND-CCY-RTN
           ADD WS-NET-CHANGE TO CT-MOVE-TOT(WS-CCY-SEL)
           ADD 1 TO WS-ACCT-CTR

           IF WS-NET-CHANGE NOT = 0 OR WS-COND NOT = SPACES
           MOVE WS-DROP-CTR TO RPT-CNT-OUT
           WRITE RPTREC FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE

           WRITE RPTREC FROM RPT-CCY-HEADER AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM WRITE-CCY-TOTAL-RTN
           END-PERFORM.

      * Within each currency the net movement must equal the closing
      * file total less the opening file total.
       WRITE-CCY-TOTAL-RTN.
           MOVE CT-CCY(WS-CCY-IDX) TO CCY-CODE-OUT
           MOVE CT-OPEN-TOT(WS-CCY-IDX) TO CCY-OPEN-OUT
           MOVE CT-CLOSE-TOT(WS-CCY-IDX) TO CCY-CLOSE-OUT
           MOVE CT-MOVE-TOT(WS-CCY-IDX) TO CCY-MOVE-OUT
           WRITE RPTREC FROM RPT-CCY-LINE AFTER ADVANCING 1 LINE

           COMPUTE WS-TOT-DIFF = CT-CLOSE-TOT(WS-CCY-IDX)
               - CT-OPEN-TOT(WS-CCY-IDX)
           IF WS-TOT-DIFF NOT = CT-MOVE-TOT(WS-CCY-IDX)
               MOVE '*** MOVEMENT OUT OF BALANCE: ' TO RPT-SUM-LABEL
               MOVE WS-TOT-DIFF TO RPT-SUM-AMT
               WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
               DISPLAY 'BAL-MOVEMENT: ' CT-CCY(WS-CCY-IDX)
                   ' NET MOVEMENT DOES NOT EQUAL '
                   'FILE TOTAL DIFFERENCE - SEE BALMOVE.TXT'
               MOVE 16 TO RETURN-CODE
           END-IF.
