           SELECT BALFWD-IN ASSIGN TO "BALFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE.
       01  REC-IN.
           05 ACCNO-IN             PIC X(10).
           05 FILLER               PIC X(1).
           05 ACCNAME-IN           PIC X(25).
           05 TC                   PIC X(1).

       FD  BALFWD-IN.
       01  BALFWD-IN-REC.
           05 BALFWD-IN-ACCNO      PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-IN-BAL        PIC S9(7)V99.
           05 BALFWD-IN-BRANCH     PIC X(2).
           05 BALFWD-IN-AVAIL      PIC S9(7)V99.

       FD  CUSTMAST.
       01  CUSTMAST-REC.
           05 CM-ACCNO             PIC X(10).
           05 CM-ACCNAME           PIC X(25).
           05 CM-STATUS            PIC X(1).
           05 CM-BRANCH            PIC X(2).
           05 CM-ADDR1             PIC X(25).
           05 CM-ADDR2             PIC X(25).
           05 CM-ADDR3             PIC X(25).
           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-BAL                  PIC S9(7)V99 VALUE 0.
       01  WS-OPEN-BAL             PIC S9(7)V99 VALUE 0.
       01  WS-AVAIL                PIC S9(7)V99 VALUE 0.
       01  WS-OPEN-AVAIL           PIC S9(7)V99 VALUE 0.
       01  WS-TACCNO               PIC X(10) VALUE SPACES.
       01  WS-TACCNAME             PIC X(25) VALUE SPACES.
       01  WS-TBRANCH              PIC X(2) VALUE SPACES.
       01  WS-STMT-CTR             PIC 9(5) VALUE 0.
       01  WS-BALFWD-EOF           PIC X(3) VALUE 'NO '.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-ACCT-CCY             PIC X(3) VALUE 'PHP'.

      * Closing balances of the statements produced, one total per
      * currency - dollars and pesos are never added together.
       01  WS-CCY-COUNT            PIC 9(2) VALUE 0.
       01  WS-CCY-IDX              PIC 9(2) VALUE 0.
       01  WS-CCY-SEL              PIC 9(2) VALUE 0.
       01  CCY-TOTAL-TABLE.
           05 CCY-TOTAL-ENTRY OCCURS 50 TIMES.
              10 CT-CCY            PIC X(3).
              10 CT-STMTS          PIC 9(5).
              10 CT-CLOSE-BAL      PIC S9(11)V99.

       01  WS-IN-KEY.
           05 WS-IN-KEY-BR         PIC X(2).
           05 WS-IN-KEY-ACC        PIC X(10).
       01  WS-BF-KEY.
           05 WS-BF-KEY-BR         PIC X(2).
           05 WS-BF-KEY-ACC        PIC X(10).

       01  STMT-HEADER-1.
           05 FILLER               PIC X(26) VALUE SPACES.
       01  STMT-HEADER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Account: ".
           05 STMT-ACCNO-OUT       PIC X(10).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 STMT-ACCNAME-OUT     PIC X(25).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Branch: ".
           05 STMT-BRANCH-OUT      PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE "Ccy: ".
           05 STMT-CCY-OUT         PIC X(3).
           05 FILLER               PIC X(5) VALUE SPACES.

       01  STMT-HEADER-3.
           05 FILLER               PIC X(5) VALUE SPACES.
              VALUE "CLOSING BALANCE".
           05 FILLER               PIC X(13) VALUE SPACES.
           05 STMT-CLOSE-BAL-OUT   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 STMT-CLOSE-CCY-OUT   PIC X(3).
           05 FILLER               PIC X(28) VALUE SPACES.

       01  STMT-CLOSE-AVAIL-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 STMT-CTR-OUT         PIC Z,ZZ9.
           05 FILLER               PIC X(48) VALUE SPACES.

       01  STMT-CCY-TOTAL-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 STMT-TOT-CCY-OUT     PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 STMT-TOT-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(21)
              VALUE " STATEMENT(S) CLOSING".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 STMT-TOT-BAL-OUT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIAL-RTN
           CLOSE INFILE
           CLOSE STMTFILE
           CLOSE BALFWD-IN
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           STOP RUN.

       INITIAL-RTN.
               PERFORM READ-BALFWD-RTN
           END-IF

      * Without the customer master every statement is in pesos.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           END-IF

           READ INFILE
              AT END MOVE 'YES' TO WS-EOF
           END-READ
           MOVE ACCNAME-IN TO WS-TACCNAME
           MOVE BRANCH-IN TO WS-TBRANCH
           PERFORM SEED-OPENING-BALANCE
           PERFORM ACCT-CCY-RTN

           MOVE WS-TACCNO TO STMT-ACCNO-OUT
           MOVE WS-TACCNAME TO STMT-ACCNAME-OUT
           MOVE BRANCH-IN TO STMT-BRANCH-OUT
           MOVE WS-ACCT-CCY TO STMT-CCY-OUT
           WRITE STMTREC FROM STMT-HEADER-1 AFTER ADVANCING PAGE
           WRITE STMTREC FROM STMT-HEADER-2 AFTER ADVANCING 2 LINES
           WRITE STMTREC FROM STMT-HEADER-3 AFTER ADVANCING 2 LINES

       CLOSE-STATEMENT-RTN.
           MOVE WS-BAL TO STMT-CLOSE-BAL-OUT
           MOVE WS-ACCT-CCY TO STMT-CLOSE-CCY-OUT
           WRITE STMTREC FROM STMT-CLOSE-LINE AFTER ADVANCING 2 LINES
           MOVE WS-AVAIL TO STMT-CLOSE-AVL-OUT
           WRITE STMTREC FROM STMT-CLOSE-AVAIL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM FIND-CCY-RTN
           ADD 1 TO CT-STMTS(WS-CCY-SEL)
           ADD WS-BAL TO CT-CLOSE-BAL(WS-CCY-SEL).

       ACCT-CCY-RTN.
           MOVE 'PHP' TO WS-ACCT-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE SPACES TO CM-ACCNO
               MOVE WS-TACCNO TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACCT-CCY
                       END-IF
               END-READ
           END-IF.

      * A currency past the fiftieth is totalled with the first
      * rather than lost from the count.
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
                   MOVE 0 TO CT-STMTS(WS-CCY-SEL)
                   MOVE 0 TO CT-CLOSE-BAL(WS-CCY-SEL)
               ELSE
                   DISPLAY 'ACCOUNT-STATEMENT: MORE THAN 50 '
                       'CURRENCIES - ' WS-ACCT-CCY ' TOTALLED UNDER '
                       CT-CCY(1)
                   MOVE 1 TO WS-CCY-SEL
               END-IF
           END-IF.

       READ-BALFWD-RTN.
           READ BALFWD-IN
           END-IF

           MOVE WS-STMT-CTR TO STMT-CTR-OUT
           WRITE STMTREC FROM STMT-TOTAL-LINE AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               MOVE CT-CCY(WS-CCY-IDX) TO STMT-TOT-CCY-OUT
               MOVE CT-STMTS(WS-CCY-IDX) TO STMT-TOT-CTR-OUT
               MOVE CT-CLOSE-BAL(WS-CCY-IDX) TO STMT-TOT-BAL-OUT
               WRITE STMTREC FROM STMT-CCY-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
