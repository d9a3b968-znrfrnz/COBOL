       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERBRANCH-SETTLE.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBITEM-FILE ASSIGN TO "IBITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IBITEM-STATUS.
           SELECT SORTFILE ASSIGN TO "IBSETSRT.TMP".
           SELECT RPTFILE ASSIGN TO "IBSETL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Cross-branch credits noted by TRANSACTION-POSTING: the credit
      * landed in IB-TO-BRANCH, the money came from IB-FROM-BRANCH.
       FD  IBITEM-FILE.
       01  IBITEM-REC.
           05 IB-RUNSTAMP          PIC X(14).
           05 FILLER               PIC X(1).
           05 IB-TO-BRANCH         PIC X(2).
           05 IB-FROM-BRANCH       PIC X(2).
           05 FILLER               PIC X(1).
           05 IB-KIND              PIC X(1).
           05 IB-TC                PIC X(1).
           05 IB-AMOUNT            PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 IB-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 IB-REF               PIC X(6).
           05 FILLER               PIC X(1).
           05 IB-TRANDATE          PIC X(8).

       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-LOW             PIC X(2).
           05 SORT-HIGH            PIC X(2).
           05 SORT-FROM            PIC X(2).
           05 SORT-TO              PIC X(2).
           05 SORT-KIND            PIC X(1).
           05 SORT-REF             PIC X(6).
           05 SORT-ACCNO           PIC X(10).
           05 SORT-AMOUNT          PIC S9(7)V99.

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-IBITEM-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.

       01  WS-CUR-LOW              PIC X(2) VALUE SPACES.
       01  WS-CUR-HIGH             PIC X(2) VALUE SPACES.
       01  WS-PAIR-NET             PIC S9(11)V99 VALUE 0.
       01  WS-PAIR-ABS             PIC S9(11)V99 VALUE 0.
       01  WS-ITEM-CTR             PIC 9(7) VALUE 0.
       01  WS-PAIR-CTR             PIC 9(5) VALUE 0.
       01  WS-GROSS-TOTAL          PIC S9(13)V99 VALUE 0.
       01  WS-SETTLE-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-NET-WORK             PIC S9(11)V99 VALUE 0.

      * Net position of each branch across all its pairs: what the
      * other branches owe it less what it owes them.
       01  WS-BR-COUNT             PIC 9(3) VALUE 0.
       01  WS-BR-IDX               PIC 9(3) VALUE 0.
       01  WS-BR-SEL               PIC 9(3) VALUE 0.
       01  WS-LOOK-BRANCH          PIC X(2) VALUE SPACES.
       01  IB-BRANCH-TABLE.
           05 IB-BRANCH-ENTRY OCCURS 100 TIMES.
              10 BN-BRANCH         PIC X(2).
              10 BN-DUE-FROM       PIC S9(11)V99.
              10 BN-DUE-TO         PIC S9(11)V99.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(32)
              VALUE "Inter-Branch Settlement Report".
           05 FILLER               PIC X(6) VALUE "AS OF ".
           05 RH-DATE-OUT          PIC X(8).
           05 FILLER               PIC X(19) VALUE SPACES.

       01  RPT-PAIR-HDR.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "BRANCH ".
           05 RP-LOW-OUT           PIC X(2).
           05 FILLER               PIC X(12) VALUE " AND BRANCH ".
           05 RP-HIGH-OUT          PIC X(2).
           05 FILLER               PIC X(52) VALUE SPACES.

       01  RPT-COL-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "FROM".
           05 FILLER               PIC X(4) VALUE "TO".
           05 FILLER               PIC X(10) VALUE "KIND".
           05 FILLER               PIC X(8) VALUE "REF".
           05 FILLER               PIC X(12) VALUE "ACCOUNT".
           05 FILLER               PIC X(14) VALUE "        AMOUNT".
           05 FILLER               PIC X(21) VALUE SPACES.

       01  RPT-DETAIL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RD-FROM-OUT          PIC X(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 RD-TO-OUT            PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-KIND-OUT          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-REF-OUT           PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-ACCNO-OUT         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-AMOUNT-OUT        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(22) VALUE SPACES.

       01  RPT-SETTLE-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "NET: BR ".
           05 RS-DEBTOR-OUT        PIC X(2).
           05 FILLER               PIC X(9) VALUE " OWES BR ".
           05 RS-CREDITOR-OUT      PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RS-AMOUNT-OUT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(37) VALUE SPACES.

       01  RPT-POS-COL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "BRANCH".
           05 FILLER               PIC X(18) VALUE "          DUE FROM".
           05 FILLER               PIC X(18) VALUE "            DUE TO".
           05 FILLER               PIC X(18) VALUE "      NET POSITION".
           05 FILLER               PIC X(13) VALUE SPACES.

       01  RPT-POS-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RB-BRANCH-OUT        PIC X(2).
           05 FILLER               PIC X(8) VALUE SPACES.
           05 RB-FROM-OUT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RB-TO-OUT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RB-NET-OUT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(10) VALUE SPACES.

       01  RPT-NET-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RN-TEXT-OUT          PIC X(33).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RN-NET-OUT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(24) VALUE SPACES.

       01  RPT-TEXT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RX-TEXT-OUT          PIC X(75).

       PROCEDURE DIVISION.
      * Daily inter-branch settlement. Every cross-branch credit the
      * night's posting noted on IBITEMS.DAT is listed under its
      * branch pair, and each pair is netted to the one amount the
      * debtor branch owes the other - the same net-off the GL
      * journal books between DUE FROM (150100) and DUE TO (250100).
      * The report closes with each branch's overall net position.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN
           OPEN OUTPUT RPTFILE
           MOVE WS-RUN-DATE TO RH-DATE-OUT
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE

           OPEN INPUT IBITEM-FILE
           IF WS-IBITEM-STATUS NOT = '00'
               DISPLAY 'INTERBRANCH-SETTLE: IBITEMS.DAT NOT FOUND - '
                   'NO CROSS-BRANCH ITEMS TO SETTLE'
               MOVE 'NO CROSS-BRANCH ITEMS TO SETTLE' TO RX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 3 LINES
               CLOSE RPTFILE
               STOP RUN
           END-IF
           CLOSE IBITEM-FILE

           SORT SORTFILE
               ON ASCENDING KEY SORT-LOW
               ON ASCENDING KEY SORT-HIGH
               ON ASCENDING KEY SORT-FROM
               ON ASCENDING KEY SORT-KIND
               ON ASCENDING KEY SORT-REF
               INPUT PROCEDURE IS SELECT-ITEMS-RTN
               OUTPUT PROCEDURE IS WRITE-PAIRS-RTN

           IF WS-ITEM-CTR = 0
               MOVE 'NO CROSS-BRANCH ITEMS TO SETTLE' TO RX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 3 LINES
           ELSE
               PERFORM WRITE-POSITIONS-RTN
           END-IF
           CLOSE RPTFILE

           DISPLAY 'INTERBRANCH-SETTLE: ' WS-ITEM-CTR
               ' ITEM(S) IN ' WS-PAIR-CTR
               ' BRANCH PAIR(S) - REPORT ON IBSETL.TXT'
           STOP RUN.

      * Each item goes under its pair with the lower branch first so
      * that both directions between two branches meet in one group.
      * Reversals carry a negative amount.
       SELECT-ITEMS-RTN.
           OPEN INPUT IBITEM-FILE
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ IBITEM-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   IF IB-FROM-BRANCH < IB-TO-BRANCH
                       MOVE IB-FROM-BRANCH TO SORT-LOW
                       MOVE IB-TO-BRANCH TO SORT-HIGH
                   ELSE
                       MOVE IB-TO-BRANCH TO SORT-LOW
                       MOVE IB-FROM-BRANCH TO SORT-HIGH
                   END-IF
                   MOVE IB-FROM-BRANCH TO SORT-FROM
                   MOVE IB-TO-BRANCH TO SORT-TO
                   MOVE IB-KIND TO SORT-KIND
                   MOVE IB-REF TO SORT-REF
                   MOVE IB-ACCNO TO SORT-ACCNO
                   IF IB-TC = 'R'
                       COMPUTE SORT-AMOUNT = 0 - IB-AMOUNT
                   ELSE
                       MOVE IB-AMOUNT TO SORT-AMOUNT
                   END-IF
                   RELEASE SORT-REC
               END-IF
           END-PERFORM
           CLOSE IBITEM-FILE.

       WRITE-PAIRS-RTN.
           MOVE SPACES TO WS-CUR-LOW
           MOVE SPACES TO WS-CUR-HIGH
           MOVE 'NO ' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'YES'
               RETURN SORTFILE
                   AT END MOVE 'YES' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'YES'
                   IF SORT-LOW NOT = WS-CUR-LOW
                       OR SORT-HIGH NOT = WS-CUR-HIGH
                       IF WS-CUR-LOW NOT = SPACES
                           PERFORM PAIR-BREAK-RTN
                       END-IF
                       MOVE SORT-LOW TO WS-CUR-LOW
                       MOVE SORT-HIGH TO WS-CUR-HIGH
                       ADD 1 TO WS-PAIR-CTR
                       MOVE 0 TO WS-PAIR-NET
                       MOVE SORT-LOW TO RP-LOW-OUT
                       MOVE SORT-HIGH TO RP-HIGH-OUT
                       WRITE RPTREC FROM RPT-PAIR-HDR
                           AFTER ADVANCING 3 LINES
                       WRITE RPTREC FROM RPT-COL-1
                           AFTER ADVANCING 2 LINES
                   END-IF
                   PERFORM PAIR-ITEM-RTN
               END-IF
           END-PERFORM
           IF WS-CUR-LOW NOT = SPACES
               PERFORM PAIR-BREAK-RTN
           END-IF.

      * WS-PAIR-NET runs positive while the lower branch owes the
      * higher one: money that left the lower branch for a credit in
      * the higher branch is owed by the lower branch, and the other
      * way round.
       PAIR-ITEM-RTN.
           ADD 1 TO WS-ITEM-CTR
           ADD SORT-AMOUNT TO WS-GROSS-TOTAL
           IF SORT-FROM = WS-CUR-LOW
               ADD SORT-AMOUNT TO WS-PAIR-NET
           ELSE
               SUBTRACT SORT-AMOUNT FROM WS-PAIR-NET
           END-IF

           MOVE SORT-TO TO WS-LOOK-BRANCH
           PERFORM FIND-BRANCH-RTN
           ADD SORT-AMOUNT TO BN-DUE-FROM(WS-BR-SEL)
           MOVE SORT-FROM TO WS-LOOK-BRANCH
           PERFORM FIND-BRANCH-RTN
           ADD SORT-AMOUNT TO BN-DUE-TO(WS-BR-SEL)

           MOVE SORT-FROM TO RD-FROM-OUT
           MOVE SORT-TO TO RD-TO-OUT
           IF SORT-KIND = 'P'
               MOVE 'PAYROLL' TO RD-KIND-OUT
           ELSE
               MOVE 'TRANSFER' TO RD-KIND-OUT
           END-IF
           MOVE SORT-REF TO RD-REF-OUT
           MOVE SORT-ACCNO TO RD-ACCNO-OUT
           MOVE SORT-AMOUNT TO RD-AMOUNT-OUT
           WRITE RPTREC FROM RPT-DETAIL AFTER ADVANCING 1 LINE.

       PAIR-BREAK-RTN.
           IF WS-PAIR-NET = 0
               MOVE SPACES TO RX-TEXT-OUT
               STRING 'NET: BRANCHES ' WS-CUR-LOW ' AND ' WS-CUR-HIGH
                   ' SETTLE EVEN' DELIMITED BY SIZE INTO RX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 2 LINES
           ELSE
               IF WS-PAIR-NET > 0
                   MOVE WS-CUR-LOW TO RS-DEBTOR-OUT
                   MOVE WS-CUR-HIGH TO RS-CREDITOR-OUT
                   MOVE WS-PAIR-NET TO WS-PAIR-ABS
               ELSE
                   MOVE WS-CUR-HIGH TO RS-DEBTOR-OUT
                   MOVE WS-CUR-LOW TO RS-CREDITOR-OUT
                   COMPUTE WS-PAIR-ABS = 0 - WS-PAIR-NET
               END-IF
               MOVE WS-PAIR-ABS TO RS-AMOUNT-OUT
               ADD WS-PAIR-ABS TO WS-SETTLE-TOTAL
               WRITE RPTREC FROM RPT-SETTLE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       FIND-BRANCH-RTN.
           MOVE 0 TO WS-BR-SEL
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-SEL > 0
               IF BN-BRANCH(WS-BR-IDX) = WS-LOOK-BRANCH
                   MOVE WS-BR-IDX TO WS-BR-SEL
               END-IF
           END-PERFORM
           IF WS-BR-SEL = 0
               IF WS-BR-COUNT < 100
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-SEL
                   MOVE WS-LOOK-BRANCH TO BN-BRANCH(WS-BR-SEL)
                   MOVE 0 TO BN-DUE-FROM(WS-BR-SEL)
                   MOVE 0 TO BN-DUE-TO(WS-BR-SEL)
               ELSE
                   DISPLAY 'INTERBRANCH-SETTLE: MORE THAN 100 '
                       'BRANCHES - POSITIONS INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
                   MOVE WS-BR-COUNT TO WS-BR-SEL
               END-IF
           END-IF.

       WRITE-POSITIONS-RTN.
           MOVE 'NET POSITION BY BRANCH' TO RX-TEXT-OUT
           WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 3 LINES
           WRITE RPTREC FROM RPT-POS-COL AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE BN-BRANCH(WS-BR-IDX) TO RB-BRANCH-OUT
               MOVE BN-DUE-FROM(WS-BR-IDX) TO RB-FROM-OUT
               MOVE BN-DUE-TO(WS-BR-IDX) TO RB-TO-OUT
               COMPUTE WS-NET-WORK = BN-DUE-FROM(WS-BR-IDX)
                   - BN-DUE-TO(WS-BR-IDX)
               MOVE WS-NET-WORK TO RB-NET-OUT
               WRITE RPTREC FROM RPT-POS-LINE AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE 'GROSS CROSS-BRANCH ITEMS' TO RN-TEXT-OUT
           MOVE WS-GROSS-TOTAL TO RN-NET-OUT
           WRITE RPTREC FROM RPT-NET-LINE AFTER ADVANCING 3 LINES
           MOVE 'NET TO SETTLE - ALL PAIRS' TO RN-TEXT-OUT
           MOVE WS-SETTLE-TOTAL TO RN-NET-OUT
           WRITE RPTREC FROM RPT-NET-LINE AFTER ADVANCING 1 LINE.

       LOAD-BUSDATE-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END CONTINUE
               END-READ
               IF WS-BUSDATE-STATUS = '00'
                   MOVE BD-DATE TO WS-RUN-DATE
               END-IF
               CLOSE BUSDATE-FILE
           ELSE
               DISPLAY 'INTERBRANCH-SETTLE: BUSDATE.DAT NOT FOUND - '
                   'REPORT DATED FROM THE WALL CLOCK'
           END-IF.
