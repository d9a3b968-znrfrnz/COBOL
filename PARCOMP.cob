       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARALLEL-COMPARE.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACT3-RPT ASSIGN TO "outfile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT3-RPT-STATUS.
           SELECT ACT3-EXC ASSIGN TO "exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT3-EXC-STATUS.
           SELECT A3-RPT ASSIGN TO "OUTFILE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-A3-RPT-STATUS.
           SELECT A3-EXC ASSIGN TO "EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-A3-EXC-STATUS.
           SELECT AUDIT-SCAN ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDSCAN-STATUS.
           SELECT SORTFILE ASSIGN TO "PARSRT.TMP".
           SELECT RPTFILE ASSIGN TO "PARCOMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACT3-RPT.
       01  ACT3-RPT-REC            PIC X(132).

       FD  ACT3-EXC.
       01  ACT3-EXC-REC            PIC X(132).

       FD  A3-RPT.
       01  A3-RPT-REC              PIC X(132).

       FD  A3-EXC.
       01  A3-EXC-REC              PIC X(132).

       FD  AUDIT-SCAN.
       01  AUDIT-SCAN-REC.
           05 ASC-PROGRAM          PIC X(10).
           05 ASC-RUNSTAMP         PIC X(14).
           05 ASC-ACCNO            PIC X(10).
           05 ASC-TRANSCODE        PIC X(1).
           05 ASC-AMOUNT           PIC X(10).
           05 ASC-RECTYPE          PIC X(1).
           05 ASC-SEQNO            PIC X(5).
           05 ASC-REC-COUNT        PIC X(5).
           05 ASC-OPERATOR         PIC X(8).
           05 ASC-TRANDATE         PIC X(8).
           05 ASC-BRANCH           PIC X(2).
           05 ASC-REF-TC           PIC X(1).

      * One fact about one account from either side of the parallel
      * run. SORT-SOURCE says which:
      *   1 - an ACT3 item from its last run on AUDIT.LOG
      *   2 - an ACT3 status reject from exceptions.txt
      *   3 - the ACT3 account line from outfile.txt
      *   4 - an Activity3 item from its last run on AUDIT.LOG
      *   5 - an Activity3 reject from EXCEPTIONS.txt; SORT-RULE
      *       carries the reason group
      *   6 - the Activity3 account line from OUTFILE.txt
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-ACCNO           PIC X(10).
           05 SORT-SOURCE          PIC X(1).
           05 SORT-TC              PIC X(1).
           05 SORT-REF-TC          PIC X(1).
           05 SORT-RECTYPE         PIC X(1).
           05 SORT-RULE            PIC X(1).
           05 SORT-AMOUNT          PIC S9(9)V99.
           05 SORT-OD-FLAG         PIC X(2).

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       FD  RUNSTATS-FILE.
       01  RUNSTATS-REC.
           05 RS-PROGRAM           PIC X(10).
           05 FILLER               PIC X(1).
           05 RS-RUNSTAMP          PIC X(14).
           05 FILLER               PIC X(1).
           05 RS-BUSDATE           PIC X(8).
           05 FILLER               PIC X(1).
           05 RS-READ              PIC 9(7).
           05 FILLER               PIC X(1).
           05 RS-POSTED            PIC 9(7).
           05 FILLER               PIC X(1).
           05 RS-REJECTED          PIC 9(7).
           05 FILLER               PIC X(1).
           05 RS-CONTROL           PIC S9(11)V99.
           05 FILLER               PIC X(1).
           05 RS-RC                PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-ACT3-RPT-STATUS      PIC XX VALUE SPACES.
       01  WS-ACT3-EXC-STATUS      PIC XX VALUE SPACES.
       01  WS-A3-RPT-STATUS        PIC XX VALUE SPACES.
       01  WS-A3-EXC-STATUS        PIC XX VALUE SPACES.
       01  WS-AUDSCAN-STATUS       PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-CANNOT-COMPARE       PIC X(3) VALUE 'NO '.

      * The run of each program the comparison is made for: the
      * last one each logged on AUDIT.LOG.
       01  WS-ACT3-RUNSTAMP        PIC X(14) VALUE SPACES.
       01  WS-A3-RUNSTAMP          PIC X(14) VALUE SPACES.

       01  WS-LINE                 PIC X(132) VALUE SPACES.
       01  WS-AMOUNT               PIC S9(9)V99 VALUE 0.
       01  WS-REASON               PIC X(20) VALUE SPACES.

      * What each side did with one account.
       01  WS-CUR-ACCNO            PIC X(10) VALUE SPACES.
       01  ACCOUNT-RESULT.
           05 AR-ACT3-ITEMS        PIC 9(5).
           05 AR-ACT3-DW           PIC 9(5).
           05 AR-ACT3-STATUS       PIC 9(5).
           05 AR-ACT3-FOUND        PIC X(3).
           05 AR-ACT3-BAL          PIC S9(9)V99.
           05 AR-ACT3-OD           PIC X(2).
           05 AR-ACT3-POSTED       PIC 9(5).
           05 AR-A3-ITEMS          PIC 9(5).
           05 AR-A3-POSTED         PIC 9(5).
           05 AR-A3-HELD           PIC 9(5).
           05 AR-A3-NEWCODE        PIC 9(5).
           05 AR-A3-MOVEMENT       PIC S9(9)V99.
           05 AR-A3-FOUND          PIC X(3).
           05 AR-A3-BAL            PIC S9(9)V99.
           05 AR-A3-OD             PIC X(2).
           05 AR-A3-OPENING        PIC S9(9)V99.
           05 AR-A3-DATE           PIC 9(5).
           05 AR-A3-STATUS         PIC 9(5).
           05 AR-A3-ODLIMIT        PIC 9(5).
           05 AR-A3-UNCOLL         PIC 9(5).
           05 AR-A3-REVERSAL       PIC 9(5).
           05 AR-A3-XFER           PIC 9(5).
           05 AR-A3-INVALID        PIC 9(5).

       01  WS-BAL-DIFF             PIC X(3) VALUE 'NO '.
       01  WS-OD-DIFF              PIC X(3) VALUE 'NO '.
       01  WS-CNT-DIFF             PIC X(3) VALUE 'NO '.
       01  WS-ITEM-RULES           PIC 9(2) VALUE 0.

       01  WS-ACCT-CTR             PIC 9(7) VALUE 0.
       01  WS-AGREE-CTR            PIC 9(7) VALUE 0.
       01  WS-DIFFER-CTR           PIC 9(7) VALUE 0.
       01  WS-BAL-DIFF-CTR         PIC 9(7) VALUE 0.
       01  WS-OD-DIFF-CTR          PIC 9(7) VALUE 0.
       01  WS-CNT-DIFF-CTR         PIC 9(7) VALUE 0.
       01  WS-EXPLAINED-CTR        PIC 9(7) VALUE 0.
       01  WS-UNEXPLAINED-CTR      PIC 9(7) VALUE 0.
       01  WS-ACT3-OD-CTR          PIC 9(7) VALUE 0.
       01  WS-A3-OD-CTR            PIC 9(7) VALUE 0.
       01  WS-ACT3-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-A3-TOTAL             PIC S9(11)V99 VALUE 0.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE "ACT3 / Activity3 Parallel-Run Comparison".
           05 FILLER               PIC X(20) VALUE SPACES.

       01  RPT-HEADER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "Business date: ".
           05 RPT-DATE-OUT         PIC X(8).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "ACT3 run:  ".
           05 RPT-ACT3-RUN-OUT     PIC X(14).
           05 FILLER               PIC X(22) VALUE SPACES.

       01  RPT-HEADER-3.
           05 FILLER               PIC X(33) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "A3 run:    ".
           05 RPT-A3-RUN-OUT       PIC X(14).
           05 FILLER               PIC X(22) VALUE SPACES.

       01  RPT-HEADER-4.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Account".
           05 FILLER               PIC X(15) VALUE "   ACT3 Balance".
           05 FILLER               PIC X(15) VALUE "     A3 Balance".
           05 FILLER               PIC X(6) VALUE " OD OD".
           05 FILLER               PIC X(5) VALUE " ACT3".
           05 FILLER               PIC X(5) VALUE "   A3".
           05 FILLER               PIC X(19) VALUE SPACES.

       01  RPT-HEADER-5.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE "A3 = Activity3.  OD = overdrawn, ACT3 th".
           05 FILLER               PIC X(35)
              VALUE "en A3.  Counts are items posted.".

       01  RPT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RPT-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RPT-ACT3-BAL-OUT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RPT-A3-BAL-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RPT-ACT3-OD-OUT      PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RPT-A3-OD-OUT        PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RPT-ACT3-CNT-OUT     PIC ZZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RPT-A3-CNT-OUT       PIC ZZZ9.
           05 FILLER               PIC X(19) VALUE SPACES.

       01  RULE-LINE.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE "- ".
           05 RULE-TEXT-OUT        PIC X(30).
           05 RULE-NOTE-OUT        PIC X(32).

       01  WS-NOTE-CNT             PIC ZZZ9.
       01  WS-NOTE-AMT             PIC ZZ,ZZZ,ZZ9.99-.

       01  RPT-SUM-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SUM-LABEL-OUT        PIC X(30).
           05 SUM-CTR-OUT          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(36) VALUE SPACES.

       01  RPT-SUM-AMT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SUM-AMT-LABEL-OUT    PIC X(30).
           05 SUM-AMT-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(30) VALUE SPACES.

       01  RPT-VERDICT.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RPT-VERDICT-OUT      PIC X(60).
           05 FILLER               PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
      * Matches ACT3 against Activity3 account by account for the
      * same day's input: closing balance, overdrawn flag and the
      * number of items each posted. Every account where they part
      * company is listed with the posting rules that account for
      * the difference - Activity3 carries the opening balance,
      * rejects on date, limit and uncollected funds, holds suspect
      * duplicates and posts check deposits and reversals, none of
      * which ACT3 does. A difference no rule accounts for is
      * marked unexplained; while there are any, ACT3 cannot be
      * retired on the strength of this comparison.
       MAIN-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM FIND-RUNS-RTN

           OPEN OUTPUT RPTFILE
           MOVE WS-BUS-DATE TO RPT-DATE-OUT
           MOVE WS-ACT3-RUNSTAMP TO RPT-ACT3-RUN-OUT
           MOVE WS-A3-RUNSTAMP TO RPT-A3-RUN-OUT
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           WRITE RPTREC FROM RPT-HEADER-2 AFTER ADVANCING 2 LINES
           WRITE RPTREC FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE
           WRITE RPTREC FROM RPT-HEADER-4 AFTER ADVANCING 2 LINES
           WRITE RPTREC FROM RPT-HEADER-5 AFTER ADVANCING 1 LINE

           PERFORM CHECK-INPUTS-RTN
           IF WS-CANNOT-COMPARE = 'YES'
               MOVE '*** BOTH RESULTS NOT AVAILABLE - NOT COMPARED ***'
                   TO RPT-VERDICT-OUT
               WRITE RPTREC FROM RPT-VERDICT AFTER ADVANCING 2 LINES
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT SORTFILE
                   ON ASCENDING KEY SORT-ACCNO
                   ON ASCENDING KEY SORT-SOURCE
                   INPUT PROCEDURE IS GATHER-RESULTS-RTN
                   OUTPUT PROCEDURE IS COMPARE-ACCOUNTS-RTN
               PERFORM FINISH-RTN
           END-IF

           CLOSE RPTFILE
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

      * AUDIT.LOG is shared by every posting program and kept across
      * runs; each run opens with an H record under its run stamp.
       FIND-RUNS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT AUDIT-SCAN
           IF WS-AUDSCAN-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ AUDIT-SCAN
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES' AND ASC-RECTYPE = 'H'
                   IF ASC-PROGRAM = 'ACT3'
                       MOVE ASC-RUNSTAMP TO WS-ACT3-RUNSTAMP
                   END-IF
                   IF ASC-PROGRAM = 'ACTIVITY3'
                       MOVE ASC-RUNSTAMP TO WS-A3-RUNSTAMP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AUDSCAN-STATUS NOT = '35'
               CLOSE AUDIT-SCAN
           END-IF.

       CHECK-INPUTS-RTN.
           IF WS-ACT3-RUNSTAMP = SPACES
               DISPLAY 'PARALLEL-COMPARE: NO ACT3 RUN ON AUDIT.LOG'
               MOVE 'YES' TO WS-CANNOT-COMPARE
           END-IF
           IF WS-A3-RUNSTAMP = SPACES
               DISPLAY 'PARALLEL-COMPARE: NO ACTIVITY3 RUN ON '
                   'AUDIT.LOG'
               MOVE 'YES' TO WS-CANNOT-COMPARE
           END-IF
           OPEN INPUT ACT3-RPT
           IF WS-ACT3-RPT-STATUS NOT = '00'
               DISPLAY 'PARALLEL-COMPARE: outfile.txt NOT FOUND'
               MOVE 'YES' TO WS-CANNOT-COMPARE
           ELSE
               CLOSE ACT3-RPT
           END-IF
           OPEN INPUT A3-RPT
           IF WS-A3-RPT-STATUS NOT = '00'
               DISPLAY 'PARALLEL-COMPARE: OUTFILE.txt NOT FOUND'
               MOVE 'YES' TO WS-CANNOT-COMPARE
           ELSE
               CLOSE A3-RPT
           END-IF.

       GATHER-RESULTS-RTN.
           PERFORM GATHER-AUDIT-RTN
           PERFORM GATHER-ACT3-EXC-RTN
           PERFORM GATHER-ACT3-RPT-RTN
           PERFORM GATHER-A3-EXC-RTN
           PERFORM GATHER-A3-RPT-RTN.

      * ACT3 logs every item it reads as rectype D. Activity3 logs
      * what became of each: D posted, R reversal posted, X held,
      * E rejected.
       GATHER-AUDIT-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT AUDIT-SCAN
           PERFORM UNTIL WS-EOF = 'YES'
               READ AUDIT-SCAN
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND ASC-RECTYPE NOT = 'H' AND ASC-RECTYPE NOT = 'T'
                   IF ASC-PROGRAM = 'ACT3'
                       AND ASC-RUNSTAMP = WS-ACT3-RUNSTAMP
                       MOVE '1' TO SORT-SOURCE
                       PERFORM RELEASE-AUDIT-RTN
                   END-IF
                   IF ASC-PROGRAM = 'ACTIVITY3'
                       AND ASC-RUNSTAMP = WS-A3-RUNSTAMP
                       MOVE '4' TO SORT-SOURCE
                       PERFORM RELEASE-AUDIT-RTN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUDIT-SCAN.

       RELEASE-AUDIT-RTN.
           MOVE ASC-ACCNO TO SORT-ACCNO
           MOVE ASC-TRANSCODE TO SORT-TC
           MOVE ASC-REF-TC TO SORT-REF-TC
           MOVE ASC-RECTYPE TO SORT-RECTYPE
           MOVE SPACE TO SORT-RULE
           COMPUTE SORT-AMOUNT = FUNCTION NUMVAL(ASC-AMOUNT)
           MOVE SPACES TO SORT-OD-FLAG
           RELEASE SORT-REC.

      * ACT3 rejects an item for account status as well as for a
      * code it does not know; the code is on the audit record, the
      * status reject only on its exception listing.
       GATHER-ACT3-EXC-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT ACT3-EXC
           IF WS-ACT3-EXC-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ ACT3-EXC
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   MOVE ACT3-EXC-REC TO WS-LINE
                   IF WS-LINE(60:14) = 'ACCOUNT FROZEN'
                       OR WS-LINE(60:14) = 'ACCOUNT CLOSED'
                       MOVE SPACES TO SORT-REC
                       MOVE WS-LINE(6:10) TO SORT-ACCNO
                       MOVE '2' TO SORT-SOURCE
                       MOVE 0 TO SORT-AMOUNT
                       RELEASE SORT-REC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACT3-EXC-STATUS NOT = '35'
               CLOSE ACT3-EXC
           END-IF.

      * ACT3 prints the balance unsigned with OD beside it.
       GATHER-ACT3-RPT-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT ACT3-RPT
           PERFORM UNTIL WS-EOF = 'YES'
               READ ACT3-RPT
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   MOVE ACT3-RPT-REC TO WS-LINE
                   IF WS-LINE(1:5) = SPACES
                       AND WS-LINE(6:10) NOT = SPACES
                       AND WS-LINE(62:1) = '.'
                       MOVE SPACES TO SORT-REC
                       MOVE WS-LINE(6:10) TO SORT-ACCNO
                       MOVE '3' TO SORT-SOURCE
                       COMPUTE SORT-AMOUNT =
                           FUNCTION NUMVAL-C(WS-LINE(51:14))
                       MOVE WS-LINE(66:2) TO SORT-OD-FLAG
                       IF SORT-OD-FLAG = 'OD'
                           COMPUTE SORT-AMOUNT = 0 - SORT-AMOUNT
                       END-IF
                       RELEASE SORT-REC
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACT3-RPT.

      * Reasons Activity3 gives for an item it would not post,
      * grouped by the rule behind them. Name and master mismatches
      * are listed there too but reject nothing.
       GATHER-A3-EXC-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT A3-EXC
           IF WS-A3-EXC-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ A3-EXC
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   MOVE A3-EXC-REC TO WS-LINE
                   IF WS-LINE(1:12) = SPACES
                       AND WS-LINE(13:10) NOT = SPACES
                       PERFORM CLASSIFY-A3-EXC-RTN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-A3-EXC-STATUS NOT = '35'
               CLOSE A3-EXC
           END-IF.

       CLASSIFY-A3-EXC-RTN.
           MOVE SPACES TO SORT-REC
           MOVE WS-LINE(26:20) TO WS-REASON
           EVALUATE TRUE
               WHEN WS-LINE(46:4) = 'REF '
                   MOVE 'X' TO SORT-RULE
               WHEN WS-REASON = 'FUTURE DATED'
                   OR WS-REASON = 'STALE DATED'
                   OR WS-REASON = 'BAD TRAN DATE'
                   MOVE 'D' TO SORT-RULE
               WHEN WS-REASON = 'ACCOUNT FROZEN'
                   OR WS-REASON = 'ACCOUNT CLOSED'
                   MOVE 'S' TO SORT-RULE
               WHEN WS-REASON = 'OVER OD LIMIT'
                   MOVE 'L' TO SORT-RULE
               WHEN WS-REASON = 'UNCOLLECTED FUNDS'
                   MOVE 'U' TO SORT-RULE
               WHEN WS-REASON = 'ORIGINAL NOT FOUND'
                   MOVE 'R' TO SORT-RULE
               WHEN WS-REASON = 'INVALID TRANS CODE'
                   MOVE 'I' TO SORT-RULE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-LINE(13:10) TO SORT-ACCNO
           MOVE '5' TO SORT-SOURCE
           MOVE 0 TO SORT-AMOUNT
           RELEASE SORT-REC.

      * Account lines of the branch sections: the ledger balance
      * unsigned with OD beside it. The dormant listing further on
      * has its balance in a different column and is passed over.
      * A foreign-currency account carries its currency code in the
      * first three columns.
       GATHER-A3-RPT-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT A3-RPT
           PERFORM UNTIL WS-EOF = 'YES'
               READ A3-RPT
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   MOVE A3-RPT-REC TO WS-LINE
                   IF (WS-LINE(1:3) = SPACES
                        OR WS-LINE(1:3) IS ALPHABETIC-UPPER)
                       AND WS-LINE(4:1) = SPACE
                       AND WS-LINE(5:10) NOT = SPACES
                       AND WS-LINE(54:1) = '.'
                       MOVE SPACES TO SORT-REC
                       MOVE WS-LINE(5:10) TO SORT-ACCNO
                       MOVE '6' TO SORT-SOURCE
                       COMPUTE SORT-AMOUNT =
                           FUNCTION NUMVAL-C(WS-LINE(43:14))
                       MOVE WS-LINE(58:2) TO SORT-OD-FLAG
                       IF SORT-OD-FLAG = 'OD'
                           COMPUTE SORT-AMOUNT = 0 - SORT-AMOUNT
                       END-IF
                       RELEASE SORT-REC
                   END-IF
               END-IF
           END-PERFORM
           CLOSE A3-RPT.

       COMPARE-ACCOUNTS-RTN.
           MOVE SPACES TO WS-CUR-ACCNO
           MOVE 'NO ' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'YES'
               RETURN SORTFILE
                   AT END MOVE 'YES' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'YES'
                   IF SORT-ACCNO NOT = WS-CUR-ACCNO
                       IF WS-CUR-ACCNO NOT = SPACES
                           PERFORM COMPARE-ONE-RTN
                       END-IF
                       MOVE SORT-ACCNO TO WS-CUR-ACCNO
                       INITIALIZE ACCOUNT-RESULT
                       MOVE 'NO ' TO AR-ACT3-FOUND
                       MOVE 'NO ' TO AR-A3-FOUND
                   END-IF
                   PERFORM NOTE-FACT-RTN
               END-IF
           END-PERFORM
           IF WS-CUR-ACCNO NOT = SPACES
               PERFORM COMPARE-ONE-RTN
           END-IF.

       NOTE-FACT-RTN.
           EVALUATE SORT-SOURCE
               WHEN '1'
                   ADD 1 TO AR-ACT3-ITEMS
                   IF SORT-TC = 'D' OR SORT-TC = 'W'
                       ADD 1 TO AR-ACT3-DW
                   END-IF
               WHEN '2'
                   ADD 1 TO AR-ACT3-STATUS
               WHEN '3'
                   MOVE 'YES' TO AR-ACT3-FOUND
                   MOVE SORT-AMOUNT TO AR-ACT3-BAL
                   MOVE SORT-OD-FLAG TO AR-ACT3-OD
               WHEN '4'
                   PERFORM NOTE-A3-ITEM-RTN
               WHEN '5'
                   PERFORM NOTE-A3-REJECT-RTN
               WHEN '6'
                   MOVE 'YES' TO AR-A3-FOUND
                   MOVE SORT-AMOUNT TO AR-A3-BAL
                   MOVE SORT-OD-FLAG TO AR-A3-OD
           END-EVALUATE.

      * The day's movement Activity3 posted, signed the way it
      * posts: deposits and check deposits up, withdrawals down, a
      * reversal against the item it backs out.
       NOTE-A3-ITEM-RTN.
           ADD 1 TO AR-A3-ITEMS
           EVALUATE SORT-RECTYPE
               WHEN 'D'
                   ADD 1 TO AR-A3-POSTED
                   IF SORT-TC = 'W'
                       SUBTRACT SORT-AMOUNT FROM AR-A3-MOVEMENT
                   ELSE
                       ADD SORT-AMOUNT TO AR-A3-MOVEMENT
                   END-IF
                   IF SORT-TC = 'C'
                       ADD 1 TO AR-A3-NEWCODE
                   END-IF
               WHEN 'R'
                   ADD 1 TO AR-A3-POSTED
                   ADD 1 TO AR-A3-NEWCODE
                   IF SORT-REF-TC = 'W'
                       ADD SORT-AMOUNT TO AR-A3-MOVEMENT
                   ELSE
                       SUBTRACT SORT-AMOUNT FROM AR-A3-MOVEMENT
                   END-IF
               WHEN 'X'
                   ADD 1 TO AR-A3-HELD
           END-EVALUATE.

       NOTE-A3-REJECT-RTN.
           EVALUATE SORT-RULE
               WHEN 'D'
                   ADD 1 TO AR-A3-DATE
               WHEN 'S'
                   ADD 1 TO AR-A3-STATUS
               WHEN 'L'
                   ADD 1 TO AR-A3-ODLIMIT
               WHEN 'U'
                   ADD 1 TO AR-A3-UNCOLL
               WHEN 'R'
                   ADD 1 TO AR-A3-REVERSAL
               WHEN 'X'
                   ADD 1 TO AR-A3-XFER
               WHEN 'I'
                   ADD 1 TO AR-A3-INVALID
           END-EVALUATE.

      * ACT3 posts D and W for an account in good standing and
      * rejects everything else. Neither side is said to differ on
      * an account the other side never reported at all unless the
      * other side had items for it.
       COMPARE-ONE-RTN.
           IF AR-ACT3-DW > AR-ACT3-STATUS
               COMPUTE AR-ACT3-POSTED = AR-ACT3-DW - AR-ACT3-STATUS
           ELSE
               MOVE 0 TO AR-ACT3-POSTED
           END-IF
           IF AR-ACT3-FOUND = 'NO ' AND AR-A3-FOUND = 'NO '
               EXIT PARAGRAPH
           END-IF
           COMPUTE AR-A3-OPENING = AR-A3-BAL - AR-A3-MOVEMENT
           ADD 1 TO WS-ACCT-CTR
           ADD AR-ACT3-BAL TO WS-ACT3-TOTAL
           ADD AR-A3-BAL TO WS-A3-TOTAL
           IF AR-ACT3-OD = 'OD'
               ADD 1 TO WS-ACT3-OD-CTR
           END-IF
           IF AR-A3-OD = 'OD'
               ADD 1 TO WS-A3-OD-CTR
           END-IF

           MOVE 'NO ' TO WS-BAL-DIFF
           MOVE 'NO ' TO WS-OD-DIFF
           MOVE 'NO ' TO WS-CNT-DIFF
           IF AR-ACT3-BAL NOT = AR-A3-BAL
               OR AR-ACT3-FOUND NOT = AR-A3-FOUND
               MOVE 'YES' TO WS-BAL-DIFF
               ADD 1 TO WS-BAL-DIFF-CTR
           END-IF
           IF AR-ACT3-OD NOT = AR-A3-OD
               MOVE 'YES' TO WS-OD-DIFF
               ADD 1 TO WS-OD-DIFF-CTR
           END-IF
           IF AR-ACT3-POSTED NOT = AR-A3-POSTED
               MOVE 'YES' TO WS-CNT-DIFF
               ADD 1 TO WS-CNT-DIFF-CTR
           END-IF
           IF WS-BAL-DIFF = 'NO ' AND WS-OD-DIFF = 'NO '
               AND WS-CNT-DIFF = 'NO '
               ADD 1 TO WS-AGREE-CTR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DIFFER-CTR
           MOVE WS-CUR-ACCNO TO RPT-ACCNO-OUT
           MOVE AR-ACT3-BAL TO RPT-ACT3-BAL-OUT
           MOVE AR-A3-BAL TO RPT-A3-BAL-OUT
           MOVE AR-ACT3-OD TO RPT-ACT3-OD-OUT
           MOVE AR-A3-OD TO RPT-A3-OD-OUT
           MOVE AR-ACT3-POSTED TO RPT-ACT3-CNT-OUT
           MOVE AR-A3-POSTED TO RPT-A3-CNT-OUT
           WRITE RPTREC FROM RPT-LINE AFTER ADVANCING 2 LINES
           PERFORM EXPLAIN-RTN.

      * Each rule that touched the account is listed. The opening
      * balance alone explains a difference only when ACT3's balance
      * is exactly the movement Activity3 posted and both posted the
      * same items; anything else needs an item-level rule.
       EXPLAIN-RTN.
           MOVE 0 TO WS-ITEM-RULES
           IF AR-A3-OPENING NOT = 0
               MOVE 'OPENING BALANCE CARRIED' TO RULE-TEXT-OUT
               MOVE AR-A3-OPENING TO WS-NOTE-AMT
               MOVE SPACES TO RULE-NOTE-OUT
               STRING 'A3 OPENED AT ' DELIMITED BY SIZE
                      WS-NOTE-AMT DELIMITED BY SIZE
                      INTO RULE-NOTE-OUT
               END-STRING
               WRITE RPTREC FROM RULE-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF AR-ACT3-FOUND = 'NO '
               MOVE 'NOT REPORTED BY ACT3' TO RULE-TEXT-OUT
               MOVE AR-ACT3-ITEMS TO WS-NOTE-CNT
               PERFORM WRITE-COUNT-RULE-RTN
           END-IF
           IF AR-A3-FOUND = 'NO '
               MOVE 'NOT REPORTED BY ACTIVITY3' TO RULE-TEXT-OUT
               MOVE AR-A3-ITEMS TO WS-NOTE-CNT
               PERFORM WRITE-COUNT-RULE-RTN
           END-IF
           IF AR-ACT3-ITEMS NOT = AR-A3-ITEMS
               AND AR-ACT3-FOUND = 'YES' AND AR-A3-FOUND = 'YES'
               MOVE 'INPUT ITEMS DIFFER' TO RULE-TEXT-OUT
               MOVE SPACES TO RULE-NOTE-OUT
               MOVE AR-ACT3-ITEMS TO WS-NOTE-CNT
               MOVE WS-NOTE-CNT TO RULE-NOTE-OUT(1:4)
               MOVE ' ACT3 /' TO RULE-NOTE-OUT(5:7)
               MOVE AR-A3-ITEMS TO WS-NOTE-CNT
               MOVE WS-NOTE-CNT TO RULE-NOTE-OUT(12:4)
               MOVE ' A3' TO RULE-NOTE-OUT(16:3)
               WRITE RPTREC FROM RULE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ITEM-RULES
           END-IF
           IF AR-ACT3-STATUS NOT = AR-A3-STATUS
               MOVE 'STATUS REJECTS DIFFER' TO RULE-TEXT-OUT
               MOVE SPACES TO RULE-NOTE-OUT
               MOVE AR-ACT3-STATUS TO WS-NOTE-CNT
               MOVE WS-NOTE-CNT TO RULE-NOTE-OUT(1:4)
               MOVE ' ACT3 /' TO RULE-NOTE-OUT(5:7)
               MOVE AR-A3-STATUS TO WS-NOTE-CNT
               MOVE WS-NOTE-CNT TO RULE-NOTE-OUT(12:4)
               MOVE ' A3' TO RULE-NOTE-OUT(16:3)
               WRITE RPTREC FROM RULE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ITEM-RULES
           END-IF
           IF AR-A3-DATE > 0
               MOVE 'DATE REJECTS (A3 ONLY)' TO RULE-TEXT-OUT
               MOVE AR-A3-DATE TO WS-NOTE-CNT
               PERFORM WRITE-COUNT-RULE-RTN
           END-IF
           IF AR-A3-HELD > 0
               MOVE 'HELD AS SUSPECT DUPLICATE' TO RULE-TEXT-OUT
               MOVE AR-A3-HELD TO WS-NOTE-CNT
               PERFORM WRITE-COUNT-RULE-RTN
           END-IF
           IF AR-A3-ODLIMIT > 0
               MOVE 'OVERDRAFT LIMIT REJECTS' TO RULE-TEXT-OUT
               MOVE AR-A3-ODLIMIT TO WS-NOTE-CNT
               PERFORM WRITE-COUNT-RULE-RTN
           END-IF
           IF AR-A3-UNCOLL > 0
               MOVE 'UNCOLLECTED FUNDS REJECTS' TO RULE-TEXT-OUT
               MOVE AR-A3-UNCOLL TO WS-NOTE-CNT
               PERFORM WRITE-COUNT-RULE-RTN
           END-IF
           IF AR-A3-NEWCODE > 0
               MOVE 'CHECK DEP/REVERSAL (C, R)' TO RULE-TEXT-OUT
               MOVE AR-A3-NEWCODE TO WS-NOTE-CNT
               PERFORM WRITE-COUNT-RULE-RTN
           END-IF
           IF AR-A3-REVERSAL > 0
               MOVE 'REVERSAL ORIGINAL NOT FOUND' TO RULE-TEXT-OUT
               MOVE AR-A3-REVERSAL TO WS-NOTE-CNT
               PERFORM WRITE-COUNT-RULE-RTN
           END-IF
           IF AR-A3-XFER > 0
               MOVE 'TRANSFER LEG REJECTED' TO RULE-TEXT-OUT
               MOVE AR-A3-XFER TO WS-NOTE-CNT
               PERFORM WRITE-COUNT-RULE-RTN
           END-IF

           IF WS-ITEM-RULES = 0
               AND (AR-ACT3-BAL NOT = AR-A3-MOVEMENT
                    OR WS-CNT-DIFF = 'YES')
               MOVE 'NO RULE - UNEXPLAINED' TO RULE-TEXT-OUT
               MOVE SPACES TO RULE-NOTE-OUT
               IF AR-A3-OPENING NOT = 0
                   MOVE AR-A3-MOVEMENT TO WS-NOTE-AMT
                   STRING 'A3 MOVEMENT ' DELIMITED BY SIZE
                          WS-NOTE-AMT DELIMITED BY SIZE
                          INTO RULE-NOTE-OUT
                   END-STRING
               END-IF
               WRITE RPTREC FROM RULE-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-UNEXPLAINED-CTR
           ELSE
               ADD 1 TO WS-EXPLAINED-CTR
           END-IF.

       WRITE-COUNT-RULE-RTN.
           MOVE SPACES TO RULE-NOTE-OUT
           STRING WS-NOTE-CNT DELIMITED BY SIZE
                  ' ITEM(S)' DELIMITED BY SIZE
                  INTO RULE-NOTE-OUT
           END-STRING
           WRITE RPTREC FROM RULE-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-ITEM-RULES.

       FINISH-RTN.
           MOVE 'ACCOUNTS COMPARED:' TO SUM-LABEL-OUT
           MOVE WS-ACCT-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 3 LINES
           MOVE 'ACCOUNTS IN AGREEMENT:' TO SUM-LABEL-OUT
           MOVE WS-AGREE-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           MOVE 'ACCOUNTS THAT DIFFER:' TO SUM-LABEL-OUT
           MOVE WS-DIFFER-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           MOVE '  BALANCE DIFFERENCES:' TO SUM-LABEL-OUT
           MOVE WS-BAL-DIFF-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           MOVE '  OVERDRAWN FLAG DIFFERENCES:' TO SUM-LABEL-OUT
           MOVE WS-OD-DIFF-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           MOVE '  POSTED COUNT DIFFERENCES:' TO SUM-LABEL-OUT
           MOVE WS-CNT-DIFF-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           MOVE 'EXPLAINED BY POSTING RULES:' TO SUM-LABEL-OUT
           MOVE WS-EXPLAINED-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           MOVE 'UNEXPLAINED:' TO SUM-LABEL-OUT
           MOVE WS-UNEXPLAINED-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           MOVE 'ACT3 OVERDRAWN ACCOUNTS:' TO SUM-LABEL-OUT
           MOVE WS-ACT3-OD-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 2 LINES
           MOVE 'ACTIVITY3 OVERDRAWN ACCOUNTS:' TO SUM-LABEL-OUT
           MOVE WS-A3-OD-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           MOVE 'ACT3 BALANCE TOTAL:' TO SUM-AMT-LABEL-OUT
           MOVE WS-ACT3-TOTAL TO SUM-AMT-OUT
           WRITE RPTREC FROM RPT-SUM-AMT-LINE AFTER ADVANCING 1 LINE
           MOVE 'ACTIVITY3 BALANCE TOTAL:' TO SUM-AMT-LABEL-OUT
           MOVE WS-A3-TOTAL TO SUM-AMT-OUT
           WRITE RPTREC FROM RPT-SUM-AMT-LINE AFTER ADVANCING 1 LINE

           EVALUATE TRUE
               WHEN WS-DIFFER-CTR = 0
                   MOVE 'ACT3 AND ACTIVITY3 AGREE ON EVERY ACCOUNT'
                       TO RPT-VERDICT-OUT
               WHEN WS-UNEXPLAINED-CTR = 0
                   MOVE 'EVERY DIFFERENCE IS EXPLAINED BY A POSTING '
                       TO RPT-VERDICT-OUT
                   MOVE 'RULE' TO RPT-VERDICT-OUT(44:4)
               WHEN OTHER
                   MOVE '*** UNEXPLAINED DIFFERENCES - DO NOT RETIRE '
                       TO RPT-VERDICT-OUT
                   MOVE 'ACT3 ***' TO RPT-VERDICT-OUT(45:8)
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'PARALLEL-COMPARE: ' WS-UNEXPLAINED-CTR
                       ' UNEXPLAINED DIFFERENCE(S) - SEE PARCOMP.TXT'
           END-EVALUATE
           WRITE RPTREC FROM RPT-VERDICT AFTER ADVANCING 2 LINES.

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

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'PARCOMP' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-BUS-DATE TO RS-BUSDATE
           MOVE WS-ACCT-CTR TO RS-READ
           MOVE WS-AGREE-CTR TO RS-POSTED
           MOVE WS-DIFFER-CTR TO RS-REJECTED
           MOVE WS-A3-TOTAL TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
