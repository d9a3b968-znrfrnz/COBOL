       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-TRIAL-BAL.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAST ASSIGN TO "GLMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT BALFWD-FILE ASSIGN TO "BALFWD-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT SORTFILE ASSIGN TO "GLTBSRT.TMP".
           SELECT RPTFILE ASSIGN TO "GLTB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOFFILE ASSIGN TO "GLPROOF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMAST.
       01  GLMAST-REC.
           05 GL-KEY.
              10 GL-ACCT           PIC X(6).
              10 GL-BRANCH         PIC X(2).
           05 GL-DESC              PIC X(25).
           05 GL-TYPE              PIC X(1).
              88 GL-ASSET          VALUE 'A'.
              88 GL-LIABILITY      VALUE 'L'.
              88 GL-CAPITAL        VALUE 'C'.
              88 GL-INCOME         VALUE 'I'.
              88 GL-EXPENSE        VALUE 'X'.
           05 GL-OPEN-BAL          PIC S9(13)V99.
           05 GL-MTD-DR            PIC 9(13)V99.
           05 GL-MTD-CR            PIC 9(13)V99.
           05 GL-BALANCE           PIC S9(13)V99.
           05 GL-LAST-POST         PIC X(8).
           05 GL-OPEN-DATE         PIC X(8).

       FD  BALFWD-FILE.
       01  BALFWD-REC.
           05 BF-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 BF-BAL               PIC S9(7)V99.
           05 BF-BRANCH            PIC X(2).
           05 BF-AVAIL             PIC S9(7)V99.

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

       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-BRANCH          PIC X(2).
           05 SORT-ACCT            PIC X(6).
           05 SORT-DESC            PIC X(25).
           05 SORT-OPEN-BAL        PIC S9(13)V99.
           05 SORT-BALANCE         PIC S9(13)V99.

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

       FD  PROOFFILE.
       01  PROOFREC                PIC X(80).

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
       01  WS-GLMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.
       01  WS-CUR-BRANCH           PIC X(2) VALUE SPACES.
       01  WS-ACCT-CTR             PIC 9(7) VALUE 0.
       01  WS-BRANCH-CTR           PIC 9(5) VALUE 0.
       01  WS-TB-OUT-CTR           PIC 9(5) VALUE 0.
       01  WS-MOVEMENT             PIC S9(13)V99 VALUE 0.

       01  WS-BR-DR                PIC S9(13)V99 VALUE 0.
       01  WS-BR-CR                PIC S9(13)V99 VALUE 0.
       01  WS-BK-DR                PIC S9(13)V99 VALUE 0.
       01  WS-BK-CR                PIC S9(13)V99 VALUE 0.

      * Subledger proof: one stream of GL 200100 balances in branch
      * order off the master, one of deposit balances totalled by
      * branch off the balance-forward file, matched on branch.
       01  WS-GL-BR                PIC X(2) VALUE SPACES.
       01  WS-GL-BAL               PIC S9(13)V99 VALUE 0.
       01  WS-BF-BR                PIC X(2) VALUE SPACES.
       01  WS-BF-BR-TOT            PIC S9(13)V99 VALUE 0.
       01  WS-BF-NEXT-BR           PIC X(2) VALUE SPACES.
       01  WS-BF-NEXT-BAL          PIC S9(11)V99 VALUE 0.
       01  WS-BF-CTR               PIC 9(7) VALUE 0.

      * GL-JOURNAL books foreign-currency items in pesos at the
      * business date's rate, so a foreign-currency balance is
      * proved at its peso equivalent on the same basis. Rates move,
      * and what the ledger booked at earlier rates no longer equals
      * today's equivalent; at a branch holding foreign-currency
      * accounts the difference is reported as revaluation, apart
      * from the differences the accountants must clear. A balance
      * whose currency has no rate on file cannot be proved at all;
      * it is left out of the branch total and listed.
       01  WS-BF-NEXT-CCY          PIC X(3) VALUE SPACES.
       01  WS-BF-NEXT-NORATE       PIC X(1) VALUE 'N'.
       01  WS-BF-FC-CTR            PIC 9(7) VALUE 0.
       01  WS-BF-FC-TOT            PIC S9(13)V99 VALUE 0.
       01  WS-BF-NORATE-CTR        PIC 9(7) VALUE 0.
       01  WS-PRF-FC-CTR           PIC 9(7) VALUE 0.
       01  WS-PRF-FC-TOT           PIC S9(13)V99 VALUE 0.
       01  WS-PRF-NORATE-CTR       PIC 9(7) VALUE 0.
       01  WS-PRF-REVAL            PIC S9(13)V99 VALUE 0.
       01  WS-PRF-TOT-REVAL        PIC S9(13)V99 VALUE 0.
       01  WS-PRF-TOT-UNEXPL       PIC S9(13)V99 VALUE 0.
       01  WS-PRF-REVAL-CTR        PIC 9(5) VALUE 0.
       01  WS-NORATE-CTR           PIC 9(7) VALUE 0.

       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

       01  WS-PRF-GL               PIC S9(13)V99 VALUE 0.
       01  WS-PRF-BF               PIC S9(13)V99 VALUE 0.
       01  WS-PRF-DIFF             PIC S9(13)V99 VALUE 0.
       01  WS-PRF-TOT-GL           PIC S9(13)V99 VALUE 0.
       01  WS-PRF-TOT-BF           PIC S9(13)V99 VALUE 0.
       01  WS-PRF-TOT-DIFF         PIC S9(13)V99 VALUE 0.
       01  WS-PRF-DIFF-CTR         PIC 9(5) VALUE 0.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "Trial Balance By Branch".
           05 FILLER               PIC X(4) VALUE "AS ".
           05 RH-DATE-OUT          PIC X(8).
           05 FILLER               PIC X(20) VALUE SPACES.

       01  RPT-BRANCH-HDR.
           05 FILLER               PIC X(8) VALUE "BRANCH: ".
           05 RB-BRANCH-OUT        PIC X(2).
           05 FILLER               PIC X(70) VALUE SPACES.

       01  RPT-COL-1.
           05 FILLER               PIC X(6) VALUE "GL".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "Description".
           05 FILLER               PIC X(23) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE "Debit".
           05 FILLER               PIC X(11) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Credit".
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Month Net".

       01  RPT-DETAIL.
           05 RD-ACCT-OUT          PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-DESC-OUT          PIC X(22).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-DR-OUT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-CR-OUT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-NET-OUT           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05 FILLER               PIC X(7) VALUE SPACES.
           05 RT-TEXT-OUT          PIC X(22).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RT-DR-OUT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RT-CR-OUT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RT-FLAG-OUT          PIC X(16).

       01  PRF-HEADER-1.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE "Deposit Subledger Proof - GL 200100  AS".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PH-DATE-OUT          PIC X(8).
           05 FILLER               PIC X(15) VALUE SPACES.

       01  PRF-HEADER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE "Br".
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "GL 200100".
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "Deposit Master".
           05 FILLER               PIC X(9) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Difference".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Condition".
           05 FILLER               PIC X(4) VALUE SPACES.

       01  PRF-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 PL-BRANCH-OUT        PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 PL-GL-OUT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PL-BF-OUT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PL-DIFF-OUT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PL-COND-OUT          PIC X(12).

       01  PRF-FC-LINE.
           05 FILLER               PIC X(9) VALUE SPACES.
           05 PF-LABEL-OUT         PIC X(24).
           05 PF-AMT-OUT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PF-CTR-OUT           PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PF-TEXT-OUT          PIC X(17).

       01  PRF-TEXT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 PT-TEXT-OUT          PIC X(75).

       PROCEDURE DIVISION.
      * Daily trial balance of the GL master by branch, followed by
      * the proof of the deposit liability control account against
      * the balance-forward file the posting run just produced.
      * Each branch books its own balanced entries, so a branch whose
      * debits and credits disagree means a damaged master (RC 16);
      * a branch where GL 200100 disagrees with the deposit master is
      * listed for the accountants to clear (RC 8).
       MAIN-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN

           OPEN INPUT GLMAST
           IF WS-GLMAST-STATUS NOT = '00'
               DISPLAY 'GL-TRIAL-BAL: GLMAST.IDX NOT FOUND - '
                   'RUN GL-POST FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GLMAST

           OPEN OUTPUT RPTFILE
           MOVE WS-RUN-DATE TO RH-DATE-OUT
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE

           SORT SORTFILE
               ON ASCENDING KEY SORT-BRANCH
               ON ASCENDING KEY SORT-ACCT
               INPUT PROCEDURE IS SELECT-ACCOUNTS-RTN
               OUTPUT PROCEDURE IS PRINT-TB-RTN

           MOVE 'ALL BRANCHES' TO RT-TEXT-OUT
           MOVE WS-BK-DR TO RT-DR-OUT
           MOVE WS-BK-CR TO RT-CR-OUT
           MOVE SPACES TO RT-FLAG-OUT
           IF WS-BK-DR NOT = WS-BK-CR
               MOVE 'OUT OF BALANCE' TO RT-FLAG-OUT
           END-IF
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER ADVANCING 3 LINES
           CLOSE RPTFILE

           PERFORM PROOF-RTN

           IF WS-TB-OUT-CTR > 0
               DISPLAY 'GL-TRIAL-BAL: ' WS-TB-OUT-CTR ' BRANCH(ES) '
                   'OUT OF BALANCE - GLMAST.IDX NEEDS REPAIR'
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-PRF-DIFF-CTR > 0
               DISPLAY 'GL-TRIAL-BAL: GL 200100 DIFFERS FROM THE '
                   'DEPOSIT MASTER IN ' WS-PRF-DIFF-CTR
                   ' BRANCH(ES) - SEE GLPROOF.TXT'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-NORATE-CTR > 0
               DISPLAY 'GL-TRIAL-BAL: ' WS-NORATE-CTR ' FOREIGN '
                   'CURRENCY ACCOUNT(S) WITH NO RATE ON FILE - '
                   'NOT PROVED, SEE GLPROOF.TXT'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-PRF-REVAL-CTR > 0
               DISPLAY 'GL-TRIAL-BAL: FX REVALUATION DIFFERENCE IN '
                   WS-PRF-REVAL-CTR ' BRANCH(ES) - SEE GLPROOF.TXT'
           END-IF
           DISPLAY 'GL-TRIAL-BAL: ' WS-ACCT-CTR ' GL ACCOUNT(S) IN '
               WS-BRANCH-CTR ' BRANCH(ES) - REPORT ON GLTB.TXT'
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

      * Accounts with no balance and no movement this month are left
      * off - income and expense accounts just after the close.
       SELECT-ACCOUNTS-RTN.
           OPEN INPUT GLMAST
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ GLMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND (GL-BALANCE NOT = 0
                        OR GL-MTD-DR NOT = 0
                        OR GL-MTD-CR NOT = 0)
                   MOVE GL-BRANCH TO SORT-BRANCH
                   MOVE GL-ACCT TO SORT-ACCT
                   MOVE GL-DESC TO SORT-DESC
                   MOVE GL-OPEN-BAL TO SORT-OPEN-BAL
                   MOVE GL-BALANCE TO SORT-BALANCE
                   RELEASE SORT-REC
                   ADD 1 TO WS-ACCT-CTR
               END-IF
           END-PERFORM
           CLOSE GLMAST.

       PRINT-TB-RTN.
           MOVE SPACES TO WS-CUR-BRANCH
           MOVE 'NO ' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'YES'
               RETURN SORTFILE
                   AT END MOVE 'YES' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'YES'
                   IF SORT-BRANCH NOT = WS-CUR-BRANCH
                       IF WS-CUR-BRANCH NOT = SPACES
                           PERFORM BRANCH-TOTAL-RTN
                       END-IF
                       MOVE SORT-BRANCH TO WS-CUR-BRANCH
                       ADD 1 TO WS-BRANCH-CTR
                       MOVE 0 TO WS-BR-DR
                       MOVE 0 TO WS-BR-CR
                       MOVE SORT-BRANCH TO RB-BRANCH-OUT
                       WRITE RPTREC FROM RPT-BRANCH-HDR
                           AFTER ADVANCING 3 LINES
                       WRITE RPTREC FROM RPT-COL-1
                           AFTER ADVANCING 2 LINES
                   END-IF
                   PERFORM PRINT-ACCOUNT-RTN
               END-IF
           END-PERFORM
           IF WS-CUR-BRANCH NOT = SPACES
               PERFORM BRANCH-TOTAL-RTN
           END-IF.

       PRINT-ACCOUNT-RTN.
           MOVE SORT-ACCT TO RD-ACCT-OUT
           MOVE SORT-DESC TO RD-DESC-OUT
           MOVE 0 TO RD-DR-OUT
           MOVE 0 TO RD-CR-OUT
           IF SORT-BALANCE < 0
               COMPUTE RD-CR-OUT = 0 - SORT-BALANCE
               SUBTRACT SORT-BALANCE FROM WS-BR-CR
               SUBTRACT SORT-BALANCE FROM WS-BK-CR
           ELSE
               MOVE SORT-BALANCE TO RD-DR-OUT
               ADD SORT-BALANCE TO WS-BR-DR
               ADD SORT-BALANCE TO WS-BK-DR
           END-IF
           COMPUTE WS-MOVEMENT = SORT-BALANCE - SORT-OPEN-BAL
           MOVE WS-MOVEMENT TO RD-NET-OUT
           WRITE RPTREC FROM RPT-DETAIL AFTER ADVANCING 1 LINE.

       BRANCH-TOTAL-RTN.
           MOVE SPACES TO RT-TEXT-OUT
           STRING 'BRANCH ' DELIMITED BY SIZE
                  WS-CUR-BRANCH DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
                  INTO RT-TEXT-OUT
           END-STRING
           MOVE WS-BR-DR TO RT-DR-OUT
           MOVE WS-BR-CR TO RT-CR-OUT
           MOVE SPACES TO RT-FLAG-OUT
           IF WS-BR-DR NOT = WS-BR-CR
               MOVE 'OUT OF BALANCE' TO RT-FLAG-OUT
               ADD 1 TO WS-TB-OUT-CTR
           END-IF
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER ADVANCING 2 LINES.

      * The control account carries a credit balance on the master,
      * so its sign is turned before it is set against the deposit
      * balances. An overdrawn account nets against the branch total
      * exactly as its negative balance does on the ledger.
       PROOF-RTN.
           OPEN OUTPUT PROOFFILE
           MOVE WS-RUN-DATE TO PH-DATE-OUT
           WRITE PROOFREC FROM PRF-HEADER-1 AFTER ADVANCING PAGE
           WRITE PROOFREC FROM PRF-HEADER-2 AFTER ADVANCING 2 LINES

           OPEN INPUT BALFWD-FILE
           IF WS-BALFWD-STATUS NOT = '00'
               MOVE 'BALFWD-OUT.DAT NOT FOUND - NO PROOF POSSIBLE'
                   TO PT-TEXT-OUT
               WRITE PROOFREC FROM PRF-TEXT-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE PROOFFILE
               DISPLAY 'GL-TRIAL-BAL: BALFWD-OUT.DAT NOT FOUND - '
                   'SUBLEDGER NOT PROVED'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'GL-TRIAL-BAL: CUSTMAST.IDX NOT AVAILABLE - '
                   'ALL BALANCES PROVED AS PESOS'
           END-IF
           PERFORM READ-BALFWD-RTN
           PERFORM NEXT-BF-BRANCH-RTN

           OPEN INPUT GLMAST
           MOVE '200100' TO GL-ACCT
           MOVE LOW-VALUES TO GL-BRANCH
           START GLMAST KEY IS NOT LESS THAN GL-KEY
               INVALID KEY MOVE HIGH-VALUES TO WS-GL-BR
           END-START
           IF WS-GL-BR NOT = HIGH-VALUES
               PERFORM NEXT-GL-BRANCH-RTN
           END-IF

           PERFORM UNTIL WS-GL-BR = HIGH-VALUES
                     AND WS-BF-BR = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-GL-BR = WS-BF-BR
                       MOVE WS-GL-BR TO PL-BRANCH-OUT
                       MOVE WS-GL-BAL TO WS-PRF-GL
                       MOVE WS-BF-BR-TOT TO WS-PRF-BF
                       PERFORM TAKE-BF-FC-RTN
                       PERFORM PROOF-LINE-RTN
                       PERFORM NEXT-GL-BRANCH-RTN
                       PERFORM NEXT-BF-BRANCH-RTN
                   WHEN WS-GL-BR < WS-BF-BR
                       MOVE WS-GL-BR TO PL-BRANCH-OUT
                       MOVE WS-GL-BAL TO WS-PRF-GL
                       MOVE 0 TO WS-PRF-BF
                       MOVE 0 TO WS-PRF-FC-CTR
                       MOVE 0 TO WS-PRF-FC-TOT
                       MOVE 0 TO WS-PRF-NORATE-CTR
                       PERFORM PROOF-LINE-RTN
                       PERFORM NEXT-GL-BRANCH-RTN
                   WHEN OTHER
                       MOVE WS-BF-BR TO PL-BRANCH-OUT
                       MOVE 0 TO WS-PRF-GL
                       MOVE WS-BF-BR-TOT TO WS-PRF-BF
                       PERFORM TAKE-BF-FC-RTN
                       PERFORM PROOF-LINE-RTN
                       PERFORM NEXT-BF-BRANCH-RTN
               END-EVALUATE
           END-PERFORM
           CLOSE GLMAST
           CLOSE BALFWD-FILE
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF

           MOVE 'ALL' TO PL-BRANCH-OUT
           MOVE WS-PRF-TOT-GL TO PL-GL-OUT
           MOVE WS-PRF-TOT-BF TO PL-BF-OUT
           COMPUTE WS-PRF-TOT-DIFF = WS-PRF-TOT-GL - WS-PRF-TOT-BF
           MOVE WS-PRF-TOT-DIFF TO PL-DIFF-OUT
           IF WS-PRF-TOT-DIFF = 0
               MOVE 'AGREES' TO PL-COND-OUT
           ELSE
               MOVE 'DIFFERENCE' TO PL-COND-OUT
           END-IF
           WRITE PROOFREC FROM PRF-LINE AFTER ADVANCING 2 LINES
           IF WS-PRF-TOT-REVAL NOT = 0
               COMPUTE WS-PRF-TOT-UNEXPL =
                   WS-PRF-TOT-DIFF - WS-PRF-TOT-REVAL
               MOVE SPACES TO PRF-FC-LINE
               MOVE 'OF WHICH FX REVALUATION' TO PF-LABEL-OUT
               MOVE WS-PRF-TOT-REVAL TO PF-AMT-OUT
               WRITE PROOFREC FROM PRF-FC-LINE AFTER ADVANCING 1 LINE
               MOVE 'OTHER DIFFERENCES' TO PF-LABEL-OUT
               MOVE WS-PRF-TOT-UNEXPL TO PF-AMT-OUT
               WRITE PROOFREC FROM PRF-FC-LINE AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES TO PT-TEXT-OUT
           STRING WS-BF-CTR DELIMITED BY SIZE
                  ' DEPOSIT ACCOUNT(S) ON BALFWD-OUT.DAT'
                      DELIMITED BY SIZE
                  INTO PT-TEXT-OUT
           END-STRING
           WRITE PROOFREC FROM PRF-TEXT-LINE AFTER ADVANCING 2 LINES
           IF WS-NORATE-CTR > 0
               MOVE SPACES TO PT-TEXT-OUT
               STRING WS-NORATE-CTR DELIMITED BY SIZE
                      ' FOREIGN CURRENCY ACCOUNT(S) WITH NO RATE - '
                          DELIMITED BY SIZE
                      'NOT PROVED' DELIMITED BY SIZE
                      INTO PT-TEXT-OUT
               END-STRING
               WRITE PROOFREC FROM PRF-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE PROOFFILE.

       TAKE-BF-FC-RTN.
           MOVE WS-BF-FC-CTR TO WS-PRF-FC-CTR
           MOVE WS-BF-FC-TOT TO WS-PRF-FC-TOT
           MOVE WS-BF-NORATE-CTR TO WS-PRF-NORATE-CTR.

       PROOF-LINE-RTN.
           COMPUTE WS-PRF-DIFF = WS-PRF-GL - WS-PRF-BF
           MOVE 0 TO WS-PRF-REVAL
           MOVE WS-PRF-GL TO PL-GL-OUT
           MOVE WS-PRF-BF TO PL-BF-OUT
           MOVE WS-PRF-DIFF TO PL-DIFF-OUT
           EVALUATE TRUE
               WHEN WS-PRF-NORATE-CTR > 0
                   MOVE 'NO FX RATE' TO PL-COND-OUT
               WHEN WS-PRF-DIFF = 0
                   MOVE 'AGREES' TO PL-COND-OUT
               WHEN WS-PRF-FC-CTR > 0
                   MOVE 'FX REVALUED' TO PL-COND-OUT
                   MOVE WS-PRF-DIFF TO WS-PRF-REVAL
                   ADD 1 TO WS-PRF-REVAL-CTR
               WHEN OTHER
                   MOVE 'DIFFERENCE' TO PL-COND-OUT
                   ADD 1 TO WS-PRF-DIFF-CTR
           END-EVALUATE
           ADD WS-PRF-GL TO WS-PRF-TOT-GL
           ADD WS-PRF-BF TO WS-PRF-TOT-BF
           ADD WS-PRF-REVAL TO WS-PRF-TOT-REVAL
           WRITE PROOFREC FROM PRF-LINE AFTER ADVANCING 1 LINE

           IF WS-PRF-FC-CTR > 0
               MOVE SPACES TO PRF-FC-LINE
               MOVE 'OF WHICH FOREIGN CCY' TO PF-LABEL-OUT
               MOVE WS-PRF-FC-TOT TO PF-AMT-OUT
               MOVE WS-PRF-FC-CTR TO PF-CTR-OUT
               MOVE 'ACCT(S)' TO PF-TEXT-OUT
               WRITE PROOFREC FROM PRF-FC-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF WS-PRF-REVAL NOT = 0
               MOVE SPACES TO PRF-FC-LINE
               MOVE 'FX REVALUATION' TO PF-LABEL-OUT
               MOVE WS-PRF-REVAL TO PF-AMT-OUT
               WRITE PROOFREC FROM PRF-FC-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF WS-PRF-NORATE-CTR > 0
               MOVE SPACES TO PRF-FC-LINE
               MOVE 'NOT PROVED - NO FX RATE' TO PF-LABEL-OUT
               MOVE 0 TO PF-AMT-OUT
               MOVE WS-PRF-NORATE-CTR TO PF-CTR-OUT
               MOVE 'ACCT(S)' TO PF-TEXT-OUT
               WRITE PROOFREC FROM PRF-FC-LINE AFTER ADVANCING 1 LINE
           END-IF.

       NEXT-GL-BRANCH-RTN.
           READ GLMAST NEXT RECORD
               AT END MOVE HIGH-VALUES TO WS-GL-BR
           END-READ
           IF WS-GL-BR NOT = HIGH-VALUES
               IF GL-ACCT = '200100'
                   MOVE GL-BRANCH TO WS-GL-BR
                   COMPUTE WS-GL-BAL = 0 - GL-BALANCE
               ELSE
                   MOVE HIGH-VALUES TO WS-GL-BR
               END-IF
           END-IF.

      * The balance-forward file is in branch / account order, so a
      * branch's deposits are the run of records up to the next
      * change of branch.
       NEXT-BF-BRANCH-RTN.
           MOVE WS-BF-NEXT-BR TO WS-BF-BR
           MOVE 0 TO WS-BF-BR-TOT
           MOVE 0 TO WS-BF-FC-CTR
           MOVE 0 TO WS-BF-FC-TOT
           MOVE 0 TO WS-BF-NORATE-CTR
           PERFORM UNTIL WS-BF-NEXT-BR NOT = WS-BF-BR
                      OR WS-BF-BR = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-BF-NEXT-NORATE = 'Y'
                       ADD 1 TO WS-BF-NORATE-CTR
                   WHEN WS-BF-NEXT-CCY = 'PHP'
                       ADD WS-BF-NEXT-BAL TO WS-BF-BR-TOT
                   WHEN OTHER
                       ADD WS-BF-NEXT-BAL TO WS-BF-BR-TOT
                       ADD WS-BF-NEXT-BAL TO WS-BF-FC-TOT
                       ADD 1 TO WS-BF-FC-CTR
               END-EVALUATE
               PERFORM READ-BALFWD-RTN
               IF WS-BF-NEXT-BR < WS-BF-BR
                   DISPLAY 'GL-TRIAL-BAL: BALFWD-OUT.DAT OUT OF '
                       'BRANCH SEQUENCE AT ' BF-ACCNO
                   MOVE 16 TO RETURN-CODE
                   MOVE HIGH-VALUES TO WS-BF-NEXT-BR
               END-IF
           END-PERFORM.

       READ-BALFWD-RTN.
           READ BALFWD-FILE
               AT END MOVE HIGH-VALUES TO WS-BF-NEXT-BR
           END-READ
           IF WS-BALFWD-STATUS = '00'
               MOVE BF-BRANCH TO WS-BF-NEXT-BR
               MOVE BF-BAL TO WS-BF-NEXT-BAL
               ADD 1 TO WS-BF-CTR
               PERFORM PESO-EQUIV-RTN
           END-IF.

      * The balance is in the account's own currency; its peso
      * equivalent at the business date replaces it.
       PESO-EQUIV-RTN.
           MOVE 'PHP' TO WS-BF-NEXT-CCY
           MOVE 'N' TO WS-BF-NEXT-NORATE
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE BF-ACCNO TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-BF-NEXT-CCY
                       END-IF
               END-READ
           END-IF
           IF WS-BF-NEXT-CCY = 'PHP'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BF-NEXT-CCY TO FC-CURRENCY
           MOVE WS-RUN-DATE TO FC-DATE
           MOVE BF-BAL TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-RESULT = '90'
               MOVE 'Y' TO WS-BF-NEXT-NORATE
               MOVE 0 TO WS-BF-NEXT-BAL
               ADD 1 TO WS-NORATE-CTR
               DISPLAY 'GL-TRIAL-BAL: NO ' WS-BF-NEXT-CCY
                   ' RATE - ACCOUNT ' BF-ACCNO ' NOT PROVED'
           ELSE
               MOVE FC-PHP-AMOUNT TO WS-BF-NEXT-BAL
           END-IF.

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
               DISPLAY 'GL-TRIAL-BAL: BUSDATE.DAT NOT FOUND - '
                   'REPORT DATED FROM THE WALL CLOCK'
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'GLTB' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-ACCT-CTR TO RS-READ
           MOVE WS-BRANCH-CTR TO RS-POSTED
           MOVE WS-PRF-DIFF-CTR TO RS-REJECTED
           MOVE WS-PRF-TOT-DIFF TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
