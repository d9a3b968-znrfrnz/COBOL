       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-CHECK.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETITEMS-FILE ASSIGN TO "RETITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETITEMS-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT RCPARM-FILE ASSIGN TO "RCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPARM-STATUS.
           SELECT RCPOST-FILE ASSIGN TO "RCPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGFILE ASSIGN TO "RETREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCPFILE ASSIGN TO "RETEXCP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LTRREQ-FILE ASSIGN TO "LTRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRREQ-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT RET-WORK ASSIGN TO "RCRET.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-KEY
               FILE STATUS IS WS-RETWORK-STATUS.
           SELECT HOLD-WORK ASSIGN TO "RCHOLD.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HW-KEY
               FILE STATUS IS WS-HOLDWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Items sent back by the clearing house, one per returned check.
      * The deposit date may be left blank when clearing does not
      * know it; the newest matching deposit is then taken.
       FD  RETITEMS-FILE.
       01  RETITEMS-REC.
           05 RI-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 RI-CHECK-NO          PIC X(8).
           05 FILLER               PIC X(1).
           05 RI-AMOUNT            PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 RI-DEP-DATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 RI-REASON            PIC X(19).

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

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-PROGRAM          PIC X(10).
           05 AUD-RUNSTAMP         PIC X(14).
           05 AUD-ACCNO            PIC X(10).
           05 AUD-TRANSCODE        PIC X(1).
           05 AUD-AMOUNT           PIC X(10).
           05 AUD-RECTYPE          PIC X(1).
           05 AUD-SEQNO            PIC X(5).
           05 AUD-REC-COUNT        PIC X(5).
           05 AUD-OPERATOR         PIC X(8).
           05 AUD-TRANDATE         PIC X(8).
           05 AUD-BRANCH           PIC X(2).
           05 AUD-REF-TC           PIC X(1).

       FD  HOLDS-FILE.
       01  HOLDS-REC.
           05 HD-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 HD-AMOUNT            PIC 9(5)V99.
           05 HD-CLEAR-DATE        PIC X(8).
           05 HD-BRANCH            PIC X(2).

      * Fee charged for each returned check.
       FD  RCPARM-FILE.
       01  RCPARM-REC.
           05 RP-FEE               PIC 9(5)V99.

       FD  RCPOST-FILE.
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

       FD  REGFILE.
       01  REGREC                  PIC X(80).

       FD  EXCPFILE.
       01  EXCPREC                 PIC X(80).

      * Customer notices for LETTER-GEN, which addresses them from
      * the customer master and clears the file once printed.
       FD  LTRREQ-FILE.
       01  LTRREQ-REC.
           05 LQ-ACCNO             PIC X(10).
           05 LQ-NOTICE            PIC X(1).
           05 LQ-ACCNAME           PIC X(25).
           05 LQ-AMOUNT            PIC 9(7)V99.
           05 LQ-DATE              PIC X(8).
           05 LQ-REF               PIC X(8).
           05 LQ-REASON            PIC X(19).

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

      * The day's returned items, each matched in one pass of the
      * audit log to the check deposit it returns: the branch the
      * deposit posted under and its transaction date, which the
      * reversal has to quote, and whether a reversal of it has
      * already posted since. Kept in account and amount order, as
      * received within that.
       FD  RET-WORK.
       01  RET-WORK-REC.
           05 RW-KEY.
              10 RW-ACCNO          PIC X(10).
              10 RW-AMOUNT         PIC 9(7)V99.
              10 RW-SEQ            PIC 9(7).
           05 RW-CHECK-NO          PIC X(8).
           05 RW-DEP-DATE          PIC X(8).
           05 RW-REASON            PIC X(19).
           05 RW-FOUND             PIC X(1).
           05 RW-REVERSED          PIC X(1).
           05 RW-BRANCH            PIC X(2).
           05 RW-ORIG-DATE         PIC X(8).

      * Open uncollected-funds holds as ACCOUNT-TRANSACTION will load
      * them tonight - a hold at or past its clearing date releases
      * before any posting, so it no longer protects the bank.
       FD  HOLD-WORK.
       01  HOLD-WORK-REC.
           05 HW-KEY.
              10 HW-BRANCH         PIC X(2).
              10 HW-ACCNO          PIC X(10).
              10 HW-AMOUNT         PIC 9(5)V99.
              10 HW-SEQ            PIC 9(7).
           05 HW-CLEAR-DATE        PIC X(8).
           05 HW-USED              PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-RETITEMS-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLDS-STATUS         PIC XX VALUE SPACES.
       01  WS-RCPARM-STATUS        PIC XX VALUE SPACES.
       01  WS-LTRREQ-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-RETWORK-STATUS       PIC XX VALUE SPACES.
       01  WS-HOLDWORK-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-FEE                  PIC 9(5)V99 VALUE 250.00.
       01  WS-ACCT-FEE             PIC 9(5)V99 VALUE 0.
       01  WS-ACCT-CCY             PIC X(3) VALUE 'PHP'.
       01  WS-AUD-AMT              PIC 9(7)V99 VALUE 0.
       01  WS-AUD-DATE             PIC X(8) VALUE SPACES.

       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-RETURNED-CTR         PIC 9(7) VALUE 0.
       01  WS-EXCP-CTR             PIC 9(7) VALUE 0.
       01  WS-NOFEE-CTR            PIC 9(7) VALUE 0.
       01  WS-POST-CTR             PIC 9(5) VALUE 0.
       01  WS-TOT-RETURNED         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-FEES             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-EXCP             PIC 9(11)V99 VALUE 0.
       01  WS-POST-NET             PIC 9(11)V99 VALUE 0.

      * Returned items and open holds are kept on keyed work files
      * rebuilt every run, so no number of either can fill them.
       01  WS-RT-COUNT             PIC 9(7) VALUE 0.
       01  WS-RT-EOF               PIC X(3) VALUE 'NO '.
       01  WS-RT-DONE              PIC X(3) VALUE 'NO '.
       01  WS-HOLD-SEQ             PIC 9(7) VALUE 0.
       01  WS-HOLD-EOF             PIC X(3) VALUE 'NO '.
       01  WS-HOLD-SEL             PIC X(3) VALUE 'NO '.
       01  WS-HOLD-TAKEN           PIC X(3) VALUE 'NO '.

       01  WS-EXCP-REASON          PIC X(22) VALUE SPACES.
       01  WS-MAST-NAME            PIC X(25) VALUE SPACES.

       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

       01  REG-HEADER-1.
           05 FILLER               PIC X(27) VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE "Returned Checks Processed".
           05 FILLER               PIC X(28) VALUE SPACES.

       01  REG-HEADER-2.
           05 FILLER               PIC X(10) VALUE "Account".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE "Br".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Check No".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Amount".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(3) VALUE "Fee".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Deposit".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "Return Reason".
           05 FILLER               PIC X(7) VALUE SPACES.
           05 FILLER               PIC X(3) VALUE "Ccy".
           05 FILLER               PIC X(6) VALUE SPACES.

       01  REG-LINE.
           05 REG-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-CHECK-OUT        PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-AMT-OUT          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-FEE-OUT          PIC Z,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-DATE-OUT         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-REASON-OUT       PIC X(19).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(6) VALUE SPACES.

       01  REG-TOTAL-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "ITEMS RECEIVED:           ".
           05 REG-READ-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "CHECKS RETURNED:          ".
           05 REG-RET-CTR-OUT      PIC Z,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 REG-RET-TOT-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(26) VALUE SPACES.

       01  REG-TOTAL-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "RETURNED CHECK FEES (PHP):".
           05 FILLER               PIC X(9) VALUE SPACES.
           05 REG-FEE-TOT-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(26) VALUE SPACES.

       01  REG-TOTAL-4.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "EXCEPTIONS (RETEXCP.TXT): ".
           05 REG-EXCP-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-5.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "FEES NOT CHARGED - NO RATE".
           05 REG-NOFEE-CTR-OUT    PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  EXCP-HEADER-1.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(32)
              VALUE "Returned Items Not Processed    ".
           05 FILLER               PIC X(24) VALUE SPACES.

       01  EXCP-HEADER-2.
           05 FILLER               PIC X(10) VALUE "Account".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Check No".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Amount".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Deposit".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Exception".
           05 FILLER               PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "Return Reason".
           05 FILLER               PIC X(3) VALUE SPACES.

       01  EXCP-LINE.
           05 EXC-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EXC-CHECK-OUT        PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EXC-AMT-OUT          PIC ZZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EXC-DATE-OUT         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EXC-REASON-OUT       PIC X(22).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EXC-RET-OUT          PIC X(16).

       01  EXCP-TOTAL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "ITEMS FOR FOLLOW-UP:      ".
           05 EXC-CTR-OUT          PIC Z,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 EXC-TOT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
      * Inward returned checks. Each item clearing sends back is
      * matched to the check deposit it returns on AUDIT.LOG and to
      * that deposit's open hold on HOLDS.DAT. A matched item becomes
      * an 'R' reversal of the 'C' deposit plus a returned-check fee
      * on RCPOST.TXT, a posting source for TRAN-MERGE; when
      * ACCOUNT-TRANSACTION posts the reversal it takes the hold off
      * with it, so the hold and the ledger always move together. The
      * customer is sent a returned-item letter through LETTER-GEN.
      * Anything that cannot be matched to an open hold - no such
      * deposit, a hold that has already released, a deposit already
      * reversed, an account that cannot take postings - goes on the
      * exception report for the branch to follow up by hand.
       MAIN-RTN.
           PERFORM INITIAL-RTN
           MOVE 'NO ' TO WS-RT-EOF
           IF WS-RT-COUNT = 0
               MOVE 'YES' TO WS-RT-EOF
           ELSE
               MOVE LOW-VALUES TO RW-KEY
               START RET-WORK KEY IS >= RW-KEY
                   INVALID KEY MOVE 'YES' TO WS-RT-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-RT-EOF = 'YES'
               READ RET-WORK NEXT RECORD
                   AT END MOVE 'YES' TO WS-RT-EOF
               END-READ
               IF WS-RT-EOF NOT = 'YES'
                   PERFORM PROCESS-ITEM-RTN
               END-IF
           END-PERFORM
           PERFORM FINISH-RTN
           CLOSE RCPOST-FILE
           CLOSE REGFILE
           CLOSE EXCPFILE
           CLOSE LTRREQ-FILE
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           CLOSE RET-WORK
           CLOSE HOLD-WORK
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

       INITIAL-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-RCPARM-RTN

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'RETURNED-CHECK: CUSTMAST.IDX NOT AVAILABLE - '
                   'NO RETURNS PROCESSED'
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM OPEN-WORKFILES-RTN
           PERFORM LOAD-RETURNS-RTN
           IF WS-CUSTMAST-OPEN NOT = 'YES'
               MOVE 0 TO WS-RT-COUNT
           END-IF
           PERFORM MATCH-DEPOSITS-RTN
           PERFORM LOAD-HOLDS-RTN

           OPEN OUTPUT RCPOST-FILE
           OPEN OUTPUT REGFILE
           OPEN OUTPUT EXCPFILE
           WRITE REGREC FROM REG-HEADER-1 AFTER ADVANCING PAGE
           WRITE REGREC FROM REG-HEADER-2 AFTER ADVANCING 2 LINES
           WRITE EXCPREC FROM EXCP-HEADER-1 AFTER ADVANCING PAGE
           WRITE EXCPREC FROM EXCP-HEADER-2 AFTER ADVANCING 2 LINES

           OPEN EXTEND LTRREQ-FILE
           IF WS-LTRREQ-STATUS = '05' OR WS-LTRREQ-STATUS = '35'
               OPEN OUTPUT LTRREQ-FILE
           END-IF.

       OPEN-WORKFILES-RTN.
           OPEN OUTPUT RET-WORK
           CLOSE RET-WORK
           OPEN I-O RET-WORK
           OPEN OUTPUT HOLD-WORK
           CLOSE HOLD-WORK
           OPEN I-O HOLD-WORK
           IF WS-RETWORK-STATUS NOT = '00'
               OR WS-HOLDWORK-STATUS NOT = '00'
               DISPLAY 'RETURNED-CHECK: CANNOT OPEN WORK FILES - '
                   'STATUS ' WS-RETWORK-STATUS ' ' WS-HOLDWORK-STATUS
                   ' - NO RETURNS PROCESSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-ITEM-RTN.
           MOVE SPACES TO WS-EXCP-REASON
           MOVE SPACES TO WS-MAST-NAME

           MOVE 'PHP' TO WS-ACCT-CCY

           MOVE RW-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NOT ON CUSTOMER MASTER' TO WS-EXCP-REASON
               NOT INVALID KEY
                   MOVE CM-ACCNAME TO WS-MAST-NAME
                   IF CM-CURRENCY NOT = SPACES
                       MOVE CM-CURRENCY TO WS-ACCT-CCY
                   END-IF
                   IF CM-FROZEN OR CM-CLOSED
                       MOVE 'ACCOUNT FROZEN/CLOSED' TO WS-EXCP-REASON
                   END-IF
           END-READ
           IF WS-EXCP-REASON NOT = SPACES
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           IF RW-FOUND NOT = 'Y'
               MOVE 'NO MATCHING DEPOSIT' TO WS-EXCP-REASON
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           IF RW-REVERSED = 'Y'
               MOVE 'DEPOSIT ALREADY REVERSED' TO WS-EXCP-REASON
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-HOLD-RTN
           IF WS-HOLD-SEL NOT = 'YES'
               IF WS-HOLD-TAKEN = 'YES'
                   MOVE 'DUPLICATE RETURN' TO WS-EXCP-REASON
               ELSE
                   MOVE 'HOLD ALREADY RELEASED' TO WS-EXCP-REASON
               END-IF
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO HW-USED
           REWRITE HOLD-WORK-REC
           PERFORM FEE-CCY-RTN
           PERFORM WRITE-POSTINGS-RTN
           PERFORM WRITE-NOTICE-RTN
           PERFORM WRITE-REG-LINE
           ADD 1 TO WS-RETURNED-CTR
           ADD RW-AMOUNT TO WS-TOT-RETURNED.

      * The hold raised by the deposit: same branch, account and
      * amount, still open tonight and not already claimed by an
      * earlier item on this file.
       FIND-HOLD-RTN.
           MOVE 'NO ' TO WS-HOLD-SEL
           MOVE 'NO ' TO WS-HOLD-TAKEN
           MOVE 'NO ' TO WS-HOLD-EOF
           MOVE RW-BRANCH TO HW-BRANCH
           MOVE RW-ACCNO TO HW-ACCNO
           MOVE RW-AMOUNT TO HW-AMOUNT
           MOVE 0 TO HW-SEQ
           IF RW-AMOUNT > 99999.99
               MOVE 'YES' TO WS-HOLD-EOF
           ELSE
               START HOLD-WORK KEY IS >= HW-KEY
                   INVALID KEY MOVE 'YES' TO WS-HOLD-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-HOLD-EOF = 'YES' OR WS-HOLD-SEL = 'YES'
               READ HOLD-WORK NEXT RECORD
                   AT END MOVE 'YES' TO WS-HOLD-EOF
               END-READ
               IF WS-HOLD-EOF NOT = 'YES'
                   IF HW-BRANCH NOT = RW-BRANCH
                       OR HW-ACCNO NOT = RW-ACCNO
                       OR HW-AMOUNT NOT = RW-AMOUNT
                       MOVE 'YES' TO WS-HOLD-EOF
                   ELSE
                       IF HW-USED = 'Y'
                           MOVE 'YES' TO WS-HOLD-TAKEN
                       ELSE
                           MOVE 'YES' TO WS-HOLD-SEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The fee is set in pesos and is charged in the account's own
      * currency at the run date's rate. Without a rate the check is
      * still returned but no fee is charged, and the item is named
      * for the branch to charge by hand.
       FEE-CCY-RTN.
           MOVE WS-FEE TO WS-ACCT-FEE
           IF WS-FEE = 0 OR WS-ACCT-CCY = 'PHP'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-CCY TO FC-CURRENCY
           MOVE WS-RUN-DATE TO FC-DATE
           MOVE WS-FEE TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-RESULT = '90'
               MOVE 0 TO WS-ACCT-FEE
               ADD 1 TO WS-NOFEE-CTR
               DISPLAY 'RETURNED-CHECK: NO ' WS-ACCT-CCY
                   ' RATE - FEE NOT CHARGED TO ' RW-ACCNO
                   ' CHECK ' RW-CHECK-NO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               COMPUTE WS-ACCT-FEE ROUNDED = WS-FEE / FC-RATE
           END-IF.

      * The reversal quotes the deposit's code and transaction date
      * so the posting run can find the original and release its
      * hold; the fee follows as an ordinary charge to the account.
       WRITE-POSTINGS-RTN.
           MOVE SPACES TO REC-IN
           MOVE RW-ACCNO TO ACCNO-IN
           MOVE WS-MAST-NAME TO ACCNAME-IN
           MOVE 'R' TO TC
           MOVE RW-AMOUNT TO AMOUNT
           MOVE WS-RUN-DATE TO TRANDATE-IN
           MOVE RW-BRANCH TO BRANCH-IN
           MOVE 'RETCHK' TO TELLER-IN
           MOVE 'C' TO REF-TC
           MOVE RW-ORIG-DATE TO REF-DATE
           WRITE REC-IN
           ADD 1 TO WS-POST-CTR
           ADD RW-AMOUNT TO WS-POST-NET

           IF WS-ACCT-FEE > 0
               MOVE SPACES TO REC-IN
               MOVE RW-ACCNO TO ACCNO-IN
               MOVE WS-MAST-NAME TO ACCNAME-IN
               MOVE 'W' TO TC
               MOVE WS-ACCT-FEE TO AMOUNT
               MOVE WS-RUN-DATE TO TRANDATE-IN
               MOVE RW-BRANCH TO BRANCH-IN
               MOVE 'RETFEE' TO TELLER-IN
               WRITE REC-IN
               ADD 1 TO WS-POST-CTR
               ADD WS-ACCT-FEE TO WS-POST-NET
               ADD WS-FEE TO WS-TOT-FEES
           END-IF.

       WRITE-NOTICE-RTN.
           MOVE SPACES TO LTRREQ-REC
           MOVE RW-ACCNO TO LQ-ACCNO
           MOVE 'R' TO LQ-NOTICE
           MOVE WS-MAST-NAME TO LQ-ACCNAME
           MOVE RW-AMOUNT TO LQ-AMOUNT
           MOVE WS-RUN-DATE TO LQ-DATE
           MOVE RW-CHECK-NO TO LQ-REF
           MOVE RW-REASON TO LQ-REASON
           WRITE LTRREQ-REC.

       WRITE-REG-LINE.
           MOVE RW-ACCNO TO REG-ACCNO-OUT
           MOVE RW-BRANCH TO REG-BRANCH-OUT
           MOVE RW-CHECK-NO TO REG-CHECK-OUT
           MOVE RW-AMOUNT TO REG-AMT-OUT
           MOVE WS-ACCT-FEE TO REG-FEE-OUT
           MOVE WS-ACCT-CCY TO REG-CCY-OUT
           MOVE RW-ORIG-DATE TO REG-DATE-OUT
           MOVE RW-REASON TO REG-REASON-OUT
           WRITE REGREC FROM REG-LINE AFTER ADVANCING 1 LINE.

       EXCEPTION-RTN.
           MOVE RW-ACCNO TO EXC-ACCNO-OUT
           MOVE RW-CHECK-NO TO EXC-CHECK-OUT
           MOVE RW-AMOUNT TO EXC-AMT-OUT
           IF RW-FOUND = 'Y'
               MOVE RW-ORIG-DATE TO EXC-DATE-OUT
           ELSE
               MOVE RW-DEP-DATE TO EXC-DATE-OUT
           END-IF
           MOVE WS-EXCP-REASON TO EXC-REASON-OUT
           MOVE RW-REASON TO EXC-RET-OUT
           WRITE EXCPREC FROM EXCP-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXCP-CTR
           ADD RW-AMOUNT TO WS-TOT-EXCP.

       LOAD-RETURNS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT RETITEMS-FILE
           IF WS-RETITEMS-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
               DISPLAY 'RETURNED-CHECK: RETITEMS.DAT NOT FOUND - '
                   'NO RETURNED ITEMS TODAY'
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ RETITEMS-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND RI-ACCNO NOT = SPACES
                   ADD 1 TO WS-READ-CTR
                   ADD 1 TO WS-RT-COUNT
                   PERFORM NOTE-RETURN-RTN
               END-IF
           END-PERFORM
           IF WS-RETITEMS-STATUS NOT = '35'
               CLOSE RETITEMS-FILE
           END-IF.

       NOTE-RETURN-RTN.
           MOVE SPACES TO RET-WORK-REC
           MOVE RI-ACCNO TO RW-ACCNO
           IF RI-AMOUNT NUMERIC
               MOVE RI-AMOUNT TO RW-AMOUNT
           ELSE
               MOVE 0 TO RW-AMOUNT
           END-IF
           MOVE WS-RT-COUNT TO RW-SEQ
           MOVE RI-CHECK-NO TO RW-CHECK-NO
           MOVE RI-DEP-DATE TO RW-DEP-DATE
           MOVE RI-REASON TO RW-REASON
           MOVE 'N' TO RW-FOUND
           MOVE 'N' TO RW-REVERSED
           WRITE RET-WORK-REC.

      * The log is in posting order, so the last deposit matched is
      * the newest one, and a reversal seen after it means that
      * deposit has already been backed out.
       MATCH-DEPOSITS-RTN.
           IF WS-RT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
               DISPLAY 'RETURNED-CHECK: AUDIT.LOG NOT FOUND - '
                   'NO DEPOSIT CAN BE MATCHED'
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ AUDIT-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND AUD-TRANSCODE = 'C'
                   AND AUD-RECTYPE = 'D'
                   PERFORM NOTE-DEPOSIT-RTN
               END-IF
               IF WS-EOF NOT = 'YES'
                   AND AUD-RECTYPE = 'R'
                   AND AUD-REF-TC = 'C'
                   PERFORM NOTE-REVERSAL-RTN
               END-IF
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF.

       NOTE-DEPOSIT-RTN.
           COMPUTE WS-AUD-AMT = FUNCTION NUMVAL(AUD-AMOUNT)
           IF AUD-TRANDATE = SPACES
               MOVE AUD-RUNSTAMP(1:8) TO WS-AUD-DATE
           ELSE
               MOVE AUD-TRANDATE TO WS-AUD-DATE
           END-IF
           PERFORM START-RETURNS-RTN
           PERFORM UNTIL WS-RT-DONE = 'YES'
               READ RET-WORK NEXT RECORD
                   AT END MOVE 'YES' TO WS-RT-DONE
               END-READ
               IF WS-RT-DONE NOT = 'YES'
                   IF RW-ACCNO NOT = AUD-ACCNO
                       OR RW-AMOUNT NOT = WS-AUD-AMT
                       MOVE 'YES' TO WS-RT-DONE
                   ELSE
                       IF RW-DEP-DATE = SPACES
                           OR RW-DEP-DATE = WS-AUD-DATE
                           MOVE 'Y' TO RW-FOUND
                           MOVE 'N' TO RW-REVERSED
                           MOVE AUD-BRANCH TO RW-BRANCH
                           MOVE WS-AUD-DATE TO RW-ORIG-DATE
                           REWRITE RET-WORK-REC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-REVERSAL-RTN.
           COMPUTE WS-AUD-AMT = FUNCTION NUMVAL(AUD-AMOUNT)
           PERFORM START-RETURNS-RTN
           PERFORM UNTIL WS-RT-DONE = 'YES'
               READ RET-WORK NEXT RECORD
                   AT END MOVE 'YES' TO WS-RT-DONE
               END-READ
               IF WS-RT-DONE NOT = 'YES'
                   IF RW-ACCNO NOT = AUD-ACCNO
                       OR RW-AMOUNT NOT = WS-AUD-AMT
                       MOVE 'YES' TO WS-RT-DONE
                   ELSE
                       IF RW-FOUND = 'Y'
                           AND RW-BRANCH = AUD-BRANCH
                           MOVE 'Y' TO RW-REVERSED
                           REWRITE RET-WORK-REC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Positions on the first returned item for the logged account
      * and amount; WS-RT-DONE is set when there is none.
       START-RETURNS-RTN.
           MOVE 'NO ' TO WS-RT-DONE
           MOVE AUD-ACCNO TO RW-ACCNO
           MOVE WS-AUD-AMT TO RW-AMOUNT
           MOVE 0 TO RW-SEQ
           START RET-WORK KEY IS >= RW-KEY
               INVALID KEY MOVE 'YES' TO WS-RT-DONE
           END-START.

       LOAD-HOLDS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ HOLDS-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND HD-CLEAR-DATE > WS-RUN-DATE
                   ADD 1 TO WS-HOLD-SEQ
                   MOVE HD-BRANCH TO HW-BRANCH
                   MOVE HD-ACCNO TO HW-ACCNO
                   MOVE HD-AMOUNT TO HW-AMOUNT
                   MOVE WS-HOLD-SEQ TO HW-SEQ
                   MOVE HD-CLEAR-DATE TO HW-CLEAR-DATE
                   MOVE 'N' TO HW-USED
                   WRITE HOLD-WORK-REC
               END-IF
           END-PERFORM
           IF WS-HOLDS-STATUS NOT = '35'
               CLOSE HOLDS-FILE
           END-IF.

       FINISH-RTN.
           MOVE SPACES TO TRAILER-REC
           MOVE '999' TO TRL-ACCNO
           MOVE WS-POST-CTR TO TRL-COUNT
           MOVE '-' TO TRL-NET-SIGN
           MOVE WS-POST-NET TO TRL-NET
           MOVE 'T' TO TRL-TC
           WRITE TRAILER-REC

           MOVE WS-READ-CTR TO REG-READ-CTR-OUT
           MOVE WS-RETURNED-CTR TO REG-RET-CTR-OUT
           MOVE WS-TOT-RETURNED TO REG-RET-TOT-OUT
           MOVE WS-TOT-FEES TO REG-FEE-TOT-OUT
           MOVE WS-EXCP-CTR TO REG-EXCP-CTR-OUT
           MOVE WS-NOFEE-CTR TO REG-NOFEE-CTR-OUT
           WRITE REGREC FROM REG-TOTAL-1 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-TOTAL-2 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-4 AFTER ADVANCING 1 LINE
           IF WS-NOFEE-CTR > 0
               WRITE REGREC FROM REG-TOTAL-5 AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-EXCP-CTR TO EXC-CTR-OUT
           MOVE WS-TOT-EXCP TO EXC-TOT-OUT
           WRITE EXCPREC FROM EXCP-TOTAL AFTER ADVANCING 2 LINES

           DISPLAY 'RETURNED-CHECK: ' WS-RETURNED-CTR ' RETURN(S) TO '
               'RCPOST.TXT, ' WS-EXCP-CTR ' ON RETEXCP.TXT'.

       LOAD-RCPARM-RTN.
           OPEN INPUT RCPARM-FILE
           IF WS-RCPARM-STATUS = '00'
               READ RCPARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-RCPARM-STATUS = '00'
                   AND RP-FEE NUMERIC
                   MOVE RP-FEE TO WS-FEE
               END-IF
               CLOSE RCPARM-FILE
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
               DISPLAY 'RETURNED-CHECK: BUSDATE.DAT NOT FOUND - '
                   'OUTPUT DATED FROM THE WALL CLOCK'
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'RETCHK' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-READ-CTR TO RS-READ
           MOVE WS-RETURNED-CTR TO RS-POSTED
           MOVE WS-EXCP-CTR TO RS-REJECTED
           MOVE WS-TOT-RETURNED TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
