       IDENTIFICATION DIVISION.
       PROGRAM-ID. SI-TRANSFER.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMAST ASSIGN TO "SIMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ID
               FILE STATUS IS WS-SIMAST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT BALFWD-IN ASSIGN TO "BALFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.
           SELECT INFILE ASSIGN TO "INFILE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFILE-STATUS.
           SELECT SIPARM-FILE ASSIGN TO "SIPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIPARM-STATUS.
           SELECT SIPOST-FILE ASSIGN TO "SIPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGFILE ASSIGN TO "SIRUN.TXT"
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
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SIPEND-FILE ASSIGN TO "SIPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIPEND-STATUS.
           SELECT AVAIL-WORK ASSIGN TO "SIAVAIL.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AVWORK-STATUS.
           SELECT PEND-WORK ASSIGN TO "SIPEND.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-KEY
               FILE STATUS IS WS-PENDWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIMAST.
       01  SIMAST-REC.
           05 SI-ID                PIC X(8).
           05 SI-STATUS            PIC X(1).
              88 SI-ACTIVE         VALUE 'A'.
              88 SI-SUSPENDED      VALUE 'S'.
              88 SI-ENDED          VALUE 'E'.
              88 SI-CANCELLED      VALUE 'C'.
           05 SI-TYPE              PIC X(1).
              88 SI-FIXED          VALUE 'F'.
              88 SI-SWEEP          VALUE 'S'.
           05 SI-FROM-ACCNO        PIC X(10).
           05 SI-FROM-BRANCH       PIC X(2).
           05 SI-FROM-NAME         PIC X(25).
           05 SI-TO-ACCNO          PIC X(10).
           05 SI-TO-BRANCH         PIC X(2).
           05 SI-TO-NAME           PIC X(25).
           05 SI-AMOUNT            PIC 9(7)V99.
           05 SI-FREQ              PIC X(1).
              88 SI-WEEKLY         VALUE 'W'.
              88 SI-MONTHLY        VALUE 'M'.
              88 SI-QUARTERLY      VALUE 'Q'.
           05 SI-START-DATE        PIC X(8).
           05 SI-END-DATE          PIC X(8).
           05 SI-NEXT-DUE          PIC X(8).
           05 SI-RETRY-CTR         PIC 9(2).
           05 SI-LAST-DATE         PIC X(8).
           05 SI-LAST-AMT          PIC 9(7)V99.
           05 SI-REASON            PIC X(20).
           05 SI-SUSP-DATE         PIC X(8).

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

       FD  BALFWD-IN.
       01  BALFWD-IN-REC.
           05 BALFWD-IN-ACCNO      PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-IN-BAL        PIC S9(7)V99.
           05 BALFWD-IN-BRANCH     PIC X(2).
           05 BALFWD-IN-AVAIL      PIC S9(7)V99.

       FD  INFILE.
       01  INFILE-REC.
           05 INF-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 FILLER               PIC X(25).
           05 INF-TC               PIC X(1).
           05 INF-AMOUNT           PIC 9(5)V99.
           05 FILLER               PIC X(8).
           05 INF-BRANCH           PIC X(2).

      * Number of days a failing instruction is retried, counted from
      * its due date, before it is suspended.
       FD  SIPARM-FILE.
       01  SIPARM-REC.
           05 SP-RETRY-DAYS        PIC 9(2).

       FD  SIPOST-FILE.
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

      * One line per transfer debit leg handed to the posting run and
      * not yet seen on AUDIT.LOG, carried from run to run with what
      * is needed to put the instruction back as it was.
       FD  SIPEND-FILE.
       01  SIPEND-REC.
           05 PN-ID                PIC X(8).
           05 FILLER               PIC X(1).
           05 PN-BRANCH            PIC X(2).
           05 PN-ACCNO             PIC X(10).
           05 PN-TRANDATE          PIC X(8).
           05 PN-AMOUNT            PIC 9(5)V99.
           05 PN-DUE               PIC X(8).
           05 PN-PREV-DATE         PIC X(8).
           05 PN-PREV-AMT          PIC 9(7)V99.

       FD  AVAIL-WORK.
       01  AVAIL-WORK-REC.
           05 AW-KEY.
              10 AW-BRANCH         PIC X(2).
              10 AW-ACCNO          PIC X(10).
           05 AW-AVAIL             PIC S9(9)V99.

       FD  PEND-WORK.
       01  PEND-WORK-REC.
           05 PW-KEY.
              10 PW-BRANCH         PIC X(2).
              10 PW-ACCNO          PIC X(10).
              10 PW-TRANDATE       PIC X(8).
              10 PW-AMOUNT         PIC 9(5)V99.
              10 PW-SEQ            PIC 9(7).
           05 PW-ID                PIC X(8).
           05 PW-DUE               PIC X(8).
           05 PW-PREV-DATE         PIC X(8).
           05 PW-PREV-AMT          PIC 9(7)V99.
           05 PW-STATE             PIC X(1).
              88 PW-AWAITING       VALUE ' '.
              88 PW-POSTED         VALUE 'P'.
              88 PW-RETURNED       VALUE 'R'.
           05 PW-RECTYPE           PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-SIMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-INFILE-STATUS        PIC XX VALUE SPACES.
       01  WS-SIPARM-STATUS        PIC XX VALUE SPACES.
       01  WS-LTRREQ-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-SIPEND-STATUS        PIC XX VALUE SPACES.
       01  WS-AVWORK-STATUS        PIC XX VALUE SPACES.
       01  WS-PENDWK-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-BALFWD-EOF           PIC X(3) VALUE 'NO '.
       01  WS-INFILE-EOF           PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-RUN-INT              PIC 9(8) VALUE 0.
       01  WS-RETRY-DAYS           PIC 9(2) VALUE 3.

       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-DUE-CTR              PIC 9(7) VALUE 0.
       01  WS-MOVED-CTR            PIC 9(7) VALUE 0.
       01  WS-NIL-CTR              PIC 9(7) VALUE 0.
       01  WS-RETRY-CTR            PIC 9(7) VALUE 0.
       01  WS-SUSP-CTR             PIC 9(7) VALUE 0.
       01  WS-ENDED-CTR            PIC 9(7) VALUE 0.
       01  WS-POST-CTR             PIC 9(5) VALUE 0.
       01  WS-XFER-SEQ             PIC 9(5) VALUE 0.
       01  WS-TOT-MOVED            PIC 9(11)V99 VALUE 0.

      * Debit headroom per account, judged the way ACCOUNT-TRANSACTION
      * qualifies a transfer: the available balance carried forward
      * less every debit already captured for the day, whatever the
      * day's credits. Transfers built tonight come off as they are
      * made so two instructions cannot spend the same money.
      * Kept on a keyed work file, so any number of accounts is
      * carried.
       01  WS-AV-FOUND             PIC X(3) VALUE 'NO '.

      * Transfers the posting run turned away. Each debit leg written
      * is remembered on SIPEND.DAT until AUDIT.LOG shows what became
      * of it; an instruction whose transfer was rejected or held is
      * put back to the due date it was paying and treated as a
      * failed attempt, so it is retried and in time suspended like
      * any other.
       01  WS-AUDIT-EOF            PIC X(3) VALUE 'NO '.
       01  WS-PEND-EOF             PIC X(3) VALUE 'NO '.
       01  WS-PEND-SEQ             PIC 9(7) VALUE 0.
       01  WS-PEND-SEL             PIC X(3) VALUE 'NO '.
       01  WS-MATCH-BRANCH         PIC X(2) VALUE SPACES.
       01  WS-MATCH-ACCNO          PIC X(10) VALUE SPACES.
       01  WS-MATCH-DATE           PIC X(8) VALUE SPACES.
       01  WS-MATCH-AMOUNT         PIC 9(5)V99 VALUE 0.
       01  WS-MATCH-STATE          PIC X(1) VALUE SPACE.
       01  WS-RETURN-CTR           PIC 9(7) VALUE 0.
       01  WS-WAIT-CTR             PIC 9(7) VALUE 0.

      * Figures for the instruction in hand.
       01  WS-QUALIFIED            PIC X(3) VALUE 'NO '.
       01  WS-FAIL-REASON          PIC X(20) VALUE SPACES.
       01  WS-OD-LIMIT             PIC 9(7)V99 VALUE 0.
       01  WS-TO-CCY               PIC X(3) VALUE 'PHP'.
       01  WS-FROM-CCY             PIC X(3) VALUE 'PHP'.
       01  WS-HEADROOM             PIC S9(9)V99 VALUE 0.
       01  WS-XFER-AMT             PIC 9(9)V99 VALUE 0.
       01  WS-PAY-REMAIN           PIC 9(9)V99 VALUE 0.
       01  WS-LEG-AMT              PIC 9(5)V99 VALUE 0.
       01  WS-XFER-REF             PIC X(6) VALUE SPACES.
       01  WS-RESULT-TEXT          PIC X(8) VALUE SPACES.
       01  WS-DUE-SHOWN            PIC X(8) VALUE SPACES.
       01  WS-DAYS-LATE            PIC 9(5) VALUE 0.

      * Due-date arithmetic, as SI-MAINT does it: monthly and
      * quarterly instructions keep the day of the month they started,
      * or the month's last day when the month is shorter.
       01  WS-DUE-DATE             PIC X(8) VALUE SPACES.
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY          PIC 9(4).
           05 WS-DUE-MM            PIC 9(2).
           05 WS-DUE-DD            PIC 9(2).
       01  WS-ANCHOR-DAY           PIC 9(2) VALUE 0.
       01  WS-ADD-MONTHS           PIC 9(2) VALUE 0.
       01  WS-MONTH-CTR            PIC 9(6) VALUE 0.
       01  WS-MONTH-END            PIC 9(2) VALUE 0.
       01  WS-NEXT-FIRST           PIC 9(8) VALUE 0.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-DATE-INT             PIC 9(8) VALUE 0.

       01  REG-HEADER-1.
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(30)
              VALUE "Standing Instruction Transfers".
           05 FILLER               PIC X(25) VALUE SPACES.

       01  REG-HEADER-2.
           05 FILLER               PIC X(8) VALUE "Instr No".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "From Acct".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "To Acct".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Due Date".
           05 FILLER               PIC X(7) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Amount".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Result".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Reason".
           05 FILLER               PIC X(13) VALUE SPACES.

       01  REG-LINE.
           05 REG-ID-OUT           PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-FROM-OUT         PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-TO-OUT           PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-DUE-OUT          PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-AMT-OUT          PIC ZZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RESULT-OUT       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-REASON-OUT       PIC X(19).

       01  REG-TOTAL-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "INSTRUCTIONS DUE:         ".
           05 REG-DUE-CTR-OUT      PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "TRANSFERS BUILT:          ".
           05 REG-MOVED-CTR-OUT    PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "SWEEPS WITH NOTHING OVER: ".
           05 REG-NIL-CTR-OUT      PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-4.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "FAILED - TO BE RETRIED:   ".
           05 REG-RETRY-CTR-OUT    PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-5.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "FAILED - SUSPENDED:       ".
           05 REG-SUSP-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-6.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "PAST END DATE - ENDED:    ".
           05 REG-ENDED-CTR-OUT    PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-7.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "TOTAL TRANSFERRED:        ".
           05 REG-TOT-MOVED-OUT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  REG-TOTAL-8.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "TRANSFERS RETURNED:       ".
           05 REG-RETURN-CTR-OUT   PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-9.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "DEBITS AWAITING POSTING:  ".
           05 REG-WAIT-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
      * Nightly standing-instruction run. Every active instruction
      * that has fallen due becomes a pair of transfer legs - a debit
      * to the from-account and a credit to the to-account under one
      * transfer reference - on SIPOST.TXT, a posting source for
      * TRAN-MERGE. An instruction that would not qualify for posting
      * (an account frozen or closed, or not enough headroom) is left
      * due and tried again on the next run; once it has failed for
      * the configured number of days it is suspended and the customer
      * is sent a notice through LETTER-GEN. A transfer the posting
      * run later rejects or holds counts as a failed attempt too; it
      * is picked up from AUDIT.LOG at the start of the next run.
       MAIN-RTN.
           PERFORM INITIAL-RTN
           PERFORM PROCESS-RTN UNTIL WS-EOF = 'YES'
           PERFORM FINISH-RTN
           CLOSE SIMAST
           CLOSE SIPOST-FILE
           CLOSE REGFILE
           CLOSE LTRREQ-FILE
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           CLOSE AVAIL-WORK
           CLOSE PEND-WORK
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

       INITIAL-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM LOAD-SIPARM-RTN

           OPEN I-O SIMAST
           IF WS-SIMAST-STATUS NOT = '00'
               DISPLAY 'SI-TRANSFER: SIMAST.IDX NOT FOUND - '
                   'NO STANDING INSTRUCTIONS ON FILE'
               MOVE 'YES' TO WS-EOF
           END-IF

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'SI-TRANSFER: CUSTMAST.IDX NOT AVAILABLE - '
                   'NO TRANSFERS BUILT TONIGHT'
               MOVE 8 TO RETURN-CODE
               MOVE 'YES' TO WS-EOF
           END-IF

           PERFORM OPEN-WORKFILES-RTN
           PERFORM LOAD-AVAIL-RTN
           PERFORM APPLY-TODAY-RTN

           OPEN OUTPUT SIPOST-FILE
           OPEN OUTPUT REGFILE
           WRITE REGREC FROM REG-HEADER-1 AFTER ADVANCING PAGE
           WRITE REGREC FROM REG-HEADER-2 AFTER ADVANCING 2 LINES

           OPEN EXTEND LTRREQ-FILE
           IF WS-LTRREQ-STATUS = '05' OR WS-LTRREQ-STATUS = '35'
               OPEN OUTPUT LTRREQ-FILE
           END-IF

           PERFORM LOAD-PENDING-RTN
           IF WS-SIMAST-STATUS = '00'
               PERFORM MATCH-AUDIT-RTN
               PERFORM REOPEN-RETURNED-RTN
           END-IF

           IF WS-EOF NOT = 'YES'
               MOVE LOW-VALUES TO SI-ID
               START SIMAST KEY IS >= SI-ID
                   INVALID KEY MOVE 'YES' TO WS-EOF
               END-START
           END-IF
           IF WS-EOF NOT = 'YES'
               READ SIMAST NEXT RECORD
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
           END-IF.

      * The run's working lists live on keyed work files rebuilt every
      * run, so no number of accounts or transfers can fill them.
       OPEN-WORKFILES-RTN.
           OPEN OUTPUT AVAIL-WORK
           CLOSE AVAIL-WORK
           OPEN I-O AVAIL-WORK
           OPEN OUTPUT PEND-WORK
           CLOSE PEND-WORK
           OPEN I-O PEND-WORK
           IF WS-AVWORK-STATUS NOT = '00'
               OR WS-PENDWK-STATUS NOT = '00'
               DISPLAY 'SI-TRANSFER: CANNOT OPEN WORK FILES - STATUS '
                   WS-AVWORK-STATUS ' ' WS-PENDWK-STATUS
                   ' - NO TRANSFERS BUILT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-RTN.
           ADD 1 TO WS-READ-CTR
           IF SI-ACTIVE
               AND SI-NEXT-DUE NOT = SPACES
               AND SI-NEXT-DUE <= WS-RUN-DATE
               PERFORM RUN-INSTRUCTION-RTN
           END-IF

           READ SIMAST NEXT RECORD
              AT END MOVE 'YES' TO WS-EOF
           END-READ.

       RUN-INSTRUCTION-RTN.
           MOVE SI-NEXT-DUE TO WS-DUE-SHOWN
           MOVE SPACES TO WS-FAIL-REASON
           MOVE 0 TO WS-XFER-AMT

           IF SI-END-DATE NOT = SPACES
               AND SI-NEXT-DUE > SI-END-DATE
               MOVE 'E' TO SI-STATUS
               MOVE 'ENDED' TO WS-RESULT-TEXT
               ADD 1 TO WS-ENDED-CTR
               PERFORM WRITE-REG-LINE
               REWRITE SIMAST-REC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DUE-CTR
           PERFORM QUALIFY-RTN

           IF WS-QUALIFIED = 'YES'
               IF WS-XFER-AMT > 0
                   PERFORM WRITE-LEGS-RTN
                   IF WS-AV-FOUND = 'YES'
                       PERFORM TAKE-AVAIL-RTN
                   END-IF
                   ADD WS-XFER-AMT TO WS-TOT-MOVED
                   MOVE 'MOVED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-MOVED-CTR
                   MOVE WS-RUN-DATE TO SI-LAST-DATE
                   MOVE WS-XFER-AMT TO SI-LAST-AMT
               ELSE
                   MOVE 'NIL' TO WS-RESULT-TEXT
                   ADD 1 TO WS-NIL-CTR
               END-IF
               MOVE 0 TO SI-RETRY-CTR
               MOVE SPACES TO SI-REASON
               PERFORM ROLL-DUE-RTN
           ELSE
               PERFORM FAILED-RTN
           END-IF
           PERFORM WRITE-REG-LINE
           REWRITE SIMAST-REC.

      * The same tests ACCOUNT-TRANSACTION puts a transfer through
      * before it lets either leg post: both accounts open for posting
      * and, on the debit side, enough headroom after the day's other
      * debits, allowing for an overdraft line. Both legs carry the
      * one amount, so the accounts must also share a currency.
       QUALIFY-RTN.
           MOVE 'YES' TO WS-QUALIFIED
           MOVE 'NO ' TO WS-AV-FOUND
           MOVE 0 TO WS-OD-LIMIT
           MOVE 'PHP' TO WS-TO-CCY
           MOVE 'PHP' TO WS-FROM-CCY

           MOVE SI-TO-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NO ' TO WS-QUALIFIED
                   MOVE 'ACCT NOT ON MASTER' TO WS-FAIL-REASON
               NOT INVALID KEY
                   IF CM-FROZEN OR CM-CLOSED
                       MOVE 'NO ' TO WS-QUALIFIED
                       MOVE 'CREDIT ACCT BLOCKED' TO WS-FAIL-REASON
                   END-IF
                   IF CM-CURRENCY NOT = SPACES
                       MOVE CM-CURRENCY TO WS-TO-CCY
                   END-IF
           END-READ

           MOVE SI-FROM-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NO ' TO WS-QUALIFIED
                   MOVE 'ACCT NOT ON MASTER' TO WS-FAIL-REASON
               NOT INVALID KEY
                   IF CM-FROZEN OR CM-CLOSED
                       MOVE 'NO ' TO WS-QUALIFIED
                       MOVE 'DEBIT ACCT BLOCKED' TO WS-FAIL-REASON
                   END-IF
                   IF CM-ODLIMIT NUMERIC
                       MOVE CM-ODLIMIT TO WS-OD-LIMIT
                   END-IF
                   IF CM-CURRENCY NOT = SPACES
                       MOVE CM-CURRENCY TO WS-FROM-CCY
                   END-IF
           END-READ
           IF WS-QUALIFIED = 'YES' AND WS-TO-CCY NOT = WS-FROM-CCY
               MOVE 'NO ' TO WS-QUALIFIED
               MOVE 'CURRENCY MISMATCH' TO WS-FAIL-REASON
           END-IF
           IF WS-QUALIFIED NOT = 'YES'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HEADROOM
           MOVE SI-FROM-BRANCH TO AW-BRANCH
           MOVE SI-FROM-ACCNO TO AW-ACCNO
           READ AVAIL-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-AV-FOUND
                   MOVE AW-AVAIL TO WS-HEADROOM
           END-READ

      * A sweep moves only what is above the balance to be kept and
      * never draws on the overdraft line.
           IF SI-SWEEP
               IF WS-HEADROOM > SI-AMOUNT
                   COMPUTE WS-XFER-AMT = WS-HEADROOM - SI-AMOUNT
               ELSE
                   MOVE 0 TO WS-XFER-AMT
               END-IF
           ELSE
               MOVE SI-AMOUNT TO WS-XFER-AMT
               IF WS-HEADROOM - WS-XFER-AMT < 0 - WS-OD-LIMIT
                   MOVE 'NO ' TO WS-QUALIFIED
                   MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
               END-IF
           END-IF.

      * Left due for the next run until it has been failing for the
      * configured number of days, then suspended with a notice.
       FAILED-RTN.
           ADD 1 TO SI-RETRY-CTR
           MOVE WS-FAIL-REASON TO SI-REASON
           MOVE SI-NEXT-DUE TO WS-DATE-NUM
           COMPUTE WS-DAYS-LATE =
               WS-RUN-INT - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DAYS-LATE >= WS-RETRY-DAYS
               MOVE 'S' TO SI-STATUS
               MOVE WS-RUN-DATE TO SI-SUSP-DATE
               MOVE 'SUSPEND' TO WS-RESULT-TEXT
               ADD 1 TO WS-SUSP-CTR
               PERFORM WRITE-NOTICE-RTN
           ELSE
               MOVE 'RETRY' TO WS-RESULT-TEXT
               ADD 1 TO WS-RETRY-CTR
           END-IF.

       TAKE-AVAIL-RTN.
           MOVE SI-FROM-BRANCH TO AW-BRANCH
           MOVE SI-FROM-ACCNO TO AW-ACCNO
           READ AVAIL-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-XFER-AMT FROM AW-AVAIL
                   REWRITE AVAIL-WORK-REC
           END-READ.

      * The next due date is the first one after tonight; dates
      * missed while the instruction was failing are not made up.
       ROLL-DUE-RTN.
           MOVE SI-NEXT-DUE TO WS-DUE-DATE
           MOVE SI-START-DATE(7:2) TO WS-ANCHOR-DAY
           PERFORM UNTIL WS-DUE-DATE > WS-RUN-DATE
               PERFORM ADVANCE-DUE-RTN
           END-PERFORM
           MOVE WS-DUE-DATE TO SI-NEXT-DUE
           IF SI-END-DATE NOT = SPACES
               AND SI-NEXT-DUE > SI-END-DATE
               MOVE 'E' TO SI-STATUS
           END-IF.

       ADVANCE-DUE-RTN.
           EVALUATE TRUE
               WHEN SI-WEEKLY
                   MOVE WS-DUE-DATE TO WS-DATE-NUM
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 7
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE WS-DATE-NUM TO WS-DUE-DATE
               WHEN SI-QUARTERLY
                   MOVE 3 TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-RTN
               WHEN OTHER
                   MOVE 1 TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-RTN
           END-EVALUATE.

       ADD-MONTHS-RTN.
           COMPUTE WS-MONTH-CTR =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-ADD-MONTHS
           DIVIDE WS-MONTH-CTR BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-DUE-MM
           ADD 1 TO WS-DUE-MM
           MOVE 1 TO WS-DUE-DD
           MOVE WS-DUE-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DUE-MM = 12
               COMPUTE WS-NEXT-FIRST = (WS-DUE-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   WS-DUE-YYYY * 10000 + (WS-DUE-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - WS-DATE-INT
           IF WS-ANCHOR-DAY > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-DUE-DD
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-DUE-DD
           END-IF.

      * Both legs carry one transfer reference so the posting run
      * pairs them off and posts them together or not at all. The
      * posting record carries at most 99,999.99, so a larger amount
      * goes as several matching debit/credit pairs under the same
      * reference.
       WRITE-LEGS-RTN.
           ADD 1 TO WS-XFER-SEQ
           MOVE SPACES TO WS-XFER-REF
           STRING 'S' DELIMITED BY SIZE
                  WS-XFER-SEQ DELIMITED BY SIZE
                  INTO WS-XFER-REF
           END-STRING
           MOVE WS-XFER-AMT TO WS-PAY-REMAIN
           PERFORM UNTIL WS-PAY-REMAIN = 0
               IF WS-PAY-REMAIN > 99999.99
                   MOVE 99999.99 TO WS-LEG-AMT
               ELSE
                   MOVE WS-PAY-REMAIN TO WS-LEG-AMT
               END-IF
               SUBTRACT WS-LEG-AMT FROM WS-PAY-REMAIN

               MOVE SPACES TO REC-IN
               MOVE SI-FROM-ACCNO TO ACCNO-IN
               MOVE SI-FROM-NAME TO ACCNAME-IN
               MOVE 'W' TO TC
               MOVE WS-LEG-AMT TO AMOUNT
               MOVE WS-RUN-DATE TO TRANDATE-IN
               MOVE SI-FROM-BRANCH TO BRANCH-IN
               MOVE 'SIXFER' TO TELLER-IN
               MOVE WS-XFER-REF TO XFER-REF
               WRITE REC-IN
               ADD 1 TO WS-POST-CTR

               ADD 1 TO WS-PEND-SEQ
               MOVE SPACES TO PEND-WORK-REC
               MOVE SI-FROM-BRANCH TO PW-BRANCH
               MOVE SI-FROM-ACCNO TO PW-ACCNO
               MOVE WS-RUN-DATE TO PW-TRANDATE
               MOVE WS-LEG-AMT TO PW-AMOUNT
               MOVE WS-PEND-SEQ TO PW-SEQ
               MOVE SI-ID TO PW-ID
               MOVE SI-NEXT-DUE TO PW-DUE
               MOVE SI-LAST-DATE TO PW-PREV-DATE
               MOVE SI-LAST-AMT TO PW-PREV-AMT
               WRITE PEND-WORK-REC

               MOVE SPACES TO REC-IN
               MOVE SI-TO-ACCNO TO ACCNO-IN
               MOVE SI-TO-NAME TO ACCNAME-IN
               MOVE 'D' TO TC
               MOVE WS-LEG-AMT TO AMOUNT
               MOVE WS-RUN-DATE TO TRANDATE-IN
               MOVE SI-TO-BRANCH TO BRANCH-IN
               MOVE 'SIXFER' TO TELLER-IN
               MOVE WS-XFER-REF TO XFER-REF
               WRITE REC-IN
               ADD 1 TO WS-POST-CTR
           END-PERFORM.

       WRITE-NOTICE-RTN.
           MOVE SPACES TO LTRREQ-REC
           MOVE SI-FROM-ACCNO TO LQ-ACCNO
           MOVE 'S' TO LQ-NOTICE
           MOVE SI-FROM-NAME TO LQ-ACCNAME
           MOVE SI-AMOUNT TO LQ-AMOUNT
           MOVE WS-RUN-DATE TO LQ-DATE
           MOVE SI-ID TO LQ-REF
           MOVE WS-FAIL-REASON TO LQ-REASON
           WRITE LTRREQ-REC.

       WRITE-REG-LINE.
           MOVE SI-ID TO REG-ID-OUT
           MOVE SI-FROM-ACCNO TO REG-FROM-OUT
           MOVE SI-TO-ACCNO TO REG-TO-OUT
           MOVE WS-DUE-SHOWN TO REG-DUE-OUT
           IF WS-XFER-AMT > 0
               MOVE WS-XFER-AMT TO REG-AMT-OUT
           ELSE
               MOVE SI-AMOUNT TO REG-AMT-OUT
           END-IF
           MOVE WS-RESULT-TEXT TO REG-RESULT-OUT
           MOVE WS-FAIL-REASON TO REG-REASON-OUT
           WRITE REGREC FROM REG-LINE AFTER ADVANCING 1 LINE.

      * The debit legs still awaiting an outcome from earlier runs.
       LOAD-PENDING-RTN.
           MOVE 'NO ' TO WS-PEND-EOF
           OPEN INPUT SIPEND-FILE
           IF WS-SIPEND-STATUS NOT = '00'
               MOVE 'YES' TO WS-PEND-EOF
           END-IF
           PERFORM UNTIL WS-PEND-EOF = 'YES'
               READ SIPEND-FILE
                  AT END MOVE 'YES' TO WS-PEND-EOF
               END-READ
               IF WS-PEND-EOF NOT = 'YES'
                   AND PN-AMOUNT NUMERIC
                   ADD 1 TO WS-PEND-SEQ
                   MOVE SPACES TO PEND-WORK-REC
                   MOVE PN-BRANCH TO PW-BRANCH
                   MOVE PN-ACCNO TO PW-ACCNO
                   MOVE PN-TRANDATE TO PW-TRANDATE
                   MOVE PN-AMOUNT TO PW-AMOUNT
                   MOVE WS-PEND-SEQ TO PW-SEQ
                   MOVE PN-ID TO PW-ID
                   MOVE PN-DUE TO PW-DUE
                   MOVE PN-PREV-DATE TO PW-PREV-DATE
                   IF PN-PREV-AMT NUMERIC
                       MOVE PN-PREV-AMT TO PW-PREV-AMT
                   ELSE
                       MOVE 0 TO PW-PREV-AMT
                   END-IF
                   WRITE PEND-WORK-REC
               END-IF
           END-PERFORM
           IF WS-SIPEND-STATUS NOT = '35'
               CLOSE SIPEND-FILE
           END-IF.

      * The posting run logs every SIXFER leg it handled: 'D' when it
      * posted, 'E' when it was rejected, 'X' when it was held. Only
      * the debit legs are matched - the credit leg goes with its
      * debit. Each is tied to the first open leg with the same
      * account, date and amount; a held leg released later posts
      * further down the log, so a posting clears an earlier hold.
       MATCH-AUDIT-RTN.
           IF WS-PEND-SEQ = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'YES' TO WS-AUDIT-EOF
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = 'YES'
               READ AUDIT-FILE
                  AT END MOVE 'YES' TO WS-AUDIT-EOF
               END-READ
               IF WS-AUDIT-EOF NOT = 'YES'
                   AND AUD-PROGRAM = 'ACTIVITY3'
                   AND AUD-OPERATOR = 'SIXFER'
                   AND AUD-TRANSCODE = 'W'
                   AND (AUD-RECTYPE = 'D' OR AUD-RECTYPE = 'E'
                        OR AUD-RECTYPE = 'X')
                   PERFORM MATCH-PENDING-RTN
               END-IF
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF.

       MATCH-PENDING-RTN.
           MOVE AUD-BRANCH TO WS-MATCH-BRANCH
           MOVE AUD-ACCNO TO WS-MATCH-ACCNO
           MOVE AUD-TRANDATE TO WS-MATCH-DATE
           COMPUTE WS-MATCH-AMOUNT = FUNCTION NUMVAL(AUD-AMOUNT)
           MOVE SPACE TO WS-MATCH-STATE
           PERFORM FIND-PENDING-RTN
           IF WS-PEND-SEL NOT = 'YES' AND AUD-RECTYPE = 'D'
               MOVE 'R' TO WS-MATCH-STATE
               PERFORM FIND-PENDING-RTN
           END-IF
           IF WS-PEND-SEL = 'YES'
               IF AUD-RECTYPE = 'D'
                   MOVE 'P' TO PW-STATE
               ELSE
                   MOVE 'R' TO PW-STATE
               END-IF
               MOVE AUD-RECTYPE TO PW-RECTYPE
               REWRITE PEND-WORK-REC
           END-IF.

       FIND-PENDING-RTN.
           MOVE 'NO ' TO WS-PEND-SEL
           MOVE 'NO ' TO WS-PEND-EOF
           MOVE WS-MATCH-BRANCH TO PW-BRANCH
           MOVE WS-MATCH-ACCNO TO PW-ACCNO
           MOVE WS-MATCH-DATE TO PW-TRANDATE
           MOVE WS-MATCH-AMOUNT TO PW-AMOUNT
           MOVE 0 TO PW-SEQ
           START PEND-WORK KEY IS >= PW-KEY
               INVALID KEY MOVE 'YES' TO WS-PEND-EOF
           END-START
           PERFORM UNTIL WS-PEND-EOF = 'YES' OR WS-PEND-SEL = 'YES'
               READ PEND-WORK NEXT RECORD
                   AT END MOVE 'YES' TO WS-PEND-EOF
               END-READ
               IF WS-PEND-EOF NOT = 'YES'
                   IF PW-BRANCH NOT = WS-MATCH-BRANCH
                       OR PW-ACCNO NOT = WS-MATCH-ACCNO
                       OR PW-TRANDATE NOT = WS-MATCH-DATE
                       OR PW-AMOUNT NOT = WS-MATCH-AMOUNT
                       MOVE 'YES' TO WS-PEND-EOF
                   ELSE
                       IF PW-STATE = WS-MATCH-STATE
                           MOVE 'YES' TO WS-PEND-SEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REOPEN-RETURNED-RTN.
           MOVE 'NO ' TO WS-PEND-EOF
           MOVE LOW-VALUES TO PW-KEY
           START PEND-WORK KEY IS >= PW-KEY
               INVALID KEY MOVE 'YES' TO WS-PEND-EOF
           END-START
           PERFORM UNTIL WS-PEND-EOF = 'YES'
               READ PEND-WORK NEXT RECORD
                   AT END MOVE 'YES' TO WS-PEND-EOF
               END-READ
               IF WS-PEND-EOF NOT = 'YES' AND PW-RETURNED
                   PERFORM REOPEN-INSTRUCTION-RTN
               END-IF
           END-PERFORM.

      * The instruction goes back to the due date the transfer was
      * paying, with its last-transfer figures as they were, and the
      * attempt counts as failed from that date. A transfer split
      * into several legs reopens its instruction once; one cancelled
      * since is left alone.
       REOPEN-INSTRUCTION-RTN.
           MOVE PW-ID TO SI-ID
           READ SIMAST
               INVALID KEY
                   DISPLAY 'SI-TRANSFER: INSTRUCTION ' PW-ID
                       ' NOT ON FILE - RETURN NOT APPLIED'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF SI-CANCELLED OR SI-NEXT-DUE NOT > PW-DUE
               EXIT PARAGRAPH
           END-IF

           MOVE PW-DUE TO SI-NEXT-DUE
           MOVE PW-DUE TO WS-DUE-SHOWN
           MOVE PW-PREV-DATE TO SI-LAST-DATE
           MOVE PW-PREV-AMT TO SI-LAST-AMT
           IF SI-ENDED
               MOVE 'A' TO SI-STATUS
           END-IF
           MOVE 0 TO WS-XFER-AMT
           IF PW-RECTYPE = 'X'
               MOVE 'TRANSFER HELD' TO WS-FAIL-REASON
           ELSE
               MOVE 'TRANSFER REJECTED' TO WS-FAIL-REASON
           END-IF
           ADD 1 TO WS-RETURN-CTR
           PERFORM FAILED-RTN
           PERFORM WRITE-REG-LINE
           REWRITE SIMAST-REC.

      * What is still awaiting the posting run - tonight's legs and
      * any earlier ones it has not yet handled - is carried to the
      * next run.
       CARRY-PENDING-RTN.
           OPEN OUTPUT SIPEND-FILE
           MOVE 'NO ' TO WS-PEND-EOF
           MOVE LOW-VALUES TO PW-KEY
           START PEND-WORK KEY IS >= PW-KEY
               INVALID KEY MOVE 'YES' TO WS-PEND-EOF
           END-START
           PERFORM UNTIL WS-PEND-EOF = 'YES'
               READ PEND-WORK NEXT RECORD
                   AT END MOVE 'YES' TO WS-PEND-EOF
               END-READ
               IF WS-PEND-EOF NOT = 'YES' AND PW-AWAITING
                   MOVE SPACES TO SIPEND-REC
                   MOVE PW-ID TO PN-ID
                   MOVE PW-BRANCH TO PN-BRANCH
                   MOVE PW-ACCNO TO PN-ACCNO
                   MOVE PW-TRANDATE TO PN-TRANDATE
                   MOVE PW-AMOUNT TO PN-AMOUNT
                   MOVE PW-DUE TO PN-DUE
                   MOVE PW-PREV-DATE TO PN-PREV-DATE
                   MOVE PW-PREV-AMT TO PN-PREV-AMT
                   WRITE SIPEND-REC
                   ADD 1 TO WS-WAIT-CTR
               END-IF
           END-PERFORM
           CLOSE SIPEND-FILE.

       LOAD-AVAIL-RTN.
           MOVE 'NO ' TO WS-BALFWD-EOF
           OPEN INPUT BALFWD-IN
           IF WS-BALFWD-STATUS NOT = '00'
               MOVE 'YES' TO WS-BALFWD-EOF
               DISPLAY 'SI-TRANSFER: BALFWD.DAT NOT FOUND - '
                   'NO FUNDS AVAILABLE FOR TRANSFERS'
           END-IF
           PERFORM UNTIL WS-BALFWD-EOF = 'YES'
               READ BALFWD-IN
                  AT END MOVE 'YES' TO WS-BALFWD-EOF
               END-READ
               IF WS-BALFWD-EOF NOT = 'YES'
                   MOVE BALFWD-IN-BRANCH TO AW-BRANCH
                   MOVE BALFWD-IN-ACCNO TO AW-ACCNO
                   IF BALFWD-IN-AVAIL NUMERIC
                       MOVE BALFWD-IN-AVAIL TO AW-AVAIL
                   ELSE
                       MOVE BALFWD-IN-BAL TO AW-AVAIL
                   END-IF
                   WRITE AVAIL-WORK-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
           IF WS-BALFWD-STATUS NOT = '35'
               CLOSE BALFWD-IN
           END-IF.

      * Only the day's debits count against headroom; credits do not
      * until they have posted.
       APPLY-TODAY-RTN.
           MOVE 'NO ' TO WS-INFILE-EOF
           OPEN INPUT INFILE
           IF WS-INFILE-STATUS NOT = '00'
               MOVE 'YES' TO WS-INFILE-EOF
           END-IF
           PERFORM UNTIL WS-INFILE-EOF = 'YES'
               READ INFILE
                  AT END MOVE 'YES' TO WS-INFILE-EOF
               END-READ
               IF WS-INFILE-EOF NOT = 'YES'
                   AND INF-TC = 'W'
                   MOVE INF-BRANCH TO AW-BRANCH
                   MOVE INF-ACCNO TO AW-ACCNO
                   READ AVAIL-WORK
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT INF-AMOUNT FROM AW-AVAIL
                           REWRITE AVAIL-WORK-REC
                   END-READ
               END-IF
           END-PERFORM
           IF WS-INFILE-STATUS NOT = '35'
               CLOSE INFILE
           END-IF.

       FINISH-RTN.
           MOVE SPACES TO TRAILER-REC
           MOVE '999' TO TRL-ACCNO
           MOVE WS-POST-CTR TO TRL-COUNT
           MOVE '+' TO TRL-NET-SIGN
           MOVE 0 TO TRL-NET
           MOVE 'T' TO TRL-TC
           WRITE TRAILER-REC

           MOVE WS-DUE-CTR TO REG-DUE-CTR-OUT
           MOVE WS-MOVED-CTR TO REG-MOVED-CTR-OUT
           MOVE WS-NIL-CTR TO REG-NIL-CTR-OUT
           MOVE WS-RETRY-CTR TO REG-RETRY-CTR-OUT
           MOVE WS-SUSP-CTR TO REG-SUSP-CTR-OUT
           MOVE WS-ENDED-CTR TO REG-ENDED-CTR-OUT
           MOVE WS-TOT-MOVED TO REG-TOT-MOVED-OUT
           WRITE REGREC FROM REG-TOTAL-1 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-TOTAL-2 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-4 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-5 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-6 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-7 AFTER ADVANCING 1 LINE

           PERFORM CARRY-PENDING-RTN
           MOVE WS-RETURN-CTR TO REG-RETURN-CTR-OUT
           MOVE WS-WAIT-CTR TO REG-WAIT-CTR-OUT
           WRITE REGREC FROM REG-TOTAL-8 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-9 AFTER ADVANCING 1 LINE

           DISPLAY 'SI-TRANSFER: ' WS-MOVED-CTR ' TRANSFER(S) TO '
               'SIPOST.TXT, ' WS-SUSP-CTR ' SUSPENDED'
           IF WS-RETURN-CTR > 0
               DISPLAY 'SI-TRANSFER: ' WS-RETURN-CTR ' EARLIER '
                   'TRANSFER(S) RETURNED - INSTRUCTIONS REOPENED'
           END-IF.

       LOAD-SIPARM-RTN.
           OPEN INPUT SIPARM-FILE
           IF WS-SIPARM-STATUS = '00'
               READ SIPARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-SIPARM-STATUS = '00'
                   AND SP-RETRY-DAYS NUMERIC
                   MOVE SP-RETRY-DAYS TO WS-RETRY-DAYS
               END-IF
               CLOSE SIPARM-FILE
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
               DISPLAY 'SI-TRANSFER: BUSDATE.DAT NOT FOUND - '
                   'OUTPUT DATED FROM THE WALL CLOCK'
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'SIRUN' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-READ-CTR TO RS-READ
           MOVE WS-MOVED-CTR TO RS-POSTED
           COMPUTE RS-REJECTED = WS-RETRY-CTR + WS-SUSP-CTR
           MOVE WS-TOT-MOVED TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
