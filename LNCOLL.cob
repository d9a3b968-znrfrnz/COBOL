       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLECT.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LNMAST ASSIGN TO "LNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOANNO
               FILE STATUS IS WS-LNMAST-STATUS.
           SELECT LNSCHED ASSIGN TO "LNSCHED.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LNSCHED-STATUS.
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
           SELECT LNPOST-FILE ASSIGN TO "LNPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGFILE ASSIGN TO "LNCOLL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRNL-FILE ASSIGN TO "LNJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LNCPEND-FILE ASSIGN TO "LNCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNCPEND-STATUS.
           SELECT AVAIL-WORK ASSIGN TO "LNAVAIL.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AVWORK-STATUS.
           SELECT PEND-WORK ASSIGN TO "LNPEND.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-KEY
               FILE STATUS IS WS-PENDWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LNMAST.
       01  LNMAST-REC.
           05 LN-LOANNO            PIC X(8).
           05 LN-BORROWER          PIC X(25).
           05 LN-STATUS            PIC X(1).
              88 LN-ACTIVE         VALUE 'A'.
              88 LN-PAID-OFF       VALUE 'P'.
           05 LN-TYPE              PIC X(2).
           05 LN-BRANCH            PIC X(2).
           05 LN-DEBIT-ACCNO       PIC X(10).
           05 LN-CUSTNO            PIC X(6).
           05 LN-PRINCIPAL         PIC 9(7)V99.
           05 LN-RATE              PIC V9(4).
           05 LN-TERM              PIC 9(3).
           05 LN-INSTALLMENT       PIC 9(7)V99.
           05 LN-BOOK-DATE         PIC X(8).
           05 LN-FIRST-DUE         PIC X(8).
           05 LN-NEXT-DUE          PIC X(8).
           05 LN-PRIN-BAL          PIC 9(7)V99.
           05 LN-ARREARS           PIC 9(7)V99.
           05 LN-INST-PAID         PIC 9(3).
           05 LN-LAST-COLL         PIC X(8).
           05 LN-CLOSE-DATE        PIC X(8).

       FD  LNSCHED.
       01  LNSCHED-REC.
           05 LS-KEY.
              10 LS-LOANNO         PIC X(8).
              10 LS-INSTNO         PIC 9(3).
           05 LS-DUE-DATE          PIC X(8).
           05 LS-PAYMENT           PIC 9(7)V99.
           05 LS-INTEREST          PIC 9(7)V99.
           05 LS-PRINCIPAL         PIC 9(7)V99.
           05 LS-BALANCE           PIC 9(7)V99.
           05 LS-INT-PAID          PIC 9(7)V99.
           05 LS-PRIN-PAID         PIC 9(7)V99.
           05 LS-STATUS            PIC X(1).
              88 LS-OPEN           VALUE 'O'.
              88 LS-PARTIAL        VALUE 'A'.
              88 LS-PAID           VALUE 'P'.
           05 LS-PAID-DATE         PIC X(8).

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
           05 FILLER               PIC X(8).
           05 INF-REF-TC           PIC X(1).

       FD  LNPOST-FILE.
       01  REC-IN.
           05 ACCNO-IN             PIC X(10).
           05 FILLER               PIC X(1).
           05 ACCNAME-IN           PIC X(25).
           05 TC                   PIC X(1).
           05 AMOUNT               PIC 9(5)V99.
           05 TRANDATE-IN          PIC X(8).
           05 BRANCH-IN            PIC X(2).
           05 TELLER-IN            PIC X(8).

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

       FD  JRNL-FILE.
       01  JRNL-REC                PIC X(80).

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

      * One line per collection debit handed to the posting run and
      * not yet seen on AUDIT.LOG, carried from run to run.
       FD  LNCPEND-FILE.
       01  LNCPEND-REC.
           05 CP-LOANNO            PIC X(8).
           05 FILLER               PIC X(1).
           05 CP-BRANCH            PIC X(2).
           05 CP-ACCNO             PIC X(10).
           05 CP-TRANDATE          PIC X(8).
           05 CP-AMOUNT            PIC 9(5)V99.

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
           05 PW-LOANNO            PIC X(8).
           05 PW-STATE             PIC X(1).
              88 PW-AWAITING       VALUE ' '.
              88 PW-POSTED         VALUE 'P'.
              88 PW-RETURNED       VALUE 'R'.
           05 PW-RECTYPE           PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-LNMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-LNSCHED-STATUS       PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-INFILE-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-LNCPEND-STATUS       PIC XX VALUE SPACES.
       01  WS-AVWORK-STATUS        PIC XX VALUE SPACES.
       01  WS-PENDWK-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SCHED-EOF            PIC X(3) VALUE 'NO '.
       01  WS-BALFWD-EOF           PIC X(3) VALUE 'NO '.
       01  WS-INFILE-EOF           PIC X(3) VALUE 'NO '.
       01  WS-AUDIT-EOF            PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.

       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-DUE-CTR              PIC 9(7) VALUE 0.
       01  WS-FULL-CTR             PIC 9(7) VALUE 0.
       01  WS-PART-CTR             PIC 9(7) VALUE 0.
       01  WS-NONE-CTR             PIC 9(7) VALUE 0.
       01  WS-POST-CTR             PIC 9(5) VALUE 0.

      * Spendable funds per deposit account: the available balance
      * carried forward, moved by the cash items already captured
      * today. Collections drawn tonight come off as they are made so
      * two loans on one account cannot both take the same money.
      * Kept on a keyed work file, so any number of accounts is
      * carried.
       01  WS-AV-FOUND             PIC X(3) VALUE 'NO '.

       01  WS-ACC-BRANCH           PIC X(2) VALUE SPACES.
       01  WS-ACC-NAME             PIC X(25) VALUE SPACES.
       01  WS-ACC-OK               PIC X(3) VALUE 'NO '.
       01  WS-ACC-FCY              PIC X(3) VALUE 'NO '.
       01  WS-FCY-CTR              PIC 9(5) VALUE 0.
       01  WS-SPENDABLE            PIC S9(9)V99 VALUE 0.

      * Figures for the loan in hand.
       01  WS-OWING                PIC 9(7)V99 VALUE 0.
       01  WS-COLLECT              PIC 9(7)V99 VALUE 0.
       01  WS-APPLY-LEFT           PIC 9(7)V99 VALUE 0.
       01  WS-PART-DUE             PIC 9(7)V99 VALUE 0.
       01  WS-PART-PAID            PIC 9(7)V99 VALUE 0.
       01  WS-COLL-INT             PIC 9(7)V99 VALUE 0.
       01  WS-COLL-PRIN            PIC 9(7)V99 VALUE 0.
       01  WS-PAY-REMAIN           PIC 9(7)V99 VALUE 0.
       01  WS-OLDEST-DUE           PIC X(8) VALUE SPACES.
       01  WS-RESULT-TEXT          PIC X(8) VALUE SPACES.

       01  WS-TOT-COLLECT          PIC 9(9)V99 VALUE 0.
       01  WS-TOT-INT              PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PRIN             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-SHORT            PIC 9(9)V99 VALUE 0.

      * Collection debits the posting run turned away. Each debit
      * written is remembered on LNCPEND.DAT until AUDIT.LOG shows
      * what became of it; one rejected or held is taken back off
      * the loan on the next run, so the installments fall due again
      * and the loan is collected afresh.
       01  WS-PEND-EOF             PIC X(3) VALUE 'NO '.
       01  WS-PEND-SEQ             PIC 9(7) VALUE 0.
       01  WS-PEND-SEL             PIC X(3) VALUE 'NO '.
       01  WS-MATCH-BRANCH         PIC X(2) VALUE SPACES.
       01  WS-MATCH-ACCNO          PIC X(10) VALUE SPACES.
       01  WS-MATCH-DATE           PIC X(8) VALUE SPACES.
       01  WS-MATCH-AMOUNT         PIC 9(5)V99 VALUE 0.
       01  WS-MATCH-STATE          PIC X(1) VALUE SPACE.
       01  WS-RET-CTR              PIC 9(5) VALUE 0.
       01  WS-WAIT-CTR             PIC 9(5) VALUE 0.
       01  WS-TOT-RETURNED         PIC 9(9)V99 VALUE 0.
       01  WS-PAID-SO-FAR          PIC 9(9)V99 VALUE 0.
       01  WS-KEEP-PAID            PIC 9(9)V99 VALUE 0.
       01  WS-NEW-INT-PAID         PIC 9(7)V99 VALUE 0.
       01  WS-NEW-PRIN-PAID        PIC 9(7)V99 VALUE 0.
       01  WS-REV-INT              PIC 9(7)V99 VALUE 0.
       01  WS-REV-PRIN             PIC 9(7)V99 VALUE 0.
       01  WS-REV-TOTAL            PIC 9(7)V99 VALUE 0.

       01  WS-LB-COUNT             PIC 9(2) VALUE 0.
       01  WS-LB-IDX               PIC 9(2) VALUE 0.
       01  WS-LB-FOUND             PIC X(3) VALUE 'NO '.
       01  LN-BRANCH-TABLE.
           05 LN-BRANCH-ENTRY OCCURS 99 TIMES.
              10 LB-BRANCH         PIC X(2).
              10 LB-COLLECTED      PIC 9(11)V99.
              10 LB-PRINCIPAL      PIC 9(11)V99.
              10 LB-INTEREST       PIC 9(11)V99.
              10 LB-RET-COLL       PIC 9(11)V99.
              10 LB-RET-PRIN       PIC 9(11)V99.
              10 LB-RET-INT        PIC 9(11)V99.

       01  WS-HASH-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-DR-TOTAL             PIC 9(13)V99 VALUE 0.
       01  WS-CR-TOTAL             PIC 9(13)V99 VALUE 0.
       01  WS-JRNL-CTR             PIC 9(5) VALUE 0.

       01  JRNL-HEADER.
           05 JH-RECTYPE           PIC X(1) VALUE 'H'.
           05 JH-BUSDATE           PIC X(8).
           05 JH-HASH              PIC 9(13)V99.
           05 FILLER               PIC X(56) VALUE SPACES.

       01  JRNL-DETAIL.
           05 JD-RECTYPE           PIC X(1) VALUE 'D'.
           05 JD-BRANCH            PIC X(2).
           05 JD-GLACCT            PIC X(6).
           05 JD-DRCR              PIC X(1).
           05 JD-AMOUNT            PIC 9(11)V99.
           05 JD-DESC              PIC X(20).
           05 FILLER               PIC X(37) VALUE SPACES.

       01  JRNL-TRAILER.
           05 JT-RECTYPE           PIC X(1) VALUE 'T'.
           05 JT-COUNT             PIC 9(5).
           05 JT-DR-TOTAL          PIC 9(13)V99.
           05 JT-CR-TOTAL          PIC 9(13)V99.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-HEADER-1.
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(30)
              VALUE "Loan Installment Collections".
           05 FILLER               PIC X(25) VALUE SPACES.

       01  REG-HEADER-2.
           05 FILLER               PIC X(2) VALUE "Br".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Loan No.".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Debit Acct".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Due Date".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE "Owing".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Collected".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE "Short".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Result".
           05 FILLER               PIC X(7) VALUE SPACES.

       01  REG-LINE.
           05 REG-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-LOANNO-OUT       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-DUE-OUT          PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-OWING-OUT        PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-COLL-OUT         PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-SHORT-OUT        PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RESULT-OUT       PIC X(8).
           05 FILLER               PIC X(7) VALUE SPACES.

       01  REG-RET-HEADER-1.
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(30)
              VALUE "Collections Returned Unpaid".
           05 FILLER               PIC X(25) VALUE SPACES.

       01  REG-RET-HEADER-2.
           05 FILLER               PIC X(2) VALUE "Br".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Loan No.".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Debit Acct".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Debited".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Amount".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Reason".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Next Due".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Status".
           05 FILLER               PIC X(13) VALUE SPACES.

       01  REG-RET-LINE.
           05 REG-RET-BRANCH-OUT   PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RET-LOANNO-OUT   PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RET-ACCNO-OUT    PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RET-DATE-OUT     PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RET-AMT-OUT      PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RET-REASON-OUT   PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RET-DUE-OUT      PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RET-STATUS-OUT   PIC X(8).
           05 FILLER               PIC X(12) VALUE SPACES.

       01  REG-TOTAL-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "LOANS WITH AMOUNTS DUE:   ".
           05 REG-DUE-CTR-OUT      PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "COLLECTED IN FULL:        ".
           05 REG-FULL-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "PARTIALLY COLLECTED:      ".
           05 REG-PART-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-4.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "NOTHING COLLECTED:        ".
           05 REG-NONE-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-5.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "TOTAL COLLECTED:          ".
           05 REG-TOT-COLL-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  REG-TOTAL-6.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "  OF WHICH INTEREST:      ".
           05 REG-TOT-INT-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  REG-TOTAL-7.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "TOTAL LEFT PAST DUE:      ".
           05 REG-TOT-SHORT-OUT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  REG-TOTAL-8.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "COLLECTIONS RETURNED:     ".
           05 REG-RET-CTR-OUT      PIC Z,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REG-TOT-RET-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(28) VALUE SPACES.

       01  REG-TOTAL-9.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "DEBITS AWAITING POSTING:  ".
           05 REG-WAIT-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
      * Nightly due-date run. For every active loan, everything that
      * has fallen due and is still unpaid is debited to the linked
      * deposit account, as far as the account's available funds
      * allow; what cannot be collected stays on the schedule as
      * arrears and is tried again on the next run. The debits go to
      * LNPOST.TXT, a posting source for TRAN-MERGE; the split of the
      * money between loan principal and interest income goes to
      * LNJRNL.DAT for the ledger. Before anything is collected, the
      * debits of earlier runs are matched to what the posting run
      * did with them, and any it turned away are taken back off
      * their loans.
       MAIN-RTN.
           PERFORM INITIAL-RTN
           PERFORM PROCESS-RTN UNTIL WS-EOF = 'YES'
           PERFORM FINISH-RTN
           CLOSE LNMAST
           CLOSE LNSCHED
           CLOSE LNPOST-FILE
           CLOSE REGFILE
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

           OPEN I-O LNMAST
           IF WS-LNMAST-STATUS NOT = '00'
               DISPLAY 'LOAN-COLLECT: LNMAST.IDX NOT FOUND - '
                   'NO LOANS ON FILE'
               MOVE 'YES' TO WS-EOF
           END-IF
           OPEN I-O LNSCHED
           IF WS-LNSCHED-STATUS NOT = '00'
               AND WS-EOF NOT = 'YES'
               DISPLAY 'LOAN-COLLECT: LNSCHED.IDX NOT FOUND - '
                   'CANNOT COLLECT WITHOUT THE SCHEDULES'
               MOVE 16 TO RETURN-CODE
               MOVE 'YES' TO WS-EOF
           END-IF

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'LOAN-COLLECT: CUSTMAST.IDX NOT AVAILABLE - '
                   'NOTHING COLLECTED TONIGHT'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM OPEN-WORKFILES-RTN
           PERFORM LOAD-AVAIL-RTN
           PERFORM APPLY-TODAY-RTN

           OPEN OUTPUT LNPOST-FILE
           OPEN OUTPUT REGFILE
           WRITE REGREC FROM REG-HEADER-1 AFTER ADVANCING PAGE

           PERFORM LOAD-PENDING-RTN
           IF WS-EOF NOT = 'YES'
               PERFORM MATCH-AUDIT-RTN
               PERFORM REVERSE-RETURNED-RTN
           END-IF

           WRITE REGREC FROM REG-HEADER-2 AFTER ADVANCING 2 LINES

           IF WS-EOF NOT = 'YES'
               MOVE LOW-VALUES TO LN-LOANNO
               START LNMAST KEY IS >= LN-LOANNO
                   INVALID KEY MOVE 'YES' TO WS-EOF
               END-START
           END-IF
           IF WS-EOF NOT = 'YES'
               READ LNMAST NEXT RECORD
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
           END-IF.

      * The run's working lists live on keyed work files rebuilt every
      * run, so no number of accounts or debits can fill them.
       OPEN-WORKFILES-RTN.
           OPEN OUTPUT AVAIL-WORK
           CLOSE AVAIL-WORK
           OPEN I-O AVAIL-WORK
           OPEN OUTPUT PEND-WORK
           CLOSE PEND-WORK
           OPEN I-O PEND-WORK
           IF WS-AVWORK-STATUS NOT = '00'
               OR WS-PENDWK-STATUS NOT = '00'
               DISPLAY 'LOAN-COLLECT: CANNOT OPEN WORK FILES - STATUS '
                   WS-AVWORK-STATUS ' ' WS-PENDWK-STATUS
                   ' - NOTHING COLLECTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-RTN.
           ADD 1 TO WS-READ-CTR
           IF LN-ACTIVE
               AND LN-NEXT-DUE NOT = SPACES
               AND LN-NEXT-DUE <= WS-RUN-DATE
               PERFORM COLLECT-LOAN-RTN
           END-IF

           READ LNMAST NEXT RECORD
              AT END MOVE 'YES' TO WS-EOF
           END-READ.

       COLLECT-LOAN-RTN.
           ADD 1 TO WS-DUE-CTR
           PERFORM SUM-OWING-RTN
           IF WS-OWING = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ACCOUNT-RTN
           MOVE 0 TO WS-COLLECT
           IF WS-ACC-OK = 'YES' AND WS-SPENDABLE > 0
               IF WS-SPENDABLE >= WS-OWING
                   MOVE WS-OWING TO WS-COLLECT
               ELSE
                   MOVE WS-SPENDABLE TO WS-COLLECT
               END-IF
           END-IF

           MOVE 0 TO WS-COLL-INT
           MOVE 0 TO WS-COLL-PRIN
           IF WS-COLLECT > 0
               PERFORM APPLY-COLLECTION-RTN
               PERFORM WRITE-DEBIT-RTN
               IF WS-AV-FOUND = 'YES'
                   PERFORM TAKE-AVAIL-RTN
               END-IF
               PERFORM ACCUM-BRANCH-RTN
           END-IF

           EVALUATE TRUE
               WHEN WS-ACC-FCY = 'YES'
                   MOVE 'FCY ACCT' TO WS-RESULT-TEXT
                   ADD 1 TO WS-NONE-CTR
                   ADD 1 TO WS-FCY-CTR
                   DISPLAY 'LOAN-COLLECT: LOAN ' LN-LOANNO
                       ' NOT COLLECTED - DEBIT ACCOUNT '
                       LN-DEBIT-ACCNO ' IS A FOREIGN CURRENCY ACCOUNT'
               WHEN WS-ACC-OK NOT = 'YES'
                   MOVE 'ACCT BAD' TO WS-RESULT-TEXT
                   ADD 1 TO WS-NONE-CTR
               WHEN WS-COLLECT = WS-OWING
                   MOVE 'FULL' TO WS-RESULT-TEXT
                   ADD 1 TO WS-FULL-CTR
               WHEN WS-COLLECT > 0
                   MOVE 'PARTIAL' TO WS-RESULT-TEXT
                   ADD 1 TO WS-PART-CTR
               WHEN OTHER
                   MOVE 'NO FUNDS' TO WS-RESULT-TEXT
                   ADD 1 TO WS-NONE-CTR
           END-EVALUATE
           PERFORM WRITE-REG-LINE
           PERFORM UPDATE-LOAN-RTN.

      * Everything due up to tonight that is not yet paid.
       SUM-OWING-RTN.
           MOVE 0 TO WS-OWING
           PERFORM START-SCHED-RTN
           PERFORM UNTIL WS-SCHED-EOF = 'YES'
               IF NOT LS-PAID
                   COMPUTE WS-OWING = WS-OWING + LS-PAYMENT
                       - LS-INT-PAID - LS-PRIN-PAID
               END-IF
               PERFORM NEXT-SCHED-RTN
           END-PERFORM.

      * Positions on the loan's first installment; the walk stops at
      * the first installment not yet due.
       START-SCHED-RTN.
           MOVE 'NO ' TO WS-SCHED-EOF
           MOVE LN-LOANNO TO LS-LOANNO
           MOVE 0 TO LS-INSTNO
           START LNSCHED KEY > LS-KEY
               INVALID KEY MOVE 'YES' TO WS-SCHED-EOF
           END-START
           PERFORM NEXT-SCHED-RTN.

       NEXT-SCHED-RTN.
           IF WS-SCHED-EOF NOT = 'YES'
               READ LNSCHED NEXT RECORD
                   AT END MOVE 'YES' TO WS-SCHED-EOF
               END-READ
           END-IF
           IF WS-SCHED-EOF NOT = 'YES'
               IF LS-LOANNO NOT = LN-LOANNO
                   OR LS-DUE-DATE > WS-RUN-DATE
                   MOVE 'YES' TO WS-SCHED-EOF
               END-IF
           END-IF.

      * Money collected settles the oldest installment first, and
      * within an installment its interest before its principal.
       APPLY-COLLECTION-RTN.
           MOVE WS-COLLECT TO WS-APPLY-LEFT
           PERFORM START-SCHED-RTN
           PERFORM UNTIL WS-SCHED-EOF = 'YES' OR WS-APPLY-LEFT = 0
               IF NOT LS-PAID
                   COMPUTE WS-PART-DUE = LS-INTEREST - LS-INT-PAID
                   PERFORM TAKE-PART-RTN
                   ADD WS-PART-PAID TO LS-INT-PAID
                   ADD WS-PART-PAID TO WS-COLL-INT

                   COMPUTE WS-PART-DUE = LS-PRINCIPAL - LS-PRIN-PAID
                   PERFORM TAKE-PART-RTN
                   ADD WS-PART-PAID TO LS-PRIN-PAID
                   ADD WS-PART-PAID TO WS-COLL-PRIN

                   IF LS-INT-PAID = LS-INTEREST
                       AND LS-PRIN-PAID = LS-PRINCIPAL
                       MOVE 'P' TO LS-STATUS
                       MOVE WS-RUN-DATE TO LS-PAID-DATE
                       ADD 1 TO LN-INST-PAID
                   ELSE
                       MOVE 'A' TO LS-STATUS
                   END-IF
                   REWRITE LNSCHED-REC
               END-IF
               PERFORM NEXT-SCHED-RTN
           END-PERFORM.

       TAKE-PART-RTN.
           IF WS-APPLY-LEFT >= WS-PART-DUE
               MOVE WS-PART-DUE TO WS-PART-PAID
           ELSE
               MOVE WS-APPLY-LEFT TO WS-PART-PAID
           END-IF
           SUBTRACT WS-PART-PAID FROM WS-APPLY-LEFT.

      * The loan master carries the oldest unpaid due date and the
      * amount past due, which is what the aging report works from.
       UPDATE-LOAN-RTN.
           SUBTRACT WS-COLL-PRIN FROM LN-PRIN-BAL
           COMPUTE LN-ARREARS = WS-OWING - WS-COLLECT
           IF WS-COLLECT > 0
               MOVE WS-RUN-DATE TO LN-LAST-COLL
           END-IF

           PERFORM FIND-OLDEST-DUE-RTN
           MOVE WS-OLDEST-DUE TO LN-NEXT-DUE
           IF WS-OLDEST-DUE = SPACES
               MOVE 'P' TO LN-STATUS
               MOVE WS-RUN-DATE TO LN-CLOSE-DATE
               MOVE 0 TO LN-ARREARS
           END-IF
           REWRITE LNMAST-REC.

       FIND-OLDEST-DUE-RTN.
           MOVE SPACES TO WS-OLDEST-DUE
           MOVE 'NO ' TO WS-SCHED-EOF
           MOVE LN-LOANNO TO LS-LOANNO
           MOVE 0 TO LS-INSTNO
           START LNSCHED KEY > LS-KEY
               INVALID KEY MOVE 'YES' TO WS-SCHED-EOF
           END-START
           PERFORM UNTIL WS-SCHED-EOF = 'YES'
               READ LNSCHED NEXT RECORD
                   AT END MOVE 'YES' TO WS-SCHED-EOF
               END-READ
               IF WS-SCHED-EOF NOT = 'YES'
                   IF LS-LOANNO NOT = LN-LOANNO
                       MOVE 'YES' TO WS-SCHED-EOF
                   ELSE
                       IF NOT LS-PAID
                           MOVE LS-DUE-DATE TO WS-OLDEST-DUE
                           MOVE 'YES' TO WS-SCHED-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The loan can only be collected from an account that is open
      * for posting and held in pesos, the currency the loan is in.
       FIND-ACCOUNT-RTN.
           MOVE 'NO ' TO WS-ACC-OK
           MOVE 'NO ' TO WS-ACC-FCY
           MOVE 0 TO WS-SPENDABLE
           MOVE 'NO ' TO WS-AV-FOUND
           IF WS-CUSTMAST-OPEN NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE LN-DEBIT-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-FROZEN OR CM-CLOSED
                           CONTINUE
                       WHEN CM-CURRENCY NOT = SPACES
                         AND CM-CURRENCY NOT = 'PHP'
                           MOVE 'YES' TO WS-ACC-FCY
                       WHEN OTHER
                           MOVE 'YES' TO WS-ACC-OK
                           MOVE CM-ACCNAME TO WS-ACC-NAME
                           MOVE CM-BRANCH TO WS-ACC-BRANCH
                   END-EVALUATE
           END-READ
           IF WS-ACC-OK = 'YES'
               MOVE WS-ACC-BRANCH TO AW-BRANCH
               MOVE LN-DEBIT-ACCNO TO AW-ACCNO
               READ AVAIL-WORK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-AV-FOUND
                       MOVE AW-AVAIL TO WS-SPENDABLE
               END-READ
           END-IF.

       TAKE-AVAIL-RTN.
           MOVE WS-ACC-BRANCH TO AW-BRANCH
           MOVE LN-DEBIT-ACCNO TO AW-ACCNO
           READ AVAIL-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-COLLECT FROM AW-AVAIL
                   REWRITE AVAIL-WORK-REC
           END-READ.

      * The posting record carries at most 99,999.99, so a larger
      * collection goes to the account as several debits.
       WRITE-DEBIT-RTN.
           MOVE WS-COLLECT TO WS-PAY-REMAIN
           PERFORM UNTIL WS-PAY-REMAIN = 0
               MOVE SPACES TO REC-IN
               MOVE LN-DEBIT-ACCNO TO ACCNO-IN
               MOVE WS-ACC-NAME TO ACCNAME-IN
               MOVE 'W' TO TC
               IF WS-PAY-REMAIN > 99999.99
                   MOVE 99999.99 TO AMOUNT
               ELSE
                   MOVE WS-PAY-REMAIN TO AMOUNT
               END-IF
               SUBTRACT AMOUNT FROM WS-PAY-REMAIN
               MOVE WS-RUN-DATE TO TRANDATE-IN
               MOVE WS-ACC-BRANCH TO BRANCH-IN
               MOVE 'LNCOLL' TO TELLER-IN
               WRITE REC-IN
               ADD 1 TO WS-POST-CTR

               ADD 1 TO WS-PEND-SEQ
               MOVE SPACES TO PEND-WORK-REC
               MOVE BRANCH-IN TO PW-BRANCH
               MOVE ACCNO-IN TO PW-ACCNO
               MOVE TRANDATE-IN TO PW-TRANDATE
               MOVE AMOUNT TO PW-AMOUNT
               MOVE WS-PEND-SEQ TO PW-SEQ
               MOVE LN-LOANNO TO PW-LOANNO
               WRITE PEND-WORK-REC
           END-PERFORM.

       WRITE-REG-LINE.
           MOVE LN-BRANCH TO REG-BRANCH-OUT
           MOVE LN-LOANNO TO REG-LOANNO-OUT
           MOVE LN-DEBIT-ACCNO TO REG-ACCNO-OUT
           MOVE LN-NEXT-DUE TO REG-DUE-OUT
           MOVE WS-OWING TO REG-OWING-OUT
           MOVE WS-COLLECT TO REG-COLL-OUT
           COMPUTE WS-PAY-REMAIN = WS-OWING - WS-COLLECT
           MOVE WS-PAY-REMAIN TO REG-SHORT-OUT
           ADD WS-PAY-REMAIN TO WS-TOT-SHORT
           MOVE WS-RESULT-TEXT TO REG-RESULT-OUT
           WRITE REGREC FROM REG-LINE AFTER ADVANCING 1 LINE.

       ACCUM-BRANCH-RTN.
           ADD WS-COLLECT TO WS-TOT-COLLECT
           ADD WS-COLL-INT TO WS-TOT-INT
           ADD WS-COLL-PRIN TO WS-TOT-PRIN
           ADD WS-COLLECT TO WS-HASH-TOTAL
           PERFORM FIND-BRANCH-RTN
           IF WS-LB-FOUND NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           ADD WS-COLLECT TO LB-COLLECTED(WS-LB-IDX)
           ADD WS-COLL-PRIN TO LB-PRINCIPAL(WS-LB-IDX)
           ADD WS-COLL-INT TO LB-INTEREST(WS-LB-IDX).

       FIND-BRANCH-RTN.
           MOVE 'NO ' TO WS-LB-FOUND
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                   UNTIL WS-LB-IDX > WS-LB-COUNT
                      OR WS-LB-FOUND = 'YES'
               IF LB-BRANCH(WS-LB-IDX) = LN-BRANCH
                   MOVE 'YES' TO WS-LB-FOUND
               END-IF
           END-PERFORM
           IF WS-LB-FOUND = 'YES'
               SUBTRACT 1 FROM WS-LB-IDX
           ELSE
               IF WS-LB-COUNT < 99
                   ADD 1 TO WS-LB-COUNT
                   MOVE WS-LB-COUNT TO WS-LB-IDX
                   MOVE LN-BRANCH TO LB-BRANCH(WS-LB-IDX)
                   MOVE 0 TO LB-COLLECTED(WS-LB-IDX)
                   MOVE 0 TO LB-PRINCIPAL(WS-LB-IDX)
                   MOVE 0 TO LB-INTEREST(WS-LB-IDX)
                   MOVE 0 TO LB-RET-COLL(WS-LB-IDX)
                   MOVE 0 TO LB-RET-PRIN(WS-LB-IDX)
                   MOVE 0 TO LB-RET-INT(WS-LB-IDX)
                   MOVE 'YES' TO WS-LB-FOUND
               ELSE
                   DISPLAY 'LOAN-COLLECT: BRANCH TABLE FULL (99) - '
                       'BRANCH ' LN-BRANCH ' NOT JOURNALED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * The debits still awaiting an outcome from earlier runs.
       LOAD-PENDING-RTN.
           MOVE 'NO ' TO WS-PEND-EOF
           OPEN INPUT LNCPEND-FILE
           IF WS-LNCPEND-STATUS NOT = '00'
               MOVE 'YES' TO WS-PEND-EOF
           END-IF
           PERFORM UNTIL WS-PEND-EOF = 'YES'
               READ LNCPEND-FILE
                  AT END MOVE 'YES' TO WS-PEND-EOF
               END-READ
               IF WS-PEND-EOF NOT = 'YES'
                   AND CP-AMOUNT NUMERIC
                   ADD 1 TO WS-PEND-SEQ
                   MOVE SPACES TO PEND-WORK-REC
                   MOVE CP-BRANCH TO PW-BRANCH
                   MOVE CP-ACCNO TO PW-ACCNO
                   MOVE CP-TRANDATE TO PW-TRANDATE
                   MOVE CP-AMOUNT TO PW-AMOUNT
                   MOVE WS-PEND-SEQ TO PW-SEQ
                   MOVE CP-LOANNO TO PW-LOANNO
                   WRITE PEND-WORK-REC
               END-IF
           END-PERFORM
           IF WS-LNCPEND-STATUS NOT = '35'
               CLOSE LNCPEND-FILE
           END-IF.

      * The posting run logs every LNCOLL debit it handled: 'D' when
      * it posted, 'E' when it was rejected, 'X' when it was held.
      * Each is tied to the first open debit with the same account,
      * date and amount. A debit held and then released posts later
      * in the log, so a posting clears an earlier hold.
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
                   AND AUD-OPERATOR = 'LNCOLL'
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

       REVERSE-RETURNED-RTN.
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
                   PERFORM RETURN-COLLECTION-RTN
               END-IF
           END-PERFORM.

      * Collections are always applied oldest installment first and
      * interest before principal, so what a loan has been paid lies
      * along its schedule in that order. Taking a returned debit
      * back is laying the smaller total along the schedule again;
      * the installments it no longer reaches reopen and, being past
      * their due dates, show on the loan as arrears.
       RETURN-COLLECTION-RTN.
           MOVE PW-LOANNO TO LN-LOANNO
           READ LNMAST
               INVALID KEY
                   DISPLAY 'LOAN-COLLECT: LOAN ' PW-LOANNO
                       ' NOT ON FILE - RETURNED DEBIT ON '
                       PW-ACCNO ' NOT TAKEN BACK'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ

           MOVE 0 TO WS-PAID-SO-FAR
           MOVE 'NO ' TO WS-SCHED-EOF
           MOVE LN-LOANNO TO LS-LOANNO
           MOVE 0 TO LS-INSTNO
           START LNSCHED KEY > LS-KEY
               INVALID KEY MOVE 'YES' TO WS-SCHED-EOF
           END-START
           PERFORM UNTIL WS-SCHED-EOF = 'YES'
               READ LNSCHED NEXT RECORD
                   AT END MOVE 'YES' TO WS-SCHED-EOF
               END-READ
               IF WS-SCHED-EOF NOT = 'YES'
                   IF LS-LOANNO NOT = LN-LOANNO
                       MOVE 'YES' TO WS-SCHED-EOF
                   ELSE
                       ADD LS-INT-PAID LS-PRIN-PAID TO WS-PAID-SO-FAR
                   END-IF
               END-IF
           END-PERFORM

           IF PW-AMOUNT > WS-PAID-SO-FAR
               DISPLAY 'LOAN-COLLECT: LOAN ' LN-LOANNO
                   ' PAID LESS THAN ITS RETURNED DEBIT - '
                   'ALL PAYMENTS TAKEN BACK'
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-KEEP-PAID
           ELSE
               COMPUTE WS-KEEP-PAID = WS-PAID-SO-FAR - PW-AMOUNT
           END-IF

           MOVE 0 TO WS-REV-INT
           MOVE 0 TO WS-REV-PRIN
           MOVE 'NO ' TO WS-SCHED-EOF
           MOVE LN-LOANNO TO LS-LOANNO
           MOVE 0 TO LS-INSTNO
           START LNSCHED KEY > LS-KEY
               INVALID KEY MOVE 'YES' TO WS-SCHED-EOF
           END-START
           PERFORM UNTIL WS-SCHED-EOF = 'YES'
               READ LNSCHED NEXT RECORD
                   AT END MOVE 'YES' TO WS-SCHED-EOF
               END-READ
               IF WS-SCHED-EOF NOT = 'YES'
                   IF LS-LOANNO NOT = LN-LOANNO
                       MOVE 'YES' TO WS-SCHED-EOF
                   ELSE
                       PERFORM RELAY-INSTALLMENT-RTN
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-REV-TOTAL = WS-REV-INT + WS-REV-PRIN

           ADD WS-REV-PRIN TO LN-PRIN-BAL
           IF LN-PAID-OFF
               MOVE 'A' TO LN-STATUS
               MOVE SPACES TO LN-CLOSE-DATE
           END-IF
           PERFORM FIND-OLDEST-DUE-RTN
           MOVE WS-OLDEST-DUE TO LN-NEXT-DUE
           PERFORM SUM-OWING-RTN
           MOVE WS-OWING TO LN-ARREARS
           REWRITE LNMAST-REC

           ADD 1 TO WS-RET-CTR
           ADD WS-REV-TOTAL TO WS-TOT-RETURNED
           ADD WS-REV-TOTAL TO WS-HASH-TOTAL
           PERFORM FIND-BRANCH-RTN
           IF WS-LB-FOUND = 'YES'
               ADD WS-REV-TOTAL TO LB-RET-COLL(WS-LB-IDX)
               ADD WS-REV-PRIN TO LB-RET-PRIN(WS-LB-IDX)
               ADD WS-REV-INT TO LB-RET-INT(WS-LB-IDX)
           END-IF
           PERFORM WRITE-RET-LINE.

       RELAY-INSTALLMENT-RTN.
           IF WS-KEEP-PAID >= LS-INTEREST
               MOVE LS-INTEREST TO WS-NEW-INT-PAID
           ELSE
               MOVE WS-KEEP-PAID TO WS-NEW-INT-PAID
           END-IF
           SUBTRACT WS-NEW-INT-PAID FROM WS-KEEP-PAID
           IF WS-KEEP-PAID >= LS-PRINCIPAL
               MOVE LS-PRINCIPAL TO WS-NEW-PRIN-PAID
           ELSE
               MOVE WS-KEEP-PAID TO WS-NEW-PRIN-PAID
           END-IF
           SUBTRACT WS-NEW-PRIN-PAID FROM WS-KEEP-PAID

           IF WS-NEW-INT-PAID = LS-INT-PAID
               AND WS-NEW-PRIN-PAID = LS-PRIN-PAID
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REV-INT = WS-REV-INT + LS-INT-PAID
               - WS-NEW-INT-PAID
           COMPUTE WS-REV-PRIN = WS-REV-PRIN + LS-PRIN-PAID
               - WS-NEW-PRIN-PAID
           MOVE WS-NEW-INT-PAID TO LS-INT-PAID
           MOVE WS-NEW-PRIN-PAID TO LS-PRIN-PAID
           IF LS-PAID
               SUBTRACT 1 FROM LN-INST-PAID
               MOVE SPACES TO LS-PAID-DATE
           END-IF
           IF LS-INT-PAID = 0 AND LS-PRIN-PAID = 0
               MOVE 'O' TO LS-STATUS
           ELSE
               MOVE 'A' TO LS-STATUS
           END-IF
           REWRITE LNSCHED-REC.

       WRITE-RET-LINE.
           IF WS-RET-CTR = 1
               WRITE REGREC FROM REG-RET-HEADER-1
                   AFTER ADVANCING 2 LINES
               WRITE REGREC FROM REG-RET-HEADER-2
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE LN-BRANCH TO REG-RET-BRANCH-OUT
           MOVE LN-LOANNO TO REG-RET-LOANNO-OUT
           MOVE PW-ACCNO TO REG-RET-ACCNO-OUT
           MOVE PW-TRANDATE TO REG-RET-DATE-OUT
           MOVE PW-AMOUNT TO REG-RET-AMT-OUT
           IF PW-RECTYPE = 'X'
               MOVE 'HELD' TO REG-RET-REASON-OUT
           ELSE
               MOVE 'REJECTED' TO REG-RET-REASON-OUT
           END-IF
           MOVE LN-NEXT-DUE TO REG-RET-DUE-OUT
           IF LN-NEXT-DUE NOT = SPACES
               AND LN-NEXT-DUE <= WS-RUN-DATE
               MOVE 'OVERDUE' TO REG-RET-STATUS-OUT
           ELSE
               MOVE 'UNPAID' TO REG-RET-STATUS-OUT
           END-IF
           WRITE REGREC FROM REG-RET-LINE AFTER ADVANCING 1 LINE.

      * What is still awaiting the posting run - tonight's debits and
      * any earlier ones it has not yet handled - is carried to the
      * next run.
       CARRY-PENDING-RTN.
           OPEN OUTPUT LNCPEND-FILE
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
                   MOVE SPACES TO LNCPEND-REC
                   MOVE PW-LOANNO TO CP-LOANNO
                   MOVE PW-BRANCH TO CP-BRANCH
                   MOVE PW-ACCNO TO CP-ACCNO
                   MOVE PW-TRANDATE TO CP-TRANDATE
                   MOVE PW-AMOUNT TO CP-AMOUNT
                   WRITE LNCPEND-REC
                   ADD 1 TO WS-WAIT-CTR
               END-IF
           END-PERFORM
           CLOSE LNCPEND-FILE.

       LOAD-AVAIL-RTN.
           MOVE 'NO ' TO WS-BALFWD-EOF
           OPEN INPUT BALFWD-IN
           IF WS-BALFWD-STATUS NOT = '00'
               MOVE 'YES' TO WS-BALFWD-EOF
               DISPLAY 'LOAN-COLLECT: BALFWD.DAT NOT FOUND - '
                   'NO FUNDS AVAILABLE FOR COLLECTION'
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

      * Cash captured today moves the funds; checks are still
      * uncollected and do not.
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
                   AND (INF-TC = 'D' OR INF-TC = 'W')
                   MOVE INF-BRANCH TO AW-BRANCH
                   MOVE INF-ACCNO TO AW-ACCNO
                   READ AVAIL-WORK
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF INF-TC = 'D'
                               ADD INF-AMOUNT TO AW-AVAIL
                           ELSE
                               SUBTRACT INF-AMOUNT FROM AW-AVAIL
                           END-IF
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
           IF WS-TOT-COLLECT > 0
               MOVE '-' TO TRL-NET-SIGN
           ELSE
               MOVE '+' TO TRL-NET-SIGN
           END-IF
           MOVE WS-TOT-COLLECT TO TRL-NET
           MOVE 'T' TO TRL-TC
           WRITE TRAILER-REC

           MOVE WS-DUE-CTR TO REG-DUE-CTR-OUT
           MOVE WS-FULL-CTR TO REG-FULL-CTR-OUT
           MOVE WS-PART-CTR TO REG-PART-CTR-OUT
           MOVE WS-NONE-CTR TO REG-NONE-CTR-OUT
           MOVE WS-TOT-COLLECT TO REG-TOT-COLL-OUT
           MOVE WS-TOT-INT TO REG-TOT-INT-OUT
           MOVE WS-TOT-SHORT TO REG-TOT-SHORT-OUT
           WRITE REGREC FROM REG-TOTAL-1 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-TOTAL-2 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-4 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-5 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-6 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-7 AFTER ADVANCING 1 LINE

           PERFORM CARRY-PENDING-RTN
           MOVE WS-RET-CTR TO REG-RET-CTR-OUT
           MOVE WS-TOT-RETURNED TO REG-TOT-RET-OUT
           MOVE WS-WAIT-CTR TO REG-WAIT-CTR-OUT
           WRITE REGREC FROM REG-TOTAL-8 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-TOTAL-9 AFTER ADVANCING 1 LINE

           PERFORM WRITE-JOURNAL-RTN
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY 'LOAN-COLLECT: JOURNAL OUT OF BALANCE - '
                   'DR ' WS-DR-TOTAL ' CR ' WS-CR-TOTAL
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-FCY-CTR > 0
               DISPLAY 'LOAN-COLLECT: ' WS-FCY-CTR ' LOAN(S) ON A '
                   'FOREIGN CURRENCY ACCOUNT NOT COLLECTED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'LOAN-COLLECT: ' WS-DUE-CTR ' LOAN(S) DUE, '
               WS-POST-CTR ' DEBIT(S) TO LNPOST.TXT'
           IF WS-RET-CTR > 0
               DISPLAY 'LOAN-COLLECT: ' WS-RET-CTR ' EARLIER '
                   'COLLECTION(S) RETURNED UNPAID - LOANS REOPENED'
           END-IF.

      * Per branch: the collections clearing account that GL-JOURNAL
      * credits from the LNCOLL debits is relieved against loan
      * principal and interest income. A collection the posting run
      * turned away never reached the clearing account, so its
      * earlier relief is put back there and the principal and
      * interest it paid are reinstated.
       WRITE-JOURNAL-RTN.
           OPEN OUTPUT JRNL-FILE
           MOVE WS-RUN-DATE TO JH-BUSDATE
           MOVE WS-HASH-TOTAL TO JH-HASH
           WRITE JRNL-REC FROM JRNL-HEADER

           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                   UNTIL WS-LB-IDX > WS-LB-COUNT
               IF LB-COLLECTED(WS-LB-IDX) > 0
                   MOVE LB-COLLECTED(WS-LB-IDX) TO JD-AMOUNT
                   MOVE '290200' TO JD-GLACCT
                   MOVE 'LOAN COLLECTIONS' TO JD-DESC
                   PERFORM WRITE-DR-LINE
               END-IF
               IF LB-PRINCIPAL(WS-LB-IDX) > 0
                   MOVE LB-PRINCIPAL(WS-LB-IDX) TO JD-AMOUNT
                   MOVE '130100' TO JD-GLACCT
                   MOVE 'LOAN PRINCIPAL PAID' TO JD-DESC
                   PERFORM WRITE-CR-LINE
               END-IF
               IF LB-INTEREST(WS-LB-IDX) > 0
                   MOVE LB-INTEREST(WS-LB-IDX) TO JD-AMOUNT
                   MOVE '410100' TO JD-GLACCT
                   MOVE 'LOAN INTEREST INCOME' TO JD-DESC
                   PERFORM WRITE-CR-LINE
               END-IF
               IF LB-RET-COLL(WS-LB-IDX) > 0
                   MOVE LB-RET-COLL(WS-LB-IDX) TO JD-AMOUNT
                   MOVE '290200' TO JD-GLACCT
                   MOVE 'LOAN COLL RETURNED' TO JD-DESC
                   PERFORM WRITE-CR-LINE
               END-IF
               IF LB-RET-PRIN(WS-LB-IDX) > 0
                   MOVE LB-RET-PRIN(WS-LB-IDX) TO JD-AMOUNT
                   MOVE '130100' TO JD-GLACCT
                   MOVE 'LOAN PRIN REINSTATED' TO JD-DESC
                   PERFORM WRITE-DR-LINE
               END-IF
               IF LB-RET-INT(WS-LB-IDX) > 0
                   MOVE LB-RET-INT(WS-LB-IDX) TO JD-AMOUNT
                   MOVE '410100' TO JD-GLACCT
                   MOVE 'LOAN INT REVERSED' TO JD-DESC
                   PERFORM WRITE-DR-LINE
               END-IF
           END-PERFORM

           MOVE WS-JRNL-CTR TO JT-COUNT
           MOVE WS-DR-TOTAL TO JT-DR-TOTAL
           MOVE WS-CR-TOTAL TO JT-CR-TOTAL
           WRITE JRNL-REC FROM JRNL-TRAILER
           CLOSE JRNL-FILE.

       WRITE-DR-LINE.
           MOVE LB-BRANCH(WS-LB-IDX) TO JD-BRANCH
           MOVE 'D' TO JD-DRCR
           WRITE JRNL-REC FROM JRNL-DETAIL
           ADD 1 TO WS-JRNL-CTR
           ADD JD-AMOUNT TO WS-DR-TOTAL.

       WRITE-CR-LINE.
           MOVE LB-BRANCH(WS-LB-IDX) TO JD-BRANCH
           MOVE 'C' TO JD-DRCR
           WRITE JRNL-REC FROM JRNL-DETAIL
           ADD 1 TO WS-JRNL-CTR
           ADD JD-AMOUNT TO WS-CR-TOTAL.

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
               DISPLAY 'LOAN-COLLECT: BUSDATE.DAT NOT FOUND - '
                   'OUTPUT DATED FROM THE WALL CLOCK'
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'LNCOLL' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-READ-CTR TO RS-READ
           COMPUTE RS-POSTED = WS-FULL-CTR + WS-PART-CTR
           MOVE WS-NONE-CTR TO RS-REJECTED
           MOVE WS-TOT-COLLECT TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
