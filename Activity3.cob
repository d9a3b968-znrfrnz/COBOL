               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT HELDRPT-FILE ASSIGN TO "HELDRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IBITEM-FILE ASSIGN TO "IBITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIOR-WORK ASSIGN TO "A3PRIOR.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PRIORWK-STATUS.
           SELECT RELEASE-WORK ASSIGN TO "A3REL.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RELWK-STATUS.
           SELECT HOLD-WORK ASSIGN TO "A3HOLD.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-KEY
               FILE STATUS IS WS-HOLDWK-STATUS.
           SELECT XFER-WORK ASSIGN TO "A3XFER.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-REF
               FILE STATUS IS WS-XFERWK-STATUS.
           SELECT ACCT-WORK ASSIGN TO "A3ACCT.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-ACCTWK-STATUS.
           SELECT XLEG-FILE ASSIGN TO "A3XLEG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLEG-STATUS.
           SELECT RECAP-FILE ASSIGN TO "A3RECAP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE.
       01  REC-IN.
           05 ACCNO-IN             PIC X(10).
           05 FILLER               PIC X(1).
           05 ACCNAME-IN           PIC X(25).
           05 TC                   PIC X(1).
           05 XFER-REF             PIC X(6).

       01  TRAILER-REC.
           05 TRL-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 TRL-COUNT            PIC 9(5).
           05 TRL-NET-SIGN         PIC X(1).

       FD  BALFWD-IN.
       01  BALFWD-IN-REC.
           05 BALFWD-IN-ACCNO      PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-IN-BAL        PIC S9(7)V99.
           05 BALFWD-IN-BRANCH     PIC X(2).

       FD  BALFWD-OUT.
       01  BALFWD-OUT-REC.
           05 BALFWD-OUT-ACCNO     PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-OUT-BAL       PIC S9(7)V99.
           05 BALFWD-OUT-BRANCH    PIC X(2).
           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       FD  AUDIT-FILE.
       01  AUDIT-REC                PIC X(80).
      * past the duplicate check, once.
       FD  RELEASE-FILE.
       01  RELEASE-REC.
           05 REL-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 REL-ACCNAME          PIC X(25).
           05 REL-TC               PIC X(1).

       FD  BALFWD-SCAN.
       01  BALFWD-SCAN-REC.
           05 BFS-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 BFS-BAL              PIC S9(7)V99.
           05 BFS-BRANCH           PIC X(2).
           05 RS-CONTROL           PIC S9(11)V99.
           05 FILLER               PIC X(1).
           05 RS-RC                PIC 9(4).
           05 FILLER               PIC X(1).
           05 RS-ELAPSED           PIC 9(6).

       FD  HELD-FILE.
       01  HELD-REC                PIC X(80).
       FD  HELDRPT-FILE.
       01  HELDRPT-REC             PIC X(80).

      * Every posted credit whose money came from another branch: a
      * transfer credit whose debit leg sits in another branch, or a
      * payroll credit outside the head-office branch that booked
      * the payroll. The journal and the inter-branch settlement
      * report work the due-to / due-from positions from it.
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

       FD  HOLDS-FILE.
       01  HOLDS-REC.
           05 HD-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 HD-AMOUNT            PIC 9(5)V99.
           05 HD-CLEAR-DATE        PIC X(8).
           05 BH-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BH-BRANCH            PIC X(2).
           05 BH-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 BH-BAL               PIC S9(7)V99.

      * The run's working lists live on keyed work files rebuilt
      * every run, so no volume of prior postings, holds, releases
      * or transfers can fill them and quietly switch a check off.

      * Items already posted, keyed by branch, account, code, amount
      * and transaction date: those earlier runs posted (loaded from
      * AUDIT.LOG) catch a double feed and tie a reversal back to
      * its original; those this run posts let a same-day reversal
      * find its original in the day's work.
       FD  PRIOR-WORK.
       01  PRIOR-WORK-REC.
           05 PR-KEY.
              10 PR-BRANCH         PIC X(2).
              10 PR-ACCNO          PIC X(10).
              10 PR-TC             PIC X(1).
              10 PR-AMT            PIC 9(5)V99.
              10 PR-DATE           PIC X(8).
           05 PR-PRIOR             PIC X(1).
           05 PR-TODAY             PIC X(1).

      * Supervisor releases not yet used, per item.
       FD  RELEASE-WORK.
       01  RELEASE-WORK-REC.
           05 RL-KEY.
              10 RL-BRANCH         PIC X(2).
              10 RL-ACCNO          PIC X(10).
              10 RL-TC             PIC X(1).
              10 RL-AMT            PIC 9(5)V99.
              10 RL-DATE           PIC X(8).
           05 RL-OPEN              PIC 9(5).

      * Open uncollected-funds holds: what came in on HOLDS.DAT and
      * is not yet past its clearing date, plus the holds raised by
      * this run's check deposits.
       FD  HOLD-WORK.
       01  HOLD-WORK-REC.
           05 HT-KEY.
              10 HT-BRANCH         PIC X(2).
              10 HT-ACCNO          PIC X(10).
              10 HT-SEQ            PIC 9(7).
           05 HT-AMOUNT            PIC 9(5)V99.
           05 HT-CLEAR-DATE        PIC X(8).

      * Transfer references seen in the pre-scan of the day's file:
      * every reference must pair off to net zero before any of its
      * legs is allowed to post. The branch of the first debit leg
      * is the branch that owes the transfer.
       FD  XFER-WORK.
       01  XFER-WORK-REC.
           05 XF-REF               PIC X(6).
           05 XF-D-AMT             PIC 9(9)V99.
           05 XF-W-AMT             PIC 9(9)V99.
           05 XF-D-CNT             PIC 9(5).
           05 XF-W-CNT             PIC 9(5).
           05 XF-BAD               PIC X(1).
           05 XF-REASON            PIC X(20).
           05 XF-FROM-BRANCH       PIC X(2).
      * A transfer between accounts held in different currencies
      * pairs off on the peso equivalents of its legs, to within one
      * cent of the dearest currency involved, instead of on the
      * amounts themselves.
           05 XF-CCY               PIC X(3).
           05 XF-MIXED             PIC X(1).
           05 XF-NORATE            PIC X(1).
           05 XF-D-PHP             PIC S9(11)V99.
           05 XF-W-PHP             PIC S9(11)V99.
           05 XF-TOL               PIC 9(3)V99.

      * Per account across the whole input file: total debits, the
      * worst case a transfer's source account can face whatever
      * order the day's items post in, and for transfer accounts
      * the opening available balance.
       FD  ACCT-WORK.
       01  ACCT-WORK-REC.
           05 AW-KEY.
              10 AW-BRANCH         PIC X(2).
              10 AW-ACCNO          PIC X(10).
           05 AW-DEBITS            PIC 9(9)V99.
           05 AW-XLEG              PIC X(1).
           05 AW-AVAIL             PIC S9(7)V99.

      * Every transfer leg seen in the pre-scan, kept so each one
      * can be qualified - date, account status, duplicates and
      * debit headroom - before any leg is allowed to post.
       FD  XLEG-FILE.
       01  XLEG-REC.
           05 XL-BRANCH            PIC X(2).
           05 XL-ACCNO             PIC X(10).
           05 XL-TC                PIC X(1).
           05 XL-AMT               PIC 9(5)V99.
           05 XL-DATE              PIC X(8).
           05 XL-REF               PIC X(6).
           05 XL-CCY               PIC X(3).
           05 XL-RATE              PIC 9(3)V9(6).
           05 XL-PHP               PIC S9(11)V99.

      * Branch totals as each branch closes, for the recap page -
      * one record per currency the branch holds accounts in.
       FD  RECAP-FILE.
       01  RECAP-REC.
           05 BS-BRANCH            PIC X(2).
           05 FILLER               PIC X(1).
           05 BS-CCY               PIC X(3).
           05 FILLER               PIC X(1).
           05 BS-DCTR              PIC 9(5).
           05 FILLER               PIC X(1).
           05 BS-BCTR              PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SEQ-ABORT            PIC X(3) VALUE 'NO '.
       01  WS-BAL                  PIC S9(7)V99 VALUE 0.
       01  WS-TACCNO               PIC X(10) VALUE SPACES.
       01  WS-TACCNAME             PIC X(25) VALUE SPACES.
       01  WS-TBRANCH              PIC X(2) VALUE SPACES.
       01  WS-DCTR                 PIC 9(5) VALUE 0.
       01  WS-MASTER-BCTR          PIC S9(11)V99 VALUE 0.
       01  WS-EXCCTR               PIC 9(5) VALUE 0.
       01  WS-BALFWD-EOF           PIC X(3) VALUE 'NO '.

       01  WS-IN-KEY.
           05 WS-IN-KEY-BR         PIC X(2).
           05 WS-IN-KEY-ACC        PIC X(10).
       01  WS-BF-KEY.
           05 WS-BF-KEY-BR         PIC X(2).
           05 WS-BF-KEY-ACC        PIC X(10).
       01  WS-PREV-KEY.
           05 WS-PREV-KEY-BR       PIC X(2).
           05 WS-PREV-KEY-ACC      PIC X(10).

       01  WS-BR-DCTR              PIC 9(5) VALUE 0.
       01  WS-RECAP-EOF            PIC X(3) VALUE 'NO '.

      * Each account posts in its own currency, so balances are only
      * ever added up within a currency - per branch, and for the
      * run on ledger and master (carried accounts included). The
      * run's single control figure is the master totals converted
      * to pesos at the business date's rates. The table is sized by
      * the currencies the bank deals in, not by the day's volume.
       01  WS-ACCT-CCY             PIC X(3) VALUE 'PHP'.
       01  WS-CARRY-CCY            PIC X(3) VALUE 'PHP'.
       01  WS-LOOK-CCY             PIC X(3) VALUE SPACES.
       01  WS-CCY-IDX              PIC 9(2) VALUE 0.
       01  WS-CCY-SEL              PIC 9(2) VALUE 0.
       01  WS-CCY-FULL             PIC X(3) VALUE 'NO '.
       01  WS-BRC-COUNT            PIC 9(2) VALUE 0.
       01  WS-RNC-COUNT            PIC 9(2) VALUE 0.
       01  WS-CCY-MASTER           PIC S9(11)V99 VALUE 0.
       01  WS-FX-SHORT             PIC X(3) VALUE 'NO '.
       01  BR-CCY-TABLE.
           05 BR-CCY-ENTRY OCCURS 50 TIMES.
              10 BRC-CCY           PIC X(3).
              10 BRC-DCTR          PIC 9(5).
              10 BRC-BCTR          PIC S9(9)V99.
       01  RUN-CCY-TABLE.
           05 RUN-CCY-ENTRY OCCURS 50 TIMES.
              10 RNC-CCY           PIC X(3).
              10 RNC-BCTR          PIC S9(9)V99.
              10 RNC-CARRY         PIC S9(9)V99.

       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

       01  WS-LEG-CCY              PIC X(3) VALUE 'PHP'.
       01  WS-LEG-TOL              PIC 9(3)V99 VALUE 0.
       01  WS-XFER-DIFF            PIC S9(11)V99 VALUE 0.
       01  WS-FXX-CTR              PIC 9(5) VALUE 0.

       01  WS-TRAILER-FOUND        PIC X(3) VALUE 'NO '.
       01  WS-EXPECTED-RECS        PIC 9(5) VALUE 0.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-CUSTMAST-FOUND       PIC X(3) VALUE 'NO '.
       01  WS-ACCT-STATUS          PIC X(1) VALUE 'A'.
       01  WS-CLOSE-DATE           PIC X(8) VALUE SPACES.
       01  WS-CLOSE-SETTLE         PIC X(3) VALUE 'NO '.
       01  WS-CARRY-DROP           PIC X(3) VALUE 'NO '.
       01  WS-OD-LIMIT             PIC 9(7)V99 VALUE 0.
       01  WS-OD-USED              PIC 9(7)V99 VALUE 0.
       01  WS-OD-REFER-MARK        PIC 9(7)V99 VALUE 0.
       01  WS-HOLDS-EOF            PIC X(3) VALUE 'NO '.
       01  WS-CLEAR-DAYS           PIC 9(3) VALUE 3.
       01  WS-CLEAR-DATE           PIC X(8) VALUE SPACES.
       01  WS-CLEAR-BRANCH         PIC X(2) VALUE HIGH-VALUES.
       01  WS-HOLD-SEQ             PIC 9(7) VALUE 0.
       01  WS-HOLD-LOOK-BR         PIC X(2) VALUE SPACES.
       01  WS-HOLD-LOOK-ACC        PIC X(10) VALUE SPACES.
       01  WS-HOLDWK-EOF           PIC X(3) VALUE 'NO '.
       01  WS-HOLD-REL-CTR         PIC 9(5) VALUE 0.
       01  WS-FLOAT-CTR            PIC 9(5) VALUE 0.
       01  WS-FLOAT-TOT            PIC 9(9)V99 VALUE 0.

       01  EXCP-REJ-DETAIL.
           05 REJ-TC               PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
       01  WS-DATE-OK              PIC X(3) VALUE 'YES'.
       01  WS-DATE-REASON          PIC X(20) VALUE SPACES.

       01  BUSCAL-PARM.
           05 BC-FUNCTION          PIC X(1).
           05 BC-DATE              PIC X(8).
           05 BC-BRANCH            PIC X(2).
           05 BC-DAYS              PIC 9(3).
           05 BC-OUT-DATE          PIC X(8).
           05 BC-BUSINESS          PIC X(1).
           05 BC-HOL-DESC          PIC X(25).
           05 BC-RESULT            PIC X(2).

       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDSCAN-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDSCAN-EOF          PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.

       01  WS-PRIOR-FOUND          PIC X(3) VALUE 'NO '.
       01  WS-PRIOR-AMT            PIC 9(5)V99 VALUE 0.

      * Key of one item on the posted-item and release work files.
       01  WS-ITEM-KEY.
           05 WS-IK-BRANCH         PIC X(2).
           05 WS-IK-ACCNO          PIC X(10).
           05 WS-IK-TC             PIC X(1).
           05 WS-IK-AMT            PIC 9(5)V99.
           05 WS-IK-DATE           PIC X(8).

       01  WS-PRIORWK-STATUS       PIC XX VALUE SPACES.
       01  WS-RELWK-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLDWK-STATUS        PIC XX VALUE SPACES.
       01  WS-XFERWK-STATUS        PIC XX VALUE SPACES.
       01  WS-ACCTWK-STATUS        PIC XX VALUE SPACES.
       01  WS-XLEG-STATUS          PIC XX VALUE SPACES.

      * Wall-clock start of the run, for the elapsed time carried
      * on the run statistics record.
       01  WS-START-STAMP.
           05 WS-START-DATE        PIC 9(8).
           05 WS-START-HH          PIC 9(2).
           05 WS-START-MM          PIC 9(2).
           05 WS-START-SS          PIC 9(2).
       01  WS-END-STAMP.
           05 WS-END-DATE          PIC 9(8).
           05 WS-END-HH            PIC 9(2).
           05 WS-END-MM            PIC 9(2).
           05 WS-END-SS            PIC 9(2).
       01  WS-START-SECS           PIC 9(11) VALUE 0.
       01  WS-END-SECS             PIC 9(11) VALUE 0.
       01  WS-ELAPSED              PIC 9(6) VALUE 0.

       01  WS-BANKRET-CTR          PIC 9(5) VALUE 0.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-ITEM-HELD            PIC X(3) VALUE 'NO '.
       01  WS-ITEM-REJECTED        PIC X(3) VALUE 'NO '.
       01  WS-HELD-CTR             PIC 9(5) VALUE 0.
       01  WS-IB-CTR               PIC 9(5) VALUE 0.
       01  WS-IB-FROM              PIC X(2) VALUE SPACES.
       01  WS-IB-KIND              PIC X(1) VALUE SPACE.

      * Payroll is booked to the head-office branch; a salary credit
      * to an account anywhere else is owed to that branch by it.
       01  WS-PAY-BRANCH           PIC X(2) VALUE '01'.
       01  WS-RELEASED-CTR         PIC 9(5) VALUE 0.

       01  WS-RELEASE-STATUS       PIC XX VALUE SPACES.
       01  WS-RELEASE-EOF          PIC X(3) VALUE 'NO '.

       01  WS-XFER-COUNT           PIC 9(7) VALUE 0.
       01  WS-XFER-FOUND           PIC X(3) VALUE 'NO '.
       01  WS-XFER-BAD             PIC X(3) VALUE 'NO '.
       01  WS-XFER-REASON          PIC X(20) VALUE SPACES.
       01  WS-XFERWK-EOF           PIC X(3) VALUE 'NO '.
       01  WS-PRESCAN-EOF          PIC X(3) VALUE 'NO '.

       01  WS-BFSCAN-STATUS        PIC XX VALUE SPACES.
       01  WS-BFSCAN-EOF           PIC X(3) VALUE 'NO '.
       01  WS-XLEG-COUNT           PIC 9(7) VALUE 0.
       01  WS-XLEG-EOF             PIC X(3) VALUE 'NO '.
       01  WS-Q-AVAIL              PIC S9(7)V99 VALUE 0.
       01  WS-Q-LIMIT              PIC 9(7)V99 VALUE 0.
       01  WS-Q-DEBITS             PIC 9(9)V99 VALUE 0.
       01  WS-Q-FOUND              PIC X(3) VALUE 'NO '.
       01  WS-AUD-SEQ              PIC 9(5) VALUE 0.
       01  WS-AUD-DCTR             PIC 9(5) VALUE 0.

           05 AUD-BRANCH            PIC X(2).
           05 AUD-REF-TC            PIC X(1).

      * A foreign-currency account shows its currency ahead of the
      * account number; peso accounts leave the margin blank.
       01  REC-OUT.
           05 CCY-OUT              PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ACCNO-OUT            PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ACCNAME-OUT          PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BAL-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05 AVAIL-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AVAIL-UF-FLAG        PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
       
       01  HEADER-LINE-1.
           05 FILLER               PIC X(30) VALUE SPACES.

       01  BR-TOTBREC.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(17)
              VALUE "BRANCH ACCUM BAL ".
           05 BR-CCY-OUT           PIC X(3).
           05 FILLER               PIC X(5) VALUE ":    ".
           05 BR-BCTR-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(28) VALUE SPACES.

       01  RECAP-LINE.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 RECAP-BRANCH-OUT     PIC X(2).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RECAP-CCY-OUT        PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RECAP-DCTR-OUT       PIC Z,ZZ9.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 RECAP-BCTR-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
       
       01  TOTBREC.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(21)
              VALUE "TOTAL ACCUM BALANCES ".
           05 TBR-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(4) VALUE ":   ".
           05 BCTR-OUT             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(25) VALUE SPACES.

      * Grand total of every record on BALFWD-OUT.DAT, carried
      * forward accounts included, one line per currency - the
      * figures the reconciliation run ties the lookup file against.
      * A foreign currency shows the rate its peso equivalent was
      * taken at.
       01  TOTMREC.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "TOTAL MASTER BALANCES ".
           05 TMR-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(3) VALUE ":  ".
           05 MCTR-OUT             PIC ZZZ,ZZZ,ZZ9.99-.
           05 TMR-NOTE-OUT         PIC X(13).
           05 FILLER               PIC X(12) VALUE SPACES.

       01  TOTMPHPREC.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(28)
              VALUE "MASTER BALANCES IN PESOS:   ".
           05 MPHP-OUT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(22) VALUE SPACES.

       01  WS-RATE-ED              PIC ZZ9.999999.

       01  FXX-HEADER-1.
           05 FILLER               PIC X(28) VALUE SPACES.
           05 FILLER               PIC X(24)
              VALUE "Cross-Currency Transfers".
           05 FILLER               PIC X(28) VALUE SPACES.

       01  FXX-HEADER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Ref".
           05 FILLER               PIC X(4) VALUE "Br".
           05 FILLER               PIC X(12) VALUE "Account No.".
           05 FILLER               PIC X(4) VALUE "Cd".
           05 FILLER               PIC X(4) VALUE "Ccy".
           05 FILLER               PIC X(9) VALUE "   Amount".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "      Rate".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE " Peso Equiv.".
           05 FILLER               PIC X(5) VALUE SPACES.

       01  FXX-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FXX-REF-OUT          PIC X(6).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FXX-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FXX-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FXX-TC-OUT           PIC X(1).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FXX-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FXX-AMT-OUT          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FXX-RATE-OUT         PIC ZZ9.999999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FXX-PHP-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(5) VALUE SPACES.

       01  TOTFXXREC.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(36)
              VALUE "CROSS-CURRENCY TRANSFER LEGS:       ".
           05 FXX-CTR-OUT          PIC Z,ZZ9.
           05 FILLER               PIC X(34) VALUE SPACES.

       01  EXCP-HEADER-1.
           05 FILLER               PIC X(25) VALUE SPACES.

       01  EXCP-LINE.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 EXCP-ACCNO-OUT       PIC X(10).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 EXCP-REASON-OUT      PIC X(20).
           05 EXCP-DETAIL-OUT      PIC X(25).
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DORM-BRANCH-OUT      PIC X(2).
           05 FILLER               PIC X(6) VALUE SPACES.
           05 DORM-ACCNO-OUT       PIC X(10).
           05 FILLER               PIC X(6) VALUE SPACES.
           05 DORM-ACCNAME-OUT     PIC X(25).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DORM-BAL-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 ODR-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 ODR-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ODR-BAL-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ODR-LIMIT-OUT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ODR-COND-OUT         PIC X(20).
           05 FILLER               PIC X(5) VALUE SPACES.

       01  TOTODREFER-REC.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FLT-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FLT-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FLT-AMT-OUT          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FLT-DATE-OUT         PIC X(8).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "HOLDS OUTSTANDING:    ".
           05 FLT-CTR-OUT          PIC ZZ,ZZ9.
           05 FILLER               PIC X(47) VALUE SPACES.

       01  FLOAT-TOTAL-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "HOLDS CLEARED TODAY:  ".
           05 FLT-REL-OUT          PIC ZZ,ZZ9.
           05 FILLER               PIC X(47) VALUE SPACES.

       01  HELD-HEADER-1.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 HLD-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 HLD-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 HLD-TC-OUT           PIC X(1).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 HLD-AMT-OUT          PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION. 
       MAIN-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.
           PERFORM INITIAL-RTN.
           PERFORM PROCESS-RTN UNTIL WS-EOF = 'YES'
           IF WS-SEQ-ABORT = 'YES'
                  'ACCOUNT-TRANSACTION: RUN ABORTED ON SEQUENCE ERROR '
                  '- DO NOT PROMOTE BALFWD-OUT.DAT FROM THIS RUN'
               CLOSE DORMFILE
               CLOSE RECAP-FILE
           ELSE
               PERFORM FINISH-RTN
           END-IF
           CLOSE HELD-FILE
           CLOSE HELDRPT-FILE
           CLOSE BANKRET-FILE
           CLOSE IBITEM-FILE
           CLOSE BALFWD-IN
           CLOSE BALFWD-OUT
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           CLOSE BALHIST-FILE
           CLOSE PRIOR-WORK
           CLOSE RELEASE-WORK
           CLOSE HOLD-WORK
           CLOSE XFER-WORK
           CLOSE ACCT-WORK
           PERFORM AUDIT-CLOSE-RTN
           CLOSE AUDIT-FILE.

           STOP RUN.

       INITIAL-RTN.
           PERFORM OPEN-WORKFILES-RTN.

           OPEN OUTPUT OUTFILE
           OPEN OUTPUT EXCPFILE
           OPEN OUTPUT ODREFER-FILE
           OPEN OUTPUT HELD-FILE
           OPEN OUTPUT HELDRPT-FILE
           OPEN OUTPUT BANKRET-FILE
           OPEN OUTPUT IBITEM-FILE.

           OPEN INPUT BALFWD-IN
           IF WS-BALFWD-STATUS NOT = '00'

           PERFORM OPEN-CUSTMAST-RTN.
           PERFORM LOAD-BUSDATE-RTN.
           PERFORM RESET-BR-CCY-RTN.
           MOVE 1 TO WS-RNC-COUNT.
           MOVE 'PHP' TO RNC-CCY(1).
           MOVE 0 TO RNC-BCTR(1).
           MOVE 0 TO RNC-CARRY(1).
           PERFORM LOAD-CHKCLR-RTN.
           PERFORM LOAD-HOLDS-RTN.
           PERFORM OPEN-BALHIST-RTN.
               IF WS-DUP-FOUND = 'YES'
                   PERFORM HOLD-ITEM-RTN
               ELSE
               PERFORM CHECK-CLOSE-SETTLE-RTN
               IF WS-ACCT-STATUS = 'F'
                   OR (WS-ACCT-STATUS = 'C'
                       AND WS-CLOSE-SETTLE NOT = 'YES')
                   PERFORM STATUS-REJECT-RTN
               ELSE
                   EVALUATE TC
           IF TC = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE BRANCH-IN TO WS-IK-BRANCH
           MOVE ACCNO-IN TO WS-IK-ACCNO
           MOVE TC TO WS-IK-TC
           MOVE AMOUNT TO WS-IK-AMT
           MOVE TRANDATE-IN TO WS-IK-DATE
           MOVE WS-ITEM-KEY TO PR-KEY
           READ PRIOR-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PR-PRIOR = 'Y'
                       MOVE 'YES' TO WS-DUP-FOUND
                   END-IF
           END-READ
           IF WS-DUP-FOUND = 'YES'
               PERFORM CHECK-RELEASE-RTN
           END-IF.
      * item past the duplicate check, so the same release cannot
      * wave the same item through twice.
       CHECK-RELEASE-RTN.
           MOVE WS-ITEM-KEY TO RL-KEY
           READ RELEASE-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RL-OPEN > 0
                       SUBTRACT 1 FROM RL-OPEN
                       REWRITE RELEASE-WORK-REC
                       MOVE 'NO ' TO WS-DUP-FOUND
                       ADD 1 TO WS-RELEASED-CTR
                   END-IF
           END-READ.

       LOAD-RELEASES-RTN.
           OPEN INPUT RELEASE-FILE
                  AT END MOVE 'YES' TO WS-RELEASE-EOF
               END-READ
               IF WS-RELEASE-EOF NOT = 'YES'
                   PERFORM NOTE-RELEASE-RTN
               END-IF
           END-PERFORM
           IF WS-RELEASE-STATUS NOT = '35'
               CLOSE RELEASE-FILE
           END-IF.

      * The same item released twice may pass the duplicate check
      * twice, so each release adds one to the item's open count.
       NOTE-RELEASE-RTN.
           MOVE REL-BRANCH TO WS-IK-BRANCH
           MOVE REL-ACCNO TO WS-IK-ACCNO
           MOVE REL-TC TO WS-IK-TC
           MOVE REL-AMOUNT TO WS-IK-AMT
           MOVE REL-TRANDATE TO WS-IK-DATE
           MOVE WS-ITEM-KEY TO RL-KEY
           READ RELEASE-WORK
               INVALID KEY
                   MOVE WS-ITEM-KEY TO RL-KEY
                   MOVE 1 TO RL-OPEN
                   WRITE RELEASE-WORK-REC
               NOT INVALID KEY
                   ADD 1 TO RL-OPEN
                   REWRITE RELEASE-WORK-REC
           END-READ.

       HOLD-ITEM-RTN.
           MOVE 'YES' TO WS-ITEM-HELD
           ADD 1 TO WS-HELD-CTR
                   ADD AMOUNT TO WS-NET-AMT
           END-EVALUATE.

      * Items this run posts go on the posted-item file beside the
      * earlier runs' items, so a same-day reversal can find them.
       NOTE-GROUP-TRANS-RTN.
           MOVE WS-TBRANCH TO WS-IK-BRANCH
           MOVE WS-TACCNO TO WS-IK-ACCNO
           MOVE TC TO WS-IK-TC
           MOVE AMOUNT TO WS-IK-AMT
           MOVE TRANDATE-IN TO WS-IK-DATE
           MOVE WS-ITEM-KEY TO PR-KEY
           READ PRIOR-WORK
               INVALID KEY
                   MOVE WS-ITEM-KEY TO PR-KEY
                   MOVE 'N' TO PR-PRIOR
                   MOVE 'Y' TO PR-TODAY
                   WRITE PRIOR-WORK-REC
               NOT INVALID KEY
                   MOVE 'Y' TO PR-TODAY
                   REWRITE PRIOR-WORK-REC
           END-READ.

      * A reversal backs out the referenced item with the opposite
      * sign. It posts only when the original can be found in the

       FIND-ORIGINAL-RTN.
           MOVE 'NO ' TO WS-PRIOR-FOUND
           MOVE WS-TBRANCH TO WS-IK-BRANCH
           MOVE WS-TACCNO TO WS-IK-ACCNO
           MOVE REF-TC TO WS-IK-TC
           MOVE AMOUNT TO WS-IK-AMT
           MOVE REF-DATE TO WS-IK-DATE
           MOVE WS-ITEM-KEY TO PR-KEY
           READ PRIOR-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-PRIOR-FOUND
           END-READ.

      * Reversing an unclear check deposit releases its hold; once
      * the check has cleared the money comes off the available
      * balance like any other debit.
       DROP-HOLD-RTN.
           MOVE 'NO ' TO WS-PRIOR-FOUND
           MOVE WS-TBRANCH TO HT-BRANCH
           MOVE WS-TACCNO TO HT-ACCNO
           MOVE 0 TO HT-SEQ
           PERFORM START-HOLDS-RTN
           PERFORM UNTIL WS-HOLDWK-EOF = 'YES'
                   OR WS-PRIOR-FOUND = 'YES'
               PERFORM NEXT-HOLD-RTN
               IF WS-HOLDWK-EOF NOT = 'YES'
                   IF HT-BRANCH NOT = WS-TBRANCH
                       OR HT-ACCNO NOT = WS-TACCNO
                       MOVE 'YES' TO WS-HOLDWK-EOF
                   ELSE
                       IF HT-AMOUNT = AMOUNT
                           MOVE 'YES' TO WS-PRIOR-FOUND
                           DELETE HOLD-WORK RECORD
                           SUBTRACT AMOUNT FROM WS-UNCOLLECTED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRIOR-FOUND = 'NO '
           END-PERFORM
           IF WS-AUDSCAN-STATUS NOT = '35'
               CLOSE AUDIT-SCAN
           END-IF.

      * The same item logged by more than one run needs only one
      * entry, so a key already on file is left as it stands.
       NOTE-PRIOR-RTN.
           MOVE ASC-BRANCH TO WS-IK-BRANCH
           MOVE ASC-ACCNO TO WS-IK-ACCNO
           MOVE ASC-TRANSCODE TO WS-IK-TC
           COMPUTE WS-PRIOR-AMT =
               FUNCTION NUMVAL(ASC-AMOUNT)
           MOVE WS-PRIOR-AMT TO WS-IK-AMT
           IF ASC-TRANDATE = SPACES
               MOVE ASC-RUNSTAMP(1:8) TO WS-IK-DATE
           ELSE
               MOVE ASC-TRANDATE TO WS-IK-DATE
           END-IF
           MOVE WS-ITEM-KEY TO PR-KEY
           MOVE 'Y' TO PR-PRIOR
           MOVE 'N' TO PR-TODAY
           WRITE PRIOR-WORK-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * A check deposit raises the ledger balance at once but sits
      * on hold until its clearing date, so the funds cannot be
       POST-CHECK-DEP-RTN.
           ADD AMOUNT TO WS-BAL
           ADD AMOUNT TO WS-UNCOLLECTED
           IF WS-TBRANCH NOT = WS-CLEAR-BRANCH
               PERFORM CALC-CLEAR-DATE-RTN
           END-IF
           MOVE WS-TBRANCH TO HT-BRANCH
           MOVE WS-TACCNO TO HT-ACCNO
           MOVE AMOUNT TO HT-AMOUNT
           MOVE WS-CLEAR-DATE TO HT-CLEAR-DATE
           PERFORM ADD-HOLD-RTN.

       POST-WITHDRAWAL-RTN.
           IF WS-BAL - AMOUNT < 0 - WS-OD-LIMIT
      * can then never fail at posting time, so a transfer either
      * posts whole or both legs are diverted together.
       XFER-PRESCAN-RTN.
           OPEN OUTPUT XLEG-FILE
           OPEN INPUT INFILE
           MOVE 'NO ' TO WS-PRESCAN-EOF
           PERFORM UNTIL WS-PRESCAN-EOF = 'YES'
                       PERFORM NOTE-DEBIT-RTN
                   END-IF
                   IF XFER-REF NOT = SPACES
                       PERFORM XFER-LEG-CCY-RTN
                       PERFORM XFER-TALLY-RTN
                       PERFORM NOTE-XFER-LEG-RTN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INFILE
           CLOSE XLEG-FILE

           MOVE LOW-VALUES TO XF-REF
           MOVE 'NO ' TO WS-XFERWK-EOF
           START XFER-WORK KEY IS >= XF-REF
               INVALID KEY MOVE 'YES' TO WS-XFERWK-EOF
           END-START
           PERFORM UNTIL WS-XFERWK-EOF = 'YES'
               READ XFER-WORK NEXT RECORD
                  AT END MOVE 'YES' TO WS-XFERWK-EOF
               END-READ
               IF WS-XFERWK-EOF NOT = 'YES'
                   PERFORM XFER-PAIR-CHECK-RTN
               END-IF
           END-PERFORM

           PERFORM XFER-QUALIFY-RTN.

      * Legs in one currency must agree to the centavo. Legs in
      * different currencies are compared in pesos at the business
      * date's rates, and cannot be paired at all while a currency
      * involved has no rate on file.
       XFER-PAIR-CHECK-RTN.
           IF XF-D-CNT = 0 OR XF-W-CNT = 0
               MOVE 'Y' TO XF-BAD
               MOVE 'ORPHAN TRANSFER LEG ' TO XF-REASON
           ELSE
           IF XF-MIXED NOT = 'Y'
               IF XF-D-AMT NOT = XF-W-AMT
                   MOVE 'Y' TO XF-BAD
                   MOVE 'ORPHAN TRANSFER LEG ' TO XF-REASON
               END-IF
           ELSE
           IF XF-NORATE = 'Y'
               MOVE 'Y' TO XF-BAD
               MOVE 'XFER NO FX RATE     ' TO XF-REASON
           ELSE
               COMPUTE WS-XFER-DIFF = XF-D-PHP - XF-W-PHP
               IF WS-XFER-DIFF < 0
                   COMPUTE WS-XFER-DIFF = 0 - WS-XFER-DIFF
               END-IF
               IF WS-XFER-DIFF > XF-TOL
                   MOVE 'Y' TO XF-BAD
                   MOVE 'XFER FX MISMATCH    ' TO XF-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           IF XF-BAD = 'Y'
               REWRITE XFER-WORK-REC
           END-IF.

      * Currency and peso equivalent of the transfer leg just read.
      * One cent of a foreign currency, in pesos, is how far apart
      * two legs converted from different currencies may fall.
       XFER-LEG-CCY-RTN.
           MOVE 'PHP' TO WS-LEG-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE SPACES TO CM-ACCNO
               MOVE ACCNO-IN TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-LEG-CCY
                       END-IF
               END-READ
           END-IF
           MOVE WS-LEG-CCY TO FC-CURRENCY
           MOVE WS-BUS-DATE TO FC-DATE
           MOVE AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           COMPUTE WS-LEG-TOL ROUNDED = FC-RATE * 0.01.

       NOTE-DEBIT-RTN.
           MOVE BRANCH-IN TO AW-BRANCH
           MOVE ACCNO-IN TO AW-ACCNO
           READ ACCT-WORK
               INVALID KEY
                   PERFORM NEW-ACCT-WORK-RTN
                   ADD AMOUNT TO AW-DEBITS
                   WRITE ACCT-WORK-REC
               NOT INVALID KEY
                   ADD AMOUNT TO AW-DEBITS
                   REWRITE ACCT-WORK-REC
           END-READ.

       NOTE-XFER-LEG-RTN.
           MOVE BRANCH-IN TO XL-BRANCH
           MOVE ACCNO-IN TO XL-ACCNO
           MOVE TC TO XL-TC
           MOVE AMOUNT TO XL-AMT
           MOVE TRANDATE-IN TO XL-DATE
           MOVE XFER-REF TO XL-REF
           MOVE WS-LEG-CCY TO XL-CCY
           MOVE FC-RATE TO XL-RATE
           MOVE FC-PHP-AMOUNT TO XL-PHP
           WRITE XLEG-REC
           ADD 1 TO WS-XLEG-COUNT

           MOVE BRANCH-IN TO AW-BRANCH
           MOVE ACCNO-IN TO AW-ACCNO
           READ ACCT-WORK
               INVALID KEY
                   PERFORM NEW-ACCT-WORK-RTN
                   MOVE 'Y' TO AW-XLEG
                   WRITE ACCT-WORK-REC
               NOT INVALID KEY
                   MOVE 'Y' TO AW-XLEG
                   REWRITE ACCT-WORK-REC
           END-READ.

       NEW-ACCT-WORK-RTN.
           MOVE SPACES TO ACCT-WORK-REC
           MOVE BRANCH-IN TO AW-BRANCH
           MOVE ACCNO-IN TO AW-ACCNO
           MOVE 0 TO AW-DEBITS
           MOVE 'N' TO AW-XLEG
           MOVE 0 TO AW-AVAIL.

      * Anything that would bounce a leg at posting time is decided
      * here instead, against the reference as a whole. Headroom is
      * judged at the worst case - opening available balance less
      * every debit in the file - so no posting order can overdraw
      * what was qualified.
       XFER-QUALIFY-RTN.
           IF WS-XFER-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-OPENAVAIL-RTN

           MOVE 'NO ' TO WS-XLEG-EOF
           OPEN INPUT XLEG-FILE
           IF WS-XLEG-STATUS NOT = '00'
               MOVE 'YES' TO WS-XLEG-EOF
           END-IF
           PERFORM UNTIL WS-XLEG-EOF = 'YES'
               READ XLEG-FILE
                  AT END MOVE 'YES' TO WS-XLEG-EOF
               END-READ
               IF WS-XLEG-EOF NOT = 'YES'
                   PERFORM QUALIFY-ONE-LEG-RTN
               END-IF
           END-PERFORM
           IF WS-XLEG-STATUS NOT = '35'
               CLOSE XLEG-FILE
           END-IF.

      * The reference stays in the transfer work record while its
      * leg is checked; if the leg fails, the reason is rewritten
      * onto the reference so every leg of it is diverted.
       QUALIFY-ONE-LEG-RTN.
           MOVE 'NO ' TO WS-XFER-FOUND
           MOVE XL-REF TO XF-REF
           READ XFER-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-XFER-FOUND
           END-READ
           IF WS-XFER-FOUND = 'NO '
               EXIT PARAGRAPH
           END-IF
           IF XF-BAD = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF XL-DATE NOT NUMERIC
               OR XL-DATE > WS-BUS-DATE
               OR XL-DATE < WS-EARLIEST-DATE
               MOVE 'Y' TO XF-BAD
               MOVE 'XFER LEG BAD DATE   ' TO XF-REASON
           END-IF

           IF XF-BAD NOT = 'Y'
               PERFORM QUALIFY-LEG-STATUS-RTN
           END-IF

           IF XF-BAD NOT = 'Y'
               PERFORM QUALIFY-LEG-DUP-RTN
           END-IF

           IF XF-BAD NOT = 'Y' AND XL-TC = 'W'
               PERFORM QUALIFY-LEG-HEADROOM-RTN
           END-IF

           IF XF-BAD = 'Y'
               REWRITE XFER-WORK-REC
           END-IF.

       QUALIFY-LEG-STATUS-RTN.
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CM-ACCNO
           MOVE XL-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-STATUS = 'F' OR CM-STATUS = 'C'
                       MOVE 'Y' TO XF-BAD
                       MOVE 'XFER ACCT UNPOSTABLE' TO XF-REASON
                   END-IF
                   IF CM-ODLIMIT NUMERIC
                       MOVE CM-ODLIMIT TO WS-Q-LIMIT
      * the whole transfer is diverted with it.
       QUALIFY-LEG-DUP-RTN.
           MOVE 'NO ' TO WS-Q-FOUND
           MOVE XL-BRANCH TO WS-IK-BRANCH
           MOVE XL-ACCNO TO WS-IK-ACCNO
           MOVE XL-TC TO WS-IK-TC
           MOVE XL-AMT TO WS-IK-AMT
           MOVE XL-DATE TO WS-IK-DATE
           MOVE WS-ITEM-KEY TO PR-KEY
           READ PRIOR-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PR-PRIOR = 'Y'
                       MOVE 'YES' TO WS-Q-FOUND
                   END-IF
           END-READ
           IF WS-Q-FOUND = 'YES'
               MOVE WS-ITEM-KEY TO RL-KEY
               READ RELEASE-WORK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RL-OPEN > 0
                           MOVE 'NO ' TO WS-Q-FOUND
                       END-IF
               END-READ
           END-IF
           IF WS-Q-FOUND = 'YES'
               MOVE 'Y' TO XF-BAD
               MOVE 'XFER LEG DUPLICATE  ' TO XF-REASON
           END-IF.

       QUALIFY-LEG-HEADROOM-RTN.
           MOVE 0 TO WS-Q-AVAIL
           MOVE 0 TO WS-Q-DEBITS
           MOVE XL-BRANCH TO AW-BRANCH
           MOVE XL-ACCNO TO AW-ACCNO
           READ ACCT-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AW-AVAIL TO WS-Q-AVAIL
                   MOVE AW-DEBITS TO WS-Q-DEBITS
           END-READ
           IF WS-Q-AVAIL - WS-Q-DEBITS < 0 - WS-Q-LIMIT
               MOVE 'Y' TO XF-BAD
               MOVE 'XFER INSUFF FUNDS   ' TO XF-REASON
           END-IF.

       LOAD-OPENAVAIL-RTN.
           END-IF.

       NOTE-OPENAVAIL-RTN.
           MOVE BFS-BRANCH TO AW-BRANCH
           MOVE BFS-ACCNO TO AW-ACCNO
           READ ACCT-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AW-XLEG = 'Y'
                       IF BFS-AVAIL NUMERIC
                           MOVE BFS-AVAIL TO AW-AVAIL
                       ELSE
                           MOVE BFS-BAL TO AW-AVAIL
                       END-IF
                       REWRITE ACCT-WORK-REC
                   END-IF
           END-READ.

       XFER-TALLY-RTN.
           MOVE XFER-REF TO XF-REF
           READ XFER-WORK
               INVALID KEY
                   MOVE SPACES TO XFER-WORK-REC
                   MOVE XFER-REF TO XF-REF
                   MOVE 0 TO XF-D-AMT
                   MOVE 0 TO XF-W-AMT
                   MOVE 0 TO XF-D-CNT
                   MOVE 0 TO XF-W-CNT
                   MOVE 'N' TO XF-BAD
                   MOVE WS-LEG-CCY TO XF-CCY
                   MOVE 'N' TO XF-MIXED
                   MOVE 'N' TO XF-NORATE
                   MOVE 0 TO XF-D-PHP
                   MOVE 0 TO XF-W-PHP
                   MOVE 0 TO XF-TOL
                   PERFORM XFER-TALLY-ONE-RTN
                   WRITE XFER-WORK-REC
                   ADD 1 TO WS-XFER-COUNT
               NOT INVALID KEY
                   PERFORM XFER-TALLY-ONE-RTN
                   REWRITE XFER-WORK-REC
           END-READ.

       XFER-TALLY-ONE-RTN.
           IF WS-LEG-CCY NOT = XF-CCY
               MOVE 'Y' TO XF-MIXED
           END-IF
           IF FC-RESULT = '90'
               MOVE 'Y' TO XF-NORATE
           END-IF
           IF WS-LEG-TOL > XF-TOL
               MOVE WS-LEG-TOL TO XF-TOL
           END-IF
           IF TC = 'D'
               ADD AMOUNT TO XF-D-AMT
               ADD FC-PHP-AMOUNT TO XF-D-PHP
               ADD 1 TO XF-D-CNT
           ELSE
               IF TC = 'W'
                   ADD AMOUNT TO XF-W-AMT
                   ADD FC-PHP-AMOUNT TO XF-W-PHP
                   ADD 1 TO XF-W-CNT
                   IF XF-FROM-BRANCH = SPACES
                       MOVE BRANCH-IN TO XF-FROM-BRANCH
                   END-IF
               END-IF
           END-IF.

       CHECK-XFER-ORPHAN-RTN.
           MOVE 'NO ' TO WS-XFER-BAD
           MOVE SPACES TO WS-XFER-REASON
           MOVE XFER-REF TO XF-REF
           READ XFER-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XF-BAD = 'Y'
                       MOVE 'YES' TO WS-XFER-BAD
                       MOVE XF-REASON TO WS-XFER-REASON
                   END-IF
           END-READ.

       XFER-ORPHAN-REJECT-RTN.
           MOVE 'YES' TO WS-ITEM-REJECTED
           MOVE ACCNO-IN TO EXCP-ACCNO-OUT
           IF WS-XFER-REASON NOT = SPACES
               MOVE WS-XFER-REASON TO EXCP-REASON-OUT
           ELSE
               MOVE "ORPHAN TRANSFER LEG" TO EXCP-REASON-OUT
           END-IF
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-EARLIEST-DATE.

      * The final settlement ACCOUNT-CLOSE writes for an account -
      * interest to date, closing fee and payout - is dated the day
      * the account closed and is the one thing a closed account
      * still accepts.
       CHECK-CLOSE-SETTLE-RTN.
           MOVE 'NO ' TO WS-CLOSE-SETTLE
           IF WS-ACCT-STATUS = 'C'
               AND WS-CLOSE-DATE NOT = SPACES
               AND TRANDATE-IN = WS-CLOSE-DATE
               AND (TELLER-IN = 'CLSINT' OR TELLER-IN = 'CLSFEE'
                 OR TELLER-IN = 'ACCTCLS')
               MOVE 'YES' TO WS-CLOSE-SETTLE
           END-IF.

       STATUS-REJECT-RTN.
           MOVE 'YES' TO WS-ITEM-REJECTED
           MOVE ACCNO-IN TO EXCP-ACCNO-OUT
           MOVE WS-TBRANCH TO BRHDR-OUT
           WRITE OUTREC FROM BRANCH-HEADER AFTER ADVANCING 2 LINES.

      * The peso line is always printed; a foreign currency only
      * where the branch holds an account in it.
       WRITE-BRANCH-TOTALS.
           MOVE WS-BR-DCTR TO BR-DCTR-OUT
           WRITE OUTREC FROM BR-TOTDREC AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-BRC-COUNT
               IF WS-CCY-IDX = 1 OR BRC-DCTR(WS-CCY-IDX) > 0
                   MOVE BRC-CCY(WS-CCY-IDX) TO BR-CCY-OUT
                   MOVE BRC-BCTR(WS-CCY-IDX) TO BR-BCTR-OUT
                   WRITE OUTREC FROM BR-TOTBREC AFTER ADVANCING 1 LINE

                   MOVE SPACES TO RECAP-REC
                   MOVE WS-TBRANCH TO BS-BRANCH
                   MOVE BRC-CCY(WS-CCY-IDX) TO BS-CCY
                   MOVE BRC-DCTR(WS-CCY-IDX) TO BS-DCTR
                   MOVE BRC-BCTR(WS-CCY-IDX) TO BS-BCTR
                   WRITE RECAP-REC
               END-IF
           END-PERFORM

           MOVE 0 TO WS-BR-DCTR
           PERFORM RESET-BR-CCY-RTN.

       RESET-BR-CCY-RTN.
           MOVE 1 TO WS-BRC-COUNT
           MOVE 'PHP' TO BRC-CCY(1)
           MOVE 0 TO BRC-DCTR(1)
           MOVE 0 TO BRC-BCTR(1).

       FIND-BR-CCY-RTN.
           MOVE 0 TO WS-CCY-SEL
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-BRC-COUNT
               IF BRC-CCY(WS-CCY-IDX) = WS-LOOK-CCY
                   MOVE WS-CCY-IDX TO WS-CCY-SEL
               END-IF
           END-PERFORM
           IF WS-CCY-SEL = 0
               IF WS-BRC-COUNT < 50
                   ADD 1 TO WS-BRC-COUNT
                   MOVE WS-BRC-COUNT TO WS-CCY-SEL
                   MOVE WS-LOOK-CCY TO BRC-CCY(WS-CCY-SEL)
                   MOVE 0 TO BRC-DCTR(WS-CCY-SEL)
                   MOVE 0 TO BRC-BCTR(WS-CCY-SEL)
               ELSE
                   PERFORM CCY-TABLE-FULL-RTN
               END-IF
           END-IF.

       FIND-RUN-CCY-RTN.
           MOVE 0 TO WS-CCY-SEL
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-RNC-COUNT
               IF RNC-CCY(WS-CCY-IDX) = WS-LOOK-CCY
                   MOVE WS-CCY-IDX TO WS-CCY-SEL
               END-IF
           END-PERFORM
           IF WS-CCY-SEL = 0
               IF WS-RNC-COUNT < 50
                   ADD 1 TO WS-RNC-COUNT
                   MOVE WS-RNC-COUNT TO WS-CCY-SEL
                   MOVE WS-LOOK-CCY TO RNC-CCY(WS-CCY-SEL)
                   MOVE 0 TO RNC-BCTR(WS-CCY-SEL)
                   MOVE 0 TO RNC-CARRY(WS-CCY-SEL)
               ELSE
                   PERFORM CCY-TABLE-FULL-RTN
               END-IF
           END-IF.

      * More currencies than the bank has ever dealt in means the
      * customer master is carrying junk in the currency field; the
      * balance is still posted, but the totals cannot be trusted and
      * the run is failed so nothing is promoted from it.
       CCY-TABLE-FULL-RTN.
           IF WS-CCY-FULL = 'NO '
               DISPLAY 'ACCOUNT-TRANSACTION: MORE THAN 50 CURRENCIES '
                   '- CHECK CUSTMAST CURRENCY CODES (' WS-LOOK-CCY ')'
               MOVE 'YES' TO WS-CCY-FULL
           END-IF
           MOVE 16 TO RETURN-CODE
           MOVE 1 TO WS-CCY-SEL.

       WRITE-RECAP-RTN.
           WRITE OUTREC FROM RECAP-HEADER AFTER ADVANCING PAGE
           CLOSE RECAP-FILE
           OPEN INPUT RECAP-FILE
           MOVE 'NO ' TO WS-RECAP-EOF
           PERFORM UNTIL WS-RECAP-EOF = 'YES'
               READ RECAP-FILE
                  AT END MOVE 'YES' TO WS-RECAP-EOF
               END-READ
               IF WS-RECAP-EOF NOT = 'YES'
                   MOVE BS-BRANCH TO RECAP-BRANCH-OUT
                   MOVE BS-CCY TO RECAP-CCY-OUT
                   MOVE BS-DCTR TO RECAP-DCTR-OUT
                   MOVE BS-BCTR TO RECAP-BCTR-OUT
                   WRITE OUTREC FROM RECAP-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           CLOSE RECAP-FILE
           MOVE WS-DCTR TO DCTR-OUT
           WRITE OUTREC FROM TOTDREC AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-RNC-COUNT
               MOVE RNC-CCY(WS-CCY-IDX) TO TBR-CCY-OUT
               MOVE RNC-BCTR(WS-CCY-IDX) TO BCTR-OUT
               WRITE OUTREC FROM TOTBREC AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 0 TO WS-MASTER-BCTR
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-RNC-COUNT
               PERFORM WRITE-CCY-MASTER-RTN
           END-PERFORM
           MOVE WS-MASTER-BCTR TO MPHP-OUT
           WRITE OUTREC FROM TOTMPHPREC AFTER ADVANCING 2 LINES.

      * A currency with no rate on file is left out of the peso
      * figure, and the run is flagged so the control sheet is not
      * taken at face value.
       WRITE-CCY-MASTER-RTN.
           COMPUTE WS-CCY-MASTER = RNC-BCTR(WS-CCY-IDX)
               + RNC-CARRY(WS-CCY-IDX)
           MOVE RNC-CCY(WS-CCY-IDX) TO TMR-CCY-OUT
           MOVE WS-CCY-MASTER TO MCTR-OUT
           MOVE SPACES TO TMR-NOTE-OUT
           MOVE RNC-CCY(WS-CCY-IDX) TO FC-CURRENCY
           MOVE WS-BUS-DATE TO FC-DATE
           MOVE WS-CCY-MASTER TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-RESULT = '90'
               MOVE '  NO RATE' TO TMR-NOTE-OUT
               IF WS-FX-SHORT = 'NO '
                   DISPLAY 'ACCOUNT-TRANSACTION: NO ' FC-CURRENCY
                       ' RATE - MASTER BALANCES IN PESOS UNDERSTATED'
                   MOVE 'YES' TO WS-FX-SHORT
               END-IF
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD FC-PHP-AMOUNT TO WS-MASTER-BCTR
               IF RNC-CCY(WS-CCY-IDX) NOT = 'PHP'
                   MOVE FC-RATE TO WS-RATE-ED
                   STRING '  @ ' DELIMITED BY SIZE
                          WS-RATE-ED DELIMITED BY SIZE
                          INTO TMR-NOTE-OUT
                   END-STRING
               END-IF
           END-IF
           WRITE OUTREC FROM TOTMREC AFTER ADVANCING 1 LINE.

      * Every leg of a transfer that crossed currencies and qualified
      * to post, with the rate and peso equivalent it was paired on.
      * The page is left out on a day with none.
       WRITE-FX-XFER-RTN.
           MOVE 0 TO WS-FXX-CTR
           IF WS-XFER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-XLEG-EOF
           OPEN INPUT XLEG-FILE
           IF WS-XLEG-STATUS NOT = '00'
               MOVE 'YES' TO WS-XLEG-EOF
           END-IF
           PERFORM UNTIL WS-XLEG-EOF = 'YES'
               READ XLEG-FILE
                  AT END MOVE 'YES' TO WS-XLEG-EOF
               END-READ
               IF WS-XLEG-EOF NOT = 'YES'
                   MOVE XL-REF TO XF-REF
                   READ XFER-WORK
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF XF-MIXED = 'Y' AND XF-BAD NOT = 'Y'
                               PERFORM WRITE-FX-XFER-LINE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF WS-XLEG-STATUS NOT = '35'
               CLOSE XLEG-FILE
           END-IF
           IF WS-FXX-CTR > 0
               MOVE WS-FXX-CTR TO FXX-CTR-OUT
               WRITE OUTREC FROM TOTFXXREC AFTER ADVANCING 2 LINES
           END-IF.

       WRITE-FX-XFER-LINE.
           IF WS-FXX-CTR = 0
               WRITE OUTREC FROM FXX-HEADER-1 AFTER ADVANCING PAGE
               WRITE OUTREC FROM FXX-HEADER-2 AFTER ADVANCING 2 LINES
           END-IF
           MOVE XL-REF TO FXX-REF-OUT
           MOVE XL-BRANCH TO FXX-BRANCH-OUT
           MOVE XL-ACCNO TO FXX-ACCNO-OUT
           MOVE XL-TC TO FXX-TC-OUT
           MOVE XL-CCY TO FXX-CCY-OUT
           MOVE XL-AMT TO FXX-AMT-OUT
           MOVE XL-RATE TO FXX-RATE-OUT
           MOVE XL-PHP TO FXX-PHP-OUT
           WRITE OUTREC FROM FXX-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-FXX-CTR.

       WRITE-GROUP-OUTPUT.
           IF WS-ACCT-CCY = 'PHP'
               MOVE SPACES TO CCY-OUT
           ELSE
               MOVE WS-ACCT-CCY TO CCY-OUT
           END-IF
           MOVE WS-TACCNO TO ACCNO-OUT
           MOVE WS-TACCNAME TO ACCNAME-OUT
           MOVE WS-BAL TO BAL-OUT
           END-IF

           ADD 1 TO WS-DCTR
           ADD 1 TO WS-BR-DCTR
           MOVE WS-ACCT-CCY TO WS-LOOK-CCY
           PERFORM FIND-BR-CCY-RTN
           ADD 1 TO BRC-DCTR(WS-CCY-SEL)
           ADD WS-BAL TO BRC-BCTR(WS-CCY-SEL)
           PERFORM FIND-RUN-CCY-RTN
           ADD WS-BAL TO RNC-BCTR(WS-CCY-SEL)

           WRITE OUTREC FROM REC-OUT AFTER ADVANCING 2 LINES

           IF WS-BAL < WS-DORM-THRESHOLD
               AND NOT (WS-ACCT-STATUS = 'C' AND WS-BAL = 0)
               PERFORM WRITE-DORMANT-RECORD
           END-IF

           WRITE DORMREC FROM DORM-LINE
           ADD 1 TO WS-DORM-CTR.

      * A closed account drops off the master once it is settled to
      * zero; it is neither carried forward nor observed for interest.
       WRITE-BALFWD-UPDATED.
           IF WS-ACCT-STATUS = 'C' AND WS-BAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BALFWD-OUT-REC
           MOVE WS-TACCNO TO BALFWD-OUT-ACCNO
           MOVE WS-BAL TO BALFWD-OUT-BAL
           PERFORM WRITE-BALHIST-RTN.

       WRITE-BALFWD-CARRY.
           PERFORM CHECK-CARRY-DROP-RTN
           IF WS-CARRY-DROP = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BALFWD-OUT-REC
           MOVE BALFWD-IN-ACCNO TO BALFWD-OUT-ACCNO
           MOVE BALFWD-IN-BAL TO BALFWD-OUT-BAL
           MOVE BALFWD-IN-BRANCH TO BALFWD-OUT-BRANCH
           PERFORM CARRY-UNCOLLECTED-RTN
           MOVE WS-CARRY-CCY TO WS-LOOK-CCY
           PERFORM FIND-RUN-CCY-RTN
           ADD BALFWD-IN-BAL TO RNC-CARRY(WS-CCY-SEL)
           WRITE BALFWD-OUT-REC
           MOVE BALFWD-IN-BRANCH TO BH-BRANCH
           MOVE BALFWD-IN-ACCNO TO BH-ACCNO
           MOVE BALFWD-IN-BAL TO BH-BAL
           PERFORM WRITE-BALHIST-RTN.

      * A carried account at zero that has since been closed - one
      * closed before its settlement reached zero, or closed by hand
      * - leaves the master the same way. The same read tells which
      * currency the carried balance is totalled under.
       CHECK-CARRY-DROP-RTN.
           MOVE 'NO ' TO WS-CARRY-DROP
           MOVE 'PHP' TO WS-CARRY-CCY
           IF WS-CUSTMAST-OPEN NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CM-ACCNO
           MOVE BALFWD-IN-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-CLOSED AND BALFWD-IN-BAL = 0
                       MOVE 'YES' TO WS-CARRY-DROP
                   END-IF
                   IF CM-CURRENCY NOT = SPACES
                       MOVE CM-CURRENCY TO WS-CARRY-CCY
                   END-IF
           END-READ.

      * One observation per account per posting day: the raw
      * material INTEREST-POST averages into the daily balance.
       WRITE-BALHIST-RTN.
      * its available balance is recomputed from the open holds just
      * as a transacting account's is.
       CARRY-UNCOLLECTED-RTN.
           MOVE BALFWD-IN-BRANCH TO WS-HOLD-LOOK-BR
           MOVE BALFWD-IN-ACCNO TO WS-HOLD-LOOK-ACC
           PERFORM SUM-HOLDS-RTN
           COMPUTE BALFWD-OUT-AVAIL =
               BALFWD-IN-BAL - WS-UNCOLLECTED.

           END-READ.

       SEED-OPENING-BALANCE.
           MOVE BRANCH-IN TO WS-IN-KEY-BR
           MOVE ACCNO-IN TO WS-IN-KEY-ACC
           PERFORM UNTIL WS-BALFWD-EOF = 'YES'
      * The available balance is the ledger balance less whatever is
      * still on uncollected-funds hold for the account.
       CALC-UNCOLLECTED-RTN.
           MOVE BRANCH-IN TO WS-HOLD-LOOK-BR
           MOVE ACCNO-IN TO WS-HOLD-LOOK-ACC
           PERFORM SUM-HOLDS-RTN.

       SUM-HOLDS-RTN.
           MOVE 0 TO WS-UNCOLLECTED
           MOVE WS-HOLD-LOOK-BR TO HT-BRANCH
           MOVE WS-HOLD-LOOK-ACC TO HT-ACCNO
           MOVE 0 TO HT-SEQ
           PERFORM START-HOLDS-RTN
           PERFORM UNTIL WS-HOLDWK-EOF = 'YES'
               PERFORM NEXT-HOLD-RTN
               IF WS-HOLDWK-EOF NOT = 'YES'
                   IF HT-BRANCH = WS-HOLD-LOOK-BR
                       AND HT-ACCNO = WS-HOLD-LOOK-ACC
                       ADD HT-AMOUNT TO WS-UNCOLLECTED
                   ELSE
                       MOVE 'YES' TO WS-HOLDWK-EOF
                   END-IF
               END-IF
           END-PERFORM.

      * Positions the hold file at the key already moved to HT-KEY;
      * NEXT-HOLD-RTN then reads forward from there.
       START-HOLDS-RTN.
           MOVE 'NO ' TO WS-HOLDWK-EOF
           START HOLD-WORK KEY IS >= HT-KEY
               INVALID KEY MOVE 'YES' TO WS-HOLDWK-EOF
           END-START.

       NEXT-HOLD-RTN.
           READ HOLD-WORK NEXT RECORD
              AT END MOVE 'YES' TO WS-HOLDWK-EOF
           END-READ.

      * Each hold gets its own sequence number, so any number of
      * holds of the same amount can stand against one account.
       ADD-HOLD-RTN.
           ADD 1 TO WS-HOLD-SEQ
           MOVE WS-HOLD-SEQ TO HT-SEQ
           WRITE HOLD-WORK-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       LOAD-CHKCLR-RTN.
           OPEN INPUT CHKCLR-FILE
           IF WS-CHKCLR-STATUS = '00'
                   MOVE CC-DAYS TO WS-CLEAR-DAYS
               END-IF
               CLOSE CHKCLR-FILE
           END-IF.

      * The clearing period counts business days of the depositing
      * branch, so a weekend, a national holiday or the branch's own
      * local holiday does not shorten the hold. The date is worked
      * out again only when the branch changes.
       CALC-CLEAR-DATE-RTN.
           MOVE 'A' TO BC-FUNCTION
           MOVE WS-BUS-DATE TO BC-DATE
           MOVE WS-TBRANCH TO BC-BRANCH
           MOVE WS-CLEAR-DAYS TO BC-DAYS
           CALL 'BUSCAL' USING BUSCAL-PARM
           MOVE BC-OUT-DATE TO WS-CLEAR-DATE
           MOVE WS-TBRANCH TO WS-CLEAR-BRANCH.

      * Holds already past their clearing date are released here -
      * the money simply stops being subtracted from the available
                   IF HD-CLEAR-DATE <= WS-BUS-DATE
                       ADD 1 TO WS-HOLD-REL-CTR
                   ELSE
                       MOVE HD-BRANCH TO HT-BRANCH
                       MOVE HD-ACCNO TO HT-ACCNO
                       MOVE HD-AMOUNT TO HT-AMOUNT
                       MOVE HD-CLEAR-DATE TO HT-CLEAR-DATE
                       PERFORM ADD-HOLD-RTN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HOLDS-STATUS NOT = '35'
               CLOSE HOLDS-FILE
           END-IF.

       WRITE-HOLDS-RTN.
           OPEN OUTPUT HOLDS-FILE
           MOVE LOW-VALUES TO HT-KEY
           PERFORM START-HOLDS-RTN
           PERFORM UNTIL WS-HOLDWK-EOF = 'YES'
               PERFORM NEXT-HOLD-RTN
               IF WS-HOLDWK-EOF NOT = 'YES'
                   MOVE SPACES TO HOLDS-REC
                   MOVE HT-ACCNO TO HD-ACCNO
                   MOVE HT-AMOUNT TO HD-AMOUNT
                   MOVE HT-CLEAR-DATE TO HD-CLEAR-DATE
                   MOVE HT-BRANCH TO HD-BRANCH
                   WRITE HOLDS-REC
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE.

           WRITE FLOAT-REC FROM FLOAT-HEADER-1 AFTER ADVANCING PAGE
           WRITE FLOAT-REC FROM FLOAT-HEADER-2
               AFTER ADVANCING 2 LINES
           MOVE LOW-VALUES TO HT-KEY
           PERFORM START-HOLDS-RTN
           PERFORM UNTIL WS-HOLDWK-EOF = 'YES'
               PERFORM NEXT-HOLD-RTN
               IF WS-HOLDWK-EOF NOT = 'YES'
                   MOVE HT-BRANCH TO FLT-BRANCH-OUT
                   MOVE HT-ACCNO TO FLT-ACCNO-OUT
                   MOVE HT-AMOUNT TO FLT-AMT-OUT
                   MOVE HT-CLEAR-DATE TO FLT-DATE-OUT
                   WRITE FLOAT-REC FROM FLOAT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-FLOAT-CTR
                   ADD HT-AMOUNT TO WS-FLOAT-TOT
               END-IF
           END-PERFORM
           MOVE WS-FLOAT-CTR TO FLT-CTR-OUT
           MOVE WS-FLOAT-TOT TO FLT-TOT-OUT

       CUSTMAST-CHECK-RTN.
           MOVE 'A' TO WS-ACCT-STATUS
           MOVE 'PHP' TO WS-ACCT-CCY
           MOVE SPACES TO WS-CLOSE-DATE
           MOVE 0 TO WS-OD-LIMIT
           IF WS-CUSTMAST-OPEN NOT = 'YES'
               CONTINUE
                       IF CM-STATUS NOT = SPACE
                           MOVE CM-STATUS TO WS-ACCT-STATUS
                       END-IF
                       MOVE CM-CLOSE-DATE TO WS-CLOSE-DATE
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACCT-CCY
                       END-IF
                       IF CM-ODLIMIT NUMERIC
                           MOVE CM-ODLIMIT TO WS-OD-LIMIT
                       END-IF
               WHEN OTHER
                   MOVE 'D' TO AUD-RECTYPE
           END-EVALUATE.
           IF AUD-RECTYPE = 'D' OR AUD-RECTYPE = 'R'
               PERFORM NOTE-INTERBRANCH-RTN
           END-IF.
           MOVE 'NO ' TO WS-ITEM-HELD.
           MOVE 'NO ' TO WS-ITEM-REJECTED.
           MOVE REF-TC TO AUD-REF-TC.
           MOVE BRANCH-IN TO AUD-BRANCH.
           WRITE AUDIT-REC FROM AUDIT-LINE.

      * A transfer is owed by the branch of its debit leg (the first
      * one, where a reference debits more than one account); the
      * credit leg records it, so each transfer is recorded once. A
      * reversed salary credit is recorded with code R so it comes
      * back off the position.
       NOTE-INTERBRANCH-RTN.
           MOVE SPACES TO WS-IB-FROM
           IF XFER-REF NOT = SPACES
               IF TC = 'D'
                   MOVE XFER-REF TO XF-REF
                   READ XFER-WORK
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE XF-FROM-BRANCH TO WS-IB-FROM
                   END-READ
                   MOVE 'X' TO WS-IB-KIND
               END-IF
           ELSE
               IF TELLER-IN = 'PAYROLL'
                   AND (TC = 'D' OR (TC = 'R' AND REF-TC = 'D'))
                   MOVE WS-PAY-BRANCH TO WS-IB-FROM
                   MOVE 'P' TO WS-IB-KIND
               END-IF
           END-IF
           IF WS-IB-FROM NOT = SPACES
               AND WS-IB-FROM NOT = BRANCH-IN
               MOVE SPACES TO IBITEM-REC
               MOVE WS-RUN-STAMP TO IB-RUNSTAMP
               MOVE BRANCH-IN TO IB-TO-BRANCH
               MOVE WS-IB-FROM TO IB-FROM-BRANCH
               MOVE WS-IB-KIND TO IB-KIND
               MOVE TC TO IB-TC
               MOVE AMOUNT TO IB-AMOUNT
               MOVE ACCNO-IN TO IB-ACCNO
               IF WS-IB-KIND = 'X'
                   MOVE XFER-REF TO IB-REF
               ELSE
                   MOVE 'PAYROL' TO IB-REF
               END-IF
               MOVE TRANDATE-IN TO IB-TRANDATE
               WRITE IBITEM-REC
               ADD 1 TO WS-IB-CTR
           END-IF.

       AUDIT-CLOSE-RTN.
           MOVE SPACES TO AUDIT-LINE.
           MOVE 'ACTIVITY3' TO AUD-PROGRAM.
           MOVE WS-AUD-DCTR TO AUD-REC-COUNT.
           WRITE AUDIT-REC FROM AUDIT-LINE.

      * The work files are created empty each run and opened for
      * update; a run that cannot have them cannot check anything,
      * so it stops before reading a single item.
       OPEN-WORKFILES-RTN.
           OPEN OUTPUT PRIOR-WORK
           CLOSE PRIOR-WORK
           OPEN I-O PRIOR-WORK
           OPEN OUTPUT RELEASE-WORK
           CLOSE RELEASE-WORK
           OPEN I-O RELEASE-WORK
           OPEN OUTPUT HOLD-WORK
           CLOSE HOLD-WORK
           OPEN I-O HOLD-WORK
           OPEN OUTPUT XFER-WORK
           CLOSE XFER-WORK
           OPEN I-O XFER-WORK
           OPEN OUTPUT ACCT-WORK
           CLOSE ACCT-WORK
           OPEN I-O ACCT-WORK
           IF WS-PRIORWK-STATUS NOT = '00'
               OR WS-RELWK-STATUS NOT = '00'
               OR WS-HOLDWK-STATUS NOT = '00'
               OR WS-XFERWK-STATUS NOT = '00'
               OR WS-ACCTWK-STATUS NOT = '00'
               DISPLAY 'ACCOUNT-TRANSACTION: CANNOT OPEN WORK FILES '
                   '- STATUS ' WS-PRIORWK-STATUS ' ' WS-RELWK-STATUS
                   ' ' WS-HOLDWK-STATUS ' ' WS-XFERWK-STATUS
                   ' ' WS-ACCTWK-STATUS ' - RUN NOT STARTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECAP-FILE.

      * One standard statistics record per run to the shared file
      * the morning control sheet is printed from, with the run's
      * elapsed wall-clock seconds so growth in volume shows up as
      * run time before it shows up as a missed batch window.
       WRITE-RUNSTATS-RTN.
           IF WS-TRANS-CTR >= WS-EXCCTR
               COMPUTE WS-POSTED-CTR = WS-TRANS-CTR - WS-EXCCTR
           MOVE WS-EXCCTR TO RS-REJECTED
           MOVE WS-MASTER-BCTR TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           PERFORM CALC-ELAPSED-RTN
           MOVE WS-ELAPSED TO RS-ELAPSED
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.

       CALC-ELAPSED-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP
           COMPUTE WS-START-SECS =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE) * 86400
               + WS-START-HH * 3600 + WS-START-MM * 60 + WS-START-SS
           COMPUTE WS-END-SECS =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE) * 86400
               + WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS
           IF WS-END-SECS >= WS-START-SECS
               COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE 0 TO WS-ELAPSED
           END-IF.

       FINISH-RTN.
           IF WS-TACCNO NOT = SPACES
               PERFORM WRITE-GROUP-OUTPUT
           CLOSE DORMFILE
           PERFORM APPEND-DORMANT-RTN
           PERFORM WRITE-RECAP-RTN
           PERFORM WRITE-FX-XFER-RTN

           PERFORM WRITE-HOLDS-RTN
           PERFORM WRITE-FLOAT-RTN

           IF WS-IB-CTR > 0
               DISPLAY 'ACCOUNT-TRANSACTION: ' WS-IB-CTR
                   ' INTER-BRANCH ITEM(S) WRITTEN TO IBITEMS.DAT'
           END-IF.

           PERFORM CHECK-CONTROL-RTN.

       APPEND-DORMANT-RTN.
