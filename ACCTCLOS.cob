       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-CLOSE.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSEREQ-FILE ASSIGN TO "CLOSEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEREQ-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT BALFWD-IN ASSIGN TO "BALFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT INFILE ASSIGN TO "INFILE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFILE-STATUS.
           SELECT BALHIST-FILE ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT RATETABLE-FILE ASSIGN TO "INTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETABLE-STATUS.
           SELECT WTAXPARM-FILE ASSIGN TO "INTWTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTAXPARM-STATUS.
           SELECT CLSPARM-FILE ASSIGN TO "CLSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSPARM-STATUS.
           SELECT CLSPOST-FILE ASSIGN TO "CLSPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGFILE ASSIGN TO "CLSREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCPFILE ASSIGN TO "CLSEXCP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMTFILE ASSIGN TO "CLSSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CIFAUDIT-FILE ASSIGN TO "CIFAUDT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIFAUDIT-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT INTWHIST-FILE ASSIGN TO "INTWHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTWHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Closures taken at the branch during the day, one per account.
      * A 'Y' in the waive byte lets the manager forgo the closing
      * fee; the reason is printed on the statement.
       FD  CLOSEREQ-FILE.
       01  CLOSEREQ-REC.
           05 CQ-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 CQ-WAIVE             PIC X(1).
           05 FILLER               PIC X(1).
           05 CQ-REASON            PIC X(20).

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
           05 BALFWD-IN-AVAIL      PIC X(9).

       FD  HOLDS-FILE.
       01  HOLDS-REC.
           05 HD-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 HD-AMOUNT            PIC 9(5)V99.
           05 HD-CLEAR-DATE        PIC X(8).
           05 HD-BRANCH            PIC X(2).

       FD  INFILE.
       01  INFILE-REC.
           05 IF-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 FILLER               PIC X(25).
           05 IF-TC                PIC X(1).
           05 FILLER               PIC X(40).

       FD  BALHIST-FILE.
       01  BALHIST-REC.
           05 BH-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BH-BRANCH            PIC X(2).
           05 BH-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 BH-BAL               PIC S9(7)V99.

       FD  RATETABLE-FILE.
       01  RATETABLE-REC.
           05 RT-PROD              PIC X(2).
           05 FILLER               PIC X.
           05 RT-LIMIT             PIC 9(7)V99.
           05 FILLER               PIC X.
           05 RT-RATE              PIC V9(4).
           05 FILLER               PIC X.
           05 RT-EFFDATE           PIC X(8).

      * Pre-product rate files carried no product key; the limit's
      * leading digits land where the key now sits.
       01  RATETABLE-OLD-REC.
           05 RTO-LIMIT            PIC 9(7)V99.
           05 FILLER               PIC X.
           05 RTO-RATE             PIC V9(4).

       FD  WTAXPARM-FILE.
       01  WTAXPARM-REC.
           05 WP-RATE              PIC V9(4).

      * Closing fee by product type. A product with no line of its
      * own is charged the regular savings fee, and no file at all
      * means no fee.
       FD  CLSPARM-FILE.
       01  CLSPARM-REC.
           05 CP-PROD              PIC X(2).
           05 FILLER               PIC X(1).
           05 CP-FEE               PIC 9(5)V99.

       FD  CLSPOST-FILE.
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

       FD  STMTFILE.
       01  STMTREC                 PIC X(80).

       FD  CIFAUDIT-FILE.
       01  CIFAUDIT-REC            PIC X(80).

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

      * Interest paid on closure goes on the year's interest and
      * withholding history beside the INTEREST-POST credits, with the
      * customer the account belonged to before it was unlinked.
       FD  INTWHIST-FILE.
       01  INTWHIST-REC.
           05 IH-RECTYPE           PIC X(1).
           05 FILLER               PIC X(1).
           05 IH-SOURCE            PIC X(8).
           05 FILLER               PIC X(1).
           05 IH-RUNSTAMP          PIC X(14).
           05 FILLER               PIC X(1).
           05 IH-BUSDATE           PIC X(8).
           05 FILLER               PIC X(1).
           05 IH-BRANCH            PIC X(2).
           05 IH-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 IH-CUSTNO            PIC X(6).
           05 FILLER               PIC X(1).
           05 IH-GROSS             PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 IH-WTAX              PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 IH-NET               PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 IH-COUNT             PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-CLOSEREQ-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-HOLDS-STATUS         PIC XX VALUE SPACES.
       01  WS-INFILE-STATUS        PIC XX VALUE SPACES.
       01  WS-BALHIST-STATUS       PIC XX VALUE SPACES.
       01  WS-RATETABLE-STATUS     PIC XX VALUE SPACES.
       01  WS-WTAXPARM-STATUS      PIC XX VALUE SPACES.
       01  WS-CLSPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-CIFAUDIT-STATUS      PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-INTWHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.

       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-CLOSED-CTR           PIC 9(7) VALUE 0.
       01  WS-EXCP-CTR             PIC 9(7) VALUE 0.
       01  WS-POST-CTR             PIC 9(5) VALUE 0.
       01  WS-POST-NET             PIC S9(11)V99 VALUE 0.
       01  WS-POST-ABS             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-BAL              PIC 9(11)V99 VALUE 0.
       01  WS-TOT-INTEREST         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-WTAX             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-FEES             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PAYOUT           PIC 9(11)V99 VALUE 0.
       01  WS-INT-CTR              PIC 9(5) VALUE 0.
       01  WS-TOT-NET-INT          PIC 9(9)V99 VALUE 0.
      * The run's interest line on the withholding history is in
      * pesos at the run date's rate, the basis the tax is remitted
      * and certified on; the account lines stay as posted.
       01  WS-TOT-WTAX-PHP         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-NET-PHP          PIC S9(11)V99 VALUE 0.
       01  WS-ACCT-CCY             PIC X(3) VALUE 'PHP'.
       01  WS-FX-WARN              PIC X(3) VALUE 'NO '.

       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

      * The day's closure requests, matched in one pass of each of
      * the balance-forward master, the open holds and the day's
      * captured teller work before any account is settled.
       01  WS-CT-COUNT             PIC 9(3) VALUE 0.
       01  WS-CT-IDX               PIC 9(3) VALUE 0.
       01  WS-CT-SCAN              PIC 9(3) VALUE 0.
       01  WS-CT-FULL              PIC X(3) VALUE 'NO '.
       01  CLOSE-TABLE.
           05 CLOSE-ENTRY OCCURS 200 TIMES.
              10 CT-ACCNO          PIC X(10).
              10 CT-WAIVE          PIC X(1).
              10 CT-REASON         PIC X(20).
              10 CT-DUP            PIC X(1).
              10 CT-ON-BALFWD      PIC X(1).
              10 CT-BRANCH         PIC X(2).
              10 CT-BAL            PIC S9(7)V99.
              10 CT-HELD           PIC 9(7)V99.
              10 CT-PENDING        PIC 9(5).

       01  WS-EXCP-REASON          PIC X(26) VALUE SPACES.
       01  WS-MAST-PROD            PIC X(2) VALUE 'RS'.
       01  WS-OLD-CUSTNO           PIC X(6) VALUE SPACES.

      * Settlement figures for the account being closed.
       01  WS-INTEREST             PIC 9(5)V99 VALUE 0.
       01  WS-RATE-APPLIED         PIC V9(4) VALUE 0.
       01  WS-WTAX-RATE            PIC V9(4) VALUE 0.2000.
       01  WS-WTAX                 PIC 9(5)V99 VALUE 0.
       01  WS-NET-INT              PIC 9(5)V99 VALUE 0.
       01  WS-FEE                  PIC 9(5)V99 VALUE 0.
       01  WS-FUNDS                PIC 9(8)V99 VALUE 0.
       01  WS-PAYOUT               PIC 9(8)V99 VALUE 0.
       01  WS-PAY-REMAIN           PIC 9(8)V99 VALUE 0.
       01  WS-POST-TC              PIC X(1) VALUE SPACES.
       01  WS-POST-AMT             PIC 9(5)V99 VALUE 0.
       01  WS-POST-TAG             PIC X(8) VALUE SPACES.

      * Average-daily-balance working fields, as INTEREST-POST keeps
      * them: the accrual period is the business month up to and
      * including the closing date. INTEREST-POST's rate is for a
      * whole month, so the days held are paid as their share of the
      * calendar month.
       01  WS-BALHIST-EOF          PIC X(3) VALUE 'NO '.
       01  WS-PERIOD-START         PIC X(8) VALUE SPACES.
       01  WS-PERIOD-DAYS          PIC 9(3) VALUE 0.
       01  WS-MONTH-DAYS           PIC 9(3) VALUE 0.
       01  WS-START-INT            PIC 9(8) VALUE 0.
       01  WS-END-INT              PIC 9(8) VALUE 0.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-ADB                  PIC S9(7)V99 VALUE 0.
       01  WS-WEIGHTED             PIC S9(11)V99 VALUE 0.
       01  WS-MONTH-ADB            PIC S9(7)V99 VALUE 0.
       01  WS-OBS-CNT              PIC 9(3) VALUE 0.
       01  WS-OBS-DAYS             PIC 9(3) VALUE 0.
       01  WS-SEG-START            PIC 9(8) VALUE 0.
       01  WS-SEG-END              PIC 9(8) VALUE 0.
       01  WS-OBS-DATE-INT         PIC 9(8) VALUE 0.
       01  WS-OBS-BAL              PIC S9(7)V99 VALUE 0.
       01  WS-OBS-FOUND            PIC X(3) VALUE 'NO '.

       01  WS-RATETABLE-EOF        PIC X(3) VALUE 'NO '.
       01  WS-RATE-IDX             PIC 9 VALUE 0.
       01  WS-PROD-COUNT           PIC 9(1) VALUE 0.
       01  WS-PROD-IDX             PIC 9(1) VALUE 0.
       01  WS-PROD-SEL             PIC 9(1) VALUE 0.
       01  WS-LOAD-PROD            PIC X(2) VALUE SPACES.
       01  WS-LOAD-LIMIT           PIC 9(7)V99 VALUE 0.
       01  WS-LOAD-RATE            PIC V9(4) VALUE 0.
       01  WS-LOAD-EFFDATE         PIC X(8) VALUE SPACES.

      * One tier set per product type; an account whose product has
      * no schedule of its own earns on the regular savings set. A
      * product may carry several dated sets on file; the one held is
      * the latest effective on or before the run date (an undated
      * set has been in effect all along).
       01  PROD-RATE-TABLE.
           05 PROD-RATE-SET OCCURS 6 TIMES.
              10 PRS-PROD          PIC X(2).
              10 PRS-EFFDATE       PIC X(8).
              10 PRS-TIER-CNT      PIC 9(1).
              10 PRS-TIER OCCURS 4 TIMES.
                 15 TIER-LIMIT     PIC 9(7)V99.
                 15 TIER-RATE      PIC V9(4).

       01  WS-FEE-COUNT            PIC 9(1) VALUE 0.
       01  WS-FEE-IDX              PIC 9(1) VALUE 0.
       01  CLOSE-FEE-TABLE.
           05 CLOSE-FEE-ENTRY OCCURS 6 TIMES.
              10 CF-PROD           PIC X(2).
              10 CF-FEE            PIC 9(5)V99.

      * The account's link to its customer is given up on closure;
      * the unlink is logged where CIF-MAINT logs the link.
       01  CIF-AUDIT-LINE.
           05 MAU-PROGRAM          PIC X(10).
           05 MAU-RUNSTAMP         PIC X(14).
           05 MAU-ACTION           PIC X(1).
           05 MAU-CUSTNO           PIC X(6).
           05 MAU-ACCNO            PIC X(10).
           05 MAU-OLD-NAME         PIC X(25).
           05 MAU-NEW-NAME         PIC X(14).

       01  REG-HEADER-1.
           05 FILLER               PIC X(29) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "Accounts Closed Today".
           05 FILLER               PIC X(29) VALUE SPACES.

       01  REG-HEADER-2.
           05 FILLER               PIC X(10) VALUE "Account".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE "Br".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "     Balance".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE " Interest".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE " Withheld".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "      Fee".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "       Payout".
           05 FILLER               PIC X(5) VALUE SPACES.

       01  REG-LINE.
           05 REG-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REG-BAL-OUT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REG-INT-OUT          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REG-WTAX-OUT         PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REG-FEE-OUT          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REG-PAY-OUT          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(5) VALUE SPACES.

       01  REG-TOTAL-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "REQUESTS RECEIVED:        ".
           05 REG-READ-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "ACCOUNTS CLOSED:          ".
           05 REG-CLOSED-CTR-OUT   PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 REG-TOT-LABEL-OUT    PIC X(26).
           05 FILLER               PIC X(9) VALUE SPACES.
           05 REG-TOT-AMT-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(26) VALUE SPACES.

       01  REG-TOTAL-4.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "REFUSED (CLSEXCP.TXT):    ".
           05 REG-EXCP-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  EXCP-HEADER-1.
           05 FILLER               PIC X(27) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "Account Closures Refused".
           05 FILLER               PIC X(27) VALUE SPACES.

       01  EXCP-HEADER-2.
           05 FILLER               PIC X(10) VALUE "Account".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE "Br".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "     Balance".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(26) VALUE "Refused Because".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE "Closure Reason".
           05 FILLER               PIC X(4) VALUE SPACES.

       01  EXCP-LINE.
           05 EXC-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EXC-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EXC-BAL-OUT          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EXC-REASON-OUT       PIC X(26).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 EXC-REQ-OUT          PIC X(20).
           05 FILLER               PIC X(4) VALUE SPACES.

       01  EXCP-TOTAL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "CLOSURES REFUSED:         ".
           05 EXC-CTR-OUT          PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  STMT-HEADER-1.
           05 FILLER               PIC X(27) VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE "Account Closing Statement".
           05 FILLER               PIC X(28) VALUE SPACES.

       01  STMT-HEADER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Account: ".
           05 STMT-ACCNO-OUT       PIC X(10).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 STMT-ACCNAME-OUT     PIC X(25).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Branch: ".
           05 STMT-BRANCH-OUT      PIC X(2).
           05 FILLER               PIC X(15) VALUE SPACES.

       01  STMT-ADDR-LINE.
           05 FILLER               PIC X(14) VALUE SPACES.
           05 STMT-ADDR-OUT        PIC X(25).
           05 FILLER               PIC X(41) VALUE SPACES.

       01  STMT-HEADER-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Closed:  ".
           05 STMT-DATE-OUT        PIC X(8).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Reason: ".
           05 STMT-REASON-OUT      PIC X(20).
           05 FILLER               PIC X(25) VALUE SPACES.

       01  STMT-ADB-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(23)
              VALUE "Average daily balance  ".
           05 STMT-ADB-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(4) VALUE " at ".
           05 STMT-RATE-OUT        PIC .9(4).
           05 FILLER               PIC X(5) VALUE " for ".
           05 STMT-DAYS-OUT        PIC ZZ9.
           05 FILLER               PIC X(5) VALUE " days".
           05 FILLER               PIC X(15) VALUE SPACES.

       01  STMT-AMT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 STMT-DESC-OUT        PIC X(30).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 STMT-AMT-OUT         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(28) VALUE SPACES.

       01  STMT-FOOTER.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(50)
              VALUE "This account is closed. Thank you for banking".
           05 FILLER               PIC X(25) VALUE SPACES.

       01  STMT-FOOTER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(50)
              VALUE "with us.".
           05 FILLER               PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
      * Account closure and final settlement. Each request on the
      * day's closure file is refused while the account has funds on
      * hold, is overdrawn, or still has teller work waiting to post,
      * since any of those would leave a balance behind the payout.
      * An account that can close is settled in full on CLSPOST.TXT,
      * a posting source for TRAN-MERGE: interest accrued to date by
      * the INTEREST-POST rules, net of withholding; the closing fee
      * for its product; and the final payout of everything left,
      * which brings the balance to zero. The master is marked closed
      * as of today and the account unlinked from its customer, and
      * ACCOUNT-TRANSACTION accepts these settlement items, and only
      * these, against the closed account tonight. Once the balance
      * reaches zero the account drops off the balance-forward master.
       MAIN-RTN.
           PERFORM INITIAL-RTN
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               PERFORM PROCESS-REQUEST-RTN
           END-PERFORM
           PERFORM FINISH-RTN
           CLOSE CLSPOST-FILE
           CLOSE REGFILE
           CLOSE EXCPFILE
           CLOSE STMTFILE
           CLOSE CIFAUDIT-FILE
           CLOSE INTWHIST-FILE
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

       INITIAL-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN

           OPEN I-O CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'ACCOUNT-CLOSE: CUSTMAST.IDX NOT AVAILABLE - '
                   'NO ACCOUNTS CLOSED'
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM LOAD-REQUESTS-RTN
           IF WS-CUSTMAST-OPEN NOT = 'YES'
               MOVE 0 TO WS-CT-COUNT
           END-IF
           PERFORM MATCH-BALFWD-RTN
           PERFORM MATCH-HOLDS-RTN
           PERFORM MATCH-PENDING-RTN
           PERFORM INIT-RATE-TABLE
           PERFORM LOAD-WTAX-RATE-RTN
           PERFORM LOAD-CLSPARM-RTN
           PERFORM ACCRUAL-PERIOD-RTN

           OPEN OUTPUT CLSPOST-FILE
           OPEN OUTPUT REGFILE
           OPEN OUTPUT EXCPFILE
           OPEN OUTPUT STMTFILE
           WRITE REGREC FROM REG-HEADER-1 AFTER ADVANCING PAGE
           WRITE REGREC FROM REG-HEADER-2 AFTER ADVANCING 2 LINES
           WRITE EXCPREC FROM EXCP-HEADER-1 AFTER ADVANCING PAGE
           WRITE EXCPREC FROM EXCP-HEADER-2 AFTER ADVANCING 2 LINES

           OPEN EXTEND CIFAUDIT-FILE
           IF WS-CIFAUDIT-STATUS = '05' OR WS-CIFAUDIT-STATUS = '35'
               OPEN OUTPUT CIFAUDIT-FILE
           END-IF

           OPEN EXTEND INTWHIST-FILE
           IF WS-INTWHIST-STATUS = '05' OR WS-INTWHIST-STATUS = '35'
               OPEN OUTPUT INTWHIST-FILE
           END-IF.

       PROCESS-REQUEST-RTN.
           MOVE SPACES TO WS-EXCP-REASON

           MOVE CT-ACCNO(WS-CT-IDX) TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NOT ON CUSTOMER MASTER' TO WS-EXCP-REASON
               NOT INVALID KEY
                   IF CM-CLOSED
                       MOVE 'ACCOUNT ALREADY CLOSED' TO WS-EXCP-REASON
                   ELSE
                   IF CM-FROZEN
                       MOVE 'ACCOUNT FROZEN' TO WS-EXCP-REASON
                   END-IF
                   END-IF
           END-READ
           IF WS-EXCP-REASON NOT = SPACES
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           IF CT-DUP(WS-CT-IDX) = 'Y'
               MOVE 'DUPLICATE REQUEST' TO WS-EXCP-REASON
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           IF CT-ON-BALFWD(WS-CT-IDX) NOT = 'Y'
               MOVE 'NOT ON BALANCE FORWARD' TO WS-EXCP-REASON
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           IF CT-BAL(WS-CT-IDX) < 0
               MOVE 'ACCOUNT OVERDRAWN' TO WS-EXCP-REASON
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           IF CT-HELD(WS-CT-IDX) > 0
               MOVE 'UNCOLLECTED FUNDS ON HOLD' TO WS-EXCP-REASON
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           IF CT-PENDING(WS-CT-IDX) > 0
               MOVE 'ITEMS WAITING TO POST' TO WS-EXCP-REASON
               PERFORM EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           IF CM-PRODTYPE = SPACES
               MOVE 'RS' TO WS-MAST-PROD
           ELSE
               MOVE CM-PRODTYPE TO WS-MAST-PROD
           END-IF
           PERFORM COMPUTE-ADB-RTN
           PERFORM COMPUTE-INTEREST-RTN
           PERFORM COMPUTE-FEE-RTN
           PERFORM COMPUTE-PAYOUT-RTN

           PERFORM WRITE-POSTINGS-RTN
           IF WS-INTEREST > 0
               PERFORM WRITE-INTWHIST-RTN
           END-IF
           PERFORM CLOSE-MASTER-RTN
           PERFORM WRITE-STATEMENT-RTN
           PERFORM WRITE-REG-LINE
           ADD 1 TO WS-CLOSED-CTR
           ADD CT-BAL(WS-CT-IDX) TO WS-TOT-BAL
           ADD WS-INTEREST TO WS-TOT-INTEREST
           ADD WS-WTAX TO WS-TOT-WTAX
           ADD WS-FEE TO WS-TOT-FEES
           ADD WS-PAYOUT TO WS-TOT-PAYOUT.

      * Interest to date is what INTEREST-POST would credit for the
      * days of the month the account was held: the tier is set by
      * the average daily balance over those days, and the credit is
      * the month's rate on their share of the month, less final
      * withholding tax. A closed account is passed over by
      * INTEREST-POST afterwards, so none is paid twice.
       COMPUTE-INTEREST-RTN.
           MOVE 0 TO WS-INTEREST
           MOVE 0 TO WS-WTAX
           MOVE 0 TO WS-NET-INT
           MOVE 0 TO WS-RATE-APPLIED
           IF WS-ADB <= 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SELECT-PROD-SET-RTN
           MOVE 1 TO WS-RATE-IDX
           PERFORM UNTIL
                   WS-ADB <= TIER-LIMIT(WS-PROD-SEL, WS-RATE-IDX)
                   OR WS-RATE-IDX >= PRS-TIER-CNT(WS-PROD-SEL)
               ADD 1 TO WS-RATE-IDX
           END-PERFORM
           MOVE TIER-RATE(WS-PROD-SEL, WS-RATE-IDX)
               TO WS-RATE-APPLIED

      * The days held earn the monthly rate on their share of the
      * month's balance-days - what INTEREST-POST would have credited
      * for them at month end.
           COMPUTE WS-MONTH-ADB ROUNDED =
               WS-WEIGHTED / WS-MONTH-DAYS
           COMPUTE WS-INTEREST ROUNDED =
               WS-MONTH-ADB * WS-RATE-APPLIED
           COMPUTE WS-WTAX ROUNDED = WS-INTEREST * WS-WTAX-RATE
           COMPUTE WS-NET-INT = WS-INTEREST - WS-WTAX.

      * The closing fee is waived on request, and never takes more
      * than the account holds - closure does not leave a debt.
       COMPUTE-FEE-RTN.
           MOVE 0 TO WS-FEE
           IF CT-WAIVE(WS-CT-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF CF-PROD(WS-FEE-IDX) = WS-MAST-PROD
                   MOVE CF-FEE(WS-FEE-IDX) TO WS-FEE
               END-IF
           END-PERFORM
           IF WS-FEE = 0
               PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                       UNTIL WS-FEE-IDX > WS-FEE-COUNT
                   IF CF-PROD(WS-FEE-IDX) = 'RS'
                       MOVE CF-FEE(WS-FEE-IDX) TO WS-FEE
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-FUNDS = CT-BAL(WS-CT-IDX) + WS-NET-INT
           IF WS-FEE > WS-FUNDS
               MOVE WS-FUNDS TO WS-FEE
           END-IF.

       COMPUTE-PAYOUT-RTN.
           COMPUTE WS-PAYOUT =
               CT-BAL(WS-CT-IDX) + WS-NET-INT - WS-FEE.

      * Credit first, then the fee, then the payout, so the account
      * never runs short part way through its own settlement. The
      * posting record carries at most 99,999.99, so a larger payout
      * goes out as several debits.
       WRITE-POSTINGS-RTN.
           IF WS-NET-INT > 0
               MOVE 'D' TO WS-POST-TC
               MOVE WS-NET-INT TO WS-POST-AMT
               MOVE 'CLSINT' TO WS-POST-TAG
               PERFORM WRITE-POST-REC-RTN
           END-IF

           IF WS-FEE > 0
               MOVE 'W' TO WS-POST-TC
               MOVE WS-FEE TO WS-POST-AMT
               MOVE 'CLSFEE' TO WS-POST-TAG
               PERFORM WRITE-POST-REC-RTN
           END-IF

           MOVE WS-PAYOUT TO WS-PAY-REMAIN
           PERFORM UNTIL WS-PAY-REMAIN = 0
               MOVE 'W' TO WS-POST-TC
               IF WS-PAY-REMAIN > 99999.99
                   MOVE 99999.99 TO WS-POST-AMT
               ELSE
                   MOVE WS-PAY-REMAIN TO WS-POST-AMT
               END-IF
               SUBTRACT WS-POST-AMT FROM WS-PAY-REMAIN
               MOVE 'ACCTCLS' TO WS-POST-TAG
               PERFORM WRITE-POST-REC-RTN
           END-PERFORM.

       WRITE-POST-REC-RTN.
           MOVE SPACES TO REC-IN
           MOVE CT-ACCNO(WS-CT-IDX) TO ACCNO-IN
           MOVE CM-ACCNAME TO ACCNAME-IN
           MOVE WS-POST-TC TO TC
           MOVE WS-POST-AMT TO AMOUNT
           MOVE WS-RUN-DATE TO TRANDATE-IN
           MOVE CT-BRANCH(WS-CT-IDX) TO BRANCH-IN
           MOVE WS-POST-TAG TO TELLER-IN
           WRITE REC-IN
           ADD 1 TO WS-POST-CTR
           IF WS-POST-TC = 'W'
               SUBTRACT WS-POST-AMT FROM WS-POST-NET
           ELSE
               ADD WS-POST-AMT TO WS-POST-NET
           END-IF.

      * Written before the master is unlinked, while CM-CUSTNO still
      * names the customer the certificate belongs to.
       WRITE-INTWHIST-RTN.
           MOVE SPACES TO INTWHIST-REC
           MOVE 'D' TO IH-RECTYPE
           MOVE 'CLSINT' TO IH-SOURCE
           MOVE WS-RUN-STAMP TO IH-RUNSTAMP
           MOVE WS-RUN-DATE TO IH-BUSDATE
           MOVE CT-BRANCH(WS-CT-IDX) TO IH-BRANCH
           MOVE CT-ACCNO(WS-CT-IDX) TO IH-ACCNO
           MOVE CM-CUSTNO TO IH-CUSTNO
           MOVE WS-INTEREST TO IH-GROSS
           MOVE WS-WTAX TO IH-WTAX
           MOVE WS-NET-INT TO IH-NET
           MOVE 1 TO IH-COUNT
           WRITE INTWHIST-REC
           ADD 1 TO WS-INT-CTR
           ADD WS-NET-INT TO WS-TOT-NET-INT
           PERFORM ACCUM-INT-PHP-RTN.

      * Net and tax are each taken to pesos; a currency with no rate
      * adds nothing and the run is flagged.
       ACCUM-INT-PHP-RTN.
           MOVE 'PHP' TO WS-ACCT-CCY
           IF CM-CURRENCY NOT = SPACES
               MOVE CM-CURRENCY TO WS-ACCT-CCY
           END-IF
           MOVE WS-ACCT-CCY TO FC-CURRENCY
           MOVE WS-RUN-DATE TO FC-DATE
           MOVE WS-NET-INT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           ADD FC-PHP-AMOUNT TO WS-TOT-NET-PHP
           MOVE WS-WTAX TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           ADD FC-PHP-AMOUNT TO WS-TOT-WTAX-PHP
           IF FC-RESULT = '90' AND WS-FX-WARN = 'NO '
               DISPLAY 'ACCOUNT-CLOSE: NO ' WS-ACCT-CCY
                   ' RATE - PESO WITHHOLDING TOTAL UNDERSTATED'
               MOVE 'YES' TO WS-FX-WARN
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-MASTER-RTN.
           MOVE CM-CUSTNO TO WS-OLD-CUSTNO
           MOVE 'C' TO CM-STATUS
           MOVE WS-RUN-DATE TO CM-CLOSE-DATE
           MOVE SPACES TO CM-CUSTNO
           REWRITE CUSTMAST-REC
               INVALID KEY
                   DISPLAY 'ACCOUNT-CLOSE: REWRITE FAILED FOR '
                       CM-ACCNO ' - STATUS ' WS-CUSTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE

           IF WS-OLD-CUSTNO NOT = SPACES
               MOVE SPACES TO CIF-AUDIT-LINE
               MOVE 'ACCTCLOS' TO MAU-PROGRAM
               MOVE WS-RUN-STAMP TO MAU-RUNSTAMP
               MOVE 'U' TO MAU-ACTION
               MOVE WS-OLD-CUSTNO TO MAU-CUSTNO
               MOVE CM-ACCNO TO MAU-ACCNO
               MOVE CM-ACCNAME TO MAU-OLD-NAME
               WRITE CIFAUDIT-REC FROM CIF-AUDIT-LINE
           END-IF.

       WRITE-STATEMENT-RTN.
           MOVE CM-ACCNO TO STMT-ACCNO-OUT
           MOVE CM-ACCNAME TO STMT-ACCNAME-OUT
           MOVE CT-BRANCH(WS-CT-IDX) TO STMT-BRANCH-OUT
           WRITE STMTREC FROM STMT-HEADER-1 AFTER ADVANCING PAGE
           WRITE STMTREC FROM STMT-HEADER-2 AFTER ADVANCING 2 LINES
           IF CM-ADDR1 NOT = SPACES
               MOVE CM-ADDR1 TO STMT-ADDR-OUT
               WRITE STMTREC FROM STMT-ADDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF CM-ADDR2 NOT = SPACES
               MOVE CM-ADDR2 TO STMT-ADDR-OUT
               WRITE STMTREC FROM STMT-ADDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF CM-ADDR3 NOT = SPACES
               MOVE CM-ADDR3 TO STMT-ADDR-OUT
               WRITE STMTREC FROM STMT-ADDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-RUN-DATE TO STMT-DATE-OUT
           MOVE CT-REASON(WS-CT-IDX) TO STMT-REASON-OUT
           WRITE STMTREC FROM STMT-HEADER-3 AFTER ADVANCING 2 LINES

           MOVE 'BALANCE BROUGHT FORWARD' TO STMT-DESC-OUT
           MOVE CT-BAL(WS-CT-IDX) TO STMT-AMT-OUT
           WRITE STMTREC FROM STMT-AMT-LINE AFTER ADVANCING 2 LINES

           IF WS-INTEREST > 0
               MOVE WS-ADB TO STMT-ADB-OUT
               MOVE WS-RATE-APPLIED TO STMT-RATE-OUT
               MOVE WS-PERIOD-DAYS TO STMT-DAYS-OUT
               WRITE STMTREC FROM STMT-ADB-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'INTEREST EARNED TO DATE' TO STMT-DESC-OUT
               MOVE WS-INTEREST TO STMT-AMT-OUT
               WRITE STMTREC FROM STMT-AMT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'LESS WITHHOLDING TAX' TO STMT-DESC-OUT
               COMPUTE STMT-AMT-OUT = 0 - WS-WTAX
               WRITE STMTREC FROM STMT-AMT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF WS-FEE > 0
               MOVE 'LESS CLOSING FEE' TO STMT-DESC-OUT
               COMPUTE STMT-AMT-OUT = 0 - WS-FEE
               WRITE STMTREC FROM STMT-AMT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'FINAL PAYOUT TO CUSTOMER' TO STMT-DESC-OUT
           COMPUTE STMT-AMT-OUT = 0 - WS-PAYOUT
           WRITE STMTREC FROM STMT-AMT-LINE AFTER ADVANCING 1 LINE

           MOVE 'CLOSING BALANCE' TO STMT-DESC-OUT
           MOVE 0 TO STMT-AMT-OUT
           WRITE STMTREC FROM STMT-AMT-LINE AFTER ADVANCING 2 LINES

           WRITE STMTREC FROM STMT-FOOTER AFTER ADVANCING 3 LINES
           WRITE STMTREC FROM STMT-FOOTER-2 AFTER ADVANCING 1 LINE.

       WRITE-REG-LINE.
           MOVE CT-ACCNO(WS-CT-IDX) TO REG-ACCNO-OUT
           MOVE CT-BRANCH(WS-CT-IDX) TO REG-BRANCH-OUT
           MOVE CT-BAL(WS-CT-IDX) TO REG-BAL-OUT
           MOVE WS-INTEREST TO REG-INT-OUT
           MOVE WS-WTAX TO REG-WTAX-OUT
           MOVE WS-FEE TO REG-FEE-OUT
           MOVE WS-PAYOUT TO REG-PAY-OUT
           WRITE REGREC FROM REG-LINE AFTER ADVANCING 1 LINE.

       EXCEPTION-RTN.
           MOVE CT-ACCNO(WS-CT-IDX) TO EXC-ACCNO-OUT
           MOVE CT-BRANCH(WS-CT-IDX) TO EXC-BRANCH-OUT
           MOVE CT-BAL(WS-CT-IDX) TO EXC-BAL-OUT
           MOVE WS-EXCP-REASON TO EXC-REASON-OUT
           MOVE CT-REASON(WS-CT-IDX) TO EXC-REQ-OUT
           WRITE EXCPREC FROM EXCP-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXCP-CTR.

       LOAD-REQUESTS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT CLOSEREQ-FILE
           IF WS-CLOSEREQ-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
               DISPLAY 'ACCOUNT-CLOSE: CLOSEREQ.DAT NOT FOUND - '
                   'NO CLOSURES TODAY'
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ CLOSEREQ-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND CQ-ACCNO NOT = SPACES
                   ADD 1 TO WS-READ-CTR
                   IF WS-CT-COUNT < 200
                       ADD 1 TO WS-CT-COUNT
                       PERFORM NOTE-REQUEST-RTN
                   ELSE
                       MOVE 'YES' TO WS-CT-FULL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLOSEREQ-STATUS NOT = '35'
               CLOSE CLOSEREQ-FILE
           END-IF
           IF WS-CT-FULL = 'YES'
               DISPLAY 'ACCOUNT-CLOSE: REQUEST TABLE FULL (200) - '
                   'LATER REQUESTS NOT PROCESSED, RERUN WITH THE REST'
               MOVE 8 TO RETURN-CODE
           END-IF.

       NOTE-REQUEST-RTN.
           MOVE CQ-ACCNO TO CT-ACCNO(WS-CT-COUNT)
           MOVE CQ-WAIVE TO CT-WAIVE(WS-CT-COUNT)
           MOVE CQ-REASON TO CT-REASON(WS-CT-COUNT)
           MOVE 'N' TO CT-DUP(WS-CT-COUNT)
           MOVE 'N' TO CT-ON-BALFWD(WS-CT-COUNT)
           MOVE SPACES TO CT-BRANCH(WS-CT-COUNT)
           MOVE 0 TO CT-BAL(WS-CT-COUNT)
           MOVE 0 TO CT-HELD(WS-CT-COUNT)
           MOVE 0 TO CT-PENDING(WS-CT-COUNT)
           PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
                   UNTIL WS-CT-SCAN >= WS-CT-COUNT
               IF CT-ACCNO(WS-CT-SCAN) = CQ-ACCNO
                   MOVE 'Y' TO CT-DUP(WS-CT-COUNT)
               END-IF
           END-PERFORM.

      * Account numbers come from one pool across all branches, so
      * the account number alone finds the carried balance, and the
      * balance record supplies the branch the settlement posts to.
       MATCH-BALFWD-RTN.
           IF WS-CT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT BALFWD-IN
           IF WS-BALFWD-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
               DISPLAY 'ACCOUNT-CLOSE: BALFWD.DAT NOT FOUND - '
                   'NO CARRIED BALANCE CAN BE SETTLED'
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ BALFWD-IN
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
                           UNTIL WS-CT-SCAN > WS-CT-COUNT
                       IF CT-ACCNO(WS-CT-SCAN) = BALFWD-IN-ACCNO
                           MOVE 'Y' TO CT-ON-BALFWD(WS-CT-SCAN)
                           MOVE BALFWD-IN-BRANCH
                               TO CT-BRANCH(WS-CT-SCAN)
                           MOVE BALFWD-IN-BAL TO CT-BAL(WS-CT-SCAN)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-BALFWD-STATUS NOT = '35'
               CLOSE BALFWD-IN
           END-IF.

      * Holds as ACCOUNT-TRANSACTION will load them tonight - one at
      * or past its clearing date releases before any posting.
       MATCH-HOLDS-RTN.
           IF WS-CT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
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
                   PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
                           UNTIL WS-CT-SCAN > WS-CT-COUNT
                       IF CT-ACCNO(WS-CT-SCAN) = HD-ACCNO
                           ADD HD-AMOUNT TO CT-HELD(WS-CT-SCAN)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-HOLDS-STATUS NOT = '35'
               CLOSE HOLDS-FILE
           END-IF.

      * Teller work captured today for the account has not reached
      * the carried balance yet; settling over it would pay out the
      * wrong amount.
       MATCH-PENDING-RTN.
           IF WS-CT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT INFILE
           IF WS-INFILE-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ INFILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND IF-TC NOT = 'T'
                   PERFORM VARYING WS-CT-SCAN FROM 1 BY 1
                           UNTIL WS-CT-SCAN > WS-CT-COUNT
                       IF CT-ACCNO(WS-CT-SCAN) = IF-ACCNO
                           ADD 1 TO CT-PENDING(WS-CT-SCAN)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-INFILE-STATUS NOT = '35'
               CLOSE INFILE
           END-IF.

      * History observations for the period, oldest first as the
      * posting run appended them: each observed balance holds from
      * its date until the day before the next observation, the
      * first one covering back to the start of the period and the
      * last one running out to the closing date. An account with no
      * history this period accrues on its carried balance. The
      * history is read straight through for each account closed,
      * so no volume of it can cut an account's observations short.
       COMPUTE-ADB-RTN.
           MOVE 0 TO WS-WEIGHTED
           MOVE 0 TO WS-OBS-CNT
           MOVE 'NO ' TO WS-OBS-FOUND

           MOVE 'NO ' TO WS-BALHIST-EOF
           OPEN INPUT BALHIST-FILE
           IF WS-BALHIST-STATUS NOT = '00'
               MOVE 'YES' TO WS-BALHIST-EOF
           END-IF
           PERFORM UNTIL WS-BALHIST-EOF = 'YES'
               READ BALHIST-FILE
                  AT END MOVE 'YES' TO WS-BALHIST-EOF
               END-READ
               IF WS-BALHIST-EOF NOT = 'YES'
                   AND BH-DATE >= WS-PERIOD-START
                   AND BH-DATE <= WS-RUN-DATE
                   AND BH-DATE NUMERIC
                   AND BH-BRANCH = CT-BRANCH(WS-CT-IDX)
                   AND BH-ACCNO = CT-ACCNO(WS-CT-IDX)
                   PERFORM NOTE-OBS-RTN
               END-IF
           END-PERFORM
           IF WS-BALHIST-STATUS NOT = '35'
               CLOSE BALHIST-FILE
           END-IF

           IF WS-OBS-FOUND = 'NO '
               MOVE CT-BAL(WS-CT-IDX) TO WS-ADB
               COMPUTE WS-WEIGHTED =
                   CT-BAL(WS-CT-IDX) * WS-PERIOD-DAYS
           ELSE
               MOVE WS-END-INT TO WS-SEG-END
               PERFORM WEIGH-OBS-RTN
               COMPUTE WS-ADB ROUNDED =
                   WS-WEIGHTED / WS-PERIOD-DAYS
           END-IF.

      * A new observation closes the one before it on the day before
      * its own date.
       NOTE-OBS-RTN.
           MOVE BH-DATE TO WS-DATE-NUM
           COMPUTE WS-OBS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ADD 1 TO WS-OBS-CNT
           IF WS-OBS-CNT = 1
               MOVE 'YES' TO WS-OBS-FOUND
               MOVE WS-START-INT TO WS-SEG-START
           ELSE
               COMPUTE WS-SEG-END = WS-OBS-DATE-INT - 1
               PERFORM WEIGH-OBS-RTN
               MOVE WS-OBS-DATE-INT TO WS-SEG-START
           END-IF
           MOVE BH-BAL TO WS-OBS-BAL.

       WEIGH-OBS-RTN.
           IF WS-SEG-END >= WS-SEG-START
               COMPUTE WS-OBS-DAYS =
                   WS-SEG-END - WS-SEG-START + 1
               COMPUTE WS-WEIGHTED = WS-WEIGHTED
                   + WS-OBS-BAL * WS-OBS-DAYS
           END-IF.

      * The accrual period runs from the 1st of the business month to
      * the closing date; the calendar month it belongs to sets the
      * share of the monthly rate those days earn.
       ACCRUAL-PERIOD-RTN.
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-START(1:6)
           MOVE '01' TO WS-PERIOD-START(7:2)
           MOVE WS-PERIOD-START TO WS-DATE-NUM
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-PERIOD-DAYS =
               WS-END-INT - WS-START-INT + 1

           MOVE WS-PERIOD-START TO WS-DATE-NUM
           IF WS-PERIOD-START(5:2) = '12'
               ADD 8900 TO WS-DATE-NUM
           ELSE
               ADD 100 TO WS-DATE-NUM
           END-IF
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-START-INT.

       FINISH-RTN.
           MOVE SPACES TO TRAILER-REC
           MOVE '999' TO TRL-ACCNO
           MOVE WS-POST-CTR TO TRL-COUNT
           IF WS-POST-NET < 0
               MOVE '-' TO TRL-NET-SIGN
           ELSE
               MOVE '+' TO TRL-NET-SIGN
           END-IF
           COMPUTE WS-POST-ABS = FUNCTION ABS(WS-POST-NET)
           MOVE WS-POST-ABS TO TRL-NET
           MOVE 'T' TO TRL-TC
           WRITE TRAILER-REC

           MOVE WS-READ-CTR TO REG-READ-CTR-OUT
           MOVE WS-CLOSED-CTR TO REG-CLOSED-CTR-OUT
           MOVE WS-EXCP-CTR TO REG-EXCP-CTR-OUT
           WRITE REGREC FROM REG-TOTAL-1 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-TOTAL-2 AFTER ADVANCING 1 LINE
           MOVE "BALANCES SETTLED:         " TO REG-TOT-LABEL-OUT
           MOVE WS-TOT-BAL TO REG-TOT-AMT-OUT
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           MOVE "INTEREST ACCRUED:         " TO REG-TOT-LABEL-OUT
           MOVE WS-TOT-INTEREST TO REG-TOT-AMT-OUT
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           MOVE "WITHHOLDING TAX:          " TO REG-TOT-LABEL-OUT
           MOVE WS-TOT-WTAX TO REG-TOT-AMT-OUT
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           MOVE "CLOSING FEES:             " TO REG-TOT-LABEL-OUT
           MOVE WS-TOT-FEES TO REG-TOT-AMT-OUT
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           MOVE "PAID OUT TO CUSTOMERS:    " TO REG-TOT-LABEL-OUT
           MOVE WS-TOT-PAYOUT TO REG-TOT-AMT-OUT
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-4 AFTER ADVANCING 1 LINE

           MOVE WS-EXCP-CTR TO EXC-CTR-OUT
           WRITE EXCPREC FROM EXCP-TOTAL AFTER ADVANCING 2 LINES

           IF WS-INT-CTR > 0
               MOVE SPACES TO INTWHIST-REC
               MOVE 'T' TO IH-RECTYPE
               MOVE 'CLSINT' TO IH-SOURCE
               MOVE WS-RUN-STAMP TO IH-RUNSTAMP
               MOVE WS-RUN-DATE TO IH-BUSDATE
               COMPUTE IH-GROSS = WS-TOT-NET-PHP + WS-TOT-WTAX-PHP
               MOVE WS-TOT-WTAX-PHP TO IH-WTAX
               MOVE WS-TOT-NET-PHP TO IH-NET
               MOVE WS-INT-CTR TO IH-COUNT
               WRITE INTWHIST-REC
           END-IF

           DISPLAY 'ACCOUNT-CLOSE: ' WS-CLOSED-CTR ' ACCOUNT(S) '
               'SETTLED TO CLSPOST.TXT, ' WS-EXCP-CTR
               ' REFUSED ON CLSEXCP.TXT'.

       SELECT-PROD-SET-RTN.
           MOVE 0 TO WS-PROD-SEL
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF PRS-PROD(WS-PROD-IDX) = WS-MAST-PROD
                   MOVE WS-PROD-IDX TO WS-PROD-SEL
               END-IF
           END-PERFORM
           IF WS-PROD-SEL = 0
               PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                       UNTIL WS-PROD-IDX > WS-PROD-COUNT
                   IF PRS-PROD(WS-PROD-IDX) = 'RS'
                       MOVE WS-PROD-IDX TO WS-PROD-SEL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PROD-SEL = 0
               MOVE 1 TO WS-PROD-SEL
           END-IF.

       INIT-RATE-TABLE.
           OPEN INPUT RATETABLE-FILE.
           IF WS-RATETABLE-STATUS = '00'
               PERFORM UNTIL WS-RATETABLE-EOF = 'YES'
                   READ RATETABLE-FILE
                       AT END MOVE 'YES' TO WS-RATETABLE-EOF
                   END-READ
                   IF WS-RATETABLE-EOF NOT = 'YES'
                       PERFORM LOAD-RATE-REC-RTN
                   END-IF
               END-PERFORM
               CLOSE RATETABLE-FILE
           END-IF.
           IF WS-PROD-COUNT = 0
               PERFORM INIT-RATE-TABLE-DEFAULTS
           END-IF.

       LOAD-RATE-REC-RTN.
           IF RT-PROD NUMERIC
               MOVE 'RS' TO WS-LOAD-PROD
               MOVE RTO-LIMIT TO WS-LOAD-LIMIT
               MOVE RTO-RATE TO WS-LOAD-RATE
               MOVE SPACES TO WS-LOAD-EFFDATE
           ELSE
               MOVE RT-PROD TO WS-LOAD-PROD
               MOVE RT-LIMIT TO WS-LOAD-LIMIT
               MOVE RT-RATE TO WS-LOAD-RATE
               MOVE RT-EFFDATE TO WS-LOAD-EFFDATE
           END-IF
           IF WS-LOAD-EFFDATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PROD-SEL
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF PRS-PROD(WS-PROD-IDX) = WS-LOAD-PROD
                   MOVE WS-PROD-IDX TO WS-PROD-SEL
               END-IF
           END-PERFORM
           IF WS-PROD-SEL = 0 AND WS-PROD-COUNT < 6
               ADD 1 TO WS-PROD-COUNT
               MOVE WS-PROD-COUNT TO WS-PROD-SEL
               MOVE WS-LOAD-PROD TO PRS-PROD(WS-PROD-SEL)
               MOVE WS-LOAD-EFFDATE TO PRS-EFFDATE(WS-PROD-SEL)
               MOVE 0 TO PRS-TIER-CNT(WS-PROD-SEL)
           END-IF
           IF WS-PROD-SEL > 0
               IF WS-LOAD-EFFDATE < PRS-EFFDATE(WS-PROD-SEL)
                   EXIT PARAGRAPH
               END-IF
               IF WS-LOAD-EFFDATE > PRS-EFFDATE(WS-PROD-SEL)
                   MOVE WS-LOAD-EFFDATE TO PRS-EFFDATE(WS-PROD-SEL)
                   MOVE 0 TO PRS-TIER-CNT(WS-PROD-SEL)
               END-IF
           END-IF
           IF WS-PROD-SEL > 0
               AND PRS-TIER-CNT(WS-PROD-SEL) < 4
               ADD 1 TO PRS-TIER-CNT(WS-PROD-SEL)
               MOVE WS-LOAD-LIMIT TO
                   TIER-LIMIT(WS-PROD-SEL,
                       PRS-TIER-CNT(WS-PROD-SEL))
               MOVE WS-LOAD-RATE TO
                   TIER-RATE(WS-PROD-SEL,
                       PRS-TIER-CNT(WS-PROD-SEL))
           END-IF.

       INIT-RATE-TABLE-DEFAULTS.
           MOVE 1 TO WS-PROD-COUNT.
           MOVE 'RS' TO PRS-PROD(1).
           MOVE SPACES TO PRS-EFFDATE(1).
           MOVE 4 TO PRS-TIER-CNT(1).
           MOVE 10000.00 TO TIER-LIMIT(1, 1).
           MOVE 0.0010   TO TIER-RATE(1, 1).
           MOVE 50000.00 TO TIER-LIMIT(1, 2).
           MOVE 0.0015   TO TIER-RATE(1, 2).
           MOVE 100000.00 TO TIER-LIMIT(1, 3).
           MOVE 0.0020   TO TIER-RATE(1, 3).
           MOVE 9999999.99 TO TIER-LIMIT(1, 4).
           MOVE 0.0025   TO TIER-RATE(1, 4).

       LOAD-WTAX-RATE-RTN.
           OPEN INPUT WTAXPARM-FILE
           IF WS-WTAXPARM-STATUS = '00'
               READ WTAXPARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-WTAXPARM-STATUS = '00' AND WP-RATE NUMERIC
                   MOVE WP-RATE TO WS-WTAX-RATE
               END-IF
               CLOSE WTAXPARM-FILE
           END-IF.

       LOAD-CLSPARM-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT CLSPARM-FILE
           IF WS-CLSPARM-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ CLSPARM-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND CP-FEE NUMERIC
                   AND WS-FEE-COUNT < 6
                   ADD 1 TO WS-FEE-COUNT
                   MOVE CP-PROD TO CF-PROD(WS-FEE-COUNT)
                   MOVE CP-FEE TO CF-FEE(WS-FEE-COUNT)
               END-IF
           END-PERFORM
           IF WS-CLSPARM-STATUS NOT = '35'
               CLOSE CLSPARM-FILE
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
               DISPLAY 'ACCOUNT-CLOSE: BUSDATE.DAT NOT FOUND - '
                   'OUTPUT DATED FROM THE WALL CLOCK'
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'ACCTCLOS' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-READ-CTR TO RS-READ
           MOVE WS-CLOSED-CTR TO RS-POSTED
           MOVE WS-EXCP-CTR TO RS-REJECTED
           MOVE WS-TOT-PAYOUT TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
