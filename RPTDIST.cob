       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DIST.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-IN ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT SORTFILE ASSIGN TO "DISTSRT.TMP".
           SELECT WORK-FILE ASSIGN TO "DISTWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PACKET-FILE ASSIGN TO DYNAMIC WS-PACKET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKET-STATUS.
           SELECT DISTLOG-FILE ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-IN.
       01  RPT-IN-REC              PIC X(132).

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

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

      * One print line bound for one packet. The packet key is the
      * branch code, or HO for the head-office packet, which sorts
      * after every branch. SORT-SEQ keeps each report's lines in the
      * order they were printed.
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-PACKET          PIC X(2).
           05 SORT-REPORT          PIC 9(2).
           05 SORT-SEQ             PIC 9(7).
           05 SORT-NEWPAGE         PIC X(1).
           05 SORT-TEXT            PIC X(132).

      * A packet's pages are counted as its lines are spooled here,
      * so the contents page can be printed ahead of them.
       FD  WORK-FILE.
       01  WORK-REC.
           05 WK-NEWPAGE           PIC X(1).
           05 WK-TEXT              PIC X(132).

       FD  PACKET-FILE.
       01  PACKET-REC              PIC X(132).

      * Distribution log: one R record for each report in a packet
      * and one P record for the packet as a whole, appended night
      * after night. NIGHT-DRIVER reads the P records for the run
      * date to keep generations of the packets.
       FD  DISTLOG-FILE.
       01  DISTLOG-REC.
           05 DL-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 DL-RUNSTAMP          PIC X(14).
           05 FILLER               PIC X(1).
           05 DL-TYPE              PIC X(1).
           05 FILLER               PIC X(1).
           05 DL-PACKET            PIC X(14).
           05 FILLER               PIC X(1).
           05 DL-DEST              PIC X(2).
           05 FILLER               PIC X(1).
           05 DL-REPORT            PIC X(16).
           05 FILLER               PIC X(1).
           05 DL-START-PAGE        PIC 9(5).
           05 FILLER               PIC X(1).
           05 DL-PAGES             PIC 9(5).
           05 FILLER               PIC X(1).
           05 DL-LINES             PIC 9(7).

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
       01  WS-RPT-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-WORK-STATUS          PIC XX VALUE SPACES.
       01  WS-PACKET-STATUS        PIC XX VALUE SPACES.
       01  WS-DISTLOG-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.
       01  WS-WORK-EOF             PIC X(3) VALUE 'NO '.
       01  WS-CUSTMAST-OK          PIC X(3) VALUE 'NO '.

       01  WS-RPT-NAME             PIC X(16) VALUE SPACES.
       01  WS-PACKET-NAME          PIC X(14) VALUE SPACES.
       01  WS-WORK-NAME            PIC X(14) VALUE 'DISTWORK.TMP'.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.

       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-DIST-CTR             PIC 9(7) VALUE 0.
       01  WS-FOUND-CTR            PIC 9(3) VALUE 0.
       01  WS-MISSING-CTR          PIC 9(3) VALUE 0.
       01  WS-PACKET-CTR           PIC 9(3) VALUE 0.
       01  WS-ALL-PAGES            PIC 9(7) VALUE 0.

      * The reports the night produces and how each one is split.
      *   M - a marker line (RD-MARK at RD-MARK-COL) opens a branch
      *       section that runs to the next marker or page; the
      *       branch code is at RD-KEY-COL on the marker line.
      *   B - every detail line carries the branch at RD-KEY-COL.
      *   A - every detail line carries the account at RD-KEY-COL;
      *       the branch is the account's branch on CUSTMAST.
      *   H - head office only; the whole report goes to HO.
      * A line with RD-END at RD-END-COL closes the branch sections
      * of its page: it and the rest of the page (report totals,
      * all-branch summaries) go to head office. Lines above the
      * first branch line of a page are the page heading and are
      * repeated for every packet the page is split across; a page
      * with no branch lines at all goes to head office.
       01  WS-RPT-COUNT            PIC 9(2) VALUE 26.
       01  REPORT-VALUES.
           05 FILLER               PIC X(16) VALUE 'OUTFILE.txt'.
           05 FILLER               PIC X(30)
              VALUE 'Account Transaction Report'.
           05 FILLER               PIC X(5) VALUE 'M2113'.
           05 FILLER               PIC X(8) VALUE 'BRANCH: '.
           05 FILLER               PIC X(2) VALUE '13'.
           05 FILLER               PIC X(22)
              VALUE 'TOTAL DORMANT ACCTS:'.
           05 FILLER               PIC X(16) VALUE 'EXCEPTIONS.txt'.
           05 FILLER               PIC X(30)
              VALUE 'Account Transaction Exceptions'.
           05 FILLER               PIC X(5) VALUE 'A1300'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'HELDRPT.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Items Held for Release'.
           05 FILLER               PIC X(5) VALUE 'B0600'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'ODREFER.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Overdraft Limit Referrals'.
           05 FILLER               PIC X(5) VALUE 'B0600'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'FLOAT.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Uncollected Funds Float'.
           05 FILLER               PIC X(5) VALUE 'B0600'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'INTREG.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Interest Accrual Register'.
           05 FILLER               PIC X(5) VALUE 'A0600'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'WTAXREG.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Withholding Tax Register'.
           05 FILLER               PIC X(5) VALUE 'B0600'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '06'.
           05 FILLER               PIC X(22)
              VALUE 'Withholding Remittance'.
           05 FILLER               PIC X(16) VALUE 'FEEREG.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Service Charge Register'.
           05 FILLER               PIC X(5) VALUE 'A0600'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'RETREG.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Returned Check Register'.
           05 FILLER               PIC X(5) VALUE 'B1200'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'SIRUN.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Standing Instruction Register'.
           05 FILLER               PIC X(5) VALUE 'A1000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'TDREG.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Time Deposit Maturities'.
           05 FILLER               PIC X(5) VALUE 'B0100'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '06'.
           05 FILLER               PIC X(22)
              VALUE 'Withholding Remittance'.
           05 FILLER               PIC X(16) VALUE 'LNCOLL.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Loan Collection Register'.
           05 FILLER               PIC X(5) VALUE 'B0100'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'CLSREG.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Account Closure Register'.
           05 FILLER               PIC X(5) VALUE 'B1200'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'CLSSTMT.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Account Closing Statements'.
           05 FILLER               PIC X(5) VALUE 'M6456'.
           05 FILLER               PIC X(8) VALUE 'Branch: '.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'STATEMENTS.txt'.
           05 FILLER               PIC X(30)
              VALUE 'Customer Statements'.
           05 FILLER               PIC X(5) VALUE 'M6456'.
           05 FILLER               PIC X(8) VALUE 'Branch: '.
           05 FILLER               PIC X(2) VALUE '06'.
           05 FILLER               PIC X(22)
              VALUE 'STATEMENTS PRODUCED:'.
           05 FILLER               PIC X(16) VALUE 'LETTERS.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Customer Letters'.
           05 FILLER               PIC X(5) VALUE 'M6961'.
           05 FILLER               PIC X(8) VALUE 'Branch: '.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'LETREG.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Customer Letter Register'.
           05 FILLER               PIC X(5) VALUE 'A0600'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'RECON.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Balance Reconciliation'.
           05 FILLER               PIC X(5) VALUE 'H0000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'CTLSHEET.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Daily Operations Control Sheet'.
           05 FILLER               PIC X(5) VALUE 'H0000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'INTEGCHK.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Master File Integrity Check'.
           05 FILLER               PIC X(5) VALUE 'H0000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'GLPOST.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'General Ledger Posting'.
           05 FILLER               PIC X(5) VALUE 'H0000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'GLTB.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'General Ledger Trial Balance'.
           05 FILLER               PIC X(5) VALUE 'H0000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'IBSETL.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Inter-Branch Settlement'.
           05 FILLER               PIC X(5) VALUE 'H0000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'MERGERPT.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Posting Merge Report'.
           05 FILLER               PIC X(5) VALUE 'H0000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'ATMRECON.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'ATM/POS Settlement Recon'.
           05 FILLER               PIC X(5) VALUE 'H0000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE 'AMLALERT.TXT'.
           05 FILLER               PIC X(30)
              VALUE 'Suspicious Activity Alerts'.
           05 FILLER               PIC X(5) VALUE 'H0000'.
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE '00'.
           05 FILLER               PIC X(22) VALUE SPACES.
       01  REPORT-TABLE REDEFINES REPORT-VALUES.
           05 RD-ENTRY OCCURS 26 TIMES.
              10 RD-FILE           PIC X(16).
              10 RD-TITLE          PIC X(30).
              10 RD-RULE           PIC X(1).
              10 RD-KEY-COL        PIC 9(2).
              10 RD-MARK-COL       PIC 9(2).
              10 RD-MARK           PIC X(8).
              10 RD-END-COL        PIC 9(2).
              10 RD-END            PIC X(22).
       01  WS-RPT-IDX              PIC 9(2) VALUE 0.
       01  WS-END-LEN              PIC 9(2) VALUE 0.

      * Where the split of the current report stands.
       01  WS-REST                 PIC X(132) VALUE SPACES.
       01  WS-HOLD-REST            PIC X(132) VALUE SPACES.
       01  WS-LINE                 PIC X(132) VALUE SPACES.
       01  WS-FF-POS               PIC 9(3) VALUE 0.
       01  WS-REC-DONE             PIC X(3) VALUE 'NO '.
       01  WS-PAGE-NO              PIC 9(7) VALUE 0.
       01  WS-PAGE-DETAIL          PIC X(3) VALUE 'NO '.
       01  WS-AFTER-END            PIC X(3) VALUE 'NO '.
       01  WS-CUR-PKT              PIC X(2) VALUE SPACES.
       01  WS-LINE-PKT             PIC X(2) VALUE SPACES.
       01  WS-CHK-BRANCH           PIC X(2) VALUE SPACES.
       01  WS-BRANCH-OK            PIC X(3) VALUE 'NO '.
       01  WS-BLANK-PEND           PIC 9(3) VALUE 0.
       01  WS-NEW-PAGE             PIC X(1) VALUE 'N'.
       01  WS-SEQ                  PIC 9(7) VALUE 0.

      * Heading lines of the current page, held until the first
      * branch line shows which packets they are wanted in.
       01  WS-HEAD-COUNT           PIC 9(2) VALUE 0.
       01  WS-HEAD-IDX             PIC 9(2) VALUE 0.
       01  WS-HEAD-USED            PIC X(3) VALUE 'NO '.
       01  HEAD-TABLE.
           05 HD-TEXT OCCURS 20 TIMES PIC X(132).

      * The page each packet last took a heading for: entries 1-100
      * are branches 00-99, entry 101 is head office.
       01  WS-PKT-IDX              PIC 9(3) VALUE 0.
       01  PKT-HEAD-TABLE.
           05 PKT-HEAD-PAGE OCCURS 101 TIMES PIC 9(7).

      * Contents of the packet being assembled.
       01  WS-OUT-PKT              PIC X(2) VALUE SPACES.
       01  WS-PKT-PAGES            PIC 9(5) VALUE 0.
       01  WS-PKT-LINES            PIC 9(7) VALUE 0.
       01  WS-PAGE-LINES           PIC 9(3) VALUE 0.
       01  WS-PAGE-DEPTH           PIC 9(3) VALUE 60.
       01  WS-TOC-COUNT            PIC 9(2) VALUE 0.
       01  WS-TOC-IDX              PIC 9(2) VALUE 0.
       01  TOC-TABLE.
           05 TOC-ENTRY OCCURS 26 TIMES.
              10 TOC-REPORT        PIC 9(2).
              10 TOC-START         PIC 9(5).
              10 TOC-PAGES         PIC 9(5).
              10 TOC-LINES         PIC 9(7).

       01  BANNER-HEADER-1.
           05 FILLER               PIC X(27) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "Report Distribution Packet".
           05 FILLER               PIC X(27) VALUE SPACES.

       01  BANNER-LINE.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 BN-LABEL-OUT         PIC X(16).
           05 BN-VALUE-OUT         PIC X(24).
           05 FILLER               PIC X(20) VALUE SPACES.

       01  TOC-HEADER-1.
           05 FILLER               PIC X(36) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Contents".
           05 FILLER               PIC X(36) VALUE SPACES.

       01  TOC-HEADER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(32) VALUE "Report".
           05 FILLER               PIC X(18) VALUE "File".
           05 FILLER               PIC X(9) VALUE "     Page".
           05 FILLER               PIC X(8) VALUE "   Pages".
           05 FILLER               PIC X(8) VALUE SPACES.

       01  TOC-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 TOC-TITLE-OUT        PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOC-FILE-OUT         PIC X(16).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOC-START-OUT        PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TOC-PAGES-OUT        PIC ZZ,ZZ9.
           05 FILLER               PIC X(11) VALUE SPACES.

       01  WS-NUM-EDIT             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      * Splits the night's reports into one distribution packet per
      * branch, DISTnn.TXT, and a head-office packet, DISTHO.TXT,
      * holding the head-office-only reports and the all-branch
      * parts of the others. Each packet opens with a banner page
      * naming where it goes and a contents page giving the page
      * each report starts on. A report the night did not produce
      * is passed over. Every packet is recorded on DISTLOG.DAT.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           INITIALIZE PKT-HEAD-TABLE

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OK
           ELSE
               DISPLAY 'REPORT-DIST: CUSTMAST.IDX NOT AVAILABLE - '
                   'ACCOUNT-KEYED REPORTS GO TO HEAD OFFICE WHOLE'
           END-IF

           OPEN EXTEND DISTLOG-FILE
           IF WS-DISTLOG-STATUS = '05' OR WS-DISTLOG-STATUS = '35'
               OPEN OUTPUT DISTLOG-FILE
           END-IF

           SORT SORTFILE
               ON ASCENDING KEY SORT-PACKET
               ON ASCENDING KEY SORT-REPORT
               ON ASCENDING KEY SORT-SEQ
               INPUT PROCEDURE IS SPLIT-REPORTS-RTN
               OUTPUT PROCEDURE IS BUILD-PACKETS-RTN

           CLOSE DISTLOG-FILE
           IF WS-PACKET-CTR > 0
               CALL 'CBL_DELETE_FILE' USING WS-WORK-NAME
           END-IF
           IF WS-CUSTMAST-OK = 'YES'
               CLOSE CUSTMAST
           END-IF

           DISPLAY 'REPORT-DIST: ' WS-FOUND-CTR ' REPORT(S) SPLIT, '
               WS-MISSING-CTR ' NOT PRODUCED THIS RUN'
           DISPLAY 'REPORT-DIST: ' WS-PACKET-CTR ' PACKET(S), '
               WS-ALL-PAGES ' PAGE(S) - SEE DISTLOG.DAT'
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

       SPLIT-REPORTS-RTN.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
               PERFORM SPLIT-ONE-REPORT-RTN
           END-PERFORM.

       SPLIT-ONE-REPORT-RTN.
           MOVE RD-FILE(WS-RPT-IDX) TO WS-RPT-NAME
           OPEN INPUT RPT-IN
           IF WS-RPT-STATUS NOT = '00'
               ADD 1 TO WS-MISSING-CTR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FOUND-CTR

           MOVE 0 TO WS-END-LEN
           IF RD-END(WS-RPT-IDX) NOT = SPACES
               COMPUTE WS-END-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(RD-END(WS-RPT-IDX) TRAILING))
           END-IF

           PERFORM NEW-PAGE-RTN
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ RPT-IN
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   ADD 1 TO WS-READ-CTR
                   PERFORM SPLIT-RECORD-RTN
               END-IF
           END-PERFORM
           PERFORM END-PAGE-RTN
           CLOSE RPT-IN.

      * A skip to a new page is carried as a form feed in front of
      * the first line of the page, so one record read can hold the
      * end of one page and the start of the next.
       SPLIT-RECORD-RTN.
           MOVE RPT-IN-REC TO WS-REST
           MOVE 'NO ' TO WS-REC-DONE
           PERFORM UNTIL WS-REC-DONE = 'YES'
               MOVE 0 TO WS-FF-POS
               INSPECT WS-REST TALLYING WS-FF-POS
                   FOR CHARACTERS BEFORE INITIAL X'0C'
               IF WS-FF-POS >= 132
                   MOVE WS-REST TO WS-LINE
                   PERFORM CLASSIFY-LINE-RTN
                   MOVE 'YES' TO WS-REC-DONE
               ELSE
                   IF WS-FF-POS > 0
                       MOVE WS-REST(1:WS-FF-POS) TO WS-LINE
                       IF WS-LINE NOT = SPACES
                           PERFORM CLASSIFY-LINE-RTN
                       END-IF
                   END-IF
                   PERFORM END-PAGE-RTN
                   MOVE SPACES TO WS-HOLD-REST
                   IF WS-FF-POS < 131
                       MOVE WS-REST(WS-FF-POS + 2:) TO WS-HOLD-REST
                   END-IF
                   MOVE WS-HOLD-REST TO WS-REST
               END-IF
           END-PERFORM.

      * A page that never reached a branch line (a recap, a summary)
      * is head office's; its held heading goes there now.
       END-PAGE-RTN.
           IF WS-HEAD-COUNT > 0 AND WS-HEAD-USED = 'NO '
               MOVE 'HO' TO WS-LINE-PKT
               PERFORM TAKE-HEADING-RTN
           END-IF
           PERFORM NEW-PAGE-RTN.

       NEW-PAGE-RTN.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-HEAD-COUNT
           MOVE 0 TO WS-BLANK-PEND
           MOVE 'NO ' TO WS-HEAD-USED
           MOVE 'NO ' TO WS-PAGE-DETAIL
           MOVE 'NO ' TO WS-AFTER-END
           MOVE SPACES TO WS-CUR-PKT.

       CLASSIFY-LINE-RTN.
           IF RD-RULE(WS-RPT-IDX) = 'H'
               MOVE 'HO' TO WS-LINE-PKT
               PERFORM RELEASE-LINE-RTN
               EXIT PARAGRAPH
           END-IF

           IF WS-END-LEN > 0
               IF WS-LINE(RD-END-COL(WS-RPT-IDX):WS-END-LEN) =
                   RD-END(WS-RPT-IDX)(1:WS-END-LEN)
                   MOVE 'YES' TO WS-AFTER-END
               END-IF
           END-IF
           IF WS-AFTER-END = 'YES'
               MOVE 'HO' TO WS-LINE-PKT
               PERFORM RELEASE-LINE-RTN
               EXIT PARAGRAPH
           END-IF

           EVALUATE RD-RULE(WS-RPT-IDX)
               WHEN 'M'
                   PERFORM CLASSIFY-MARKED-RTN
               WHEN 'B'
                   PERFORM CLASSIFY-BRANCH-COL-RTN
               WHEN OTHER
                   PERFORM CLASSIFY-ACCOUNT-COL-RTN
           END-EVALUATE.

      * Everything from a marker line to the next marker, page or
      * closing line belongs to the marker's branch.
       CLASSIFY-MARKED-RTN.
           IF WS-LINE(RD-MARK-COL(WS-RPT-IDX):8) = RD-MARK(WS-RPT-IDX)
               MOVE WS-LINE(RD-KEY-COL(WS-RPT-IDX):2) TO WS-CHK-BRANCH
               PERFORM CHECK-BRANCH-RTN
               MOVE WS-LINE-PKT TO WS-CUR-PKT
           END-IF
           IF WS-CUR-PKT = SPACES
               PERFORM HOLD-HEADING-RTN
           ELSE
               MOVE WS-CUR-PKT TO WS-LINE-PKT
               PERFORM RELEASE-LINE-RTN
           END-IF.

       CLASSIFY-BRANCH-COL-RTN.
           IF WS-LINE = SPACES
               PERFORM HOLD-BLANK-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(RD-KEY-COL(WS-RPT-IDX):2) TO WS-CHK-BRANCH
           PERFORM CHECK-BRANCH-RTN
           IF WS-BRANCH-OK = 'YES'
               PERFORM RELEASE-LINE-RTN
           ELSE
               PERFORM NON-DETAIL-RTN
           END-IF.

      * An account the customer master does not know cannot be
      * placed with a branch; the line is treated as a heading or
      * total line and ends up with head office.
       CLASSIFY-ACCOUNT-COL-RTN.
           IF WS-LINE = SPACES
               PERFORM HOLD-BLANK-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-BRANCH-OK
           IF WS-CUSTMAST-OK = 'YES'
               AND WS-LINE(RD-KEY-COL(WS-RPT-IDX):10) NOT = SPACES
               MOVE WS-LINE(RD-KEY-COL(WS-RPT-IDX):10) TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       MOVE SPACES TO CM-BRANCH
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-BRANCH-OK
               END-READ
           END-IF
           IF WS-BRANCH-OK = 'YES'
               MOVE CM-BRANCH TO WS-CHK-BRANCH
               PERFORM CHECK-BRANCH-RTN
               PERFORM RELEASE-LINE-RTN
           ELSE
               PERFORM NON-DETAIL-RTN
           END-IF.

      * Above the first branch line a page is still in its heading;
      * below it, a line no branch owns is a total for head office.
       NON-DETAIL-RTN.
           IF WS-PAGE-DETAIL = 'NO '
               PERFORM HOLD-HEADING-RTN
           ELSE
               MOVE 'HO' TO WS-LINE-PKT
               PERFORM RELEASE-LINE-RTN
           END-IF.

      * Spacing between detail lines goes with whichever packet the
      * next line goes to.
       HOLD-BLANK-RTN.
           IF WS-PAGE-DETAIL = 'NO '
               PERFORM HOLD-HEADING-RTN
           ELSE
               ADD 1 TO WS-BLANK-PEND
           END-IF.

      * A heading too long to hold is not a heading; the page is
      * treated as head office's from there on.
       HOLD-HEADING-RTN.
           IF WS-HEAD-COUNT < 20
               ADD 1 TO WS-HEAD-COUNT
               MOVE WS-LINE TO HD-TEXT(WS-HEAD-COUNT)
           ELSE
               MOVE 'HO' TO WS-LINE-PKT
               PERFORM RELEASE-LINE-RTN
           END-IF.

      * Branch codes are two digits; anything else in the branch
      * position is a heading or a line for head office.
       CHECK-BRANCH-RTN.
           IF WS-CHK-BRANCH NUMERIC
               MOVE WS-CHK-BRANCH TO WS-LINE-PKT
               MOVE 'YES' TO WS-BRANCH-OK
           ELSE
               MOVE 'HO' TO WS-LINE-PKT
               MOVE 'NO ' TO WS-BRANCH-OK
           END-IF.

      * The first line a packet takes from a page starts a new page
      * in the packet, under that page's heading.
       RELEASE-LINE-RTN.
           PERFORM TAKE-HEADING-RTN
           PERFORM UNTIL WS-BLANK-PEND = 0
               MOVE SPACES TO SORT-TEXT
               PERFORM WRITE-SORT-RTN
               SUBTRACT 1 FROM WS-BLANK-PEND
           END-PERFORM
           MOVE WS-LINE TO SORT-TEXT
           PERFORM WRITE-SORT-RTN
           MOVE 'YES' TO WS-PAGE-DETAIL.

       TAKE-HEADING-RTN.
           IF WS-LINE-PKT = 'HO'
               MOVE 101 TO WS-PKT-IDX
           ELSE
               MOVE WS-LINE-PKT TO WS-PKT-IDX
               ADD 1 TO WS-PKT-IDX
           END-IF
           IF PKT-HEAD-PAGE(WS-PKT-IDX) = WS-PAGE-NO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAGE-NO TO PKT-HEAD-PAGE(WS-PKT-IDX)
           MOVE 'Y' TO WS-NEW-PAGE
           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                   UNTIL WS-HEAD-IDX > WS-HEAD-COUNT
               MOVE HD-TEXT(WS-HEAD-IDX) TO SORT-TEXT
               PERFORM WRITE-SORT-RTN
               MOVE 'YES' TO WS-HEAD-USED
           END-PERFORM.

       WRITE-SORT-RTN.
           ADD 1 TO WS-SEQ
           MOVE WS-LINE-PKT TO SORT-PACKET
           MOVE WS-RPT-IDX TO SORT-REPORT
           MOVE WS-SEQ TO SORT-SEQ
           MOVE WS-NEW-PAGE TO SORT-NEWPAGE
           RELEASE SORT-REC
           ADD 1 TO WS-DIST-CTR
           MOVE 'N' TO WS-NEW-PAGE.

      * Lines come back packet by packet. Each packet is spooled to
      * DISTWORK.TMP while its pages are counted, then printed behind
      * its banner and contents pages.
       BUILD-PACKETS-RTN.
           MOVE SPACES TO WS-OUT-PKT
           MOVE 'NO ' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'YES'
               RETURN SORTFILE
                   AT END MOVE 'YES' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'YES'
                   IF SORT-PACKET NOT = WS-OUT-PKT
                       IF WS-OUT-PKT NOT = SPACES
                           PERFORM FINISH-PACKET-RTN
                       END-IF
                       PERFORM START-PACKET-RTN
                   END-IF
                   PERFORM SPOOL-LINE-RTN
               END-IF
           END-PERFORM
           IF WS-OUT-PKT NOT = SPACES
               PERFORM FINISH-PACKET-RTN
           END-IF.

      * Page 1 is the banner, page 2 the contents.
       START-PACKET-RTN.
           MOVE SORT-PACKET TO WS-OUT-PKT
           MOVE 0 TO WS-TOC-COUNT
           MOVE 2 TO WS-PKT-PAGES
           MOVE 0 TO WS-PKT-LINES
           MOVE 0 TO WS-PAGE-LINES
           OPEN OUTPUT WORK-FILE.

       SPOOL-LINE-RTN.
           IF WS-TOC-COUNT = 0
               OR SORT-REPORT NOT = TOC-REPORT(WS-TOC-COUNT)
               ADD 1 TO WS-TOC-COUNT
               MOVE SORT-REPORT TO TOC-REPORT(WS-TOC-COUNT)
               COMPUTE TOC-START(WS-TOC-COUNT) = WS-PKT-PAGES + 1
               MOVE 0 TO TOC-PAGES(WS-TOC-COUNT)
               MOVE 0 TO TOC-LINES(WS-TOC-COUNT)
               MOVE 'Y' TO SORT-NEWPAGE
           END-IF
           IF SORT-NEWPAGE = 'Y'
               ADD 1 TO WS-PKT-PAGES
               MOVE 1 TO WS-PAGE-LINES
           ELSE
               ADD 1 TO WS-PAGE-LINES
               IF WS-PAGE-LINES > WS-PAGE-DEPTH
                   ADD 1 TO WS-PKT-PAGES
                   MOVE 1 TO WS-PAGE-LINES
               END-IF
           END-IF
           COMPUTE TOC-PAGES(WS-TOC-COUNT) =
               WS-PKT-PAGES - TOC-START(WS-TOC-COUNT) + 1
           ADD 1 TO TOC-LINES(WS-TOC-COUNT)
           ADD 1 TO WS-PKT-LINES

           MOVE SORT-NEWPAGE TO WK-NEWPAGE
           MOVE SORT-TEXT TO WK-TEXT
           WRITE WORK-REC.

       FINISH-PACKET-RTN.
           CLOSE WORK-FILE
           MOVE SPACES TO WS-PACKET-NAME
           STRING 'DIST' DELIMITED BY SIZE
                  WS-OUT-PKT DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-PACKET-NAME
           END-STRING
           OPEN OUTPUT PACKET-FILE
           IF WS-PACKET-STATUS NOT = '00'
               DISPLAY 'REPORT-DIST: CANNOT WRITE ' WS-PACKET-NAME
                   ' - STATUS ' WS-PACKET-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-BANNER-RTN
           PERFORM WRITE-CONTENTS-RTN

           OPEN INPUT WORK-FILE
           MOVE 'NO ' TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = 'YES'
               READ WORK-FILE
                   AT END MOVE 'YES' TO WS-WORK-EOF
               END-READ
               IF WS-WORK-EOF NOT = 'YES'
                   IF WK-NEWPAGE = 'Y'
                       WRITE PACKET-REC FROM WK-TEXT
                           AFTER ADVANCING PAGE
                   ELSE
                       WRITE PACKET-REC FROM WK-TEXT
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE PACKET-FILE

           PERFORM LOG-PACKET-RTN
           ADD 1 TO WS-PACKET-CTR
           ADD WS-PKT-PAGES TO WS-ALL-PAGES.

       WRITE-BANNER-RTN.
           WRITE PACKET-REC FROM BANNER-HEADER-1 AFTER ADVANCING PAGE
           MOVE 'PACKET:' TO BN-LABEL-OUT
           MOVE WS-PACKET-NAME TO BN-VALUE-OUT
           WRITE PACKET-REC FROM BANNER-LINE AFTER ADVANCING 3 LINES
           MOVE 'DELIVER TO:' TO BN-LABEL-OUT
           IF WS-OUT-PKT = 'HO'
               MOVE 'HEAD OFFICE' TO BN-VALUE-OUT
           ELSE
               MOVE SPACES TO BN-VALUE-OUT
               STRING 'BRANCH ' DELIMITED BY SIZE
                      WS-OUT-PKT DELIMITED BY SIZE
                      INTO BN-VALUE-OUT
               END-STRING
           END-IF
           WRITE PACKET-REC FROM BANNER-LINE AFTER ADVANCING 2 LINES
           MOVE 'BUSINESS DATE:' TO BN-LABEL-OUT
           MOVE WS-RUN-DATE TO BN-VALUE-OUT
           WRITE PACKET-REC FROM BANNER-LINE AFTER ADVANCING 2 LINES
           MOVE 'PRODUCED:' TO BN-LABEL-OUT
           MOVE WS-RUN-STAMP TO BN-VALUE-OUT
           WRITE PACKET-REC FROM BANNER-LINE AFTER ADVANCING 1 LINE
           MOVE 'REPORTS:' TO BN-LABEL-OUT
           MOVE WS-TOC-COUNT TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO BN-VALUE-OUT
           WRITE PACKET-REC FROM BANNER-LINE AFTER ADVANCING 2 LINES
           MOVE 'TOTAL PAGES:' TO BN-LABEL-OUT
           MOVE WS-PKT-PAGES TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO BN-VALUE-OUT
           WRITE PACKET-REC FROM BANNER-LINE AFTER ADVANCING 1 LINE.

       WRITE-CONTENTS-RTN.
           WRITE PACKET-REC FROM TOC-HEADER-1 AFTER ADVANCING PAGE
           WRITE PACKET-REC FROM TOC-HEADER-2 AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-TOC-IDX FROM 1 BY 1
                   UNTIL WS-TOC-IDX > WS-TOC-COUNT
               MOVE RD-TITLE(TOC-REPORT(WS-TOC-IDX)) TO TOC-TITLE-OUT
               MOVE RD-FILE(TOC-REPORT(WS-TOC-IDX)) TO TOC-FILE-OUT
               MOVE TOC-START(WS-TOC-IDX) TO TOC-START-OUT
               MOVE TOC-PAGES(WS-TOC-IDX) TO TOC-PAGES-OUT
               WRITE PACKET-REC FROM TOC-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.

       LOG-PACKET-RTN.
           PERFORM VARYING WS-TOC-IDX FROM 1 BY 1
                   UNTIL WS-TOC-IDX > WS-TOC-COUNT
               MOVE SPACES TO DISTLOG-REC
               MOVE WS-RUN-DATE TO DL-RUN-DATE
               MOVE WS-RUN-STAMP TO DL-RUNSTAMP
               MOVE 'R' TO DL-TYPE
               MOVE WS-PACKET-NAME TO DL-PACKET
               MOVE WS-OUT-PKT TO DL-DEST
               MOVE RD-FILE(TOC-REPORT(WS-TOC-IDX)) TO DL-REPORT
               MOVE TOC-START(WS-TOC-IDX) TO DL-START-PAGE
               MOVE TOC-PAGES(WS-TOC-IDX) TO DL-PAGES
               MOVE TOC-LINES(WS-TOC-IDX) TO DL-LINES
               WRITE DISTLOG-REC
           END-PERFORM
           MOVE SPACES TO DISTLOG-REC
           MOVE WS-RUN-DATE TO DL-RUN-DATE
           MOVE WS-RUN-STAMP TO DL-RUNSTAMP
           MOVE 'P' TO DL-TYPE
           MOVE WS-PACKET-NAME TO DL-PACKET
           MOVE WS-OUT-PKT TO DL-DEST
           MOVE 1 TO DL-START-PAGE
           MOVE WS-PKT-PAGES TO DL-PAGES
           MOVE WS-PKT-LINES TO DL-LINES
           WRITE DISTLOG-REC.

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
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'RPTDIST' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-READ-CTR TO RS-READ
           MOVE WS-DIST-CTR TO RS-POSTED
           MOVE 0 TO RS-REJECTED
           MOVE WS-ALL-PAGES TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
