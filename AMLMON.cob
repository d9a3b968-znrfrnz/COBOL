       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-MONITOR.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CATFILE ASSIGN TO "AUDARCH.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT PARMFILE ASSIGN TO "AMLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CTRPARM-FILE ASSIGN TO "CTRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRPARM-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CIFMAST ASSIGN TO "CIFMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTNO
               FILE STATUS IS WS-CIFMAST-STATUS.
           SELECT CASE-FILE ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SORTFILE ASSIGN TO "AMLSRT.TMP".
           SELECT ALERT-FILE ASSIGN TO "AMLALERT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEND-FILE ASSIGN TO "AMLPEND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CATFILE.
       01  CAT-REC                 PIC X(30).

      * Monitoring scenarios. Any field left blank or zero takes the
      * default shown against WS-PARM-VALUES.
       FD  PARMFILE.
       01  PARM-REC.
           05 AP-WINDOW-DAYS       PIC 9(3).
           05 FILLER               PIC X(1).
           05 AP-NEAR-PCT          PIC 9(3).
           05 FILLER               PIC X(1).
           05 AP-NEAR-DAYS         PIC 9(3).
           05 FILLER               PIC X(1).
           05 AP-RAPID-DAYS        PIC 9(3).
           05 FILLER               PIC X(1).
           05 AP-RAPID-PCT         PIC 9(3).
           05 FILLER               PIC X(1).
           05 AP-RAPID-MIN         PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 AP-DORM-DAYS         PIC 9(3).
           05 FILLER               PIC X(1).
           05 AP-DORM-MIN          PIC 9(7)V99.

       FD  CTRPARM-FILE.
       01  CTRPARM-REC.
           05 CP-THRESHOLD         PIC 9(7)V99.

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

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

       FD  CIFMAST.
       01  CIFMAST-REC.
           05 CF-CUSTNO            PIC X(6).
           05 CF-NAME              PIC X(25).
           05 CF-ADDR1             PIC X(25).
           05 CF-ADDR2             PIC X(25).
           05 CF-ADDR3             PIC X(25).

      * One case per alert. The subject is the CIF customer (type C)
      * or, for an account with no customer number, the account
      * itself (type A). Status P pending review, C cleared, E
      * escalated; compliance sets it through AML-CASE-MAINT.
       FD  CASE-FILE.
       01  CASE-REC.
           05 AC-CASE-NO           PIC 9(6).
           05 FILLER               PIC X(1).
           05 AC-SUBJ-TYPE         PIC X(1).
           05 AC-SUBJECT           PIC X(10).
           05 FILLER               PIC X(1).
           05 AC-SCENARIO          PIC X(2).
           05 FILLER               PIC X(1).
           05 AC-ALERT-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 AC-DAYS              PIC 9(3).
           05 FILLER               PIC X(1).
           05 AC-AMOUNT            PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 AC-AMOUNT-2          PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 AC-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 AC-DISP-DATE         PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-DISP-USER         PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-NOTE              PIC X(30).

       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-SUBJ-TYPE       PIC X(1).
           05 SORT-SUBJECT         PIC X(10).
           05 SORT-DAYNO           PIC 9(7).
           05 SORT-DATE            PIC X(8).
           05 SORT-ACCNO           PIC X(10).
           05 SORT-TC              PIC X(1).
           05 SORT-CASH            PIC X(1).
           05 SORT-AMOUNT          PIC 9(11)V99.

       FD  ALERT-FILE.
       01  ALERT-LINE              PIC X(80).

       FD  PEND-FILE.
       01  PEND-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-CAT-STATUS           PIC XX VALUE SPACES.
       01  WS-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-CTRPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CIFMAST-STATUS       PIC XX VALUE SPACES.
       01  WS-CASE-STATUS          PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-CIFMAST-OPEN         PIC X(3) VALUE 'NO '.
       01  WS-AUDIT-NAME           PIC X(30) VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-CAT-EOF              PIC X(3) VALUE 'NO '.
       01  WS-CASE-EOF             PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.

       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-BUS-DAYNO            PIC 9(7) VALUE 0.
       01  WS-WIN-START-NO         PIC 9(7) VALUE 0.
       01  WS-WIN-START-DATE       PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-ITEM-DATE            PIC X(8) VALUE SPACES.
       01  WS-ITEM-DAYNO           PIC 9(7) VALUE 0.
       01  WS-AMT                  PIC 9(11)V99 VALUE 0.
       01  WS-ORIG-AMT             PIC 9(7)V99 VALUE 0.
       01  WS-ACCT-CCY             PIC X(3) VALUE SPACES.
       01  WS-NORATE-CTR           PIC 9(5) VALUE 0.
       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

      * Defaults: a 10-day window; three or more days of cash in
      * between 80 percent of the CTR threshold and the threshold;
      * 80 percent of an inflow of 50,000.00 or more paid out within
      * 2 days; 10,000.00 or more moving on an account quiet for 180
      * days.
       01  WS-PARM-VALUES.
           05 WS-WINDOW-DAYS       PIC 9(3) VALUE 10.
           05 WS-NEAR-PCT          PIC 9(3) VALUE 80.
           05 WS-NEAR-DAYS         PIC 9(3) VALUE 3.
           05 WS-RAPID-DAYS        PIC 9(3) VALUE 2.
           05 WS-RAPID-PCT         PIC 9(3) VALUE 80.
           05 WS-RAPID-MIN         PIC 9(7)V99 VALUE 50000.00.
           05 WS-DORM-DAYS         PIC 9(3) VALUE 180.
           05 WS-DORM-MIN          PIC 9(7)V99 VALUE 10000.00.
       01  WS-THRESHOLD            PIC 9(7)V99 VALUE 10000.00.
       01  WS-NEAR-FLOOR           PIC 9(7)V99 VALUE 0.

       01  WS-FILE-CTR             PIC 9(3) VALUE 0.
       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-USED-CTR             PIC 9(7) VALUE 0.
       01  WS-SUBJ-CTR             PIC 9(7) VALUE 0.
       01  WS-ALERT-CTR            PIC 9(5) VALUE 0.
       01  WS-SUPPRESS-CTR         PIC 9(5) VALUE 0.
       01  WS-PEND-CTR             PIC 9(5) VALUE 0.
       01  WS-ESC-CTR              PIC 9(5) VALUE 0.
       01  WS-FULL                 PIC X(3) VALUE 'NO '.

       01  WS-CAT-COUNT            PIC 9(3) VALUE 0.
       01  WS-CAT-IDX              PIC 9(3) VALUE 0.
       01  CAT-TABLE.
           05 CAT-ENTRY OCCURS 50 TIMES.
              10 CAT-TBL-NAME      PIC X(30).

       01  WS-MAST-CUSTNO          PIC X(6) VALUE SPACES.
       01  WS-MAST-NAME            PIC X(25) VALUE SPACES.
       01  WS-CUR-TYPE             PIC X(1) VALUE SPACE.
       01  WS-CUR-SUBJECT          PIC X(10) VALUE SPACES.

      * The current subject's window, one entry per active day, and
      * its accounts with their last movement before the window.
       01  WS-DAY-COUNT            PIC 9(3) VALUE 0.
       01  WS-DAY-IDX              PIC 9(3) VALUE 0.
       01  WS-DAY-IDX2             PIC 9(3) VALUE 0.
       01  SUBJ-DAY-TABLE.
           05 SUBJ-DAY-ENTRY OCCURS 366 TIMES.
              10 DT-DATE           PIC X(8).
              10 DT-DAYNO          PIC 9(7).
              10 DT-CASH-IN        PIC 9(11)V99.
              10 DT-IN             PIC 9(11)V99.
              10 DT-OUT            PIC 9(11)V99.

       01  WS-ACC-COUNT            PIC 9(3) VALUE 0.
       01  WS-ACC-IDX              PIC 9(3) VALUE 0.
       01  WS-ACC-SEL              PIC 9(3) VALUE 0.
       01  SUBJ-ACC-TABLE.
           05 SUBJ-ACC-ENTRY OCCURS 50 TIMES.
              10 SA-ACCNO          PIC X(10).
              10 SA-PRIOR-DAYNO    PIC 9(7).
              10 SA-FIRST-DAYNO    PIC 9(7).
              10 SA-RECENT-TOT     PIC 9(11)V99.

       01  WS-NEAR-CTR             PIC 9(3) VALUE 0.
       01  WS-NEAR-TOT             PIC 9(11)V99 VALUE 0.
       01  WS-RAPID-END            PIC 9(7) VALUE 0.
       01  WS-RAPID-OUT            PIC 9(11)V99 VALUE 0.
       01  WS-RAPID-MARK           PIC 9(11)V99 VALUE 0.
       01  WS-RAPID-HIT            PIC X(3) VALUE 'NO '.
       01  WS-QUIET-DAYS           PIC 9(7) VALUE 0.

       01  WS-AL-SCENARIO          PIC X(2) VALUE SPACES.
       01  WS-AL-ACCNO             PIC X(10) VALUE SPACES.
       01  WS-AL-DAYS              PIC 9(3) VALUE 0.
       01  WS-AL-AMOUNT            PIC 9(11)V99 VALUE 0.
       01  WS-AL-AMOUNT-2          PIC 9(11)V99 VALUE 0.
       01  WS-SUPPRESSED           PIC X(3) VALUE 'NO '.

      * Cases already on file, for the next case number, to hold back
      * a repeat alert while the same pattern is still in the window,
      * and for the pending-cases report.
       01  WS-CASE-COUNT           PIC 9(5) VALUE 0.
       01  WS-CASE-IDX             PIC 9(5) VALUE 0.
       01  WS-LAST-CASE-NO         PIC 9(6) VALUE 0.
       01  WS-CASE-AGE             PIC 9(5) VALUE 0.
       01  CASE-TABLE.
           05 CASE-ENTRY OCCURS 5000 TIMES.
              10 CT-CASE-NO        PIC 9(6).
              10 CT-SUBJ-TYPE      PIC X(1).
              10 CT-SUBJECT        PIC X(10).
              10 CT-SCENARIO       PIC X(2).
              10 CT-ALERT-DATE     PIC X(8).
              10 CT-ACCNO          PIC X(10).
              10 CT-AMOUNT         PIC 9(11)V99.
              10 CT-STATUS         PIC X(1).

       01  RPT-HEADER-1.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE "Suspicious Activity Monitoring Alerts".
           05 FILLER               PIC X(20) VALUE SPACES.

       01  RPT-PEND-HEADER.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE "Monitoring Cases Pending Disposition".
           05 FILLER               PIC X(20) VALUE SPACES.

       01  RPT-WINDOW-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(15)
              VALUE "BUSINESS DATE: ".
           05 RW-BUSDATE-OUT       PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "WINDOW FROM: ".
           05 RW-START-OUT         PIC X(8).
           05 FILLER               PIC X(27) VALUE SPACES.

       01  RPT-ALERT-COL.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Case".
           05 FILLER               PIC X(13) VALUE "Subject".
           05 FILLER               PIC X(20) VALUE "Name".
           05 FILLER               PIC X(5) VALUE "Scn".
           05 FILLER               PIC X(5) VALUE "Days".
           05 FILLER               PIC X(14) VALUE "       Amount".
           05 FILLER               PIC X(14) VALUE "     Paid Out".
           05 FILLER               PIC X(1) VALUE SPACES.

       01  RPT-ALERT-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RA-CASE-OUT          PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RA-TYPE-OUT          PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RA-SUBJECT-OUT       PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RA-NAME-OUT          PIC X(19).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RA-SCEN-OUT          PIC X(2).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RA-DAYS-OUT          PIC ZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RA-AMT-OUT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RA-AMT2-OUT          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.

       01  RPT-ALERT-ACCT.
           05 FILLER               PIC X(9) VALUE SPACES.
           05 RX-DESC-OUT          PIC X(40).
           05 FILLER               PIC X(9) VALUE "ACCOUNT: ".
           05 RX-ACCNO-OUT         PIC X(10).
           05 FILLER               PIC X(12) VALUE SPACES.

       01  RPT-PEND-COL.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Case".
           05 FILLER               PIC X(9) VALUE "Alerted".
           05 FILLER               PIC X(6) VALUE "  Age".
           05 FILLER               PIC X(13) VALUE "Subject".
           05 FILLER               PIC X(5) VALUE "Scn".
           05 FILLER               PIC X(11) VALUE "Account".
           05 FILLER               PIC X(14) VALUE "       Amount".
           05 FILLER               PIC X(14) VALUE SPACES.

       01  RPT-PEND-DET.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RP-CASE-OUT          PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RP-DATE-OUT          PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RP-AGE-OUT           PIC ZZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RP-TYPE-OUT          PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RP-SUBJECT-OUT       PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RP-SCEN-OUT          PIC X(2).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RP-ACCNO-OUT         PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RP-AMT-OUT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(16) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RPT-COUNT-LABEL      PIC X(30).
           05 RPT-COUNT-OUT        PIC ZZ,ZZ9.
           05 FILLER               PIC X(39) VALUE SPACES.

       01  RPT-LEGEND-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RL-TEXT-OUT          PIC X(75).

       PROCEDURE DIVISION.
      * Multi-day monitoring over the audit trail. CTR-REPORT looks at
      * one day against the CTRPARM.DAT threshold; this run looks at
      * a rolling window of days, rolled up to the CIF customer, for
      * three patterns:
      *   NT  cash in just under the threshold on several days
      *   RI  money paid out again within a day or two of arriving
      *   DA  sudden movement on an account quiet for months
      * The retained archives on AUDARCH.CAT are read oldest first,
      * then the live AUDIT.LOG. Each alert opens a case on
      * AMLCASE.DAT for compliance to clear or escalate.
       MAIN-RTN.
           PERFORM LOAD-PARM-RTN
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-CASES-RTN

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'AML-MONITOR: CUSTMAST.IDX NOT AVAILABLE - '
                   'ACTIVITY MONITORED BY ACCOUNT ONLY'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT CIFMAST
           IF WS-CIFMAST-STATUS = '00'
               MOVE 'YES' TO WS-CIFMAST-OPEN
           END-IF

           OPEN EXTEND CASE-FILE
           IF WS-CASE-STATUS = '05' OR WS-CASE-STATUS = '35'
               OPEN OUTPUT CASE-FILE
           END-IF

           OPEN OUTPUT ALERT-FILE
           WRITE ALERT-LINE FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           MOVE WS-BUS-DATE TO RW-BUSDATE-OUT
           MOVE WS-WIN-START-DATE TO RW-START-OUT
           WRITE ALERT-LINE FROM RPT-WINDOW-LINE
               AFTER ADVANCING 2 LINES
           WRITE ALERT-LINE FROM RPT-ALERT-COL AFTER ADVANCING 2 LINES

           SORT SORTFILE
               ON ASCENDING KEY SORT-SUBJ-TYPE
               ON ASCENDING KEY SORT-SUBJECT
               ON ASCENDING KEY SORT-DAYNO
               ON ASCENDING KEY SORT-ACCNO
               INPUT PROCEDURE IS SELECT-ACTIVITY-RTN
               OUTPUT PROCEDURE IS MONITOR-SUBJECTS-RTN

           MOVE 'NEW CASES OPENED:             ' TO RPT-COUNT-LABEL
           MOVE WS-ALERT-CTR TO RPT-COUNT-OUT
           WRITE ALERT-LINE FROM RPT-COUNT-LINE AFTER ADVANCING 2 LINES
           MOVE 'REPEATS HELD (CASE ON FILE):  ' TO RPT-COUNT-LABEL
           MOVE WS-SUPPRESS-CTR TO RPT-COUNT-OUT
           WRITE ALERT-LINE FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE
           IF WS-NORATE-CTR > 0
               MOVE 'WINDOW ITEMS WITH NO FX RATE: ' TO RPT-COUNT-LABEL
               MOVE WS-NORATE-CTR TO RPT-COUNT-OUT
               WRITE ALERT-LINE FROM RPT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'NT NEAR-THRESHOLD CASH  RI RAPID IN/OUT  DA DORMANT'
               TO RL-TEXT-OUT
           WRITE ALERT-LINE FROM RPT-LEGEND-LINE
               AFTER ADVANCING 2 LINES
           CLOSE ALERT-FILE
           CLOSE CASE-FILE

           PERFORM WRITE-PENDING-RTN

           IF WS-CIFMAST-OPEN = 'YES'
               CLOSE CIFMAST
           END-IF
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           IF WS-FULL = 'YES'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NORATE-CTR > 0
               DISPLAY 'AML-MONITOR: ' WS-NORATE-CTR ' FOREIGN '
                   'ITEM(S) IN THE WINDOW WITH NO FX RATE TAKEN AT '
                   'ZERO - KEY THE RATES AND RERUN'
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'AML-MONITOR: ' WS-USED-CTR ' ITEM(S) FROM '
               WS-FILE-CTR ' LOG(S), ' WS-SUBJ-CTR ' SUBJECT(S), '
               WS-ALERT-CTR ' NEW CASE(S), ' WS-PEND-CTR
               ' PENDING - SEE AMLALERT.TXT AND AMLPEND.TXT'
           STOP RUN.

       LOAD-PARM-RTN.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END CONTINUE
               END-READ
               IF WS-PARM-STATUS = '00'
                   PERFORM APPLY-PARM-RTN
               END-IF
               CLOSE PARMFILE
           END-IF
           OPEN INPUT CTRPARM-FILE
           IF WS-CTRPARM-STATUS = '00'
               READ CTRPARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CTRPARM-STATUS = '00'
                   MOVE CP-THRESHOLD TO WS-THRESHOLD
               END-IF
               CLOSE CTRPARM-FILE
           END-IF
           IF WS-WINDOW-DAYS > 366
               MOVE 366 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-THRESHOLD * WS-NEAR-PCT / 100.

       APPLY-PARM-RTN.
           IF AP-WINDOW-DAYS NUMERIC AND AP-WINDOW-DAYS > 0
               MOVE AP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF AP-NEAR-PCT NUMERIC AND AP-NEAR-PCT > 0
               AND AP-NEAR-PCT < 100
               MOVE AP-NEAR-PCT TO WS-NEAR-PCT
           END-IF
           IF AP-NEAR-DAYS NUMERIC AND AP-NEAR-DAYS > 0
               MOVE AP-NEAR-DAYS TO WS-NEAR-DAYS
           END-IF
           IF AP-RAPID-DAYS NUMERIC
               MOVE AP-RAPID-DAYS TO WS-RAPID-DAYS
           END-IF
           IF AP-RAPID-PCT NUMERIC AND AP-RAPID-PCT > 0
               MOVE AP-RAPID-PCT TO WS-RAPID-PCT
           END-IF
           IF AP-RAPID-MIN NUMERIC AND AP-RAPID-MIN > 0
               MOVE AP-RAPID-MIN TO WS-RAPID-MIN
           END-IF
           IF AP-DORM-DAYS NUMERIC AND AP-DORM-DAYS > 0
               MOVE AP-DORM-DAYS TO WS-DORM-DAYS
           END-IF
           IF AP-DORM-MIN NUMERIC AND AP-DORM-MIN > 0
               MOVE AP-DORM-MIN TO WS-DORM-MIN
           END-IF.

      * The window closes on the business date and reaches back
      * WS-WINDOW-DAYS calendar days including it.
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
           ELSE
               DISPLAY 'AML-MONITOR: BUSDATE.DAT NOT FOUND - '
                   'WINDOW TAKEN FROM THE WALL CLOCK'
           END-IF
           MOVE WS-BUS-DATE TO WS-DATE-NUM
           COMPUTE WS-BUS-DAYNO = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WIN-START-NO = WS-BUS-DAYNO - WS-WINDOW-DAYS + 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WIN-START-NO)
           MOVE WS-DATE-NUM TO WS-WIN-START-DATE.

       LOAD-CASES-RTN.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               MOVE 'YES' TO WS-CASE-EOF
           END-IF
           PERFORM UNTIL WS-CASE-EOF = 'YES'
               READ CASE-FILE
                   AT END MOVE 'YES' TO WS-CASE-EOF
               END-READ
               IF WS-CASE-EOF NOT = 'YES'
                   AND AC-CASE-NO NUMERIC
                   IF AC-CASE-NO > WS-LAST-CASE-NO
                       MOVE AC-CASE-NO TO WS-LAST-CASE-NO
                   END-IF
                   IF WS-CASE-COUNT < 5000
                       ADD 1 TO WS-CASE-COUNT
                       PERFORM STORE-CASE-RTN
                   ELSE
                       MOVE 'YES' TO WS-FULL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CASE-STATUS NOT = '35'
               CLOSE CASE-FILE
           END-IF
           IF WS-FULL = 'YES'
               DISPLAY 'AML-MONITOR: CASE TABLE FULL (5,000) - '
                   'PENDING REPORT AND REPEAT CHECK INCOMPLETE'
           END-IF.

       STORE-CASE-RTN.
           MOVE AC-CASE-NO TO CT-CASE-NO(WS-CASE-COUNT)
           MOVE AC-SUBJ-TYPE TO CT-SUBJ-TYPE(WS-CASE-COUNT)
           MOVE AC-SUBJECT TO CT-SUBJECT(WS-CASE-COUNT)
           MOVE AC-SCENARIO TO CT-SCENARIO(WS-CASE-COUNT)
           MOVE AC-ALERT-DATE TO CT-ALERT-DATE(WS-CASE-COUNT)
           MOVE AC-ACCNO TO CT-ACCNO(WS-CASE-COUNT)
           MOVE AC-AMOUNT TO CT-AMOUNT(WS-CASE-COUNT)
           MOVE AC-STATUS TO CT-STATUS(WS-CASE-COUNT).

      * Every retained log is read: the window itself is short, but
      * the dormant-account test needs each account's last movement
      * before it.
       SELECT-ACTIVITY-RTN.
           OPEN INPUT CATFILE
           IF WS-CAT-STATUS = '00'
               PERFORM UNTIL WS-CAT-EOF = 'YES'
                   READ CATFILE
                       AT END MOVE 'YES' TO WS-CAT-EOF
                   END-READ
                   IF WS-CAT-EOF NOT = 'YES' AND WS-CAT-COUNT < 50
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CAT-REC TO CAT-TBL-NAME(WS-CAT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CATFILE
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE CAT-TBL-NAME(WS-CAT-IDX) TO WS-AUDIT-NAME
               PERFORM SCAN-LOG-RTN
           END-PERFORM
           MOVE 'AUDIT.LOG' TO WS-AUDIT-NAME
           PERFORM SCAN-LOG-RTN.

       SCAN-LOG-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'AML-MONITOR: ' WS-AUDIT-NAME
                   ' NOT FOUND - SKIPPED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-CTR
           PERFORM UNTIL WS-EOF = 'YES'
               READ AUDIT-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   ADD 1 TO WS-READ-CTR
                   PERFORM SELECT-ITEM-RTN
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.

      * Customer-initiated deposits and withdrawals only: interest,
      * charges, fees, time deposit and loan movements the bank
      * itself books are not the customer's activity. Payroll and
      * standing-order credits are activity but not cash.
       SELECT-ITEM-RTN.
           IF AUD-RECTYPE NOT = 'D'
               EXIT PARAGRAPH
           END-IF
           IF AUD-TRANSCODE NOT = 'D' AND AUD-TRANSCODE NOT = 'W'
               EXIT PARAGRAPH
           END-IF
           EVALUATE AUD-OPERATOR
               WHEN 'INTPOST'
               WHEN 'SVCCHG'
               WHEN 'RETFEE'
               WHEN 'CLSINT'
               WHEN 'CLSFEE'
               WHEN 'ACCTCLS'
               WHEN 'TDPLACE'
               WHEN 'TDMAT'
               WHEN 'LNBOOK'
               WHEN 'LNCOLL'
                   EXIT PARAGRAPH
           END-EVALUATE

           IF AUD-TRANDATE NUMERIC AND AUD-TRANDATE NOT = ZEROS
               MOVE AUD-TRANDATE TO WS-ITEM-DATE
           ELSE
               MOVE AUD-RUNSTAMP(1:8) TO WS-ITEM-DATE
           END-IF
           IF WS-ITEM-DATE NOT NUMERIC OR WS-ITEM-DATE > WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM-DATE TO WS-DATE-NUM
           COMPUTE WS-ITEM-DAYNO = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-ITEM-DAYNO = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CUSTNO-FIND-RTN
           IF WS-MAST-CUSTNO = SPACES
               MOVE 'A' TO SORT-SUBJ-TYPE
               MOVE AUD-ACCNO TO SORT-SUBJECT
           ELSE
               MOVE 'C' TO SORT-SUBJ-TYPE
               MOVE WS-MAST-CUSTNO TO SORT-SUBJECT
           END-IF
           MOVE WS-ITEM-DAYNO TO SORT-DAYNO
           MOVE WS-ITEM-DATE TO SORT-DATE
           MOVE AUD-ACCNO TO SORT-ACCNO
           MOVE AUD-TRANSCODE TO SORT-TC
           IF AUD-OPERATOR = 'PAYROLL' OR AUD-OPERATOR = 'SIXFER'
               MOVE 'N' TO SORT-CASH
           ELSE
               MOVE 'Y' TO SORT-CASH
           END-IF
           COMPUTE WS-ORIG-AMT = FUNCTION NUMVAL(AUD-AMOUNT)
           PERFORM PESO-EQUIV-RTN
           MOVE WS-AMT TO SORT-AMOUNT
           RELEASE SORT-REC
           ADD 1 TO WS-USED-CTR.

      * The account's currency is kept from the same read for
      * PESO-EQUIV-RTN.
       CUSTNO-FIND-RTN.
           MOVE SPACES TO WS-MAST-CUSTNO
           MOVE 'PHP' TO WS-ACCT-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE AUD-ACCNO TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTNO TO WS-MAST-CUSTNO
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACCT-CCY
                       END-IF
               END-READ
           END-IF.

      * The threshold and scenario amounts are in pesos, so an item
      * on a foreign-currency account is tested at its peso
      * equivalent on the day it was posted. An item with no rate
      * still marks the account's movement for the dormant test but
      * adds nothing to the amounts; one inside the window is named
      * here and counted on the report so it is looked at.
       PESO-EQUIV-RTN.
           MOVE WS-ACCT-CCY TO FC-CURRENCY
           MOVE WS-ITEM-DATE TO FC-DATE
           MOVE WS-ORIG-AMT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           MOVE FC-PHP-AMOUNT TO WS-AMT
           IF FC-RESULT = '90'
               MOVE 0 TO WS-AMT
               IF WS-ITEM-DAYNO NOT < WS-WIN-START-NO
                   ADD 1 TO WS-NORATE-CTR
                   DISPLAY 'AML-MONITOR: NO ' WS-ACCT-CCY ' RATE FOR '
                       WS-ITEM-DATE ' - ACCOUNT ' AUD-ACCNO
                       ' ITEM NOT MEASURED'
               END-IF
           END-IF.

       MONITOR-SUBJECTS-RTN.
           MOVE SPACE TO WS-CUR-TYPE
           MOVE SPACES TO WS-CUR-SUBJECT
           MOVE 'NO ' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'YES'
               RETURN SORTFILE
                   AT END MOVE 'YES' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'YES'
                   IF SORT-SUBJ-TYPE NOT = WS-CUR-TYPE
                       OR SORT-SUBJECT NOT = WS-CUR-SUBJECT
                       IF WS-CUR-TYPE NOT = SPACE
                           PERFORM EVALUATE-SUBJECT-RTN
                       END-IF
                       MOVE SORT-SUBJ-TYPE TO WS-CUR-TYPE
                       MOVE SORT-SUBJECT TO WS-CUR-SUBJECT
                       MOVE 0 TO WS-DAY-COUNT
                       MOVE 0 TO WS-ACC-COUNT
                       ADD 1 TO WS-SUBJ-CTR
                   END-IF
                   PERFORM ACCUM-ITEM-RTN
               END-IF
           END-PERFORM
           IF WS-CUR-TYPE NOT = SPACE
               PERFORM EVALUATE-SUBJECT-RTN
           END-IF.

      * Items arrive in date order within the subject, so the last
      * pre-window date kept for an account is its latest one.
       ACCUM-ITEM-RTN.
           PERFORM FIND-ACCOUNT-RTN
           IF SORT-DAYNO < WS-WIN-START-NO
               IF WS-ACC-SEL > 0
                   MOVE SORT-DAYNO TO SA-PRIOR-DAYNO(WS-ACC-SEL)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ACC-SEL > 0
               IF SA-FIRST-DAYNO(WS-ACC-SEL) = 0
                   MOVE SORT-DAYNO TO SA-FIRST-DAYNO(WS-ACC-SEL)
               END-IF
               ADD SORT-AMOUNT TO SA-RECENT-TOT(WS-ACC-SEL)
           END-IF

           IF WS-DAY-COUNT = 0
               OR DT-DAYNO(WS-DAY-COUNT) NOT = SORT-DAYNO
               IF WS-DAY-COUNT < 366
                   ADD 1 TO WS-DAY-COUNT
                   MOVE SORT-DATE TO DT-DATE(WS-DAY-COUNT)
                   MOVE SORT-DAYNO TO DT-DAYNO(WS-DAY-COUNT)
                   MOVE 0 TO DT-CASH-IN(WS-DAY-COUNT)
                   MOVE 0 TO DT-IN(WS-DAY-COUNT)
                   MOVE 0 TO DT-OUT(WS-DAY-COUNT)
               END-IF
           END-IF
           IF SORT-TC = 'D'
               ADD SORT-AMOUNT TO DT-IN(WS-DAY-COUNT)
               IF SORT-CASH = 'Y'
                   ADD SORT-AMOUNT TO DT-CASH-IN(WS-DAY-COUNT)
               END-IF
           ELSE
               ADD SORT-AMOUNT TO DT-OUT(WS-DAY-COUNT)
           END-IF.

       FIND-ACCOUNT-RTN.
           MOVE 0 TO WS-ACC-SEL
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT OR WS-ACC-SEL > 0
               IF SA-ACCNO(WS-ACC-IDX) = SORT-ACCNO
                   MOVE WS-ACC-IDX TO WS-ACC-SEL
               END-IF
           END-PERFORM
           IF WS-ACC-SEL = 0
               IF WS-ACC-COUNT < 50
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-COUNT TO WS-ACC-SEL
                   MOVE SORT-ACCNO TO SA-ACCNO(WS-ACC-SEL)
                   MOVE 0 TO SA-PRIOR-DAYNO(WS-ACC-SEL)
                   MOVE 0 TO SA-FIRST-DAYNO(WS-ACC-SEL)
                   MOVE 0 TO SA-RECENT-TOT(WS-ACC-SEL)
               ELSE
                   MOVE 'YES' TO WS-FULL
               END-IF
           END-IF.

       EVALUATE-SUBJECT-RTN.
           PERFORM CHECK-NEAR-THRESHOLD-RTN
           PERFORM CHECK-RAPID-RTN
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               PERFORM CHECK-DORMANT-RTN
           END-PERFORM.

      * A day counts when the subject's cash in comes to at least
      * WS-NEAR-PCT percent of the threshold without reaching it -
      * a day at or over the threshold is already a CTR item.
       CHECK-NEAR-THRESHOLD-RTN.
           MOVE 0 TO WS-NEAR-CTR
           MOVE 0 TO WS-NEAR-TOT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF DT-CASH-IN(WS-DAY-IDX) NOT < WS-NEAR-FLOOR
                   AND DT-CASH-IN(WS-DAY-IDX) < WS-THRESHOLD
                   ADD 1 TO WS-NEAR-CTR
                   ADD DT-CASH-IN(WS-DAY-IDX) TO WS-NEAR-TOT
               END-IF
           END-PERFORM
           IF WS-NEAR-CTR NOT < WS-NEAR-DAYS
               MOVE 'NT' TO WS-AL-SCENARIO
               MOVE SPACES TO WS-AL-ACCNO
               MOVE WS-NEAR-CTR TO WS-AL-DAYS
               MOVE WS-NEAR-TOT TO WS-AL-AMOUNT
               MOVE 0 TO WS-AL-AMOUNT-2
               PERFORM RAISE-ALERT-RTN
           END-IF.

      * The first day whose inflow reaches WS-RAPID-MIN and is
      * matched by WS-RAPID-PCT percent paid out the same day or in
      * the WS-RAPID-DAYS days after raises the alert.
       CHECK-RAPID-RTN.
           MOVE 'NO ' TO WS-RAPID-HIT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                      OR WS-RAPID-HIT = 'YES'
               IF DT-IN(WS-DAY-IDX) NOT < WS-RAPID-MIN
                   PERFORM RAPID-OUT-RTN
               END-IF
           END-PERFORM
           IF WS-RAPID-HIT = 'YES'
               MOVE 'RI' TO WS-AL-SCENARIO
               MOVE SPACES TO WS-AL-ACCNO
               PERFORM RAISE-ALERT-RTN
           END-IF.

       RAPID-OUT-RTN.
           MOVE 0 TO WS-RAPID-OUT
           COMPUTE WS-RAPID-END = DT-DAYNO(WS-DAY-IDX) + WS-RAPID-DAYS
           PERFORM VARYING WS-DAY-IDX2 FROM WS-DAY-IDX BY 1
                   UNTIL WS-DAY-IDX2 > WS-DAY-COUNT
                      OR DT-DAYNO(WS-DAY-IDX2) > WS-RAPID-END
               ADD DT-OUT(WS-DAY-IDX2) TO WS-RAPID-OUT
           END-PERFORM
           COMPUTE WS-RAPID-MARK ROUNDED =
               DT-IN(WS-DAY-IDX) * WS-RAPID-PCT / 100
           IF WS-RAPID-OUT NOT < WS-RAPID-MARK
               MOVE 'YES' TO WS-RAPID-HIT
               MOVE WS-RAPID-DAYS TO WS-AL-DAYS
               MOVE DT-IN(WS-DAY-IDX) TO WS-AL-AMOUNT
               MOVE WS-RAPID-OUT TO WS-AL-AMOUNT-2
           END-IF.

      * Dormant means the account moved before, but not for
      * WS-DORM-DAYS days up to its first item in the window. An
      * account with no earlier movement on the retained logs is new
      * or beyond the history kept, and is not called dormant.
       CHECK-DORMANT-RTN.
           IF SA-PRIOR-DAYNO(WS-ACC-IDX) = 0
               OR SA-FIRST-DAYNO(WS-ACC-IDX) = 0
               OR SA-RECENT-TOT(WS-ACC-IDX) < WS-DORM-MIN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUIET-DAYS = SA-FIRST-DAYNO(WS-ACC-IDX)
               - SA-PRIOR-DAYNO(WS-ACC-IDX)
           IF WS-QUIET-DAYS NOT < WS-DORM-DAYS
               MOVE 'DA' TO WS-AL-SCENARIO
               MOVE SA-ACCNO(WS-ACC-IDX) TO WS-AL-ACCNO
               IF WS-QUIET-DAYS > 999
                   MOVE 999 TO WS-AL-DAYS
               ELSE
                   MOVE WS-QUIET-DAYS TO WS-AL-DAYS
               END-IF
               MOVE SA-RECENT-TOT(WS-ACC-IDX) TO WS-AL-AMOUNT
               MOVE 0 TO WS-AL-AMOUNT-2
               PERFORM RAISE-ALERT-RTN
           END-IF.

      * A subject already carrying a case for the same scenario (and
      * account) is not alerted again while that case is pending or
      * was opened inside the current window - the same activity
      * would otherwise be alerted every night it stays in view.
       RAISE-ALERT-RTN.
           MOVE 'NO ' TO WS-SUPPRESSED
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                      OR WS-SUPPRESSED = 'YES'
               IF CT-SUBJ-TYPE(WS-CASE-IDX) = WS-CUR-TYPE
                   AND CT-SUBJECT(WS-CASE-IDX) = WS-CUR-SUBJECT
                   AND CT-SCENARIO(WS-CASE-IDX) = WS-AL-SCENARIO
                   AND CT-ACCNO(WS-CASE-IDX) = WS-AL-ACCNO
                   IF CT-STATUS(WS-CASE-IDX) = 'P'
                       OR CT-ALERT-DATE(WS-CASE-IDX)
                           NOT < WS-WIN-START-DATE
                       MOVE 'YES' TO WS-SUPPRESSED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUPPRESSED = 'YES'
               ADD 1 TO WS-SUPPRESS-CTR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LAST-CASE-NO
           MOVE SPACES TO CASE-REC
           MOVE WS-LAST-CASE-NO TO AC-CASE-NO
           MOVE WS-CUR-TYPE TO AC-SUBJ-TYPE
           MOVE WS-CUR-SUBJECT TO AC-SUBJECT
           MOVE WS-AL-SCENARIO TO AC-SCENARIO
           MOVE WS-BUS-DATE TO AC-ALERT-DATE
           MOVE WS-AL-ACCNO TO AC-ACCNO
           MOVE WS-AL-DAYS TO AC-DAYS
           MOVE WS-AL-AMOUNT TO AC-AMOUNT
           MOVE WS-AL-AMOUNT-2 TO AC-AMOUNT-2
           MOVE 'P' TO AC-STATUS
           WRITE CASE-REC
           ADD 1 TO WS-ALERT-CTR
           IF WS-CASE-COUNT < 5000
               ADD 1 TO WS-CASE-COUNT
               PERFORM STORE-CASE-RTN
           ELSE
               MOVE 'YES' TO WS-FULL
           END-IF
           PERFORM WRITE-ALERT-RTN.

       WRITE-ALERT-RTN.
           PERFORM SUBJECT-NAME-RTN
           MOVE AC-CASE-NO TO RA-CASE-OUT
           MOVE AC-SUBJ-TYPE TO RA-TYPE-OUT
           MOVE AC-SUBJECT TO RA-SUBJECT-OUT
           MOVE WS-MAST-NAME TO RA-NAME-OUT
           MOVE AC-SCENARIO TO RA-SCEN-OUT
           MOVE AC-DAYS TO RA-DAYS-OUT
           MOVE AC-AMOUNT TO RA-AMT-OUT
           MOVE AC-AMOUNT-2 TO RA-AMT2-OUT
           WRITE ALERT-LINE FROM RPT-ALERT-LINE AFTER ADVANCING 2 LINES
           EVALUATE AC-SCENARIO
               WHEN 'NT'
                   MOVE 'DAYS OF CASH IN JUST UNDER THRESHOLD'
                       TO RX-DESC-OUT
               WHEN 'RI'
                   MOVE 'INFLOW PAID OUT WITHIN DAYS SHOWN'
                       TO RX-DESC-OUT
               WHEN OTHER
                   MOVE 'DAYS QUIET BEFORE WINDOW ACTIVITY'
                       TO RX-DESC-OUT
           END-EVALUATE
           MOVE AC-ACCNO TO RX-ACCNO-OUT
           IF AC-ACCNO = SPACES
               MOVE 'ALL' TO RX-ACCNO-OUT
           END-IF
           WRITE ALERT-LINE FROM RPT-ALERT-ACCT AFTER ADVANCING 1 LINE.

       SUBJECT-NAME-RTN.
           MOVE SPACES TO WS-MAST-NAME
           IF AC-SUBJ-TYPE = 'C'
               IF WS-CIFMAST-OPEN = 'YES'
                   MOVE AC-SUBJECT(1:6) TO CF-CUSTNO
                   READ CIFMAST
                       INVALID KEY
                           MOVE 'NOT ON CIF' TO WS-MAST-NAME
                       NOT INVALID KEY
                           MOVE CF-NAME TO WS-MAST-NAME
                   END-READ
               END-IF
           ELSE
               IF WS-CUSTMAST-OPEN = 'YES'
                   MOVE AC-SUBJECT TO CM-ACCNO
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 'NOT ON MASTER' TO WS-MAST-NAME
                       NOT INVALID KEY
                           MOVE CM-ACCNAME TO WS-MAST-NAME
                   END-READ
               END-IF
           END-IF.

      * Every case still awaiting a compliance decision, oldest
      * first, with its age in calendar days.
       WRITE-PENDING-RTN.
           OPEN OUTPUT PEND-FILE
           WRITE PEND-LINE FROM RPT-PEND-HEADER AFTER ADVANCING PAGE
           MOVE WS-BUS-DATE TO RW-BUSDATE-OUT
           MOVE WS-WIN-START-DATE TO RW-START-OUT
           WRITE PEND-LINE FROM RPT-WINDOW-LINE AFTER ADVANCING 2 LINES
           WRITE PEND-LINE FROM RPT-PEND-COL AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
               IF CT-STATUS(WS-CASE-IDX) = 'P'
                   PERFORM WRITE-PENDING-LINE-RTN
               END-IF
               IF CT-STATUS(WS-CASE-IDX) = 'E'
                   ADD 1 TO WS-ESC-CTR
               END-IF
           END-PERFORM
           MOVE 'CASES PENDING DISPOSITION:    ' TO RPT-COUNT-LABEL
           MOVE WS-PEND-CTR TO RPT-COUNT-OUT
           WRITE PEND-LINE FROM RPT-COUNT-LINE AFTER ADVANCING 2 LINES
           MOVE 'CASES ESCALATED, STILL OPEN:  ' TO RPT-COUNT-LABEL
           MOVE WS-ESC-CTR TO RPT-COUNT-OUT
           WRITE PEND-LINE FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE
           CLOSE PEND-FILE.

       WRITE-PENDING-LINE-RTN.
           ADD 1 TO WS-PEND-CTR
           MOVE 0 TO WS-CASE-AGE
           IF CT-ALERT-DATE(WS-CASE-IDX) NUMERIC
               MOVE CT-ALERT-DATE(WS-CASE-IDX) TO WS-DATE-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) > 0
                   COMPUTE WS-CASE-AGE = WS-BUS-DAYNO
                       - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               END-IF
           END-IF
           MOVE CT-CASE-NO(WS-CASE-IDX) TO RP-CASE-OUT
           MOVE CT-ALERT-DATE(WS-CASE-IDX) TO RP-DATE-OUT
           MOVE WS-CASE-AGE TO RP-AGE-OUT
           MOVE CT-SUBJ-TYPE(WS-CASE-IDX) TO RP-TYPE-OUT
           MOVE CT-SUBJECT(WS-CASE-IDX) TO RP-SUBJECT-OUT
           MOVE CT-SCENARIO(WS-CASE-IDX) TO RP-SCEN-OUT
           MOVE CT-ACCNO(WS-CASE-IDX) TO RP-ACCNO-OUT
           MOVE CT-AMOUNT(WS-CASE-IDX) TO RP-AMT-OUT
           WRITE PEND-LINE FROM RPT-PEND-DET AFTER ADVANCING 1 LINE.
