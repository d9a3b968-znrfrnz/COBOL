       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POST.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAST ASSIGN TO "GLMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT JRNL-FILE ASSIGN TO DYNAMIC WS-JRNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT GLCTL-FILE ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.
           SELECT REGFILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per GL account per branch. Balances are held
      * debit-positive: assets and expenses carry a plus balance,
      * liabilities, capital and income a minus one.
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

       FD  JRNL-FILE.
       01  JRNL-REC                PIC X(80).
       01  JRNL-HEADER.
           05 JH-RECTYPE           PIC X(1).
           05 JH-BUSDATE           PIC X(8).
           05 JH-HASH              PIC 9(13)V99.
           05 FILLER               PIC X(56).
       01  JRNL-DETAIL.
           05 JD-RECTYPE           PIC X(1).
           05 JD-BRANCH            PIC X(2).
           05 JD-GLACCT            PIC X(6).
           05 JD-DRCR              PIC X(1).
           05 JD-AMOUNT            PIC 9(11)V99.
           05 JD-DESC              PIC X(20).
           05 FILLER               PIC X(37).
       01  JRNL-TRAILER.
           05 JT-RECTYPE           PIC X(1).
           05 JT-COUNT             PIC 9(5).
           05 JT-DR-TOTAL          PIC 9(13)V99.
           05 JT-CR-TOTAL          PIC 9(13)V99.
           05 FILLER               PIC X(44).

      * Last journal date applied from each source, so a rerun or a
      * journal left over from an earlier night is never posted twice.
       FD  GLCTL-FILE.
       01  GLCTL-REC.
           05 CTL-SOURCE           PIC X(10).
           05 FILLER               PIC X(1).
           05 CTL-LAST-DATE        PIC X(8).

       FD  REGFILE.
       01  REGREC                  PIC X(80).

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
       01  WS-JRNL-STATUS          PIC XX VALUE SPACES.
       01  WS-GLCTL-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-CTL-EOF              PIC X(3) VALUE 'NO '.

       01  WS-JRNL-NAME            PIC X(20) VALUE SPACES.
       01  WS-SOURCE               PIC X(10) VALUE SPACES.
       01  WS-CONSUMED             PIC X(3) VALUE 'NO '.
       01  WS-JRNL-DATE            PIC X(8) VALUE SPACES.
       01  WS-JRNL-OK              PIC X(3) VALUE 'NO '.
       01  WS-JRNL-RESULT          PIC X(24) VALUE SPACES.
       01  WS-TRAILER-SEEN         PIC X(3) VALUE 'NO '.
       01  WS-LINE-CTR             PIC 9(5) VALUE 0.
       01  WS-LINE-DR              PIC 9(13)V99 VALUE 0.
       01  WS-LINE-CR              PIC 9(13)V99 VALUE 0.

       01  WS-JRNL-CTR             PIC 9(3) VALUE 0.
       01  WS-POSTED-CTR           PIC 9(3) VALUE 0.
       01  WS-REJECT-CTR           PIC 9(3) VALUE 0.
       01  WS-APPLY-CTR            PIC 9(7) VALUE 0.
       01  WS-NEW-ACCT-CTR         PIC 9(5) VALUE 0.
       01  WS-TOT-DR               PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CR               PIC 9(13)V99 VALUE 0.

       01  WS-CTL-COUNT            PIC 9(2) VALUE 0.
       01  WS-CTL-IDX              PIC 9(2) VALUE 0.
       01  WS-CTL-SEL              PIC 9(2) VALUE 0.
       01  GL-CONTROL-TABLE.
           05 GL-CONTROL-ENTRY OCCURS 20 TIMES.
              10 GC-SOURCE         PIC X(10).
              10 GC-LAST-DATE      PIC X(8).

      * Chart of accounts. The first digit of a GL account gives its
      * class: 1 assets, 2 liabilities, 3 capital, 4 income and
      * 5 expense. Accounts not on the chart are still posted, but
      * are named on the register for the accountant to set up.
       01  WS-CHART-VALUES.
           05 FILLER               PIC X(31)
              VALUE "100100CASH ON HAND             ".
           05 FILLER               PIC X(31)
              VALUE "130100LOANS RECEIVABLE         ".
           05 FILLER               PIC X(31)
              VALUE "150100DUE FROM OTHER BRANCHES  ".
           05 FILLER               PIC X(31)
              VALUE "200100DEPOSIT LIABILITY        ".
           05 FILLER               PIC X(31)
              VALUE "200200TIME DEPOSITS            ".
           05 FILLER               PIC X(31)
              VALUE "210100WITHHOLDING TAX PAYABLE  ".
           05 FILLER               PIC X(31)
              VALUE "210200WITHHOLDING TAX-PAYROLL  ".
           05 FILLER               PIC X(31)
              VALUE "210300GSIS PAYABLE             ".
           05 FILLER               PIC X(31)
              VALUE "210400PHILHEALTH PAYABLE       ".
           05 FILLER               PIC X(31)
              VALUE "210500PAG-IBIG PAYABLE         ".
           05 FILLER               PIC X(31)
              VALUE "210600OTHER PAYROLL DEDUCTIONS ".
           05 FILLER               PIC X(31)
              VALUE "250100DUE TO OTHER BRANCHES    ".
           05 FILLER               PIC X(31)
              VALUE "290100TD PROCEEDS CLEARING     ".
           05 FILLER               PIC X(31)
              VALUE "290200LOAN COLLECTION CLEARING ".
           05 FILLER               PIC X(31)
              VALUE "290300NET PAY CLEARING         ".
           05 FILLER               PIC X(31)
              VALUE "290400DUE TO ATM/POS NETWORK   ".
           05 FILLER               PIC X(31)
              VALUE "300100UNDIVIDED PROFITS        ".
           05 FILLER               PIC X(31)
              VALUE "400100SERVICE FEE INCOME       ".
           05 FILLER               PIC X(31)
              VALUE "400200TD PRETERMINATION PENALTY".
           05 FILLER               PIC X(31)
              VALUE "410100LOAN INTEREST INCOME     ".
           05 FILLER               PIC X(31)
              VALUE "500100INTEREST EXPENSE-SAVINGS ".
           05 FILLER               PIC X(31)
              VALUE "500200INTEREST EXPENSE-TD      ".
           05 FILLER               PIC X(31)
              VALUE "510110SALARIES-ADMINISTRATION  ".
           05 FILLER               PIC X(31)
              VALUE "510120SALARIES-ACADEMIC STAFF  ".
           05 FILLER               PIC X(31)
              VALUE "510130SALARIES-IT/MAINTENANCE  ".
           05 FILLER               PIC X(31)
              VALUE "510190SALARIES-OTHER DEPT      ".
           05 FILLER               PIC X(31)
              VALUE "510210ER CONTRIB-ADMINISTRATION".
           05 FILLER               PIC X(31)
              VALUE "510220ER CONTRIB-ACADEMIC STAFF".
           05 FILLER               PIC X(31)
              VALUE "510230ER CONTRIB-IT/MAINTENANCE".
           05 FILLER               PIC X(31)
              VALUE "510290ER CONTRIB-OTHER DEPT    ".
           05 FILLER               PIC X(31)
              VALUE "51031013TH MONTH-ADMINISTRATION".
           05 FILLER               PIC X(31)
              VALUE "51032013TH MONTH-ACADEMIC STAFF".
           05 FILLER               PIC X(31)
              VALUE "51033013TH MONTH-IT/MAINTENANCE".
           05 FILLER               PIC X(31)
              VALUE "51039013TH MONTH-OTHER DEPT    ".
       01  WS-CHART-TABLE REDEFINES WS-CHART-VALUES.
           05 WS-CHART-ENTRY OCCURS 34 TIMES.
              10 CH-ACCT           PIC X(6).
              10 CH-DESC           PIC X(25).
       01  WS-CHART-COUNT          PIC 9(3) VALUE 34.
       01  WS-CHART-IDX            PIC 9(3) VALUE 0.
       01  WS-CHART-FOUND          PIC X(3) VALUE 'NO '.

       01  REG-HEADER-1.
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "General Ledger Posting".
           05 FILLER               PIC X(4) VALUE " AS ".
           05 RH-DATE-OUT          PIC X(8).
           05 FILLER               PIC X(21) VALUE SPACES.

       01  REG-HEADER-2.
           05 FILLER               PIC X(10) VALUE "Journal".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Date".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE "Lines".
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Debits".
           05 FILLER               PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Credits".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Result".
           05 FILLER               PIC X(18) VALUE SPACES.

       01  REG-LINE.
           05 REG-SOURCE-OUT       PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-DATE-OUT         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-LINES-OUT        PIC ZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-DR-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-CR-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-RESULT-OUT       PIC X(24).

       01  REG-NEW-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "NEW GL ACCOUNT ".
           05 RN-ACCT-OUT          PIC X(6).
           05 FILLER               PIC X(8) VALUE " BRANCH ".
           05 RN-BRANCH-OUT        PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RN-DESC-OUT          PIC X(25).
           05 FILLER               PIC X(17) VALUE SPACES.

       01  REG-TOTAL-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "JOURNALS POSTED:          ".
           05 REG-POSTED-CTR-OUT   PIC ZZ9.
           05 FILLER               PIC X(46) VALUE SPACES.

       01  REG-TOTAL-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "JOURNALS REJECTED:        ".
           05 REG-REJECT-CTR-OUT   PIC ZZ9.
           05 FILLER               PIC X(46) VALUE SPACES.

       01  REG-TOTAL-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "TOTAL DEBITS POSTED:      ".
           05 REG-TOT-DR-OUT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(31) VALUE SPACES.

       01  REG-TOTAL-4.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "TOTAL CREDITS POSTED:     ".
           05 REG-TOT-CR-OUT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
      * Nightly ledger update. Each journal batch the night produces
      * - the posting run's GLJRNL.DAT, time deposit maturities'
      * TDJRNL.DAT, loan collections' LNJRNL.DAT and any manual
      * entries the accountants keyed to GLADJ.DAT - is proved
      * against its own trailer and applied to the GL master as a
      * whole or not at all. A batch that does not prove is left
      * for correction and the run ends RC 16; the batches that did
      * post are marked on GLCTL.DAT so the rerun skips them.
      * The payroll runs' journals (PRJRNL-<run>.DAT) are taken
      * whatever their date, since a payroll can run more than once
      * for the same business day; once posted each is emptied so
      * the next payroll run starts a new one.
       MAIN-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-CONTROL-RTN

           OPEN I-O GLMAST
           IF WS-GLMAST-STATUS = '05' OR WS-GLMAST-STATUS = '35'
               OPEN OUTPUT GLMAST
               CLOSE GLMAST
               OPEN I-O GLMAST
           END-IF
           IF WS-GLMAST-STATUS NOT = '00'
               DISPLAY 'GL-POST: CANNOT OPEN GLMAST.IDX - '
                   'STATUS ' WS-GLMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGFILE
           MOVE WS-RUN-DATE TO RH-DATE-OUT
           WRITE REGREC FROM REG-HEADER-1 AFTER ADVANCING PAGE
           WRITE REGREC FROM REG-HEADER-2 AFTER ADVANCING 2 LINES

           MOVE 'NO ' TO WS-CONSUMED
           MOVE 'GLJRNL.DAT' TO WS-JRNL-NAME
           MOVE 'GLJRNL' TO WS-SOURCE
           PERFORM POST-JOURNAL-RTN
           MOVE 'TDJRNL.DAT' TO WS-JRNL-NAME
           MOVE 'TDJRNL' TO WS-SOURCE
           PERFORM POST-JOURNAL-RTN
           MOVE 'LNJRNL.DAT' TO WS-JRNL-NAME
           MOVE 'LNJRNL' TO WS-SOURCE
           PERFORM POST-JOURNAL-RTN
           MOVE 'GLADJ.DAT' TO WS-JRNL-NAME
           MOVE 'GLADJ' TO WS-SOURCE
           PERFORM POST-JOURNAL-RTN

           MOVE 'YES' TO WS-CONSUMED
           MOVE 'PRJRNL-EDWARD.DAT' TO WS-JRNL-NAME
           MOVE 'PREDWARD' TO WS-SOURCE
           PERFORM POST-JOURNAL-RTN
           MOVE 'PRJRNL-PROB1.DAT' TO WS-JRNL-NAME
           MOVE 'PRPROB1' TO WS-SOURCE
           PERFORM POST-JOURNAL-RTN
           MOVE 'PRJRNL-FINAL.DAT' TO WS-JRNL-NAME
           MOVE 'PRFINAL' TO WS-SOURCE
           PERFORM POST-JOURNAL-RTN
           MOVE 'PRJRNL-13TH.DAT' TO WS-JRNL-NAME
           MOVE 'PR13TH' TO WS-SOURCE
           PERFORM POST-JOURNAL-RTN

           PERFORM FINISH-RTN
           CLOSE GLMAST
           CLOSE REGFILE
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

       POST-JOURNAL-RTN.
           ADD 1 TO WS-JRNL-CTR
           PERFORM PROVE-JOURNAL-RTN
           IF WS-JRNL-OK = 'YES'
               PERFORM APPLY-JOURNAL-RTN
               ADD 1 TO WS-POSTED-CTR
               ADD WS-LINE-DR TO WS-TOT-DR
               ADD WS-LINE-CR TO WS-TOT-CR
               MOVE 'POSTED' TO WS-JRNL-RESULT
               PERFORM NOTE-CONTROL-RTN
               PERFORM WRITE-CONTROL-RTN
               IF WS-CONSUMED = 'YES'
                   OPEN OUTPUT JRNL-FILE
                   CLOSE JRNL-FILE
               END-IF
           END-IF

           MOVE WS-SOURCE TO REG-SOURCE-OUT
           MOVE WS-JRNL-DATE TO REG-DATE-OUT
           MOVE WS-LINE-CTR TO REG-LINES-OUT
           MOVE WS-LINE-DR TO REG-DR-OUT
           MOVE WS-LINE-CR TO REG-CR-OUT
           MOVE WS-JRNL-RESULT TO REG-RESULT-OUT
           WRITE REGREC FROM REG-LINE AFTER ADVANCING 1 LINE.

      * First pass: the batch must open with a header, every line
      * must be a debit or credit to a numeric GL account, and the
      * lines must agree with the trailer's count and totals and
      * with each other. A batch dated on or before the last one
      * posted from the same source has already been applied.
       PROVE-JOURNAL-RTN.
           MOVE 'NO ' TO WS-JRNL-OK
           MOVE SPACES TO WS-JRNL-DATE
           MOVE 'NO ' TO WS-TRAILER-SEEN
           MOVE 0 TO WS-LINE-CTR
           MOVE 0 TO WS-LINE-DR
           MOVE 0 TO WS-LINE-CR

           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               MOVE 'NOT PRESENT' TO WS-JRNL-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 'NO ' TO WS-EOF
           READ JRNL-FILE
               AT END MOVE 'YES' TO WS-EOF
           END-READ
           IF WS-EOF = 'YES'
               MOVE 'EMPTY - NOTHING POSTED' TO WS-JRNL-RESULT
               CLOSE JRNL-FILE
               EXIT PARAGRAPH
           END-IF
           IF JH-RECTYPE NOT = 'H' OR JH-BUSDATE NOT NUMERIC
               PERFORM REJECT-JOURNAL-RTN
               MOVE 'REJECTED - NO HEADER' TO WS-JRNL-RESULT
               CLOSE JRNL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE JH-BUSDATE TO WS-JRNL-DATE

           PERFORM FIND-CONTROL-RTN
           IF WS-CTL-SEL > 0 AND WS-CONSUMED = 'NO '
               AND GC-LAST-DATE(WS-CTL-SEL) >= WS-JRNL-DATE
               MOVE 'ALREADY POSTED - SKIPPED' TO WS-JRNL-RESULT
               CLOSE JRNL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'YES' TO WS-JRNL-OK
           PERFORM UNTIL WS-EOF = 'YES'
               READ JRNL-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   EVALUATE TRUE
                       WHEN WS-TRAILER-SEEN = 'YES'
                           MOVE 'REJECTED - AFTER TRAILER'
                               TO WS-JRNL-RESULT
                           MOVE 'NO ' TO WS-JRNL-OK
                       WHEN JD-RECTYPE = 'D'
                           PERFORM PROVE-LINE-RTN
                       WHEN JT-RECTYPE = 'T'
                           MOVE 'YES' TO WS-TRAILER-SEEN
                           PERFORM PROVE-TRAILER-RTN
                       WHEN OTHER
                           MOVE 'REJECTED - BAD REC TYPE'
                               TO WS-JRNL-RESULT
                           MOVE 'NO ' TO WS-JRNL-OK
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE JRNL-FILE

           IF WS-JRNL-OK = 'YES' AND WS-TRAILER-SEEN = 'NO '
               MOVE 'REJECTED - NO TRAILER' TO WS-JRNL-RESULT
               MOVE 'NO ' TO WS-JRNL-OK
           END-IF
           IF WS-JRNL-OK = 'YES' AND WS-LINE-DR NOT = WS-LINE-CR
               MOVE 'REJECTED - UNBALANCED' TO WS-JRNL-RESULT
               MOVE 'NO ' TO WS-JRNL-OK
           END-IF
           IF WS-JRNL-OK = 'NO '
               PERFORM REJECT-JOURNAL-RTN
           END-IF.

       PROVE-LINE-RTN.
           IF JD-GLACCT NOT NUMERIC
               OR JD-BRANCH = SPACES
               OR JD-AMOUNT NOT NUMERIC
               OR (JD-DRCR NOT = 'D' AND JD-DRCR NOT = 'C')
               MOVE 'REJECTED - BAD DETAIL' TO WS-JRNL-RESULT
               MOVE 'NO ' TO WS-JRNL-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-CTR
           IF JD-DRCR = 'D'
               ADD JD-AMOUNT TO WS-LINE-DR
           ELSE
               ADD JD-AMOUNT TO WS-LINE-CR
           END-IF.

       PROVE-TRAILER-RTN.
           IF JT-COUNT NOT NUMERIC
               OR JT-DR-TOTAL NOT NUMERIC
               OR JT-CR-TOTAL NOT NUMERIC
               OR JT-COUNT NOT = WS-LINE-CTR
               OR JT-DR-TOTAL NOT = WS-LINE-DR
               OR JT-CR-TOTAL NOT = WS-LINE-CR
               MOVE 'REJECTED - BAD TRAILER' TO WS-JRNL-RESULT
               MOVE 'NO ' TO WS-JRNL-OK
           END-IF.

       REJECT-JOURNAL-RTN.
           ADD 1 TO WS-REJECT-CTR
           MOVE 16 TO RETURN-CODE
           DISPLAY 'GL-POST: ' FUNCTION TRIM(WS-JRNL-NAME)
               ' NOT POSTED - CORRECT AND RERUN'.

      * Second pass: every line goes to its account and branch. An
      * account seen for the first time is opened on the master.
       APPLY-JOURNAL-RTN.
           OPEN INPUT JRNL-FILE
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ JRNL-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES' AND JD-RECTYPE = 'D'
                   PERFORM APPLY-LINE-RTN
               END-IF
           END-PERFORM
           CLOSE JRNL-FILE.

       APPLY-LINE-RTN.
           MOVE JD-GLACCT TO GL-ACCT
           MOVE JD-BRANCH TO GL-BRANCH
           READ GLMAST
               INVALID KEY PERFORM OPEN-ACCOUNT-RTN
           END-READ

           IF JD-DRCR = 'D'
               ADD JD-AMOUNT TO GL-MTD-DR
               ADD JD-AMOUNT TO GL-BALANCE
           ELSE
               ADD JD-AMOUNT TO GL-MTD-CR
               SUBTRACT JD-AMOUNT FROM GL-BALANCE
           END-IF
           MOVE WS-JRNL-DATE TO GL-LAST-POST
           REWRITE GLMAST-REC
           IF WS-GLMAST-STATUS NOT = '00'
               DISPLAY 'GL-POST: REWRITE FAILED FOR ' GL-ACCT
                   ' BRANCH ' GL-BRANCH ' - STATUS '
                   WS-GLMAST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-APPLY-CTR.

       OPEN-ACCOUNT-RTN.
           MOVE SPACES TO GLMAST-REC
           MOVE JD-GLACCT TO GL-ACCT
           MOVE JD-BRANCH TO GL-BRANCH
           EVALUATE JD-GLACCT(1:1)
               WHEN '1'
                   MOVE 'A' TO GL-TYPE
               WHEN '2'
                   MOVE 'L' TO GL-TYPE
               WHEN '3'
                   MOVE 'C' TO GL-TYPE
               WHEN '4'
                   MOVE 'I' TO GL-TYPE
               WHEN OTHER
                   MOVE 'X' TO GL-TYPE
           END-EVALUATE
           MOVE 'NO ' TO WS-CHART-FOUND
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
                      OR WS-CHART-FOUND = 'YES'
               IF CH-ACCT(WS-CHART-IDX) = JD-GLACCT
                   MOVE CH-DESC(WS-CHART-IDX) TO GL-DESC
                   MOVE 'YES' TO WS-CHART-FOUND
               END-IF
           END-PERFORM
           IF WS-CHART-FOUND = 'NO '
               MOVE 'NOT ON CHART OF ACCOUNTS' TO GL-DESC
               DISPLAY 'GL-POST: GL ' JD-GLACCT
                   ' IS NOT ON THE CHART OF ACCOUNTS'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE 0 TO GL-OPEN-BAL
           MOVE 0 TO GL-MTD-DR
           MOVE 0 TO GL-MTD-CR
           MOVE 0 TO GL-BALANCE
           MOVE WS-JRNL-DATE TO GL-OPEN-DATE
           WRITE GLMAST-REC
           ADD 1 TO WS-NEW-ACCT-CTR

           MOVE GL-ACCT TO RN-ACCT-OUT
           MOVE GL-BRANCH TO RN-BRANCH-OUT
           MOVE GL-DESC TO RN-DESC-OUT
           WRITE REGREC FROM REG-NEW-LINE AFTER ADVANCING 1 LINE.

       FINISH-RTN.
           MOVE WS-POSTED-CTR TO REG-POSTED-CTR-OUT
           MOVE WS-REJECT-CTR TO REG-REJECT-CTR-OUT
           MOVE WS-TOT-DR TO REG-TOT-DR-OUT
           MOVE WS-TOT-CR TO REG-TOT-CR-OUT
           WRITE REGREC FROM REG-TOTAL-1 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-TOTAL-2 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-4 AFTER ADVANCING 1 LINE
           DISPLAY 'GL-POST: ' WS-POSTED-CTR ' JOURNAL(S) POSTED, '
               WS-REJECT-CTR ' REJECTED, ' WS-APPLY-CTR
               ' LINE(S) APPLIED - REGISTER ON GLPOST.TXT'.

       LOAD-CONTROL-RTN.
           MOVE 0 TO WS-CTL-COUNT
           OPEN INPUT GLCTL-FILE
           IF WS-GLCTL-STATUS = '00'
               MOVE 'NO ' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'YES'
                   READ GLCTL-FILE
                       AT END MOVE 'YES' TO WS-CTL-EOF
                   END-READ
                   IF WS-CTL-EOF NOT = 'YES' AND WS-CTL-COUNT < 20
                       ADD 1 TO WS-CTL-COUNT
                       MOVE CTL-SOURCE TO GC-SOURCE(WS-CTL-COUNT)
                       MOVE CTL-LAST-DATE
                           TO GC-LAST-DATE(WS-CTL-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GLCTL-FILE
           END-IF.

       FIND-CONTROL-RTN.
           MOVE 0 TO WS-CTL-SEL
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF GC-SOURCE(WS-CTL-IDX) = WS-SOURCE
                   MOVE WS-CTL-IDX TO WS-CTL-SEL
               END-IF
           END-PERFORM.

       NOTE-CONTROL-RTN.
           PERFORM FIND-CONTROL-RTN
           IF WS-CTL-SEL = 0 AND WS-CTL-COUNT < 20
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-CTL-COUNT TO WS-CTL-SEL
               MOVE WS-SOURCE TO GC-SOURCE(WS-CTL-SEL)
           END-IF
           IF WS-CTL-SEL > 0
               MOVE WS-JRNL-DATE TO GC-LAST-DATE(WS-CTL-SEL)
           END-IF.

      * Rewritten after every batch, so a failure part way through
      * the run still leaves the batches already applied marked.
       WRITE-CONTROL-RTN.
           OPEN OUTPUT GLCTL-FILE
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE SPACES TO GLCTL-REC
               MOVE GC-SOURCE(WS-CTL-IDX) TO CTL-SOURCE
               MOVE GC-LAST-DATE(WS-CTL-IDX) TO CTL-LAST-DATE
               WRITE GLCTL-REC
           END-PERFORM
           CLOSE GLCTL-FILE.

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
               DISPLAY 'GL-POST: BUSDATE.DAT NOT FOUND - '
                   'REGISTER DATED FROM THE WALL CLOCK'
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'GLPOST' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-JRNL-CTR TO RS-READ
           MOVE WS-POSTED-CTR TO RS-POSTED
           MOVE WS-REJECT-CTR TO RS-REJECTED
           MOVE WS-TOT-DR TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
