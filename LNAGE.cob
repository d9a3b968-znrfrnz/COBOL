       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-AGING.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LNMAST ASSIGN TO "LNMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOANNO
               FILE STATUS IS WS-LNMAST-STATUS.
           SELECT SORTFILE ASSIGN TO "LNAGESRT.TMP".
           SELECT RPTFILE ASSIGN TO "LNAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

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

       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-BRANCH          PIC X(2).
           05 SORT-LOANNO          PIC X(8).
           05 SORT-BORROWER        PIC X(25).
           05 SORT-DAYS            PIC 9(5).
           05 SORT-BUCKET          PIC 9(1).
           05 SORT-PRIN-BAL        PIC 9(7)V99.
           05 SORT-ARREARS         PIC 9(7)V99.
           05 SORT-NEXT-DUE        PIC X(8).

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-LNMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-RUN-INT              PIC 9(8) VALUE 0.
       01  WS-DUE-INT              PIC 9(8) VALUE 0.
       01  WS-DAYS                 PIC 9(5) VALUE 0.
       01  WS-BUCKET               PIC 9(1) VALUE 0.
       01  WS-CUR-BRANCH           PIC X(2) VALUE SPACES.
       01  WS-LOAN-CTR             PIC 9(5) VALUE 0.
       01  WS-B-IDX                PIC 9(1) VALUE 0.

      * Outstanding principal in each aging bucket: 1 current (less
      * than 30 days past due), 2 30-59 days, 3 60-89 days, 4 90 days
      * and over. Branch totals are cleared at each control break.
       01  WS-BRANCH-BUCKETS.
           05 WS-BR-BUCKET OCCURS 4 TIMES.
              10 BRB-CTR           PIC 9(5).
              10 BRB-PRIN          PIC 9(11)V99.
              10 BRB-ARREARS       PIC 9(11)V99.
       01  WS-BANK-BUCKETS.
           05 WS-BK-BUCKET OCCURS 4 TIMES.
              10 BKB-CTR           PIC 9(5).
              10 BKB-PRIN          PIC 9(11)V99.
              10 BKB-ARREARS       PIC 9(11)V99.

       01  WS-BUCKET-NAMES.
           05 FILLER               PIC X(12) VALUE "CURRENT     ".
           05 FILLER               PIC X(12) VALUE "30-59 DAYS  ".
           05 FILLER               PIC X(12) VALUE "60-89 DAYS  ".
           05 FILLER               PIC X(12) VALUE "90+ DAYS    ".
       01  WS-BUCKET-NAME-TBL REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME       PIC X(12) OCCURS 4 TIMES.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(24)
              VALUE "Loan Delinquency Aging".
           05 FILLER               PIC X(4) VALUE "AS ".
           05 RH-DATE-OUT          PIC X(8).
           05 FILLER               PIC X(20) VALUE SPACES.

       01  RPT-BRANCH-HDR.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "BRANCH: ".
           05 RB-BRANCH-OUT        PIC X(2).
           05 FILLER               PIC X(65) VALUE SPACES.

       01  RPT-COL-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Loan No.".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Borrower".
           05 FILLER               PIC X(13) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Due Date".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(4) VALUE "Days".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Past Due".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Balance".
           05 FILLER               PIC X(7) VALUE SPACES.

       01  RPT-DETAIL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RD-LOANNO-OUT        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-NAME-OUT          PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-DUE-OUT           PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-DAYS-OUT          PIC ZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-ARREARS-OUT       PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-BAL-OUT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(6) VALUE SPACES.

       01  RPT-BUCKET-LINE.
           05 FILLER               PIC X(9) VALUE SPACES.
           05 RK-NAME-OUT          PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RK-CTR-OUT           PIC Z,ZZ9.
           05 FILLER               PIC X(8) VALUE " LOANS  ".
           05 RK-ARREARS-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RK-PRIN-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(14) VALUE SPACES.

       01  RPT-TOTAL-HDR.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RT-TEXT-OUT          PIC X(40).
           05 FILLER               PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
      * Delinquency aging of the active loan book by branch. A loan
      * ages from its oldest installment that is due and not fully
      * collected; the whole outstanding principal is reported in
      * that loan's bucket, with the past-due amount beside it.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE ZEROS TO WS-BANK-BUCKETS

           OPEN OUTPUT RPTFILE
           MOVE WS-RUN-DATE TO RH-DATE-OUT
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE

           SORT SORTFILE
               ON ASCENDING KEY SORT-BRANCH
               ON DESCENDING KEY SORT-DAYS
               ON ASCENDING KEY SORT-LOANNO
               INPUT PROCEDURE IS SELECT-LOANS-RTN
               OUTPUT PROCEDURE IS PRINT-AGING-RTN

           MOVE 'ALL BRANCHES' TO RT-TEXT-OUT
           WRITE RPTREC FROM RPT-TOTAL-HDR AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-B-IDX FROM 1 BY 1 UNTIL WS-B-IDX > 4
               MOVE WS-BUCKET-NAME(WS-B-IDX) TO RK-NAME-OUT
               MOVE BKB-CTR(WS-B-IDX) TO RK-CTR-OUT
               MOVE BKB-ARREARS(WS-B-IDX) TO RK-ARREARS-OUT
               MOVE BKB-PRIN(WS-B-IDX) TO RK-PRIN-OUT
               WRITE RPTREC FROM RPT-BUCKET-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           CLOSE RPTFILE
           DISPLAY 'LOAN-AGING: ' WS-LOAN-CTR ' ACTIVE LOAN(S) AGED - '
               'REPORT ON LNAGE.TXT'
           STOP RUN.

       SELECT-LOANS-RTN.
           OPEN INPUT LNMAST
           IF WS-LNMAST-STATUS NOT = '00'
               DISPLAY 'LOAN-AGING: LNMAST.IDX NOT FOUND - '
                   'NO LOANS ON FILE'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ LNMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES' AND LN-ACTIVE
                   PERFORM AGE-LOAN-RTN
                   MOVE LN-BRANCH TO SORT-BRANCH
                   MOVE LN-LOANNO TO SORT-LOANNO
                   MOVE LN-BORROWER TO SORT-BORROWER
                   MOVE WS-DAYS TO SORT-DAYS
                   MOVE WS-BUCKET TO SORT-BUCKET
                   MOVE LN-PRIN-BAL TO SORT-PRIN-BAL
                   MOVE LN-ARREARS TO SORT-ARREARS
                   MOVE LN-NEXT-DUE TO SORT-NEXT-DUE
                   RELEASE SORT-REC
                   ADD 1 TO WS-LOAN-CTR
               END-IF
           END-PERFORM
           IF WS-LNMAST-STATUS NOT = '35'
               CLOSE LNMAST
           END-IF.

      * A due date still in the future, or reached today and not yet
      * missed, is current.
       AGE-LOAN-RTN.
           MOVE 0 TO WS-DAYS
           IF LN-NEXT-DUE NOT = SPACES
               AND LN-NEXT-DUE < WS-RUN-DATE
               AND LN-ARREARS > 0
               MOVE LN-NEXT-DUE TO WS-DATE-NUM
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-DAYS = WS-RUN-INT - WS-DUE-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS >= 90
                   MOVE 4 TO WS-BUCKET
               WHEN WS-DAYS >= 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DAYS >= 30
                   MOVE 2 TO WS-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET
           END-EVALUATE.

       PRINT-AGING-RTN.
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
                       MOVE ZEROS TO WS-BRANCH-BUCKETS
                       MOVE SORT-BRANCH TO RB-BRANCH-OUT
                       WRITE RPTREC FROM RPT-BRANCH-HDR
                           AFTER ADVANCING 3 LINES
                       WRITE RPTREC FROM RPT-COL-1
                           AFTER ADVANCING 2 LINES
                   END-IF
                   PERFORM PRINT-LOAN-RTN
               END-IF
           END-PERFORM
           IF WS-CUR-BRANCH NOT = SPACES
               PERFORM BRANCH-TOTAL-RTN
           END-IF.

      * Loans that are current are counted, not listed; the detail
      * is the collection worklist.
       PRINT-LOAN-RTN.
           MOVE SORT-BUCKET TO WS-B-IDX
           ADD 1 TO BRB-CTR(WS-B-IDX)
           ADD SORT-PRIN-BAL TO BRB-PRIN(WS-B-IDX)
           ADD SORT-ARREARS TO BRB-ARREARS(WS-B-IDX)
           ADD 1 TO BKB-CTR(WS-B-IDX)
           ADD SORT-PRIN-BAL TO BKB-PRIN(WS-B-IDX)
           ADD SORT-ARREARS TO BKB-ARREARS(WS-B-IDX)
           IF SORT-DAYS > 0
               MOVE SORT-LOANNO TO RD-LOANNO-OUT
               MOVE SORT-BORROWER TO RD-NAME-OUT
               MOVE SORT-NEXT-DUE TO RD-DUE-OUT
               MOVE SORT-DAYS TO RD-DAYS-OUT
               MOVE SORT-ARREARS TO RD-ARREARS-OUT
               MOVE SORT-PRIN-BAL TO RD-BAL-OUT
               WRITE RPTREC FROM RPT-DETAIL AFTER ADVANCING 1 LINE
           END-IF.

       BRANCH-TOTAL-RTN.
           MOVE SPACES TO RT-TEXT-OUT
           STRING 'BRANCH ' DELIMITED BY SIZE
                  WS-CUR-BRANCH DELIMITED BY SIZE
                  ' AGING SUMMARY' DELIMITED BY SIZE
                  INTO RT-TEXT-OUT
           END-STRING
           WRITE RPTREC FROM RPT-TOTAL-HDR AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-B-IDX FROM 1 BY 1 UNTIL WS-B-IDX > 4
               MOVE WS-BUCKET-NAME(WS-B-IDX) TO RK-NAME-OUT
               MOVE BRB-CTR(WS-B-IDX) TO RK-CTR-OUT
               MOVE BRB-ARREARS(WS-B-IDX) TO RK-ARREARS-OUT
               MOVE BRB-PRIN(WS-B-IDX) TO RK-PRIN-OUT
               WRITE RPTREC FROM RPT-BUCKET-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

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
               DISPLAY 'LOAN-AGING: BUSDATE.DAT NOT FOUND - '
                   'LOANS AGED TO THE WALL CLOCK'
           END-IF.
