           SELECT AGYTABLE-FILE ASSIGN TO "AGYTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGYTABLE-STATUS.
           SELECT TAXADJ-FILE ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXADJ-STATUS.
           SELECT EMPMAST ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 FILLER                   PIC X(1).
           05 AG-FACTOR                PIC 9(1)V9(4).

       FD  TAXADJ-FILE.
       01  TAXADJ-REC.
           05 TA-YEAR                  PIC X(4).
           05 FILLER                   PIC X(1).
           05 TA-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 TA-TYPE                  PIC X(1).
           05 FILLER                   PIC X(1).
           05 TA-AMOUNT                PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 TA-APPLIED               PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 TA-PERIOD                PIC X(6).

       FD  EMPMAST.
       01  EMPMAST-REC.
           05 EM-EMPNO                 PIC X(10).
           05 EM-STATUS                PIC X(1).
              88 EM-ACTIVE             VALUE 'A', ' '.
              88 EM-SEPARATED          VALUE 'S'.
           05 EM-SHIFT-START           PIC 9(4).
           05 EM-SHIFT-END             PIC 9(4).
           05 EM-PAY-FREQ              PIC X(1).
              88 EM-PAID-WEEKLY        VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY   VALUE 'S'.
              88 EM-PAID-MONTHLY       VALUE 'M', ' '.

       WORKING-STORAGE SECTION.
       01  WS-REMIT-STATUS             PIC XX VALUE SPACES.
       01  WS-AGYTABLE-EOF             PIC X(3) VALUE 'NO '.
       01  WS-EMPMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-EMPMAST-OPEN             PIC X(3) VALUE 'NO '.
       01  WS-TAXADJ-STATUS            PIC XX VALUE SPACES.
       01  WS-TAXADJ-EOF               PIC X(3) VALUE 'NO '.
       01  WS-ADJ-AMT                  PIC S9(7)V99 VALUE 0.
       01  WS-ADJ-TOTAL                PIC S9(9)V99 VALUE 0.
       01  WS-ADJ-CTR                  PIC 9(5) VALUE 0.

      * Employer counterpart per agency as a factor applied to the
      * employee share - the agencies' contribution tables reduce to
           05 REG-ER-TOT-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(12) VALUE SPACES.

       01  REG-ADJ-HEADER.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(50)
              VALUE "Year-End Tax Adjustments Settled By Payroll".
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  REG-ADJ-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 REGA-PERIOD-OUT          PIC X(6).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 REGA-EMPNO-OUT           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 REGA-DESC-OUT            PIC X(20).
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 REGA-YEAR-OUT            PIC X(4).
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 REGA-AMT-OUT             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.

       01  REG-ADJ-TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(22)
              VALUE "YEAR-END ADJUSTMENTS: ".
           05 REGA-CTR-OUT             PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(21)
              VALUE "ADJUSTED WTAX TOTAL: ".
           05 REGA-TOT-OUT             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(7) VALUE SPACES.

       01  DEPT-COST-HEADER.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(40)
           WRITE REGREC FROM REG-TOTAL-LINE AFTER ADVANCING 2 LINES
           MOVE WS-AGENCY-TOTAL TO REG-EE-TOT-OUT
           MOVE WS-ER-TOTAL TO REG-ER-TOT-OUT
           WRITE REGREC FROM REG-SHARE-LINE AFTER ADVANCING 1 LINE
           IF WS-AGENCY = 4
               PERFORM WTAX-ADJ-RTN
           END-IF.

      * Year-end adjustments the payroll has settled change what is
      * owed to the BIR: a collection is more tax withheld, a refund
      * comes back out of it.
       WTAX-ADJ-RTN.
           MOVE 0 TO WS-ADJ-CTR
           MOVE WS-AGENCY-TOTAL TO WS-ADJ-TOTAL
           OPEN INPUT TAXADJ-FILE
           IF WS-TAXADJ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           WRITE REGREC FROM REG-ADJ-HEADER AFTER ADVANCING 2 LINES
           PERFORM UNTIL WS-TAXADJ-EOF = 'YES'
               READ TAXADJ-FILE
                   AT END MOVE 'YES' TO WS-TAXADJ-EOF
               END-READ
               IF WS-TAXADJ-EOF NOT = 'YES'
                   AND TA-APPLIED NUMERIC
                   AND TA-APPLIED > 0
                   PERFORM WRITE-WTAX-ADJ-LINE
               END-IF
           END-PERFORM
           CLOSE TAXADJ-FILE
           MOVE WS-ADJ-CTR TO REGA-CTR-OUT
           MOVE WS-ADJ-TOTAL TO REGA-TOT-OUT
           WRITE REGREC FROM REG-ADJ-TOTAL-LINE AFTER ADVANCING 2 LINES.

       WRITE-WTAX-ADJ-LINE.
           IF TA-TYPE = 'R'
               COMPUTE WS-ADJ-AMT = 0 - TA-APPLIED
               MOVE 'YE TAX REFUND' TO REGA-DESC-OUT
           ELSE
               MOVE TA-APPLIED TO WS-ADJ-AMT
               MOVE 'YE TAX COLLECTED' TO REGA-DESC-OUT
           END-IF
           MOVE TA-PERIOD TO REGA-PERIOD-OUT
           MOVE TA-EMPNO TO REGA-EMPNO-OUT
           MOVE TA-YEAR TO REGA-YEAR-OUT
           MOVE WS-ADJ-AMT TO REGA-AMT-OUT
           WRITE REGREC FROM REG-ADJ-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-ADJ-CTR
           ADD WS-ADJ-AMT TO WS-ADJ-TOTAL.

       WRITE-AGENCY-LINE.
           EVALUATE WS-AGENCY
