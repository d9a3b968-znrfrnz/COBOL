       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CLEARING.
       AUTHOR. COBOL-PROGRAMMER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRITEM-FILE ASSIGN TO "PRCLROPN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRITEM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EMPACCT-FILE ASSIGN TO "EMPACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPACCT-STATUS.
           SELECT EMPMAST ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPNO
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT CLRCTL-FILE ASSIGN TO "PRCLRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRCTL-STATUS.
           SELECT SETTLE-FILE ASSIGN TO "PRCLRSET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT AGEREG-FILE ASSIGN TO "PRCLEAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLRITEM-FILE.
       01  CLRITEM-REC.
           05 CI-DATE                  PIC X(8).
           05 FILLER                   PIC X(1).
           05 CI-SOURCE                PIC X(8).
           05 FILLER                   PIC X(1).
           05 CI-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 CI-AMOUNT                PIC S9(7)V99.
           05 FILLER                   PIC X(1).
           05 CI-OPEN                  PIC S9(7)V99.

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-PROGRAM              PIC X(10).
           05 AUD-RUNSTAMP             PIC X(14).
           05 AUD-ACCNO                PIC X(10).
           05 AUD-TRANSCODE            PIC X(1).
           05 AUD-AMOUNT               PIC X(10).
           05 AUD-RECTYPE              PIC X(1).
           05 AUD-SEQNO                PIC X(5).
           05 AUD-REC-COUNT            PIC X(5).
           05 AUD-OPERATOR             PIC X(8).
           05 AUD-TRANDATE             PIC X(8).
           05 AUD-BRANCH               PIC X(2).
           05 AUD-REF-TC               PIC X(1).

       FD  EMPACCT-FILE.
       01  EMPACCT-REC.
           05 EA-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 EA-ACCNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 EA-ACCNAME               PIC X(25).
           05 FILLER                   PIC X(1).
           05 EA-BRANCH                PIC X(2).
           05 FILLER                   PIC X(1).
           05 EA-SPLIT-TYPE            PIC X(1).
           05 FILLER                   PIC X(1).
           05 EA-SPLIT-AMT             PIC 9(7)V99.

       FD  EMPMAST.
       01  EMPMAST-REC.
           05 EM-EMPNO                 PIC X(10).
           05 EM-NAME                  PIC X(25).
           05 EM-DEPT                  PIC X(1).
           05 EM-TYPE                  PIC X(2).
           05 EM-RATE                  PIC 9(5)V99.
           05 EM-STATUS                PIC X(1).
              88 EM-ACTIVE             VALUE 'A', ' '.
              88 EM-SEPARATED          VALUE 'S'.
           05 EM-SHIFT-START           PIC 9(4).
           05 EM-SHIFT-END             PIC 9(4).
           05 EM-PAY-FREQ              PIC X(1).
              88 EM-PAID-WEEKLY        VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY   VALUE 'S'.
              88 EM-PAID-MONTHLY       VALUE 'M', ' '.

      * Newest posting run whose payroll credits have already been
      * taken against clearing.
       FD  CLRCTL-FILE.
       01  CLRCTL-REC.
           05 CC-LAST-RUNSTAMP         PIC X(14).

      * Net pay paid some other way - a check for a returned credit,
      * a final pay or a thirteenth month - keyed by payroll.
       FD  SETTLE-FILE.
       01  SETTLE-REC.
           05 ST-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 ST-AMOUNT                PIC 9(7)V99.

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE                  PIC X(8).
           05 FILLER                   PIC X(1).
           05 BD-TOLERANCE             PIC 9(3).

       FD  AGEREG-FILE.
       01  AGEREG-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CLRITEM-STATUS           PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-EMPACCT-STATUS           PIC XX VALUE SPACES.
       01  WS-EMPMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-CLRCTL-STATUS            PIC XX VALUE SPACES.
       01  WS-SETTLE-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-EMPMAST-OPEN             PIC X(3) VALUE 'NO '.
       01  WS-EOF                      PIC X(3) VALUE 'NO '.
       01  WS-BUS-DATE                 PIC X(8) VALUE SPACES.
       01  WS-LAST-RUNSTAMP            PIC X(14) VALUE SPACES.
       01  WS-NEW-RUNSTAMP             PIC X(14) VALUE SPACES.

       01  WS-AMT                      PIC 9(7)V99 VALUE 0.
       01  WS-TO-RELIEVE               PIC 9(7)V99 VALUE 0.
       01  WS-TAKE                     PIC 9(7)V99 VALUE 0.
       01  WS-EMPNO                    PIC X(10) VALUE SPACES.
       01  WS-EMP-NAME                 PIC X(25) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-BUS-INT                  PIC 9(7) VALUE 0.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE 0.
       01  WS-BUCKET                   PIC 9(1) VALUE 0.
       01  WS-B-IDX                    PIC 9(1) VALUE 0.

       01  WS-CREDIT-CTR               PIC 9(5) VALUE 0.
       01  WS-RELIEVED-TOT             PIC 9(9)V99 VALUE 0.
       01  WS-SETTLED-CTR              PIC 9(4) VALUE 0.
       01  WS-OPEN-CTR                 PIC 9(5) VALUE 0.
       01  WS-OPEN-TOT                 PIC S9(9)V99 VALUE 0.

       01  WS-XREF-COUNT               PIC 9(4) VALUE 0.
       01  WS-XREF-IDX                 PIC 9(4) VALUE 0.
       01  XREF-TABLE.
           05 XREF-ENTRY OCCURS 500 TIMES.
              10 XR-EMPNO              PIC X(10).
              10 XR-ACCNO              PIC X(10).
              10 XR-BRANCH             PIC X(2).

      * Clearing items, oldest first as the payroll runs wrote them.
      * A negative item is a correction run taking pay back; it is
      * netted against the same employee's oldest positive items.
       01  WS-CI-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CI-IDX                   PIC 9(4) VALUE 0.
       01  WS-CI-NEG                   PIC 9(4) VALUE 0.
       01  CLRITEM-TABLE.
           05 CIT-ENTRY OCCURS 2000 TIMES.
              10 CIT-DATE              PIC X(8).
              10 CIT-SOURCE            PIC X(8).
              10 CIT-EMPNO             PIC X(10).
              10 CIT-AMOUNT            PIC S9(7)V99.
              10 CIT-OPEN              PIC S9(7)V99.

      * Credits and settlements no open item could take.
       01  WS-EX-COUNT                 PIC 9(3) VALUE 0.
       01  WS-EX-IDX                   PIC 9(3) VALUE 0.
       01  WS-EXC-KEY                  PIC X(12) VALUE SPACES.
       01  WS-EXC-REASON               PIC X(30) VALUE SPACES.
       01  EXC-TABLE.
           05 EXC-ENTRY OCCURS 200 TIMES.
              10 EXT-KEY               PIC X(12).
              10 EXT-AMOUNT            PIC 9(7)V99.
              10 EXT-REASON            PIC X(30).

       01  WS-AGE-BUCKETS.
           05 WS-AGE-BUCKET OCCURS 4 TIMES.
              10 WS-AB-CTR             PIC 9(5).
              10 WS-AB-AMT             PIC S9(9)V99.
       01  WS-BUCKET-NAMES.
           05 FILLER                   PIC X(12) VALUE "0-7 DAYS    ".
           05 FILLER                   PIC X(12) VALUE "8-30 DAYS   ".
           05 FILLER                   PIC X(12) VALUE "31-90 DAYS  ".
           05 FILLER                   PIC X(12) VALUE "OVER 90 DAYS".
       01  WS-BUCKET-NAME-TBL REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME           PIC X(12) OCCURS 4 TIMES.

       01  AGE-HEADER-1.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(32)
              VALUE "Net Pay Clearing - Aged Items AS".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AH-DATE-OUT              PIC X(8).
           05 FILLER                   PIC X(19) VALUE SPACES.

       01  AGE-HEADER-2.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "Emp No.".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE "Name".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "Run".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "Date".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE " Days".
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE "Open Amount".
           05 FILLER                   PIC X(7) VALUE SPACES.

       01  AGE-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AL-EMPNO-OUT             PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AL-NAME-OUT              PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AL-SOURCE-OUT            PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AL-DATE-OUT              PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 AL-DAYS-OUT              PIC ZZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AL-AMT-OUT               PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(8) VALUE SPACES.

       01  AGE-BUCKET-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AB-NAME-OUT              PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AB-CTR-OUT               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(8) VALUE " ITEM(S)".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AB-AMT-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(33) VALUE SPACES.

       01  AGE-TOTAL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "TOTAL OPEN".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AT-CTR-OUT               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(8) VALUE " ITEM(S)".
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AT-AMT-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(33) VALUE SPACES.

       01  AGE-EXC-HEADER.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(40)
              VALUE "Not Taken Against Clearing - Investigate".
           05 FILLER                   PIC X(38) VALUE SPACES.

       01  AGE-EXC-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AX-KEY-OUT               PIC X(12).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AX-AMT-OUT               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AX-REASON-OUT            PIC X(30).
           05 FILLER                   PIC X(20) VALUE SPACES.

       01  AGE-SUMMARY-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(26)
              VALUE "CREDITS TAKEN THIS RUN:   ".
           05 AS-CTR-OUT               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 AS-AMT-OUT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
      * Net pay the payroll journal booked to clearing is relieved
      * here as the bank posting run credits the salaries: each
      * payroll credit on the audit log since the last run is traced
      * to its employee and taken against that employee's oldest
      * open items. What is left - returned credits, pay released by
      * check not yet keyed to PRCLRSET.TXT, employees without a
      * bank account - is listed by age on PRCLEAR.TXT. Settlements
      * are emptied from PRCLRSET.TXT once taken so a rerun cannot
      * take them twice.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-CONTROL-RTN
           PERFORM LOAD-XREF-RTN
           PERFORM LOAD-CLRITEM-RTN
           PERFORM NET-REVERSALS-RTN
           PERFORM APPLY-CREDITS-RTN
           PERFORM APPLY-SETTLEMENTS-RTN

           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS = '00'
               MOVE 'YES' TO WS-EMPMAST-OPEN
           END-IF

           PERFORM WRITE-AGED-LIST-RTN
           PERFORM REWRITE-CLRITEM-RTN
           PERFORM WRITE-CONTROL-RTN
           IF WS-SETTLED-CTR > 0
               OPEN OUTPUT SETTLE-FILE
               CLOSE SETTLE-FILE
           END-IF

           IF WS-EMPMAST-OPEN = 'YES'
               CLOSE EMPMAST
           END-IF
           IF WS-EX-COUNT > 0
               DISPLAY 'PAYROLL-CLEARING: ' WS-EX-COUNT
                   ' ITEM(S) NOT TAKEN AGAINST CLEARING - SEE '
                   'PRCLEAR.TXT'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'PAYROLL-CLEARING: ' WS-CREDIT-CTR
               ' CREDIT(S) TAKEN, ' WS-SETTLED-CTR ' SETTLED, '
               WS-OPEN-CTR ' ITEM(S) STILL OPEN ON PRCLROPN.DAT'
           STOP RUN.

       LOAD-CONTROL-RTN.
           MOVE SPACES TO WS-LAST-RUNSTAMP
           OPEN INPUT CLRCTL-FILE
           IF WS-CLRCTL-STATUS = '00'
               READ CLRCTL-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CLRCTL-STATUS = '00'
                   MOVE CC-LAST-RUNSTAMP TO WS-LAST-RUNSTAMP
               END-IF
               CLOSE CLRCTL-FILE
           END-IF
           MOVE WS-LAST-RUNSTAMP TO WS-NEW-RUNSTAMP.

       LOAD-XREF-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT EMPACCT-FILE
           IF WS-EMPACCT-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ EMPACCT-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND WS-XREF-COUNT < 500
                   ADD 1 TO WS-XREF-COUNT
                   MOVE EA-EMPNO TO XR-EMPNO(WS-XREF-COUNT)
                   MOVE EA-ACCNO TO XR-ACCNO(WS-XREF-COUNT)
                   MOVE EA-BRANCH TO XR-BRANCH(WS-XREF-COUNT)
               END-IF
           END-PERFORM
           IF WS-EMPACCT-STATUS NOT = '35'
               CLOSE EMPACCT-FILE
           END-IF.

       LOAD-CLRITEM-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT CLRITEM-FILE
           IF WS-CLRITEM-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ CLRITEM-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND CI-OPEN NUMERIC
                   AND CI-OPEN NOT = 0
                   PERFORM NOTE-CLRITEM-RTN
               END-IF
           END-PERFORM
           IF WS-CLRITEM-STATUS NOT = '35'
               CLOSE CLRITEM-FILE
           END-IF.

       NOTE-CLRITEM-RTN.
           IF WS-CI-COUNT >= 2000
               DISPLAY 'PAYROLL-CLEARING: OPEN-ITEM TABLE FULL '
                   '(2000) - ITEM FOR ' CI-EMPNO ' NOT LOADED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CI-COUNT
           MOVE CI-DATE TO CIT-DATE(WS-CI-COUNT)
           MOVE CI-SOURCE TO CIT-SOURCE(WS-CI-COUNT)
           MOVE CI-EMPNO TO CIT-EMPNO(WS-CI-COUNT)
           MOVE CI-AMOUNT TO CIT-AMOUNT(WS-CI-COUNT)
           MOVE CI-OPEN TO CIT-OPEN(WS-CI-COUNT).

      * A correction run's negative item is pay the employee no
      * longer has coming; it cancels that much of the employee's
      * open positive items, oldest first.
       NET-REVERSALS-RTN.
           PERFORM VARYING WS-CI-NEG FROM 1 BY 1
                   UNTIL WS-CI-NEG > WS-CI-COUNT
               IF CIT-OPEN(WS-CI-NEG) < 0
                   MOVE CIT-EMPNO(WS-CI-NEG) TO WS-EMPNO
                   COMPUTE WS-TO-RELIEVE = 0 - CIT-OPEN(WS-CI-NEG)
                   PERFORM RELIEVE-ITEMS-RTN
                   COMPUTE CIT-OPEN(WS-CI-NEG) = 0 - WS-TO-RELIEVE
               END-IF
           END-PERFORM.

      * Takes WS-TO-RELIEVE off WS-EMPNO's open positive items,
      * oldest first; what no item could take is left in
      * WS-TO-RELIEVE for the caller.
       RELIEVE-ITEMS-RTN.
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-COUNT
                      OR WS-TO-RELIEVE = 0
               IF CIT-EMPNO(WS-CI-IDX) = WS-EMPNO
                   AND CIT-OPEN(WS-CI-IDX) > 0
                   IF CIT-OPEN(WS-CI-IDX) > WS-TO-RELIEVE
                       MOVE WS-TO-RELIEVE TO WS-TAKE
                   ELSE
                       MOVE CIT-OPEN(WS-CI-IDX) TO WS-TAKE
                   END-IF
                   SUBTRACT WS-TAKE FROM CIT-OPEN(WS-CI-IDX)
                   SUBTRACT WS-TAKE FROM WS-TO-RELIEVE
               END-IF
           END-PERFORM.

      * Payroll credits posted since the last run. A credit is
      * traced to its employee on account and branch together, as
      * BANK-RETURN does, since account numbers repeat across
      * branches. A reversed payroll credit puts the money back in
      * clearing as a new item under the same employee.
       APPLY-CREDITS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
               DISPLAY 'PAYROLL-CLEARING: AUDIT.LOG NOT FOUND - '
                   'NO CREDITS TAKEN THIS RUN'
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ AUDIT-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND AUD-PROGRAM = 'ACTIVITY3'
                   AND AUD-OPERATOR = 'PAYROLL'
                   AND AUD-RUNSTAMP > WS-LAST-RUNSTAMP
                   AND (AUD-RECTYPE = 'D' OR AUD-RECTYPE = 'R')
                   PERFORM TAKE-CREDIT-RTN
                   IF AUD-RUNSTAMP > WS-NEW-RUNSTAMP
                       MOVE AUD-RUNSTAMP TO WS-NEW-RUNSTAMP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF.

       TAKE-CREDIT-RTN.
           COMPUTE WS-AMT = FUNCTION NUMVAL(AUD-AMOUNT)
           MOVE SPACES TO WS-EMPNO
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF XR-ACCNO(WS-XREF-IDX) = AUD-ACCNO
                   AND XR-BRANCH(WS-XREF-IDX) = AUD-BRANCH
                   MOVE XR-EMPNO(WS-XREF-IDX) TO WS-EMPNO
               END-IF
           END-PERFORM
           IF WS-EMPNO = SPACES
               MOVE AUD-ACCNO TO WS-EXC-KEY
               MOVE 'ACCOUNT NOT ON EMPACCT.DAT' TO WS-EXC-REASON
               PERFORM NOTE-EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF

           IF AUD-RECTYPE = 'R'
               PERFORM REOPEN-ITEM-RTN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CREDIT-CTR
           ADD WS-AMT TO WS-RELIEVED-TOT
           MOVE WS-AMT TO WS-TO-RELIEVE
           PERFORM RELIEVE-ITEMS-RTN
           IF WS-TO-RELIEVE > 0
               MOVE WS-EMPNO TO WS-EXC-KEY
               MOVE WS-TO-RELIEVE TO WS-AMT
               MOVE 'CREDIT EXCEEDS OPEN NET PAY' TO WS-EXC-REASON
               PERFORM NOTE-EXCEPTION-RTN
           END-IF.

       REOPEN-ITEM-RTN.
           IF WS-CI-COUNT >= 2000
               DISPLAY 'PAYROLL-CLEARING: OPEN-ITEM TABLE FULL '
                   '(2000) - REVERSED CREDIT FOR ' WS-EMPNO
                   ' NOT REOPENED'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CI-COUNT
           MOVE WS-BUS-DATE TO CIT-DATE(WS-CI-COUNT)
           MOVE 'REVERSED' TO CIT-SOURCE(WS-CI-COUNT)
           MOVE WS-EMPNO TO CIT-EMPNO(WS-CI-COUNT)
           MOVE WS-AMT TO CIT-AMOUNT(WS-CI-COUNT)
           MOVE WS-AMT TO CIT-OPEN(WS-CI-COUNT).

       NOTE-EXCEPTION-RTN.
           IF WS-EX-COUNT < 200
               ADD 1 TO WS-EX-COUNT
               MOVE WS-EXC-KEY TO EXT-KEY(WS-EX-COUNT)
               MOVE WS-AMT TO EXT-AMOUNT(WS-EX-COUNT)
               MOVE WS-EXC-REASON TO EXT-REASON(WS-EX-COUNT)
           ELSE
               DISPLAY 'PAYROLL-CLEARING: EXCEPTION TABLE FULL (200)'
                   ' - ' WS-EXC-KEY ' ' WS-EXC-REASON
           END-IF.

       APPLY-SETTLEMENTS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ SETTLE-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   PERFORM SETTLE-ONE-RTN
               END-IF
           END-PERFORM
           IF WS-SETTLE-STATUS NOT = '35'
               CLOSE SETTLE-FILE
           END-IF.

       SETTLE-ONE-RTN.
           IF ST-AMOUNT NOT NUMERIC
               MOVE ST-EMPNO TO WS-EXC-KEY
               MOVE 0 TO WS-AMT
               MOVE 'SETTLEMENT AMOUNT NOT NUMERIC' TO WS-EXC-REASON
               PERFORM NOTE-EXCEPTION-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE ST-EMPNO TO WS-EMPNO
           MOVE ST-AMOUNT TO WS-TO-RELIEVE
           PERFORM RELIEVE-ITEMS-RTN
           ADD 1 TO WS-SETTLED-CTR
           IF WS-TO-RELIEVE > 0
               MOVE ST-EMPNO TO WS-EXC-KEY
               MOVE WS-TO-RELIEVE TO WS-AMT
               MOVE 'SETTLEMENT EXCEEDS OPEN ITEMS' TO WS-EXC-REASON
               PERFORM NOTE-EXCEPTION-RTN
           END-IF.

       WRITE-AGED-LIST-RTN.
           MOVE WS-BUS-DATE TO WS-DATE-NUM
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE ZEROS TO WS-AGE-BUCKETS

           OPEN OUTPUT AGEREG-FILE
           MOVE WS-BUS-DATE TO AH-DATE-OUT
           WRITE AGEREG-REC FROM AGE-HEADER-1 AFTER ADVANCING PAGE
           WRITE AGEREG-REC FROM AGE-HEADER-2
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-COUNT
               IF CIT-OPEN(WS-CI-IDX) NOT = 0
                   PERFORM WRITE-AGE-LINE-RTN
               END-IF
           END-PERFORM

           PERFORM VARYING WS-B-IDX FROM 1 BY 1 UNTIL WS-B-IDX > 4
               MOVE WS-BUCKET-NAME(WS-B-IDX) TO AB-NAME-OUT
               MOVE WS-AB-CTR(WS-B-IDX) TO AB-CTR-OUT
               MOVE WS-AB-AMT(WS-B-IDX) TO AB-AMT-OUT
               IF WS-B-IDX = 1
                   WRITE AGEREG-REC FROM AGE-BUCKET-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE AGEREG-REC FROM AGE-BUCKET-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE WS-OPEN-CTR TO AT-CTR-OUT
           MOVE WS-OPEN-TOT TO AT-AMT-OUT
           WRITE AGEREG-REC FROM AGE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-CREDIT-CTR TO AS-CTR-OUT
           MOVE WS-RELIEVED-TOT TO AS-AMT-OUT
           WRITE AGEREG-REC FROM AGE-SUMMARY-LINE
               AFTER ADVANCING 2 LINES

           IF WS-EX-COUNT > 0
               WRITE AGEREG-REC FROM AGE-EXC-HEADER
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                       UNTIL WS-EX-IDX > WS-EX-COUNT
                   MOVE EXT-KEY(WS-EX-IDX) TO AX-KEY-OUT
                   MOVE EXT-AMOUNT(WS-EX-IDX) TO AX-AMT-OUT
                   MOVE EXT-REASON(WS-EX-IDX) TO AX-REASON-OUT
                   WRITE AGEREG-REC FROM AGE-EXC-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF
           CLOSE AGEREG-FILE.

       WRITE-AGE-LINE-RTN.
           MOVE 0 TO WS-AGE-DAYS
           IF CIT-DATE(WS-CI-IDX) NUMERIC
               MOVE CIT-DATE(WS-CI-IDX) TO WS-DATE-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) < WS-BUS-INT
                   COMPUTE WS-AGE-DAYS = WS-BUS-INT -
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                   MOVE 4 TO WS-BUCKET
               WHEN WS-AGE-DAYS > 30
                   MOVE 3 TO WS-BUCKET
               WHEN WS-AGE-DAYS > 7
                   MOVE 2 TO WS-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-AB-CTR(WS-BUCKET)
           ADD CIT-OPEN(WS-CI-IDX) TO WS-AB-AMT(WS-BUCKET)
           ADD 1 TO WS-OPEN-CTR
           ADD CIT-OPEN(WS-CI-IDX) TO WS-OPEN-TOT

           PERFORM EMP-NAME-FIND-RTN
           MOVE CIT-EMPNO(WS-CI-IDX) TO AL-EMPNO-OUT
           MOVE WS-EMP-NAME TO AL-NAME-OUT
           MOVE CIT-SOURCE(WS-CI-IDX) TO AL-SOURCE-OUT
           MOVE CIT-DATE(WS-CI-IDX) TO AL-DATE-OUT
           MOVE WS-AGE-DAYS TO AL-DAYS-OUT
           MOVE CIT-OPEN(WS-CI-IDX) TO AL-AMT-OUT
           WRITE AGEREG-REC FROM AGE-LINE AFTER ADVANCING 1 LINE.

       EMP-NAME-FIND-RTN.
           MOVE SPACES TO WS-EMP-NAME
           IF WS-EMPMAST-OPEN = 'YES'
               MOVE CIT-EMPNO(WS-CI-IDX) TO EM-EMPNO
               READ EMPMAST
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-EMP-NAME
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-EMP-NAME
               END-READ
           END-IF.

      * Only items with money still open are carried forward.
       REWRITE-CLRITEM-RTN.
           OPEN OUTPUT CLRITEM-FILE
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-COUNT
               IF CIT-OPEN(WS-CI-IDX) NOT = 0
                   MOVE SPACES TO CLRITEM-REC
                   MOVE CIT-DATE(WS-CI-IDX) TO CI-DATE
                   MOVE CIT-SOURCE(WS-CI-IDX) TO CI-SOURCE
                   MOVE CIT-EMPNO(WS-CI-IDX) TO CI-EMPNO
                   MOVE CIT-AMOUNT(WS-CI-IDX) TO CI-AMOUNT
                   MOVE CIT-OPEN(WS-CI-IDX) TO CI-OPEN
                   WRITE CLRITEM-REC
               END-IF
           END-PERFORM
           CLOSE CLRITEM-FILE.

       WRITE-CONTROL-RTN.
           OPEN OUTPUT CLRCTL-FILE
           MOVE WS-NEW-RUNSTAMP TO CC-LAST-RUNSTAMP
           WRITE CLRCTL-REC
           CLOSE CLRCTL-FILE.

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
           END-IF.
