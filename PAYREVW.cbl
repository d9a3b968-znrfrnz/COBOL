       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-REVIEW.
       AUTHOR. COBOL-PROGRAMMER.

      * Pre-release review of a payroll run. EDWARD and PROBLEM1 hold
      * their bank credits in BANKCR-xxx.HLD and list every employee
      * paid on PAYREG-xxx.DAT. Each employee is compared with the
      * last approved period on PAYHIST.DAT; large swings in gross,
      * deductions or net, first-time employees, duplicates, zero
      * nets and deductions above gross are flagged, and employees
      * paid last time but missing from this run are listed. A
      * supervisor signs on through OPERSEC.DAT, rejects or accepts
      * each flagged employee and approves or holds the run. Only an
      * approved run is released to BANKCR-xxx.TXT for TRAN-MERGE,
      * with the rejected employees' credits pulled out to
      * BANKCR-xxx.REJ and the totals proved held = released +
      * rejected.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYREG-FILE ASSIGN TO DYNAMIC WS-PAYREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.
           SELECT HELD-FILE ASSIGN TO DYNAMIC WS-HELD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT REL-FILE ASSIGN TO DYNAMIC WS-REL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJ-FILE ASSIGN TO DYNAMIC WS-REJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PAYHISTNEW-FILE ASSIGN TO "PAYHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHISTNEW-STATUS.
           SELECT OPERSEC-FILE ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT APPRLOG-FILE ASSIGN TO "PAYAPPR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRLOG-STATUS.
           SELECT RPTFILE ASSIGN TO "PAYVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYREG-FILE.
       01  PAYREG-REC.
           05 PR-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 PR-NAME                  PIC X(25).
           05 FILLER                   PIC X(1).
           05 PR-PERIOD                PIC X(6).
           05 FILLER                   PIC X(1).
           05 PR-RUNTYPE               PIC X(1).
           05 FILLER                   PIC X(1).
           05 PR-GROSS                 PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 PR-DEDUCTION             PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 PR-NET                   PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 PR-FREQ                  PIC X(1).

      * Held credits: the bank layout with the employee number after
      * it.
       FD  HELD-FILE.
       01  HELD-REC.
           05 HC-BANK-PART.
              10 HC-ACCNO              PIC X(10).
              10 HC-ACCNAME            PIC X(25).
              10 HC-TRANSCODE          PIC X(1).
              10 HC-AMOUNT             PIC 9(7)V99.
              10 HC-BRANCH             PIC X(2).
           05 HC-EMPNO                 PIC X(10).

       FD  REL-FILE.
       01  REL-REC.
           05 RL-ACCNO                 PIC X(10).
           05 RL-ACCNAME               PIC X(25).
           05 RL-TRANSCODE             PIC X(1).
           05 RL-AMOUNT                PIC 9(7)V99.
           05 RL-BRANCH                PIC X(2).

       FD  REJ-FILE.
       01  REJ-REC                     PIC X(57).

      * Last approved pay per employee, by payroll (E = EDWARD,
      * P = PROBLEM1).
       FD  PAYHIST-FILE.
       01  PAYHIST-REC.
           05 PH-SOURCE                PIC X(1).
           05 FILLER                   PIC X(1).
           05 PH-EMPNO                 PIC X(10).
           05 FILLER                   PIC X(1).
           05 PH-PERIOD                PIC X(6).
           05 FILLER                   PIC X(1).
           05 PH-GROSS                 PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 PH-DEDUCTION             PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 PH-NET                   PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 PH-FREQ                  PIC X(1).

      * The history as it stands after an approved run, copied back
      * over PAYHIST.DAT once complete.
       FD  PAYHISTNEW-FILE.
       01  PAYHISTNEW-REC              PIC X(51).

       FD  OPERSEC-FILE.
       01  OPERSEC-REC.
           05 OS-OPERID                PIC X(8).
           05 FILLER                   PIC X(1).
           05 OS-PASSWORD              PIC X(8).
           05 FILLER                   PIC X(1).
           05 OS-LEVEL                 PIC 9(1).
           05 FILLER                   PIC X(1).
           05 OS-STATUS                PIC X(1).
              88 OS-ACTIVE             VALUE 'A', ' '.
              88 OS-DISABLED           VALUE 'D'.
              88 OS-LOCKED             VALUE 'L'.
           05 FILLER                   PIC X(1).
           05 OS-PWD-DATE              PIC X(8).
           05 FILLER                   PIC X(1).
           05 OS-FORCE-CHG             PIC X(1).
           05 FILLER                   PIC X(1).
           05 OS-BAD-TRIES             PIC 9(1).

       FD  APPRLOG-FILE.
       01  APPRLOG-REC                 PIC X(80).

       FD  RPTFILE.
       01  RPTREC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYREG-STATUS            PIC XX VALUE SPACES.
       01  WS-HELD-STATUS              PIC XX VALUE SPACES.
       01  WS-PAYHIST-STATUS           PIC XX VALUE SPACES.
       01  WS-PAYHISTNEW-STATUS        PIC XX VALUE SPACES.
       01  WS-OPERSEC-STATUS           PIC XX VALUE SPACES.
       01  WS-APPRLOG-STATUS           PIC XX VALUE SPACES.
       01  WS-PAYREG-EOF               PIC X(3) VALUE 'NO '.
       01  WS-HELD-EOF                 PIC X(3) VALUE 'NO '.
       01  WS-PAYHIST-EOF              PIC X(3) VALUE 'NO '.
       01  WS-OPERSEC-EOF              PIC X(3) VALUE 'NO '.

       01  WS-PAYREG-NAME              PIC X(30) VALUE SPACES.
       01  WS-HELD-NAME                PIC X(30) VALUE SPACES.
       01  WS-REL-NAME                 PIC X(30) VALUE SPACES.
       01  WS-REJ-NAME                 PIC X(30) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-SOURCE                PIC X VALUE SPACES.
              88 SOURCE-EDWARD         VALUE 'E', 'e'.
              88 SOURCE-PROB1          VALUE 'P', 'p'.
           05 WS-ANSWER                PIC X VALUE SPACES.
              88 ANSWER-ACCEPT         VALUE 'A', 'a'.
              88 ANSWER-REJECT         VALUE 'R', 'r'.
              88 ANSWER-YES            VALUE 'Y', 'y'.
              88 ANSWER-NO             VALUE 'N', 'n'.
           05 WS-RUN-APPROVED          PIC X VALUE 'N'.
           05 WS-HELD-ON               PIC X(3) VALUE 'NO '.
           05 WS-HELD-TRL-ON           PIC X(3) VALUE 'NO '.
           05 WS-OPERSEC-DIRTY         PIC X VALUE 'N'.

       01  WS-SRC-CODE                 PIC X(1) VALUE SPACES.
       01  WS-SRC-PROGRAM              PIC X(8) VALUE SPACES.
       01  WS-REG-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-REG-RUNTYPE              PIC X(1) VALUE SPACES.
          88 REG-RUN-SUPPLEMENTAL      VALUE 'S'.
       01  WS-REG-FREQ                 PIC X(1) VALUE SPACES.
       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.

      * A swing of more than this percentage on gross, deductions or
      * net against the last approved period is flagged.
       01  WS-VAR-PCT                  PIC 9(3) VALUE 30.

       01  WS-SIGNON.
           05 WS-SIGNON-ID             PIC X(8) VALUE SPACES.
           05 WS-SIGNON-PW             PIC X(8) VALUE SPACES.
           05 WS-SIGNON-OK             PIC X VALUE 'N'.
           05 WS-SIGNON-REFUSED        PIC X VALUE 'N'.
           05 WS-SIGNON-LEVEL          PIC 9(1) VALUE 0.
           05 WS-SIGNON-TRIES          PIC 9(1) VALUE 0.
           05 WS-SIGNON-IDX            PIC 9(2) VALUE 0.
           05 WS-PWD-AGE               PIC 9(5) VALUE 0.
           05 WS-DATE-NUM              PIC 9(8) VALUE 0.

       01  WS-OPER-COUNT               PIC 9(2) VALUE 0.
       01  WS-OPER-IDX                 PIC 9(2) VALUE 0.

       01  OPERSEC-TABLE.
           05 OPERSEC-ENTRY OCCURS 50 TIMES.
              10 OT-OPERID             PIC X(8).
              10 OT-PASSWORD           PIC X(8).
              10 OT-LEVEL              PIC 9(1).
              10 OT-STATUS             PIC X(1).
              10 OT-PWD-DATE           PIC X(8).
              10 OT-FORCE-CHG          PIC X(1).
              10 OT-BAD-TRIES          PIC 9(1).

       01  WS-REG-COUNT                PIC 9(4) VALUE 0.
       01  WS-REG-IDX                  PIC 9(4) VALUE 0.
       01  WS-REG-IDX2                 PIC 9(4) VALUE 0.
       01  WS-REG-OVERFLOW             PIC 9(4) VALUE 0.

       01  PAYREG-TABLE.
           05 REG-ENTRY OCCURS 500 TIMES.
              10 RG-EMPNO              PIC X(10).
              10 RG-NAME               PIC X(25).
              10 RG-GROSS              PIC 9(7)V99.
              10 RG-DEDUCTION          PIC 9(7)V99.
              10 RG-NET                PIC 9(7)V99.
              10 RG-PRIOR-ON           PIC X(1).
              10 RG-PRIOR-PERIOD       PIC X(6).
              10 RG-PRIOR-GROSS        PIC 9(7)V99.
              10 RG-PRIOR-DED          PIC 9(7)V99.
              10 RG-PRIOR-NET          PIC 9(7)V99.
              10 RG-POSTED             PIC X(1).
              10 RG-DUP                PIC X(1).
              10 RG-FLAGGED            PIC X(1).
              10 RG-FLAG-TEXT          PIC X(35).
              10 RG-DECISION           PIC X(1).

      * PAYHIST.DAT is read straight through rather than held, so
      * the history can grow with the payrolls; only this run's
      * register is kept in storage.
       01  WS-PH-FREQ                  PIC X(1) VALUE SPACES.
       01  WS-PH-FOUND                 PIC X(1) VALUE 'N'.
       01  WS-PH-LAST                  PIC 9(4) VALUE 0.
       01  WS-PH-SAVE                  PIC 9(4) VALUE 0.

      * Work fields for the swing test and the flag text.
       01  WS-VAR-CUR                  PIC 9(7)V99 VALUE 0.
       01  WS-VAR-PRIOR                PIC 9(7)V99 VALUE 0.
       01  WS-VAR-DIFF                 PIC 9(7)V99 VALUE 0.
       01  WS-VAR-HIT                  PIC X VALUE 'N'.
       01  WS-FLAG-PTR                 PIC 9(2) VALUE 1.
       01  WS-FLAG-CODE                PIC X(4) VALUE SPACES.

       01  WS-FLAGGED-CTR              PIC 9(4) VALUE 0.
       01  WS-FLAG-SEQ                 PIC 9(4) VALUE 0.
       01  WS-MISSING-CTR              PIC 9(4) VALUE 0.
       01  WS-REJECT-EMP-CTR           PIC 9(4) VALUE 0.
       01  WS-REJECTED                 PIC X VALUE 'N'.

      * Credit controls: the held file is proved against its own
      * trailer before anything is released, and afterwards held
      * must equal released plus rejected.
       01  WS-HELD-CTR                 PIC 9(5) VALUE 0.
       01  WS-HELD-TOT                 PIC 9(9)V99 VALUE 0.
       01  WS-HELD-TRL-CTR             PIC 9(10) VALUE 0.
       01  WS-HELD-TRL-TOT             PIC 9(9)V99 VALUE 0.
       01  WS-REL-CTR                  PIC 9(5) VALUE 0.
       01  WS-REL-TOT                  PIC 9(9)V99 VALUE 0.
       01  WS-REJ-CTR                  PIC 9(5) VALUE 0.
       01  WS-REJ-TOT                  PIC 9(9)V99 VALUE 0.
       01  WS-PROOF-CTR                PIC 9(5) VALUE 0.
       01  WS-PROOF-TOT                PIC 9(9)V99 VALUE 0.
       01  WS-REL-CTR-X                PIC 9(10) VALUE 0.

       01  APPR-LOG-LINE.
           05 APL-PROGRAM              PIC X(10) VALUE 'PAYREVW'.
           05 APL-RUNSTAMP             PIC X(14).
           05 APL-SOURCE               PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 APL-PERIOD               PIC X(6).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 APL-RUNTYPE              PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 APL-ACTION               PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 APL-OPERID               PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 APL-EMPNO                PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 APL-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X(5) VALUE SPACES.

       01  RPT-HEADER-1.
           05 FILLER                   PIC X(27) VALUE SPACES.
           05 FILLER                   PIC X(26)
              VALUE "Payroll Variance Review".
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  RPT-HEADER-2.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE "PAYROLL: ".
           05 H2-SOURCE-OUT            PIC X(8).
           05 FILLER                   PIC X(10) VALUE "  PERIOD: ".
           05 H2-PERIOD-OUT            PIC X(6).
           05 FILLER                   PIC X(12)
              VALUE "  RUN TYPE: ".
           05 H2-RUNTYPE-OUT           PIC X(1).
           05 FILLER                   PIC X(13)
              VALUE "  THRESHOLD: ".
           05 H2-PCT-OUT               PIC ZZ9.
           05 FILLER                   PIC X(1) VALUE "%".
           05 FILLER                   PIC X(15) VALUE SPACES.

       01  RPT-COL-1.
           05 FILLER                   PIC X(10) VALUE "EMPLOYEE".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(26) VALUE "NAME".
           05 FILLER                   PIC X(13)
              VALUE "        GROSS".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(13)
              VALUE "   DEDUCTIONS".
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(13)
              VALUE "          NET".
           05 FILLER                   PIC X(2) VALUE SPACES.

       01  RPT-DET-THIS.
           05 VR-EMPNO-OUT             PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 VR-NAME-OUT              PIC X(20).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE "THIS ".
           05 VR-GROSS-OUT             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 VR-DED-OUT               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 VR-NET-OUT               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.

       01  RPT-DET-PRIOR.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 VP-LABEL-OUT             PIC X(26).
           05 VP-GROSS-OUT             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 VP-DED-OUT               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 VP-NET-OUT               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.

       01  RPT-DET-FLAGS.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE "FLAGS: ".
           05 VF-FLAGS-OUT             PIC X(35).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 VF-DECISION-OUT          PIC X(25).

       01  RPT-MISSING-LINE.
           05 VM-EMPNO-OUT             PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(26)
              VALUE "NOT IN THIS RUN - LAST PD ".
           05 VM-PERIOD-OUT            PIC X(6).
           05 FILLER                   PIC X(21) VALUE SPACES.
           05 VM-NET-OUT               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.

       01  RPT-TEXT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 TX-TEXT-OUT              PIC X(78).

       01  RPT-CTL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CT-LABEL-OUT             PIC X(30).
           05 CT-COUNT-OUT             PIC ZZ,ZZ9.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 CT-AMOUNT-OUT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(24) VALUE SPACES.

       01  WS-SCR-COUNT-OUT            PIC Z,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE

           PERFORM SELECT-RUN-RTN
           PERFORM LOAD-PAYREG-RTN
           PERFORM LOAD-PAYHIST-RTN
           PERFORM LOAD-OPERSEC-RTN

           OPEN OUTPUT RPTFILE
           PERFORM CHECK-VARIANCE-RTN
           PERFORM PRINT-VARIANCE-RTN

           PERFORM SUPERVISOR-SIGNON-RTN
           IF WS-SIGNON-OK = 'Y'
               PERFORM REVIEW-FLAGGED-RTN
               PERFORM APPROVE-RUN-RTN
           END-IF

           IF WS-RUN-APPROVED = 'Y'
               PERFORM RELEASE-CREDITS-RTN
           END-IF
           IF WS-RUN-APPROVED = 'Y'
               PERFORM UPDATE-PAYHIST-RTN
           ELSE
               MOVE "RUN HELD - NO CREDITS RELEASED TO BANK POSTING"
                   TO TX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 2 LINES
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM APPRLOG-RUN-RTN
           CLOSE RPTFILE

           IF WS-OPERSEC-DIRTY = 'Y'
               PERFORM WRITE-OPERSEC-RTN
           END-IF

           DISPLAY " " AT LINE 1 COLUMN 1 WITH BLANK SCREEN
           IF WS-RUN-APPROVED = 'Y'
               IF WS-HELD-ON = 'YES'
                   DISPLAY "RUN APPROVED - CREDITS RELEASED TO "
                       AT LINE 2 COLUMN 5
                   DISPLAY WS-REL-NAME AT LINE 2 COLUMN 40
               ELSE
                   DISPLAY "RUN APPROVED - NO HELD CREDIT FILE"
                       AT LINE 2 COLUMN 5
               END-IF
               MOVE WS-REJECT-EMP-CTR TO WS-SCR-COUNT-OUT
               DISPLAY "EMPLOYEES REJECTED:" AT LINE 3 COLUMN 5
               DISPLAY WS-SCR-COUNT-OUT AT LINE 3 COLUMN 25
           ELSE
               DISPLAY "RUN HELD - NOTHING RELEASED"
                   AT LINE 2 COLUMN 5
           END-IF
           DISPLAY "VARIANCE REPORT WRITTEN TO PAYVAR.TXT"
               AT LINE 5 COLUMN 5
           STOP RUN.

       SELECT-RUN-RTN.
           DISPLAY " " AT LINE 1 COLUMN 1 WITH BLANK SCREEN
           DISPLAY "PAYROLL VARIANCE REVIEW AND RELEASE"
               AT LINE 1 COLUMN 5
           DISPLAY "PAYROLL RUN - E=EDWARD P=PROBLEM1:"
               AT LINE 3 COLUMN 5
           ACCEPT WS-SOURCE AT LINE 3 COLUMN 40
           EVALUATE TRUE
               WHEN SOURCE-EDWARD
                   MOVE 'E' TO WS-SRC-CODE
                   MOVE 'EDWARD' TO WS-SRC-PROGRAM
                   MOVE 'PAYREG-EDWARD.DAT' TO WS-PAYREG-NAME
                   MOVE 'BANKCR-EDWARD.HLD' TO WS-HELD-NAME
                   MOVE 'BANKCR-EDWARD.TXT' TO WS-REL-NAME
                   MOVE 'BANKCR-EDWARD.REJ' TO WS-REJ-NAME
               WHEN SOURCE-PROB1
                   MOVE 'P' TO WS-SRC-CODE
                   MOVE 'PROBLEM1' TO WS-SRC-PROGRAM
                   MOVE 'PAYREG-PROB1.DAT' TO WS-PAYREG-NAME
                   MOVE 'BANKCR-PROB1.HLD' TO WS-HELD-NAME
                   MOVE 'BANKCR-PROB1.TXT' TO WS-REL-NAME
                   MOVE 'BANKCR-PROB1.REJ' TO WS-REJ-NAME
               WHEN OTHER
                   DISPLAY 'PAY-REVIEW: PAYROLL RUN MUST BE E OR P'
                       AT LINE 5 COLUMN 5
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * The register carries the run's period and type on every line;
      * the first line sets them for the review. A second line for
      * the same employee is a duplicate payment.
       LOAD-PAYREG-RTN.
           OPEN INPUT PAYREG-FILE
           IF WS-PAYREG-STATUS NOT = '00'
               DISPLAY 'PAY-REVIEW: ' WS-PAYREG-NAME
                   ' NOT FOUND - RUN THE PAYROLL FIRST'
                   AT LINE 5 COLUMN 5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PAYREG-EOF = 'YES'
               READ PAYREG-FILE
                   AT END MOVE 'YES' TO WS-PAYREG-EOF
               END-READ
               IF WS-PAYREG-EOF NOT = 'YES'
                   IF WS-REG-COUNT < 500
                       PERFORM STORE-PAYREG-RTN
                   ELSE
                       ADD 1 TO WS-REG-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYREG-FILE
           IF WS-REG-COUNT = 0
               DISPLAY 'PAY-REVIEW: ' WS-PAYREG-NAME
                   ' IS EMPTY - NOTHING TO REVIEW'
                   AT LINE 5 COLUMN 5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REG-OVERFLOW > 0
               DISPLAY 'PAY-REVIEW: PAY REGISTER EXCEEDS 500 '
                   'EMPLOYEES - RUN CANNOT BE REVIEWED'
                   AT LINE 5 COLUMN 5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-PAYREG-RTN.
           ADD 1 TO WS-REG-COUNT
           IF WS-REG-COUNT = 1
               MOVE PR-PERIOD TO WS-REG-PERIOD
               MOVE PR-RUNTYPE TO WS-REG-RUNTYPE
               IF PR-FREQ = SPACE
                   MOVE 'M' TO WS-REG-FREQ
               ELSE
                   MOVE PR-FREQ TO WS-REG-FREQ
               END-IF
           END-IF
           MOVE PR-EMPNO TO RG-EMPNO(WS-REG-COUNT)
           MOVE PR-NAME TO RG-NAME(WS-REG-COUNT)
           MOVE PR-GROSS TO RG-GROSS(WS-REG-COUNT)
           MOVE PR-DEDUCTION TO RG-DEDUCTION(WS-REG-COUNT)
           MOVE PR-NET TO RG-NET(WS-REG-COUNT)
           MOVE 'N' TO RG-PRIOR-ON(WS-REG-COUNT)
           MOVE SPACES TO RG-PRIOR-PERIOD(WS-REG-COUNT)
           MOVE 0 TO RG-PRIOR-GROSS(WS-REG-COUNT)
           MOVE 0 TO RG-PRIOR-DED(WS-REG-COUNT)
           MOVE 0 TO RG-PRIOR-NET(WS-REG-COUNT)
           MOVE 'N' TO RG-POSTED(WS-REG-COUNT)
           MOVE 'N' TO RG-DUP(WS-REG-COUNT)
           MOVE 'N' TO RG-FLAGGED(WS-REG-COUNT)
           MOVE SPACES TO RG-FLAG-TEXT(WS-REG-COUNT)
           MOVE 'A' TO RG-DECISION(WS-REG-COUNT)
           PERFORM VARYING WS-REG-IDX2 FROM 1 BY 1
                   UNTIL WS-REG-IDX2 >= WS-REG-COUNT
               IF RG-EMPNO(WS-REG-IDX2) = PR-EMPNO
                   MOVE 'Y' TO RG-DUP(WS-REG-COUNT)
               END-IF
           END-PERFORM.

      * Each employee's last approved figures are copied onto the
      * register entry. An employee of this payroll and frequency
      * with no entry in the register is missing from the run; a
      * supplemental run pays only a few people, so nobody is
      * missing from it, and employees paid on another frequency are
      * not due in this run either.
       LOAD-PAYHIST-RTN.
           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STATUS NOT = '00'
               MOVE 'YES' TO WS-PAYHIST-EOF
           END-IF
           PERFORM UNTIL WS-PAYHIST-EOF = 'YES'
               READ PAYHIST-FILE
                   AT END MOVE 'YES' TO WS-PAYHIST-EOF
               END-READ
               IF WS-PAYHIST-EOF NOT = 'YES'
                   AND PH-SOURCE = WS-SRC-CODE
                   PERFORM NOTE-PRIOR-RTN
                   IF WS-PH-FOUND = 'N'
                       AND WS-PH-FREQ = WS-REG-FREQ
                       AND NOT REG-RUN-SUPPLEMENTAL
                       ADD 1 TO WS-MISSING-CTR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAYHIST-STATUS NOT = '35'
               CLOSE PAYHIST-FILE
           END-IF.

       NOTE-PRIOR-RTN.
           IF PH-FREQ = SPACE
               MOVE 'M' TO WS-PH-FREQ
           ELSE
               MOVE PH-FREQ TO WS-PH-FREQ
           END-IF
           MOVE 'N' TO WS-PH-FOUND
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF RG-EMPNO(WS-REG-IDX) = PH-EMPNO
                   MOVE 'Y' TO WS-PH-FOUND
                   MOVE 'Y' TO RG-PRIOR-ON(WS-REG-IDX)
                   MOVE PH-PERIOD TO RG-PRIOR-PERIOD(WS-REG-IDX)
                   MOVE PH-GROSS TO RG-PRIOR-GROSS(WS-REG-IDX)
                   MOVE PH-DEDUCTION TO RG-PRIOR-DED(WS-REG-IDX)
                   MOVE PH-NET TO RG-PRIOR-NET(WS-REG-IDX)
               END-IF
           END-PERFORM.

       LOAD-OPERSEC-RTN.
           OPEN INPUT OPERSEC-FILE
           IF WS-OPERSEC-STATUS NOT = '00'
               MOVE 'YES' TO WS-OPERSEC-EOF
           END-IF
           PERFORM UNTIL WS-OPERSEC-EOF = 'YES'
               READ OPERSEC-FILE
                   AT END MOVE 'YES' TO WS-OPERSEC-EOF
               END-READ
               IF WS-OPERSEC-EOF NOT = 'YES'
                   AND WS-OPER-COUNT < 50
                   ADD 1 TO WS-OPER-COUNT
                   MOVE OS-OPERID TO OT-OPERID(WS-OPER-COUNT)
                   MOVE OS-PASSWORD TO OT-PASSWORD(WS-OPER-COUNT)
                   MOVE OS-LEVEL TO OT-LEVEL(WS-OPER-COUNT)
                   IF OS-STATUS = SPACE
                       MOVE 'A' TO OT-STATUS(WS-OPER-COUNT)
                   ELSE
                       MOVE OS-STATUS TO OT-STATUS(WS-OPER-COUNT)
                   END-IF
                   MOVE OS-PWD-DATE TO OT-PWD-DATE(WS-OPER-COUNT)
                   MOVE OS-FORCE-CHG TO OT-FORCE-CHG(WS-OPER-COUNT)
                   IF OS-BAD-TRIES NUMERIC
                       MOVE OS-BAD-TRIES
                           TO OT-BAD-TRIES(WS-OPER-COUNT)
                   ELSE
                       MOVE 0 TO OT-BAD-TRIES(WS-OPER-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPERSEC-STATUS NOT = '35'
               CLOSE OPERSEC-FILE
           END-IF.

      * Flag codes on the report: GRS, DED and NET for a swing above
      * the threshold, NEW for no approved prior period, DUP for a
      * second payment to the same employee, ZERO for a zero net and
      * NEG where deductions exceed gross.
       CHECK-VARIANCE-RTN.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE 1 TO WS-FLAG-PTR
               IF RG-PRIOR-ON(WS-REG-IDX) NOT = 'Y'
                   MOVE 'NEW' TO WS-FLAG-CODE
                   PERFORM ADD-FLAG-RTN
               ELSE
                   MOVE RG-GROSS(WS-REG-IDX) TO WS-VAR-CUR
                   MOVE RG-PRIOR-GROSS(WS-REG-IDX) TO WS-VAR-PRIOR
                   PERFORM SWING-TEST-RTN
                   IF WS-VAR-HIT = 'Y'
                       MOVE 'GRS' TO WS-FLAG-CODE
                       PERFORM ADD-FLAG-RTN
                   END-IF
                   MOVE RG-DEDUCTION(WS-REG-IDX) TO WS-VAR-CUR
                   MOVE RG-PRIOR-DED(WS-REG-IDX) TO WS-VAR-PRIOR
                   PERFORM SWING-TEST-RTN
                   IF WS-VAR-HIT = 'Y'
                       MOVE 'DED' TO WS-FLAG-CODE
                       PERFORM ADD-FLAG-RTN
                   END-IF
                   MOVE RG-NET(WS-REG-IDX) TO WS-VAR-CUR
                   MOVE RG-PRIOR-NET(WS-REG-IDX) TO WS-VAR-PRIOR
                   PERFORM SWING-TEST-RTN
                   IF WS-VAR-HIT = 'Y'
                       MOVE 'NET' TO WS-FLAG-CODE
                       PERFORM ADD-FLAG-RTN
                   END-IF
               END-IF
               IF RG-DUP(WS-REG-IDX) = 'Y'
                   MOVE 'DUP' TO WS-FLAG-CODE
                   PERFORM ADD-FLAG-RTN
               END-IF
               IF RG-NET(WS-REG-IDX) = 0
                   MOVE 'ZERO' TO WS-FLAG-CODE
                   PERFORM ADD-FLAG-RTN
               END-IF
               IF RG-DEDUCTION(WS-REG-IDX) > RG-GROSS(WS-REG-IDX)
                   MOVE 'NEG' TO WS-FLAG-CODE
                   PERFORM ADD-FLAG-RTN
               END-IF
               IF RG-FLAGGED(WS-REG-IDX) = 'Y'
                   ADD 1 TO WS-FLAGGED-CTR
               END-IF
           END-PERFORM.

      * A move from nothing to something is always a swing; otherwise
      * the change must exceed the threshold share of the prior
      * amount.
       SWING-TEST-RTN.
           MOVE 'N' TO WS-VAR-HIT
           IF WS-VAR-CUR > WS-VAR-PRIOR
               COMPUTE WS-VAR-DIFF = WS-VAR-CUR - WS-VAR-PRIOR
           ELSE
               COMPUTE WS-VAR-DIFF = WS-VAR-PRIOR - WS-VAR-CUR
           END-IF
           IF WS-VAR-PRIOR = 0
               IF WS-VAR-CUR > 0
                   MOVE 'Y' TO WS-VAR-HIT
               END-IF
           ELSE
               IF WS-VAR-DIFF * 100 > WS-VAR-PRIOR * WS-VAR-PCT
                   MOVE 'Y' TO WS-VAR-HIT
               END-IF
           END-IF.

       ADD-FLAG-RTN.
           MOVE 'Y' TO RG-FLAGGED(WS-REG-IDX)
           IF WS-FLAG-PTR < 31
               STRING WS-FLAG-CODE DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                   INTO RG-FLAG-TEXT(WS-REG-IDX)
                   WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF.

       PRINT-VARIANCE-RTN.
           MOVE WS-SRC-PROGRAM TO H2-SOURCE-OUT
           MOVE WS-REG-PERIOD TO H2-PERIOD-OUT
           MOVE WS-REG-RUNTYPE TO H2-RUNTYPE-OUT
           MOVE WS-VAR-PCT TO H2-PCT-OUT
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           WRITE RPTREC FROM RPT-HEADER-2 AFTER ADVANCING 2 LINES
           WRITE RPTREC FROM RPT-COL-1 AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF RG-FLAGGED(WS-REG-IDX) = 'Y'
                   PERFORM BUILD-DETAIL-RTN
                   MOVE SPACES TO VF-DECISION-OUT
                   WRITE RPTREC FROM RPT-DET-THIS
                       AFTER ADVANCING 2 LINES
                   WRITE RPTREC FROM RPT-DET-PRIOR
                       AFTER ADVANCING 1 LINE
                   WRITE RPTREC FROM RPT-DET-FLAGS
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM

           IF WS-MISSING-CTR > 0
               MOVE "PAID LAST APPROVED PERIOD, NOT IN THIS RUN:"
                   TO TX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 3 LINES
               PERFORM LIST-MISSING-RTN
           END-IF

           MOVE SPACES TO RPT-CTL-LINE
           MOVE "EMPLOYEES IN THIS RUN" TO CT-LABEL-OUT
           MOVE WS-REG-COUNT TO CT-COUNT-OUT
           MOVE 0 TO CT-AMOUNT-OUT
           WRITE RPTREC FROM RPT-CTL-LINE AFTER ADVANCING 3 LINES
           MOVE "EMPLOYEES FLAGGED" TO CT-LABEL-OUT
           MOVE WS-FLAGGED-CTR TO CT-COUNT-OUT
           WRITE RPTREC FROM RPT-CTL-LINE AFTER ADVANCING 1 LINE
           MOVE "EMPLOYEES MISSING FROM RUN" TO CT-LABEL-OUT
           MOVE WS-MISSING-CTR TO CT-COUNT-OUT
           WRITE RPTREC FROM RPT-CTL-LINE AFTER ADVANCING 1 LINE.

       LIST-MISSING-RTN.
           MOVE 'NO ' TO WS-PAYHIST-EOF
           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STATUS NOT = '00'
               MOVE 'YES' TO WS-PAYHIST-EOF
           END-IF
           PERFORM UNTIL WS-PAYHIST-EOF = 'YES'
               READ PAYHIST-FILE
                   AT END MOVE 'YES' TO WS-PAYHIST-EOF
               END-READ
               IF WS-PAYHIST-EOF NOT = 'YES'
                   AND PH-SOURCE = WS-SRC-CODE
                   PERFORM FIND-REG-EMP-RTN
                   IF WS-PH-FOUND = 'N'
                       AND WS-PH-FREQ = WS-REG-FREQ
                       MOVE PH-EMPNO TO VM-EMPNO-OUT
                       MOVE PH-PERIOD TO VM-PERIOD-OUT
                       MOVE PH-NET TO VM-NET-OUT
                       WRITE RPTREC FROM RPT-MISSING-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAYHIST-STATUS NOT = '35'
               CLOSE PAYHIST-FILE
           END-IF.

      * Whether the history record's employee is in this run; the
      * last non-rejected register entry for the employee is noted.
       FIND-REG-EMP-RTN.
           IF PH-FREQ = SPACE
               MOVE 'M' TO WS-PH-FREQ
           ELSE
               MOVE PH-FREQ TO WS-PH-FREQ
           END-IF
           MOVE 'N' TO WS-PH-FOUND
           MOVE 0 TO WS-PH-LAST
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF RG-EMPNO(WS-REG-IDX) = PH-EMPNO
                   MOVE 'Y' TO WS-PH-FOUND
                   IF RG-DECISION(WS-REG-IDX) NOT = 'R'
                       MOVE WS-REG-IDX TO WS-PH-LAST
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-DETAIL-RTN.
           MOVE RG-EMPNO(WS-REG-IDX) TO VR-EMPNO-OUT
           MOVE RG-NAME(WS-REG-IDX) TO VR-NAME-OUT
           MOVE RG-GROSS(WS-REG-IDX) TO VR-GROSS-OUT
           MOVE RG-DEDUCTION(WS-REG-IDX) TO VR-DED-OUT
           MOVE RG-NET(WS-REG-IDX) TO VR-NET-OUT
           MOVE RG-FLAG-TEXT(WS-REG-IDX) TO VF-FLAGS-OUT
           IF RG-PRIOR-ON(WS-REG-IDX) NOT = 'Y'
               MOVE "NO APPROVED PRIOR PERIOD" TO VP-LABEL-OUT
               MOVE 0 TO VP-GROSS-OUT
               MOVE 0 TO VP-DED-OUT
               MOVE 0 TO VP-NET-OUT
           ELSE
               MOVE SPACES TO VP-LABEL-OUT
               STRING "LAST APPROVED " DELIMITED BY SIZE
                      RG-PRIOR-PERIOD(WS-REG-IDX) DELIMITED BY SIZE
                   INTO VP-LABEL-OUT
               END-STRING
               MOVE RG-PRIOR-GROSS(WS-REG-IDX) TO VP-GROSS-OUT
               MOVE RG-PRIOR-DED(WS-REG-IDX) TO VP-DED-OUT
               MOVE RG-PRIOR-NET(WS-REG-IDX) TO VP-NET-OUT
           END-IF.

      * Same controls as the payroll entry sign-on: disabled and locked
      * ids are refused, the third wrong password locks the id, and a
      * password due for change must be changed before it can
      * approve anything. Releasing pay needs level 2 or above.
       SUPERVISOR-SIGNON-RTN.
           MOVE 0 TO WS-SIGNON-TRIES
           MOVE 'N' TO WS-SIGNON-OK
           MOVE 'N' TO WS-SIGNON-REFUSED
           PERFORM UNTIL WS-SIGNON-OK = 'Y'
                      OR WS-SIGNON-REFUSED = 'Y'
                      OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "SUPERVISOR SIGN-ON TO APPROVE PAYROLL"
                   AT LINE 1 COLUMN 5 WITH BLANK SCREEN
               MOVE WS-REG-COUNT TO WS-SCR-COUNT-OUT
               DISPLAY "EMPLOYEES IN RUN:" AT LINE 2 COLUMN 5
               DISPLAY WS-SCR-COUNT-OUT AT LINE 2 COLUMN 26
               MOVE WS-FLAGGED-CTR TO WS-SCR-COUNT-OUT
               DISPLAY "FLAGGED:" AT LINE 2 COLUMN 34
               DISPLAY WS-SCR-COUNT-OUT AT LINE 2 COLUMN 43
               MOVE WS-MISSING-CTR TO WS-SCR-COUNT-OUT
               DISPLAY "MISSING:" AT LINE 2 COLUMN 51
               DISPLAY WS-SCR-COUNT-OUT AT LINE 2 COLUMN 60
               DISPLAY "SUPERVISOR ID:" AT LINE 4 COLUMN 5
               ACCEPT WS-SIGNON-ID AT LINE 4 COLUMN 26
               DISPLAY "PASSWORD:" AT LINE 5 COLUMN 5
               ACCEPT WS-SIGNON-PW AT LINE 5 COLUMN 26
               PERFORM VALIDATE-SIGNON-RTN
               IF WS-SIGNON-OK = 'Y'
                   PERFORM CHECK-SUPERVISOR-RTN
               ELSE
                   IF WS-SIGNON-REFUSED NOT = 'Y'
                       DISPLAY "INVALID SUPERVISOR ID OR PASSWORD"
                           AT LINE 8 COLUMN 5
                   END-IF
               END-IF
               IF WS-SIGNON-OK NOT = 'Y'
                   DISPLAY "PRESS ENTER TO CONTINUE"
                       AT LINE 10 COLUMN 5
                   ACCEPT WS-ANSWER AT LINE 10 COLUMN 30
               END-IF
           END-PERFORM
           IF WS-SIGNON-OK NOT = 'Y'
               MOVE "SUPERVISOR SIGN-ON FAILED - RUN NOT REVIEWED"
                   TO TX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 3 LINES
           END-IF.

       VALIDATE-SIGNON-RTN.
           MOVE 'N' TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-LEVEL
           MOVE 0 TO WS-SIGNON-IDX
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF OT-OPERID(WS-OPER-IDX) = WS-SIGNON-ID
                   MOVE WS-OPER-IDX TO WS-SIGNON-IDX
               END-IF
           END-PERFORM
           IF WS-SIGNON-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF OT-STATUS(WS-SIGNON-IDX) = 'D'
               DISPLAY "SIGN-ON IS DISABLED" AT LINE 8 COLUMN 5
               MOVE 'Y' TO WS-SIGNON-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF OT-STATUS(WS-SIGNON-IDX) = 'L'
               DISPLAY "SIGN-ON IS LOCKED OUT" AT LINE 8 COLUMN 5
               MOVE 'Y' TO WS-SIGNON-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF OT-PASSWORD(WS-SIGNON-IDX) = WS-SIGNON-PW
               MOVE 'Y' TO WS-SIGNON-OK
               MOVE OT-LEVEL(WS-SIGNON-IDX) TO WS-SIGNON-LEVEL
               MOVE 0 TO OT-BAD-TRIES(WS-SIGNON-IDX)
               MOVE 'Y' TO WS-OPERSEC-DIRTY
           ELSE
               IF OT-BAD-TRIES(WS-SIGNON-IDX) < 9
                   ADD 1 TO OT-BAD-TRIES(WS-SIGNON-IDX)
               END-IF
               IF OT-BAD-TRIES(WS-SIGNON-IDX) >= 3
                   MOVE 'L' TO OT-STATUS(WS-SIGNON-IDX)
                   DISPLAY "SIGN-ON NOW LOCKED OUT"
                       AT LINE 8 COLUMN 5
                   MOVE 'Y' TO WS-SIGNON-REFUSED
               END-IF
               MOVE 'Y' TO WS-OPERSEC-DIRTY
           END-IF.

       CHECK-SUPERVISOR-RTN.
           MOVE 0 TO WS-PWD-AGE
           IF OT-PWD-DATE(WS-SIGNON-IDX) NUMERIC
               MOVE OT-PWD-DATE(WS-SIGNON-IDX) TO WS-DATE-NUM
               COMPUTE WS-PWD-AGE =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-RUN-DATE))
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
               MOVE 99999 TO WS-PWD-AGE
           END-IF
           IF OT-FORCE-CHG(WS-SIGNON-IDX) = 'Y'
               OR WS-PWD-AGE > 90
               DISPLAY "PASSWORD CHANGE DUE - CANNOT APPROVE PAYROLL"
                   AT LINE 8 COLUMN 5
               MOVE 'N' TO WS-SIGNON-OK
               MOVE 'Y' TO WS-SIGNON-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-SIGNON-LEVEL < 2
               DISPLAY "SUPERVISOR LEVEL (2 OR ABOVE) REQUIRED"
                   AT LINE 8 COLUMN 5
               MOVE 'N' TO WS-SIGNON-OK
               MOVE 'Y' TO WS-SIGNON-REFUSED
           END-IF.

      * Each flagged employee is accepted or rejected. A rejected
      * employee's credits are pulled from the release and the last
      * approved figures are left standing on PAYHIST.DAT.
       REVIEW-FLAGGED-RTN.
           MOVE 0 TO WS-FLAG-SEQ
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF RG-FLAGGED(WS-REG-IDX) = 'Y'
                   ADD 1 TO WS-FLAG-SEQ
                   PERFORM REVIEW-ONE-RTN
               END-IF
           END-PERFORM.

       REVIEW-ONE-RTN.
           PERFORM BUILD-DETAIL-RTN
           MOVE SPACES TO VF-DECISION-OUT
           DISPLAY "FLAGGED EMPLOYEE" AT LINE 1 COLUMN 5
               WITH BLANK SCREEN
           MOVE WS-FLAG-SEQ TO WS-SCR-COUNT-OUT
           DISPLAY WS-SCR-COUNT-OUT AT LINE 1 COLUMN 22
           DISPLAY "OF" AT LINE 1 COLUMN 28
           MOVE WS-FLAGGED-CTR TO WS-SCR-COUNT-OUT
           DISPLAY WS-SCR-COUNT-OUT AT LINE 1 COLUMN 31
           DISPLAY RPT-COL-1 AT LINE 3 COLUMN 1
           DISPLAY RPT-DET-THIS AT LINE 4 COLUMN 1
           DISPLAY RPT-DET-PRIOR AT LINE 5 COLUMN 1
           DISPLAY RPT-DET-FLAGS AT LINE 6 COLUMN 1
           MOVE SPACE TO WS-ANSWER
           PERFORM UNTIL ANSWER-ACCEPT OR ANSWER-REJECT
               DISPLAY "A=ACCEPT R=REJECT (PULL CREDITS):"
                   AT LINE 8 COLUMN 5
               ACCEPT WS-ANSWER AT LINE 8 COLUMN 40
           END-PERFORM
           IF ANSWER-REJECT
               PERFORM REJECT-EMPLOYEE-RTN
           END-IF.

      * A rejection covers every register line for the employee, so
      * a duplicate payment cannot slip through on the other line.
       REJECT-EMPLOYEE-RTN.
           IF RG-DECISION(WS-REG-IDX) NOT = 'R'
               ADD 1 TO WS-REJECT-EMP-CTR
               MOVE SPACES TO APPR-LOG-LINE
               MOVE 'R' TO APL-ACTION
               MOVE RG-EMPNO(WS-REG-IDX) TO APL-EMPNO
               MOVE RG-NET(WS-REG-IDX) TO APL-AMOUNT
               PERFORM APPRLOG-WRITE-RTN
           END-IF
           PERFORM VARYING WS-REG-IDX2 FROM 1 BY 1
                   UNTIL WS-REG-IDX2 > WS-REG-COUNT
               IF RG-EMPNO(WS-REG-IDX2) = RG-EMPNO(WS-REG-IDX)
                   MOVE 'R' TO RG-DECISION(WS-REG-IDX2)
               END-IF
           END-PERFORM.

       APPROVE-RUN-RTN.
           DISPLAY "RELEASE THIS PAYROLL RUN" AT LINE 1 COLUMN 5
               WITH BLANK SCREEN
           DISPLAY WS-SRC-PROGRAM AT LINE 1 COLUMN 30
           DISPLAY WS-REG-PERIOD AT LINE 1 COLUMN 40
           MOVE WS-REG-COUNT TO WS-SCR-COUNT-OUT
           DISPLAY "EMPLOYEES IN RUN:" AT LINE 3 COLUMN 5
           DISPLAY WS-SCR-COUNT-OUT AT LINE 3 COLUMN 30
           MOVE WS-FLAGGED-CTR TO WS-SCR-COUNT-OUT
           DISPLAY "FLAGGED:" AT LINE 4 COLUMN 5
           DISPLAY WS-SCR-COUNT-OUT AT LINE 4 COLUMN 30
           MOVE WS-REJECT-EMP-CTR TO WS-SCR-COUNT-OUT
           DISPLAY "REJECTED:" AT LINE 5 COLUMN 5
           DISPLAY WS-SCR-COUNT-OUT AT LINE 5 COLUMN 30
           MOVE WS-MISSING-CTR TO WS-SCR-COUNT-OUT
           DISPLAY "MISSING FROM RUN:" AT LINE 6 COLUMN 5
           DISPLAY WS-SCR-COUNT-OUT AT LINE 6 COLUMN 30
           MOVE SPACE TO WS-ANSWER
           PERFORM UNTIL ANSWER-YES OR ANSWER-NO
               DISPLAY "APPROVE FOR BANK POSTING (Y) OR HOLD (N):"
                   AT LINE 8 COLUMN 5
               ACCEPT WS-ANSWER AT LINE 8 COLUMN 48
           END-PERFORM
           IF ANSWER-YES
               MOVE 'Y' TO WS-RUN-APPROVED
           END-IF.

      * The held file must agree with its own trailer before any of
      * it is released; then the details are split between the
      * release and the reject file and the split is proved.
       RELEASE-CREDITS-RTN.
           PERFORM PROVE-HELD-RTN
           IF WS-RUN-APPROVED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-HELD-ON NOT = 'YES'
               MOVE "NO HELD CREDIT FILE - NO CREDITS TO RELEASE"
                   TO TX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 3 LINES
               EXIT PARAGRAPH
           END-IF

           MOVE 'NO ' TO WS-HELD-EOF
           OPEN INPUT HELD-FILE
           OPEN OUTPUT REL-FILE
           OPEN OUTPUT REJ-FILE
           PERFORM UNTIL WS-HELD-EOF = 'YES'
               READ HELD-FILE
                   AT END MOVE 'YES' TO WS-HELD-EOF
               END-READ
               IF WS-HELD-EOF NOT = 'YES'
                   AND HC-TRANSCODE NOT = 'T'
                   PERFORM SPLIT-CREDIT-RTN
               END-IF
           END-PERFORM
           PERFORM REL-TRAILER-RTN
           CLOSE HELD-FILE
           CLOSE REL-FILE
           CLOSE REJ-FILE

           COMPUTE WS-PROOF-CTR = WS-REL-CTR + WS-REJ-CTR
           COMPUTE WS-PROOF-TOT = WS-REL-TOT + WS-REJ-TOT
           PERFORM PRINT-CONTROLS-RTN
           IF WS-PROOF-CTR NOT = WS-HELD-CTR
               OR WS-PROOF-TOT NOT = WS-HELD-TOT
               MOVE "RELEASED + REJECTED NOT EQUAL HELD - DO NOT POST"
                   TO TX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 2 LINES
               DISPLAY 'PAY-REVIEW: CREDIT CONTROLS OUT OF BALANCE'
                   AT LINE 7 COLUMN 5
               MOVE 16 TO RETURN-CODE
           ELSE
      *        Released once only - the held copy goes so the run
      *        cannot be approved and posted a second time.
               CALL 'CBL_DELETE_FILE' USING WS-HELD-NAME
           END-IF.

       PROVE-HELD-RTN.
           MOVE 'NO ' TO WS-HELD-EOF
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'YES' TO WS-HELD-ON
           PERFORM UNTIL WS-HELD-EOF = 'YES'
               READ HELD-FILE
                   AT END MOVE 'YES' TO WS-HELD-EOF
               END-READ
               IF WS-HELD-EOF NOT = 'YES'
                   IF HC-TRANSCODE = 'T'
                       MOVE 'YES' TO WS-HELD-TRL-ON
                       IF HC-ACCNO NUMERIC
                           MOVE HC-ACCNO TO WS-HELD-TRL-CTR
                       END-IF
                       MOVE HC-AMOUNT TO WS-HELD-TRL-TOT
                   ELSE
                       ADD 1 TO WS-HELD-CTR
                       ADD HC-AMOUNT TO WS-HELD-TOT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HELD-FILE
           IF WS-HELD-TRL-ON = 'YES'
               IF WS-HELD-TRL-CTR NOT = WS-HELD-CTR
                   OR WS-HELD-TRL-TOT NOT = WS-HELD-TOT
                   MOVE "HELD CREDITS DISAGREE WITH TRAILER"
                       TO TX-TEXT-OUT
                   WRITE RPTREC FROM RPT-TEXT-LINE
                       AFTER ADVANCING 3 LINES
                   DISPLAY 'PAY-REVIEW: HELD CREDIT FILE OUT OF '
                       'BALANCE - NOTHING RELEASED'
                       AT LINE 7 COLUMN 5
                   MOVE 'N' TO WS-RUN-APPROVED
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       SPLIT-CREDIT-RTN.
           MOVE 'N' TO WS-REJECTED
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF RG-EMPNO(WS-REG-IDX) = HC-EMPNO
                   AND RG-DECISION(WS-REG-IDX) = 'R'
                   MOVE 'Y' TO WS-REJECTED
               END-IF
           END-PERFORM
           IF WS-REJECTED = 'Y'
               WRITE REJ-REC FROM HELD-REC
               ADD 1 TO WS-REJ-CTR
               ADD HC-AMOUNT TO WS-REJ-TOT
           ELSE
               MOVE HC-BANK-PART TO REL-REC
               WRITE REL-REC
               ADD 1 TO WS-REL-CTR
               ADD HC-AMOUNT TO WS-REL-TOT
           END-IF.

      * Same trailer rule as the payroll programs: a total too big for
      * the bank layout is left off rather than truncated.
       REL-TRAILER-RTN.
           IF WS-REL-TOT > 9999999.99
               MOVE "RELEASED TOTAL TOO LARGE FOR TRAILER - OMITTED"
                   TO TX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 2 LINES
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO REL-REC
               MOVE WS-REL-CTR TO WS-REL-CTR-X
               MOVE WS-REL-CTR-X TO RL-ACCNO
               MOVE 'T' TO RL-TRANSCODE
               MOVE WS-REL-TOT TO RL-AMOUNT
               WRITE REL-REC
           END-IF.

       PRINT-CONTROLS-RTN.
           MOVE "CREDIT CONTROLS" TO TX-TEXT-OUT
           WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 3 LINES
           MOVE SPACES TO RPT-CTL-LINE
           MOVE "HELD CREDITS" TO CT-LABEL-OUT
           MOVE WS-HELD-CTR TO CT-COUNT-OUT
           MOVE WS-HELD-TOT TO CT-AMOUNT-OUT
           WRITE RPTREC FROM RPT-CTL-LINE AFTER ADVANCING 2 LINES
           MOVE "RELEASED TO BANK POSTING" TO CT-LABEL-OUT
           MOVE WS-REL-CTR TO CT-COUNT-OUT
           MOVE WS-REL-TOT TO CT-AMOUNT-OUT
           WRITE RPTREC FROM RPT-CTL-LINE AFTER ADVANCING 1 LINE
           MOVE "REJECTED (PULLED)" TO CT-LABEL-OUT
           MOVE WS-REJ-CTR TO CT-COUNT-OUT
           MOVE WS-REJ-TOT TO CT-AMOUNT-OUT
           WRITE RPTREC FROM RPT-CTL-LINE AFTER ADVANCING 1 LINE
           MOVE "RELEASED PLUS REJECTED" TO CT-LABEL-OUT
           MOVE WS-PROOF-CTR TO CT-COUNT-OUT
           MOVE WS-PROOF-TOT TO CT-AMOUNT-OUT
           WRITE RPTREC FROM RPT-CTL-LINE AFTER ADVANCING 1 LINE

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF RG-DECISION(WS-REG-IDX) = 'R'
                   PERFORM BUILD-DETAIL-RTN
                   MOVE "REJECTED - NOT CREDITED" TO VF-DECISION-OUT
                   WRITE RPTREC FROM RPT-DET-THIS
                       AFTER ADVANCING 2 LINES
                   WRITE RPTREC FROM RPT-DET-FLAGS
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

      * Only a normal or correction run becomes the next period's
      * baseline; a supplemental run is a part payment. Rejected
      * employees keep their last approved figures. Every record on
      * file is carried to PAYHIST.NEW, updated where the employee
      * was paid in this run, with the run's new employees after
      * them; the new file then replaces the old.
       UPDATE-PAYHIST-RTN.
           IF REG-RUN-SUPPLEMENTAL
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PAYHISTNEW-FILE
           IF WS-PAYHISTNEW-STATUS NOT = '00'
               DISPLAY 'PAY-REVIEW: CANNOT OPEN PAYHIST.NEW - '
                   'PAYHIST.DAT NOT UPDATED'
                   AT LINE 7 COLUMN 5
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-PAYHIST-EOF
           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STATUS NOT = '00'
               MOVE 'YES' TO WS-PAYHIST-EOF
           END-IF
           PERFORM UNTIL WS-PAYHIST-EOF = 'YES'
               READ PAYHIST-FILE
                   AT END MOVE 'YES' TO WS-PAYHIST-EOF
               END-READ
               IF WS-PAYHIST-EOF NOT = 'YES'
                   IF PH-SOURCE = WS-SRC-CODE
                       PERFORM FIND-REG-EMP-RTN
                       IF WS-PH-LAST > 0
                           MOVE WS-PH-LAST TO WS-REG-IDX
                           PERFORM POST-PAYHIST-RTN
                       END-IF
                   END-IF
                   MOVE PAYHIST-REC TO PAYHISTNEW-REC
                   WRITE PAYHISTNEW-REC
               END-IF
           END-PERFORM
           IF WS-PAYHIST-STATUS NOT = '35'
               CLOSE PAYHIST-FILE
           END-IF

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF RG-DECISION(WS-REG-IDX) NOT = 'R'
                   AND RG-POSTED(WS-REG-IDX) NOT = 'Y'
                   PERFORM ADD-PAYHIST-RTN
               END-IF
           END-PERFORM
           CLOSE PAYHISTNEW-FILE
           PERFORM REPLACE-PAYHIST-RTN.

      * A duplicated employee is kept once, at the figures of the
      * last payment in the register that was not rejected.
       ADD-PAYHIST-RTN.
           MOVE SPACES TO PAYHIST-REC
           MOVE WS-SRC-CODE TO PH-SOURCE
           MOVE RG-EMPNO(WS-REG-IDX) TO PH-EMPNO
           MOVE WS-REG-IDX TO WS-PH-LAST
           PERFORM VARYING WS-REG-IDX2 FROM WS-REG-IDX BY 1
                   UNTIL WS-REG-IDX2 > WS-REG-COUNT
               IF RG-EMPNO(WS-REG-IDX2) = PH-EMPNO
                   AND RG-DECISION(WS-REG-IDX2) NOT = 'R'
                   MOVE WS-REG-IDX2 TO WS-PH-LAST
               END-IF
           END-PERFORM
           MOVE WS-REG-IDX TO WS-PH-SAVE
           MOVE WS-PH-LAST TO WS-REG-IDX
           PERFORM POST-PAYHIST-RTN
           MOVE WS-PH-SAVE TO WS-REG-IDX
           MOVE PAYHIST-REC TO PAYHISTNEW-REC
           WRITE PAYHISTNEW-REC.

       POST-PAYHIST-RTN.
           MOVE WS-REG-PERIOD TO PH-PERIOD
           MOVE WS-REG-FREQ TO PH-FREQ
           MOVE RG-GROSS(WS-REG-IDX) TO PH-GROSS
           MOVE RG-DEDUCTION(WS-REG-IDX) TO PH-DEDUCTION
           MOVE RG-NET(WS-REG-IDX) TO PH-NET
           PERFORM VARYING WS-REG-IDX2 FROM 1 BY 1
                   UNTIL WS-REG-IDX2 > WS-REG-COUNT
               IF RG-EMPNO(WS-REG-IDX2) = PH-EMPNO
                   MOVE 'Y' TO RG-POSTED(WS-REG-IDX2)
               END-IF
           END-PERFORM.

       REPLACE-PAYHIST-RTN.
           MOVE 'NO ' TO WS-PAYHIST-EOF
           OPEN INPUT PAYHISTNEW-FILE
           OPEN OUTPUT PAYHIST-FILE
           PERFORM UNTIL WS-PAYHIST-EOF = 'YES'
               READ PAYHISTNEW-FILE
                   AT END MOVE 'YES' TO WS-PAYHIST-EOF
               END-READ
               IF WS-PAYHIST-EOF NOT = 'YES'
                   MOVE PAYHISTNEW-REC TO PAYHIST-REC
                   WRITE PAYHIST-REC
               END-IF
           END-PERFORM
           CLOSE PAYHISTNEW-FILE
           CLOSE PAYHIST-FILE.

       APPRLOG-RUN-RTN.
           MOVE SPACES TO APPR-LOG-LINE
           IF WS-RUN-APPROVED = 'Y'
               MOVE 'A' TO APL-ACTION
               MOVE WS-REL-TOT TO APL-AMOUNT
           ELSE
               MOVE 'H' TO APL-ACTION
               MOVE 0 TO APL-AMOUNT
           END-IF
           PERFORM APPRLOG-WRITE-RTN.

       APPRLOG-WRITE-RTN.
           MOVE 'PAYREVW' TO APL-PROGRAM
           MOVE WS-RUN-STAMP TO APL-RUNSTAMP
           MOVE WS-SRC-PROGRAM TO APL-SOURCE
           MOVE WS-REG-PERIOD TO APL-PERIOD
           MOVE WS-REG-RUNTYPE TO APL-RUNTYPE
           MOVE WS-SIGNON-ID TO APL-OPERID
           OPEN EXTEND APPRLOG-FILE
           IF WS-APPRLOG-STATUS = '05' OR WS-APPRLOG-STATUS = '35'
               OPEN OUTPUT APPRLOG-FILE
           END-IF
           WRITE APPRLOG-REC FROM APPR-LOG-LINE
           CLOSE APPRLOG-FILE.

       WRITE-OPERSEC-RTN.
           OPEN OUTPUT OPERSEC-FILE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE SPACES TO OPERSEC-REC
               MOVE OT-OPERID(WS-OPER-IDX) TO OS-OPERID
               MOVE OT-PASSWORD(WS-OPER-IDX) TO OS-PASSWORD
               MOVE OT-LEVEL(WS-OPER-IDX) TO OS-LEVEL
               MOVE OT-STATUS(WS-OPER-IDX) TO OS-STATUS
               MOVE OT-PWD-DATE(WS-OPER-IDX) TO OS-PWD-DATE
               MOVE OT-FORCE-CHG(WS-OPER-IDX) TO OS-FORCE-CHG
               MOVE OT-BAD-TRIES(WS-OPER-IDX) TO OS-BAD-TRIES
               WRITE OPERSEC-REC
           END-PERFORM
           CLOSE OPERSEC-FILE.
