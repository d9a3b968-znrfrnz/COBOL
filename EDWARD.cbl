           SELECT RUNCTL-FILE ASSIGN TO "PAYRUNCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PAYCAL-FILE ASSIGN TO "PAYCAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT BANKCR-FILE ASSIGN TO "BANKCR-EDWARD.HLD"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYREG-FILE ASSIGN TO "PAYREG-EDWARD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPACCT-FILE ASSIGN TO "EMPACCT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
           SELECT RETRO-FILE ASSIGN TO "RETRO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETRO-STATUS.
           SELECT TAXADJ-FILE ASSIGN TO "TAXADJ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAXADJ-STATUS.
           SELECT LEAVEMST-FILE ASSIGN TO "LEAVEMST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEAVEMST-STATUS.
           05 EM-STATUS       PIC X(1).
              88 EM-ACTIVE    VALUE 'A', ' '.
              88 EM-SEPARATED VALUE 'S'.
           05 EM-SHIFT-START  PIC 9(4).
           05 EM-SHIFT-END    PIC 9(4).
           05 EM-PAY-FREQ     PIC X(1).
              88 EM-PAID-WEEKLY VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY VALUE 'S'.
              88 EM-PAID-MONTHLY VALUE 'M', ' '.

       FD  EMPEXC-FILE.
       01  EMPEXC-REC         PIC X(80).
           05 DT-FAC-COUNT    PIC 9(4).
           05 DT-NET-PAY      PIC S9(9)V99.
           05 DT-PERIOD       PIC X(6).
           05 DT-FREQ         PIC X(1).

      * Credits are held until PAY-REVIEW approves the run; the
      * employee number rides after the bank layout so a rejected
      * employee's credits can be pulled before release.
       FD  BANKCR-FILE.
       01  BANKCR-REC.
           05 BC-ACCNO        PIC X(10).
           05 BC-TRANSCODE    PIC X(1).
           05 BC-AMOUNT       PIC 9(7)V99.
           05 BC-BRANCH       PIC X(2).
           05 BC-EMPNO        PIC X(10).

      * One line per employee paid, for the pre-release variance
      * review against the last approved period.
       FD  PAYREG-FILE.
       01  PAYREG-REC.
           05 PR-EMPNO        PIC X(10).
           05 FILLER          PIC X(1).
           05 PR-NAME         PIC X(25).
           05 FILLER          PIC X(1).
           05 PR-PERIOD       PIC X(6).
           05 FILLER          PIC X(1).
           05 PR-RUNTYPE      PIC X(1).
           05 FILLER          PIC X(1).
           05 PR-GROSS        PIC 9(7)V99.
           05 FILLER          PIC X(1).
           05 PR-DEDUCTION    PIC 9(7)V99.
           05 FILLER          PIC X(1).
           05 PR-NET          PIC 9(7)V99.
           05 FILLER          PIC X(1).
           05 PR-FREQ         PIC X(1).

       FD  REVHRS-FILE.
       01  REVHRS-REC.
           05 FILLER          PIC X(1).
           05 RT-EFFDATE      PIC X(8).

       FD  TAXADJ-FILE.
       01  TAXADJ-REC.
           05 TA-YEAR         PIC X(4).
           05 FILLER          PIC X(1).
           05 TA-EMPNO        PIC X(10).
           05 FILLER          PIC X(1).
           05 TA-TYPE         PIC X(1).
           05 FILLER          PIC X(1).
           05 TA-AMOUNT       PIC 9(7)V99.
           05 FILLER          PIC X(1).
           05 TA-APPLIED      PIC 9(7)V99.
           05 FILLER          PIC X(1).
           05 TA-PERIOD       PIC X(6).

       FD  LEAVEMST-FILE.
       01  LEAVEMST-REC.
           05 LV-EMPNO        PIC X(10).
           05 RC-TOT-HOURS    PIC 9(9)V99.
           05 RC-RUNSTAMP     PIC X(14).
           05 RC-RUNTYPE      PIC X(1).
           05 RC-FREQ         PIC X(1).

      * Pay-period calendar from PAY-CALENDAR: one entry per period
      * of each pay frequency, with its cutoff and pay date.
       FD  PAYCAL-FILE.
       01  PAYCAL-REC.
           05 PCL-FREQ        PIC X(1).
           05 FILLER          PIC X.
           05 PCL-PERIOD      PIC X(6).
           05 FILLER          PIC X.
           05 PCL-START       PIC X(8).
           05 FILLER          PIC X.
           05 PCL-CUTOFF      PIC X(8).
           05 FILLER          PIC X.
           05 PCL-PAYDATE     PIC X(8).

       WORKING-STORAGE SECTION.

       01  RCP-TABLE.
           05 RCP-ENTRY OCCURS 100 TIMES.
              10 RCP-PERIOD      PIC X(6).
              10 RCP-CUTOFF      PIC X(8).

      * The run pays one frequency. Monthly periods keep the legacy
      * YYYYMM id and fall back to the calendar month when the
      * calendar has no monthly entries; weekly and semi-monthly
      * periods must be on the calendar. The factor scales the
      * monthly leave accrual and retro standard hours to the run.
       01  WS-PAY-FREQ           PIC X(1) VALUE 'M'.
          88 FREQ-WEEKLY         VALUE 'W'.
          88 FREQ-SEMIMONTHLY    VALUE 'S'.
          88 FREQ-MONTHLY        VALUE 'M'.
       01  WS-FREQ-FACTOR        PIC 9V9(6) VALUE 1.
       01  WS-EMP-FREQ           PIC X(1) VALUE SPACES.
       01  WS-RC-FREQ            PIC X(1) VALUE SPACES.
       01  WS-NOTDUE-CTR         PIC 9(4) VALUE 0.
       01  WS-PAYCAL-STATUS      PIC XX VALUE SPACES.
       01  WS-PAYCAL-EOF         PIC X(3) VALUE 'NO '.
       01  WS-CAL-COUNT          PIC 9(4) VALUE 0.
       01  WS-CAL-IDX            PIC 9(4) VALUE 0.
       01  WS-CAL-KEY            PIC X(6) VALUE SPACES.
       01  WS-CAL-FOUND          PIC X(3) VALUE 'NO '.
       01  WS-CAL-CUTOFF         PIC X(8) VALUE SPACES.
       01  WS-CAL-PAYDATE        PIC X(8) VALUE SPACES.
       01  WS-CAL-JPERIOD        PIC X(6) VALUE SPACES.
       01  WS-PAY-DATE           PIC X(8) VALUE SPACES.
       01  WS-JRNL-PERIOD        PIC X(6) VALUE SPACES.
       01  WS-CORR-JRNL-PERIOD   PIC X(6) VALUE SPACES.

       01  PAYCAL-TABLE.
           05 PAYCAL-ENTRY OCCURS 1000 TIMES.
              10 PCT-FREQ        PIC X(1).
              10 PCT-PERIOD      PIC X(6).
              10 PCT-CUTOFF      PIC X(8).
              10 PCT-PAYDATE     PIC X(8).

       01  PS-PERIOD-LINE.
           05 FILLER          PIC X(8) VALUE "Period: ".
           05 PSP-PERIOD-OUT  PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 PSP-FREQ-OUT    PIC X(12).
           05 FILLER          PIC X(9) VALUE "  Cutoff ".
           05 PSP-CUTOFF-OUT  PIC X(8).
           05 FILLER          PIC X(11) VALUE "  Pay Date ".
           05 PSP-PAYDATE-OUT PIC X(8).
           05 FILLER          PIC X(17) VALUE SPACES.

       01  PS-RETRO-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PSR-AMT-OUT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(48) VALUE SPACES.

       01  WS-TAXADJ-STATUS      PIC XX VALUE SPACES.
       01  WS-TAXADJ-EOF         PIC X(3) VALUE 'NO '.
       01  WS-TA-COUNT           PIC 9(4) VALUE 0.
       01  WS-TA-IDX             PIC 9(4) VALUE 0.
       01  WS-TA-PENDING         PIC 9(7)V99 VALUE 0.
       01  WS-YE-REFUND          PIC 9(7)V99 VALUE 0.
       01  WS-YE-COLLECT         PIC 9(7)V99 VALUE 0.

      * Year-end withholding adjustments from YEAR-END-TAX: R to be
      * refunded, C to be collected. A normal run settles what is
      * still pending and the whole file is rewritten at end of run.
       01  TAXADJ-TABLE.
           05 TAXADJ-ENTRY OCCURS 1000 TIMES.
              10 TAT-YEAR        PIC X(4).
              10 TAT-EMPNO       PIC X(10).
              10 TAT-TYPE        PIC X(1).
              10 TAT-AMOUNT      PIC 9(7)V99.
              10 TAT-APPLIED     PIC 9(7)V99.
              10 TAT-PERIOD      PIC X(6).

       01  PS-YEADJ-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PSY-DESC-OUT    PIC X(15).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X VALUE "P".
           05 PSY-AMT-OUT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(48) VALUE SPACES.

       01  WS-RUNTYPE            PIC X(1) VALUE 'N'.
          88 RUN-NORMAL          VALUE 'N'.
          88 RUN-CORRECTION      VALUE 'C'.
           05 PC-TAX-DED         PIC 9(7)V99.
           05 PC-TOTAL-DED       PIC 9(7)V99.
           05 PC-NET             PIC 9(7)V99.
           05 PC-FREQ            PIC X(1).

       01  PAYJRNL-PARM.
           05 PJ-FUNCTION        PIC X(1).
           05 PJ-SOURCE          PIC X(8).
           05 PJ-PERIOD          PIC X(6).
           05 PJ-EMPNO           PIC X(10).
           05 PJ-DEPT            PIC X(1).
           05 PJ-PAY-TYPE        PIC X(1).
           05 PJ-REVERSE         PIC X(1).
           05 PJ-DED-DESC        PIC X(15).
           05 PJ-AMOUNT          PIC 9(7)V99.
           05 PJ-RESULT          PIC X(2).
           05 PJ-LINE-CTR        PIC 9(5).
           05 PJ-DR-TOTAL        PIC 9(13)V99.
       01  WS-PJ-WITHHELD        PIC 9(7)V99 VALUE 0.
       
       01 NUMERIC-FIELDS.
            05 WS-HOURS           PIC 9(5)V99.
           OPEN OUTPUT EMPEXC-FILE.
           OPEN OUTPUT OUTFILE.
           OPEN OUTPUT PAYSLIP-FILE.
           OPEN OUTPUT PAYREG-FILE.
           WRITE OUTREC FROM HD1-REC.
           WRITE OUTREC FROM HD2-REC.
           WRITE OUTREC FROM HD3-REC AFTER ADVANCING 2 LINES.
           PERFORM OPEN-DEDMAST-RTN.
           PERFORM LOAD-RATEHIST-RTN.
           PERFORM LOAD-RETRO-RTN.
           PERFORM LOAD-TAXADJ-RTN.
           PERFORM LOAD-LEAVE-RTN.
           PERFORM JRNL-OPEN-RTN.
       INIT-END.

       DEPTTOT-OPEN-RTN.
      * the YTD master - the audit trail shows the reversal and the
      * repost as two explicit movements, not a hand edit.
       REVERSAL-PASS-RTN.
           OPEN INPUT REVHRS-FILE
           IF WS-REVHRS-STATUS NOT = '00'
               DISPLAY "EDWARD: PREVHRS.TXT NOT FOUND - CANNOT "
                   WRITE EMPEXC-REC FROM EMPEXC-LINE
                   ADD 1 TO WS-EXC-CTR
               NOT INVALID KEY
                   PERFORM EMP-FREQ-RTN
                   IF WS-EMP-FREQ = WS-PAY-FREQ
                       MOVE FUNCTION NUMVAL(REV-HOURS-STR)
                           TO PC-HOURS
                       PERFORM REV-RATE-IN-FORCE-RTN
                       MOVE WS-RATE TO PC-RATE
                       MOVE EM-TYPE TO PC-TYPE
                       MOVE 0 TO PC-OTHER-DED
                       MOVE WS-PAY-FREQ TO PC-FREQ
                       CALL 'PAYCALC' USING PAYCALC-PARM
                       PERFORM REV-YTD-RTN
                       PERFORM REV-DEPT-RTN
                       PERFORM JRNL-REV-RTN
                       ADD 1 TO WS-REV-CTR
                   END-IF
           END-READ.

      * An employee on another pay frequency is not due in this run;
      * a blank frequency on the master is the monthly cycle.
       EMP-FREQ-RTN.
           IF EM-PAY-FREQ = SPACE
               MOVE 'M' TO WS-EMP-FREQ
           ELSE
               MOVE EM-PAY-FREQ TO WS-EMP-FREQ
           END-IF.

      * The reversal must back out what the period actually paid, so
      * the rate is resolved through the rate history as of the end
      * of the period being corrected, not today's master rate.
                   MOVE 0 TO DT-FAC-COUNT
                   MOVE RD-NET(WS-REV-DIDX) TO DT-NET-PAY
                   MOVE WS-CORR-PERIOD TO DT-PERIOD
                   MOVE WS-PAY-FREQ TO DT-FREQ
                   WRITE DEPTTOT-REC
               END-IF
           END-PERFORM.
               MOVE DTS-FAC(WS-DTS-IDX) TO DT-FAC-COUNT
               MOVE DTS-NET(WS-DTS-IDX) TO DT-NET-PAY
               MOVE WS-PERIOD TO DT-PERIOD
               MOVE WS-PAY-FREQ TO DT-FREQ
               WRITE DEPTTOT-REC
           END-PERFORM.

               PERFORM WRITE-EMPEXC-RTN
               PERFORM READ-RTN THRU READ-END
               GO TO PROCESS-END.
           PERFORM EMP-FREQ-RTN.
           IF WS-EMP-FREQ NOT = WS-PAY-FREQ
               ADD 1 TO WS-NOTDUE-CTR
               PERFORM READ-RTN THRU READ-END
               GO TO PROCESS-END.

           IF EM-DEPT NOT EQUAL TO TDEPT
               PERFORM DEPT-BREAK-RTN THRU DEPT-END.
           ADD NET-PAY OF CALC-FIELDS TO DEPT-NETPAY.

           PERFORM WRITE-PAYSLIP-RTN.
           PERFORM WRITE-PAYREG-RTN.
           PERFORM JRNL-PAY-RTN.
           IF WS-BANKCR-ON = 'YES'
               PERFORM WRITE-BANKCR-RTN.

           MOVE 'D' TO BC-TRANSCODE
           MOVE WS-SPLIT-AMT TO BC-AMOUNT
           MOVE XR-BRANCH(WS-CREDIT-IDX) TO BC-BRANCH
           MOVE EMPNO-IN TO BC-EMPNO
           WRITE BANKCR-REC
           ADD 1 TO WS-BANKCR-CTR
           ADD WS-SPLIT-AMT TO WS-BANKCR-TOT.
           IF WS-BANKCR-TOT > 9999999.99
               DISPLAY "EDWARD: TOTAL CREDITS EXCEED THE TRAILER "
                   "AMOUNT FIELD - CONTROL TRAILER OMITTED FROM "
                   "BANKCR-EDWARD.HLD"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO BANKCR-REC
               WRITE BANKCR-REC
           END-IF.

       WRITE-PAYREG-RTN.
           MOVE SPACES TO PAYREG-REC
           MOVE EMPNO-IN TO PR-EMPNO
           MOVE EM-NAME TO PR-NAME
           MOVE WS-PERIOD TO PR-PERIOD
           MOVE WS-RUNTYPE TO PR-RUNTYPE
           MOVE GROSS-SALARY OF CALC-FIELDS TO PR-GROSS
           MOVE DEDUCTION OF CALC-FIELDS TO PR-DEDUCTION
           MOVE NET-PAY OF CALC-FIELDS TO PR-NET
           MOVE WS-PAY-FREQ TO PR-FREQ
           WRITE PAYREG-REC.

       OPEN-DEDMAST-RTN.
           OPEN I-O DEDMAST.
           IF WS-DEDMAST-STATUS = '00'

           SUBTRACT WS-DED-AMT FROM WS-NET-REMAIN
           ADD WS-DED-AMT TO WS-RECUR-DED
           PERFORM JRNL-DED-RTN
           IF WS-APPLIED-CNT < 10
               ADD 1 TO WS-APPLIED-CNT
               MOVE DM-DESC TO AP-DESC(WS-APPLIED-CNT)
           WRITE PAYSLIP-REC FROM PS-LINE-1.
           MOVE EM-NAME TO PS-EMPNAME-OUT.
           WRITE PAYSLIP-REC FROM PS-LINE-2.
           WRITE PAYSLIP-REC FROM PS-PERIOD-LINE.
           MOVE GROSS-SALARY OF CALC-FIELDS TO PS-GROSS-OUT.
           MOVE DEDUCTION OF CALC-FIELDS TO PS-DED-OUT.
           WRITE PAYSLIP-REC FROM PS-LINE-3.
               MOVE WS-RETRO-AMT TO PSR-AMT-OUT
               WRITE PAYSLIP-REC FROM PS-RETRO-LINE
           END-IF.
           IF WS-YE-REFUND > 0
               MOVE "YE TAX REFUND  " TO PSY-DESC-OUT
               MOVE WS-YE-REFUND TO PSY-AMT-OUT
               WRITE PAYSLIP-REC FROM PS-YEADJ-LINE
           END-IF.
           IF WS-YE-COLLECT > 0
               MOVE "YE TAX COLLECT " TO PSY-DESC-OUT
               MOVE WS-YE-COLLECT TO PSY-AMT-OUT
               WRITE PAYSLIP-REC FROM PS-YEADJ-LINE
           END-IF.
           IF WS-LWOP-AMT > 0
               MOVE WS-LWOP-AMT TO PSL-LWOP-OUT
               WRITE PAYSLIP-REC FROM PS-LWOP-LINE
           MOVE WS-RATE TO PC-RATE.
           MOVE EM-TYPE TO PC-TYPE.
           MOVE WS-LWOP-AMT TO PC-OTHER-DED.
           MOVE WS-PAY-FREQ TO PC-FREQ.
           CALL 'PAYCALC' USING PAYCALC-PARM.
           MOVE PC-GROSS TO GROSS-SALARY OF CALC-FIELDS.
           MOVE PC-TOTAL-DED TO DEDUCTION OF CALC-FIELDS.
           IF WS-RETRO-AMT > 0
               ADD WS-RETRO-AMT TO GROSS-SALARY OF CALC-FIELDS
               ADD WS-RETRO-AMT TO NET-PAY OF CALC-FIELDS.
           PERFORM APPLY-TAXADJ-RTN.
       CALC-END.

      * Leave handling for the employee being paid: accrue this
               EXIT PARAGRAPH
           END-IF
           IF RUN-NORMAL
               COMPUTE LVT-VAC(WS-LV-SEL) ROUNDED =
                   LVT-VAC(WS-LV-SEL) + WS-VAC-ACC * WS-FREQ-FACTOR
               COMPUTE LVT-SICK(WS-LV-SEL) ROUNDED =
                   LVT-SICK(WS-LV-SEL) + WS-SICK-ACC * WS-FREQ-FACTOR
           END-IF

           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
           WRITE LEAVEREG-REC FROM LVREG-LINE
               AFTER ADVANCING 1 LINE.

      * An unexcused absence (type U, from the time records) is not
      * charged to either leave credit; it is leave without pay.
       DRAW-ONE-ABSENCE-RTN.
           MOVE ABT-DAYS(WS-AB-IDX) TO WS-DRAW-DAYS
           EVALUATE ABT-TYPE(WS-AB-IDX)
               WHEN 'U'
                   ADD WS-DRAW-DAYS TO WS-LWOP-DAYS
               WHEN 'S'
                   IF WS-DRAW-DAYS <= LVT-SICK(WS-LV-SEL)
                       SUBTRACT WS-DRAW-DAYS FROM LVT-SICK(WS-LV-SEL)
                   ELSE
                       COMPUTE WS-LWOP-DAYS = WS-LWOP-DAYS
                           + WS-DRAW-DAYS - LVT-SICK(WS-LV-SEL)
                       MOVE 0 TO LVT-SICK(WS-LV-SEL)
                   END-IF
               WHEN OTHER
                   IF WS-DRAW-DAYS <= LVT-VAC(WS-LV-SEL)
                       SUBTRACT WS-DRAW-DAYS FROM LVT-VAC(WS-LV-SEL)
                   ELSE
                       COMPUTE WS-LWOP-DAYS = WS-LWOP-DAYS
                           + WS-DRAW-DAYS - LVT-VAC(WS-LV-SEL)
                       MOVE 0 TO LVT-VAC(WS-LV-SEL)
                   END-IF
           END-EVALUATE.

       FIND-LEAVE-RTN.
           MOVE 0 TO WS-LV-SEL
           MOVE 0 TO WS-RETRO-PERIODS
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               IF RCP-CUTOFF(WS-RCP-IDX) NOT = SPACES
                   AND RCP-CUTOFF(WS-RCP-IDX) >=
                       RET-EFFDATE(WS-RET-IDX)
                   AND RCP-PERIOD(WS-RCP-IDX) < WS-PERIOD
                   ADD 1 TO WS-RETRO-PERIODS
               END-IF
           END-PERFORM.

       LOAD-RATEHIST-RTN.
           OPEN INPUT RATEHIST-FILE
           IF WS-RATEHIST-STATUS NOT = '00'
               MOVE 'YES' TO WS-RATEHIST-EOF
               CLOSE RETRO-FILE
           END-IF.

      * A year-end refund is added to the net pay; a collection is
      * taken as a deduction as far as the net pay covers it, and any
      * balance stays pending for the next normal run.
       APPLY-TAXADJ-RTN.
           MOVE 0 TO WS-YE-REFUND
           MOVE 0 TO WS-YE-COLLECT
           IF NOT RUN-NORMAL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TA-COUNT
               IF TAT-EMPNO(WS-TA-IDX) = EMPNO-IN
                   AND TAT-YEAR(WS-TA-IDX) <= WS-PERIOD(1:4)
                   AND TAT-APPLIED(WS-TA-IDX) < TAT-AMOUNT(WS-TA-IDX)
                   COMPUTE WS-TA-PENDING = TAT-AMOUNT(WS-TA-IDX)
                       - TAT-APPLIED(WS-TA-IDX)
                   IF TAT-TYPE(WS-TA-IDX) = 'R'
                       ADD WS-TA-PENDING TO WS-YE-REFUND
                       ADD WS-TA-PENDING TO NET-PAY OF CALC-FIELDS
                   ELSE
                       IF WS-TA-PENDING > NET-PAY OF CALC-FIELDS
                           MOVE NET-PAY OF CALC-FIELDS TO WS-TA-PENDING
                       END-IF
                       ADD WS-TA-PENDING TO WS-YE-COLLECT
                       ADD WS-TA-PENDING TO DEDUCTION OF CALC-FIELDS
                       SUBTRACT WS-TA-PENDING
                           FROM NET-PAY OF CALC-FIELDS
                   END-IF
                   IF WS-TA-PENDING > 0
                       ADD WS-TA-PENDING TO TAT-APPLIED(WS-TA-IDX)
                       MOVE WS-PERIOD TO TAT-PERIOD(WS-TA-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-TAXADJ-RTN.
           OPEN INPUT TAXADJ-FILE
           IF WS-TAXADJ-STATUS NOT = '00'
               MOVE 'YES' TO WS-TAXADJ-EOF
           END-IF
           PERFORM UNTIL WS-TAXADJ-EOF = 'YES'
               READ TAXADJ-FILE
                   AT END MOVE 'YES' TO WS-TAXADJ-EOF
               END-READ
               IF WS-TAXADJ-EOF NOT = 'YES'
                   AND WS-TA-COUNT < 1000
                   ADD 1 TO WS-TA-COUNT
                   MOVE TA-YEAR TO TAT-YEAR(WS-TA-COUNT)
                   MOVE TA-EMPNO TO TAT-EMPNO(WS-TA-COUNT)
                   MOVE TA-TYPE TO TAT-TYPE(WS-TA-COUNT)
                   MOVE TA-AMOUNT TO TAT-AMOUNT(WS-TA-COUNT)
                   MOVE TA-APPLIED TO TAT-APPLIED(WS-TA-COUNT)
                   MOVE TA-PERIOD TO TAT-PERIOD(WS-TA-COUNT)
               END-IF
           END-PERFORM
           IF WS-TAXADJ-STATUS NOT = '35'
               CLOSE TAXADJ-FILE
           END-IF.

      * Settled adjustments stay on file: the annual certificate
      * and the remittance register report them for the year.
       REWRITE-TAXADJ-RTN.
           IF WS-TA-COUNT = 0 OR NOT RUN-NORMAL
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TAXADJ-FILE
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                   UNTIL WS-TA-IDX > WS-TA-COUNT
               MOVE SPACES TO TAXADJ-REC
               MOVE TAT-YEAR(WS-TA-IDX) TO TA-YEAR
               MOVE TAT-EMPNO(WS-TA-IDX) TO TA-EMPNO
               MOVE TAT-TYPE(WS-TA-IDX) TO TA-TYPE
               MOVE TAT-AMOUNT(WS-TA-IDX) TO TA-AMOUNT
               MOVE TAT-APPLIED(WS-TA-IDX) TO TA-APPLIED
               MOVE TAT-PERIOD(WS-TA-IDX) TO TA-PERIOD
               WRITE TAXADJ-REC
           END-PERFORM
           CLOSE TAXADJ-FILE.

       REWRITE-RETRO-RTN.
           IF WS-RET-COUNT = 0
               EXIT PARAGRAPH
               DISPLAY "EDWARD: AS-POSTED HOURS EXPECTED ON "
                   "PREVHRS.TXT".

           DISPLAY "EDWARD: PAY FREQUENCY - (W)EEKLY, "
               "(S)EMI-MONTHLY, (M)ONTHLY: ".
           ACCEPT WS-PAY-FREQ.
           IF WS-PAY-FREQ = SPACE
               MOVE 'M' TO WS-PAY-FREQ.
           IF NOT FREQ-WEEKLY AND NOT FREQ-SEMIMONTHLY
               AND NOT FREQ-MONTHLY
               DISPLAY "EDWARD: PAY FREQUENCY MUST BE W, S OR M"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           EVALUATE TRUE
               WHEN FREQ-WEEKLY
                   COMPUTE WS-FREQ-FACTOR ROUNDED = 12 / 52
                   MOVE "WEEKLY" TO PSP-FREQ-OUT
               WHEN FREQ-SEMIMONTHLY
                   MOVE .5 TO WS-FREQ-FACTOR
                   MOVE "SEMI-MONTHLY" TO PSP-FREQ-OUT
               WHEN OTHER
                   MOVE 1 TO WS-FREQ-FACTOR
                   MOVE "MONTHLY" TO PSP-FREQ-OUT
           END-EVALUATE.
           COMPUTE WS-STD-HOURS ROUNDED =
               WS-STD-HOURS * WS-FREQ-FACTOR.

           PERFORM LOAD-PAYCAL-RTN.
           MOVE WS-PERIOD TO WS-CAL-KEY.
           PERFORM CAL-LOOKUP-RTN.
           IF WS-CAL-FOUND NOT = 'YES'
               DISPLAY "EDWARD: PERIOD " WS-PERIOD " IS NOT ON THE "
                   "PAY CALENDAR PAYCAL.DAT FOR FREQUENCY "
                   WS-PAY-FREQ
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-CAL-CUTOFF TO WS-PERIOD-END.
           MOVE WS-CAL-PAYDATE TO WS-PAY-DATE.
           MOVE WS-CAL-JPERIOD TO WS-JRNL-PERIOD.
           MOVE WS-PERIOD TO PSP-PERIOD-OUT.
           MOVE WS-PERIOD-END TO PSP-CUTOFF-OUT.
           MOVE WS-PAY-DATE TO PSP-PAYDATE-OUT.
           DISPLAY "EDWARD: PAYING " PSP-FREQ-OUT " PERIOD "
               WS-PERIOD " - CUTOFF " WS-PERIOD-END
               " PAY DATE " WS-PAY-DATE.
           IF RUN-CORRECTION
               MOVE WS-CORR-PERIOD TO WS-CAL-KEY
               PERFORM CAL-LOOKUP-RTN
               IF WS-CAL-FOUND NOT = 'YES'
                   DISPLAY "EDWARD: PERIOD " WS-CORR-PERIOD
                       " IS NOT ON THE PAY CALENDAR PAYCAL.DAT "
                       "FOR FREQUENCY " WS-PAY-FREQ
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CAL-CUTOFF TO WS-CORR-PERIOD-END
               MOVE WS-CAL-JPERIOD TO WS-CORR-JRNL-PERIOD.

           OPEN INPUT INFILE.
           PERFORM UNTIL WS-FP-EOF = 'YES'
               READ INFILE
                   END-READ
                   IF WS-RUNCTL-EOF NOT = 'YES'
                       AND RC-PROGRAM = 'EDWARD'
                       PERFORM RUNCTL-SCAN-ONE-RTN
                   END-IF
               END-PERFORM
               CLOSE RUNCTL-FILE.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      * Run control entries count only against runs of the same pay
      * frequency: weekly period 01 and monthly period 01 are
      * different periods. Entries from before frequencies were
      * recorded are monthly runs.
       RUNCTL-SCAN-ONE-RTN.
           IF RC-FREQ = SPACE
               MOVE 'M' TO WS-RC-FREQ
           ELSE
               MOVE RC-FREQ TO WS-RC-FREQ
           END-IF
           IF WS-RC-FREQ NOT = WS-PAY-FREQ
               EXIT PARAGRAPH
           END-IF
           IF RC-RUNTYPE NOT = 'S'
               AND RC-RUNTYPE NOT = 'R'
               AND WS-RCP-COUNT < 100
               ADD 1 TO WS-RCP-COUNT
               MOVE RC-PERIOD TO RCP-PERIOD(WS-RCP-COUNT)
               MOVE RC-PERIOD TO WS-CAL-KEY
               PERFORM CAL-LOOKUP-RTN
               MOVE WS-CAL-CUTOFF TO RCP-CUTOFF(WS-RCP-COUNT)
           END-IF
           IF RC-PERIOD = WS-PERIOD
               AND RC-RUNTYPE NOT = 'S'
               AND RC-RUNTYPE NOT = 'R'
               MOVE 'YES' TO WS-PERIOD-POSTED
           END-IF
           IF RC-PERIOD = WS-CORR-PERIOD
               AND RC-RUNTYPE NOT = 'S'
               AND RC-RUNTYPE NOT = 'R'
               MOVE 'YES' TO WS-CORR-FOUND
           END-IF
           IF RC-REC-COUNT = WS-FP-COUNT
               AND RC-TOT-HOURS = WS-FP-HOURS
               MOVE 'YES' TO WS-FPRINT-SEEN
           END-IF.

       LOAD-PAYCAL-RTN.
           OPEN INPUT PAYCAL-FILE
           IF WS-PAYCAL-STATUS NOT = '00'
               MOVE 'YES' TO WS-PAYCAL-EOF
           END-IF
           PERFORM UNTIL WS-PAYCAL-EOF = 'YES'
               READ PAYCAL-FILE
                   AT END MOVE 'YES' TO WS-PAYCAL-EOF
               END-READ
               IF WS-PAYCAL-EOF NOT = 'YES'
                   AND WS-CAL-COUNT < 1000
                   ADD 1 TO WS-CAL-COUNT
                   MOVE PCL-FREQ TO PCT-FREQ(WS-CAL-COUNT)
                   MOVE PCL-PERIOD TO PCT-PERIOD(WS-CAL-COUNT)
                   MOVE PCL-CUTOFF TO PCT-CUTOFF(WS-CAL-COUNT)
                   MOVE PCL-PAYDATE TO PCT-PAYDATE(WS-CAL-COUNT)
               END-IF
           END-PERFORM
           IF WS-PAYCAL-STATUS NOT = '35'
               CLOSE PAYCAL-FILE
           END-IF.

      * Cutoff and pay date of period WS-CAL-KEY for the run's
      * frequency, and the period the journal files it under. The
      * month's remittance shares are carved out of the withholding
      * once, by the last period cutting off in that month; earlier
      * periods of the month journal under YYYY00, which has no
      * remittance lines, so all their withholding books as tax.
       CAL-LOOKUP-RTN.
           MOVE 'NO ' TO WS-CAL-FOUND
           MOVE SPACES TO WS-CAL-CUTOFF
           MOVE SPACES TO WS-CAL-PAYDATE
           MOVE SPACES TO WS-CAL-JPERIOD
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-FOUND = 'YES'
               IF PCT-FREQ(WS-CAL-IDX) = WS-PAY-FREQ
                   AND PCT-PERIOD(WS-CAL-IDX) = WS-CAL-KEY
                   MOVE 'YES' TO WS-CAL-FOUND
                   MOVE PCT-CUTOFF(WS-CAL-IDX) TO WS-CAL-CUTOFF
                   MOVE PCT-PAYDATE(WS-CAL-IDX) TO WS-CAL-PAYDATE
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND NOT = 'YES'
               IF FREQ-MONTHLY AND WS-CAL-KEY NOT = SPACES
                   MOVE 'YES' TO WS-CAL-FOUND
                   STRING WS-CAL-KEY DELIMITED BY SPACE
                       '31' DELIMITED BY SIZE
                       INTO WS-CAL-CUTOFF
                   END-STRING
                   MOVE WS-CAL-CUTOFF TO WS-CAL-PAYDATE
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CAL-CUTOFF(1:6) TO WS-CAL-JPERIOD
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF PCT-FREQ(WS-CAL-IDX) = WS-PAY-FREQ
                   AND PCT-CUTOFF(WS-CAL-IDX)(1:6) =
                       WS-CAL-CUTOFF(1:6)
                   AND PCT-CUTOFF(WS-CAL-IDX) > WS-CAL-CUTOFF
                   MOVE '00' TO WS-CAL-JPERIOD(5:2)
               END-IF
           END-PERFORM.

       RUNCTL-RECORD-RTN.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '05' OR WS-RUNCTL-STATUS = '35'
               MOVE 0 TO RC-TOT-HOURS
               MOVE WS-RUN-STAMP TO RC-RUNSTAMP
               MOVE 'R' TO RC-RUNTYPE
               MOVE WS-PAY-FREQ TO RC-FREQ
               WRITE RUNCTL-REC.
           MOVE SPACES TO RUNCTL-REC.
           MOVE 'EDWARD' TO RC-PROGRAM.
           MOVE WS-FP-HOURS TO RC-TOT-HOURS.
           MOVE WS-RUN-STAMP TO RC-RUNSTAMP.
           MOVE WS-RUNTYPE TO RC-RUNTYPE.
           MOVE WS-PAY-FREQ TO RC-FREQ.
           WRITE RUNCTL-REC.
           CLOSE RUNCTL-FILE.

               PERFORM BANKCR-TRAILER-RTN
               CLOSE BANKCR-FILE
               DISPLAY "EDWARD: " WS-BANKCR-CTR
                   " SALARY CREDITS HELD IN BANKCR-EDWARD.HLD - "
                   "RELEASED TO BANK POSTING ONLY WHEN PAY-REVIEW "
                   "APPROVES THE RUN"
               IF WS-NOXREF-CTR > 0
                   DISPLAY "EDWARD: " WS-NOXREF-CTR
                       " EMPLOYEE(S) WITHOUT A BANK ACCOUNT "
           IF WS-DEDMAST-OPEN = 'YES'
               CLOSE DEDMAST.
           CLOSE INFILE OUTFILE PAYSLIP-FILE DEPTTOT-FILE
                 EMPMAST EMPEXC-FILE PAYREG-FILE.
           PERFORM WRITE-LEAVE-RTN.
           PERFORM REWRITE-RETRO-RTN.
           PERFORM REWRITE-TAXADJ-RTN.
           PERFORM RUNCTL-RECORD-RTN.
           PERFORM JRNL-CLOSE-RTN.
           PERFORM WRITE-RUNSTATS-RTN.
           IF WS-NOTDUE-CTR > 0
               DISPLAY "EDWARD: " WS-NOTDUE-CTR " EMPLOYEE(S) ON "
                   "ANOTHER PAY FREQUENCY - NOT DUE THIS PERIOD"
           END-IF.
           DISPLAY "EDWARD: DEPARTMENT TOTALS WRITTEN TO "
               "DEPTTOT-OUT-EDWARD.DAT - APPEND TO DEPTTOT.DAT BEFORE "
               "RUNNING PAYSUM IF THIS RUN SHOULD COUNT".
       FINISH-END.

      * The run's general ledger entries go to PRJRNL-EDWARD.DAT
      * through PAYJRNL: department salary expense, the amounts
      * withheld for the government, recurring deductions payable
      * and the net pay owed, which sits in the net pay clearing
      * account until the bank credits post.
       JRNL-OPEN-RTN.
           MOVE SPACES TO PAYJRNL-PARM.
           MOVE 'O' TO PJ-FUNCTION.
           MOVE 'EDWARD' TO PJ-SOURCE.
           MOVE WS-JRNL-PERIOD TO PJ-PERIOD.
           CALL 'PAYJRNL' USING PAYJRNL-PARM.

      * What was withheld is the bracket deduction, less any part
      * of it the pay could not cover.
       JRNL-PAY-RTN.
           IF PC-TOTAL-DED > PC-GROSS
               IF WS-LWOP-AMT < PC-GROSS
                   COMPUTE WS-PJ-WITHHELD = PC-GROSS - WS-LWOP-AMT
               ELSE
                   MOVE 0 TO WS-PJ-WITHHELD
               END-IF
           ELSE
               MOVE PC-TAX-DED TO WS-PJ-WITHHELD
           END-IF.
           MOVE EMPNO-IN TO PJ-EMPNO.
           MOVE EM-DEPT TO PJ-DEPT.
           MOVE WS-JRNL-PERIOD TO PJ-PERIOD.
           MOVE 'N' TO PJ-REVERSE.
           MOVE 'S' TO PJ-PAY-TYPE.
           MOVE 'X' TO PJ-FUNCTION.
           COMPUTE PJ-AMOUNT = WS-PJ-WITHHELD + WS-YE-COLLECT
               + WS-RECUR-DED + NET-PAY OF CALC-FIELDS
               - WS-YE-REFUND.
           CALL 'PAYJRNL' USING PAYJRNL-PARM.
           MOVE 'W' TO PJ-FUNCTION.
           MOVE WS-PJ-WITHHELD TO PJ-AMOUNT.
           CALL 'PAYJRNL' USING PAYJRNL-PARM.
           MOVE 'A' TO PJ-FUNCTION.
           IF WS-YE-COLLECT > 0
               MOVE WS-YE-COLLECT TO PJ-AMOUNT
               CALL 'PAYJRNL' USING PAYJRNL-PARM
           END-IF.
           IF WS-YE-REFUND > 0
               MOVE 'Y' TO PJ-REVERSE
               MOVE WS-YE-REFUND TO PJ-AMOUNT
               CALL 'PAYJRNL' USING PAYJRNL-PARM
               MOVE 'N' TO PJ-REVERSE
           END-IF.
           MOVE 'N' TO PJ-FUNCTION.
           MOVE NET-PAY OF CALC-FIELDS TO PJ-AMOUNT.
           CALL 'PAYJRNL' USING PAYJRNL-PARM.

       JRNL-DED-RTN.
           MOVE 'D' TO PJ-FUNCTION.
           MOVE 'N' TO PJ-REVERSE.
           MOVE WS-CUR-EMPNO TO PJ-EMPNO.
           MOVE EM-DEPT TO PJ-DEPT.
           MOVE WS-JRNL-PERIOD TO PJ-PERIOD.
           MOVE DM-DESC TO PJ-DED-DESC.
           MOVE WS-DED-AMT TO PJ-AMOUNT.
           CALL 'PAYJRNL' USING PAYJRNL-PARM.

      * The period being corrected comes back out of the ledger the
      * way it went in, on the opposite sides.
       JRNL-REV-RTN.
           MOVE REV-EMPNO-IN TO PJ-EMPNO.
           MOVE EM-DEPT TO PJ-DEPT.
           MOVE WS-CORR-JRNL-PERIOD TO PJ-PERIOD.
           MOVE 'Y' TO PJ-REVERSE.
           MOVE 'S' TO PJ-PAY-TYPE.
           MOVE 'X' TO PJ-FUNCTION.
           MOVE PC-GROSS TO PJ-AMOUNT.
           CALL 'PAYJRNL' USING PAYJRNL-PARM.
           MOVE 'W' TO PJ-FUNCTION.
           MOVE PC-TAX-DED TO PJ-AMOUNT.
           CALL 'PAYJRNL' USING PAYJRNL-PARM.
           MOVE 'N' TO PJ-FUNCTION.
           MOVE PC-NET TO PJ-AMOUNT.
           CALL 'PAYJRNL' USING PAYJRNL-PARM.
           MOVE 'N' TO PJ-REVERSE.

       JRNL-CLOSE-RTN.
           MOVE 'C' TO PJ-FUNCTION.
           CALL 'PAYJRNL' USING PAYJRNL-PARM.
           IF PJ-RESULT NOT = '00'
               DISPLAY "EDWARD: PAYROLL JOURNAL PRJRNL-EDWARD.DAT "
                   "DOES NOT BALANCE - GL-POST WILL REJECT IT"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "EDWARD: " PJ-LINE-CTR " PAYROLL JOURNAL "
                   "LINE(S) ON PRJRNL-EDWARD.DAT FOR THE NEXT "
                   "LEDGER POSTING"
           END-IF.

      * One standard statistics record per run to the shared file
      * the morning control sheet is printed from.
       WRITE-RUNSTATS-RTN.
