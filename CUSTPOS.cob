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

       01  WS-CUST-CTR             PIC 9(5) VALUE 0.
       01  WS-ACCT-CTR             PIC 9(3) VALUE 0.
       01  WS-ACCT-BAL             PIC S9(7)V99 VALUE 0.
       01  WS-ACCT-CCY             PIC X(3) VALUE 'PHP'.

      * A customer's accounts may be held in more than one currency,
      * so the customer and grand totals are kept per currency.
       01  WS-CCY-IDX              PIC 9(2) VALUE 0.
       01  WS-GRD-IDX              PIC 9(2) VALUE 0.
       01  WS-CCY-SEL              PIC 9(2) VALUE 0.
       01  WS-CCY-FULL             PIC X(3) VALUE 'NO '.
       01  WS-CUS-CCY-COUNT        PIC 9(2) VALUE 0.
       01  WS-GRD-CCY-COUNT        PIC 9(2) VALUE 0.

       01  CUS-CCY-TABLE.
           05 CUS-CCY-ENTRY OCCURS 50 TIMES.
              10 CC-CCY            PIC X(3).
              10 CC-ACCTS          PIC 9(3).
              10 CC-TOTAL          PIC S9(9)V99.

       01  GRD-CCY-TABLE.
           05 GRD-CCY-ENTRY OCCURS 50 TIMES.
              10 GC-CCY            PIC X(3).
              10 GC-TOTAL          PIC S9(11)V99.

      * Balance-forward master keyed into storage once so each
      * customer's accounts can be priced without rereading it.
       01  BF-TABLE.
           05 BF-ENTRY OCCURS 1000 TIMES.
              10 BF-BRANCH         PIC X(2).
              10 BF-ACCNO          PIC X(10).
              10 BF-BAL            PIC S9(7)V99.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 CPA-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CPA-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CPA-NAME-OUT         PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CPA-BAL-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CPA-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CPA-STATUS-OUT       PIC X(1).
           05 FILLER               PIC X(9) VALUE SPACES.

       01  CUST-TOTAL-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE " ACCOUNTS".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CPT-TOTAL-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CPT-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(20) VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(13)
              VALUE "TOTAL FUNDS: ".
           05 CPG-TOTAL-OUT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CPG-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(15) VALUE SPACES.

       01  GRAND-CCY-LINE.
           05 FILLER               PIC X(31) VALUE SPACES.
           05 FILLER               PIC X(13)
              VALUE "TOTAL FUNDS: ".
           05 CPC-TOTAL-OUT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CPC-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
      * One page line per account, one total per customer and
      * currency: balances summed across every account linked to the
      * same CIF customer number from the balance-forward master.
       MAIN-RTN.
           OPEN INPUT CIFMAST
           IF WS-CIFMAST-STATUS NOT = '00'
           END-PERFORM

           MOVE WS-CUST-CTR TO CPG-CUST-OUT
           MOVE 0 TO CPG-TOTAL-OUT
           MOVE SPACES TO CPG-CCY-OUT
           IF WS-GRD-CCY-COUNT > 0
               MOVE GC-TOTAL(1) TO CPG-TOTAL-OUT
               MOVE GC-CCY(1) TO CPG-CCY-OUT
           END-IF
           WRITE RPTREC FROM GRAND-TOTAL-LINE AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-CCY-IDX FROM 2 BY 1
                   UNTIL WS-CCY-IDX > WS-GRD-CCY-COUNT
               MOVE GC-TOTAL(WS-CCY-IDX) TO CPC-TOTAL-OUT
               MOVE GC-CCY(WS-CCY-IDX) TO CPC-CCY-OUT
               WRITE RPTREC FROM GRAND-CCY-LINE AFTER ADVANCING 1 LINE
           END-PERFORM

           CLOSE RPTFILE
           CLOSE CIFMAST
      * keyed-file-versus-flat-scan trade BALANCE-RECON makes.
       REPORT-CUSTOMER-RTN.
           MOVE 0 TO WS-ACCT-CTR
           MOVE 0 TO WS-CUS-CCY-COUNT

           MOVE CF-CUSTNO TO CPH-CUSTNO-OUT
           MOVE CF-NAME TO CPH-NAME-OUT
               END-IF
           END-PERFORM

           IF WS-CUS-CCY-COUNT = 0
               MOVE 0 TO CPT-ACCTS-OUT
               MOVE 0 TO CPT-TOTAL-OUT
               MOVE SPACES TO CPT-CCY-OUT
               WRITE RPTREC FROM CUST-TOTAL-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CUS-CCY-COUNT
               MOVE CC-ACCTS(WS-CCY-IDX) TO CPT-ACCTS-OUT
               MOVE CC-TOTAL(WS-CCY-IDX) TO CPT-TOTAL-OUT
               MOVE CC-CCY(WS-CCY-IDX) TO CPT-CCY-OUT
               WRITE RPTREC FROM CUST-TOTAL-LINE AFTER ADVANCING 1 LINE
               MOVE CC-CCY(WS-CCY-IDX) TO WS-ACCT-CCY
               PERFORM FIND-GRD-CCY-RTN
               ADD CC-TOTAL(WS-CCY-IDX) TO GC-TOTAL(WS-CCY-SEL)
           END-PERFORM

           ADD 1 TO WS-CUST-CTR.

       REPORT-ACCOUNT-RTN.
           MOVE 0 TO WS-ACCT-BAL
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BF-COUNT
               IF BF-BRANCH(WS-BF-IDX) = CM-BRANCH
                   AND BF-ACCNO(WS-BF-IDX) = CM-ACCNO
                   MOVE BF-BAL(WS-BF-IDX) TO WS-ACCT-BAL
               END-IF
           END-PERFORM

           MOVE CM-BRANCH TO CPA-BRANCH-OUT
           MOVE CM-ACCNO TO CPA-ACCNO-OUT
           MOVE 'PHP' TO WS-ACCT-CCY
           IF CM-CURRENCY NOT = SPACES
               MOVE CM-CURRENCY TO WS-ACCT-CCY
           END-IF

           MOVE CM-ACCNAME TO CPA-NAME-OUT
           MOVE WS-ACCT-BAL TO CPA-BAL-OUT
           MOVE WS-ACCT-CCY TO CPA-CCY-OUT
           MOVE CM-STATUS TO CPA-STATUS-OUT
           WRITE RPTREC FROM ACCT-LINE AFTER ADVANCING 1 LINE

           ADD 1 TO WS-ACCT-CTR
           PERFORM FIND-CUS-CCY-RTN
           ADD 1 TO CC-ACCTS(WS-CCY-SEL)
           ADD WS-ACCT-BAL TO CC-TOTAL(WS-CCY-SEL).

       FIND-CUS-CCY-RTN.
           MOVE 0 TO WS-CCY-SEL
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CUS-CCY-COUNT
               IF CC-CCY(WS-CCY-IDX) = WS-ACCT-CCY
                   MOVE WS-CCY-IDX TO WS-CCY-SEL
               END-IF
           END-PERFORM
           IF WS-CCY-SEL = 0
               IF WS-CUS-CCY-COUNT < 50
                   ADD 1 TO WS-CUS-CCY-COUNT
                   MOVE WS-CUS-CCY-COUNT TO WS-CCY-SEL
                   MOVE WS-ACCT-CCY TO CC-CCY(WS-CCY-SEL)
                   MOVE 0 TO CC-ACCTS(WS-CCY-SEL)
                   MOVE 0 TO CC-TOTAL(WS-CCY-SEL)
               ELSE
                   PERFORM CCY-FULL-RTN
                   MOVE 1 TO WS-CCY-SEL
               END-IF
           END-IF.

       FIND-GRD-CCY-RTN.
           MOVE 0 TO WS-CCY-SEL
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-GRD-CCY-COUNT
               IF GC-CCY(WS-GRD-IDX) = WS-ACCT-CCY
                   MOVE WS-GRD-IDX TO WS-CCY-SEL
               END-IF
           END-PERFORM
           IF WS-CCY-SEL = 0
               IF WS-GRD-CCY-COUNT < 50
                   ADD 1 TO WS-GRD-CCY-COUNT
                   MOVE WS-GRD-CCY-COUNT TO WS-CCY-SEL
                   MOVE WS-ACCT-CCY TO GC-CCY(WS-CCY-SEL)
                   MOVE 0 TO GC-TOTAL(WS-CCY-SEL)
               ELSE
                   PERFORM CCY-FULL-RTN
                   MOVE 1 TO WS-CCY-SEL
               END-IF
           END-IF.

       CCY-FULL-RTN.
           IF WS-CCY-FULL = 'NO '
               DISPLAY 'CUSTOMER-POSITION: MORE THAN 50 '
                   'CURRENCIES - CHECK CUSTMAST CURRENCY '
                   'CODES (' WS-ACCT-CCY ')'
               MOVE 'YES' TO WS-CCY-FULL
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
