               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOOKUP-ACCNO
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT RPTFILE ASSIGN TO "RECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTRPT-FILE ASSIGN TO "OUTFILE.txt"
       FILE SECTION.
       FD  BALFWD-IN.
       01  BALFWD-IN-REC.
           05 BALFWD-IN-ACCNO      PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-IN-BAL        PIC S9(7)V99.
           05 BALFWD-IN-BRANCH     PIC X(2).
           05 LOOKUP-ACCNAME       PIC X(25).
           05 LOOKUP-BALANCE       PIC S9(7)V99.

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

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

       01  WS-RPT-TOTAL-FOUND      PIC X(3) VALUE 'NO '.
       01  WS-RPT-TOTAL            PIC S9(11)V99 VALUE 0.

       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-ACCT-CCY             PIC X(3) VALUE SPACES.
       01  WS-BF-PHP               PIC S9(11)V99 VALUE 0.
       01  WS-FX-SHORT             PIC X(3) VALUE 'NO '.

      * Every total is kept per currency: the balance-forward file,
      * the lookup file and the posting run's report each hold the
      * same accounts in their own currencies.
       01  WS-CCY-COUNT            PIC 9(2) VALUE 0.
       01  WS-CCY-IDX              PIC 9(2) VALUE 0.
       01  WS-CCY-SEL              PIC 9(2) VALUE 0.
       01  WS-CCY-FULL             PIC X(3) VALUE 'NO '.

       01  CCY-TOTAL-TABLE.
           05 CCY-TOTAL-ENTRY OCCURS 50 TIMES.
              10 CT-CCY            PIC X(3).
              10 CT-BF-TOTAL       PIC S9(11)V99.
              10 CT-LK-TOTAL       PIC S9(11)V99.
              10 CT-RPT-TOTAL      PIC S9(11)V99.
              10 CT-RPT-FOUND      PIC X(3).

       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

      * Balance-forward keys seen in pass one, so the lookup sweep
      * can name accounts the posting run never carried.
       01  WS-SEEN-COUNT           PIC 9(4) VALUE 0.
           05 SUM-LK-ONLY-OUT      PIC Z,ZZ9.
           05 FILLER               PIC X(40) VALUE SPACES.

       01  RPT-CCY-HEADER.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(3) VALUE "Ccy".
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "Bal-Fwd Total".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "Lookup Total".
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "Reported Master".
           05 FILLER               PIC X(18) VALUE SPACES.

       01  RPT-CCY-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SUM-CCY-OUT          PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SUM-BF-TOT-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SUM-LK-TOT-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SUM-RPT-TOT-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 SUM-RPT-TOT-X REDEFINES SUM-RPT-TOT-OUT
                                   PIC X(15).
           05 FILLER               PIC X(18) VALUE SPACES.

       01  RPT-SUM-8.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(30)
              VALUE "BALANCE-FORWARD IN PESOS:     ".
           05 SUM-BF-PHP-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 SUM-BF-PHP-NOTE      PIC X(30) VALUE SPACES.

       01  RPT-VERDICT.
           05 FILLER               PIC X(5) VALUE SPACES.
           PERFORM FINISH-RTN
           CLOSE BALFWD-IN
           CLOSE ACCTLOOK-FILE
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           CLOSE RPTFILE
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.
               MOVE 'YES' TO WS-BALFWD-EOF
               MOVE 'YES' TO WS-LOOKUP-EOF
               MOVE 16 TO RETURN-CODE
           END-IF

      * Without the customer master every account is taken to be a
      * peso account.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'BALANCE-RECON: CUSTMAST.IDX NOT FOUND - '
                   'ALL ACCOUNTS TOTALLED AS PESOS'
           END-IF.

      * The balance-forward master is carried branch-major, so it is
                  ADD BALFWD-IN-BAL TO WS-BF-TOTAL
                  MOVE SPACES TO WS-BF-KEY
                  MOVE BALFWD-IN-ACCNO TO WS-BF-KEY
                  PERFORM ACCT-CCY-RTN
                  ADD BALFWD-IN-BAL TO CT-BF-TOTAL(WS-CCY-SEL)
                  PERFORM NOTE-SEEN-KEY-RTN
                  PERFORM CHECK-ONE-ACCOUNT-RTN
           END-READ.
               END-READ
               IF WS-LOOKUP-EOF NOT = 'YES'
                   ADD LOOKUP-BALANCE TO WS-LK-TOTAL
                   MOVE LOOKUP-ACCNO TO WS-BF-KEY
                   PERFORM ACCT-CCY-RTN
                   ADD LOOKUP-BALANCE TO CT-LK-TOTAL(WS-CCY-SEL)
                   PERFORM FIND-SEEN-KEY-RTN
      * A closed account leaves the balance-forward master once it
      * is settled to zero, so a zero lookup entry is not a break.
                   IF WS-SEEN-FOUND = 'NO '
                       AND LOOKUP-BALANCE NOT = 0
                       MOVE LOOKUP-ACCNO TO RPT-ACCNO-OUT
                       MOVE ZERO TO RPT-BF-OUT
                       MOVE LOOKUP-BALANCE TO RPT-LK-OUT
               END-IF
           END-PERFORM.

      * Currency of the account in WS-BF-KEY, and its slot in the
      * currency table.
       ACCT-CCY-RTN.
           MOVE 'PHP' TO WS-ACCT-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE SPACES TO CM-ACCNO
               MOVE WS-BF-KEY TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACCT-CCY
                       END-IF
               END-READ
           END-IF
           PERFORM FIND-CCY-RTN.

       FIND-CCY-RTN.
           MOVE 0 TO WS-CCY-SEL
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF CT-CCY(WS-CCY-IDX) = WS-ACCT-CCY
                   MOVE WS-CCY-IDX TO WS-CCY-SEL
               END-IF
           END-PERFORM
           IF WS-CCY-SEL = 0
               IF WS-CCY-COUNT < 50
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-SEL
                   MOVE WS-ACCT-CCY TO CT-CCY(WS-CCY-SEL)
                   MOVE 0 TO CT-BF-TOTAL(WS-CCY-SEL)
                   MOVE 0 TO CT-LK-TOTAL(WS-CCY-SEL)
                   MOVE 0 TO CT-RPT-TOTAL(WS-CCY-SEL)
                   MOVE 'NO ' TO CT-RPT-FOUND(WS-CCY-SEL)
               ELSE
                   IF WS-CCY-FULL = 'NO '
                       DISPLAY 'BALANCE-RECON: MORE THAN 50 '
                           'CURRENCIES - CHECK CUSTMAST CURRENCY '
                           'CODES (' WS-ACCT-CCY ')'
                       MOVE 'YES' TO WS-CCY-FULL
                   END-IF
                   MOVE 'YES' TO WS-OUT-OF-BAL
                   MOVE 1 TO WS-CCY-SEL
               END-IF
           END-IF.

      * The posting run prints one master balance line per currency.
       SCAN-REPORT-TOTAL-RTN.
           OPEN INPUT OUTRPT-FILE
           IF WS-OUTRPT-STATUS NOT = '00'
                  AT END MOVE 'YES' TO WS-OUTRPT-EOF
               END-READ
               IF WS-OUTRPT-EOF NOT = 'YES'
                   AND OUTRPT-REC(13:22) = 'TOTAL MASTER BALANCES '
                   COMPUTE WS-RPT-TOTAL =
                       FUNCTION NUMVAL-C(OUTRPT-REC(41:15))
                   MOVE OUTRPT-REC(35:3) TO WS-ACCT-CCY
                   PERFORM FIND-CCY-RTN
                   MOVE WS-RPT-TOTAL TO CT-RPT-TOTAL(WS-CCY-SEL)
                   MOVE 'YES' TO CT-RPT-FOUND(WS-CCY-SEL)
                   MOVE 'YES' TO WS-RPT-TOTAL-FOUND
               END-IF
           END-PERFORM
           MOVE WS-DIFF-CTR TO SUM-DIFF-OUT
           MOVE WS-BF-ONLY-CTR TO SUM-BF-ONLY-OUT
           MOVE WS-LK-ONLY-CTR TO SUM-LK-ONLY-OUT
           WRITE RPTREC FROM RPT-SUM-1 AFTER ADVANCING 2 LINES
           WRITE RPTREC FROM RPT-SUM-2 AFTER ADVANCING 1 LINE
           WRITE RPTREC FROM RPT-SUM-3 AFTER ADVANCING 1 LINE
           WRITE RPTREC FROM RPT-SUM-4 AFTER ADVANCING 1 LINE

           WRITE RPTREC FROM RPT-CCY-HEADER AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-BF-PHP
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM WRITE-CCY-TOTAL-RTN
           END-PERFORM
           MOVE WS-BF-PHP TO SUM-BF-PHP-OUT
           IF WS-FX-SHORT = 'YES'
               MOVE '  (CURRENCY WITH NO RATE LEFT OUT)'
                   TO SUM-BF-PHP-NOTE
           END-IF
           WRITE RPTREC FROM RPT-SUM-8 AFTER ADVANCING 2 LINES

           IF WS-OUT-OF-BAL = 'YES'
               MOVE '*** FILES DO NOT RECONCILE ***'
           END-IF
           WRITE RPTREC FROM RPT-VERDICT AFTER ADVANCING 2 LINES.

      * The report's figure for a currency is only held against the
      * files when the report was found at all; a currency the report
      * leaves out while the files carry money in it is a break.
       WRITE-CCY-TOTAL-RTN.
           MOVE CT-CCY(WS-CCY-IDX) TO SUM-CCY-OUT
           MOVE CT-BF-TOTAL(WS-CCY-IDX) TO SUM-BF-TOT-OUT
           MOVE CT-LK-TOTAL(WS-CCY-IDX) TO SUM-LK-TOT-OUT
           IF CT-RPT-FOUND(WS-CCY-IDX) = 'YES'
               MOVE CT-RPT-TOTAL(WS-CCY-IDX) TO SUM-RPT-TOT-OUT
           ELSE
               MOVE SPACES TO SUM-RPT-TOT-X
           END-IF
           WRITE RPTREC FROM RPT-CCY-LINE AFTER ADVANCING 1 LINE

           IF CT-BF-TOTAL(WS-CCY-IDX) NOT = CT-LK-TOTAL(WS-CCY-IDX)
               MOVE 'YES' TO WS-OUT-OF-BAL
           END-IF
           IF WS-RPT-TOTAL-FOUND = 'YES'
               IF CT-RPT-FOUND(WS-CCY-IDX) = 'YES'
                   IF CT-RPT-TOTAL(WS-CCY-IDX)
                           NOT = CT-BF-TOTAL(WS-CCY-IDX)
                       MOVE 'YES' TO WS-OUT-OF-BAL
                   END-IF
               ELSE
                   IF CT-BF-TOTAL(WS-CCY-IDX) NOT = 0
                       MOVE 'YES' TO WS-OUT-OF-BAL
                   END-IF
               END-IF
           END-IF

           MOVE CT-CCY(WS-CCY-IDX) TO FC-CURRENCY
           MOVE WS-BUS-DATE TO FC-DATE
           MOVE CT-BF-TOTAL(WS-CCY-IDX) TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-RESULT = '90'
               MOVE 'YES' TO WS-FX-SHORT
           ELSE
               ADD FC-PHP-AMOUNT TO WS-BF-PHP
           END-IF.

       LOAD-BUSDATE-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           OPEN INPUT BUSDATE-FILE
           MOVE WS-READ-CTR TO RS-READ
           MOVE WS-MATCH-CTR TO RS-POSTED
           MOVE WS-EXC-TOT TO RS-REJECTED
           MOVE WS-BF-PHP TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
