           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT IBITEM-FILE ASSIGN TO "IBITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IBITEM-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT GLBR-WORK ASSIGN TO "GLJBR.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BRANCH
               FILE STATUS IS WS-GLBR-STATUS.
           SELECT PAIR-WORK ASSIGN TO "GLJPAIR.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PAIRWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       FD  IBITEM-FILE.
       01  IBITEM-REC.
           05 IB-RUNSTAMP          PIC X(14).
           05 FILLER               PIC X(1).
           05 IB-TO-BRANCH         PIC X(2).
           05 IB-FROM-BRANCH       PIC X(2).
           05 FILLER               PIC X(1).
           05 IB-KIND              PIC X(1).
           05 IB-TC                PIC X(1).
           05 IB-AMOUNT            PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 IB-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 IB-REF               PIC X(6).
           05 FILLER               PIC X(1).
           05 IB-TRANDATE          PIC X(8).

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

      * Inter-branch positions of the run, one record per branch and
      * counterparty branch: what the counterparty owes the branch
      * (transfer credits and salary credits it paid out for the
      * counterparty) and what the branch owes the counterparty
      * (transfer debits it took in for it, and on the head-office
      * side the net pay it holds in clearing for the other branch).
      * Kept on a keyed work file, so any number of pairs is carried.
       FD  PAIR-WORK.
       01  IB-PAIR-REC.
           05 PP-KEY.
              10 PP-BRANCH         PIC X(2).
              10 PP-CTR            PIC X(2).
           05 PP-FROM-XFER         PIC S9(11)V99.
           05 PP-TO-XFER           PIC S9(11)V99.
           05 PP-FROM-PAY          PIC S9(11)V99.
           05 PP-TO-PAY            PIC S9(11)V99.

      * Per-branch buckets: customer cash movement, interest expense
      * credited to accounts, fee income charged to accounts, money
      * moved between demand and time deposits, loan proceeds and
      * installments passing through customer accounts, salary
      * credits the payroll runs sent for posting, and card items
      * settled through the ATM/POS network. Cross-branch items
      * are taken back out of these buckets and journaled as
      * due-to / due-from between the branches. One record per
      * branch on a keyed work file, so any number of branches is
      * journaled and the batch comes out in branch order.
       FD  GLBR-WORK.
       01  GL-BRANCH-REC.
           05 GB-BRANCH            PIC X(2).
           05 GB-DEPOSITS          PIC S9(11)V99.
           05 GB-WITHDRAWALS       PIC S9(11)V99.
           05 GB-INTEREST          PIC S9(11)V99.
           05 GB-FEES              PIC S9(11)V99.
           05 GB-TD-PLACED         PIC S9(11)V99.
           05 GB-TD-PAID           PIC S9(11)V99.
           05 GB-LN-BOOKED         PIC S9(11)V99.
           05 GB-LN-COLLECTED      PIC S9(11)V99.
           05 GB-PAYROLL           PIC S9(11)V99.
           05 GB-ATM-DEBITS        PIC S9(11)V99.
           05 GB-ATM-CREDITS       PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-SEL-RUNSTAMP         PIC X(14) VALUE SPACES.
       01  WS-AMT                  PIC 9(11)V99 VALUE 0.
       01  WS-ORIG-AMT             PIC 9(7)V99 VALUE 0.
       01  WS-FX-ACCNO             PIC X(10) VALUE SPACES.
       01  WS-ACCT-CCY             PIC X(3) VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-NORATE-CTR           PIC 9(5) VALUE 0.

       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.

       01  WS-GLBR-STATUS          PIC XX VALUE SPACES.
       01  WS-PAIRWK-STATUS        PIC XX VALUE SPACES.
       01  WS-BR-EOF               PIC X(3) VALUE 'NO '.
       01  WS-PAIR-EOF             PIC X(3) VALUE 'NO '.
       01  WS-LOOK-BRANCH          PIC X(2) VALUE SPACES.

       01  WS-IBITEM-STATUS        PIC XX VALUE SPACES.
       01  WS-IB-EOF               PIC X(3) VALUE 'NO '.
       01  WS-IB-AMT               PIC S9(11)V99 VALUE 0.
       01  WS-IB-USED-CTR          PIC 9(5) VALUE 0.
       01  WS-IB-STALE-CTR         PIC 9(5) VALUE 0.
       01  WS-PAIR-BRANCH          PIC X(2) VALUE SPACES.
       01  WS-PAIR-CTR             PIC X(2) VALUE SPACES.
       01  WS-PAIR-AMT             PIC S9(11)V99 VALUE 0.
       01  WS-PAIR-DR-ACCT         PIC X(6) VALUE SPACES.
       01  WS-PAIR-CR-ACCT         PIC X(6) VALUE SPACES.
       01  WS-PAIR-FROM            PIC S9(11)V99 VALUE 0.
       01  WS-PAIR-TO              PIC S9(11)V99 VALUE 0.

       01  WS-HASH-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-DR-TOTAL             PIC 9(13)V99 VALUE 0.
               STOP RUN
           END-IF

           PERFORM OPEN-WORKFILES-RTN

      * The ledger is kept in pesos. Without the customer master
      * every account is taken to be a peso account.
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           END-IF

           MOVE 'NO ' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL WS-EOF = 'YES'
           END-PERFORM
           CLOSE AUDIT-FILE

           PERFORM APPLY-INTERBRANCH-RTN
           PERFORM WRITE-JOURNAL-RTN
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF

           IF WS-NORATE-CTR > 0
               DISPLAY 'GL-JOURNAL: ' WS-NORATE-CTR ' FOREIGN '
                   'CURRENCY ITEM(S) WITH NO FX RATE LEFT OUT OF '
                   'THE JOURNAL - KEY THE RATES AND RERUN'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY 'GL-JOURNAL: JOURNAL OUT OF BALANCE - '
               DISPLAY 'GL-JOURNAL: ' WS-JRNL-CTR ' JOURNAL LINES '
                   'WRITTEN TO GLJRNL.DAT FROM ' WS-READ-CTR
                   ' POSTING RECORD(S)'
               IF WS-IB-USED-CTR > 0
                   DISPLAY 'GL-JOURNAL: ' WS-IB-USED-CTR
                       ' CROSS-BRANCH ITEM(S) CARRIED AS DUE-TO / '
                       'DUE-FROM BETWEEN BRANCHES'
               END-IF
           END-IF
           CLOSE GLBR-WORK
           CLOSE PAIR-WORK
           STOP RUN.

      * The branch and branch-pair work files start empty each run.
       OPEN-WORKFILES-RTN.
           OPEN OUTPUT GLBR-WORK
           CLOSE GLBR-WORK
           OPEN I-O GLBR-WORK
           OPEN OUTPUT PAIR-WORK
           CLOSE PAIR-WORK
           OPEN I-O PAIR-WORK
           IF WS-GLBR-STATUS NOT = '00'
               OR WS-PAIRWK-STATUS NOT = '00'
               DISPLAY 'GL-JOURNAL: CANNOT OPEN WORK FILES - STATUS '
                   WS-GLBR-STATUS ' ' WS-PAIRWK-STATUS
                   ' - NO JOURNAL WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The batch journals the newest posting run on the log - the
      * one the chain just finished.
       FIND-LATEST-RUN-RTN.
           END-IF.

      * The source of each posted item is carried in the operator
      * field: interest, fee, time deposit and loan postings keep
      * their program tag, everything else is customer activity
      * through the tellers. A returned check comes back as an
      * ordinary reversal of the deposit; its fee is fee income.
      * A closing account's interest to date and closing fee book
      * as interest and fees; its payout is an ordinary withdrawal.
      * A salary credit from the payroll runs settles the net pay
      * the payroll journal left in clearing. A card item from the
      * ATM/POS network is owed to (or refunded by) the network.
       CLASSIFY-RTN.
           MOVE AUD-BRANCH TO WS-LOOK-BRANCH
           PERFORM FIND-BRANCH-RTN
           COMPUTE WS-ORIG-AMT = FUNCTION NUMVAL(AUD-AMOUNT)
           MOVE AUD-ACCNO TO WS-FX-ACCNO
           PERFORM PESO-EQUIV-RTN
           EVALUATE TRUE
               WHEN AUD-OPERATOR = 'INTPOST'
                   ADD WS-AMT TO GB-INTEREST
               WHEN AUD-OPERATOR = 'SVCCHG'
                   ADD WS-AMT TO GB-FEES
               WHEN AUD-OPERATOR = 'RETFEE'
                   ADD WS-AMT TO GB-FEES
               WHEN AUD-OPERATOR = 'CLSINT'
                   ADD WS-AMT TO GB-INTEREST
               WHEN AUD-OPERATOR = 'CLSFEE'
                   ADD WS-AMT TO GB-FEES
               WHEN AUD-OPERATOR = 'TDPLACE'
                   ADD WS-AMT TO GB-TD-PLACED
               WHEN AUD-OPERATOR = 'TDMAT'
                   ADD WS-AMT TO GB-TD-PAID
               WHEN AUD-OPERATOR = 'LNBOOK'
                   ADD WS-AMT TO GB-LN-BOOKED
               WHEN AUD-OPERATOR = 'LNCOLL'
                   ADD WS-AMT TO GB-LN-COLLECTED
               WHEN AUD-OPERATOR = 'PAYROLL'
                   IF AUD-RECTYPE = 'R'
                       SUBTRACT WS-AMT FROM GB-PAYROLL
                   ELSE
                       ADD WS-AMT TO GB-PAYROLL
                   END-IF
               WHEN AUD-OPERATOR = 'ATMNET'
                   IF AUD-TRANSCODE = 'W'
                       ADD WS-AMT TO GB-ATM-DEBITS
                   ELSE
                       ADD WS-AMT TO GB-ATM-CREDITS
                   END-IF
               WHEN AUD-TRANSCODE = 'W'
                   ADD WS-AMT TO GB-WITHDRAWALS
               WHEN AUD-RECTYPE = 'R'
                   IF AUD-REF-TC = 'W'
                       SUBTRACT WS-AMT FROM GB-WITHDRAWALS
                   ELSE
                       SUBTRACT WS-AMT FROM GB-DEPOSITS
                   END-IF
               WHEN OTHER
                   ADD WS-AMT TO GB-DEPOSITS
           END-EVALUATE
           REWRITE GL-BRANCH-REC
           ADD WS-AMT TO WS-HASH-TOTAL.

      * Peso equivalent, at the business date's rate, of an amount
      * on the account in WS-FX-ACCNO. An item whose currency has no
      * rate on file comes out at zero and is counted.
       PESO-EQUIV-RTN.
           MOVE 'PHP' TO WS-ACCT-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE SPACES TO CM-ACCNO
               MOVE WS-FX-ACCNO TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACCT-CCY
                       END-IF
               END-READ
           END-IF
           MOVE WS-ACCT-CCY TO FC-CURRENCY
           MOVE WS-BUS-DATE TO FC-DATE
           MOVE WS-ORIG-AMT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           MOVE FC-PHP-AMOUNT TO WS-AMT
           IF FC-RESULT = '90'
               ADD 1 TO WS-NORATE-CTR
           END-IF.

      * A branch seen for the first time starts with every bucket
      * at zero; the caller adds to the record and rewrites it.
       FIND-BRANCH-RTN.
           MOVE WS-LOOK-BRANCH TO GB-BRANCH
           READ GLBR-WORK
               INVALID KEY
                   MOVE WS-LOOK-BRANCH TO GB-BRANCH
                   MOVE 0 TO GB-DEPOSITS
                   MOVE 0 TO GB-WITHDRAWALS
                   MOVE 0 TO GB-INTEREST
                   MOVE 0 TO GB-FEES
                   MOVE 0 TO GB-TD-PLACED
                   MOVE 0 TO GB-TD-PAID
                   MOVE 0 TO GB-LN-BOOKED
                   MOVE 0 TO GB-LN-COLLECTED
                   MOVE 0 TO GB-PAYROLL
                   MOVE 0 TO GB-ATM-DEBITS
                   MOVE 0 TO GB-ATM-CREDITS
                   WRITE GL-BRANCH-REC
           END-READ.

       WRITE-JOURNAL-RTN.
           OPEN OUTPUT JRNL-FILE

           MOVE WS-HASH-TOTAL TO JH-HASH
           WRITE JRNL-REC FROM JRNL-HEADER

           MOVE LOW-VALUES TO GB-BRANCH
           MOVE 'NO ' TO WS-BR-EOF
           START GLBR-WORK KEY IS >= GB-BRANCH
               INVALID KEY MOVE 'YES' TO WS-BR-EOF
           END-START
           PERFORM UNTIL WS-BR-EOF = 'YES'
               READ GLBR-WORK NEXT RECORD
                  AT END MOVE 'YES' TO WS-BR-EOF
               END-READ
               IF WS-BR-EOF NOT = 'YES'
                   PERFORM WRITE-BRANCH-LINES-RTN
                   PERFORM WRITE-BRANCH-IB-RTN
               END-IF
           END-PERFORM

           WRITE JRNL-REC FROM JRNL-TRAILER
           CLOSE JRNL-FILE.

       WRITE-BRANCH-LINES-RTN.
           IF GB-DEPOSITS > 0
               MOVE GB-DEPOSITS TO JD-AMOUNT
               MOVE '100100' TO JD-GLACCT
               MOVE 'DEPOSITS RECEIVED' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '200100' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-WITHDRAWALS > 0
               MOVE GB-WITHDRAWALS TO JD-AMOUNT
               MOVE '200100' TO JD-GLACCT
               MOVE 'WITHDRAWALS PAID' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '100100' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-INTEREST > 0
               MOVE GB-INTEREST TO JD-AMOUNT
               MOVE '500100' TO JD-GLACCT
               MOVE 'INTEREST EXPENSE' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '200100' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-FEES > 0
               MOVE GB-FEES TO JD-AMOUNT
               MOVE '200100' TO JD-GLACCT
               MOVE 'SERVICE FEE INCOME' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '400100' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-TD-PLACED > 0
               MOVE GB-TD-PLACED TO JD-AMOUNT
               MOVE '200100' TO JD-GLACCT
               MOVE 'TIME DEPOSITS PLACED' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '200200' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-TD-PAID > 0
               MOVE GB-TD-PAID TO JD-AMOUNT
               MOVE '290100' TO JD-GLACCT
               MOVE 'TD PROCEEDS CREDITED' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '200100' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-LN-BOOKED > 0
               MOVE GB-LN-BOOKED TO JD-AMOUNT
               MOVE '130100' TO JD-GLACCT
               MOVE 'LOANS DISBURSED' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '200100' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-LN-COLLECTED > 0
               MOVE GB-LN-COLLECTED TO JD-AMOUNT
               MOVE '200100' TO JD-GLACCT
               MOVE 'LOAN INSTALLMENTS' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '290200' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-PAYROLL > 0
               MOVE GB-PAYROLL TO JD-AMOUNT
               MOVE '290300' TO JD-GLACCT
               MOVE 'PAYROLL CREDITS' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '200100' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-ATM-DEBITS > 0
               MOVE GB-ATM-DEBITS TO JD-AMOUNT
               MOVE '200100' TO JD-GLACCT
               MOVE 'ATM/POS SETTLEMENT' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '290400' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF GB-ATM-CREDITS > 0
               MOVE GB-ATM-CREDITS TO JD-AMOUNT
               MOVE '290400' TO JD-GLACCT
               MOVE 'ATM/POS REFUNDS' TO JD-DESC
               PERFORM WRITE-DR-LINE
               MOVE '200100' TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF.

      * The run's cross-branch credits, as the posting run listed
      * them on IBITEMS.DAT. Money that moved between branches never
      * passed through either branch's cash, so it comes back out of
      * the cash buckets (and, for salary credits, out of the branch's
      * payroll clearing) and is carried as due-to / due-from between
      * the two branches instead.
       APPLY-INTERBRANCH-RTN.
           MOVE 'NO ' TO WS-IB-EOF
           OPEN INPUT IBITEM-FILE
           IF WS-IBITEM-STATUS NOT = '00'
               MOVE 'YES' TO WS-IB-EOF
           END-IF
           PERFORM UNTIL WS-IB-EOF = 'YES'
               READ IBITEM-FILE
                  AT END MOVE 'YES' TO WS-IB-EOF
               END-READ
               IF WS-IB-EOF NOT = 'YES'
                   IF IB-RUNSTAMP = WS-SEL-RUNSTAMP
                       PERFORM APPLY-ONE-IB-RTN
                   ELSE
                       ADD 1 TO WS-IB-STALE-CTR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IBITEM-STATUS NOT = '35'
               CLOSE IBITEM-FILE
           END-IF
           IF WS-IB-STALE-CTR > 0
               DISPLAY 'GL-JOURNAL: ' WS-IB-STALE-CTR
                   ' INTER-BRANCH ITEM(S) ON IBITEMS.DAT ARE NOT FROM '
                   'THE RUN BEING JOURNALED - IGNORED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       APPLY-ONE-IB-RTN.
           MOVE IB-AMOUNT TO WS-ORIG-AMT
           MOVE IB-ACCNO TO WS-FX-ACCNO
           PERFORM PESO-EQUIV-RTN
           MOVE WS-AMT TO WS-IB-AMT
           IF IB-TC = 'R'
               COMPUTE WS-IB-AMT = 0 - WS-IB-AMT
           END-IF
           ADD 1 TO WS-IB-USED-CTR

           MOVE IB-TO-BRANCH TO WS-LOOK-BRANCH
           PERFORM FIND-BRANCH-RTN
           IF IB-KIND = 'P'
               SUBTRACT WS-IB-AMT FROM GB-PAYROLL
           ELSE
               SUBTRACT WS-IB-AMT FROM GB-DEPOSITS
           END-IF
           REWRITE GL-BRANCH-REC

           MOVE IB-FROM-BRANCH TO WS-LOOK-BRANCH
           PERFORM FIND-BRANCH-RTN
           IF IB-KIND NOT = 'P'
               SUBTRACT WS-IB-AMT FROM GB-WITHDRAWALS
               REWRITE GL-BRANCH-REC
           END-IF

           MOVE IB-TO-BRANCH TO WS-PAIR-BRANCH
           MOVE IB-FROM-BRANCH TO WS-PAIR-CTR
           PERFORM FIND-PAIR-RTN
           IF IB-KIND = 'P'
               ADD WS-IB-AMT TO PP-FROM-PAY
           ELSE
               ADD WS-IB-AMT TO PP-FROM-XFER
           END-IF
           REWRITE IB-PAIR-REC
           MOVE IB-FROM-BRANCH TO WS-PAIR-BRANCH
           MOVE IB-TO-BRANCH TO WS-PAIR-CTR
           PERFORM FIND-PAIR-RTN
           IF IB-KIND = 'P'
               ADD WS-IB-AMT TO PP-TO-PAY
           ELSE
               ADD WS-IB-AMT TO PP-TO-XFER
           END-IF
           REWRITE IB-PAIR-REC.

       FIND-PAIR-RTN.
           MOVE WS-PAIR-BRANCH TO PP-BRANCH
           MOVE WS-PAIR-CTR TO PP-CTR
           READ PAIR-WORK
               INVALID KEY
                   MOVE WS-PAIR-BRANCH TO PP-BRANCH
                   MOVE WS-PAIR-CTR TO PP-CTR
                   MOVE 0 TO PP-FROM-XFER
                   MOVE 0 TO PP-TO-XFER
                   MOVE 0 TO PP-FROM-PAY
                   MOVE 0 TO PP-TO-PAY
                   WRITE IB-PAIR-REC
           END-READ.

      * A branch's positions against each other branch. Transfer and
      * salary credits it paid out for the counterparty are due from
      * it; transfer debits it took in, and net pay the head office
      * holds in clearing for another branch's depositors, are due
      * to it. Whatever both ways owe is then netted off so the
      * books carry only the one net position per branch pair.
       WRITE-BRANCH-IB-RTN.
           MOVE GB-BRANCH TO PP-BRANCH
           MOVE LOW-VALUES TO PP-CTR
           MOVE 'NO ' TO WS-PAIR-EOF
           START PAIR-WORK KEY IS >= PP-KEY
               INVALID KEY MOVE 'YES' TO WS-PAIR-EOF
           END-START
           PERFORM UNTIL WS-PAIR-EOF = 'YES'
               READ PAIR-WORK NEXT RECORD
                  AT END MOVE 'YES' TO WS-PAIR-EOF
               END-READ
               IF WS-PAIR-EOF NOT = 'YES'
                   IF PP-BRANCH = GB-BRANCH
                       PERFORM WRITE-ONE-PAIR-RTN
                   ELSE
                       MOVE 'YES' TO WS-PAIR-EOF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-PAIR-RTN.
           MOVE PP-FROM-XFER TO WS-PAIR-AMT
           MOVE '150100' TO WS-PAIR-DR-ACCT
           MOVE '200100' TO WS-PAIR-CR-ACCT
           MOVE SPACES TO JD-DESC
           STRING 'DUE FROM BRANCH ' DELIMITED BY SIZE
                  PP-CTR DELIMITED BY SIZE
                  INTO JD-DESC
           PERFORM WRITE-PAIR-LINES-RTN

           MOVE PP-TO-XFER TO WS-PAIR-AMT
           MOVE '200100' TO WS-PAIR-DR-ACCT
           MOVE '250100' TO WS-PAIR-CR-ACCT
           MOVE SPACES TO JD-DESC
           STRING 'DUE TO BRANCH ' DELIMITED BY SIZE
                  PP-CTR DELIMITED BY SIZE
                  INTO JD-DESC
           PERFORM WRITE-PAIR-LINES-RTN

           MOVE PP-FROM-PAY TO WS-PAIR-AMT
           MOVE '150100' TO WS-PAIR-DR-ACCT
           MOVE '200100' TO WS-PAIR-CR-ACCT
           MOVE SPACES TO JD-DESC
           STRING 'PAYROLL FROM BR ' DELIMITED BY SIZE
                  PP-CTR DELIMITED BY SIZE
                  INTO JD-DESC
           PERFORM WRITE-PAIR-LINES-RTN

           MOVE PP-TO-PAY TO WS-PAIR-AMT
           MOVE '290300' TO WS-PAIR-DR-ACCT
           MOVE '250100' TO WS-PAIR-CR-ACCT
           MOVE SPACES TO JD-DESC
           STRING 'PAYROLL DUE TO BR ' DELIMITED BY SIZE
                  PP-CTR DELIMITED BY SIZE
                  INTO JD-DESC
           PERFORM WRITE-PAIR-LINES-RTN

           COMPUTE WS-PAIR-FROM = PP-FROM-XFER
               + PP-FROM-PAY
           COMPUTE WS-PAIR-TO = PP-TO-XFER
               + PP-TO-PAY
           IF WS-PAIR-FROM > 0 AND WS-PAIR-TO > 0
               IF WS-PAIR-FROM < WS-PAIR-TO
                   MOVE WS-PAIR-FROM TO WS-PAIR-AMT
               ELSE
                   MOVE WS-PAIR-TO TO WS-PAIR-AMT
               END-IF
               MOVE '250100' TO WS-PAIR-DR-ACCT
               MOVE '150100' TO WS-PAIR-CR-ACCT
               MOVE SPACES TO JD-DESC
               STRING 'NET OFF BRANCH ' DELIMITED BY SIZE
                      PP-CTR DELIMITED BY SIZE
                      INTO JD-DESC
               PERFORM WRITE-PAIR-LINES-RTN
           END-IF.

      * A position that came out negative (more salary credits
      * reversed than paid) books the other way round.
       WRITE-PAIR-LINES-RTN.
           IF WS-PAIR-AMT > 0
               MOVE WS-PAIR-AMT TO JD-AMOUNT
               MOVE WS-PAIR-DR-ACCT TO JD-GLACCT
               PERFORM WRITE-DR-LINE
               MOVE WS-PAIR-CR-ACCT TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF
           IF WS-PAIR-AMT < 0
               COMPUTE JD-AMOUNT = 0 - WS-PAIR-AMT
               MOVE WS-PAIR-CR-ACCT TO JD-GLACCT
               PERFORM WRITE-DR-LINE
               MOVE WS-PAIR-DR-ACCT TO JD-GLACCT
               PERFORM WRITE-CR-LINE
           END-IF.

       WRITE-DR-LINE.
           MOVE GB-BRANCH TO JD-BRANCH
           MOVE 'D' TO JD-DRCR
           WRITE JRNL-REC FROM JRNL-DETAIL
           ADD 1 TO WS-JRNL-CTR
           ADD JD-AMOUNT TO WS-DR-TOTAL.

       WRITE-CR-LINE.
           MOVE GB-BRANCH TO JD-BRANCH
           MOVE 'C' TO JD-DRCR
           WRITE JRNL-REC FROM JRNL-DETAIL
           ADD 1 TO WS-JRNL-CTR
