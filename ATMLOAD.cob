       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-SETTLE-LOAD.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETFILE ASSIGN TO "ATMSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.
           SELECT CARDXREF-FILE ASSIGN TO "CARDXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDXREF-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ATMPOST-FILE ASSIGN TO "ATMPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATMITEM-FILE ASSIGN TO "ATMITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHBK-FILE ASSIGN TO "ATMCHBK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGFILE ASSIGN TO "ATMLOAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The switch's daily settlement file: a header naming the
      * network and settlement date, one detail per card transaction
      * it settled for our cardholders, and a trailer with the item
      * count and the debit and credit totals it will settle.
      * Types: WD ATM withdrawal, PS POS purchase (debits), RF POS
      * refund (credit).
       FD  NETFILE.
       01  NET-HEADER-REC.
           05 NH-RECTYPE           PIC X(1).
           05 FILLER               PIC X(1).
           05 NH-NETWORK           PIC X(8).
           05 FILLER               PIC X(1).
           05 NH-SETL-DATE         PIC X(8).

       01  NET-DETAIL-REC.
           05 ND-RECTYPE           PIC X(1).
           05 FILLER               PIC X(1).
           05 ND-TRACE             PIC X(12).
           05 FILLER               PIC X(1).
           05 ND-CARD              PIC X(16).
           05 FILLER               PIC X(1).
           05 ND-TYPE              PIC X(2).
           05 FILLER               PIC X(1).
           05 ND-AMOUNT            PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 ND-TRANDATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 ND-TERMINAL          PIC X(8).

       01  NET-TRAILER-REC.
           05 NT-RECTYPE           PIC X(1).
           05 FILLER               PIC X(1).
           05 NT-COUNT             PIC 9(7).
           05 FILLER               PIC X(1).
           05 NT-DR-TOTAL          PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 NT-CR-TOTAL          PIC 9(11)V99.

      * Card to account cross-reference from card issuance. Status
      * A is a live card; anything else (hot-listed, cancelled) is
      * not honored.
       FD  CARDXREF-FILE.
       01  CARDXREF-REC.
           05 CX-CARD              PIC X(16).
           05 FILLER               PIC X(1).
           05 CX-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 CX-STATUS            PIC X(1).

       FD  CUSTMAST.
       01  CUSTMAST-REC.
           05 CM-ACCNO             PIC X(10).
           05 CM-ACCNAME           PIC X(25).
           05 CM-STATUS            PIC X(1).
              88 CM-ACTIVE         VALUE 'A', ' '.
              88 CM-FROZEN         VALUE 'F'.
              88 CM-CLOSED         VALUE 'C'.
           05 CM-BRANCH            PIC X(2).
           05 CM-ADDR1             PIC X(25).
           05 CM-ADDR2             PIC X(25).
           05 CM-ADDR3             PIC X(25).
           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       FD  ATMPOST-FILE.
       01  REC-IN.
           05 ACCNO-IN             PIC X(10).
           05 FILLER               PIC X(1).
           05 ACCNAME-IN           PIC X(25).
           05 TC                   PIC X(1).
           05 AMOUNT               PIC 9(5)V99.
           05 TRANDATE-IN          PIC X(8).
           05 BRANCH-IN            PIC X(2).
           05 TELLER-IN            PIC X(8).
           05 REF-TC               PIC X(1).
           05 REF-DATE             PIC X(8).
           05 XFER-REF             PIC X(6).

       01  TRAILER-REC.
           05 TRL-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 TRL-COUNT            PIC 9(5).
           05 TRL-NET-SIGN         PIC X(1).
           05 TRL-NET              PIC 9(9)V99.
           05 FILLER               PIC X(8).
           05 TRL-TC               PIC X(1).
           05 FILLER               PIC X(17).

      * Every item sent for posting, with the network's own
      * identification of it, and a closing control record of the
      * network file, for ATM-SETTLE-RECON to match against what the
      * posting run did with each item.
       FD  ATMITEM-FILE.
       01  ATMITEM-REC.
           05 AI-RECTYPE           PIC X(1).
           05 FILLER               PIC X(1).
           05 AI-TRACE             PIC X(12).
           05 FILLER               PIC X(1).
           05 AI-CARD              PIC X(16).
           05 FILLER               PIC X(1).
           05 AI-TYPE              PIC X(2).
           05 FILLER               PIC X(1).
           05 AI-AMOUNT            PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 AI-TRANDATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 AI-TERMINAL          PIC X(8).
           05 FILLER               PIC X(1).
           05 AI-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 AI-BRANCH            PIC X(2).
           05 FILLER               PIC X(1).
           05 AI-TC                PIC X(1).

       01  ATMITEM-CTL-REC.
           05 AC-RECTYPE           PIC X(1).
           05 FILLER               PIC X(1).
           05 AC-NETWORK           PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-SETL-DATE         PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-RUNSTAMP          PIC X(14).
           05 FILLER               PIC X(1).
           05 AC-NET-COUNT         PIC 9(7).
           05 FILLER               PIC X(1).
           05 AC-NET-DR            PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 AC-NET-CR            PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 AC-REJ-COUNT         PIC 9(7).
           05 FILLER               PIC X(1).
           05 AC-REJ-DR            PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 AC-REJ-CR            PIC 9(11)V99.

      * Chargebacks to the switch: items the bank will not settle,
      * stage L refused at load, stage P declined at posting.
       FD  CHBK-FILE.
       01  CHBK-REC.
           05 CB-STAGE             PIC X(1).
           05 FILLER               PIC X(1).
           05 CB-TRACE             PIC X(12).
           05 FILLER               PIC X(1).
           05 CB-CARD              PIC X(16).
           05 FILLER               PIC X(1).
           05 CB-TYPE              PIC X(2).
           05 FILLER               PIC X(1).
           05 CB-AMOUNT            PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 CB-TRANDATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 CB-TERMINAL          PIC X(8).
           05 FILLER               PIC X(1).
           05 CB-REASON-CODE       PIC X(2).
           05 FILLER               PIC X(1).
           05 CB-REASON            PIC X(22).
           05 FILLER               PIC X(1).
           05 CB-ACCNO             PIC X(10).

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
       01  WS-NET-STATUS           PIC XX VALUE SPACES.
       01  WS-CARDXREF-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-NET-OK               PIC X(3) VALUE 'NO '.
       01  WS-TRL-SEEN             PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-NETWORK              PIC X(8) VALUE SPACES.
       01  WS-SETL-DATE            PIC X(8) VALUE SPACES.

      * Network file totals as read, against its own trailer.
       01  WS-NET-COUNT            PIC 9(7) VALUE 0.
       01  WS-NET-DR               PIC 9(11)V99 VALUE 0.
       01  WS-NET-CR               PIC 9(11)V99 VALUE 0.
       01  WS-TRL-COUNT            PIC 9(7) VALUE 0.
       01  WS-TRL-DR               PIC 9(11)V99 VALUE 0.
       01  WS-TRL-CR               PIC 9(11)V99 VALUE 0.

       01  WS-POST-CTR             PIC 9(5) VALUE 0.
       01  WS-POST-DR              PIC 9(11)V99 VALUE 0.
       01  WS-POST-CR              PIC 9(11)V99 VALUE 0.
       01  WS-POST-NET             PIC S9(11)V99 VALUE 0.
       01  WS-NET-ABS              PIC 9(9)V99 VALUE 0.
       01  WS-REJ-CTR              PIC 9(7) VALUE 0.
       01  WS-REJ-DR               PIC 9(11)V99 VALUE 0.
       01  WS-REJ-CR               PIC 9(11)V99 VALUE 0.

      * Card cross-reference held whole for the lookup.
       01  WS-CX-COUNT             PIC 9(5) VALUE 0.
       01  WS-CX-IDX               PIC 9(5) VALUE 0.
       01  WS-CX-SEL               PIC 9(5) VALUE 0.
       01  WS-CX-FULL              PIC X(3) VALUE 'NO '.
       01  CARD-TABLE.
           05 CARD-ENTRY OCCURS 5000 TIMES.
              10 CT-CARD           PIC X(16).
              10 CT-ACCNO          PIC X(10).
              10 CT-STATUS         PIC X(1).

      * Trace numbers already taken from tonight's file, so a repeat
      * of the same network item is charged back, not posted twice.
       01  WS-TR-COUNT             PIC 9(5) VALUE 0.
       01  WS-TR-IDX               PIC 9(5) VALUE 0.
       01  WS-TR-DUP               PIC X(3) VALUE 'NO '.
       01  WS-TR-FULL              PIC X(3) VALUE 'NO '.
       01  TRACE-TABLE.
           05 TRACE-ENTRY OCCURS 5000 TIMES.
              10 TR-TRACE          PIC X(12).

       01  WS-TC                   PIC X(1) VALUE SPACE.
       01  WS-REASON-CODE          PIC X(2) VALUE SPACES.
       01  WS-REASON               PIC X(22) VALUE SPACES.
       01  WS-MAST-NAME            PIC X(25) VALUE SPACES.
       01  WS-MAST-BRANCH          PIC X(2) VALUE SPACES.

       01  REG-HEADER-1.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(36)
              VALUE "ATM/POS Network Settlement Load".
           05 FILLER               PIC X(22) VALUE SPACES.

       01  REG-HEADER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "NETWORK: ".
           05 REG-NETWORK-OUT      PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE "SETTLEMENT DATE: ".
           05 REG-SETL-OUT         PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 REG-RUNDATE-OUT      PIC X(8).
           05 FILLER               PIC X(7) VALUE SPACES.

       01  REG-HEADER-3.
           05 FILLER               PIC X(12) VALUE "Trace".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "Card".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE "Ty".
           05 FILLER               PIC X(7) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "Amount".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Account".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(23) VALUE "Refused".

       01  REG-LINE.
           05 REG-TRACE-OUT        PIC X(12).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-CARD-OUT         PIC X(16).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-TYPE-OUT         PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-AMT-OUT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-REASON-OUT       PIC X(22).

       01  REG-TOTAL-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 REG-TOT-LABEL-OUT    PIC X(28).
           05 REG-TOT-CTR-OUT      PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REG-TOT-DR-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REG-TOT-CR-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(6) VALUE SPACES.

       01  REG-TOTAL-COL.
           05 FILLER               PIC X(33) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "    Items".
           05 FILLER               PIC X(16) VALUE "          Debits".
           05 FILLER               PIC X(16) VALUE "         Credits".
           05 FILLER               PIC X(6) VALUE SPACES.

       01  REG-WARN-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 REG-WARN-OUT         PIC X(70).
           05 FILLER               PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
      * Card transactions the ATM/POS switch settled for our
      * cardholders. The network file is proved against its own
      * trailer first; a file that does not prove is not loaded at
      * all. Each item is then mapped card to account through the
      * card cross-reference and written to ATMPOST.TXT, a posting
      * source for TRAN-MERGE under operator ATMNET, with its own
      * control trailer. Items that cannot be posted - card unknown
      * or not live, account not on the master or not in pesos, an
      * amount the posting layout cannot carry, a trace number
      * already taken tonight - go back to the switch on the
      * chargeback file. ATMITEMS.DAT keeps what was sent for
      * ATM-SETTLE-RECON to reconcile after the posting run.
       MAIN-RTN.
           PERFORM INITIAL-RTN
           IF WS-NET-OK = 'YES'
               PERFORM LOAD-ITEMS-RTN
           END-IF
           PERFORM FINISH-RTN
           CLOSE ATMPOST-FILE
           CLOSE ATMITEM-FILE
           CLOSE CHBK-FILE
           CLOSE REGFILE
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

       INITIAL-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM PROVE-NETFILE-RTN
           PERFORM LOAD-CARDS-RTN

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'ATM-SETTLE-LOAD: CUSTMAST.IDX NOT AVAILABLE - '
                   'NOTHING SENT FOR POSTING'
               MOVE 'NO ' TO WS-NET-OK
               MOVE 16 TO RETURN-CODE
           END-IF

           OPEN OUTPUT ATMPOST-FILE
           OPEN OUTPUT ATMITEM-FILE
           OPEN OUTPUT CHBK-FILE
           OPEN OUTPUT REGFILE
           MOVE WS-NETWORK TO REG-NETWORK-OUT
           MOVE WS-SETL-DATE TO REG-SETL-OUT
           MOVE WS-RUN-DATE TO REG-RUNDATE-OUT
           WRITE REGREC FROM REG-HEADER-1 AFTER ADVANCING PAGE
           WRITE REGREC FROM REG-HEADER-2 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-HEADER-3 AFTER ADVANCING 2 LINES.

      * First pass: the details must add up to the trailer the
      * switch sent, or the file was cut short or doubled in transit.
       PROVE-NETFILE-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT NETFILE
           IF WS-NET-STATUS NOT = '00'
               DISPLAY 'ATM-SETTLE-LOAD: ATMSETL.DAT NOT FOUND - '
                   'NO NETWORK SETTLEMENT TODAY'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ NETFILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   EVALUATE ND-RECTYPE
                       WHEN 'H'
                           MOVE NH-NETWORK TO WS-NETWORK
                           MOVE NH-SETL-DATE TO WS-SETL-DATE
                       WHEN 'D'
                           ADD 1 TO WS-NET-COUNT
                           IF ND-AMOUNT NUMERIC
                               IF ND-TYPE = 'RF'
                                   ADD ND-AMOUNT TO WS-NET-CR
                               ELSE
                                   ADD ND-AMOUNT TO WS-NET-DR
                               END-IF
                           END-IF
                       WHEN 'T'
                           MOVE 'YES' TO WS-TRL-SEEN
                           IF NT-COUNT NUMERIC
                               MOVE NT-COUNT TO WS-TRL-COUNT
                           END-IF
                           IF NT-DR-TOTAL NUMERIC
                               MOVE NT-DR-TOTAL TO WS-TRL-DR
                           END-IF
                           IF NT-CR-TOTAL NUMERIC
                               MOVE NT-CR-TOTAL TO WS-TRL-CR
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE NETFILE

           IF WS-TRL-SEEN NOT = 'YES'
               DISPLAY 'ATM-SETTLE-LOAD: ATMSETL.DAT HAS NO TRAILER - '
                   'FILE INCOMPLETE, NOTHING SENT FOR POSTING'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-COUNT NOT = WS-NET-COUNT
               OR WS-TRL-DR NOT = WS-NET-DR
               OR WS-TRL-CR NOT = WS-NET-CR
               DISPLAY 'ATM-SETTLE-LOAD: ATMSETL.DAT DOES NOT AGREE '
                   'WITH ITS TRAILER - NOTHING SENT FOR POSTING'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'YES' TO WS-NET-OK.

       LOAD-CARDS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT CARDXREF-FILE
           IF WS-CARDXREF-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
               DISPLAY 'ATM-SETTLE-LOAD: CARDXREF.DAT NOT FOUND - '
                   'NO CARD CAN BE MAPPED TO AN ACCOUNT'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ CARDXREF-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND CX-CARD NOT = SPACES
                   IF WS-CX-COUNT < 5000
                       ADD 1 TO WS-CX-COUNT
                       MOVE CX-CARD TO CT-CARD(WS-CX-COUNT)
                       MOVE CX-ACCNO TO CT-ACCNO(WS-CX-COUNT)
                       MOVE CX-STATUS TO CT-STATUS(WS-CX-COUNT)
                   ELSE
                       MOVE 'YES' TO WS-CX-FULL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CARDXREF-STATUS NOT = '35'
               CLOSE CARDXREF-FILE
           END-IF
           IF WS-CX-FULL = 'YES'
               DISPLAY 'ATM-SETTLE-LOAD: CARD TABLE FULL (5,000) - '
                   'LATER CARDS WILL BE CHARGED BACK AS UNKNOWN'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Second pass: each detail is mapped and sent for posting or
      * charged back.
       LOAD-ITEMS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT NETFILE
           PERFORM UNTIL WS-EOF = 'YES'
               READ NETFILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND ND-RECTYPE = 'D'
                   PERFORM PROCESS-ITEM-RTN
               END-IF
           END-PERFORM
           CLOSE NETFILE
           IF WS-TR-FULL = 'YES'
               DISPLAY 'ATM-SETTLE-LOAD: TRACE TABLE FULL (5,000) - '
                   'LATER ITEMS NOT CHECKED FOR REPEATS'
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCESS-ITEM-RTN.
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-MAST-NAME
           MOVE SPACES TO WS-MAST-BRANCH
           MOVE 0 TO WS-CX-SEL

           EVALUATE ND-TYPE
               WHEN 'WD'
               WHEN 'PS'
                   MOVE 'W' TO WS-TC
               WHEN 'RF'
                   MOVE 'D' TO WS-TC
               WHEN OTHER
                   MOVE SPACE TO WS-TC
           END-EVALUATE
           IF WS-TC = SPACE OR ND-AMOUNT NOT NUMERIC
               MOVE 'IV' TO WS-REASON-CODE
               MOVE 'INVALID ITEM' TO WS-REASON
               PERFORM REFUSE-ITEM-RTN
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TRACE-RTN
           IF WS-TR-DUP = 'YES'
               MOVE 'DT' TO WS-REASON-CODE
               MOVE 'DUPLICATE TRACE' TO WS-REASON
               PERFORM REFUSE-ITEM-RTN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT OR WS-CX-SEL > 0
               IF CT-CARD(WS-CX-IDX) = ND-CARD
                   MOVE WS-CX-IDX TO WS-CX-SEL
               END-IF
           END-PERFORM
           IF WS-CX-SEL = 0
               MOVE 'CN' TO WS-REASON-CODE
               MOVE 'CARD NOT ON FILE' TO WS-REASON
               PERFORM REFUSE-ITEM-RTN
               EXIT PARAGRAPH
           END-IF
           IF CT-STATUS(WS-CX-SEL) NOT = 'A'
               MOVE 'CB' TO WS-REASON-CODE
               MOVE 'CARD NOT ACTIVE' TO WS-REASON
               PERFORM REFUSE-ITEM-RTN
               EXIT PARAGRAPH
           END-IF

           MOVE CT-ACCNO(WS-CX-SEL) TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 'AN' TO WS-REASON-CODE
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON
               NOT INVALID KEY
                   MOVE CM-ACCNAME TO WS-MAST-NAME
                   MOVE CM-BRANCH TO WS-MAST-BRANCH
                   IF CM-CURRENCY NOT = SPACES
                       AND CM-CURRENCY NOT = 'PHP'
                       MOVE 'AF' TO WS-REASON-CODE
                       MOVE 'FOREIGN CURRENCY ACCT' TO WS-REASON
                   END-IF
           END-READ
           IF WS-REASON-CODE NOT = SPACES
               PERFORM REFUSE-ITEM-RTN
               EXIT PARAGRAPH
           END-IF

           IF ND-AMOUNT > 99999.99
               MOVE 'AL' TO WS-REASON-CODE
               MOVE 'OVER POSTING LIMIT' TO WS-REASON
               PERFORM REFUSE-ITEM-RTN
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-POSTING-RTN.

       CHECK-TRACE-RTN.
           MOVE 'NO ' TO WS-TR-DUP
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT OR WS-TR-DUP = 'YES'
               IF TR-TRACE(WS-TR-IDX) = ND-TRACE
                   MOVE 'YES' TO WS-TR-DUP
               END-IF
           END-PERFORM
           IF WS-TR-DUP = 'NO '
               IF WS-TR-COUNT < 5000
                   ADD 1 TO WS-TR-COUNT
                   MOVE ND-TRACE TO TR-TRACE(WS-TR-COUNT)
               ELSE
                   MOVE 'YES' TO WS-TR-FULL
               END-IF
           END-IF.

      * The item posts under the account's own branch, dated the day
      * the cardholder used the card.
       WRITE-POSTING-RTN.
           MOVE SPACES TO REC-IN
           MOVE CT-ACCNO(WS-CX-SEL) TO ACCNO-IN
           MOVE WS-MAST-NAME TO ACCNAME-IN
           MOVE WS-TC TO TC
           MOVE ND-AMOUNT TO AMOUNT
           MOVE ND-TRANDATE TO TRANDATE-IN
           MOVE WS-MAST-BRANCH TO BRANCH-IN
           MOVE 'ATMNET' TO TELLER-IN
           WRITE REC-IN
           ADD 1 TO WS-POST-CTR
           IF WS-TC = 'W'
               ADD ND-AMOUNT TO WS-POST-DR
               SUBTRACT ND-AMOUNT FROM WS-POST-NET
           ELSE
               ADD ND-AMOUNT TO WS-POST-CR
               ADD ND-AMOUNT TO WS-POST-NET
           END-IF

           MOVE SPACES TO ATMITEM-REC
           MOVE 'I' TO AI-RECTYPE
           MOVE ND-TRACE TO AI-TRACE
           MOVE ND-CARD TO AI-CARD
           MOVE ND-TYPE TO AI-TYPE
           MOVE ND-AMOUNT TO AI-AMOUNT
           MOVE ND-TRANDATE TO AI-TRANDATE
           MOVE ND-TERMINAL TO AI-TERMINAL
           MOVE CT-ACCNO(WS-CX-SEL) TO AI-ACCNO
           MOVE WS-MAST-BRANCH TO AI-BRANCH
           MOVE WS-TC TO AI-TC
           WRITE ATMITEM-REC.

       REFUSE-ITEM-RTN.
           MOVE SPACES TO CHBK-REC
           MOVE 'L' TO CB-STAGE
           MOVE ND-TRACE TO CB-TRACE
           MOVE ND-CARD TO CB-CARD
           MOVE ND-TYPE TO CB-TYPE
           IF ND-AMOUNT NUMERIC
               MOVE ND-AMOUNT TO CB-AMOUNT
           ELSE
               MOVE 0 TO CB-AMOUNT
           END-IF
           MOVE ND-TRANDATE TO CB-TRANDATE
           MOVE ND-TERMINAL TO CB-TERMINAL
           MOVE WS-REASON-CODE TO CB-REASON-CODE
           MOVE WS-REASON TO CB-REASON
           IF WS-CX-SEL > 0
               MOVE CT-ACCNO(WS-CX-SEL) TO CB-ACCNO
           END-IF
           WRITE CHBK-REC
           ADD 1 TO WS-REJ-CTR
           IF ND-AMOUNT NUMERIC
               IF ND-TYPE = 'RF'
                   ADD ND-AMOUNT TO WS-REJ-CR
               ELSE
                   ADD ND-AMOUNT TO WS-REJ-DR
               END-IF
           END-IF

           MOVE ND-TRACE TO REG-TRACE-OUT
           MOVE ND-CARD TO REG-CARD-OUT
           MOVE ND-TYPE TO REG-TYPE-OUT
           MOVE CB-AMOUNT TO REG-AMT-OUT
           MOVE CB-ACCNO TO REG-ACCNO-OUT
           MOVE WS-REASON TO REG-REASON-OUT
           WRITE REGREC FROM REG-LINE AFTER ADVANCING 1 LINE.

       FINISH-RTN.
           MOVE SPACES TO TRAILER-REC
           MOVE '999' TO TRL-ACCNO
           MOVE WS-POST-CTR TO TRL-COUNT
           IF WS-POST-NET < 0
               MOVE '-' TO TRL-NET-SIGN
               COMPUTE WS-NET-ABS = 0 - WS-POST-NET
           ELSE
               MOVE '+' TO TRL-NET-SIGN
               MOVE WS-POST-NET TO WS-NET-ABS
           END-IF
           MOVE WS-NET-ABS TO TRL-NET
           MOVE 'T' TO TRL-TC
           WRITE TRAILER-REC

           MOVE SPACES TO ATMITEM-CTL-REC
           MOVE 'C' TO AC-RECTYPE
           MOVE WS-NETWORK TO AC-NETWORK
           MOVE WS-SETL-DATE TO AC-SETL-DATE
           MOVE WS-RUN-STAMP TO AC-RUNSTAMP
           MOVE WS-NET-COUNT TO AC-NET-COUNT
           MOVE WS-NET-DR TO AC-NET-DR
           MOVE WS-NET-CR TO AC-NET-CR
           MOVE WS-REJ-CTR TO AC-REJ-COUNT
           MOVE WS-REJ-DR TO AC-REJ-DR
           MOVE WS-REJ-CR TO AC-REJ-CR
           WRITE ATMITEM-CTL-REC

           WRITE REGREC FROM REG-TOTAL-COL AFTER ADVANCING 2 LINES
           MOVE 'NETWORK SETTLEMENT FILE:' TO REG-TOT-LABEL-OUT
           MOVE WS-NET-COUNT TO REG-TOT-CTR-OUT
           MOVE WS-NET-DR TO REG-TOT-DR-OUT
           MOVE WS-NET-CR TO REG-TOT-CR-OUT
           WRITE REGREC FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE 'CHARGED BACK AT LOAD:' TO REG-TOT-LABEL-OUT
           MOVE WS-REJ-CTR TO REG-TOT-CTR-OUT
           MOVE WS-REJ-DR TO REG-TOT-DR-OUT
           MOVE WS-REJ-CR TO REG-TOT-CR-OUT
           WRITE REGREC FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE 'SENT FOR POSTING (ATMPOST):' TO REG-TOT-LABEL-OUT
           MOVE WS-POST-CTR TO REG-TOT-CTR-OUT
           MOVE WS-POST-DR TO REG-TOT-DR-OUT
           MOVE WS-POST-CR TO REG-TOT-CR-OUT
           WRITE REGREC FROM REG-TOTAL-LINE AFTER ADVANCING 1 LINE

           IF WS-NET-OK NOT = 'YES'
               MOVE 'NETWORK FILE NOT LOADED - SEE THE RUN MESSAGES'
                   TO REG-WARN-OUT
               WRITE REGREC FROM REG-WARN-LINE AFTER ADVANCING 2 LINES
           END-IF

           DISPLAY 'ATM-SETTLE-LOAD: ' WS-POST-CTR ' ITEM(S) TO '
               'ATMPOST.TXT, ' WS-REJ-CTR ' CHARGED BACK ON '
               'ATMCHBK.DAT'.

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
               DISPLAY 'ATM-SETTLE-LOAD: BUSDATE.DAT NOT FOUND - '
                   'OUTPUT DATED FROM THE WALL CLOCK'
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'ATMLOAD' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-NET-COUNT TO RS-READ
           MOVE WS-POST-CTR TO RS-POSTED
           MOVE WS-REJ-CTR TO RS-REJECTED
           MOVE WS-POST-NET TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
