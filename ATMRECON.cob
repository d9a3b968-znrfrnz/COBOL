       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-SETTLE-RECON.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATMITEM-FILE ASSIGN TO "ATMITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATMITEM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CHBK-FILE ASSIGN TO "ATMCHBK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHBK-STATUS.
           SELECT RPTFILE ASSIGN TO "ATMRECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-PROGRAM          PIC X(10).
           05 AUD-RUNSTAMP         PIC X(14).
           05 AUD-ACCNO            PIC X(10).
           05 AUD-TRANSCODE        PIC X(1).
           05 AUD-AMOUNT           PIC X(10).
           05 AUD-RECTYPE          PIC X(1).
           05 AUD-SEQNO            PIC X(5).
           05 AUD-REC-COUNT        PIC X(5).
           05 AUD-OPERATOR         PIC X(8).
           05 AUD-TRANDATE         PIC X(8).
           05 AUD-BRANCH           PIC X(2).
           05 AUD-REF-TC           PIC X(1).

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

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

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
       01  WS-ATMITEM-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CHBK-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-CTL-SEEN             PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-SEL-RUNSTAMP         PIC X(14) VALUE SPACES.
       01  WS-AUD-AMT              PIC 9(7)V99 VALUE 0.

       01  WS-TOLERANCE            PIC 9(3) VALUE 30.
       01  WS-EARLIEST-DATE        PIC X(8) VALUE SPACES.
       01  WS-DATE-INT             PIC 9(8) VALUE 0.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.

      * The load's control record: the network file's totals and
      * what was charged back before posting.
       01  WS-NETWORK              PIC X(8) VALUE SPACES.
       01  WS-SETL-DATE            PIC X(8) VALUE SPACES.
       01  WS-LOAD-STAMP           PIC X(14) VALUE SPACES.
       01  WS-NET-COUNT            PIC 9(7) VALUE 0.
       01  WS-NET-DR               PIC 9(11)V99 VALUE 0.
       01  WS-NET-CR               PIC 9(11)V99 VALUE 0.
       01  WS-LREJ-COUNT           PIC 9(7) VALUE 0.
       01  WS-LREJ-DR              PIC 9(11)V99 VALUE 0.
       01  WS-LREJ-CR              PIC 9(11)V99 VALUE 0.

       01  WS-POSTED-CTR           PIC 9(7) VALUE 0.
       01  WS-POSTED-DR            PIC 9(11)V99 VALUE 0.
       01  WS-POSTED-CR            PIC 9(11)V99 VALUE 0.
       01  WS-DECL-CTR             PIC 9(7) VALUE 0.
       01  WS-DECL-DR              PIC 9(11)V99 VALUE 0.
       01  WS-DECL-CR              PIC 9(11)V99 VALUE 0.
       01  WS-MISS-CTR             PIC 9(7) VALUE 0.
       01  WS-MISS-DR              PIC 9(11)V99 VALUE 0.
       01  WS-MISS-CR              PIC 9(11)V99 VALUE 0.
       01  WS-EXTRA-CTR            PIC 9(7) VALUE 0.

       01  WS-DIFF-CTR             PIC S9(7) VALUE 0.
       01  WS-DIFF-DR              PIC S9(11)V99 VALUE 0.
       01  WS-DIFF-CR              PIC S9(11)V99 VALUE 0.
       01  WS-NET-SETL             PIC S9(11)V99 VALUE 0.
       01  WS-CHBK-NET             PIC S9(11)V99 VALUE 0.
       01  WS-NET-DUE              PIC S9(11)V99 VALUE 0.
       01  WS-POSTED-NET           PIC S9(11)V99 VALUE 0.

      * Items sent for posting, each marked with what the posting run
      * did with it: D posted, E rejected, X held as a duplicate,
      * blank not found on the run.
       01  WS-IT-COUNT             PIC 9(5) VALUE 0.
       01  WS-IT-IDX               PIC 9(5) VALUE 0.
       01  WS-IT-SEL               PIC 9(5) VALUE 0.
       01  WS-IT-FULL              PIC X(3) VALUE 'NO '.
       01  ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 5000 TIMES.
              10 IT-TRACE          PIC X(12).
              10 IT-CARD           PIC X(16).
              10 IT-TYPE           PIC X(2).
              10 IT-AMOUNT         PIC 9(7)V99.
              10 IT-TRANDATE       PIC X(8).
              10 IT-TERMINAL       PIC X(8).
              10 IT-ACCNO          PIC X(10).
              10 IT-BRANCH         PIC X(2).
              10 IT-TC             PIC X(1).
              10 IT-RESULT         PIC X(1).

       01  WS-REASON-CODE          PIC X(2) VALUE SPACES.
       01  WS-REASON               PIC X(22) VALUE SPACES.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(19) VALUE SPACES.
           05 FILLER               PIC X(42)
              VALUE "ATM/POS Network Settlement Reconciliation".
           05 FILLER               PIC X(19) VALUE SPACES.

       01  RPT-HEADER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "NETWORK: ".
           05 RH-NETWORK-OUT       PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE "SETTLEMENT DATE: ".
           05 RH-SETL-OUT          PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 RH-RUNDATE-OUT       PIC X(8).
           05 FILLER               PIC X(7) VALUE SPACES.

       01  RPT-HEADER-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "POSTING RUN: ".
           05 RH-RUNSTAMP-OUT      PIC X(14).
           05 FILLER               PIC X(47) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RS-TEXT-OUT          PIC X(79).

       01  RPT-ITEM-COL.
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
           05 FILLER               PIC X(23) VALUE "Reason".

       01  RPT-ITEM-LINE.
           05 RI-TRACE-OUT         PIC X(12).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RI-CARD-OUT          PIC X(16).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RI-TYPE-OUT          PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RI-AMT-OUT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RI-ACCNO-OUT         PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RI-REASON-OUT        PIC X(22).

       01  RPT-TOTAL-COL.
           05 FILLER               PIC X(33) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "    Items".
           05 FILLER               PIC X(16) VALUE "          Debits".
           05 FILLER               PIC X(16) VALUE "         Credits".
           05 FILLER               PIC X(6) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RT-LABEL-OUT         PIC X(28).
           05 RT-CTR-OUT           PIC Z,ZZZ,ZZ9-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RT-DR-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RT-CR-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(5) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RA-LABEL-OUT         PIC X(38).
           05 FILLER               PIC X(16) VALUE SPACES.
           05 RA-AMOUNT-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(6) VALUE SPACES.

       01  RPT-WARN-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RW-TEXT-OUT          PIC X(70).
           05 FILLER               PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
      * Runs after the posting run. Every card item ATM-SETTLE-LOAD
      * sent is found among the ATMNET items on AUDIT.LOG for the
      * newest ACCOUNT-TRANSACTION run: posted, rejected (account
      * status, overdraft limit, uncollected funds, date) or held as
      * a suspected duplicate. Rejected and held items are added to
      * the chargeback file for the switch - a held duplicate must
      * not be released for posting afterwards, the network takes it
      * back. The network's settlement total is then proved against
      * what was charged back and what actually posted; the posted
      * net is what GL-JOURNAL books as due to the network.
       MAIN-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-ITEMS-RTN
           IF WS-CTL-SEEN NOT = 'YES'
               DISPLAY 'ATM-SETTLE-RECON: ATMITEMS.DAT NOT FOUND OR '
                   'INCOMPLETE - RUN ATM-SETTLE-LOAD FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-LATEST-RUN-RTN
           IF WS-SEL-RUNSTAMP = SPACES
               OR WS-SEL-RUNSTAMP < WS-LOAD-STAMP
               DISPLAY 'ATM-SETTLE-RECON: NO ACCOUNT-TRANSACTION RUN '
                   'SINCE THE ATM LOAD - RUN THE POSTING STEP FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MATCH-AUDIT-RTN

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           END-IF
           OPEN EXTEND CHBK-FILE
           IF WS-CHBK-STATUS = '05' OR WS-CHBK-STATUS = '35'
               OPEN OUTPUT CHBK-FILE
           END-IF
           OPEN OUTPUT RPTFILE
           PERFORM WRITE-HEADINGS-RTN

           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               PERFORM RESOLVE-ITEM-RTN
           END-PERFORM
           IF WS-DECL-CTR = 0 AND WS-MISS-CTR = 0
               MOVE 'NONE' TO RS-TEXT-OUT
               WRITE RPTREC FROM RPT-SECTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           PERFORM WRITE-SUMMARY-RTN
           CLOSE RPTFILE
           CLOSE CHBK-FILE
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

       LOAD-ITEMS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT ATMITEM-FILE
           IF WS-ATMITEM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ ATMITEM-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   EVALUATE AI-RECTYPE
                       WHEN 'I'
                           PERFORM NOTE-ITEM-RTN
                       WHEN 'C'
                           MOVE 'YES' TO WS-CTL-SEEN
                           MOVE AC-NETWORK TO WS-NETWORK
                           MOVE AC-SETL-DATE TO WS-SETL-DATE
                           MOVE AC-RUNSTAMP TO WS-LOAD-STAMP
                           MOVE AC-NET-COUNT TO WS-NET-COUNT
                           MOVE AC-NET-DR TO WS-NET-DR
                           MOVE AC-NET-CR TO WS-NET-CR
                           MOVE AC-REJ-COUNT TO WS-LREJ-COUNT
                           MOVE AC-REJ-DR TO WS-LREJ-DR
                           MOVE AC-REJ-CR TO WS-LREJ-CR
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE ATMITEM-FILE
           IF WS-IT-FULL = 'YES'
               DISPLAY 'ATM-SETTLE-RECON: ITEM TABLE FULL (5,000) - '
                   'LATER ITEMS SHOW AS NOT RECONCILED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       NOTE-ITEM-RTN.
           IF WS-IT-COUNT < 5000
               ADD 1 TO WS-IT-COUNT
               MOVE AI-TRACE TO IT-TRACE(WS-IT-COUNT)
               MOVE AI-CARD TO IT-CARD(WS-IT-COUNT)
               MOVE AI-TYPE TO IT-TYPE(WS-IT-COUNT)
               MOVE AI-AMOUNT TO IT-AMOUNT(WS-IT-COUNT)
               MOVE AI-TRANDATE TO IT-TRANDATE(WS-IT-COUNT)
               MOVE AI-TERMINAL TO IT-TERMINAL(WS-IT-COUNT)
               MOVE AI-ACCNO TO IT-ACCNO(WS-IT-COUNT)
               MOVE AI-BRANCH TO IT-BRANCH(WS-IT-COUNT)
               MOVE AI-TC TO IT-TC(WS-IT-COUNT)
               MOVE SPACE TO IT-RESULT(WS-IT-COUNT)
           ELSE
               MOVE 'YES' TO WS-IT-FULL
           END-IF.

       FIND-LATEST-RUN-RTN.
           MOVE SPACES TO WS-SEL-RUNSTAMP
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ AUDIT-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND AUD-PROGRAM = 'ACTIVITY3'
                   AND AUD-RECTYPE = 'H'
                   AND AUD-RUNSTAMP > WS-SEL-RUNSTAMP
                   MOVE AUD-RUNSTAMP TO WS-SEL-RUNSTAMP
               END-IF
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF.

      * Each ATMNET audit record of the run settles the first item
      * still open with the same account, code, amount and date.
       MATCH-AUDIT-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL WS-EOF = 'YES'
               READ AUDIT-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND AUD-RUNSTAMP = WS-SEL-RUNSTAMP
                   AND AUD-OPERATOR = 'ATMNET'
                   AND (AUD-RECTYPE = 'D' OR AUD-RECTYPE = 'E'
                     OR AUD-RECTYPE = 'X')
                   PERFORM MATCH-ONE-RTN
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.

       MATCH-ONE-RTN.
           COMPUTE WS-AUD-AMT = FUNCTION NUMVAL(AUD-AMOUNT)
           MOVE 0 TO WS-IT-SEL
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT OR WS-IT-SEL > 0
               IF IT-RESULT(WS-IT-IDX) = SPACE
                   AND IT-ACCNO(WS-IT-IDX) = AUD-ACCNO
                   AND IT-TC(WS-IT-IDX) = AUD-TRANSCODE
                   AND IT-AMOUNT(WS-IT-IDX) = WS-AUD-AMT
                   AND IT-TRANDATE(WS-IT-IDX) = AUD-TRANDATE
                   MOVE WS-IT-IDX TO WS-IT-SEL
               END-IF
           END-PERFORM
           IF WS-IT-SEL > 0
               MOVE AUD-RECTYPE TO IT-RESULT(WS-IT-SEL)
           ELSE
               ADD 1 TO WS-EXTRA-CTR
           END-IF.

       RESOLVE-ITEM-RTN.
           EVALUATE IT-RESULT(WS-IT-IDX)
               WHEN 'D'
                   ADD 1 TO WS-POSTED-CTR
                   IF IT-TC(WS-IT-IDX) = 'W'
                       ADD IT-AMOUNT(WS-IT-IDX) TO WS-POSTED-DR
                   ELSE
                       ADD IT-AMOUNT(WS-IT-IDX) TO WS-POSTED-CR
                   END-IF
               WHEN 'E'
               WHEN 'X'
                   PERFORM DECLINE-REASON-RTN
                   PERFORM CHARGEBACK-RTN
               WHEN OTHER
                   ADD 1 TO WS-MISS-CTR
                   IF IT-TC(WS-IT-IDX) = 'W'
                       ADD IT-AMOUNT(WS-IT-IDX) TO WS-MISS-DR
                   ELSE
                       ADD IT-AMOUNT(WS-IT-IDX) TO WS-MISS-CR
                   END-IF
                   MOVE SPACES TO WS-REASON
                   MOVE 'NOT ON POSTING RUN' TO WS-REASON
                   PERFORM WRITE-ITEM-LINE
           END-EVALUATE.

      * The audit record says only that the item was turned away; the
      * reason is worked out again the way the posting run decides
      * it - date window, then account status, then funds.
       DECLINE-REASON-RTN.
           IF IT-RESULT(WS-IT-IDX) = 'X'
               MOVE 'DP' TO WS-REASON-CODE
               MOVE 'SUSPECTED DUPLICATE' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF IT-TRANDATE(WS-IT-IDX) > WS-BUS-DATE
               MOVE 'FD' TO WS-REASON-CODE
               MOVE 'FUTURE DATED' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF IT-TRANDATE(WS-IT-IDX) < WS-EARLIEST-DATE
               MOVE 'SD' TO WS-REASON-CODE
               MOVE 'STALE DATED' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'DC' TO WS-REASON-CODE
           MOVE 'DECLINED AT POSTING' TO WS-REASON
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE IT-ACCNO(WS-IT-IDX) TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-FROZEN OR CM-CLOSED
                           MOVE 'AS' TO WS-REASON-CODE
                           MOVE 'ACCOUNT FROZEN/CLOSED' TO WS-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REASON-CODE = 'DC' AND IT-TC(WS-IT-IDX) = 'W'
               MOVE 'NF' TO WS-REASON-CODE
               MOVE 'INSUFFICIENT FUNDS' TO WS-REASON
           END-IF.

       CHARGEBACK-RTN.
           MOVE SPACES TO CHBK-REC
           MOVE 'P' TO CB-STAGE
           MOVE IT-TRACE(WS-IT-IDX) TO CB-TRACE
           MOVE IT-CARD(WS-IT-IDX) TO CB-CARD
           MOVE IT-TYPE(WS-IT-IDX) TO CB-TYPE
           MOVE IT-AMOUNT(WS-IT-IDX) TO CB-AMOUNT
           MOVE IT-TRANDATE(WS-IT-IDX) TO CB-TRANDATE
           MOVE IT-TERMINAL(WS-IT-IDX) TO CB-TERMINAL
           MOVE WS-REASON-CODE TO CB-REASON-CODE
           MOVE WS-REASON TO CB-REASON
           MOVE IT-ACCNO(WS-IT-IDX) TO CB-ACCNO
           WRITE CHBK-REC
           ADD 1 TO WS-DECL-CTR
           IF IT-TC(WS-IT-IDX) = 'W'
               ADD IT-AMOUNT(WS-IT-IDX) TO WS-DECL-DR
           ELSE
               ADD IT-AMOUNT(WS-IT-IDX) TO WS-DECL-CR
           END-IF
           PERFORM WRITE-ITEM-LINE.

       WRITE-ITEM-LINE.
           MOVE IT-TRACE(WS-IT-IDX) TO RI-TRACE-OUT
           MOVE IT-CARD(WS-IT-IDX) TO RI-CARD-OUT
           MOVE IT-TYPE(WS-IT-IDX) TO RI-TYPE-OUT
           MOVE IT-AMOUNT(WS-IT-IDX) TO RI-AMT-OUT
           MOVE IT-ACCNO(WS-IT-IDX) TO RI-ACCNO-OUT
           MOVE WS-REASON TO RI-REASON-OUT
           WRITE RPTREC FROM RPT-ITEM-LINE AFTER ADVANCING 1 LINE.

       WRITE-HEADINGS-RTN.
           MOVE WS-NETWORK TO RH-NETWORK-OUT
           MOVE WS-SETL-DATE TO RH-SETL-OUT
           MOVE WS-BUS-DATE TO RH-RUNDATE-OUT
           MOVE WS-SEL-RUNSTAMP TO RH-RUNSTAMP-OUT
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           WRITE RPTREC FROM RPT-HEADER-2 AFTER ADVANCING 2 LINES
           WRITE RPTREC FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE
           MOVE 'ITEMS DECLINED AT POSTING (CHARGED BACK) OR NOT FOUND'
               TO RS-TEXT-OUT
           WRITE RPTREC FROM RPT-SECTION-LINE AFTER ADVANCING 2 LINES
           WRITE RPTREC FROM RPT-ITEM-COL AFTER ADVANCING 2 LINES.

      * Network items = charged back at load + posted + declined at
      * posting + not found; anything left over is unexplained. The
      * net due to the network after chargebacks must equal the net
      * that posted, which is what the ledger books.
       WRITE-SUMMARY-RTN.
           WRITE RPTREC FROM RPT-TOTAL-COL AFTER ADVANCING 3 LINES
           MOVE 'NETWORK SETTLEMENT FILE:' TO RT-LABEL-OUT
           MOVE WS-NET-COUNT TO RT-CTR-OUT
           MOVE WS-NET-DR TO RT-DR-OUT
           MOVE WS-NET-CR TO RT-CR-OUT
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE 'CHARGED BACK AT LOAD:' TO RT-LABEL-OUT
           MOVE WS-LREJ-COUNT TO RT-CTR-OUT
           MOVE WS-LREJ-DR TO RT-DR-OUT
           MOVE WS-LREJ-CR TO RT-CR-OUT
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE 'POSTED:' TO RT-LABEL-OUT
           MOVE WS-POSTED-CTR TO RT-CTR-OUT
           MOVE WS-POSTED-DR TO RT-DR-OUT
           MOVE WS-POSTED-CR TO RT-CR-OUT
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE 'DECLINED AT POSTING:' TO RT-LABEL-OUT
           MOVE WS-DECL-CTR TO RT-CTR-OUT
           MOVE WS-DECL-DR TO RT-DR-OUT
           MOVE WS-DECL-CR TO RT-CR-OUT
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE
           MOVE 'NOT FOUND ON POSTING RUN:' TO RT-LABEL-OUT
           MOVE WS-MISS-CTR TO RT-CTR-OUT
           MOVE WS-MISS-DR TO RT-DR-OUT
           MOVE WS-MISS-CR TO RT-CR-OUT
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER ADVANCING 1 LINE

           COMPUTE WS-DIFF-CTR = WS-NET-COUNT - WS-LREJ-COUNT
               - WS-POSTED-CTR - WS-DECL-CTR - WS-MISS-CTR
           COMPUTE WS-DIFF-DR = WS-NET-DR - WS-LREJ-DR
               - WS-POSTED-DR - WS-DECL-DR - WS-MISS-DR
           COMPUTE WS-DIFF-CR = WS-NET-CR - WS-LREJ-CR
               - WS-POSTED-CR - WS-DECL-CR - WS-MISS-CR
           MOVE 'UNEXPLAINED DIFFERENCE:' TO RT-LABEL-OUT
           MOVE WS-DIFF-CTR TO RT-CTR-OUT
           MOVE WS-DIFF-DR TO RT-DR-OUT
           MOVE WS-DIFF-CR TO RT-CR-OUT
           WRITE RPTREC FROM RPT-TOTAL-LINE AFTER ADVANCING 2 LINES

           COMPUTE WS-NET-SETL = WS-NET-DR - WS-NET-CR
           COMPUTE WS-CHBK-NET = WS-LREJ-DR - WS-LREJ-CR
               + WS-DECL-DR - WS-DECL-CR
           COMPUTE WS-NET-DUE = WS-NET-SETL - WS-CHBK-NET
           COMPUTE WS-POSTED-NET = WS-POSTED-DR - WS-POSTED-CR
           MOVE 'NET SETTLEMENT PER NETWORK:' TO RA-LABEL-OUT
           MOVE WS-NET-SETL TO RA-AMOUNT-OUT
           WRITE RPTREC FROM RPT-AMOUNT-LINE AFTER ADVANCING 2 LINES
           MOVE 'LESS CHARGEBACKS:' TO RA-LABEL-OUT
           MOVE WS-CHBK-NET TO RA-AMOUNT-OUT
           WRITE RPTREC FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'NET DUE TO NETWORK:' TO RA-LABEL-OUT
           MOVE WS-NET-DUE TO RA-AMOUNT-OUT
           WRITE RPTREC FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'POSTED NET (GL 290400):' TO RA-LABEL-OUT
           MOVE WS-POSTED-NET TO RA-AMOUNT-OUT
           WRITE RPTREC FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE

           IF WS-EXTRA-CTR > 0
               MOVE SPACES TO RW-TEXT-OUT
               STRING WS-EXTRA-CTR DELIMITED BY SIZE
                   ' ATMNET POSTING(S) ON THE RUN NOT IN TONIGHT''S '
                   DELIMITED BY SIZE
                   'LOAD' DELIMITED BY SIZE
                   INTO RW-TEXT-OUT
               END-STRING
               WRITE RPTREC FROM RPT-WARN-LINE AFTER ADVANCING 2 LINES
           END-IF

           IF WS-DIFF-CTR NOT = 0 OR WS-DIFF-DR NOT = 0
               OR WS-DIFF-CR NOT = 0 OR WS-MISS-CTR > 0
               OR WS-EXTRA-CTR > 0
               OR WS-NET-DUE NOT = WS-POSTED-NET
               MOVE '*** SETTLEMENT DOES NOT RECONCILE - HOLD THE '
                   TO RW-TEXT-OUT
               WRITE RPTREC FROM RPT-WARN-LINE AFTER ADVANCING 2 LINES
               MOVE '    NETWORK SETTLEMENT UNTIL IT IS EXPLAINED ***'
                   TO RW-TEXT-OUT
               WRITE RPTREC FROM RPT-WARN-LINE AFTER ADVANCING 1 LINE
               DISPLAY 'ATM-SETTLE-RECON: SETTLEMENT DOES NOT '
                   'RECONCILE - SEE ATMRECON.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'SETTLEMENT RECONCILED' TO RW-TEXT-OUT
               WRITE RPTREC FROM RPT-WARN-LINE AFTER ADVANCING 2 LINES
           END-IF

           DISPLAY 'ATM-SETTLE-RECON: ' WS-POSTED-CTR ' POSTED, '
               WS-DECL-CTR ' CHARGED BACK ON ATMCHBK.DAT, '
               WS-MISS-CTR ' NOT FOUND'.

       LOAD-BUSDATE-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END CONTINUE
               END-READ
               IF WS-BUSDATE-STATUS = '00'
                   MOVE BD-DATE TO WS-BUS-DATE
                   IF BD-TOLERANCE NUMERIC
                       MOVE BD-TOLERANCE TO WS-TOLERANCE
                   END-IF
               END-IF
               CLOSE BUSDATE-FILE
           END-IF
           MOVE WS-BUS-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-TOLERANCE
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-EARLIEST-DATE.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'ATMRECON' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-BUS-DATE TO RS-BUSDATE
           MOVE WS-IT-COUNT TO RS-READ
           MOVE WS-POSTED-CTR TO RS-POSTED
           MOVE WS-DECL-CTR TO RS-REJECTED
           MOVE WS-POSTED-NET TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
