       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATURITY.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDMAST ASSIGN TO "TDMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-CERTNO
               FILE STATUS IS WS-TDMAST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT TDPOST-FILE ASSIGN TO "TDPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDPOST-STATUS.
           SELECT REGFILE ASSIGN TO "TDREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFILE-STATUS.
           SELECT JRNL-FILE ASSIGN TO "TDJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT FUND-WORK ASSIGN TO "TDFUND.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FUNDWK-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT WTAXPARM-FILE ASSIGN TO "INTWTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTAXPARM-STATUS.
           SELECT TDPARM-FILE ASSIGN TO "TDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDPARM-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TDMAST.
       01  TDMAST-REC.
           05 TD-CERTNO            PIC X(8).
           05 TD-ACCNAME           PIC X(25).
           05 TD-STATUS            PIC X(1).
              88 TD-OPEN           VALUE 'A'.
              88 TD-MATURED        VALUE 'M'.
              88 TD-PRETERMINATED  VALUE 'P'.
              88 TD-FUNDING        VALUE 'F'.
              88 TD-CANCELLED      VALUE 'C'.
           05 TD-BRANCH            PIC X(2).
           05 TD-SETTLE-ACCNO      PIC X(10).
           05 TD-CUSTNO            PIC X(6).
           05 TD-PRINCIPAL         PIC 9(7)V99.
           05 TD-RATE              PIC V9(4).
           05 TD-TERM-DAYS         PIC 9(4).
           05 TD-PLACE-DATE        PIC X(8).
           05 TD-MAT-DATE          PIC X(8).
           05 TD-ROLLOVER          PIC X(1).
              88 TD-ROLL-NONE      VALUE 'N'.
              88 TD-ROLL-PRINCIPAL VALUE 'P'.
              88 TD-ROLL-TOTAL     VALUE 'T'.
           05 TD-PRETERM-FLAG      PIC X(1).
           05 TD-PRETERM-DATE      PIC X(8).
           05 TD-CLOSE-DATE        PIC X(8).
           05 TD-ROLL-CTR          PIC 9(3).

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

       FD  TDPOST-FILE.
       01  REC-IN.
           05 ACCNO-IN             PIC X(10).
           05 FILLER               PIC X(1).
           05 ACCNAME-IN           PIC X(25).
           05 TC                   PIC X(1).
           05 AMOUNT               PIC 9(5)V99.
           05 TRANDATE-IN          PIC X(8).
           05 BRANCH-IN            PIC X(2).
           05 TELLER-IN            PIC X(8).

       01  TRAILER-REC.
           05 TRL-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 TRL-COUNT            PIC 9(5).
           05 TRL-NET-SIGN         PIC X(1).
           05 TRL-NET              PIC 9(9)V99.
           05 FILLER               PIC X(8).
           05 TRL-TC               PIC X(1).
           05 FILLER               PIC X(17).

       FD  REGFILE.
       01  REGREC                  PIC X(80).

       FD  JRNL-FILE.
       01  JRNL-REC                PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       FD  WTAXPARM-FILE.
       01  WTAXPARM-REC.
           05 WP-RATE              PIC V9(4).

      * Time deposit pricing parameters: the share of accrued
      * interest forfeited on a pre-termination and the day basis
      * interest is computed on.
       FD  TDPARM-FILE.
       01  TDPARM-REC.
           05 TP-FORFEIT           PIC V9(4).
           05 FILLER               PIC X(1).
           05 TP-BASIS             PIC 9(3).

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

      * Certificates placed but not yet known to be funded, keyed the
      * way the posting run logs their funding debits.
       FD  FUND-WORK.
       01  FUND-WORK-REC.
           05 FW-KEY.
              10 FW-BRANCH         PIC X(2).
              10 FW-ACCNO          PIC X(10).
              10 FW-DATE           PIC X(8).
              10 FW-AMOUNT         PIC 9(7)V99.
              10 FW-CERTNO         PIC X(8).
           05 FW-STATE             PIC X(1).
              88 FW-AWAITING       VALUE ' '.
              88 FW-HELD           VALUE 'H'.
              88 FW-POSTED         VALUE 'P'.
              88 FW-REJECTED       VALUE 'E'.

       WORKING-STORAGE SECTION.
       01  WS-TDMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-WTAXPARM-STATUS      PIC XX VALUE SPACES.
       01  WS-TDPARM-STATUS        PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-TDPOST-STATUS        PIC XX VALUE SPACES.
       01  WS-REGFILE-STATUS       PIC XX VALUE SPACES.
       01  WS-JRNL-STATUS          PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-FUNDWK-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.

       01  WS-WTAX-RATE            PIC V9(4) VALUE 0.2000.
       01  WS-FORFEIT-RATE         PIC V9(4) VALUE 0.5000.
       01  WS-DAY-BASIS            PIC 9(3) VALUE 360.

       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-DONE-CTR             PIC 9(7) VALUE 0.
       01  WS-DEFER-CTR            PIC 9(7) VALUE 0.
       01  WS-POST-CTR             PIC 9(5) VALUE 0.

       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-START-INT            PIC 9(8) VALUE 0.
       01  WS-END-INT              PIC 9(8) VALUE 0.
       01  WS-DAYS                 PIC 9(5) VALUE 0.

      * Figures for the certificate in hand.
       01  WS-INTEREST             PIC 9(7)V99 VALUE 0.
       01  WS-PENALTY              PIC 9(7)V99 VALUE 0.
       01  WS-WTAX                 PIC 9(7)V99 VALUE 0.
       01  WS-NET-INT              PIC 9(7)V99 VALUE 0.
       01  WS-RELEASED             PIC 9(7)V99 VALUE 0.
       01  WS-CAPITALIZED          PIC 9(7)V99 VALUE 0.
       01  WS-PROCEEDS             PIC 9(8)V99 VALUE 0.
       01  WS-PAY-REMAIN           PIC 9(8)V99 VALUE 0.
       01  WS-ACTION-TEXT          PIC X(7) VALUE SPACES.
       01  WS-SETTLE-OK            PIC X(3) VALUE 'NO '.
       01  WS-SETTLE-NAME          PIC X(25) VALUE SPACES.
       01  WS-SETTLE-BRANCH        PIC X(2) VALUE SPACES.

       01  WS-TOT-INTEREST         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PENALTY          PIC 9(9)V99 VALUE 0.
       01  WS-TOT-WTAX             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PROCEEDS         PIC 9(9)V99 VALUE 0.

      * Funding of newly placed certificates, settled from AUDIT.LOG.
       01  WS-FUND-EOF             PIC X(3) VALUE 'NO '.
       01  WS-AUDIT-EOF            PIC X(3) VALUE 'NO '.
       01  WS-FUND-CTR             PIC 9(5) VALUE 0.
       01  WS-FUND-SEL             PIC X(3) VALUE 'NO '.
       01  WS-MATCH-BRANCH         PIC X(2) VALUE SPACES.
       01  WS-MATCH-ACCNO          PIC X(10) VALUE SPACES.
       01  WS-MATCH-DATE           PIC X(8) VALUE SPACES.
       01  WS-MATCH-AMOUNT         PIC 9(7)V99 VALUE 0.
       01  WS-MATCH-STATE          PIC X(1) VALUE SPACE.
       01  WS-FUNDED-CTR           PIC 9(5) VALUE 0.
       01  WS-CANCEL-CTR           PIC 9(5) VALUE 0.
       01  WS-HELD-CTR             PIC 9(5) VALUE 0.
       01  WS-WAIT-CTR             PIC 9(5) VALUE 0.
       01  WS-FUND-TEXT            PIC X(9) VALUE SPACES.

       01  WS-TB-COUNT             PIC 9(2) VALUE 0.
       01  WS-TB-IDX               PIC 9(2) VALUE 0.
       01  WS-TB-FOUND             PIC X(3) VALUE 'NO '.

      * Per-branch totals for the withholding summary and the
      * ledger batch.
       01  TD-BRANCH-TABLE.
           05 TD-BRANCH-ENTRY OCCURS 99 TIMES.
              10 TB-BRANCH         PIC X(2).
              10 TB-CTR            PIC 9(5).
              10 TB-RELEASED       PIC 9(11)V99.
              10 TB-INTEREST       PIC 9(11)V99.
              10 TB-PENALTY        PIC 9(11)V99.
              10 TB-WTAX           PIC 9(11)V99.
              10 TB-CAPITALIZED    PIC 9(11)V99.
              10 TB-PROCEEDS       PIC 9(11)V99.

       01  WS-HASH-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-DR-TOTAL             PIC 9(13)V99 VALUE 0.
       01  WS-CR-TOTAL             PIC 9(13)V99 VALUE 0.
       01  WS-JRNL-CTR             PIC 9(5) VALUE 0.

       01  JRNL-HEADER.
           05 JH-RECTYPE           PIC X(1) VALUE 'H'.
           05 JH-BUSDATE           PIC X(8).
           05 JH-HASH              PIC 9(13)V99.
           05 FILLER               PIC X(56) VALUE SPACES.

       01  JRNL-DETAIL.
           05 JD-RECTYPE           PIC X(1) VALUE 'D'.
           05 JD-BRANCH            PIC X(2).
           05 JD-GLACCT            PIC X(6).
           05 JD-DRCR              PIC X(1).
           05 JD-AMOUNT            PIC 9(11)V99.
           05 JD-DESC              PIC X(20).
           05 FILLER               PIC X(37) VALUE SPACES.

       01  JRNL-TRAILER.
           05 JT-RECTYPE           PIC X(1) VALUE 'T'.
           05 JT-COUNT             PIC 9(5).
           05 JT-DR-TOTAL          PIC 9(13)V99.
           05 JT-CR-TOTAL          PIC 9(13)V99.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-HEADER-1.
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(30)
              VALUE "Time Deposit Maturity Register".
           05 FILLER               PIC X(25) VALUE SPACES.

       01  REG-HEADER-2.
           05 FILLER               PIC X(2) VALUE "Br".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Cert No.".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Action".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Principal".
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Interest".
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Penalty".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Wtax".
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Proceeds".
           05 FILLER               PIC X(3) VALUE SPACES.

       01  REG-LINE.
           05 REG-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-CERTNO-OUT       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-ACTION-OUT       PIC X(7).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-PRINC-OUT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-INT-OUT          PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-PEN-OUT          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-WTAX-OUT         PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REG-PROC-OUT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.

       01  REG-DEFER-LINE.
           05 DEF-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DEF-CERTNO-OUT       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "DEFERRED".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DEF-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DEF-REASON-OUT       PIC X(30).
           05 FILLER               PIC X(16) VALUE SPACES.

       01  REG-FUND-HEADER.
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(30)
              VALUE "Certificate Funding".
           05 FILLER               PIC X(25) VALUE SPACES.

       01  REG-FUND-LINE.
           05 FND-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FND-CERTNO-OUT       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FND-ACTION-OUT       PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FND-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FND-DATE-OUT         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FND-PRINC-OUT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(26) VALUE SPACES.

       01  REG-TOTAL-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "CERTIFICATES PROCESSED:   ".
           05 REG-DONE-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "CERTIFICATES DEFERRED:    ".
           05 REG-DEFER-CTR-OUT    PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-3.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "TOTAL INTEREST:           ".
           05 REG-TOT-INT-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  REG-TOTAL-4.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "PRE-TERMINATION PENALTY:  ".
           05 REG-TOT-PEN-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  REG-TOTAL-5.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "WITHHOLDING TAX:          ".
           05 REG-TOT-WTAX-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  REG-TOTAL-6.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "PROCEEDS PAID OUT:        ".
           05 REG-TOT-PROC-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  REG-TOTAL-7.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "PLACEMENTS FUNDED:        ".
           05 REG-FUNDED-CTR-OUT   PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-8.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "CANCELLED - NOT FUNDED:   ".
           05 REG-CANCEL-CTR-OUT   PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-TOTAL-9.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "FUNDING HELD OR AWAITED:  ".
           05 REG-WAIT-CTR-OUT     PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  WTX-SUM-HEADER.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE "Withholding Remittance Summary By Branch".
           05 FILLER               PIC X(35) VALUE SPACES.

       01  WTX-SUM-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 WTS-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(6) VALUE SPACES.
           05 WTS-CTR-OUT          PIC Z,ZZ9.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 WTS-WTAX-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(42) VALUE SPACES.

       01  WTX-SUM-TOTAL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(24)
              VALUE "TOTAL TAX FOR REMITTANCE".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WTS-TOT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
      * Nightly time deposit run. Every open certificate that has
      * reached maturity, or that the counter flagged for
      * pre-termination, is settled as of the business date: interest
      * is computed on the day basis, final withholding comes off, and
      * the deposit either rolls into a new term or is paid out. Cash
      * to the customer goes to TDPOST.TXT, a credit source TRAN-MERGE
      * posts to the settlement account; the movement between the time
      * deposit and clearing ledgers goes to TDJRNL.DAT. A certificate
      * placed at the counter waits for its funding debit: it opens
      * here once AUDIT.LOG shows the debit posted, and is cancelled
      * if the posting run rejected it.
       MAIN-RTN.
           PERFORM INITIAL-RTN
           PERFORM PROCESS-RTN UNTIL WS-EOF = 'YES'
           PERFORM FINISH-RTN
           CLOSE TDMAST
           CLOSE TDPOST-FILE
           CLOSE REGFILE
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           CLOSE FUND-WORK
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

       INITIAL-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-WTAX-RATE-RTN
           PERFORM LOAD-TDPARM-RTN

           OPEN I-O TDMAST
           IF WS-TDMAST-STATUS NOT = '00'
               DISPLAY 'TD-MATURITY: TDMAST.IDX NOT FOUND - '
                   'NO TIME DEPOSITS ON FILE'
               MOVE 'YES' TO WS-EOF
           END-IF

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'TD-MATURITY: CUSTMAST.IDX NOT AVAILABLE - '
                   'ALL PAYOUTS DEFERRED'
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN OUTPUT TDPOST-FILE
           IF WS-TDPOST-STATUS NOT = '00'
               DISPLAY 'TD-MATURITY: CANNOT OPEN TDPOST.TXT - STATUS '
                   WS-TDPOST-STATUS ' - NOTHING SETTLED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGFILE
           IF WS-REGFILE-STATUS NOT = '00'
               DISPLAY 'TD-MATURITY: CANNOT OPEN TDREG.TXT - STATUS '
                   WS-REGFILE-STATUS ' - NOTHING SETTLED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REGREC FROM REG-HEADER-1 AFTER ADVANCING PAGE

           PERFORM OPEN-WORKFILE-RTN
           IF WS-EOF NOT = 'YES'
               PERFORM SETTLE-FUNDING-RTN
           END-IF

           WRITE REGREC FROM REG-HEADER-2 AFTER ADVANCING 2 LINES

           IF WS-EOF NOT = 'YES'
               MOVE LOW-VALUES TO TD-CERTNO
               START TDMAST KEY IS >= TD-CERTNO
                   INVALID KEY MOVE 'YES' TO WS-EOF
               END-START
           END-IF
           IF WS-EOF NOT = 'YES'
               READ TDMAST NEXT RECORD
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
           END-IF.

      * Rebuilt every run, so any number of placements is carried.
       OPEN-WORKFILE-RTN.
           OPEN OUTPUT FUND-WORK
           CLOSE FUND-WORK
           OPEN I-O FUND-WORK
           IF WS-FUNDWK-STATUS NOT = '00'
               DISPLAY 'TD-MATURITY: CANNOT OPEN WORK FILE - STATUS '
                   WS-FUNDWK-STATUS ' - NOTHING SETTLED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The posting run logs each TDPLACE funding debit it handled:
      * 'D' when it posted, 'E' when it was rejected, 'X' when it was
      * held. A certificate stays waiting while its debit is held or
      * not yet seen; a held debit released later posts further down
      * the log.
       SETTLE-FUNDING-RTN.
           MOVE 'NO ' TO WS-FUND-EOF
           MOVE LOW-VALUES TO TD-CERTNO
           START TDMAST KEY IS >= TD-CERTNO
               INVALID KEY MOVE 'YES' TO WS-FUND-EOF
           END-START
           PERFORM UNTIL WS-FUND-EOF = 'YES'
               READ TDMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-FUND-EOF
               END-READ
               IF WS-FUND-EOF NOT = 'YES' AND TD-FUNDING
                   MOVE SPACES TO FUND-WORK-REC
                   MOVE TD-BRANCH TO FW-BRANCH
                   MOVE TD-SETTLE-ACCNO TO FW-ACCNO
                   MOVE TD-PLACE-DATE TO FW-DATE
                   MOVE TD-PRINCIPAL TO FW-AMOUNT
                   MOVE TD-CERTNO TO FW-CERTNO
                   WRITE FUND-WORK-REC
                   ADD 1 TO WS-FUND-CTR
               END-IF
           END-PERFORM
           IF WS-FUND-CTR = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'NO ' TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'YES' TO WS-AUDIT-EOF
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = 'YES'
               READ AUDIT-FILE
                  AT END MOVE 'YES' TO WS-AUDIT-EOF
               END-READ
               IF WS-AUDIT-EOF NOT = 'YES'
                   AND AUD-PROGRAM = 'ACTIVITY3'
                   AND AUD-OPERATOR = 'TDPLACE'
                   AND (AUD-RECTYPE = 'D' OR AUD-RECTYPE = 'E'
                        OR AUD-RECTYPE = 'X')
                   PERFORM MATCH-FUNDING-RTN
               END-IF
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF

           WRITE REGREC FROM REG-FUND-HEADER AFTER ADVANCING 2 LINES
           MOVE 'NO ' TO WS-FUND-EOF
           MOVE LOW-VALUES TO FW-KEY
           START FUND-WORK KEY IS >= FW-KEY
               INVALID KEY MOVE 'YES' TO WS-FUND-EOF
           END-START
           PERFORM UNTIL WS-FUND-EOF = 'YES'
               READ FUND-WORK NEXT RECORD
                   AT END MOVE 'YES' TO WS-FUND-EOF
               END-READ
               IF WS-FUND-EOF NOT = 'YES'
                   PERFORM APPLY-FUNDING-RTN
               END-IF
           END-PERFORM.

      * A debit is tied to the first waiting certificate with the
      * same account, date and amount; one that posts or is rejected
      * settles a certificate whose debit was held before any other.
       MATCH-FUNDING-RTN.
           MOVE AUD-BRANCH TO WS-MATCH-BRANCH
           MOVE AUD-ACCNO TO WS-MATCH-ACCNO
           MOVE AUD-TRANDATE TO WS-MATCH-DATE
           COMPUTE WS-MATCH-AMOUNT = FUNCTION NUMVAL(AUD-AMOUNT)
           MOVE SPACE TO WS-MATCH-STATE
           MOVE 'NO ' TO WS-FUND-SEL
           IF AUD-RECTYPE NOT = 'X'
               MOVE 'H' TO WS-MATCH-STATE
               PERFORM FIND-FUNDING-RTN
               MOVE SPACE TO WS-MATCH-STATE
           END-IF
           IF WS-FUND-SEL NOT = 'YES'
               PERFORM FIND-FUNDING-RTN
           END-IF
           IF WS-FUND-SEL = 'YES'
               EVALUATE AUD-RECTYPE
                   WHEN 'D'
                       MOVE 'P' TO FW-STATE
                   WHEN 'E'
                       MOVE 'E' TO FW-STATE
                   WHEN OTHER
                       MOVE 'H' TO FW-STATE
               END-EVALUATE
               REWRITE FUND-WORK-REC
           END-IF.

       FIND-FUNDING-RTN.
           MOVE 'NO ' TO WS-FUND-SEL
           MOVE 'NO ' TO WS-FUND-EOF
           MOVE WS-MATCH-BRANCH TO FW-BRANCH
           MOVE WS-MATCH-ACCNO TO FW-ACCNO
           MOVE WS-MATCH-DATE TO FW-DATE
           MOVE WS-MATCH-AMOUNT TO FW-AMOUNT
           MOVE LOW-VALUES TO FW-CERTNO
           START FUND-WORK KEY IS >= FW-KEY
               INVALID KEY MOVE 'YES' TO WS-FUND-EOF
           END-START
           PERFORM UNTIL WS-FUND-EOF = 'YES' OR WS-FUND-SEL = 'YES'
               READ FUND-WORK NEXT RECORD
                   AT END MOVE 'YES' TO WS-FUND-EOF
               END-READ
               IF WS-FUND-EOF NOT = 'YES'
                   IF FW-BRANCH NOT = WS-MATCH-BRANCH
                       OR FW-ACCNO NOT = WS-MATCH-ACCNO
                       OR FW-DATE NOT = WS-MATCH-DATE
                       OR FW-AMOUNT NOT = WS-MATCH-AMOUNT
                       MOVE 'YES' TO WS-FUND-EOF
                   ELSE
                       IF FW-STATE = WS-MATCH-STATE
                           MOVE 'YES' TO WS-FUND-SEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-FUNDING-RTN.
           MOVE FW-CERTNO TO TD-CERTNO
           READ TDMAST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN FW-POSTED
                   MOVE 'A' TO TD-STATUS
                   REWRITE TDMAST-REC
                   MOVE 'FUNDED' TO WS-FUND-TEXT
                   ADD 1 TO WS-FUNDED-CTR
               WHEN FW-REJECTED
                   MOVE 'C' TO TD-STATUS
                   MOVE WS-RUN-DATE TO TD-CLOSE-DATE
                   REWRITE TDMAST-REC
                   MOVE 'CANCELLED' TO WS-FUND-TEXT
                   ADD 1 TO WS-CANCEL-CTR
               WHEN FW-HELD
                   MOVE 'HELD' TO WS-FUND-TEXT
                   ADD 1 TO WS-HELD-CTR
               WHEN OTHER
                   MOVE 'AWAITING' TO WS-FUND-TEXT
                   ADD 1 TO WS-WAIT-CTR
           END-EVALUATE
           MOVE TD-BRANCH TO FND-BRANCH-OUT
           MOVE TD-CERTNO TO FND-CERTNO-OUT
           MOVE WS-FUND-TEXT TO FND-ACTION-OUT
           MOVE TD-SETTLE-ACCNO TO FND-ACCNO-OUT
           MOVE TD-PLACE-DATE TO FND-DATE-OUT
           MOVE TD-PRINCIPAL TO FND-PRINC-OUT
           WRITE REGREC FROM REG-FUND-LINE AFTER ADVANCING 1 LINE.

       PROCESS-RTN.
           ADD 1 TO WS-READ-CTR
           IF TD-OPEN
               EVALUATE TRUE
                   WHEN TD-MAT-DATE <= WS-RUN-DATE
                       PERFORM MATURE-RTN
                   WHEN TD-PRETERM-FLAG = 'Y'
                       PERFORM PRETERM-RTN
               END-EVALUATE
           END-IF

           READ TDMAST NEXT RECORD
              AT END MOVE 'YES' TO WS-EOF
           END-READ.

      * A certificate that reaches maturity earns its full term even
      * if a pre-termination was requested the same day.
       MATURE-RTN.
           MOVE TD-PLACE-DATE TO WS-DATE-NUM
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE TD-MAT-DATE TO WS-DATE-NUM
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAYS = WS-END-INT - WS-START-INT

           COMPUTE WS-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE * WS-DAYS / WS-DAY-BASIS
           MOVE 0 TO WS-PENALTY
           COMPUTE WS-WTAX ROUNDED = WS-INTEREST * WS-WTAX-RATE
           COMPUTE WS-NET-INT = WS-INTEREST - WS-WTAX
           MOVE 0 TO WS-RELEASED
           MOVE 0 TO WS-CAPITALIZED

           EVALUATE TRUE
               WHEN TD-ROLL-PRINCIPAL
                   MOVE WS-NET-INT TO WS-PROCEEDS
                   MOVE 'ROLLED' TO WS-ACTION-TEXT
               WHEN TD-ROLL-TOTAL
                   MOVE 0 TO WS-PROCEEDS
                   MOVE WS-NET-INT TO WS-CAPITALIZED
                   MOVE 'ROLLED' TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE TD-PRINCIPAL TO WS-RELEASED
                   COMPUTE WS-PROCEEDS = TD-PRINCIPAL + WS-NET-INT
                   MOVE 'MATURED' TO WS-ACTION-TEXT
           END-EVALUATE

           PERFORM CHECK-SETTLE-RTN
           IF WS-SETTLE-OK NOT = 'YES'
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REG-LINE
           PERFORM WRITE-PAYOUT-RTN
           PERFORM ACCUM-BRANCH-RTN

      * A rollover starts the new term on the old maturity date at
      * the certificate's own rate; the counter reprices it if the
      * customer asks.
           IF TD-ROLL-PRINCIPAL OR TD-ROLL-TOTAL
               ADD WS-CAPITALIZED TO TD-PRINCIPAL
               MOVE TD-MAT-DATE TO TD-PLACE-DATE
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-END-INT + TD-TERM-DAYS)
               MOVE WS-DATE-NUM TO TD-MAT-DATE
               MOVE 'N' TO TD-PRETERM-FLAG
               MOVE SPACES TO TD-PRETERM-DATE
               ADD 1 TO TD-ROLL-CTR
           ELSE
               MOVE 'M' TO TD-STATUS
               MOVE WS-RUN-DATE TO TD-CLOSE-DATE
           END-IF
           REWRITE TDMAST-REC
           ADD 1 TO WS-DONE-CTR.

      * Pre-termination: interest accrues to the business date, the
      * forfeited share is kept as penalty income, and withholding
      * applies to what the depositor actually earns.
       PRETERM-RTN.
           MOVE TD-PLACE-DATE TO WS-DATE-NUM
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-END-INT > WS-START-INT
               COMPUTE WS-DAYS = WS-END-INT - WS-START-INT
           ELSE
               MOVE 0 TO WS-DAYS
           END-IF

           COMPUTE WS-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE * WS-DAYS / WS-DAY-BASIS
           COMPUTE WS-PENALTY ROUNDED = WS-INTEREST * WS-FORFEIT-RATE
           COMPUTE WS-WTAX ROUNDED =
               (WS-INTEREST - WS-PENALTY) * WS-WTAX-RATE
           COMPUTE WS-NET-INT = WS-INTEREST - WS-PENALTY - WS-WTAX
           MOVE TD-PRINCIPAL TO WS-RELEASED
           MOVE 0 TO WS-CAPITALIZED
           COMPUTE WS-PROCEEDS = TD-PRINCIPAL + WS-NET-INT
           MOVE 'PRETERM' TO WS-ACTION-TEXT

           PERFORM CHECK-SETTLE-RTN
           IF WS-SETTLE-OK NOT = 'YES'
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REG-LINE
           PERFORM WRITE-PAYOUT-RTN
           PERFORM ACCUM-BRANCH-RTN

           MOVE 'P' TO TD-STATUS
           MOVE WS-RUN-DATE TO TD-CLOSE-DATE
           REWRITE TDMAST-REC
           ADD 1 TO WS-DONE-CTR.

      * Proceeds can only be paid to an account that will take the
      * credit, and certificates are in pesos, so only to a peso
      * account. Otherwise the certificate stays open and is picked up
      * again on the first night the account is back in order.
       CHECK-SETTLE-RTN.
           MOVE 'YES' TO WS-SETTLE-OK
           IF WS-PROCEEDS = 0
               MOVE TD-ACCNAME TO WS-SETTLE-NAME
               MOVE TD-BRANCH TO WS-SETTLE-BRANCH
               EXIT PARAGRAPH
           END-IF
           IF WS-CUSTMAST-OPEN NOT = 'YES'
               MOVE 'CUSTOMER MASTER NOT AVAILABLE' TO DEF-REASON-OUT
               PERFORM WRITE-DEFER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE TD-SETTLE-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 'SETTLEMENT ACCOUNT NOT ON FILE'
                       TO DEF-REASON-OUT
                   PERFORM WRITE-DEFER-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-FROZEN OR CM-CLOSED
                           MOVE 'SETTLEMENT ACCOUNT FROZEN/CLSD'
                               TO DEF-REASON-OUT
                           PERFORM WRITE-DEFER-LINE
                       WHEN CM-CURRENCY NOT = SPACES
                         AND CM-CURRENCY NOT = 'PHP'
                           MOVE 'FOREIGN CURRENCY ACCOUNT'
                               TO DEF-REASON-OUT
                           PERFORM WRITE-DEFER-LINE
                       WHEN OTHER
                           MOVE CM-ACCNAME TO WS-SETTLE-NAME
                           MOVE CM-BRANCH TO WS-SETTLE-BRANCH
                   END-EVALUATE
           END-READ.

       WRITE-DEFER-LINE.
           MOVE 'NO ' TO WS-SETTLE-OK
           MOVE TD-BRANCH TO DEF-BRANCH-OUT
           MOVE TD-CERTNO TO DEF-CERTNO-OUT
           MOVE TD-SETTLE-ACCNO TO DEF-ACCNO-OUT
           WRITE REGREC FROM REG-DEFER-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-DEFER-CTR.

      * The posting record carries at most 99,999.99, so a larger
      * payout goes to the account as several credits.
       WRITE-PAYOUT-RTN.
           MOVE WS-PROCEEDS TO WS-PAY-REMAIN
           PERFORM UNTIL WS-PAY-REMAIN = 0
               MOVE SPACES TO REC-IN
               MOVE TD-SETTLE-ACCNO TO ACCNO-IN
               MOVE WS-SETTLE-NAME TO ACCNAME-IN
               MOVE 'D' TO TC
               IF WS-PAY-REMAIN > 99999.99
                   MOVE 99999.99 TO AMOUNT
               ELSE
                   MOVE WS-PAY-REMAIN TO AMOUNT
               END-IF
               SUBTRACT AMOUNT FROM WS-PAY-REMAIN
               MOVE WS-RUN-DATE TO TRANDATE-IN
               MOVE WS-SETTLE-BRANCH TO BRANCH-IN
               MOVE 'TDMAT' TO TELLER-IN
               WRITE REC-IN
               IF WS-TDPOST-STATUS NOT = '00'
                   DISPLAY 'TD-MATURITY: CANNOT WRITE TDPOST.TXT - '
                       'STATUS ' WS-TDPOST-STATUS ' AT CERTIFICATE '
                       TD-CERTNO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POST-CTR
           END-PERFORM.

       WRITE-REG-LINE.
           MOVE TD-BRANCH TO REG-BRANCH-OUT
           MOVE TD-CERTNO TO REG-CERTNO-OUT
           MOVE WS-ACTION-TEXT TO REG-ACTION-OUT
           MOVE TD-PRINCIPAL TO REG-PRINC-OUT
           MOVE WS-INTEREST TO REG-INT-OUT
           MOVE WS-PENALTY TO REG-PEN-OUT
           MOVE WS-WTAX TO REG-WTAX-OUT
           MOVE WS-PROCEEDS TO REG-PROC-OUT
           WRITE REGREC FROM REG-LINE AFTER ADVANCING 1 LINE.

       ACCUM-BRANCH-RTN.
           ADD WS-INTEREST TO WS-TOT-INTEREST
           ADD WS-PENALTY TO WS-TOT-PENALTY
           ADD WS-WTAX TO WS-TOT-WTAX
           ADD WS-PROCEEDS TO WS-TOT-PROCEEDS
           ADD WS-RELEASED TO WS-HASH-TOTAL
           ADD WS-INTEREST TO WS-HASH-TOTAL

           MOVE 'NO ' TO WS-TB-FOUND
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
                      OR WS-TB-FOUND = 'YES'
               IF TB-BRANCH(WS-TB-IDX) = TD-BRANCH
                   MOVE 'YES' TO WS-TB-FOUND
               END-IF
           END-PERFORM
           IF WS-TB-FOUND = 'YES'
               SUBTRACT 1 FROM WS-TB-IDX
           ELSE
               IF WS-TB-COUNT < 99
                   ADD 1 TO WS-TB-COUNT
                   MOVE WS-TB-COUNT TO WS-TB-IDX
                   MOVE TD-BRANCH TO TB-BRANCH(WS-TB-IDX)
                   MOVE 0 TO TB-CTR(WS-TB-IDX)
                   MOVE 0 TO TB-RELEASED(WS-TB-IDX)
                   MOVE 0 TO TB-INTEREST(WS-TB-IDX)
                   MOVE 0 TO TB-PENALTY(WS-TB-IDX)
                   MOVE 0 TO TB-WTAX(WS-TB-IDX)
                   MOVE 0 TO TB-CAPITALIZED(WS-TB-IDX)
                   MOVE 0 TO TB-PROCEEDS(WS-TB-IDX)
               ELSE
                   DISPLAY 'TD-MATURITY: BRANCH TABLE FULL (99) - '
                       'BRANCH ' TD-BRANCH ' NOT JOURNALED'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO TB-CTR(WS-TB-IDX)
           ADD WS-RELEASED TO TB-RELEASED(WS-TB-IDX)
           ADD WS-INTEREST TO TB-INTEREST(WS-TB-IDX)
           ADD WS-PENALTY TO TB-PENALTY(WS-TB-IDX)
           ADD WS-WTAX TO TB-WTAX(WS-TB-IDX)
           ADD WS-CAPITALIZED TO TB-CAPITALIZED(WS-TB-IDX)
           ADD WS-PROCEEDS TO TB-PROCEEDS(WS-TB-IDX).

       FINISH-RTN.
           MOVE SPACES TO TRAILER-REC
           MOVE '999' TO TRL-ACCNO
           MOVE WS-POST-CTR TO TRL-COUNT
           MOVE '+' TO TRL-NET-SIGN
           MOVE WS-TOT-PROCEEDS TO TRL-NET
           MOVE 'T' TO TRL-TC
           WRITE TRAILER-REC
           IF WS-TDPOST-STATUS NOT = '00'
               DISPLAY 'TD-MATURITY: CANNOT WRITE TDPOST.TXT TRAILER - '
                   'STATUS ' WS-TDPOST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE WS-DONE-CTR TO REG-DONE-CTR-OUT
           MOVE WS-DEFER-CTR TO REG-DEFER-CTR-OUT
           MOVE WS-TOT-INTEREST TO REG-TOT-INT-OUT
           MOVE WS-TOT-PENALTY TO REG-TOT-PEN-OUT
           MOVE WS-TOT-WTAX TO REG-TOT-WTAX-OUT
           MOVE WS-TOT-PROCEEDS TO REG-TOT-PROC-OUT
           WRITE REGREC FROM REG-TOTAL-1 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-TOTAL-2 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-3 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-4 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-5 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-6 AFTER ADVANCING 1 LINE
           MOVE WS-FUNDED-CTR TO REG-FUNDED-CTR-OUT
           MOVE WS-CANCEL-CTR TO REG-CANCEL-CTR-OUT
           COMPUTE WS-WAIT-CTR = WS-WAIT-CTR + WS-HELD-CTR
           MOVE WS-WAIT-CTR TO REG-WAIT-CTR-OUT
           WRITE REGREC FROM REG-TOTAL-7 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-TOTAL-8 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-TOTAL-9 AFTER ADVANCING 1 LINE

           PERFORM WRITE-WTAX-SUMMARY-RTN
           PERFORM WRITE-JOURNAL-RTN

           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY 'TD-MATURITY: JOURNAL OUT OF BALANCE - '
                   'DR ' WS-DR-TOTAL ' CR ' WS-CR-TOTAL
               MOVE 16 TO RETURN-CODE
           END-IF
           DISPLAY 'TD-MATURITY: ' WS-DONE-CTR ' CERTIFICATE(S) '
               'SETTLED, ' WS-DEFER-CTR ' DEFERRED, '
               WS-POST-CTR ' CREDIT(S) TO TDPOST.TXT'
           IF WS-CANCEL-CTR > 0
               DISPLAY 'TD-MATURITY: ' WS-CANCEL-CTR ' PLACEMENT(S) '
                   'CANCELLED - FUNDING DEBIT REJECTED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-WTAX-SUMMARY-RTN.
           WRITE REGREC FROM WTX-SUM-HEADER AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               MOVE TB-BRANCH(WS-TB-IDX) TO WTS-BRANCH-OUT
               MOVE TB-CTR(WS-TB-IDX) TO WTS-CTR-OUT
               MOVE TB-WTAX(WS-TB-IDX) TO WTS-WTAX-OUT
               WRITE REGREC FROM WTX-SUM-LINE AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-TOT-WTAX TO WTS-TOT-OUT
           WRITE REGREC FROM WTX-SUM-TOTAL AFTER ADVANCING 2 LINES.

      * Per branch: principal released and the gross interest cost
      * are debited; penalty income, withholding payable, interest
      * added to rolled principal and the proceeds awaiting credit to
      * the settlement accounts are credited. The clearing account is
      * relieved when GL-JOURNAL books the TDMAT postings.
       WRITE-JOURNAL-RTN.
           OPEN OUTPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'TD-MATURITY: CANNOT OPEN TDJRNL.DAT - STATUS '
                   WS-JRNL-STATUS ' - LEDGER BATCH NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO JH-BUSDATE
           MOVE WS-HASH-TOTAL TO JH-HASH
           WRITE JRNL-REC FROM JRNL-HEADER

           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               IF TB-RELEASED(WS-TB-IDX) > 0
                   MOVE TB-RELEASED(WS-TB-IDX) TO JD-AMOUNT
                   MOVE '200200' TO JD-GLACCT
                   MOVE 'TD PRINCIPAL RELEASD' TO JD-DESC
                   PERFORM WRITE-DR-LINE
               END-IF
               IF TB-INTEREST(WS-TB-IDX) > 0
                   MOVE TB-INTEREST(WS-TB-IDX) TO JD-AMOUNT
                   MOVE '500200' TO JD-GLACCT
                   MOVE 'TD INTEREST EXPENSE' TO JD-DESC
                   PERFORM WRITE-DR-LINE
               END-IF
               IF TB-PENALTY(WS-TB-IDX) > 0
                   MOVE TB-PENALTY(WS-TB-IDX) TO JD-AMOUNT
                   MOVE '400200' TO JD-GLACCT
                   MOVE 'TD PRETERM PENALTY' TO JD-DESC
                   PERFORM WRITE-CR-LINE
               END-IF
               IF TB-WTAX(WS-TB-IDX) > 0
                   MOVE TB-WTAX(WS-TB-IDX) TO JD-AMOUNT
                   MOVE '210100' TO JD-GLACCT
                   MOVE 'WTAX PAYABLE' TO JD-DESC
                   PERFORM WRITE-CR-LINE
               END-IF
               IF TB-CAPITALIZED(WS-TB-IDX) > 0
                   MOVE TB-CAPITALIZED(WS-TB-IDX) TO JD-AMOUNT
                   MOVE '200200' TO JD-GLACCT
                   MOVE 'TD INT CAPITALIZED' TO JD-DESC
                   PERFORM WRITE-CR-LINE
               END-IF
               IF TB-PROCEEDS(WS-TB-IDX) > 0
                   MOVE TB-PROCEEDS(WS-TB-IDX) TO JD-AMOUNT
                   MOVE '290100' TO JD-GLACCT
                   MOVE 'TD PROCEEDS PAYABLE' TO JD-DESC
                   PERFORM WRITE-CR-LINE
               END-IF
           END-PERFORM

           MOVE WS-JRNL-CTR TO JT-COUNT
           MOVE WS-DR-TOTAL TO JT-DR-TOTAL
           MOVE WS-CR-TOTAL TO JT-CR-TOTAL
           WRITE JRNL-REC FROM JRNL-TRAILER
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'TD-MATURITY: CANNOT WRITE TDJRNL.DAT - STATUS '
                   WS-JRNL-STATUS ' - LEDGER BATCH INCOMPLETE'
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE JRNL-FILE.

       WRITE-DR-LINE.
           MOVE TB-BRANCH(WS-TB-IDX) TO JD-BRANCH
           MOVE 'D' TO JD-DRCR
           WRITE JRNL-REC FROM JRNL-DETAIL
           ADD 1 TO WS-JRNL-CTR
           ADD JD-AMOUNT TO WS-DR-TOTAL.

       WRITE-CR-LINE.
           MOVE TB-BRANCH(WS-TB-IDX) TO JD-BRANCH
           MOVE 'C' TO JD-DRCR
           WRITE JRNL-REC FROM JRNL-DETAIL
           ADD 1 TO WS-JRNL-CTR
           ADD JD-AMOUNT TO WS-CR-TOTAL.

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
               DISPLAY 'TD-MATURITY: BUSDATE.DAT NOT FOUND - '
                   'OUTPUT DATED FROM THE WALL CLOCK'
           END-IF.

      * Same statutory rate as savings interest; 20 percent is the
      * built-in default.
       LOAD-WTAX-RATE-RTN.
           OPEN INPUT WTAXPARM-FILE
           IF WS-WTAXPARM-STATUS = '00'
               READ WTAXPARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-WTAXPARM-STATUS = '00' AND WP-RATE NUMERIC
                   MOVE WP-RATE TO WS-WTAX-RATE
               END-IF
               CLOSE WTAXPARM-FILE
           END-IF.

      * Half the accrued interest forfeited, on a 360-day year, unless
      * the parameter file says otherwise.
       LOAD-TDPARM-RTN.
           OPEN INPUT TDPARM-FILE
           IF WS-TDPARM-STATUS = '00'
               READ TDPARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-TDPARM-STATUS = '00'
                   IF TP-FORFEIT NUMERIC
                       MOVE TP-FORFEIT TO WS-FORFEIT-RATE
                   END-IF
                   IF TP-BASIS NUMERIC AND TP-BASIS > 0
                       MOVE TP-BASIS TO WS-DAY-BASIS
                   END-IF
               END-IF
               CLOSE TDPARM-FILE
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'TDMATR' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-READ-CTR TO RS-READ
           MOVE WS-DONE-CTR TO RS-POSTED
           MOVE WS-DEFER-CTR TO RS-REJECTED
           MOVE WS-TOT-PROCEEDS TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
