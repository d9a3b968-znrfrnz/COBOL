       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICING-MAINT.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATETABLE-FILE ASSIGN TO "INTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETABLE-STATUS.
           SELECT SCHED-FILE ASSIGN TO "SVCSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT BALFWD-IN ASSIGN TO "BALFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RPTFILE ASSIGN TO "PRICEMNT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Interest tiers: one row per tier, a set being the rows of one
      * product and effective date in ascending limit order. A blank
      * effective date is a set that has been in effect all along.
       FD  RATETABLE-FILE.
       01  RATETABLE-REC.
           05 RT-PROD              PIC X(2).
           05 FILLER               PIC X.
           05 RT-LIMIT             PIC 9(7)V99.
           05 FILLER               PIC X.
           05 RT-RATE              PIC V9(4).
           05 FILLER               PIC X.
           05 RT-EFFDATE           PIC X(8).

      * Pre-product rate files carried no product key; the limit's
      * leading digits land where the key now sits.
       01  RATETABLE-OLD-REC.
           05 RTO-LIMIT            PIC 9(7)V99.
           05 FILLER               PIC X.
           05 RTO-RATE             PIC V9(4).

      * Service charge schedule: one row per product and effective
      * date.
       FD  SCHED-FILE.
       01  SCHED-REC.
           05 SC-PROD              PIC X(2).
           05 FILLER               PIC X.
           05 SC-MIN-BAL           PIC 9(7)V99.
           05 FILLER               PIC X.
           05 SC-MINFEE            PIC 9(5)V99.
           05 FILLER               PIC X.
           05 SC-OD-DAILY          PIC 9(5)V99.
           05 FILLER               PIC X.
           05 SC-OD-DAYS           PIC 9(3).
           05 FILLER               PIC X.
           05 SC-EXEMPT            PIC X(1).
           05 FILLER               PIC X.
           05 SC-EFFDATE           PIC X(8).

       01  SCHED-OLD-REC.
           05 SCO-MIN-BAL          PIC 9(7)V99.
           05 FILLER               PIC X.
           05 SCO-MINFEE           PIC 9(5)V99.
           05 FILLER               PIC X.
           05 SCO-OD-DAILY         PIC 9(5)V99.
           05 FILLER               PIC X.
           05 SCO-OD-DAYS          PIC 9(3).

       FD  BALFWD-IN.
       01  BALFWD-IN-REC.
           05 BALFWD-IN-ACCNO      PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-IN-BAL        PIC S9(7)V99.
           05 BALFWD-IN-BRANCH     PIC X(2).
           05 BALFWD-IN-AVAIL      PIC S9(7)V99.

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

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RATETABLE-STATUS     PIC XX VALUE SPACES.
       01  WS-SCHED-STATUS         PIC XX VALUE SPACES.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-WHICH                PIC X(1) VALUE SPACE.
       01  WS-ACTION               PIC X(1) VALUE SPACE.
       01  WS-ACTION-NAME          PIC X(6) VALUE SPACES.
       01  WS-FILE-NAME            PIC X(12) VALUE SPACES.
       01  WS-FOUND                PIC X(3) VALUE 'NO '.
       01  WS-VALID                PIC X(3) VALUE 'YES'.
       01  WS-TOP-SEEN             PIC X(3) VALUE 'NO '.

       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-IN-PROD              PIC X(2) VALUE SPACES.
       01  WS-IN-EFFDATE           PIC X(8) VALUE SPACES.
       01  WS-IN-EXEMPT            PIC X(1) VALUE SPACE.
       01  WS-RAW-IN               PIC X(12) VALUE SPACES.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.

       01  WS-ROW-CTR              PIC 9(4) VALUE 0.
       01  WS-BAD-CTR              PIC 9(4) VALUE 0.
       01  WS-WARN-CTR             PIC 9(4) VALUE 0.
       01  WS-ACCT-CTR             PIC 9(7) VALUE 0.
       01  WS-AFFECT-CTR           PIC 9(7) VALUE 0.

      * The product types accounts can be opened under.
       01  PRODUCT-VALUES          PIC X(10) VALUE 'RSPASCCCFC'.
       01  PRODUCT-TABLE REDEFINES PRODUCT-VALUES.
           05 KP-PROD              PIC X(2) OCCURS 5 TIMES.
       01  WS-PROD-IDX             PIC 9(1) VALUE 0.
       01  WS-PROD-SEL             PIC 9(1) VALUE 0.
       01  WS-LOOK-PROD            PIC X(2) VALUE SPACES.

      * The whole file is held in product / effective date / limit
      * order and written back in full after a change, so the rows
      * always read in the order the posting runs pick tiers in.
       01  WS-RT-COUNT             PIC 9(4) VALUE 0.
       01  WS-RT-IDX               PIC 9(4) VALUE 0.
       01  WS-RT-POS               PIC 9(4) VALUE 0.
       01  WS-SHIFT-IDX            PIC 9(4) VALUE 0.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 500 TIMES.
              10 RTB-KEY.
                 15 RTB-PROD       PIC X(2).
                 15 RTB-EFFDATE    PIC X(8).
                 15 RTB-LIMIT      PIC 9(7)V99.
              10 RTB-RATE          PIC V9(4).
       01  WS-HOLD-RATE.
           05 WR-KEY.
              10 WR-PROD           PIC X(2).
              10 WR-EFFDATE        PIC X(8).
              10 WR-LIMIT          PIC 9(7)V99.
           05 WR-RATE              PIC V9(4).

       01  WS-FT-COUNT             PIC 9(4) VALUE 0.
       01  WS-FT-IDX               PIC 9(4) VALUE 0.
       01  WS-FT-POS               PIC 9(4) VALUE 0.
       01  FEE-TABLE.
           05 FEE-ENTRY OCCURS 100 TIMES.
              10 FTB-KEY.
                 15 FTB-PROD       PIC X(2).
                 15 FTB-EFFDATE    PIC X(8).
              10 FTB-MIN-BAL       PIC 9(7)V99.
              10 FTB-MINFEE        PIC 9(5)V99.
              10 FTB-OD-DAILY      PIC 9(5)V99.
              10 FTB-OD-DAYS       PIC 9(3).
              10 FTB-EXEMPT        PIC X(1).
       01  WS-HOLD-FEE.
           05 WF-KEY.
              10 WF-PROD           PIC X(2).
              10 WF-EFFDATE        PIC X(8).
           05 WF-MIN-BAL           PIC 9(7)V99.
           05 WF-MINFEE            PIC 9(5)V99.
           05 WF-OD-DAILY          PIC 9(5)V99.
           05 WF-OD-DAYS           PIC 9(3).
           05 WF-EXEMPT            PIC X(1).

      * The set keyed in for an add or change.
       01  WS-NT-COUNT             PIC 9(1) VALUE 0.
       01  WS-NT-IDX               PIC 9(1) VALUE 0.
       01  NEW-TIER-TABLE.
           05 NEW-TIER OCCURS 4 TIMES.
              10 NT-LIMIT          PIC 9(7)V99.
              10 NT-RATE           PIC V9(4).
       01  WS-NUM-IN               PIC 9(9)V9(4) VALUE 0.

      * What each product is priced on at the effective date keyed,
      * before the change (stage 1) and after it (stage 2). A product
      * with no set of its own is priced on the regular savings set,
      * as the posting runs do; EF-SOURCE names the set used.
       01  WS-STAGE                PIC 9(1) VALUE 0.
       01  WS-BEST-FOUND           PIC X(3) VALUE 'NO '.
       01  WS-BEST-EFFDATE         PIC X(8) VALUE SPACES.
       01  WS-TIER-IDX             PIC 9(1) VALUE 0.
       01  EFFECT-TABLE.
           05 EFFECT-STAGE OCCURS 2 TIMES.
              10 EFFECT-PROD OCCURS 5 TIMES.
                 15 EF-SOURCE      PIC X(2).
                 15 EF-EFFDATE     PIC X(8).
                 15 EF-TIER-CNT    PIC 9(1).
                 15 EF-TIER OCCURS 4 TIMES.
                    20 EF-LIMIT    PIC 9(7)V99.
                    20 EF-RATE     PIC V9(4).
                 15 EF-MIN-BAL     PIC 9(7)V99.
                 15 EF-MINFEE      PIC 9(5)V99.
                 15 EF-OD-DAILY    PIC 9(5)V99.
                 15 EF-OD-DAYS     PIC 9(3).
                 15 EF-EXEMPT      PIC X(1).

       01  WS-ACCT-PROD            PIC X(2) VALUE SPACES.
       01  WS-CALC-RATE            PIC V9(4) VALUE 0.
       01  WS-CALC-FEE             PIC 9(7)V99 VALUE 0.
       01  WS-BEFORE-RATE          PIC V9(4) VALUE 0.
       01  WS-AFTER-RATE           PIC V9(4) VALUE 0.
       01  WS-BEFORE-FEE           PIC 9(7)V99 VALUE 0.
       01  WS-AFTER-FEE            PIC 9(7)V99 VALUE 0.
       01  WS-RATE-EDIT            PIC .9(4).
       01  WS-FEE-EDIT             PIC Z,ZZ9.99.
       01  WS-LIMIT-EDIT           PIC Z,ZZZ,ZZ9.99.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(27) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "Pricing Table Maintenance".
           05 FILLER               PIC X(27) VALUE SPACES.

       01  RPT-HEADER-2.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "FILE: ".
           05 RH-FILE-OUT          PIC X(12).
           05 FILLER               PIC X(10) VALUE "  ACTION: ".
           05 RH-ACTION-OUT        PIC X(6).
           05 FILLER               PIC X(11) VALUE "  PRODUCT: ".
           05 RH-PROD-OUT          PIC X(2).
           05 FILLER               PIC X(13) VALUE "  EFFECTIVE: ".
           05 RH-EFF-OUT           PIC X(8).
           05 FILLER               PIC X(11) VALUE SPACES.

       01  RPT-HEADER-3.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "BUSINESS DATE: ".
           05 RH-BUSDATE-OUT       PIC X(8).
           05 FILLER               PIC X(56) VALUE SPACES.

       01  RPT-SECT-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RPT-SECT-TITLE       PIC X(64).
           05 FILLER               PIC X(15) VALUE SPACES.

       01  RPT-TIER-COL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(38)
              VALUE "PR  EFFECTIVE           LIMIT     RATE".
           05 FILLER               PIC X(37) VALUE SPACES.

       01  RPT-TIER-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RT-PROD-OUT          PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RT-EFF-OUT           PIC X(9).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 RT-LIMIT-OUT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 RT-RATE-OUT          PIC .9(4).
           05 FILLER               PIC X(37) VALUE SPACES.

       01  RPT-FEE-COL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(43)
              VALUE "PR  EFFECTIVE   MIN BALANCE    MIN FEE     ".
           05 FILLER               PIC X(20)
              VALUE "OD/DAY  DAYS  EXEMPT".
           05 FILLER               PIC X(12) VALUE SPACES.

       01  RPT-FEE-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RF-PROD-OUT          PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RF-EFF-OUT           PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RF-MINBAL-OUT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RF-MINFEE-OUT        PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RF-ODDAILY-OUT       PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RF-ODDAYS-OUT        PIC ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 RF-EXEMPT-OUT        PIC X(1).
           05 FILLER               PIC X(15) VALUE SPACES.

       01  RPT-ACC-COL.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(42)
              VALUE "BR  ACCOUNT     PR        BALANCE   BEFORE".
           05 FILLER               PIC X(11)
              VALUE "      AFTER".
           05 FILLER               PIC X(26) VALUE SPACES.

       01  RPT-ACC-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RA-BRANCH-OUT        PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RA-ACCNO-OUT         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RA-PROD-OUT          PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RA-BAL-OUT           PIC -,---,--9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RA-BEFORE-OUT        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RA-AFTER-OUT         PIC X(10).
           05 FILLER               PIC X(21) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RC-LABEL-OUT         PIC X(40).
           05 RC-COUNT-OUT         PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
      * Keyed maintenance of the bank's two pricing files - the
      * interest tiers on INTRATE.DAT and the service charge schedule
      * on SVCSCHED.DAT - in place of editing them by hand. Sets are
      * added, changed or deleted by product and effective date, so a
      * new rate can be loaded ahead of the day it takes effect; a
      * set already in use is never altered, only superseded by a
      * later one. Every change is listed on PRICEMNT.TXT with the
      * pricing in effect before and after it and the accounts whose
      * interest rate or charge it moves.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN

           DISPLAY 'PRICING FILE - (I)NTEREST TIERS INTRATE.DAT, '
               '(S)ERVICE CHARGES SVCSCHED.DAT: '
           ACCEPT WS-WHICH
           INSPECT WS-WHICH CONVERTING 'is' TO 'IS'
           EVALUATE WS-WHICH
               WHEN 'I'
                   MOVE 'INTRATE.DAT' TO WS-FILE-NAME
                   PERFORM LOAD-RATES-RTN
               WHEN 'S'
                   MOVE 'SVCSCHED.DAT' TO WS-FILE-NAME
                   PERFORM LOAD-FEES-RTN
               WHEN OTHER
                   DISPLAY 'PRICING-MAINT: NO FILE CHOSEN - '
                       'NO CHANGE APPLIED'
                   STOP RUN
           END-EVALUATE

           DISPLAY 'PRICING-MAINT: ' WS-ROW-CTR ' ROW(S) ON '
               WS-FILE-NAME
           DISPLAY 'ACTION - (L)IST, (A)DD SET, (C)HANGE SET, '
               '(D)ELETE SET, (V)ALIDATE FILE, (Q)UIT: '
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING 'lacdvq' TO 'LACDVQ'

           EVALUATE WS-ACTION
               WHEN 'L'
                   PERFORM LIST-FILE-RTN
               WHEN 'V'
                   PERFORM CHECK-FILE-RTN
                   IF WS-BAD-CTR > 0 OR WS-WARN-CTR > 0
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY 'PRICING-MAINT: ' WS-FILE-NAME
                           ' PASSES EVERY CHECK'
                   END-IF
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-NAME
                   PERFORM MAINTAIN-SET-RTN
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-ACTION-NAME
                   PERFORM MAINTAIN-SET-RTN
               WHEN 'D'
                   MOVE 'DELETE' TO WS-ACTION-NAME
                   PERFORM MAINTAIN-SET-RTN
               WHEN OTHER
                   DISPLAY 'PRICING-MAINT: NO CHANGE APPLIED'
           END-EVALUATE
           STOP RUN.

      * Add, change or delete one product's set for one effective
      * date. Nothing is written unless the key and the new set both
      * pass; a file holding rows that cannot be read is not touched
      * at all until it is put right.
       MAINTAIN-SET-RTN.
           IF WS-BAD-CTR > 0
               DISPLAY 'PRICING-MAINT: ' WS-BAD-CTR ' ROW(S) ON '
                   WS-FILE-NAME ' CANNOT BE READ - CORRECT THEM '
                   'BEFORE ANY CHANGE'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-KEY-RTN
           IF WS-VALID NOT = 'YES'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-SET-RTN
           IF WS-ACTION = 'A' AND WS-FOUND = 'YES'
               DISPLAY 'PRICING-MAINT: ' WS-IN-PROD ' SET EFFECTIVE '
                   WS-IN-EFFDATE ' ALREADY ON FILE - USE (C)HANGE'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION NOT = 'A' AND WS-FOUND = 'NO '
               DISPLAY 'PRICING-MAINT: NO ' WS-IN-PROD
                   ' SET EFFECTIVE ' WS-IN-EFFDATE ' ON FILE - '
                   'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-ACTION NOT = 'D'
               IF WS-WHICH = 'I'
                   PERFORM GET-TIERS-RTN
               ELSE
                   PERFORM GET-FEES-RTN
               END-IF
               IF WS-VALID NOT = 'YES'
                   DISPLAY 'PRICING-MAINT: NEW SET REJECTED - '
                       WS-FILE-NAME ' UNCHANGED'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 1 TO WS-STAGE
           PERFORM RESOLVE-EFFECT-RTN

           IF WS-WHICH = 'I'
               PERFORM APPLY-RATES-RTN
           ELSE
               PERFORM APPLY-FEES-RTN
           END-IF
           IF WS-VALID NOT = 'YES'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO WS-STAGE
           PERFORM RESOLVE-EFFECT-RTN

           IF WS-WHICH = 'I'
               PERFORM WRITE-RATES-RTN
           ELSE
               PERFORM WRITE-FEES-RTN
           END-IF
           PERFORM PRINT-REPORT-RTN
           DISPLAY 'PRICING-MAINT: ' WS-IN-PROD ' SET EFFECTIVE '
               WS-IN-EFFDATE ' - ' WS-ACTION-NAME ' APPLIED, '
               WS-AFFECT-CTR ' ACCOUNT(S) AFFECTED - SEE PRICEMNT.TXT'.

      * Product must be one accounts are opened under; the effective
      * date a calendar date no earlier than the business date, since
      * the pricing for days already run has been applied.
       GET-KEY-RTN.
           MOVE 'YES' TO WS-VALID
           DISPLAY 'ENTER PRODUCT (RS/PA/SC/CC/FC): '
           ACCEPT WS-IN-PROD
           INSPECT WS-IN-PROD CONVERTING 'rspacf' TO 'RSPACF'
           MOVE WS-IN-PROD TO WS-LOOK-PROD
           PERFORM FIND-PRODUCT-RTN
           IF WS-PROD-SEL = 0
               DISPLAY 'PRICING-MAINT: UNKNOWN PRODUCT TYPE '
                   WS-IN-PROD ' - NO CHANGE APPLIED'
               MOVE 'NO ' TO WS-VALID
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '
           ACCEPT WS-IN-EFFDATE
           IF WS-IN-EFFDATE NOT NUMERIC
               DISPLAY 'PRICING-MAINT: EFFECTIVE DATE MUST BE '
                   'NUMERIC - NO CHANGE APPLIED'
               MOVE 'NO ' TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-EFFDATE TO WS-DATE-NUM
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) = 0
               DISPLAY 'PRICING-MAINT: NOT A CALENDAR DATE - '
                   'NO CHANGE APPLIED'
               MOVE 'NO ' TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-EFFDATE < WS-BUS-DATE
               DISPLAY 'PRICING-MAINT: ' WS-IN-EFFDATE
                   ' IS BEFORE THE BUSINESS DATE ' WS-BUS-DATE
               DISPLAY 'PRICING-MAINT: A SET IN USE IS SUPERSEDED '
                   'BY A NEW DATED SET - NO CHANGE APPLIED'
               MOVE 'NO ' TO WS-VALID
           END-IF.

       FIND-PRODUCT-RTN.
           MOVE 0 TO WS-PROD-SEL
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > 5
               IF KP-PROD(WS-PROD-IDX) = WS-LOOK-PROD
                   MOVE WS-PROD-IDX TO WS-PROD-SEL
               END-IF
           END-PERFORM.

       FIND-SET-RTN.
           MOVE 'NO ' TO WS-FOUND
           IF WS-WHICH = 'I'
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                   IF RTB-PROD(WS-RT-IDX) = WS-IN-PROD
                       AND RTB-EFFDATE(WS-RT-IDX) = WS-IN-EFFDATE
                       MOVE 'YES' TO WS-FOUND
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                       UNTIL WS-FT-IDX > WS-FT-COUNT
                   IF FTB-PROD(WS-FT-IDX) = WS-IN-PROD
                       AND FTB-EFFDATE(WS-FT-IDX) = WS-IN-EFFDATE
                       MOVE 'YES' TO WS-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      * Tiers are keyed lowest first up to the top tier, whose limit
      * of 9999999.99 takes every balance above the tier below it.
      * A valid set has strictly ascending limits (no overlap between
      * tiers), a top tier that leaves no balance in a gap, and
      * monthly rates inside a sane range.
       GET-TIERS-RTN.
           MOVE 'YES' TO WS-VALID
           MOVE 'NO ' TO WS-TOP-SEEN
           MOVE 0 TO WS-NT-COUNT
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > 4 OR WS-TOP-SEEN = 'YES'
               DISPLAY 'TIER ' WS-NT-IDX
                   ' LIMIT (9999999.99 FOR THE TOP TIER): '
               ACCEPT WS-RAW-IN
               MOVE 0 TO WS-NUM-IN
               IF FUNCTION TEST-NUMVAL(WS-RAW-IN) = 0
                   COMPUTE WS-NUM-IN = FUNCTION NUMVAL(WS-RAW-IN)
               ELSE
                   DISPLAY 'PRICING-MAINT: TIER ' WS-NT-IDX
                       ' LIMIT IS NOT A NUMBER'
                   MOVE 'NO ' TO WS-VALID
               END-IF
               IF WS-NUM-IN > 9999999.99
                   DISPLAY 'PRICING-MAINT: TIER ' WS-NT-IDX
                       ' LIMIT ABOVE 9999999.99'
                   MOVE 'NO ' TO WS-VALID
                   MOVE 9999999.99 TO WS-NUM-IN
               END-IF
               ADD 1 TO WS-NT-COUNT
               MOVE WS-NUM-IN TO NT-LIMIT(WS-NT-IDX)
               IF NT-LIMIT(WS-NT-IDX) = 9999999.99
                   MOVE 'YES' TO WS-TOP-SEEN
               END-IF

               DISPLAY 'TIER ' WS-NT-IDX ' MONTHLY RATE (.NNNN): '
               ACCEPT WS-RAW-IN
               MOVE 0 TO WS-NUM-IN
               IF FUNCTION TEST-NUMVAL(WS-RAW-IN) = 0
                   COMPUTE WS-NUM-IN = FUNCTION NUMVAL(WS-RAW-IN)
               ELSE
                   DISPLAY 'PRICING-MAINT: TIER ' WS-NT-IDX
                       ' RATE IS NOT A NUMBER'
                   MOVE 'NO ' TO WS-VALID
               END-IF
               IF WS-NUM-IN > 0.05
                   DISPLAY 'PRICING-MAINT: RATE OUT OF RANGE '
                       '(.0000 - .0500) - TIER ' WS-NT-IDX
                   MOVE 'NO ' TO WS-VALID
                   MOVE 0 TO WS-NUM-IN
               END-IF
               MOVE WS-NUM-IN TO NT-RATE(WS-NT-IDX)
           END-PERFORM

           PERFORM VARYING WS-NT-IDX FROM 2 BY 1
                   UNTIL WS-NT-IDX > WS-NT-COUNT
               IF NT-LIMIT(WS-NT-IDX) <= NT-LIMIT(WS-NT-IDX - 1)
                   DISPLAY 'PRICING-MAINT: TIER LIMITS MUST ASCEND - '
                       'TIER ' WS-NT-IDX ' OVERLAPS THE ONE BELOW'
                   MOVE 'NO ' TO WS-VALID
               END-IF
           END-PERFORM

           IF WS-TOP-SEEN NOT = 'YES'
               DISPLAY 'PRICING-MAINT: TOP TIER LIMIT MUST BE '
                   '9999999.99 SO NO BALANCE FALLS IN A GAP'
               MOVE 'NO ' TO WS-VALID
           END-IF.

       GET-FEES-RTN.
           MOVE 'YES' TO WS-VALID
           MOVE WS-IN-PROD TO WF-PROD
           MOVE WS-IN-EFFDATE TO WF-EFFDATE

           DISPLAY 'MINIMUM BALANCE: '
           ACCEPT WS-RAW-IN
           PERFORM GET-AMOUNT-RTN
           IF WS-NUM-IN > 9999999.99
               DISPLAY 'PRICING-MAINT: MINIMUM BALANCE TOO LARGE'
               MOVE 'NO ' TO WS-VALID
               MOVE 0 TO WS-NUM-IN
           END-IF
           MOVE WS-NUM-IN TO WF-MIN-BAL

           DISPLAY 'BELOW-MINIMUM FEE: '
           ACCEPT WS-RAW-IN
           PERFORM GET-AMOUNT-RTN
           IF WS-NUM-IN > 99999.99
               DISPLAY 'PRICING-MAINT: BELOW-MINIMUM FEE TOO LARGE'
               MOVE 'NO ' TO WS-VALID
               MOVE 0 TO WS-NUM-IN
           END-IF
           MOVE WS-NUM-IN TO WF-MINFEE

           DISPLAY 'OVERDRAFT CHARGE PER DAY: '
           ACCEPT WS-RAW-IN
           PERFORM GET-AMOUNT-RTN
           IF WS-NUM-IN > 99999.99
               DISPLAY 'PRICING-MAINT: OVERDRAFT CHARGE TOO LARGE'
               MOVE 'NO ' TO WS-VALID
               MOVE 0 TO WS-NUM-IN
           END-IF
           MOVE WS-NUM-IN TO WF-OD-DAILY

           DISPLAY 'OVERDRAFT DAYS CHARGED (0 - 31): '
           ACCEPT WS-RAW-IN
           PERFORM GET-AMOUNT-RTN
           IF WS-NUM-IN > 31
               DISPLAY 'PRICING-MAINT: OVERDRAFT DAYS OVER 31'
               MOVE 'NO ' TO WS-VALID
               MOVE 0 TO WS-NUM-IN
           END-IF
           MOVE WS-NUM-IN TO WF-OD-DAYS

           DISPLAY 'EXEMPT FROM BELOW-MINIMUM FEE (Y/N): '
           ACCEPT WS-IN-EXEMPT
           INSPECT WS-IN-EXEMPT CONVERTING 'yn' TO 'YN'
           IF WS-IN-EXEMPT = SPACE
               MOVE 'N' TO WS-IN-EXEMPT
           END-IF
           IF WS-IN-EXEMPT NOT = 'Y' AND WS-IN-EXEMPT NOT = 'N'
               DISPLAY 'PRICING-MAINT: EXEMPT MUST BE Y OR N'
               MOVE 'NO ' TO WS-VALID
           END-IF
           MOVE WS-IN-EXEMPT TO WF-EXEMPT.

       GET-AMOUNT-RTN.
           MOVE 0 TO WS-NUM-IN
           IF FUNCTION TEST-NUMVAL(WS-RAW-IN) = 0
               COMPUTE WS-NUM-IN = FUNCTION NUMVAL(WS-RAW-IN)
           ELSE
               DISPLAY 'PRICING-MAINT: ' WS-RAW-IN
                   ' IS NOT A NUMBER'
               MOVE 'NO ' TO WS-VALID
           END-IF.

      * A change replaces every tier of the set; a delete drops them.
       APPLY-RATES-RTN.
           MOVE 'YES' TO WS-VALID
           IF WS-ACTION NOT = 'A'
               MOVE 1 TO WS-RT-POS
               PERFORM UNTIL WS-RT-POS > WS-RT-COUNT
                   IF RTB-PROD(WS-RT-POS) = WS-IN-PROD
                       AND RTB-EFFDATE(WS-RT-POS) = WS-IN-EFFDATE
                       PERFORM REMOVE-RATE-RTN
                   ELSE
                       ADD 1 TO WS-RT-POS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ACTION NOT = 'D'
               IF WS-RT-COUNT + WS-NT-COUNT > 500
                   DISPLAY 'PRICING-MAINT: RATE TABLE FULL (500 '
                       'ROWS) - NO CHANGE APPLIED'
                   MOVE 'NO ' TO WS-VALID
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                       UNTIL WS-NT-IDX > WS-NT-COUNT
                   MOVE WS-IN-PROD TO WR-PROD
                   MOVE WS-IN-EFFDATE TO WR-EFFDATE
                   MOVE NT-LIMIT(WS-NT-IDX) TO WR-LIMIT
                   MOVE NT-RATE(WS-NT-IDX) TO WR-RATE
                   PERFORM INSERT-RATE-RTN
               END-PERFORM
           END-IF.

       APPLY-FEES-RTN.
           MOVE 'YES' TO WS-VALID
           IF WS-ACTION NOT = 'A'
               MOVE 1 TO WS-FT-POS
               PERFORM UNTIL WS-FT-POS > WS-FT-COUNT
                   IF FTB-PROD(WS-FT-POS) = WS-IN-PROD
                       AND FTB-EFFDATE(WS-FT-POS) = WS-IN-EFFDATE
                       PERFORM REMOVE-FEE-RTN
                   ELSE
                       ADD 1 TO WS-FT-POS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ACTION NOT = 'D'
               IF WS-FT-COUNT >= 100
                   DISPLAY 'PRICING-MAINT: SCHEDULE TABLE FULL (100 '
                       'ROWS) - NO CHANGE APPLIED'
                   MOVE 'NO ' TO WS-VALID
                   EXIT PARAGRAPH
               END-IF
               PERFORM INSERT-FEE-RTN
           END-IF.

      * WS-HOLD-RATE goes in ahead of the first row with a higher
      * product / date / limit key; everything from there moves down.
       INSERT-RATE-RTN.
           MOVE 1 TO WS-RT-POS
           PERFORM UNTIL WS-RT-POS > WS-RT-COUNT
                      OR RTB-KEY(WS-RT-POS) > WR-KEY
               ADD 1 TO WS-RT-POS
           END-PERFORM
           PERFORM VARYING WS-SHIFT-IDX FROM WS-RT-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-RT-POS
               MOVE RATE-ENTRY(WS-SHIFT-IDX)
                   TO RATE-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           MOVE WS-HOLD-RATE TO RATE-ENTRY(WS-RT-POS)
           ADD 1 TO WS-RT-COUNT.

       REMOVE-RATE-RTN.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-RT-POS BY 1
                   UNTIL WS-SHIFT-IDX >= WS-RT-COUNT
               MOVE RATE-ENTRY(WS-SHIFT-IDX + 1)
                   TO RATE-ENTRY(WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-RT-COUNT.

       INSERT-FEE-RTN.
           MOVE 1 TO WS-FT-POS
           PERFORM UNTIL WS-FT-POS > WS-FT-COUNT
                      OR FTB-KEY(WS-FT-POS) > WF-KEY
               ADD 1 TO WS-FT-POS
           END-PERFORM
           PERFORM VARYING WS-SHIFT-IDX FROM WS-FT-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-FT-POS
               MOVE FEE-ENTRY(WS-SHIFT-IDX)
                   TO FEE-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           MOVE WS-HOLD-FEE TO FEE-ENTRY(WS-FT-POS)
           ADD 1 TO WS-FT-COUNT.

       REMOVE-FEE-RTN.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-FT-POS BY 1
                   UNTIL WS-SHIFT-IDX >= WS-FT-COUNT
               MOVE FEE-ENTRY(WS-SHIFT-IDX + 1)
                   TO FEE-ENTRY(WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-FT-COUNT.

      * Price every product as the posting runs would on the
      * effective date keyed, into stage WS-STAGE.
       RESOLVE-EFFECT-RTN.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > 5
               MOVE SPACES TO EF-SOURCE(WS-STAGE, WS-PROD-IDX)
               MOVE SPACES TO EF-EFFDATE(WS-STAGE, WS-PROD-IDX)
               MOVE 0 TO EF-TIER-CNT(WS-STAGE, WS-PROD-IDX)
               MOVE 0 TO EF-MIN-BAL(WS-STAGE, WS-PROD-IDX)
               MOVE 0 TO EF-MINFEE(WS-STAGE, WS-PROD-IDX)
               MOVE 0 TO EF-OD-DAILY(WS-STAGE, WS-PROD-IDX)
               MOVE 0 TO EF-OD-DAYS(WS-STAGE, WS-PROD-IDX)
               MOVE 'N' TO EF-EXEMPT(WS-STAGE, WS-PROD-IDX)

               MOVE KP-PROD(WS-PROD-IDX) TO WS-LOOK-PROD
               PERFORM FIND-BEST-RTN
               IF WS-BEST-FOUND = 'NO ' AND WS-LOOK-PROD NOT = 'RS'
                   MOVE 'RS' TO WS-LOOK-PROD
                   PERFORM FIND-BEST-RTN
               END-IF
               IF WS-BEST-FOUND = 'YES'
                   MOVE WS-LOOK-PROD
                       TO EF-SOURCE(WS-STAGE, WS-PROD-IDX)
                   MOVE WS-BEST-EFFDATE
                       TO EF-EFFDATE(WS-STAGE, WS-PROD-IDX)
                   IF WS-WHICH = 'I'
                       PERFORM FILL-TIERS-RTN
                   ELSE
                       PERFORM FILL-FEES-RTN
                   END-IF
               END-IF
           END-PERFORM.

      * Latest set for WS-LOOK-PROD effective on or before the date
      * keyed; an undated set sorts ahead of every dated one.
       FIND-BEST-RTN.
           MOVE 'NO ' TO WS-BEST-FOUND
           MOVE SPACES TO WS-BEST-EFFDATE
           IF WS-WHICH = 'I'
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                   IF RTB-PROD(WS-RT-IDX) = WS-LOOK-PROD
                       AND RTB-EFFDATE(WS-RT-IDX) <= WS-IN-EFFDATE
                       AND (WS-BEST-FOUND = 'NO '
                         OR RTB-EFFDATE(WS-RT-IDX) > WS-BEST-EFFDATE)
                       MOVE 'YES' TO WS-BEST-FOUND
                       MOVE RTB-EFFDATE(WS-RT-IDX) TO WS-BEST-EFFDATE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                       UNTIL WS-FT-IDX > WS-FT-COUNT
                   IF FTB-PROD(WS-FT-IDX) = WS-LOOK-PROD
                       AND FTB-EFFDATE(WS-FT-IDX) <= WS-IN-EFFDATE
                       AND (WS-BEST-FOUND = 'NO '
                         OR FTB-EFFDATE(WS-FT-IDX) > WS-BEST-EFFDATE)
                       MOVE 'YES' TO WS-BEST-FOUND
                       MOVE FTB-EFFDATE(WS-FT-IDX) TO WS-BEST-EFFDATE
                   END-IF
               END-PERFORM
           END-IF.

       FILL-TIERS-RTN.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF RTB-PROD(WS-RT-IDX) = WS-LOOK-PROD
                   AND RTB-EFFDATE(WS-RT-IDX) = WS-BEST-EFFDATE
                   AND EF-TIER-CNT(WS-STAGE, WS-PROD-IDX) < 4
                   ADD 1 TO EF-TIER-CNT(WS-STAGE, WS-PROD-IDX)
                   MOVE EF-TIER-CNT(WS-STAGE, WS-PROD-IDX)
                       TO WS-TIER-IDX
                   MOVE RTB-LIMIT(WS-RT-IDX)
                       TO EF-LIMIT(WS-STAGE, WS-PROD-IDX, WS-TIER-IDX)
                   MOVE RTB-RATE(WS-RT-IDX)
                       TO EF-RATE(WS-STAGE, WS-PROD-IDX, WS-TIER-IDX)
               END-IF
           END-PERFORM.

       FILL-FEES-RTN.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-COUNT
               IF FTB-PROD(WS-FT-IDX) = WS-LOOK-PROD
                   AND FTB-EFFDATE(WS-FT-IDX) = WS-BEST-EFFDATE
                   MOVE FTB-MIN-BAL(WS-FT-IDX)
                       TO EF-MIN-BAL(WS-STAGE, WS-PROD-IDX)
                   MOVE FTB-MINFEE(WS-FT-IDX)
                       TO EF-MINFEE(WS-STAGE, WS-PROD-IDX)
                   MOVE FTB-OD-DAILY(WS-FT-IDX)
                       TO EF-OD-DAILY(WS-STAGE, WS-PROD-IDX)
                   MOVE FTB-OD-DAYS(WS-FT-IDX)
                       TO EF-OD-DAYS(WS-STAGE, WS-PROD-IDX)
                   MOVE FTB-EXEMPT(WS-FT-IDX)
                       TO EF-EXEMPT(WS-STAGE, WS-PROD-IDX)
               END-IF
           END-PERFORM.

       PRINT-REPORT-RTN.
           OPEN OUTPUT RPTFILE
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           MOVE WS-FILE-NAME TO RH-FILE-OUT
           MOVE WS-ACTION-NAME TO RH-ACTION-OUT
           MOVE WS-IN-PROD TO RH-PROD-OUT
           MOVE WS-IN-EFFDATE TO RH-EFF-OUT
           WRITE RPTREC FROM RPT-HEADER-2 AFTER ADVANCING 2 LINES
           MOVE WS-BUS-DATE TO RH-BUSDATE-OUT
           WRITE RPTREC FROM RPT-HEADER-3 AFTER ADVANCING 1 LINE

           MOVE WS-IN-PROD TO WS-LOOK-PROD
           PERFORM FIND-PRODUCT-RTN
           MOVE SPACES TO RPT-SECT-TITLE
           STRING 'Before - in effect for ' DELIMITED BY SIZE
                  WS-IN-PROD DELIMITED BY SIZE
                  ' on ' DELIMITED BY SIZE
                  WS-IN-EFFDATE DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  INTO RPT-SECT-TITLE
           END-STRING
           WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 2 LINES
           MOVE 1 TO WS-STAGE
           PERFORM PRINT-EFFECT-RTN

           MOVE SPACES TO RPT-SECT-TITLE
           STRING 'After - in effect for ' DELIMITED BY SIZE
                  WS-IN-PROD DELIMITED BY SIZE
                  ' on ' DELIMITED BY SIZE
                  WS-IN-EFFDATE DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  INTO RPT-SECT-TITLE
           END-STRING
           WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-STAGE
           PERFORM PRINT-EFFECT-RTN

           MOVE SPACES TO RPT-SECT-TITLE
           STRING 'Sets now on file for ' DELIMITED BY SIZE
                  WS-IN-PROD DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  INTO RPT-SECT-TITLE
           END-STRING
           WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 2 LINES
           PERFORM PRINT-PRODUCT-ROWS-RTN

           PERFORM AFFECTED-ACCOUNTS-RTN
           CLOSE RPTFILE.

       PRINT-EFFECT-RTN.
           IF EF-SOURCE(WS-STAGE, WS-PROD-SEL) = SPACES
               MOVE '     NO SET ON FILE - PROGRAM DEFAULTS APPLY'
                   TO RPT-SECT-TITLE
               WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           IF EF-SOURCE(WS-STAGE, WS-PROD-SEL) NOT = WS-IN-PROD
               MOVE SPACES TO RPT-SECT-TITLE
               STRING '     NO SET OF ITS OWN - PRICED ON THE '
                          DELIMITED BY SIZE
                      EF-SOURCE(WS-STAGE, WS-PROD-SEL)
                          DELIMITED BY SIZE
                      ' SET' DELIMITED BY SIZE
                      INTO RPT-SECT-TITLE
               END-STRING
               WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF WS-WHICH = 'I'
               WRITE RPTREC FROM RPT-TIER-COL AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX >
                             EF-TIER-CNT(WS-STAGE, WS-PROD-SEL)
                   MOVE EF-SOURCE(WS-STAGE, WS-PROD-SEL)
                       TO RT-PROD-OUT
                   MOVE EF-EFFDATE(WS-STAGE, WS-PROD-SEL)
                       TO RT-EFF-OUT
                   IF RT-EFF-OUT = SPACES
                       MOVE 'UNDATED' TO RT-EFF-OUT
                   END-IF
                   MOVE EF-LIMIT(WS-STAGE, WS-PROD-SEL, WS-TIER-IDX)
                       TO RT-LIMIT-OUT
                   MOVE EF-RATE(WS-STAGE, WS-PROD-SEL, WS-TIER-IDX)
                       TO RT-RATE-OUT
                   WRITE RPTREC FROM RPT-TIER-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           ELSE
               WRITE RPTREC FROM RPT-FEE-COL AFTER ADVANCING 1 LINE
               MOVE EF-SOURCE(WS-STAGE, WS-PROD-SEL) TO RF-PROD-OUT
               MOVE EF-EFFDATE(WS-STAGE, WS-PROD-SEL) TO RF-EFF-OUT
               IF RF-EFF-OUT = SPACES
                   MOVE 'UNDATED' TO RF-EFF-OUT
               END-IF
               MOVE EF-MIN-BAL(WS-STAGE, WS-PROD-SEL) TO RF-MINBAL-OUT
               MOVE EF-MINFEE(WS-STAGE, WS-PROD-SEL) TO RF-MINFEE-OUT
               MOVE EF-OD-DAILY(WS-STAGE, WS-PROD-SEL)
                   TO RF-ODDAILY-OUT
               MOVE EF-OD-DAYS(WS-STAGE, WS-PROD-SEL) TO RF-ODDAYS-OUT
               MOVE EF-EXEMPT(WS-STAGE, WS-PROD-SEL) TO RF-EXEMPT-OUT
               WRITE RPTREC FROM RPT-FEE-LINE AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-PRODUCT-ROWS-RTN.
           IF WS-WHICH = 'I'
               WRITE RPTREC FROM RPT-TIER-COL AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                   IF RTB-PROD(WS-RT-IDX) = WS-IN-PROD
                       MOVE RTB-PROD(WS-RT-IDX) TO RT-PROD-OUT
                       MOVE RTB-EFFDATE(WS-RT-IDX) TO RT-EFF-OUT
                       IF RT-EFF-OUT = SPACES
                           MOVE 'UNDATED' TO RT-EFF-OUT
                       END-IF
                       MOVE RTB-LIMIT(WS-RT-IDX) TO RT-LIMIT-OUT
                       MOVE RTB-RATE(WS-RT-IDX) TO RT-RATE-OUT
                       WRITE RPTREC FROM RPT-TIER-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           ELSE
               WRITE RPTREC FROM RPT-FEE-COL AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                       UNTIL WS-FT-IDX > WS-FT-COUNT
                   IF FTB-PROD(WS-FT-IDX) = WS-IN-PROD
                       PERFORM MOVE-FEE-ROW-RTN
                       WRITE RPTREC FROM RPT-FEE-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-IF.

       MOVE-FEE-ROW-RTN.
           MOVE FTB-PROD(WS-FT-IDX) TO RF-PROD-OUT
           MOVE FTB-EFFDATE(WS-FT-IDX) TO RF-EFF-OUT
           IF RF-EFF-OUT = SPACES
               MOVE 'UNDATED' TO RF-EFF-OUT
           END-IF
           MOVE FTB-MIN-BAL(WS-FT-IDX) TO RF-MINBAL-OUT
           MOVE FTB-MINFEE(WS-FT-IDX) TO RF-MINFEE-OUT
           MOVE FTB-OD-DAILY(WS-FT-IDX) TO RF-ODDAILY-OUT
           MOVE FTB-OD-DAYS(WS-FT-IDX) TO RF-ODDAYS-OUT
           MOVE FTB-EXEMPT(WS-FT-IDX) TO RF-EXEMPT-OUT.

      * Every open account carried on BALFWD.DAT is priced on its
      * product before and after the change, at its carried balance;
      * those whose tier rate or monthly charge moves are listed.
      * Interest itself accrues on the average daily balance, so the
      * rate shown is the tier the carried balance falls in today.
       AFFECTED-ACCOUNTS-RTN.
           MOVE 0 TO WS-ACCT-CTR
           MOVE 0 TO WS-AFFECT-CTR
           IF WS-WHICH = 'I'
               MOVE 'Accounts whose interest tier rate changes:'
                   TO RPT-SECT-TITLE
           ELSE
               MOVE 'Accounts whose monthly service charge changes:'
                   TO RPT-SECT-TITLE
           END-IF
           WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 2 LINES

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS NOT = '00'
               MOVE '     CUSTMAST.IDX NOT AVAILABLE - NOT LISTED'
                   TO RPT-SECT-TITLE
               WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BALFWD-IN
           IF WS-BALFWD-STATUS NOT = '00'
               MOVE '     BALFWD.DAT NOT AVAILABLE - NOT LISTED'
                   TO RPT-SECT-TITLE
               WRITE RPTREC FROM RPT-SECT-LINE AFTER ADVANCING 1 LINE
               CLOSE CUSTMAST
               EXIT PARAGRAPH
           END-IF

           WRITE RPTREC FROM RPT-ACC-COL AFTER ADVANCING 1 LINE
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ BALFWD-IN
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   PERFORM PRICE-ACCOUNT-RTN
               END-IF
           END-PERFORM
           CLOSE BALFWD-IN
           CLOSE CUSTMAST

           MOVE 'OPEN ACCOUNTS PRICED:' TO RC-LABEL-OUT
           MOVE WS-ACCT-CTR TO RC-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 2 LINES
           MOVE 'ACCOUNTS AFFECTED BY THE CHANGE:' TO RC-LABEL-OUT
           MOVE WS-AFFECT-CTR TO RC-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE.

       PRICE-ACCOUNT-RTN.
           MOVE BALFWD-IN-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CM-CLOSED
               EXIT PARAGRAPH
           END-IF
           IF CM-PRODTYPE = SPACES
               MOVE 'RS' TO WS-ACCT-PROD
           ELSE
               MOVE CM-PRODTYPE TO WS-ACCT-PROD
           END-IF
           MOVE WS-ACCT-PROD TO WS-LOOK-PROD
           PERFORM FIND-PRODUCT-RTN
           IF WS-PROD-SEL = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-CTR

           MOVE 1 TO WS-STAGE
           PERFORM PRICE-ONE-STAGE-RTN
           MOVE WS-CALC-RATE TO WS-BEFORE-RATE
           MOVE WS-CALC-FEE TO WS-BEFORE-FEE
           MOVE 2 TO WS-STAGE
           PERFORM PRICE-ONE-STAGE-RTN
           MOVE WS-CALC-RATE TO WS-AFTER-RATE
           MOVE WS-CALC-FEE TO WS-AFTER-FEE

           IF WS-BEFORE-RATE = WS-AFTER-RATE
               AND WS-BEFORE-FEE = WS-AFTER-FEE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AFFECT-CTR
           MOVE BALFWD-IN-BRANCH TO RA-BRANCH-OUT
           MOVE BALFWD-IN-ACCNO TO RA-ACCNO-OUT
           MOVE WS-ACCT-PROD TO RA-PROD-OUT
           MOVE BALFWD-IN-BAL TO RA-BAL-OUT
           IF WS-WHICH = 'I'
               MOVE WS-BEFORE-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-BEFORE-OUT
               MOVE WS-AFTER-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-AFTER-OUT
           ELSE
               MOVE WS-BEFORE-FEE TO WS-FEE-EDIT
               MOVE WS-FEE-EDIT TO RA-BEFORE-OUT
               MOVE WS-AFTER-FEE TO WS-FEE-EDIT
               MOVE WS-FEE-EDIT TO RA-AFTER-OUT
           END-IF
           WRITE RPTREC FROM RPT-ACC-LINE AFTER ADVANCING 1 LINE.

      * The same pricing rules the posting runs apply: the first tier
      * whose limit the balance does not exceed (the top tier past
      * the last limit); an overdraft charge on a negative balance,
      * otherwise the below-minimum fee unless the product is exempt.
       PRICE-ONE-STAGE-RTN.
           MOVE 0 TO WS-CALC-RATE
           MOVE 0 TO WS-CALC-FEE
           IF EF-SOURCE(WS-STAGE, WS-PROD-SEL) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-WHICH = 'I'
               IF BALFWD-IN-BAL > 0
                   AND EF-TIER-CNT(WS-STAGE, WS-PROD-SEL) > 0
                   MOVE 1 TO WS-TIER-IDX
                   PERFORM UNTIL BALFWD-IN-BAL <=
                           EF-LIMIT(WS-STAGE, WS-PROD-SEL, WS-TIER-IDX)
                           OR WS-TIER-IDX >=
                              EF-TIER-CNT(WS-STAGE, WS-PROD-SEL)
                       ADD 1 TO WS-TIER-IDX
                   END-PERFORM
                   MOVE EF-RATE(WS-STAGE, WS-PROD-SEL, WS-TIER-IDX)
                       TO WS-CALC-RATE
               END-IF
           ELSE
               IF BALFWD-IN-BAL < 0
                   COMPUTE WS-CALC-FEE =
                       EF-OD-DAILY(WS-STAGE, WS-PROD-SEL)
                     * EF-OD-DAYS(WS-STAGE, WS-PROD-SEL)
               ELSE
                   IF BALFWD-IN-BAL < EF-MIN-BAL(WS-STAGE, WS-PROD-SEL)
                       AND EF-EXEMPT(WS-STAGE, WS-PROD-SEL) NOT = 'Y'
                       MOVE EF-MINFEE(WS-STAGE, WS-PROD-SEL)
                           TO WS-CALC-FEE
                   END-IF
               END-IF
           END-IF.

       LIST-FILE-RTN.
           IF WS-WHICH = 'I'
               DISPLAY 'PR  EFFECTIVE          LIMIT   RATE'
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                   MOVE RTB-LIMIT(WS-RT-IDX) TO WS-LIMIT-EDIT
                   MOVE RTB-RATE(WS-RT-IDX) TO WS-RATE-EDIT
                   IF RTB-EFFDATE(WS-RT-IDX) = SPACES
                       DISPLAY RTB-PROD(WS-RT-IDX) '  UNDATED   '
                           WS-LIMIT-EDIT '  ' WS-RATE-EDIT
                   ELSE
                       DISPLAY RTB-PROD(WS-RT-IDX) '  '
                           RTB-EFFDATE(WS-RT-IDX) '  '
                           WS-LIMIT-EDIT '  ' WS-RATE-EDIT
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'PR  EFFECTIVE  MIN BALANCE   MIN FEE  '
                   '  OD/DAY  DAYS  EXEMPT'
               PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                       UNTIL WS-FT-IDX > WS-FT-COUNT
                   PERFORM MOVE-FEE-ROW-RTN
                   DISPLAY RF-PROD-OUT '  ' RF-EFF-OUT ' '
                       RF-MINBAL-OUT ' ' RF-MINFEE-OUT ' '
                       RF-ODDAILY-OUT '  ' RF-ODDAYS-OUT '  '
                       RF-EXEMPT-OUT
               END-PERFORM
           END-IF
           DISPLAY 'PRICING-MAINT: SETS IN EFFECT ON ' WS-BUS-DATE
               ' ARE THE LATEST DATED ON OR BEFORE IT'.

      * Whole-file checks, the ones a hand edit used to slip past:
      * rows that do not read (counted as the file is loaded), product
      * types no account is opened under, tiers out of order or
      * overlapping, more tiers than the posting runs hold, a top
      * tier short of 9999999.99, and the same schedule twice.
       CHECK-FILE-RTN.
           MOVE 0 TO WS-WARN-CTR
           IF WS-BAD-CTR > 0
               DISPLAY 'PRICING-MAINT: ' WS-BAD-CTR
                   ' ROW(S) CANNOT BE READ - LISTED ABOVE'
           END-IF
           IF WS-WHICH = 'I'
               PERFORM CHECK-RATES-RTN
           ELSE
               PERFORM CHECK-FEES-RTN
           END-IF
           IF WS-WARN-CTR > 0
               DISPLAY 'PRICING-MAINT: ' WS-WARN-CTR
                   ' PROBLEM(S) FOUND ON ' WS-FILE-NAME
           END-IF.

       CHECK-RATES-RTN.
           MOVE 0 TO WS-NT-COUNT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-IDX = 1
                   MOVE 1 TO WS-NT-COUNT
               ELSE
                   IF RTB-PROD(WS-RT-IDX) = RTB-PROD(WS-RT-IDX - 1)
                       AND RTB-EFFDATE(WS-RT-IDX) =
                           RTB-EFFDATE(WS-RT-IDX - 1)
                       IF WS-NT-COUNT < 9
                           ADD 1 TO WS-NT-COUNT
                       END-IF
                       IF RTB-LIMIT(WS-RT-IDX) =
                           RTB-LIMIT(WS-RT-IDX - 1)
                           DISPLAY 'PRICING-MAINT: ' RTB-PROD(WS-RT-IDX)
                               ' ' RTB-EFFDATE(WS-RT-IDX)
                               ' TWO TIERS SHARE ONE LIMIT (OVERLAP)'
                           ADD 1 TO WS-WARN-CTR
                       END-IF
                       IF WS-NT-COUNT = 5
                           DISPLAY 'PRICING-MAINT: ' RTB-PROD(WS-RT-IDX)
                               ' ' RTB-EFFDATE(WS-RT-IDX)
                               ' MORE THAN 4 TIERS - ONLY 4 ARE USED'
                           ADD 1 TO WS-WARN-CTR
                       END-IF
                   ELSE
                       PERFORM CHECK-RATE-SET-END-RTN
                       MOVE 1 TO WS-NT-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RT-COUNT > 0
               MOVE WS-RT-COUNT TO WS-RT-IDX
               ADD 1 TO WS-RT-IDX
               PERFORM CHECK-RATE-SET-END-RTN
           END-IF.

      * Called on the first row past a set: the row before it closes
      * the set, so its limit must be the top one, and the set's
      * product must be one accounts are opened under.
       CHECK-RATE-SET-END-RTN.
           IF RTB-LIMIT(WS-RT-IDX - 1) NOT = 9999999.99
               DISPLAY 'PRICING-MAINT: ' RTB-PROD(WS-RT-IDX - 1) ' '
                   RTB-EFFDATE(WS-RT-IDX - 1)
                   ' TOP TIER SHORT OF 9999999.99 - BALANCES ABOVE '
                   'IT FALL IN A GAP'
               ADD 1 TO WS-WARN-CTR
           END-IF
           MOVE RTB-PROD(WS-RT-IDX - 1) TO WS-LOOK-PROD
           PERFORM FIND-PRODUCT-RTN
           IF WS-PROD-SEL = 0
               DISPLAY 'PRICING-MAINT: ' WS-LOOK-PROD ' '
                   RTB-EFFDATE(WS-RT-IDX - 1)
                   ' UNKNOWN PRODUCT TYPE - NO ACCOUNT USES IT'
               ADD 1 TO WS-WARN-CTR
           END-IF.

       CHECK-FEES-RTN.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE FTB-PROD(WS-FT-IDX) TO WS-LOOK-PROD
               PERFORM FIND-PRODUCT-RTN
               IF WS-PROD-SEL = 0
                   DISPLAY 'PRICING-MAINT: ' WS-LOOK-PROD ' '
                       FTB-EFFDATE(WS-FT-IDX)
                       ' UNKNOWN PRODUCT TYPE - NO ACCOUNT USES IT'
                   ADD 1 TO WS-WARN-CTR
               END-IF
               IF WS-FT-IDX > 1
                   IF FTB-KEY(WS-FT-IDX) = FTB-KEY(WS-FT-IDX - 1)
                       DISPLAY 'PRICING-MAINT: ' FTB-PROD(WS-FT-IDX)
                           ' ' FTB-EFFDATE(WS-FT-IDX)
                           ' SCHEDULE ON FILE TWICE'
                       ADD 1 TO WS-WARN-CTR
                   END-IF
               END-IF
               IF FTB-EXEMPT(WS-FT-IDX) NOT = 'Y'
                   AND FTB-EXEMPT(WS-FT-IDX) NOT = 'N'
                   DISPLAY 'PRICING-MAINT: ' FTB-PROD(WS-FT-IDX) ' '
                       FTB-EFFDATE(WS-FT-IDX)
                       ' EXEMPT FLAG NOT Y OR N - TAKEN AS N'
                   ADD 1 TO WS-WARN-CTR
               END-IF
           END-PERFORM.

      * Rows are checked field by field as they are loaded: a column
      * out of line shows up here as a field that is not numeric.
      * Pre-product rows are taken as the regular savings set.
       LOAD-RATES-RTN.
           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-ROW-CTR
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT RATETABLE-FILE
           IF WS-RATETABLE-STATUS NOT = '00'
               DISPLAY 'PRICING-MAINT: INTRATE.DAT NOT FOUND - '
                   'STARTING AN EMPTY TABLE'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ RATETABLE-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND RATETABLE-REC NOT = SPACES
                   ADD 1 TO WS-ROW-CTR
                   PERFORM LOAD-RATE-ROW-RTN
               END-IF
           END-PERFORM
           IF WS-RATETABLE-STATUS NOT = '35'
               CLOSE RATETABLE-FILE
           END-IF.

       LOAD-RATE-ROW-RTN.
           MOVE 'YES' TO WS-VALID
           IF RT-PROD NUMERIC
               IF RTO-LIMIT NOT NUMERIC OR RTO-RATE NOT NUMERIC
                   MOVE 'NO ' TO WS-VALID
               ELSE
                   MOVE 'RS' TO WR-PROD
                   MOVE SPACES TO WR-EFFDATE
                   MOVE RTO-LIMIT TO WR-LIMIT
                   MOVE RTO-RATE TO WR-RATE
               END-IF
           ELSE
               IF RT-LIMIT NOT NUMERIC OR RT-RATE NOT NUMERIC
                   OR (RT-EFFDATE NOT = SPACES
                       AND RT-EFFDATE NOT NUMERIC)
                   MOVE 'NO ' TO WS-VALID
               ELSE
                   MOVE RT-PROD TO WR-PROD
                   MOVE RT-EFFDATE TO WR-EFFDATE
                   MOVE RT-LIMIT TO WR-LIMIT
                   MOVE RT-RATE TO WR-RATE
               END-IF
           END-IF
           IF WS-VALID NOT = 'YES'
               ADD 1 TO WS-BAD-CTR
               DISPLAY 'PRICING-MAINT: ROW ' WS-ROW-CTR
                   ' NOT VALID - ' RATETABLE-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-COUNT >= 500
               ADD 1 TO WS-BAD-CTR
               DISPLAY 'PRICING-MAINT: RATE TABLE FULL (500 ROWS) - '
                   'ROW ' WS-ROW-CTR ' NOT HELD'
               EXIT PARAGRAPH
           END-IF
           PERFORM INSERT-RATE-RTN.

       LOAD-FEES-RTN.
           MOVE 0 TO WS-FT-COUNT
           MOVE 0 TO WS-ROW-CTR
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = '00'
               DISPLAY 'PRICING-MAINT: SVCSCHED.DAT NOT FOUND - '
                   'STARTING AN EMPTY SCHEDULE'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ SCHED-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND SCHED-REC NOT = SPACES
                   ADD 1 TO WS-ROW-CTR
                   PERFORM LOAD-FEE-ROW-RTN
               END-IF
           END-PERFORM
           IF WS-SCHED-STATUS NOT = '35'
               CLOSE SCHED-FILE
           END-IF.

       LOAD-FEE-ROW-RTN.
           MOVE 'YES' TO WS-VALID
           IF SC-PROD NUMERIC
               IF SCO-MIN-BAL NOT NUMERIC OR SCO-MINFEE NOT NUMERIC
                   OR SCO-OD-DAILY NOT NUMERIC
                   OR SCO-OD-DAYS NOT NUMERIC
                   MOVE 'NO ' TO WS-VALID
               ELSE
                   MOVE 'RS' TO WF-PROD
                   MOVE SPACES TO WF-EFFDATE
                   MOVE SCO-MIN-BAL TO WF-MIN-BAL
                   MOVE SCO-MINFEE TO WF-MINFEE
                   MOVE SCO-OD-DAILY TO WF-OD-DAILY
                   MOVE SCO-OD-DAYS TO WF-OD-DAYS
                   MOVE 'N' TO WF-EXEMPT
               END-IF
           ELSE
               IF SC-MIN-BAL NOT NUMERIC OR SC-MINFEE NOT NUMERIC
                   OR SC-OD-DAILY NOT NUMERIC
                   OR SC-OD-DAYS NOT NUMERIC
                   OR (SC-EFFDATE NOT = SPACES
                       AND SC-EFFDATE NOT NUMERIC)
                   MOVE 'NO ' TO WS-VALID
               ELSE
                   MOVE SC-PROD TO WF-PROD
                   MOVE SC-EFFDATE TO WF-EFFDATE
                   MOVE SC-MIN-BAL TO WF-MIN-BAL
                   MOVE SC-MINFEE TO WF-MINFEE
                   MOVE SC-OD-DAILY TO WF-OD-DAILY
                   MOVE SC-OD-DAYS TO WF-OD-DAYS
                   MOVE SC-EXEMPT TO WF-EXEMPT
               END-IF
           END-IF
           IF WS-VALID NOT = 'YES'
               ADD 1 TO WS-BAD-CTR
               DISPLAY 'PRICING-MAINT: ROW ' WS-ROW-CTR
                   ' NOT VALID - ' SCHED-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-FT-COUNT >= 100
               ADD 1 TO WS-BAD-CTR
               DISPLAY 'PRICING-MAINT: SCHEDULE TABLE FULL (100 '
                   'ROWS) - ROW ' WS-ROW-CTR ' NOT HELD'
               EXIT PARAGRAPH
           END-IF
           PERFORM INSERT-FEE-RTN.

       WRITE-RATES-RTN.
           OPEN OUTPUT RATETABLE-FILE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE SPACES TO RATETABLE-REC
               MOVE RTB-PROD(WS-RT-IDX) TO RT-PROD
               MOVE RTB-LIMIT(WS-RT-IDX) TO RT-LIMIT
               MOVE RTB-RATE(WS-RT-IDX) TO RT-RATE
               MOVE RTB-EFFDATE(WS-RT-IDX) TO RT-EFFDATE
               WRITE RATETABLE-REC
           END-PERFORM
           CLOSE RATETABLE-FILE.

       WRITE-FEES-RTN.
           OPEN OUTPUT SCHED-FILE
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE SPACES TO SCHED-REC
               MOVE FTB-PROD(WS-FT-IDX) TO SC-PROD
               MOVE FTB-MIN-BAL(WS-FT-IDX) TO SC-MIN-BAL
               MOVE FTB-MINFEE(WS-FT-IDX) TO SC-MINFEE
               MOVE FTB-OD-DAILY(WS-FT-IDX) TO SC-OD-DAILY
               MOVE FTB-OD-DAYS(WS-FT-IDX) TO SC-OD-DAYS
               MOVE FTB-EXEMPT(WS-FT-IDX) TO SC-EXEMPT
               MOVE FTB-EFFDATE(WS-FT-IDX) TO SC-EFFDATE
               WRITE SCHED-REC
           END-PERFORM
           CLOSE SCHED-FILE.

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
