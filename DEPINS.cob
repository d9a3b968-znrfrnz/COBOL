       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-INSURANCE.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALFWD-IN ASSIGN TO "BALFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CIFMAST ASSIGN TO "CIFMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTNO
               FILE STATUS IS WS-CIFMAST-STATUS.
           SELECT JOINT-FILE ASSIGN TO "JOINTOWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOINT-STATUS.
           SELECT PARMFILE ASSIGN TO "DEPINSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT SORTFILE ASSIGN TO "DEPSRT.TMP".
           SELECT RPTFILE ASSIGN TO "DEPINS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPFILE ASSIGN TO "DEPINSD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CIFMAST.
       01  CIFMAST-REC.
           05 CF-CUSTNO            PIC X(6).
           05 CF-NAME              PIC X(25).
           05 CF-ADDR1             PIC X(25).
           05 CF-ADDR2             PIC X(25).
           05 CF-ADDR3             PIC X(25).

      * Joint owners besides the primary customer on CM-CUSTNO, as
      * CIF-MAINT keeps them.
       FD  JOINT-FILE.
       01  JOINT-REC.
           05 JO-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 JO-CUSTNO            PIC X(6).

      * Maximum deposit insurance coverage per depositor, the annual
      * assessment rate on the deposit base, and the bank's code with
      * the insurer. A blank or missing field takes the default.
       FD  PARMFILE.
       01  PARM-REC.
           05 DP-MAX-COVER         PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 DP-RATE              PIC V9(6).
           05 FILLER               PIC X(1).
           05 DP-BANK-CODE         PIC X(6).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

      * One share per owner of each account: a single account is one
      * share, a joint account is split equally among its owners.
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-DEP-TYPE        PIC X(1).
           05 SORT-DEP-ID          PIC X(10).
           05 SORT-ACCNO           PIC X(10).
           05 SORT-BRANCH          PIC X(2).
           05 SORT-OWNERS          PIC 9(2).
           05 SORT-FIRST           PIC X(1).
           05 SORT-SHARE           PIC 9(9)V99.

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

      * Depositor file for the insurer, fixed positions: a header,
      * then per depositor a 'D' record followed by an 'A' record
      * for each account share, and a trailer with the file totals.
       FD  DEPFILE.
       01  DEP-HEADER-REC.
           05 DH-RECTYPE           PIC X(1).
           05 DH-BANK-CODE         PIC X(6).
           05 DH-AS-OF             PIC X(8).
           05 DH-MAX-COVER         PIC 9(9)V99.

       01  DEP-DEPOSITOR-REC.
           05 DD-RECTYPE           PIC X(1).
           05 DD-DEP-TYPE          PIC X(1).
           05 DD-DEP-ID            PIC X(10).
           05 DD-NAME              PIC X(25).
           05 DD-ADDR1             PIC X(25).
           05 DD-ADDR2             PIC X(25).
           05 DD-ADDR3             PIC X(25).
           05 DD-ACCTS             PIC 9(3).
           05 DD-TOTAL             PIC 9(11)V99.
           05 DD-INSURED           PIC 9(11)V99.
           05 DD-UNINSURED         PIC 9(11)V99.

       01  DEP-ACCOUNT-REC.
           05 DA-RECTYPE           PIC X(1).
           05 DA-DEP-TYPE          PIC X(1).
           05 DA-DEP-ID            PIC X(10).
           05 DA-ACCNO             PIC X(10).
           05 DA-BRANCH            PIC X(2).
           05 DA-OWNERSHIP         PIC X(1).
           05 DA-OWNERS            PIC 9(2).
           05 DA-SHARE             PIC 9(11)V99.
           05 DA-INSURED           PIC 9(11)V99.

       01  DEP-TRAILER-REC.
           05 DT-RECTYPE           PIC X(1).
           05 DT-DEPOSITORS        PIC 9(7).
           05 DT-SHARES            PIC 9(7).
           05 DT-TOTAL             PIC 9(13)V99.
           05 DT-INSURED           PIC 9(13)V99.
           05 DT-UNINSURED         PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CIFMAST-STATUS       PIC XX VALUE SPACES.
       01  WS-JOINT-STATUS         PIC XX VALUE SPACES.
       01  WS-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-CIFMAST-OPEN         PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.
       01  WS-FOUND                PIC X(3) VALUE 'NO '.
       01  WS-FULL                 PIC X(3) VALUE 'NO '.

       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-MAX-COVER            PIC 9(9)V99 VALUE 500000.00.
       01  WS-RATE                 PIC V9(6) VALUE .002000.
       01  WS-BANK-CODE            PIC X(6) VALUE SPACES.

       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-ACCT-CTR             PIC 9(7) VALUE 0.
       01  WS-NODEP-CTR            PIC 9(7) VALUE 0.
       01  WS-JOINT-ACCT-CTR       PIC 9(7) VALUE 0.
       01  WS-DEP-CTR              PIC 9(7) VALUE 0.
       01  WS-FULLY-CTR            PIC 9(7) VALUE 0.
       01  WS-PART-CTR             PIC 9(7) VALUE 0.
       01  WS-SHARE-CTR            PIC 9(7) VALUE 0.

      * Joint-owner file held whole for the balance pass.
       01  WS-JT-COUNT             PIC 9(4) VALUE 0.
       01  WS-JT-IDX               PIC 9(4) VALUE 0.
       01  JOINT-TABLE.
           05 JOINT-ENTRY OCCURS 2000 TIMES.
              10 JT-ACCNO          PIC X(10).
              10 JT-CUSTNO         PIC X(6).

      * Owners of the account in hand, primary first.
       01  WS-OWN-COUNT            PIC 9(2) VALUE 0.
       01  WS-OWN-IDX              PIC 9(2) VALUE 0.
       01  WS-OWN-SCAN             PIC 9(2) VALUE 0.
       01  WS-OWN-DUP              PIC X(3) VALUE 'NO '.
       01  OWNER-TABLE.
           05 OWNER-ENTRY OCCURS 10 TIMES.
              10 OW-CUSTNO         PIC X(6).
       01  WS-SHARE                PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-BAL             PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-CCY             PIC X(3) VALUE SPACES.
       01  WS-NORATE-CTR           PIC 9(7) VALUE 0.
       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).
       01  WS-SHARE-REST           PIC 9(9)V99 VALUE 0.

      * The shares of the depositor in hand, for spreading the insured
      * amount back over the accounts and branches.
       01  WS-SH-COUNT             PIC 9(3) VALUE 0.
       01  WS-SH-IDX               PIC 9(3) VALUE 0.
       01  SHARE-TABLE.
           05 SHARE-ENTRY OCCURS 300 TIMES.
              10 SH-ACCNO          PIC X(10).
              10 SH-BRANCH         PIC X(2).
              10 SH-OWNERS         PIC 9(2).
              10 SH-FIRST          PIC X(1).
              10 SH-SHARE          PIC 9(9)V99.
              10 SH-INSURED        PIC 9(9)V99.

       01  WS-CUR-TYPE             PIC X(1) VALUE SPACE.
       01  WS-CUR-ID               PIC X(10) VALUE SPACES.
       01  WS-DEP-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-DEP-INSURED          PIC 9(11)V99 VALUE 0.
       01  WS-DEP-UNINSURED        PIC 9(11)V99 VALUE 0.
       01  WS-ALLOC-REST           PIC 9(11)V99 VALUE 0.
       01  WS-GRD-TOTAL            PIC 9(13)V99 VALUE 0.
       01  WS-GRD-INSURED          PIC 9(13)V99 VALUE 0.
       01  WS-GRD-UNINSURED        PIC 9(13)V99 VALUE 0.
       01  WS-GRD-PREMIUM          PIC 9(11)V99 VALUE 0.
       01  WS-PREMIUM              PIC 9(11)V99 VALUE 0.
       01  WS-GRD-ACCTS            PIC 9(7) VALUE 0.

      * Assessment base by branch of account.
       01  WS-BR-COUNT             PIC 9(3) VALUE 0.
       01  WS-BR-IDX               PIC 9(3) VALUE 0.
       01  WS-BR-SEL               PIC 9(3) VALUE 0.
       01  BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 100 TIMES.
              10 BR-BRANCH         PIC X(2).
              10 BR-ACCTS          PIC 9(7).
              10 BR-DEPOSITS       PIC 9(13)V99.
              10 BR-INSURED        PIC 9(13)V99.
              10 BR-UNINSURED      PIC 9(13)V99.

       01  WS-NAME                 PIC X(25) VALUE SPACES.
       01  WS-ADDR1                PIC X(25) VALUE SPACES.
       01  WS-ADDR2                PIC X(25) VALUE SPACES.
       01  WS-ADDR3                PIC X(25) VALUE SPACES.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(48)
              VALUE "Deposit Insurance Coverage and Assessment Base".
           05 FILLER               PIC X(16) VALUE SPACES.

       01  RPT-HEADER-2.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "AS OF: ".
           05 RH-DATE-OUT          PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(24)
              VALUE "MAXIMUM COVERAGE:       ".
           05 RH-MAX-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(22) VALUE SPACES.

       01  RPT-DEP-COL.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "DEPOSITOR".
           05 FILLER               PIC X(17) VALUE "NAME".
           05 FILLER               PIC X(4) VALUE " ACC".
           05 FILLER               PIC X(15) VALUE "       DEPOSITS".
           05 FILLER               PIC X(15) VALUE "        INSURED".
           05 FILLER               PIC X(15) VALUE "      UNINSURED".

       01  RPT-DEP-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-TYPE-OUT          PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-ID-OUT            PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-NAME-OUT          PIC X(17).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-ACCTS-OUT         PIC ZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-TOTAL-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-INSURED-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-UNINS-OUT         PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-BR-HEADER.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(50)
              VALUE "ASSESSMENT BASE BY BRANCH".
           05 FILLER               PIC X(29) VALUE SPACES.

       01  RPT-BR-COL.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(4) VALUE "BR".
           05 FILLER               PIC X(5) VALUE "ACCTS".
           05 FILLER               PIC X(18) VALUE "      DEPOSIT BASE".
           05 FILLER               PIC X(18) VALUE "           INSURED".
           05 FILLER               PIC X(18) VALUE "         UNINSURED".
           05 FILLER               PIC X(14) VALUE "   QTR PREMIUM".
           05 FILLER               PIC X(2) VALUE SPACES.

       01  RPT-BR-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RB-BRANCH-OUT        PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RB-ACCTS-OUT         PIC Z,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RB-DEPOSITS-OUT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RB-INSURED-OUT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RB-UNINS-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RB-PREMIUM-OUT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RC-LABEL-OUT         PIC X(34).
           05 RC-COUNT-OUT         PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(36) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RA-LABEL-OUT         PIC X(34).
           05 RA-AMOUNT-OUT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
      * Deposit insurance coverage per depositor. Every positive
      * carried balance on BALFWD.DAT is a deposit; an overdrawn
      * account holds none. A single account belongs wholly to its
      * CIF customer; a joint account (co-owners on JOINTOWN.DAT) is
      * split in equal shares among its owners, and each owner's
      * share joins that owner's own accounts. Each depositor is then
      * insured up to the maximum coverage and the rest is uninsured.
      * An account with no customer link is a depositor on its own.
      * The report gives the depositors and the assessment base by
      * branch with the quarterly premium; DEPINSD.DAT is the
      * depositor file for the insurer. Coverage is in pesos, so a
      * foreign-currency balance is taken at its peso equivalent on
      * the as-of date; one with no rate is left out and listed.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-PARM-RTN
           PERFORM LOAD-JOINT-RTN

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'DEPOSIT-INSURANCE: CUSTMAST.IDX NOT AVAILABLE '
                   '- EACH ACCOUNT TAKEN AS ITS OWN DEPOSITOR'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT CIFMAST
           IF WS-CIFMAST-STATUS = '00'
               MOVE 'YES' TO WS-CIFMAST-OPEN
           END-IF

           OPEN OUTPUT RPTFILE
           OPEN OUTPUT DEPFILE
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           MOVE WS-BUS-DATE TO RH-DATE-OUT
           MOVE WS-MAX-COVER TO RH-MAX-OUT
           WRITE RPTREC FROM RPT-HEADER-2 AFTER ADVANCING 2 LINES
           WRITE RPTREC FROM RPT-DEP-COL AFTER ADVANCING 2 LINES

           MOVE SPACES TO DEP-HEADER-REC
           MOVE 'H' TO DH-RECTYPE
           MOVE WS-BANK-CODE TO DH-BANK-CODE
           MOVE WS-BUS-DATE TO DH-AS-OF
           MOVE WS-MAX-COVER TO DH-MAX-COVER
           WRITE DEP-HEADER-REC

           SORT SORTFILE
               ON ASCENDING KEY SORT-DEP-TYPE
               ON ASCENDING KEY SORT-DEP-ID
               ON ASCENDING KEY SORT-ACCNO
               INPUT PROCEDURE IS SELECT-BALANCES-RTN
               OUTPUT PROCEDURE IS COVER-DEPOSITORS-RTN

           MOVE SPACES TO DEP-TRAILER-REC
           MOVE 'T' TO DT-RECTYPE
           MOVE WS-DEP-CTR TO DT-DEPOSITORS
           MOVE WS-SHARE-CTR TO DT-SHARES
           MOVE WS-GRD-TOTAL TO DT-TOTAL
           MOVE WS-GRD-INSURED TO DT-INSURED
           MOVE WS-GRD-UNINSURED TO DT-UNINSURED
           WRITE DEP-TRAILER-REC
           CLOSE DEPFILE

           PERFORM WRITE-BRANCH-RTN
           PERFORM WRITE-TOTALS-RTN
           CLOSE RPTFILE

           IF WS-CIFMAST-OPEN = 'YES'
               CLOSE CIFMAST
           END-IF
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           IF WS-FULL = 'YES'
               DISPLAY 'DEPOSIT-INSURANCE: A WORK TABLE FILLED - '
                   'FIGURES MAY BE UNDERSTATED'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NORATE-CTR > 0
               DISPLAY 'DEPOSIT-INSURANCE: ' WS-NORATE-CTR ' FOREIGN '
                   'ACCOUNT(S) WITH NO FX RATE LEFT OUT - KEY THE '
                   'RATES AND RERUN BEFORE FILING'
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'DEPOSIT-INSURANCE: ' WS-DEP-CTR ' DEPOSITOR(S), '
               WS-ACCT-CTR ' ACCOUNT(S) - SEE DEPINS.TXT AND '
               'DEPINSD.DAT'
           STOP RUN.

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

       LOAD-PARM-RTN.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END CONTINUE
               END-READ
               IF WS-PARM-STATUS = '00'
                   IF DP-MAX-COVER NUMERIC AND DP-MAX-COVER > 0
                       MOVE DP-MAX-COVER TO WS-MAX-COVER
                   END-IF
                   IF DP-RATE NUMERIC AND DP-RATE > 0
                       MOVE DP-RATE TO WS-RATE
                   END-IF
                   IF DP-BANK-CODE NOT = SPACES
                       MOVE DP-BANK-CODE TO WS-BANK-CODE
                   END-IF
               END-IF
               CLOSE PARMFILE
           END-IF.

       LOAD-JOINT-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT JOINT-FILE
           IF WS-JOINT-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ JOINT-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND JO-ACCNO NOT = SPACES
                   AND JO-CUSTNO NOT = SPACES
                   IF WS-JT-COUNT < 2000
                       ADD 1 TO WS-JT-COUNT
                       MOVE JO-ACCNO TO JT-ACCNO(WS-JT-COUNT)
                       MOVE JO-CUSTNO TO JT-CUSTNO(WS-JT-COUNT)
                   ELSE
                       MOVE 'YES' TO WS-FULL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-JOINT-STATUS NOT = '35'
               CLOSE JOINT-FILE
           END-IF.

       SELECT-BALANCES-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT BALFWD-IN
           IF WS-BALFWD-STATUS NOT = '00'
               DISPLAY 'DEPOSIT-INSURANCE: BALFWD.DAT NOT FOUND - '
                   'NO DEPOSITS TO COVER'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ BALFWD-IN
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   ADD 1 TO WS-READ-CTR
                   IF BALFWD-IN-BAL > 0
                       PERFORM SPLIT-ACCOUNT-RTN
                   ELSE
                       ADD 1 TO WS-NODEP-CTR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BALFWD-IN.

      * The primary owner gets any odd centavo left by the equal split.
       SPLIT-ACCOUNT-RTN.
           MOVE 0 TO WS-OWN-COUNT
           MOVE 'PHP' TO WS-ACCT-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE BALFWD-IN-ACCNO TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CUSTNO NOT = SPACES
                           MOVE 1 TO WS-OWN-COUNT
                           MOVE CM-CUSTNO TO OW-CUSTNO(1)
                       END-IF
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACCT-CCY
                       END-IF
               END-READ
           END-IF

           MOVE WS-ACCT-CCY TO FC-CURRENCY
           MOVE WS-BUS-DATE TO FC-DATE
           MOVE BALFWD-IN-BAL TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-RESULT = '90'
               ADD 1 TO WS-NORATE-CTR
               DISPLAY 'DEPOSIT-INSURANCE: NO ' WS-ACCT-CCY
                   ' RATE - ACCOUNT ' BALFWD-IN-ACCNO ' NOT COVERED'
               EXIT PARAGRAPH
           END-IF
           MOVE FC-PHP-AMOUNT TO WS-ACCT-BAL
           ADD 1 TO WS-ACCT-CTR

           IF WS-OWN-COUNT = 0
               MOVE 'A' TO SORT-DEP-TYPE
               MOVE BALFWD-IN-ACCNO TO SORT-DEP-ID
               MOVE BALFWD-IN-ACCNO TO SORT-ACCNO
               MOVE BALFWD-IN-BRANCH TO SORT-BRANCH
               MOVE 1 TO SORT-OWNERS
               MOVE 'Y' TO SORT-FIRST
               MOVE WS-ACCT-BAL TO SORT-SHARE
               RELEASE SORT-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               IF JT-ACCNO(WS-JT-IDX) = BALFWD-IN-ACCNO
                   PERFORM ADD-OWNER-RTN
               END-IF
           END-PERFORM
           IF WS-OWN-COUNT > 1
               ADD 1 TO WS-JOINT-ACCT-CTR
           END-IF

           COMPUTE WS-SHARE = WS-ACCT-BAL / WS-OWN-COUNT
           COMPUTE WS-SHARE-REST =
               WS-ACCT-BAL - WS-SHARE * WS-OWN-COUNT + WS-SHARE
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               MOVE 'C' TO SORT-DEP-TYPE
               MOVE SPACES TO SORT-DEP-ID
               MOVE OW-CUSTNO(WS-OWN-IDX) TO SORT-DEP-ID
               MOVE BALFWD-IN-ACCNO TO SORT-ACCNO
               MOVE BALFWD-IN-BRANCH TO SORT-BRANCH
               MOVE WS-OWN-COUNT TO SORT-OWNERS
               IF WS-OWN-IDX = 1
                   MOVE 'Y' TO SORT-FIRST
                   MOVE WS-SHARE-REST TO SORT-SHARE
               ELSE
                   MOVE 'N' TO SORT-FIRST
                   MOVE WS-SHARE TO SORT-SHARE
               END-IF
               RELEASE SORT-REC
           END-PERFORM.

       ADD-OWNER-RTN.
           MOVE 'NO ' TO WS-OWN-DUP
           PERFORM VARYING WS-OWN-SCAN FROM 1 BY 1
                   UNTIL WS-OWN-SCAN > WS-OWN-COUNT
               IF OW-CUSTNO(WS-OWN-SCAN) = JT-CUSTNO(WS-JT-IDX)
                   MOVE 'YES' TO WS-OWN-DUP
               END-IF
           END-PERFORM
           IF WS-OWN-DUP = 'NO '
               IF WS-OWN-COUNT < 10
                   ADD 1 TO WS-OWN-COUNT
                   MOVE JT-CUSTNO(WS-JT-IDX) TO OW-CUSTNO(WS-OWN-COUNT)
               ELSE
                   MOVE 'YES' TO WS-FULL
               END-IF
           END-IF.

       COVER-DEPOSITORS-RTN.
           MOVE SPACE TO WS-CUR-TYPE
           MOVE SPACES TO WS-CUR-ID
           MOVE 'NO ' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'YES'
               RETURN SORTFILE
                   AT END MOVE 'YES' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'YES'
                   IF SORT-DEP-TYPE NOT = WS-CUR-TYPE
                       OR SORT-DEP-ID NOT = WS-CUR-ID
                       IF WS-CUR-TYPE NOT = SPACE
                           PERFORM END-DEPOSITOR-RTN
                       END-IF
                       MOVE SORT-DEP-TYPE TO WS-CUR-TYPE
                       MOVE SORT-DEP-ID TO WS-CUR-ID
                       MOVE 0 TO WS-SH-COUNT
                       MOVE 0 TO WS-DEP-TOTAL
                   END-IF
                   IF WS-SH-COUNT < 300
                       ADD 1 TO WS-SH-COUNT
                       MOVE SORT-ACCNO TO SH-ACCNO(WS-SH-COUNT)
                       MOVE SORT-BRANCH TO SH-BRANCH(WS-SH-COUNT)
                       MOVE SORT-OWNERS TO SH-OWNERS(WS-SH-COUNT)
                       MOVE SORT-FIRST TO SH-FIRST(WS-SH-COUNT)
                       MOVE SORT-SHARE TO SH-SHARE(WS-SH-COUNT)
                       MOVE 0 TO SH-INSURED(WS-SH-COUNT)
                       ADD SORT-SHARE TO WS-DEP-TOTAL
                   ELSE
                       MOVE 'YES' TO WS-FULL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CUR-TYPE NOT = SPACE
               PERFORM END-DEPOSITOR-RTN
           END-IF.

      * The insured amount is spread back over the depositor's shares
      * in proportion, the last share taking the rounding, so the
      * branch figures add up to the depositor figures.
       END-DEPOSITOR-RTN.
           ADD 1 TO WS-DEP-CTR
           IF WS-DEP-TOTAL > WS-MAX-COVER
               MOVE WS-MAX-COVER TO WS-DEP-INSURED
               ADD 1 TO WS-PART-CTR
           ELSE
               MOVE WS-DEP-TOTAL TO WS-DEP-INSURED
               ADD 1 TO WS-FULLY-CTR
           END-IF
           COMPUTE WS-DEP-UNINSURED = WS-DEP-TOTAL - WS-DEP-INSURED

           MOVE WS-DEP-INSURED TO WS-ALLOC-REST
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-IDX = WS-SH-COUNT
                   MOVE WS-ALLOC-REST TO SH-INSURED(WS-SH-IDX)
               ELSE
                   IF WS-DEP-TOTAL > 0
                       COMPUTE SH-INSURED(WS-SH-IDX) ROUNDED =
                           SH-SHARE(WS-SH-IDX) * WS-DEP-INSURED
                           / WS-DEP-TOTAL
                   END-IF
                   SUBTRACT SH-INSURED(WS-SH-IDX) FROM WS-ALLOC-REST
               END-IF
               PERFORM ACCUM-BRANCH-RTN
           END-PERFORM

           ADD WS-DEP-TOTAL TO WS-GRD-TOTAL
           ADD WS-DEP-INSURED TO WS-GRD-INSURED
           ADD WS-DEP-UNINSURED TO WS-GRD-UNINSURED

           PERFORM DEPOSITOR-NAME-RTN
           MOVE WS-CUR-TYPE TO RD-TYPE-OUT
           MOVE WS-CUR-ID TO RD-ID-OUT
           MOVE WS-NAME TO RD-NAME-OUT
           MOVE WS-SH-COUNT TO RD-ACCTS-OUT
           MOVE WS-DEP-TOTAL TO RD-TOTAL-OUT
           MOVE WS-DEP-INSURED TO RD-INSURED-OUT
           MOVE WS-DEP-UNINSURED TO RD-UNINS-OUT
           WRITE RPTREC FROM RPT-DEP-LINE AFTER ADVANCING 1 LINE

           MOVE SPACES TO DEP-DEPOSITOR-REC
           MOVE 'D' TO DD-RECTYPE
           MOVE WS-CUR-TYPE TO DD-DEP-TYPE
           MOVE WS-CUR-ID TO DD-DEP-ID
           MOVE WS-NAME TO DD-NAME
           MOVE WS-ADDR1 TO DD-ADDR1
           MOVE WS-ADDR2 TO DD-ADDR2
           MOVE WS-ADDR3 TO DD-ADDR3
           MOVE WS-SH-COUNT TO DD-ACCTS
           MOVE WS-DEP-TOTAL TO DD-TOTAL
           MOVE WS-DEP-INSURED TO DD-INSURED
           MOVE WS-DEP-UNINSURED TO DD-UNINSURED
           WRITE DEP-DEPOSITOR-REC

           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               MOVE SPACES TO DEP-ACCOUNT-REC
               MOVE 'A' TO DA-RECTYPE
               MOVE WS-CUR-TYPE TO DA-DEP-TYPE
               MOVE WS-CUR-ID TO DA-DEP-ID
               MOVE SH-ACCNO(WS-SH-IDX) TO DA-ACCNO
               MOVE SH-BRANCH(WS-SH-IDX) TO DA-BRANCH
               IF SH-OWNERS(WS-SH-IDX) > 1
                   MOVE 'J' TO DA-OWNERSHIP
               ELSE
                   MOVE 'S' TO DA-OWNERSHIP
               END-IF
               MOVE SH-OWNERS(WS-SH-IDX) TO DA-OWNERS
               MOVE SH-SHARE(WS-SH-IDX) TO DA-SHARE
               MOVE SH-INSURED(WS-SH-IDX) TO DA-INSURED
               WRITE DEP-ACCOUNT-REC
               ADD 1 TO WS-SHARE-CTR
           END-PERFORM.

      * An account is counted once on its branch, on the primary
      * owner's share; every share adds to the branch amounts.
       ACCUM-BRANCH-RTN.
           MOVE 0 TO WS-BR-SEL
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-SEL > 0
               IF BR-BRANCH(WS-BR-IDX) = SH-BRANCH(WS-SH-IDX)
                   MOVE WS-BR-IDX TO WS-BR-SEL
               END-IF
           END-PERFORM
           IF WS-BR-SEL = 0
               IF WS-BR-COUNT < 100
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-SEL
                   MOVE SH-BRANCH(WS-SH-IDX) TO BR-BRANCH(WS-BR-SEL)
                   MOVE 0 TO BR-ACCTS(WS-BR-SEL)
                   MOVE 0 TO BR-DEPOSITS(WS-BR-SEL)
                   MOVE 0 TO BR-INSURED(WS-BR-SEL)
                   MOVE 0 TO BR-UNINSURED(WS-BR-SEL)
               ELSE
                   MOVE 'YES' TO WS-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SH-FIRST(WS-SH-IDX) = 'Y'
               ADD 1 TO BR-ACCTS(WS-BR-SEL)
           END-IF
           ADD SH-SHARE(WS-SH-IDX) TO BR-DEPOSITS(WS-BR-SEL)
           ADD SH-INSURED(WS-SH-IDX) TO BR-INSURED(WS-BR-SEL)
           COMPUTE BR-UNINSURED(WS-BR-SEL) = BR-UNINSURED(WS-BR-SEL)
               + SH-SHARE(WS-SH-IDX) - SH-INSURED(WS-SH-IDX).

      * A customer is named from CIFMAST; an account on its own, or a
      * customer missing from CIFMAST, from its first account.
       DEPOSITOR-NAME-RTN.
           MOVE SPACES TO WS-NAME
           MOVE SPACES TO WS-ADDR1
           MOVE SPACES TO WS-ADDR2
           MOVE SPACES TO WS-ADDR3
           MOVE 'NO ' TO WS-FOUND
           IF WS-CUR-TYPE = 'C' AND WS-CIFMAST-OPEN = 'YES'
               MOVE WS-CUR-ID TO CF-CUSTNO
               READ CIFMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-FOUND
                       MOVE CF-NAME TO WS-NAME
                       MOVE CF-ADDR1 TO WS-ADDR1
                       MOVE CF-ADDR2 TO WS-ADDR2
                       MOVE CF-ADDR3 TO WS-ADDR3
               END-READ
           END-IF
           IF WS-FOUND = 'NO ' AND WS-CUSTMAST-OPEN = 'YES'
               MOVE SH-ACCNO(1) TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-FOUND
                       MOVE CM-ACCNAME TO WS-NAME
                       MOVE CM-ADDR1 TO WS-ADDR1
                       MOVE CM-ADDR2 TO WS-ADDR2
                       MOVE CM-ADDR3 TO WS-ADDR3
               END-READ
           END-IF
           IF WS-FOUND = 'NO '
               MOVE 'NAME NOT ON FILE' TO WS-NAME
           END-IF.

      * The premium is assessed quarterly on the whole deposit base,
      * insured or not, at a quarter of the annual rate.
       WRITE-BRANCH-RTN.
           WRITE RPTREC FROM RPT-BR-HEADER AFTER ADVANCING 3 LINES
           WRITE RPTREC FROM RPT-BR-COL AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               COMPUTE WS-PREMIUM ROUNDED =
                   BR-DEPOSITS(WS-BR-IDX) * WS-RATE / 4
               ADD WS-PREMIUM TO WS-GRD-PREMIUM
               ADD BR-ACCTS(WS-BR-IDX) TO WS-GRD-ACCTS
               MOVE BR-BRANCH(WS-BR-IDX) TO RB-BRANCH-OUT
               MOVE BR-ACCTS(WS-BR-IDX) TO RB-ACCTS-OUT
               MOVE BR-DEPOSITS(WS-BR-IDX) TO RB-DEPOSITS-OUT
               MOVE BR-INSURED(WS-BR-IDX) TO RB-INSURED-OUT
               MOVE BR-UNINSURED(WS-BR-IDX) TO RB-UNINS-OUT
               MOVE WS-PREMIUM TO RB-PREMIUM-OUT
               WRITE RPTREC FROM RPT-BR-LINE AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'ALL' TO RB-BRANCH-OUT
           MOVE WS-GRD-ACCTS TO RB-ACCTS-OUT
           MOVE WS-GRD-TOTAL TO RB-DEPOSITS-OUT
           MOVE WS-GRD-INSURED TO RB-INSURED-OUT
           MOVE WS-GRD-UNINSURED TO RB-UNINS-OUT
           MOVE WS-GRD-PREMIUM TO RB-PREMIUM-OUT
           WRITE RPTREC FROM RPT-BR-LINE AFTER ADVANCING 2 LINES.

       WRITE-TOTALS-RTN.
           MOVE 'ACCOUNTS WITH DEPOSITS:' TO RC-LABEL-OUT
           MOVE WS-ACCT-CTR TO RC-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 3 LINES
           MOVE '  OF WHICH JOINT:' TO RC-LABEL-OUT
           MOVE WS-JOINT-ACCT-CTR TO RC-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'ACCOUNTS NIL OR OVERDRAWN:' TO RC-LABEL-OUT
           MOVE WS-NODEP-CTR TO RC-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE
           IF WS-NORATE-CTR > 0
               MOVE 'ACCOUNTS LEFT OUT - NO FX RATE:' TO RC-LABEL-OUT
               MOVE WS-NORATE-CTR TO RC-COUNT-OUT
               WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE 'DEPOSITORS:' TO RC-LABEL-OUT
           MOVE WS-DEP-CTR TO RC-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE '  FULLY INSURED:' TO RC-LABEL-OUT
           MOVE WS-FULLY-CTR TO RC-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE '  OVER THE MAXIMUM COVERAGE:' TO RC-LABEL-OUT
           MOVE WS-PART-CTR TO RC-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DEPOSITS:' TO RA-LABEL-OUT
           MOVE WS-GRD-TOTAL TO RA-AMOUNT-OUT
           WRITE RPTREC FROM RPT-AMOUNT-LINE AFTER ADVANCING 2 LINES
           MOVE 'INSURED DEPOSITS:' TO RA-LABEL-OUT
           MOVE WS-GRD-INSURED TO RA-AMOUNT-OUT
           WRITE RPTREC FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'UNINSURED DEPOSITS:' TO RA-LABEL-OUT
           MOVE WS-GRD-UNINSURED TO RA-AMOUNT-OUT
           WRITE RPTREC FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'QUARTERLY PREMIUM:' TO RA-LABEL-OUT
           MOVE WS-GRD-PREMIUM TO RA-AMOUNT-OUT
           WRITE RPTREC FROM RPT-AMOUNT-LINE AFTER ADVANCING 1 LINE.
