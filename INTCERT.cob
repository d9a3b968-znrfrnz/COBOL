       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-CERT.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTWHIST-FILE ASSIGN TO "INTWHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTWHIST-STATUS.
           SELECT PARMFILE ASSIGN TO "INTCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
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
           SELECT SORTFILE ASSIGN TO "INTCSRT.TMP".
           SELECT CERT-FILE ASSIGN TO "INTCERT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUM-FILE ASSIGN TO "INTCSUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Interest and withholding history as INTEREST-POST and
      * ACCOUNT-CLOSE append it: 'D' per account credited in its own
      * currency, 'T' with each run's totals in pesos.
       FD  INTWHIST-FILE.
       01  INTWHIST-REC.
           05 IH-RECTYPE           PIC X(1).
           05 FILLER               PIC X(1).
           05 IH-SOURCE            PIC X(8).
           05 FILLER               PIC X(1).
           05 IH-RUNSTAMP          PIC X(14).
           05 FILLER               PIC X(1).
           05 IH-BUSDATE           PIC X(8).
           05 FILLER               PIC X(1).
           05 IH-BRANCH            PIC X(2).
           05 IH-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 IH-CUSTNO            PIC X(6).
           05 FILLER               PIC X(1).
           05 IH-GROSS             PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 IH-WTAX              PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 IH-NET               PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 IH-COUNT             PIC 9(5).

      * Optional: the calendar year to certify. Without it the year
      * is the one just ended, or the current one on a December date.
       FD  PARMFILE.
       01  PARM-REC.
           05 CP-YEAR              PIC X(4).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           05 BD-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BD-TOLERANCE         PIC 9(3).

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

      * The certificate holder is the CIF customer (type C) or, for
      * an account never linked to one, the account itself (type A).
      * Its accounts are grouped by currency, each group in the
      * currency the interest was credited in.
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-SUBJ-TYPE       PIC X(1).
           05 SORT-SUBJECT         PIC X(10).
           05 SORT-CCY             PIC X(3).
           05 SORT-ACCNO           PIC X(10).
           05 SORT-BRANCH          PIC X(2).
           05 SORT-GROSS           PIC 9(9)V99.
           05 SORT-WTAX            PIC 9(9)V99.
           05 SORT-NET             PIC 9(9)V99.

       FD  CERT-FILE.
       01  CERT-LINE               PIC X(80).

       FD  SUM-FILE.
       01  SUM-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INTWHIST-STATUS      PIC XX VALUE SPACES.
       01  WS-PARM-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CIFMAST-STATUS       PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-CIFMAST-OPEN         PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.
       01  WS-FOUND                PIC X(3) VALUE 'NO '.

       01  WS-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-CERT-YEAR            PIC X(4) VALUE SPACES.
       01  WS-YEAR-NUM             PIC 9(4) VALUE 0.
       01  WS-MONTH                PIC 9(2) VALUE 0.
       01  WS-MAST-CUSTNO          PIC X(6) VALUE SPACES.

       01  WS-READ-CTR             PIC 9(7) VALUE 0.
       01  WS-USED-CTR             PIC 9(7) VALUE 0.
       01  WS-RERUN-CTR            PIC 9(7) VALUE 0.
       01  WS-ORPHAN-CTR           PIC 9(7) VALUE 0.
       01  WS-CERT-CTR             PIC 9(7) VALUE 0.
       01  WS-ACCT-CTR             PIC 9(7) VALUE 0.

       01  WS-CUR-TYPE             PIC X(1) VALUE SPACE.
       01  WS-CUR-SUBJECT          PIC X(10) VALUE SPACES.
       01  WS-CUR-ACCNO            PIC X(10) VALUE SPACES.
       01  WS-CUR-BRANCH           PIC X(2) VALUE SPACES.
       01  WS-CUR-CCY              PIC X(3) VALUE SPACES.
       01  WS-CCY-GROUPS           PIC 9(3) VALUE 0.
       01  WS-ACCT-CCY             PIC X(3) VALUE SPACES.
       01  WS-FC-CTR               PIC 9(7) VALUE 0.
       01  WS-NORATE-CTR           PIC 9(7) VALUE 0.
       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

       01  WS-ACC-GROSS            PIC 9(11)V99 VALUE 0.
       01  WS-ACC-WTAX             PIC 9(11)V99 VALUE 0.
       01  WS-ACC-NET              PIC 9(11)V99 VALUE 0.
       01  WS-CUS-GROSS            PIC 9(11)V99 VALUE 0.
       01  WS-CUS-WTAX             PIC 9(11)V99 VALUE 0.
       01  WS-CUS-NET              PIC 9(11)V99 VALUE 0.
       01  WS-PHP-GROSS            PIC 9(11)V99 VALUE 0.
       01  WS-PHP-WTAX             PIC 9(11)V99 VALUE 0.
       01  WS-PHP-NET              PIC 9(11)V99 VALUE 0.
       01  WS-REM-WTAX             PIC 9(11)V99 VALUE 0.
       01  WS-MON-REMIT            PIC 9(11)V99 VALUE 0.
       01  WS-DIFF                 PIC S9(11)V99 VALUE 0.
       01  WS-TOT-DIFF             PIC S9(11)V99 VALUE 0.

      * Per calendar month of the year: the INTEREST-POST run that
      * stands (the latest completed one - an earlier run the same
      * month was replaced by a rerun), the closure interest runs,
      * and what the certificates carry for the month.
       01  MONTH-TABLE.
           05 MONTH-ENTRY OCCURS 12 TIMES.
              10 MT-RUNSTAMP       PIC X(14).
              10 MT-POST-WTAX      PIC 9(11)V99.
              10 MT-CLS-WTAX       PIC 9(11)V99.
              10 MT-CERT-WTAX      PIC 9(11)V99.

       01  CERT-HEADER-1.
           05 FILLER               PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(34)
              VALUE "CERTIFICATE OF FINAL TAX WITHHELD ".
           05 FILLER               PIC X(19)
              VALUE "ON DEPOSIT INTEREST".
           05 FILLER               PIC X(13) VALUE SPACES.

       01  CERT-HEADER-2.
           05 FILLER               PIC X(27) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "FOR THE CALENDAR YEAR ".
           05 CH-YEAR-OUT          PIC X(4).
           05 FILLER               PIC X(27) VALUE SPACES.

       01  CERT-PAYEE-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 CP-LABEL-OUT         PIC X(10).
           05 CP-SUBJECT-OUT       PIC X(10).
           05 FILLER               PIC X(55) VALUE SPACES.

       01  CERT-NAME-LINE.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 CN-TEXT-OUT          PIC X(25).
           05 FILLER               PIC X(40) VALUE SPACES.

       01  CERT-COL-HEADER.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "Account".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE "Br".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "Gross Interest".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "  Tax Withheld".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "  Net Interest".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(3) VALUE "Ccy".
           05 FILLER               PIC X(3) VALUE SPACES.

       01  CERT-DETAIL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 CD-ACCNO-OUT         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CD-BRANCH-OUT        PIC X(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CD-GROSS-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CD-WTAX-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CD-NET-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CD-CCY-OUT           PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACES.

       01  CERT-TOTAL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE "TOTAL FOR THE YEAR".
           05 CT-GROSS-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CT-WTAX-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 CT-NET-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CT-CCY-OUT           PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACES.

       01  CERT-FOOTER-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(30)
              VALUE "The tax shown was withheld as ".
           05 FILLER               PIC X(30)
              VALUE "a final tax on the interest".
           05 FILLER               PIC X(15) VALUE SPACES.

       01  CERT-FOOTER-2.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(30)
              VALUE "credited above and remitted by".
           05 FILLER               PIC X(30)
              VALUE " the bank for the year.".
           05 FILLER               PIC X(15) VALUE SPACES.

       01  SUM-HEADER-1.
           05 FILLER               PIC X(13) VALUE SPACES.
           05 FILLER               PIC X(29)
              VALUE "Annual Final Withholding Tax".
           05 FILLER               PIC X(25)
              VALUE " on Deposit Interest".
           05 FILLER               PIC X(13) VALUE SPACES.

       01  SUM-HEADER-2.
           05 FILLER               PIC X(27) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "FOR THE CALENDAR YEAR ".
           05 SH-YEAR-OUT          PIC X(4).
           05 FILLER               PIC X(27) VALUE SPACES.

       01  SUM-COL-HEADER.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE "Month".
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "      Remitted".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "  Certificates".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "     Difference".
           05 FILLER               PIC X(13) VALUE SPACES.

       01  SUM-DETAIL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SD-MONTH-OUT         PIC X(7).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SD-REMIT-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SD-CERT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SD-DIFF-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(13) VALUE SPACES.

       01  SUM-COUNT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SC-LABEL-OUT         PIC X(34).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SC-COUNT-OUT         PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(27) VALUE SPACES.

       01  SUM-AMOUNT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SA-LABEL-OUT         PIC X(34).
           05 SA-AMOUNT-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(27) VALUE SPACES.

       01  SUM-TEXT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 ST-TEXT-OUT          PIC X(75).

       PROCEDURE DIVISION.
      * Year-end depositor certificates. Interest credited over the
      * year, by INTEREST-POST each month end and by ACCOUNT-CLOSE on
      * closure, is gathered from INTWHIST.DAT per account and grouped
      * to the CIF customer, and one certificate per customer goes to
      * INTCERT.TXT under the CIFMAST name and address. INTCSUM.TXT
      * is the summary for the annual filing: month by month it ties
      * the certificates back to the withholding the runs remitted.
      * A certificate states each account in its own currency, with a
      * year total per currency; the filing totals are in pesos, each
      * line taken at the rate of the day it was posted.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN
           PERFORM LOAD-PARM-RTN
           PERFORM LOAD-RUNS-RTN

           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           ELSE
               DISPLAY 'INTEREST-CERT: CUSTMAST.IDX NOT AVAILABLE - '
                   'CUSTOMERS TAKEN AS RECORDED AT POSTING'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT CIFMAST
           IF WS-CIFMAST-STATUS = '00'
               MOVE 'YES' TO WS-CIFMAST-OPEN
           END-IF

           OPEN OUTPUT CERT-FILE
           SORT SORTFILE
               ON ASCENDING KEY SORT-SUBJ-TYPE
               ON ASCENDING KEY SORT-SUBJECT
               ON ASCENDING KEY SORT-ACCNO
               INPUT PROCEDURE IS SELECT-HISTORY-RTN
               OUTPUT PROCEDURE IS PRINT-CERTS-RTN
           CLOSE CERT-FILE

           PERFORM WRITE-SUMMARY-RTN

           IF WS-CIFMAST-OPEN = 'YES'
               CLOSE CIFMAST
           END-IF
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF

           DISPLAY 'INTEREST-CERT: ' WS-CERT-YEAR ' - ' WS-CERT-CTR
               ' CERTIFICATE(S) FOR ' WS-ACCT-CTR ' ACCOUNT(S) - '
               'SEE INTCERT.TXT AND INTCSUM.TXT'
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

      * Certificates are normally run in the new year for the one
      * just closed; a run on a December date certifies that year.
       LOAD-PARM-RTN.
           MOVE WS-BUS-DATE(1:4) TO WS-YEAR-NUM
           IF WS-BUS-DATE(5:2) NOT = '12'
               SUBTRACT 1 FROM WS-YEAR-NUM
           END-IF
           MOVE WS-YEAR-NUM TO WS-CERT-YEAR
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = '00'
               READ PARMFILE
                   AT END CONTINUE
               END-READ
               IF WS-PARM-STATUS = '00' AND CP-YEAR NUMERIC
                   MOVE CP-YEAR TO WS-CERT-YEAR
               END-IF
               CLOSE PARMFILE
           END-IF.

      * First pass: the run totals. A month whose INTEREST-POST was
      * rerun keeps only the latest completed run; closure runs each
      * stand on their own.
       LOAD-RUNS-RTN.
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE SPACES TO MT-RUNSTAMP(WS-MONTH)
               MOVE 0 TO MT-POST-WTAX(WS-MONTH)
               MOVE 0 TO MT-CLS-WTAX(WS-MONTH)
               MOVE 0 TO MT-CERT-WTAX(WS-MONTH)
           END-PERFORM
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT INTWHIST-FILE
           IF WS-INTWHIST-STATUS NOT = '00'
               DISPLAY 'INTEREST-CERT: INTWHIST.DAT NOT FOUND - '
                   'NO INTEREST HISTORY TO CERTIFY'
               MOVE 8 TO RETURN-CODE
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ INTWHIST-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND IH-RECTYPE = 'T'
                   AND IH-BUSDATE(1:4) = WS-CERT-YEAR
                   AND IH-BUSDATE(5:2) NUMERIC
                   MOVE IH-BUSDATE(5:2) TO WS-MONTH
                   IF WS-MONTH > 0 AND WS-MONTH < 13
                       PERFORM NOTE-RUN-RTN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INTWHIST-STATUS NOT = '35'
               CLOSE INTWHIST-FILE
           END-IF.

       NOTE-RUN-RTN.
           IF IH-SOURCE = 'CLSINT'
               ADD IH-WTAX TO MT-CLS-WTAX(WS-MONTH)
           ELSE
               IF IH-RUNSTAMP > MT-RUNSTAMP(WS-MONTH)
                   MOVE IH-RUNSTAMP TO MT-RUNSTAMP(WS-MONTH)
                   MOVE IH-WTAX TO MT-POST-WTAX(WS-MONTH)
               END-IF
           END-IF.

      * Second pass: the account lines of the runs that stand. The
      * customer is the account's link on CUSTMAST today, or the one
      * recorded when the interest was paid if the account has since
      * been closed and unlinked.
       SELECT-HISTORY-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT INTWHIST-FILE
           IF WS-INTWHIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ INTWHIST-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   ADD 1 TO WS-READ-CTR
                   PERFORM SELECT-ITEM-RTN
               END-IF
           END-PERFORM
           CLOSE INTWHIST-FILE.

       SELECT-ITEM-RTN.
           IF IH-RECTYPE NOT = 'D'
               OR IH-BUSDATE(1:4) NOT = WS-CERT-YEAR
               OR IH-BUSDATE(5:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE IH-BUSDATE(5:2) TO WS-MONTH
           IF WS-MONTH = 0 OR WS-MONTH > 12
               EXIT PARAGRAPH
           END-IF
           IF IH-SOURCE NOT = 'CLSINT'
               IF MT-RUNSTAMP(WS-MONTH) = SPACES
                   ADD 1 TO WS-ORPHAN-CTR
                   EXIT PARAGRAPH
               END-IF
               IF IH-RUNSTAMP NOT = MT-RUNSTAMP(WS-MONTH)
                   ADD 1 TO WS-RERUN-CTR
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CUSTNO-FIND-RTN
           IF WS-MAST-CUSTNO = SPACES
               MOVE IH-CUSTNO TO WS-MAST-CUSTNO
           END-IF
           PERFORM PESO-EQUIV-RTN
           IF WS-MAST-CUSTNO = SPACES
               MOVE 'A' TO SORT-SUBJ-TYPE
               MOVE IH-ACCNO TO SORT-SUBJECT
           ELSE
               MOVE 'C' TO SORT-SUBJ-TYPE
               MOVE WS-MAST-CUSTNO TO SORT-SUBJECT
           END-IF
           MOVE WS-ACCT-CCY TO SORT-CCY
           MOVE IH-ACCNO TO SORT-ACCNO
           MOVE IH-BRANCH TO SORT-BRANCH
           MOVE IH-GROSS TO SORT-GROSS
           MOVE IH-WTAX TO SORT-WTAX
           MOVE IH-NET TO SORT-NET
           RELEASE SORT-REC
           ADD 1 TO WS-USED-CTR.

       CUSTNO-FIND-RTN.
           MOVE SPACES TO WS-MAST-CUSTNO
           MOVE 'PHP' TO WS-ACCT-CCY
           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE IH-ACCNO TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTNO TO WS-MAST-CUSTNO
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ACCT-CCY
                       END-IF
               END-READ
           END-IF.

      * Gross and tax are each taken to pesos at the posting date and
      * net is what is left, so the peso figures foot. A line with no
      * rate is left out of the peso totals and named here.
       PESO-EQUIV-RTN.
           IF WS-ACCT-CCY NOT = 'PHP'
               ADD 1 TO WS-FC-CTR
           END-IF
           MOVE WS-ACCT-CCY TO FC-CURRENCY
           MOVE IH-BUSDATE TO FC-DATE
           MOVE IH-GROSS TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-RESULT = '90'
               ADD 1 TO WS-NORATE-CTR
               DISPLAY 'INTEREST-CERT: NO ' WS-ACCT-CCY ' RATE FOR '
                   IH-BUSDATE ' - ACCOUNT ' IH-ACCNO
                   ' LEFT OUT OF PESO TOTALS'
               EXIT PARAGRAPH
           END-IF
           ADD FC-PHP-AMOUNT TO WS-PHP-GROSS
           ADD FC-PHP-AMOUNT TO WS-PHP-NET
           MOVE IH-WTAX TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           ADD FC-PHP-AMOUNT TO WS-PHP-WTAX
           ADD FC-PHP-AMOUNT TO MT-CERT-WTAX(WS-MONTH)
           SUBTRACT FC-PHP-AMOUNT FROM WS-PHP-NET.

       PRINT-CERTS-RTN.
           MOVE SPACE TO WS-CUR-TYPE
           MOVE SPACES TO WS-CUR-SUBJECT
           MOVE SPACES TO WS-CUR-ACCNO
           MOVE 'NO ' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'YES'
               RETURN SORTFILE
                   AT END MOVE 'YES' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'YES'
                   EVALUATE TRUE
                       WHEN SORT-SUBJ-TYPE NOT = WS-CUR-TYPE
                         OR SORT-SUBJECT NOT = WS-CUR-SUBJECT
                           IF WS-CUR-TYPE NOT = SPACE
                               PERFORM END-ACCOUNT-RTN
                               PERFORM END-CCY-RTN
                               PERFORM END-CERT-RTN
                           END-IF
                           MOVE SORT-SUBJ-TYPE TO WS-CUR-TYPE
                           MOVE SORT-SUBJECT TO WS-CUR-SUBJECT
                           PERFORM START-CERT-RTN
                           PERFORM START-CCY-RTN
                           PERFORM START-ACCOUNT-RTN
                       WHEN SORT-CCY NOT = WS-CUR-CCY
                           PERFORM END-ACCOUNT-RTN
                           PERFORM END-CCY-RTN
                           PERFORM START-CCY-RTN
                           PERFORM START-ACCOUNT-RTN
                       WHEN SORT-ACCNO NOT = WS-CUR-ACCNO
                           PERFORM END-ACCOUNT-RTN
                           PERFORM START-ACCOUNT-RTN
                   END-EVALUATE
                   ADD SORT-GROSS TO WS-ACC-GROSS
                   ADD SORT-WTAX TO WS-ACC-WTAX
                   ADD SORT-NET TO WS-ACC-NET
               END-IF
           END-PERFORM
           IF WS-CUR-TYPE NOT = SPACE
               PERFORM END-ACCOUNT-RTN
               PERFORM END-CCY-RTN
               PERFORM END-CERT-RTN
           END-IF.

      * Name and address come from the customer's CIF record; an
      * account with no customer, or a customer missing from CIFMAST,
      * is addressed as the account master has it.
       START-CERT-RTN.
           MOVE 0 TO WS-CCY-GROUPS
           ADD 1 TO WS-CERT-CTR

           MOVE WS-CERT-YEAR TO CH-YEAR-OUT
           WRITE CERT-LINE FROM CERT-HEADER-1 AFTER ADVANCING PAGE
           WRITE CERT-LINE FROM CERT-HEADER-2 AFTER ADVANCING 1 LINE
           IF WS-CUR-TYPE = 'C'
               MOVE 'CUSTOMER: ' TO CP-LABEL-OUT
           ELSE
               MOVE 'ACCOUNT:  ' TO CP-LABEL-OUT
           END-IF
           MOVE WS-CUR-SUBJECT TO CP-SUBJECT-OUT
           WRITE CERT-LINE FROM CERT-PAYEE-LINE
               AFTER ADVANCING 3 LINES

           PERFORM WRITE-ADDRESS-RTN
           WRITE CERT-LINE FROM CERT-COL-HEADER
               AFTER ADVANCING 2 LINES.

       WRITE-ADDRESS-RTN.
           MOVE 'NO ' TO WS-FOUND
           IF WS-CUR-TYPE = 'C' AND WS-CIFMAST-OPEN = 'YES'
               MOVE WS-CUR-SUBJECT TO CF-CUSTNO
               READ CIFMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-FOUND
               END-READ
           END-IF
           IF WS-FOUND = 'YES'
               MOVE CF-NAME TO CN-TEXT-OUT
               PERFORM WRITE-NAME-LINE-RTN
               MOVE CF-ADDR1 TO CN-TEXT-OUT
               PERFORM WRITE-NAME-LINE-RTN
               MOVE CF-ADDR2 TO CN-TEXT-OUT
               PERFORM WRITE-NAME-LINE-RTN
               MOVE CF-ADDR3 TO CN-TEXT-OUT
               PERFORM WRITE-NAME-LINE-RTN
               EXIT PARAGRAPH
           END-IF

           IF WS-CUSTMAST-OPEN = 'YES'
               MOVE SORT-ACCNO TO CM-ACCNO
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-FOUND
               END-READ
           END-IF
           IF WS-FOUND = 'YES'
               MOVE CM-ACCNAME TO CN-TEXT-OUT
               PERFORM WRITE-NAME-LINE-RTN
               MOVE CM-ADDR1 TO CN-TEXT-OUT
               PERFORM WRITE-NAME-LINE-RTN
               MOVE CM-ADDR2 TO CN-TEXT-OUT
               PERFORM WRITE-NAME-LINE-RTN
               MOVE CM-ADDR3 TO CN-TEXT-OUT
               PERFORM WRITE-NAME-LINE-RTN
           ELSE
               MOVE 'NAME NOT ON FILE' TO CN-TEXT-OUT
               PERFORM WRITE-NAME-LINE-RTN
           END-IF.

       WRITE-NAME-LINE-RTN.
           IF CN-TEXT-OUT NOT = SPACES
               WRITE CERT-LINE FROM CERT-NAME-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      * A second currency on the same certificate starts after a
      * blank line under the first one's total.
       START-CCY-RTN.
           MOVE SORT-CCY TO WS-CUR-CCY
           MOVE 0 TO WS-CUS-GROSS
           MOVE 0 TO WS-CUS-WTAX
           MOVE 0 TO WS-CUS-NET
           IF WS-CCY-GROUPS > 0
               MOVE SPACES TO CERT-LINE
               WRITE CERT-LINE AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-CCY-GROUPS.

       START-ACCOUNT-RTN.
           MOVE SORT-ACCNO TO WS-CUR-ACCNO
           MOVE SORT-BRANCH TO WS-CUR-BRANCH
           MOVE 0 TO WS-ACC-GROSS
           MOVE 0 TO WS-ACC-WTAX
           MOVE 0 TO WS-ACC-NET.

       END-ACCOUNT-RTN.
           MOVE WS-CUR-ACCNO TO CD-ACCNO-OUT
           MOVE WS-CUR-BRANCH TO CD-BRANCH-OUT
           MOVE WS-ACC-GROSS TO CD-GROSS-OUT
           MOVE WS-ACC-WTAX TO CD-WTAX-OUT
           MOVE WS-ACC-NET TO CD-NET-OUT
           MOVE WS-CUR-CCY TO CD-CCY-OUT
           WRITE CERT-LINE FROM CERT-DETAIL AFTER ADVANCING 1 LINE
           ADD WS-ACC-GROSS TO WS-CUS-GROSS
           ADD WS-ACC-WTAX TO WS-CUS-WTAX
           ADD WS-ACC-NET TO WS-CUS-NET
           ADD 1 TO WS-ACCT-CTR.

       END-CCY-RTN.
           MOVE WS-CUS-GROSS TO CT-GROSS-OUT
           MOVE WS-CUS-WTAX TO CT-WTAX-OUT
           MOVE WS-CUS-NET TO CT-NET-OUT
           MOVE WS-CUR-CCY TO CT-CCY-OUT
           WRITE CERT-LINE FROM CERT-TOTAL AFTER ADVANCING 2 LINES.

       END-CERT-RTN.
           WRITE CERT-LINE FROM CERT-FOOTER-1 AFTER ADVANCING 3 LINES
           WRITE CERT-LINE FROM CERT-FOOTER-2 AFTER ADVANCING 1 LINE.

      * The filing summary: withholding remitted by the runs that
      * stand against the withholding on the certificates, by month,
      * both in pesos at the posting date. Any difference means history
      * lines and run totals disagree and the certificates must not
      * be released until it is found.
       WRITE-SUMMARY-RTN.
           OPEN OUTPUT SUM-FILE
           MOVE WS-CERT-YEAR TO SH-YEAR-OUT
           WRITE SUM-LINE FROM SUM-HEADER-1 AFTER ADVANCING PAGE
           WRITE SUM-LINE FROM SUM-HEADER-2 AFTER ADVANCING 1 LINE
           WRITE SUM-LINE FROM SUM-COL-HEADER AFTER ADVANCING 3 LINES

           MOVE 0 TO WS-REM-WTAX
           MOVE 0 TO WS-TOT-DIFF
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               COMPUTE WS-MON-REMIT = MT-POST-WTAX(WS-MONTH)
                   + MT-CLS-WTAX(WS-MONTH)
               COMPUTE WS-DIFF = WS-MON-REMIT - MT-CERT-WTAX(WS-MONTH)
               ADD WS-MON-REMIT TO WS-REM-WTAX
               ADD WS-DIFF TO WS-TOT-DIFF
               MOVE SPACES TO SD-MONTH-OUT
               MOVE WS-CERT-YEAR TO SD-MONTH-OUT(1:4)
               MOVE '-' TO SD-MONTH-OUT(5:1)
               MOVE WS-MONTH TO SD-MONTH-OUT(6:2)
               MOVE WS-MON-REMIT TO SD-REMIT-OUT
               MOVE MT-CERT-WTAX(WS-MONTH) TO SD-CERT-OUT
               MOVE WS-DIFF TO SD-DIFF-OUT
               WRITE SUM-LINE FROM SUM-DETAIL AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'TOTAL  ' TO SD-MONTH-OUT
           MOVE WS-REM-WTAX TO SD-REMIT-OUT
           MOVE WS-PHP-WTAX TO SD-CERT-OUT
           MOVE WS-TOT-DIFF TO SD-DIFF-OUT
           WRITE SUM-LINE FROM SUM-DETAIL AFTER ADVANCING 2 LINES

           MOVE 'CERTIFICATES ISSUED:' TO SC-LABEL-OUT
           MOVE WS-CERT-CTR TO SC-COUNT-OUT
           WRITE SUM-LINE FROM SUM-COUNT-LINE AFTER ADVANCING 3 LINES
           MOVE 'ACCOUNTS CERTIFIED:' TO SC-LABEL-OUT
           MOVE WS-ACCT-CTR TO SC-COUNT-OUT
           WRITE SUM-LINE FROM SUM-COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'FOREIGN CURRENCY LINES:' TO SC-LABEL-OUT
           MOVE WS-FC-CTR TO SC-COUNT-OUT
           WRITE SUM-LINE FROM SUM-COUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'TOTAL GROSS INTEREST IN PESOS:' TO SA-LABEL-OUT
           MOVE WS-PHP-GROSS TO SA-AMOUNT-OUT
           WRITE SUM-LINE FROM SUM-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'TOTAL FINAL TAX IN PESOS:' TO SA-LABEL-OUT
           MOVE WS-PHP-WTAX TO SA-AMOUNT-OUT
           WRITE SUM-LINE FROM SUM-AMOUNT-LINE AFTER ADVANCING 1 LINE
           MOVE 'TOTAL NET INTEREST IN PESOS:' TO SA-LABEL-OUT
           MOVE WS-PHP-NET TO SA-AMOUNT-OUT
           WRITE SUM-LINE FROM SUM-AMOUNT-LINE AFTER ADVANCING 1 LINE
           IF WS-NORATE-CTR > 0
               MOVE 'LINES NOT IN PESOS - NO FX RATE:' TO SC-LABEL-OUT
               MOVE WS-NORATE-CTR TO SC-COUNT-OUT
               WRITE SUM-LINE FROM SUM-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 8 TO RETURN-CODE
               DISPLAY 'INTEREST-CERT: ' WS-NORATE-CTR ' LINE(S) WITH '
                   'NO FX RATE - PESO TOTALS UNDERSTATED'
           END-IF
           MOVE 'RERUN LINES SET ASIDE:' TO SC-LABEL-OUT
           MOVE WS-RERUN-CTR TO SC-COUNT-OUT
           WRITE SUM-LINE FROM SUM-COUNT-LINE AFTER ADVANCING 2 LINES
           MOVE 'LINES WITH NO COMPLETED RUN:' TO SC-LABEL-OUT
           MOVE WS-ORPHAN-CTR TO SC-COUNT-OUT
           WRITE SUM-LINE FROM SUM-COUNT-LINE AFTER ADVANCING 1 LINE

           IF WS-TOT-DIFF = 0 AND WS-REM-WTAX = WS-PHP-WTAX
               MOVE 'CERTIFICATES AGREE WITH THE TAX REMITTED'
                   TO ST-TEXT-OUT
           ELSE
               MOVE 'CERTIFICATES DO NOT AGREE - HOLD THE FILING'
                   TO ST-TEXT-OUT
               MOVE 8 TO RETURN-CODE
               DISPLAY 'INTEREST-CERT: CERTIFICATES DO NOT AGREE WITH '
                   'THE TAX REMITTED - SEE INTCSUM.TXT'
           END-IF
           WRITE SUM-LINE FROM SUM-TEXT-LINE AFTER ADVANCING 2 LINES
           CLOSE SUM-FILE.
