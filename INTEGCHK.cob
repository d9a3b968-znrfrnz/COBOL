       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CIFMAST ASSIGN TO "CIFMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CUSTNO
               FILE STATUS IS WS-CIFMAST-STATUS.
           SELECT BALFWD-IN ASSIGN TO "BALFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALFWD-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT BALHIST-FILE ASSIGN TO "BALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT ACCTLOOK-FILE ASSIGN TO "acctlook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOOKUP-ACCNO
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT EMPACCT-FILE ASSIGN TO "EMPACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPACCT-STATUS.
           SELECT EMPMAST ASSIGN TO "EMPMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPNO
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT SORTFILE ASSIGN TO "INTSRT.TMP".
           SELECT RPTFILE ASSIGN TO "INTEGCHK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BALFWD-IN.
       01  BALFWD-IN-REC.
           05 BALFWD-IN-ACCNO      PIC X(10).
           05 FILLER               PIC X(1).
           05 BALFWD-IN-BAL        PIC S9(7)V99.
           05 BALFWD-IN-BRANCH     PIC X(2).
           05 BALFWD-IN-AVAIL      PIC S9(7)V99.

       FD  HOLDS-FILE.
       01  HOLDS-REC.
           05 HD-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 HD-AMOUNT            PIC 9(5)V99.
           05 HD-CLEAR-DATE        PIC X(8).
           05 HD-BRANCH            PIC X(2).

       FD  BALHIST-FILE.
       01  BALHIST-REC.
           05 BH-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 BH-BRANCH            PIC X(2).
           05 BH-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 BH-BAL               PIC S9(7)V99.

       FD  ACCTLOOK-FILE.
       01  LOOKUP-REC.
           05 LOOKUP-ACCNO         PIC X(10).
           05 LOOKUP-ACCNAME       PIC X(25).
           05 LOOKUP-BALANCE       PIC S9(7)V99.

       FD  EMPACCT-FILE.
       01  EMPACCT-REC.
           05 EA-EMPNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 EA-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 EA-ACCNAME           PIC X(25).
           05 FILLER               PIC X(1).
           05 EA-BRANCH            PIC X(2).
           05 FILLER               PIC X(1).
           05 EA-SPLIT-TYPE        PIC X(1).
           05 FILLER               PIC X(1).
           05 EA-SPLIT-AMT         PIC 9(7)V99.

       FD  EMPMAST.
       01  EMPMAST-REC.
           05 EM-EMPNO             PIC X(10).
           05 EM-NAME              PIC X(25).
           05 EM-DEPT              PIC X(1).
           05 EM-TYPE              PIC X(2).
           05 EM-RATE              PIC 9(5)V99.
           05 EM-STATUS            PIC X(1).
              88 EM-ACTIVE         VALUE 'A', ' '.
              88 EM-SEPARATED      VALUE 'S'.
           05 EM-SHIFT-START       PIC 9(4).
           05 EM-SHIFT-END         PIC 9(4).
           05 EM-PAY-FREQ          PIC X(1).
              88 EM-PAID-WEEKLY    VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY VALUE 'S'.
              88 EM-PAID-MONTHLY   VALUE 'M', ' '.

      * One record per discrepancy found, sorted into category and
      * then key order for the report. SORT-DATE only matters to the
      * balance history category, which is reported once per account.
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-CAT             PIC 9(2).
           05 SORT-KEY             PIC X(10).
           05 SORT-SEQ             PIC 9(7).
           05 SORT-FILE            PIC X(12).
           05 SORT-DATE            PIC X(8).
           05 SORT-DETAIL          PIC X(50).

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CIFMAST-STATUS       PIC XX VALUE SPACES.
       01  WS-BALFWD-STATUS        PIC XX VALUE SPACES.
       01  WS-HOLDS-STATUS         PIC XX VALUE SPACES.
       01  WS-BALHIST-STATUS       PIC XX VALUE SPACES.
       01  WS-LOOKUP-STATUS        PIC XX VALUE SPACES.
       01  WS-EMPACCT-STATUS       PIC XX VALUE SPACES.
       01  WS-EMPMAST-STATUS       PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-CIFMAST-OPEN         PIC X(3) VALUE 'NO '.
       01  WS-BALFWD-OPEN          PIC X(3) VALUE 'NO '.
       01  WS-HOLDS-OPEN           PIC X(3) VALUE 'NO '.
       01  WS-BALHIST-OPEN         PIC X(3) VALUE 'NO '.
       01  WS-LOOKUP-OPEN          PIC X(3) VALUE 'NO '.
       01  WS-EMPACCT-OPEN         PIC X(3) VALUE 'NO '.
       01  WS-EMPMAST-OPEN         PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.

       01  WS-FILE-NAME            PIC X(14) VALUE SPACES.
       01  WS-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-OPEN            PIC X(3) VALUE 'NO '.

       01  WS-PREV-KEY.
           05 WS-PREV-BRANCH       PIC X(2).
           05 WS-PREV-ACCNO        PIC X(10).
       01  WS-CUR-KEY.
           05 WS-CUR-BRANCH        PIC X(2).
           05 WS-CUR-ACCNO         PIC X(10).

       01  WS-FIND-CAT             PIC 9(2) VALUE 0.
       01  WS-FIND-KEY             PIC X(10) VALUE SPACES.
       01  WS-FIND-FILE            PIC X(12) VALUE SPACES.
       01  WS-FIND-DATE            PIC X(8) VALUE SPACES.
       01  WS-FIND-DETAIL          PIC X(50) VALUE SPACES.
       01  WS-FIND-SEQ             PIC 9(7) VALUE 0.

       01  WS-AMT-OUT              PIC -Z,ZZZ,ZZ9.99.
       01  WS-HOLD-OUT             PIC ZZ,ZZ9.99.
       01  WS-DAYS-OUT             PIC ZZ,ZZ9.

       01  WS-CUR-CAT              PIC 9(2) VALUE 0.
       01  WS-CAT-IDX              PIC 9(2) VALUE 0.
       01  WS-SEVERE-CTR           PIC 9(7) VALUE 0.
       01  WS-WARNING-CTR          PIC 9(7) VALUE 0.

      * Balance history is one line per account per day, so an
      * account missing from the master is gathered into one line
      * giving the span of days it appears on.
       01  WS-HIST-KEY             PIC X(10) VALUE SPACES.
       01  WS-HIST-FILE            PIC X(12) VALUE SPACES.
       01  WS-HIST-FIRST           PIC X(8) VALUE SPACES.
       01  WS-HIST-LAST            PIC X(8) VALUE SPACES.
       01  WS-HIST-DAYS            PIC 9(5) VALUE 0.

      * The discrepancy categories. S stops the night chain - the
      * postings or payroll credits would go wrong; W is reported
      * for the branches to clear up but the night still runs.
       01  CATEGORY-VALUES.
           05 FILLER               PIC X(41)
              VALUE "SBALFWD ACCOUNT NOT ON CUSTMAST".
           05 FILLER               PIC X(41)
              VALUE "SBALFWD OUT OF SEQUENCE OR DUPLICATED".
           05 FILLER               PIC X(41)
              VALUE "SPAYROLL CREDIT ACCOUNT NOT ON CUSTMAST".
           05 FILLER               PIC X(41)
              VALUE "SPAYROLL CREDIT ACCOUNT FROZEN OR CLOSED".
           05 FILLER               PIC X(41)
              VALUE "WBALANCE CARRIED ON A CLOSED ACCOUNT".
           05 FILLER               PIC X(41)
              VALUE "WBRANCH DIFFERS FROM CUSTMAST".
           05 FILLER               PIC X(41)
              VALUE "WCUSTOMER NUMBER NOT ON CIFMAST".
           05 FILLER               PIC X(41)
              VALUE "WHOLD ON ACCOUNT NOT ON CUSTMAST".
           05 FILLER               PIC X(41)
              VALUE "WHOLD ON A CLOSED ACCOUNT".
           05 FILLER               PIC X(41)
              VALUE "WBALANCE HISTORY ACCOUNT NOT ON CUSTMAST".
           05 FILLER               PIC X(41)
              VALUE "WLOOKUP FILE ACCOUNT NOT ON CUSTMAST".
           05 FILLER               PIC X(41)
              VALUE "WBALFWD ACCOUNT NOT ON LOOKUP FILE".
           05 FILLER               PIC X(41)
              VALUE "WPAYROLL EMPLOYEE NOT ON EMPMAST".
           05 FILLER               PIC X(41)
              VALUE "WPAYROLL EMPLOYEE SEPARATED".
           05 FILLER               PIC X(41)
              VALUE "SCUSTOMER MASTER NOT AVAILABLE".
       01  CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
           05 CATEGORY-ENTRY OCCURS 15 TIMES.
              10 CT-SEV            PIC X(1).
              10 CT-TITLE          PIC X(40).
       01  CATEGORY-COUNTS.
           05 CT-COUNT             PIC 9(7) OCCURS 15 TIMES.

       01  RPT-HEADER-1.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(44)
              VALUE "Cross-File Referential Integrity Check".
           05 FILLER               PIC X(18) VALUE SPACES.

       01  RPT-HEADER-2.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "BUSINESS DATE: ".
           05 RH-DATE-OUT          PIC X(8).
           05 FILLER               PIC X(56) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RS-TEXT-OUT          PIC X(50).
           05 FILLER               PIC X(29) VALUE SPACES.

       01  RPT-FILE-LINE.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RF-NAME-OUT          PIC X(14).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RF-TEXT-OUT          PIC X(50).
           05 FILLER               PIC X(12) VALUE SPACES.

       01  RPT-CAT-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RC-SEV-OUT           PIC X(9).
           05 RC-TITLE-OUT         PIC X(40).
           05 FILLER               PIC X(30) VALUE SPACES.

       01  RPT-FIND-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 RD-FILE-OUT          PIC X(12).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-KEY-OUT           PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-DETAIL-OUT        PIC X(50).
           05 FILLER               PIC X(1) VALUE SPACES.

       01  RPT-SUM-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RU-SEV-OUT           PIC X(9).
           05 RU-TITLE-OUT         PIC X(40).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RU-COUNT-OUT         PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(19) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RN-LABEL-OUT         PIC X(51).
           05 RN-COUNT-OUT         PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(19) VALUE SPACES.

       LINKAGE SECTION.
       01  INTEGCHK-PARM.
           05 IC-BUS-DATE          PIC X(8).
           05 IC-SEVERE            PIC 9(7).
           05 IC-WARNING           PIC 9(7).
           05 IC-RESULT            PIC X(2).

      * Cross-checks the customer, balance, hold, history, lookup and
      * payroll account files against one another before the night
      * posts anything, and lists every discrepancy on INTEGCHK.TXT
      * by category. IC-RESULT is '00' clean, '04' warnings only, or
      * '16' when a severe category has findings and the chain must
      * not run. A file that is not there is noted and the checks
      * against it skipped; only the customer master is required.
       PROCEDURE DIVISION USING INTEGCHK-PARM.
       MAIN-RTN.
           MOVE 0 TO WS-FIND-SEQ
           MOVE 0 TO WS-CUR-CAT
           MOVE 0 TO WS-SEVERE-CTR
           MOVE 0 TO WS-WARNING-CTR
           MOVE 0 TO WS-HIST-DAYS
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 15
               MOVE 0 TO CT-COUNT(WS-CAT-IDX)
           END-PERFORM

           OPEN OUTPUT RPTFILE
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           MOVE IC-BUS-DATE TO RH-DATE-OUT
           WRITE RPTREC FROM RPT-HEADER-2 AFTER ADVANCING 2 LINES

           SORT SORTFILE
               ON ASCENDING KEY SORT-CAT
               ON ASCENDING KEY SORT-KEY
               ON ASCENDING KEY SORT-SEQ
               INPUT PROCEDURE IS COLLECT-FINDINGS-RTN
               OUTPUT PROCEDURE IS PRINT-FINDINGS-RTN

           PERFORM PRINT-SUMMARY-RTN
           CLOSE RPTFILE

           MOVE WS-SEVERE-CTR TO IC-SEVERE
           MOVE WS-WARNING-CTR TO IC-WARNING
           IF WS-SEVERE-CTR > 0
               MOVE '16' TO IC-RESULT
           ELSE
               IF WS-WARNING-CTR > 0
                   MOVE '04' TO IC-RESULT
               ELSE
                   MOVE '00' TO IC-RESULT
               END-IF
           END-IF
           GOBACK.

       COLLECT-FINDINGS-RTN.
           PERFORM OPEN-FILES-RTN
           IF WS-CUSTMAST-OPEN NOT = 'YES'
               MOVE 15 TO WS-FIND-CAT
               MOVE SPACES TO WS-FIND-KEY
               MOVE 'CUSTMAST.IDX' TO WS-FIND-FILE
               MOVE SPACES TO WS-FIND-DETAIL
               STRING 'OPEN STATUS ' DELIMITED BY SIZE
                      WS-CUSTMAST-STATUS DELIMITED BY SIZE
                      ' - NOTHING COULD BE CHECKED' DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
               END-STRING
               PERFORM ADD-FINDING-RTN
           ELSE
               PERFORM CUSTMAST-PASS-RTN
               PERFORM BALFWD-PASS-RTN
               PERFORM HOLDS-PASS-RTN
               PERFORM BALHIST-PASS-RTN
               PERFORM LOOKUP-PASS-RTN
               PERFORM EMPACCT-PASS-RTN
           END-IF
           PERFORM CLOSE-FILES-RTN.

       OPEN-FILES-RTN.
           MOVE 'FILES CHECKED' TO RS-TEXT-OUT
           WRITE RPTREC FROM RPT-SECTION-LINE AFTER ADVANCING 2 LINES

           MOVE 'NO ' TO WS-CUSTMAST-OPEN
           OPEN INPUT CUSTMAST
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'YES' TO WS-CUSTMAST-OPEN
           END-IF
           MOVE 'CUSTMAST.IDX' TO WS-FILE-NAME
           MOVE WS-CUSTMAST-STATUS TO WS-FILE-STATUS
           MOVE WS-CUSTMAST-OPEN TO WS-FILE-OPEN
           PERFORM FILE-NOTE-RTN

           MOVE 'NO ' TO WS-CIFMAST-OPEN
           OPEN INPUT CIFMAST
           IF WS-CIFMAST-STATUS = '00'
               MOVE 'YES' TO WS-CIFMAST-OPEN
           END-IF
           MOVE 'CIFMAST.IDX' TO WS-FILE-NAME
           MOVE WS-CIFMAST-STATUS TO WS-FILE-STATUS
           MOVE WS-CIFMAST-OPEN TO WS-FILE-OPEN
           PERFORM FILE-NOTE-RTN

           MOVE 'NO ' TO WS-BALFWD-OPEN
           OPEN INPUT BALFWD-IN
           IF WS-BALFWD-STATUS = '00'
               MOVE 'YES' TO WS-BALFWD-OPEN
           END-IF
           MOVE 'BALFWD.DAT' TO WS-FILE-NAME
           MOVE WS-BALFWD-STATUS TO WS-FILE-STATUS
           MOVE WS-BALFWD-OPEN TO WS-FILE-OPEN
           PERFORM FILE-NOTE-RTN

           MOVE 'NO ' TO WS-HOLDS-OPEN
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '00'
               MOVE 'YES' TO WS-HOLDS-OPEN
           END-IF
           MOVE 'HOLDS.DAT' TO WS-FILE-NAME
           MOVE WS-HOLDS-STATUS TO WS-FILE-STATUS
           MOVE WS-HOLDS-OPEN TO WS-FILE-OPEN
           PERFORM FILE-NOTE-RTN

           MOVE 'NO ' TO WS-BALHIST-OPEN
           OPEN INPUT BALHIST-FILE
           IF WS-BALHIST-STATUS = '00'
               MOVE 'YES' TO WS-BALHIST-OPEN
           END-IF
           MOVE 'BALHIST.DAT' TO WS-FILE-NAME
           MOVE WS-BALHIST-STATUS TO WS-FILE-STATUS
           MOVE WS-BALHIST-OPEN TO WS-FILE-OPEN
           PERFORM FILE-NOTE-RTN

           MOVE 'NO ' TO WS-LOOKUP-OPEN
           OPEN INPUT ACCTLOOK-FILE
           IF WS-LOOKUP-STATUS = '00'
               MOVE 'YES' TO WS-LOOKUP-OPEN
           END-IF
           MOVE 'acctlook.dat' TO WS-FILE-NAME
           MOVE WS-LOOKUP-STATUS TO WS-FILE-STATUS
           MOVE WS-LOOKUP-OPEN TO WS-FILE-OPEN
           PERFORM FILE-NOTE-RTN

           MOVE 'NO ' TO WS-EMPACCT-OPEN
           OPEN INPUT EMPACCT-FILE
           IF WS-EMPACCT-STATUS = '00'
               MOVE 'YES' TO WS-EMPACCT-OPEN
           END-IF
           MOVE 'EMPACCT.DAT' TO WS-FILE-NAME
           MOVE WS-EMPACCT-STATUS TO WS-FILE-STATUS
           MOVE WS-EMPACCT-OPEN TO WS-FILE-OPEN
           PERFORM FILE-NOTE-RTN

           MOVE 'NO ' TO WS-EMPMAST-OPEN
           OPEN INPUT EMPMAST
           IF WS-EMPMAST-STATUS = '00'
               MOVE 'YES' TO WS-EMPMAST-OPEN
           END-IF
           MOVE 'EMPMAST.IDX' TO WS-FILE-NAME
           MOVE WS-EMPMAST-STATUS TO WS-FILE-STATUS
           MOVE WS-EMPMAST-OPEN TO WS-FILE-OPEN
           PERFORM FILE-NOTE-RTN.

       FILE-NOTE-RTN.
           MOVE WS-FILE-NAME TO RF-NAME-OUT
           MOVE SPACES TO RF-TEXT-OUT
           IF WS-FILE-OPEN = 'YES'
               MOVE 'READ' TO RF-TEXT-OUT
           ELSE
               STRING 'NOT AVAILABLE (STATUS ' DELIMITED BY SIZE
                      WS-FILE-STATUS DELIMITED BY SIZE
                      ') - ITS CHECKS SKIPPED' DELIMITED BY SIZE
                      INTO RF-TEXT-OUT
               END-STRING
           END-IF
           WRITE RPTREC FROM RPT-FILE-LINE AFTER ADVANCING 1 LINE.

       CLOSE-FILES-RTN.
           IF WS-CUSTMAST-OPEN = 'YES'
               CLOSE CUSTMAST
           END-IF
           IF WS-CIFMAST-OPEN = 'YES'
               CLOSE CIFMAST
           END-IF
           IF WS-BALFWD-OPEN = 'YES'
               CLOSE BALFWD-IN
           END-IF
           IF WS-HOLDS-OPEN = 'YES'
               CLOSE HOLDS-FILE
           END-IF
           IF WS-BALHIST-OPEN = 'YES'
               CLOSE BALHIST-FILE
           END-IF
           IF WS-LOOKUP-OPEN = 'YES'
               CLOSE ACCTLOOK-FILE
           END-IF
           IF WS-EMPACCT-OPEN = 'YES'
               CLOSE EMPACCT-FILE
           END-IF
           IF WS-EMPMAST-OPEN = 'YES'
               CLOSE EMPMAST
           END-IF.

      * Every account on the master must name a customer on the CIF.
       CUSTMAST-PASS-RTN.
           IF WS-CIFMAST-OPEN NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-EOF
           MOVE LOW-VALUES TO CM-ACCNO
           START CUSTMAST KEY >= CM-ACCNO
               INVALID KEY MOVE 'YES' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'YES'
               READ CUSTMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   PERFORM CUSTMAST-CHECK-RTN
               END-IF
           END-PERFORM.

       CUSTMAST-CHECK-RTN.
           MOVE 7 TO WS-FIND-CAT
           MOVE CM-ACCNO TO WS-FIND-KEY
           MOVE 'CUSTMAST.IDX' TO WS-FIND-FILE
           MOVE SPACES TO WS-FIND-DETAIL
           IF CM-CUSTNO = SPACES
               MOVE 'NO CUSTOMER NUMBER ON THE ACCOUNT'
                   TO WS-FIND-DETAIL
               PERFORM ADD-FINDING-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUSTNO TO CF-CUSTNO
           READ CIFMAST
               INVALID KEY
                   STRING 'CUSTOMER ' DELIMITED BY SIZE
                          CM-CUSTNO DELIMITED BY SIZE
                          ' NOT ON CIFMAST' DELIMITED BY SIZE
                          INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM ADD-FINDING-RTN
           END-READ.

      * The carried balances must all belong to master accounts and
      * be in the branch/account order ACCOUNT-TRANSACTION matches on.
       BALFWD-PASS-RTN.
           IF WS-BALFWD-OPEN NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-EOF
           MOVE LOW-VALUES TO WS-PREV-KEY
           PERFORM UNTIL WS-EOF = 'YES'
               READ BALFWD-IN
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   PERFORM BALFWD-CHECK-RTN
               END-IF
           END-PERFORM.

       BALFWD-CHECK-RTN.
           MOVE BALFWD-IN-ACCNO TO WS-FIND-KEY
           MOVE 'BALFWD.DAT' TO WS-FIND-FILE
           MOVE BALFWD-IN-BAL TO WS-AMT-OUT

           MOVE BALFWD-IN-BRANCH TO WS-CUR-BRANCH
           MOVE BALFWD-IN-ACCNO TO WS-CUR-ACCNO
           IF WS-CUR-KEY NOT > WS-PREV-KEY
               MOVE 2 TO WS-FIND-CAT
               MOVE SPACES TO WS-FIND-DETAIL
               STRING 'BRANCH ' DELIMITED BY SIZE
                      BALFWD-IN-BRANCH DELIMITED BY SIZE
                      ' FOLLOWS ' DELIMITED BY SIZE
                      WS-PREV-BRANCH DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-PREV-ACCNO DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
               END-STRING
               PERFORM ADD-FINDING-RTN
           END-IF
           MOVE WS-CUR-KEY TO WS-PREV-KEY

           IF WS-LOOKUP-OPEN = 'YES'
               MOVE BALFWD-IN-ACCNO TO LOOKUP-ACCNO
               READ ACCTLOOK-FILE
                   INVALID KEY
                       MOVE 12 TO WS-FIND-CAT
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING 'BRANCH ' DELIMITED BY SIZE
                              BALFWD-IN-BRANCH DELIMITED BY SIZE
                              ' BALANCE ' DELIMITED BY SIZE
                              WS-AMT-OUT DELIMITED BY SIZE
                              INTO WS-FIND-DETAIL
                       END-STRING
                       PERFORM ADD-FINDING-RTN
               END-READ
           END-IF

           MOVE BALFWD-IN-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 1 TO WS-FIND-CAT
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING 'BRANCH ' DELIMITED BY SIZE
                          BALFWD-IN-BRANCH DELIMITED BY SIZE
                          ' BALANCE ' DELIMITED BY SIZE
                          WS-AMT-OUT DELIMITED BY SIZE
                          INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM ADD-FINDING-RTN
                   EXIT PARAGRAPH
           END-READ

           IF CM-CLOSED AND BALFWD-IN-BAL NOT = 0
               MOVE 5 TO WS-FIND-CAT
               MOVE SPACES TO WS-FIND-DETAIL
               STRING 'CLOSED ' DELIMITED BY SIZE
                      CM-CLOSE-DATE DELIMITED BY SIZE
                      ' BALANCE ' DELIMITED BY SIZE
                      WS-AMT-OUT DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
               END-STRING
               PERFORM ADD-FINDING-RTN
           END-IF

           IF BALFWD-IN-BRANCH NOT = CM-BRANCH
               MOVE 6 TO WS-FIND-CAT
               PERFORM BRANCH-DETAIL-RTN
               MOVE BALFWD-IN-BRANCH TO WS-FIND-DETAIL(10:2)
               PERFORM ADD-FINDING-RTN
           END-IF.

      * Detail for a branch disagreement; the caller drops the file's
      * own branch into positions 10-11.
       BRANCH-DETAIL-RTN.
           MOVE SPACES TO WS-FIND-DETAIL
           STRING 'FILE HAS   , CUSTMAST HAS ' DELIMITED BY SIZE
                  CM-BRANCH DELIMITED BY SIZE
                  INTO WS-FIND-DETAIL
           END-STRING.

       HOLDS-PASS-RTN.
           IF WS-HOLDS-OPEN NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ HOLDS-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   PERFORM HOLDS-CHECK-RTN
               END-IF
           END-PERFORM.

       HOLDS-CHECK-RTN.
           MOVE HD-ACCNO TO WS-FIND-KEY
           MOVE 'HOLDS.DAT' TO WS-FIND-FILE
           MOVE HD-AMOUNT TO WS-HOLD-OUT
           MOVE SPACES TO WS-FIND-DETAIL
           STRING 'HOLD ' DELIMITED BY SIZE
                  WS-HOLD-OUT DELIMITED BY SIZE
                  ' CLEARS ' DELIMITED BY SIZE
                  HD-CLEAR-DATE DELIMITED BY SIZE
                  INTO WS-FIND-DETAIL
           END-STRING

           MOVE HD-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 8 TO WS-FIND-CAT
                   PERFORM ADD-FINDING-RTN
                   EXIT PARAGRAPH
           END-READ

           IF CM-CLOSED
               MOVE 9 TO WS-FIND-CAT
               MOVE ', CLOSED' TO WS-FIND-DETAIL(31:8)
               MOVE CM-CLOSE-DATE TO WS-FIND-DETAIL(40:8)
               PERFORM ADD-FINDING-RTN
           END-IF

           IF HD-BRANCH NOT = SPACES AND HD-BRANCH NOT = CM-BRANCH
               MOVE 6 TO WS-FIND-CAT
               PERFORM BRANCH-DETAIL-RTN
               MOVE HD-BRANCH TO WS-FIND-DETAIL(10:2)
               PERFORM ADD-FINDING-RTN
           END-IF.

       BALHIST-PASS-RTN.
           IF WS-BALHIST-OPEN NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ BALHIST-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   MOVE BH-ACCNO TO CM-ACCNO
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 10 TO WS-FIND-CAT
                           MOVE BH-ACCNO TO WS-FIND-KEY
                           MOVE 'BALHIST.DAT' TO WS-FIND-FILE
                           MOVE BH-DATE TO WS-FIND-DATE
                           MOVE SPACES TO WS-FIND-DETAIL
                           PERFORM ADD-FINDING-RTN
                           MOVE SPACES TO WS-FIND-DATE
                   END-READ
               END-IF
           END-PERFORM.

       LOOKUP-PASS-RTN.
           IF WS-LOOKUP-OPEN NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-EOF
           MOVE LOW-VALUES TO LOOKUP-ACCNO
           START ACCTLOOK-FILE KEY >= LOOKUP-ACCNO
               INVALID KEY MOVE 'YES' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'YES'
               READ ACCTLOOK-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   MOVE LOOKUP-ACCNO TO CM-ACCNO
                   READ CUSTMAST
                       INVALID KEY
                           MOVE 11 TO WS-FIND-CAT
                           MOVE LOOKUP-ACCNO TO WS-FIND-KEY
                           MOVE 'acctlook.dat' TO WS-FIND-FILE
                           MOVE LOOKUP-BALANCE TO WS-AMT-OUT
                           MOVE SPACES TO WS-FIND-DETAIL
                           STRING 'LOOKUP BALANCE ' DELIMITED BY SIZE
                                  WS-AMT-OUT DELIMITED BY SIZE
                                  INTO WS-FIND-DETAIL
                           END-STRING
                           PERFORM ADD-FINDING-RTN
                   END-READ
               END-IF
           END-PERFORM.

      * Payroll splits credit accounts on the night of the payday; an
      * account the credit cannot be posted to leaves salary unpaid.
       EMPACCT-PASS-RTN.
           IF WS-EMPACCT-OPEN NOT = 'YES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ EMPACCT-FILE
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   PERFORM EMPACCT-CHECK-RTN
               END-IF
           END-PERFORM.

       EMPACCT-CHECK-RTN.
           MOVE 'EMPACCT.DAT' TO WS-FIND-FILE

           IF WS-EMPMAST-OPEN = 'YES'
               MOVE EA-EMPNO TO WS-FIND-KEY
               MOVE SPACES TO WS-FIND-DETAIL
               MOVE EA-EMPNO TO EM-EMPNO
               READ EMPMAST
                   INVALID KEY
                       MOVE 13 TO WS-FIND-CAT
                       STRING 'CREDITS ACCOUNT ' DELIMITED BY SIZE
                              EA-ACCNO DELIMITED BY SIZE
                              INTO WS-FIND-DETAIL
                       END-STRING
                       PERFORM ADD-FINDING-RTN
                   NOT INVALID KEY
                       IF EM-SEPARATED
                           MOVE 14 TO WS-FIND-CAT
                           STRING 'STILL CREDITS ACCOUNT '
                                      DELIMITED BY SIZE
                                  EA-ACCNO DELIMITED BY SIZE
                                  INTO WS-FIND-DETAIL
                           END-STRING
                           PERFORM ADD-FINDING-RTN
                       END-IF
               END-READ
           END-IF

           MOVE EA-ACCNO TO WS-FIND-KEY
           MOVE EA-ACCNO TO CM-ACCNO
           READ CUSTMAST
               INVALID KEY
                   MOVE 3 TO WS-FIND-CAT
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING 'EMPLOYEE ' DELIMITED BY SIZE
                          EA-EMPNO DELIMITED BY SIZE
                          INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM ADD-FINDING-RTN
                   EXIT PARAGRAPH
           END-READ

           IF CM-FROZEN OR CM-CLOSED
               MOVE 4 TO WS-FIND-CAT
               MOVE SPACES TO WS-FIND-DETAIL
               STRING 'EMPLOYEE ' DELIMITED BY SIZE
                      EA-EMPNO DELIMITED BY SIZE
                      ' - ACCOUNT STATUS ' DELIMITED BY SIZE
                      CM-STATUS DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
               END-STRING
               PERFORM ADD-FINDING-RTN
           END-IF

           IF EA-BRANCH NOT = SPACES AND EA-BRANCH NOT = CM-BRANCH
               MOVE 6 TO WS-FIND-CAT
               PERFORM BRANCH-DETAIL-RTN
               MOVE EA-BRANCH TO WS-FIND-DETAIL(10:2)
               PERFORM ADD-FINDING-RTN
           END-IF.

       ADD-FINDING-RTN.
           ADD 1 TO WS-FIND-SEQ
           MOVE WS-FIND-CAT TO SORT-CAT
           MOVE WS-FIND-KEY TO SORT-KEY
           MOVE WS-FIND-SEQ TO SORT-SEQ
           MOVE WS-FIND-FILE TO SORT-FILE
           MOVE WS-FIND-DATE TO SORT-DATE
           MOVE WS-FIND-DETAIL TO SORT-DETAIL
           RELEASE SORT-REC.

       PRINT-FINDINGS-RTN.
           MOVE 'NO ' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'YES'
               RETURN SORTFILE
                   AT END MOVE 'YES' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'YES'
                   IF SORT-CAT NOT = WS-CUR-CAT
                       PERFORM FLUSH-HIST-RTN
                       MOVE SORT-CAT TO WS-CUR-CAT
                       PERFORM PRINT-CATEGORY-RTN
                   END-IF
                   IF SORT-CAT = 10
                       PERFORM GATHER-HIST-RTN
                   ELSE
                       MOVE SORT-FILE TO RD-FILE-OUT
                       MOVE SORT-KEY TO RD-KEY-OUT
                       MOVE SORT-DETAIL TO RD-DETAIL-OUT
                       PERFORM PRINT-FINDING-RTN
                   END-IF
               END-IF
           END-PERFORM
           PERFORM FLUSH-HIST-RTN

           IF WS-CUR-CAT = 0
               MOVE 'NO DISCREPANCIES FOUND' TO RS-TEXT-OUT
               WRITE RPTREC FROM RPT-SECTION-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       PRINT-CATEGORY-RTN.
           IF CT-SEV(WS-CUR-CAT) = 'S'
               MOVE 'SEVERE' TO RC-SEV-OUT
           ELSE
               MOVE 'WARNING' TO RC-SEV-OUT
           END-IF
           MOVE CT-TITLE(WS-CUR-CAT) TO RC-TITLE-OUT
           WRITE RPTREC FROM RPT-CAT-LINE AFTER ADVANCING 2 LINES.

       PRINT-FINDING-RTN.
           WRITE RPTREC FROM RPT-FIND-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO CT-COUNT(WS-CUR-CAT)
           IF CT-SEV(WS-CUR-CAT) = 'S'
               ADD 1 TO WS-SEVERE-CTR
           ELSE
               ADD 1 TO WS-WARNING-CTR
           END-IF.

       GATHER-HIST-RTN.
           IF WS-HIST-DAYS > 0 AND SORT-KEY NOT = WS-HIST-KEY
               PERFORM FLUSH-HIST-RTN
           END-IF
           IF WS-HIST-DAYS = 0
               MOVE SORT-KEY TO WS-HIST-KEY
               MOVE SORT-FILE TO WS-HIST-FILE
               MOVE SORT-DATE TO WS-HIST-FIRST
           END-IF
           MOVE SORT-DATE TO WS-HIST-LAST
           ADD 1 TO WS-HIST-DAYS.

       FLUSH-HIST-RTN.
           IF WS-HIST-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HIST-FILE TO RD-FILE-OUT
           MOVE WS-HIST-KEY TO RD-KEY-OUT
           MOVE WS-HIST-DAYS TO WS-DAYS-OUT
           MOVE SPACES TO RD-DETAIL-OUT
           STRING 'FROM ' DELIMITED BY SIZE
                  WS-HIST-FIRST DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-HIST-LAST DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  WS-DAYS-OUT DELIMITED BY SIZE
                  ' DAY(S)' DELIMITED BY SIZE
                  INTO RD-DETAIL-OUT
           END-STRING
           PERFORM PRINT-FINDING-RTN
           MOVE 0 TO WS-HIST-DAYS.

       PRINT-SUMMARY-RTN.
           MOVE 'FINDINGS BY CATEGORY' TO RS-TEXT-OUT
           WRITE RPTREC FROM RPT-SECTION-LINE AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 15
               IF CT-SEV(WS-CAT-IDX) = 'S'
                   MOVE 'SEVERE' TO RU-SEV-OUT
               ELSE
                   MOVE 'WARNING' TO RU-SEV-OUT
               END-IF
               MOVE CT-TITLE(WS-CAT-IDX) TO RU-TITLE-OUT
               MOVE CT-COUNT(WS-CAT-IDX) TO RU-COUNT-OUT
               WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE 'SEVERE FINDINGS:' TO RN-LABEL-OUT
           MOVE WS-SEVERE-CTR TO RN-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 2 LINES
           MOVE 'WARNINGS:' TO RN-LABEL-OUT
           MOVE WS-WARNING-CTR TO RN-COUNT-OUT
           WRITE RPTREC FROM RPT-COUNT-LINE AFTER ADVANCING 1 LINE

           IF WS-SEVERE-CTR > 0
               MOVE 'SEVERE FINDINGS - THE NIGHT CHAIN IS NOT TO RUN'
                   TO RS-TEXT-OUT
           ELSE
               MOVE 'NO SEVERE FINDINGS - THE NIGHT CHAIN MAY RUN'
                   TO RS-TEXT-OUT
           END-IF
           WRITE RPTREC FROM RPT-SECTION-LINE AFTER ADVANCING 2 LINES.
