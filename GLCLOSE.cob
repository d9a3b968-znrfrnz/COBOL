       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-MONTH-END.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAST ASSIGN TO "GLMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               FILE STATUS IS WS-GLMAST-STATUS.
           SELECT JRNL-FILE ASSIGN TO "GLCLSJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT GLCTL-FILE ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.
           SELECT SORTFILE ASSIGN TO "GLCLSSRT.TMP".
           SELECT RPTFILE ASSIGN TO "GLCLOSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMAST.
       01  GLMAST-REC.
           05 GL-KEY.
              10 GL-ACCT           PIC X(6).
              10 GL-BRANCH         PIC X(2).
           05 GL-DESC              PIC X(25).
           05 GL-TYPE              PIC X(1).
              88 GL-ASSET          VALUE 'A'.
              88 GL-LIABILITY      VALUE 'L'.
              88 GL-CAPITAL        VALUE 'C'.
              88 GL-INCOME         VALUE 'I'.
              88 GL-EXPENSE        VALUE 'X'.
           05 GL-OPEN-BAL          PIC S9(13)V99.
           05 GL-MTD-DR            PIC 9(13)V99.
           05 GL-MTD-CR            PIC 9(13)V99.
           05 GL-BALANCE           PIC S9(13)V99.
           05 GL-LAST-POST         PIC X(8).
           05 GL-OPEN-DATE         PIC X(8).

       FD  JRNL-FILE.
       01  JRNL-REC                PIC X(80).

       FD  GLCTL-FILE.
       01  GLCTL-REC.
           05 CTL-SOURCE           PIC X(10).
           05 FILLER               PIC X(1).
           05 CTL-LAST-DATE        PIC X(8).

       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-BRANCH          PIC X(2).
           05 SORT-ACCT            PIC X(6).
           05 SORT-DESC            PIC X(25).
           05 SORT-BALANCE         PIC S9(13)V99.

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
       01  WS-GLMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-JRNL-STATUS          PIC XX VALUE SPACES.
       01  WS-GLCTL-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSDATE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNSTATS-STATUS      PIC XX VALUE SPACES.
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-SORT-EOF             PIC X(3) VALUE 'NO '.
       01  WS-CTL-EOF              PIC X(3) VALUE 'NO '.

       01  WS-LAST-BUS-DATE        PIC X(8) VALUE SPACES.
       01  WS-MONTH-END            PIC X(3) VALUE 'NO '.

       01  BUSCAL-PARM.
           05 BC-FUNCTION          PIC X(1).
           05 BC-DATE              PIC X(8).
           05 BC-BRANCH            PIC X(2).
           05 BC-DAYS              PIC 9(3).
           05 BC-OUT-DATE          PIC X(8).
           05 BC-BUSINESS          PIC X(1).
           05 BC-HOL-DESC          PIC X(25).
           05 BC-RESULT            PIC X(2).

       01  WS-CTL-COUNT            PIC 9(2) VALUE 0.
       01  WS-CTL-IDX              PIC 9(2) VALUE 0.
       01  WS-CTL-SEL              PIC 9(2) VALUE 0.
       01  WS-CTL-SOURCE           PIC X(10) VALUE SPACES.
       01  GL-CONTROL-TABLE.
           05 GL-CONTROL-ENTRY OCCURS 20 TIMES.
              10 GC-SOURCE         PIC X(10).
              10 GC-LAST-DATE      PIC X(8).

       01  WS-CUR-BRANCH           PIC X(2) VALUE SPACES.
       01  WS-BR-NET               PIC S9(13)V99 VALUE 0.
       01  WS-BK-NET               PIC S9(13)V99 VALUE 0.
       01  WS-CLOSED-CTR           PIC 9(7) VALUE 0.
       01  WS-ROLLED-CTR           PIC 9(7) VALUE 0.
       01  WS-BRANCH-CTR           PIC 9(5) VALUE 0.
       01  WS-INCOME               PIC S9(13)V99 VALUE 0.

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

       01  RPT-HEADER-1.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(28)
              VALUE "General Ledger Month-End".
           05 FILLER               PIC X(10) VALUE "CLOSE AS ".
           05 RH-DATE-OUT          PIC X(8).
           05 FILLER               PIC X(14) VALUE SPACES.

       01  RPT-BRANCH-HDR.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "BRANCH: ".
           05 RB-BRANCH-OUT        PIC X(2).
           05 FILLER               PIC X(65) VALUE SPACES.

       01  RPT-COL-1.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "GL".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "Description".
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "Balance Close".
           05 FILLER               PIC X(25) VALUE SPACES.

       01  RPT-DETAIL.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RD-ACCT-OUT          PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-DESC-OUT          PIC X(25).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-BAL-OUT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(24) VALUE SPACES.

       01  RPT-NET-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RN-TEXT-OUT          PIC X(33).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RN-NET-OUT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(24) VALUE SPACES.

       01  RPT-TEXT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 RX-TEXT-OUT          PIC X(75).

       PROCEDURE DIVISION.
      * Month-end close of the general ledger. On the last weekday of
      * the month, after the night's journals are on the master,
      * every income and expense balance is closed out branch by
      * branch and the branch's net result is carried to undivided
      * profits. The closing entries are kept on GLCLSJ.DAT in the
      * journal layout. Every account then opens the new month at
      * its closing balance with no month-to-date movement. On any
      * other night the step does nothing.
       MAIN-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM LOAD-BUSDATE-RTN
           PERFORM CHECK-MONTH-END-RTN
           IF WS-MONTH-END NOT = 'YES'
               DISPLAY 'GL-MONTH-END: ' WS-RUN-DATE
                   ' IS NOT THE LAST BUSINESS DAY OF THE MONTH - '
                   'NOTHING TO CLOSE'
               STOP RUN
           END-IF

           PERFORM LOAD-CONTROL-RTN
           MOVE 'CLOSE' TO WS-CTL-SOURCE
           PERFORM FIND-CONTROL-RTN
           IF WS-CTL-SEL > 0
               AND GC-LAST-DATE(WS-CTL-SEL)(1:6) = WS-RUN-DATE(1:6)
               DISPLAY 'GL-MONTH-END: MONTH ' WS-RUN-DATE(1:6)
                   ' ALREADY CLOSED ON ' GC-LAST-DATE(WS-CTL-SEL)
               STOP RUN
           END-IF
           MOVE 'GLJRNL' TO WS-CTL-SOURCE
           PERFORM FIND-CONTROL-RTN
           IF WS-CTL-SEL = 0
               OR GC-LAST-DATE(WS-CTL-SEL) < WS-RUN-DATE
               DISPLAY 'GL-MONTH-END: TONIGHT''S GLJRNL.DAT IS NOT '
                   'POSTED - RUN GL-POST BEFORE THE CLOSE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O GLMAST
           IF WS-GLMAST-STATUS NOT = '00'
               DISPLAY 'GL-MONTH-END: CANNOT OPEN GLMAST.IDX - '
                   'STATUS ' WS-GLMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GLMAST

           OPEN OUTPUT RPTFILE
           MOVE WS-RUN-DATE TO RH-DATE-OUT
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE

           OPEN OUTPUT JRNL-FILE
           MOVE WS-RUN-DATE TO JH-BUSDATE
           MOVE 0 TO JH-HASH
           WRITE JRNL-REC FROM JRNL-HEADER

           SORT SORTFILE
               ON ASCENDING KEY SORT-BRANCH
               ON ASCENDING KEY SORT-ACCT
               INPUT PROCEDURE IS SELECT-RESULT-ACCTS-RTN
               OUTPUT PROCEDURE IS WRITE-CLOSING-RTN

           MOVE WS-JRNL-CTR TO JT-COUNT
           MOVE WS-DR-TOTAL TO JT-DR-TOTAL
           MOVE WS-CR-TOTAL TO JT-CR-TOTAL
           WRITE JRNL-REC FROM JRNL-TRAILER
           CLOSE JRNL-FILE

           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY 'GL-MONTH-END: CLOSING ENTRIES OUT OF BALANCE '
                   '- DR ' WS-DR-TOTAL ' CR ' WS-CR-TOTAL
               MOVE 'CLOSING ENTRIES OUT OF BALANCE - MONTH NOT CLOSED'
                   TO RX-TEXT-OUT
               WRITE RPTREC FROM RPT-TEXT-LINE AFTER ADVANCING 2 LINES
               CLOSE RPTFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O GLMAST
           PERFORM APPLY-CLOSING-RTN
           PERFORM ROLL-MONTH-RTN
           CLOSE GLMAST

           MOVE 'CLOSE' TO WS-CTL-SOURCE
           PERFORM NOTE-CONTROL-RTN
           PERFORM WRITE-CONTROL-RTN

           COMPUTE WS-INCOME = 0 - WS-BK-NET
           MOVE 'NET INCOME - ALL BRANCHES' TO RN-TEXT-OUT
           MOVE WS-INCOME TO RN-NET-OUT
           WRITE RPTREC FROM RPT-NET-LINE AFTER ADVANCING 3 LINES
           CLOSE RPTFILE

           DISPLAY 'GL-MONTH-END: MONTH ' WS-RUN-DATE(1:6)
               ' CLOSED - ' WS-CLOSED-CTR ' ACCOUNT(S) CLOSED IN '
               WS-BRANCH-CTR ' BRANCH(ES), ' WS-ROLLED-CTR
               ' ROLLED - REPORT ON GLCLOSE.TXT'
           PERFORM WRITE-RUNSTATS-RTN
           STOP RUN.

      * The close runs on the last business day of the month on the
      * holiday calendar (weekends and national holidays skipped), the
      * same day INTEREST-POST and SERVICE-CHARGE post the month's
      * interest and charges.
       CHECK-MONTH-END-RTN.
           MOVE 'NO ' TO WS-MONTH-END
           MOVE 'L' TO BC-FUNCTION
           MOVE WS-RUN-DATE TO BC-DATE
           MOVE SPACES TO BC-BRANCH
           MOVE 0 TO BC-DAYS
           CALL 'BUSCAL' USING BUSCAL-PARM
           MOVE BC-OUT-DATE TO WS-LAST-BUS-DATE
           IF WS-RUN-DATE NOT < WS-LAST-BUS-DATE
               MOVE 'YES' TO WS-MONTH-END
           END-IF.

       SELECT-RESULT-ACCTS-RTN.
           OPEN INPUT GLMAST
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ GLMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND (GL-INCOME OR GL-EXPENSE)
                   AND GL-BALANCE NOT = 0
                   MOVE GL-BRANCH TO SORT-BRANCH
                   MOVE GL-ACCT TO SORT-ACCT
                   MOVE GL-DESC TO SORT-DESC
                   MOVE GL-BALANCE TO SORT-BALANCE
                   RELEASE SORT-REC
               END-IF
           END-PERFORM
           CLOSE GLMAST.

      * Each result account is reversed out at its balance; the sum
      * of a branch's balances is its net loss (debit) or net income
      * (credit), booked against undivided profits at the break.
       WRITE-CLOSING-RTN.
           MOVE SPACES TO WS-CUR-BRANCH
           MOVE 'NO ' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'YES'
               RETURN SORTFILE
                   AT END MOVE 'YES' TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 'YES'
                   IF SORT-BRANCH NOT = WS-CUR-BRANCH
                       IF WS-CUR-BRANCH NOT = SPACES
                           PERFORM BRANCH-CLOSE-RTN
                       END-IF
                       MOVE SORT-BRANCH TO WS-CUR-BRANCH
                       ADD 1 TO WS-BRANCH-CTR
                       MOVE 0 TO WS-BR-NET
                       MOVE SORT-BRANCH TO RB-BRANCH-OUT
                       WRITE RPTREC FROM RPT-BRANCH-HDR
                           AFTER ADVANCING 3 LINES
                       WRITE RPTREC FROM RPT-COL-1
                           AFTER ADVANCING 2 LINES
                   END-IF
                   PERFORM CLOSE-ACCOUNT-RTN
               END-IF
           END-PERFORM
           IF WS-CUR-BRANCH NOT = SPACES
               PERFORM BRANCH-CLOSE-RTN
           END-IF.

       CLOSE-ACCOUNT-RTN.
           MOVE SORT-BRANCH TO JD-BRANCH
           MOVE SORT-ACCT TO JD-GLACCT
           MOVE 'MONTH-END CLOSE' TO JD-DESC
           IF SORT-BALANCE > 0
               MOVE SORT-BALANCE TO JD-AMOUNT
               PERFORM WRITE-CR-LINE
           ELSE
               COMPUTE JD-AMOUNT = 0 - SORT-BALANCE
               PERFORM WRITE-DR-LINE
           END-IF
           ADD SORT-BALANCE TO WS-BR-NET
           ADD SORT-BALANCE TO WS-BK-NET
           ADD 1 TO WS-CLOSED-CTR

           MOVE SORT-ACCT TO RD-ACCT-OUT
           MOVE SORT-DESC TO RD-DESC-OUT
           MOVE SORT-BALANCE TO RD-BAL-OUT
           WRITE RPTREC FROM RPT-DETAIL AFTER ADVANCING 1 LINE.

       BRANCH-CLOSE-RTN.
           MOVE WS-CUR-BRANCH TO JD-BRANCH
           MOVE '300100' TO JD-GLACCT
           MOVE 'NET RESULT OF MONTH' TO JD-DESC
           IF WS-BR-NET > 0
               MOVE WS-BR-NET TO JD-AMOUNT
               PERFORM WRITE-DR-LINE
           END-IF
           IF WS-BR-NET < 0
               COMPUTE JD-AMOUNT = 0 - WS-BR-NET
               PERFORM WRITE-CR-LINE
           END-IF

           COMPUTE WS-INCOME = 0 - WS-BR-NET
           MOVE 'NET INCOME TO UNDIVIDED PROFITS' TO RN-TEXT-OUT
           MOVE WS-INCOME TO RN-NET-OUT
           WRITE RPTREC FROM RPT-NET-LINE AFTER ADVANCING 2 LINES.

       WRITE-DR-LINE.
           MOVE 'D' TO JD-DRCR
           WRITE JRNL-REC FROM JRNL-DETAIL
           ADD 1 TO WS-JRNL-CTR
           ADD JD-AMOUNT TO WS-DR-TOTAL
           ADD JD-AMOUNT TO WS-HASH-TOTAL.

       WRITE-CR-LINE.
           MOVE 'C' TO JD-DRCR
           WRITE JRNL-REC FROM JRNL-DETAIL
           ADD 1 TO WS-JRNL-CTR
           ADD JD-AMOUNT TO WS-CR-TOTAL
           ADD JD-AMOUNT TO WS-HASH-TOTAL.

      * The closing entries are applied from the journal just
      * written, the same way GL-POST applies a night's batch.
       APPLY-CLOSING-RTN.
           OPEN INPUT JRNL-FILE
           MOVE 'NO ' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'YES'
               READ JRNL-FILE INTO JRNL-DETAIL
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES' AND JD-RECTYPE = 'D'
                   PERFORM APPLY-LINE-RTN
               END-IF
           END-PERFORM
           CLOSE JRNL-FILE.

       APPLY-LINE-RTN.
           MOVE JD-GLACCT TO GL-ACCT
           MOVE JD-BRANCH TO GL-BRANCH
           READ GLMAST
               INVALID KEY
                   MOVE SPACES TO GLMAST-REC
                   MOVE JD-GLACCT TO GL-ACCT
                   MOVE JD-BRANCH TO GL-BRANCH
                   MOVE 'UNDIVIDED PROFITS' TO GL-DESC
                   MOVE 'C' TO GL-TYPE
                   MOVE 0 TO GL-OPEN-BAL
                   MOVE 0 TO GL-MTD-DR
                   MOVE 0 TO GL-MTD-CR
                   MOVE 0 TO GL-BALANCE
                   MOVE WS-RUN-DATE TO GL-OPEN-DATE
                   WRITE GLMAST-REC
           END-READ
           IF JD-DRCR = 'D'
               ADD JD-AMOUNT TO GL-MTD-DR
               ADD JD-AMOUNT TO GL-BALANCE
           ELSE
               ADD JD-AMOUNT TO GL-MTD-CR
               SUBTRACT JD-AMOUNT FROM GL-BALANCE
           END-IF
           MOVE WS-RUN-DATE TO GL-LAST-POST
           REWRITE GLMAST-REC
           IF WS-GLMAST-STATUS NOT = '00'
               DISPLAY 'GL-MONTH-END: REWRITE FAILED FOR ' GL-ACCT
                   ' BRANCH ' GL-BRANCH ' - STATUS '
                   WS-GLMAST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       ROLL-MONTH-RTN.
           MOVE LOW-VALUES TO GL-KEY
           START GLMAST KEY IS NOT LESS THAN GL-KEY
               INVALID KEY MOVE 'YES' TO WS-EOF
               NOT INVALID KEY MOVE 'NO ' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'YES'
               READ GLMAST NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   MOVE GL-BALANCE TO GL-OPEN-BAL
                   MOVE 0 TO GL-MTD-DR
                   MOVE 0 TO GL-MTD-CR
                   REWRITE GLMAST-REC
                   ADD 1 TO WS-ROLLED-CTR
               END-IF
           END-PERFORM.

       LOAD-CONTROL-RTN.
           MOVE 0 TO WS-CTL-COUNT
           OPEN INPUT GLCTL-FILE
           IF WS-GLCTL-STATUS = '00'
               MOVE 'NO ' TO WS-CTL-EOF
               PERFORM UNTIL WS-CTL-EOF = 'YES'
                   READ GLCTL-FILE
                       AT END MOVE 'YES' TO WS-CTL-EOF
                   END-READ
                   IF WS-CTL-EOF NOT = 'YES' AND WS-CTL-COUNT < 20
                       ADD 1 TO WS-CTL-COUNT
                       MOVE CTL-SOURCE TO GC-SOURCE(WS-CTL-COUNT)
                       MOVE CTL-LAST-DATE
                           TO GC-LAST-DATE(WS-CTL-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GLCTL-FILE
           END-IF.

       FIND-CONTROL-RTN.
           MOVE 0 TO WS-CTL-SEL
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF GC-SOURCE(WS-CTL-IDX) = WS-CTL-SOURCE
                   MOVE WS-CTL-IDX TO WS-CTL-SEL
               END-IF
           END-PERFORM.

       NOTE-CONTROL-RTN.
           PERFORM FIND-CONTROL-RTN
           IF WS-CTL-SEL = 0 AND WS-CTL-COUNT < 20
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-CTL-COUNT TO WS-CTL-SEL
               MOVE WS-CTL-SOURCE TO GC-SOURCE(WS-CTL-SEL)
           END-IF
           IF WS-CTL-SEL > 0
               MOVE WS-RUN-DATE TO GC-LAST-DATE(WS-CTL-SEL)
           END-IF.

       WRITE-CONTROL-RTN.
           OPEN OUTPUT GLCTL-FILE
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE SPACES TO GLCTL-REC
               MOVE GC-SOURCE(WS-CTL-IDX) TO CTL-SOURCE
               MOVE GC-LAST-DATE(WS-CTL-IDX) TO CTL-LAST-DATE
               WRITE GLCTL-REC
           END-PERFORM
           CLOSE GLCTL-FILE.

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
               DISPLAY 'GL-MONTH-END: BUSDATE.DAT NOT FOUND - '
                   'MONTH TAKEN FROM THE WALL CLOCK'
           END-IF.

       WRITE-RUNSTATS-RTN.
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS = '05' OR WS-RUNSTATS-STATUS = '35'
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-REC
           MOVE 'GLCLOSE' TO RS-PROGRAM
           MOVE WS-RUN-STAMP TO RS-RUNSTAMP
           MOVE WS-RUN-DATE TO RS-BUSDATE
           MOVE WS-ROLLED-CTR TO RS-READ
           MOVE WS-CLOSED-CTR TO RS-POSTED
           MOVE 0 TO RS-REJECTED
           MOVE WS-INCOME TO RS-CONTROL
           MOVE RETURN-CODE TO RS-RC
           WRITE RUNSTATS-REC
           CLOSE RUNSTATS-FILE.
