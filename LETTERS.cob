               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCNO
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT LTRREQ-FILE ASSIGN TO "LTRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRREQ-STATUS.
           SELECT LETTER-FILE ASSIGN TO "LETTERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGFILE ASSIGN TO "LETREG.TXT"
           05 FILLER               PIC X(4).
           05 DR-BRANCH            PIC X(2).
           05 FILLER               PIC X(6).
           05 DR-ACCNO             PIC X(10).
           05 FILLER               PIC X(6).
           05 DR-ACCNAME           PIC X(25).
           05 FILLER               PIC X(4).
           05 DR-BAL               PIC X(14).
           05 NB-BAL               PIC X(14).
           05 FILLER               PIC X(16).

      * Notices requested by the batch runs for one customer event
      * each - a standing instruction suspended after repeated
      * failures, for one.
       FD  LTRREQ-FILE.
       01  LTRREQ-REC.
           05 LQ-ACCNO             PIC X(10).
           05 LQ-NOTICE            PIC X(1).
           05 LQ-ACCNAME           PIC X(25).
           05 LQ-AMOUNT            PIC 9(7)V99.
           05 LQ-DATE              PIC X(8).
           05 LQ-REF               PIC X(8).
           05 LQ-REASON            PIC X(19).

       FD  CUSTMAST.
       01  CUSTMAST-REC.
           05 CM-ACCNO             PIC X(10).
           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       FD  LETTER-FILE.
       01  LETTER-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DORM-STATUS          PIC XX VALUE SPACES.
       01  WS-NEGBAL-STATUS        PIC XX VALUE SPACES.
       01  WS-LTRREQ-STATUS        PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS      PIC XX VALUE SPACES.
       01  WS-CUSTMAST-OPEN        PIC X(3) VALUE 'NO '.
       01  WS-EOF                  PIC X(3) VALUE 'NO '.
       01  WS-LTR-NAME             PIC X(25) VALUE SPACES.
       01  WS-LTR-BAL              PIC X(14) VALUE SPACES.
       01  WS-LTR-COND             PIC X(1) VALUE SPACES.
       01  WS-LTR-REF              PIC X(8) VALUE SPACES.
       01  WS-LTR-AMT              PIC 9(7)V99 VALUE 0.
       01  WS-LTR-REASON           PIC X(19) VALUE SPACES.
       01  WS-LTR-AMT-OUT          PIC Z,ZZZ,ZZ9.99.

       01  WS-DORM-LTR-CTR         PIC 9(5) VALUE 0.
       01  WS-OD-LTR-CTR           PIC 9(5) VALUE 0.
       01  WS-NOADDR-CTR           PIC 9(5) VALUE 0.
       01  WS-SI-LTR-CTR           PIC 9(5) VALUE 0.
       01  WS-RI-LTR-CTR           PIC 9(5) VALUE 0.

       01  LTR-DATE-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 LTR-DATE-OUT         PIC X(8).
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE "Account: ".
           05 LTR-ACCNO-OUT        PIC X(10).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "Branch: ".
           05 LTR-BRANCH-OUT       PIC X(2).
           05 FILLER               PIC X(10) VALUE SPACES.

       01  LTR-NAME-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 REG-NOADDR-CTR-OUT   PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-SUM-4.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "STANDING ORDER SUSPENDED: ".
           05 REG-SI-CTR-OUT       PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       01  REG-SUM-5.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(26)
              VALUE "RETURNED ITEM NOTICES:    ".
           05 REG-RI-CTR-OUT       PIC Z,ZZ9.
           05 FILLER               PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM DORMANT-PASS-RTN
           PERFORM NEGBAL-PASS-RTN
           PERFORM NOTICE-PASS-RTN

           MOVE WS-DORM-LTR-CTR TO REG-DORM-CTR-OUT
           MOVE WS-OD-LTR-CTR TO REG-OD-CTR-OUT
           MOVE WS-NOADDR-CTR TO REG-NOADDR-CTR-OUT
           MOVE WS-SI-LTR-CTR TO REG-SI-CTR-OUT
           MOVE WS-RI-LTR-CTR TO REG-RI-CTR-OUT
           WRITE REGREC FROM REG-SUM-1 AFTER ADVANCING 2 LINES
           WRITE REGREC FROM REG-SUM-2 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-SUM-4 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-SUM-5 AFTER ADVANCING 1 LINE
           WRITE REGREC FROM REG-SUM-3 AFTER ADVANCING 1 LINE

           CLOSE LETTER-FILE
               CLOSE NEGBALFILE
           END-IF.

      * Requests pile up on LTRREQ.DAT from the night's runs; once
      * every one has been printed the file is emptied so no customer
      * gets the same notice twice.
       NOTICE-PASS-RTN.
           MOVE 'NO ' TO WS-EOF
           OPEN INPUT LTRREQ-FILE
           IF WS-LTRREQ-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'YES'
               READ LTRREQ-FILE
                  AT END MOVE 'YES' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'YES'
                   AND LQ-ACCNO NOT = SPACES
                   MOVE LQ-ACCNO TO WS-LTR-ACCNO
                   MOVE LQ-ACCNAME TO WS-LTR-NAME
                   MOVE LQ-NOTICE TO WS-LTR-COND
                   MOVE LQ-REF TO WS-LTR-REF
                   MOVE LQ-REASON TO WS-LTR-REASON
                   IF LQ-AMOUNT NUMERIC
                       MOVE LQ-AMOUNT TO WS-LTR-AMT
                   ELSE
                       MOVE 0 TO WS-LTR-AMT
                   END-IF
                   MOVE SPACES TO WS-LTR-BAL
                   PERFORM WRITE-LETTER-RTN
               END-IF
           END-PERFORM
           IF WS-LTRREQ-STATUS NOT = '35'
               CLOSE LTRREQ-FILE
               OPEN OUTPUT LTRREQ-FILE
               CLOSE LTRREQ-FILE
           END-IF.

       WRITE-LETTER-RTN.
           MOVE WS-LTR-ACCNO TO CM-ACCNO
           READ CUSTMAST
                   MOVE SPACES TO CM-ADDR1
                   MOVE SPACES TO CM-ADDR2
                   MOVE SPACES TO CM-ADDR3
                   MOVE SPACES TO CM-BRANCH
           END-READ
           IF CM-ADDR1 = SPACES
               ADD 1 TO WS-NOADDR-CTR
           END-IF

           MOVE WS-RUN-DATE TO LTR-DATE-OUT
           MOVE WS-LTR-ACCNO TO LTR-ACCNO-OUT
           MOVE CM-BRANCH TO LTR-BRANCH-OUT
           WRITE LETTER-REC FROM LTR-DATE-LINE AFTER ADVANCING PAGE

           MOVE WS-LTR-NAME TO LTR-NAME-OUT
           MOVE WS-LTR-NAME TO LTR-DEAR-OUT
           WRITE LETTER-REC FROM LTR-DEAR-LINE AFTER ADVANCING 2 LINES

           IF WS-LTR-COND = 'S'
               PERFORM SI-SUSPENDED-BODY-RTN
           ELSE
           IF WS-LTR-COND = 'R'
               PERFORM RETURNED-ITEM-BODY-RTN
           ELSE
           IF WS-LTR-COND = 'O'
               MOVE "Our records show that your account is overdrawn."
                   TO LTR-BODY-OUT
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-DORM-LTR-CTR
           END-IF
           END-IF
           END-IF

           IF WS-LTR-BAL NOT = SPACES
               MOVE WS-LTR-BAL TO LTR-BAL-OUT
               WRITE LETTER-REC FROM LTR-BAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           MOVE "China Trust Bank" TO LTR-BODY-OUT
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 3 LINES

           MOVE WS-LTR-ACCNO TO REG-ACCNO-OUT
           MOVE WS-LTR-NAME TO REG-NAME-OUT
           IF WS-LTR-COND = 'S'
               MOVE 'STANDING ORDER SUSP' TO REG-COND-OUT
           ELSE
           IF WS-LTR-COND = 'R'
               MOVE 'RETURNED CHECK' TO REG-COND-OUT
           ELSE
           IF WS-LTR-COND = 'O'
               MOVE 'OVERDRAWN' TO REG-COND-OUT
           ELSE
               MOVE 'DORMANT/BELOW MIN' TO REG-COND-OUT
           END-IF
           END-IF
           END-IF
           WRITE REGREC FROM REG-LINE AFTER ADVANCING 1 LINE.

       SI-SUSPENDED-BODY-RTN.
           MOVE "We have not been able to make the transfer under your"
               TO LTR-BODY-OUT
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 2 LINES
           MOVE WS-LTR-AMT TO WS-LTR-AMT-OUT
           MOVE SPACES TO LTR-BODY-OUT
           STRING "standing instruction no. " DELIMITED BY SIZE
                  WS-LTR-REF DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  WS-LTR-AMT-OUT DELIMITED BY SIZE
                  INTO LTR-BODY-OUT
           END-STRING
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO LTR-BODY-OUT
           STRING "for several days (" DELIMITED BY SIZE
                  WS-LTR-REASON DELIMITED BY '  '
                  ")." DELIMITED BY SIZE
                  INTO LTR-BODY-OUT
           END-STRING
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINE
           MOVE "The instruction has been suspended. Please visit your"
               TO LTR-BODY-OUT
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 2 LINES
           MOVE "branch to fund the account or resume the instruction."
               TO LTR-BODY-OUT
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SI-LTR-CTR.

       RETURNED-ITEM-BODY-RTN.
           MOVE WS-LTR-AMT TO WS-LTR-AMT-OUT
           MOVE SPACES TO LTR-BODY-OUT
           STRING "Check no. " DELIMITED BY SIZE
                  WS-LTR-REF DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  WS-LTR-AMT-OUT DELIMITED BY SIZE
                  ", which you deposited to" DELIMITED BY SIZE
                  INTO LTR-BODY-OUT
           END-STRING
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO LTR-BODY-OUT
           STRING "your account, has been returned unpaid ("
                      DELIMITED BY SIZE
                  WS-LTR-REASON DELIMITED BY '  '
                  ")." DELIMITED BY SIZE
                  INTO LTR-BODY-OUT
           END-STRING
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINE
           MOVE "The amount has been debited back to your account and a"
               TO LTR-BODY-OUT
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 2 LINES
           MOVE "returned check fee charged. Please contact the drawer"
               TO LTR-BODY-OUT
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINE
           MOVE "of the check or visit your branch."
               TO LTR-BODY-OUT
           WRITE LETTER-REC FROM LTR-BODY-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-RI-LTR-CTR.
