           SELECT SVCPOST-IN ASSIGN TO "SVCPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCPOST-STATUS.
           SELECT TDPOST-IN ASSIGN TO "TDPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDPOST-STATUS.
           SELECT LNPOST-IN ASSIGN TO "LNPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNPOST-STATUS.
           SELECT SIPOST-IN ASSIGN TO "SIPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIPOST-STATUS.
           SELECT RCPOST-IN ASSIGN TO "RCPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPOST-STATUS.
           SELECT CLSPOST-IN ASSIGN TO "CLSPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSPOST-STATUS.
           SELECT ATMPOST-IN ASSIGN TO "ATMPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATMPOST-STATUS.
           SELECT BANKCR1-IN ASSIGN TO "BANKCR-EDWARD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKCR1-STATUS.
       FD  SVCPOST-IN.
       01  SVCPOST-REC             PIC X(80).

       FD  TDPOST-IN.
       01  TDPOST-REC              PIC X(80).

       FD  LNPOST-IN.
       01  LNPOST-REC              PIC X(80).

       FD  SIPOST-IN.
       01  SIPOST-REC              PIC X(80).

       FD  RCPOST-IN.
       01  RCPOST-REC              PIC X(80).

       FD  CLSPOST-IN.
       01  CLSPOST-REC             PIC X(80).

       FD  ATMPOST-IN.
       01  ATMPOST-REC             PIC X(80).

       FD  BANKCR1-IN.
       01  BANKCR1-REC             PIC X(80).


       FD  MERGE-OUT.
       01  REC-IN.
           05 ACCNO-IN             PIC X(10).
           05 FILLER               PIC X(1).
           05 ACCNAME-IN           PIC X(25).
           05 TC                   PIC X(1).
           05 MRG-XFER-REF         PIC X(6).

       01  TRAILER-REC.
           05 TRL-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 TRL-COUNT            PIC 9(5).
           05 TRL-NET-SIGN         PIC X(1).
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-BRANCH          PIC X(2).
           05 SORT-ACCNO           PIC X(10).
           05 SORT-DETAIL          PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-TELLER-STATUS        PIC XX VALUE SPACES.
       01  WS-INTPOST-STATUS       PIC XX VALUE SPACES.
       01  WS-SVCPOST-STATUS       PIC XX VALUE SPACES.
       01  WS-TDPOST-STATUS        PIC XX VALUE SPACES.
       01  WS-LNPOST-STATUS        PIC XX VALUE SPACES.
       01  WS-SIPOST-STATUS        PIC XX VALUE SPACES.
       01  WS-RCPOST-STATUS        PIC XX VALUE SPACES.
       01  WS-CLSPOST-STATUS       PIC XX VALUE SPACES.
       01  WS-ATMPOST-STATUS       PIC XX VALUE SPACES.
       01  WS-BANKCR1-STATUS       PIC XX VALUE SPACES.
       01  WS-BANKCR2-STATUS       PIC XX VALUE SPACES.
       01  WS-SRC-EOF              PIC X(3) VALUE 'NO '.
      * Work copy of the common posting detail so every source is
      * converted to the one layout before it is released to the sort.
       01  WRK-DETAIL.
           05 WRK-ACCNO            PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WRK-ACCNAME          PIC X(25).
           05 WRK-TC               PIC X(1).
           05 WRK-XFER-REF         PIC X(6).

       01  WRK-POST-VIEW REDEFINES WRK-DETAIL.
           05 WRK-REC-IMAGE        PIC X(77).

      * The teller, interest, fee, time deposit, loan, standing
      * instruction, returned check, account closing and ATM/POS
      * network posting files share one layout.
       01  POST-VIEW.
           05 PV-ACCNO             PIC X(10).
           05 FILLER               PIC X(1).
           05 PV-ACCNAME           PIC X(25).
           05 PV-TC                PIC X(1).
           05 PV-XFER-REF          PIC X(6).

       01  POST-TRL-VIEW REDEFINES POST-VIEW.
           05 PTV-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 PTV-COUNT            PIC 9(5).
           05 PTV-NET-SIGN         PIC X(1).
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           WRITE RPTREC FROM RPT-COL-1 AFTER ADVANCING 2 LINES

      * Items for one account keep the order their source wrote
      * them in - a settlement credits before it pays out.
           SORT SORTFILE
               ON ASCENDING KEY SORT-BRANCH SORT-ACCNO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-ALL-RTN
               OUTPUT PROCEDURE IS WRITE-MERGED-RTN

           PERFORM RELEASE-SVCPOST-RTN
           PERFORM WRITE-SOURCE-LINE

           MOVE 'TDPOST.TXT' TO WS-SRC-NAME
           OPEN INPUT TDPOST-IN
           PERFORM RELEASE-TDPOST-RTN
           PERFORM WRITE-SOURCE-LINE

           MOVE 'LNPOST.TXT' TO WS-SRC-NAME
           OPEN INPUT LNPOST-IN
           PERFORM RELEASE-LNPOST-RTN
           PERFORM WRITE-SOURCE-LINE

           MOVE 'SIPOST.TXT' TO WS-SRC-NAME
           OPEN INPUT SIPOST-IN
           PERFORM RELEASE-SIPOST-RTN
           PERFORM WRITE-SOURCE-LINE

           MOVE 'RCPOST.TXT' TO WS-SRC-NAME
           OPEN INPUT RCPOST-IN
           PERFORM RELEASE-RCPOST-RTN
           PERFORM WRITE-SOURCE-LINE

           MOVE 'CLSPOST.TXT' TO WS-SRC-NAME
           OPEN INPUT CLSPOST-IN
           PERFORM RELEASE-CLSPOST-RTN
           PERFORM WRITE-SOURCE-LINE

           MOVE 'ATMPOST.TXT' TO WS-SRC-NAME
           OPEN INPUT ATMPOST-IN
           PERFORM RELEASE-ATMPOST-RTN
           PERFORM WRITE-SOURCE-LINE

           MOVE 'BANKCR-EDWARD.TXT' TO WS-SRC-NAME
           OPEN INPUT BANKCR1-IN
           PERFORM RELEASE-BANKCR1-RTN
           END-IF
           PERFORM CHECK-SOURCE-TRAILER-RTN.

       RELEASE-TDPOST-RTN.
           PERFORM RESET-SOURCE-RTN
           IF WS-TDPOST-STATUS NOT = '00'
               MOVE 'YES' TO WS-SRC-EOF
           END-IF
           PERFORM UNTIL WS-SRC-EOF = 'YES'
               READ TDPOST-IN
                  AT END MOVE 'YES' TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = 'YES'
                   MOVE TDPOST-REC TO POST-VIEW
                   PERFORM RELEASE-POST-REC-RTN
               END-IF
           END-PERFORM
           IF WS-TDPOST-STATUS NOT = '35'
               CLOSE TDPOST-IN
           END-IF
           PERFORM CHECK-SOURCE-TRAILER-RTN.

       RELEASE-LNPOST-RTN.
           PERFORM RESET-SOURCE-RTN
           IF WS-LNPOST-STATUS NOT = '00'
               MOVE 'YES' TO WS-SRC-EOF
           END-IF
           PERFORM UNTIL WS-SRC-EOF = 'YES'
               READ LNPOST-IN
                  AT END MOVE 'YES' TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = 'YES'
                   MOVE LNPOST-REC TO POST-VIEW
                   PERFORM RELEASE-POST-REC-RTN
               END-IF
           END-PERFORM
           IF WS-LNPOST-STATUS NOT = '35'
               CLOSE LNPOST-IN
           END-IF
           PERFORM CHECK-SOURCE-TRAILER-RTN.

       RELEASE-SIPOST-RTN.
           PERFORM RESET-SOURCE-RTN
           IF WS-SIPOST-STATUS NOT = '00'
               MOVE 'YES' TO WS-SRC-EOF
           END-IF
           PERFORM UNTIL WS-SRC-EOF = 'YES'
               READ SIPOST-IN
                  AT END MOVE 'YES' TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = 'YES'
                   MOVE SIPOST-REC TO POST-VIEW
                   PERFORM RELEASE-POST-REC-RTN
               END-IF
           END-PERFORM
           IF WS-SIPOST-STATUS NOT = '35'
               CLOSE SIPOST-IN
           END-IF
           PERFORM CHECK-SOURCE-TRAILER-RTN.

       RELEASE-RCPOST-RTN.
           PERFORM RESET-SOURCE-RTN
           IF WS-RCPOST-STATUS NOT = '00'
               MOVE 'YES' TO WS-SRC-EOF
           END-IF
           PERFORM UNTIL WS-SRC-EOF = 'YES'
               READ RCPOST-IN
                  AT END MOVE 'YES' TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = 'YES'
                   MOVE RCPOST-REC TO POST-VIEW
                   PERFORM RELEASE-POST-REC-RTN
               END-IF
           END-PERFORM
           IF WS-RCPOST-STATUS NOT = '35'
               CLOSE RCPOST-IN
           END-IF
           PERFORM CHECK-SOURCE-TRAILER-RTN.

       RELEASE-CLSPOST-RTN.
           PERFORM RESET-SOURCE-RTN
           IF WS-CLSPOST-STATUS NOT = '00'
               MOVE 'YES' TO WS-SRC-EOF
           END-IF
           PERFORM UNTIL WS-SRC-EOF = 'YES'
               READ CLSPOST-IN
                  AT END MOVE 'YES' TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = 'YES'
                   MOVE CLSPOST-REC TO POST-VIEW
                   PERFORM RELEASE-POST-REC-RTN
               END-IF
           END-PERFORM
           IF WS-CLSPOST-STATUS NOT = '35'
               CLOSE CLSPOST-IN
           END-IF
           PERFORM CHECK-SOURCE-TRAILER-RTN.

       RELEASE-ATMPOST-RTN.
           PERFORM RESET-SOURCE-RTN
           IF WS-ATMPOST-STATUS NOT = '00'
               MOVE 'YES' TO WS-SRC-EOF
           END-IF
           PERFORM UNTIL WS-SRC-EOF = 'YES'
               READ ATMPOST-IN
                  AT END MOVE 'YES' TO WS-SRC-EOF
               END-READ
               IF WS-SRC-EOF NOT = 'YES'
                   MOVE ATMPOST-REC TO POST-VIEW
                   PERFORM RELEASE-POST-REC-RTN
               END-IF
           END-PERFORM
           IF WS-ATMPOST-STATUS NOT = '35'
               CLOSE ATMPOST-IN
           END-IF
           PERFORM CHECK-SOURCE-TRAILER-RTN.

       RELEASE-BANKCR1-RTN.
           PERFORM RESET-SOURCE-RTN
           IF WS-BANKCR1-STATUS NOT = '00'
                   ADD 1 TO WS-SRC-REJ-CTR
               ELSE
                   MOVE SPACES TO WRK-DETAIL
                   MOVE BV-ACCNO TO WRK-ACCNO
                   MOVE BV-ACCNAME TO WRK-ACCNAME
                   MOVE 'D' TO WRK-TC
                   MOVE WS-BV-AMOUNT TO WRK-AMOUNT
