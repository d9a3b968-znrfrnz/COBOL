       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-CONVERT.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

      * One-time reformat of the account masters from the 3-position
      * account number to the full 10 positions the customer master
      * keys on. Each file is converted to a work copy, the work copy
      * is re-read in the new layout and proved against the old file
      * on record count, amount total and account-number hash, and
      * only a file that proves out is written back. The old image is
      * kept beside it under an -OLD name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONV-IN ASSIGN TO DYNAMIC WS-CONV-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CONV-OUT ASSIGN TO DYNAMIC WS-CONV-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CONV-SAVE ASSIGN TO DYNAMIC WS-CONV-SAVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVE-STATUS.
           SELECT RPTFILE ASSIGN TO "ACCTCONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONV-IN.
       01  CONV-IN-REC             PIC X(80).

       FD  CONV-OUT.
       01  CONV-OUT-REC            PIC X(80).

       FD  CONV-SAVE.
       01  CONV-SAVE-REC           PIC X(80).

       FD  RPTFILE.
       01  RPTREC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS            PIC XX VALUE SPACES.
       01  WS-OUT-STATUS           PIC XX VALUE SPACES.
       01  WS-SAVE-STATUS          PIC XX VALUE SPACES.
       01  WS-CONV-IN-NAME         PIC X(30) VALUE SPACES.
       01  WS-CONV-OUT-NAME        PIC X(30) VALUE SPACES.
       01  WS-CONV-SAVE-NAME       PIC X(30) VALUE SPACES.
       01  WS-IN-EOF               PIC X(3) VALUE 'NO '.

      * The file in hand: B balance forward, H holds, S balance
      * history.
       01  WS-CNV-TYPE             PIC X(1) VALUE SPACES.
       01  WS-MASTER-NAME          PIC X(30) VALUE SPACES.
       01  WS-WORK-NAME            PIC X(30) VALUE SPACES.
       01  WS-SAVE-NAME            PIC X(30) VALUE SPACES.
       01  WS-FILE-LABEL           PIC X(15) VALUE SPACES.
       01  WS-REC-OK               PIC X(3) VALUE 'YES'.

       01  WS-BEFORE-CTR           PIC 9(9) VALUE 0.
       01  WS-BEFORE-AMT           PIC S9(11)V99 VALUE 0.
       01  WS-BEFORE-HASH          PIC 9(15) VALUE 0.
       01  WS-AFTER-CTR            PIC 9(9) VALUE 0.
       01  WS-AFTER-AMT            PIC S9(11)V99 VALUE 0.
       01  WS-AFTER-HASH           PIC 9(15) VALUE 0.
       01  WS-BAD-CTR              PIC 9(9) VALUE 0.
       01  WS-BACK-CTR             PIC 9(9) VALUE 0.

       01  WS-HASH-ACC             PIC X(10) VALUE SPACES.
       01  WS-HASH-LEN             PIC 9(2) VALUE 0.
       01  WS-HASH-VAL             PIC 9(10) VALUE 0.

       01  WS-FILE-CTR             PIC 9(2) VALUE 0.
       01  WS-PROVED-CTR           PIC 9(2) VALUE 0.
       01  WS-FAIL-CTR             PIC 9(2) VALUE 0.

      * Old and new images of the balance-forward master.
       01  OLD-BALFWD.
           05 OBF-ACCNO            PIC X(3).
           05 OBF-SEP              PIC X(1).
           05 OBF-BAL              PIC S9(7)V99.
           05 OBF-BRANCH           PIC X(2).
           05 OBF-AVAIL            PIC X(9).
           05 FILLER               PIC X(56).

       01  NEW-BALFWD.
           05 NBF-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 NBF-BAL              PIC S9(7)V99.
           05 NBF-BRANCH           PIC X(2).
           05 NBF-AVAIL            PIC X(9).
           05 FILLER               PIC X(49).

      * Old and new images of the uncollected-funds holds.
       01  OLD-HOLDS.
           05 OHD-ACCNO            PIC X(3).
           05 OHD-SEP              PIC X(1).
           05 OHD-AMOUNT           PIC 9(5)V99.
           05 OHD-CLEAR-DATE       PIC X(8).
           05 OHD-BRANCH           PIC X(2).
           05 FILLER               PIC X(59).

       01  NEW-HOLDS.
           05 NHD-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 NHD-AMOUNT           PIC 9(5)V99.
           05 NHD-CLEAR-DATE       PIC X(8).
           05 NHD-BRANCH           PIC X(2).
           05 FILLER               PIC X(52).

      * Old and new images of the daily balance history.
       01  OLD-BALHIST.
           05 OBH-DATE             PIC X(8).
           05 FILLER               PIC X(1).
           05 OBH-BRANCH           PIC X(2).
           05 OBH-ACCNO            PIC X(3).
           05 OBH-SEP              PIC X(1).
           05 OBH-BAL              PIC S9(7)V99.
           05 FILLER               PIC X(56).

       01  NEW-BALHIST.
           05 NBH-DATE             PIC X(8).
           05 FILLER               PIC X(1).
           05 NBH-BRANCH           PIC X(2).
           05 NBH-ACCNO            PIC X(10).
           05 FILLER               PIC X(1).
           05 NBH-BAL              PIC S9(7)V99.
           05 FILLER               PIC X(49).

       01  RPT-HEADER-1.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(36)
              VALUE "Account Number Conversion Proof".
           05 FILLER               PIC X(22) VALUE SPACES.

       01  RPT-COL-1.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "File".
           05 FILLER               PIC X(7) VALUE "Stage".
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE "Records".
           05 FILLER               PIC X(7) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "Amount Total".
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "Account Hash".
           05 FILLER               PIC X(4) VALUE SPACES.

       01  RPT-PROOF-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRF-FILE-OUT         PIC X(15).
           05 PRF-STAGE-OUT        PIC X(7).
           05 PRF-CTR-OUT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRF-AMT-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRF-HASH-OUT         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.

       01  RPT-MSG-LINE.
           05 FILLER               PIC X(17) VALUE SPACES.
           05 MSG-TEXT-OUT         PIC X(63).

       01  RPT-SUM-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SUM-LABEL-OUT        PIC X(30).
           05 SUM-CTR-OUT          PIC Z9.
           05 FILLER               PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           OPEN OUTPUT RPTFILE
           WRITE RPTREC FROM RPT-HEADER-1 AFTER ADVANCING PAGE
           WRITE RPTREC FROM RPT-COL-1 AFTER ADVANCING 2 LINES

           MOVE 'B' TO WS-CNV-TYPE
           MOVE 'BALFWD.DAT' TO WS-MASTER-NAME
           MOVE 'BALFWD-CNV.TMP' TO WS-WORK-NAME
           MOVE 'BALFWD-OLD.DAT' TO WS-SAVE-NAME
           MOVE 'BALFWD.DAT' TO WS-FILE-LABEL
           PERFORM CONVERT-FILE-RTN

           MOVE 'H' TO WS-CNV-TYPE
           MOVE 'HOLDS.DAT' TO WS-MASTER-NAME
           MOVE 'HOLDS-CNV.TMP' TO WS-WORK-NAME
           MOVE 'HOLDS-OLD.DAT' TO WS-SAVE-NAME
           MOVE 'HOLDS.DAT' TO WS-FILE-LABEL
           PERFORM CONVERT-FILE-RTN

           MOVE 'S' TO WS-CNV-TYPE
           MOVE 'BALHIST.DAT' TO WS-MASTER-NAME
           MOVE 'BALHIST-CNV.TMP' TO WS-WORK-NAME
           MOVE 'BALHIST-OLD.DAT' TO WS-SAVE-NAME
           MOVE 'BALHIST.DAT' TO WS-FILE-LABEL
           PERFORM CONVERT-FILE-RTN

           PERFORM FINISH-RTN
           CLOSE RPTFILE
           STOP RUN.

       CONVERT-FILE-RTN.
           MOVE 0 TO WS-BEFORE-CTR
           MOVE 0 TO WS-BEFORE-AMT
           MOVE 0 TO WS-BEFORE-HASH
           MOVE 0 TO WS-AFTER-CTR
           MOVE 0 TO WS-AFTER-AMT
           MOVE 0 TO WS-AFTER-HASH
           MOVE 0 TO WS-BAD-CTR
           MOVE 0 TO WS-BACK-CTR
           ADD 1 TO WS-FILE-CTR

           MOVE WS-MASTER-NAME TO WS-CONV-IN-NAME
           OPEN INPUT CONV-IN
           IF WS-IN-STATUS NOT = '00'
               MOVE SPACES TO MSG-TEXT-OUT
               STRING FUNCTION TRIM(WS-FILE-LABEL) DELIMITED BY SIZE
                   ' NOT PRESENT - NOTHING TO CONVERT'
                       DELIMITED BY SIZE
                   INTO MSG-TEXT-OUT
               END-STRING
               WRITE RPTREC FROM RPT-MSG-LINE AFTER ADVANCING 2 LINES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-NAME TO WS-CONV-OUT-NAME
           OPEN OUTPUT CONV-OUT

           MOVE 'NO ' TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = 'YES'
               READ CONV-IN
                  AT END MOVE 'YES' TO WS-IN-EOF
               END-READ
               IF WS-IN-EOF NOT = 'YES'
                   PERFORM CONVERT-RECORD-RTN
               END-IF
           END-PERFORM
           CLOSE CONV-IN
           CLOSE CONV-OUT

           MOVE WS-WORK-NAME TO WS-CONV-IN-NAME
           OPEN INPUT CONV-IN
           MOVE 'NO ' TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = 'YES'
               READ CONV-IN
                  AT END MOVE 'YES' TO WS-IN-EOF
               END-READ
               IF WS-IN-EOF NOT = 'YES'
                   PERFORM TOTAL-NEW-RTN
               END-IF
           END-PERFORM
           CLOSE CONV-IN

           PERFORM WRITE-PROOF-RTN

           IF WS-BAD-CTR > 0
               MOVE SPACES TO MSG-TEXT-OUT
               STRING '*** ' DELIMITED BY SIZE
                   WS-BAD-CTR DELIMITED BY SIZE
                   ' RECORD(S) NOT IN OLD LAYOUT - LEFT AS IT WAS'
                       DELIMITED BY SIZE
                   INTO MSG-TEXT-OUT
               END-STRING
               WRITE RPTREC FROM RPT-MSG-LINE AFTER ADVANCING 1 LINE
               DISPLAY 'ACCOUNT-CONVERT: ' FUNCTION TRIM(WS-FILE-LABEL)
                   ' IS NOT IN THE OLD LAYOUT - NOT CONVERTED'
               ADD 1 TO WS-FAIL-CTR
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-AFTER-CTR NOT = WS-BEFORE-CTR
               OR WS-AFTER-AMT NOT = WS-BEFORE-AMT
               OR WS-AFTER-HASH NOT = WS-BEFORE-HASH
               MOVE '*** OUT OF BALANCE - FILE LEFT AS IT WAS'
                   TO MSG-TEXT-OUT
               WRITE RPTREC FROM RPT-MSG-LINE AFTER ADVANCING 1 LINE
               DISPLAY 'ACCOUNT-CONVERT: ' FUNCTION TRIM(WS-FILE-LABEL)
                   ' DID NOT PROVE OUT - NOT CONVERTED'
               ADD 1 TO WS-FAIL-CTR
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM COPY-BACK-RTN
           ADD 1 TO WS-PROVED-CTR
           MOVE SPACES TO MSG-TEXT-OUT
           STRING 'IN BALANCE - CONVERTED, OLD IMAGE ON '
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-SAVE-NAME) DELIMITED BY SIZE
               INTO MSG-TEXT-OUT
           END-STRING
           WRITE RPTREC FROM RPT-MSG-LINE AFTER ADVANCING 1 LINE.

      * A record belongs to the old layout only if its separator is
      * blank and its amount is numeric where the 3-position layout
      * puts it; a file already converted fails this on every line.
       CONVERT-RECORD-RTN.
           MOVE 'YES' TO WS-REC-OK
           EVALUATE WS-CNV-TYPE
               WHEN 'B'
                   MOVE CONV-IN-REC TO OLD-BALFWD
                   IF OBF-SEP NOT = SPACE OR OBF-BAL NOT NUMERIC
                       MOVE 'NO ' TO WS-REC-OK
                   ELSE
                       ADD OBF-BAL TO WS-BEFORE-AMT
                       MOVE OBF-ACCNO TO WS-HASH-ACC
                       PERFORM HASH-ACCNO-RTN
                       ADD WS-HASH-VAL TO WS-BEFORE-HASH
                       MOVE SPACES TO NEW-BALFWD
                       MOVE OBF-ACCNO TO NBF-ACCNO
                       MOVE OBF-BAL TO NBF-BAL
                       MOVE OBF-BRANCH TO NBF-BRANCH
                       MOVE OBF-AVAIL TO NBF-AVAIL
                       WRITE CONV-OUT-REC FROM NEW-BALFWD
                   END-IF
               WHEN 'H'
                   MOVE CONV-IN-REC TO OLD-HOLDS
                   IF OHD-SEP NOT = SPACE OR OHD-AMOUNT NOT NUMERIC
                       MOVE 'NO ' TO WS-REC-OK
                   ELSE
                       ADD OHD-AMOUNT TO WS-BEFORE-AMT
                       MOVE OHD-ACCNO TO WS-HASH-ACC
                       PERFORM HASH-ACCNO-RTN
                       ADD WS-HASH-VAL TO WS-BEFORE-HASH
                       MOVE SPACES TO NEW-HOLDS
                       MOVE OHD-ACCNO TO NHD-ACCNO
                       MOVE OHD-AMOUNT TO NHD-AMOUNT
                       MOVE OHD-CLEAR-DATE TO NHD-CLEAR-DATE
                       MOVE OHD-BRANCH TO NHD-BRANCH
                       WRITE CONV-OUT-REC FROM NEW-HOLDS
                   END-IF
               WHEN 'S'
                   MOVE CONV-IN-REC TO OLD-BALHIST
                   IF OBH-SEP NOT = SPACE OR OBH-BAL NOT NUMERIC
                       MOVE 'NO ' TO WS-REC-OK
                   ELSE
                       ADD OBH-BAL TO WS-BEFORE-AMT
                       MOVE OBH-ACCNO TO WS-HASH-ACC
                       PERFORM HASH-ACCNO-RTN
                       ADD WS-HASH-VAL TO WS-BEFORE-HASH
                       MOVE SPACES TO NEW-BALHIST
                       MOVE OBH-DATE TO NBH-DATE
                       MOVE OBH-BRANCH TO NBH-BRANCH
                       MOVE OBH-ACCNO TO NBH-ACCNO
                       MOVE OBH-BAL TO NBH-BAL
                       WRITE CONV-OUT-REC FROM NEW-BALHIST
                   END-IF
           END-EVALUATE
           IF WS-REC-OK = 'YES'
               ADD 1 TO WS-BEFORE-CTR
           ELSE
               ADD 1 TO WS-BAD-CTR
           END-IF.

       TOTAL-NEW-RTN.
           ADD 1 TO WS-AFTER-CTR
           EVALUATE WS-CNV-TYPE
               WHEN 'B'
                   MOVE CONV-IN-REC TO NEW-BALFWD
                   IF NBF-BAL NUMERIC
                       ADD NBF-BAL TO WS-AFTER-AMT
                   END-IF
                   MOVE NBF-ACCNO TO WS-HASH-ACC
               WHEN 'H'
                   MOVE CONV-IN-REC TO NEW-HOLDS
                   IF NHD-AMOUNT NUMERIC
                       ADD NHD-AMOUNT TO WS-AFTER-AMT
                   END-IF
                   MOVE NHD-ACCNO TO WS-HASH-ACC
               WHEN 'S'
                   MOVE CONV-IN-REC TO NEW-BALHIST
                   IF NBH-BAL NUMERIC
                       ADD NBH-BAL TO WS-AFTER-AMT
                   END-IF
                   MOVE NBH-ACCNO TO WS-HASH-ACC
           END-EVALUATE
           PERFORM HASH-ACCNO-RTN
           ADD WS-HASH-VAL TO WS-AFTER-HASH.

      * Hash total of the account numbers: the numeric value of the
      * number up to its first blank, so the same account hashes the
      * same in either layout.
       HASH-ACCNO-RTN.
           MOVE 0 TO WS-HASH-VAL
           MOVE 0 TO WS-HASH-LEN
           INSPECT WS-HASH-ACC TALLYING WS-HASH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-HASH-LEN > 0
               AND WS-HASH-ACC(1:WS-HASH-LEN) NUMERIC
               COMPUTE WS-HASH-VAL =
                   FUNCTION NUMVAL(WS-HASH-ACC(1:WS-HASH-LEN))
           END-IF.

      * The old image is saved only once the file has proved out, so
      * a second run against a converted file cannot overwrite it.
       COPY-BACK-RTN.
           MOVE WS-MASTER-NAME TO WS-CONV-IN-NAME
           MOVE WS-SAVE-NAME TO WS-CONV-SAVE-NAME
           OPEN INPUT CONV-IN
           OPEN OUTPUT CONV-SAVE
           MOVE 'NO ' TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = 'YES'
               READ CONV-IN
                  AT END MOVE 'YES' TO WS-IN-EOF
               END-READ
               IF WS-IN-EOF NOT = 'YES'
                   WRITE CONV-SAVE-REC FROM CONV-IN-REC
               END-IF
           END-PERFORM
           CLOSE CONV-IN
           CLOSE CONV-SAVE

           MOVE WS-WORK-NAME TO WS-CONV-IN-NAME
           MOVE WS-MASTER-NAME TO WS-CONV-OUT-NAME
           OPEN INPUT CONV-IN
           OPEN OUTPUT CONV-OUT
           MOVE 'NO ' TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = 'YES'
               READ CONV-IN
                  AT END MOVE 'YES' TO WS-IN-EOF
               END-READ
               IF WS-IN-EOF NOT = 'YES'
                   WRITE CONV-OUT-REC FROM CONV-IN-REC
                   ADD 1 TO WS-BACK-CTR
               END-IF
           END-PERFORM
           CLOSE CONV-IN
           CLOSE CONV-OUT
           DISPLAY 'ACCOUNT-CONVERT: ' FUNCTION TRIM(WS-FILE-LABEL)
               ' CONVERTED - ' WS-BACK-CTR ' RECORD(S)'.

       WRITE-PROOF-RTN.
           MOVE WS-FILE-LABEL TO PRF-FILE-OUT
           MOVE 'BEFORE' TO PRF-STAGE-OUT
           MOVE WS-BEFORE-CTR TO PRF-CTR-OUT
           MOVE WS-BEFORE-AMT TO PRF-AMT-OUT
           MOVE WS-BEFORE-HASH TO PRF-HASH-OUT
           WRITE RPTREC FROM RPT-PROOF-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRF-FILE-OUT
           MOVE 'AFTER' TO PRF-STAGE-OUT
           MOVE WS-AFTER-CTR TO PRF-CTR-OUT
           MOVE WS-AFTER-AMT TO PRF-AMT-OUT
           MOVE WS-AFTER-HASH TO PRF-HASH-OUT
           WRITE RPTREC FROM RPT-PROOF-LINE AFTER ADVANCING 1 LINE.

       FINISH-RTN.
           MOVE 'FILES EXAMINED:               ' TO SUM-LABEL-OUT
           MOVE WS-FILE-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 3 LINES
           MOVE 'FILES CONVERTED AND PROVED:   ' TO SUM-LABEL-OUT
           MOVE WS-PROVED-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           MOVE 'FILES NOT CONVERTED:          ' TO SUM-LABEL-OUT
           MOVE WS-FAIL-CTR TO SUM-CTR-OUT
           WRITE RPTREC FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE
           DISPLAY 'ACCOUNT-CONVERT: PROOF ON ACCTCONV.TXT'.
