       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCONV.
       AUTHOR. BAES-CHACON-CRISTOBAL-GOMEZ-INCIONG-JAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRATE-FILE ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per currency per business date, kept by
      * FX-RATE-MAINT: the number of pesos one unit of the currency
      * buys, to six decimals.
       FD  FXRATE-FILE.
       01  FXRATE-REC.
           05 FX-DATE              PIC X(8).
           05 FILLER               PIC X(1).
           05 FX-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1).
           05 FX-RATE              PIC 9(3)V9(6).

       WORKING-STORAGE SECTION.
       01  WS-FXRATE-STATUS        PIC XX VALUE SPACES.
       01  WS-FXRATE-EOF           PIC X(3) VALUE 'NO '.
       01  WS-TABLE-LOADED         PIC X(3) VALUE 'NO '.
       01  WS-RATE-FULL            PIC X(3) VALUE 'NO '.
       01  WS-RATE-COUNT           PIC 9(4) VALUE 0.
       01  WS-RATE-IDX             PIC 9(4) VALUE 0.
       01  WS-BEST-IDX             PIC 9(4) VALUE 0.
       01  WS-WARN-COUNT           PIC 9(2) VALUE 0.
       01  WS-WARN-IDX             PIC 9(2) VALUE 0.
       01  WS-WARNED               PIC X(3) VALUE 'NO '.

       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 3000 TIMES.
              10 RT-DATE           PIC X(8).
              10 RT-CURRENCY       PIC X(3).
              10 RT-RATE           PIC 9(3)V9(6).

       01  WARNED-TABLE.
           05 WARNED-CCY OCCURS 20 TIMES PIC X(3).

       LINKAGE SECTION.
       01  FXCONV-PARM.
           05 FC-CURRENCY          PIC X(3).
           05 FC-DATE              PIC X(8).
           05 FC-AMOUNT            PIC S9(11)V99.
           05 FC-PHP-AMOUNT        PIC S9(11)V99.
           05 FC-RATE              PIC 9(3)V9(6).
           05 FC-RATE-DATE         PIC X(8).
           05 FC-RESULT            PIC X(2).

      * Peso equivalent of an amount in an account's own currency,
      * shared by every run that has to add foreign-currency money
      * into peso totals. The rate used is the one keyed for
      * FC-DATE, or failing that the latest one keyed before it.
      * A blank currency or PHP converts one for one.
      *   FC-RESULT  '00' rate for FC-DATE (or a peso amount)
      *              '04' no rate for FC-DATE - latest earlier rate
      *                   used, FC-RATE-DATE says which
      *              '90' no rate on file at all - FC-PHP-AMOUNT and
      *                   FC-RATE are zero
       PROCEDURE DIVISION USING FXCONV-PARM.
       MAIN-RTN.
           IF WS-TABLE-LOADED = 'NO '
               PERFORM LOAD-FXRATE-RTN
               MOVE 'YES' TO WS-TABLE-LOADED
           END-IF

           MOVE '00' TO FC-RESULT
           MOVE FC-DATE TO FC-RATE-DATE
           IF FC-CURRENCY = SPACES OR FC-CURRENCY = 'PHP'
               MOVE 1 TO FC-RATE
               MOVE FC-AMOUNT TO FC-PHP-AMOUNT
               GOBACK
           END-IF

           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF RT-CURRENCY(WS-RATE-IDX) = FC-CURRENCY
                   AND RT-DATE(WS-RATE-IDX) NOT > FC-DATE
                   IF WS-BEST-IDX = 0
                       MOVE WS-RATE-IDX TO WS-BEST-IDX
                   ELSE
                       IF RT-DATE(WS-RATE-IDX) > RT-DATE(WS-BEST-IDX)
                           MOVE WS-RATE-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BEST-IDX = 0
               MOVE '90' TO FC-RESULT
               MOVE 0 TO FC-RATE
               MOVE 0 TO FC-PHP-AMOUNT
               MOVE SPACES TO FC-RATE-DATE
               PERFORM WARN-NO-RATE-RTN
               GOBACK
           END-IF

           MOVE RT-RATE(WS-BEST-IDX) TO FC-RATE
           MOVE RT-DATE(WS-BEST-IDX) TO FC-RATE-DATE
           IF FC-RATE-DATE NOT = FC-DATE
               MOVE '04' TO FC-RESULT
           END-IF
           COMPUTE FC-PHP-AMOUNT ROUNDED = FC-AMOUNT * FC-RATE
           GOBACK.

      * A currency with no rate on file at all usually means nobody
      * has keyed the table since the currency was opened; say so
      * once per currency rather than once per item.
       WARN-NO-RATE-RTN.
           MOVE 'NO ' TO WS-WARNED
           PERFORM VARYING WS-WARN-IDX FROM 1 BY 1
                   UNTIL WS-WARN-IDX > WS-WARN-COUNT
               IF WARNED-CCY(WS-WARN-IDX) = FC-CURRENCY
                   MOVE 'YES' TO WS-WARNED
               END-IF
           END-PERFORM
           IF WS-WARNED = 'NO '
               DISPLAY 'FXCONV: NO RATE ON FILE FOR ' FC-CURRENCY
                   ' ON OR BEFORE ' FC-DATE
                   ' - KEY IT WITH FX-RATE-MAINT'
               IF WS-WARN-COUNT < 20
                   ADD 1 TO WS-WARN-COUNT
                   MOVE FC-CURRENCY TO WARNED-CCY(WS-WARN-COUNT)
               END-IF
           END-IF.

       LOAD-FXRATE-RTN.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT FXRATE-FILE
           IF WS-FXRATE-STATUS NOT = '00'
               DISPLAY 'FXCONV: FXRATE.DAT NOT FOUND - '
                   'FOREIGN AMOUNTS CANNOT BE CONVERTED'
               MOVE 'YES' TO WS-FXRATE-EOF
           END-IF
           PERFORM UNTIL WS-FXRATE-EOF = 'YES'
               READ FXRATE-FILE
                  AT END MOVE 'YES' TO WS-FXRATE-EOF
               END-READ
               IF WS-FXRATE-EOF NOT = 'YES'
                   AND FX-DATE NUMERIC
                   AND FX-RATE NUMERIC
                   IF WS-RATE-COUNT < 3000
                       ADD 1 TO WS-RATE-COUNT
                       MOVE FX-DATE TO RT-DATE(WS-RATE-COUNT)
                       MOVE FX-CURRENCY TO RT-CURRENCY(WS-RATE-COUNT)
                       MOVE FX-RATE TO RT-RATE(WS-RATE-COUNT)
                   ELSE
                       MOVE 'YES' TO WS-RATE-FULL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FXRATE-STATUS NOT = '35'
               CLOSE FXRATE-FILE
           END-IF
           IF WS-RATE-FULL = 'YES'
               DISPLAY 'FXCONV: RATE TABLE FULL (3,000) - '
                   'PURGE OLD RATES WITH FX-RATE-MAINT'
           END-IF.
