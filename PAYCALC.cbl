
       01  WS-TAX-IDX                  PIC 9 VALUE 0.
       01  WS-DEDUCTION-RATE           PIC V99 VALUE 0.
       01  WS-PERIOD-LIMIT             PIC 9(7)V99 VALUE 0.

       01  TAX-RATE-TABLE.
           05 TAX-BRACKET OCCURS 4 TIMES.
           05 PC-TAX-DED               PIC 9(7)V99.
           05 PC-TOTAL-DED             PIC 9(7)V99.
           05 PC-NET                   PIC 9(7)V99.
           05 PC-FREQ                  PIC X(1).

       PROCEDURE DIVISION USING PAYCALC-PARM.
       MAIN-PARA.

       CALC-DEDUCTION-RTN.
           MOVE 1 TO WS-TAX-IDX
           PERFORM PERIOD-LIMIT-RTN
           PERFORM UNTIL PC-GROSS <= WS-PERIOD-LIMIT
                   OR WS-TAX-IDX >= 4
               ADD 1 TO WS-TAX-IDX
               PERFORM PERIOD-LIMIT-RTN
           END-PERFORM
           MOVE BRACKET-RATE(WS-TAX-IDX) TO WS-DEDUCTION-RATE

               COMPUTE PC-NET = PC-GROSS - PC-TOTAL-DED
           END-IF.

      * The bracket limits are monthly ceilings. A weekly or
      * semi-monthly pay is measured against the same ceilings cut
      * to the length of its period; a monthly or blank frequency
      * takes the table as it stands.
       PERIOD-LIMIT-RTN.
           EVALUATE PC-FREQ
               WHEN 'W'
                   COMPUTE WS-PERIOD-LIMIT ROUNDED =
                       BRACKET-LIMIT(WS-TAX-IDX) * 12 / 52
               WHEN 'S'
                   COMPUTE WS-PERIOD-LIMIT ROUNDED =
                       BRACKET-LIMIT(WS-TAX-IDX) / 2
               WHEN OTHER
                   MOVE BRACKET-LIMIT(WS-TAX-IDX) TO WS-PERIOD-LIMIT
           END-EVALUATE.

      * The bracket table carries effective dates so next year's
      * rates can be loaded ahead of time: the set picked is the one
      * with the latest effective date on or before the run date.
