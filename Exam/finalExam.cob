           05  PC-TAX-DED              PIC 9(7)V99.
           05  PC-TOTAL-DED            PIC 9(7)V99.
           05  PC-NET                  PIC 9(7)V99.
           05  PC-FREQ                 PIC X(1).

       01  WS-ACCUMULATORS.
           05  WS-TOTAL-EMP            PIC 9(5) VALUE 0.
           MOVE WS-HOURS TO PC-HOURS
           MOVE WS-RATE TO PC-RATE
           MOVE SPACES TO PC-TYPE
           MOVE SPACE TO PC-FREQ
           MOVE 0 TO PC-OTHER-DED
           CALL 'PAYCALC' USING PAYCALC-PARM
           MOVE PC-GROSS TO WS-GROSS-SALARY.
