       01  WS-DATE-INT             PIC 9(8) VALUE 0.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.

       01  BUSCAL-PARM.
           05 BC-FUNCTION          PIC X(1).
           05 BC-DATE              PIC X(8).
           05 BC-BRANCH            PIC X(2).
           05 BC-DAYS              PIC 9(3).
           05 BC-OUT-DATE          PIC X(8).
           05 BC-BUSINESS          PIC X(1).
           05 BC-HOL-DESC          PIC X(25).
           05 BC-RESULT            PIC X(2).

       PROCEDURE DIVISION.
      * The single business-date record drives every dated output of
      * the night cycle: the posting run validates TRANDATE-IN

           DISPLAY 'BUSDATE-CTL: BUSINESS DATE IS ' WS-BUS-DATE
               ' - BACK-DATE TOLERANCE ' WS-TOLERANCE ' DAY(S)'
           DISPLAY 'ACTION - (A)DVANCE TO NEXT BUSINESS DAY, (S)ET, '
               '(T)OLERANCE, (Q)UIT: '
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
                   'SEEDING FROM TODAY'
           END-IF.

      * The date rolls over weekends and national holidays straight
      * to the next business day on the holiday calendar; a branch's
      * local holiday does not stop the bank-wide date.
       ADVANCE-RTN.
           MOVE 'N' TO BC-FUNCTION
           MOVE WS-BUS-DATE TO BC-DATE
           MOVE SPACES TO BC-BRANCH
           MOVE 0 TO BC-DAYS
           CALL 'BUSCAL' USING BUSCAL-PARM
           MOVE BC-OUT-DATE TO WS-BUS-DATE
           DISPLAY 'BUSDATE-CTL: BUSINESS DATE ADVANCED TO '
               WS-BUS-DATE.

           IF WS-NEW-DATE NUMERIC
               MOVE WS-NEW-DATE TO WS-DATE-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) > 0
                   PERFORM SET-BUSINESS-DAY-RTN
               ELSE
                   DISPLAY 'BUSDATE-CTL: NOT A CALENDAR DATE - '
                       'NO CHANGE APPLIED'
               MOVE 8 TO RETURN-CODE
           END-IF.

       SET-BUSINESS-DAY-RTN.
           MOVE 'B' TO BC-FUNCTION
           MOVE WS-NEW-DATE TO BC-DATE
           MOVE SPACES TO BC-BRANCH
           MOVE 0 TO BC-DAYS
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-BUSINESS = 'Y'
               MOVE WS-NEW-DATE TO WS-BUS-DATE
               PERFORM WRITE-BUSDATE-RTN
           ELSE
               DISPLAY 'BUSDATE-CTL: ' WS-NEW-DATE ' IS NOT A '
                   'BUSINESS DAY - NO CHANGE APPLIED - ' BC-HOL-DESC
               MOVE 8 TO RETURN-CODE
           END-IF.

       SET-TOLERANCE-RTN.
           DISPLAY 'ENTER BACK-DATE TOLERANCE IN DAYS (NNN): '
           ACCEPT WS-NEW-TOL
