           05 DT-FAC-COUNT              PIC 9(4).
           05 DT-NET-PAY                PIC S9(9)V99.
           05 DT-PERIOD                 PIC X(6).
           05 DT-FREQ                   PIC X(1).

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE                 PIC X(80).
       01  WS-SEEN-COUNT                PIC 9(3) VALUE 0.
       01  WS-SEEN-IDX                  PIC 9(3) VALUE 0.
       01  WS-SEEN-FOUND                PIC X(3) VALUE 'NO '.
       01  WS-SEEN-KEY                  PIC X(18) VALUE SPACES.
       01  WS-DT-FREQ                   PIC X(1) VALUE SPACES.

       01  SEEN-TABLE.
           05 SEEN-ENTRY OCCURS 200 TIMES.
              10 SEEN-KEY               PIC X(18).

       01  WS-DEPT-COUNT                PIC 9(3) VALUE 0.
       01  WS-DEPT-IDX                  PIC 9(3) VALUE 0.

      * The same program/period/department totals appended twice must
      * only count once, so a double append cannot inflate the
      * organization-wide summary. Period ids repeat across pay
      * frequencies, so the frequency is part of the key; totals
      * written before frequencies were carried are monthly.
       CHECK-DUPLICATE-RTN.
           IF DT-FREQ = SPACE
               MOVE 'M' TO WS-DT-FREQ
           ELSE
               MOVE DT-FREQ TO WS-DT-FREQ
           END-IF
           MOVE SPACES TO WS-SEEN-KEY
           STRING DT-PROGRAM DELIMITED BY SIZE
                  DT-PERIOD DELIMITED BY SIZE
                  WS-DT-FREQ DELIMITED BY SIZE
                  DT-DEPT-CODE DELIMITED BY SIZE
                  INTO WS-SEEN-KEY
           END-STRING
