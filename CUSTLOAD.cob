           05 CM-ODLIMIT           PIC 9(7)V99.
           05 CM-CUSTNO            PIC X(6).
           05 CM-PRODTYPE          PIC X(2).
           05 CM-CLOSE-DATE        PIC X(8).
           05 CM-CURRENCY          PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS           PIC XX VALUE SPACES.
           MOVE 0 TO CM-ODLIMIT
           MOVE SPACES TO CM-CUSTNO
           MOVE 'RS' TO CM-PRODTYPE
           MOVE 'PHP' TO CM-CURRENCY
           WRITE CUSTMAST-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-CTR
