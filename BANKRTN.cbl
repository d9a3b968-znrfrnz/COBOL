           05 EM-STATUS                PIC X(1).
              88 EM-ACTIVE             VALUE 'A', ' '.
              88 EM-SEPARATED          VALUE 'S'.
           05 EM-SHIFT-START           PIC 9(4).
           05 EM-SHIFT-END             PIC 9(4).
           05 EM-PAY-FREQ              PIC X(1).
              88 EM-PAID-WEEKLY        VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY   VALUE 'S'.
              88 EM-PAID-MONTHLY       VALUE 'M', ' '.

       FD  RETOPEN-FILE.
       01  RETOPEN-REC.
           MOVE BR-ACCNO TO RET-EMPNO(WS-RET-COUNT)
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF XR-ACCNO(WS-XREF-IDX) = BR-ACCNO
                   AND XR-BRANCH(WS-XREF-IDX) = BR-BRANCH
                   MOVE XR-EMPNO(WS-XREF-IDX)
                       TO RET-EMPNO(WS-RET-COUNT)
