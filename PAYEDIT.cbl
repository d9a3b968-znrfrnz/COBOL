           05 EM-STATUS                PIC X(1).
              88 EM-ACTIVE             VALUE 'A', ' '.
              88 EM-SEPARATED          VALUE 'S'.
           05 EM-SHIFT-START           PIC 9(4).
           05 EM-SHIFT-END             PIC 9(4).
           05 EM-PAY-FREQ              PIC X(1).
              88 EM-PAID-WEEKLY        VALUE 'W'.
              88 EM-PAID-SEMIMONTHLY   VALUE 'S'.
              88 EM-PAID-MONTHLY       VALUE 'M', ' '.

       WORKING-STORAGE SECTION.
       01  WS-EDIT-IN-STATUS           PIC XX VALUE SPACES.
