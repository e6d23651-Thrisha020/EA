      *                - THE EXPECTED MONTHLY CONTRIBUTION THE ANNUAL *
      *                ESCROW ANALYSIS PROJECTS, MAINTAINED THROUGH   *
      *                THE TELLER SCREEN LIKE THE DISBURSEMENT AMOUNT *
      *    2026  DEV   ADDED RC-FILE-ERROR - THE CHANGE-HISTORY WRITE *
      *                FAILED AND THE POSTING WAS ROLLED BACK         *
      *****************************************************************
           05  EPSMTCOM-ACCOUNT-NUMBER         PIC 9(10).
           05  EPSMTCOM-CUSTOMER-NAME          PIC X(30).
               88  EPSMTCOM-RC-INVALID-AMT       VALUE '10'.
               88  EPSMTCOM-RC-DB2-DOWN          VALUE '20'.
               88  EPSMTCOM-RC-SQL-ERROR         VALUE '30'.
               88  EPSMTCOM-RC-FILE-ERROR        VALUE '40'.
           05  EPSMTCOM-MESSAGE                PIC X(60).
