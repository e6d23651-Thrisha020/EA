      *                FOR THE VSAM CONVERSION - THE ONLINE SCREEN    *
      *                AND THE NIGHTLY DISBURSEMENT RUN NOW SHARE     *
      *                THE FILE AS A KSDS                             *
      *    2026  DEV   ADDED TYPE 'MI' (MORTGAGE INSURANCE) AND THE   *
      *                PAYEE STATUS BYTE IN THE TRAILING FILLER       *
      *                (RECORD LENGTH UNCHANGED).  THE MONTHLY LTV    *
      *                REVIEW (EPSPMIT) ENDS AN MI PAYEE ONCE THE     *
      *                LOAN REACHES 78% OF ORIGINAL VALUE; AN ENDED   *
      *                PAYEE IS NEVER DRAWN.  SPACE READS AS ACTIVE.  *
      *                AN MI PAYEE'S AMOUNT IS THE ANNUAL PREMIUM     *
      *****************************************************************
       01  EPSPAYEE-RECORD.
           05  EPSPAYEE-KEY.
               10  EPSPAYEE-TYPE           PIC X(02).
                   88  EPSPAYEE-TAX          VALUE 'TX'.
                   88  EPSPAYEE-INSURANCE    VALUE 'IN'.
                   88  EPSPAYEE-MORTGAGE-INS VALUE 'MI'.
               10  EPSPAYEE-NAME           PIC X(30).
           05  EPSPAYEE-DUE-DATE           PIC X(08).
           05  EPSPAYEE-AMOUNT             PIC 9(10)V99.
               88  EPSPAYEE-CHECK            VALUE 'C'.
               88  EPSPAYEE-ACH              VALUE 'A'.
           05  EPSPAYEE-PAID-DATE          PIC X(08).
           05  EPSPAYEE-STATUS             PIC X(01).
               88  EPSPAYEE-ACTIVE           VALUE ' ' 'A'.
               88  EPSPAYEE-ENDED            VALUE 'E'.
