      *****************************************************************
      *    EPSGLJRN - GENERAL LEDGER JOURNAL-ENTRY RECORD             *
      *    THE DAILY JOURNAL EPSGLJE SENDS THE GENERAL LEDGER FOR     *
      *    THE NIGHTLY ACTIVITY THE PAYMENT FEED DOES NOT CARRY.      *
      *    ENVELOPED LIKE THE GL FEED (EPSGLFD) - A HEADER CARRYING   *
      *    THE BUSINESS DATE, THEN A DEBIT AND A CREDIT ENTRY FOR     *
      *    EACH ACTIVITY CODE WITH ACTIVITY THAT DAY, THEN A TRAILER  *
      *    CARRYING THE ENTRY COUNT AND THE DEBIT AND CREDIT TOTALS,  *
      *    WHICH ARE ALWAYS EQUAL - AN UNBALANCED JOURNAL IS NEVER    *
      *    RELEASED.  THE ENTRY COUNT ON A DETAIL IS HOW MANY         *
      *    ACTIVITY RECORDS THE AMOUNT SUMMARISES.                    *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *****************************************************************
       01  EPSGLJRN-RECORD.
           05  EPSGLJRN-RECORD-TYPE        PIC X(01).
               88  EPSGLJRN-HEADER           VALUE '1'.
               88  EPSGLJRN-DETAIL           VALUE '2'.
               88  EPSGLJRN-TRAILER          VALUE '3'.
           05  EPSGLJRN-DETAIL-DATA.
               10  EPSGLJRN-JOURNAL-DATE   PIC X(08).
               10  EPSGLJRN-GL-ACCOUNT     PIC X(10).
               10  EPSGLJRN-DR-CR          PIC X(01).
                   88  EPSGLJRN-DEBIT        VALUE 'D'.
                   88  EPSGLJRN-CREDIT       VALUE 'C'.
               10  EPSGLJRN-AMOUNT         PIC S9(13)V99.
               10  EPSGLJRN-ACTIVITY-CODE  PIC X(02).
               10  EPSGLJRN-ENTRY-COUNT    PIC 9(07).
               10  EPSGLJRN-DESCRIPTION    PIC X(30).
               10  FILLER                  PIC X(06).
           05  EPSGLJRN-HEADER-DATA REDEFINES EPSGLJRN-DETAIL-DATA.
               10  EPSGLJRN-FEED-DATE      PIC X(08).
               10  EPSGLJRN-SOURCE         PIC X(08).
               10  FILLER                  PIC X(63).
           05  EPSGLJRN-TRAILER-DATA REDEFINES EPSGLJRN-DETAIL-DATA.
               10  EPSGLJRN-REC-COUNT      PIC 9(09).
               10  EPSGLJRN-DEBIT-TOTAL    PIC S9(13)V99.
               10  EPSGLJRN-CREDIT-TOTAL   PIC S9(13)V99.
               10  FILLER                  PIC X(40).
