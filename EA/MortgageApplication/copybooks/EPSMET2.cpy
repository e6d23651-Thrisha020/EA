      *****************************************************************
      *    EPSMET2 - METRO 2 CREDIT BUREAU REPORTING RECORDS          *
      *    THE MONTHLY FURNISHER FILE WRITTEN BY EPSCRBR IN THE       *
      *    426-BYTE FIXED CHARACTER FORMAT - ONE HEADER, ONE BASE     *
      *    SEGMENT PER REPORTED ACCOUNT, ONE TRAILER.  EVERY RECORD   *
      *    OPENS WITH THE FOUR-DIGIT RECORD DESCRIPTOR WORD '0426'.   *
      *    AMOUNTS ARE WHOLE DOLLARS, CENTS DROPPED; DATES ARE        *
      *    MMDDYYYY, ZEROS WHEN NOT APPLICABLE.  ONLY THE BASE        *
      *    SEGMENT IS SENT - NO J1/J2/K-SEGMENT DATA IS HELD.         *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *****************************************************************
       01  EPSMET2-HEADER-RECORD.
           05  M2H-RDW                     PIC 9(04).
           05  M2H-RECORD-ID               PIC X(06).
           05  M2H-CYCLE-ID                PIC X(02).
           05  M2H-INNOVIS-ID              PIC X(10).
           05  M2H-EQUIFAX-ID              PIC X(10).
           05  M2H-EXPERIAN-ID             PIC X(05).
           05  M2H-TRANSUNION-ID           PIC X(10).
           05  M2H-ACTIVITY-DATE           PIC 9(08).
           05  M2H-DATE-CREATED            PIC 9(08).
           05  M2H-PROGRAM-DATE            PIC 9(08).
           05  M2H-PROGRAM-REVISED-DATE    PIC 9(08).
           05  M2H-REPORTER-NAME           PIC X(40).
           05  M2H-REPORTER-ADDRESS        PIC X(96).
           05  M2H-REPORTER-PHONE          PIC 9(10).
           05  M2H-VENDOR-NAME             PIC X(40).
           05  M2H-VENDOR-VERSION          PIC X(05).
           05  FILLER                      PIC X(156).
      *
       01  EPSMET2-BASE-RECORD.
           05  M2B-RDW                     PIC 9(04).
           05  M2B-PROCESSING-IND          PIC X(01).
           05  M2B-TIME-STAMP.
               10  M2B-TS-DATE             PIC 9(08).
               10  M2B-TS-TIME             PIC 9(06).
           05  FILLER                      PIC X(01).
           05  M2B-IDENT-NUMBER            PIC X(20).
           05  M2B-CYCLE-ID                PIC X(02).
           05  M2B-ACCOUNT-NUMBER          PIC X(30).
           05  M2B-PORTFOLIO-TYPE          PIC X(01).
           05  M2B-ACCOUNT-TYPE            PIC X(02).
           05  M2B-DATE-OPENED             PIC 9(08).
           05  M2B-CREDIT-LIMIT            PIC 9(09).
           05  M2B-HIGHEST-CREDIT          PIC 9(09).
           05  M2B-TERMS-DURATION          PIC 9(03).
           05  M2B-TERMS-FREQUENCY         PIC X(01).
           05  M2B-SCHEDULED-PMT           PIC 9(09).
           05  M2B-ACTUAL-PMT              PIC 9(09).
           05  M2B-ACCOUNT-STATUS          PIC X(02).
               88  M2B-STATUS-CURRENT        VALUE '11'.
               88  M2B-STATUS-PAID-CLOSED    VALUE '13'.
               88  M2B-STATUS-30-DAY         VALUE '71'.
               88  M2B-STATUS-60-DAY         VALUE '78'.
               88  M2B-STATUS-90-DAY         VALUE '80'.
               88  M2B-STATUS-120-DAY        VALUE '82'.
               88  M2B-STATUS-150-DAY        VALUE '83'.
               88  M2B-STATUS-180-DAY        VALUE '84'.
           05  M2B-PAYMENT-RATING          PIC X(01).
           05  M2B-PMT-HISTORY             PIC X(24).
           05  M2B-SPECIAL-COMMENT         PIC X(02).
           05  M2B-COMPLIANCE-COND         PIC X(02).
           05  M2B-CURRENT-BALANCE         PIC 9(09).
           05  M2B-AMOUNT-PAST-DUE         PIC 9(09).
           05  M2B-CHARGE-OFF-AMT          PIC 9(09).
           05  M2B-DATE-ACCT-INFO          PIC 9(08).
           05  M2B-DATE-FIRST-DELINQ       PIC 9(08).
           05  M2B-DATE-CLOSED             PIC 9(08).
           05  M2B-DATE-LAST-PMT           PIC 9(08).
           05  M2B-INTEREST-TYPE           PIC X(01).
           05  FILLER                      PIC X(16).
           05  M2B-TRANSACTION-TYPE        PIC X(01).
           05  M2B-SURNAME                 PIC X(25).
           05  M2B-FIRST-NAME              PIC X(20).
           05  M2B-MIDDLE-NAME             PIC X(20).
           05  M2B-GENERATION-CODE         PIC X(01).
           05  M2B-SSN                     PIC 9(09).
           05  M2B-DATE-OF-BIRTH           PIC 9(08).
           05  M2B-TELEPHONE               PIC 9(10).
           05  M2B-ECOA-CODE               PIC X(01).
           05  M2B-CONSUMER-INFO-IND       PIC X(02).
           05  M2B-COUNTRY-CODE            PIC X(02).
           05  M2B-ADDR-LINE-1             PIC X(32).
           05  M2B-ADDR-LINE-2             PIC X(32).
           05  M2B-CITY                    PIC X(20).
           05  M2B-STATE                   PIC X(02).
           05  M2B-ZIP                     PIC X(09).
           05  M2B-ADDRESS-IND             PIC X(01).
           05  M2B-RESIDENCE-CODE          PIC X(01).
      *
       01  EPSMET2-TRAILER-RECORD.
           05  M2T-RDW                     PIC 9(04).
           05  M2T-RECORD-ID               PIC X(07).
           05  M2T-TOTAL-BASE              PIC 9(09).
           05  FILLER                      PIC X(09).
           05  M2T-SEGMENT-COUNTS.
               10  M2T-STATUS-DF           PIC 9(09).
               10  M2T-TOTAL-J1            PIC 9(09).
               10  M2T-TOTAL-J2            PIC 9(09).
               10  M2T-BLOCK-COUNT         PIC 9(09).
               10  M2T-STATUS-DA           PIC 9(09).
               10  M2T-STATUS-05           PIC 9(09).
               10  M2T-STATUS-11           PIC 9(09).
               10  M2T-STATUS-13           PIC 9(09).
               10  M2T-STATUS-61-65        PIC 9(09) OCCURS 5.
               10  M2T-STATUS-71           PIC 9(09).
               10  M2T-STATUS-78           PIC 9(09).
               10  M2T-STATUS-80           PIC 9(09).
               10  M2T-STATUS-82           PIC 9(09).
               10  M2T-STATUS-83           PIC 9(09).
               10  M2T-STATUS-84           PIC 9(09).
               10  M2T-STATUS-88-97        PIC 9(09) OCCURS 7.
               10  M2T-TOTAL-ECOA-Z        PIC 9(09).
               10  M2T-TOTAL-EMPLOYMENT    PIC 9(09).
               10  M2T-TOTAL-ORIG-CREDITOR PIC 9(09).
               10  M2T-TOTAL-PURCHASED     PIC 9(09).
               10  M2T-TOTAL-MORTGAGE      PIC 9(09).
               10  M2T-TOTAL-SPECIALIZED   PIC 9(09).
               10  M2T-TOTAL-CHANGE        PIC 9(09).
               10  M2T-TOTAL-SSN-ALL       PIC 9(09).
               10  M2T-TOTAL-SSN-BASE      PIC 9(09).
               10  M2T-TOTAL-SSN-J1        PIC 9(09).
               10  M2T-TOTAL-SSN-J2        PIC 9(09).
               10  M2T-TOTAL-DOB-ALL       PIC 9(09).
               10  M2T-TOTAL-DOB-BASE      PIC 9(09).
               10  M2T-TOTAL-DOB-J1        PIC 9(09).
               10  M2T-TOTAL-DOB-J2        PIC 9(09).
               10  M2T-TOTAL-PHONE-ALL     PIC 9(09).
           05  FILLER                      PIC X(19).
