      *****************************************************************
      *    EPSAPEN - BORROWER AUTOPAY ENROLLMENT RECORD               *
      *    ONE RECORD PER ENROLLED MORTGAGE ACCOUNT ON THE VSAM KSDS  *
      *    (EPS.MORTGAGE.VAUTOPAY, KEYED ON ACCOUNT NUMBER),          *
      *    MAINTAINED THROUGH THE ONLINE AUTOPAY ENROLLMENT SCREEN    *
      *    (EPSCAPY).  THE NIGHTLY DRAFT RUN (EPSACHD) DRAFTS EVERY   *
      *    ACTIVE ENROLLMENT ONCE ITS NEXT PAYMENT HAS COME DUE AND   *
      *    THE DRAFT DAY HAS ARRIVED, POSTS THE PAYMENT AND RECORDS   *
      *    THE DRAFT HERE; THE RETURNS RUN (EPSACHR) BACKS OUT A      *
      *    DRAFT THE BANK SENDS BACK, COUNTS THE RETURN AND SUSPENDS  *
      *    THE ENROLLMENT AFTER REPEATED RETURNS.                     *
      *    THE LAST-DRAFT GROUP CARRIES HOW THE LAST DRAFT WAS        *
      *    APPLIED (PRINCIPAL, INTEREST, LATE FEE) SO A RETURN CAN    *
      *    BE BACKED OUT EXACTLY AS IT POSTED.  LAST-AMOUNT IS THE    *
      *    SUM DEBITED TO THE BORROWER'S BANK; LAST-SUSPENSE IS THE   *
      *    SUSPENSE BALANCE RELEASED TO MAKE UP THE REST OF THE       *
      *    PAYMENT, PUT BACK IN SUSPENSE IF THE DRAFT IS RETURNED.    *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *    2026  DEV   LAST-SUSPENSE ADDED FROM FILLER                *
      *****************************************************************
       01  EPSAPEN-RECORD.
           05  EPSAPEN-ACCOUNT-NUMBER      PIC 9(10).
           05  EPSAPEN-ROUTING-NUMBER      PIC X(09).
           05  EPSAPEN-BANK-ACCOUNT        PIC X(17).
           05  EPSAPEN-BANK-ACCT-TYPE      PIC X(01).
               88  EPSAPEN-CHECKING          VALUE 'C'.
               88  EPSAPEN-SAVINGS           VALUE 'S'.
           05  EPSAPEN-DRAFT-DAY           PIC 9(02).
           05  EPSAPEN-STATUS              PIC X(01).
               88  EPSAPEN-ACTIVE            VALUE 'A'.
               88  EPSAPEN-SUSPENDED         VALUE 'S'.
               88  EPSAPEN-CANCELLED         VALUE 'C'.
           05  EPSAPEN-STATUS-DATE         PIC X(08).
           05  EPSAPEN-ENROLLED-DATE       PIC X(08).
           05  EPSAPEN-RETURN-COUNT        PIC 9(02).
           05  EPSAPEN-LAST-DRAFT.
               10  EPSAPEN-LAST-DRAFT-DATE PIC X(08).
               10  EPSAPEN-LAST-DRAFT-STATUS
                                           PIC X(01).
                   88  EPSAPEN-DRAFT-POSTED  VALUE 'P'.
                   88  EPSAPEN-DRAFT-RETURNED
                                             VALUE 'R'.
               10  EPSAPEN-LAST-TRACE      PIC 9(15).
               10  EPSAPEN-LAST-AMOUNT     PIC 9(10)V99.
               10  EPSAPEN-LAST-PRINCIPAL  PIC 9(10)V99.
               10  EPSAPEN-LAST-INTEREST   PIC 9(10)V99.
               10  EPSAPEN-LAST-FEE        PIC 9(08)V99.
               10  EPSAPEN-LAST-SUSPENSE   PIC 9(08)V99.
           05  EPSAPEN-LAST-RETURN-DATE    PIC X(08).
           05  EPSAPEN-LAST-RETURN-CODE    PIC X(03).
           05  FILLER                      PIC X(11).
