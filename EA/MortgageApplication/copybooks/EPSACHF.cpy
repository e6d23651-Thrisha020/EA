      *****************************************************************
      *    EPSACHF - ACH (NACHA) FILE RECORDS                         *
      *    THE 94-BYTE FIXED RECORDS OF AN ACH FILE, BLOCKED TEN TO   *
      *    THE BLOCK: FILE HEADER (1), BATCH HEADER (5), ENTRY        *
      *    DETAIL (6), RETURN ADDENDA (7), BATCH CONTROL (8) AND      *
      *    FILE CONTROL (9).  THE AUTOPAY DRAFT RUN (EPSACHD) WRITES  *
      *    ONE PPD DEBIT BATCH FOR THE ORIGINATING BANK; THE RETURNS  *
      *    RUN (EPSACHR) READS THE BANK'S RETURN FILE IN THE SAME     *
      *    LAYOUT, WHERE EACH RETURNED ENTRY IS FOLLOWED BY ITS '99'  *
      *    ADDENDA CARRYING THE RETURN REASON AND THE ORIGINAL TRACE  *
      *    NUMBER.  AMOUNTS ARE UNSIGNED WITH IMPLIED CENTS; DATES    *
      *    ARE YYMMDD.  THE INDIVIDUAL ID CARRIES THE MORTGAGE        *
      *    ACCOUNT NUMBER.                                            *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *****************************************************************
       01  EPSACHF-RECORD.
           05  ACH-RECORD-TYPE             PIC X(01).
               88  ACH-FILE-HEADER           VALUE '1'.
               88  ACH-BATCH-HEADER          VALUE '5'.
               88  ACH-ENTRY-DETAIL          VALUE '6'.
               88  ACH-ADDENDA               VALUE '7'.
               88  ACH-BATCH-CONTROL         VALUE '8'.
               88  ACH-FILE-CONTROL          VALUE '9'.
           05  FILLER                      PIC X(93).
      *
       01  EPSACHF-FILE-HEADER.
           05  AFH-RECORD-TYPE             PIC X(01).
           05  AFH-PRIORITY-CODE           PIC X(02).
           05  AFH-IMMED-DEST              PIC X(10).
           05  AFH-IMMED-ORIGIN            PIC X(10).
           05  AFH-CREATION-DATE           PIC 9(06).
           05  AFH-CREATION-TIME           PIC 9(04).
           05  AFH-FILE-ID-MODIFIER        PIC X(01).
           05  AFH-RECORD-SIZE             PIC X(03).
           05  AFH-BLOCKING-FACTOR         PIC X(02).
           05  AFH-FORMAT-CODE             PIC X(01).
           05  AFH-DEST-NAME               PIC X(23).
           05  AFH-ORIGIN-NAME             PIC X(23).
           05  AFH-REFERENCE-CODE          PIC X(08).
      *
       01  EPSACHF-BATCH-HEADER.
           05  ABH-RECORD-TYPE             PIC X(01).
           05  ABH-SERVICE-CLASS           PIC 9(03).
           05  ABH-COMPANY-NAME            PIC X(16).
           05  ABH-DISCRETIONARY           PIC X(20).
           05  ABH-COMPANY-ID              PIC X(10).
           05  ABH-SEC-CODE                PIC X(03).
           05  ABH-ENTRY-DESC              PIC X(10).
           05  ABH-DESCRIPTIVE-DATE        PIC X(06).
           05  ABH-EFFECTIVE-DATE          PIC 9(06).
           05  ABH-SETTLEMENT-DATE         PIC X(03).
           05  ABH-ORIGINATOR-STATUS       PIC X(01).
           05  ABH-ODFI-ID                 PIC X(08).
           05  ABH-BATCH-NUMBER            PIC 9(07).
      *
       01  EPSACHF-ENTRY-DETAIL.
           05  AED-RECORD-TYPE             PIC X(01).
           05  AED-TRAN-CODE               PIC X(02).
               88  AED-CHECKING-DEBIT        VALUE '27'.
               88  AED-SAVINGS-DEBIT         VALUE '37'.
               88  AED-DEBIT-RETURN          VALUE '26' '36'.
           05  AED-RDFI-ID                 PIC X(08).
           05  AED-CHECK-DIGIT             PIC X(01).
           05  AED-DFI-ACCOUNT             PIC X(17).
           05  AED-AMOUNT                  PIC 9(08)V99.
           05  AED-INDIVIDUAL-ID           PIC X(15).
           05  AED-INDIVIDUAL-NAME         PIC X(22).
           05  AED-DISCRETIONARY           PIC X(02).
           05  AED-ADDENDA-IND             PIC X(01).
           05  AED-TRACE-NUMBER            PIC 9(15).
      *
       01  EPSACHF-RETURN-ADDENDA.
           05  ARA-RECORD-TYPE             PIC X(01).
           05  ARA-ADDENDA-TYPE            PIC X(02).
               88  ARA-RETURN-ADDENDA        VALUE '99'.
           05  ARA-RETURN-REASON           PIC X(03).
           05  ARA-ORIGINAL-TRACE          PIC 9(15).
           05  ARA-DATE-OF-DEATH           PIC X(06).
           05  ARA-ORIGINAL-RDFI           PIC X(08).
           05  ARA-ADDENDA-INFO            PIC X(44).
           05  ARA-TRACE-NUMBER            PIC 9(15).
      *
       01  EPSACHF-BATCH-CONTROL.
           05  ABC-RECORD-TYPE             PIC X(01).
           05  ABC-SERVICE-CLASS           PIC 9(03).
           05  ABC-ENTRY-COUNT             PIC 9(06).
           05  ABC-ENTRY-HASH              PIC 9(10).
           05  ABC-TOTAL-DEBIT             PIC 9(10)V99.
           05  ABC-TOTAL-CREDIT            PIC 9(10)V99.
           05  ABC-COMPANY-ID              PIC X(10).
           05  ABC-AUTH-CODE               PIC X(19).
           05  ABC-RESERVED                PIC X(06).
           05  ABC-ODFI-ID                 PIC X(08).
           05  ABC-BATCH-NUMBER            PIC 9(07).
      *
       01  EPSACHF-FILE-CONTROL.
           05  AFC-RECORD-TYPE             PIC X(01).
           05  AFC-BATCH-COUNT             PIC 9(06).
           05  AFC-BLOCK-COUNT             PIC 9(06).
           05  AFC-ENTRY-COUNT             PIC 9(08).
           05  AFC-ENTRY-HASH              PIC 9(10).
           05  AFC-TOTAL-DEBIT             PIC 9(10)V99.
           05  AFC-TOTAL-CREDIT            PIC 9(10)V99.
           05  AFC-RESERVED                PIC X(39).
