      *****************************************************************
      *    EPSCHGH - ONLINE MAINTENANCE CHANGE-HISTORY RECORD         *
      *    ONE RECORD PER FIELD CHANGED THROUGH AN ONLINE MAINTENANCE *
      *    SCREEN, WRITTEN TO THE CHANGE-HISTORY ESDS                 *
      *    (EPS.MORTGAGE.VCHGHIST) IN THE SAME UNIT OF WORK AS THE    *
      *    CHANGE ITSELF - IF THE HISTORY CANNOT BE WRITTEN THE       *
      *    CHANGE IS BACKED OUT.  WRITTEN BY:                         *
      *      EPSCMORT  ESCROW DISBURSEMENT / CONTRIBUTION AMOUNTS     *
      *      EPSCPAY   PAYEE ADD / CHANGE / DELETE (ITEM = TYPE+NAME) *
      *      EPSCNAD   NAME AND ADDRESS ADD / CHANGE / DELETE         *
      *      EPSCAPY   AUTOPAY ENROLL / CHANGE / SUSPEND / CANCEL     *
      *      EPSCHLD   LEGAL HOLD SET / RELEASE / OVERRIDE            *
      *      EPSCAUT   OPERATOR AUTHORITY ADD / CHANGE / DELETE -     *
      *                ACCOUNT ZERO, ITEM = 'OPERATOR ' + USER ID     *
      *    AN ADD CARRIES A BLANK BEFORE-VALUE, A DELETE A BLANK      *
      *    AFTER-VALUE.  AMOUNTS ARE CARRIED EDITED, AS SHOWN ON THE  *
      *    SCREEN.  THE NIGHTLY EPSCHGRP JOB SORTS THE DAY'S RECORDS  *
      *    BY OPERATOR INTO THE CHGHIST GENERATION KEPT FOR THE       *
      *    AUDITORS, PRINTS THE DUAL-CONTROL REPORT FROM IT AND       *
      *    EMPTIES THE ESDS FOR THE NEXT DAY.                         *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *    2026  DEV   EPSCAPY ADDED TO THE WRITERS                   *
      *    2026  DEV   EPSCHLD ADDED TO THE WRITERS                   *
      *    2026  DEV   EPSCAUT ADDED TO THE WRITERS                   *
      *****************************************************************
       01  EPSCHGH-RECORD.
           05  EPSCHGH-TIMESTAMP.
               10  EPSCHGH-CHANGE-DATE     PIC X(08).
               10  EPSCHGH-CHANGE-TIME     PIC X(06).
           05  EPSCHGH-OPERATOR-ID         PIC X(08).
           05  EPSCHGH-TERM-ID             PIC X(04).
           05  EPSCHGH-TRAN-ID             PIC X(04).
           05  EPSCHGH-PROGRAM             PIC X(08).
           05  EPSCHGH-ACCOUNT-NUMBER      PIC 9(10).
           05  EPSCHGH-ACTION              PIC X(01).
               88  EPSCHGH-ADD               VALUE 'A'.
               88  EPSCHGH-CHANGE            VALUE 'C'.
               88  EPSCHGH-DELETE            VALUE 'D'.
           05  EPSCHGH-ITEM-KEY            PIC X(32).
           05  EPSCHGH-FIELD-NAME          PIC X(18).
           05  EPSCHGH-BEFORE-VALUE        PIC X(40).
           05  EPSCHGH-AFTER-VALUE         PIC X(40).
           05  FILLER                      PIC X(21).
