      *                                             A2 GL TOTAL       *
      *      EPSYIST   C1 STATEMENTS                A1 INTEREST PAID  *
      *                                             A2 PAYMENTS       *
      *      EPSPIFCO  C1 CLOSED      C2 REFUNDS    A1 ESC REFUNDED   *
      *                                             A2 DISBOUT TOTAL  *
      *      EPSMCOMP  C1 COMPARED    C2 EXCEPTIONS A1 DB2 BALANCE    *
      *                                             A2 VSAM BALANCE   *
      *      EPSACHD   C1 DRAFTED     C2 MORTPMT    A1 TOTAL POSTED   *
      *                   ROWS INSERTED             A2 ACH DEBITS     *
      *      EPSACHR   C1 BACKED OUT  C2 MORTPMT    A1 TOTAL BACKED   *
      *                   ROWS INSERTED                OUT            *
      *                                             A2 UNMATCHED      *
      *    A RERUN APPENDS A SECOND RECORD FOR THE SAME PROGRAM AND   *
      *    DATE - THE BALANCING STEP TAKES THE LAST ONE.  THE AMOUNT  *
      *    FIELDS ARE SIGNED (SAME BYTE COUNT) - A NIGHT WHOSE        *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *    2026  DEV   ADDED EPSPIFCO (PAID-IN-FULL CLOSE-OUT) TO THE *
      *                FIELD USAGE TABLE                              *
      *    2026  DEV   ADDED EPSMCOMP (DB2-TO-VSAM MASTER COMPARE) TO *
      *                THE FIELD USAGE TABLE                          *
      *    2026  DEV   ADDED EPSACHD AND EPSACHR (AUTOPAY DRAFTS AND  *
      *                RETURNS) TO THE FIELD USAGE TABLE              *
      *****************************************************************
       01  EPSCTLR-RECORD.
           05  EPSCTLR-PROGRAM             PIC X(08).
