      *****************************************************************
      *    EPSOPAU - OPERATOR AUTHORITY RECORD                        *
      *    ONE RECORD PER SIGNED-ON OPERATOR ID ON THE OPERATOR-      *
      *    AUTHORITY KSDS (EPS.MORTGAGE.VOPAUTH, KEYED ON THE 8-BYTE  *
      *    CICS USER ID).  THE MAIN MENU (EPSMENU) READS IT AT SIGN-  *
      *    ON AND ONLY OFFERS, AND ONLY TRANSFERS TO, THE FUNCTIONS   *
      *    FLAGGED Y HERE.  BRANCH MANAGERS MAINTAIN IT THROUGH THE   *
      *    AUTHORITY MAINTENANCE SCREEN (EPSCAUT) - NO CICS RESOURCE  *
      *    CHANGE IS NEEDED TO GRANT OR REVOKE A FUNCTION.  PAYMENT   *
      *    REVERSAL IS SUPERVISOR-ONLY: THE REVERSAL FLAG IS HONOURED *
      *    ONLY WHEN THE SUPERVISOR FLAG IS ALSO Y.                   *
      *    THE FUNCTION FLAGS ARE ALSO VIEWED AS A TABLE, IN THE      *
      *    ORDER THE MENU LISTS THE FUNCTIONS, SO THE MENU CAN CHECK  *
      *    A SELECTION BY ITS NUMBER.  UNUSED SLOTS AT THE END ARE    *
      *    RESERVED FOR FUNCTIONS STILL TO BE ADDED TO THE MENU.      *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *    2026  DEV   ADDED AUTH-AUTOPAY FOR THE AUTOPAY ENROLLMENT  *
      *                SCREEN (EPSCAPY), MENU FUNCTION 8              *
      *    2026  DEV   ADDED AUTH-HOLD FOR THE ACCOUNT HOLD           *
      *                MAINTENANCE SCREEN (EPSCHLD), MENU FUNCTION 9  *
      *****************************************************************
       01  EPSOPAU-RECORD.
           05  EPSOPAU-OPERATOR-ID         PIC X(08).
           05  EPSOPAU-OPERATOR-NAME       PIC X(30).
           05  EPSOPAU-SUPERVISOR          PIC X(01).
               88  EPSOPAU-IS-SUPERVISOR     VALUE 'Y'.
           05  EPSOPAU-AUTHORITIES.
               10  EPSOPAU-AUTH-PAYMENT    PIC X(01).
                   88  EPSOPAU-PAYMENT-OK    VALUE 'Y'.
               10  EPSOPAU-AUTH-HISTORY    PIC X(01).
                   88  EPSOPAU-HISTORY-OK    VALUE 'Y'.
               10  EPSOPAU-AUTH-REVERSAL   PIC X(01).
                   88  EPSOPAU-REVERSAL-OK   VALUE 'Y'.
               10  EPSOPAU-AUTH-PAYEE      PIC X(01).
                   88  EPSOPAU-PAYEE-OK      VALUE 'Y'.
               10  EPSOPAU-AUTH-NAMEADDR   PIC X(01).
                   88  EPSOPAU-NAMEADDR-OK   VALUE 'Y'.
               10  EPSOPAU-AUTH-PAYOFF     PIC X(01).
                   88  EPSOPAU-PAYOFF-OK     VALUE 'Y'.
               10  EPSOPAU-AUTH-AUTHMAINT  PIC X(01).
                   88  EPSOPAU-AUTHMAINT-OK  VALUE 'Y'.
               10  EPSOPAU-AUTH-AUTOPAY    PIC X(01).
                   88  EPSOPAU-AUTOPAY-OK    VALUE 'Y'.
               10  EPSOPAU-AUTH-HOLD       PIC X(01).
                   88  EPSOPAU-HOLD-OK       VALUE 'Y'.
               10  FILLER                  PIC X(03).
           05  EPSOPAU-AUTH-TABLE REDEFINES EPSOPAU-AUTHORITIES.
               10  EPSOPAU-AUTH-FLAG       PIC X(01)
                                           OCCURS 12 TIMES.
           05  EPSOPAU-LAST-CHANGED-BY     PIC X(08).
           05  EPSOPAU-LAST-CHANGED-DATE   PIC X(08).
           05  FILLER                      PIC X(13).
