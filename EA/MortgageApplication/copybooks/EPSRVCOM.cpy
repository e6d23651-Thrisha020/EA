      *                POSTING COLLECTED, NOW CARRIED ON THE MORTPMT  *
      *                ROW, SO THE REVERSAL RESTORES THE FEE AND      *
      *                ONLY THE TRUE PRINCIPAL                        *
      *    2026  DEV   ADDED RC-FILE-ERROR - THE GL-ACTIVITY WRITE    *
      *                FAILED AND THE REVERSAL WAS ROLLED BACK        *
      *****************************************************************
           05  EPSRVCOM-ACCOUNT-NUMBER         PIC 9(10).
           05  EPSRVCOM-TRAN-DATE              PIC X(08).
               88  EPSRVCOM-RC-NOT-FOUND         VALUE '20'.
               88  EPSRVCOM-RC-DB2-DOWN          VALUE '30'.
               88  EPSRVCOM-RC-SQL-ERROR         VALUE '31'.
               88  EPSRVCOM-RC-FILE-ERROR        VALUE '40'.
           05  EPSRVCOM-MESSAGE                PIC X(60).
