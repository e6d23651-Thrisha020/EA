      *                THE NAME-AND-ADDRESS FILE (EPSNMAD) - SPACES    *
      *                WHEN NO ADDRESS IS ON FILE; THOSE ACCOUNTS GO   *
      *                ON THE NO-ADDRESS EXCEPTION LIST (EPSNADRP)     *
      *    2026  DEV   ADDED MI-PREMIUM - THE ANNUAL MORTGAGE          *
      *                INSURANCE PREMIUM FROM THE ACCOUNT'S ACTIVE     *
      *                'MI' PAYEES, IN THE OLD TRAILING FILLER         *
      *                (RECORD LENGTH UNCHANGED)                       *
      *****************************************************************
       01  EPSESCA-STMT-LINE.
           02  ESA-ACCOUNT-NUMBER          PIC 9(10).
           02  ESA-STATE                   PIC X(02).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  ESA-ZIP                     PIC X(09).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  ESA-MI-PREMIUM              PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(03) VALUE SPACES.
