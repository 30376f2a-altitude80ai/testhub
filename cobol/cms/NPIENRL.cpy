      ********************************************************
      *                 NPIENRL COPYBOOK                     *
      *        NPI/CCN ENROLLMENT FILE RECORD                *
      *------------------------------------------------------*
      *  ONE RECORD PER BILLING NPI PER PROVIDER (CCN) IT IS *
      *  ENROLLED TO BILL FOR, WITH THE ENROLLMENT'S         *
      *  EFFECTIVE AND END DATES (END DATE ZERO = OPEN) AND  *
      *  ITS STATUS:                                         *
      *                                                      *
      *   A - ACTIVE.  VALID FOR DISCHARGES FROM THE         *
      *       EFFECTIVE DATE THROUGH THE END DATE.           *
      *   D - DEACTIVATED.  THE END DATE IS THE DATE OF      *
      *       DEACTIVATION (ZERO = FROM THE EFFECTIVE        *
      *       DATE); A LATER DISCHARGE IS REJECTED.          *
      *                                                      *
      *  THE FILE IS KEPT IN ASCENDING NPI, CCN AND          *
      *  EFFECTIVE-DATE ORDER.  PPBAT215 CHECKS THE BILLING  *
      *  NPI OF EVERY BILL AGAINST IT AT INTAKE.             *
      ********************************************************
       01  NPI-ENRL-REC.
           05  NE-NPI10                   PIC X(10).
           05  NE-PROVIDER-NO             PIC X(06).
           05  NE-EFF-DATE                PIC 9(08).
           05  NE-END-DATE                PIC 9(08).
           05  NE-STATUS                  PIC X(01).
               88  NE-ACTIVE              VALUE 'A'.
               88  NE-DEACTIVATED         VALUE 'D'.
           05  FILLER                     PIC X(07).
