      ********************************************************
      *                MGCRBREG COPYBOOK                     *
      *      MGCRB RECLASSIFICATION REGISTER RECORD          *
      *------------------------------------------------------*
      *  ONE RECORD PER GEOGRAPHIC RECLASSIFICATION THE      *
      *  MEDICARE GEOGRAPHIC CLASSIFICATION REVIEW BOARD     *
      *  (MGCRB) APPROVED - THE PROVIDER, THE CBSA IT WAS    *
      *  RECLASSIFIED INTO, THE BOARD'S DECISION NUMBER AND  *
      *  THE FIRST AND LAST FISCAL YEARS OF THE TERM         *
      *  (NORMALLY THREE).  A WITHDRAWAL OR TERMINATION IS   *
      *  RECORDED WITH ITS EFFECTIVE DATE; THE RECLASS IS NOT*
      *  IN FORCE FOR DISCHARGES ON OR AFTER THAT DATE.      *
      *                                                      *
      *  THE FILE IS KEPT IN ASCENDING PROVIDER AND FIRST-FY *
      *  ORDER.  PPBAT215 CHECKS EVERY CLAIM PRICED UNDER A  *
      *  RECLASSIFIED CBSA AGAINST IT; PPMGC215 LISTS THE    *
      *  TERMS EXPIRING AT THE NEXT FISCAL YEAR.             *
      ********************************************************
       01  MGCRB-REG-REC.
           05  MR-PROVIDER-NO             PIC X(06).
           05  MR-TARGET-CBSA             PIC X(05).
           05  MR-DECISION-NO             PIC X(10).
           05  MR-FIRST-FY                PIC 9(04).
           05  MR-LAST-FY                 PIC 9(04).
           05  MR-END-DATE                PIC 9(08).
           05  MR-END-REASON              PIC X(01).
               88  MR-WITHDRAWN           VALUE 'W'.
               88  MR-TERMINATED          VALUE 'T'.
               88  MR-NOT-ENDED           VALUE ' '.
           05  FILLER                     PIC X(12).
