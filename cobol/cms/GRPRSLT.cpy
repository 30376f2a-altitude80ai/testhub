      ********************************************************
      *                 GRPRSLT COPYBOOK                     *
      *        MS-DRG GROUPER RESULT RECORD                  *
      *------------------------------------------------------*
      *  ONE RECORD PER CLAIM RUN THROUGH OUR OWN MS-DRG     *
      *  GROUPER, KEYED BY THE CLAIM'S PROVIDER, MBI AND     *
      *  DISCHARGE DATE.  CARRIES THE GROUPER VERSION THE    *
      *  CLAIM WAS GROUPED UNDER (MAJOR AND MINOR RELEASE),  *
      *  THE ASSIGNED MS-DRG AND MDC, AND THE DIAGNOSIS THAT *
      *  DROVE THE SEVERITY LEVEL:                           *
      *                                                      *
      *   GR-DRIVER-TYPE 'M' - MCC,  'C' - CC,  SPACE - NONE *
      *                                                      *
      *  PPBAT215 READS THE FILE BY KEY FOR EVERY PRICED     *
      *  CLAIM AND REPORTS CLAIMS WHOSE SUBMITTED DRG OR     *
      *  GROUPER VERSION DISAGREES.                          *
      ********************************************************
       01  GROUPER-RSLT-REC.
           05  GR-KEY.
               10  GR-PROVIDER-NO         PIC X(06).
               10  GR-MBI                 PIC X(11).
               10  GR-DISCHARGE-DATE      PIC 9(08).
           05  GR-VERSION.
               10  GR-VERSION-MAJOR       PIC 9(02).
               10  GR-VERSION-MINOR       PIC 9(01).
           05  GR-DRG                     PIC 9(03).
           05  GR-MDC                     PIC 9(02).
           05  GR-DRIVER-TYPE             PIC X(01).
               88  GR-DRIVER-MCC          VALUE 'M'.
               88  GR-DRIVER-CC           VALUE 'C'.
               88  GR-DRIVER-NONE         VALUE ' '.
           05  GR-DRIVER-CODE             PIC X(07).
           05  GR-GROUPED-DATE            PIC 9(08).
           05  FILLER                     PIC X(31).
