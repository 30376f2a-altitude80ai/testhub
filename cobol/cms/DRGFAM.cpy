      ********************************************************
      *                  DRGFAM COPYBOOK                     *
      *        MS-DRG SEVERITY FAMILY TABLE RECORD           *
      *------------------------------------------------------*
      *  ONE RECORD PER MS-DRG THAT BELONGS TO A SEVERITY-   *
      *  SPLIT FAMILY, NAMING THE FAMILY (THE LOWEST DRG     *
      *  NUMBER IN IT) AND THE DRG'S SEVERITY LEVEL:         *
      *                                                      *
      *   DF-SEVERITY 'M' - WITH MCC                         *
      *               'C' - WITH CC (OR WITH CC/MCC IN A     *
      *                     TWO-WAY SPLIT)                   *
      *               'B' - BASE (WITHOUT CC/MCC, OR WITHOUT *
      *                     MCC IN A TWO-WAY SPLIT)          *
      *                                                      *
      *  DRGS WITH NO SEVERITY SPLIT ARE NOT CARRIED.  THE   *
      *  DESCRIPTION ON THE FAMILY'S OWN ROW NAMES THE       *
      *  FAMILY ON PPSEV215'S CAPTURE-RATE REPORT.           *
      ********************************************************
       01  DRG-FAM-REC.
           05  DF-DRG                     PIC 9(03).
           05  DF-FAMILY                  PIC 9(03).
           05  DF-SEVERITY                PIC X(01).
               88  DF-SEV-MCC             VALUE 'M'.
               88  DF-SEV-CC              VALUE 'C'.
               88  DF-SEV-BASE            VALUE 'B'.
               88  DF-SEV-VALID           VALUE 'M' 'C' 'B'.
           05  DF-DESC                    PIC X(40).
           05  FILLER                     PIC X(13).
