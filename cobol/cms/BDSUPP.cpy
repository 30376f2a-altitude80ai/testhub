      ********************************************************
      *                  BDSUPP COPYBOOK                     *
      *        MEDICARE BAD-DEBT SUPPORT RECORD              *
      *------------------------------------------------------*
      *  ONE RECORD PER BILL SETTLED BY PPSET215, CARRYING    *
      *  THE BENEFICIARY LIABILITY MEDICARE ASSIGNED - THE    *
      *  PART A DEDUCTIBLE, THE COINSURANCE AND THE LIFETIME  *
      *  RESERVE COINSURANCE.  A BILL NOT PAYABLE (RTC 50 AND *
      *  OVER) IS WRITTEN WITH NO LIABILITY, SO A LATER       *
      *  SETTLEMENT OF THE SAME BILL REPLACES AN EARLIER ONE  *
      *  EITHER WAY.                                          *
      *                                                      *
      *   BD-CROSSOVER-FLAG  'Y' - DUAL-ELIGIBLE CROSSOVER    *
      *                      CLAIM; THE STATE MEDICAID AGENCY *
      *                      IN BD-MEDICAID-STATE IS          *
      *                      RESPONSIBLE FOR THE LIABILITY    *
      *                                                      *
      *  PPBDR215 LISTS THE RECORDS BY PROVIDER AND COST-     *
      *  REPORTING PERIOD AS BAD-DEBT SUPPORT.                *
      ********************************************************
       01  BAD-DEBT-SUPP-REC.
           05  BD-PROVIDER-NO             PIC X(06).
           05  BD-MBI                     PIC X(11).
           05  BD-DISCHARGE-DATE          PIC 9(08).
           05  BD-DRG                     PIC 9(03).
           05  BD-CLAIM-SEQ               PIC 9(09).
           05  BD-RUN-ID                  PIC X(08).
           05  BD-SETTLE-DATE             PIC 9(08).
           05  BD-PPS-RTC                 PIC 9(02).
           05  BD-DEDUCTIBLE-AMT          PIC 9(05)V9(02).
           05  BD-COINSURANCE-AMT         PIC 9(09)V9(02).
           05  BD-LTR-AMT                 PIC 9(09)V9(02).
           05  BD-TOTAL-LIABILITY         PIC 9(09)V9(02).
           05  BD-CROSSOVER-FLAG          PIC X(01).
               88  BD-STATE-RESPONSIBLE   VALUE 'Y'.
           05  BD-MEDICAID-STATE          PIC X(02).
           05  FILLER                     PIC X(22).
