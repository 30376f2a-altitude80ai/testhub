      ********************************************************
      *                 XOVRTRK COPYBOOK                     *
      *        MEDICAID CROSSOVER TRACKING RECORD            *
      *------------------------------------------------------*
      *  ONE RECORD PER CROSSOVER SENT TO A STATE MEDICAID    *
      *  AGENCY, IN XK-KEY ORDER (PROVIDER, DISCHARGE DATE,   *
      *  MBI).  PPXRC215 CARRIES THE FILE FORWARD RUN TO RUN, *
      *  ADDING THE NEW CROSSOVERS AND POSTING THE STATES'    *
      *  REPLIES:                                             *
      *                                                      *
      *   XK-STATUS  'S' - SENT, NO REPLY YET                *
      *              'A' - ACCEPTED BY THE STATE             *
      *              'R' - REJECTED - FLAGGED FOR            *
      *                    RESUBMISSION WITH THE REASON      *
      *              'P' - PAID BY THE STATE                 *
      *                                                      *
      *  A CROSSOVER SENT AGAIN (A RE-SETTLED BILL) TAKES THE *
      *  NEW LIABILITY AND GOES BACK TO 'S'.                  *
      ********************************************************
       01  XOVR-TRACK-REC.
           05  XK-KEY.
               10  XK-PROVIDER-NO         PIC X(06).
               10  XK-DISCHARGE-DATE      PIC 9(08).
               10  XK-MBI                 PIC X(11).
           05  XK-STATE                   PIC X(02).
           05  XK-DEDUCTIBLE-AMT          PIC 9(05)V9(02).
           05  XK-COINSURANCE-AMT         PIC 9(09)V9(02).
           05  XK-LTR-AMT                 PIC 9(09)V9(02).
           05  XK-TOTAL-LIABILITY         PIC 9(09)V9(02).
           05  XK-FIRST-SENT-DATE         PIC 9(08).
           05  XK-SENT-DATE               PIC 9(08).
           05  XK-SEND-COUNT              PIC 9(03).
           05  XK-STATUS                  PIC X(01).
               88  XK-AWAITING-REPLY      VALUE 'S'.
               88  XK-ACCEPTED            VALUE 'A'.
               88  XK-REJECTED            VALUE 'R'.
               88  XK-PAID                VALUE 'P'.
           05  XK-RESPONSE-DATE           PIC 9(08).
           05  XK-REJECT-REASON           PIC X(04).
           05  XK-REJECT-TEXT             PIC X(30).
           05  XK-PAID-AMT                PIC 9(09)V9(02).
           05  XK-STATE-REF               PIC X(20).
           05  FILLER                     PIC X(20).
