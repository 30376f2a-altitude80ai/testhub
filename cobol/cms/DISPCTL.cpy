      ********************************************************
      *                 DISPCTL COPYBOOK                     *
      *  RUNTIME-LOADED FISCAL-YEAR DISPATCH CONTROL TABLE   *
      *------------------------------------------------------*
      *  DATA-DRIVEN REPLACEMENT FOR THE DISCHARGE-DATE      *
      *  CHAIN THAT PPDRV215 USED TO SELECT A PPCALxxx        *
      *  PRICING MODULE.  ONE ROW PER MODULE PER DISCHARGE-  *
      *  DATE RANGE, SO A MID-YEAR PRICER RELEASE IS A NEW   *
      *  ROW (AND THE OLD ROW'S END DATE CLOSED) RATHER THAN *
      *  A DRIVER CHANGE.  ONLY ACTIVE ROWS ARE DISPATCHED   *
      *  TO; THE ACTIVE ROWS MUST COVER EVERY DATE FROM THE  *
      *  FIRST BEGIN DATE ONWARD EXACTLY ONCE.               *
      *                                                      *
      *  DSPC-CAL-VERSION IS THE CAL-VERSION THE MODULE IS   *
      *  EXPECTED TO STAMP INTO PPS-CALC-VERS.               *
      *                                                      *
      *  DSPC-INTERFACE NAMES THE PARAMETER LIST THE MODULE  *
      *  IS CALLED WITH:                                     *
      *                                                      *
      *   A - BILL-DATA-2021, PPHOLDAR AND ALL RATE TABLES   *
      *       (PPCAL215 ONWARD).                             *
      *   B - BILL-NEW-DATA, PPHOLDAR AND THE TWO-MIDNIGHT   *
      *       TABLE (PPCAL171 - PPCAL204).                   *
      *   C - BILL-NEW-DATA AND PPHOLDAR, NO ISLET ADD-ON    *
      *       (PPCAL156, PPCAL163).                          *
      *   D - BILL-NEW-DATA, FY 2013/2014 ADDITIONAL         *
      *       VARIABLES, CBSA WAGE INDEX (PPCAL135,          *
      *       PPCAL14B).                                     *
      *   E - BILL-NEW-DATA, PRE-2013 ADDITIONAL VARIABLES,  *
      *       CBSA WAGE INDEX (PPCAL059 - PPCAL125).         *
      *   F - BILL-NEW-DATA, PRE-2013 ADDITIONAL VARIABLES,  *
      *       MSA WAGE INDEX (PPCAL998 - PPCAL04D).          *
      *   G - PRE-1998 BILL AND PROVIDER FORMAT (PPCAL884 -  *
      *       PPCAL987).                                     *
      *                                                      *
      *  DSPC-VERSION IS TAKEN FROM THE CONTROL FILE'S       *
      *  HEADER RECORD AND RECORDED IN THE RUN MANIFEST.     *
      *  LOADED ONCE PER RUN BY THE BATCH DRIVER AND PASSED  *
      *  TO PPDRV215.  DSPC-COUNT = 0 MEANS NO FILE WAS      *
      *  LOADED AND PPDRV215 DISPATCHES FROM ITS COMPILED    *
      *  DEFAULT ROWS.                                       *
      ********************************************************
       01  DISP-CTL-TABLE.
           05  DSPC-VERSION         PIC X(08).
           05  DSPC-COUNT           PIC 9(03).
           05  DSPC-ENTRY OCCURS 60 TIMES
                          INDEXED BY DSPC-IDX DSPC-SIDX.
               10  DSPC-BEGIN-DATE  PIC 9(08).
               10  DSPC-END-DATE    PIC 9(08).
               10  DSPC-MODULE      PIC X(08).
               10  DSPC-CAL-VERSION PIC X(05).
               10  DSPC-INTERFACE   PIC X(01).
                   88  DSPC-IFACE-VALID     VALUE 'A' THRU 'G'.
               10  DSPC-ACTIVE      PIC X(01).
                   88  DSPC-IS-ACTIVE       VALUE 'Y'.
