      ********************************************************
      *                  WKLSUM COPYBOOK                     *
      *        MONTHLY WORKLOAD SUMMARY HISTORY ROW          *
      *------------------------------------------------------*
      *  ONE RECORD PER REPORT MONTH, IN MONTH ORDER, AS     *
      *  PPWKL215 REPORTED IT.  THE FILE IS CARRIED FORWARD  *
      *  (WKLHSTI TO WKLHSTO); A RERUN OF A MONTH REPLACES   *
      *  THAT MONTH'S ROW.  THE PENDING INVENTORY IS A       *
      *  MONTH-END SNAPSHOT OF THE CARRIED QUEUES AND CANNOT *
      *  BE REBUILT LATER, SO NEXT MONTH'S COMPARISON TAKES  *
      *  IT FROM HERE.                                       *
      *                                                      *
      *  WM-FIGURE, BY POSITION:                             *
      *    RECEIPTS (BY B-21-RECEIPT-DATE)                   *
      *     01 CLAIMS RECEIVED      02 ORIGINALS             *
      *     03 ADJUSTMENTS          04 CANCELS               *
      *    DISPOSITIONS (BY RUN DATE) - REGISTRY             *
      *     05 PRICING RUNS         06 BILLS READ            *
      *     07 BILLS PRICED         08 BILLS REJECTED        *
      *     09 BILLS QUARANTINED    10 DUPLICATE BILLS       *
      *     11 BILLS PENDED         12 CLAIMS FUNDS-HELD     *
      *     13 PAYMENT TOTAL (DOLLARS)                       *
      *    DISPOSITIONS (BY RUN DATE) - HISTORY REPOSITORY   *
      *     14 CLAIMS PROCESSED     15 PAID                  *
      *     16 NOT PAYABLE                                   *
      *    TIMELINESS - RECEIPT TO PAYMENT                   *
      *     17 PAID CLAIMS WITH A RECEIPT DATE               *
      *     18 CLEAN CLAIMS PAID    19 CLEAN PAID IN TIME    *
      *     20 PERCENT CLEAN PAID IN TIME (2 DECIMALS)       *
      *     21 MEAN DAYS (2 DECIMALS)                        *
      *     22-25 DAYS AT THE 50TH, 75TH, 90TH, 95TH         *
      *           PERCENTILE                                 *
      *    PENDING INVENTORY AT MONTH END                    *
      *     26 PROVIDER NOT FOUND   27 INTERIM STAY HELD     *
      *     28 MANUAL REVIEW        29 FUNDS HOLD            *
      *     30 PAYMENT FLOOR        31 TOTAL PENDING         *
      *     32-36 AGED 0-30, 31-60, 61-90, 91-120 AND OVER   *
      *           120 DAYS FROM RECEIPT                      *
      *     37 RETURNED FOR CORRECTION (NOT IN THE TOTAL)    *
      *     38-40 SPARE                                      *
      *  WM-INVENTORY-SW IS 'Y' WHEN 26-37 WERE TAKEN.       *
      ********************************************************
       01  WORKLOAD-SUMMARY-REC.
           05  WM-MONTH                   PIC 9(06).
           05  WM-RUN-DATE                PIC 9(08).
           05  WM-INVENTORY-SW            PIC X(01).
           05  WM-FIGURE                  PIC 9(11)V9(02)
                                          OCCURS 40 TIMES.
           05  FILLER                     PIC X(15).
