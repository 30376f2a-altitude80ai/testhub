      ********************************************************
      *                  LIABSVC COPYBOOK                    *
      *   BENEFICIARY LIABILITY SERVICE COMMUNICATION AREA   *
      *------------------------------------------------------*
      *  PASSED ON EVERY CALL TO PPLIA215, WHICH SETTLES ONE *
      *  PRICED CLAIM: PART A DEDUCTIBLE, COINSURANCE DAYS   *
      *  61-90, LIFETIME RESERVE DAYS AND THE MSP SECONDARY  *
      *  PAYMENT.  PPSET215 CALLS IT FOR EVERY BILL IT       *
      *  SETTLES; PPSVC215 CALLS IT FOR AN ONLINE ESTIMATE.  *
      *                                                      *
      *  LB-DAY-BANK-SW 'Y' PASSES THE BENEFICIARY'S DAY-    *
      *  BANK POSITION IN LB-DAY-BANK (ALL ZERO FOR ONE NOT  *
      *  SEEN BEFORE); IT COMES BACK UPDATED FOR THIS STAY   *
      *  AND THE CALLER KEEPS IT.  'N' SETTLES PER BILL.     *
      *  LB-MSP-PRIMARY-PAID ZERO MEANS NO MSP INVOLVEMENT.  *
      *                                                      *
      *  LB-RETURN-CODE:                                     *
      *   00 SETTLED                                         *
      *   04 CLAIM NOT PAID (RTC 50 OR OVER) - NO LIABILITY, *
      *      NET ZERO, DAY BANK UNTOUCHED                    *
      *   08 NO PART A RATE FOR THE DISCHARGE DATE - NO      *
      *      LIABILITY, NET IS THE GROSS PAYMENT, DAY BANK   *
      *      UNTOUCHED                                       *
      ********************************************************
       01  LIABSVC-AREA.
           05  LB-RETURN-CODE             PIC 9(02).
               88  LB-SETTLED             VALUE 00.
               88  LB-NOT-PAID            VALUE 04.
               88  LB-NO-PARTA-RATE       VALUE 08.
      *    THE CLAIM
           05  LB-DISCHARGE-DATE          PIC 9(08).
           05  LB-ADMIT-DATE              PIC 9(08).
           05  LB-COVERED-DAYS            PIC 9(03).
           05  LB-LTR-DAYS                PIC 9(02).
           05  LB-CHARGES-CLAIMED         PIC 9(07)V9(02).
           05  LB-PPS-RTC                 PIC 9(02).
           05  LB-GROSS-PAYMENT           PIC 9(09)V9(02).
           05  LB-SEQUESTRATION-AMT       PIC 9(09)V9(02).
      *    THE PRIMARY PAYER, WHEN MEDICARE IS SECONDARY
           05  LB-MSP-PRIMARY-PAID        PIC 9(09)V9(02).
           05  LB-MSP-PAYER-TYPE          PIC X(01).
           05  LB-MSP-OTAF-AMT            PIC 9(09)V9(02).
      *    THE BENEFICIARY'S DAY-BANK POSITION - IN AND OUT
           05  LB-DAY-BANK-SW             PIC X(01).
               88  LB-USE-DAY-BANK        VALUE 'Y'.
           05  LB-DAY-BANK.
               10  LB-DB-PERIOD-START     PIC 9(08).
               10  LB-DB-LAST-DISCHARGE   PIC 9(08).
               10  LB-DB-PERIOD-DAYS-USED PIC 9(03).
               10  LB-DB-PERIOD-DED-SW    PIC X(01).
               10  LB-DB-LTR-DAYS-USED    PIC 9(02).
      *    THE SETTLEMENT
           05  LB-DEDUCTIBLE-AMT          PIC 9(05)V9(02).
           05  LB-COINS-DAYS              PIC 9(03).
           05  LB-COINS-AMT               PIC 9(07)V9(02).
           05  LB-LTR-GRANTED             PIC 9(02).
           05  LB-LTR-AMT                 PIC 9(07)V9(02).
           05  LB-LIABILITY-AMT           PIC 9(09)V9(02).
           05  LB-NET-AMT                 PIC 9(09)V9(02).
           05  LB-MSP-FORMULA             PIC X(02).
      *        'F1' 'F2' 'F3' GOVERNING MSP FORMULA, SPACES = NONE
           05  LB-NEW-PERIOD-SW           PIC X(01).
               88  LB-NEW-BENEFIT-PERIOD  VALUE 'Y'.
           05  LB-DED-WAIVED-SW           PIC X(01).
               88  LB-DED-WAIVED          VALUE 'Y'.
           05  LB-LTR-CAPPED-SW           PIC X(01).
               88  LB-LTR-CAPPED          VALUE 'Y'.
