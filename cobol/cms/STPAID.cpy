      ********************************************************
      *                  STPAID COPYBOOK                     *
      *        STATE MEDICAID PAYMENT RECORD                 *
      *------------------------------------------------------*
      *  ONE RECORD PER PAYMENT A STATE MEDICAID AGENCY HAS   *
      *  REPORTED AGAINST THE BENEFICIARY LIABILITY OF A      *
      *  DUAL-ELIGIBLE CROSSOVER CLAIM.  PPXRC215 WRITES ONE  *
      *  FOR EVERY PAID CROSSOVER RESPONSE IT MATCHES, AND    *
      *  PPBDR215 NETS THEM FROM THE BAD-DEBT LIABILITY.      *
      *  SP-BILL-KEY IS THE BILL'S PROVIDER, DISCHARGE DATE   *
      *  AND MBI.                                             *
      ********************************************************
       01  STATE-PAID-REC.
           05  SP-BILL-KEY.
               10  SP-PROVIDER-NO         PIC X(06).
               10  SP-DISCHARGE-DATE      PIC 9(08).
               10  SP-MBI                 PIC X(11).
           05  SP-STATE                   PIC X(02).
           05  SP-PAID-DATE               PIC 9(08).
           05  SP-PAID-AMT                PIC 9(09)V9(02).
           05  SP-REFERENCE               PIC X(20).
           05  FILLER                     PIC X(14).
