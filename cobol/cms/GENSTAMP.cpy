      ********************************************************
      *                 GENSTAMP COPYBOOK                    *
      *     GENERATION HEADER FOR CARRIED-FORWARD FILES      *
      *------------------------------------------------------*
      *  THE FIRST RECORD OF EVERY FILE CARRIED FROM ONE RUN *
      *  TO THE NEXT IN AN IN/OUT PAIR (LEDGER, PEND QUEUE,  *
      *  MONTH-TO-DATE TOTALS, HOLD QUEUES, DAY BANK ...)    *
      *  NAMES THE RUN THAT WROTE IT.  THE WRITING RUN PUTS  *
      *  IT OUT AHEAD OF THE DATA; EVERY READER SKIPS IT,    *
      *  AND A PROGRAM THAT COPIES THE FILE THROUGH CARRIES  *
      *  IT ACROSS UNCHANGED.  AT START-UP THE NEXT RUN      *
      *  MATCHES GS-RUN-ID AGAINST THE LAST RUN IN THE       *
      *  RUN-HISTORY REGISTRY BEFORE IT WILL USE THE FILE.   *
      *                                                      *
      *  THE HEADER IS 28 BYTES, SHORTER THAN ANY CARRIED    *
      *  RECORD; THE REST OF THE RECORD IS SPACES.  NO DATA  *
      *  RECORD CAN BEGIN WITH THE TAG '*GEN'.               *
      ********************************************************
       01  GEN-STAMP-REC.
           05  GS-TAG                     PIC X(04).
               88  GS-IS-STAMP            VALUE '*GEN'.
           05  GS-RUN-ID                  PIC X(08).
           05  GS-RUN-DATE                PIC 9(08).
           05  GS-RUN-TIME                PIC 9(08).
