      ********************************************************
      *                 CLMMEDIA COPYBOOK                    *
      *     CLAIM SUBMISSION-MEDIUM EXTRACT RECORD           *
      *------------------------------------------------------*
      *  ONE RECORD PER CLAIM PPCNV215 CONVERTS FOR A        *
      *  TRADING PARTNER WHOSE PROFILE SAYS IT SUBMITS ON    *
      *  PAPER.  A CLAIM WITH NO RECORD HERE WAS SUBMITTED   *
      *  ELECTRONICALLY.  CM-MEDIUM:                         *
      *                                                      *
      *   E ELECTRONIC                                       *
      *   P PAPER                                            *
      *                                                      *
      *  PPBAT215 LOOKS THE CLAIM UP BY PROVIDER, DISCHARGE  *
      *  DATE AND MBI TO SET ITS PAYMENT-FLOOR DATE - THE    *
      *  EARLIEST DAY A CLEAN CLAIM MAY BE PAID AFTER ITS    *
      *  RECEIPT DATE.  PPBAT215 CARRIES THE PAPER ROWS RUN  *
      *  TO RUN IN THIS SAME LAYOUT (PAPMEDI TO PAPMEDO)     *
      *  UNTIL THEIR PAPER FLOOR DATE HAS PASSED, SO A CLAIM *
      *  PENDED, RECYCLED OR REWORKED AFTER ITS NIGHT OF     *
      *  CONVERSION KEEPS ITS PAPER FLOOR.                   *
      ********************************************************
       01  CLAIM-MEDIUM-REC.
           05  CM-PROVIDER-NO             PIC X(06).
           05  CM-DISCHARGE-DATE          PIC 9(08).
           05  CM-MBI                     PIC X(11).
           05  CM-RECEIPT-DATE            PIC 9(08).
           05  CM-SUBMITTER-ID            PIC X(08).
           05  CM-MEDIUM                  PIC X(01).
               88  CM-ELECTRONIC          VALUE 'E'.
               88  CM-PAPER               VALUE 'P'.
           05  FILLER                     PIC X(18).
