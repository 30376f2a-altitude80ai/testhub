      ********************************************************
      *                 PRICELOG COPYBOOK                    *
      *      ONE PRICING OF ONE CLAIM - QUOTE OR BATCH       *
      *------------------------------------------------------*
      *  PPSVC215 APPENDS ONE RECORD TO QUOTELOG FOR EVERY   *
      *  CLAIM IT PRICES ONLINE; PPBAT215 APPENDS ONE TO     *
      *  PRCLOG FOR EVERY CLAIM IT PRICES OVERNIGHT.  BOTH   *
      *  CARRY WHAT THE PRICE WAS BUILT FROM - THE BILL AS   *
      *  PRICED, THE PROVIDER SEGMENT IN FORCE AND THE       *
      *  REFERENCE-TABLE SET (CATALOG VERSIONS) - WITH THE   *
      *  PPS-DATA AND WI-AUDIT-RECORD IT PRODUCED, SO        *
      *  PPQVB215 CAN MATCH A QUOTE TO THE BATCH PRICING OF  *
      *  THE SAME CLAIM AND SAY WHY THE TWO DIFFER.          *
      *                                                      *
      *  PX-ORIGIN-ID IS THE ONLINE SESSION ID ON A QUOTE    *
      *  AND THE RUN ID ON A BATCH PRICING.  THE TABLE-SET   *
      *  GENERATION AND LOAD STAMP ARE THE ONLINE REGION'S   *
      *  AND ARE ZERO ON A BATCH PRICING; THE CATALOG        *
      *  VERSIONS (MSAXWI, CBSAWI, CNTYCBSA, NEWTECH,        *
      *  DRGWGHT, OPERRATE, GEODSGN) ARE COMPARABLE ACROSS   *
      *  BOTH.  SPACES MEAN NO CATALOG WAS IN USE.           *
      ********************************************************
       01  PRICE-LOG-REC.
           05  PX-SOURCE                  PIC X(01).
               88  PX-ONLINE-QUOTE        VALUE 'Q'.
               88  PX-BATCH-PRICING       VALUE 'B'.
           05  PX-CLAIM-KEY.
               10  PX-PROVIDER-NO         PIC X(06).
               10  PX-MBI                 PIC X(11).
               10  PX-DISCHARGE-DATE      PIC 9(08).
           05  PX-ORIGIN-ID               PIC X(08).
           05  PX-PRICED-DATE             PIC 9(08).
           05  PX-PRICED-TIME             PIC 9(08).
           05  PX-TABLE-SET.
               10  PX-TS-GENERATION       PIC 9(04).
               10  PX-TS-LOAD-DATE        PIC 9(08).
               10  PX-TS-LOAD-TIME        PIC 9(08).
               10  PX-TS-CAT-VERS.
                   15  PX-TS-CAT-VER      PIC X(08) OCCURS 7 TIMES.
           05  PX-PROV-EFF-DATE           PIC 9(08).
           05  PX-PROV-RECORD             PIC X(310).
           05  PX-BILL-IMAGE              PIC X(791).
           05  PX-PPS-DATA                PIC X(89).
           05  PX-WI-AUDIT                PIC X(66).
