      ********************************************************
      *                 NPIEXCP COPYBOOK                     *
      *     BILLING NPI EXCEPTION EXTRACT RECORD             *
      *------------------------------------------------------*
      *  ONE RECORD PER BILL PPBAT215 REJECTED (RTC 70)      *
      *  BECAUSE ITS BILLING NPI DOES NOT BELONG TO THE      *
      *  BILL'S PROVIDER.  NX-REASON-CODE:                   *
      *                                                      *
      *   1 NPI NOT ON THE ENROLLMENT FILE                   *
      *   2 NPI NOT LINKED TO THE CCN                        *
      *   3 ENROLLMENT NOT IN EFFECT ON THE DISCHARGE DATE   *
      *   4 NPI DEACTIVATED                                  *
      *   5 NPI DIFFERS FROM THE PROVIDER MASTER             *
      *                                                      *
      *  PROVIDER, MBI AND DISCHARGE DATE ARE THE SAME CLAIM *
      *  IDENTITY THE EVENT JOURNAL CARRIES, SO PPCNV215 CAN *
      *  TRACE EACH REJECT BACK TO ITS TRADING PARTNER FOR   *
      *  THE PARTNER FOLLOW-UP.                              *
      ********************************************************
       01  NPI-EXCP-REC.
           05  NX-PROVIDER-NO             PIC X(06).
           05  NX-MBI                     PIC X(11).
           05  NX-DISCHARGE-DATE          PIC 9(08).
           05  NX-DRG                     PIC 9(03).
           05  NX-BILL-NPI10              PIC X(10).
           05  NX-MASTER-NPI10            PIC X(10).
           05  NX-REASON-CODE             PIC 9(01).
           05  NX-REASON-TEXT             PIC X(24).
           05  NX-CHARGES                 PIC 9(07)V9(02).
           05  NX-CLAIM-SEQ               PIC 9(09).
           05  FILLER                     PIC X(09).
