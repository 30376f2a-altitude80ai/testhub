      ********************************************************
      *                  ACCLOG COPYBOOK                     *
      *        IDENTIFIABLE-DATA DISTRIBUTION ACCESS LOG      *
      *------------------------------------------------------*
      *  ONE RECORD PER REPORT STREAM DELIVERED WITH THE     *
      *  BENEFICIARY IDENTIFIER UNMASKED, IN THE ORDER THE   *
      *  BUNDLES WERE WRITTEN.  PPRTE215 CARRIES THE LOG     *
      *  FORWARD (RTEACCI TO RTEACCO) AND APPENDS THE RUN'S  *
      *  ROWS.  ROWS ARE NEVER DROPPED.                      *
      *                                                      *
      *  A STREAM IS DELIVERED UNMASKED ONLY WHEN ITS        *
      *  DISTRIBUTION-CONTROL ROW GRANTS THE RECIPIENT FULL  *
      *  MBI ENTITLEMENT.  AL-MBI-SHOWN COUNTS THE MBIS THE  *
      *  RECIPIENT RECEIVED IN FULL; AL-LINES-SENT COUNTS    *
      *  THE STREAM'S LINES IN THE BUNDLE.                   *
      ********************************************************
       01  ACCESS-LOG-REC.
           05  AL-RUN-ID                  PIC X(08).
           05  AL-RUN-DATE                PIC 9(08).
           05  AL-RUN-TIME                PIC 9(08).
           05  AL-RECIPIENT               PIC X(12).
           05  AL-STREAM                  PIC X(08).
           05  AL-LINES-SENT              PIC 9(07).
           05  AL-MBI-SHOWN               PIC 9(07).
           05  AL-FIRST-PAGE              PIC 9(04).
           05  AL-LAST-PAGE               PIC 9(04).
           05  FILLER                     PIC X(14).
