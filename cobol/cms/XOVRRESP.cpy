      ********************************************************
      *                 XOVRRESP COPYBOOK                    *
      *        STATE MEDICAID CROSSOVER RESPONSE RECORD      *
      *------------------------------------------------------*
      *  ONE RECORD PER STATE REPLY TO A CROSSOVER SENT ON    *
      *  THE PPSET215 CROSSOVER EXTRACT (XOVROUT), PUT INTO   *
      *  THIS LAYOUT FROM EACH STATE'S OWN FILE.  XR-KEY IS   *
      *  THE CROSSOVER'S PROVIDER, DISCHARGE DATE AND MBI:    *
      *                                                      *
      *   XR-RESPONSE-CODE  'A' - ACCEPTED                   *
      *                     'R' - REJECTED, REASON IN        *
      *                           XR-REJECT-REASON/-TEXT     *
      *                     'P' - PAID, AMOUNT IN            *
      *                           XR-PAID-AMT                *
      *                                                      *
      *  PPXRC215 MATCHES THE REPLIES TO ITS CROSSOVER        *
      *  TRACKING FILE (COPYBOOK XOVRTRK).                    *
      ********************************************************
       01  XOVR-RESP-REC.
           05  XR-KEY.
               10  XR-PROVIDER-NO         PIC X(06).
               10  XR-DISCHARGE-DATE      PIC 9(08).
               10  XR-MBI                 PIC X(11).
           05  XR-RESPONSE-DATE           PIC 9(08).
           05  XR-STATE                   PIC X(02).
           05  XR-RESPONSE-CODE           PIC X(01).
               88  XR-ACCEPTED            VALUE 'A'.
               88  XR-REJECTED            VALUE 'R'.
               88  XR-PAID                VALUE 'P'.
           05  XR-REJECT-REASON           PIC X(04).
           05  XR-REJECT-TEXT             PIC X(30).
           05  XR-PAID-AMT                PIC 9(09)V9(02).
           05  XR-STATE-REF               PIC X(20).
           05  FILLER                     PIC X(19).
