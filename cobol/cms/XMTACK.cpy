      ********************************************************
      *                  XMTACK COPYBOOK                     *
      *      RECEIVER ACKNOWLEDGMENT OF AN OUTBOUND FILE     *
      *------------------------------------------------------*
      *  ONE RECORD PER ACKNOWLEDGMENT OR REJECTION RETURNED *
      *  BY A RECEIVER, IN ANY ORDER.  PPXMT215 POSTS IT TO  *
      *  THE TRANSMISSION REGISTRY (COPYBOOK XMTREG).        *
      *                                                      *
      *  A RECEIVER THAT ECHOES OUR TRANSMISSION ID IS       *
      *  MATCHED ON IT.  OTHERWISE XA-XMIT-ID IS ZERO AND    *
      *  THE ACKNOWLEDGMENT IS MATCHED ON DESTINATION, FILE  *
      *  TYPE AND RUN ID TO THE LATEST SENDING OF THAT FILE. *
      *  THE RECEIVER'S RECORD COUNT AND CONTROL TOTAL ARE   *
      *  CHECKED AGAINST OURS WHEN REPORTED (NONZERO).       *
      ********************************************************
       01  XMIT-ACK-REC.
           05  XA-XMIT-ID                 PIC 9(09).
           05  XA-DEST-ID                 PIC X(08).
           05  XA-FILE-TYPE               PIC X(08).
           05  XA-RUN-ID                  PIC X(08).
           05  XA-ACK-STATUS              PIC X(01).
               88  XA-ACCEPTED            VALUE 'A'.
               88  XA-REJECTED            VALUE 'R'.
           05  XA-ACK-DATE                PIC 9(08).
           05  XA-ACK-TIME                PIC 9(08).
           05  XA-RECORD-COUNT            PIC 9(09).
           05  XA-CONTROL-TOTAL           PIC S9(13)V9(02).
           05  XA-REASON                  PIC X(04).
           05  XA-TEXT                    PIC X(30).
           05  XA-REF                     PIC X(20).
           05  FILLER                     PIC X(12).
