      ********************************************************
      *                  XMTREG COPYBOOK                     *
      *        OUTBOUND FILE TRANSMISSION REGISTRY ROW       *
      *------------------------------------------------------*
      *  ONE RECORD PER FILE SENT OUTSIDE THE BUILDING       *
      *  (REMITTANCE, CROSSOVER, MSN PRINT, GL JOURNAL       *
      *  VOUCHER, RESEARCH EXTRACT, EFT AND CHECK FILES),    *
      *  IN XG-XMIT-ID ORDER.  PPXMT215 CARRIES THE REGISTRY *
      *  FORWARD (XMTREGIN TO XMTREGOT), ADDING A ROW FOR    *
      *  EACH FILE SENT AND POSTING THE RECEIVER'S           *
      *  ACKNOWLEDGMENT TO IT.  ROWS ARE NEVER DROPPED.      *
      *                                                      *
      *   XG-STATUS  'S' - SENT, NOT YET ACKNOWLEDGED        *
      *              'A' - ACCEPTED BY THE RECEIVER          *
      *              'R' - REJECTED BY THE RECEIVER          *
      *              'M' - ACCEPTED, BUT THE RECEIVER'S      *
      *                    RECORD COUNT OR CONTROL TOTAL     *
      *                    DISAGREES WITH OURS               *
      *                                                      *
      *  XG-CONTENT-HASH IS A POSITION-WEIGHTED CHECKSUM OF  *
      *  EVERY BYTE SENT, SO THE SAME FILE SENT TWICE IS     *
      *  RECOGNIZED.  A RESEND IS A ROW OF ITS OWN WITH      *
      *  XG-RESEND-OF NAMING THE FIRST SENDING; THE FIRST    *
      *  SENDING COUNTS ITS RESENDS AND KEEPS THE LATEST.    *
      *  AN EARLIER RESEND COUNTS THE LATER ONES THE SAME    *
      *  WAY, SO ANY ROW WITH XG-RESEND-COUNT ABOVE ZERO HAS *
      *  BEEN SUPERSEDED BY XG-LAST-RESEND-ID.               *
      *  XG-ACK-HOURS IS THE DESTINATION'S AGREED TIME TO    *
      *  ACKNOWLEDGE, AS IT STOOD WHEN THE FILE WAS SENT.    *
      ********************************************************
       01  XMIT-REG-REC.
           05  XG-XMIT-ID                 PIC 9(09).
           05  XG-RUN-ID                  PIC X(08).
           05  XG-FILE-TYPE               PIC X(08).
           05  XG-DEST-ID                 PIC X(08).
           05  XG-SENT-DATE               PIC 9(08).
           05  XG-SENT-TIME               PIC 9(08).
           05  XG-RECORD-COUNT            PIC 9(09).
           05  XG-CONTROL-TOTAL           PIC S9(13)V9(02).
           05  XG-CONTENT-HASH            PIC 9(09).
           05  XG-ACK-HOURS               PIC 9(04).
           05  XG-STATUS                  PIC X(01).
               88  XG-AWAITING-ACK        VALUE 'S'.
               88  XG-ACCEPTED            VALUE 'A'.
               88  XG-REJECTED            VALUE 'R'.
               88  XG-MISMATCHED          VALUE 'M'.
           05  XG-ACK-DATE                PIC 9(08).
           05  XG-ACK-TIME                PIC 9(08).
           05  XG-ACK-RECORD-COUNT        PIC 9(09).
           05  XG-ACK-CONTROL-TOTAL       PIC S9(13)V9(02).
           05  XG-ACK-REASON              PIC X(04).
           05  XG-ACK-TEXT                PIC X(30).
           05  XG-ACK-REF                 PIC X(20).
           05  XG-RESEND-OF               PIC 9(09).
           05  XG-RESEND-COUNT            PIC 9(03).
           05  XG-LAST-RESEND-ID          PIC 9(09).
           05  FILLER                     PIC X(38).
