      ********************************************************
      *                  LAYHDR COPYBOOK                     *
      *        LAYOUT-VERSION HEADER FOR OUTBOUND EXTRACTS   *
      *------------------------------------------------------*
      *  THE FIRST RECORD OF EVERY MACHINE-READABLE EXTRACT  *
      *  (PPSOUT, PPSDTL, REMITOUT, SETTLOUT, RESEARCH AND   *
      *  THE MERGED PPSMRG/REMMRG) NAMES THE RECORD LAYOUT   *
      *  THE REST OF THE FILE IS WRITTEN IN, ITS VERSION AND *
      *  RECORD LENGTH, AND THE RUN THAT PRODUCED IT.  EACH  *
      *  LAYOUT VERSION'S FIELDS AND OFFSETS ARE ON THE      *
      *  LAYOUT REGISTRY (COPYBOOKS LAYDICT AND LAYREG,      *
      *  PROGRAM PPLAY215).                                  *
      *                                                      *
      *  A READER COMPARES THE HEADER WITH THE LAYOUT,       *
      *  VERSION AND LENGTH IT WAS BUILT FOR AND REFUSES THE *
      *  FILE ON ANY DIFFERENCE.  A FILE WITH NO HEADER WAS  *
      *  WRITTEN BEFORE HEADERS BEGAN AND IS VERSION 001.    *
      *  ANY CHANGE TO AN EXTRACT'S RECORD - A FIELD ADDED,  *
      *  MOVED, RESIZED OR REMOVED - TAKES A NEW VERSION.    *
      *                                                      *
      *  THE HEADER IS 52 BYTES, SHORTER THAN ANY EXTRACT    *
      *  RECORD; THE REST OF THE RECORD IS SPACES.  NO DATA  *
      *  RECORD CAN BEGIN WITH THE TAG '*LAY'.               *
      ********************************************************
       01  LAYOUT-HDR-REC.
           05  LH-TAG                     PIC X(04).
               88  LH-IS-HEADER           VALUE '*LAY'.
           05  LH-LAYOUT-ID               PIC X(08).
           05  LH-LAYOUT-VERSION          PIC 9(03).
           05  LH-RECORD-LENGTH           PIC 9(05).
           05  LH-RUN-ID                  PIC X(08).
           05  LH-RUN-DATE                PIC 9(08).
           05  LH-RUN-TIME                PIC 9(08).
           05  LH-PRODUCER                PIC X(08).
