      ********************************************************
      *                  LAYREG COPYBOOK                     *
      *          OUTBOUND EXTRACT LAYOUT REGISTRY ROW        *
      *------------------------------------------------------*
      *  EVERY VERSION OF EVERY EXTRACT LAYOUT EVER WRITTEN  *
      *  WITH A LAYHDR HEADER: ONE 'L' ROW FOR THE LAYOUT    *
      *  VERSION FOLLOWED BY ONE 'F' ROW PER FIELD.          *
      *  PPLAY215 CARRIES THE REGISTRY FORWARD (LAYREGIN TO  *
      *  LAYREGOT), ADDING EACH NEW VERSION FROM THE LAYDICT *
      *  DICTIONARY ONCE; A REGISTERED VERSION IS NEVER      *
      *  CHANGED OR DROPPED.                                 *
      *                                                      *
      *   'L' ROW - LR-PRODUCER   PROGRAM THAT WRITES IT     *
      *             LR-FIELD-COUNT, LR-LENGTH (RECORD)       *
      *   'F' ROW - LR-FIELD-NAME, LR-OFFSET (FIRST BYTE,    *
      *             FROM 1), LR-LENGTH, LR-PICTURE           *
      ********************************************************
       01  LAYOUT-REG-REC.
           05  LR-ROW-TYPE                PIC X(01).
               88  LR-LAYOUT-ROW          VALUE 'L'.
               88  LR-FIELD-ROW           VALUE 'F'.
           05  LR-LAYOUT-ID               PIC X(08).
           05  LR-LAYOUT-VERSION          PIC 9(03).
           05  LR-FIELD-SEQ               PIC 9(03).
           05  LR-FIELD-NAME              PIC X(30).
           05  LR-PRODUCER REDEFINES LR-FIELD-NAME
                                          PIC X(30).
           05  LR-OFFSET                  PIC 9(05).
           05  LR-FIELD-COUNT REDEFINES LR-OFFSET
                                          PIC 9(05).
           05  LR-LENGTH                  PIC 9(05).
           05  LR-PICTURE                 PIC X(13).
           05  LR-DESC-TEXT               PIC X(40).
           05  LR-REGISTERED-DATE         PIC 9(08).
           05  FILLER                     PIC X(14).
