      ********************************************************
      *                  DRVSTATE COPYBOOK                   *
      *     PPDRV215 PROVIDER-BREAK STATE, CALLER-OWNED      *
      *------------------------------------------------------*
      *  THE HOLD AREAS PPDRV215 CARRIES FROM ONE BILL TO    *
      *  THE NEXT (OUTMIGRATION, RURAL FLOOR, PRIOR-YEAR WI, *
      *  THE PROVIDER'S MSA/CBSA KEYS AND THE PUERTO RICO    *
      *  BLEND).  THE 'PPDRV215S' ENTRY TAKES THIS AREA AS   *
      *  ITS LAST PARAMETER SO EACH ONLINE SESSION KEEPS ITS *
      *  OWN COPY AND ONE SESSION'S BILLS CANNOT DISTURB     *
      *  ANOTHER'S.  THE OLDER ENTRIES POINT IT AT A SINGLE  *
      *  WORKING-STORAGE AREA INSIDE PPDRV215, AS BEFORE.    *
      *                                                      *
      *  A CALLER STARTS A SESSION BY MOVING SPACES TO THE   *
      *  WHOLE AREA; PPDRV215 SETS IT UP ON THE FIRST CALL   *
      *  (DS-STATE-READY) AND THE CALLER MUST NOT ALTER IT   *
      *  AFTER THAT.  THE AREA IS 100 BYTES.                 *
      ********************************************************
       01  DRV-SESSION-STATE.
           05  DS-STATE-TAG               PIC X(04).
               88  DS-STATE-READY         VALUE 'DRV5'.
           05  DS-LAST-PROVIDER           PIC X(06).
           05  HOLD-OUTM-DATA.
               10  OUTM-IND               PIC 9(01).
               10  OUTM-IDX2              PIC 9(04).
               10  HLD-OUTM-ADJ           PIC S9(01)V9(04).
           05  HOLD-RUFL-DATA.
               10  RUFL-IDX2              PIC 9(03).
           05  HOLD-PREV-DATA.
               10  HLD-PREV-WI            PIC S9(02)V9(04).
           05  HOLD-PROV-MSAX.
               10  H-MSAX-PROV-BLANK      PIC X(02).
               10  H-MSAX-PROV-STATE.
                   15  FILLER             PIC X(01).
                   15  H-MSAX-LAST-POS    PIC X(01).
           05  HOLD-PROV-CBSA.
               10  H-CBSA-PROV-BLANK      PIC X(03).
               10  H-CBSA-PROV-STATE.
                   15  FILLER             PIC X(01).
                   15  H-CBSA-LAST-POS    PIC X(01).
           05  HOLD-RURAL-CBSA.
               10  H-CBSA-RURAL-BLANK     PIC X(03).
               10  H-CBSA-RURAL-STATE.
                   15  FILLER             PIC X(01).
                   15  H-CBSA-RURAL-LAST-POS PIC X(01).
           05  MES-PRSPC.
               10  MES-PRSPC-PROV         PIC X(06).
               10  FILLER                 PIC X(03).
               10  MESWK-PRSPC-WAGEIN-BLEND PIC S9(02)V9(04).
           05  FILLER                     PIC X(42).
