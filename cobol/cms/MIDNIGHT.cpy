      *  HOLDS, BY MSA/CBSA, THE SHORT-STAY PAYMENT FACTOR    *
      *  APPLIED UNDER THE TWO-MIDNIGHT BENCHMARK POLICY.     *
      *  DEFAULTS TO 1.000000 (NO ADJUSTMENT) FOR ANY AREA     *
      *  NOT LISTED.  LOADED ONCE PER RUN BY THE BATCH DRIVER *
      *  FROM THE TWO-MIDNIGHT FACTOR FILE AND PASSED THROUGH *
      *  PPDRV215 TO THE PPCAL MODULES; MID-COUNT ROWS ARE IN *
      *  USE.                                                 *
      *  ROW LAYOUT:  MSAX(4) ADJ-FACTOR(8)                   *
      ********************************************************
       01  MID-ADJ-TABLE.
           05  MID-COUNT                  PIC 9(03).
           05  MID-ADJ-ROWS.
               10  MID-TAB OCCURS 500 TIMES
                             INDEXED BY MID-IDX.
                   15  WK-MID-MSAX        PIC X(04).
                   15  FILLER             PIC X(01).
                   15  MID-ADJ-FACT       PIC 9(02)V9(06).
           05  MID-DATA-ROWS REDEFINES MID-ADJ-ROWS.
               10  MID-DATA-TAB OCCURS 500 TIMES
                             PIC X(13).
