      *  RURAL CBSA IN EACH STATE.  A STATE'S URBAN CBSAS     *
      *  MAY NOT BE PAID LESS THAN THE STATE'S RURAL WAGE     *
      *  INDEX (THE "RURAL FLOOR").  KEYED BY THE STATE'S     *
      *  RURAL CBSA CODE (RUFL-CBSA), ONE ROW PER CBSA - THE  *
      *  FILE HOLDS A SINGLE FISCAL YEAR'S FLOOR.  PPDRV215   *
      *  MATCHES ON THE CBSA ALONE AND USES THE ROW ONLY WHEN *
      *  ITS EFFECTIVE DATE FALLS IN THE CLAIM'S FISCAL YEAR; *
      *  THE TABLE VALIDATION REJECTS A REPEATED CBSA.        *
      *  LOADED ONCE PER RUN BY THE BATCH DRIVER FROM THE     *
      *  RURAL FLOOR FILE AND PASSED TO PPDRV215; RUFL-COUNT  *
      *  ROWS ARE IN USE.                                     *
      *  ROW LAYOUT:  CBSA(5) EFF-DATE(8) WAGE-INDEX(6)       *
      ********************************************************
       01  RUFL-FLOOR-TABLE.
           05  RUFL-COUNT                    PIC 9(03).
           05  RUFL-TAB OCCURS 500 TIMES
                             INDEXED BY RUFL-IDX.
               10  RUFL-CBSA                 PIC X(05).
               10  RUFL-EFF-DATE             PIC 9(08).
