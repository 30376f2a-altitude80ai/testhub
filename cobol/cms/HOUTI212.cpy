      *  KEYED BY FIPS COUNTY CODE (OUTM-CNTY), EFFECTIVE     *
      *  FISCAL YEAR (OUTM-EFF-DATE), AND THE ADD-ON FACTOR   *
      *  TO BE ADDED TO THE COUNTY'S STANDARD WAGE INDEX.     *
      *  A COUNTY'S ROWS ARE CONTIGUOUS, IN COUNTY AND        *
      *  EFFECTIVE-DATE ORDER.  LOADED ONCE PER RUN BY THE    *
      *  BATCH DRIVER FROM THE OUTMIGRATION FILE AND PASSED   *
      *  TO PPDRV215; OUTM-COUNT ROWS ARE IN USE.             *
      *  ROW LAYOUT:  CNTY(5) EFF-DATE(8) ADJ-FACTOR(5)       *
      ********************************************************
       01  OUTM-ADJ-TABLE.
           05  OUTM-COUNT                    PIC 9(04).
           05  OUTM-TAB OCCURS 3000 TIMES
                             INDEXED BY OUTM-IDX.
               10  OUTM-CNTY                 PIC X(05).
               10  OUTM-EFF-DATE             PIC 9(08).
