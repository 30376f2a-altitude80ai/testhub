      *  EFFECT FOR THE IMMEDIATELY PRECEDING FISCAL YEAR.    *
      *  USED TO BLEND/TRANSITION A PROVIDER INTO A NEWLY     *
      *  PUBLISHED WAGE INDEX.  A PROVIDER NOT FOUND IN THIS  *
      *  TABLE CAUSES PPS-RTC 52 TO BE RETURNED.  LOADED ONCE *
      *  PER RUN BY THE BATCH DRIVER FROM THE PRIOR-YEAR      *
      *  WAGE INDEX FILE AND PASSED TO PPDRV215; PREV-COUNT   *
      *  ROWS ARE IN USE.                                     *
      *  ROW LAYOUT:  PROVIDER-NO(6) PRIOR-YR-WI(6)           *
      ********************************************************
       01  PREV-WI-TABLE.
           05  PREV-COUNT                    PIC 9(05).
           05  PREV-TAB OCCURS 6000 TIMES
                             INDEXED BY PREV-IDX.
               10  PREV-PROV                 PIC X(06).
               10  PREV-WI                   PIC 9(02)V9(04).
