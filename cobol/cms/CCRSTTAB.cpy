      ********************************************************
      *                 CCRSTTAB COPYBOOK                    *
      *  RUNTIME-LOADED STATEWIDE-AVERAGE COST-TO-CHARGE     *
      *  RATIO TABLE                                         *
      *------------------------------------------------------*
      *  ONE ROW PER STATE (SSA STATE CODE) AND AREA (U      *
      *  URBAN, R RURAL) PER EFFECTIVE DATE RANGE, CARRYING  *
      *  THE STATEWIDE-AVERAGE OPERATING AND CAPITAL CCRS.   *
      *  ROWS WITH STATE 'US' AND AREA 'N' CARRY THE         *
      *  NATIONAL OPERATING AND CAPITAL CCR CEILINGS FOR     *
      *  THEIR DATE RANGE.  LOADED ONCE PER RUN BY THE BATCH *
      *  DRIVER FROM THE STATEWIDE CCR FILE AND PASSED DOWN  *
      *  THROUGH PPDRV215 TO THE CURRENT PPCAL MODULES, THE  *
      *  SAME WAY OPER-RATE-TABLE IS.  THE PPCAL MODULE      *
      *  SUBSTITUTES THE STATEWIDE AVERAGE IN THE OUTLIER    *
      *  CALCULATION FOR A MISSING RATIO, A RATIO ABOVE THE  *
      *  CEILING, OR A NEW HOSPITAL, AND LEAVES THE FILED    *
      *  RATIOS AND THE REASON IN PPHOLDAR.                  *
      *  SCCR-COUNT = 0 MEANS NO FILE WAS LOADED AND THE     *
      *  PROVIDER'S FILED RATIOS ARE USED AS THEY STAND.     *
      ********************************************************
       01  STATE-CCR-TABLE.
           05  SCCR-COUNT           PIC 9(03).
           05  SCCR-ENTRY OCCURS 400 TIMES
                          INDEXED BY SCCR-IDX SCCR-SIDX.
               10  SCCR-STATE       PIC X(02).
               10  SCCR-AREA        PIC X(01).
                   88  SCCR-URBAN           VALUE 'U'.
                   88  SCCR-RURAL           VALUE 'R'.
                   88  SCCR-NATIONAL-CEILING VALUE 'N'.
               10  SCCR-EFF-DATE    PIC 9(08).
               10  SCCR-END-DATE    PIC 9(08).
               10  SCCR-OPER-CCR    PIC 9(01)V9(03).
               10  SCCR-CAPI-CCR    PIC 9(01)V9(03).
