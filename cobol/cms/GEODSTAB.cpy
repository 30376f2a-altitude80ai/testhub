      ********************************************************
      *                 GEODSTAB COPYBOOK                    *
      *  RUNTIME-LOADED GEOGRAPHIC-DESIGNATION TABLE         *
      *------------------------------------------------------*
      *  DATA-DRIVEN REPLACEMENT FOR THE PROVIDER-NUMBER AND *
      *  AREA LISTS COMPILED INTO PPDRV215 - THE SECTION 401 *
      *  RURAL RECLASSIFICATION PARAGRAPHS (2700/2800), THE  *
      *  RURAL FLOOR LISTS (2300), THE LUGAR HOSPITAL        *
      *  PARAGRAPHS (2500) AND THE LOW-WAGE-INDEX QUARTILE   *
      *  THRESHOLDS.  ONE ROW PER DESIGNATION PER FISCAL     *
      *  YEAR, EFFECTIVE-DATED WITHIN THE YEAR:              *
      *                                                      *
      *   TYPE 4 - SECTION 401 HOSPITAL.  GEOD-PROVIDER IS   *
      *            PRICED IN RURAL AREA GEOD-TO-AREA.        *
      *   TYPE F - RURAL FLOOR.  A PROVIDER IN GEOD-STATE    *
      *            WHOSE AREA IS GEOD-FROM-AREA IS MOVED TO  *
      *            GEOD-TO-AREA.  GEOD-PROVIDER SPACES MEANS *
      *            EVERY PROVIDER IN THE STATE.  GEOD-SPEC-  *
      *            PAY-REQ 'Y' LIMITS THE ROW TO PROVIDERS   *
      *            WITH THE SPECIAL-PAY INDICATOR SET.       *
      *   TYPE L - LUGAR HOSPITAL.  GEOD-PROVIDER, LOCATED   *
      *            AND PAID IN GEOD-FROM-AREA WITH THE       *
      *            CHANGE-CODE INDICATOR SET, TAKES WAGE     *
      *            INDEX GEOD-WAGE-INDEX.                    *
      *   TYPE Q - LOW-WAGE-INDEX QUARTILE THRESHOLD.        *
      *            GEOD-PROVIDER SPACES; GEOD-WAGE-INDEX IS  *
      *            THE THRESHOLD FOR THE DATE RANGE.         *
      *                                                      *
      *  AREAS ARE CBSAS (X(05)) FROM FY 2005, MSAS (THE     *
      *  FIRST FOUR BYTES) BEFORE.  LOADED ONCE PER RUN BY   *
      *  THE BATCH DRIVER FROM THE GEOGRAPHIC-DESIGNATION    *
      *  FILE AND PASSED TO PPDRV215.  GEOD-COUNT = 0 MEANS  *
      *  NO FILE WAS LOADED AND PPDRV215 FALLS BACK TO ITS   *
      *  COMPILED LISTS AND THRESHOLDS.                      *
      ********************************************************
       01  GEO-DESIG-TABLE.
           05  GEOD-COUNT           PIC 9(04).
           05  GEOD-ENTRY OCCURS 2000 TIMES
                          INDEXED BY GEOD-IDX GEOD-SIDX.
               10  GEOD-TYPE        PIC X(01).
                   88  GEOD-SEC401          VALUE '4'.
                   88  GEOD-FLOOR           VALUE 'F'.
                   88  GEOD-LUGAR           VALUE 'L'.
                   88  GEOD-QUARTILE        VALUE 'Q'.
               10  GEOD-PROVIDER    PIC X(06).
               10  GEOD-FY          PIC 9(04).
               10  GEOD-EFF-DATE    PIC 9(08).
               10  GEOD-END-DATE    PIC 9(08).
               10  GEOD-STATE       PIC X(02).
               10  GEOD-FROM-AREA   PIC X(05).
               10  GEOD-TO-AREA     PIC X(05).
               10  GEOD-SPEC-PAY-REQ PIC X(01).
               10  GEOD-WAGE-INDEX  PIC 9(02)V9(04).
