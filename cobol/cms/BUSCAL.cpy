      ********************************************************
      *                  BUSCAL COPYBOOK                     *
      *        BUSINESS PROCESSING CALENDAR RECORD           *
      *------------------------------------------------------*
      *  ONE RECORD PER CALENDAR DAY, IN DATE ORDER WITH NO  *
      *  GAPS.  THE FILE IS LOADED AND PROVED BY PPCLD215,   *
      *  THE DATE SERVICE EVERY BATCH PROGRAM CALLS WHEN IT  *
      *  COUNTS PROCESSING DAYS.                             *
      *                                                      *
      *   BC-BUSINESS-DAY  'Y' - A PROCESSING DAY            *
      *                    'N' - WEEKEND OR HOLIDAY          *
      *   BC-HOLIDAY-NAME  NAME OF THE HOLIDAY, ELSE SPACES  *
      *   BC-CYCLE-RUN     'Y' - THE PAYMENT CYCLE RUNS      *
      *                    'N' - NO CYCLE THAT DAY           *
      ********************************************************
       01  BUS-CAL-REC.
           05  BC-DATE                    PIC 9(08).
           05  BC-BUSINESS-DAY            PIC X(01).
               88  BC-IS-BUSINESS-DAY     VALUE 'Y'.
           05  BC-HOLIDAY-NAME            PIC X(30).
           05  BC-CYCLE-RUN               PIC X(01).
               88  BC-IS-CYCLE-RUN        VALUE 'Y'.
           05  FILLER                     PIC X(40).
