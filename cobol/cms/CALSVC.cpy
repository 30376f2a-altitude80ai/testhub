      ********************************************************
      *                  CALSVC COPYBOOK                     *
      *     BUSINESS CALENDAR DATE SERVICE COMMUNICATION     *
      *------------------------------------------------------*
      *  PASSED ON EVERY CALL TO PPCLD215.  CS-FUNCTION:     *
      *                                                      *
      *   I  LOAD AND PROVE THE CALENDAR; IT MUST COVER      *
      *      CS-FROM-DATE THROUGH CS-TO-DATE                 *
      *   Q  DESCRIBE CS-FROM-DATE                           *
      *   R  ROLL CS-FROM-DATE FORWARD TO A BUSINESS DAY     *
      *      (THE SAME DATE IF IT IS ONE)                    *
      *   A  ADD CS-DAYS BUSINESS DAYS TO CS-FROM-DATE       *
      *   C  COUNT THE BUSINESS DAYS AFTER CS-FROM-DATE      *
      *      THROUGH CS-TO-DATE INTO CS-DAYS                 *
      *   N  NEXT CYCLE-RUN DATE AFTER CS-FROM-DATE          *
      *                                                      *
      *  CS-RETURN-CODE:                                     *
      *   00 OK                                              *
      *   08 CALENDAR NOT INITIALIZED                        *
      *   12 NO CALENDAR FILE                                *
      *   16 CALENDAR FAILED VALIDATION OR DOES NOT COVER    *
      *      THE RANGE ASKED FOR                             *
      *   20 DATE OUTSIDE THE CALENDAR                       *
      *   24 UNKNOWN FUNCTION                                *
      ********************************************************
       01  CALSVC-AREA.
           05  CS-FUNCTION                PIC X(01).
           05  CS-RETURN-CODE             PIC 9(02).
               88  CS-OK                  VALUE 00.
               88  CS-NO-CALENDAR         VALUE 12.
           05  CS-FROM-DATE               PIC 9(08).
           05  CS-TO-DATE                 PIC 9(08).
           05  CS-DAYS                    PIC 9(05).
           05  CS-RESULT-DATE             PIC 9(08).
           05  CS-BUSINESS-DAY            PIC X(01).
           05  CS-CYCLE-RUN               PIC X(01).
           05  CS-HOLIDAY-NAME            PIC X(30).
           05  CS-FIRST-DATE              PIC 9(08).
           05  CS-LAST-DATE               PIC 9(08).
