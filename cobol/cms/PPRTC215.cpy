               '68INVALID VALUE-BASED PURCHASE DATA'.
           05  FILLER   PIC X(42) VALUE
               '69STATUS CHANGED TO OUTPATIENT (CC 44)'.
           05  FILLER   PIC X(42) VALUE
               '70BILLING NPI NOT VALID FOR PROVIDER CCN'.
           05  FILLER   PIC X(42) VALUE
               '98BILL OLDER THAN 5 YEARS, NOT PROCESSED'.
       01  RTC-DESC-TABLE REDEFINES RTC-DESC-DATA.
           05  RTC-DESC-ENTRY OCCURS 33 TIMES
                       ASCENDING KEY IS RTC-DESC-CODE
                       INDEXED BY RTC-IDX.
               10  RTC-DESC-CODE          PIC X(02).
