                   88  PV-STATE-ALASKA      VALUE '02'.
                   88  PV-STATE-HAWAII      VALUE '12'.
               10  FILLER                 PIC X(68).
      ********************************************************
      *  PROV-NPI-VIEW REDEFINES THE SAME BYTES AS             *
      *  P-NEW-NPI10 IN PROV-NEWREC-HOLD1, GIVING BATCH        *
      *  PROGRAMS A NAMED VIEW OF THE PROVIDER'S BILLING NPI   *
      *  FOR THE NPI/CCN INTAKE EDIT.                          *
      ********************************************************
           05  PROV-NPI-VIEW REDEFINES PROV-RECORD1.
               10  PV-NPI10               PIC X(10).
               10  FILLER                 PIC X(70).
           05  PROV-RECORD2               PIC X(80).
           05  PROV-FYE-VIEW REDEFINES PROV-RECORD2.
               10  FILLER                 PIC X(49).
