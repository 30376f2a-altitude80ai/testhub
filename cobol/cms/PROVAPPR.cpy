      ********************************************************
      *                 PROVAPPR COPYBOOK                    *
      *        PROVIDER MASTER CHANGE APPROVAL LOG RECORD    *
      *------------------------------------------------------*
      *  ONE RECORD PER PROVIDER SEGMENT CHANGED OR ADDED BY  *
      *  AN APPROVED PPPSF215 RUN (APPROVE=Y), APPENDED TO    *
      *  THE LOG IN THE SAME STEP THAT WRITES THE UPDATED     *
      *  MASTER.  CARRIES THE APPROVED SEGMENT IMAGE, SO A    *
      *  LATER CHANGE TO THE SAME SEGMENT DOES NOT RIDE ON AN *
      *  EARLIER APPROVAL:                                    *
      *                                                      *
      *   AP-SOURCE  'Q' - QUARTERLY CMS RELEASE INTAKE      *
      *              'E' - DOCUMENTED EMERGENCY FIX          *
      *   AP-ACTION  'C' - SEGMENT CHANGED                   *
      *              'A' - SEGMENT ADDED                     *
      *                                                      *
      *  PPBAT215 READS THE LOG AT START-UP TO TELL APPROVED  *
      *  MASTER CHANGES FROM OUT-OF-BAND ONES.                *
      ********************************************************
       01  PROV-APPR-REC.
           05  AP-PROV-KEY.
               10  AP-PROVIDER-NO         PIC X(06).
               10  AP-SEGMENT-EFF-DATE    PIC 9(08).
           05  AP-APPROVAL-DATE           PIC 9(08).
           05  AP-SOURCE                  PIC X(01).
               88  AP-QUARTERLY-INTAKE    VALUE 'Q'.
               88  AP-EMERGENCY-FIX       VALUE 'E'.
           05  AP-ACTION                  PIC X(01).
               88  AP-SEGMENT-CHANGED     VALUE 'C'.
               88  AP-SEGMENT-ADDED       VALUE 'A'.
           05  AP-REFERENCE               PIC X(20).
           05  AP-PROV-RECORD             PIC X(310).
           05  FILLER                     PIC X(06).
