      ********************************************************
      *                 QUALPGM COPYBOOK                     *
      *   CMS QUALITY-PROGRAM SUPPLEMENTAL RESULT RECORD     *
      *------------------------------------------------------*
      *  ONE RECORD PER HOSPITAL PER QUALITY PROGRAM, TAKEN  *
      *  FROM THE ANNUAL CMS SUPPLEMENTAL FILES FOR THE      *
      *  FISCAL YEAR:                                        *
      *                                                      *
      *   PROGRAM I - INPATIENT QUALITY REPORTING.  STATUS   *
      *               'Y' = REQUIREMENTS MET (P-NEW-CBSA-    *
      *               HOSP-QUAL-IND '1').                    *
      *   PROGRAM E - EHR MEANINGFUL-USE REDUCTION.  STATUS  *
      *               'Y' = SUBJECT TO THE REDUCTION         *
      *               (P-NEW-EHR-REDUC-INDN 'Y').            *
      *   PROGRAM V - HOSPITAL VALUE-BASED PURCHASING.       *
      *               STATUS 'Y' = PARTICIPANT, QP-FACTOR IS *
      *               THE VBP ADJUSTMENT FACTOR.             *
      *   PROGRAM R - HOSPITAL READMISSIONS REDUCTION.       *
      *               STATUS 'Y' = PARTICIPANT, QP-FACTOR IS *
      *               THE HRR ADJUSTMENT FACTOR (FOUR        *
      *               DECIMALS USED).                        *
      *   PROGRAM H - HOSPITAL-ACQUIRED CONDITION PENALTY.   *
      *               STATUS 'Y' = ON THE PENALTY LIST.      *
      *                                                      *
      *  THE EHR AND HAC FILES ARE PENALTY LISTS - WHEN ONE  *
      *  IS SUPPLIED, A HOSPITAL NOT ON IT IS TAKEN AS NOT   *
      *  PENALIZED.  THE FILES ARE CONCATENATED AND SORTED   *
      *  INTO ASCENDING PROVIDER ORDER FOR PPQRC215.         *
      ********************************************************
       01  QUAL-PGM-REC.
           05  QP-PROVIDER-NO             PIC X(06).
           05  QP-PROGRAM                 PIC X(01).
               88  QP-IQR                 VALUE 'I'.
               88  QP-EHR                 VALUE 'E'.
               88  QP-VBP                 VALUE 'V'.
               88  QP-HRR                 VALUE 'R'.
               88  QP-HAC                 VALUE 'H'.
           05  QP-FISCAL-YEAR             PIC 9(04).
           05  QP-STATUS                  PIC X(01).
               88  QP-STATUS-YES          VALUE 'Y'.
               88  QP-STATUS-NO           VALUE 'N'.
           05  QP-FACTOR                  PIC 9V9(11).
           05  FILLER                     PIC X(16).
