      *  ETC).                                                *
      ********************************************************
               10  B-21-TF-EXCEPTION-CODE   PIC X(02).
      ********************************************************
      *  ATTENDING AND OPERATING PHYSICIAN NPI - FROM THE     *
      *  2310A AND 2310B PROVIDER LOOPS (NM1*71 AND NM1*72)   *
      *  OF AN 837I OR THE 'NPI' RECORD OF THE FLAT CLAIM     *
      *  INTERFACE.  SCREENED AGAINST THE EXCLUSION LIST AND  *
      *  THE DEACTIVATED-NPI FILE OVER THE STAY.  SPACES      *
      *  WHEN THE SOURCE DOES NOT SUPPLY THEM (NO PROCEDURE,  *
      *  NO OPERATING PHYSICIAN).                             *
      ********************************************************
               10  B-21-ATTENDING-NPI       PIC X(10).
               10  B-21-OPERATING-NPI       PIC X(10).
