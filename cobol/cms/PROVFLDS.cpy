      ********************************************************
      *                PROVFLDS COPYBOOK                     *
      *    PROV-NEW-HOLD FIELD POSITION TABLE                 *
      *------------------------------------------------------*
      *  ONE ROW PER ELEMENTARY FIELD OF PROVNEW.CPY          *
      *  (PROV-NEW-HOLD), IN RECORD ORDER, WITH ITS 1-BASED    *
      *  OFFSET AND LENGTH WITHIN THE 310-BYTE PROV-RECORD.    *
      *  DATES AND CODES ARE CARRIED AS ONE FIELD EVEN WHERE   *
      *  PROVNEW BREAKS THEM DOWN, AND THE RESERVE FILLERS     *
      *  ARE LISTED SO THE ROWS COVER EVERY BYTE OF THE        *
      *  SEGMENT.  USED TO PRODUCE FIELD-LEVEL BEFORE/AFTER    *
      *  LISTINGS OF TWO SEGMENT IMAGES BY REFERENCE           *
      *  MODIFICATION.  KEEP IN STEP WITH PROVNEW.CPY.         *
      ********************************************************
       01  PROV-FLD-DATA.
           05  FILLER PIC X(30) VALUE 'P-NEW-NPI10                   '.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC 9(03) VALUE 010.
           05  FILLER PIC X(30) VALUE 'P-NEW-PROVIDER-NO             '.
           05  FILLER PIC 9(03) VALUE 011.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-EFF-DATE                '.
           05  FILLER PIC 9(03) VALUE 017.
           05  FILLER PIC 9(03) VALUE 008.
           05  FILLER PIC X(30) VALUE 'P-NEW-FY-BEGIN-DATE           '.
           05  FILLER PIC 9(03) VALUE 025.
           05  FILLER PIC 9(03) VALUE 008.
           05  FILLER PIC X(30) VALUE 'P-NEW-REPORT-DATE             '.
           05  FILLER PIC 9(03) VALUE 033.
           05  FILLER PIC 9(03) VALUE 008.
           05  FILLER PIC X(30) VALUE 'P-NEW-TERMINATION-DATE        '.
           05  FILLER PIC 9(03) VALUE 041.
           05  FILLER PIC 9(03) VALUE 008.
           05  FILLER PIC X(30) VALUE 'P-NEW-WAIVER-CODE             '.
           05  FILLER PIC 9(03) VALUE 049.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-INTER-NO                '.
           05  FILLER PIC 9(03) VALUE 050.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-PROVIDER-TYPE           '.
           05  FILLER PIC 9(03) VALUE 055.
           05  FILLER PIC 9(03) VALUE 002.
           05  FILLER PIC X(30) VALUE 'P-NEW-CURRENT-CENSUS-DIV      '.
           05  FILLER PIC 9(03) VALUE 057.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-CHG-CODE-INDEX          '.
           05  FILLER PIC 9(03) VALUE 058.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-GEO-LOC-MSAX            '.
           05  FILLER PIC 9(03) VALUE 059.
           05  FILLER PIC 9(03) VALUE 004.
           05  FILLER PIC X(30) VALUE 'P-NEW-WAGE-INDEX-LOC-MSA      '.
           05  FILLER PIC 9(03) VALUE 063.
           05  FILLER PIC 9(03) VALUE 004.
           05  FILLER PIC X(30) VALUE 'P-NEW-STAND-AMT-LOC-MSA       '.
           05  FILLER PIC 9(03) VALUE 067.
           05  FILLER PIC 9(03) VALUE 004.
           05  FILLER PIC X(30) VALUE 'P-NEW-SOL-COM-DEP-HOSP-YR     '.
           05  FILLER PIC 9(03) VALUE 071.
           05  FILLER PIC 9(03) VALUE 002.
           05  FILLER PIC X(30) VALUE 'P-NEW-LUGAR                   '.
           05  FILLER PIC 9(03) VALUE 073.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-TEMP-RELIEF-IND         '.
           05  FILLER PIC 9(03) VALUE 074.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-FED-PPS-BLEND-IND       '.
           05  FILLER PIC 9(03) VALUE 075.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-STATE-CODE              '.
           05  FILLER PIC 9(03) VALUE 076.
           05  FILLER PIC 9(03) VALUE 002.
           05  FILLER PIC X(30) VALUE 'FILLER (HOLD1)                '.
           05  FILLER PIC 9(03) VALUE 078.
           05  FILLER PIC 9(03) VALUE 003.
           05  FILLER PIC X(30) VALUE 'P-NEW-CMI-ADJ-CPD             '.
           05  FILLER PIC 9(03) VALUE 081.
           05  FILLER PIC 9(03) VALUE 007.
           05  FILLER PIC X(30) VALUE 'P-NEW-COLA                    '.
           05  FILLER PIC 9(03) VALUE 088.
           05  FILLER PIC 9(03) VALUE 004.
           05  FILLER PIC X(30) VALUE 'P-NEW-INTERN-RATIO            '.
           05  FILLER PIC 9(03) VALUE 092.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-BED-SIZE                '.
           05  FILLER PIC 9(03) VALUE 097.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-CCR                     '.
           05  FILLER PIC 9(03) VALUE 102.
           05  FILLER PIC 9(03) VALUE 004.
           05  FILLER PIC X(30) VALUE 'P-NEW-CMI                     '.
           05  FILLER PIC 9(03) VALUE 106.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-SSI-RATIO               '.
           05  FILLER PIC 9(03) VALUE 111.
           05  FILLER PIC 9(03) VALUE 004.
           05  FILLER PIC X(30) VALUE 'P-NEW-MEDICAID-RATIO          '.
           05  FILLER PIC 9(03) VALUE 115.
           05  FILLER PIC 9(03) VALUE 004.
           05  FILLER PIC X(30) VALUE 'P-NEW-PPS-BLEND-YR-IND        '.
           05  FILLER PIC 9(03) VALUE 119.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-PRUP-UPDTE-FACTOR       '.
           05  FILLER PIC 9(03) VALUE 120.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-DSH-PERCENT             '.
           05  FILLER PIC 9(03) VALUE 126.
           05  FILLER PIC 9(03) VALUE 004.
           05  FILLER PIC X(30) VALUE 'P-NEW-FYE-DATE                '.
           05  FILLER PIC 9(03) VALUE 130.
           05  FILLER PIC 9(03) VALUE 008.
           05  FILLER PIC X(30) VALUE 'P-NEW-CBSA-SPEC-PAY-IND       '.
           05  FILLER PIC 9(03) VALUE 138.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-CBSA-HOSP-QUAL-IND      '.
           05  FILLER PIC 9(03) VALUE 139.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-CBSA-GEO-LOC            '.
           05  FILLER PIC 9(03) VALUE 140.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-CBSA-RECLASS-LOC        '.
           05  FILLER PIC 9(03) VALUE 145.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-CBSA-STAND-AMT-LOC      '.
           05  FILLER PIC 9(03) VALUE 150.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-CBSA-SPEC-WI            '.
           05  FILLER PIC 9(03) VALUE 155.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-PASS-AMT-CAPITAL        '.
           05  FILLER PIC 9(03) VALUE 161.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-PASS-AMT-DIR-MED-ED     '.
           05  FILLER PIC 9(03) VALUE 167.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-PASS-AMT-ORGAN-ACQ      '.
           05  FILLER PIC 9(03) VALUE 173.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-PASS-AMT-PLUS-MISC      '.
           05  FILLER PIC 9(03) VALUE 179.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-CAPI-PPS-PAY-CODE       '.
           05  FILLER PIC 9(03) VALUE 185.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-CAPI-HOSP-SPEC-RATE     '.
           05  FILLER PIC 9(03) VALUE 186.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-CAPI-OLD-HARM-RATE      '.
           05  FILLER PIC 9(03) VALUE 192.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-CAPI-NEW-HARM-RATIO     '.
           05  FILLER PIC 9(03) VALUE 198.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-CAPI-CSTCHG-RATIO       '.
           05  FILLER PIC 9(03) VALUE 203.
           05  FILLER PIC 9(03) VALUE 004.
           05  FILLER PIC X(30) VALUE 'P-NEW-CAPI-NEW-HOSP           '.
           05  FILLER PIC 9(03) VALUE 207.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-CAPI-IME                '.
           05  FILLER PIC 9(03) VALUE 208.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-CAPI-EXCEPTIONS         '.
           05  FILLER PIC 9(03) VALUE 213.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-NEW-VAL-BASED-PURCH-PARTIPNT'.
           05  FILLER PIC 9(03) VALUE 219.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-VAL-BASED-PURCH-ADJUST  '.
           05  FILLER PIC 9(03) VALUE 220.
           05  FILLER PIC 9(03) VALUE 012.
           05  FILLER PIC X(30) VALUE 'P-NEW-HOSP-READMISSION-REDU   '.
           05  FILLER PIC 9(03) VALUE 232.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-HOSP-HRR-ADJUSTMT       '.
           05  FILLER PIC 9(03) VALUE 233.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-MODEL1-BUNDLE-DISPRCNT      '.
           05  FILLER PIC 9(03) VALUE 238.
           05  FILLER PIC 9(03) VALUE 003.
           05  FILLER PIC X(30) VALUE 'P-HAC-REDUC-IND               '.
           05  FILLER PIC 9(03) VALUE 241.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-UNCOMP-CARE-AMOUNT          '.
           05  FILLER PIC 9(03) VALUE 242.
           05  FILLER PIC 9(03) VALUE 009.
           05  FILLER PIC X(30) VALUE 'P-NEW-EHR-REDUC-INDN          '.
           05  FILLER PIC 9(03) VALUE 251.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-LV-ADJ-FACTOR               '.
           05  FILLER PIC 9(03) VALUE 252.
           05  FILLER PIC 9(03) VALUE 007.
           05  FILLER PIC X(30) VALUE 'P-NEW-COUNTY-CODE             '.
           05  FILLER PIC 9(03) VALUE 259.
           05  FILLER PIC 9(03) VALUE 005.
           05  FILLER PIC X(30) VALUE 'P-NEW-SUPP-WI-IND             '.
           05  FILLER PIC 9(03) VALUE 264.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-SUPP-WI                 '.
           05  FILLER PIC 9(03) VALUE 265.
           05  FILLER PIC 9(03) VALUE 006.
           05  FILLER PIC X(30) VALUE 'P-PASS-THRU-ALLO-STEM-CELL    '.
           05  FILLER PIC 9(03) VALUE 271.
           05  FILLER PIC 9(03) VALUE 009.
           05  FILLER PIC X(30) VALUE 'P-NEW-PIP-IND                 '.
           05  FILLER PIC 9(03) VALUE 280.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-POA-EXEMPT-IND          '.
           05  FILLER PIC 9(03) VALUE 281.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-EXCL-UNIT-IND           '.
           05  FILLER PIC 9(03) VALUE 282.
           05  FILLER PIC 9(03) VALUE 001.
           05  FILLER PIC X(30) VALUE 'P-NEW-EXEMPT-PER-DIEM         '.
           05  FILLER PIC 9(03) VALUE 283.
           05  FILLER PIC 9(03) VALUE 007.
           05  FILLER PIC X(30) VALUE 'FILLER (HOLD3)                '.
           05  FILLER PIC 9(03) VALUE 290.
           05  FILLER PIC 9(03) VALUE 021.

       01  PROV-FLD-TABLE REDEFINES PROV-FLD-DATA.
           05  PROV-FLD-ENTRY OCCURS 68 TIMES
                       INDEXED BY PROV-FLD-IDX.
               10  PF-FIELD-NAME      PIC X(30).
               10  PF-OFFSET          PIC 9(03).
               10  PF-LENGTH          PIC 9(03).
