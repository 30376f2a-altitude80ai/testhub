      ********************************************************
      *                 LAYDICT COPYBOOK                     *
      *     CURRENT RECORD LAYOUTS OF THE OUTBOUND EXTRACTS  *
      *------------------------------------------------------*
      *  ONE 'L' ROW PER EXTRACT LAYOUT (LAYOUT ID, VERSION, *
      *  PRODUCING PROGRAM, RECORD LENGTH, TITLE) FOLLOWED   *
      *  BY ONE 'F' ROW PER FIELD IN RECORD ORDER (NAME,     *
      *  LENGTH, PICTURE, DESCRIPTION).  OFFSETS ARE THE     *
      *  RUNNING SUM OF THE LENGTHS.  PPLAY215 REGISTERS     *
      *  EACH VERSION ON THE LAYOUT REGISTRY AND PRINTS THE  *
      *  CONSUMER DOCUMENTATION FROM IT.                     *
      *                                                      *
      *  WHEN A PRODUCER'S RECORD CHANGES, ITS ROWS HERE ARE *
      *  CHANGED TO MATCH, THE VERSION ON EVERY ROW OF THAT  *
      *  LAYOUT IS RAISED, AND THE PRODUCER'S HEADER VERSION *
      *  (LAYHDR) IS RAISED WITH IT.  THE REGISTRY KEEPS THE *
      *  EARLIER VERSIONS.                                   *
      ********************************************************
       01  LAYOUT-DICT-DATA.
           05  FILLER PIC X(12) VALUE 'LPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PPBAT215                      '.
           05  FILLER PIC X(18) VALUE '00235             '.
           05  FILLER PIC X(40) VALUE
               'PRICING EXTRACT - ONE ROW PER BILL      '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PROVIDER-NO                '.
           05  FILLER PIC X(18) VALUE '00006X(06)        '.
           05  FILLER PIC X(40) VALUE
               'PROVIDER NUMBER                         '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-DRG                        '.
           05  FILLER PIC X(18) VALUE '000039(03)        '.
           05  FILLER PIC X(40) VALUE
               'DRG                                     '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-DISCHARGE-DATE             '.
           05  FILLER PIC X(18) VALUE '000089(08)        '.
           05  FILLER PIC X(40) VALUE
               'DISCHARGE DATE CCYYMMDD                 '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-RTC                    '.
           05  FILLER PIC X(18) VALUE '000029(02)        '.
           05  FILLER PIC X(40) VALUE
               'PRICER RETURN CODE                      '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-WAGE-INDX              '.
           05  FILLER PIC X(18) VALUE '000069(02)V9(04)  '.
           05  FILLER PIC X(40) VALUE
               'WAGE INDEX                              '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-TOTAL-PAYMENT          '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'TOTAL PAYMENT                           '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-OPER-HSP-PART          '.
           05  FILLER PIC X(18) VALUE '000109(08)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'OPERATING HOSPITAL-SPECIFIC PART        '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-OPER-FSP-PART          '.
           05  FILLER PIC X(18) VALUE '000109(08)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'OPERATING FEDERAL PART                  '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-OPER-OUTLIER-PART      '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'OPERATING OUTLIER PART                  '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-OPER-DSH-ADJ           '.
           05  FILLER PIC X(18) VALUE '000109(08)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'OPERATING DSH ADJUSTMENT                '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-CALC-VERS              '.
           05  FILLER PIC X(18) VALUE '00005X(05)        '.
           05  FILLER PIC X(40) VALUE
               'PRICER CALCULATION VERSION              '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-DEBIT-CREDIT-IND           '.
           05  FILLER PIC X(18) VALUE '00001X(01)        '.
           05  FILLER PIC X(40) VALUE
               'D = PAYMENT, C = REVERSAL               '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-SEQUESTRATION-AMT          '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'SEQUESTRATION REDUCTION                 '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-AGED-OVERRIDE-IND          '.
           05  FILLER PIC X(18) VALUE '00001X(01)        '.
           05  FILLER PIC X(40) VALUE
               'AGED-PEND OVERRIDE INDICATOR            '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-OPER-IME-ADJ           '.
           05  FILLER PIC X(18) VALUE '000109(08)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'OPERATING IME ADJUSTMENT                '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-CAPI-TOTAL-PAY         '.
           05  FILLER PIC X(18) VALUE '00011S9(09)V9(02) '.
           05  FILLER PIC X(40) VALUE
               'CAPITAL TOTAL PAYMENT                   '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-UNCOMP-CARE            '.
           05  FILLER PIC X(18) VALUE '00011S9(09)V9(02) '.
           05  FILLER PIC X(40) VALUE
               'UNCOMPENSATED CARE PAYMENT              '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-NEW-TECH               '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'NEW-TECHNOLOGY ADD-ON                   '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-LOW-VOL                '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'LOW-VOLUME ADJUSTMENT                   '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-READMIS-ADJ            '.
           05  FILLER PIC X(18) VALUE '00011S9(09)V9(02) '.
           05  FILLER PIC X(40) VALUE
               'READMISSIONS REDUCTION                  '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-VBP-ADJ                '.
           05  FILLER PIC X(18) VALUE '00011S9(09)V9(02) '.
           05  FILLER PIC X(40) VALUE
               'VALUE-BASED PURCHASING ADJUSTMENT       '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-PASSTHRU-MISC          '.
           05  FILLER PIC X(18) VALUE '000109(08)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'PASS-THROUGH AND MISCELLANEOUS          '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-BUNDLE-ADJ             '.
           05  FILLER PIC X(18) VALUE '00011S9(09)V9(02) '.
           05  FILLER PIC X(40) VALUE
               'BUNDLED-PAYMENT ADJUSTMENT              '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-HAC-AMT                '.
           05  FILLER PIC X(18) VALUE '00011S9(09)V9(02) '.
           05  FILLER PIC X(40) VALUE
               'HAC REDUCTION                           '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-ISLET-ADDON            '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'ISLET ISOLATION ADD-ON                  '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-PPS-NDC-ADDON              '.
           05  FILLER PIC X(18) VALUE '00011S9(09)V9(02) '.
           05  FILLER PIC X(40) VALUE
               'NDC ADD-ON                              '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-CLAIM-SEQ                  '.
           05  FILLER PIC X(18) VALUE '000099(09)        '.
           05  FILLER PIC X(40) VALUE
               'CLAIM SEQUENCE ID                       '.

           05  FILLER PIC X(12) VALUE 'FPPSOUT  001'.
           05  FILLER PIC X(30) VALUE 'PO-BILL-SOURCE                '.
           05  FILLER PIC X(18) VALUE '00001X(01)        '.
           05  FILLER PIC X(40) VALUE
               'BLANK BILL FILE, R PEND, W REWORK       '.

           05  FILLER PIC X(12) VALUE 'LPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'PPBAT215                      '.
           05  FILLER PIC X(18) VALUE '01426             '.
           05  FILLER PIC X(40) VALUE
               'PRICING DETAIL - FULL PPSADDVR AREA     '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-PROVIDER-NO                '.
           05  FILLER PIC X(18) VALUE '00006X(06)        '.
           05  FILLER PIC X(40) VALUE
               'PROVIDER NUMBER                         '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-DRG                        '.
           05  FILLER PIC X(18) VALUE '000039(03)        '.
           05  FILLER PIC X(40) VALUE
               'DRG                                     '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-DISCHARGE-DATE             '.
           05  FILLER PIC X(18) VALUE '000089(08)        '.
           05  FILLER PIC X(40) VALUE
               'DISCHARGE DATE CCYYMMDD                 '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-CLAIM-SEQ                  '.
           05  FILLER PIC X(18) VALUE '000099(09)        '.
           05  FILLER PIC X(40) VALUE
               'CLAIM SEQUENCE ID                       '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-PPS-RTC                    '.
           05  FILLER PIC X(18) VALUE '000029(02)        '.
           05  FILLER PIC X(40) VALUE
               'PRICER RETURN CODE                      '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-ADDVR-AREA                 '.
           05  FILLER PIC X(18) VALUE '01373X(1373)      '.
           05  FILLER PIC X(40) VALUE
               'PPS-ADDITIONAL-VARIABLES - SEE PPSADDVR '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-NT-COUNT                   '.
           05  FILLER PIC X(18) VALUE '000019(01)        '.
           05  FILLER PIC X(40) VALUE
               'NEW-TECH CODES ON THE BILL (0-3)        '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-NT-PROC-CODE(1)            '.
           05  FILLER PIC X(18) VALUE '00007X(07)        '.
           05  FILLER PIC X(40) VALUE
               'NEW-TECH PROCEDURE CODE                 '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-NT-STATUS(1)               '.
           05  FILLER PIC X(18) VALUE '00001X(01)        '.
           05  FILLER PIC X(40) VALUE
               'P IN FORCE, E AFTER END, B BEFORE EFF   '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-NT-PROC-CODE(2)            '.
           05  FILLER PIC X(18) VALUE '00007X(07)        '.
           05  FILLER PIC X(40) VALUE
               'NEW-TECH PROCEDURE CODE                 '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-NT-STATUS(2)               '.
           05  FILLER PIC X(18) VALUE '00001X(01)        '.
           05  FILLER PIC X(40) VALUE
               'P IN FORCE, E AFTER END, B BEFORE EFF   '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-NT-PROC-CODE(3)            '.
           05  FILLER PIC X(18) VALUE '00007X(07)        '.
           05  FILLER PIC X(40) VALUE
               'NEW-TECH PROCEDURE CODE                 '.

           05  FILLER PIC X(12) VALUE 'FPPSDTL  001'.
           05  FILLER PIC X(30) VALUE 'DT-NT-STATUS(3)               '.
           05  FILLER PIC X(18) VALUE '00001X(01)        '.
           05  FILLER PIC X(40) VALUE
               'P IN FORCE, E AFTER END, B BEFORE EFF   '.

           05  FILLER PIC X(12) VALUE 'LREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'PPBAT215                      '.
           05  FILLER PIC X(18) VALUE '00129             '.
           05  FILLER PIC X(40) VALUE
               'REMITTANCE EXTRACT FOR THE 835          '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-PROVIDER-NO                '.
           05  FILLER PIC X(18) VALUE '00006X(06)        '.
           05  FILLER PIC X(40) VALUE
               'PROVIDER NUMBER                         '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-DRG                        '.
           05  FILLER PIC X(18) VALUE '000039(03)        '.
           05  FILLER PIC X(40) VALUE
               'DRG                                     '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-DISCHARGE-DATE             '.
           05  FILLER PIC X(18) VALUE '000089(08)        '.
           05  FILLER PIC X(40) VALUE
               'DISCHARGE DATE CCYYMMDD                 '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-CLAIM-STATUS-CODE          '.
           05  FILLER PIC X(18) VALUE '00002X(02)        '.
           05  FILLER PIC X(40) VALUE
               '835 CLAIM STATUS CODE                   '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-SUBMITTED-CHARGES          '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'SUBMITTED CHARGES                       '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-ALLOWED-AMOUNT             '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'ALLOWED AMOUNT                          '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-PAID-AMOUNT                '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'PAID AMOUNT                             '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-PATIENT-RESP-AMOUNT        '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'PATIENT RESPONSIBILITY                  '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-ADJ-REASON-CODE            '.
           05  FILLER PIC X(18) VALUE '00003X(03)        '.
           05  FILLER PIC X(40) VALUE
               'ADJUSTMENT REASON CODE                  '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-ADJ-AMOUNT                 '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'ADJUSTMENT AMOUNT                       '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-DEBIT-CREDIT-IND           '.
           05  FILLER PIC X(18) VALUE '00001X(01)        '.
           05  FILLER PIC X(40) VALUE
               'D = PAYMENT, C = REVERSAL               '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-SEQUESTRATION-AMT          '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'SEQUESTRATION REDUCTION                 '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-CLAIM-SEQ                  '.
           05  FILLER PIC X(18) VALUE '000099(09)        '.
           05  FILLER PIC X(40) VALUE
               'CLAIM SEQUENCE ID                       '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-LEDGER-OFFSET              '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'RECOUPMENT WITHHELD FROM THE PAID AMT   '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-INTEREST-AMT               '.
           05  FILLER PIC X(18) VALUE '000099(07)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'CLEAN-CLAIM INTEREST, PAID IN ADDITION  '.

           05  FILLER PIC X(12) VALUE 'FREMITOUT002'.
           05  FILLER PIC X(30) VALUE 'RM-ADVANCE-RECOUP             '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'ADVANCE PAYMENT RECOUPMENT WITHHELD     '.

           05  FILLER PIC X(12) VALUE 'LSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'PPSET215                      '.
           05  FILLER PIC X(18) VALUE '00098             '.
           05  FILLER PIC X(40) VALUE
               'SETTLEMENT EXTRACT - NET PAYMENT        '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-PROVIDER-NO                '.
           05  FILLER PIC X(18) VALUE '00006X(06)        '.
           05  FILLER PIC X(40) VALUE
               'PROVIDER NUMBER                         '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-DRG                        '.
           05  FILLER PIC X(18) VALUE '000039(03)        '.
           05  FILLER PIC X(40) VALUE
               'DRG                                     '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-DISCHARGE-DATE             '.
           05  FILLER PIC X(18) VALUE '000089(08)        '.
           05  FILLER PIC X(40) VALUE
               'DISCHARGE DATE CCYYMMDD                 '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-PPS-RTC                    '.
           05  FILLER PIC X(18) VALUE '000029(02)        '.
           05  FILLER PIC X(40) VALUE
               'PRICER RETURN CODE                      '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-GROSS-PAYMENT              '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'GROSS PPS PAYMENT                       '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-DEDUCTIBLE-AMT             '.
           05  FILLER PIC X(18) VALUE '000079(05)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'INPATIENT DEDUCTIBLE APPLIED            '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-COINSURANCE-DAYS           '.
           05  FILLER PIC X(18) VALUE '000039(03)        '.
           05  FILLER PIC X(40) VALUE
               'COINSURANCE DAYS                        '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-COINSURANCE-AMT            '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'COINSURANCE AMOUNT                      '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-LTR-DAYS                   '.
           05  FILLER PIC X(18) VALUE '000029(02)        '.
           05  FILLER PIC X(40) VALUE
               'LIFETIME RESERVE DAYS                   '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-LTR-AMT                    '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'LIFETIME RESERVE AMOUNT                 '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-MSP-PRIMARY-PAID           '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'MSP PRIMARY PAYER PAID                  '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-NET-MEDICARE-PAYMENT       '.
           05  FILLER PIC X(18) VALUE '000119(09)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'NET MEDICARE PAYMENT                    '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-INTEREST-AMT               '.
           05  FILLER PIC X(18) VALUE '000099(07)V9(02)  '.
           05  FILLER PIC X(40) VALUE
               'CLEAN-CLAIM INTEREST                    '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-MSP-PAYER-TYPE             '.
           05  FILLER PIC X(18) VALUE '00001X(01)        '.
           05  FILLER PIC X(40) VALUE
               'MSP PRIMARY PAYER TYPE                  '.

           05  FILLER PIC X(12) VALUE 'FSETTLOUT001'.
           05  FILLER PIC X(30) VALUE 'ST-MSP-FORMULA                '.
           05  FILLER PIC X(18) VALUE '00002X(02)        '.
           05  FILLER PIC X(40) VALUE
               'F1/F2/F3 MSP FORMULA, BLANK NONE        '.

           05  FILLER PIC X(12) VALUE 'LRESEARCH001'.
           05  FILLER PIC X(30) VALUE 'PPRES215                      '.
           05  FILLER PIC X(18) VALUE '01403             '.
           05  FILLER PIC X(40) VALUE
               'DE-IDENTIFIED RESEARCH EXTRACT          '.

           05  FILLER PIC X(12) VALUE 'FRESEARCH001'.
           05  FILLER PIC X(30) VALUE 'RS-PATIENT-TOKEN              '.
           05  FILLER PIC X(18) VALUE '00011X(11)        '.
           05  FILLER PIC X(40) VALUE
               'ONE-WAY PATIENT TOKEN (T + 10 DIGITS)   '.

           05  FILLER PIC X(12) VALUE 'FRESEARCH001'.
           05  FILLER PIC X(30) VALUE 'RS-PROVIDER-NO                '.
           05  FILLER PIC X(18) VALUE '00006X(06)        '.
           05  FILLER PIC X(40) VALUE
               'PROVIDER NUMBER                         '.

           05  FILLER PIC X(12) VALUE 'FRESEARCH001'.
           05  FILLER PIC X(30) VALUE 'RS-DRG                        '.
           05  FILLER PIC X(18) VALUE '000039(03)        '.
           05  FILLER PIC X(40) VALUE
               'DRG                                     '.

           05  FILLER PIC X(12) VALUE 'FRESEARCH001'.
           05  FILLER PIC X(30) VALUE 'RS-DISCHARGE-MONTH            '.
           05  FILLER PIC X(18) VALUE '000089(08)        '.
           05  FILLER PIC X(40) VALUE
               'DISCHARGE MONTH CCYYMM01                '.

           05  FILLER PIC X(12) VALUE 'FRESEARCH001'.
           05  FILLER PIC X(30) VALUE 'RS-PPS-RTC                    '.
           05  FILLER PIC X(18) VALUE '000029(02)        '.
           05  FILLER PIC X(40) VALUE
               'PRICER RETURN CODE                      '.

           05  FILLER PIC X(12) VALUE 'FRESEARCH001'.
           05  FILLER PIC X(30) VALUE 'RS-ADDVR-AREA                 '.
           05  FILLER PIC X(18) VALUE '01373X(1373)      '.
           05  FILLER PIC X(40) VALUE
               'PPS-ADDITIONAL-VARIABLES - SEE PPSADDVR '.
       01  LAYOUT-DICT-TABLE REDEFINES LAYOUT-DICT-DATA.
           05  LAYOUT-DICT-ENTRY OCCURS 83 TIMES
                       INDEXED BY LAYOUT-DICT-IDX.
               10  LD-ROW-TYPE        PIC X(01).
                   88  LD-LAYOUT-ROW  VALUE 'L'.
                   88  LD-FIELD-ROW   VALUE 'F'.
               10  LD-LAYOUT-ID       PIC X(08).
               10  LD-LAYOUT-VERSION  PIC 9(03).
               10  LD-FIELD-NAME      PIC X(30).
               10  LD-PRODUCER REDEFINES LD-FIELD-NAME
                                      PIC X(30).
               10  LD-LENGTH          PIC 9(05).
               10  LD-PICTURE         PIC X(13).
               10  LD-DESC-TEXT       PIC X(40).
       01  LAYOUT-DICT-COUNT          PIC 9(03) VALUE 83.
