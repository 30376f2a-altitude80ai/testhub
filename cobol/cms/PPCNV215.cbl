000430*                   CODES PAST THIRTY ARE REPORTED, NOT
000440*                   SILENTLY DROPPED
000450*              NDC  UP TO 4 NDC NUMBERS
000460*              NPI  THE BILLING NPI, CARRIED INTO THE BILL
000470*                   FOR PPBAT215'S NPI/CCN INTAKE EDIT, AND
000480*                   THE ATTENDING AND OPERATING PHYSICIAN
000490*                   NPIS FOR ITS EXCLUSION-LIST SCREEN
000500*              OCC  UP TO 9 OCCURRENCE CODE/DATE PAIRS PER
000510*                   RECORD, TEN PER CLAIM, INTO THE
000520*                   SUCCESSOR-FORMAT EXTENSION
000530*            A NEW CLM RECORD (OR END OF FILE) CLOSES THE
000540*            CLAIM BEING ASSEMBLED.
000550*          - APPENDS A RECEIVED EVENT AND THEN A CONVERTED
000560*            OR CONVERSION-REJECT EVENT FOR EVERY CLAIM TO THE
000570*            CLAIM EVENT JOURNAL (EVTJRNL).  THE CLAIM SEQUENCE
000580*            ID IS ASSIGNED LATER BY PPBAT215, SO THESE EVENTS
000590*            CARRY ZERO AND ARE TIED TO THE CLAIM BY PROVIDER,
000600*            MBI AND DISCHARGE DATE.
000610*          - PARTNER FOLLOW-UP OF BILLING NPI REJECTS.  THE
000620*            PRIOR PRICING RUN'S NPI EXCEPTION EXTRACT (NPIEXC)
000630*            IS TRACED BACK THROUGH THE JOURNAL'S RECEIVED
000640*            EVENTS TO THE SUBMITTER THAT SENT EACH CLAIM; THE
000650*            SUBMITTER GETS A REJECTED ACKNOWLEDGMENT DETAIL
000660*            (FAILING RECORD TYPE NPI) AND THE REJECTS ARE
000670*            LISTED BY TRADING PARTNER (NPIFLWUP).  A CLAIM NOT
000680*            RECEIVED THROUGH THIS CONVERTER IS LISTED UNDER
000690*            AN UNKNOWN PARTNER.
000700*          - SUBMISSION MEDIUM.  THE PARTNER PROFILE SAYS
000710*            WHETHER THE PARTNER SUBMITS ELECTRONICALLY OR ON
000720*            PAPER; EACH PAPER CLAIM CONVERTED IS WRITTEN TO
000730*            THE SUBMISSION-MEDIUM EXTRACT (SUBMEDIA, COPYBOOK
000740*            CLMMEDIA) FROM WHICH PPBAT215 SETS THE CLAIM'S
000750*            PAYMENT-FLOOR DATE.
000760*          - NATIVE X12 837 INSTITUTIONAL (005010X223).  A CLAIMIN
000770*            FILE WHOSE FIRST RECORD BEGINS 'ISA' IS TAKEN AS AN
000780*            X12 INTERCHANGE WRAPPED IN 100-BYTE RECORDS (A
000790*            SEGMENT MAY SPAN RECORDS; THE SEPARATORS COME FROM
000800*            THE ISA).  A FIRST PASS VALIDATES THE ISA/GS/ST
000810*            ENVELOPES AGAINST THEIR TRAILERS (CONTROL NUMBERS,
000820*            COUNTS, VERSION); AN ENVELOPE ERROR REJECTS THE
000830*            TRANSACTION SET, GROUP OR INTERCHANGE IT GOVERNS AND
000840*            IS ACKNOWLEDGED WITH AN 'E' RECORD.  THE SECOND PASS
000850*            CONVERTS THE SETS THAT PASSED: 2010AA BILLING NPI,
000860*            REF G2 PROVIDER NUMBER, 2010BA MBI, THE 2300 CLM,
000870*            DTP AND CL1 SEGMENTS, THE 2310A ATTENDING AND 2310B
000880*            OPERATING PHYSICIAN NPIS, THE HI DIAGNOSIS,
000890*            PROCEDURE, CONDITION, OCCURRENCE, VALUE-CODE AND DRG
000900*            COMPOSITES, LIN NDC, AND THE 2400 SV2 SERVICE LINES,
000910*            WHICH GO TO THE REVENUE-CENTER DETAIL FILE (REVOUT)
000920*            BEHIND EACH BILL FOR PPBAT215'S REVDTL.  THE ISA06
000930*            SENDER IS THE SUBMITTER; ITS PROFILE STILL GOVERNS
000940*            THE PROVIDER QUALIFIER, THE CODE TYPES EXPECTED AND
000950*            THE SUBMISSION MEDIUM (X12 FIXES THE DATE AND
000960*            DECIMAL FORMATS).
000970 DATE-COMPILED.
000980****************************************************************
000990*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
001000*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
001010*   IS THAT OF THE USER.                                       *
001020****************************************************************
001030 ENVIRONMENT DIVISION.
001040 CONFIGURATION SECTION.
001050 SOURCE-COMPUTER.            IBM-370.
001060 OBJECT-COMPUTER.            IBM-370.
001070 INPUT-OUTPUT SECTION.
001080 FILE-CONTROL.
001090     SELECT CLAIM-INTF-IN   ASSIGN TO CLAIMIN
001100                            ORGANIZATION IS SEQUENTIAL.
001110     SELECT BILL-FILE-OUT   ASSIGN TO BILLOUT
001120                            ORGANIZATION IS SEQUENTIAL.
001130     SELECT CONV-EXCP-OUT   ASSIGN TO CNVEXCP
001140                            ORGANIZATION IS LINE SEQUENTIAL.
001150     SELECT ACK-FILE-OUT    ASSIGN TO ACKOUT
001160                            ORGANIZATION IS SEQUENTIAL.
001170     SELECT PART-PROF-FILE  ASSIGN TO PARTPROF
001180                            ORGANIZATION IS SEQUENTIAL
001190                            FILE STATUS IS WK-PROF-STATUS.
001200     SELECT CLAIM-EVENT-OUT ASSIGN TO EVTJRNL
001210                            ORGANIZATION IS SEQUENTIAL.
001220     SELECT CLAIM-EVENT-IN  ASSIGN TO EVTJRNL
001230                            ORGANIZATION IS SEQUENTIAL
001240                            FILE STATUS IS WK-EVTIN-STATUS.
001250     SELECT NPI-EXCP-IN     ASSIGN TO NPIEXC
001260                            ORGANIZATION IS SEQUENTIAL
001270                            FILE STATUS IS WK-NPIEXC-STATUS.
001280     SELECT NPI-FOLLOW-OUT  ASSIGN TO NPIFLWUP
001290                            ORGANIZATION IS LINE SEQUENTIAL.
001300     SELECT CLAIM-MEDIUM-OUT ASSIGN TO SUBMEDIA
001310                            ORGANIZATION IS SEQUENTIAL.
001320     SELECT REV-DETAIL-OUT  ASSIGN TO REVOUT
001330                            ORGANIZATION IS SEQUENTIAL.
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  CLAIM-INTF-IN
001370     RECORDING MODE IS F.
001380 01  CLAIM-INTF-REC.
001390     05  CI-RECORD-TYPE          PIC X(03).
001400     05  CI-DATA                 PIC X(97).
001410     05  CI-CLM-VIEW REDEFINES CI-DATA.
001420         10  CI-PROVIDER-NO     PIC X(06).
001430         10  CI-REVIEW-CODE     PIC X(02).
001440         10  CI-DRG             PIC X(03).
001450         10  CI-LOS             PIC X(03).
001460         10  CI-COVERED-DAYS    PIC X(03).
001470         10  CI-LTR-DAYS        PIC X(02).
001480         10  CI-DISCHARGE-DATE  PIC X(08).
001490         10  CI-ADMIT-DATE      PIC X(08).
001500         10  CI-CHARGES         PIC X(09).
001510         10  CI-MBI             PIC X(11).
001520         10  CI-ACTION-CODE     PIC X(01).
001530         10  CI-PRIOR-PAID      PIC X(11).
001540         10  CI-RECV-PROVIDER   PIC X(06).
001550         10  CI-CROSSOVER-FLAG  PIC X(01).
001560         10  CI-MEDICAID-STATE  PIC X(02).
001570         10  CI-DISCHARGE-STATUS PIC X(02).
001580         10  CI-RECEIPT-DATE    PIC X(08).
001590         10  CI-TF-EXCEPTION    PIC X(02).
001600         10  FILLER             PIC X(09).
001610     05  CI-CODES-VIEW REDEFINES CI-DATA.
001620         10  CI-CODE7           PIC X(07) OCCURS 8 TIMES
001630                                INDEXED BY CI7-IDX.
001640         10  FILLER             PIC X(41).
001650     05  CI-COND-VIEW REDEFINES CI-DATA.
001660         10  CI-CODE2           PIC X(02) OCCURS 5 TIMES
001670                                INDEXED BY CI2-IDX.
001680         10  FILLER             PIC X(87).
001690     05  CI-OCC-VIEW REDEFINES CI-DATA.
001700         10  CI-OCC-PAIR OCCURS 9 TIMES
001710                                INDEXED BY CIO-IDX.
001720             15  CI-OCC-CODE    PIC X(02).
001730             15  CI-OCC-DATE    PIC X(08).
001740         10  FILLER             PIC X(07).
001750     05  CI-SUB-VIEW REDEFINES CI-DATA.
001760         10  CI-SUBMITTER-ID    PIC X(08).
001770         10  FILLER             PIC X(89).
001780     05  CI-POA-VIEW REDEFINES CI-DATA.
001790         10  CI-POA-IND         PIC X(01) OCCURS 25 TIMES
001800                                INDEXED BY CIP-IDX.
001810         10  FILLER             PIC X(72).
001820     05  CI-NDC-VIEW REDEFINES CI-DATA.
001830         10  CI-CODE11          PIC X(11) OCCURS 4 TIMES
001840                                INDEXED BY CI11-IDX.
001850         10  FILLER             PIC X(53).
001860     05  CI-NPI-VIEW REDEFINES CI-DATA.
001870         10  CI-BILLING-NPI     PIC X(10).
001880         10  CI-ATTENDING-NPI   PIC X(10).
001890         10  CI-OPERATING-NPI   PIC X(10).
001900         10  FILLER             PIC X(67).
001910 FD  BILL-FILE-OUT
001920     RECORDING MODE IS F.
001930 COPY BILDAT21.
001940 FD  CONV-EXCP-OUT
001950     RECORDING MODE IS F.
001960 01  CONV-EXCP-LINE              PIC X(90).
001970 FD  CLAIM-EVENT-OUT
001980     RECORDING MODE IS F.
001990 COPY CLMEVENT.
002000*---------------------------------------------------------*
002010* THE SAME JOURNAL READ BACK FOR THE NPI FOLLOW-UP - THE    *
002020* CLMEVENT LAYOUT WITH ONLY THE FIELDS THE TRACE NEEDS      *
002030* NAMED.  READ BEFORE THE JOURNAL IS OPENED FOR APPEND.     *
002040*---------------------------------------------------------*
002050 FD  CLAIM-EVENT-IN
002060     RECORDING MODE IS F.
002070 01  CLAIM-EVENT-IN-REC.
002080     05  FILLER                  PIC X(33).
002090     05  EI-EVENT-TYPE           PIC X(02).
002100     05  EI-PROGRAM              PIC X(08).
002110     05  EI-PROVIDER-NO          PIC X(06).
002120     05  EI-MBI                  PIC X(11).
002130     05  EI-DISCHARGE-DATE       PIC 9(08).
002140     05  FILLER                  PIC X(38).
002150     05  EI-DETAIL               PIC X(30).
002160     05  FILLER                  PIC X(14).
002170*---------------------------------------------------------*
002180* PPBAT215'S BILLING NPI EXCEPTION EXTRACT FROM THE PRIOR  *
002190* PRICING RUN (OPTIONAL) AND THE PARTNER FOLLOW-UP REPORT. *
002200*---------------------------------------------------------*
002210 FD  NPI-EXCP-IN
002220     RECORDING MODE IS F.
002230 COPY NPIEXCP.
002240 FD  NPI-FOLLOW-OUT
002250     RECORDING MODE IS F.
002260 01  NPI-FOLLOW-LINE             PIC X(100).
002270*---------------------------------------------------------*
002280* SUBMISSION-MEDIUM EXTRACT - ONE RECORD PER PAPER CLAIM    *
002290* CONVERTED, FOR PPBAT215'S PAYMENT-FLOOR SCHEDULING.       *
002300*---------------------------------------------------------*
002310 FD  CLAIM-MEDIUM-OUT
002320     RECORDING MODE IS F.
002330 COPY CLMMEDIA.
002340*---------------------------------------------------------*
002350* REVENUE-CENTER DETAIL FROM X12 SV2 SERVICE LINES, IN    *
002360* THE LAYOUT PPBAT215 READS AS REVDTL, BEHIND EACH BILL   *
002370* IN BILL ORDER.  OPENED ONLY FOR AN X12 INTERCHANGE.     *
002380*---------------------------------------------------------*
002390 FD  REV-DETAIL-OUT
002400     RECORDING MODE IS F.
002410 01  REV-DETAIL-OUT-REC.
002420     05  RO-PROVIDER-NO          PIC X(06).
002430     05  RO-DISCHARGE-DATE       PIC 9(08).
002440     05  RO-DRG                  PIC 9(03).
002450     05  RO-REV-CODE             PIC X(04).
002460     05  RO-UNITS                PIC 9(05).
002470     05  RO-CHARGES              PIC 9(07)V9(02).
002480*---------------------------------------------------------*
002490* SUBMITTER ACKNOWLEDGMENT FILE - ONE 'D' RECORD PER CLAIM*
002500* RECEIVED (ACCEPTED INTO BILL-DATA-2021 OR REJECTED WITH *
002510* THE RECORD TYPE AND FIELD THAT FAILED) AND ONE 'S'      *
002520* SUMMARY RECORD PER SUBMITTER AT END OF RUN.  EVERY      *
002530* RECORD LEADS WITH THE SUBMITTER ID SO THE RETURN STEP   *
002540* CAN SPLIT ONE FILE PER SUBMITTER AUTOMATICALLY.         *
002550* AN X12 ENVELOPE ERROR GETS AN 'E' RECORD NAMING THE     *
002560* SEGMENT AND ELEMENT THAT FAILED AND THE CONTROL NUMBER. *
002570*---------------------------------------------------------*
002580  FD  ACK-FILE-OUT
002590      RECORDING MODE IS F.
002600  01  ACK-OUT-REC.
002610      05  AK-SUBMITTER-ID         PIC X(08).
002620      05  AK-RECORD-TYPE          PIC X(01).
002630*        'D' = CLAIM DETAIL, 'S' = SUBMITTER SUMMARY
002640*        'E' = X12 ENVELOPE REJECTION
002650      05  AK-PROVIDER-NO          PIC X(06).
002660      05  AK-DISCHARGE-DATE       PIC X(08).
002670      05  AK-DISPOSITION          PIC X(01).
002680*        'A' = ACCEPTED, 'R' = REJECTED
002690      05  AK-FAIL-RECORD-TYPE     PIC X(03).
002700      05  AK-FAIL-FIELD           PIC X(20).
002710      05  AK-REASON               PIC X(40).
002720  01  ACK-SUM-REC.
002730      05  AS-SUBMITTER-ID         PIC X(08).
002740      05  AS-RECORD-TYPE          PIC X(01).
002750      05  AS-CLAIMS-RECEIVED      PIC 9(07).
002760      05  AS-CLAIMS-ACCEPTED      PIC 9(07).
002770      05  AS-CLAIMS-REJECTED      PIC 9(07).
002780     05  AS-NPI-RETURNED         PIC 9(07).
002790     05  AS-ENVELOPES-REJECTED   PIC 9(07).
002800     05  FILLER                  PIC X(43).
002810*----------------------------------------------------------*
002820* TRADING-PARTNER PROFILE FILE - ONE ROW PER SUBMITTER ID:  *
002830*   PP-DATE-FORMAT     'C' = CCYYMMDD (DEFAULT)             *
002840*                      'M' = MMDDCCYY, CONVERTED AT INTAKE  *
002850*   PP-CHARGES-DECIMAL 'I' = IMPLIED DECIMAL (DEFAULT)      *
002860*                      'E' = EXPLICIT DECIMAL POINT         *
002870*   PP-PROV-QUALIFIER  'O' = OSCAR NUMBER AS SENT (DEFAULT) *
002880*                      'Z' = LEFT-JUSTIFIED, ZERO-FILLED AT *
002890*                            INTAKE                          *
002900*   PP-SENDS-...       'Y'/'N' - WHICH RECORD TYPES THE     *
002910*                      PARTNER SENDS; AN UNEXPECTED TYPE IS *
002920*                      REPORTED, NOT SILENTLY ACCEPTED      *
002930*   PP-SUBMIT-MEDIUM   'E' = ELECTRONIC (DEFAULT; BLANK IS  *
002940*                            TAKEN AS 'E')                  *
002950*                      'P' = PAPER                          *
002960*   PP-CUTOFF-TIME     HHMM - FILES ARRIVING AFTER IT ARE   *
002970*                      HELD FOR THE NEXT CYCLE BY THE FILE  *
002980*                      QUEUE (PPSFQ215); BLANK = NO CUTOFF  *
002990*----------------------------------------------------------*
003000 FD  PART-PROF-FILE
003010     RECORDING MODE IS F.
003020 01  PART-PROF-REC.
003030     05  PP-SUBMITTER-ID         PIC X(08).
003040     05  PP-DATE-FORMAT          PIC X(01).
003050     05  PP-CHARGES-DECIMAL      PIC X(01).
003060     05  PP-PROV-QUALIFIER       PIC X(01).
003070     05  PP-SENDS-HI             PIC X(01).
003080     05  PP-SENDS-PR             PIC X(01).
003090     05  PP-SENDS-CC             PIC X(01).
003100     05  PP-SENDS-NDC            PIC X(01).
003110     05  PP-SENDS-OCC            PIC X(01).
003120     05  PP-SUBMIT-MEDIUM        PIC X(01).
003130     05  PP-CUTOFF-TIME          PIC X(04).
003140     05  PP-CUTOFF-PARTS REDEFINES PP-CUTOFF-TIME.
003150         10  PP-CUTOFF-HH        PIC 9(02).
003160         10  PP-CUTOFF-MM        PIC 9(02).
003170 WORKING-STORAGE SECTION.
003180 01  W-STORAGE-REF                  PIC X(48)  VALUE
003190     'P P C N V 2 1 5 - W O R K I N G   S T O R A G E'.
003200 01  CNV-VERSION                    PIC X(05) VALUE 'V21.5'.
003210 01  WK-SWITCHES.
003220     05  WK-INTF-EOF            PIC X(01) VALUE 'N'.
003230         88  INTF-AT-EOF        VALUE 'Y'.
003240     05  WK-CLAIM-OPEN-SW       PIC X(01) VALUE 'N'.
003250         88  CLAIM-IS-OPEN      VALUE 'Y'.
003260     05  WK-CLAIM-BAD-SW        PIC X(01) VALUE 'N'.
003270         88  CLAIM-IS-BAD       VALUE 'Y'.
003280 01  WK-PROF-STATUS             PIC X(02) VALUE SPACES.
003290 01  WK-PROF-EOF                PIC X(01) VALUE 'N'.
003300     88  PROF-AT-EOF            VALUE 'Y'.
003310 01  WK-COUNTERS.
003320     05  WK-RECORDS-READ        PIC 9(07) VALUE ZEROES.
003330     05  WK-CLAIMS-WRITTEN      PIC 9(07) VALUE ZEROES.
003340     05  WK-CLAIMS-REJECTED     PIC 9(07) VALUE ZEROES.
003350     05  WK-PROF-COUNT          PIC 9(03) VALUE ZEROES.
003360     05  WK-PROF-ERRORS         PIC 9(03) VALUE ZEROES.
003370     05  WK-PAPER-CLAIMS        PIC 9(07) VALUE ZEROES.
003380*----------------------------------------------------------*
003390* TRADING-PARTNER PROFILE TABLE AND THE PROFILE IN EFFECT   *
003400* FOR THE CLAIMS BEING ASSEMBLED.  NO 'SUB' RECORD, OR A    *
003410* SUBMITTER WITH NO PROFILE ROW, LEAVES THE DEFAULTS IN     *
003420* EFFECT (CCYYMMDD DATES, IMPLIED DECIMALS, OSCAR AS SENT). *
003430*----------------------------------------------------------*
003440 01  PART-PROF-TABLE.
003450     05  PF-ENTRY OCCURS 100 TIMES
003460                  INDEXED BY PF-IDX PF-SIDX.
003470         10  PF-SUBMITTER-ID    PIC X(08).
003480         10  PF-DATE-FORMAT     PIC X(01).
003490         10  PF-CHARGES-DECIMAL PIC X(01).
003500         10  PF-PROV-QUALIFIER  PIC X(01).
003510         10  PF-SENDS-HI        PIC X(01).
003520         10  PF-SENDS-PR        PIC X(01).
003530         10  PF-SENDS-CC        PIC X(01).
003540         10  PF-SENDS-NDC       PIC X(01).
003550         10  PF-SENDS-OCC       PIC X(01).
003560         10  PF-SUBMIT-MEDIUM   PIC X(01).
003570 01  WK-CUR-SUBMITTER           PIC X(08) VALUE SPACES.
003580 01  WK-CUR-PROFILE.
003590     05  WK-CP-DATE-FORMAT      PIC X(01) VALUE 'C'.
003600     05  WK-CP-CHARGES-DECIMAL  PIC X(01) VALUE 'I'.
003610     05  WK-CP-PROV-QUALIFIER   PIC X(01) VALUE 'O'.
003620     05  WK-CP-SENDS-HI         PIC X(01) VALUE 'Y'.
003630     05  WK-CP-SENDS-PR         PIC X(01) VALUE 'Y'.
003640     05  WK-CP-SENDS-CC         PIC X(01) VALUE 'Y'.
003650     05  WK-CP-SENDS-NDC        PIC X(01) VALUE 'Y'.
003660     05  WK-CP-SENDS-OCC        PIC X(01) VALUE 'Y'.
003670     05  WK-CP-SUBMIT-MEDIUM    PIC X(01) VALUE 'E'.
003680 01  WK-PROF-FOUND-SW           PIC X(01) VALUE 'N'.
003690     88  PROFILE-WAS-FOUND      VALUE 'Y'.
003700 01  WK-DATE-WORK.
003710     05  WK-DW-IN               PIC X(08).
003720     05  WK-DW-IN-MDY REDEFINES WK-DW-IN.
003730         10  WK-DW-MM           PIC X(02).
003740         10  WK-DW-DD           PIC X(02).
003750         10  WK-DW-CCYY         PIC X(04).
003760     05  WK-DW-OUT              PIC X(08).
003770 01  WK-CHG-WORK                PIC 9(07)V9(02) VALUE ZEROES.
003780 01  WK-PROV-WORK               PIC X(06) VALUE SPACES.
003790 01  WK-PROV-NUM                PIC 9(06) VALUE ZEROES.
003800*----------------------------------------------------------*
003810* PER-SUBMITTER ACKNOWLEDGMENT TOTALS.                      *
003820*----------------------------------------------------------*
003830 01  WK-REJ-FIELD               PIC X(20) VALUE SPACES.
003840 01  WK-SB-COUNT                PIC 9(03) VALUE ZEROES.
003850 01  SUBMITTER-SUM-TABLE.
003860     05  SB-ENTRY OCCURS 100 TIMES
003870                  INDEXED BY SB-IDX SB-SIDX.
003880         10  SB-SUBMITTER-ID    PIC X(08).
003890         10  SB-RECEIVED        PIC 9(07).
003900         10  SB-ACCEPTED        PIC 9(07).
003910         10  SB-REJECTED        PIC 9(07).
003920         10  SB-NPI-RETURNED    PIC 9(07).
003930         10  SB-ENV-REJECTED    PIC 9(07).
003940 01  WK-NEXT-DIAG               PIC 9(02) VALUE 01.
003950 01  WK-NEXT-PROC               PIC 9(02) VALUE 01.
003960 01  WK-NEXT-COND               PIC 9(02) VALUE 01.
003970 01  WK-NEXT-OCC                PIC 9(02) VALUE 01.
003980 01  WK-NEXT-NDC                PIC 9(02) VALUE 01.
003990 01  WK-COND-CODE               PIC X(02) VALUE SPACES.
004000 01  WK-OCC-CODE                PIC X(02) VALUE SPACES.
004010 01  WK-OCC-DATE                PIC X(08) VALUE SPACES.
004020 01  WK-I                       PIC 9(02) COMP VALUE ZEROES.
004030 01  WK-J                       PIC 9(02) COMP VALUE ZEROES.
004040 01  WK-EX-DETAIL-LINE.
004050     05  WK-EX-PROVIDER-NO   PIC X(06).
004060     05  FILLER              PIC X(03) VALUE SPACES.
004070     05  WK-EX-DISCHARGE     PIC X(08).
004080     05  FILLER              PIC X(03) VALUE SPACES.
004090     05  WK-EX-REASON        PIC X(40).
004100*----------------------------------------------------------*
004110* BILLING NPI PARTNER FOLLOW-UP.  NF-SUBMITTER-ID IS FILLED *
004120* FROM THE LATEST RECEIVED EVENT FOR THE CLAIM; SPACES MEANS *
004130* THE PARTNER COULD NOT BE RESOLVED.                        *
004140*----------------------------------------------------------*
004150 01  WK-NPIEXC-STATUS           PIC X(02) VALUE SPACES.
004160 01  WK-NPIEXC-EOF              PIC X(01) VALUE 'N'.
004170     88  NPIEXC-AT-EOF          VALUE 'Y'.
004180 01  WK-EVTIN-STATUS            PIC X(02) VALUE SPACES.
004190 01  WK-EVTIN-EOF               PIC X(01) VALUE 'N'.
004200     88  EVTIN-AT-EOF           VALUE 'Y'.
004210 01  WK-NF-COUNT                PIC 9(04) VALUE ZEROES.
004220 01  WK-NF-DROPPED              PIC 9(05) VALUE ZEROES.
004230 01  WK-NF-UNRESOLVED           PIC 9(05) VALUE ZEROES.
004240 01  WK-NF-GROUP-COUNT          PIC 9(05) VALUE ZEROES.
004250 01  WK-NF-GROUP                PIC X(08) VALUE SPACES.
004260 01  NPI-FOLLOW-TABLE.
004270     05  NF-ENTRY OCCURS 2000 TIMES
004280                  INDEXED BY NF-IDX NF-SIDX.
004290         10  NF-PROVIDER-NO     PIC X(06).
004300         10  NF-MBI             PIC X(11).
004310         10  NF-DISCHARGE-DATE  PIC 9(08).
004320         10  NF-BILL-NPI10      PIC X(10).
004330         10  NF-REASON-TEXT     PIC X(24).
004340         10  NF-SUBMITTER-ID    PIC X(08).
004350 01  WK-NF-ACK-REASON.
004360     05  FILLER              PIC X(12) VALUE 'BILLING NPI '.
004370     05  WK-NA-REASON        PIC X(24).
004380     05  FILLER              PIC X(04) VALUE SPACES.
004390 01  WK-NF-HEADING1.
004400     05  FILLER              PIC X(40) VALUE
004410         'PPCNV215  BILLING NPI REJECTS RETURNED B'.
004420     05  FILLER              PIC X(20) VALUE
004430         'Y TRADING PARTNER   '.
004440 01  WK-NF-HEADING2.
004450     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
004460     05  FILLER              PIC X(13) VALUE 'MBI          '.
004470     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
004480     05  FILLER              PIC X(12) VALUE 'BILL NPI    '.
004490     05  FILLER              PIC X(24) VALUE 'REASON'.
004500 01  WK-NF-PARTNER-LINE.
004510     05  FILLER              PIC X(16) VALUE 'TRADING PARTNER '.
004520     05  WK-NP-SUBMITTER     PIC X(08).
004530 01  WK-NF-DETAIL-LINE.
004540     05  WK-ND-PROVIDER-NO   PIC X(06).
004550     05  FILLER              PIC X(03) VALUE SPACES.
004560     05  WK-ND-MBI           PIC X(11).
004570     05  FILLER              PIC X(02) VALUE SPACES.
004580     05  WK-ND-DISCHARGE     PIC 9(08).
004590     05  FILLER              PIC X(02) VALUE SPACES.
004600     05  WK-ND-BILL-NPI      PIC X(10).
004610     05  FILLER              PIC X(02) VALUE SPACES.
004620     05  WK-ND-REASON        PIC X(24).
004630 01  WK-NF-SUBTOTAL-LINE.
004640     05  FILLER              PIC X(20) VALUE
004650         '  PARTNER REJECTS - '.
004660     05  WK-NS-COUNT         PIC ZZ,ZZ9.
004670 01  WK-NF-TOTAL-LINE.
004680     05  FILLER              PIC X(20) VALUE
004690         'NPI REJECTS TRACED -'.
004700     05  WK-NT-COUNT         PIC ZZ,ZZ9.
004710     05  FILLER              PIC X(15) VALUE
004720         '   UNRESOLVED -'.
004730     05  WK-NT-UNRESOLVED    PIC ZZ,ZZ9.
004740*----------------------------------------------------------*
004750* X12 837I INTERCHANGE.  THE 100-BYTE INTERFACE RECORDS ARE*
004760* A WRAPPED SEGMENT STREAM; EACH IS COPIED TO WK-X12-CHUNK *
004770* AND SCANNED A BYTE AT A TIME INTO WK-X12-SEG.  THE       *
004780* SEPARATORS START AT THE USUAL * : ~ UNTIL AN ISA SUPPLIES*
004790* THE INTERCHANGE'S OWN.                                   *
004800*----------------------------------------------------------*
004810 01  WK-X12-SW                  PIC X(01) VALUE 'N'.
004820     88  X12-INTERCHANGE        VALUE 'Y'.
004830 01  WK-X12-EOF                 PIC X(01) VALUE 'N'.
004840     88  X12-AT-EOF             VALUE 'Y'.
004850 01  WK-X12-CHUNK               PIC X(100) VALUE SPACES.
004860 01  WK-X12-CHUNK-POS           PIC 9(03) COMP VALUE 101.
004870 01  WK-X12-CHAR                PIC X(01) VALUE SPACE.
004880     88  X12-CHAR-FILLER        VALUE SPACE LOW-VALUE X'0D' X'0A'.
004890 01  WK-X12-ELEM-SEP            PIC X(01) VALUE '*'.
004900 01  WK-X12-COMP-SEP            PIC X(01) VALUE ':'.
004910 01  WK-X12-SEG-TERM            PIC X(01) VALUE '~'.
004920 01  WK-X12-SEG                 PIC X(512) VALUE SPACES.
004930 01  WK-X12-SEG-LEN             PIC 9(04) COMP VALUE ZEROES.
004940 01  WK-X12-SEG-SW              PIC X(01) VALUE 'N'.
004950     88  X12-SEG-READY          VALUE 'Y'.
004960 01  WK-X12-OVERFLOW-SW         PIC X(01) VALUE 'N'.
004970     88  X12-SEG-OVERFLOW       VALUE 'Y'.
004980 01  WK-X12-SEG-ID              PIC X(03) VALUE SPACES.
004990 01  WK-X12-ELEMENTS.
005000     05  WK-X12-ELEM            PIC X(80) OCCURS 30 TIMES.
005010 01  WK-X12-ELEM-COUNT          PIC 9(02) COMP VALUE ZEROES.
005020 01  WK-X12-E                   PIC 9(02) COMP VALUE ZEROES.
005030 01  WK-X12-PTR                 PIC 9(04) COMP VALUE ZEROES.
005040 01  WK-X12-PART-IN             PIC X(80) VALUE SPACES.
005050 01  WK-X12-PARTS.
005060     05  WK-X12-PART            PIC X(30) OCCURS 9 TIMES.
005070 01  WK-X12-NUM                 PIC 9(09) VALUE ZEROES.
005080 01  WK-X12-SEGMENTS            PIC 9(07) VALUE ZEROES.
005090*----------------------------------------------------------*
005100* ENVELOPE STATE FOR THE PRESCAN, AND ONE VERDICT PER      *
005110* TRANSACTION SET BY ITS ORDINAL IN THE FILE: 'A' CONVERT, *
005120* 'R' REJECTED AT ITS ENVELOPE AND SKIPPED BY THE SECOND   *
005130* PASS.  A SET PAST THE 9999TH IS REJECTED.                *
005140*----------------------------------------------------------*
005150 01  WK-X12-IN-ISA-SW           PIC X(01) VALUE 'N'.
005160     88  X12-IN-ISA             VALUE 'Y'.
005170 01  WK-X12-IN-GS-SW            PIC X(01) VALUE 'N'.
005180     88  X12-IN-GS              VALUE 'Y'.
005190 01  WK-X12-IN-ST-SW            PIC X(01) VALUE 'N'.
005200     88  X12-IN-ST              VALUE 'Y'.
005210 01  WK-X12-ISA-BAD-SW          PIC X(01) VALUE 'N'.
005220     88  X12-ISA-BAD            VALUE 'Y'.
005230 01  WK-X12-GS-BAD-SW           PIC X(01) VALUE 'N'.
005240     88  X12-GS-BAD             VALUE 'Y'.
005250 01  WK-X12-SKIP-SW             PIC X(01) VALUE 'N'.
005260     88  X12-SKIP-SET           VALUE 'Y'.
005270 01  WK-X12-ISA-CTL             PIC X(09) VALUE SPACES.
005280 01  WK-X12-GS-CTL              PIC X(09) VALUE SPACES.
005290 01  WK-X12-ST-CTL              PIC X(09) VALUE SPACES.
005300 01  WK-X12-GS-COUNT            PIC 9(05) VALUE ZEROES.
005310 01  WK-X12-ST-COUNT            PIC 9(05) VALUE ZEROES.
005320 01  WK-X12-SEG-COUNT           PIC 9(07) VALUE ZEROES.
005330 01  WK-X12-ST-NO               PIC 9(05) COMP VALUE ZEROES.
005340 01  WK-X12-ISA-FIRST-ST        PIC 9(05) COMP VALUE ZEROES.
005350 01  WK-X12-GS-FIRST-ST         PIC 9(05) COMP VALUE ZEROES.
005360 01  WK-X12-MARK-FROM           PIC 9(05) COMP VALUE ZEROES.
005370 01  WK-X12-K                   PIC 9(05) COMP VALUE ZEROES.
005380 01  WK-X12-ENV-REJECTS         PIC 9(05) VALUE ZEROES.
005390 01  WK-X12-VERDICT-TABLE.
005400     05  WK-X12-VERDICT         PIC X(01) OCCURS 9999 TIMES.
005410 01  WK-X12-ERR-SEG             PIC X(03) VALUE SPACES.
005420 01  WK-X12-ERR-ELEM            PIC X(20) VALUE SPACES.
005430 01  WK-X12-ERR-SCOPE           PIC X(01) VALUE SPACE.
005440*        'I' INTERCHANGE, 'G' GROUP, 'S' TRANSACTION SET
005450 01  WK-X12-ERR-REASON.
005460     05  WK-X12-ERR-TEXT        PIC X(26).
005470     05  FILLER                 PIC X(05) VALUE ' CTL '.
005480     05  WK-X12-ERR-CTL         PIC X(09).
005490*----------------------------------------------------------*
005500* THE CLAIM BEING ASSEMBLED FROM AN X12 TRANSACTION SET -  *
005510* BILLING PROVIDER AND SUBSCRIBER FROM THE 2000A AND 2000B *
005520* LOOPS, THE 2300 VALUES HELD UNTIL THE CLAIM CLOSES, AND  *
005530* ITS 2400 SERVICE LINES FOR THE REVENUE-CENTER DETAIL.    *
005540*----------------------------------------------------------*
005550 01  WK-X12-PROVIDER            PIC X(06) VALUE SPACES.
005560 01  WK-X12-BILL-NPI            PIC X(10) VALUE SPACES.
005570 01  WK-X12-MBI                 PIC X(11) VALUE SPACES.
005580 01  WK-X12-CLAIM.
005590     05  WK-XC-FROM-DATE        PIC X(08).
005600     05  WK-XC-THRU-DATE        PIC X(08).
005610     05  WK-XC-ADMIT-DATE       PIC X(08).
005620     05  WK-XC-DRG              PIC X(03).
005630     05  WK-XC-CHARGES-SW       PIC X(01).
005640         88  X12-CHARGES-BAD    VALUE 'Y'.
005650     05  WK-XC-COV-DAYS-SW      PIC X(01).
005660         88  X12-COV-DAYS-SENT  VALUE 'Y'.
005670 01  WK-X12-STAY-START          PIC X(08) VALUE SPACES.
005680 01  WK-X12-START-SERIAL        PIC 9(07) VALUE ZEROES.
005690 01  WK-X12-FAIL-SEG            PIC X(03) VALUE SPACES.
005700 01  WK-X12-SENDS               PIC X(01) VALUE SPACE.
005710 01  WK-X12-RPT-SW              PIC X(01) VALUE 'N'.
005720     88  X12-TYPE-REPORTED      VALUE 'Y'.
005730 01  WK-X12-REV-COUNT           PIC 9(04) COMP VALUE ZEROES.
005740 01  WK-X12-REV-WRITTEN         PIC 9(07) VALUE ZEROES.
005750 01  X12-REV-TABLE.
005760     05  XR-ENTRY OCCURS 999 TIMES
005770                  INDEXED BY XR-IDX.
005780         10  XR-REV-CODE        PIC X(04).
005790         10  XR-UNITS           PIC 9(05).
005800         10  XR-CHARGES         PIC 9(07)V9(02).
005810*----------------------------------------------------------*
005820* DATE-TO-SERIAL WORK FIELDS, AS IN PPBAT215, SO THE LENGTH*
005830* OF STAY DERIVED FROM X12 DATES MATCHES ITS LOS EDIT.     *
005840*----------------------------------------------------------*
005850 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
005860 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
005870     05  WK-DTS-YYYY            PIC 9(04).
005880     05  WK-DTS-MM              PIC 9(02).
005890         88  DTS-MONTH-VALID    VALUE 01 THRU 12.
005900     05  WK-DTS-DD              PIC 9(02).
005910 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
005920 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
005930 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
005940 01  WK-DTS-MONTH-DAYS.
005950     05  FILLER PIC X(36) VALUE
005960         '000031059090120151181212243273304334'.
005970 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
005980     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
005990 PROCEDURE DIVISION.
006000*===========================================================*
006010* 0000-MAINLINE                                              *
006020*===========================================================*
006030 0000-MAINLINE.
006040     PERFORM 1000-LOAD-PROFILES THRU 1000-EXIT.
006050     OPEN INPUT  CLAIM-INTF-IN.
006060     OPEN OUTPUT BILL-FILE-OUT.
006070     OPEN OUTPUT CONV-EXCP-OUT.
006080     OPEN OUTPUT ACK-FILE-OUT.
006090     OPEN OUTPUT CLAIM-MEDIUM-OUT.
006100     PERFORM 4000-NPI-FOLLOW-UP THRU 4000-EXIT.
006110     OPEN EXTEND CLAIM-EVENT-OUT.
006120     PERFORM 5000-DETECT-X12 THRU 5000-EXIT.
006130     IF X12-INTERCHANGE
006140         PERFORM 6000-CONVERT-X12 THRU 6000-EXIT
006150     ELSE
006160         PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
006170             UNTIL INTF-AT-EOF
006180     END-IF.
006190     IF CLAIM-IS-OPEN
006200         PERFORM 3000-CLOSE-CLAIM THRU 3000-EXIT
006210     END-IF.
006220     PERFORM 3100-WRITE-ACK-SUMMARIES THRU 3100-EXIT.
006230     CLOSE CLAIM-INTF-IN.
006240     CLOSE BILL-FILE-OUT.
006250     CLOSE CONV-EXCP-OUT.
006260     CLOSE ACK-FILE-OUT.
006270     CLOSE CLAIM-MEDIUM-OUT.
006280     CLOSE CLAIM-EVENT-OUT.
006290     IF X12-INTERCHANGE
006300         CLOSE REV-DETAIL-OUT
006310     END-IF.
006320     DISPLAY 'PPCNV215 - RECORDS READ    : ' WK-RECORDS-READ.
006330     DISPLAY 'PPCNV215 - CLAIMS WRITTEN  : ' WK-CLAIMS-WRITTEN.
006340     DISPLAY 'PPCNV215 - CLAIMS REJECTED : '
006350             WK-CLAIMS-REJECTED.
006360     DISPLAY 'PPCNV215 - PAPER CLAIMS    : ' WK-PAPER-CLAIMS.
006370     IF X12-INTERCHANGE
006380         DISPLAY 'PPCNV215 - X12 SEGMENTS    : ' WK-X12-SEGMENTS
006390         DISPLAY 'PPCNV215 - ENVELOPE REJECTS: '
006400                 WK-X12-ENV-REJECTS
006410         DISPLAY 'PPCNV215 - SERVICE LINES   : '
006420                 WK-X12-REV-WRITTEN
006430     END-IF.
006440     STOP RUN.
006450*===========================================================*
006460* 1000-LOAD-PROFILES - LOAD AND VALIDATE THE TRADING-PARTNER *
006470* PROFILE FILE.  A HARD ERROR (DUPLICATE SUBMITTER, INVALID  *
006480* OPTION CODE) FAILS THE RUN BEFORE ANY CLAIM IS READ, AS    *
006490* THE OTHER RUNTIME TABLES DO.  A MISSING FILE LEAVES EVERY  *
006500* SUBMITTER ON THE DEFAULTS.                                 *
006510*===========================================================*
006520 1000-LOAD-PROFILES.
006530     OPEN INPUT PART-PROF-FILE.
006540     IF WK-PROF-STATUS NOT = '00'
006550         GO TO 1000-EXIT
006560     END-IF.
006570     SET PF-IDX TO 1.
006580     PERFORM 1100-READ-ONE-PROFILE THRU 1100-EXIT
006590         UNTIL PROF-AT-EOF OR WK-PROF-COUNT >= 100.
006600     CLOSE PART-PROF-FILE.
006610     IF WK-PROF-ERRORS > 0
006620         DISPLAY 'PPCNV215 - PARTNER PROFILES FAILED '
006630                 'VALIDATION - RUN STOPPED'
006640         MOVE 16 TO RETURN-CODE
006650         STOP RUN
006660     END-IF.
006670  1000-EXIT.
006680     EXIT.
006690  1100-READ-ONE-PROFILE.
006700     READ PART-PROF-FILE
006710         AT END
006720             SET PROF-AT-EOF TO TRUE
006730             GO TO 1100-EXIT
006740     END-READ.
006750     IF PP-DATE-FORMAT NOT = 'C' AND NOT = 'M'
006760         DISPLAY 'PPCNV215 - PROFILE ' PP-SUBMITTER-ID
006770                 ' INVALID DATE FORMAT ' PP-DATE-FORMAT
006780         ADD 1 TO WK-PROF-ERRORS
006790     END-IF.
006800     IF PP-CHARGES-DECIMAL NOT = 'I' AND NOT = 'E'
006810         DISPLAY 'PPCNV215 - PROFILE ' PP-SUBMITTER-ID
006820                 ' INVALID CHARGES CODE ' PP-CHARGES-DECIMAL
006830         ADD 1 TO WK-PROF-ERRORS
006840     END-IF.
006850     IF PP-PROV-QUALIFIER NOT = 'O' AND NOT = 'Z'
006860         DISPLAY 'PPCNV215 - PROFILE ' PP-SUBMITTER-ID
006870                 ' INVALID PROVIDER QUALIFIER '
006880                 PP-PROV-QUALIFIER
006890         ADD 1 TO WK-PROF-ERRORS
006900     END-IF.
006910     IF PP-SUBMIT-MEDIUM NOT = 'E' AND NOT = 'P'
006920        AND NOT = SPACE
006930         DISPLAY 'PPCNV215 - PROFILE ' PP-SUBMITTER-ID
006940                 ' INVALID SUBMISSION MEDIUM ' PP-SUBMIT-MEDIUM
006950         ADD 1 TO WK-PROF-ERRORS
006960     END-IF.
006970     IF PP-CUTOFF-TIME NOT = SPACES
006980         IF PP-CUTOFF-TIME NOT NUMERIC
006990            OR PP-CUTOFF-HH > 23 OR PP-CUTOFF-MM > 59
007000             DISPLAY 'PPCNV215 - PROFILE ' PP-SUBMITTER-ID
007010                     ' INVALID CUTOFF TIME ' PP-CUTOFF-TIME
007020             ADD 1 TO WK-PROF-ERRORS
007030         END-IF
007040     END-IF.
007050     PERFORM 1110-CHECK-PROFILE-DUP THRU 1110-EXIT
007060         VARYING PF-SIDX FROM 1 BY 1
007070         UNTIL PF-SIDX NOT < PF-IDX.
007080     MOVE PP-SUBMITTER-ID     TO PF-SUBMITTER-ID(PF-IDX).
007090     MOVE PP-DATE-FORMAT      TO PF-DATE-FORMAT(PF-IDX).
007100     MOVE PP-CHARGES-DECIMAL  TO PF-CHARGES-DECIMAL(PF-IDX).
007110     MOVE PP-PROV-QUALIFIER   TO PF-PROV-QUALIFIER(PF-IDX).
007120     MOVE PP-SENDS-HI         TO PF-SENDS-HI(PF-IDX).
007130     MOVE PP-SENDS-PR         TO PF-SENDS-PR(PF-IDX).
007140     MOVE PP-SENDS-CC         TO PF-SENDS-CC(PF-IDX).
007150     MOVE PP-SENDS-NDC        TO PF-SENDS-NDC(PF-IDX).
007160     MOVE PP-SENDS-OCC        TO PF-SENDS-OCC(PF-IDX).
007170     IF PP-SUBMIT-MEDIUM = SPACE
007180         MOVE 'E'             TO PF-SUBMIT-MEDIUM(PF-IDX)
007190     ELSE
007200         MOVE PP-SUBMIT-MEDIUM TO PF-SUBMIT-MEDIUM(PF-IDX)
007210     END-IF.
007220     ADD  1 TO WK-PROF-COUNT.
007230     SET  PF-IDX UP BY 1.
007240  1100-EXIT.
007250     EXIT.
007260  1110-CHECK-PROFILE-DUP.
007270     IF PF-SUBMITTER-ID(PF-SIDX) = PP-SUBMITTER-ID
007280         DISPLAY 'PPCNV215 - DUPLICATE PROFILE FOR '
007290                 PP-SUBMITTER-ID
007300         ADD 1 TO WK-PROF-ERRORS
007310     END-IF.
007320  1110-EXIT.
007330     EXIT.
007340*===========================================================*
007350* 1200-SET-SUBMITTER - A 'SUB' RECORD NAMES THE SUBMITTER   *
007360* FOR THE CLAIMS THAT FOLLOW.  ITS PROFILE GOVERNS UNTIL    *
007370* THE NEXT 'SUB'; A SUBMITTER WITH NO PROFILE ROW IS        *
007380* REPORTED AND RUNS ON THE DEFAULTS.                        *
007390* AN X12 INTERCHANGE ENTERS AT 1200-APPLY-PROFILE WITH THE  *
007400* ISA06 SENDER ALREADY IN WK-CUR-SUBMITTER.                 *
007410*===========================================================*
007420  1200-SET-SUBMITTER.
007430     MOVE CI-SUBMITTER-ID TO WK-CUR-SUBMITTER.
007440  1200-APPLY-PROFILE.
007450     MOVE 'C' TO WK-CP-DATE-FORMAT.
007460     MOVE 'I' TO WK-CP-CHARGES-DECIMAL.
007470     MOVE 'O' TO WK-CP-PROV-QUALIFIER.
007480     MOVE 'Y' TO WK-CP-SENDS-HI.
007490     MOVE 'Y' TO WK-CP-SENDS-PR.
007500     MOVE 'Y' TO WK-CP-SENDS-CC.
007510     MOVE 'Y' TO WK-CP-SENDS-NDC.
007520     MOVE 'Y' TO WK-CP-SENDS-OCC.
007530     MOVE 'E' TO WK-CP-SUBMIT-MEDIUM.
007540     MOVE 'N' TO WK-PROF-FOUND-SW.
007550     IF WK-PROF-COUNT = 0
007560         GO TO 1200-NO-PROFILE
007570     END-IF.
007580     SET PF-SIDX TO 1.
007590     SEARCH PF-ENTRY VARYING PF-SIDX
007600         AT END
007610             CONTINUE
007620         WHEN PF-SUBMITTER-ID(PF-SIDX) = WK-CUR-SUBMITTER
007630             SET PROFILE-WAS-FOUND TO TRUE
007640     END-SEARCH.
007650     IF PROFILE-WAS-FOUND
007660         MOVE PF-DATE-FORMAT(PF-SIDX)
007670             TO WK-CP-DATE-FORMAT
007680         MOVE PF-CHARGES-DECIMAL(PF-SIDX)
007690             TO WK-CP-CHARGES-DECIMAL
007700         MOVE PF-PROV-QUALIFIER(PF-SIDX)
007710             TO WK-CP-PROV-QUALIFIER
007720         MOVE PF-SENDS-HI(PF-SIDX)  TO WK-CP-SENDS-HI
007730         MOVE PF-SENDS-PR(PF-SIDX)  TO WK-CP-SENDS-PR
007740         MOVE PF-SENDS-CC(PF-SIDX)  TO WK-CP-SENDS-CC
007750         MOVE PF-SENDS-NDC(PF-SIDX) TO WK-CP-SENDS-NDC
007760         MOVE PF-SENDS-OCC(PF-SIDX) TO WK-CP-SENDS-OCC
007770         MOVE PF-SUBMIT-MEDIUM(PF-SIDX)
007780             TO WK-CP-SUBMIT-MEDIUM
007790         GO TO 1200-EXIT
007800     END-IF.
007810  1200-NO-PROFILE.
007820     MOVE WK-CUR-SUBMITTER     TO WK-EX-PROVIDER-NO.
007830     MOVE SPACES               TO WK-EX-DISCHARGE.
007840     MOVE 'SUBMITTER HAS NO PROFILE - DEFAULTS USED'
007850                               TO WK-EX-REASON.
007860     MOVE WK-EX-DETAIL-LINE    TO CONV-EXCP-LINE.
007870     WRITE CONV-EXCP-LINE.
007880  1200-EXIT.
007890     EXIT.
007900*===========================================================*
007910* 1250-CHECK-RECORD-TYPE - REPORT A RECORD TYPE THE        *
007920* PARTNER'S PROFILE SAYS IT DOES NOT SEND.  THE RECORD IS  *
007930* STILL PROCESSED.                                         *
007940*===========================================================*
007950  1250-CHECK-RECORD-TYPE.
007960     MOVE B-21-PROVIDER-NO    TO WK-EX-PROVIDER-NO.
007970     MOVE B-21-DISCHARGE-DATE TO WK-EX-DISCHARGE.
007980     MOVE 'RECORD TYPE NOT IN PARTNER PROFILE'
007990                              TO WK-EX-REASON.
008000     MOVE WK-EX-DETAIL-LINE   TO CONV-EXCP-LINE.
008010     WRITE CONV-EXCP-LINE.
008020  1250-EXIT.
008030     EXIT.
008040 2000-CONVERT-ONE-RECORD.
008050     READ CLAIM-INTF-IN
008060         AT END
008070             SET INTF-AT-EOF TO TRUE
008080             GO TO 2000-EXIT
008090     END-READ.
008100     ADD 1 TO WK-RECORDS-READ.
008110     EVALUATE CI-RECORD-TYPE
008120         WHEN 'SUB'
008130             IF CLAIM-IS-OPEN
008140                 PERFORM 3000-CLOSE-CLAIM THRU 3000-EXIT
008150             END-IF
008160             PERFORM 1200-SET-SUBMITTER THRU 1200-EXIT
008170         WHEN 'CLM'
008180             IF CLAIM-IS-OPEN
008190                 PERFORM 3000-CLOSE-CLAIM THRU 3000-EXIT
008200             END-IF
008210             PERFORM 2100-START-CLAIM THRU 2100-EXIT
008220         WHEN 'HI '
008230             PERFORM 2200-ADD-DIAGNOSES THRU 2200-EXIT
008240         WHEN 'PR '
008250             PERFORM 2300-ADD-PROCEDURES THRU 2300-EXIT
008260         WHEN 'CC '
008270             PERFORM 2400-ADD-CONDITIONS THRU 2400-EXIT
008280         WHEN 'POA'
008290             PERFORM 2700-ADD-POA THRU 2700-EXIT
008300         WHEN 'NDC'
008310             PERFORM 2500-ADD-NDCS THRU 2500-EXIT
008320         WHEN 'OCC'
008330             PERFORM 2600-ADD-OCCURRENCES THRU 2600-EXIT
008340         WHEN 'NPI'
008350             PERFORM 2800-ADD-NPI THRU 2800-EXIT
008360         WHEN OTHER
008370             MOVE SPACES        TO WK-EX-PROVIDER-NO
008380             MOVE SPACES        TO WK-EX-DISCHARGE
008390             MOVE 'UNKNOWN INTERFACE RECORD TYPE'
008400                                TO WK-EX-REASON
008410             MOVE WK-EX-DETAIL-LINE TO CONV-EXCP-LINE
008420             WRITE CONV-EXCP-LINE
008430     END-EVALUATE.
008440 2000-EXIT.
008450     EXIT.
008460*===========================================================*
008470* 2100-START-CLAIM - OPEN A NEW BILL FROM THE CLM HEADER,   *
008480* VALIDATING THE FIELDS THE PRICER CANNOT LIVE WITHOUT.     *
008490*===========================================================*
008500 2100-START-CLAIM.
008510     PERFORM 2105-CLEAR-BILL THRU 2105-EXIT.
008520     IF CI-PROVIDER-NO = SPACES
008530         MOVE 'PROVIDER-NO' TO WK-REJ-FIELD
008540         MOVE 'PROVIDER NUMBER MISSING' TO WK-EX-REASON
008550         PERFORM 2900-REJECT-CLAIM THRU 2900-EXIT
008560         GO TO 2100-EXIT
008570     END-IF.
008580     IF CI-DRG NOT NUMERIC
008590         MOVE 'DRG' TO WK-REJ-FIELD
008600         MOVE 'DRG NOT NUMERIC' TO WK-EX-REASON
008610         PERFORM 2900-REJECT-CLAIM THRU 2900-EXIT
008620         GO TO 2100-EXIT
008630     END-IF.
008640     IF WK-CP-DATE-FORMAT = 'M'
008650         MOVE CI-DISCHARGE-DATE TO WK-DW-IN
008660         PERFORM 2120-DATE-MDY-TO-CYMD THRU 2120-EXIT
008670         MOVE WK-DW-OUT TO CI-DISCHARGE-DATE
008680         IF CI-ADMIT-DATE NOT = SPACES
008690             MOVE CI-ADMIT-DATE TO WK-DW-IN
008700             PERFORM 2120-DATE-MDY-TO-CYMD THRU 2120-EXIT
008710             MOVE WK-DW-OUT TO CI-ADMIT-DATE
008720         END-IF
008730         IF CI-RECEIPT-DATE IS NUMERIC
008740            AND CI-RECEIPT-DATE NOT = '00000000'
008750             MOVE CI-RECEIPT-DATE TO WK-DW-IN
008760             PERFORM 2120-DATE-MDY-TO-CYMD THRU 2120-EXIT
008770             MOVE WK-DW-OUT TO CI-RECEIPT-DATE
008780         END-IF
008790     END-IF.
008800     IF CI-DISCHARGE-DATE NOT NUMERIC
008810         MOVE 'DISCHARGE-DATE' TO WK-REJ-FIELD
008820         MOVE 'DISCHARGE DATE NOT NUMERIC' TO WK-EX-REASON
008830         PERFORM 2900-REJECT-CLAIM THRU 2900-EXIT
008840         GO TO 2100-EXIT
008850     END-IF.
008860     IF WK-CP-CHARGES-DECIMAL = 'E'
008870         COMPUTE WK-CHG-WORK =
008880             FUNCTION NUMVAL(CI-CHARGES)
008890             ON SIZE ERROR
008900                 MOVE 'CHARGES' TO WK-REJ-FIELD
008910                 MOVE 'COVERED CHARGES NOT NUMERIC'
008920                     TO WK-EX-REASON
008930                 PERFORM 2900-REJECT-CLAIM THRU 2900-EXIT
008940                 GO TO 2100-EXIT
008950     END-COMPUTE
008960     ELSE
008970     IF CI-CHARGES NOT NUMERIC
008980         MOVE 'CHARGES' TO WK-REJ-FIELD
008990         MOVE 'COVERED CHARGES NOT NUMERIC' TO WK-EX-REASON
009000         PERFORM 2900-REJECT-CLAIM THRU 2900-EXIT
009010         GO TO 2100-EXIT
009020     END-IF
009030     END-IF.
009040     MOVE CI-PROVIDER-NO    TO WK-PROV-WORK.
009050     PERFORM 2130-QUALIFY-PROVIDER THRU 2130-EXIT.
009060     MOVE WK-PROV-WORK      TO B-21-PROVIDER-NO.
009070     IF CI-REVIEW-CODE IS NUMERIC
009080         MOVE CI-REVIEW-CODE TO B-21-REVIEW-CODE
009090     END-IF.
009100     MOVE CI-DRG            TO B-21-DRG.
009110     IF CI-LOS IS NUMERIC
009120         MOVE CI-LOS TO B-21-LOS
009130     END-IF.
009140     IF CI-COVERED-DAYS IS NUMERIC
009150         MOVE CI-COVERED-DAYS TO B-21-COVERED-DAYS
009160     END-IF.
009170     IF CI-LTR-DAYS IS NUMERIC
009180         MOVE CI-LTR-DAYS TO B-21-LTR-DAYS
009190     END-IF.
009200     MOVE CI-DISCHARGE-DATE TO B-21-DISCHARGE-DATE.
009210     IF CI-RECV-PROVIDER NOT = SPACES
009220         MOVE CI-RECV-PROVIDER TO B-21-RECV-PROVIDER-NO
009230     END-IF.
009240     IF CI-ADMIT-DATE IS NUMERIC
009250         MOVE CI-ADMIT-DATE TO B-21-ADMIT-DATE
009260     END-IF.
009270     IF WK-CP-CHARGES-DECIMAL = 'E'
009280         MOVE WK-CHG-WORK   TO B-21-CHARGES-CLAIMED
009290     ELSE
009300         MOVE CI-CHARGES    TO B-21-CHARGES-CLAIMED
009310     END-IF.
009320     MOVE CI-MBI            TO B-21-MBI.
009330     MOVE CI-ACTION-CODE    TO B-21-ACTION-CODE.
009340     IF CI-PRIOR-PAID IS NUMERIC
009350         MOVE CI-PRIOR-PAID TO B-21-PRIOR-PAID-AMT
009360     END-IF.
009370     MOVE CI-DISCHARGE-STATUS TO B-21-DISCHARGE-STATUS.
009380*    THE RECEIPT DATE DRIVES TIMELY FILING AND CLEAN-CLAIM
009390*    INTEREST - WHEN THE SOURCE DOES NOT SUPPLY IT, THE
009400*    INTERCHANGE IS STAMPED WITH TODAY.
009410     IF CI-RECEIPT-DATE IS NUMERIC
009420        AND CI-RECEIPT-DATE NOT = '00000000'
009430         MOVE CI-RECEIPT-DATE TO B-21-RECEIPT-DATE
009440     ELSE
009450         ACCEPT B-21-RECEIPT-DATE FROM DATE YYYYMMDD
009460     END-IF.
009470     MOVE CI-TF-EXCEPTION TO B-21-TF-EXCEPTION-CODE.
009480     IF CI-CROSSOVER-FLAG = 'Y'
009490         MOVE 'Y' TO B-21-CROSSOVER-FLAG
009500         MOVE CI-MEDICAID-STATE TO B-21-MEDICAID-STATE
009510     END-IF.
009520 2100-EXIT.
009530     EXIT.
009540*===========================================================*
009550* 2105-CLEAR-BILL - CLEAR THE BILL AND THE SLOT POINTERS FOR*
009560* A NEW CLAIM, MARK IT OPEN AND COUNT IT RECEIVED.          *
009570*===========================================================*
009580 2105-CLEAR-BILL.
009590     MOVE SPACES TO BILL-DATA-2021.
009600     MOVE ZEROES TO B-21-REVIEW-CODE B-21-DRG B-21-LOS
009610                    B-21-COVERED-DAYS B-21-LTR-DAYS
009620                    B-21-DISCHARGE-DATE B-21-CHARGES-CLAIMED
009630                    B-21-PRIOR-PAID-AMT B-21-ACCOM-CHARGES
009640                    B-21-ANCIL-CHARGES B-21-ADMIT-DATE.
009650     MOVE 01 TO WK-NEXT-DIAG WK-NEXT-PROC
009660                WK-NEXT-COND WK-NEXT-NDC WK-NEXT-OCC.
009670     PERFORM 2110-INIT-ONE-OCC THRU 2110-EXIT
009680         VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 10.
009690     MOVE 'N' TO WK-CLAIM-BAD-SW.
009700     SET CLAIM-IS-OPEN TO TRUE.
009710     PERFORM 3200-COUNT-RECEIVED THRU 3200-EXIT.
009720 2105-EXIT.
009730     EXIT.
009740 2110-INIT-ONE-OCC.
009750     SET B-21-OCC-IDX TO WK-I.
009760     MOVE ZEROES TO B-21-OCC-DATE(B-21-OCC-IDX).
009770 2110-EXIT.
009780     EXIT.
009790*===========================================================*
009800* 2120-DATE-MDY-TO-CYMD - CONVERT A PARTNER'S MMDDCCYY DATE *
009810* TO THE CCYYMMDD THE PRICER EXPECTS.                       *
009820*===========================================================*
009830 2120-DATE-MDY-TO-CYMD.
009840     MOVE WK-DW-CCYY TO WK-DW-OUT(1:4).
009850     MOVE WK-DW-MM   TO WK-DW-OUT(5:2).
009860     MOVE WK-DW-DD   TO WK-DW-OUT(7:2).
009870 2120-EXIT.
009880     EXIT.
009890*===========================================================*
009900* 2130-QUALIFY-PROVIDER - APPLY THE PARTNER'S PROVIDER-     *
009910* NUMBER QUALIFIER TO WK-PROV-WORK.  A 'Z' PARTNER SENDS IT *
009920* LEFT-JUSTIFIED AND IT IS ZERO-FILLED HERE.                *
009930*===========================================================*
009940 2130-QUALIFY-PROVIDER.
009950     IF WK-CP-PROV-QUALIFIER NOT = 'Z'
009960        OR WK-PROV-WORK = SPACES
009970         GO TO 2130-EXIT
009980     END-IF.
009990     MOVE ZEROES TO WK-PROV-NUM.
010000     COMPUTE WK-PROV-NUM =
010010         FUNCTION NUMVAL(WK-PROV-WORK)
010020         ON SIZE ERROR CONTINUE
010030     END-COMPUTE.
010040     MOVE WK-PROV-NUM TO WK-PROV-WORK.
010050 2130-EXIT.
010060     EXIT.
010070 2200-ADD-DIAGNOSES.
010080     IF NOT CLAIM-IS-OPEN OR CLAIM-IS-BAD
010090         GO TO 2200-EXIT
010100     END-IF.
010110     IF WK-CP-SENDS-HI NOT = 'Y'
010120         PERFORM 1250-CHECK-RECORD-TYPE THRU 1250-EXIT
010130     END-IF.
010140     PERFORM 2210-ADD-ONE-DIAG THRU 2210-EXIT
010150         VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 8.
010160 2200-EXIT.
010170     EXIT.
010180 2210-ADD-ONE-DIAG.
010190     SET CI7-IDX TO WK-I.
010200     IF CI-CODE7(CI7-IDX) NOT = SPACES
010210        AND WK-NEXT-DIAG NOT > 25
010220         SET B-21-DIAG-IDX TO WK-NEXT-DIAG
010230         MOVE CI-CODE7(CI7-IDX)
010240             TO B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX)
010250         ADD 1 TO WK-NEXT-DIAG
010260     END-IF.
010270 2210-EXIT.
010280     EXIT.
010290 2300-ADD-PROCEDURES.
010300     IF NOT CLAIM-IS-OPEN OR CLAIM-IS-BAD
010310         GO TO 2300-EXIT
010320     END-IF.
010330     IF WK-CP-SENDS-PR NOT = 'Y'
010340         PERFORM 1250-CHECK-RECORD-TYPE THRU 1250-EXIT
010350     END-IF.
010360     PERFORM 2310-ADD-ONE-PROC THRU 2310-EXIT
010370         VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 8.
010380 2300-EXIT.
010390     EXIT.
010400 2310-ADD-ONE-PROC.
010410     SET CI7-IDX TO WK-I.
010420     IF CI-CODE7(CI7-IDX) NOT = SPACES
010430        AND WK-NEXT-PROC NOT > 25
010440         SET B-21-PROC-IDX TO WK-NEXT-PROC
010450         MOVE CI-CODE7(CI7-IDX)
010460             TO B-21-PROC-CODE-ENTRY(B-21-PROC-IDX)
010470         ADD 1 TO WK-NEXT-PROC
010480     END-IF.
010490 2310-EXIT.
010500     EXIT.
010510 2400-ADD-CONDITIONS.
010520     IF NOT CLAIM-IS-OPEN OR CLAIM-IS-BAD
010530         GO TO 2400-EXIT
010540     END-IF.
010550     IF WK-CP-SENDS-CC NOT = 'Y'
010560         PERFORM 1250-CHECK-RECORD-TYPE THRU 1250-EXIT
010570     END-IF.
010580     PERFORM 2410-ADD-ONE-COND THRU 2410-EXIT
010590         VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 5.
010600 2400-EXIT.
010610     EXIT.
010620 2410-ADD-ONE-COND.
010630     SET CI2-IDX TO WK-I.
010640     MOVE CI-CODE2(CI2-IDX) TO WK-COND-CODE.
010650     PERFORM 2420-STORE-COND THRU 2420-EXIT.
010660 2410-EXIT.
010670     EXIT.
010680*===========================================================*
010690* 2420-STORE-COND - CARRY ONE CONDITION CODE (WK-COND-CODE):*
010700* FIVE IN THE BASE ARRAY, SIX TO THIRTY IN THE EXTENSION.   *
010710*===========================================================*
010720 2420-STORE-COND.
010730     IF WK-COND-CODE = SPACES
010740         GO TO 2420-EXIT
010750     END-IF.
010760     IF WK-NEXT-COND NOT > 5
010770         SET B-21-COND-IDX TO WK-NEXT-COND
010780         MOVE WK-COND-CODE
010790             TO B-21-COND-CODE-ENTRY(B-21-COND-IDX)
010800         ADD 1 TO WK-NEXT-COND
010810         GO TO 2420-EXIT
010820     END-IF.
010830*    CODES SIX TO THIRTY RIDE THE SUCCESSOR-FORMAT
010840*    EXTENSION - POLICY LOGIC KEYED TO LATE CONDITION
010850*    CODES (HMO 04, COVID ZA) DEPENDS ON THEM.
010860     IF WK-NEXT-COND NOT > 30
010870         COMPUTE WK-J = WK-NEXT-COND - 5
010880         SET B-21-XCOND-IDX TO WK-J
010890         MOVE WK-COND-CODE
010900             TO B-21-EXT-COND-ENTRY(B-21-XCOND-IDX)
010910         MOVE '2' TO B-21-FORMAT-IND
010920         ADD 1 TO WK-NEXT-COND
010930         GO TO 2420-EXIT
010940     END-IF.
010950     MOVE B-21-PROVIDER-NO     TO WK-EX-PROVIDER-NO.
010960     MOVE B-21-DISCHARGE-DATE  TO WK-EX-DISCHARGE.
010970     MOVE 'CONDITION CODE PAST 30 NOT CARRIED'
010980                               TO WK-EX-REASON.
010990     MOVE WK-EX-DETAIL-LINE    TO CONV-EXCP-LINE.
011000     WRITE CONV-EXCP-LINE.
011010 2420-EXIT.
011020     EXIT.
011030*===========================================================*
011040* 2600-ADD-OCCURRENCES - MAP AN OCC RECORD'S CODE/DATE      *
011050* PAIRS INTO THE SUCCESSOR-FORMAT OCCURRENCE ARRAY.         *
011060*===========================================================*
011070 2600-ADD-OCCURRENCES.
011080     IF NOT CLAIM-IS-OPEN OR CLAIM-IS-BAD
011090         GO TO 2600-EXIT
011100     END-IF.
011110     IF WK-CP-SENDS-OCC NOT = 'Y'
011120         PERFORM 1250-CHECK-RECORD-TYPE THRU 1250-EXIT
011130     END-IF.
011140     PERFORM 2610-ADD-ONE-OCC THRU 2610-EXIT
011150         VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 9.
011160 2600-EXIT.
011170     EXIT.
011180 2610-ADD-ONE-OCC.
011190     SET CIO-IDX TO WK-I.
011200     MOVE CI-OCC-CODE(CIO-IDX) TO WK-OCC-CODE.
011210     MOVE CI-OCC-DATE(CIO-IDX) TO WK-OCC-DATE.
011220     IF WK-OCC-DATE IS NUMERIC
011230        AND WK-CP-DATE-FORMAT = 'M'
011240         MOVE WK-OCC-DATE TO WK-DW-IN
011250         PERFORM 2120-DATE-MDY-TO-CYMD THRU 2120-EXIT
011260         MOVE WK-DW-OUT TO WK-OCC-DATE
011270     END-IF.
011280     PERFORM 2620-STORE-OCC THRU 2620-EXIT.
011290 2610-EXIT.
011300     EXIT.
011310*===========================================================*
011320* 2620-STORE-OCC - CARRY ONE OCCURRENCE CODE AND ITS        *
011330* CCYYMMDD DATE (WK-OCC-CODE, WK-OCC-DATE), TEN A CLAIM.    *
011340*===========================================================*
011350 2620-STORE-OCC.
011360     IF WK-OCC-CODE = SPACES
011370         GO TO 2620-EXIT
011380     END-IF.
011390     IF WK-NEXT-OCC > 10
011400         MOVE B-21-PROVIDER-NO    TO WK-EX-PROVIDER-NO
011410         MOVE B-21-DISCHARGE-DATE TO WK-EX-DISCHARGE
011420         MOVE 'OCCURRENCE CODE PAST 10 NOT CARRIED'
011430                                  TO WK-EX-REASON
011440         MOVE WK-EX-DETAIL-LINE   TO CONV-EXCP-LINE
011450         WRITE CONV-EXCP-LINE
011460         GO TO 2620-EXIT
011470     END-IF.
011480     SET B-21-OCC-IDX TO WK-NEXT-OCC.
011490     MOVE WK-OCC-CODE TO B-21-OCC-CODE(B-21-OCC-IDX).
011500     IF WK-OCC-DATE IS NUMERIC
011510         MOVE WK-OCC-DATE TO B-21-OCC-DATE(B-21-OCC-IDX)
011520     END-IF.
011530     MOVE '2' TO B-21-FORMAT-IND.
011540     ADD 1 TO WK-NEXT-OCC.
011550 2620-EXIT.
011560     EXIT.
011570 2500-ADD-NDCS.
011580     IF NOT CLAIM-IS-OPEN OR CLAIM-IS-BAD
011590         GO TO 2500-EXIT
011600     END-IF.
011610     IF WK-CP-SENDS-NDC NOT = 'Y'
011620         PERFORM 1250-CHECK-RECORD-TYPE THRU 1250-EXIT
011630     END-IF.
011640     PERFORM 2510-ADD-ONE-NDC THRU 2510-EXIT
011650         VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 4.
011660 2500-EXIT.
011670     EXIT.
011680 2510-ADD-ONE-NDC.
011690     SET CI11-IDX TO WK-I.
011700     IF CI-CODE11(CI11-IDX) NOT = SPACES
011710        AND WK-NEXT-NDC NOT > 10
011720         SET B-21-NDC-IDX TO WK-NEXT-NDC
011730         MOVE CI-CODE11(CI11-IDX)
011740             TO B-21-NDC-CODE-ENTRY(B-21-NDC-IDX)
011750         ADD 1 TO WK-NEXT-NDC
011760     END-IF.
011770 2510-EXIT.
011780     EXIT.
011790*===========================================================*
011800* 3000-CLOSE-CLAIM - EMIT THE ASSEMBLED BILL (UNLESS THE    *
011810* CLAIM WAS REJECTED AT ITS HEADER).  AN X12 CLAIM IS       *
011820* FINISHED AND EDITED FIRST, AND ITS SERVICE LINES FOLLOW   *
011830* THE BILL TO THE REVENUE-CENTER DETAIL FILE.               *
011840*===========================================================*
011850 3000-CLOSE-CLAIM.
011860     IF X12-INTERCHANGE
011870         PERFORM 6600-X12-FINISH-CLAIM THRU 6600-EXIT
011880     END-IF.
011890     IF CLAIM-IS-BAD
011900         GO TO 3000-DONE
011910     END-IF.
011920     WRITE BILL-DATA-2021.
011930     IF X12-INTERCHANGE
011940         PERFORM 6700-X12-WRITE-REV-LINE THRU 6700-EXIT
011950             VARYING XR-IDX FROM 1 BY 1
011960             UNTIL XR-IDX > WK-X12-REV-COUNT
011970     END-IF.
011980     ADD 1 TO WK-CLAIMS-WRITTEN.
011990     PERFORM 3300-ACK-ACCEPTED THRU 3300-EXIT.
012000     PERFORM 3610-JOURNAL-ACCEPTED THRU 3610-EXIT.
012010     IF WK-CP-SUBMIT-MEDIUM = 'P'
012020         PERFORM 3050-WRITE-PAPER-MEDIUM THRU 3050-EXIT
012030     END-IF.
012040 3000-DONE.
012050     MOVE 'N' TO WK-CLAIM-OPEN-SW.
012060     MOVE 'N' TO WK-CLAIM-BAD-SW.
012070 3000-EXIT.
012080     EXIT.
012090*===========================================================*
012100* 3050-WRITE-PAPER-MEDIUM - RECORD A CLAIM RECEIVED ON PAPER *
012110* FOR PPBAT215'S PAYMENT-FLOOR SCHEDULING.                   *
012120*===========================================================*
012130 3050-WRITE-PAPER-MEDIUM.
012140     MOVE SPACES              TO CLAIM-MEDIUM-REC.
012150     MOVE B-21-PROVIDER-NO    TO CM-PROVIDER-NO.
012160     MOVE B-21-DISCHARGE-DATE TO CM-DISCHARGE-DATE.
012170     MOVE B-21-MBI            TO CM-MBI.
012180     MOVE B-21-RECEIPT-DATE   TO CM-RECEIPT-DATE.
012190     MOVE WK-CUR-SUBMITTER    TO CM-SUBMITTER-ID.
012200     MOVE 'P'                 TO CM-MEDIUM.
012210     WRITE CLAIM-MEDIUM-REC.
012220     ADD 1 TO WK-PAPER-CLAIMS.
012230 3050-EXIT.
012240     EXIT.
012250 2900-REJECT-CLAIM.
012260     SET CLAIM-IS-BAD TO TRUE.
012270     ADD 1 TO WK-CLAIMS-REJECTED.
012280     MOVE CI-PROVIDER-NO    TO WK-EX-PROVIDER-NO.
012290     MOVE CI-DISCHARGE-DATE TO WK-EX-DISCHARGE.
012300     MOVE WK-EX-DETAIL-LINE TO CONV-EXCP-LINE.
012310     WRITE CONV-EXCP-LINE.
012320     MOVE WK-CUR-SUBMITTER    TO AK-SUBMITTER-ID.
012330     MOVE 'D'                 TO AK-RECORD-TYPE.
012340     MOVE CI-PROVIDER-NO      TO AK-PROVIDER-NO.
012350     MOVE CI-DISCHARGE-DATE   TO AK-DISCHARGE-DATE.
012360     MOVE 'R'                 TO AK-DISPOSITION.
012370     IF X12-INTERCHANGE
012380         MOVE WK-X12-FAIL-SEG TO AK-FAIL-RECORD-TYPE
012390     ELSE
012400         MOVE 'CLM'           TO AK-FAIL-RECORD-TYPE
012410     END-IF.
012420     MOVE WK-REJ-FIELD        TO AK-FAIL-FIELD.
012430     MOVE WK-EX-REASON        TO AK-REASON.
012440     WRITE ACK-OUT-REC.
012450     PERFORM 3400-COUNT-REJECTED THRU 3400-EXIT.
012460     PERFORM 3620-JOURNAL-REJECTED THRU 3620-EXIT.
012470 2900-EXIT.
012480     EXIT.
012490*===========================================================*
012500* 3200-COUNT-RECEIVED - ROLL THE CURRENT SUBMITTER'S         *
012510* RECEIVED COUNT, ADDING ITS SUMMARY ROW ON FIRST SIGHT.     *
012520*===========================================================*
012530 3200-COUNT-RECEIVED.
012540     PERFORM 3500-FIND-SUBMITTER-ROW THRU 3500-EXIT.
012550     IF SB-IDX NOT > WK-SB-COUNT
012560         ADD 1 TO SB-RECEIVED(SB-IDX)
012570     END-IF.
012580 3200-EXIT.
012590     EXIT.
012600*===========================================================*
012610* 3300-ACK-ACCEPTED - WRITE THE ACCEPTED ACKNOWLEDGMENT     *
012620* DETAIL AND ROLL THE SUBMITTER'S ACCEPTED COUNT.           *
012630*===========================================================*
012640 3300-ACK-ACCEPTED.
012650     MOVE WK-CUR-SUBMITTER    TO AK-SUBMITTER-ID.
012660     MOVE 'D'                 TO AK-RECORD-TYPE.
012670     MOVE B-21-PROVIDER-NO    TO AK-PROVIDER-NO.
012680     MOVE B-21-DISCHARGE-DATE TO AK-DISCHARGE-DATE.
012690     MOVE 'A'                 TO AK-DISPOSITION.
012700     MOVE SPACES              TO AK-FAIL-RECORD-TYPE.
012710     MOVE SPACES              TO AK-FAIL-FIELD.
012720     MOVE SPACES              TO AK-REASON.
012730     WRITE ACK-OUT-REC.
012740     PERFORM 3500-FIND-SUBMITTER-ROW THRU 3500-EXIT.
012750     IF SB-IDX NOT > WK-SB-COUNT
012760         ADD 1 TO SB-ACCEPTED(SB-IDX)
012770     END-IF.
012780 3300-EXIT.
012790     EXIT.
012800 3400-COUNT-REJECTED.
012810     PERFORM 3500-FIND-SUBMITTER-ROW THRU 3500-EXIT.
012820     IF SB-IDX NOT > WK-SB-COUNT
012830         ADD 1 TO SB-REJECTED(SB-IDX)
012840     END-IF.
012850 3400-EXIT.
012860     EXIT.
012870*===========================================================*
012880* 3500-FIND-SUBMITTER-ROW - FIND OR ADD THE CURRENT         *
012890* SUBMITTER'S SUMMARY ROW, LEAVING SB-IDX ON IT.  A FULL    *
012900* TABLE LEAVES SB-IDX PAST WK-SB-COUNT AND THE COUNT IS     *
012910* DROPPED.                                                  *
012920*===========================================================*
012930 3500-FIND-SUBMITTER-ROW.
012940     SET SB-IDX TO 1.
012950     SEARCH SB-ENTRY VARYING SB-IDX
012960         AT END
012970             IF WK-SB-COUNT < 100
012980                 ADD 1 TO WK-SB-COUNT
012990                 SET SB-IDX TO WK-SB-COUNT
013000                 MOVE WK-CUR-SUBMITTER
013010                     TO SB-SUBMITTER-ID(SB-IDX)
013020                 MOVE 0 TO SB-RECEIVED(SB-IDX)
013030                 MOVE 0 TO SB-ACCEPTED(SB-IDX)
013040                 MOVE 0 TO SB-REJECTED(SB-IDX)
013050                 MOVE 0 TO SB-NPI-RETURNED(SB-IDX)
013060                 MOVE 0 TO SB-ENV-REJECTED(SB-IDX)
013070             END-IF
013080         WHEN SB-SUBMITTER-ID(SB-IDX) = WK-CUR-SUBMITTER
013090             CONTINUE
013100     END-SEARCH.
013110 3500-EXIT.
013120     EXIT.
013130*===========================================================*
013140* 3600-WRITE-EVENT - STAMP AND APPEND ONE CLAIM EVENT.  THE *
013150* CALLER HAS SET THE TYPE, CLAIM IDENTITY AND AMOUNTS.  NO  *
013160* SEQUENCE ID OR RUN ID EXISTS YET AT CONVERSION.           *
013170*===========================================================*
013180 3600-WRITE-EVENT.
013190     MOVE ZEROES     TO EV-CLAIM-SEQ.
013200     MOVE SPACES     TO EV-RUN-ID.
013210     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
013220     ACCEPT EV-EVENT-TIME FROM TIME.
013230     MOVE 'PPCNV215' TO EV-PROGRAM.
013240     WRITE CLAIM-EVENT-REC.
013250 3600-EXIT.
013260     EXIT.
013270*===========================================================*
013280* 3610-JOURNAL-ACCEPTED - RECEIVED AND CONVERTED EVENTS FOR *
013290* A CLAIM WRITTEN TO BILL-DATA-2021.                        *
013300*===========================================================*
013310 3610-JOURNAL-ACCEPTED.
013320     MOVE SPACES               TO CLAIM-EVENT-REC.
013330     MOVE B-21-PROVIDER-NO     TO EV-PROVIDER-NO.
013340     MOVE B-21-MBI             TO EV-MBI.
013350     MOVE B-21-DISCHARGE-DATE  TO EV-DISCHARGE-DATE.
013360     MOVE B-21-DRG             TO EV-DRG.
013370     MOVE ZEROES               TO EV-RTC.
013380     MOVE B-21-CHARGES-CLAIMED TO EV-CHARGES.
013390     MOVE ZEROES               TO EV-PAYMENT.
013400     MOVE ZEROES               TO EV-OTHER-AMT.
013410     MOVE 'RC'                 TO EV-EVENT-TYPE.
013420     MOVE WK-CUR-SUBMITTER     TO EV-DETAIL.
013430     PERFORM 3600-WRITE-EVENT THRU 3600-EXIT.
013440     MOVE 'CV'                 TO EV-EVENT-TYPE.
013450     MOVE SPACES               TO EV-DETAIL.
013460     PERFORM 3600-WRITE-EVENT THRU 3600-EXIT.
013470 3610-EXIT.
013480     EXIT.
013490*===========================================================*
013500* 3620-JOURNAL-REJECTED - RECEIVED AND CONVERSION-REJECT    *
013510* EVENTS FOR A CLAIM REJECTED AT ITS HEADER, FROM THE       *
013520* INTERFACE FIELDS (NON-NUMERIC FIELDS JOURNAL AS ZERO).    *
013530*===========================================================*
013540 3620-JOURNAL-REJECTED.
013550     MOVE SPACES               TO CLAIM-EVENT-REC.
013560     MOVE CI-PROVIDER-NO       TO EV-PROVIDER-NO.
013570     MOVE CI-MBI               TO EV-MBI.
013580     MOVE ZEROES               TO EV-DISCHARGE-DATE.
013590     IF CI-DISCHARGE-DATE NUMERIC
013600         MOVE CI-DISCHARGE-DATE TO EV-DISCHARGE-DATE
013610     END-IF.
013620     MOVE ZEROES               TO EV-DRG.
013630     IF CI-DRG NUMERIC
013640         MOVE CI-DRG           TO EV-DRG
013650     END-IF.
013660     MOVE ZEROES               TO EV-RTC.
013670     MOVE ZEROES               TO EV-CHARGES.
013680     MOVE ZEROES               TO EV-PAYMENT.
013690     MOVE ZEROES               TO EV-OTHER-AMT.
013700     MOVE 'RC'                 TO EV-EVENT-TYPE.
013710     MOVE WK-CUR-SUBMITTER     TO EV-DETAIL.
013720     PERFORM 3600-WRITE-EVENT THRU 3600-EXIT.
013730     MOVE 'EF'                 TO EV-EVENT-TYPE.
013740     MOVE WK-EX-REASON         TO EV-DETAIL.
013750     PERFORM 3600-WRITE-EVENT THRU 3600-EXIT.
013760 3620-EXIT.
013770     EXIT.
013780*===========================================================*
013790* 3100-WRITE-ACK-SUMMARIES - ONE 'S' SUMMARY RECORD PER     *
013800* SUBMITTER, PLUS A SUMMARY LINE PER PARTNER IN THE RUN     *
013810* DIGEST.                                                   *
013820*===========================================================*
013830 3100-WRITE-ACK-SUMMARIES.
013840     PERFORM 3110-WRITE-ONE-ACK-SUM THRU 3110-EXIT
013850         VARYING SB-SIDX FROM 1 BY 1
013860         UNTIL SB-SIDX > WK-SB-COUNT.
013870 3100-EXIT.
013880     EXIT.
013890 3110-WRITE-ONE-ACK-SUM.
013900     MOVE SPACES TO ACK-SUM-REC.
013910     MOVE SB-SUBMITTER-ID(SB-SIDX) TO AS-SUBMITTER-ID.
013920     MOVE 'S'                      TO AS-RECORD-TYPE.
013930     MOVE SB-RECEIVED(SB-SIDX)     TO AS-CLAIMS-RECEIVED.
013940     MOVE SB-ACCEPTED(SB-SIDX)     TO AS-CLAIMS-ACCEPTED.
013950     MOVE SB-REJECTED(SB-SIDX)     TO AS-CLAIMS-REJECTED.
013960     MOVE SB-NPI-RETURNED(SB-SIDX) TO AS-NPI-RETURNED.
013970     MOVE SB-ENV-REJECTED(SB-SIDX) TO AS-ENVELOPES-REJECTED.
013980     WRITE ACK-SUM-REC.
013990     DISPLAY 'PPCNV215 - PARTNER ' SB-SUBMITTER-ID(SB-SIDX)
014000             ' RECEIVED ' SB-RECEIVED(SB-SIDX)
014010             ' ACCEPTED ' SB-ACCEPTED(SB-SIDX)
014020             ' REJECTED ' SB-REJECTED(SB-SIDX)
014030             ' NPI RETURNED ' SB-NPI-RETURNED(SB-SIDX)
014040             ' ENVELOPES REJECTED ' SB-ENV-REJECTED(SB-SIDX).
014050 3110-EXIT.
014060     EXIT.
014070*===========================================================*
014080* 2700-ADD-POA - MAP THE PRESENT-ON-ADMISSION INDICATORS,   *
014090* PARALLEL TO THE DIAGNOSIS SLOTS.                          *
014100*===========================================================*
014110 2700-ADD-POA.
014120     IF NOT CLAIM-IS-OPEN OR CLAIM-IS-BAD
014130         GO TO 2700-EXIT
014140     END-IF.
014150     PERFORM 2710-ADD-ONE-POA THRU 2710-EXIT
014160         VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 25.
014170 2700-EXIT.
014180     EXIT.
014190 2710-ADD-ONE-POA.
014200     SET CIP-IDX TO WK-I.
014210     SET B-21-POA-IDX TO WK-I.
014220     MOVE CI-POA-IND(CIP-IDX)
014230         TO B-21-POA-ENTRY(B-21-POA-IDX).
014240 2710-EXIT.
014250     EXIT.
014260
014270*===========================================================*
014280* 2800-ADD-NPI - CARRY THE BILLING NPI INTO THE BILL.  A     *
014290* NON-NUMERIC NPI IS REPORTED BUT STILL CARRIED, SO THE      *
014300* PRICER'S NPI EDIT DISPOSES OF THE CLAIM.  THE ATTENDING    *
014310* AND OPERATING PHYSICIAN NPIS ARE CARRIED THE SAME WAY.     *
014320*===========================================================*
014330 2800-ADD-NPI.
014340     IF NOT CLAIM-IS-OPEN OR CLAIM-IS-BAD
014350         GO TO 2800-EXIT
014360     END-IF.
014370     IF CI-BILLING-NPI NOT NUMERIC
014380         MOVE B-21-PROVIDER-NO    TO WK-EX-PROVIDER-NO
014390         MOVE B-21-DISCHARGE-DATE TO WK-EX-DISCHARGE
014400         MOVE 'BILLING NPI NOT NUMERIC' TO WK-EX-REASON
014410         MOVE WK-EX-DETAIL-LINE   TO CONV-EXCP-LINE
014420         WRITE CONV-EXCP-LINE
014430     END-IF.
014440     MOVE CI-BILLING-NPI TO B-21-NPI10.
014450     MOVE CI-ATTENDING-NPI TO B-21-ATTENDING-NPI.
014460     MOVE CI-OPERATING-NPI TO B-21-OPERATING-NPI.
014470     PERFORM 2810-CHECK-PHYSICIAN-NPI THRU 2810-EXIT.
014480 2800-EXIT.
014490     EXIT.
014500*===========================================================*
014510* 2810-CHECK-PHYSICIAN-NPI - REPORT AN ATTENDING OR         *
014520* OPERATING NPI THAT IS PRESENT BUT NOT NUMERIC.  IT IS     *
014530* STILL CARRIED; PPBAT215 SCREENS IT AS SENT.               *
014540*===========================================================*
014550 2810-CHECK-PHYSICIAN-NPI.
014560     IF B-21-ATTENDING-NPI NOT = SPACES
014570        AND B-21-ATTENDING-NPI NOT NUMERIC
014580         MOVE B-21-PROVIDER-NO    TO WK-EX-PROVIDER-NO
014590         MOVE B-21-DISCHARGE-DATE TO WK-EX-DISCHARGE
014600         MOVE 'ATTENDING NPI NOT NUMERIC' TO WK-EX-REASON
014610         MOVE WK-EX-DETAIL-LINE   TO CONV-EXCP-LINE
014620         WRITE CONV-EXCP-LINE
014630     END-IF.
014640     IF B-21-OPERATING-NPI NOT = SPACES
014650        AND B-21-OPERATING-NPI NOT NUMERIC
014660         MOVE B-21-PROVIDER-NO    TO WK-EX-PROVIDER-NO
014670         MOVE B-21-DISCHARGE-DATE TO WK-EX-DISCHARGE
014680         MOVE 'OPERATING NPI NOT NUMERIC' TO WK-EX-REASON
014690         MOVE WK-EX-DETAIL-LINE   TO CONV-EXCP-LINE
014700         WRITE CONV-EXCP-LINE
014710     END-IF.
014720 2810-EXIT.
014730     EXIT.
014740*===========================================================*
014750* 4000-NPI-FOLLOW-UP - RETURN THE PRIOR PRICING RUN'S        *
014760* BILLING NPI REJECTS TO THE PARTNERS THAT SENT THEM.  EACH  *
014770* REJECT IS TRACED TO ITS SUBMITTER THROUGH THE JOURNAL'S    *
014780* RECEIVED EVENTS (WHICH CARRY THE SUBMITTER ID), GETS A     *
014790* REJECTED ACKNOWLEDGMENT DETAIL, AND IS LISTED UNDER ITS    *
014800* PARTNER.  RUNS BEFORE THE JOURNAL IS OPENED FOR APPEND.    *
014810* NO EXTRACT, NO FOLLOW-UP.                                  *
014820*===========================================================*
014830 4000-NPI-FOLLOW-UP.
014840     OPEN INPUT NPI-EXCP-IN.
014850     IF WK-NPIEXC-STATUS NOT = '00'
014860         GO TO 4000-EXIT
014870     END-IF.
014880     SET NF-IDX TO 1.
014890     PERFORM 4100-LOAD-ONE-NPI-EXCP THRU 4100-EXIT
014900         UNTIL NPIEXC-AT-EOF.
014910     CLOSE NPI-EXCP-IN.
014920     IF WK-NF-COUNT = 0
014930         GO TO 4000-EXIT
014940     END-IF.
014950     OPEN INPUT CLAIM-EVENT-IN.
014960     IF WK-EVTIN-STATUS = '00'
014970         PERFORM 4200-SCAN-ONE-EVENT THRU 4200-EXIT
014980             UNTIL EVTIN-AT-EOF
014990         CLOSE CLAIM-EVENT-IN
015000     END-IF.
015010     OPEN OUTPUT NPI-FOLLOW-OUT.
015020     MOVE WK-NF-HEADING1 TO NPI-FOLLOW-LINE.
015030     WRITE NPI-FOLLOW-LINE.
015040     MOVE WK-NF-HEADING2 TO NPI-FOLLOW-LINE.
015050     WRITE NPI-FOLLOW-LINE.
015060     PERFORM 4300-ACK-ONE-NPI-EXCP THRU 4300-EXIT
015070         VARYING NF-SIDX FROM 1 BY 1
015080         UNTIL NF-SIDX > WK-NF-COUNT.
015090     PERFORM 4400-REPORT-ONE-PARTNER THRU 4400-EXIT
015100         VARYING SB-SIDX FROM 1 BY 1
015110         UNTIL SB-SIDX > WK-SB-COUNT.
015120     IF WK-NF-UNRESOLVED > 0
015130         MOVE SPACES TO WK-NF-GROUP
015140         PERFORM 4500-REPORT-GROUP THRU 4500-EXIT
015150     END-IF.
015160     MOVE WK-NF-COUNT      TO WK-NT-COUNT.
015170     MOVE WK-NF-UNRESOLVED TO WK-NT-UNRESOLVED.
015180     MOVE SPACES TO NPI-FOLLOW-LINE.
015190     WRITE NPI-FOLLOW-LINE.
015200     MOVE WK-NF-TOTAL-LINE TO NPI-FOLLOW-LINE.
015210     WRITE NPI-FOLLOW-LINE.
015220     CLOSE NPI-FOLLOW-OUT.
015230     MOVE SPACES TO WK-CUR-SUBMITTER.
015240     DISPLAY 'PPCNV215 - NPI REJECTS TRACED: ' WK-NF-COUNT.
015250     DISPLAY 'PPCNV215 - NPI UNRESOLVED    : ' WK-NF-UNRESOLVED.
015260     IF WK-NF-DROPPED > 0
015270         DISPLAY 'PPCNV215 - NPI REJECTS NOT FOLLOWED UP (TABLE '
015280                 'FULL): ' WK-NF-DROPPED
015290     END-IF.
015300 4000-EXIT.
015310     EXIT.
015320 4100-LOAD-ONE-NPI-EXCP.
015330     READ NPI-EXCP-IN
015340         AT END
015350             SET NPIEXC-AT-EOF TO TRUE
015360             GO TO 4100-EXIT
015370     END-READ.
015380     IF WK-NF-COUNT >= 2000
015390         ADD 1 TO WK-NF-DROPPED
015400         GO TO 4100-EXIT
015410     END-IF.
015420     MOVE NX-PROVIDER-NO    TO NF-PROVIDER-NO(NF-IDX).
015430     MOVE NX-MBI            TO NF-MBI(NF-IDX).
015440     MOVE NX-DISCHARGE-DATE TO NF-DISCHARGE-DATE(NF-IDX).
015450     MOVE NX-BILL-NPI10     TO NF-BILL-NPI10(NF-IDX).
015460     MOVE NX-REASON-TEXT    TO NF-REASON-TEXT(NF-IDX).
015470     MOVE SPACES            TO NF-SUBMITTER-ID(NF-IDX).
015480     ADD  1 TO WK-NF-COUNT.
015490     SET  NF-IDX UP BY 1.
015500 4100-EXIT.
015510     EXIT.
015520*    ONLY THIS PROGRAM'S RECEIVED EVENTS NAME THE SUBMITTER.  THE
015530*    JOURNAL IS IN TIME ORDER, SO A RESUBMITTED CLAIM ENDS ON
015540*    THE PARTNER THAT SENT IT LAST.
015550 4200-SCAN-ONE-EVENT.
015560     READ CLAIM-EVENT-IN
015570         AT END
015580             SET EVTIN-AT-EOF TO TRUE
015590             GO TO 4200-EXIT
015600     END-READ.
015610     IF EI-EVENT-TYPE NOT = 'RC'
015620        OR EI-PROGRAM NOT = 'PPCNV215'
015630         GO TO 4200-EXIT
015640     END-IF.
015650     PERFORM 4210-MATCH-ONE-EXCP THRU 4210-EXIT
015660         VARYING NF-SIDX FROM 1 BY 1
015670         UNTIL NF-SIDX > WK-NF-COUNT.
015680 4200-EXIT.
015690     EXIT.
015700 4210-MATCH-ONE-EXCP.
015710     IF NF-PROVIDER-NO(NF-SIDX) = EI-PROVIDER-NO
015720        AND NF-DISCHARGE-DATE(NF-SIDX) = EI-DISCHARGE-DATE
015730        AND NF-MBI(NF-SIDX) = EI-MBI
015740         MOVE EI-DETAIL(1:8) TO NF-SUBMITTER-ID(NF-SIDX)
015750     END-IF.
015760 4210-EXIT.
015770     EXIT.
015780 4300-ACK-ONE-NPI-EXCP.
015790     IF NF-SUBMITTER-ID(NF-SIDX) = SPACES
015800         ADD 1 TO WK-NF-UNRESOLVED
015810         GO TO 4300-EXIT
015820     END-IF.
015830     MOVE NF-SUBMITTER-ID(NF-SIDX) TO WK-CUR-SUBMITTER.
015840     MOVE NF-REASON-TEXT(NF-SIDX)  TO WK-NA-REASON.
015850     MOVE WK-CUR-SUBMITTER           TO AK-SUBMITTER-ID.
015860     MOVE 'D'                        TO AK-RECORD-TYPE.
015870     MOVE NF-PROVIDER-NO(NF-SIDX)    TO AK-PROVIDER-NO.
015880     MOVE NF-DISCHARGE-DATE(NF-SIDX) TO AK-DISCHARGE-DATE.
015890     MOVE 'R'                        TO AK-DISPOSITION.
015900     MOVE 'NPI'                      TO AK-FAIL-RECORD-TYPE.
015910     MOVE 'BILLING-NPI'              TO AK-FAIL-FIELD.
015920     MOVE WK-NF-ACK-REASON           TO AK-REASON.
015930     WRITE ACK-OUT-REC.
015940     PERFORM 3500-FIND-SUBMITTER-ROW THRU 3500-EXIT.
015950     IF SB-IDX NOT > WK-SB-COUNT
015960         ADD 1 TO SB-NPI-RETURNED(SB-IDX)
015970     END-IF.
015980 4300-EXIT.
015990     EXIT.
016000 4400-REPORT-ONE-PARTNER.
016010     MOVE SB-SUBMITTER-ID(SB-SIDX) TO WK-NF-GROUP.
016020     PERFORM 4500-REPORT-GROUP THRU 4500-EXIT.
016030 4400-EXIT.
016040     EXIT.
016050*===========================================================*
016060* 4500-REPORT-GROUP - LIST ONE PARTNER'S NPI REJECTS WITH A *
016070* SUBTOTAL.  WK-NF-GROUP SPACES IS THE UNRESOLVED GROUP.    *
016080*===========================================================*
016090 4500-REPORT-GROUP.
016100     MOVE SPACES TO NPI-FOLLOW-LINE.
016110     WRITE NPI-FOLLOW-LINE.
016120     IF WK-NF-GROUP = SPACES
016130         MOVE 'UNKNOWN' TO WK-NP-SUBMITTER
016140     ELSE
016150         MOVE WK-NF-GROUP TO WK-NP-SUBMITTER
016160     END-IF.
016170     MOVE WK-NF-PARTNER-LINE TO NPI-FOLLOW-LINE.
016180     WRITE NPI-FOLLOW-LINE.
016190     MOVE ZEROES TO WK-NF-GROUP-COUNT.
016200     PERFORM 4510-REPORT-ONE-EXCP THRU 4510-EXIT
016210         VARYING NF-SIDX FROM 1 BY 1
016220         UNTIL NF-SIDX > WK-NF-COUNT.
016230     MOVE WK-NF-GROUP-COUNT TO WK-NS-COUNT.
016240     MOVE WK-NF-SUBTOTAL-LINE TO NPI-FOLLOW-LINE.
016250     WRITE NPI-FOLLOW-LINE.
016260 4500-EXIT.
016270     EXIT.
016280 4510-REPORT-ONE-EXCP.
016290     IF NF-SUBMITTER-ID(NF-SIDX) NOT = WK-NF-GROUP
016300         GO TO 4510-EXIT
016310     END-IF.
016320     MOVE NF-PROVIDER-NO(NF-SIDX)    TO WK-ND-PROVIDER-NO.
016330     MOVE NF-MBI(NF-SIDX)            TO WK-ND-MBI.
016340     MOVE NF-DISCHARGE-DATE(NF-SIDX) TO WK-ND-DISCHARGE.
016350     MOVE NF-BILL-NPI10(NF-SIDX)     TO WK-ND-BILL-NPI.
016360     MOVE NF-REASON-TEXT(NF-SIDX)    TO WK-ND-REASON.
016370     MOVE WK-NF-DETAIL-LINE TO NPI-FOLLOW-LINE.
016380     WRITE NPI-FOLLOW-LINE.
016390     ADD 1 TO WK-NF-GROUP-COUNT.
016400 4510-EXIT.
016410     EXIT.
016420*===========================================================*
016430* 5000-DETECT-X12 - LOOK AT THE FIRST INTERFACE RECORD.  AN *
016440* X12 INTERCHANGE ('ISA') IS PRESCANNED FOR ENVELOPE ERRORS *
016450* AND CONVERTED BY THE 6000 PARAGRAPHS; ANYTHING ELSE IS THE*
016460* FLAT INTERFACE.  EITHER WAY THE FILE IS REOPENED SO THE   *
016470* CONVERSION STARTS FROM ITS FIRST RECORD.                  *
016480*===========================================================*
016490 5000-DETECT-X12.
016500     READ CLAIM-INTF-IN
016510         AT END
016520             SET INTF-AT-EOF TO TRUE
016530             GO TO 5000-EXIT
016540     END-READ.
016550     IF CI-RECORD-TYPE = 'ISA'
016560         SET X12-INTERCHANGE TO TRUE
016570         OPEN OUTPUT REV-DETAIL-OUT
016580         CLOSE CLAIM-INTF-IN
016590         OPEN INPUT CLAIM-INTF-IN
016600         PERFORM 5100-PRESCAN-ENVELOPES THRU 5100-EXIT
016610     END-IF.
016620     CLOSE CLAIM-INTF-IN.
016630     OPEN INPUT CLAIM-INTF-IN.
016640 5000-EXIT.
016650     EXIT.
016660 5010-RESET-SCANNER.
016670     MOVE 101 TO WK-X12-CHUNK-POS.
016680     MOVE 'N' TO WK-X12-EOF.
016690     MOVE '*' TO WK-X12-ELEM-SEP.
016700     MOVE ':' TO WK-X12-COMP-SEP.
016710     MOVE '~' TO WK-X12-SEG-TERM.
016720     MOVE 'N' TO WK-X12-IN-ISA-SW WK-X12-IN-GS-SW
016730                 WK-X12-IN-ST-SW.
016740     MOVE ZEROES TO WK-X12-ST-NO.
016750 5010-EXIT.
016760     EXIT.
016770*===========================================================*
016780* 5100-PRESCAN-ENVELOPES - FIRST PASS OVER AN X12 FILE.     *
016790* EVERY ENVELOPE IS MATCHED TO ITS TRAILER AND EACH         *
016800* TRANSACTION SET GETS A VERDICT BEFORE ANY CLAIM IS        *
016810* CONVERTED, SO A BAD TRAILER REJECTS THE CLAIMS IT COVERS  *
016820* INSTEAD OF ARRIVING AFTER THEY HAVE BEEN WRITTEN.         *
016830*===========================================================*
016840 5100-PRESCAN-ENVELOPES.
016850     PERFORM 5010-RESET-SCANNER THRU 5010-EXIT.
016860     PERFORM 5200-PRESCAN-ONE-SEGMENT THRU 5200-EXIT
016870         UNTIL X12-AT-EOF.
016880     PERFORM 5390-CLOSE-OPEN-ENVELOPES THRU 5390-EXIT.
016890     MOVE ZEROES TO WK-RECORDS-READ.
016900     MOVE SPACES TO WK-CUR-SUBMITTER.
016910 5100-EXIT.
016920     EXIT.
016930 5200-PRESCAN-ONE-SEGMENT.
016940     PERFORM 5800-NEXT-SEGMENT THRU 5800-EXIT.
016950     IF WK-X12-SEG-LEN = 0
016960         GO TO 5200-EXIT
016970     END-IF.
016980     IF X12-SEG-OVERFLOW
016990         MOVE WK-X12-SEG-ID TO WK-X12-ERR-SEG
017000         MOVE SPACES        TO WK-X12-ERR-ELEM
017010         MOVE 'SEGMENT OVER 512 BYTES' TO WK-X12-ERR-TEXT
017020         PERFORM 5303-ST-ERROR THRU 5303-EXIT
017030     END-IF.
017040     EVALUATE WK-X12-SEG-ID
017050         WHEN 'ISA'
017060             PERFORM 5210-PRESCAN-ISA THRU 5210-EXIT
017070         WHEN 'IEA'
017080             PERFORM 5220-PRESCAN-IEA THRU 5220-EXIT
017090         WHEN 'GS '
017100             PERFORM 5230-PRESCAN-GS THRU 5230-EXIT
017110         WHEN 'GE '
017120             PERFORM 5240-PRESCAN-GE THRU 5240-EXIT
017130         WHEN 'ST '
017140             PERFORM 5250-PRESCAN-ST THRU 5250-EXIT
017150         WHEN 'SE '
017160             PERFORM 5260-PRESCAN-SE THRU 5260-EXIT
017170         WHEN OTHER
017180             PERFORM 5270-PRESCAN-OTHER THRU 5270-EXIT
017190     END-EVALUATE.
017200 5200-EXIT.
017210     EXIT.
017220*    THE ISA IS FIXED-LENGTH, SO ITS ELEMENTS ARE TAKEN BY
017230*    POSITION: ISA06 SENDER AT 36, ISA12 VERSION AT 85, ISA13
017240*    CONTROL NUMBER AT 91, ISA16 COMPONENT SEPARATOR AT 105.
017250 5210-PRESCAN-ISA.
017260     PERFORM 5390-CLOSE-OPEN-ENVELOPES THRU 5390-EXIT.
017270     SET X12-IN-ISA TO TRUE.
017280     MOVE 'N' TO WK-X12-ISA-BAD-SW.
017290     MOVE WK-X12-SEG(36:8) TO WK-CUR-SUBMITTER.
017300     MOVE WK-X12-SEG(91:9) TO WK-X12-ISA-CTL.
017310     MOVE ZEROES TO WK-X12-GS-COUNT.
017320     COMPUTE WK-X12-ISA-FIRST-ST = WK-X12-ST-NO + 1.
017330     MOVE 'ISA' TO WK-X12-ERR-SEG.
017340     IF WK-X12-SEG-LEN NOT = 105
017350        OR WK-X12-SEG(104:1) NOT = WK-X12-ELEM-SEP
017360         MOVE 'ISA16' TO WK-X12-ERR-ELEM
017370         MOVE 'ISA NOT 106 BYTES' TO WK-X12-ERR-TEXT
017380         PERFORM 5301-ISA-ERROR THRU 5301-EXIT
017390         GO TO 5210-EXIT
017400     END-IF.
017410     IF WK-X12-SEG(85:5) NOT = '00501'
017420         MOVE 'ISA12' TO WK-X12-ERR-ELEM
017430         MOVE 'ISA12 VERSION NOT 00501' TO WK-X12-ERR-TEXT
017440         PERFORM 5301-ISA-ERROR THRU 5301-EXIT
017450     END-IF.
017460     IF WK-X12-ISA-CTL NOT NUMERIC
017470         MOVE 'ISA13' TO WK-X12-ERR-ELEM
017480         MOVE 'ISA13 CONTROL NOT NUMERIC' TO WK-X12-ERR-TEXT
017490         PERFORM 5301-ISA-ERROR THRU 5301-EXIT
017500     END-IF.
017510 5210-EXIT.
017520     EXIT.
017530 5220-PRESCAN-IEA.
017540     IF NOT X12-IN-ISA
017550         PERFORM 5280-OUTSIDE-ENVELOPE THRU 5280-EXIT
017560         GO TO 5220-EXIT
017570     END-IF.
017580     PERFORM 5391-ST-UNCLOSED THRU 5391-EXIT.
017590     PERFORM 5392-GS-UNCLOSED THRU 5392-EXIT.
017600     MOVE 'IEA' TO WK-X12-ERR-SEG.
017610     IF WK-X12-ELEM(2) NOT = WK-X12-ISA-CTL
017620         MOVE 'IEA02' TO WK-X12-ERR-ELEM
017630         MOVE 'IEA02 NOT EQUAL TO ISA13' TO WK-X12-ERR-TEXT
017640         PERFORM 5301-ISA-ERROR THRU 5301-EXIT
017650     END-IF.
017660     COMPUTE WK-X12-NUM = FUNCTION NUMVAL(WK-X12-ELEM(1)).
017670     IF WK-X12-NUM NOT = WK-X12-GS-COUNT
017680         MOVE 'IEA01' TO WK-X12-ERR-ELEM
017690         MOVE 'IEA01 GROUP COUNT WRONG' TO WK-X12-ERR-TEXT
017700         PERFORM 5301-ISA-ERROR THRU 5301-EXIT
017710     END-IF.
017720     MOVE 'N' TO WK-X12-IN-ISA-SW.
017730 5220-EXIT.
017740     EXIT.
017750 5230-PRESCAN-GS.
017760     IF NOT X12-IN-ISA
017770         PERFORM 5280-OUTSIDE-ENVELOPE THRU 5280-EXIT
017780         GO TO 5230-EXIT
017790     END-IF.
017800     PERFORM 5391-ST-UNCLOSED THRU 5391-EXIT.
017810     PERFORM 5392-GS-UNCLOSED THRU 5392-EXIT.
017820     SET X12-IN-GS TO TRUE.
017830     MOVE 'N' TO WK-X12-GS-BAD-SW.
017840     MOVE WK-X12-ELEM(6) TO WK-X12-GS-CTL.
017850     MOVE ZEROES TO WK-X12-ST-COUNT.
017860     ADD 1 TO WK-X12-GS-COUNT.
017870     COMPUTE WK-X12-GS-FIRST-ST = WK-X12-ST-NO + 1.
017880     MOVE 'GS ' TO WK-X12-ERR-SEG.
017890     IF WK-X12-ELEM(1) NOT = 'HC'
017900         MOVE 'GS01' TO WK-X12-ERR-ELEM
017910         MOVE 'GS01 NOT HC (HEALTH CLAIM)' TO WK-X12-ERR-TEXT
017920         PERFORM 5302-GS-ERROR THRU 5302-EXIT
017930     END-IF.
017940     IF WK-X12-ELEM(8)(1:10) NOT = '005010X223'
017950         MOVE 'GS08' TO WK-X12-ERR-ELEM
017960         MOVE 'GS08 NOT 005010X223 (837I)' TO WK-X12-ERR-TEXT
017970         PERFORM 5302-GS-ERROR THRU 5302-EXIT
017980     END-IF.
017990 5230-EXIT.
018000     EXIT.
018010 5240-PRESCAN-GE.
018020     IF NOT X12-IN-GS
018030         PERFORM 5280-OUTSIDE-ENVELOPE THRU 5280-EXIT
018040         GO TO 5240-EXIT
018050     END-IF.
018060     PERFORM 5391-ST-UNCLOSED THRU 5391-EXIT.
018070     MOVE 'GE ' TO WK-X12-ERR-SEG.
018080     IF WK-X12-ELEM(2) NOT = WK-X12-GS-CTL
018090         MOVE 'GE02' TO WK-X12-ERR-ELEM
018100         MOVE 'GE02 NOT EQUAL TO GS06' TO WK-X12-ERR-TEXT
018110         PERFORM 5302-GS-ERROR THRU 5302-EXIT
018120     END-IF.
018130     COMPUTE WK-X12-NUM = FUNCTION NUMVAL(WK-X12-ELEM(1)).
018140     IF WK-X12-NUM NOT = WK-X12-ST-COUNT
018150         MOVE 'GE01' TO WK-X12-ERR-ELEM
018160         MOVE 'GE01 SET COUNT WRONG' TO WK-X12-ERR-TEXT
018170         PERFORM 5302-GS-ERROR THRU 5302-EXIT
018180     END-IF.
018190     MOVE 'N' TO WK-X12-IN-GS-SW.
018200 5240-EXIT.
018210     EXIT.
018220 5250-PRESCAN-ST.
018230     IF NOT X12-IN-GS
018240         PERFORM 5280-OUTSIDE-ENVELOPE THRU 5280-EXIT
018250         GO TO 5250-EXIT
018260     END-IF.
018270     PERFORM 5391-ST-UNCLOSED THRU 5391-EXIT.
018280     SET X12-IN-ST TO TRUE.
018290     MOVE WK-X12-ELEM(2) TO WK-X12-ST-CTL.
018300     MOVE 1 TO WK-X12-SEG-COUNT.
018310     ADD 1 TO WK-X12-ST-COUNT.
018320     ADD 1 TO WK-X12-ST-NO.
018330     MOVE 'ST ' TO WK-X12-ERR-SEG.
018340     IF WK-X12-ST-NO > 9999
018350         MOVE 'ST02' TO WK-X12-ERR-ELEM
018360         MOVE 'OVER 9999 SETS IN FILE' TO WK-X12-ERR-TEXT
018370         PERFORM 5303-ST-ERROR THRU 5303-EXIT
018380         GO TO 5250-EXIT
018390     END-IF.
018400     MOVE 'A' TO WK-X12-VERDICT(WK-X12-ST-NO).
018410     IF X12-ISA-BAD OR X12-GS-BAD
018420         MOVE 'R' TO WK-X12-VERDICT(WK-X12-ST-NO)
018430     END-IF.
018440     IF WK-X12-ELEM(1) NOT = '837'
018450         MOVE 'ST01' TO WK-X12-ERR-ELEM
018460         MOVE 'ST01 NOT 837' TO WK-X12-ERR-TEXT
018470         PERFORM 5303-ST-ERROR THRU 5303-EXIT
018480     END-IF.
018490     IF WK-X12-ELEM(3) NOT = SPACES
018500        AND WK-X12-ELEM(3)(1:10) NOT = '005010X223'
018510         MOVE 'ST03' TO WK-X12-ERR-ELEM
018520         MOVE 'ST03 NOT 005010X223 (837I)' TO WK-X12-ERR-TEXT
018530         PERFORM 5303-ST-ERROR THRU 5303-EXIT
018540     END-IF.
018550 5250-EXIT.
018560     EXIT.
018570*    SE01 COUNTS EVERY SEGMENT OF THE SET, ST AND SE INCLUDED.
018580 5260-PRESCAN-SE.
018590     IF NOT X12-IN-ST
018600         PERFORM 5280-OUTSIDE-ENVELOPE THRU 5280-EXIT
018610         GO TO 5260-EXIT
018620     END-IF.
018630     ADD 1 TO WK-X12-SEG-COUNT.
018640     MOVE 'SE ' TO WK-X12-ERR-SEG.
018650     IF WK-X12-ELEM(2) NOT = WK-X12-ST-CTL
018660         MOVE 'SE02' TO WK-X12-ERR-ELEM
018670         MOVE 'SE02 NOT EQUAL TO ST02' TO WK-X12-ERR-TEXT
018680         PERFORM 5303-ST-ERROR THRU 5303-EXIT
018690     END-IF.
018700     COMPUTE WK-X12-NUM = FUNCTION NUMVAL(WK-X12-ELEM(1)).
018710     IF WK-X12-NUM NOT = WK-X12-SEG-COUNT
018720         MOVE 'SE01' TO WK-X12-ERR-ELEM
018730         MOVE 'SE01 SEGMENT COUNT WRONG' TO WK-X12-ERR-TEXT
018740         PERFORM 5303-ST-ERROR THRU 5303-EXIT
018750     END-IF.
018760     MOVE 'N' TO WK-X12-IN-ST-SW.
018770 5260-EXIT.
018780     EXIT.
018790*    A TA1 INTERCHANGE ACKNOWLEDGMENT MAY SIT BETWEEN GROUPS.
018800 5270-PRESCAN-OTHER.
018810     IF X12-IN-ST
018820         ADD 1 TO WK-X12-SEG-COUNT
018830         GO TO 5270-EXIT
018840     END-IF.
018850     IF WK-X12-SEG-ID = 'TA1'
018860        AND X12-IN-ISA AND NOT X12-IN-GS
018870         GO TO 5270-EXIT
018880     END-IF.
018890     PERFORM 5280-OUTSIDE-ENVELOPE THRU 5280-EXIT.
018900 5270-EXIT.
018910     EXIT.
018920*===========================================================*
018930* 5280-OUTSIDE-ENVELOPE - A SEGMENT WHERE ITS ENVELOPE DOES *
018940* NOT ALLOW IT.  INSIDE A GROUP THE GROUP IS REJECTED,      *
018950* INSIDE AN INTERCHANGE THE INTERCHANGE; OUTSIDE ANY        *
018960* INTERCHANGE IT IS ONLY REPORTED.                          *
018970*===========================================================*
018980 5280-OUTSIDE-ENVELOPE.
018990     MOVE WK-X12-SEG-ID TO WK-X12-ERR-SEG.
019000     MOVE SPACES        TO WK-X12-ERR-ELEM.
019010     MOVE 'SEGMENT OUT OF ENVELOPE' TO WK-X12-ERR-TEXT.
019020     IF X12-IN-GS
019030         PERFORM 5302-GS-ERROR THRU 5302-EXIT
019040         GO TO 5280-EXIT
019050     END-IF.
019060     IF X12-IN-ISA
019070         PERFORM 5301-ISA-ERROR THRU 5301-EXIT
019080         GO TO 5280-EXIT
019090     END-IF.
019100     MOVE SPACES TO WK-X12-ERR-CTL.
019110     MOVE SPACE  TO WK-X12-ERR-SCOPE.
019120     PERFORM 5300-ENVELOPE-ERROR THRU 5300-EXIT.
019130 5280-EXIT.
019140     EXIT.
019150*===========================================================*
019160* 5300-ENVELOPE-ERROR - REPORT ONE ENVELOPE ERROR ON THE    *
019170* EXCEPTION REPORT AND AS AN 'E' ACKNOWLEDGMENT RECORD TO   *
019180* THE SENDER, AND REJECT THE SETS IN ITS SCOPE.  THE CALLER *
019190* SETS THE SEGMENT, ELEMENT AND TEXT; 5301/5302/5303 SET THE*
019200* CONTROL NUMBER AND SCOPE FOR THE ISA, GS AND ST LEVELS.   *
019210*===========================================================*
019220 5300-ENVELOPE-ERROR.
019230     ADD 1 TO WK-X12-ENV-REJECTS.
019240     MOVE WK-CUR-SUBMITTER    TO WK-EX-PROVIDER-NO.
019250     MOVE SPACES              TO WK-EX-DISCHARGE.
019260     MOVE WK-X12-ERR-REASON   TO WK-EX-REASON.
019270     MOVE WK-EX-DETAIL-LINE   TO CONV-EXCP-LINE.
019280     WRITE CONV-EXCP-LINE.
019290     MOVE WK-CUR-SUBMITTER    TO AK-SUBMITTER-ID.
019300     MOVE 'E'                 TO AK-RECORD-TYPE.
019310     MOVE SPACES              TO AK-PROVIDER-NO.
019320     MOVE SPACES              TO AK-DISCHARGE-DATE.
019330     MOVE 'R'                 TO AK-DISPOSITION.
019340     MOVE WK-X12-ERR-SEG      TO AK-FAIL-RECORD-TYPE.
019350     MOVE WK-X12-ERR-ELEM     TO AK-FAIL-FIELD.
019360     MOVE WK-X12-ERR-REASON   TO AK-REASON.
019370     WRITE ACK-OUT-REC.
019380     PERFORM 3500-FIND-SUBMITTER-ROW THRU 3500-EXIT.
019390     IF SB-IDX NOT > WK-SB-COUNT
019400         ADD 1 TO SB-ENV-REJECTED(SB-IDX)
019410     END-IF.
019420     EVALUATE WK-X12-ERR-SCOPE
019430         WHEN 'I'
019440             SET X12-ISA-BAD TO TRUE
019450             MOVE WK-X12-ISA-FIRST-ST TO WK-X12-MARK-FROM
019460             PERFORM 5310-MARK-REJECTED THRU 5310-EXIT
019470         WHEN 'G'
019480             SET X12-GS-BAD TO TRUE
019490             MOVE WK-X12-GS-FIRST-ST TO WK-X12-MARK-FROM
019500             PERFORM 5310-MARK-REJECTED THRU 5310-EXIT
019510         WHEN 'S'
019520             IF X12-IN-ST
019530                 MOVE WK-X12-ST-NO TO WK-X12-MARK-FROM
019540                 PERFORM 5310-MARK-REJECTED THRU 5310-EXIT
019550             END-IF
019560     END-EVALUATE.
019570 5300-EXIT.
019580     EXIT.
019590 5301-ISA-ERROR.
019600     MOVE WK-X12-ISA-CTL TO WK-X12-ERR-CTL.
019610     MOVE 'I' TO WK-X12-ERR-SCOPE.
019620     PERFORM 5300-ENVELOPE-ERROR THRU 5300-EXIT.
019630 5301-EXIT.
019640     EXIT.
019650 5302-GS-ERROR.
019660     MOVE WK-X12-GS-CTL TO WK-X12-ERR-CTL.
019670     MOVE 'G' TO WK-X12-ERR-SCOPE.
019680     PERFORM 5300-ENVELOPE-ERROR THRU 5300-EXIT.
019690 5302-EXIT.
019700     EXIT.
019710 5303-ST-ERROR.
019720     MOVE WK-X12-ST-CTL TO WK-X12-ERR-CTL.
019730     MOVE 'S' TO WK-X12-ERR-SCOPE.
019740     PERFORM 5300-ENVELOPE-ERROR THRU 5300-EXIT.
019750 5303-EXIT.
019760     EXIT.
019770 5310-MARK-REJECTED.
019780     PERFORM 5311-MARK-ONE-SET THRU 5311-EXIT
019790         VARYING WK-X12-K FROM WK-X12-MARK-FROM BY 1
019800         UNTIL WK-X12-K > WK-X12-ST-NO
019810            OR WK-X12-K > 9999.
019820 5310-EXIT.
019830     EXIT.
019840 5311-MARK-ONE-SET.
019850     MOVE 'R' TO WK-X12-VERDICT(WK-X12-K).
019860 5311-EXIT.
019870     EXIT.
019880*===========================================================*
019890* 5390-CLOSE-OPEN-ENVELOPES - A NEW ISA, OR END OF FILE,    *
019900* WITH ENVELOPES STILL OPEN: EACH MISSING TRAILER IS AN     *
019910* ERROR THAT REJECTS WHAT IT SHOULD HAVE CLOSED.            *
019920*===========================================================*
019930 5390-CLOSE-OPEN-ENVELOPES.
019940     PERFORM 5391-ST-UNCLOSED THRU 5391-EXIT.
019950     PERFORM 5392-GS-UNCLOSED THRU 5392-EXIT.
019960     PERFORM 5393-ISA-UNCLOSED THRU 5393-EXIT.
019970 5390-EXIT.
019980     EXIT.
019990 5391-ST-UNCLOSED.
020000     IF NOT X12-IN-ST
020010         GO TO 5391-EXIT
020020     END-IF.
020030     MOVE 'SE ' TO WK-X12-ERR-SEG.
020040     MOVE SPACES TO WK-X12-ERR-ELEM.
020050     MOVE 'SE TRAILER MISSING' TO WK-X12-ERR-TEXT.
020060     PERFORM 5303-ST-ERROR THRU 5303-EXIT.
020070     MOVE 'N' TO WK-X12-IN-ST-SW.
020080 5391-EXIT.
020090     EXIT.
020100 5392-GS-UNCLOSED.
020110     IF NOT X12-IN-GS
020120         GO TO 5392-EXIT
020130     END-IF.
020140     MOVE 'GE ' TO WK-X12-ERR-SEG.
020150     MOVE SPACES TO WK-X12-ERR-ELEM.
020160     MOVE 'GE TRAILER MISSING' TO WK-X12-ERR-TEXT.
020170     PERFORM 5302-GS-ERROR THRU 5302-EXIT.
020180     MOVE 'N' TO WK-X12-IN-GS-SW.
020190 5392-EXIT.
020200     EXIT.
020210 5393-ISA-UNCLOSED.
020220     IF NOT X12-IN-ISA
020230         GO TO 5393-EXIT
020240     END-IF.
020250     MOVE 'IEA' TO WK-X12-ERR-SEG.
020260     MOVE SPACES TO WK-X12-ERR-ELEM.
020270     MOVE 'IEA TRAILER MISSING' TO WK-X12-ERR-TEXT.
020280     PERFORM 5301-ISA-ERROR THRU 5301-EXIT.
020290     MOVE 'N' TO WK-X12-IN-ISA-SW.
020300 5393-EXIT.
020310     EXIT.
020320*===========================================================*
020330* 5800-NEXT-SEGMENT - ASSEMBLE THE NEXT X12 SEGMENT, WITHOUT*
020340* ITS TERMINATOR, IN WK-X12-SEG AND SPLIT IT INTO ELEMENTS. *
020350* LINE BREAKS AND RECORD PADDING BETWEEN SEGMENTS ARE       *
020360* SKIPPED.  AN ISA IS ALWAYS 106 BYTES AND SETS THE         *
020370* SEPARATORS FOR ITS INTERCHANGE.  END OF FILE WITH NO      *
020380* SEGMENT LEFT LEAVES WK-X12-SEG-LEN ZERO.                  *
020390*===========================================================*
020400 5800-NEXT-SEGMENT.
020410     MOVE SPACES TO WK-X12-SEG.
020420     MOVE ZEROES TO WK-X12-SEG-LEN.
020430     MOVE 'N' TO WK-X12-SEG-SW.
020440     MOVE 'N' TO WK-X12-OVERFLOW-SW.
020450     PERFORM 5810-NEXT-CHAR THRU 5810-EXIT
020460         UNTIL X12-SEG-READY OR X12-AT-EOF.
020470     IF WK-X12-SEG-LEN = 0
020480         GO TO 5800-EXIT
020490     END-IF.
020500     PERFORM 5850-SPLIT-SEGMENT THRU 5850-EXIT.
020510 5800-EXIT.
020520     EXIT.
020530 5810-NEXT-CHAR.
020540     IF WK-X12-CHUNK-POS > 100
020550         READ CLAIM-INTF-IN
020560             AT END
020570                 SET X12-AT-EOF TO TRUE
020580                 GO TO 5810-EXIT
020590         END-READ
020600         ADD 1 TO WK-RECORDS-READ
020610         MOVE CLAIM-INTF-REC TO WK-X12-CHUNK
020620         MOVE 1 TO WK-X12-CHUNK-POS
020630     END-IF.
020640     MOVE WK-X12-CHUNK(WK-X12-CHUNK-POS:1) TO WK-X12-CHAR.
020650     ADD 1 TO WK-X12-CHUNK-POS.
020660     IF WK-X12-SEG-LEN = 0 AND X12-CHAR-FILLER
020670         GO TO 5810-EXIT
020680     END-IF.
020690     IF WK-X12-SEG-LEN = 105
020700        AND WK-X12-SEG(1:3) = 'ISA'
020710         MOVE WK-X12-SEG(4:1)   TO WK-X12-ELEM-SEP
020720         MOVE WK-X12-SEG(105:1) TO WK-X12-COMP-SEP
020730         MOVE WK-X12-CHAR       TO WK-X12-SEG-TERM
020740         SET X12-SEG-READY TO TRUE
020750         GO TO 5810-EXIT
020760     END-IF.
020770     IF WK-X12-CHAR = WK-X12-SEG-TERM
020780        AND WK-X12-SEG(1:3) NOT = 'ISA'
020790         SET X12-SEG-READY TO TRUE
020800         GO TO 5810-EXIT
020810     END-IF.
020820     IF WK-X12-SEG-LEN < 512
020830         ADD 1 TO WK-X12-SEG-LEN
020840         MOVE WK-X12-CHAR TO WK-X12-SEG(WK-X12-SEG-LEN:1)
020850     ELSE
020860         SET X12-SEG-OVERFLOW TO TRUE
020870     END-IF.
020880 5810-EXIT.
020890     EXIT.
020900*    ELEMENT N OF THE SEGMENT LANDS IN WK-X12-ELEM(N); THE
020910*    SEGMENT ID IS HELD APART IN WK-X12-SEG-ID.
020920 5850-SPLIT-SEGMENT.
020930     MOVE SPACES TO WK-X12-SEG-ID.
020940     MOVE SPACES TO WK-X12-ELEMENTS.
020950     MOVE ZEROES TO WK-X12-ELEM-COUNT.
020960     MOVE 1 TO WK-X12-PTR.
020970     UNSTRING WK-X12-SEG(1:WK-X12-SEG-LEN)
020980         DELIMITED BY WK-X12-ELEM-SEP
020990         INTO WK-X12-SEG-ID
021000         WITH POINTER WK-X12-PTR
021010     END-UNSTRING.
021020     PERFORM 5860-SPLIT-ONE-ELEM THRU 5860-EXIT
021030         UNTIL WK-X12-PTR > WK-X12-SEG-LEN
021040            OR WK-X12-ELEM-COUNT >= 30.
021050 5850-EXIT.
021060     EXIT.
021070 5860-SPLIT-ONE-ELEM.
021080     ADD 1 TO WK-X12-ELEM-COUNT.
021090     UNSTRING WK-X12-SEG(1:WK-X12-SEG-LEN)
021100         DELIMITED BY WK-X12-ELEM-SEP
021110         INTO WK-X12-ELEM(WK-X12-ELEM-COUNT)
021120         WITH POINTER WK-X12-PTR
021130     END-UNSTRING.
021140 5860-EXIT.
021150     EXIT.
021160 5870-SPLIT-COMPOSITE.
021170     MOVE SPACES TO WK-X12-PARTS.
021180     UNSTRING WK-X12-PART-IN
021190         DELIMITED BY WK-X12-COMP-SEP
021200         INTO WK-X12-PART(1) WK-X12-PART(2) WK-X12-PART(3)
021210              WK-X12-PART(4) WK-X12-PART(5) WK-X12-PART(6)
021220              WK-X12-PART(7) WK-X12-PART(8) WK-X12-PART(9)
021230     END-UNSTRING.
021240 5870-EXIT.
021250     EXIT.
021260*===========================================================*
021270* 6000-CONVERT-X12 - SECOND PASS OVER AN X12 INTERCHANGE.   *
021280* SETS THE PRESCAN REJECTED ARE SKIPPED WHOLE.  IN THE REST *
021290* EACH CLM OPENS A BILL, THE 2300 AND 2400 SEGMENTS FILL IT,*
021300* AND THE NEXT HL, CLM OR SE CLOSES IT.                     *
021310*===========================================================*
021320 6000-CONVERT-X12.
021330     PERFORM 5010-RESET-SCANNER THRU 5010-EXIT.
021340     PERFORM 6100-X12-ONE-SEGMENT THRU 6100-EXIT
021350         UNTIL X12-AT-EOF.
021360     SET INTF-AT-EOF TO TRUE.
021370 6000-EXIT.
021380     EXIT.
021390 6100-X12-ONE-SEGMENT.
021400     PERFORM 5800-NEXT-SEGMENT THRU 5800-EXIT.
021410     IF WK-X12-SEG-LEN = 0
021420         GO TO 6100-EXIT
021430     END-IF.
021440     ADD 1 TO WK-X12-SEGMENTS.
021450     EVALUATE WK-X12-SEG-ID
021460         WHEN 'ISA'
021470             MOVE WK-X12-SEG(36:8) TO WK-CUR-SUBMITTER
021480             PERFORM 1200-APPLY-PROFILE THRU 1200-EXIT
021490         WHEN 'ST '
021500             IF CLAIM-IS-OPEN
021510                 PERFORM 3000-CLOSE-CLAIM THRU 3000-EXIT
021520             END-IF
021530             SET X12-IN-ST TO TRUE
021540             MOVE 'N' TO WK-X12-SKIP-SW
021550             ADD 1 TO WK-X12-ST-NO
021560             IF WK-X12-ST-NO > 9999
021570                 SET X12-SKIP-SET TO TRUE
021580             ELSE
021590                 IF WK-X12-VERDICT(WK-X12-ST-NO) = 'R'
021600                     SET X12-SKIP-SET TO TRUE
021610                 END-IF
021620             END-IF
021630             MOVE SPACES TO WK-X12-PROVIDER WK-X12-BILL-NPI
021640                            WK-X12-MBI
021650         WHEN 'SE '
021660             IF CLAIM-IS-OPEN
021670                 PERFORM 3000-CLOSE-CLAIM THRU 3000-EXIT
021680             END-IF
021690             MOVE 'N' TO WK-X12-IN-ST-SW
021700         WHEN OTHER
021710             IF X12-IN-ST AND NOT X12-SKIP-SET
021720                 PERFORM 6200-X12-SET-SEGMENT THRU 6200-EXIT
021730             END-IF
021740     END-EVALUATE.
021750 6100-EXIT.
021760     EXIT.
021770*===========================================================*
021780* 6200-X12-SET-SEGMENT - ONE SEGMENT INSIDE AN ACCEPTED SET.*
021790* HL 20 STARTS A BILLING PROVIDER (NM1 85 NPI, REF G2       *
021800* PROVIDER NUMBER), HL 22 A SUBSCRIBER (NM1 IL MBI); THE    *
021810* CLAIM-LEVEL SEGMENTS GO TO 6250.  INSIDE A CLAIM, NM1 71  *
021820* (2310A) AND NM1 72 (2310B) CARRY THE ATTENDING AND        *
021830* OPERATING PHYSICIAN NPIS.                                 *
021840*===========================================================*
021850 6200-X12-SET-SEGMENT.
021860     EVALUATE WK-X12-SEG-ID
021870         WHEN 'HL '
021880             IF CLAIM-IS-OPEN
021890                 PERFORM 3000-CLOSE-CLAIM THRU 3000-EXIT
021900             END-IF
021910             IF WK-X12-ELEM(3) = '20'
021920                 MOVE SPACES TO WK-X12-PROVIDER WK-X12-BILL-NPI
021930             END-IF
021940             IF WK-X12-ELEM(3) = '22'
021950                 MOVE SPACES TO WK-X12-MBI
021960             END-IF
021970         WHEN 'NM1'
021980             IF WK-X12-ELEM(1) = '85' AND WK-X12-ELEM(8) = 'XX'
021990                 MOVE WK-X12-ELEM(9) TO WK-X12-BILL-NPI
022000             END-IF
022010             IF WK-X12-ELEM(1) = 'IL' AND WK-X12-ELEM(8) = 'MI'
022020                 MOVE WK-X12-ELEM(9) TO WK-X12-MBI
022030             END-IF
022040             IF CLAIM-IS-OPEN AND WK-X12-ELEM(8) = 'XX'
022050                 IF WK-X12-ELEM(1) = '71'
022060                     MOVE WK-X12-ELEM(9) TO B-21-ATTENDING-NPI
022070                 END-IF
022080                 IF WK-X12-ELEM(1) = '72'
022090                     MOVE WK-X12-ELEM(9) TO B-21-OPERATING-NPI
022100                 END-IF
022110             END-IF
022120         WHEN 'REF'
022130             IF WK-X12-ELEM(1) = 'G2' AND NOT CLAIM-IS-OPEN
022140                 MOVE WK-X12-ELEM(2) TO WK-X12-PROVIDER
022150             END-IF
022160         WHEN 'CLM'
022170             IF CLAIM-IS-OPEN
022180                 PERFORM 3000-CLOSE-CLAIM THRU 3000-EXIT
022190             END-IF
022200             PERFORM 6300-X12-START-CLAIM THRU 6300-EXIT
022210         WHEN OTHER
022220             IF CLAIM-IS-OPEN
022230                 PERFORM 6250-X12-CLAIM-SEGMENT THRU 6250-EXIT
022240             END-IF
022250     END-EVALUATE.
022260 6200-EXIT.
022270     EXIT.
022280*    DTP 434 IS THE STATEMENT PERIOD (RD8 FROM-THROUGH; THE
022290*    THROUGH DATE IS THE DISCHARGE), DTP 435 THE ADMISSION
022300*    (D8 OR DT - THE DATE IS ITS FIRST EIGHT BYTES).
022310 6250-X12-CLAIM-SEGMENT.
022320     EVALUATE WK-X12-SEG-ID
022330         WHEN 'DTP'
022340             IF WK-X12-ELEM(1) = '434' AND WK-X12-ELEM(2) = 'RD8'
022350                 MOVE WK-X12-ELEM(3)(1:8)  TO WK-XC-FROM-DATE
022360                 MOVE WK-X12-ELEM(3)(10:8) TO WK-XC-THRU-DATE
022370                 IF WK-XC-THRU-DATE IS NUMERIC
022380                     MOVE WK-XC-THRU-DATE TO B-21-DISCHARGE-DATE
022390                 END-IF
022400             END-IF
022410             IF WK-X12-ELEM(1) = '435'
022420                 MOVE WK-X12-ELEM(3)(1:8) TO WK-XC-ADMIT-DATE
022430             END-IF
022440         WHEN 'CL1'
022450             MOVE WK-X12-ELEM(3) TO B-21-DISCHARGE-STATUS
022460         WHEN 'HI '
022470             MOVE 'N' TO WK-X12-RPT-SW
022480             PERFORM 6400-X12-HI-COMPOSITE THRU 6400-EXIT
022490                 VARYING WK-X12-E FROM 1 BY 1
022500                 UNTIL WK-X12-E > WK-X12-ELEM-COUNT
022510         WHEN 'LIN'
022520             IF WK-X12-ELEM(2) = 'N4'
022530                 PERFORM 6460-X12-ADD-NDC THRU 6460-EXIT
022540             END-IF
022550         WHEN 'SV2'
022560             PERFORM 6500-X12-ADD-SERVICE-LINE THRU 6500-EXIT
022570     END-EVALUATE.
022580 6250-EXIT.
022590     EXIT.
022600*===========================================================*
022610* 6300-X12-START-CLAIM - OPEN A BILL FROM THE CLM SEGMENT   *
022620* WITH THE PROVIDER, NPI AND MBI OF ITS HL LOOPS.  CLM02 IS *
022630* THE TOTAL CHARGE; CLM05-3 THE FREQUENCY - 1 TO 4 CARRIED, *
022640* 7 (REPLACEMENT) AN ADJUSTMENT, 8 (VOID) A CANCEL.  THE    *
022650* RECEIPT DATE IS TODAY.                                    *
022660*===========================================================*
022670 6300-X12-START-CLAIM.
022680     PERFORM 2105-CLEAR-BILL THRU 2105-EXIT.
022690     MOVE ZEROES TO WK-X12-REV-COUNT.
022700     MOVE SPACES TO WK-X12-CLAIM.
022710     MOVE WK-X12-PROVIDER   TO WK-PROV-WORK.
022720     PERFORM 2130-QUALIFY-PROVIDER THRU 2130-EXIT.
022730     MOVE WK-PROV-WORK      TO B-21-PROVIDER-NO.
022740     MOVE WK-X12-BILL-NPI   TO B-21-NPI10.
022750     MOVE WK-X12-MBI        TO B-21-MBI.
022760     MOVE ZEROES TO WK-CHG-WORK.
022770     IF WK-X12-ELEM(2) = SPACES
022780         SET X12-CHARGES-BAD TO TRUE
022790     ELSE
022800         COMPUTE WK-CHG-WORK =
022810             FUNCTION NUMVAL(WK-X12-ELEM(2))
022820             ON SIZE ERROR
022830                 SET X12-CHARGES-BAD TO TRUE
022840         END-COMPUTE
022850     END-IF.
022860     MOVE WK-CHG-WORK TO B-21-CHARGES-CLAIMED.
022870     MOVE WK-X12-ELEM(5) TO WK-X12-PART-IN.
022880     PERFORM 5870-SPLIT-COMPOSITE THRU 5870-EXIT.
022890     EVALUATE WK-X12-PART(3)
022900         WHEN '1'
022910         WHEN '2'
022920         WHEN '3'
022930         WHEN '4'
022940             MOVE WK-X12-PART(3) TO B-21-FREQUENCY-CODE
022950         WHEN '7'
022960             MOVE 'A' TO B-21-ACTION-CODE
022970         WHEN '8'
022980             MOVE 'C' TO B-21-ACTION-CODE
022990     END-EVALUATE.
023000     ACCEPT B-21-RECEIPT-DATE FROM DATE YYYYMMDD.
023010 6300-EXIT.
023020     EXIT.
023030*===========================================================*
023040* 6400-X12-HI-COMPOSITE - ONE HI COMPOSITE BY ITS QUALIFIER:*
023050*   ABK ABF ABN  DIAGNOSIS, POA IN COMPONENT 9              *
023060*   BBR BBQ      PROCEDURE                                  *
023070*   BG           CONDITION CODE                             *
023080*   BH           OCCURRENCE CODE AND DATE                   *
023090*   BE           VALUE CODE - 80 COVERED DAYS, 83 LIFETIME  *
023100*                RESERVE DAYS                               *
023110*   DR           DRG                                        *
023120* A CODE TYPE THE PARTNER'S PROFILE SAYS IT DOES NOT SEND IS*
023130* REPORTED ONCE PER HI SEGMENT, AND STILL CARRIED.          *
023140*===========================================================*
023150 6400-X12-HI-COMPOSITE.
023160     MOVE WK-X12-ELEM(WK-X12-E) TO WK-X12-PART-IN.
023170     PERFORM 5870-SPLIT-COMPOSITE THRU 5870-EXIT.
023180     EVALUATE WK-X12-PART(1)
023190         WHEN 'ABK'
023200         WHEN 'ABF'
023210         WHEN 'ABN'
023220             MOVE WK-CP-SENDS-HI TO WK-X12-SENDS
023230             PERFORM 6490-X12-CHECK-SENDS THRU 6490-EXIT
023240             PERFORM 6410-X12-ADD-DIAG THRU 6410-EXIT
023250         WHEN 'BBR'
023260         WHEN 'BBQ'
023270             MOVE WK-CP-SENDS-PR TO WK-X12-SENDS
023280             PERFORM 6490-X12-CHECK-SENDS THRU 6490-EXIT
023290             PERFORM 6420-X12-ADD-PROC THRU 6420-EXIT
023300         WHEN 'BG'
023310             MOVE WK-CP-SENDS-CC TO WK-X12-SENDS
023320             PERFORM 6490-X12-CHECK-SENDS THRU 6490-EXIT
023330             MOVE WK-X12-PART(2) TO WK-COND-CODE
023340             PERFORM 2420-STORE-COND THRU 2420-EXIT
023350         WHEN 'BH'
023360             MOVE WK-CP-SENDS-OCC TO WK-X12-SENDS
023370             PERFORM 6490-X12-CHECK-SENDS THRU 6490-EXIT
023380             MOVE WK-X12-PART(2) TO WK-OCC-CODE
023390             MOVE WK-X12-PART(4) TO WK-OCC-DATE
023400             PERFORM 2620-STORE-OCC THRU 2620-EXIT
023410         WHEN 'BE'
023420             PERFORM 6450-X12-VALUE-CODE THRU 6450-EXIT
023430         WHEN 'DR'
023440             MOVE WK-X12-PART(2) TO WK-XC-DRG
023450     END-EVALUATE.
023460 6400-EXIT.
023470     EXIT.
023480 6410-X12-ADD-DIAG.
023490     IF WK-NEXT-DIAG > 25
023500         GO TO 6410-EXIT
023510     END-IF.
023520     SET B-21-DIAG-IDX TO WK-NEXT-DIAG.
023530     MOVE WK-X12-PART(2) TO B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX).
023540     SET B-21-POA-IDX TO WK-NEXT-DIAG.
023550     MOVE WK-X12-PART(9) TO B-21-POA-ENTRY(B-21-POA-IDX).
023560     ADD 1 TO WK-NEXT-DIAG.
023570 6410-EXIT.
023580     EXIT.
023590 6420-X12-ADD-PROC.
023600     IF WK-NEXT-PROC > 25
023610         GO TO 6420-EXIT
023620     END-IF.
023630     SET B-21-PROC-IDX TO WK-NEXT-PROC.
023640     MOVE WK-X12-PART(2) TO B-21-PROC-CODE-ENTRY(B-21-PROC-IDX).
023650     ADD 1 TO WK-NEXT-PROC.
023660 6420-EXIT.
023670     EXIT.
023680 6450-X12-VALUE-CODE.
023690     MOVE ZEROES TO WK-X12-NUM.
023700     COMPUTE WK-X12-NUM = FUNCTION NUMVAL(WK-X12-PART(5))
023710         ON SIZE ERROR CONTINUE
023720     END-COMPUTE.
023730     EVALUATE WK-X12-PART(2)
023740         WHEN '80'
023750             MOVE WK-X12-NUM TO B-21-COVERED-DAYS
023760             SET X12-COV-DAYS-SENT TO TRUE
023770         WHEN '83'
023780             MOVE WK-X12-NUM TO B-21-LTR-DAYS
023790     END-EVALUATE.
023800 6450-EXIT.
023810     EXIT.
023820 6460-X12-ADD-NDC.
023830     IF WK-CP-SENDS-NDC NOT = 'Y'
023840         PERFORM 1250-CHECK-RECORD-TYPE THRU 1250-EXIT
023850     END-IF.
023860     IF WK-NEXT-NDC > 10
023870         GO TO 6460-EXIT
023880     END-IF.
023890     SET B-21-NDC-IDX TO WK-NEXT-NDC.
023900     MOVE WK-X12-ELEM(3) TO B-21-NDC-CODE-ENTRY(B-21-NDC-IDX).
023910     ADD 1 TO WK-NEXT-NDC.
023920 6460-EXIT.
023930     EXIT.
023940 6490-X12-CHECK-SENDS.
023950     IF WK-X12-SENDS NOT = 'Y'
023960        AND NOT X12-TYPE-REPORTED
023970         PERFORM 1250-CHECK-RECORD-TYPE THRU 1250-EXIT
023980         SET X12-TYPE-REPORTED TO TRUE
023990     END-IF.
024000 6490-EXIT.
024010     EXIT.
024020*    SV201 REVENUE CODE, SV203 LINE CHARGE, SV205 UNITS.
024030 6500-X12-ADD-SERVICE-LINE.
024040     IF WK-X12-REV-COUNT >= 999
024050         MOVE B-21-PROVIDER-NO    TO WK-EX-PROVIDER-NO
024060         MOVE B-21-DISCHARGE-DATE TO WK-EX-DISCHARGE
024070         MOVE 'SERVICE LINE PAST 999 NOT CARRIED'
024080                                  TO WK-EX-REASON
024090         MOVE WK-EX-DETAIL-LINE   TO CONV-EXCP-LINE
024100         WRITE CONV-EXCP-LINE
024110         GO TO 6500-EXIT
024120     END-IF.
024130     ADD 1 TO WK-X12-REV-COUNT.
024140     SET XR-IDX TO WK-X12-REV-COUNT.
024150     MOVE WK-X12-ELEM(1) TO XR-REV-CODE(XR-IDX).
024160     MOVE ZEROES TO XR-CHARGES(XR-IDX) XR-UNITS(XR-IDX).
024170     COMPUTE XR-CHARGES(XR-IDX) = FUNCTION NUMVAL(WK-X12-ELEM(3))
024180         ON SIZE ERROR CONTINUE
024190     END-COMPUTE.
024200     COMPUTE XR-UNITS(XR-IDX) = FUNCTION NUMVAL(WK-X12-ELEM(5))
024210         ON SIZE ERROR CONTINUE
024220     END-COMPUTE.
024230 6500-EXIT.
024240     EXIT.
024250*===========================================================*
024260* 6600-X12-FINISH-CLAIM - COMPLETE AN X12 BILL AT ITS CLOSE.*
024270* CLM OPENS THE BILL BEFORE ITS DATES AND DRG ARRIVE, SO THE*
024280* HEADER EDITS THE FLAT INTERFACE MAKES AT CLM ARE MADE     *
024290* HERE, NAMING THE SEGMENT THAT FAILED; THE INTERFACE CLAIM *
024300* VIEW IS STAGED FOR THE REJECT AND ITS JOURNAL EVENTS.  THE*
024310* LENGTH OF STAY IS THE DAYS FROM ADMISSION (OR THE         *
024320* STATEMENT FROM-DATE) TO DISCHARGE, AS PPBAT215 EDITS IT;  *
024330* COVERED DAYS DEFAULT TO IT WITHOUT A VALUE CODE 80.       *
024340*===========================================================*
024350 6600-X12-FINISH-CLAIM.
024360     MOVE SPACES            TO CI-DATA.
024370     MOVE WK-X12-PROVIDER   TO CI-PROVIDER-NO.
024380     MOVE WK-X12-MBI        TO CI-MBI.
024390     MOVE WK-XC-THRU-DATE   TO CI-DISCHARGE-DATE.
024400     MOVE WK-XC-DRG         TO CI-DRG.
024410     IF WK-X12-PROVIDER = SPACES
024420         MOVE 'REF' TO WK-X12-FAIL-SEG
024430         MOVE 'PROVIDER-NO' TO WK-REJ-FIELD
024440         MOVE 'PROVIDER NUMBER MISSING' TO WK-EX-REASON
024450         PERFORM 2900-REJECT-CLAIM THRU 2900-EXIT
024460         GO TO 6600-EXIT
024470     END-IF.
024480     IF WK-XC-DRG NOT NUMERIC
024490         MOVE 'HI ' TO WK-X12-FAIL-SEG
024500         MOVE 'DRG' TO WK-REJ-FIELD
024510         MOVE 'DRG NOT NUMERIC' TO WK-EX-REASON
024520         PERFORM 2900-REJECT-CLAIM THRU 2900-EXIT
024530         GO TO 6600-EXIT
024540     END-IF.
024550     IF WK-XC-THRU-DATE NOT NUMERIC
024560         MOVE 'DTP' TO WK-X12-FAIL-SEG
024570         MOVE 'DISCHARGE-DATE' TO WK-REJ-FIELD
024580         MOVE 'DISCHARGE DATE NOT NUMERIC' TO WK-EX-REASON
024590         PERFORM 2900-REJECT-CLAIM THRU 2900-EXIT
024600         GO TO 6600-EXIT
024610     END-IF.
024620     IF X12-CHARGES-BAD
024630         MOVE 'CLM' TO WK-X12-FAIL-SEG
024640         MOVE 'CHARGES' TO WK-REJ-FIELD
024650         MOVE 'COVERED CHARGES NOT NUMERIC' TO WK-EX-REASON
024660         PERFORM 2900-REJECT-CLAIM THRU 2900-EXIT
024670         GO TO 6600-EXIT
024680     END-IF.
024690     MOVE WK-XC-DRG TO B-21-DRG.
024700     MOVE WK-XC-FROM-DATE TO WK-X12-STAY-START.
024710     IF WK-XC-ADMIT-DATE IS NUMERIC
024720         MOVE WK-XC-ADMIT-DATE TO B-21-ADMIT-DATE
024730         MOVE WK-XC-ADMIT-DATE TO WK-X12-STAY-START
024740     END-IF.
024750     IF WK-X12-STAY-START NOT NUMERIC
024760         GO TO 6600-NPI-CHECK
024770     END-IF.
024780     MOVE WK-X12-STAY-START TO WK-DTS-DATE.
024790     IF NOT DTS-MONTH-VALID
024800         GO TO 6600-NPI-CHECK
024810     END-IF.
024820     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
024830     MOVE WK-DTS-SERIAL TO WK-X12-START-SERIAL.
024840     MOVE WK-XC-THRU-DATE TO WK-DTS-DATE.
024850     IF NOT DTS-MONTH-VALID
024860         GO TO 6600-NPI-CHECK
024870     END-IF.
024880     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
024890     IF WK-DTS-SERIAL > WK-X12-START-SERIAL
024900         COMPUTE B-21-LOS = WK-DTS-SERIAL - WK-X12-START-SERIAL
024910             ON SIZE ERROR MOVE 999 TO B-21-LOS
024920         END-COMPUTE
024930     END-IF.
024940     IF NOT X12-COV-DAYS-SENT
024950         MOVE B-21-LOS TO B-21-COVERED-DAYS
024960     END-IF.
024970 6600-NPI-CHECK.
024980     IF B-21-NPI10 NOT NUMERIC
024990         MOVE B-21-PROVIDER-NO    TO WK-EX-PROVIDER-NO
025000         MOVE B-21-DISCHARGE-DATE TO WK-EX-DISCHARGE
025010         MOVE 'BILLING NPI NOT NUMERIC' TO WK-EX-REASON
025020         MOVE WK-EX-DETAIL-LINE   TO CONV-EXCP-LINE
025030         WRITE CONV-EXCP-LINE
025040     END-IF.
025050     PERFORM 2810-CHECK-PHYSICIAN-NPI THRU 2810-EXIT.
025060 6600-EXIT.
025070     EXIT.
025080 6700-X12-WRITE-REV-LINE.
025090     MOVE B-21-PROVIDER-NO     TO RO-PROVIDER-NO.
025100     MOVE B-21-DISCHARGE-DATE  TO RO-DISCHARGE-DATE.
025110     MOVE B-21-DRG             TO RO-DRG.
025120     MOVE XR-REV-CODE(XR-IDX)  TO RO-REV-CODE.
025130     MOVE XR-UNITS(XR-IDX)     TO RO-UNITS.
025140     MOVE XR-CHARGES(XR-IDX)   TO RO-CHARGES.
025150     WRITE REV-DETAIL-OUT-REC.
025160     ADD 1 TO WK-X12-REV-WRITTEN.
025170 6700-EXIT.
025180     EXIT.
025190*===========================================================*
025200* 8500-DATE-TO-SERIAL - CONVERT WK-DTS-DATE (CCYYMMDD) TO A *
025210* DAY SERIAL, AS IN PPBAT215.                               *
025220*===========================================================*
025230 8500-DATE-TO-SERIAL.
025240     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
025250     IF WK-DTS-MM < 3
025260         SUBTRACT 1 FROM WK-DTS-YEARS
025270     END-IF.
025280     COMPUTE WK-DTS-LEAPS =
025290         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
025300         + (WK-DTS-YEARS / 400).
025310     COMPUTE WK-DTS-SERIAL =
025320         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
025330         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
025340 8500-EXIT.
025350     EXIT.
