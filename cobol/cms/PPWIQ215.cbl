000230*            DEPEND ON BILL-LEVEL FACTS AND THE FULL TABLE
000240*            SET; THE ANSWER NOTES WHEN THE PROVIDER IS IN
000250*            A CLASS THOSE RULES CAN TOUCH.
000260*          - FISCAL-YEAR CHANGEOVER MODE: A PROVIDER NUMBER OF
000270*            'ALL' ON THE CARD RUNS THE SAME DETERMINATION FOR
000280*            EVERY ACTIVE PROVIDER ON THE MASTER TWICE - ON
000290*            SEPTEMBER 30 AND OCTOBER 1 OF THE AS-OF DATE'S
000300*            YEAR (BLANK = TODAY) - AND WRITES A MAILABLE
000310*            NOTICE PER PROVIDER (WIQNOTC): WAGE INDEX AND THE
000320*            RULE THAT FIRED, STANDARDIZED AMOUNTS, CAPITAL
000330*            FEDERAL RATE, VBP/HRR/HAC FACTORS, LOW-VOLUME AND
000340*            DSH STATUS, AND THE ESTIMATED PAYMENT CHANGE FOR
000350*            THE PROVIDER'S TOP DRGS BY PRIOR-YEAR VOLUME FROM
000360*            THE HISTORY REPOSITORY, PRICED AT THE OLD
000370*            (DRGWTOLD) AND NEW (DRGWTNEW) DRG WEIGHTS.  THE
000380*            PROVIDERS WHOSE ESTIMATE FALLS ARE WRITTEN TO
000390*            WIQDECR, LARGEST DECREASE FIRST.
000400 DATE-COMPILED.
000410****************************************************************
000420*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000430*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000440*   IS THAT OF THE USER.                                       *
000450****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.            IBM-370.
000490 OBJECT-COMPUTER.            IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT WIQ-PARM-FILE   ASSIGN TO WIQPARM
000530                            ORGANIZATION IS LINE SEQUENTIAL
000540                            FILE STATUS IS WK-PARM-STATUS.
000550     SELECT PROV-MAST-FILE  ASSIGN TO PROVMAST
000560                            ORGANIZATION IS INDEXED
000570                            ACCESS MODE IS SEQUENTIAL
000580                            RECORD KEY IS PM-PROV-KEY
000590                            FILE STATUS IS WK-PROVMAST-STATUS.
000600     SELECT CBSA-WI-FILE    ASSIGN TO CBSAWI
000610                            ORGANIZATION IS SEQUENTIAL
000620                            FILE STATUS IS WK-CBSA-STATUS.
000630     SELECT OPER-RATE-FILE  ASSIGN TO OPERRATE
000640                            ORGANIZATION IS SEQUENTIAL
000650                            FILE STATUS IS WK-OPRATE-STATUS.
000660     SELECT WIQ-RPT-OUT     ASSIGN TO WIQRPT
000670                            ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT DRG-WT-OLD-FILE ASSIGN TO DRGWTOLD
000690                            ORGANIZATION IS SEQUENTIAL
000700                            FILE STATUS IS WK-DRGWT-STATUS.
000710     SELECT DRG-WT-NEW-FILE ASSIGN TO DRGWTNEW
000720                            ORGANIZATION IS SEQUENTIAL
000730                            FILE STATUS IS WK-DRGWT-STATUS.
000740     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000750                            ORGANIZATION IS INDEXED
000760                            ACCESS MODE IS SEQUENTIAL
000770                            RECORD KEY IS HR-KEY
000780                            ALTERNATE RECORD KEY IS HR-MBI
000790                                WITH DUPLICATES
000800                            FILE STATUS IS WK-HISTREPO-STATUS.
000810     SELECT WIQ-NOTICE-OUT  ASSIGN TO WIQNOTC
000820                            ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT WIQ-CHG-WORK    ASSIGN TO WIQCHGW
000840                            ORGANIZATION IS SEQUENTIAL.
000850     SELECT WIQ-SORT-FILE   ASSIGN TO SORTWK01.
000860     SELECT WIQ-DECR-OUT    ASSIGN TO WIQDECR
000870                            ORGANIZATION IS SEQUENTIAL.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  WIQ-PARM-FILE
000910     RECORDING MODE IS F.
000920 01  WIQ-PARM-REC.
000930     05  WQ-PROVIDER-NO          PIC X(06).
000940     05  WQ-AS-OF-DATE           PIC X(08).
000950 FD  PROV-MAST-FILE
000960     RECORD CONTAINS 325 CHARACTERS.
000970 01  PROV-MAST-REC.
000980     05  PM-PROV-KEY.
000990         10  PM-PROVIDER-NO     PIC X(06).
001000         10  PM-SEGMENT-EFF-DATE PIC 9(08).
001010     05  PM-FORMAT-IND          PIC X(01).
001020     05  PM-PROV-RECORD         PIC X(310).
001030 FD  CBSA-WI-FILE
001040     RECORDING MODE IS F.
001050 01  CBSA-IN-REC.
001060     05  CI-CBSA                PIC X(05).
001070     05  CI-CBSA-SIZE            PIC X(01).
001080     05  CI-CBSA-EFF-DATE        PIC X(08).
001090     05  CI-CBSA-WAGE-INDX1      PIC S9(02)V9(04).
001100     05  CI-CBSA-WAGE-INDX2      PIC S9(02)V9(04).
001110     05  CI-CBSA-WAGE-INDX3      PIC S9(02)V9(04).
001120 FD  OPER-RATE-FILE
001130     RECORDING MODE IS F.
001140 01  OPER-RATE-IN-REC.
001150     05  OI-TABLE-NO             PIC 9(01).
001160     05  OI-EFF-DATE             PIC 9(08).
001170     05  OI-END-DATE             PIC 9(08).
001180     05  OI-LABOR                PIC 9(05)V9(02).
001190     05  OI-NLABOR               PIC 9(04)V9(02).
001200 FD  WIQ-RPT-OUT
001210     RECORDING MODE IS F.
001220 01  WIQ-RPT-LINE                PIC X(90).
001230*----------------------------------------------------------*
001240* DRG WEIGHT FILES OF THE ENDING AND THE NEW FISCAL YEAR,   *
001250* IN PPBAT215'S DRGWGHT LAYOUT.                             *
001260*----------------------------------------------------------*
001270 FD  DRG-WT-OLD-FILE
001280     RECORDING MODE IS F.
001290 01  DRG-WT-OLD-REC              PIC X(44).
001300 FD  DRG-WT-NEW-FILE
001310     RECORDING MODE IS F.
001320 01  DRG-WT-NEW-REC              PIC X(44).
001330*----------------------------------------------------------*
001340* KEYED PRICED-CLAIM HISTORY REPOSITORY, READ IN PROVIDER   *
001350* ORDER BESIDE THE MASTER FOR THE PRIOR-YEAR DRG VOLUME.    *
001360*----------------------------------------------------------*
001370 FD  HIST-REPO-FILE
001380     RECORD CONTAINS 252 CHARACTERS.
001390 01  HIST-REPO-REC.
001400     05  HR-KEY.
001410         10  HR-PROVIDER-NO     PIC X(06).
001420         10  HR-DISCHARGE-DATE  PIC 9(08).
001430         10  HR-CLAIM-SEQ       PIC 9(09).
001440         10  HR-RUN-ID          PIC X(08).
001450     05  HR-RUN-DATE            PIC 9(08).
001460     05  HR-PPS-DATA            PIC X(89).
001470     05  HR-WI-AUDIT            PIC X(66).
001480     05  HR-MBI                 PIC X(11).
001490     05  HR-DRG                 PIC 9(03).
001500     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
001510     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
001520     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
001530     05  HR-NEW-TECH            PIC 9(09)V9(02).
001540 FD  WIQ-NOTICE-OUT
001550     RECORDING MODE IS F.
001560 01  WIQ-NOTICE-LINE             PIC X(90).
001570*----------------------------------------------------------*
001580* ESTIMATED DECREASES, BEFORE AND AFTER THE SORT INTO       *
001590* LARGEST-DECREASE-FIRST ORDER FOR PROVIDER RELATIONS.      *
001600*----------------------------------------------------------*
001610 FD  WIQ-CHG-WORK
001620     RECORDING MODE IS F.
001630 01  WIQ-CHG-WORK-REC            PIC X(80).
001640 SD  WIQ-SORT-FILE.
001650 01  WIQ-SORT-REC.
001660     05  FILLER                  PIC X(53).
001670     05  WK-SORT-CHANGE          PIC S9(11)V9(02).
001680     05  FILLER                  PIC X(14).
001690 FD  WIQ-DECR-OUT
001700     RECORDING MODE IS F.
001710 01  WIQ-DECR-REC.
001720     05  WD-PROVIDER-NO          PIC X(06).
001730     05  WD-STATE                PIC X(02).
001740     05  WD-OLD-WI               PIC 9(02)V9(04).
001750     05  WD-NEW-WI               PIC 9(02)V9(04).
001760     05  WD-CASES                PIC 9(07).
001770     05  WD-OLD-PAY              PIC 9(11)V9(02).
001780     05  WD-NEW-PAY              PIC 9(11)V9(02).
001790     05  WD-CHANGE               PIC S9(11)V9(02).
001800     05  WD-PCT-CHANGE           PIC S9(03)V9(02).
001810     05  WD-NEW-CBSA             PIC X(05).
001820     05  FILLER                  PIC X(04).
001830 WORKING-STORAGE SECTION.
001840 01  W-STORAGE-REF                  PIC X(48)  VALUE
001850     'P P W I Q 2 1 5 - W O R K I N G   S T O R A G E'.
001860 01  WIQ-VERSION                    PIC X(05) VALUE 'W21.5'.
001870 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001880 01  WK-PROVMAST-STATUS         PIC X(02) VALUE SPACES.
001890 01  WK-CBSA-STATUS             PIC X(02) VALUE SPACES.
001900 01  WK-OPRATE-STATUS           PIC X(02) VALUE SPACES.
001910 01  WK-DRGWT-STATUS            PIC X(02) VALUE SPACES.
001920 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001930 01  WK-SWITCHES.
001940     05  WK-PROV-EOF            PIC X(01) VALUE 'N'.
001950         88  PROV-AT-EOF        VALUE 'Y'.
001960     05  WK-CBSA-EOF            PIC X(01) VALUE 'N'.
001970         88  CBSA-AT-EOF        VALUE 'Y'.
001980     05  WK-OPRATE-EOF          PIC X(01) VALUE 'N'.
001990         88  OPRATE-AT-EOF      VALUE 'Y'.
002000     05  WK-SEG-FOUND-SW        PIC X(01) VALUE 'N'.
002010         88  SEGMENT-WAS-FOUND  VALUE 'Y'.
002020     05  WK-WI-FOUND-SW         PIC X(01) VALUE 'N'.
002030         88  WAGE-INDEX-FOUND   VALUE 'Y'.
002040     05  WK-MODE-SW             PIC X(01) VALUE 'S'.
002050         88  SINGLE-INQUIRY     VALUE 'S'.
002060         88  CHANGEOVER-BATCH   VALUE 'B'.
002070     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
002080         88  HIST-AT-EOF        VALUE 'Y'.
002090     05  WK-DRGWT-EOF           PIC X(01) VALUE 'N'.
002100         88  DRGWT-AT-EOF       VALUE 'Y'.
002110     05  WK-ESTIMATE-SW         PIC X(01) VALUE 'N'.
002120         88  ESTIMATE-WAS-MADE  VALUE 'Y'.
002130     05  WK-WARNING-SW          PIC X(01) VALUE 'N'.
002140         88  A-WARNING-WAS-NOTED VALUE 'Y'.
002150 01  WK-AS-OF-DATE              PIC 9(08) VALUE ZEROES.
002160 01  WK-AS-OF-PARTS REDEFINES WK-AS-OF-DATE.
002170     05  WK-AO-CCYY             PIC 9(04).
002180     05  WK-AO-MM               PIC 9(02).
002190     05  WK-AO-DD               PIC 9(02).
002200 01  WK-AS-OF-DATE-X REDEFINES WK-AS-OF-DATE PIC X(08).
002210 01  WK-BEST-EFF-DATE           PIC 9(08) VALUE ZEROES.
002220 01  WK-BEST-PROV-RECORD        PIC X(310) VALUE SPACES.
002230 01  WK-CBSA-CHOSEN             PIC X(05) VALUE SPACES.
002240 01  WK-CBSA-RULE               PIC X(40) VALUE SPACES.
002250 01  WK-WI-RULE                 PIC X(40) VALUE SPACES.
002260 01  WK-WI-BEST-EFF             PIC X(08) VALUE LOW-VALUES.
002270 01  WK-WAGE-INDEX              PIC S9(02)V9(04) VALUE ZEROES.
002280 01  WK-CAPI-GAF                PIC 9(01)V9(04) VALUE ZEROES.
002290 01  WK-CAPI-FED-RATE           PIC 9(04)V9(02) VALUE ZEROES.
002300 01  WK-FY-LABEL                PIC X(04) VALUE SPACES.
002310 01  WK-FY-YY                   PIC 9(02) VALUE ZEROES.
002320 01  WK-MODULE-NAME             PIC X(08) VALUE SPACES.
002330*----------------------------------------------------------*
002340* OPERATING RATE TABLE AND TABLE-NUMBER CHOICE.             *
002350*----------------------------------------------------------*
002360 COPY OPRTTAB.
002370 01  WK-OPRT-TABLE-NO           PIC 9(01) VALUE ZEROES.
002380 01  WK-OPRT-FOUND-SW           PIC X(01) VALUE 'N'.
002390     88  OPER-RATE-WAS-FOUND    VALUE 'Y'.
002400 01  WK-OPRATE-COUNT            PIC 9(03) VALUE ZEROES.
002410*----------------------------------------------------------*
002420* PROVIDER RECORD VIEWS AND THE UNPACKED HOLD AREA.         *
002430*----------------------------------------------------------*
002440 COPY PROVNEW.
002450*----------------------------------------------------------*
002460* FISCAL-YEAR DISPATCH MODULE REFERENCE TABLE.              *
002470*----------------------------------------------------------*
002480 COPY DISPFYCV.
002490*----------------------------------------------------------*
002500* FISCAL-YEAR CHANGEOVER RUN - THE TWO DATES COMPARED AND   *
002510* THE PRIOR FISCAL YEAR WHOSE VOLUME WEIGHTS THE ESTIMATE.  *
002520*----------------------------------------------------------*
002530 01  WK-OLD-FY-DATE             PIC 9(08) VALUE ZEROES.
002540 01  WK-NEW-FY-DATE             PIC 9(08) VALUE ZEROES.
002550 01  WK-PY-FROM-DATE            PIC 9(08) VALUE ZEROES.
002560 01  WK-NEW-FY-CCYY             PIC 9(04) VALUE ZEROES.
002570 01  WK-TODAY                   PIC 9(08) VALUE ZEROES.
002580 01  WK-CUR-PROVIDER            PIC X(06) VALUE SPACES.
002590 01  WK-SIDE                    PIC 9(02) COMP VALUE ZEROES.
002600 01  WK-COUNTERS.
002610     05  WK-SEGMENTS-READ       PIC 9(07) VALUE ZEROES.
002620     05  WK-PROVIDERS-SEEN      PIC 9(07) VALUE ZEROES.
002630     05  WK-NOT-ACTIVE          PIC 9(07) VALUE ZEROES.
002640     05  WK-NOTICES-WRITTEN     PIC 9(07) VALUE ZEROES.
002650     05  WK-NOT-ESTIMATED       PIC 9(07) VALUE ZEROES.
002660     05  WK-DECREASES           PIC 9(07) VALUE ZEROES.
002670     05  WK-HIST-ROWS-USED      PIC 9(07) VALUE ZEROES.
002680     05  WK-DRG-OVERFLOW        PIC 9(07) VALUE ZEROES.
002690*----------------------------------------------------------*
002700* CBSA WAGE FILE, LOADED ONCE FOR THE CHANGEOVER RUN.       *
002710*----------------------------------------------------------*
002720 01  WK-CB-COUNT                PIC 9(05) VALUE ZEROES.
002730 01  WK-CB-I                    PIC 9(05) COMP VALUE ZEROES.
002740 01  WK-CBSA-TABLE.
002750     05  CB-ENTRY OCCURS 8000 TIMES.
002760         10  CB-CBSA            PIC X(05).
002770         10  CB-EFF-DATE        PIC X(08).
002780         10  CB-WAGE-INDEX      PIC S9(02)V9(04).
002790*----------------------------------------------------------*
002800* DRG WEIGHTS - PERIOD 1 THE ENDING FISCAL YEAR, PERIOD 2   *
002810* THE NEW ONE.  WITHOUT AN OLD FILE BOTH DATES USE THE NEW  *
002820* WEIGHTS AND THE ESTIMATE SHOWS THE RATE CHANGES ALONE.    *
002830*----------------------------------------------------------*
002840 01  WK-WEIGHT-TABLES.
002850     05  WT-PERIOD OCCURS 2 TIMES.
002860         10  WT-COUNT           PIC 9(04).
002870         10  WT-ENTRY OCCURS 800 TIMES.
002880             15  WT-DRG         PIC X(03).
002890             15  WT-WEIGHT      PIC 9(02)V9(04).
002900 01  WK-WT-I                    PIC 9(04) COMP VALUE ZEROES.
002910 01  WK-WT-PERIOD               PIC 9(02) COMP VALUE ZEROES.
002920 01  WK-DW-VIEW.
002930     05  WK-DW-DRG              PIC X(03).
002940     05  WK-DW-WT               PIC 9(02)V9(04).
002950     05  FILLER                 PIC X(35).
002960 01  WK-FIND-DRG                PIC X(03) VALUE SPACES.
002970 01  WK-FIND-WEIGHT             PIC 9(02)V9(04) VALUE ZEROES.
002980*----------------------------------------------------------*
002990* THE DETERMINATION ON EACH DATE - SIDE 1 SEPTEMBER 30,     *
003000* SIDE 2 OCTOBER 1.                                         *
003010*----------------------------------------------------------*
003020 01  WK-NOTICE-SIDES.
003030     05  NS-SIDE OCCURS 2 TIMES.
003040         10  NS-AS-OF-DATE      PIC 9(08).
003050         10  NS-IN-FORCE-SW     PIC X(01).
003060         10  NS-SEG-EFF         PIC 9(08).
003070         10  NS-PROV-RECORD     PIC X(310).
003080         10  NS-STATE           PIC X(02).
003090         10  NS-CBSA            PIC X(05).
003100         10  NS-CBSA-RULE       PIC X(40).
003110         10  NS-WI-RULE         PIC X(40).
003120         10  NS-WI-FOUND-SW     PIC X(01).
003130         10  NS-WI              PIC S9(02)V9(04).
003140         10  NS-TABLE-NO        PIC 9(01).
003150         10  NS-RATE-FOUND-SW   PIC X(01).
003160         10  NS-LABOR           PIC 9(05)V9(02).
003170         10  NS-NLABOR          PIC 9(04)V9(02).
003180         10  NS-CAP-RATE        PIC 9(04)V9(02).
003190         10  NS-VBP-PART        PIC X(01).
003200         10  NS-VBP             PIC 9V9(11).
003210         10  NS-HRR-IND         PIC X(01).
003220         10  NS-HRR             PIC 9V9(04).
003230         10  NS-HAC             PIC X(01).
003240         10  NS-LV-IND          PIC X(01).
003250         10  NS-LV              PIC 9V9(06).
003260         10  NS-DSH             PIC V9(04).
003270         10  NS-MODULE          PIC X(08).
003280*----------------------------------------------------------*
003290* PRIOR-YEAR PAYABLE DISCHARGES BY DRG, AND THE TOP FIVE.   *
003300*----------------------------------------------------------*
003310 01  WK-HRD-VIEW.
003320     05  WK-HRD-RTC             PIC 9(02).
003330     05  FILLER                 PIC X(87).
003340 01  WK-PD-COUNT                PIC 9(03) VALUE ZEROES.
003350 01  WK-PD-I                    PIC 9(03) COMP VALUE ZEROES.
003360 01  WK-DRG-VOLUME.
003370     05  PD-ENTRY OCCURS 300 TIMES.
003380         10  PD-DRG             PIC 9(03).
003390         10  PD-CASES           PIC 9(05).
003400         10  PD-USED-SW         PIC X(01).
003410 01  WK-TOP-COUNT               PIC 9(02) COMP VALUE ZEROES.
003420 01  WK-TOP-I                   PIC 9(02) COMP VALUE ZEROES.
003430 01  WK-TOP-PASS                PIC 9(02) COMP VALUE ZEROES.
003440 01  WK-TOP-BEST-CNT            PIC 9(05) VALUE ZEROES.
003450 01  WK-TOP-BEST-I              PIC 9(03) COMP VALUE ZEROES.
003460 01  WK-TOP-DRGS.
003470     05  TD-ENTRY OCCURS 5 TIMES.
003480         10  TD-DRG             PIC 9(03).
003490         10  TD-CASES           PIC 9(05).
003500         10  TD-WEIGHT          PIC 9(02)V9(04) OCCURS 2 TIMES.
003510         10  TD-PAY             PIC 9(07)V9(02) OCCURS 2 TIMES.
003520         10  TD-CHANGE          PIC S9(11)V9(02).
003530*----------------------------------------------------------*
003540* PAYMENT ESTIMATE - THE FEDERAL OPERATING PAYMENT AT THE   *
003550* WEIGHT (LABOR SHARE AT THE WAGE INDEX), DSH AT 25 PERCENT *
003560* OF THE DSH PERCENT, CAPITAL AT THE FEDERAL RATE AND GAF,  *
003570* VBP AND HRR ON THE OPERATING PAYMENT, THE LOW-VOLUME      *
003580* ADD-ON, THEN THE 1 PERCENT HAC REDUCTION, AS PPCAL215     *
003590* APPLIES THEM.  IME, OUTLIERS AND ADD-ONS ARE LEFT OUT.    *
003600*----------------------------------------------------------*
003610 01  WK-EST-WEIGHT              PIC 9(02)V9(04) VALUE ZEROES.
003620 01  WK-EST-BASE                PIC 9(09)V9(04) VALUE ZEROES.
003630 01  WK-EST-DSH                 PIC 9(09)V9(04) VALUE ZEROES.
003640 01  WK-EST-CAP                 PIC 9(09)V9(04) VALUE ZEROES.
003650 01  WK-EST-SUB                 PIC 9(09)V9(04) VALUE ZEROES.
003660 01  WK-EST-TOTAL               PIC S9(09)V9(04) VALUE ZEROES.
003670 01  WK-TOT-CASES               PIC 9(07) VALUE ZEROES.
003680 01  WK-TOT-PAY                 PIC 9(11)V9(02) OCCURS 2 TIMES.
003690 01  WK-TOT-CHANGE              PIC S9(11)V9(02) VALUE ZEROES.
003700 01  WK-TOT-PCT                 PIC S9(05)V9(02) VALUE ZEROES.
003710 01  WK-NO-ESTIMATE-REASON      PIC X(60) VALUE SPACES.
003720 01  WK-DECR-WORK-REC.
003730     05  WW-PROVIDER-NO         PIC X(06).
003740     05  WW-STATE               PIC X(02).
003750     05  WW-OLD-WI              PIC 9(02)V9(04).
003760     05  WW-NEW-WI              PIC 9(02)V9(04).
003770     05  WW-CASES               PIC 9(07).
003780     05  WW-OLD-PAY             PIC 9(11)V9(02).
003790     05  WW-NEW-PAY             PIC 9(11)V9(02).
003800     05  WW-CHANGE              PIC S9(11)V9(02).
003810     05  WW-PCT-CHANGE          PIC S9(03)V9(02).
003820     05  WW-NEW-CBSA            PIC X(05).
003830     05  FILLER                 PIC X(04).
003840*----------------------------------------------------------*
003850* NOTICE LINES.                                             *
003860*----------------------------------------------------------*
003870 01  WK-NT-RULE-LINE         PIC X(72) VALUE ALL '='.
003880 01  WK-NT-HEAD-LINE.
003890     05  FILLER              PIC X(12) VALUE 'FISCAL YEAR '.
003900     05  WK-NH-FY            PIC 9(04).
003910     05  FILLER              PIC X(26) VALUE
003920         ' RATE NOTICE FOR PROVIDER '.
003930     05  WK-NH-PROVIDER      PIC X(06).
003940     05  FILLER              PIC X(09) VALUE '  ISSUED '.
003950     05  WK-NH-DATE          PIC 9(08).
003960 01  WK-NT-INTRO-LINE        PIC X(72) VALUE
003970     'YOUR PAYMENT FACTORS ON THE LAST DAY OF THE OLD YEAR AND'.
003980 01  WK-NT-INTRO-LINE-2      PIC X(72) VALUE
003990     'THE FIRST DAY OF THE NEW, AS OUR PRICER WILL APPLY THEM.'.
004000 01  WK-NT-COL-LINE.
004010     05  FILLER              PIC X(34) VALUE 'AS OF'.
004020     05  WK-NC-OLD           PIC X(16) JUST RIGHT.
004030     05  FILLER              PIC X(02) VALUE SPACES.
004040     05  WK-NC-NEW           PIC X(16) JUST RIGHT.
004050     05  FILLER              PIC X(02) VALUE SPACES.
004060     05  FILLER              PIC X(16) VALUE
004070         '          CHANGE'.
004080 01  WK-NT-VALUE-LINE.
004090     05  WK-NV-LABEL         PIC X(34).
004100     05  WK-NV-COL OCCURS 2 TIMES.
004110         10  WK-NV-CELL      PIC X(16) JUST RIGHT.
004120         10  FILLER          PIC X(02).
004130     05  WK-NV-CHANGE        PIC X(16) JUST RIGHT.
004140 01  WK-NT-RULE-TEXT-LINE.
004150     05  WK-NR-LABEL         PIC X(14).
004160     05  WK-NR-CBSA-RULE     PIC X(32).
004170     05  WK-NR-WI-RULE       PIC X(40).
004180 01  WK-NT-DRG-HEAD-1        PIC X(72) VALUE
004190     'ESTIMATED PAYMENT PER CASE FOR YOUR MOST FREQUENT DRGS'.
004200 01  WK-NT-DRG-HEAD-2.
004210     05  FILLER              PIC X(15) VALUE 'DRG    CASES IN'.
004220     05  FILLER              PIC X(03) VALUE ' FY'.
004230     05  WK-N2-FY            PIC 9(04).
004240     05  FILLER              PIC X(28) VALUE
004250         '   OLD WT   NEW WT   OLD PAY'.
004260     05  FILLER              PIC X(28) VALUE
004270         '    NEW PAY    FOR THE CASES'.
004280 01  WK-NT-DRG-LINE.
004290     05  WK-ND-DRG           PIC 9(03).
004300     05  FILLER              PIC X(13) VALUE SPACES.
004310     05  WK-ND-CASES         PIC ZZ,ZZ9.
004320     05  FILLER              PIC X(02) VALUE SPACES.
004330     05  WK-ND-WT-OLD        PIC Z9.9999.
004340     05  FILLER              PIC X(02) VALUE SPACES.
004350     05  WK-ND-WT-NEW        PIC Z9.9999.
004360     05  WK-ND-PAY-OLD       PIC ZZZ,ZZ9.99.
004370     05  FILLER              PIC X(01) VALUE SPACES.
004380     05  WK-ND-PAY-NEW       PIC ZZZ,ZZ9.99.
004390     05  FILLER              PIC X(03) VALUE SPACES.
004400     05  WK-ND-CHANGE        PIC +++,+++,++9.99.
004410 01  WK-NT-TOTAL-LINE.
004420     05  WK-NX-LABEL         PIC X(46).
004430     05  WK-NX-AMOUNT        PIC ---,---,---,--9.99.
004440 01  WK-NT-REASON-LINE.
004450     05  FILLER              PIC X(14) VALUE 'NO ESTIMATE - '.
004460     05  WK-NN-REASON        PIC X(60).
004470 01  WK-NT-FOOT-1            PIC X(72) VALUE
004480     'ESTIMATES ARE FEDERAL OPERATING AND CAPITAL PAYMENTS AT'.
004490 01  WK-NT-FOOT-2            PIC X(72) VALUE
004500     'THE DRG WEIGHT WITH DSH, VBP, HRR, HAC AND LOW-VOLUME.'.
004510 01  WK-NT-FOOT-3            PIC X(72) VALUE
004520     'IME, OUTLIERS AND ADD-ONS ARE NOT INCLUDED.  THE PAYMENT'.
004530 01  WK-NT-FOOT-4            PIC X(72) VALUE
004540     'ON EACH CLAIM IS SET WHEN THE CLAIM IS PRICED.'.
004550 01  WK-ED-DATE              PIC 9(08) VALUE ZEROES.
004560 01  WK-ED-WI                PIC Z9.9999.
004570 01  WK-ED-WI-CHG            PIC +9.9999.
004580 01  WK-ED-AMT               PIC ZZ,ZZ9.99.
004590 01  WK-ED-AMT-CHG           PIC +++,++9.99.
004600 01  WK-ED-FAC6              PIC 9.999999.
004610 01  WK-ED-FAC6-CHG          PIC +9.999999.
004620 01  WK-ED-FAC4              PIC 9.9999.
004630 01  WK-ED-FAC4-CHG          PIC +9.9999.
004640 01  WK-ED-COUNT             PIC ZZZ,ZZ9.
004650 01  WK-ED-PCT               PIC +++,++9.99.
004660 01  WK-FACTOR-CHANGE        PIC S9(02)V9(06) VALUE ZEROES.
004670 01  WK-AMOUNT-CHANGE        PIC S9(07)V9(02) VALUE ZEROES.
004680 01  WK-WI-CHANGE            PIC S9(02)V9(04) VALUE ZEROES.
004690*----------------------------------------------------------*
004700* REPORT LINES.                                             *
004710*----------------------------------------------------------*
004720 01  WK-WQ-TITLE-LINE.
004730     05  FILLER              PIC X(29) VALUE
004740         'AS-OF REFERENCE DATA - PROV  '.
004750     05  WK-WT-PROVIDER      PIC X(06).
004760     05  FILLER              PIC X(08) VALUE '  AS OF '.
004770     05  WK-WT-AS-OF         PIC 9(08).
004780     05  FILLER              PIC X(07) VALUE '  VERS '.
004790     05  WK-WT-VERSION       PIC X(05).
004800 01  WK-WQ-RULE-LINE         PIC X(72) VALUE ALL '='.
004810 01  WK-WQ-FLAG-LINE.
004820     05  WK-WF-LABEL         PIC X(42).
004830     05  WK-WF-VALUE         PIC X(20).
004840 01  WK-WQ-WI-LINE.
004850     05  WK-WW-LABEL         PIC X(42).
004860     05  WK-WW-VALUE         PIC Z9.9999.
004870 01  WK-WQ-AMT-LINE.
004880     05  WK-WA-LABEL         PIC X(42).
004890     05  WK-WA-AMOUNT        PIC ZZ,ZZ9.99.
004900 PROCEDURE DIVISION.
004910*===========================================================*
004920* 0000-MAINLINE                                              *
004930*===========================================================*
004940 0000-MAINLINE.
004950     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
004960     IF CHANGEOVER-BATCH
004970         PERFORM 7000-FY-CHANGEOVER THRU 7000-EXIT
004980         GO TO 0000-WRAP-UP
004990     END-IF.
005000     PERFORM 2000-SELECT-SEGMENT  THRU 2000-EXIT.
005010     IF NOT SEGMENT-WAS-FOUND
005020         MOVE 'NO PROVIDER SEGMENT IN FORCE ON THAT DATE'
005030             TO WIQ-RPT-LINE
005040         WRITE WIQ-RPT-LINE
005050         MOVE 08 TO RETURN-CODE
005060         GO TO 0000-WRAP-UP
005070     END-IF.
005080     PERFORM 3000-CHOOSE-CBSA     THRU 3000-EXIT.
005090     PERFORM 4000-FIND-WAGE-INDEX THRU 4000-EXIT.
005100     PERFORM 5000-SHOW-RATES      THRU 5000-EXIT.
005110     PERFORM 6000-SHOW-DISPATCH   THRU 6000-EXIT.
005120 0000-WRAP-UP.
005130     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
005140     STOP RUN.
005150*===========================================================*
005160* 1000-INITIALIZE - READ THE PARAMETER CARD AND OPEN THE    *
005170* ANSWER REPORT AND REFERENCE INPUTS.                       *
005180*===========================================================*
005190 1000-INITIALIZE.
005200     OPEN INPUT WIQ-PARM-FILE.
005210     IF WK-PARM-STATUS NOT = '00'
005220         DISPLAY 'PPWIQ215 - PARAMETER FILE MISSING'
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260     READ WIQ-PARM-FILE
005270         AT END
005280             DISPLAY 'PPWIQ215 - EMPTY PARAMETER FILE'
005290             MOVE 16 TO RETURN-CODE
005300             STOP RUN
005310     END-READ.
005320     CLOSE WIQ-PARM-FILE.
005330     IF WQ-PROVIDER-NO = 'ALL'
005340         SET CHANGEOVER-BATCH TO TRUE
005350         IF WQ-AS-OF-DATE = SPACES
005360             ACCEPT WQ-AS-OF-DATE FROM DATE YYYYMMDD
005370         END-IF
005380     END-IF.
005390     IF WQ-AS-OF-DATE NOT NUMERIC
005400         DISPLAY 'PPWIQ215 - AS-OF DATE NOT NUMERIC'
005410         MOVE 16 TO RETURN-CODE
005420         STOP RUN
005430     END-IF.
005440     MOVE WQ-AS-OF-DATE TO WK-AS-OF-DATE.
005450     OPEN OUTPUT WIQ-RPT-OUT.
005460     MOVE WQ-PROVIDER-NO TO WK-WT-PROVIDER.
005470     MOVE WK-AS-OF-DATE  TO WK-WT-AS-OF.
005480     MOVE WIQ-VERSION    TO WK-WT-VERSION.
005490     MOVE WK-WQ-TITLE-LINE TO WIQ-RPT-LINE.
005500     WRITE WIQ-RPT-LINE.
005510     MOVE WK-WQ-RULE-LINE TO WIQ-RPT-LINE.
005520     WRITE WIQ-RPT-LINE.
005530     PERFORM 1100-LOAD-OPER-RATES THRU 1100-EXIT.
005540 1000-EXIT.
005550     EXIT.
005560 1100-LOAD-OPER-RATES.
005570     MOVE ALL '0' TO OPER-RATE-TABLE.
005580     SET OPRT-IDX TO 1.
005590     OPEN INPUT OPER-RATE-FILE.
005600     IF WK-OPRATE-STATUS NOT = '00'
005610         GO TO 1100-EXIT
005620     END-IF.
005630     PERFORM 1110-READ-OPER-RATE THRU 1110-EXIT
005640         UNTIL OPRATE-AT-EOF OR WK-OPRATE-COUNT >= 40.
005650     CLOSE OPER-RATE-FILE.
005660     MOVE WK-OPRATE-COUNT TO OPRT-COUNT.
005670 1100-EXIT.
005680     EXIT.
005690 1110-READ-OPER-RATE.
005700     READ OPER-RATE-FILE
005710         AT END
005720             SET OPRATE-AT-EOF TO TRUE
005730             GO TO 1110-EXIT
005740     END-READ.
005750     MOVE OI-TABLE-NO TO OPRT-TABLE-NO(OPRT-IDX).
005760     MOVE OI-EFF-DATE TO OPRT-EFF-DATE(OPRT-IDX).
005770     MOVE OI-END-DATE TO OPRT-END-DATE(OPRT-IDX).
005780     MOVE OI-LABOR    TO OPRT-LABOR(OPRT-IDX).
005790     MOVE OI-NLABOR   TO OPRT-NLABOR(OPRT-IDX).
005800     ADD  1 TO WK-OPRATE-COUNT.
005810     SET  OPRT-IDX UP BY 1.
005820 1110-EXIT.
005830     EXIT.
005840*===========================================================*
005850* 2000-SELECT-SEGMENT - THE SEGMENT WITH THE LATEST         *
005860* EFFECTIVE DATE NOT AFTER THE AS-OF DATE, EXACTLY AS       *
005870* PPBAT215'S 2210-FIND-PROVIDER SELECTS IT.                 *
005880*===========================================================*
005890 2000-SELECT-SEGMENT.
005900     OPEN INPUT PROV-MAST-FILE.
005910     IF WK-PROVMAST-STATUS NOT = '00'
005920         DISPLAY 'PPWIQ215 - PROVIDER MASTER UNAVAILABLE'
005930         MOVE 16 TO RETURN-CODE
005940         STOP RUN
005950     END-IF.
005960     PERFORM 2100-CHECK-ONE-SEGMENT THRU 2100-EXIT
005970         UNTIL PROV-AT-EOF.
005980     CLOSE PROV-MAST-FILE.
005990     IF NOT SEGMENT-WAS-FOUND
006000         GO TO 2000-EXIT
006010     END-IF.
006020     MOVE WK-BEST-PROV-RECORD TO PROV-NEW-HOLD.
006030     MOVE 'PROVIDER SEGMENT EFFECTIVE' TO WK-WF-LABEL.
006040     MOVE WK-BEST-EFF-DATE TO WK-WF-VALUE.
006050     PERFORM 8000-WRITE-FLAG THRU 8000-EXIT.
006060     MOVE 'PROVIDER TYPE' TO WK-WF-LABEL.
006070     MOVE P-NEW-PROVIDER-TYPE TO WK-WF-VALUE.
006080     PERFORM 8000-WRITE-FLAG THRU 8000-EXIT.
006090 2000-EXIT.
006100     EXIT.
006110 2100-CHECK-ONE-SEGMENT.
006120     READ PROV-MAST-FILE
006130         AT END
006140             SET PROV-AT-EOF TO TRUE
006150             GO TO 2100-EXIT
006160     END-READ.
006170     IF PM-PROVIDER-NO = WQ-PROVIDER-NO
006180        AND PM-SEGMENT-EFF-DATE NOT > WK-AS-OF-DATE
006190        AND PM-SEGMENT-EFF-DATE NOT < WK-BEST-EFF-DATE
006200         MOVE PM-SEGMENT-EFF-DATE TO WK-BEST-EFF-DATE
006210         MOVE PM-PROV-RECORD      TO WK-BEST-PROV-RECORD
006220         SET SEGMENT-WAS-FOUND TO TRUE
006230     END-IF.
006240 2100-EXIT.
006250     EXIT.
006260*===========================================================*
006270* 3000-CHOOSE-CBSA - THE SAME GEOGRAPHY/RECLASSIFICATION    *
006280* CHOICE 0550-GET-CBSA MAKES: A RECLASSIFIED PROVIDER       *
006290* TAKES ITS RECLASSIFICATION CBSA, OTHERWISE THE            *
006300* GEOGRAPHIC CBSA GOVERNS; A SUPPLEMENTAL WAGE INDEX ON     *
006310* THE SEGMENT OVERRIDES THE TABLE LOOKUP.                   *
006320*===========================================================*
006330 3000-CHOOSE-CBSA.
006340     IF P-NEW-CBSA-WI-RECLASS OR P-NEW-CBSA-WI-SPECIAL
006350         MOVE P-NEW-CBSA-RECLASS-LOC TO WK-CBSA-CHOSEN
006360         MOVE 'RECLASSIFICATION CBSA GOVERNS'
006370             TO WK-CBSA-RULE
006380     ELSE
006390         MOVE P-NEW-CBSA-GEO-LOC TO WK-CBSA-CHOSEN
006400         MOVE 'GEOGRAPHIC CBSA GOVERNS' TO WK-CBSA-RULE
006410     END-IF.
006420     MOVE 'CBSA USED FOR THE WAGE INDEX' TO WK-WF-LABEL.
006430     MOVE WK-CBSA-CHOSEN TO WK-WF-VALUE.
006440     PERFORM 8000-WRITE-FLAG THRU 8000-EXIT.
006450     MOVE 'RULE THAT CHOSE IT' TO WK-WF-LABEL.
006460     MOVE WK-CBSA-RULE TO WK-WF-VALUE.
006470     PERFORM 8000-WRITE-FLAG THRU 8000-EXIT.
006480     IF P-NEW-SUPP-WI-IND NOT = SPACE
006490         MOVE 'SUPPLEMENTAL WAGE INDEX ON SEGMENT'
006500             TO WK-WW-LABEL
006510         MOVE P-NEW-SUPP-WI TO WK-WW-VALUE
006520         PERFORM 8100-WRITE-WI THRU 8100-EXIT
006530     END-IF.
006540     IF P-N-INDIAN-HEALTH-SERVICE
006550         MOVE 'INDIAN HEALTH SERVICE OVERRIDE CLASS'
006560             TO WK-WF-LABEL
006570         MOVE 'APPLIES' TO WK-WF-VALUE
006580         PERFORM 8000-WRITE-FLAG THRU 8000-EXIT
006590     END-IF.
006600     IF P-NEW-STAND-RURAL = SPACES
006610         MOVE 'RURAL-FLOOR RULES CAN TOUCH THIS CBSA'
006620             TO WK-WF-LABEL
006630         MOVE 'SEE WIAUDIT' TO WK-WF-VALUE
006640         PERFORM 8000-WRITE-FLAG THRU 8000-EXIT
006650     END-IF.
006660 3000-EXIT.
006670     EXIT.
006680*===========================================================*
006690* 4000-FIND-WAGE-INDEX - THE LATEST CBSA WAGE ROW NOT       *
006700* AFTER THE AS-OF DATE, AS THE FY-WINDOWED TABLE LOOKUP     *
006710* WOULD SELECT IT.  A SUPPLEMENTAL WAGE INDEX ON THE        *
006720* SEGMENT OVERRIDES THE TABLE.                              *
006730*===========================================================*
006740 4000-FIND-WAGE-INDEX.
006750     IF P-NEW-SUPP-WI-IND NOT = SPACE
006760        AND P-NEW-SUPP-WI > 0
006770         MOVE P-NEW-SUPP-WI TO WK-WAGE-INDEX
006780         SET WAGE-INDEX-FOUND TO TRUE
006790         MOVE 'WAGE INDEX (SUPPLEMENTAL OVERRIDE)'
006800             TO WK-WW-LABEL
006810         MOVE WK-WAGE-INDEX TO WK-WW-VALUE
006820         PERFORM 8100-WRITE-WI THRU 8100-EXIT
006830         MOVE 'SUPPLEMENTAL WAGE INDEX ON THE SEGMENT'
006840             TO WK-WI-RULE
006850         GO TO 4000-EXIT
006860     END-IF.
006870     IF CHANGEOVER-BATCH
006880         PERFORM 4200-CHECK-ONE-TABLE-ROW THRU 4200-EXIT
006890             VARYING WK-CB-I FROM 1 BY 1
006900             UNTIL WK-CB-I > WK-CB-COUNT
006910         GO TO 4000-ANSWER
006920     END-IF.
006930     OPEN INPUT CBSA-WI-FILE.
006940     IF WK-CBSA-STATUS NOT = '00'
006950         MOVE 'CBSA WAGE FILE UNAVAILABLE' TO WK-WF-LABEL
006960         MOVE 'NO ANSWER' TO WK-WF-VALUE
006970         PERFORM 8000-WRITE-FLAG THRU 8000-EXIT
006980         GO TO 4000-EXIT
006990     END-IF.
007000     PERFORM 4100-CHECK-ONE-CBSA THRU 4100-EXIT
007010         UNTIL CBSA-AT-EOF.
007020     CLOSE CBSA-WI-FILE.
007030 4000-ANSWER.
007040     IF WAGE-INDEX-FOUND
007050         MOVE 'WAGE INDEX IN FORCE' TO WK-WW-LABEL
007060         MOVE WK-WAGE-INDEX TO WK-WW-VALUE
007070         PERFORM 8100-WRITE-WI THRU 8100-EXIT
007080         MOVE SPACES TO WK-WI-RULE
007090         STRING 'CBSA TABLE ROW EFFECTIVE ' DELIMITED BY SIZE
007100                WK-WI-BEST-EFF DELIMITED BY SIZE
007110             INTO WK-WI-RULE
007120     ELSE
007130         MOVE 'NO WAGE ROW COVERS THE DATE' TO WK-WI-RULE
007140         MOVE 'NO WAGE ROW COVERS THAT DATE' TO WK-WF-LABEL
007150         MOVE 'RTC 52 RISK' TO WK-WF-VALUE
007160         PERFORM 8000-WRITE-FLAG THRU 8000-EXIT
007170     END-IF.
007180 4000-EXIT.
007190     EXIT.
007200 4100-CHECK-ONE-CBSA.
007210     READ CBSA-WI-FILE
007220         AT END
007230             SET CBSA-AT-EOF TO TRUE
007240             GO TO 4100-EXIT
007250     END-READ.
007260     IF CI-CBSA = WK-CBSA-CHOSEN
007270        AND CI-CBSA-EFF-DATE NOT > WK-AS-OF-DATE-X
007280        AND CI-CBSA-EFF-DATE NOT < WK-WI-BEST-EFF
007290         MOVE CI-CBSA-EFF-DATE   TO WK-WI-BEST-EFF
007300         MOVE CI-CBSA-WAGE-INDX1 TO WK-WAGE-INDEX
007310         SET WAGE-INDEX-FOUND TO TRUE
007320     END-IF.
007330 4100-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------*
007360* 4200-CHECK-ONE-TABLE-ROW - 4100'S CHOICE, MADE AGAINST    *
007370* THE WAGE FILE LOADED ONCE FOR THE CHANGEOVER RUN.         *
007380*-----------------------------------------------------------*
007390 4200-CHECK-ONE-TABLE-ROW.
007400     IF CB-CBSA(WK-CB-I) = WK-CBSA-CHOSEN
007410        AND CB-EFF-DATE(WK-CB-I) NOT > WK-AS-OF-DATE-X
007420        AND CB-EFF-DATE(WK-CB-I) NOT < WK-WI-BEST-EFF
007430         MOVE CB-EFF-DATE(WK-CB-I) TO WK-WI-BEST-EFF
007440         MOVE CB-WAGE-INDEX(WK-CB-I) TO WK-WAGE-INDEX
007450         SET WAGE-INDEX-FOUND TO TRUE
007460     END-IF.
007470 4200-EXIT.
007480     EXIT.
007490*===========================================================*
007500* 5000-SHOW-RATES - THE OPERATING STANDARDIZED AMOUNTS IN   *
007510* FORCE FROM THE RUNTIME RATE FILE (TABLE 1-4 PER THE       *
007520* SEGMENT'S QUALITY AND EHR FLAGS AND THE WAGE INDEX), AND  *
007530* THE CAPITAL FEDERAL RATE AT THE CAPITAL GAF.              *
007540*===========================================================*
007550 5000-SHOW-RATES.
007560     IF P-NEW-CBSA-HOSP-QUAL-IND = '1'
007570         IF WK-WAGE-INDEX > 1.0000
007580             MOVE 1 TO WK-OPRT-TABLE-NO
007590         ELSE
007600             MOVE 3 TO WK-OPRT-TABLE-NO
007610         END-IF
007620     ELSE
007630         IF WK-WAGE-INDEX > 1.0000
007640             MOVE 2 TO WK-OPRT-TABLE-NO
007650         ELSE
007660             MOVE 4 TO WK-OPRT-TABLE-NO
007670         END-IF
007680     END-IF.
007690     IF P-NEW-EHR-REDUC-INDN = 'Y'
007700         ADD 4 TO WK-OPRT-TABLE-NO
007710     END-IF.
007720     MOVE 'OPERATING RATE TABLE (1-8)' TO WK-WF-LABEL.
007730     MOVE WK-OPRT-TABLE-NO TO WK-WF-VALUE.
007740     PERFORM 8000-WRITE-FLAG THRU 8000-EXIT.
007750     PERFORM 5100-FIND-OPER-RATE THRU 5100-EXIT.
007760     IF OPER-RATE-WAS-FOUND
007770         MOVE 'OPERATING LABOR SHARE' TO WK-WA-LABEL
007780         MOVE OPRT-LABOR(OPRT-SIDX) TO WK-WA-AMOUNT
007790         PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT
007800         MOVE 'OPERATING NONLABOR SHARE' TO WK-WA-LABEL
007810         MOVE OPRT-NLABOR(OPRT-SIDX) TO WK-WA-AMOUNT
007820         PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT
007830     ELSE
007840         MOVE 'NO RUNTIME RATE ROW - COMPILED' TO WK-WF-LABEL
007850         MOVE 'RATES GOVERN' TO WK-WF-VALUE
007860         PERFORM 8000-WRITE-FLAG THRU 8000-EXIT
007870     END-IF.
007880     IF WK-WAGE-INDEX > 0
007890         COMPUTE WK-CAPI-GAF ROUNDED =
007900             WK-WAGE-INDEX ** 0.6848
007910             ON SIZE ERROR MOVE 0 TO WK-CAPI-GAF
007920         END-COMPUTE
007930         IF WK-AS-OF-DATE > 20210930
007940             COMPUTE WK-CAPI-FED-RATE ROUNDED =
007950                 472.59 * WK-CAPI-GAF
007960         ELSE
007970             COMPUTE WK-CAPI-FED-RATE ROUNDED =
007980                 466.21 * WK-CAPI-GAF
007990         END-IF
008000         MOVE 'CAPITAL FEDERAL RATE AT THIS GAF'
008010             TO WK-WA-LABEL
008020         MOVE WK-CAPI-FED-RATE TO WK-WA-AMOUNT
008030         PERFORM 8200-WRITE-AMOUNT THRU 8200-EXIT
008040     END-IF.
008050 5000-EXIT.
008060     EXIT.
008070 5100-FIND-OPER-RATE.
008080     MOVE 'N' TO WK-OPRT-FOUND-SW.
008090     IF OPRT-COUNT NOT NUMERIC OR OPRT-COUNT = 0
008100         GO TO 5100-EXIT
008110     END-IF.
008120     SET OPRT-SIDX TO 1.
008130     SEARCH OPRT-ENTRY VARYING OPRT-SIDX
008140         AT END
008150             CONTINUE
008160         WHEN OPRT-TABLE-NO(OPRT-SIDX) = WK-OPRT-TABLE-NO
008170             AND WK-AS-OF-DATE NOT <
008180                 OPRT-EFF-DATE(OPRT-SIDX)
008190             AND WK-AS-OF-DATE NOT >
008200                 OPRT-END-DATE(OPRT-SIDX)
008210             SET OPER-RATE-WAS-FOUND TO TRUE
008220     END-SEARCH.
008230 5100-EXIT.
008240     EXIT.
008250*===========================================================*
008260* 6000-SHOW-DISPATCH - THE PPCALXXX MODULE THE AS-OF DATE   *
008270* WOULD DISPATCH TO, FROM THE FISCAL-YEAR REFERENCE TABLE.  *
008280*===========================================================*
008290 6000-SHOW-DISPATCH.
008300     IF WK-AO-MM > 09
008310         COMPUTE WK-FY-YY =
008320             FUNCTION MOD((WK-AO-CCYY + 1), 100)
008330     ELSE
008340         MOVE FUNCTION MOD(WK-AO-CCYY, 100) TO WK-FY-YY
008350     END-IF.
008360     MOVE SPACES TO WK-FY-LABEL.
008370     MOVE 'FY' TO WK-FY-LABEL(1:2).
008380     MOVE WK-FY-YY TO WK-FY-LABEL(3:2).
008390     MOVE SPACES TO WK-MODULE-NAME.
008400     SET DISP-COV-IDX TO 1.
008410     SEARCH DISP-COV-DESC-ENTRY VARYING DISP-COV-IDX
008420         AT END
008430             CONTINUE
008440         WHEN DISP-COV-FY-LABEL(DISP-COV-IDX) = WK-FY-LABEL
008450             MOVE DISP-COV-MODULE-NAME(DISP-COV-IDX)
008460                 TO WK-MODULE-NAME
008470     END-SEARCH.
008480     MOVE 'FISCAL YEAR OF THE AS-OF DATE' TO WK-WF-LABEL.
008490     MOVE WK-FY-LABEL TO WK-WF-VALUE.
008500     PERFORM 8000-WRITE-FLAG THRU 8000-EXIT.
008510     IF WK-MODULE-NAME = SPACES
008520         MOVE 'NO PPCALXXX MODULE FOR THAT DATE'
008530             TO WK-WF-LABEL
008540         MOVE 'RTC 98 RISK' TO WK-WF-VALUE
008550     ELSE
008560         MOVE 'PRICING MODULE THAT WOULD DISPATCH'
008570             TO WK-WF-LABEL
008580         MOVE WK-MODULE-NAME TO WK-WF-VALUE
008590     END-IF.
008600     PERFORM 8000-WRITE-FLAG THRU 8000-EXIT.
008610 6000-EXIT.
008620     EXIT.
008630*===========================================================*
008640* 7000-FY-CHANGEOVER - THE RATE NOTICE FOR EVERY ACTIVE     *
008650* PROVIDER.  THE MASTER AND THE HISTORY REPOSITORY ARE BOTH *
008660* IN PROVIDER ORDER AND ARE READ ONCE, SIDE BY SIDE.        *
008670*===========================================================*
008680 7000-FY-CHANGEOVER.
008690     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
008700     COMPUTE WK-NEW-FY-DATE  = WK-AO-CCYY * 10000 + 1001.
008710     COMPUTE WK-OLD-FY-DATE  = WK-AO-CCYY * 10000 + 0930.
008720     COMPUTE WK-PY-FROM-DATE = (WK-AO-CCYY - 1) * 10000 + 1001.
008730     COMPUTE WK-NEW-FY-CCYY  = WK-AO-CCYY + 1.
008740     PERFORM 7100-LOAD-CBSA-TABLE THRU 7100-EXIT.
008750     MOVE ZEROES TO WT-COUNT(1) WT-COUNT(2).
008760     MOVE 1 TO WK-WT-PERIOD.
008770     OPEN INPUT DRG-WT-OLD-FILE.
008780     IF WK-DRGWT-STATUS = '00'
008790         MOVE 'N' TO WK-DRGWT-EOF
008800         PERFORM 7150-READ-OLD-WEIGHT THRU 7150-EXIT
008810             UNTIL DRGWT-AT-EOF
008820         CLOSE DRG-WT-OLD-FILE
008830     END-IF.
008840     MOVE 2 TO WK-WT-PERIOD.
008850     OPEN INPUT DRG-WT-NEW-FILE.
008860     IF WK-DRGWT-STATUS = '00'
008870         MOVE 'N' TO WK-DRGWT-EOF
008880         PERFORM 7160-READ-NEW-WEIGHT THRU 7160-EXIT
008890             UNTIL DRGWT-AT-EOF
008900         CLOSE DRG-WT-NEW-FILE
008910     END-IF.
008920     IF WT-COUNT(2) = 0
008930         DISPLAY 'PPWIQ215 - NEW DRG WEIGHT FILE MISSING - '
008940                 'NO PAYMENT ESTIMATES'
008950         SET A-WARNING-WAS-NOTED TO TRUE
008960     END-IF.
008970     IF WT-COUNT(1) = 0
008980         DISPLAY 'PPWIQ215 - OLD DRG WEIGHT FILE MISSING - '
008990                 'NEW WEIGHTS USED ON BOTH DATES'
009000         SET A-WARNING-WAS-NOTED TO TRUE
009010     END-IF.
009020     OPEN INPUT HIST-REPO-FILE.
009030     IF WK-HISTREPO-STATUS = '00'
009040         PERFORM 7350-READ-HIST-ROW THRU 7350-EXIT
009050     ELSE
009060         DISPLAY 'PPWIQ215 - HISTORY REPOSITORY UNAVAILABLE - '
009070                 'NO PRIOR-YEAR VOLUME'
009080         SET HIST-AT-EOF TO TRUE
009090         SET A-WARNING-WAS-NOTED TO TRUE
009100     END-IF.
009110     OPEN INPUT PROV-MAST-FILE.
009120     IF WK-PROVMAST-STATUS NOT = '00'
009130         DISPLAY 'PPWIQ215 - PROVIDER MASTER UNAVAILABLE'
009140         MOVE 16 TO RETURN-CODE
009150         STOP RUN
009160     END-IF.
009170     OPEN OUTPUT WIQ-NOTICE-OUT.
009180     OPEN OUTPUT WIQ-CHG-WORK.
009190     PERFORM 7210-READ-SEGMENT THRU 7210-EXIT.
009200     PERFORM 7200-ONE-PROVIDER THRU 7200-EXIT
009210         UNTIL PROV-AT-EOF.
009220     CLOSE PROV-MAST-FILE.
009230     IF WK-HISTREPO-STATUS = '00'
009240        OR WK-HISTREPO-STATUS = '10'
009250         CLOSE HIST-REPO-FILE
009260     END-IF.
009270     CLOSE WIQ-NOTICE-OUT.
009280     CLOSE WIQ-CHG-WORK.
009290     SORT WIQ-SORT-FILE
009300         ON ASCENDING KEY WK-SORT-CHANGE
009310         USING WIQ-CHG-WORK
009320         GIVING WIQ-DECR-OUT.
009330     PERFORM 7900-WRITE-CONTROL THRU 7900-EXIT.
009340     IF RETURN-CODE < 4
009350        AND A-WARNING-WAS-NOTED
009360         MOVE 4 TO RETURN-CODE
009370     END-IF.
009380 7000-EXIT.
009390     EXIT.
009400*-----------------------------------------------------------*
009410* 7100-LOAD-CBSA-TABLE - THE CBSA WAGE FILE 4100 READS FOR  *
009420* ONE INQUIRY, HELD FOR THE WHOLE RUN.                      *
009430*-----------------------------------------------------------*
009440 7100-LOAD-CBSA-TABLE.
009450     OPEN INPUT CBSA-WI-FILE.
009460     IF WK-CBSA-STATUS NOT = '00'
009470         DISPLAY 'PPWIQ215 - CBSA WAGE FILE UNAVAILABLE - '
009480                 'ONLY SUPPLEMENTAL WAGE INDEXES ANSWERED'
009490         SET A-WARNING-WAS-NOTED TO TRUE
009500         GO TO 7100-EXIT
009510     END-IF.
009520     PERFORM 7110-READ-ONE-CBSA THRU 7110-EXIT
009530         UNTIL CBSA-AT-EOF.
009540     CLOSE CBSA-WI-FILE.
009550 7100-EXIT.
009560     EXIT.
009570 7110-READ-ONE-CBSA.
009580     READ CBSA-WI-FILE
009590         AT END
009600             SET CBSA-AT-EOF TO TRUE
009610             GO TO 7110-EXIT
009620     END-READ.
009630     IF WK-CB-COUNT NOT < 8000
009640         DISPLAY 'PPWIQ215 - CBSA WAGE TABLE FULL AT 8000 ROWS'
009650         SET A-WARNING-WAS-NOTED TO TRUE
009660         SET CBSA-AT-EOF TO TRUE
009670         GO TO 7110-EXIT
009680     END-IF.
009690     ADD 1 TO WK-CB-COUNT.
009700     MOVE CI-CBSA            TO CB-CBSA(WK-CB-COUNT).
009710     MOVE CI-CBSA-EFF-DATE   TO CB-EFF-DATE(WK-CB-COUNT).
009720     MOVE CI-CBSA-WAGE-INDX1 TO CB-WAGE-INDEX(WK-CB-COUNT).
009730 7110-EXIT.
009740     EXIT.
009750 7150-READ-OLD-WEIGHT.
009760     READ DRG-WT-OLD-FILE
009770         AT END
009780             SET DRGWT-AT-EOF TO TRUE
009790             GO TO 7150-EXIT
009800     END-READ.
009810     MOVE DRG-WT-OLD-REC TO WK-DW-VIEW.
009820     PERFORM 7170-KEEP-WEIGHT THRU 7170-EXIT.
009830 7150-EXIT.
009840     EXIT.
009850 7160-READ-NEW-WEIGHT.
009860     READ DRG-WT-NEW-FILE
009870         AT END
009880             SET DRGWT-AT-EOF TO TRUE
009890             GO TO 7160-EXIT
009900     END-READ.
009910     MOVE DRG-WT-NEW-REC TO WK-DW-VIEW.
009920     PERFORM 7170-KEEP-WEIGHT THRU 7170-EXIT.
009930 7160-EXIT.
009940     EXIT.
009950 7170-KEEP-WEIGHT.
009960     IF WT-COUNT(WK-WT-PERIOD) NOT < 800
009970        OR WK-DW-WT NOT NUMERIC
009980         GO TO 7170-EXIT
009990     END-IF.
010000     ADD 1 TO WT-COUNT(WK-WT-PERIOD).
010010     MOVE WT-COUNT(WK-WT-PERIOD) TO WK-WT-I.
010020     MOVE WK-DW-DRG TO WT-DRG(WK-WT-PERIOD, WK-WT-I).
010030     MOVE WK-DW-WT  TO WT-WEIGHT(WK-WT-PERIOD, WK-WT-I).
010040 7170-EXIT.
010050     EXIT.
010060*===========================================================*
010070* 7200-ONE-PROVIDER - GATHER THE PROVIDER'S SEGMENTS,       *
010080* TAKING FOR EACH DATE THE SEGMENT 2000-SELECT-SEGMENT      *
010090* WOULD.  A PROVIDER WITH NO SEGMENT IN FORCE ON OCTOBER 1, *
010100* OR TERMINATED BY THEN, IS NOT ACTIVE AND GETS NO NOTICE.  *
010110*===========================================================*
010120 7200-ONE-PROVIDER.
010130     MOVE PM-PROVIDER-NO TO WK-CUR-PROVIDER.
010140     ADD 1 TO WK-PROVIDERS-SEEN.
010150     INITIALIZE WK-NOTICE-SIDES.
010160     MOVE WK-OLD-FY-DATE TO NS-AS-OF-DATE(1).
010170     MOVE WK-NEW-FY-DATE TO NS-AS-OF-DATE(2).
010180     MOVE 'N' TO NS-IN-FORCE-SW(1) NS-IN-FORCE-SW(2)
010190                 NS-WI-FOUND-SW(1) NS-WI-FOUND-SW(2)
010200                 NS-RATE-FOUND-SW(1) NS-RATE-FOUND-SW(2).
010210     PERFORM 7220-TAKE-SEGMENT THRU 7220-EXIT
010220         UNTIL PROV-AT-EOF
010230            OR PM-PROVIDER-NO NOT = WK-CUR-PROVIDER.
010240     IF NS-IN-FORCE-SW(2) NOT = 'Y'
010250         ADD 1 TO WK-NOT-ACTIVE
010260         GO TO 7200-EXIT
010270     END-IF.
010280     MOVE NS-PROV-RECORD(2) TO PROV-NEW-HOLD.
010290     IF P-NEW-TERMINATION-DATE IS NUMERIC
010300        AND P-NEW-TERMINATION-DATE > ZEROES
010310        AND P-NEW-TERMINATION-DATE NOT > WK-NEW-FY-DATE
010320         ADD 1 TO WK-NOT-ACTIVE
010330         GO TO 7200-EXIT
010340     END-IF.
010350     PERFORM 7300-GATHER-VOLUME THRU 7300-EXIT.
010360     PERFORM 7400-DETERMINE-ONE-DATE THRU 7400-EXIT
010370         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
010380     PERFORM 7500-ESTIMATE-TOP-DRGS THRU 7500-EXIT.
010390     PERFORM 7700-WRITE-NOTICE THRU 7700-EXIT.
010400     IF ESTIMATE-WAS-MADE
010410        AND WK-TOT-CHANGE < 0
010420         PERFORM 7800-WRITE-DECREASE THRU 7800-EXIT
010430     END-IF.
010440 7200-EXIT.
010450     EXIT.
010460 7210-READ-SEGMENT.
010470     READ PROV-MAST-FILE
010480         AT END
010490             SET PROV-AT-EOF TO TRUE
010500             GO TO 7210-EXIT
010510     END-READ.
010520     ADD 1 TO WK-SEGMENTS-READ.
010530 7210-EXIT.
010540     EXIT.
010550 7220-TAKE-SEGMENT.
010560     PERFORM 7230-CHECK-ONE-DATE THRU 7230-EXIT
010570         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
010580     PERFORM 7210-READ-SEGMENT THRU 7210-EXIT.
010590 7220-EXIT.
010600     EXIT.
010610 7230-CHECK-ONE-DATE.
010620     IF PM-SEGMENT-EFF-DATE NOT > NS-AS-OF-DATE(WK-SIDE)
010630        AND PM-SEGMENT-EFF-DATE NOT < NS-SEG-EFF(WK-SIDE)
010640         MOVE PM-SEGMENT-EFF-DATE TO NS-SEG-EFF(WK-SIDE)
010650         MOVE PM-PROV-RECORD      TO NS-PROV-RECORD(WK-SIDE)
010660         MOVE 'Y'                 TO NS-IN-FORCE-SW(WK-SIDE)
010670     END-IF.
010680 7230-EXIT.
010690     EXIT.
010700*===========================================================*
010710* 7300-GATHER-VOLUME - THE PROVIDER'S PAYABLE DISCHARGES    *
010720* (RTC UNDER 50) IN THE ENDING FISCAL YEAR, BY DRG.  ROWS   *
010730* OF PROVIDERS WITH NO NOTICE ARE READ PAST.                *
010740*===========================================================*
010750 7300-GATHER-VOLUME.
010760     MOVE ZEROES TO WK-PD-COUNT.
010770     PERFORM 7310-TAKE-HIST-ROW THRU 7310-EXIT
010780         UNTIL HIST-AT-EOF
010790            OR HR-PROVIDER-NO > WK-CUR-PROVIDER.
010800 7300-EXIT.
010810     EXIT.
010820 7310-TAKE-HIST-ROW.
010830     IF HR-PROVIDER-NO NOT = WK-CUR-PROVIDER
010840        OR HR-DISCHARGE-DATE < WK-PY-FROM-DATE
010850        OR HR-DISCHARGE-DATE > WK-OLD-FY-DATE
010860         GO TO 7310-READ
010870     END-IF.
010880     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
010890     IF WK-HRD-RTC NOT NUMERIC
010900        OR WK-HRD-RTC NOT < 50
010910        OR HR-DRG NOT NUMERIC
010920         GO TO 7310-READ
010930     END-IF.
010940     ADD 1 TO WK-HIST-ROWS-USED.
010950     PERFORM 7320-FIND-DRG THRU 7320-EXIT
010960         VARYING WK-PD-I FROM 1 BY 1
010970         UNTIL WK-PD-I > WK-PD-COUNT
010980            OR PD-DRG(WK-PD-I) = HR-DRG.
010990     IF WK-PD-I > WK-PD-COUNT
011000         IF WK-PD-COUNT NOT < 300
011010             ADD 1 TO WK-DRG-OVERFLOW
011020             GO TO 7310-READ
011030         END-IF
011040         ADD 1 TO WK-PD-COUNT
011050         MOVE HR-DRG TO PD-DRG(WK-PD-COUNT)
011060         MOVE ZEROES TO PD-CASES(WK-PD-COUNT)
011070         MOVE 'N'    TO PD-USED-SW(WK-PD-COUNT)
011080         MOVE WK-PD-COUNT TO WK-PD-I
011090     END-IF.
011100     ADD 1 TO PD-CASES(WK-PD-I).
011110 7310-READ.
011120     PERFORM 7350-READ-HIST-ROW THRU 7350-EXIT.
011130 7310-EXIT.
011140     EXIT.
011150 7320-FIND-DRG.
011160     CONTINUE.
011170 7320-EXIT.
011180     EXIT.
011190 7350-READ-HIST-ROW.
011200     READ HIST-REPO-FILE NEXT
011210         AT END
011220             SET HIST-AT-EOF TO TRUE
011230     END-READ.
011240 7350-EXIT.
011250     EXIT.
011260*===========================================================*
011270* 7400-DETERMINE-ONE-DATE - THE INQUIRY'S OWN DETERMINATION *
011280* (3000 THROUGH 6000) FOR THE SEGMENT IN FORCE ON THE DATE, *
011290* KEPT FOR THE NOTICE.                                      *
011300*===========================================================*
011310 7400-DETERMINE-ONE-DATE.
011320     IF NS-IN-FORCE-SW(WK-SIDE) NOT = 'Y'
011330         GO TO 7400-EXIT
011340     END-IF.
011350     MOVE NS-PROV-RECORD(WK-SIDE) TO PROV-NEW-HOLD.
011360     MOVE NS-AS-OF-DATE(WK-SIDE)  TO WK-AS-OF-DATE.
011370     MOVE 'N' TO WK-WI-FOUND-SW.
011380     MOVE LOW-VALUES TO WK-WI-BEST-EFF.
011390     MOVE ZEROES TO WK-WAGE-INDEX WK-CAPI-GAF WK-CAPI-FED-RATE
011400                    WK-OPRT-TABLE-NO.
011410     MOVE SPACES TO WK-CBSA-RULE WK-WI-RULE WK-MODULE-NAME.
011420     PERFORM 3000-CHOOSE-CBSA     THRU 3000-EXIT.
011430     PERFORM 4000-FIND-WAGE-INDEX THRU 4000-EXIT.
011440     PERFORM 5000-SHOW-RATES      THRU 5000-EXIT.
011450     PERFORM 6000-SHOW-DISPATCH   THRU 6000-EXIT.
011460     MOVE P-NEW-STATE       TO NS-STATE(WK-SIDE).
011470     MOVE WK-CBSA-CHOSEN    TO NS-CBSA(WK-SIDE).
011480     MOVE WK-CBSA-RULE      TO NS-CBSA-RULE(WK-SIDE).
011490     MOVE WK-WI-RULE        TO NS-WI-RULE(WK-SIDE).
011500     MOVE WK-WI-FOUND-SW    TO NS-WI-FOUND-SW(WK-SIDE).
011510     MOVE WK-WAGE-INDEX     TO NS-WI(WK-SIDE).
011520     MOVE WK-OPRT-TABLE-NO  TO NS-TABLE-NO(WK-SIDE).
011530     MOVE WK-OPRT-FOUND-SW  TO NS-RATE-FOUND-SW(WK-SIDE).
011540     IF OPER-RATE-WAS-FOUND
011550         MOVE OPRT-LABOR(OPRT-SIDX)  TO NS-LABOR(WK-SIDE)
011560         MOVE OPRT-NLABOR(OPRT-SIDX) TO NS-NLABOR(WK-SIDE)
011570     END-IF.
011580     MOVE WK-CAPI-FED-RATE  TO NS-CAP-RATE(WK-SIDE).
011590     MOVE P-NEW-VAL-BASED-PURCH-PARTIPNT TO NS-VBP-PART(WK-SIDE).
011600     IF P-NEW-VAL-BASED-PURCH-ADJUST IS NUMERIC
011610         MOVE P-NEW-VAL-BASED-PURCH-ADJUST TO NS-VBP(WK-SIDE)
011620     END-IF.
011630     MOVE P-NEW-HOSP-READMISSION-REDU TO NS-HRR-IND(WK-SIDE).
011640     IF P-NEW-HOSP-HRR-ADJUSTMT IS NUMERIC
011650         MOVE P-NEW-HOSP-HRR-ADJUSTMT TO NS-HRR(WK-SIDE)
011660     END-IF.
011670     MOVE P-HAC-REDUC-IND        TO NS-HAC(WK-SIDE).
011680     MOVE P-NEW-TEMP-RELIEF-IND  TO NS-LV-IND(WK-SIDE).
011690     IF P-LV-ADJ-FACTOR IS NUMERIC
011700         MOVE P-LV-ADJ-FACTOR TO NS-LV(WK-SIDE)
011710     END-IF.
011720     IF P-NEW-DSH-PERCENT IS NUMERIC
011730         MOVE P-NEW-DSH-PERCENT TO NS-DSH(WK-SIDE)
011740     END-IF.
011750     MOVE WK-MODULE-NAME    TO NS-MODULE(WK-SIDE).
011760 7400-EXIT.
011770     EXIT.
011780*===========================================================*
011790* 7500-ESTIMATE-TOP-DRGS - THE FIVE DRGS WITH THE MOST      *
011800* PRIOR-YEAR CASES (EACH PASS TAKES THE LARGEST NOT YET     *
011810* TAKEN), PRICED ON BOTH DATES AND WEIGHTED BY THE CASES.   *
011820*===========================================================*
011830 7500-ESTIMATE-TOP-DRGS.
011840     MOVE 'N' TO WK-ESTIMATE-SW.
011850     MOVE ZEROES TO WK-TOP-COUNT WK-TOT-CASES WK-TOT-CHANGE
011860                    WK-TOT-PCT WK-TOT-PAY(1) WK-TOT-PAY(2).
011870     MOVE SPACES TO WK-NO-ESTIMATE-REASON.
011880     EVALUATE TRUE
011890         WHEN NS-IN-FORCE-SW(1) NOT = 'Y'
011900             MOVE 'NO PROVIDER SEGMENT IN FORCE ON SEPTEMBER 30'
011910                 TO WK-NO-ESTIMATE-REASON
011920         WHEN NS-WI-FOUND-SW(1) NOT = 'Y'
011930           OR NS-WI-FOUND-SW(2) NOT = 'Y'
011940             MOVE 'NO WAGE INDEX ON ONE OF THE DATES'
011950                 TO WK-NO-ESTIMATE-REASON
011960         WHEN NS-RATE-FOUND-SW(1) NOT = 'Y'
011970           OR NS-RATE-FOUND-SW(2) NOT = 'Y'
011980             MOVE 'NO OPERATING RATE ROW FOR ONE OF THE DATES'
011990                 TO WK-NO-ESTIMATE-REASON
012000         WHEN WT-COUNT(2) = 0
012010             MOVE 'NO DRG WEIGHTS FOR THE NEW FISCAL YEAR'
012020                 TO WK-NO-ESTIMATE-REASON
012030         WHEN WK-PD-COUNT = 0
012040             MOVE 'NO PAID DISCHARGES IN THE ENDING FISCAL YEAR'
012050                 TO WK-NO-ESTIMATE-REASON
012060     END-EVALUATE.
012070     IF WK-NO-ESTIMATE-REASON NOT = SPACES
012080         ADD 1 TO WK-NOT-ESTIMATED
012090         GO TO 7500-EXIT
012100     END-IF.
012110     PERFORM 7510-PICK-ONE-DRG THRU 7510-EXIT
012120         VARYING WK-TOP-PASS FROM 1 BY 1
012130         UNTIL WK-TOP-PASS > 5.
012140     PERFORM 7550-PRICE-ONE-DRG THRU 7550-EXIT
012150         VARYING WK-TOP-I FROM 1 BY 1
012160         UNTIL WK-TOP-I > WK-TOP-COUNT.
012170     SET ESTIMATE-WAS-MADE TO TRUE.
012180     COMPUTE WK-TOT-CHANGE = WK-TOT-PAY(2) - WK-TOT-PAY(1).
012190     IF WK-TOT-PAY(1) > 0
012200         COMPUTE WK-TOT-PCT ROUNDED =
012210             WK-TOT-CHANGE * 100 / WK-TOT-PAY(1)
012220             ON SIZE ERROR MOVE 99999.99 TO WK-TOT-PCT
012230         END-COMPUTE
012240     END-IF.
012250 7500-EXIT.
012260     EXIT.
012270 7510-PICK-ONE-DRG.
012280     MOVE ZEROES TO WK-TOP-BEST-CNT WK-TOP-BEST-I.
012290     PERFORM 7520-SCAN-ONE-DRG THRU 7520-EXIT
012300         VARYING WK-PD-I FROM 1 BY 1
012310         UNTIL WK-PD-I > WK-PD-COUNT.
012320     IF WK-TOP-BEST-I = 0
012330         GO TO 7510-EXIT
012340     END-IF.
012350     MOVE 'Y' TO PD-USED-SW(WK-TOP-BEST-I).
012360     ADD 1 TO WK-TOP-COUNT.
012370     MOVE PD-DRG(WK-TOP-BEST-I)   TO TD-DRG(WK-TOP-COUNT).
012380     MOVE PD-CASES(WK-TOP-BEST-I) TO TD-CASES(WK-TOP-COUNT).
012390 7510-EXIT.
012400     EXIT.
012410 7520-SCAN-ONE-DRG.
012420     IF PD-USED-SW(WK-PD-I) = 'Y'
012430         GO TO 7520-EXIT
012440     END-IF.
012450     IF PD-CASES(WK-PD-I) > WK-TOP-BEST-CNT
012460        OR (PD-CASES(WK-PD-I) = WK-TOP-BEST-CNT
012470            AND PD-DRG(WK-PD-I) < PD-DRG(WK-TOP-BEST-I))
012480         MOVE PD-CASES(WK-PD-I) TO WK-TOP-BEST-CNT
012490         MOVE WK-PD-I TO WK-TOP-BEST-I
012500     END-IF.
012510 7520-EXIT.
012520     EXIT.
012530*-----------------------------------------------------------*
012540* 7550-PRICE-ONE-DRG - THE DRG'S WEIGHT AND ESTIMATED       *
012550* PAYMENT ON EACH DATE.  A DRG MISSING FROM A WEIGHT TABLE  *
012560* PRICES AT ZERO ON THAT DATE AND IS LEFT OUT OF THE TOTAL. *
012570*-----------------------------------------------------------*
012580 7550-PRICE-ONE-DRG.
012590     MOVE TD-DRG(WK-TOP-I) TO WK-FIND-DRG.
012600     MOVE 2 TO WK-WT-PERIOD.
012610     PERFORM 7560-FIND-WEIGHT THRU 7560-EXIT.
012620     MOVE WK-FIND-WEIGHT TO TD-WEIGHT(WK-TOP-I, 2).
012630     IF WT-COUNT(1) > 0
012640         MOVE 1 TO WK-WT-PERIOD
012650         PERFORM 7560-FIND-WEIGHT THRU 7560-EXIT
012660     END-IF.
012670     MOVE WK-FIND-WEIGHT TO TD-WEIGHT(WK-TOP-I, 1).
012680     PERFORM 7570-PRICE-ONE-SIDE THRU 7570-EXIT
012690         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
012700     MOVE ZEROES TO TD-CHANGE(WK-TOP-I).
012710     IF TD-WEIGHT(WK-TOP-I, 1) = 0
012720        OR TD-WEIGHT(WK-TOP-I, 2) = 0
012730         GO TO 7550-EXIT
012740     END-IF.
012750     COMPUTE TD-CHANGE(WK-TOP-I) =
012760         (TD-PAY(WK-TOP-I, 2) - TD-PAY(WK-TOP-I, 1))
012770         * TD-CASES(WK-TOP-I).
012780     ADD TD-CASES(WK-TOP-I) TO WK-TOT-CASES.
012790     COMPUTE WK-TOT-PAY(1) = WK-TOT-PAY(1)
012800         + TD-PAY(WK-TOP-I, 1) * TD-CASES(WK-TOP-I).
012810     COMPUTE WK-TOT-PAY(2) = WK-TOT-PAY(2)
012820         + TD-PAY(WK-TOP-I, 2) * TD-CASES(WK-TOP-I).
012830 7550-EXIT.
012840     EXIT.
012850 7560-FIND-WEIGHT.
012860     MOVE ZEROES TO WK-FIND-WEIGHT.
012870     PERFORM 7565-CHECK-ONE-WEIGHT THRU 7565-EXIT
012880         VARYING WK-WT-I FROM 1 BY 1
012890         UNTIL WK-WT-I > WT-COUNT(WK-WT-PERIOD)
012900            OR WK-FIND-WEIGHT > 0.
012910 7560-EXIT.
012920     EXIT.
012930 7565-CHECK-ONE-WEIGHT.
012940     IF WT-DRG(WK-WT-PERIOD, WK-WT-I) = WK-FIND-DRG
012950         MOVE WT-WEIGHT(WK-WT-PERIOD, WK-WT-I) TO WK-FIND-WEIGHT
012960     END-IF.
012970 7565-EXIT.
012980     EXIT.
012990 7570-PRICE-ONE-SIDE.
013000     MOVE TD-WEIGHT(WK-TOP-I, WK-SIDE) TO WK-EST-WEIGHT.
013010     COMPUTE WK-EST-BASE ROUNDED = WK-EST-WEIGHT *
013020         (NS-LABOR(WK-SIDE) * NS-WI(WK-SIDE)
013030          + NS-NLABOR(WK-SIDE)).
013040     COMPUTE WK-EST-DSH ROUNDED =
013050         WK-EST-BASE * NS-DSH(WK-SIDE) * .25.
013060     COMPUTE WK-EST-CAP ROUNDED =
013070         WK-EST-WEIGHT * NS-CAP-RATE(WK-SIDE).
013080     COMPUTE WK-EST-SUB = WK-EST-BASE + WK-EST-DSH + WK-EST-CAP.
013090     MOVE WK-EST-SUB TO WK-EST-TOTAL.
013100     IF NS-VBP-PART(WK-SIDE) = 'Y'
013110        AND NS-VBP(WK-SIDE) > 0
013120         COMPUTE WK-EST-TOTAL ROUNDED = WK-EST-TOTAL
013130             + WK-EST-BASE * (NS-VBP(WK-SIDE) - 1)
013140     END-IF.
013150     IF NS-HRR-IND(WK-SIDE) = '1'
013160        AND NS-HRR(WK-SIDE) NOT < 0.9700
013170        AND NS-HRR(WK-SIDE) NOT > 1.0000
013180         COMPUTE WK-EST-TOTAL ROUNDED = WK-EST-TOTAL
013190             + WK-EST-BASE * (NS-HRR(WK-SIDE) - 1)
013200     END-IF.
013210     IF NS-LV-IND(WK-SIDE) = 'Y'
013220        AND NS-LV(WK-SIDE) > 0
013230        AND NS-LV(WK-SIDE) NOT > 0.25
013240         COMPUTE WK-EST-TOTAL ROUNDED = WK-EST-TOTAL
013250             + WK-EST-SUB * NS-LV(WK-SIDE)
013260     END-IF.
013270     IF NS-HAC(WK-SIDE) = 'Y'
013280         COMPUTE WK-EST-TOTAL ROUNDED = WK-EST-TOTAL * 0.99
013290     END-IF.
013300     IF WK-EST-TOTAL < 0
013310         MOVE ZEROES TO WK-EST-TOTAL
013320     END-IF.
013330     COMPUTE TD-PAY(WK-TOP-I, WK-SIDE) ROUNDED = WK-EST-TOTAL.
013340 7570-EXIT.
013350     EXIT.
013360*===========================================================*
013370* 7700-WRITE-NOTICE - ONE NOTICE PER ACTIVE PROVIDER, THE   *
013380* SEPTEMBER 30 AND OCTOBER 1 ANSWERS SIDE BY SIDE.          *
013390*===========================================================*
013400 7700-WRITE-NOTICE.
013410     ADD 1 TO WK-NOTICES-WRITTEN.
013420     MOVE WK-NT-RULE-LINE TO WIQ-NOTICE-LINE.
013430     WRITE WIQ-NOTICE-LINE.
013440     MOVE WK-NEW-FY-CCYY  TO WK-NH-FY.
013450     MOVE WK-CUR-PROVIDER TO WK-NH-PROVIDER.
013460     MOVE WK-TODAY        TO WK-NH-DATE.
013470     MOVE WK-NT-HEAD-LINE TO WIQ-NOTICE-LINE.
013480     WRITE WIQ-NOTICE-LINE.
013490     MOVE WK-NT-INTRO-LINE TO WIQ-NOTICE-LINE.
013500     WRITE WIQ-NOTICE-LINE.
013510     MOVE WK-NT-INTRO-LINE-2 TO WIQ-NOTICE-LINE.
013520     WRITE WIQ-NOTICE-LINE.
013530     MOVE SPACES TO WIQ-NOTICE-LINE.
013540     WRITE WIQ-NOTICE-LINE.
013550     MOVE WK-OLD-FY-DATE TO WK-NC-OLD.
013560     MOVE WK-NEW-FY-DATE TO WK-NC-NEW.
013570     MOVE WK-NT-COL-LINE TO WIQ-NOTICE-LINE.
013580     WRITE WIQ-NOTICE-LINE.
013590     MOVE SPACES TO WK-NT-VALUE-LINE.
013600     MOVE 'PROVIDER SEGMENT EFFECTIVE' TO WK-NV-LABEL.
013610     PERFORM 7711-SEGMENT-CELL THRU 7711-EXIT
013620         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
013630     PERFORM 7795-WRITE-TEXT-LINE THRU 7795-EXIT.
013640     MOVE 'CBSA USED FOR THE WAGE INDEX' TO WK-NV-LABEL.
013650     PERFORM 7712-CBSA-CELL THRU 7712-EXIT
013660         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
013670     PERFORM 7795-WRITE-TEXT-LINE THRU 7795-EXIT.
013680     MOVE 'WAGE INDEX' TO WK-NV-LABEL.
013690     PERFORM 7713-WAGE-INDEX-CELL THRU 7713-EXIT
013700         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
013710     IF NS-WI-FOUND-SW(1) = 'Y'
013720        AND NS-WI-FOUND-SW(2) = 'Y'
013730         COMPUTE WK-WI-CHANGE = NS-WI(2) - NS-WI(1)
013740         MOVE WK-WI-CHANGE TO WK-ED-WI-CHG
013750         MOVE WK-ED-WI-CHG TO WK-NV-CHANGE
013760     END-IF.
013770     PERFORM 7790-WRITE-VALUE-LINE THRU 7790-EXIT.
013780     PERFORM 7720-WRITE-RULE-LINE THRU 7720-EXIT
013790         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
013800     MOVE 'OPERATING RATE TABLE (1-8)' TO WK-NV-LABEL.
013810     PERFORM 7714-TABLE-CELL THRU 7714-EXIT
013820         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
013830     PERFORM 7795-WRITE-TEXT-LINE THRU 7795-EXIT.
013840     MOVE 'OPERATING LABOR AMOUNT' TO WK-NV-LABEL.
013850     PERFORM 7715-LABOR-CELL THRU 7715-EXIT
013860         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
013870     IF NS-RATE-FOUND-SW(1) = 'Y'
013880        AND NS-RATE-FOUND-SW(2) = 'Y'
013890         COMPUTE WK-AMOUNT-CHANGE = NS-LABOR(2) - NS-LABOR(1)
013900         MOVE WK-AMOUNT-CHANGE TO WK-ED-AMT-CHG
013910         MOVE WK-ED-AMT-CHG TO WK-NV-CHANGE
013920     END-IF.
013930     PERFORM 7790-WRITE-VALUE-LINE THRU 7790-EXIT.
013940     MOVE 'OPERATING NONLABOR AMOUNT' TO WK-NV-LABEL.
013950     PERFORM 7716-NONLABOR-CELL THRU 7716-EXIT
013960         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
013970     IF NS-RATE-FOUND-SW(1) = 'Y'
013980        AND NS-RATE-FOUND-SW(2) = 'Y'
013990         COMPUTE WK-AMOUNT-CHANGE = NS-NLABOR(2) - NS-NLABOR(1)
014000         MOVE WK-AMOUNT-CHANGE TO WK-ED-AMT-CHG
014010         MOVE WK-ED-AMT-CHG TO WK-NV-CHANGE
014020     END-IF.
014030     PERFORM 7790-WRITE-VALUE-LINE THRU 7790-EXIT.
014040     MOVE 'CAPITAL FEDERAL RATE AT THE GAF' TO WK-NV-LABEL.
014050     PERFORM 7717-CAPITAL-CELL THRU 7717-EXIT
014060         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
014070     IF NS-IN-FORCE-SW(1) = 'Y'
014080         COMPUTE WK-AMOUNT-CHANGE =
014090             NS-CAP-RATE(2) - NS-CAP-RATE(1)
014100         MOVE WK-AMOUNT-CHANGE TO WK-ED-AMT-CHG
014110         MOVE WK-ED-AMT-CHG TO WK-NV-CHANGE
014120     END-IF.
014130     PERFORM 7790-WRITE-VALUE-LINE THRU 7790-EXIT.
014140     MOVE 'VALUE-BASED PURCHASING FACTOR' TO WK-NV-LABEL.
014150     PERFORM 7718-VBP-CELL THRU 7718-EXIT
014160         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
014170     IF NS-VBP-PART(1) = 'Y'
014180        AND NS-VBP-PART(2) = 'Y'
014190         COMPUTE WK-FACTOR-CHANGE = NS-VBP(2) - NS-VBP(1)
014200         MOVE WK-FACTOR-CHANGE TO WK-ED-FAC6-CHG
014210         MOVE WK-ED-FAC6-CHG TO WK-NV-CHANGE
014220         PERFORM 7790-WRITE-VALUE-LINE THRU 7790-EXIT
014230     ELSE
014240         PERFORM 7795-WRITE-TEXT-LINE THRU 7795-EXIT
014250     END-IF.
014260     MOVE 'READMISSIONS REDUCTION FACTOR' TO WK-NV-LABEL.
014270     PERFORM 7719-HRR-CELL THRU 7719-EXIT
014280         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
014290     IF NS-HRR-IND(1) = '1'
014300        AND NS-HRR-IND(2) = '1'
014310         COMPUTE WK-FACTOR-CHANGE = NS-HRR(2) - NS-HRR(1)
014320         MOVE WK-FACTOR-CHANGE TO WK-ED-FAC4-CHG
014330         MOVE WK-ED-FAC4-CHG TO WK-NV-CHANGE
014340         PERFORM 7790-WRITE-VALUE-LINE THRU 7790-EXIT
014350     ELSE
014360         PERFORM 7795-WRITE-TEXT-LINE THRU 7795-EXIT
014370     END-IF.
014380     MOVE 'HOSPITAL-ACQUIRED CONDITION CUT' TO WK-NV-LABEL.
014390     PERFORM 7721-HAC-CELL THRU 7721-EXIT
014400         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
014410     PERFORM 7795-WRITE-TEXT-LINE THRU 7795-EXIT.
014420     MOVE 'LOW-VOLUME ADJUSTMENT' TO WK-NV-LABEL.
014430     PERFORM 7722-LOW-VOLUME-CELL THRU 7722-EXIT
014440         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
014450     PERFORM 7795-WRITE-TEXT-LINE THRU 7795-EXIT.
014460     MOVE 'DSH PERCENT' TO WK-NV-LABEL.
014470     PERFORM 7723-DSH-CELL THRU 7723-EXIT
014480         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
014490     PERFORM 7795-WRITE-TEXT-LINE THRU 7795-EXIT.
014500     MOVE 'PRICING MODULE' TO WK-NV-LABEL.
014510     PERFORM 7724-MODULE-CELL THRU 7724-EXIT
014520         VARYING WK-SIDE FROM 1 BY 1 UNTIL WK-SIDE > 2.
014530     PERFORM 7795-WRITE-TEXT-LINE THRU 7795-EXIT.
014540     MOVE SPACES TO WIQ-NOTICE-LINE.
014550     WRITE WIQ-NOTICE-LINE.
014560     MOVE WK-NT-DRG-HEAD-1 TO WIQ-NOTICE-LINE.
014570     WRITE WIQ-NOTICE-LINE.
014580     IF NOT ESTIMATE-WAS-MADE
014590         MOVE WK-NO-ESTIMATE-REASON TO WK-NN-REASON
014600         MOVE WK-NT-REASON-LINE TO WIQ-NOTICE-LINE
014610         WRITE WIQ-NOTICE-LINE
014620         GO TO 7700-EXIT
014630     END-IF.
014640     COMPUTE WK-N2-FY = WK-NEW-FY-CCYY - 1.
014650     MOVE WK-NT-DRG-HEAD-2 TO WIQ-NOTICE-LINE.
014660     WRITE WIQ-NOTICE-LINE.
014670     PERFORM 7730-WRITE-DRG-LINE THRU 7730-EXIT
014680         VARYING WK-TOP-I FROM 1 BY 1
014690         UNTIL WK-TOP-I > WK-TOP-COUNT.
014700     MOVE 'TOTAL FOR THESE CASES AT SEPTEMBER 30 RATES'
014710         TO WK-NX-LABEL.
014720     MOVE WK-TOT-PAY(1) TO WK-NX-AMOUNT.
014730     PERFORM 7740-WRITE-TOTAL-LINE THRU 7740-EXIT.
014740     MOVE 'TOTAL FOR THESE CASES AT OCTOBER 1 RATES'
014750         TO WK-NX-LABEL.
014760     MOVE WK-TOT-PAY(2) TO WK-NX-AMOUNT.
014770     PERFORM 7740-WRITE-TOTAL-LINE THRU 7740-EXIT.
014780     MOVE 'ESTIMATED CHANGE' TO WK-NX-LABEL.
014790     MOVE WK-TOT-CHANGE TO WK-NX-AMOUNT.
014800     PERFORM 7740-WRITE-TOTAL-LINE THRU 7740-EXIT.
014810     MOVE 'ESTIMATED CHANGE - PERCENT' TO WK-NX-LABEL.
014820     MOVE WK-TOT-PCT TO WK-NX-AMOUNT.
014830     PERFORM 7740-WRITE-TOTAL-LINE THRU 7740-EXIT.
014840     MOVE SPACES TO WIQ-NOTICE-LINE.
014850     WRITE WIQ-NOTICE-LINE.
014860     MOVE WK-NT-FOOT-1 TO WIQ-NOTICE-LINE.
014870     WRITE WIQ-NOTICE-LINE.
014880     MOVE WK-NT-FOOT-2 TO WIQ-NOTICE-LINE.
014890     WRITE WIQ-NOTICE-LINE.
014900     MOVE WK-NT-FOOT-3 TO WIQ-NOTICE-LINE.
014910     WRITE WIQ-NOTICE-LINE.
014920     MOVE WK-NT-FOOT-4 TO WIQ-NOTICE-LINE.
014930     WRITE WIQ-NOTICE-LINE.
014940 7700-EXIT.
014950     EXIT.
014960*-----------------------------------------------------------*
014970* 7711-7724 - ONE CELL OF A NOTICE LINE FOR DATE WK-SIDE.   *
014980*-----------------------------------------------------------*
014990 7711-SEGMENT-CELL.
015000     IF NS-IN-FORCE-SW(WK-SIDE) = 'Y'
015010         MOVE NS-SEG-EFF(WK-SIDE) TO WK-NV-CELL(WK-SIDE)
015020     ELSE
015030         MOVE 'NOT IN FORCE' TO WK-NV-CELL(WK-SIDE)
015040     END-IF.
015050 7711-EXIT.
015060     EXIT.
015070 7712-CBSA-CELL.
015080     IF NS-IN-FORCE-SW(WK-SIDE) = 'Y'
015090         MOVE NS-CBSA(WK-SIDE) TO WK-NV-CELL(WK-SIDE)
015100     END-IF.
015110 7712-EXIT.
015120     EXIT.
015130 7713-WAGE-INDEX-CELL.
015140     IF NS-WI-FOUND-SW(WK-SIDE) = 'Y'
015150         MOVE NS-WI(WK-SIDE) TO WK-ED-WI
015160         MOVE WK-ED-WI TO WK-NV-CELL(WK-SIDE)
015170     ELSE
015180         IF NS-IN-FORCE-SW(WK-SIDE) = 'Y'
015190             MOVE 'NONE FOUND' TO WK-NV-CELL(WK-SIDE)
015200         END-IF
015210     END-IF.
015220 7713-EXIT.
015230     EXIT.
015240 7714-TABLE-CELL.
015250     IF NS-IN-FORCE-SW(WK-SIDE) = 'Y'
015260         MOVE NS-TABLE-NO(WK-SIDE) TO WK-NV-CELL(WK-SIDE)
015270     END-IF.
015280 7714-EXIT.
015290     EXIT.
015300 7715-LABOR-CELL.
015310     IF NS-RATE-FOUND-SW(WK-SIDE) = 'Y'
015320         MOVE NS-LABOR(WK-SIDE) TO WK-ED-AMT
015330         MOVE WK-ED-AMT TO WK-NV-CELL(WK-SIDE)
015340     ELSE
015350         IF NS-IN-FORCE-SW(WK-SIDE) = 'Y'
015360             MOVE 'NO RATE ROW' TO WK-NV-CELL(WK-SIDE)
015370         END-IF
015380     END-IF.
015390 7715-EXIT.
015400     EXIT.
015410 7716-NONLABOR-CELL.
015420     IF NS-RATE-FOUND-SW(WK-SIDE) = 'Y'
015430         MOVE NS-NLABOR(WK-SIDE) TO WK-ED-AMT
015440         MOVE WK-ED-AMT TO WK-NV-CELL(WK-SIDE)
015450     ELSE
015460         IF NS-IN-FORCE-SW(WK-SIDE) = 'Y'
015470             MOVE 'NO RATE ROW' TO WK-NV-CELL(WK-SIDE)
015480         END-IF
015490     END-IF.
015500 7716-EXIT.
015510     EXIT.
015520 7717-CAPITAL-CELL.
015530     IF NS-IN-FORCE-SW(WK-SIDE) = 'Y'
015540         MOVE NS-CAP-RATE(WK-SIDE) TO WK-ED-AMT
015550         MOVE WK-ED-AMT TO WK-NV-CELL(WK-SIDE)
015560     END-IF.
015570 7717-EXIT.
015580     EXIT.
015590 7718-VBP-CELL.
015600     IF NS-IN-FORCE-SW(WK-SIDE) NOT = 'Y'
015610         GO TO 7718-EXIT
015620     END-IF.
015630     IF NS-VBP-PART(WK-SIDE) = 'Y'
015640         MOVE NS-VBP(WK-SIDE) TO WK-ED-FAC6
015650         MOVE WK-ED-FAC6 TO WK-NV-CELL(WK-SIDE)
015660     ELSE
015670         MOVE 'NOT IN PROGRAM' TO WK-NV-CELL(WK-SIDE)
015680     END-IF.
015690 7718-EXIT.
015700     EXIT.
015710 7719-HRR-CELL.
015720     IF NS-IN-FORCE-SW(WK-SIDE) NOT = 'Y'
015730         GO TO 7719-EXIT
015740     END-IF.
015750     IF NS-HRR-IND(WK-SIDE) = '1'
015760         MOVE NS-HRR(WK-SIDE) TO WK-ED-FAC4
015770         MOVE WK-ED-FAC4 TO WK-NV-CELL(WK-SIDE)
015780     ELSE
015790         MOVE 'NOT IN PROGRAM' TO WK-NV-CELL(WK-SIDE)
015800     END-IF.
015810 7719-EXIT.
015820     EXIT.
015830 7721-HAC-CELL.
015840     IF NS-IN-FORCE-SW(WK-SIDE) NOT = 'Y'
015850         GO TO 7721-EXIT
015860     END-IF.
015870     IF NS-HAC(WK-SIDE) = 'Y'
015880         MOVE '1 PCT REDUCTION' TO WK-NV-CELL(WK-SIDE)
015890     ELSE
015900         MOVE 'NO REDUCTION' TO WK-NV-CELL(WK-SIDE)
015910     END-IF.
015920 7721-EXIT.
015930     EXIT.
015940 7722-LOW-VOLUME-CELL.
015950     IF NS-IN-FORCE-SW(WK-SIDE) NOT = 'Y'
015960         GO TO 7722-EXIT
015970     END-IF.
015980     IF NS-LV-IND(WK-SIDE) = 'Y'
015990         MOVE NS-LV(WK-SIDE) TO WK-ED-FAC6
016000         MOVE WK-ED-FAC6 TO WK-NV-CELL(WK-SIDE)
016010     ELSE
016020         MOVE 'NOT LOW VOLUME' TO WK-NV-CELL(WK-SIDE)
016030     END-IF.
016040 7722-EXIT.
016050     EXIT.
016060 7723-DSH-CELL.
016070     IF NS-IN-FORCE-SW(WK-SIDE) NOT = 'Y'
016080         GO TO 7723-EXIT
016090     END-IF.
016100     IF NS-DSH(WK-SIDE) > 0
016110         MOVE NS-DSH(WK-SIDE) TO WK-ED-FAC4
016120         MOVE WK-ED-FAC4 TO WK-NV-CELL(WK-SIDE)
016130     ELSE
016140         MOVE 'NOT ELIGIBLE' TO WK-NV-CELL(WK-SIDE)
016150     END-IF.
016160 7723-EXIT.
016170     EXIT.
016180 7724-MODULE-CELL.
016190     IF NS-IN-FORCE-SW(WK-SIDE) NOT = 'Y'
016200         GO TO 7724-EXIT
016210     END-IF.
016220     IF NS-MODULE(WK-SIDE) = SPACES
016230         MOVE 'NONE' TO WK-NV-CELL(WK-SIDE)
016240     ELSE
016250         MOVE NS-MODULE(WK-SIDE) TO WK-NV-CELL(WK-SIDE)
016260     END-IF.
016270 7724-EXIT.
016280     EXIT.
016290 7720-WRITE-RULE-LINE.
016300     IF NS-IN-FORCE-SW(WK-SIDE) NOT = 'Y'
016310         GO TO 7720-EXIT
016320     END-IF.
016330     MOVE SPACES TO WK-NT-RULE-TEXT-LINE.
016340     IF WK-SIDE = 1
016350         MOVE '  RULE SEP 30' TO WK-NR-LABEL
016360     ELSE
016370         MOVE '  RULE OCT 1' TO WK-NR-LABEL
016380     END-IF.
016390     MOVE NS-CBSA-RULE(WK-SIDE) TO WK-NR-CBSA-RULE.
016400     MOVE NS-WI-RULE(WK-SIDE)   TO WK-NR-WI-RULE.
016410     MOVE WK-NT-RULE-TEXT-LINE TO WIQ-NOTICE-LINE.
016420     WRITE WIQ-NOTICE-LINE.
016430 7720-EXIT.
016440     EXIT.
016450 7730-WRITE-DRG-LINE.
016460     MOVE TD-DRG(WK-TOP-I)        TO WK-ND-DRG.
016470     MOVE TD-CASES(WK-TOP-I)      TO WK-ND-CASES.
016480     MOVE TD-WEIGHT(WK-TOP-I, 1)  TO WK-ND-WT-OLD.
016490     MOVE TD-WEIGHT(WK-TOP-I, 2)  TO WK-ND-WT-NEW.
016500     MOVE TD-PAY(WK-TOP-I, 1)     TO WK-ND-PAY-OLD.
016510     MOVE TD-PAY(WK-TOP-I, 2)     TO WK-ND-PAY-NEW.
016520     MOVE TD-CHANGE(WK-TOP-I)     TO WK-ND-CHANGE.
016530     MOVE WK-NT-DRG-LINE TO WIQ-NOTICE-LINE.
016540     WRITE WIQ-NOTICE-LINE.
016550 7730-EXIT.
016560     EXIT.
016570 7740-WRITE-TOTAL-LINE.
016580     MOVE WK-NT-TOTAL-LINE TO WIQ-NOTICE-LINE.
016590     WRITE WIQ-NOTICE-LINE.
016600 7740-EXIT.
016610     EXIT.
016620 7790-WRITE-VALUE-LINE.
016630     MOVE WK-NT-VALUE-LINE TO WIQ-NOTICE-LINE.
016640     WRITE WIQ-NOTICE-LINE.
016650     MOVE SPACES TO WK-NT-VALUE-LINE.
016660 7790-EXIT.
016670     EXIT.
016680*-----------------------------------------------------------*
016690* 7795-WRITE-TEXT-LINE - A LINE WITHOUT A NUMERIC CHANGE    *
016700* SAYS WHETHER THE ANSWER CHANGED.                          *
016710*-----------------------------------------------------------*
016720 7795-WRITE-TEXT-LINE.
016730     IF NS-IN-FORCE-SW(1) = 'Y'
016740        AND WK-NV-CELL(1) NOT = WK-NV-CELL(2)
016750         MOVE 'CHANGED' TO WK-NV-CHANGE
016760     END-IF.
016770     PERFORM 7790-WRITE-VALUE-LINE THRU 7790-EXIT.
016780 7795-EXIT.
016790     EXIT.
016800*-----------------------------------------------------------*
016810* 7800-WRITE-DECREASE - A PROVIDER WHOSE ESTIMATE FALLS,    *
016820* FOR PROVIDER RELATIONS.                                   *
016830*-----------------------------------------------------------*
016840 7800-WRITE-DECREASE.
016850     ADD 1 TO WK-DECREASES.
016860     MOVE SPACES TO WK-DECR-WORK-REC.
016870     MOVE WK-CUR-PROVIDER TO WW-PROVIDER-NO.
016880     MOVE NS-STATE(2)     TO WW-STATE.
016890     MOVE NS-WI(1)        TO WW-OLD-WI.
016900     MOVE NS-WI(2)        TO WW-NEW-WI.
016910     MOVE WK-TOT-CASES    TO WW-CASES.
016920     MOVE WK-TOT-PAY(1)   TO WW-OLD-PAY.
016930     MOVE WK-TOT-PAY(2)   TO WW-NEW-PAY.
016940     MOVE WK-TOT-CHANGE   TO WW-CHANGE.
016950     MOVE WK-TOT-PCT      TO WW-PCT-CHANGE.
016960     MOVE NS-CBSA(2)      TO WW-NEW-CBSA.
016970     MOVE WK-DECR-WORK-REC TO WIQ-CHG-WORK-REC.
016980     WRITE WIQ-CHG-WORK-REC.
016990 7800-EXIT.
017000     EXIT.
017010*-----------------------------------------------------------*
017020* 7900-WRITE-CONTROL - RUN COUNTS ON THE ANSWER REPORT.     *
017030*-----------------------------------------------------------*
017040 7900-WRITE-CONTROL.
017050     MOVE 'FISCAL-YEAR CHANGEOVER - OLD DATE' TO WK-WF-LABEL.
017060     MOVE WK-OLD-FY-DATE TO WK-WF-VALUE.
017070     PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT.
017080     MOVE 'FISCAL-YEAR CHANGEOVER - NEW DATE' TO WK-WF-LABEL.
017090     MOVE WK-NEW-FY-DATE TO WK-WF-VALUE.
017100     PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT.
017110     MOVE 'PROVIDER SEGMENTS READ' TO WK-WF-LABEL.
017120     MOVE WK-SEGMENTS-READ TO WK-ED-COUNT.
017130     MOVE WK-ED-COUNT TO WK-WF-VALUE.
017140     PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT.
017150     MOVE 'PROVIDERS ON THE MASTER' TO WK-WF-LABEL.
017160     MOVE WK-PROVIDERS-SEEN TO WK-ED-COUNT.
017170     MOVE WK-ED-COUNT TO WK-WF-VALUE.
017180     PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT.
017190     MOVE 'NOT ACTIVE ON THE NEW DATE - NO NOTICE' TO WK-WF-LABEL.
017200     MOVE WK-NOT-ACTIVE TO WK-ED-COUNT.
017210     MOVE WK-ED-COUNT TO WK-WF-VALUE.
017220     PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT.
017230     MOVE 'NOTICES WRITTEN' TO WK-WF-LABEL.
017240     MOVE WK-NOTICES-WRITTEN TO WK-ED-COUNT.
017250     MOVE WK-ED-COUNT TO WK-WF-VALUE.
017260     PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT.
017270     MOVE '  WITHOUT A PAYMENT ESTIMATE' TO WK-WF-LABEL.
017280     MOVE WK-NOT-ESTIMATED TO WK-ED-COUNT.
017290     MOVE WK-ED-COUNT TO WK-WF-VALUE.
017300     PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT.
017310     MOVE '  ESTIMATED DECREASES FOR CONTACT' TO WK-WF-LABEL.
017320     MOVE WK-DECREASES TO WK-ED-COUNT.
017330     MOVE WK-ED-COUNT TO WK-WF-VALUE.
017340     PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT.
017350     MOVE 'PRIOR-YEAR HISTORY ROWS COUNTED' TO WK-WF-LABEL.
017360     MOVE WK-HIST-ROWS-USED TO WK-ED-COUNT.
017370     MOVE WK-ED-COUNT TO WK-WF-VALUE.
017380     PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT.
017390     IF WK-DRG-OVERFLOW > 0
017400         MOVE 'ROWS PAST THE 300-DRG LIMIT' TO WK-WF-LABEL
017410         MOVE WK-DRG-OVERFLOW TO WK-ED-COUNT
017420         MOVE WK-ED-COUNT TO WK-WF-VALUE
017430         PERFORM 7910-WRITE-CONTROL-LINE THRU 7910-EXIT
017440     END-IF.
017450 7900-EXIT.
017460     EXIT.
017470 7910-WRITE-CONTROL-LINE.
017480     MOVE WK-WQ-FLAG-LINE TO WIQ-RPT-LINE.
017490     WRITE WIQ-RPT-LINE.
017500 7910-EXIT.
017510     EXIT.
017520*-----------------------------------------------------------*
017530* 8000-8200 - ANSWER LINES.  THE CHANGEOVER RUN KEEPS THE   *
017540* ANSWERS FOR ITS NOTICES INSTEAD.                          *
017550*-----------------------------------------------------------*
017560 8000-WRITE-FLAG.
017570     IF CHANGEOVER-BATCH
017580         GO TO 8000-EXIT
017590     END-IF.
017600     MOVE WK-WQ-FLAG-LINE TO WIQ-RPT-LINE.
017610     WRITE WIQ-RPT-LINE.
017620 8000-EXIT.
017630     EXIT.
017640 8100-WRITE-WI.
017650     IF CHANGEOVER-BATCH
017660         GO TO 8100-EXIT
017670     END-IF.
017680     MOVE WK-WQ-WI-LINE TO WIQ-RPT-LINE.
017690     WRITE WIQ-RPT-LINE.
017700 8100-EXIT.
017710     EXIT.
017720 8200-WRITE-AMOUNT.
017730     IF CHANGEOVER-BATCH
017740         GO TO 8200-EXIT
017750     END-IF.
017760     MOVE WK-WQ-AMT-LINE TO WIQ-RPT-LINE.
017770     WRITE WIQ-RPT-LINE.
017780 8200-EXIT.
017790     EXIT.
017800 9000-TERMINATE.
017810     CLOSE WIQ-RPT-OUT.
017820     IF CHANGEOVER-BATCH
017830         DISPLAY 'PPWIQ215 - CHANGEOVER NOTICES WRITTEN : '
017840                 WK-NOTICES-WRITTEN
017850         DISPLAY 'PPWIQ215 - ESTIMATED DECREASES     : '
017860                 WK-DECREASES
017870         GO TO 9000-EXIT
017880     END-IF.
017890     DISPLAY 'PPWIQ215 - INQUIRY ANSWERED FOR '
017900             WQ-PROVIDER-NO ' AS OF ' WQ-AS-OF-DATE.
017910 9000-EXIT.
017920     EXIT.
