000110*            CONGRESSIONAL INQUIRIES.  THE CLAIM IS NAMED BY
000120*            A PARAMETER CARD (PROVIDER AND DISCHARGE DATE,
000130*            OPTIONALLY THE CLAIM SEQUENCE ID).
000140*          - A CARD READING MBI=<MBI> INSTEAD LISTS EVERY STAY
000150*            FOR THE BENEFICIARY ACROSS ALL PROVIDERS AND RUNS,
000160*            FOUND THROUGH THE REPOSITORY'S MBI ALTERNATE INDEX,
000170*            WITH THE LATEST PRICING OF EACH STAY, WHAT THE
000180*            PATIENT OWES ON IT (SETTLIN, FROM PPSET215) AND
000190*            THE BENEFICIARY'S HOSPITAL BENEFIT DAYS (DAYBNKIN),
000200*            WORDED FOR THE CUSTOMER-SERVICE STAFF TAKING
000210*            BENEFICIARY AND CONGRESSIONAL CALLS.
000220 DATE-COMPILED.
000230****************************************************************
000240*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000250*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000260*   IS THAT OF THE USER.                                       *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.            IBM-370.
000310 OBJECT-COMPUTER.            IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000350                            ORGANIZATION IS INDEXED
000360                            ACCESS MODE IS DYNAMIC
000370                            RECORD KEY IS HR-KEY
000380                            ALTERNATE RECORD KEY IS HR-MBI
000390                                WITH DUPLICATES
000400                            FILE STATUS IS WK-HISTREPO-STATUS.
000410     SELECT SETTLE-FILE-IN  ASSIGN TO SETTLIN
000420                            ORGANIZATION IS SEQUENTIAL
000430                            FILE STATUS IS WK-SETTLE-STATUS.
000440     SELECT DAY-BANK-IN     ASSIGN TO DAYBNKIN
000450                            ORGANIZATION IS SEQUENTIAL
000460                            FILE STATUS IS WK-DAYBANK-STATUS.
000470     SELECT INQ-PARM-FILE   ASSIGN TO INQPARM
000480                            ORGANIZATION IS LINE SEQUENTIAL
000490                            FILE STATUS IS WK-PARM-STATUS.
000500     SELECT PROV-XWALK-FILE ASSIGN TO PROVXWLK
000510                            ORGANIZATION IS SEQUENTIAL
000520                            FILE STATUS IS WK-XWALK-STATUS.
000530     SELECT ARCH-INDEX-IN   ASSIGN TO ARCHIDX
000540                            ORGANIZATION IS SEQUENTIAL
000550                            FILE STATUS IS WK-ARCHIDX-STATUS.
000560     SELECT INQ-RPT-OUT     ASSIGN TO INQRPT
000570                            ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  HIST-REPO-FILE
000610     RECORD CONTAINS 252 CHARACTERS.
000620 01  HIST-REPO-REC.
000630     05  HR-KEY.
000640         10  HR-PROVIDER-NO     PIC X(06).
000650         10  HR-DISCHARGE-DATE  PIC 9(08).
000660         10  HR-CLAIM-SEQ       PIC 9(09).
000670         10  HR-RUN-ID          PIC X(08).
000680     05  HR-RUN-DATE            PIC 9(08).
000690     05  HR-PPS-DATA            PIC X(89).
000700     05  HR-WI-AUDIT            PIC X(66).
000710     05  HR-MBI                 PIC X(11).
000720     05  HR-DRG                 PIC 9(03).
000730     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
000740     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
000750     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
000760     05  HR-NEW-TECH            PIC 9(09)V9(02).
000770*----------------------------------------------------------*
000780* INQUIRY PARAMETER CARD - PROVIDER AND DISCHARGE DATE,     *
000790* OPTIONALLY THE CLAIM SEQUENCE ID (SPACES = ALL CLAIMS     *
000800* FOR THE PROVIDER/DATE).                                   *
000810*----------------------------------------------------------*
000820 FD  INQ-PARM-FILE
000830     RECORDING MODE IS F.
000840 01  INQ-PARM-REC.
000850     05  IQ-PROVIDER-NO          PIC X(06).
000860     05  IQ-DISCHARGE-DATE       PIC X(08).
000870     05  IQ-CLAIM-SEQ            PIC X(09).
000880*----------------------------------------------------------*
000890* BENEFICIARY INQUIRY CARD - MBI= FOLLOWED BY THE MBI.      *
000900*----------------------------------------------------------*
000910 01  INQ-MBI-PARM-REC.
000920     05  IM-KEYWORD              PIC X(04).
000930         88  IM-MBI-INQUIRY      VALUE 'MBI='.
000940     05  IM-MBI                  PIC X(11).
000950     05  FILLER                  PIC X(08).
000960*----------------------------------------------------------*
000970* SETTLEMENT EXTRACT FROM PPSET215 - WHAT THE PATIENT OWES  *
000980* ON EACH SETTLED STAY.  MORE THAN ONE RUN'S EXTRACT MAY BE *
000990* CONCATENATED, OLDEST FIRST; THE LAST ROW FOR A STAY WINS. *
001000*----------------------------------------------------------*
001010 FD  SETTLE-FILE-IN
001020     RECORDING MODE IS F.
001030 01  SETTLE-IN-REC.
001040     05  SI-PROVIDER-NO          PIC X(06).
001050     05  SI-DRG                  PIC 9(03).
001060     05  SI-DISCHARGE-DATE       PIC 9(08).
001070     05  SI-PPS-RTC              PIC 9(02).
001080     05  SI-GROSS-PAYMENT        PIC 9(09)V9(02).
001090     05  SI-DEDUCTIBLE-AMT       PIC 9(05)V9(02).
001100     05  SI-COINSURANCE-DAYS     PIC 9(03).
001110     05  SI-COINSURANCE-AMT      PIC 9(09)V9(02).
001120     05  SI-LTR-DAYS             PIC 9(02).
001130     05  SI-LTR-AMT              PIC 9(09)V9(02).
001140     05  SI-MSP-PRIMARY-PAID     PIC 9(09)V9(02).
001150     05  SI-NET-MEDICARE-PAYMENT PIC 9(09)V9(02).
001160     05  SI-INTEREST-AMT         PIC 9(07)V9(02).
001170     05  SI-MSP-PAYER-TYPE       PIC X(01).
001180     05  SI-MSP-FORMULA          PIC X(02).
001190*----------------------------------------------------------*
001200* BENEFICIARY DAY BANK CARRIED BY PPSET215 (ITS LATEST      *
001210* DAYBNKOT) - ONE ROW PER MBI, BEHIND A GENERATION HEADER.  *
001220*----------------------------------------------------------*
001230 FD  DAY-BANK-IN
001240     RECORDING MODE IS F.
001250 01  DAY-BANK-IN-REC.
001260     05  DB-IN-MBI               PIC X(11).
001270     05  DB-IN-PERIOD-START      PIC 9(08).
001280     05  DB-IN-LAST-DISCHARGE    PIC 9(08).
001290     05  DB-IN-PERIOD-DAYS-USED  PIC 9(03).
001300     05  DB-IN-PERIOD-DED-SW     PIC X(01).
001310     05  DB-IN-LTR-DAYS-USED     PIC 9(02).
001320*----------------------------------------------------------*
001330* ARCHIVE INDEX WRITTEN BY PPHRM215 - ONE ROW PER ARCHIVE   *
001340* PASS: VOLUME, RUN-DATE RANGE COVERED, ROW COUNT.  WHEN A  *
001350* CLAIM IS NOT IN THE REPOSITORY, THE REQUESTER IS POINTED  *
001360* AT THE ARCHIVE VOLUMES INSTEAD OF TOLD 'NOT FOUND'.       *
001370*----------------------------------------------------------*
001380*---------------------------------------------------------*
001390* PROVIDER MERGER / CHANGE-OF-OWNERSHIP CROSSWALK - LETS  *
001400* ONE HOSPITAL'S HISTORY READ AS ONE HOSPITAL: AN INQUIRY *
001410* UNDER EITHER NUMBER ALSO SHOWS PRICINGS RECORDED UNDER  *
001420* ITS PREDECESSOR OR SUCCESSOR.                           *
001430*---------------------------------------------------------*
001440  FD  PROV-XWALK-FILE
001450      RECORDING MODE IS F.
001460  01  PROV-XWALK-REC.
001470      05  XI-OLD-PROVIDER-NO      PIC X(06).
001480      05  XI-NEW-PROVIDER-NO      PIC X(06).
001490      05  XI-EFF-DATE             PIC 9(08).
001500 FD  ARCH-INDEX-IN
001510     RECORDING MODE IS F.
001520 01  ARCH-INDEX-REC.
001530     05  AX-VOLUME               PIC X(06).
001540     05  AX-FROM-RUN-DATE        PIC 9(08).
001550     05  AX-THRU-RUN-DATE        PIC 9(08).
001560     05  AX-ROWS-ARCHIVED        PIC 9(07).
001570     05  AX-ARCHIVE-DATE         PIC 9(08).
001580 FD  INQ-RPT-OUT
001590     RECORDING MODE IS F.
001600 01  INQ-RPT-LINE                PIC X(120).
001610 WORKING-STORAGE SECTION.
001620 01  W-STORAGE-REF                  PIC X(48)  VALUE
001630     'P P I N Q 2 1 5 - W O R K I N G   S T O R A G E'.
001640 01  INQ-VERSION                    PIC X(05) VALUE 'Q21.5'.
001650 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001660 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001670 01  WK-ARCHIDX-STATUS          PIC X(02) VALUE SPACES.
001680 01  WK-SETTLE-STATUS           PIC X(02) VALUE SPACES.
001690 01  WK-DAYBANK-STATUS          PIC X(02) VALUE SPACES.
001700  01  WK-XWALK-STATUS            PIC X(02) VALUE SPACES.
001710  01  WK-XWALK-EOF               PIC X(01) VALUE 'N'.
001720      88  XWALK-AT-EOF           VALUE 'Y'.
001730  01  WK-XW-COUNT                PIC 9(03) VALUE ZEROES.
001740  01  PROV-XWALK-TABLE.
001750      05  XW-ENTRY OCCURS 500 TIMES
001760                   INDEXED BY XW-IDX XW-SIDX.
001770          10  XW-OLD-PROVIDER-NO PIC X(06).
001780          10  XW-NEW-PROVIDER-NO PIC X(06).
001790          10  XW-EFF-DATE        PIC 9(08).
001800  01  WK-PROBE-PROVIDER          PIC X(06) VALUE SPACES.
001810  01  WK-XWALK-NOTE-LINE.
001820      05  FILLER              PIC X(31) VALUE
001830          'CROSSWALKED HISTORY - PROVIDER '.
001840      05  WK-XN-PROVIDER      PIC X(06).
001850      05  FILLER              PIC X(22) VALUE
001860          ' (MERGER/CHOW) FOLLOWS'.
001870 01  WK-ARCHIDX-EOF             PIC X(01) VALUE 'N'.
001880     88  ARCHIDX-AT-EOF         VALUE 'Y'.
001890*----------------------------------------------------------*
001900* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001910* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001920* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001930*----------------------------------------------------------*
001940 COPY LAYHDR.
001950 01  WK-LAYOUT-CHECK.
001960     05  WK-LC-DD               PIC X(08).
001970     05  WK-LC-LAYOUT-ID        PIC X(08).
001980     05  WK-LC-VERSION          PIC 9(03).
001990     05  WK-LC-RECORD-LEN       PIC 9(05).
002000 01  WK-LAYOUT-SETTLIN.
002010     05  FILLER                 PIC X(08) VALUE 'SETTLIN'.
002020     05  FILLER                 PIC X(08) VALUE 'SETTLOUT'.
002030     05  FILLER                 PIC 9(03) VALUE 001.
002040     05  FILLER                 PIC 9(05) VALUE 00098.
002050 01  WK-LAYOUT-SWITCHES.
002060     05  WK-SETTLIN-LAYOUT-SW     PIC X(01) VALUE 'N'.
002070         88  SETTLIN-LAYOUT-CHECKED VALUE 'Y'.
002080 COPY GENSTAMP.
002090 01  WK-SWITCHES.
002100     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
002110         88  HIST-AT-EOF        VALUE 'Y'.
002120     05  WK-SETTLE-EOF          PIC X(01) VALUE 'N'.
002130         88  SETTLE-AT-EOF      VALUE 'Y'.
002140     05  WK-DAYBANK-EOF         PIC X(01) VALUE 'N'.
002150         88  DAYBANK-AT-EOF     VALUE 'Y'.
002160     05  WK-DAYBANK-FOUND-SW    PIC X(01) VALUE 'N'.
002170         88  DAYBANK-WAS-FOUND  VALUE 'Y'.
002180     05  WK-STAY-FOUND-SW       PIC X(01) VALUE 'N'.
002190         88  STAY-WAS-FOUND     VALUE 'Y'.
002200 01  WK-ROWS-SHOWN              PIC 9(05) VALUE ZEROES.
002210 01  WK-ARCH-HINTS              PIC 9(03) VALUE ZEROES.
002220 01  WK-ARCH-HINT-LINE.
002230     05  FILLER              PIC X(15) VALUE 'ARCHIVED RUNS  '.
002240     05  WK-AH-FROM          PIC 9(08).
002250     05  FILLER              PIC X(03) VALUE ' - '.
002260     05  WK-AH-THRU          PIC 9(08).
002270     05  FILLER              PIC X(23) VALUE
002280         '  RESTORE FROM VOLUME  '.
002290     05  WK-AH-VOLUME        PIC X(06).
002300*----------------------------------------------------------*
002310* THE REPOSITORY'S PPS-DATA AND WI-AUDIT PAYLOADS, VIEWED   *
002320* THROUGH THE STANDARD COPYBOOK LAYOUTS.                    *
002330*----------------------------------------------------------*
002340 COPY PPSDATA.
002350 COPY WIAUDIT.
002360 COPY PPRTC215.
002370 01  WK-RTC-X                   PIC X(02) VALUE SPACES.
002380*----------------------------------------------------------*
002390* BENEFICIARY (MBI) INQUIRY - ONE ROW PER STAY FOUND ON THE *
002400* MBI INDEX, HOLDING THE LATEST PRICING OF THE STAY AND     *
002410* ITS SETTLEMENT, KEPT IN DISCHARGE-DATE ORDER.             *
002420*----------------------------------------------------------*
002430 01  WK-MS-COUNT                PIC 9(03) VALUE ZEROES.
002440 01  WK-MS-DROPPED              PIC 9(05) VALUE ZEROES.
002450 01  WK-MS-SLOT                 PIC 9(03) VALUE ZEROES.
002460 01  WK-MS-MOVE                 PIC 9(03) VALUE ZEROES.
002470 01  MBI-STAY-TABLE.
002480     05  MS-ENTRY OCCURS 200 TIMES
002490                  INDEXED BY MS-IDX MS-SIDX.
002500         10  MS-PROVIDER-NO     PIC X(06).
002510         10  MS-DISCHARGE-DATE  PIC 9(08).
002520         10  MS-CLAIM-SEQ       PIC 9(09).
002530         10  MS-DRG             PIC 9(03).
002540         10  MS-PRICINGS        PIC 9(03).
002550         10  MS-RUN-ID          PIC X(08).
002560         10  MS-RUN-DATE        PIC 9(08).
002570         10  MS-RTC             PIC 9(02).
002580         10  MS-TOTAL-PAYMENT   PIC 9(09)V9(02).
002590         10  MS-SETTLE-SW       PIC X(01).
002600             88  MS-SETTLED     VALUE 'Y'.
002610         10  MS-DEDUCTIBLE-AMT  PIC 9(05)V9(02).
002620         10  MS-COINS-DAYS      PIC 9(03).
002630         10  MS-COINS-AMT       PIC 9(09)V9(02).
002640         10  MS-LTR-DAYS        PIC 9(02).
002650         10  MS-LTR-AMT         PIC 9(09)V9(02).
002660         10  MS-MSP-PAID        PIC 9(09)V9(02).
002670         10  MS-NET-PAYMENT     PIC 9(09)V9(02).
002680 01  WK-MS-HOLD                 PIC X(115).
002690 01  WK-MS-OWED                 PIC 9(09)V9(02) VALUE ZEROES.
002700 01  WK-MS-DAYS-LEFT            PIC 9(03) VALUE ZEROES.
002710 01  WK-MS-ROWS-READ            PIC 9(05) VALUE ZEROES.
002720 01  WK-MB-TODAY                PIC 9(08) VALUE ZEROES.
002730*----------------------------------------------------------*
002740* CUSTOMER-SERVICE LISTING LINES.                           *
002750*----------------------------------------------------------*
002760 01  WK-MB-DATE-IN              PIC 9(08).
002770 01  WK-MB-DATE-IN-R REDEFINES WK-MB-DATE-IN.
002780     05  WK-MB-DI-CCYY          PIC 9(04).
002790     05  WK-MB-DI-MM            PIC 9(02).
002800     05  WK-MB-DI-DD            PIC 9(02).
002810 01  WK-MB-DATE-OUT.
002820     05  WK-MB-DO-MM            PIC 9(02).
002830     05  FILLER                 PIC X(01) VALUE '/'.
002840     05  WK-MB-DO-DD            PIC 9(02).
002850     05  FILLER                 PIC X(01) VALUE '/'.
002860     05  WK-MB-DO-CCYY          PIC 9(04).
002870 01  WK-MB-HEAD-LINE.
002880     05  FILLER              PIC X(38) VALUE
002890         'HOSPITAL STAYS FOR MEDICARE NUMBER    '.
002900     05  WK-MH-MBI           PIC X(11).
002910     05  FILLER              PIC X(16) VALUE '     PREPARED   '.
002920     05  WK-MH-TODAY         PIC X(10).
002930 01  WK-MB-COUNT-LINE.
002940     05  WK-MC-STAYS         PIC ZZ9.
002950     05  FILLER              PIC X(40) VALUE
002960         ' HOSPITAL STAY(S) ON FILE, OLDEST FIRST.'.
002970 01  WK-MB-STAY-LINE.
002980     05  FILLER              PIC X(05) VALUE 'STAY '.
002990     05  WK-MS-STAY-NO       PIC ZZ9.
003000     05  FILLER              PIC X(04) VALUE ' OF '.
003010     05  WK-MS-STAY-OF       PIC ZZ9.
003020 01  WK-MB-FACT-LINE.
003030     05  FILLER              PIC X(04) VALUE SPACES.
003040     05  WK-MF-LABEL         PIC X(40) VALUE SPACES.
003050     05  WK-MF-VALUE         PIC X(60) VALUE SPACES.
003060 01  WK-MB-AMT-LINE.
003070     05  FILLER              PIC X(04) VALUE SPACES.
003080     05  WK-MA-LABEL         PIC X(40) VALUE SPACES.
003090     05  WK-MA-AMOUNT        PIC $$$$,$$$,$$9.99.
003100     05  FILLER              PIC X(02) VALUE SPACES.
003110     05  WK-MA-NOTE          PIC X(20) VALUE SPACES.
003120 01  WK-MB-PRICED-TEXT.
003130     05  WK-MP-TIMES         PIC ZZ9.
003140     05  FILLER              PIC X(13) VALUE ' - LATEST ON '.
003150     05  WK-MP-DATE          PIC X(10).
003160     05  FILLER              PIC X(06) VALUE ' (RUN '.
003170     05  WK-MP-RUN-ID        PIC X(08).
003180     05  FILLER              PIC X(01) VALUE ')'.
003190 01  WK-MB-DAYS-NOTE.
003200     05  FILLER              PIC X(04) VALUE 'FOR '.
003210     05  WK-MD-DAYS          PIC ZZ9.
003220     05  FILLER              PIC X(07) VALUE ' DAY(S)'.
003230 01  WK-MB-NUMBER-TEXT.
003240     05  WK-MN-NUMBER        PIC ZZ9.
003250 01  WK-MB-RULE-LINE         PIC X(100) VALUE ALL '-'.
003260 01  WK-INQ-HEAD-LINE.
003270     05  FILLER              PIC X(26) VALUE
003280         'PRICING HISTORY - PROVIDER'.
003290     05  FILLER              PIC X(01) VALUE SPACES.
003300     05  WK-IH-PROVIDER-NO   PIC X(06).
003310     05  FILLER              PIC X(12) VALUE ' DISCHARGE  '.
003320     05  WK-IH-DISCHARGE     PIC X(08).
003330 01  WK-INQ-DETAIL-LINE.
003340     05  WK-IQ-RUN-ID        PIC X(08).
003350     05  FILLER              PIC X(02) VALUE SPACES.
003360     05  WK-IQ-RUN-DATE      PIC 9(08).
003370     05  FILLER              PIC X(02) VALUE SPACES.
003380     05  WK-IQ-CLAIM-SEQ     PIC 9(09).
003390     05  FILLER              PIC X(02) VALUE SPACES.
003400     05  WK-IQ-RTC           PIC 9(02).
003410     05  FILLER              PIC X(02) VALUE SPACES.
003420     05  WK-IQ-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
003430     05  FILLER              PIC X(02) VALUE SPACES.
003440     05  WK-IQ-WI            PIC Z9.9999.
003450     05  FILLER              PIC X(02) VALUE SPACES.
003460     05  WK-IQ-CBSA          PIC X(05).
003470     05  FILLER              PIC X(02) VALUE SPACES.
003480     05  WK-IQ-MODULE        PIC X(08).
003490     05  FILLER              PIC X(02) VALUE SPACES.
003500     05  WK-IQ-VERS          PIC X(05).
003510 01  WK-INQ-COL-LINE.
003520     05  FILLER              PIC X(10) VALUE 'RUN-ID    '.
003530     05  FILLER              PIC X(10) VALUE 'RUN-DATE  '.
003540     05  FILLER              PIC X(11) VALUE 'CLAIM-SEQ  '.
003550     05  FILLER              PIC X(04) VALUE 'RTC '.
003560     05  FILLER              PIC X(16) VALUE ' TOTAL-PAYMENT  '.
003570     05  FILLER              PIC X(09) VALUE 'WAGE-IDX '.
003580     05  FILLER              PIC X(07) VALUE 'CBSA   '.
003590     05  FILLER              PIC X(10) VALUE 'MODULE    '.
003600     05  FILLER              PIC X(05) VALUE 'VERS '.
003610 PROCEDURE DIVISION.
003620*===========================================================*
003630* 0000-MAINLINE                                              *
003640*===========================================================*
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
003670     IF IM-MBI-INQUIRY
003680         PERFORM 5000-MBI-INQUIRY  THRU 5000-EXIT
003690     ELSE
003700         MOVE IQ-PROVIDER-NO TO WK-PROBE-PROVIDER
003710         PERFORM 2000-RETRIEVE     THRU 2000-EXIT
003720         PERFORM 2300-FOLLOW-XWALK THRU 2300-EXIT
003730     END-IF.
003740     PERFORM 9000-TERMINATE    THRU 9000-EXIT.
003750     STOP RUN.
003760 1000-INITIALIZE.
003770     OPEN INPUT INQ-PARM-FILE.
003780     IF WK-PARM-STATUS NOT = '00'
003790         DISPLAY 'PPINQ215 - INQUIRY PARAMETER FILE MISSING'
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     READ INQ-PARM-FILE
003840         AT END
003850             DISPLAY 'PPINQ215 - EMPTY PARAMETER FILE'
003860             MOVE 16 TO RETURN-CODE
003870             STOP RUN
003880     END-READ.
003890     CLOSE INQ-PARM-FILE.
003900     IF IM-MBI-INQUIRY
003910        AND IM-MBI = SPACES
003920         DISPLAY 'PPINQ215 - MBI= CARD CARRIES NO MBI'
003930         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960     OPEN INPUT HIST-REPO-FILE.
003970     IF WK-HISTREPO-STATUS NOT = '00'
003980         DISPLAY 'PPINQ215 - HISTORY REPOSITORY UNAVAILABLE - '
003990                 'STATUS ' WK-HISTREPO-STATUS
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     OPEN OUTPUT INQ-RPT-OUT.
004040     IF IM-MBI-INQUIRY
004050         GO TO 1000-EXIT
004060     END-IF.
004070     MOVE IQ-PROVIDER-NO    TO WK-IH-PROVIDER-NO.
004080     MOVE IQ-DISCHARGE-DATE TO WK-IH-DISCHARGE.
004090     MOVE WK-INQ-HEAD-LINE  TO INQ-RPT-LINE.
004100     WRITE INQ-RPT-LINE.
004110     MOVE WK-INQ-COL-LINE   TO INQ-RPT-LINE.
004120     WRITE INQ-RPT-LINE.
004130 1000-EXIT.
004140     EXIT.
004150*===========================================================*
004160* 2000-RETRIEVE - START AT THE CLAIM'S PARTIAL KEY AND READ *
004170* FORWARD THROUGH EVERY PRICING OF THE CLAIM, INCLUDING     *
004180* RERUNS UNDER DIFFERENT RUN IDS.                           *
004190*===========================================================*
004200 2000-RETRIEVE.
004210     MOVE 'N' TO WK-HIST-EOF.
004220     MOVE WK-PROBE-PROVIDER TO HR-PROVIDER-NO.
004230     MOVE IQ-DISCHARGE-DATE TO HR-DISCHARGE-DATE.
004240     MOVE ZEROES            TO HR-CLAIM-SEQ.
004250     MOVE LOW-VALUES        TO HR-RUN-ID.
004260     START HIST-REPO-FILE
004270         KEY NOT < HR-KEY
004280         INVALID KEY
004290             SET HIST-AT-EOF TO TRUE
004300     END-START.
004310     PERFORM 2100-READ-ONE-HIST THRU 2100-EXIT
004320         UNTIL HIST-AT-EOF.
004330 2000-EXIT.
004340     EXIT.
004350 2100-READ-ONE-HIST.
004360     READ HIST-REPO-FILE NEXT
004370         AT END
004380             SET HIST-AT-EOF TO TRUE
004390             GO TO 2100-EXIT
004400     END-READ.
004410     IF HR-PROVIDER-NO NOT = WK-PROBE-PROVIDER
004420        OR HR-DISCHARGE-DATE NOT = IQ-DISCHARGE-DATE
004430         SET HIST-AT-EOF TO TRUE
004440         GO TO 2100-EXIT
004450     END-IF.
004460     IF IQ-CLAIM-SEQ NOT = SPACES
004470        AND HR-CLAIM-SEQ NOT = IQ-CLAIM-SEQ
004480         GO TO 2100-EXIT
004490     END-IF.
004500     MOVE HR-PPS-DATA  TO PPS-DATA.
004510     MOVE HR-WI-AUDIT  TO WI-AUDIT-RECORD.
004520     MOVE HR-RUN-ID    TO WK-IQ-RUN-ID.
004530     MOVE HR-RUN-DATE  TO WK-IQ-RUN-DATE.
004540     MOVE HR-CLAIM-SEQ TO WK-IQ-CLAIM-SEQ.
004550     MOVE PPS-RTC      TO WK-IQ-RTC.
004560     MOVE PPS-TOTAL-PAYMENT TO WK-IQ-TOTAL.
004570     MOVE PPS-WAGE-INDX TO WK-IQ-WI.
004580     MOVE WA-CBSA-USED TO WK-IQ-CBSA.
004590     MOVE WA-FY-MODULE-DISPATCHED TO WK-IQ-MODULE.
004600     MOVE PPS-CALC-VERS TO WK-IQ-VERS.
004610     MOVE WK-INQ-DETAIL-LINE TO INQ-RPT-LINE.
004620     WRITE INQ-RPT-LINE.
004630     ADD 1 TO WK-ROWS-SHOWN.
004640 2100-EXIT.
004650     EXIT.
004660*==========================================================*
004670* 2300-FOLLOW-XWALK - ALSO SHOW THE CLAIM'S PRICINGS        *
004680* RECORDED UNDER A MERGED-AWAY PREDECESSOR OR A SURVIVING   *
004690* SUCCESSOR NUMBER, PER THE CROSSWALK FILE.                 *
004700*==========================================================*
004710  2300-FOLLOW-XWALK.
004720      OPEN INPUT PROV-XWALK-FILE.
004730      IF WK-XWALK-STATUS NOT = '00'
004740          GO TO 2300-EXIT
004750      END-IF.
004760      SET XW-IDX TO 1.
004770      PERFORM 2310-READ-ONE-XWALK THRU 2310-EXIT
004780          UNTIL XWALK-AT-EOF OR WK-XW-COUNT >= 500.
004790      CLOSE PROV-XWALK-FILE.
004800      PERFORM 2320-PROBE-ONE-XWALK THRU 2320-EXIT
004810          VARYING XW-SIDX FROM 1 BY 1
004820          UNTIL XW-SIDX > WK-XW-COUNT.
004830  2300-EXIT.
004840      EXIT.
004850  2310-READ-ONE-XWALK.
004860      READ PROV-XWALK-FILE
004870          AT END
004880              SET XWALK-AT-EOF TO TRUE
004890              GO TO 2310-EXIT
004900      END-READ.
004910      MOVE XI-OLD-PROVIDER-NO TO XW-OLD-PROVIDER-NO(XW-IDX).
004920      MOVE XI-NEW-PROVIDER-NO TO XW-NEW-PROVIDER-NO(XW-IDX).
004930      MOVE XI-EFF-DATE        TO XW-EFF-DATE(XW-IDX).
004940      ADD  1 TO WK-XW-COUNT.
004950      SET  XW-IDX UP BY 1.
004960  2310-EXIT.
004970      EXIT.
004980  2320-PROBE-ONE-XWALK.
004990      IF XW-OLD-PROVIDER-NO(XW-SIDX) = IQ-PROVIDER-NO
005000          MOVE XW-NEW-PROVIDER-NO(XW-SIDX)
005010              TO WK-PROBE-PROVIDER
005020      ELSE
005030          IF XW-NEW-PROVIDER-NO(XW-SIDX) = IQ-PROVIDER-NO
005040              MOVE XW-OLD-PROVIDER-NO(XW-SIDX)
005050                  TO WK-PROBE-PROVIDER
005060          ELSE
005070              GO TO 2320-EXIT
005080          END-IF
005090      END-IF.
005100      MOVE WK-PROBE-PROVIDER TO WK-XN-PROVIDER.
005110      MOVE WK-XWALK-NOTE-LINE TO INQ-RPT-LINE.
005120      WRITE INQ-RPT-LINE.
005130      PERFORM 2000-RETRIEVE THRU 2000-EXIT.
005140  2320-EXIT.
005150      EXIT.
005160*===========================================================*
005170* 2200-CHECK-ARCHIVES - WHEN THE REPOSITORY HAS NO ROW FOR  *
005180* THE CLAIM, POINT THE REQUESTER AT THE ARCHIVE VOLUMES     *
005190* PPHRM215 HAS WRITTEN, INSTEAD OF A BARE 'NOT FOUND'.      *
005200*===========================================================*
005210 2200-CHECK-ARCHIVES.
005220     OPEN INPUT ARCH-INDEX-IN.
005230     IF WK-ARCHIDX-STATUS NOT = '00'
005240         MOVE 'CLAIM NOT ON FILE - NO ARCHIVES INDEXED'
005250             TO INQ-RPT-LINE
005260         WRITE INQ-RPT-LINE
005270         GO TO 2200-EXIT
005280     END-IF.
005290     MOVE 'CLAIM NOT ON FILE - CHECK THE ARCHIVES BELOW'
005300         TO INQ-RPT-LINE.
005310     WRITE INQ-RPT-LINE.
005320     PERFORM 2210-LIST-ONE-ARCHIVE THRU 2210-EXIT
005330         UNTIL ARCHIDX-AT-EOF.
005340     CLOSE ARCH-INDEX-IN.
005350  2200-EXIT.
005360     EXIT.
005370  2210-LIST-ONE-ARCHIVE.
005380     READ ARCH-INDEX-IN
005390         AT END
005400             SET ARCHIDX-AT-EOF TO TRUE
005410             GO TO 2210-EXIT
005420     END-READ.
005430     MOVE AX-FROM-RUN-DATE TO WK-AH-FROM.
005440     MOVE AX-THRU-RUN-DATE TO WK-AH-THRU.
005450     MOVE AX-VOLUME        TO WK-AH-VOLUME.
005460     MOVE WK-ARCH-HINT-LINE TO INQ-RPT-LINE.
005470     WRITE INQ-RPT-LINE.
005480     ADD 1 TO WK-ARCH-HINTS.
005490  2210-EXIT.
005500     EXIT.
005510*===========================================================*
005520* 5000-MBI-INQUIRY - EVERY STAY ON FILE FOR ONE BENEFICIARY,*
005530* READ THROUGH THE MBI ALTERNATE INDEX ACROSS ALL PROVIDERS *
005540* AND RUNS, KEPT AT ITS LATEST PRICING, MATCHED TO ITS       *
005550* SETTLEMENT, AND LISTED WITH THE BENEFIT-DAY POSITION.      *
005560*===========================================================*
005570 5000-MBI-INQUIRY.
005580     ACCEPT WK-MB-TODAY FROM DATE YYYYMMDD.
005590     MOVE WK-MB-TODAY TO WK-MB-DATE-IN.
005600     PERFORM 8500-EDIT-DATE THRU 8500-EXIT.
005610     MOVE WK-MB-DATE-OUT TO WK-MH-TODAY.
005620     MOVE IM-MBI TO WK-MH-MBI.
005630     MOVE WK-MB-HEAD-LINE TO INQ-RPT-LINE.
005640     WRITE INQ-RPT-LINE.
005650     MOVE WK-MB-RULE-LINE TO INQ-RPT-LINE.
005660     WRITE INQ-RPT-LINE.
005670     MOVE 'N' TO WK-HIST-EOF.
005680     MOVE IM-MBI TO HR-MBI.
005690     START HIST-REPO-FILE
005700         KEY IS EQUAL TO HR-MBI
005710         INVALID KEY
005720             SET HIST-AT-EOF TO TRUE
005730     END-START.
005740     PERFORM 5100-READ-ONE-MBI-ROW THRU 5100-EXIT
005750         UNTIL HIST-AT-EOF.
005760     IF WK-MS-COUNT = 0
005770         MOVE 'NO HOSPITAL STAYS ON FILE FOR THIS MEDICARE NUMBER'
005780             TO INQ-RPT-LINE
005790         WRITE INQ-RPT-LINE
005800         GO TO 5000-EXIT
005810     END-IF.
005820     PERFORM 5300-MATCH-SETTLEMENTS THRU 5300-EXIT.
005830     MOVE WK-MS-COUNT TO WK-MC-STAYS.
005840     MOVE WK-MB-COUNT-LINE TO INQ-RPT-LINE.
005850     WRITE INQ-RPT-LINE.
005860     PERFORM 5500-LIST-ONE-STAY THRU 5500-EXIT
005870         VARYING MS-IDX FROM 1 BY 1
005880         UNTIL MS-IDX > WK-MS-COUNT.
005890     IF WK-MS-DROPPED > 0
005900         MOVE WK-MB-RULE-LINE TO INQ-RPT-LINE
005910         WRITE INQ-RPT-LINE
005920         MOVE 'MORE STAYS ARE ON FILE THAN ONE LISTING HOLDS - '
005930             TO INQ-RPT-LINE
005940         MOVE 'REFER THE CALL TO THE CLAIMS OFFICE'
005950             TO INQ-RPT-LINE(49:35)
005960         WRITE INQ-RPT-LINE
005970     END-IF.
005980 5000-EXIT.
005990     EXIT.
006000*-----------------------------------------------------------*
006010* 5100-READ-ONE-MBI-ROW - NEXT REPOSITORY ROW ON THE MBI    *
006020* INDEX; STOP AT THE FIRST ROW FOR ANOTHER MBI.             *
006030*-----------------------------------------------------------*
006040 5100-READ-ONE-MBI-ROW.
006050     READ HIST-REPO-FILE NEXT
006060         AT END
006070             SET HIST-AT-EOF TO TRUE
006080             GO TO 5100-EXIT
006090     END-READ.
006100     IF HR-MBI NOT = IM-MBI
006110         SET HIST-AT-EOF TO TRUE
006120         GO TO 5100-EXIT
006130     END-IF.
006140     ADD 1 TO WK-MS-ROWS-READ.
006150     PERFORM 5200-POST-STAY THRU 5200-EXIT.
006160 5100-EXIT.
006170     EXIT.
006180*-----------------------------------------------------------*
006190* 5200-POST-STAY - A STAY IS ONE PROVIDER, DISCHARGE DATE   *
006200* AND CLAIM SEQUENCE.  A RERUN OF A STAY ALREADY HELD       *
006210* REPLACES ITS PRICING WHEN IT IS THE LATER RUN; A NEW STAY *
006220* IS SLOTTED INTO DISCHARGE-DATE ORDER.                     *
006230*-----------------------------------------------------------*
006240 5200-POST-STAY.
006250     MOVE HR-PPS-DATA TO PPS-DATA.
006260     MOVE 'N' TO WK-STAY-FOUND-SW.
006270     SET MS-SIDX TO 1.
006280     SEARCH MS-ENTRY VARYING MS-SIDX
006290         AT END
006300             CONTINUE
006310         WHEN MS-SIDX > WK-MS-COUNT
006320             CONTINUE
006330         WHEN MS-PROVIDER-NO(MS-SIDX) = HR-PROVIDER-NO
006340          AND MS-DISCHARGE-DATE(MS-SIDX) = HR-DISCHARGE-DATE
006350          AND MS-CLAIM-SEQ(MS-SIDX) = HR-CLAIM-SEQ
006360             SET STAY-WAS-FOUND TO TRUE
006370     END-SEARCH.
006380     IF STAY-WAS-FOUND
006390         ADD 1 TO MS-PRICINGS(MS-SIDX)
006400         IF HR-RUN-DATE > MS-RUN-DATE(MS-SIDX)
006410            OR (HR-RUN-DATE = MS-RUN-DATE(MS-SIDX)
006420                AND HR-RUN-ID > MS-RUN-ID(MS-SIDX))
006430             PERFORM 5220-LOAD-PRICING THRU 5220-EXIT
006440         END-IF
006450         GO TO 5200-EXIT
006460     END-IF.
006470     IF WK-MS-COUNT >= 200
006480         ADD 1 TO WK-MS-DROPPED
006490         GO TO 5200-EXIT
006500     END-IF.
006510*    FIND THE FIRST STAY DISCHARGED AFTER THIS ONE AND OPEN A
006520*    SLOT THERE BY MOVING IT AND EVERY LATER STAY DOWN ONE.
006530     MOVE 1 TO WK-MS-SLOT.
006540     PERFORM 5210-FIND-SLOT THRU 5210-EXIT
006550         UNTIL WK-MS-SLOT > WK-MS-COUNT
006560            OR MS-DISCHARGE-DATE(WK-MS-SLOT) > HR-DISCHARGE-DATE.
006570     PERFORM 5230-MOVE-STAY-DOWN THRU 5230-EXIT
006580         VARYING WK-MS-MOVE FROM WK-MS-COUNT BY -1
006590         UNTIL WK-MS-MOVE < WK-MS-SLOT.
006600     ADD 1 TO WK-MS-COUNT.
006610     SET MS-SIDX TO WK-MS-SLOT.
006620     MOVE SPACES              TO MS-ENTRY(MS-SIDX).
006630     MOVE HR-PROVIDER-NO      TO MS-PROVIDER-NO(MS-SIDX).
006640     MOVE HR-DISCHARGE-DATE   TO MS-DISCHARGE-DATE(MS-SIDX).
006650     MOVE HR-CLAIM-SEQ        TO MS-CLAIM-SEQ(MS-SIDX).
006660     MOVE 1                   TO MS-PRICINGS(MS-SIDX).
006670     MOVE 'N'                 TO MS-SETTLE-SW(MS-SIDX).
006680     MOVE ZEROES              TO MS-DEDUCTIBLE-AMT(MS-SIDX)
006690                                 MS-COINS-DAYS(MS-SIDX)
006700                                 MS-COINS-AMT(MS-SIDX)
006710                                 MS-LTR-DAYS(MS-SIDX)
006720                                 MS-LTR-AMT(MS-SIDX)
006730                                 MS-MSP-PAID(MS-SIDX)
006740                                 MS-NET-PAYMENT(MS-SIDX).
006750     PERFORM 5220-LOAD-PRICING THRU 5220-EXIT.
006760 5200-EXIT.
006770     EXIT.
006780 5210-FIND-SLOT.
006790     ADD 1 TO WK-MS-SLOT.
006800 5210-EXIT.
006810     EXIT.
006820 5220-LOAD-PRICING.
006830     MOVE HR-DRG              TO MS-DRG(MS-SIDX).
006840     MOVE HR-RUN-ID           TO MS-RUN-ID(MS-SIDX).
006850     MOVE HR-RUN-DATE         TO MS-RUN-DATE(MS-SIDX).
006860     MOVE PPS-RTC             TO MS-RTC(MS-SIDX).
006870     MOVE PPS-TOTAL-PAYMENT   TO MS-TOTAL-PAYMENT(MS-SIDX).
006880 5220-EXIT.
006890     EXIT.
006900 5230-MOVE-STAY-DOWN.
006910     MOVE MS-ENTRY(WK-MS-MOVE) TO WK-MS-HOLD.
006920     MOVE WK-MS-HOLD TO MS-ENTRY(WK-MS-MOVE + 1).
006930 5230-EXIT.
006940     EXIT.
006950*-----------------------------------------------------------*
006960* 5300-MATCH-SETTLEMENTS - POST EACH SETTLEMENT ROW TO THE  *
006970* STAY(S) IT SETTLED, BY PROVIDER, DRG AND DISCHARGE DATE.  *
006980* NO SETTLEMENT EXTRACT LEAVES EVERY STAY UNSETTLED.        *
006990*-----------------------------------------------------------*
007000 5300-MATCH-SETTLEMENTS.
007010     OPEN INPUT SETTLE-FILE-IN.
007020     IF WK-SETTLE-STATUS NOT = '00'
007030         GO TO 5300-EXIT
007040     END-IF.
007050     PERFORM 5310-READ-ONE-SETTLE THRU 5310-EXIT
007060         UNTIL SETTLE-AT-EOF.
007070     CLOSE SETTLE-FILE-IN.
007080 5300-EXIT.
007090     EXIT.
007100 5310-READ-ONE-SETTLE.
007110     READ SETTLE-FILE-IN
007120         AT END
007130             SET SETTLE-AT-EOF TO TRUE
007140             GO TO 5310-EXIT
007150     END-READ.
007160     IF SETTLE-IN-REC(1:4) = '*LAY'
007170        OR NOT SETTLIN-LAYOUT-CHECKED
007180         MOVE WK-LAYOUT-SETTLIN TO WK-LAYOUT-CHECK
007190         MOVE SETTLE-IN-REC TO LAYOUT-HDR-REC
007200         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
007210         SET SETTLIN-LAYOUT-CHECKED TO TRUE
007220         IF LH-IS-HEADER
007230             GO TO 5310-READ-ONE-SETTLE
007240         END-IF
007250     END-IF.
007260     PERFORM 5320-POST-SETTLE THRU 5320-EXIT
007270         VARYING MS-SIDX FROM 1 BY 1
007280         UNTIL MS-SIDX > WK-MS-COUNT.
007290 5310-EXIT.
007300     EXIT.
007310 5320-POST-SETTLE.
007320     IF MS-PROVIDER-NO(MS-SIDX) NOT = SI-PROVIDER-NO
007330        OR MS-DRG(MS-SIDX) NOT = SI-DRG
007340        OR MS-DISCHARGE-DATE(MS-SIDX) NOT = SI-DISCHARGE-DATE
007350         GO TO 5320-EXIT
007360     END-IF.
007370     SET MS-SETTLED(MS-SIDX) TO TRUE.
007380     MOVE SI-DEDUCTIBLE-AMT       TO MS-DEDUCTIBLE-AMT(MS-SIDX).
007390     MOVE SI-COINSURANCE-DAYS     TO MS-COINS-DAYS(MS-SIDX).
007400     MOVE SI-COINSURANCE-AMT      TO MS-COINS-AMT(MS-SIDX).
007410     MOVE SI-LTR-DAYS             TO MS-LTR-DAYS(MS-SIDX).
007420     MOVE SI-LTR-AMT              TO MS-LTR-AMT(MS-SIDX).
007430     MOVE SI-MSP-PRIMARY-PAID     TO MS-MSP-PAID(MS-SIDX).
007440     MOVE SI-NET-MEDICARE-PAYMENT TO MS-NET-PAYMENT(MS-SIDX).
007450 5320-EXIT.
007460     EXIT.
007470*-----------------------------------------------------------*
007480* 5500-LIST-ONE-STAY - ONE STAY, IN PLAIN LANGUAGE.  THE    *
007490* DAY-BANK POSITION FOLLOWS THE LAST STAY.                  *
007500*-----------------------------------------------------------*
007510 5500-LIST-ONE-STAY.
007520     MOVE WK-MB-RULE-LINE TO INQ-RPT-LINE.
007530     WRITE INQ-RPT-LINE.
007540     SET WK-MS-SLOT TO MS-IDX.
007550     MOVE WK-MS-SLOT  TO WK-MS-STAY-NO.
007560     MOVE WK-MS-COUNT TO WK-MS-STAY-OF.
007570     MOVE WK-MB-STAY-LINE TO INQ-RPT-LINE.
007580     WRITE INQ-RPT-LINE.
007590     MOVE 'HOSPITAL (PROVIDER NUMBER)' TO WK-MF-LABEL.
007600     MOVE MS-PROVIDER-NO(MS-IDX) TO WK-MF-VALUE.
007610     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
007620     MOVE 'DISCHARGED FROM THE HOSPITAL' TO WK-MF-LABEL.
007630     MOVE MS-DISCHARGE-DATE(MS-IDX) TO WK-MB-DATE-IN.
007640     PERFORM 8500-EDIT-DATE THRU 8500-EXIT.
007650     MOVE WK-MB-DATE-OUT TO WK-MF-VALUE.
007660     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
007670     MOVE 'CLAIM NUMBER' TO WK-MF-LABEL.
007680     MOVE MS-CLAIM-SEQ(MS-IDX) TO WK-MF-VALUE.
007690     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
007700     MOVE 'DIAGNOSIS GROUP (DRG)' TO WK-MF-LABEL.
007710     MOVE MS-DRG(MS-IDX) TO WK-MF-VALUE.
007720     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
007730     MOVE 'TIMES THE CLAIM WAS PRICED' TO WK-MF-LABEL.
007740     MOVE MS-PRICINGS(MS-IDX) TO WK-MP-TIMES.
007750     MOVE MS-RUN-DATE(MS-IDX) TO WK-MB-DATE-IN.
007760     PERFORM 8500-EDIT-DATE THRU 8500-EXIT.
007770     MOVE WK-MB-DATE-OUT TO WK-MP-DATE.
007780     MOVE MS-RUN-ID(MS-IDX) TO WK-MP-RUN-ID.
007790     MOVE WK-MB-PRICED-TEXT TO WK-MF-VALUE.
007800     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
007810     MOVE 'PAYMENT DECISION' TO WK-MF-LABEL.
007820     MOVE MS-RTC(MS-IDX) TO WK-RTC-X.
007830     SET RTC-IDX TO 1.
007840     SEARCH RTC-DESC-ENTRY VARYING RTC-IDX
007850         AT END
007860             MOVE 'PROCESSED - SEE CLAIMS OFFICE' TO WK-MF-VALUE
007870         WHEN RTC-DESC-CODE(RTC-IDX) = WK-RTC-X
007880             MOVE RTC-DESC-TEXT(RTC-IDX) TO WK-MF-VALUE
007890     END-SEARCH.
007900     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
007910     MOVE 'MEDICARE PAYMENT FOR THE STAY' TO WK-MA-LABEL.
007920     MOVE MS-TOTAL-PAYMENT(MS-IDX) TO WK-MA-AMOUNT.
007930     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
007940     IF NOT MS-SETTLED(MS-IDX)
007950         MOVE 'WHAT THE PATIENT OWES' TO WK-MF-LABEL
007960         MOVE 'NOT YET SETTLED' TO WK-MF-VALUE
007970         PERFORM 8300-WRITE-FACT THRU 8300-EXIT
007980         GO TO 5500-CHECK-LAST
007990     END-IF.
008000     IF MS-MSP-PAID(MS-IDX) > 0
008010         MOVE 'PAID FIRST BY OTHER INSURANCE' TO WK-MA-LABEL
008020         MOVE MS-MSP-PAID(MS-IDX) TO WK-MA-AMOUNT
008030         PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT
008040     END-IF.
008050     MOVE 'PATIENT OWES - PART A DEDUCTIBLE' TO WK-MA-LABEL.
008060     MOVE MS-DEDUCTIBLE-AMT(MS-IDX) TO WK-MA-AMOUNT.
008070     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
008080     MOVE 'PATIENT OWES - COINSURANCE' TO WK-MA-LABEL.
008090     MOVE MS-COINS-AMT(MS-IDX) TO WK-MA-AMOUNT.
008100     IF MS-COINS-DAYS(MS-IDX) > 0
008110         MOVE MS-COINS-DAYS(MS-IDX) TO WK-MD-DAYS
008120         MOVE WK-MB-DAYS-NOTE TO WK-MA-NOTE
008130     END-IF.
008140     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
008150     MOVE 'PATIENT OWES - LIFETIME RESERVE DAYS' TO WK-MA-LABEL.
008160     MOVE MS-LTR-AMT(MS-IDX) TO WK-MA-AMOUNT.
008170     IF MS-LTR-DAYS(MS-IDX) > 0
008180         MOVE MS-LTR-DAYS(MS-IDX) TO WK-MD-DAYS
008190         MOVE WK-MB-DAYS-NOTE TO WK-MA-NOTE
008200     END-IF.
008210     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
008220     COMPUTE WK-MS-OWED = MS-DEDUCTIBLE-AMT(MS-IDX)
008230                        + MS-COINS-AMT(MS-IDX)
008240                        + MS-LTR-AMT(MS-IDX).
008250     MOVE 'PATIENT OWES - TOTAL' TO WK-MA-LABEL.
008260     MOVE WK-MS-OWED TO WK-MA-AMOUNT.
008270     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
008280     MOVE 'MEDICARE PAYS AFTER THE PATIENT SHARE' TO WK-MA-LABEL.
008290     MOVE MS-NET-PAYMENT(MS-IDX) TO WK-MA-AMOUNT.
008300     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
008310 5500-CHECK-LAST.
008320     ADD 1 TO WK-ROWS-SHOWN.
008330     IF WK-MS-SLOT = WK-MS-COUNT
008340         PERFORM 5600-LIST-DAY-BANK THRU 5600-EXIT
008350     END-IF.
008360 5500-EXIT.
008370     EXIT.
008380*-----------------------------------------------------------*
008390* 5600-LIST-DAY-BANK - THE BENEFICIARY'S HOSPITAL BENEFIT   *
008400* DAYS AS OF THE LAST SETTLEMENT RUN: 60 FULLY COVERED DAYS *
008410* AND 30 COINSURANCE DAYS A BENEFIT PERIOD, AND 60 LIFETIME *
008420* RESERVE DAYS.                                              *
008430*-----------------------------------------------------------*
008440 5600-LIST-DAY-BANK.
008450     MOVE WK-MB-RULE-LINE TO INQ-RPT-LINE.
008460     WRITE INQ-RPT-LINE.
008470     MOVE 'HOSPITAL BENEFIT DAYS - AS OF THE LAST SETTLEMENT RUN'
008480         TO INQ-RPT-LINE.
008490     WRITE INQ-RPT-LINE.
008500     OPEN INPUT DAY-BANK-IN.
008510     IF WK-DAYBANK-STATUS NOT = '00'
008520         MOVE 'BENEFIT-DAY RECORDS' TO WK-MF-LABEL
008530         MOVE 'NOT AVAILABLE - REFER TO THE CLAIMS OFFICE'
008540             TO WK-MF-VALUE
008550         PERFORM 8300-WRITE-FACT THRU 8300-EXIT
008560         GO TO 5600-EXIT
008570     END-IF.
008580     PERFORM 5610-READ-ONE-DAY-BANK THRU 5610-EXIT
008590         UNTIL DAYBANK-AT-EOF OR DAYBANK-WAS-FOUND.
008600     CLOSE DAY-BANK-IN.
008610     IF NOT DAYBANK-WAS-FOUND
008620         MOVE 'BENEFIT-DAY RECORDS' TO WK-MF-LABEL
008630         MOVE 'NONE - NO SETTLED STAY HAS USED BENEFIT DAYS'
008640             TO WK-MF-VALUE
008650         PERFORM 8300-WRITE-FACT THRU 8300-EXIT
008660         GO TO 5600-EXIT
008670     END-IF.
008680     MOVE 'CURRENT BENEFIT PERIOD BEGAN' TO WK-MF-LABEL.
008690     MOVE DB-IN-PERIOD-START TO WK-MB-DATE-IN.
008700     PERFORM 8500-EDIT-DATE THRU 8500-EXIT.
008710     MOVE WK-MB-DATE-OUT TO WK-MF-VALUE.
008720     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
008730     MOVE 'LAST HOSPITAL DISCHARGE IN THE PERIOD' TO WK-MF-LABEL.
008740     MOVE DB-IN-LAST-DISCHARGE TO WK-MB-DATE-IN.
008750     PERFORM 8500-EDIT-DATE THRU 8500-EXIT.
008760     MOVE WK-MB-DATE-OUT TO WK-MF-VALUE.
008770     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
008780     MOVE 'HOSPITAL DAYS USED IN THE PERIOD' TO WK-MF-LABEL.
008790     IF DB-IN-PERIOD-DAYS-USED > 90
008800         MOVE 'ALL 90 - BENEFIT DAYS USED UP' TO WK-MF-VALUE
008810     ELSE
008820         MOVE DB-IN-PERIOD-DAYS-USED TO WK-MN-NUMBER
008830         MOVE WK-MB-NUMBER-TEXT TO WK-MF-VALUE
008840     END-IF.
008850     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
008860     MOVE 'FULLY COVERED DAYS LEFT (OF 60)' TO WK-MF-LABEL.
008870     IF DB-IN-PERIOD-DAYS-USED < 60
008880         COMPUTE WK-MS-DAYS-LEFT = 60 - DB-IN-PERIOD-DAYS-USED
008890     ELSE
008900         MOVE 0 TO WK-MS-DAYS-LEFT
008910     END-IF.
008920     MOVE WK-MS-DAYS-LEFT TO WK-MN-NUMBER.
008930     MOVE WK-MB-NUMBER-TEXT TO WK-MF-VALUE.
008940     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
008950     MOVE 'COINSURANCE DAYS LEFT (OF 30)' TO WK-MF-LABEL.
008960     EVALUATE TRUE
008970         WHEN DB-IN-PERIOD-DAYS-USED < 60
008980             MOVE 30 TO WK-MS-DAYS-LEFT
008990         WHEN DB-IN-PERIOD-DAYS-USED < 90
009000             COMPUTE WK-MS-DAYS-LEFT = 90 - DB-IN-PERIOD-DAYS-USED
009010         WHEN OTHER
009020             MOVE 0 TO WK-MS-DAYS-LEFT
009030     END-EVALUATE.
009040     MOVE WK-MS-DAYS-LEFT TO WK-MN-NUMBER.
009050     MOVE WK-MB-NUMBER-TEXT TO WK-MF-VALUE.
009060     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
009070     MOVE 'LIFETIME RESERVE DAYS LEFT (OF 60)' TO WK-MF-LABEL.
009080     IF DB-IN-LTR-DAYS-USED < 60
009090         COMPUTE WK-MS-DAYS-LEFT = 60 - DB-IN-LTR-DAYS-USED
009100     ELSE
009110         MOVE 0 TO WK-MS-DAYS-LEFT
009120     END-IF.
009130     MOVE WK-MS-DAYS-LEFT TO WK-MN-NUMBER.
009140     MOVE WK-MB-NUMBER-TEXT TO WK-MF-VALUE.
009150     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
009160     MOVE 'PART A DEDUCTIBLE MET IN THE PERIOD' TO WK-MF-LABEL.
009170     IF DB-IN-PERIOD-DED-SW = 'Y'
009180         MOVE 'YES' TO WK-MF-VALUE
009190     ELSE
009200         MOVE 'NO'  TO WK-MF-VALUE
009210     END-IF.
009220     PERFORM 8300-WRITE-FACT THRU 8300-EXIT.
009230     MOVE SPACES TO INQ-RPT-LINE.
009240     WRITE INQ-RPT-LINE.
009250     MOVE 'A NEW BENEFIT PERIOD BEGINS ONCE THE PATIENT HAS BEEN '
009260         TO INQ-RPT-LINE.
009270     MOVE 'OUT OF THE HOSPITAL 60 DAYS IN A ROW.'
009280         TO INQ-RPT-LINE(55:37).
009290     WRITE INQ-RPT-LINE.
009300 5600-EXIT.
009310     EXIT.
009320 5610-READ-ONE-DAY-BANK.
009330     READ DAY-BANK-IN
009340         AT END
009350             SET DAYBANK-AT-EOF TO TRUE
009360             GO TO 5610-EXIT
009370     END-READ.
009380     MOVE DAY-BANK-IN-REC TO GEN-STAMP-REC.
009390     IF GS-IS-STAMP
009400         GO TO 5610-EXIT
009410     END-IF.
009420     IF DB-IN-MBI = IM-MBI
009430         SET DAYBANK-WAS-FOUND TO TRUE
009440     END-IF.
009450 5610-EXIT.
009460     EXIT.
009470 8300-WRITE-FACT.
009480     MOVE WK-MB-FACT-LINE TO INQ-RPT-LINE.
009490     WRITE INQ-RPT-LINE.
009500     MOVE SPACES TO WK-MF-VALUE.
009510 8300-EXIT.
009520     EXIT.
009530 8400-WRITE-AMOUNT.
009540     MOVE WK-MB-AMT-LINE TO INQ-RPT-LINE.
009550     WRITE INQ-RPT-LINE.
009560     MOVE SPACES TO WK-MA-NOTE.
009570 8400-EXIT.
009580     EXIT.
009590*-----------------------------------------------------------*
009600* 8500-EDIT-DATE - CCYYMMDD TO MM/DD/CCYY FOR THE LISTING.  *
009610*-----------------------------------------------------------*
009620 8500-EDIT-DATE.
009630     MOVE WK-MB-DI-MM   TO WK-MB-DO-MM.
009640     MOVE WK-MB-DI-DD   TO WK-MB-DO-DD.
009650     MOVE WK-MB-DI-CCYY TO WK-MB-DO-CCYY.
009660 8500-EXIT.
009670     EXIT.
009680*===========================================================*
009690* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
009700* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
009710* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
009720* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
009730* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
009740*===========================================================*
009750 8800-CHECK-LAYOUT.
009760     IF NOT LH-IS-HEADER
009770         IF WK-LC-VERSION = 1
009780             DISPLAY 'PPINQ215 - ' WK-LC-DD ' HAS NO LAYOUT '
009790                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
009800                     ' VERSION 001'
009810             GO TO 8800-EXIT
009820         END-IF
009830         DISPLAY 'PPINQ215 - ' WK-LC-DD ' HAS NO LAYOUT '
009840                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
009850                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
009860         MOVE 12 TO RETURN-CODE
009870         STOP RUN
009880     END-IF.
009890     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
009900        AND LH-LAYOUT-VERSION = WK-LC-VERSION
009910        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
009920         DISPLAY 'PPINQ215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
009930                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
009940                 ' WRITTEN BY ' LH-PRODUCER
009950         GO TO 8800-EXIT
009960     END-IF.
009970     DISPLAY 'PPINQ215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
009980             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
009990             LH-RECORD-LENGTH.
010000     DISPLAY 'PPINQ215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
010010             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
010020             ' - FILE REFUSED'.
010030     MOVE 12 TO RETURN-CODE.
010040     STOP RUN.
010050 8800-EXIT.
010060     EXIT.
010070 9000-TERMINATE.
010080     CLOSE HIST-REPO-FILE.
010090     IF WK-ROWS-SHOWN = 0
010100         PERFORM 2200-CHECK-ARCHIVES THRU 2200-EXIT
010110     END-IF.
010120     CLOSE INQ-RPT-OUT.
010130     IF IM-MBI-INQUIRY
010140         DISPLAY 'PPINQ215 - MBI ROWS READ  : ' WK-MS-ROWS-READ
010150         DISPLAY 'PPINQ215 - STAYS SHOWN    : ' WK-ROWS-SHOWN
010160         GO TO 9000-EXIT
010170     END-IF.
010180     DISPLAY 'PPINQ215 - PRICINGS SHOWN : ' WK-ROWS-SHOWN.
010190 9000-EXIT.
010200     EXIT.
