000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPNTA215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - NEW-TECHNOLOGY ADD-ON SPEND TRACKING.
000070*          - THE NEWTECH TABLE TELLS PPCAL215 WHICH PROCEDURE
000080*            CODES EARN AN ADD-ON AND AT WHAT RATE AND CAP.
000090*            THIS MODULE SHOWS WHAT EACH TECHNOLOGY HAS COST,
000100*            FROM THE PRICED DETAIL EXTRACT (PPSDTL) - THE
000110*            PPSADDVR NEW-TECH ADD-ON WITH THE NEWTECH
000120*            PROCEDURE CODES PPBAT215 TAGS ON EACH ROW.
000130*          - PPSDTL MAY BE THE CONCATENATED EXTRACTS OF MANY
000140*            RUNS, OLDEST FIRST.  A CLAIM PRICED MORE THAN
000150*            ONCE COUNTS AT ITS LAST PRICING.
000160*          - BY TECHNOLOGY, FOR THE FISCAL YEAR AND THE TWO
000170*            BEFORE IT: CASES BILLING THE CODE WHILE IN FORCE,
000180*            ADD-ON DOLLARS AND THE AVERAGE SHARE OF THE CAP
000190*            REACHED.  A CASE WITH MORE THAN ONE TECHNOLOGY
000200*            SPLITS ITS ADD-ON IN PROPORTION TO THE CAPS.
000210*          - BY PROVIDER WITHIN TECHNOLOGY FOR THE FISCAL YEAR.
000220*          - SUNSET ALERTS - TECHNOLOGIES WHOSE LAST NEWTECH
000230*            END DATE FALLS WITHIN SUNSET-DAYS OF THE AS-OF
000240*            DATE.
000250*          - HOSPITALS STILL BILLING A TECHNOLOGY AFTER ITS END
000260*            DATE.
000270*          - PARAMETER CARDS - FISCAL-YEAR=CCYY AND AS-OF-DATE=
000280*            CCYYMMDD (DEFAULT TODAY), SUNSET-DAYS=NNN (DEFAULT
000290*            90).
000300 DATE-COMPILED.
000310****************************************************************
000320*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000330*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000340*   IS THAT OF THE USER.                                       *
000350****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.            IBM-370.
000390 OBJECT-COMPUTER.            IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT NTA-PARM-FILE   ASSIGN TO NTAPARM
000430                            ORGANIZATION IS LINE SEQUENTIAL
000440                            FILE STATUS IS WK-PARM-STATUS.
000450     SELECT NEW-TECH-FILE   ASSIGN TO NEWTECH
000460                            ORGANIZATION IS SEQUENTIAL
000470                            FILE STATUS IS WK-NEWTECH-STATUS.
000480     SELECT PPS-DETAIL-IN   ASSIGN TO PPSDTL
000490                            ORGANIZATION IS SEQUENTIAL
000500                            FILE STATUS IS WK-DETAIL-STATUS.
000510     SELECT NTA-WORK-FILE   ASSIGN TO NTAWORK
000520                            ORGANIZATION IS SEQUENTIAL.
000530     SELECT NTA-SORT-FILE   ASSIGN TO SORTWK01.
000540     SELECT NTA-SORTED-FILE ASSIGN TO NTASORT
000550                            ORGANIZATION IS SEQUENTIAL.
000560     SELECT NTA-RPT-OUT     ASSIGN TO NTARPT
000570                            ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  NTA-PARM-FILE
000610     RECORDING MODE IS F.
000620 01  NTA-PARM-REC                PIC X(80).
000630*----------------------------------------------------------*
000640* NEW-TECHNOLOGY ADD-ON RATE/CAP TABLE, AS PPBAT215 LOADS   *
000650* IT.                                                       *
000660*----------------------------------------------------------*
000670 FD  NEW-TECH-FILE
000680     RECORDING MODE IS F.
000690 01  NEW-TECH-IN-REC.
000700     05  NI-PROC-CODE            PIC X(07).
000710     05  NI-EFF-DATE             PIC 9(08).
000720     05  NI-END-DATE             PIC 9(08).
000730     05  NI-ADDON-PCT            PIC 9V99.
000740     05  NI-ADDON-CAP            PIC 9(07)V9(02).
000750*----------------------------------------------------------*
000760* FULL PPS-ADDITIONAL-VARIABLES DETAIL EXTRACT WRITTEN BY   *
000770* PPBAT215 (PPS-DETAIL-REC LAYOUT).                         *
000780*----------------------------------------------------------*
000790 FD  PPS-DETAIL-IN
000800     RECORDING MODE IS F.
000810 01  PPS-DETAIL-IN-REC.
000820     05  DT-PROVIDER-NO          PIC X(06).
000830     05  DT-DRG                  PIC 9(03).
000840     05  DT-DISCHARGE-DATE       PIC 9(08).
000850     05  DT-CLAIM-SEQ            PIC 9(09).
000860     05  DT-PPS-RTC              PIC 9(02).
000870     05  DT-ADDVR-AREA           PIC X(1373).
000880     05  DT-NT-COUNT             PIC 9(01).
000890     05  DT-NT-TABLE             PIC X(24).
000900*----------------------------------------------------------*
000910* ONE ROW PER DETAIL RECORD (LAYOUT WK-NTA-ROW), BEFORE AND *
000920* AFTER THE SORT INTO CLAIM AND EXTRACT ORDER.              *
000930*----------------------------------------------------------*
000940 FD  NTA-WORK-FILE
000950     RECORDING MODE IS F.
000960 01  NTA-WORK-REC                PIC X(80).
000970 SD  NTA-SORT-FILE.
000980 01  NTA-SORT-REC.
000990     05  NS-PROVIDER-NO          PIC X(06).
001000     05  NS-DISCHARGE-DATE       PIC 9(08).
001010     05  NS-CLAIM-SEQ            PIC 9(09).
001020     05  NS-INPUT-SEQ            PIC 9(09).
001030     05  FILLER                  PIC X(48).
001040 FD  NTA-SORTED-FILE
001050     RECORDING MODE IS F.
001060 01  NTA-SORTED-REC              PIC X(80).
001070 FD  NTA-RPT-OUT
001080     RECORDING MODE IS F.
001090 01  NTA-RPT-LINE                PIC X(132).
001100 WORKING-STORAGE SECTION.
001110 01  W-STORAGE-REF                  PIC X(48)  VALUE
001120     'P P N T A 2 1 5 - W O R K I N G   S T O R A G E'.
001130 01  NTA-VERSION                    PIC X(05) VALUE 'N21.5'.
001140 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001150 01  WK-NEWTECH-STATUS          PIC X(02) VALUE SPACES.
001160 01  WK-DETAIL-STATUS           PIC X(02) VALUE SPACES.
001170*----------------------------------------------------------*
001180* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001190* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001200* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001210*----------------------------------------------------------*
001220 COPY LAYHDR.
001230 01  WK-LAYOUT-CHECK.
001240     05  WK-LC-DD               PIC X(08).
001250     05  WK-LC-LAYOUT-ID        PIC X(08).
001260     05  WK-LC-VERSION          PIC 9(03).
001270     05  WK-LC-RECORD-LEN       PIC 9(05).
001280 01  WK-LAYOUT-PPSDTL.
001290     05  FILLER                 PIC X(08) VALUE 'PPSDTL'.
001300     05  FILLER                 PIC X(08) VALUE 'PPSDTL'.
001310     05  FILLER                 PIC 9(03) VALUE 001.
001320     05  FILLER                 PIC 9(05) VALUE 01426.
001330 01  WK-LAYOUT-SWITCHES.
001340     05  WK-PPSDTL-LAYOUT-SW      PIC X(01) VALUE 'N'.
001350         88  PPSDTL-LAYOUT-CHECKED VALUE 'Y'.
001360 01  WK-SWITCHES.
001370     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001380         88  PARM-AT-EOF        VALUE 'Y'.
001390     05  WK-NEWTECH-EOF         PIC X(01) VALUE 'N'.
001400         88  NEWTECH-AT-EOF     VALUE 'Y'.
001410     05  WK-DETAIL-EOF          PIC X(01) VALUE 'N'.
001420         88  DETAIL-AT-EOF      VALUE 'Y'.
001430     05  WK-SORTED-EOF          PIC X(01) VALUE 'N'.
001440         88  SORTED-AT-EOF      VALUE 'Y'.
001450     05  WK-HELD-SW             PIC X(01) VALUE 'N'.
001460         88  CLAIM-IS-HELD      VALUE 'Y'.
001470     05  WK-LISTED-SW           PIC X(01) VALUE 'N'.
001480         88  ANY-LISTED         VALUE 'Y'.
001490 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001500 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001510 01  WK-FISCAL-YEAR             PIC 9(04) VALUE ZEROES.
001520 01  WK-AS-OF-DATE              PIC 9(08) VALUE ZEROES.
001530 01  WK-AS-OF-PARTS REDEFINES WK-AS-OF-DATE.
001540     05  WK-AS-OF-YYYY          PIC 9(04).
001550     05  WK-AS-OF-MM            PIC 9(02).
001560     05  WK-AS-OF-DD            PIC 9(02).
001570 01  WK-SUNSET-DAYS             PIC 9(03) VALUE 90.
001580 01  WK-AS-OF-SERIAL            PIC 9(07) VALUE ZEROES.
001590 01  WK-DAYS-LEFT               PIC S9(07) VALUE ZEROES.
001600*----------------------------------------------------------*
001610* DATE-SERIAL WORK, AS IN PPFCT215.                         *
001620*----------------------------------------------------------*
001630 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
001640 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
001650     05  WK-DTS-YYYY            PIC 9(04).
001660     05  WK-DTS-MM              PIC 9(02).
001670     05  WK-DTS-DD              PIC 9(02).
001680 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
001690 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
001700 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
001710 01  WK-DTS-MONTH-DAYS.
001720     05  FILLER                 PIC X(36) VALUE
001730         '000031059090120151181212243273304334'.
001740 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
001750     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
001760*----------------------------------------------------------*
001770* THE NEWTECH TABLE AS LOADED, AND ONE ROW PER DISTINCT     *
001780* PROCEDURE CODE WITH ITS FIRST EFFECTIVE DATE, LAST END    *
001790* DATE, LATEST CAP AND THREE FISCAL YEARS OF SPEND (1 = THE *
001800* REPORT YEAR).                                             *
001810*----------------------------------------------------------*
001820 COPY NTECHTAB.
001830 01  WK-NEWTECH-COUNT           PIC 9(03) VALUE ZEROES.
001840 01  WK-TC-COUNT                PIC 9(03) VALUE ZEROES.
001850 01  NTA-TECH-TABLE.
001860     05  TC-ENTRY OCCURS 100 TIMES
001870                  INDEXED BY TC-IDX.
001880         10  TC-PROC-CODE       PIC X(07).
001890         10  TC-EFF-DATE        PIC 9(08).
001900         10  TC-END-DATE        PIC 9(08).
001910         10  TC-CAP             PIC 9(07)V9(02).
001920         10  TC-YEAR OCCURS 3 TIMES.
001930             15  TC-CASES       PIC 9(07).
001940             15  TC-PAID-CASES  PIC 9(07).
001950             15  TC-DOLLARS     PIC 9(11)V9(02).
001960             15  TC-SHARE-SUM   PIC 9(07)V9(06).
001970 01  WK-TOT-YEAR-TABLE.
001980     05  WK-TOT-YEAR OCCURS 3 TIMES.
001990         10  WK-TOT-CASES       PIC 9(07).
002000         10  WK-TOT-DOLLARS     PIC 9(11)V9(02).
002010         10  WK-TOT-SHARE-SUM   PIC 9(07)V9(06).
002020 01  WK-YR-I                    PIC 9(01) COMP VALUE ZEROES.
002030*----------------------------------------------------------*
002040* PROVIDER ROWS - KIND 'P' IS THE REPORT YEAR'S SPEND BY    *
002050* PROVIDER AND TECHNOLOGY, KIND 'E' IS BILLING AFTER THE    *
002060* END DATE.  THE SORTED CLAIMS ARRIVE IN PROVIDER ORDER, SO *
002070* A PROVIDER'S ROWS ARE SEARCHED FROM ITS FIRST ROW ON.     *
002080*----------------------------------------------------------*
002090 01  WK-PT-COUNT                PIC 9(04) VALUE ZEROES.
002100 01  WK-PT-PROV-START           PIC 9(04) VALUE ZEROES.
002110 01  WK-PT-PROVIDER             PIC X(06) VALUE SPACES.
002120 01  WK-PT-KIND                 PIC X(01) VALUE SPACES.
002130 01  WK-PT-TECH                 PIC 9(03) VALUE ZEROES.
002140 01  NTA-PROV-TABLE.
002150     05  PT-ENTRY OCCURS 3000 TIMES
002160                  INDEXED BY PT-IDX.
002170         10  PT-KIND            PIC X(01).
002180         10  PT-TECH            PIC 9(03).
002190         10  PT-PROVIDER-NO     PIC X(06).
002200         10  PT-CASES           PIC 9(07).
002210         10  PT-DOLLARS         PIC 9(11)V9(02).
002220         10  PT-SHARE-SUM       PIC 9(07)V9(06).
002230         10  PT-LAST-DATE       PIC 9(08).
002240*----------------------------------------------------------*
002250* WORK ROW, AND THE CLAIM BEING COUNTED (ITS LAST PRICING). *
002260*----------------------------------------------------------*
002270 01  WK-NTA-ROW.
002280     05  NR-PROVIDER-NO         PIC X(06).
002290     05  NR-DISCHARGE-DATE      PIC 9(08).
002300     05  NR-CLAIM-SEQ           PIC 9(09).
002310     05  NR-INPUT-SEQ           PIC 9(09).
002320     05  NR-RTC                 PIC 9(02).
002330     05  NR-ADDON               PIC 9(09)V9(02).
002340     05  NR-NT-COUNT            PIC 9(01).
002350     05  NR-NT-TABLE.
002360         10  NR-NT-ENTRY OCCURS 3 TIMES.
002370             15  NR-NT-PROC-CODE PIC X(07).
002380             15  NR-NT-STATUS   PIC X(01).
002390     05  FILLER                 PIC X(10).
002400 01  WK-HELD-ROW                PIC X(80).
002410 01  WK-HELD-VIEW REDEFINES WK-HELD-ROW.
002420     05  HD-PROVIDER-NO         PIC X(06).
002430     05  HD-DISCHARGE-DATE      PIC 9(08).
002440     05  HD-DISCHARGE-PARTS REDEFINES HD-DISCHARGE-DATE.
002450         10  HD-YYYY            PIC 9(04).
002460         10  HD-MM              PIC 9(02).
002470         10  HD-DD              PIC 9(02).
002480     05  HD-CLAIM-SEQ           PIC 9(09).
002490     05  HD-INPUT-SEQ           PIC 9(09).
002500     05  HD-RTC                 PIC 9(02).
002510     05  HD-ADDON               PIC 9(09)V9(02).
002520     05  HD-NT-COUNT            PIC 9(01).
002530     05  HD-NT-TABLE.
002540         10  HD-NT-ENTRY OCCURS 3 TIMES.
002550             15  HD-NT-PROC-CODE PIC X(07).
002560             15  HD-NT-STATUS   PIC X(01).
002570     05  FILLER                 PIC X(10).
002580 COPY PPSADDVR.
002590 01  WK-CLAIM-FY                PIC 9(04) VALUE ZEROES.
002600 01  WK-CLAIM-YR                PIC 9(01) VALUE ZEROES.
002610 01  WK-CL-I                    PIC 9(01) COMP VALUE ZEROES.
002620 01  WK-CL-WORK.
002630     05  WK-CL-ENTRY OCCURS 3 TIMES.
002640         10  WK-CL-TECH         PIC 9(03).
002650         10  WK-CL-CAP          PIC 9(07)V9(02).
002660 01  WK-CL-CAP-SUM              PIC 9(08)V9(02) VALUE ZEROES.
002670 01  WK-CL-SHARE                PIC 9(03)V9(06) VALUE ZEROES.
002680 01  WK-CL-ALLOC                PIC 9(11)V9(02) VALUE ZEROES.
002690 01  WK-AVG-PCT                 PIC 9(05)V9(01) VALUE ZEROES.
002700*----------------------------------------------------------*
002710* RUN COUNTERS.                                             *
002720*----------------------------------------------------------*
002730 01  WK-COUNTERS.
002740     05  WK-DETAIL-READ         PIC 9(09) VALUE ZEROES.
002750     05  WK-CLAIMS-KEPT         PIC 9(09) VALUE ZEROES.
002760     05  WK-CLAIMS-TAGGED       PIC 9(09) VALUE ZEROES.
002770     05  WK-OUT-OF-YEARS        PIC 9(09) VALUE ZEROES.
002780     05  WK-TECH-NOT-IN-TABLE   PIC 9(07) VALUE ZEROES.
002790     05  WK-PROV-ROW-DROPS      PIC 9(07) VALUE ZEROES.
002800*----------------------------------------------------------*
002810* REPORT LINES.                                             *
002820*----------------------------------------------------------*
002830 01  WK-NA-TITLE-LINE.
002840     05  FILLER              PIC X(33) VALUE
002850         'NEW-TECHNOLOGY ADD-ON SPEND - FY '.
002860     05  WK-NT-FY            PIC 9(04).
002870     05  FILLER              PIC X(09) VALUE ' THROUGH '.
002880     05  WK-NT-AS-OF         PIC 9(08).
002890 01  WK-NA-RULE-LINE         PIC X(132) VALUE ALL '='.
002900 01  WK-NA-SECTION-LINE.
002910     05  FILLER              PIC X(04) VALUE '--- '.
002920     05  WK-NS-TEXT          PIC X(60).
002930     05  WK-NS-NUMBER        PIC Z(08).
002940 01  WK-NA-TC-HEADING1.
002950     05  FILLER              PIC X(29) VALUE SPACES.
002960     05  WK-NH-YEAR OCCURS 3 TIMES.
002970         10  FILLER          PIC X(08).
002980         10  WK-NH-FY-TEXT   PIC X(08).
002990         10  WK-NH-FY        PIC 9(04).
003000         10  WK-NH-FY-TAIL   PIC X(05).
003010         10  FILLER          PIC X(06).
003020 01  WK-NA-TC-HEADING2.
003030     05  FILLER              PIC X(29) VALUE
003040         'PROC CODE EFFECTIVE END DATE '.
003050     05  FILLER              PIC X(31) VALUE
003060         '  CASES         ADD-ON   CAP% '.
003070     05  FILLER              PIC X(31) VALUE
003080         '  CASES         ADD-ON   CAP% '.
003090     05  FILLER              PIC X(31) VALUE
003100         '  CASES         ADD-ON   CAP% '.
003110 01  WK-NA-TC-DETAIL.
003120     05  WK-NC-PROC-CODE     PIC X(07).
003130     05  FILLER              PIC X(03) VALUE SPACES.
003140     05  WK-NC-EFF-DATE      PIC 9(08).
003150     05  FILLER              PIC X(01) VALUE SPACES.
003160     05  WK-NC-END-DATE      PIC 9(08).
003170     05  FILLER              PIC X(02) VALUE SPACES.
003180     05  WK-NC-YEAR OCCURS 3 TIMES.
003190         10  WK-NC-CASES     PIC ZZZ,ZZ9.
003200         10  FILLER          PIC X(01).
003210         10  WK-NC-DOLLARS   PIC ZZ,ZZZ,ZZZ,ZZ9.
003220         10  FILLER          PIC X(01).
003230         10  WK-NC-PCT       PIC ZZZ9.9.
003240         10  FILLER          PIC X(02).
003250 01  WK-NA-PV-HEADING.
003260     05  FILLER              PIC X(20) VALUE
003270         'PROC CODE PROVIDER  '.
003280     05  FILLER              PIC X(31) VALUE
003290         '  CASES         ADD-ON   CAP% '.
003300 01  WK-NA-PV-DETAIL.
003310     05  WK-NP-PROC-CODE     PIC X(07).
003320     05  FILLER              PIC X(03) VALUE SPACES.
003330     05  WK-NP-PROVIDER-NO   PIC X(06).
003340     05  FILLER              PIC X(04) VALUE SPACES.
003350     05  WK-NP-CASES         PIC ZZZ,ZZ9.
003360     05  FILLER              PIC X(01) VALUE SPACES.
003370     05  WK-NP-DOLLARS       PIC ZZ,ZZZ,ZZZ,ZZ9.
003380     05  FILLER              PIC X(01) VALUE SPACES.
003390     05  WK-NP-PCT           PIC ZZZ9.9.
003400 01  WK-NA-SS-HEADING.
003410     05  FILLER              PIC X(31) VALUE
003420         'PROC CODE END DATE DAYS LEFT'.
003430     05  FILLER              PIC X(35) VALUE
003440         'PER-CASE CAP   CASES         ADD-ON'.
003450 01  WK-NA-SS-DETAIL.
003460     05  WK-NSS-PROC-CODE    PIC X(07).
003470     05  FILLER              PIC X(03) VALUE SPACES.
003480     05  WK-NSS-END-DATE     PIC 9(08).
003490     05  FILLER              PIC X(03) VALUE SPACES.
003500     05  WK-NSS-DAYS-LEFT    PIC ZZZ,ZZ9.
003510     05  FILLER              PIC X(03) VALUE SPACES.
003520     05  WK-NSS-CAP          PIC Z,ZZZ,ZZ9.99.
003530     05  FILLER              PIC X(01) VALUE SPACES.
003540     05  WK-NSS-CASES        PIC ZZZ,ZZ9.
003550     05  FILLER              PIC X(01) VALUE SPACES.
003560     05  WK-NSS-DOLLARS      PIC ZZ,ZZZ,ZZZ,ZZ9.
003570 01  WK-NA-EX-HEADING.
003580     05  FILLER              PIC X(40) VALUE
003590         'PROC CODE END DATE  PROVIDER  CLAIMS    '.
003600     05  FILLER              PIC X(14) VALUE
003610         'LAST DISCHARGE'.
003620 01  WK-NA-EX-DETAIL.
003630     05  WK-NX-PROC-CODE     PIC X(07).
003640     05  FILLER              PIC X(03) VALUE SPACES.
003650     05  WK-NX-END-DATE      PIC 9(08).
003660     05  FILLER              PIC X(02) VALUE SPACES.
003670     05  WK-NX-PROVIDER-NO   PIC X(06).
003680     05  FILLER              PIC X(03) VALUE SPACES.
003690     05  WK-NX-CLAIMS        PIC ZZZ,ZZ9.
003700     05  FILLER              PIC X(04) VALUE SPACES.
003710     05  WK-NX-LAST-DATE     PIC 9(08).
003720 01  WK-NA-NONE-LINE.
003730     05  FILLER              PIC X(10) VALUE SPACES.
003740     05  FILLER              PIC X(04) VALUE 'NONE'.
003750 PROCEDURE DIVISION.
003760*===========================================================*
003770* 0000-MAINLINE                                              *
003780*===========================================================*
003790 0000-MAINLINE.
003800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003810     PERFORM 2000-EXTRACT-DETAIL  THRU 2000-EXIT.
003820     PERFORM 3000-SORT-ROWS       THRU 3000-EXIT.
003830     PERFORM 4000-ACCUMULATE      THRU 4000-EXIT.
003840     PERFORM 5000-WRITE-REPORT    THRU 5000-EXIT.
003850     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003860     STOP RUN.
003870*===========================================================*
003880* 1000-INITIALIZE - PARAMETER CARDS, THE NEWTECH TABLE AND   *
003890* ITS DISTINCT TECHNOLOGIES.                                 *
003900*===========================================================*
003910 1000-INITIALIZE.
003920     OPEN INPUT NTA-PARM-FILE.
003930     IF WK-PARM-STATUS = '00'
003940         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003950             UNTIL PARM-AT-EOF
003960         CLOSE NTA-PARM-FILE
003970     END-IF.
003980     IF WK-AS-OF-DATE = 0
003990         ACCEPT WK-AS-OF-DATE FROM DATE YYYYMMDD
004000     END-IF.
004010     IF WK-FISCAL-YEAR = 0
004020         MOVE WK-AS-OF-YYYY TO WK-FISCAL-YEAR
004030         IF WK-AS-OF-MM > 09
004040             ADD 1 TO WK-FISCAL-YEAR
004050         END-IF
004060     END-IF.
004070     MOVE WK-AS-OF-DATE TO WK-DTS-DATE.
004080     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
004090     MOVE WK-DTS-SERIAL TO WK-AS-OF-SERIAL.
004100     OPEN INPUT NEW-TECH-FILE.
004110     IF WK-NEWTECH-STATUS NOT = '00'
004120         DISPLAY 'PPNTA215 - NEWTECH TABLE OPEN FAILED - '
004130                 'STATUS ' WK-NEWTECH-STATUS
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170     MOVE ZEROES TO NTA-TECH-TABLE WK-TOT-YEAR-TABLE.
004180     SET NT-IDX TO 1.
004190     PERFORM 1200-LOAD-ONE-NEWTECH THRU 1200-EXIT
004200         UNTIL NEWTECH-AT-EOF OR WK-NEWTECH-COUNT >= 100.
004210     CLOSE NEW-TECH-FILE.
004220     OPEN INPUT PPS-DETAIL-IN.
004230     IF WK-DETAIL-STATUS NOT = '00'
004240         DISPLAY 'PPNTA215 - PRICED DETAIL OPEN FAILED - '
004250                 'STATUS ' WK-DETAIL-STATUS
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290 1000-EXIT.
004300     EXIT.
004310 1100-READ-ONE-PARM.
004320     READ NTA-PARM-FILE
004330         AT END
004340             SET PARM-AT-EOF TO TRUE
004350             GO TO 1100-EXIT
004360     END-READ.
004370     IF NTA-PARM-REC = SPACES OR NTA-PARM-REC(1:1) = '*'
004380         GO TO 1100-EXIT
004390     END-IF.
004400     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004410     UNSTRING NTA-PARM-REC DELIMITED BY '='
004420         INTO WK-RC-KEYWORD WK-RC-VALUE.
004430     EVALUATE WK-RC-KEYWORD
004440         WHEN 'FISCAL-YEAR'
004450             IF WK-RC-VALUE(1:4) IS NUMERIC
004460                 MOVE WK-RC-VALUE(1:4) TO WK-FISCAL-YEAR
004470             END-IF
004480         WHEN 'AS-OF-DATE'
004490             IF WK-RC-VALUE(1:8) IS NUMERIC
004500                 MOVE WK-RC-VALUE(1:8) TO WK-AS-OF-DATE
004510             END-IF
004520         WHEN 'SUNSET-DAYS'
004530             IF WK-RC-VALUE(1:3) IS NUMERIC
004540                 MOVE WK-RC-VALUE(1:3) TO WK-SUNSET-DAYS
004550             END-IF
004560         WHEN OTHER
004570             DISPLAY 'PPNTA215 - UNKNOWN PARAMETER IGNORED: '
004580                     WK-RC-KEYWORD
004590     END-EVALUATE.
004600 1100-EXIT.
004610     EXIT.
004620*-----------------------------------------------------------*
004630* 1200-LOAD-ONE-NEWTECH - INTO NEW-TECH-TABLE, AND INTO THE  *
004640* TECHNOLOGY ROW FOR ITS PROCEDURE CODE.                     *
004650*-----------------------------------------------------------*
004660 1200-LOAD-ONE-NEWTECH.
004670     READ NEW-TECH-FILE
004680         AT END
004690             SET NEWTECH-AT-EOF TO TRUE
004700             GO TO 1200-EXIT
004710     END-READ.
004720     MOVE NI-PROC-CODE        TO NT-PROC-CODE(NT-IDX).
004730     MOVE NI-EFF-DATE         TO NT-EFF-DATE(NT-IDX).
004740     MOVE NI-END-DATE         TO NT-END-DATE(NT-IDX).
004750     MOVE NI-ADDON-PCT        TO NT-ADDON-PCT(NT-IDX).
004760     MOVE NI-ADDON-CAP        TO NT-ADDON-CAP(NT-IDX).
004770     ADD  1 TO WK-NEWTECH-COUNT.
004780     SET  NT-IDX UP BY 1.
004790     SET TC-IDX TO 1.
004800     SEARCH TC-ENTRY
004810         AT END
004820             GO TO 1200-EXIT
004830         WHEN TC-IDX > WK-TC-COUNT
004840             ADD 1 TO WK-TC-COUNT
004850             MOVE NI-PROC-CODE TO TC-PROC-CODE(TC-IDX)
004860             MOVE NI-EFF-DATE  TO TC-EFF-DATE(TC-IDX)
004870             MOVE NI-END-DATE  TO TC-END-DATE(TC-IDX)
004880             MOVE NI-ADDON-CAP TO TC-CAP(TC-IDX)
004890             GO TO 1200-EXIT
004900         WHEN TC-PROC-CODE(TC-IDX) = NI-PROC-CODE
004910             CONTINUE
004920     END-SEARCH.
004930     IF NI-EFF-DATE < TC-EFF-DATE(TC-IDX)
004940         MOVE NI-EFF-DATE TO TC-EFF-DATE(TC-IDX)
004950     END-IF.
004960     IF NI-END-DATE > TC-END-DATE(TC-IDX)
004970         MOVE NI-END-DATE  TO TC-END-DATE(TC-IDX)
004980         MOVE NI-ADDON-CAP TO TC-CAP(TC-IDX)
004990     END-IF.
005000 1200-EXIT.
005010     EXIT.
005020*===========================================================*
005030* 2000-EXTRACT-DETAIL - ONE WORK ROW PER DETAIL RECORD,      *
005040* NUMBERED IN INPUT ORDER SO THE SORT CAN PUT A CLAIM'S      *
005050* PRICINGS BACK IN EXTRACT ORDER.                            *
005060*===========================================================*
005070 2000-EXTRACT-DETAIL.
005080     OPEN OUTPUT NTA-WORK-FILE.
005090     PERFORM 2100-EXTRACT-ONE THRU 2100-EXIT
005100         UNTIL DETAIL-AT-EOF.
005110     CLOSE PPS-DETAIL-IN NTA-WORK-FILE.
005120 2000-EXIT.
005130     EXIT.
005140 2100-EXTRACT-ONE.
005150     READ PPS-DETAIL-IN
005160         AT END
005170             SET DETAIL-AT-EOF TO TRUE
005180             GO TO 2100-EXIT
005190     END-READ.
005200     IF PPS-DETAIL-IN-REC(1:4) = '*LAY'
005210        OR NOT PPSDTL-LAYOUT-CHECKED
005220         MOVE WK-LAYOUT-PPSDTL TO WK-LAYOUT-CHECK
005230         MOVE PPS-DETAIL-IN-REC TO LAYOUT-HDR-REC
005240         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
005250         SET PPSDTL-LAYOUT-CHECKED TO TRUE
005260         IF LH-IS-HEADER
005270             GO TO 2100-EXTRACT-ONE
005280         END-IF
005290     END-IF.
005300     ADD 1 TO WK-DETAIL-READ.
005310     MOVE SPACES TO WK-NTA-ROW.
005320     MOVE DT-PROVIDER-NO      TO NR-PROVIDER-NO.
005330     MOVE DT-DISCHARGE-DATE   TO NR-DISCHARGE-DATE.
005340     MOVE DT-CLAIM-SEQ        TO NR-CLAIM-SEQ.
005350     MOVE WK-DETAIL-READ      TO NR-INPUT-SEQ.
005360     MOVE DT-PPS-RTC          TO NR-RTC.
005370     MOVE DT-ADDVR-AREA       TO PPS-ADDITIONAL-VARIABLES.
005380     IF PPS-NEW-TECH-PAY-ADD-ON IS NUMERIC
005390         MOVE PPS-NEW-TECH-PAY-ADD-ON TO NR-ADDON
005400     ELSE
005410         MOVE ZEROES TO NR-ADDON
005420     END-IF.
005430     IF DT-NT-COUNT IS NUMERIC AND DT-NT-COUNT NOT > 3
005440         MOVE DT-NT-COUNT     TO NR-NT-COUNT
005450         MOVE DT-NT-TABLE     TO NR-NT-TABLE
005460     ELSE
005470         MOVE ZERO            TO NR-NT-COUNT
005480     END-IF.
005490     WRITE NTA-WORK-REC FROM WK-NTA-ROW.
005500 2100-EXIT.
005510     EXIT.
005520*===========================================================*
005530* 3000-SORT-ROWS - INTO CLAIM ORDER, EACH CLAIM'S PRICINGS   *
005540* IN EXTRACT ORDER.                                          *
005550*===========================================================*
005560 3000-SORT-ROWS.
005570     SORT NTA-SORT-FILE
005580         ON ASCENDING KEY NS-PROVIDER-NO NS-DISCHARGE-DATE
005590                          NS-CLAIM-SEQ NS-INPUT-SEQ
005600         USING NTA-WORK-FILE
005610         GIVING NTA-SORTED-FILE.
005620 3000-EXIT.
005630     EXIT.
005640*===========================================================*
005650* 4000-ACCUMULATE - HOLD EACH CLAIM'S ROWS AND POST THE      *
005660* LAST ONE WHEN THE NEXT CLAIM BEGINS.                       *
005670*===========================================================*
005680 4000-ACCUMULATE.
005690     OPEN INPUT NTA-SORTED-FILE.
005700     PERFORM 4100-READ-ONE-SORTED THRU 4100-EXIT
005710         UNTIL SORTED-AT-EOF.
005720     IF CLAIM-IS-HELD
005730         PERFORM 4200-POST-HELD-CLAIM THRU 4200-EXIT
005740     END-IF.
005750     CLOSE NTA-SORTED-FILE.
005760 4000-EXIT.
005770     EXIT.
005780 4100-READ-ONE-SORTED.
005790     READ NTA-SORTED-FILE INTO WK-NTA-ROW
005800         AT END
005810             SET SORTED-AT-EOF TO TRUE
005820             GO TO 4100-EXIT
005830     END-READ.
005840     IF CLAIM-IS-HELD
005850        AND (NR-PROVIDER-NO NOT = HD-PROVIDER-NO
005860             OR NR-DISCHARGE-DATE NOT = HD-DISCHARGE-DATE
005870             OR NR-CLAIM-SEQ NOT = HD-CLAIM-SEQ)
005880         PERFORM 4200-POST-HELD-CLAIM THRU 4200-EXIT
005890     END-IF.
005900     MOVE WK-NTA-ROW TO WK-HELD-ROW.
005910     SET CLAIM-IS-HELD TO TRUE.
005920 4100-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------*
005950* 4200-POST-HELD-CLAIM - A CLAIM IN ONE OF THE THREE FISCAL  *
005960* YEARS: ITS IN-FORCE TECHNOLOGIES SHARE THE ADD-ON IN       *
005970* PROPORTION TO THEIR CAPS, AND ITS EXPIRED ONES ARE COUNTED *
005980* AGAINST THE PROVIDER.                                      *
005990*-----------------------------------------------------------*
006000 4200-POST-HELD-CLAIM.
006010     MOVE 'N' TO WK-HELD-SW.
006020     ADD 1 TO WK-CLAIMS-KEPT.
006030     IF HD-NT-COUNT = 0
006040         GO TO 4200-EXIT
006050     END-IF.
006060     ADD 1 TO WK-CLAIMS-TAGGED.
006070     MOVE HD-YYYY TO WK-CLAIM-FY.
006080     IF HD-MM > 09
006090         ADD 1 TO WK-CLAIM-FY
006100     END-IF.
006110     IF WK-CLAIM-FY > WK-FISCAL-YEAR
006120        OR WK-CLAIM-FY < WK-FISCAL-YEAR - 2
006130         ADD 1 TO WK-OUT-OF-YEARS
006140         GO TO 4200-EXIT
006150     END-IF.
006160     COMPUTE WK-CLAIM-YR = WK-FISCAL-YEAR - WK-CLAIM-FY + 1.
006170     IF HD-PROVIDER-NO NOT = WK-PT-PROVIDER
006180         MOVE HD-PROVIDER-NO TO WK-PT-PROVIDER
006190         COMPUTE WK-PT-PROV-START = WK-PT-COUNT + 1
006200     END-IF.
006210     MOVE ZEROES TO WK-CL-WORK WK-CL-CAP-SUM.
006220     PERFORM 4210-SET-ONE-TAG THRU 4210-EXIT
006230         VARYING WK-CL-I FROM 1 BY 1 UNTIL WK-CL-I > HD-NT-COUNT.
006240     IF HD-RTC NOT < 50
006250         GO TO 4200-EXIT
006260     END-IF.
006270     IF WK-CL-CAP-SUM > 0
006280         COMPUTE WK-CL-SHARE ROUNDED = HD-ADDON / WK-CL-CAP-SUM
006290     ELSE
006300         MOVE ZEROES TO WK-CL-SHARE
006310     END-IF.
006320     PERFORM 4220-POST-ONE-TECH THRU 4220-EXIT
006330         VARYING WK-CL-I FROM 1 BY 1 UNTIL WK-CL-I > HD-NT-COUNT.
006340 4200-EXIT.
006350     EXIT.
006360*-----------------------------------------------------------*
006370* 4210-SET-ONE-TAG - THE TECHNOLOGY ROW FOR THE TAG, AND FOR *
006380* AN IN-FORCE TAG THE CAP OF THE NEWTECH ROW IN FORCE ON THE *
006390* DISCHARGE DATE.  AN EXPIRED TAG POSTS TO ITS 'E' ROW.      *
006400*-----------------------------------------------------------*
006410 4210-SET-ONE-TAG.
006420     SET TC-IDX TO 1.
006430     SEARCH TC-ENTRY
006440         AT END
006450             ADD 1 TO WK-TECH-NOT-IN-TABLE
006460             GO TO 4210-EXIT
006470         WHEN TC-IDX > WK-TC-COUNT
006480             ADD 1 TO WK-TECH-NOT-IN-TABLE
006490             GO TO 4210-EXIT
006500         WHEN TC-PROC-CODE(TC-IDX) = HD-NT-PROC-CODE(WK-CL-I)
006510             SET WK-CL-TECH(WK-CL-I) TO TC-IDX
006520     END-SEARCH.
006530     IF HD-NT-STATUS(WK-CL-I) = 'E'
006540         MOVE 'E'                   TO WK-PT-KIND
006550         MOVE WK-CL-TECH(WK-CL-I)   TO WK-PT-TECH
006560         PERFORM 4300-FIND-PROV-ROW THRU 4300-EXIT
006570         IF PT-IDX NOT > WK-PT-COUNT
006580             ADD 1 TO PT-CASES(PT-IDX)
006590             IF HD-DISCHARGE-DATE > PT-LAST-DATE(PT-IDX)
006600                 MOVE HD-DISCHARGE-DATE TO PT-LAST-DATE(PT-IDX)
006610             END-IF
006620         END-IF
006630         MOVE ZEROES TO WK-CL-TECH(WK-CL-I)
006640         GO TO 4210-EXIT
006650     END-IF.
006660     IF HD-NT-STATUS(WK-CL-I) NOT = 'P'
006670         MOVE ZEROES TO WK-CL-TECH(WK-CL-I)
006680         GO TO 4210-EXIT
006690     END-IF.
006700     SET NT-SIDX TO 1.
006710     SEARCH NT-ENTRY VARYING NT-SIDX
006720         AT END
006730             CONTINUE
006740         WHEN NT-PROC-CODE(NT-SIDX) = HD-NT-PROC-CODE(WK-CL-I)
006750           AND HD-DISCHARGE-DATE NOT < NT-EFF-DATE(NT-SIDX)
006760           AND HD-DISCHARGE-DATE NOT > NT-END-DATE(NT-SIDX)
006770             MOVE NT-ADDON-CAP(NT-SIDX) TO WK-CL-CAP(WK-CL-I)
006780     END-SEARCH.
006790     ADD WK-CL-CAP(WK-CL-I) TO WK-CL-CAP-SUM.
006800 4210-EXIT.
006810     EXIT.
006820 4220-POST-ONE-TECH.
006830     IF WK-CL-TECH(WK-CL-I) = 0
006840         GO TO 4220-EXIT
006850     END-IF.
006860     IF WK-CL-CAP-SUM > 0
006870         COMPUTE WK-CL-ALLOC ROUNDED =
006880             HD-ADDON * WK-CL-CAP(WK-CL-I) / WK-CL-CAP-SUM
006890     ELSE
006900         MOVE ZEROES TO WK-CL-ALLOC
006910     END-IF.
006920     SET TC-IDX TO WK-CL-TECH(WK-CL-I).
006930     ADD 1           TO TC-CASES(TC-IDX, WK-CLAIM-YR).
006940     ADD WK-CL-ALLOC TO TC-DOLLARS(TC-IDX, WK-CLAIM-YR).
006950     ADD WK-CL-SHARE TO TC-SHARE-SUM(TC-IDX, WK-CLAIM-YR).
006960     IF HD-ADDON > 0
006970         ADD 1 TO TC-PAID-CASES(TC-IDX, WK-CLAIM-YR)
006980     END-IF.
006990     IF WK-CLAIM-YR NOT = 1
007000         GO TO 4220-EXIT
007010     END-IF.
007020     MOVE 'P'                 TO WK-PT-KIND.
007030     MOVE WK-CL-TECH(WK-CL-I) TO WK-PT-TECH.
007040     PERFORM 4300-FIND-PROV-ROW THRU 4300-EXIT.
007050     IF PT-IDX > WK-PT-COUNT
007060         GO TO 4220-EXIT
007070     END-IF.
007080     ADD 1           TO PT-CASES(PT-IDX).
007090     ADD WK-CL-ALLOC TO PT-DOLLARS(PT-IDX).
007100     ADD WK-CL-SHARE TO PT-SHARE-SUM(PT-IDX).
007110 4220-EXIT.
007120     EXIT.
007130*-----------------------------------------------------------*
007140* 4300-FIND-PROV-ROW - THE CURRENT PROVIDER'S ROW FOR        *
007150* WK-PT-KIND AND WK-PT-TECH, ADDED IF NEW.  A FULL TABLE     *
007160* LEAVES PT-IDX PAST THE LAST ROW.                           *
007170*-----------------------------------------------------------*
007180 4300-FIND-PROV-ROW.
007190     SET PT-IDX TO WK-PT-PROV-START.
007200     PERFORM 4310-CHECK-ONE-ROW THRU 4310-EXIT
007210         UNTIL PT-IDX > WK-PT-COUNT
007220            OR (PT-KIND(PT-IDX) = WK-PT-KIND
007230                AND PT-TECH(PT-IDX) = WK-PT-TECH).
007240     IF PT-IDX NOT > WK-PT-COUNT
007250         GO TO 4300-EXIT
007260     END-IF.
007270     IF WK-PT-COUNT NOT < 3000
007280         ADD 1 TO WK-PROV-ROW-DROPS
007290         GO TO 4300-EXIT
007300     END-IF.
007310     ADD 1 TO WK-PT-COUNT.
007320     SET PT-IDX TO WK-PT-COUNT.
007330     MOVE WK-PT-KIND     TO PT-KIND(PT-IDX).
007340     MOVE WK-PT-TECH     TO PT-TECH(PT-IDX).
007350     MOVE HD-PROVIDER-NO TO PT-PROVIDER-NO(PT-IDX).
007360     MOVE ZEROES TO PT-CASES(PT-IDX) PT-DOLLARS(PT-IDX)
007370                    PT-SHARE-SUM(PT-IDX) PT-LAST-DATE(PT-IDX).
007380 4300-EXIT.
007390     EXIT.
007400 4310-CHECK-ONE-ROW.
007410     SET PT-IDX UP BY 1.
007420 4310-EXIT.
007430     EXIT.
007440*===========================================================*
007450* 5000-WRITE-REPORT - SPEND BY TECHNOLOGY AND FISCAL YEAR,   *
007460* BY PROVIDER, SUNSET ALERTS AND BILLING AFTER END DATE.     *
007470*===========================================================*
007480 5000-WRITE-REPORT.
007490     OPEN OUTPUT NTA-RPT-OUT.
007500     MOVE WK-FISCAL-YEAR TO WK-NT-FY.
007510     MOVE WK-AS-OF-DATE  TO WK-NT-AS-OF.
007520     MOVE WK-NA-TITLE-LINE TO NTA-RPT-LINE.
007530     WRITE NTA-RPT-LINE.
007540     MOVE WK-NA-RULE-LINE TO NTA-RPT-LINE.
007550     WRITE NTA-RPT-LINE.
007560     MOVE 'ADD-ON SPEND BY TECHNOLOGY' TO WK-NS-TEXT.
007570     MOVE ZEROES TO WK-NS-NUMBER.
007580     PERFORM 8700-WRITE-SECTION THRU 8700-EXIT.
007590     MOVE SPACES TO WK-NA-TC-HEADING1.
007600     PERFORM 5110-SET-YEAR-HEADING THRU 5110-EXIT
007610         VARYING WK-YR-I FROM 1 BY 1 UNTIL WK-YR-I > 3.
007620     MOVE WK-NA-TC-HEADING1 TO NTA-RPT-LINE.
007630     WRITE NTA-RPT-LINE.
007640     MOVE WK-NA-TC-HEADING2 TO NTA-RPT-LINE.
007650     WRITE NTA-RPT-LINE.
007660     PERFORM 5100-WRITE-ONE-TECH THRU 5100-EXIT
007670         VARYING TC-IDX FROM 1 BY 1 UNTIL TC-IDX > WK-TC-COUNT.
007680     MOVE SPACES TO WK-NA-TC-DETAIL.
007690     MOVE 'TOTAL'  TO WK-NC-PROC-CODE.
007700     PERFORM 5130-FORMAT-TOTAL-YEAR THRU 5130-EXIT
007710         VARYING WK-YR-I FROM 1 BY 1 UNTIL WK-YR-I > 3.
007720     MOVE WK-NA-TC-DETAIL TO NTA-RPT-LINE.
007730     WRITE NTA-RPT-LINE.
007740     MOVE 'BY PROVIDER - FISCAL YEAR' TO WK-NS-TEXT.
007750     MOVE WK-FISCAL-YEAR TO WK-NS-NUMBER.
007760     PERFORM 8700-WRITE-SECTION THRU 8700-EXIT.
007770     MOVE WK-NA-PV-HEADING TO NTA-RPT-LINE.
007780     WRITE NTA-RPT-LINE.
007790     PERFORM 5200-PROVIDERS-FOR-TECH THRU 5200-EXIT
007800         VARYING TC-IDX FROM 1 BY 1 UNTIL TC-IDX > WK-TC-COUNT.
007810     MOVE 'TECHNOLOGIES ENDING WITHIN SUNSET-DAYS' TO WK-NS-TEXT.
007820     MOVE WK-SUNSET-DAYS TO WK-NS-NUMBER.
007830     PERFORM 8700-WRITE-SECTION THRU 8700-EXIT.
007840     MOVE WK-NA-SS-HEADING TO NTA-RPT-LINE.
007850     WRITE NTA-RPT-LINE.
007860     MOVE 'N' TO WK-LISTED-SW.
007870     PERFORM 5300-CHECK-ONE-SUNSET THRU 5300-EXIT
007880         VARYING TC-IDX FROM 1 BY 1 UNTIL TC-IDX > WK-TC-COUNT.
007890     IF NOT ANY-LISTED
007900         MOVE WK-NA-NONE-LINE TO NTA-RPT-LINE
007910         WRITE NTA-RPT-LINE
007920     END-IF.
007930     MOVE 'BILLED AFTER THE TECHNOLOGY END DATE' TO WK-NS-TEXT.
007940     MOVE ZEROES TO WK-NS-NUMBER.
007950     PERFORM 8700-WRITE-SECTION THRU 8700-EXIT.
007960     MOVE WK-NA-EX-HEADING TO NTA-RPT-LINE.
007970     WRITE NTA-RPT-LINE.
007980     MOVE 'N' TO WK-LISTED-SW.
007990     PERFORM 5400-EXPIRED-FOR-TECH THRU 5400-EXIT
008000         VARYING TC-IDX FROM 1 BY 1 UNTIL TC-IDX > WK-TC-COUNT.
008010     IF NOT ANY-LISTED
008020         MOVE WK-NA-NONE-LINE TO NTA-RPT-LINE
008030         WRITE NTA-RPT-LINE
008040     END-IF.
008050     MOVE WK-NA-RULE-LINE TO NTA-RPT-LINE.
008060     WRITE NTA-RPT-LINE.
008070     CLOSE NTA-RPT-OUT.
008080 5000-EXIT.
008090     EXIT.
008100 5100-WRITE-ONE-TECH.
008110     MOVE SPACES TO WK-NA-TC-DETAIL.
008120     MOVE TC-PROC-CODE(TC-IDX) TO WK-NC-PROC-CODE.
008130     MOVE TC-EFF-DATE(TC-IDX)  TO WK-NC-EFF-DATE.
008140     MOVE TC-END-DATE(TC-IDX)  TO WK-NC-END-DATE.
008150     PERFORM 5120-FORMAT-ONE-YEAR THRU 5120-EXIT
008160         VARYING WK-YR-I FROM 1 BY 1 UNTIL WK-YR-I > 3.
008170     MOVE WK-NA-TC-DETAIL TO NTA-RPT-LINE.
008180     WRITE NTA-RPT-LINE.
008190 5100-EXIT.
008200     EXIT.
008210 5110-SET-YEAR-HEADING.
008220     MOVE '---- FY ' TO WK-NH-FY-TEXT(WK-YR-I).
008230     MOVE ' ----'    TO WK-NH-FY-TAIL(WK-YR-I).
008240     COMPUTE WK-NH-FY(WK-YR-I) = WK-FISCAL-YEAR - WK-YR-I + 1.
008250 5110-EXIT.
008260     EXIT.
008270 5120-FORMAT-ONE-YEAR.
008280     MOVE TC-CASES(TC-IDX, WK-YR-I)   TO WK-NC-CASES(WK-YR-I).
008290     MOVE TC-DOLLARS(TC-IDX, WK-YR-I) TO WK-NC-DOLLARS(WK-YR-I).
008300     ADD TC-CASES(TC-IDX, WK-YR-I)    TO WK-TOT-CASES(WK-YR-I).
008310     ADD TC-DOLLARS(TC-IDX, WK-YR-I)  TO WK-TOT-DOLLARS(WK-YR-I).
008320     ADD TC-SHARE-SUM(TC-IDX, WK-YR-I)
008330                         TO WK-TOT-SHARE-SUM(WK-YR-I).
008340     IF TC-CASES(TC-IDX, WK-YR-I) > 0
008350         COMPUTE WK-AVG-PCT ROUNDED =
008360             TC-SHARE-SUM(TC-IDX, WK-YR-I) * 100
008370             / TC-CASES(TC-IDX, WK-YR-I)
008380     ELSE
008390         MOVE ZEROES TO WK-AVG-PCT
008400     END-IF.
008410     MOVE WK-AVG-PCT TO WK-NC-PCT(WK-YR-I).
008420 5120-EXIT.
008430     EXIT.
008440 5130-FORMAT-TOTAL-YEAR.
008450     MOVE WK-TOT-CASES(WK-YR-I)   TO WK-NC-CASES(WK-YR-I).
008460     MOVE WK-TOT-DOLLARS(WK-YR-I) TO WK-NC-DOLLARS(WK-YR-I).
008470     IF WK-TOT-CASES(WK-YR-I) > 0
008480         COMPUTE WK-AVG-PCT ROUNDED = WK-TOT-SHARE-SUM(WK-YR-I)
008490             * 100 / WK-TOT-CASES(WK-YR-I)
008500     ELSE
008510         MOVE ZEROES TO WK-AVG-PCT
008520     END-IF.
008530     MOVE WK-AVG-PCT TO WK-NC-PCT(WK-YR-I).
008540 5130-EXIT.
008550     EXIT.
008560*-----------------------------------------------------------*
008570* 5200-PROVIDERS-FOR-TECH - THE TECHNOLOGY'S REPORT-YEAR     *
008580* ROWS, IN PROVIDER ORDER.                                   *
008590*-----------------------------------------------------------*
008600 5200-PROVIDERS-FOR-TECH.
008610     PERFORM 5210-WRITE-ONE-PROVIDER THRU 5210-EXIT
008620         VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > WK-PT-COUNT.
008630 5200-EXIT.
008640     EXIT.
008650 5210-WRITE-ONE-PROVIDER.
008660     IF PT-KIND(PT-IDX) NOT = 'P'
008670        OR PT-TECH(PT-IDX) NOT = TC-IDX
008680         GO TO 5210-EXIT
008690     END-IF.
008700     MOVE TC-PROC-CODE(TC-IDX)   TO WK-NP-PROC-CODE.
008710     MOVE PT-PROVIDER-NO(PT-IDX) TO WK-NP-PROVIDER-NO.
008720     MOVE PT-CASES(PT-IDX)       TO WK-NP-CASES.
008730     MOVE PT-DOLLARS(PT-IDX)     TO WK-NP-DOLLARS.
008740     IF PT-CASES(PT-IDX) > 0
008750         COMPUTE WK-AVG-PCT ROUNDED =
008760             PT-SHARE-SUM(PT-IDX) * 100 / PT-CASES(PT-IDX)
008770     ELSE
008780         MOVE ZEROES TO WK-AVG-PCT
008790     END-IF.
008800     MOVE WK-AVG-PCT TO WK-NP-PCT.
008810     MOVE WK-NA-PV-DETAIL TO NTA-RPT-LINE.
008820     WRITE NTA-RPT-LINE.
008830 5210-EXIT.
008840     EXIT.
008850*-----------------------------------------------------------*
008860* 5300-CHECK-ONE-SUNSET - LAST END DATE FROM THE AS-OF DATE  *
008870* THROUGH SUNSET-DAYS AFTER IT.                              *
008880*-----------------------------------------------------------*
008890 5300-CHECK-ONE-SUNSET.
008900     IF TC-END-DATE(TC-IDX) < WK-AS-OF-DATE
008910         GO TO 5300-EXIT
008920     END-IF.
008930     MOVE TC-END-DATE(TC-IDX) TO WK-DTS-DATE.
008940     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
008950     COMPUTE WK-DAYS-LEFT = WK-DTS-SERIAL - WK-AS-OF-SERIAL.
008960     IF WK-DAYS-LEFT > WK-SUNSET-DAYS
008970         GO TO 5300-EXIT
008980     END-IF.
008990     SET ANY-LISTED TO TRUE.
009000     MOVE TC-PROC-CODE(TC-IDX)  TO WK-NSS-PROC-CODE.
009010     MOVE TC-END-DATE(TC-IDX)   TO WK-NSS-END-DATE.
009020     MOVE WK-DAYS-LEFT          TO WK-NSS-DAYS-LEFT.
009030     MOVE TC-CAP(TC-IDX)        TO WK-NSS-CAP.
009040     MOVE TC-CASES(TC-IDX, 1)   TO WK-NSS-CASES.
009050     MOVE TC-DOLLARS(TC-IDX, 1) TO WK-NSS-DOLLARS.
009060     MOVE WK-NA-SS-DETAIL TO NTA-RPT-LINE.
009070     WRITE NTA-RPT-LINE.
009080 5300-EXIT.
009090     EXIT.
009100 5400-EXPIRED-FOR-TECH.
009110     PERFORM 5410-WRITE-ONE-EXPIRED THRU 5410-EXIT
009120         VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > WK-PT-COUNT.
009130 5400-EXIT.
009140     EXIT.
009150 5410-WRITE-ONE-EXPIRED.
009160     IF PT-KIND(PT-IDX) NOT = 'E'
009170        OR PT-TECH(PT-IDX) NOT = TC-IDX
009180         GO TO 5410-EXIT
009190     END-IF.
009200     SET ANY-LISTED TO TRUE.
009210     MOVE TC-PROC-CODE(TC-IDX)   TO WK-NX-PROC-CODE.
009220     MOVE TC-END-DATE(TC-IDX)    TO WK-NX-END-DATE.
009230     MOVE PT-PROVIDER-NO(PT-IDX) TO WK-NX-PROVIDER-NO.
009240     MOVE PT-CASES(PT-IDX)       TO WK-NX-CLAIMS.
009250     MOVE PT-LAST-DATE(PT-IDX)   TO WK-NX-LAST-DATE.
009260     MOVE WK-NA-EX-DETAIL TO NTA-RPT-LINE.
009270     WRITE NTA-RPT-LINE.
009280 5410-EXIT.
009290     EXIT.
009300*===========================================================*
009310* 8500-DATE-TO-SERIAL - AS IN PPBAT215.                      *
009320*===========================================================*
009330 8500-DATE-TO-SERIAL.
009340     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
009350     IF WK-DTS-MM < 3
009360         SUBTRACT 1 FROM WK-DTS-YEARS
009370     END-IF.
009380     COMPUTE WK-DTS-LEAPS =
009390         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
009400         + (WK-DTS-YEARS / 400).
009410     COMPUTE WK-DTS-SERIAL =
009420         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
009430         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
009440 8500-EXIT.
009450     EXIT.
009460 8700-WRITE-SECTION.
009470     MOVE SPACES TO NTA-RPT-LINE.
009480     WRITE NTA-RPT-LINE.
009490     MOVE WK-NA-SECTION-LINE TO NTA-RPT-LINE.
009500     WRITE NTA-RPT-LINE.
009510 8700-EXIT.
009520     EXIT.
009530*===========================================================*
009540* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
009550* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
009560* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
009570* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
009580* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
009590*===========================================================*
009600 8800-CHECK-LAYOUT.
009610     IF NOT LH-IS-HEADER
009620         IF WK-LC-VERSION = 1
009630             DISPLAY 'PPNTA215 - ' WK-LC-DD ' HAS NO LAYOUT '
009640                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
009650                     ' VERSION 001'
009660             GO TO 8800-EXIT
009670         END-IF
009680         DISPLAY 'PPNTA215 - ' WK-LC-DD ' HAS NO LAYOUT '
009690                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
009700                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
009710         MOVE 12 TO RETURN-CODE
009720         STOP RUN
009730     END-IF.
009740     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
009750        AND LH-LAYOUT-VERSION = WK-LC-VERSION
009760        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
009770         DISPLAY 'PPNTA215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
009780                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
009790                 ' WRITTEN BY ' LH-PRODUCER
009800         GO TO 8800-EXIT
009810     END-IF.
009820     DISPLAY 'PPNTA215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
009830             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
009840             LH-RECORD-LENGTH.
009850     DISPLAY 'PPNTA215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
009860             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
009870             ' - FILE REFUSED'.
009880     MOVE 12 TO RETURN-CODE.
009890     STOP RUN.
009900 8800-EXIT.
009910     EXIT.
009920*===========================================================*
009930* 9000-TERMINATE - DISPLAY RUN TOTALS.                       *
009940*===========================================================*
009950 9000-TERMINATE.
009960     DISPLAY 'PPNTA215 - DETAIL RECORDS READ : ' WK-DETAIL-READ.
009970     DISPLAY 'PPNTA215 - CLAIMS AT LAST PRICE: ' WK-CLAIMS-KEPT.
009980     DISPLAY 'PPNTA215 - CLAIMS WITH NEWTECH : ' WK-CLAIMS-TAGGED.
009990     DISPLAY 'PPNTA215 - OUTSIDE THE YEARS   : ' WK-OUT-OF-YEARS.
010000     DISPLAY 'PPNTA215 - TECHNOLOGIES        : ' WK-TC-COUNT.
010010     IF WK-TECH-NOT-IN-TABLE > 0
010020         DISPLAY 'PPNTA215 - TAGS NOT IN NEWTECH : '
010030                 WK-TECH-NOT-IN-TABLE
010040     END-IF.
010050     IF WK-PROV-ROW-DROPS > 0
010060         DISPLAY 'PPNTA215 - PROVIDER ROWS OVER LIMIT: '
010070                 WK-PROV-ROW-DROPS
010080     END-IF.
010090 9000-EXIT.
010100     EXIT.
