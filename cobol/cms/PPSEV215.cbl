000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPSEV215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - CC/MCC SEVERITY CAPTURE RATE BY PROVIDER AGAINST A
000070*            PEER GROUP.
000080*          - EVERY CLAIM IN THE HISTORY REPOSITORY DISCHARGED IN
000090*            THE PERIOD IS TAKEN AT ITS LATEST PAYABLE PRICING
000100*            (RTC UNDER 50).  ITS DRG IS PLACED IN A SEVERITY
000110*            FAMILY FROM THE DRG FAMILY TABLE (DRGFAM LAYOUT) -
000120*            BASE, WITH CC OR WITH MCC - AND COUNTED, WITH ITS
000130*            PAYMENT, BY PROVIDER AND FAMILY.  CLAIMS IN DRGS
000140*            WITH NO SEVERITY SPLIT ARE NOT COUNTED.
000150*          - THE PEER GROUP IS THE PROVIDER TYPE, A BED-SIZE
000160*            BAND AND URBAN/RURAL CBSA FROM THE PROVIDER'S
000170*            SEGMENT IN FORCE AT THE END OF THE PERIOD:
000180*              BED BAND 1 - UNDER 100     3 - 200 TO 399
000190*                       2 - 100 TO 199    4 - 400 AND OVER
000200*              RURAL    - A CBSA OF BLANKS OR ZEROES FOLLOWED
000210*                         BY THE STATE CODE
000220*          - FOR EACH PROVIDER AND FAMILY WITH AT LEAST
000230*            MIN-CASES DISCHARGES, THE SHARE ABOVE BASE (WITH
000240*            CC OR MCC) IS COMPARED WITH THE SAME SHARE AT THE
000250*            OTHER QUALIFYING PROVIDERS IN ITS PEER GROUP AND
000260*            FAMILY.  IT IS FLAGGED WHEN IT EXCEEDS THE PEERS'
000270*            MEAN BY MORE THAN SD-LIMIT STANDARD DEVIATIONS.
000280*            A FAMILY NEEDS MIN-PEERS OTHER PROVIDERS TO BE
000290*            ASSESSED.
000300*          - THE PAYMENT AT STAKE IS WHAT THE PROVIDER WAS PAID
000310*            LESS WHAT IT WOULD HAVE BEEN PAID WITH THE PEERS'
000320*            POOLED SEVERITY MIX - EACH LEVEL'S CASES ABOVE THE
000330*            PEER NORM AT THE PROVIDER'S OWN AVERAGE PAYMENT
000340*            FOR THAT LEVEL (THE PEERS' AVERAGE WHEN THE
000350*            PROVIDER HAS NO CASES AT THE LEVEL).
000360*          - PARAMETER CARDS - FISCAL-YEAR=CCYY (DEFAULT THE
000370*            FISCAL YEAR OF TODAY), FROM-DATE=CCYYMMDD AND
000380*            THRU-DATE=CCYYMMDD (DEFAULT THE FISCAL YEAR),
000390*            SD-LIMIT=9.9 (DEFAULT 2.0), MIN-CASES=NNNNN
000400*            (DEFAULT 11), MIN-PEERS=NNN (DEFAULT 5).
000410 DATE-COMPILED.
000420****************************************************************
000430*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000440*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000450*   IS THAT OF THE USER.                                       *
000460****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.            IBM-370.
000500 OBJECT-COMPUTER.            IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SEV-PARM-FILE   ASSIGN TO SEVPARM
000540                            ORGANIZATION IS LINE SEQUENTIAL
000550                            FILE STATUS IS WK-PARM-STATUS.
000560     SELECT DRG-FAM-FILE    ASSIGN TO DRGFAM
000570                            ORGANIZATION IS SEQUENTIAL
000580                            FILE STATUS IS WK-FAM-STATUS.
000590     SELECT PROV-MAST-IN    ASSIGN TO PROVMAST
000600                            ORGANIZATION IS INDEXED
000610                            ACCESS MODE IS SEQUENTIAL
000620                            RECORD KEY IS PM-PROV-KEY
000630                            FILE STATUS IS WK-MAST-STATUS.
000640     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000650                            ORGANIZATION IS INDEXED
000660                            ACCESS MODE IS DYNAMIC
000670                            RECORD KEY IS HR-KEY
000680                            ALTERNATE RECORD KEY IS HR-MBI
000690                                WITH DUPLICATES
000700                            FILE STATUS IS WK-HISTREPO-STATUS.
000710     SELECT SEV-WORK-FILE   ASSIGN TO SEVWORK
000720                            ORGANIZATION IS SEQUENTIAL.
000730     SELECT SEV-SORT-FILE   ASSIGN TO SORTWK01.
000740     SELECT SEV-SORTED-FILE ASSIGN TO SEVSORT
000750                            ORGANIZATION IS SEQUENTIAL.
000760     SELECT SEV-RPT-OUT     ASSIGN TO SEVRPT
000770                            ORGANIZATION IS LINE SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  SEV-PARM-FILE
000810     RECORDING MODE IS F.
000820 01  SEV-PARM-REC                PIC X(80).
000830*----------------------------------------------------------*
000840* MS-DRG SEVERITY FAMILY TABLE.                             *
000850*----------------------------------------------------------*
000860 FD  DRG-FAM-FILE
000870     RECORDING MODE IS F.
000880 COPY DRGFAM.
000890*----------------------------------------------------------*
000900* CURRENT PROVIDER MASTER, AS PPBAT215 READS IT.            *
000910*----------------------------------------------------------*
000920 FD  PROV-MAST-IN
000930     RECORD CONTAINS 325 CHARACTERS.
000940 01  PROV-MAST-REC.
000950     05  PM-PROV-KEY.
000960         10  PM-PROVIDER-NO     PIC X(06).
000970         10  PM-SEGMENT-EFF-DATE PIC 9(08).
000980     05  PM-FORMAT-IND          PIC X(01).
000990     05  PM-PROV-RECORD         PIC X(310).
001000*----------------------------------------------------------*
001010* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
001020* IT.                                                       *
001030*----------------------------------------------------------*
001040 FD  HIST-REPO-FILE
001050     RECORD CONTAINS 252 CHARACTERS.
001060 01  HIST-REPO-REC.
001070     05  HR-KEY.
001080         10  HR-PROVIDER-NO     PIC X(06).
001090         10  HR-DISCHARGE-DATE  PIC 9(08).
001100         10  HR-CLAIM-SEQ       PIC 9(09).
001110         10  HR-RUN-ID          PIC X(08).
001120     05  HR-RUN-DATE            PIC 9(08).
001130     05  HR-PPS-DATA            PIC X(89).
001140     05  HR-WI-AUDIT            PIC X(66).
001150     05  HR-MBI                 PIC X(11).
001160     05  HR-DRG                 PIC 9(03).
001170     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
001180     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
001190     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
001200     05  HR-NEW-TECH            PIC 9(09)V9(02).
001210*----------------------------------------------------------*
001220* ONE ROW PER PROVIDER AND FAMILY (LAYOUT WK-SEV-ROW),      *
001230* BEFORE AND AFTER THE SORT INTO PEER GROUP AND FAMILY      *
001240* ORDER.                                                    *
001250*----------------------------------------------------------*
001260 FD  SEV-WORK-FILE
001270     RECORDING MODE IS F.
001280 01  SEV-WORK-REC                PIC X(80).
001290 SD  SEV-SORT-FILE.
001300 01  SEV-SORT-REC.
001310     05  SS-PEER-KEY             PIC X(04).
001320     05  SS-FAMILY               PIC 9(03).
001330     05  SS-PROVIDER-NO          PIC X(06).
001340     05  FILLER                  PIC X(67).
001350 FD  SEV-SORTED-FILE
001360     RECORDING MODE IS F.
001370 01  SEV-SORTED-REC              PIC X(80).
001380 FD  SEV-RPT-OUT
001390     RECORDING MODE IS F.
001400 01  SEV-RPT-LINE                PIC X(132).
001410 WORKING-STORAGE SECTION.
001420 01  W-STORAGE-REF                  PIC X(48)  VALUE
001430     'P P S E V 2 1 5 - W O R K I N G   S T O R A G E'.
001440 01  SEV-VERSION                    PIC X(05) VALUE 'S21.5'.
001450 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001460 01  WK-FAM-STATUS              PIC X(02) VALUE SPACES.
001470 01  WK-MAST-STATUS             PIC X(02) VALUE SPACES.
001480 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001490 01  WK-SWITCHES.
001500     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001510         88  PARM-AT-EOF        VALUE 'Y'.
001520     05  WK-FAM-EOF             PIC X(01) VALUE 'N'.
001530         88  FAM-AT-EOF         VALUE 'Y'.
001540     05  WK-MAST-EOF            PIC X(01) VALUE 'N'.
001550         88  MASTER-AT-EOF      VALUE 'Y'.
001560     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
001570         88  HIST-AT-EOF        VALUE 'Y'.
001580     05  WK-SORTED-EOF          PIC X(01) VALUE 'N'.
001590         88  SORTED-AT-EOF      VALUE 'Y'.
001600     05  WK-INFORCE-SW          PIC X(01) VALUE 'N'.
001610         88  SEGMENT-IN-FORCE   VALUE 'Y'.
001620     05  WK-HELD-SW             PIC X(01) VALUE 'N'.
001630         88  CLAIM-IS-HELD      VALUE 'Y'.
001640 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001650 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001660 01  WK-TODAY                   PIC 9(08) VALUE ZEROES.
001670 01  WK-TODAY-PARTS REDEFINES WK-TODAY.
001680     05  WK-TODAY-YYYY          PIC 9(04).
001690     05  WK-TODAY-MM            PIC 9(02).
001700     05  WK-TODAY-DD            PIC 9(02).
001710 01  WK-FISCAL-YEAR             PIC 9(04) VALUE ZEROES.
001720 01  WK-FROM-DATE               PIC 9(08) VALUE ZEROES.
001730 01  WK-FROM-PARTS REDEFINES WK-FROM-DATE.
001740     05  WK-FROM-YYYY           PIC 9(04).
001750     05  WK-FROM-MMDD           PIC 9(04).
001760 01  WK-THRU-DATE               PIC 9(08) VALUE ZEROES.
001770 01  WK-THRU-PARTS REDEFINES WK-THRU-DATE.
001780     05  WK-THRU-YYYY           PIC 9(04).
001790     05  WK-THRU-MMDD           PIC 9(04).
001800 01  WK-CUR-PROVIDER            PIC X(06) VALUE SPACES.
001810 01  WK-PEER-KEY.
001820     05  WK-PK-PROV-TYPE        PIC X(02).
001830     05  WK-PK-BED-BAND         PIC X(01).
001840     05  WK-PK-URBAN-RURAL      PIC X(01).
001850*----------------------------------------------------------*
001860* ASSESSMENT LIMITS FROM THE PARAMETER CARDS.               *
001870*----------------------------------------------------------*
001880 01  WK-SD-LIMIT                PIC 9V9 VALUE 2.0.
001890 01  WK-SDL-TEXT.
001900     05  WK-SDL-INT             PIC 9(01).
001910     05  WK-SDL-DEC             PIC 9(01).
001920 01  WK-SDL-VALUE REDEFINES WK-SDL-TEXT PIC 9V9.
001930 01  WK-MIN-CASES               PIC 9(05) VALUE 11.
001940 01  WK-MIN-PEERS               PIC 9(03) VALUE 5.
001950*----------------------------------------------------------*
001960* THE PROVIDER'S SEGMENT IN FORCE AT THE END OF THE PERIOD. *
001970*----------------------------------------------------------*
001980 01  WK-INFORCE-SEG.
001990     05  WK-IF-PROVIDER-NO      PIC X(06).
002000     05  WK-IF-EFF-DATE         PIC 9(08).
002010     05  WK-IF-FORMAT-IND       PIC X(01).
002020     05  WK-IF-PROV-RECORD      PIC X(310).
002030 COPY PROVNEW.
002040*----------------------------------------------------------*
002050* THE FAMILY TABLE, SUBSCRIPTED BY DRG NUMBER: THE FAMILY   *
002060* AND SEVERITY OF EACH DRG, AND THE DESCRIPTION OF EACH     *
002070* FAMILY.  FAMILY ZERO MEANS NO SEVERITY SPLIT.             *
002080*----------------------------------------------------------*
002090 01  DRG-FAM-TABLE.
002100     05  FT-ENTRY OCCURS 999 TIMES.
002110         10  FT-FAMILY          PIC 9(03).
002120         10  FT-SEVERITY        PIC X(01).
002130         10  FT-FAM-DESC        PIC X(40).
002140 01  WK-FAM-ROWS                PIC 9(05) VALUE ZEROES.
002150 01  WK-FAM-REJECTED            PIC 9(05) VALUE ZEROES.
002160*----------------------------------------------------------*
002170* ONE PROVIDER'S CASES AND PAYMENT BY FAMILY AND SEVERITY   *
002180* LEVEL (1 BASE, 2 WITH CC, 3 WITH MCC), SUBSCRIPTED BY     *
002190* FAMILY DRG NUMBER.                                        *
002200*----------------------------------------------------------*
002210 01  PROV-FAM-TABLE.
002220     05  PF-ENTRY OCCURS 999 TIMES.
002230         10  PF-LEVEL OCCURS 3 TIMES.
002240             15  PF-CASES       PIC 9(05).
002250             15  PF-PAYMENT     PIC 9(11)V9(02).
002260 01  WK-PF-I                    PIC 9(03) COMP VALUE ZEROES.
002270 01  WK-LV-I                    PIC 9(01) COMP VALUE ZEROES.
002280 01  WK-PF-TOTAL                PIC 9(07) VALUE ZEROES.
002290*----------------------------------------------------------*
002300* THE CLAIM BEING COUNTED - ITS LATEST PAYABLE PRICING.     *
002310*----------------------------------------------------------*
002320 COPY PPSDATA.
002330 01  WK-HELD-CLAIM.
002340     05  WK-HELD-DATE           PIC 9(08).
002350     05  WK-HELD-SEQ            PIC 9(09).
002360     05  WK-HELD-RUN-DATE       PIC 9(08).
002370     05  WK-HELD-DRG            PIC 9(03).
002380     05  WK-HELD-TOTAL          PIC 9(09)V9(02).
002390*----------------------------------------------------------*
002400* PROVIDER / FAMILY ROW WRITTEN TO THE WORK FILE AND READ   *
002410* BACK SORTED.                                              *
002420*----------------------------------------------------------*
002430 01  WK-SEV-ROW.
002440     05  SR-PEER-KEY            PIC X(04).
002450     05  SR-FAMILY              PIC 9(03).
002460     05  SR-PROVIDER-NO         PIC X(06).
002470     05  SR-LEVEL OCCURS 3 TIMES.
002480         10  SR-CASES           PIC 9(05).
002490         10  SR-PAYMENT         PIC 9(11)V9(02).
002500     05  FILLER                 PIC X(13).
002510*----------------------------------------------------------*
002520* ONE PEER GROUP AND FAMILY - EVERY PROVIDER'S ROW, THE     *
002530* POOLED CASES AND PAYMENT BY LEVEL, AND THE SUMS OF THE    *
002540* QUALIFYING PROVIDERS' SHARES ABOVE BASE FOR THE MEAN AND  *
002550* STANDARD DEVIATION.  EACH PROVIDER IS MEASURED AGAINST    *
002560* THE GROUP WITH ITS OWN ROW TAKEN OUT.                     *
002570*----------------------------------------------------------*
002580 01  WK-GRP-KEY.
002590     05  WK-GK-PEER-KEY         PIC X(04).
002600     05  WK-GK-FAMILY           PIC 9(03).
002610 01  WK-GP-COUNT                PIC 9(04) VALUE ZEROES.
002620 01  SEV-GROUP-TABLE.
002630     05  GP-ENTRY OCCURS 3000 TIMES
002640                  INDEXED BY GP-IDX.
002650         10  GP-PROVIDER-NO     PIC X(06).
002660         10  GP-CASES           PIC 9(05).
002670         10  GP-LEVEL OCCURS 3 TIMES.
002680             15  GP-LV-CASES    PIC 9(05).
002690             15  GP-LV-PAYMENT  PIC 9(11)V9(02).
002700         10  GP-SHARE           PIC 9V9(06).
002710         10  GP-QUALIFIES-SW    PIC X(01).
002720 01  WK-POOL.
002730     05  WK-POOL-CASES          PIC 9(07).
002740     05  WK-POOL-LEVEL OCCURS 3 TIMES.
002750         10  WK-POOL-LV-CASES   PIC 9(07).
002760         10  WK-POOL-LV-PAYMENT PIC 9(13)V9(02).
002770 01  WK-Q-COUNT                 PIC 9(04) VALUE ZEROES.
002780 01  WK-Q-SUM                   PIC 9(05)V9(06) VALUE ZEROES.
002790 01  WK-Q-SUMSQ                 PIC 9(05)V9(06) VALUE ZEROES.
002800 01  WK-PEER-COUNT              PIC 9(04) VALUE ZEROES.
002810 01  WK-PEER-MEAN               PIC 9V9(06) VALUE ZEROES.
002820 01  WK-PEER-VAR                PIC S9(03)V9(08) VALUE ZEROES.
002830 01  WK-PEER-SD                 PIC 9V9(06) VALUE ZEROES.
002840 01  WK-PEER-LIMIT              PIC 9(02)V9(06) VALUE ZEROES.
002850 01  WK-PEER-CASES              PIC 9(07) VALUE ZEROES.
002860 01  WK-PEER-LV-CASES           PIC 9(07) VALUE ZEROES.
002870 01  WK-PEER-SHARE OCCURS 3 TIMES PIC 9V9(06).
002880 01  WK-PROV-SHARE OCCURS 3 TIMES PIC 9V9(06).
002890 01  WK-LV-AVG-PAY              PIC 9(09)V9(02) VALUE ZEROES.
002900 01  WK-LV-EXPECTED             PIC 9(05)V9(04) VALUE ZEROES.
002910 01  WK-STAKE                   PIC S9(11)V9(02) VALUE ZEROES.
002920*----------------------------------------------------------*
002930* RUN COUNTERS.                                             *
002940*----------------------------------------------------------*
002950 01  WK-COUNTERS.
002960     05  WK-MAST-ROWS           PIC 9(07) VALUE ZEROES.
002970     05  WK-PROVS-READ          PIC 9(05) VALUE ZEROES.
002980     05  WK-PROVS-NO-SEG        PIC 9(05) VALUE ZEROES.
002990     05  WK-CLAIMS-COUNTED      PIC 9(09) VALUE ZEROES.
003000     05  WK-CLAIMS-NO-FAMILY    PIC 9(09) VALUE ZEROES.
003010     05  WK-ROWS-WRITTEN        PIC 9(07) VALUE ZEROES.
003020     05  WK-GROUPS              PIC 9(07) VALUE ZEROES.
003030     05  WK-GROUPS-FEW-PEERS    PIC 9(07) VALUE ZEROES.
003040     05  WK-GROUP-DROPS         PIC 9(07) VALUE ZEROES.
003050     05  WK-ROWS-ASSESSED       PIC 9(07) VALUE ZEROES.
003060     05  WK-ROWS-FLAGGED        PIC 9(07) VALUE ZEROES.
003070 01  WK-RUN-STAKE               PIC S9(13)V9(02) VALUE ZEROES.
003080*----------------------------------------------------------*
003090* REPORT LINES.                                             *
003100*----------------------------------------------------------*
003110 01  WK-SV-TITLE-LINE.
003120     05  FILLER              PIC X(44) VALUE
003130         'CC/MCC SEVERITY CAPTURE RATE VS PEER GROUP  '.
003140     05  FILLER              PIC X(06) VALUE 'FROM  '.
003150     05  WK-ST-FROM-DATE     PIC 9(08).
003160     05  FILLER              PIC X(06) VALUE ' THRU '.
003170     05  WK-ST-THRU-DATE     PIC 9(08).
003180     05  FILLER              PIC X(11) VALUE '  SD LIMIT '.
003190     05  WK-ST-SD-LIMIT      PIC 9.9.
003200     05  FILLER              PIC X(12) VALUE '  MIN CASES '.
003210     05  WK-ST-MIN-CASES     PIC ZZZZ9.
003220 01  WK-SV-RULE-LINE         PIC X(132) VALUE ALL '='.
003230 01  WK-SV-HEADING1.
003240     05  FILLER              PIC X(16) VALUE SPACES.
003250     05  FILLER              PIC X(31) VALUE 'DRG FAMILY'.
003260     05  FILLER              PIC X(08) VALUE SPACES.
003270     05  FILLER              PIC X(20) VALUE '---- PROVIDER ----'.
003280     05  FILLER              PIC X(20) VALUE '------ PEERS -----'.
003290     05  FILLER              PIC X(20) VALUE '-- ABOVE BASE ---'.
003300 01  WK-SV-HEADING2.
003310     05  FILLER              PIC X(08) VALUE 'PROVIDER'.
003320     05  FILLER              PIC X(08) VALUE '  PEER  '.
003330     05  FILLER              PIC X(31) VALUE 'DRG DESCRIPTION'.
003340     05  FILLER              PIC X(08) VALUE '   CASES'.
003350     05  FILLER              PIC X(20) VALUE
003360         '  MCC%   CC% BASE%  '.
003370     05  FILLER              PIC X(20) VALUE
003380         '  MCC%   CC% BASE%  '.
003390     05  FILLER              PIC X(20) VALUE
003400         ' PROV%  MEAN%  LIM% '.
003410     05  FILLER              PIC X(16) VALUE
003420         '        AT STAKE'.
003430 01  WK-SV-DETAIL-LINE.
003440     05  WK-SD-PROVIDER-NO   PIC X(06).
003450     05  FILLER              PIC X(02) VALUE SPACES.
003460     05  WK-SD-PROV-TYPE     PIC X(02).
003470     05  FILLER              PIC X(01) VALUE SPACES.
003480     05  WK-SD-BED-BAND      PIC X(01).
003490     05  FILLER              PIC X(01) VALUE SPACES.
003500     05  WK-SD-URBAN-RURAL   PIC X(01).
003510     05  FILLER              PIC X(02) VALUE SPACES.
003520     05  WK-SD-FAMILY        PIC 9(03).
003530     05  FILLER              PIC X(01) VALUE SPACES.
003540     05  WK-SD-DESC          PIC X(27).
003550     05  FILLER              PIC X(01) VALUE SPACES.
003560     05  WK-SD-CASES         PIC ZZ,ZZ9.
003570     05  FILLER              PIC X(02) VALUE SPACES.
003580     05  WK-SD-PROV-PCT      OCCURS 3 TIMES.
003590         10  WK-SD-PROV-P    PIC ZZ9.9.
003600         10  FILLER          PIC X(01).
003610     05  FILLER              PIC X(02) VALUE SPACES.
003620     05  WK-SD-PEER-PCT      OCCURS 3 TIMES.
003630         10  WK-SD-PEER-P    PIC ZZ9.9.
003640         10  FILLER          PIC X(01).
003650     05  FILLER              PIC X(02) VALUE SPACES.
003660     05  WK-SD-ABOVE-PROV    PIC ZZ9.9.
003670     05  FILLER              PIC X(02) VALUE SPACES.
003680     05  WK-SD-ABOVE-MEAN    PIC ZZ9.9.
003690     05  FILLER              PIC X(01) VALUE SPACES.
003700     05  WK-SD-ABOVE-LIMIT   PIC ZZ9.9.
003710     05  FILLER              PIC X(01) VALUE SPACES.
003720     05  WK-SD-STAKE         PIC ---,---,--9.99.
003730 01  WK-SV-PCT-WORK          PIC 9(03)V9(01) VALUE ZEROES.
003740 01  WK-SV-TOTAL-LINE1.
003750     05  FILLER              PIC X(24) VALUE
003760         'CLAIMS COUNTED          '.
003770     05  WK-SV1-CLAIMS       PIC ZZZ,ZZZ,ZZ9.
003780     05  FILLER              PIC X(20) VALUE
003790         '  IN UNSPLIT DRGS   '.
003800     05  WK-SV1-NO-FAMILY    PIC ZZZ,ZZZ,ZZ9.
003810 01  WK-SV-TOTAL-LINE2.
003820     05  FILLER              PIC X(24) VALUE
003830         'PEER GROUP FAMILIES     '.
003840     05  WK-SV2-GROUPS       PIC ZZZ,ZZZ,ZZ9.
003850     05  FILLER              PIC X(20) VALUE
003860         '  TOO FEW PEERS     '.
003870     05  WK-SV2-FEW-PEERS    PIC ZZZ,ZZZ,ZZ9.
003880 01  WK-SV-TOTAL-LINE3.
003890     05  FILLER              PIC X(24) VALUE
003900         'PROVIDER FAMILIES RATED '.
003910     05  WK-SV3-ASSESSED     PIC ZZZ,ZZZ,ZZ9.
003920     05  FILLER              PIC X(20) VALUE
003930         '  FLAGGED           '.
003940     05  WK-SV3-FLAGGED      PIC ZZZ,ZZZ,ZZ9.
003950     05  FILLER              PIC X(12) VALUE
003960         '  AT STAKE  '.
003970     05  WK-SV3-STAKE        PIC ---,---,---,--9.99.
003980 PROCEDURE DIVISION.
003990*===========================================================*
004000* 0000-MAINLINE                                              *
004010*===========================================================*
004020 0000-MAINLINE.
004030     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
004040     PERFORM 2000-COLLECT         THRU 2000-EXIT.
004050     PERFORM 3000-SORT-ROWS       THRU 3000-EXIT.
004060     PERFORM 4000-ASSESS          THRU 4000-EXIT.
004070     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
004080     STOP RUN.
004090*===========================================================*
004100* 1000-INITIALIZE - THE PERIOD AND LIMITS FROM THE PARAMETER *
004110* CARDS, THE FAMILY TABLE, AND THE FILE OPENS.               *
004120*===========================================================*
004130 1000-INITIALIZE.
004140     OPEN INPUT SEV-PARM-FILE.
004150     IF WK-PARM-STATUS = '00'
004160         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
004170             UNTIL PARM-AT-EOF
004180         CLOSE SEV-PARM-FILE
004190     END-IF.
004200     IF WK-FISCAL-YEAR = 0
004210         ACCEPT WK-TODAY FROM DATE YYYYMMDD
004220         MOVE WK-TODAY-YYYY TO WK-FISCAL-YEAR
004230         IF WK-TODAY-MM > 09
004240             ADD 1 TO WK-FISCAL-YEAR
004250         END-IF
004260     END-IF.
004270     IF WK-FROM-DATE = 0
004280         COMPUTE WK-FROM-YYYY = WK-FISCAL-YEAR - 1
004290         MOVE 1001 TO WK-FROM-MMDD
004300     END-IF.
004310     IF WK-THRU-DATE = 0
004320         MOVE WK-FISCAL-YEAR TO WK-THRU-YYYY
004330         MOVE 0930 TO WK-THRU-MMDD
004340     END-IF.
004350     IF WK-THRU-DATE < WK-FROM-DATE
004360         DISPLAY 'PPSEV215 - THRU-DATE BEFORE FROM-DATE'
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400     IF WK-MIN-PEERS = 0
004410         MOVE 1 TO WK-MIN-PEERS
004420     END-IF.
004430     PERFORM 1200-CLEAR-ONE-FAMILY THRU 1200-EXIT
004440         VARYING WK-PF-I FROM 1 BY 1 UNTIL WK-PF-I > 999.
004450     OPEN INPUT DRG-FAM-FILE.
004460     IF WK-FAM-STATUS NOT = '00'
004470         DISPLAY 'PPSEV215 - DRG FAMILY TABLE MISSING'
004480         MOVE 16 TO RETURN-CODE
004490         STOP RUN
004500     END-IF.
004510     PERFORM 1300-LOAD-ONE-FAMILY THRU 1300-EXIT
004520         UNTIL FAM-AT-EOF.
004530     CLOSE DRG-FAM-FILE.
004540     IF WK-FAM-ROWS = 0
004550         DISPLAY 'PPSEV215 - DRG FAMILY TABLE EMPTY'
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     OPEN INPUT PROV-MAST-IN.
004600     IF WK-MAST-STATUS NOT = '00'
004610         DISPLAY 'PPSEV215 - PROVIDER MASTER UNAVAILABLE'
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650     OPEN INPUT HIST-REPO-FILE.
004660     IF WK-HISTREPO-STATUS NOT = '00'
004670         DISPLAY 'PPSEV215 - HISTORY REPOSITORY OPEN FAILED - '
004680                 'STATUS ' WK-HISTREPO-STATUS
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004720     OPEN OUTPUT SEV-WORK-FILE.
004730 1000-EXIT.
004740     EXIT.
004750 1100-READ-ONE-PARM.
004760     READ SEV-PARM-FILE
004770         AT END
004780             SET PARM-AT-EOF TO TRUE
004790             GO TO 1100-EXIT
004800     END-READ.
004810     IF SEV-PARM-REC = SPACES OR SEV-PARM-REC(1:1) = '*'
004820         GO TO 1100-EXIT
004830     END-IF.
004840     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004850     UNSTRING SEV-PARM-REC DELIMITED BY '='
004860         INTO WK-RC-KEYWORD WK-RC-VALUE.
004870     EVALUATE WK-RC-KEYWORD
004880         WHEN 'FISCAL-YEAR'
004890             IF WK-RC-VALUE(1:4) IS NUMERIC
004900                 MOVE WK-RC-VALUE(1:4) TO WK-FISCAL-YEAR
004910             END-IF
004920         WHEN 'FROM-DATE'
004930             IF WK-RC-VALUE(1:8) IS NUMERIC
004940                 MOVE WK-RC-VALUE(1:8) TO WK-FROM-DATE
004950             END-IF
004960         WHEN 'THRU-DATE'
004970             IF WK-RC-VALUE(1:8) IS NUMERIC
004980                 MOVE WK-RC-VALUE(1:8) TO WK-THRU-DATE
004990             END-IF
005000         WHEN 'SD-LIMIT'
005010             IF WK-RC-VALUE(1:1) IS NUMERIC
005020                AND WK-RC-VALUE(2:1) = '.'
005030                AND WK-RC-VALUE(3:1) IS NUMERIC
005040                 MOVE WK-RC-VALUE(1:1) TO WK-SDL-INT
005050                 MOVE WK-RC-VALUE(3:1) TO WK-SDL-DEC
005060                 MOVE WK-SDL-VALUE     TO WK-SD-LIMIT
005070             END-IF
005080         WHEN 'MIN-CASES'
005090             IF WK-RC-VALUE(1:5) IS NUMERIC
005100                 MOVE WK-RC-VALUE(1:5) TO WK-MIN-CASES
005110             END-IF
005120         WHEN 'MIN-PEERS'
005130             IF WK-RC-VALUE(1:3) IS NUMERIC
005140                 MOVE WK-RC-VALUE(1:3) TO WK-MIN-PEERS
005150             END-IF
005160         WHEN OTHER
005170             DISPLAY 'PPSEV215 - UNKNOWN PARAMETER IGNORED: '
005180                     WK-RC-KEYWORD
005190     END-EVALUATE.
005200 1100-EXIT.
005210     EXIT.
005220 1200-CLEAR-ONE-FAMILY.
005230     MOVE ZEROES TO FT-FAMILY(WK-PF-I).
005240     MOVE SPACE  TO FT-SEVERITY(WK-PF-I).
005250     MOVE SPACES TO FT-FAM-DESC(WK-PF-I).
005260     PERFORM 1210-CLEAR-ONE-LEVEL THRU 1210-EXIT
005270         VARYING WK-LV-I FROM 1 BY 1 UNTIL WK-LV-I > 3.
005280 1200-EXIT.
005290     EXIT.
005300 1210-CLEAR-ONE-LEVEL.
005310     MOVE ZEROES TO PF-CASES(WK-PF-I, WK-LV-I).
005320     MOVE ZEROES TO PF-PAYMENT(WK-PF-I, WK-LV-I).
005330 1210-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------*
005360* 1300-LOAD-ONE-FAMILY - A ROW WITH A ZERO OR NON-NUMERIC   *
005370* DRG OR FAMILY, OR AN UNKNOWN SEVERITY, IS COUNTED AND     *
005380* SKIPPED.                                                  *
005390*-----------------------------------------------------------*
005400 1300-LOAD-ONE-FAMILY.
005410     READ DRG-FAM-FILE
005420         AT END
005430             SET FAM-AT-EOF TO TRUE
005440             GO TO 1300-EXIT
005450     END-READ.
005460     IF DF-DRG NOT NUMERIC OR DF-DRG = 0
005470        OR DF-FAMILY NOT NUMERIC OR DF-FAMILY = 0
005480        OR NOT DF-SEV-VALID
005490         ADD 1 TO WK-FAM-REJECTED
005500         GO TO 1300-EXIT
005510     END-IF.
005520     MOVE DF-FAMILY   TO FT-FAMILY(DF-DRG).
005530     MOVE DF-SEVERITY TO FT-SEVERITY(DF-DRG).
005540     IF DF-DRG = DF-FAMILY
005550         MOVE DF-DESC TO FT-FAM-DESC(DF-FAMILY)
005560     END-IF.
005570     ADD 1 TO WK-FAM-ROWS.
005580 1300-EXIT.
005590     EXIT.
005600*===========================================================*
005610* 2000-COLLECT - ONE PASS OF THE MASTER; EACH PROVIDER WITH  *
005620* A SEGMENT IN FORCE HAS ITS CLAIMS COUNTED BY FAMILY AND    *
005630* ITS ROWS WRITTEN TO THE WORK FILE.                         *
005640*===========================================================*
005650 2000-COLLECT.
005660     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
005670     PERFORM 2100-ONE-PROVIDER THRU 2100-EXIT
005680         UNTIL MASTER-AT-EOF.
005690     CLOSE PROV-MAST-IN HIST-REPO-FILE SEV-WORK-FILE.
005700 2000-EXIT.
005710     EXIT.
005720 2010-READ-MASTER.
005730     READ PROV-MAST-IN
005740         AT END
005750             SET MASTER-AT-EOF TO TRUE
005760             GO TO 2010-EXIT
005770     END-READ.
005780     ADD 1 TO WK-MAST-ROWS.
005790 2010-EXIT.
005800     EXIT.
005810 2100-ONE-PROVIDER.
005820     MOVE PM-PROVIDER-NO TO WK-CUR-PROVIDER.
005830     MOVE 'N' TO WK-INFORCE-SW.
005840     ADD 1 TO WK-PROVS-READ.
005850     PERFORM 2110-TAKE-ONE-SEG THRU 2110-EXIT
005860         UNTIL MASTER-AT-EOF
005870            OR PM-PROVIDER-NO NOT = WK-CUR-PROVIDER.
005880     IF NOT SEGMENT-IN-FORCE
005890         ADD 1 TO WK-PROVS-NO-SEG
005900         GO TO 2100-EXIT
005910     END-IF.
005920     MOVE WK-IF-PROV-RECORD TO PROV-NEW-HOLD.
005930     PERFORM 2150-SET-PEER-KEY THRU 2150-EXIT.
005940     PERFORM 2200-COUNT-CLAIMS THRU 2200-EXIT.
005950     PERFORM 2300-WRITE-ONE-ROW THRU 2300-EXIT
005960         VARYING WK-PF-I FROM 1 BY 1 UNTIL WK-PF-I > 999.
005970 2100-EXIT.
005980     EXIT.
005990 2110-TAKE-ONE-SEG.
006000     IF PM-SEGMENT-EFF-DATE NOT > WK-THRU-DATE
006010         MOVE PM-PROVIDER-NO      TO WK-IF-PROVIDER-NO
006020         MOVE PM-SEGMENT-EFF-DATE TO WK-IF-EFF-DATE
006030         MOVE PM-FORMAT-IND       TO WK-IF-FORMAT-IND
006040         MOVE PM-PROV-RECORD      TO WK-IF-PROV-RECORD
006050         SET SEGMENT-IN-FORCE TO TRUE
006060     END-IF.
006070     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
006080 2110-EXIT.
006090     EXIT.
006100*-----------------------------------------------------------*
006110* 2150-SET-PEER-KEY - PROVIDER TYPE, BED BAND AND URBAN OR  *
006120* RURAL CBSA.                                               *
006130*-----------------------------------------------------------*
006140 2150-SET-PEER-KEY.
006150     MOVE P-NEW-PROVIDER-TYPE TO WK-PK-PROV-TYPE.
006160     IF P-NEW-BED-SIZE NOT NUMERIC
006170         MOVE '1' TO WK-PK-BED-BAND
006180     ELSE
006190         EVALUATE TRUE
006200             WHEN P-NEW-BED-SIZE < 100
006210                 MOVE '1' TO WK-PK-BED-BAND
006220             WHEN P-NEW-BED-SIZE < 200
006230                 MOVE '2' TO WK-PK-BED-BAND
006240             WHEN P-NEW-BED-SIZE < 400
006250                 MOVE '3' TO WK-PK-BED-BAND
006260             WHEN OTHER
006270                 MOVE '4' TO WK-PK-BED-BAND
006280         END-EVALUATE
006290     END-IF.
006300     IF P-NEW-CBSA-GEO-LOC(1:3) = SPACES
006310        OR P-NEW-CBSA-GEO-LOC(1:3) = '000'
006320         MOVE 'R' TO WK-PK-URBAN-RURAL
006330     ELSE
006340         MOVE 'U' TO WK-PK-URBAN-RURAL
006350     END-IF.
006360 2150-EXIT.
006370     EXIT.
006380*===========================================================*
006390* 2200-COUNT-CLAIMS - WALK THE PROVIDER'S CLAIMS IN THE      *
006400* HISTORY REPOSITORY DISCHARGED IN THE PERIOD, HOLDING EACH  *
006410* CLAIM'S LATEST PAYABLE PRICING (RTC UNDER 50) AND POSTING  *
006420* IT WHEN THE NEXT CLAIM BEGINS.                             *
006430*===========================================================*
006440 2200-COUNT-CLAIMS.
006450     MOVE 'N' TO WK-HIST-EOF WK-HELD-SW.
006460     MOVE LOW-VALUES         TO HR-KEY.
006470     MOVE WK-CUR-PROVIDER    TO HR-PROVIDER-NO.
006480     MOVE WK-FROM-DATE       TO HR-DISCHARGE-DATE.
006490     START HIST-REPO-FILE
006500         KEY NOT < HR-KEY
006510         INVALID KEY
006520             SET HIST-AT-EOF TO TRUE
006530     END-START.
006540     PERFORM 2210-SCAN-ONE-HIST THRU 2210-EXIT
006550         UNTIL HIST-AT-EOF.
006560     IF CLAIM-IS-HELD
006570         PERFORM 2220-POST-HELD-CLAIM THRU 2220-EXIT
006580     END-IF.
006590 2200-EXIT.
006600     EXIT.
006610 2210-SCAN-ONE-HIST.
006620     READ HIST-REPO-FILE NEXT
006630         AT END
006640             SET HIST-AT-EOF TO TRUE
006650             GO TO 2210-EXIT
006660     END-READ.
006670     IF HR-PROVIDER-NO NOT = WK-CUR-PROVIDER
006680        OR HR-DISCHARGE-DATE > WK-THRU-DATE
006690         SET HIST-AT-EOF TO TRUE
006700         GO TO 2210-EXIT
006710     END-IF.
006720     IF CLAIM-IS-HELD
006730        AND (HR-DISCHARGE-DATE NOT = WK-HELD-DATE
006740             OR HR-CLAIM-SEQ NOT = WK-HELD-SEQ)
006750         PERFORM 2220-POST-HELD-CLAIM THRU 2220-EXIT
006760     END-IF.
006770     MOVE HR-PPS-DATA TO PPS-DATA.
006780     IF PPS-RTC NOT < 50
006790         GO TO 2210-EXIT
006800     END-IF.
006810     IF CLAIM-IS-HELD
006820        AND HR-RUN-DATE < WK-HELD-RUN-DATE
006830         GO TO 2210-EXIT
006840     END-IF.
006850     MOVE HR-DISCHARGE-DATE  TO WK-HELD-DATE.
006860     MOVE HR-CLAIM-SEQ       TO WK-HELD-SEQ.
006870     MOVE HR-RUN-DATE        TO WK-HELD-RUN-DATE.
006880     MOVE HR-DRG             TO WK-HELD-DRG.
006890     MOVE PPS-TOTAL-PAYMENT  TO WK-HELD-TOTAL.
006900     SET CLAIM-IS-HELD TO TRUE.
006910 2210-EXIT.
006920     EXIT.
006930 2220-POST-HELD-CLAIM.
006940     MOVE 'N' TO WK-HELD-SW.
006950     IF WK-HELD-DRG NOT NUMERIC OR WK-HELD-DRG = 0
006960         ADD 1 TO WK-CLAIMS-NO-FAMILY
006970         GO TO 2220-EXIT
006980     END-IF.
006990     IF FT-FAMILY(WK-HELD-DRG) = 0
007000         ADD 1 TO WK-CLAIMS-NO-FAMILY
007010         GO TO 2220-EXIT
007020     END-IF.
007030     EVALUATE FT-SEVERITY(WK-HELD-DRG)
007040         WHEN 'M'
007050             MOVE 3 TO WK-LV-I
007060         WHEN 'C'
007070             MOVE 2 TO WK-LV-I
007080         WHEN OTHER
007090             MOVE 1 TO WK-LV-I
007100     END-EVALUATE.
007110     MOVE FT-FAMILY(WK-HELD-DRG) TO WK-PF-I.
007120     ADD 1 TO PF-CASES(WK-PF-I, WK-LV-I).
007130     ADD WK-HELD-TOTAL TO PF-PAYMENT(WK-PF-I, WK-LV-I).
007140     ADD 1 TO WK-CLAIMS-COUNTED.
007150 2220-EXIT.
007160     EXIT.
007170*-----------------------------------------------------------*
007180* 2300-WRITE-ONE-ROW - ONE WORK ROW PER FAMILY THE PROVIDER *
007190* HAD CASES IN; THE FAMILY IS CLEARED FOR THE NEXT          *
007200* PROVIDER.                                                 *
007210*-----------------------------------------------------------*
007220 2300-WRITE-ONE-ROW.
007230     COMPUTE WK-PF-TOTAL = PF-CASES(WK-PF-I, 1)
007240                         + PF-CASES(WK-PF-I, 2)
007250                         + PF-CASES(WK-PF-I, 3).
007260     IF WK-PF-TOTAL = 0
007270         GO TO 2300-EXIT
007280     END-IF.
007290     MOVE SPACES          TO WK-SEV-ROW.
007300     MOVE WK-PEER-KEY     TO SR-PEER-KEY.
007310     MOVE WK-PF-I         TO SR-FAMILY.
007320     MOVE WK-CUR-PROVIDER TO SR-PROVIDER-NO.
007330     PERFORM 2310-MOVE-ONE-LEVEL THRU 2310-EXIT
007340         VARYING WK-LV-I FROM 1 BY 1 UNTIL WK-LV-I > 3.
007350     MOVE WK-SEV-ROW TO SEV-WORK-REC.
007360     WRITE SEV-WORK-REC.
007370     ADD 1 TO WK-ROWS-WRITTEN.
007380 2300-EXIT.
007390     EXIT.
007400 2310-MOVE-ONE-LEVEL.
007410     MOVE PF-CASES(WK-PF-I, WK-LV-I)   TO SR-CASES(WK-LV-I).
007420     MOVE PF-PAYMENT(WK-PF-I, WK-LV-I) TO SR-PAYMENT(WK-LV-I).
007430     MOVE ZEROES TO PF-CASES(WK-PF-I, WK-LV-I).
007440     MOVE ZEROES TO PF-PAYMENT(WK-PF-I, WK-LV-I).
007450 2310-EXIT.
007460     EXIT.
007470*===========================================================*
007480* 3000-SORT-ROWS - INTO PEER GROUP, FAMILY AND PROVIDER      *
007490* ORDER.                                                     *
007500*===========================================================*
007510 3000-SORT-ROWS.
007520     SORT SEV-SORT-FILE
007530         ON ASCENDING KEY SS-PEER-KEY SS-FAMILY SS-PROVIDER-NO
007540         USING SEV-WORK-FILE
007550         GIVING SEV-SORTED-FILE.
007560 3000-EXIT.
007570     EXIT.
007580*===========================================================*
007590* 4000-ASSESS - ONE PEER GROUP AND FAMILY AT A TIME.         *
007600*===========================================================*
007610 4000-ASSESS.
007620     OPEN INPUT SEV-SORTED-FILE.
007630     OPEN OUTPUT SEV-RPT-OUT.
007640     MOVE WK-FROM-DATE  TO WK-ST-FROM-DATE.
007650     MOVE WK-THRU-DATE  TO WK-ST-THRU-DATE.
007660     MOVE WK-SD-LIMIT   TO WK-ST-SD-LIMIT.
007670     MOVE WK-MIN-CASES  TO WK-ST-MIN-CASES.
007680     MOVE WK-SV-TITLE-LINE TO SEV-RPT-LINE.
007690     WRITE SEV-RPT-LINE.
007700     MOVE WK-SV-RULE-LINE TO SEV-RPT-LINE.
007710     WRITE SEV-RPT-LINE.
007720     MOVE WK-SV-HEADING1 TO SEV-RPT-LINE.
007730     WRITE SEV-RPT-LINE.
007740     MOVE WK-SV-HEADING2 TO SEV-RPT-LINE.
007750     WRITE SEV-RPT-LINE.
007760     PERFORM 4010-READ-SORTED THRU 4010-EXIT.
007770     PERFORM 4100-ONE-GROUP THRU 4100-EXIT
007780         UNTIL SORTED-AT-EOF.
007790     CLOSE SEV-SORTED-FILE.
007800 4000-EXIT.
007810     EXIT.
007820 4010-READ-SORTED.
007830     READ SEV-SORTED-FILE INTO WK-SEV-ROW
007840         AT END
007850             SET SORTED-AT-EOF TO TRUE
007860     END-READ.
007870 4010-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------*
007900* 4100-ONE-GROUP - LOAD THE GROUP'S ROWS AND POOL THEM, THEN *
007910* RATE EACH QUALIFYING PROVIDER AGAINST THE OTHERS.          *
007920*-----------------------------------------------------------*
007930 4100-ONE-GROUP.
007940     MOVE SR-PEER-KEY TO WK-GK-PEER-KEY.
007950     MOVE SR-FAMILY   TO WK-GK-FAMILY.
007960     ADD 1 TO WK-GROUPS.
007970     MOVE ZEROES TO WK-GP-COUNT WK-POOL WK-Q-COUNT WK-Q-SUM
007980                    WK-Q-SUMSQ.
007990     PERFORM 4110-LOAD-ONE-ROW THRU 4110-EXIT
008000         UNTIL SORTED-AT-EOF
008010            OR SR-PEER-KEY NOT = WK-GK-PEER-KEY
008020            OR SR-FAMILY NOT = WK-GK-FAMILY.
008030     IF WK-Q-COUNT NOT > WK-MIN-PEERS
008040         ADD 1 TO WK-GROUPS-FEW-PEERS
008050         GO TO 4100-EXIT
008060     END-IF.
008070     PERFORM 4200-RATE-ONE-PROVIDER THRU 4200-EXIT
008080         VARYING GP-IDX FROM 1 BY 1
008090         UNTIL GP-IDX > WK-GP-COUNT.
008100 4100-EXIT.
008110     EXIT.
008120 4110-LOAD-ONE-ROW.
008130     IF WK-GP-COUNT NOT < 3000
008140         ADD 1 TO WK-GROUP-DROPS
008150         GO TO 4110-READ
008160     END-IF.
008170     ADD 1 TO WK-GP-COUNT.
008180     SET GP-IDX TO WK-GP-COUNT.
008190     MOVE SR-PROVIDER-NO TO GP-PROVIDER-NO(GP-IDX).
008200     MOVE ZEROES TO GP-CASES(GP-IDX).
008210     PERFORM 4120-POOL-ONE-LEVEL THRU 4120-EXIT
008220         VARYING WK-LV-I FROM 1 BY 1 UNTIL WK-LV-I > 3.
008230     ADD GP-CASES(GP-IDX) TO WK-POOL-CASES.
008240     COMPUTE GP-SHARE(GP-IDX) ROUNDED =
008250         (GP-LV-CASES(GP-IDX, 2) + GP-LV-CASES(GP-IDX, 3))
008260             / GP-CASES(GP-IDX).
008270     IF GP-CASES(GP-IDX) < WK-MIN-CASES
008280         MOVE 'N' TO GP-QUALIFIES-SW(GP-IDX)
008290     ELSE
008300         MOVE 'Y' TO GP-QUALIFIES-SW(GP-IDX)
008310         ADD 1 TO WK-Q-COUNT
008320         ADD GP-SHARE(GP-IDX) TO WK-Q-SUM
008330         COMPUTE WK-Q-SUMSQ ROUNDED =
008340             WK-Q-SUMSQ + GP-SHARE(GP-IDX) * GP-SHARE(GP-IDX)
008350     END-IF.
008360 4110-READ.
008370     PERFORM 4010-READ-SORTED THRU 4010-EXIT.
008380 4110-EXIT.
008390     EXIT.
008400 4120-POOL-ONE-LEVEL.
008410     MOVE SR-CASES(WK-LV-I)   TO GP-LV-CASES(GP-IDX, WK-LV-I).
008420     MOVE SR-PAYMENT(WK-LV-I) TO GP-LV-PAYMENT(GP-IDX, WK-LV-I).
008430     ADD SR-CASES(WK-LV-I)    TO GP-CASES(GP-IDX).
008440     ADD SR-CASES(WK-LV-I)    TO WK-POOL-LV-CASES(WK-LV-I).
008450     ADD SR-PAYMENT(WK-LV-I)  TO WK-POOL-LV-PAYMENT(WK-LV-I).
008460 4120-EXIT.
008470     EXIT.
008480*===========================================================*
008490* 4200-RATE-ONE-PROVIDER - THE PEERS' MEAN AND STANDARD      *
008500* DEVIATION OF THE SHARE ABOVE BASE, WITH THIS PROVIDER      *
008510* TAKEN OUT.  A SHARE ABOVE MEAN PLUS SD-LIMIT DEVIATIONS IS *
008520* FLAGGED, COSTED AND LISTED.                                *
008530*===========================================================*
008540 4200-RATE-ONE-PROVIDER.
008550     IF GP-QUALIFIES-SW(GP-IDX) NOT = 'Y'
008560         GO TO 4200-EXIT
008570     END-IF.
008580     ADD 1 TO WK-ROWS-ASSESSED.
008590     COMPUTE WK-PEER-COUNT = WK-Q-COUNT - 1.
008600     COMPUTE WK-PEER-MEAN ROUNDED =
008610         (WK-Q-SUM - GP-SHARE(GP-IDX)) / WK-PEER-COUNT.
008620     COMPUTE WK-PEER-VAR ROUNDED =
008630         (WK-Q-SUMSQ - GP-SHARE(GP-IDX) * GP-SHARE(GP-IDX))
008640             / WK-PEER-COUNT
008650         - WK-PEER-MEAN * WK-PEER-MEAN.
008660     IF WK-PEER-VAR > 0
008670         COMPUTE WK-PEER-SD ROUNDED = WK-PEER-VAR ** 0.5
008680     ELSE
008690         MOVE ZEROES TO WK-PEER-SD
008700     END-IF.
008710     COMPUTE WK-PEER-LIMIT ROUNDED =
008720         WK-PEER-MEAN + WK-SD-LIMIT * WK-PEER-SD.
008730     IF GP-SHARE(GP-IDX) NOT > WK-PEER-LIMIT
008740         GO TO 4200-EXIT
008750     END-IF.
008760     ADD 1 TO WK-ROWS-FLAGGED.
008770     COMPUTE WK-PEER-CASES = WK-POOL-CASES - GP-CASES(GP-IDX).
008780     MOVE ZEROES TO WK-STAKE.
008790     PERFORM 4210-COST-ONE-LEVEL THRU 4210-EXIT
008800         VARYING WK-LV-I FROM 1 BY 1 UNTIL WK-LV-I > 3.
008810     ADD WK-STAKE TO WK-RUN-STAKE.
008820     PERFORM 4300-WRITE-FLAGGED THRU 4300-EXIT.
008830 4200-EXIT.
008840     EXIT.
008850*-----------------------------------------------------------*
008860* 4210-COST-ONE-LEVEL - THE PROVIDER'S AND PEERS' SHARE AT  *
008870* ONE LEVEL, AND THE LEVEL'S CASES ABOVE (OR BELOW) THE     *
008880* PEER NORM AT THE LEVEL'S AVERAGE PAYMENT.                 *
008890*-----------------------------------------------------------*
008900 4210-COST-ONE-LEVEL.
008910     COMPUTE WK-PROV-SHARE(WK-LV-I) ROUNDED =
008920         GP-LV-CASES(GP-IDX, WK-LV-I) / GP-CASES(GP-IDX).
008930     COMPUTE WK-PEER-LV-CASES =
008940         WK-POOL-LV-CASES(WK-LV-I) - GP-LV-CASES(GP-IDX, WK-LV-I).
008950     IF WK-PEER-CASES > 0
008960         COMPUTE WK-PEER-SHARE(WK-LV-I) ROUNDED =
008970             WK-PEER-LV-CASES / WK-PEER-CASES
008980     ELSE
008990         MOVE ZEROES TO WK-PEER-SHARE(WK-LV-I)
009000     END-IF.
009010     MOVE ZEROES TO WK-LV-AVG-PAY.
009020     IF GP-LV-CASES(GP-IDX, WK-LV-I) > 0
009030         COMPUTE WK-LV-AVG-PAY ROUNDED =
009040             GP-LV-PAYMENT(GP-IDX, WK-LV-I)
009050                 / GP-LV-CASES(GP-IDX, WK-LV-I)
009060     ELSE
009070         IF WK-PEER-LV-CASES > 0
009080             COMPUTE WK-LV-AVG-PAY ROUNDED =
009090                 (WK-POOL-LV-PAYMENT(WK-LV-I)
009100                  - GP-LV-PAYMENT(GP-IDX, WK-LV-I))
009110                     / WK-PEER-LV-CASES
009120         END-IF
009130     END-IF.
009140     COMPUTE WK-LV-EXPECTED ROUNDED =
009150         GP-CASES(GP-IDX) * WK-PEER-SHARE(WK-LV-I).
009160     COMPUTE WK-STAKE ROUNDED = WK-STAKE
009170         + (GP-LV-CASES(GP-IDX, WK-LV-I) - WK-LV-EXPECTED)
009180             * WK-LV-AVG-PAY.
009190 4210-EXIT.
009200     EXIT.
009210 4300-WRITE-FLAGGED.
009220     MOVE SPACES TO WK-SV-DETAIL-LINE.
009230     MOVE GP-PROVIDER-NO(GP-IDX)     TO WK-SD-PROVIDER-NO.
009240     MOVE WK-GK-PEER-KEY(1:2)        TO WK-SD-PROV-TYPE.
009250     MOVE WK-GK-PEER-KEY(3:1)        TO WK-SD-BED-BAND.
009260     MOVE WK-GK-PEER-KEY(4:1)        TO WK-SD-URBAN-RURAL.
009270     MOVE WK-GK-FAMILY               TO WK-SD-FAMILY.
009280     MOVE FT-FAM-DESC(WK-GK-FAMILY)  TO WK-SD-DESC.
009290     MOVE GP-CASES(GP-IDX)           TO WK-SD-CASES.
009300     COMPUTE WK-SV-PCT-WORK ROUNDED = WK-PROV-SHARE(3) * 100.
009310     MOVE WK-SV-PCT-WORK TO WK-SD-PROV-P(1).
009320     COMPUTE WK-SV-PCT-WORK ROUNDED = WK-PROV-SHARE(2) * 100.
009330     MOVE WK-SV-PCT-WORK TO WK-SD-PROV-P(2).
009340     COMPUTE WK-SV-PCT-WORK ROUNDED = WK-PROV-SHARE(1) * 100.
009350     MOVE WK-SV-PCT-WORK TO WK-SD-PROV-P(3).
009360     COMPUTE WK-SV-PCT-WORK ROUNDED = WK-PEER-SHARE(3) * 100.
009370     MOVE WK-SV-PCT-WORK TO WK-SD-PEER-P(1).
009380     COMPUTE WK-SV-PCT-WORK ROUNDED = WK-PEER-SHARE(2) * 100.
009390     MOVE WK-SV-PCT-WORK TO WK-SD-PEER-P(2).
009400     COMPUTE WK-SV-PCT-WORK ROUNDED = WK-PEER-SHARE(1) * 100.
009410     MOVE WK-SV-PCT-WORK TO WK-SD-PEER-P(3).
009420     COMPUTE WK-SV-PCT-WORK ROUNDED = GP-SHARE(GP-IDX) * 100.
009430     MOVE WK-SV-PCT-WORK TO WK-SD-ABOVE-PROV.
009440     COMPUTE WK-SV-PCT-WORK ROUNDED = WK-PEER-MEAN * 100.
009450     MOVE WK-SV-PCT-WORK TO WK-SD-ABOVE-MEAN.
009460     IF WK-PEER-LIMIT > 1
009470         MOVE 100 TO WK-SV-PCT-WORK
009480     ELSE
009490         COMPUTE WK-SV-PCT-WORK ROUNDED = WK-PEER-LIMIT * 100
009500     END-IF.
009510     MOVE WK-SV-PCT-WORK TO WK-SD-ABOVE-LIMIT.
009520     MOVE WK-STAKE TO WK-SD-STAKE.
009530     MOVE WK-SV-DETAIL-LINE TO SEV-RPT-LINE.
009540     WRITE SEV-RPT-LINE.
009550 4300-EXIT.
009560     EXIT.
009570*===========================================================*
009580* 9000-TERMINATE - REPORT TOTALS, CLOSE AND DISPLAY.         *
009590*===========================================================*
009600 9000-TERMINATE.
009610     MOVE WK-CLAIMS-COUNTED   TO WK-SV1-CLAIMS.
009620     MOVE WK-CLAIMS-NO-FAMILY TO WK-SV1-NO-FAMILY.
009630     MOVE WK-GROUPS           TO WK-SV2-GROUPS.
009640     MOVE WK-GROUPS-FEW-PEERS TO WK-SV2-FEW-PEERS.
009650     MOVE WK-ROWS-ASSESSED    TO WK-SV3-ASSESSED.
009660     MOVE WK-ROWS-FLAGGED     TO WK-SV3-FLAGGED.
009670     MOVE WK-RUN-STAKE        TO WK-SV3-STAKE.
009680     MOVE WK-SV-RULE-LINE TO SEV-RPT-LINE.
009690     WRITE SEV-RPT-LINE.
009700     MOVE WK-SV-TOTAL-LINE1 TO SEV-RPT-LINE.
009710     WRITE SEV-RPT-LINE.
009720     MOVE WK-SV-TOTAL-LINE2 TO SEV-RPT-LINE.
009730     WRITE SEV-RPT-LINE.
009740     MOVE WK-SV-TOTAL-LINE3 TO SEV-RPT-LINE.
009750     WRITE SEV-RPT-LINE.
009760     CLOSE SEV-RPT-OUT.
009770     DISPLAY 'PPSEV215 - PERIOD             : ' WK-FROM-DATE
009780             ' - ' WK-THRU-DATE.
009790     DISPLAY 'PPSEV215 - FAMILY ROWS LOADED : ' WK-FAM-ROWS.
009800     DISPLAY 'PPSEV215 - FAMILY ROWS REJECTED: ' WK-FAM-REJECTED.
009810     DISPLAY 'PPSEV215 - MASTER SEGMENTS    : ' WK-MAST-ROWS.
009820     DISPLAY 'PPSEV215 - PROVIDERS READ     : ' WK-PROVS-READ.
009830     DISPLAY 'PPSEV215 - NO SEGMENT IN FORCE: ' WK-PROVS-NO-SEG.
009840     DISPLAY 'PPSEV215 - CLAIMS COUNTED     : ' WK-CLAIMS-COUNTED.
009850     DISPLAY 'PPSEV215 - CLAIMS UNSPLIT DRG : '
009860             WK-CLAIMS-NO-FAMILY.
009870     DISPLAY 'PPSEV215 - PROVIDER FAMILIES  : ' WK-ROWS-WRITTEN.
009880     DISPLAY 'PPSEV215 - PEER GROUP FAMILIES: ' WK-GROUPS.
009890     DISPLAY 'PPSEV215 - TOO FEW PEERS      : '
009900             WK-GROUPS-FEW-PEERS.
009910     DISPLAY 'PPSEV215 - ROWS RATED         : ' WK-ROWS-ASSESSED.
009920     DISPLAY 'PPSEV215 - ROWS FLAGGED       : ' WK-ROWS-FLAGGED.
009930     DISPLAY 'PPSEV215 - PAYMENT AT STAKE   : ' WK-RUN-STAKE.
009940     IF WK-GROUP-DROPS > 0
009950         DISPLAY 'PPSEV215 - ROWS OVER GROUP TABLE LIMIT: '
009960                 WK-GROUP-DROPS
009970     END-IF.
009980 9000-EXIT.
009990     EXIT.
