000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPOLM215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - OUTLIER PAYMENT TARGET MONITOR.
000070*          - CMS SETS THE FIXED-LOSS THRESHOLD SO OUTLIER
000080*            PAYMENTS COME TO ABOUT 5.1 PERCENT OF TOTAL IPPS
000090*            PAYMENTS.  THIS MODULE SHOWS WHERE OUR OWN WORKLOAD
000100*            IS TRACKING, FISCAL YEAR TO DATE, FOR THE MONTHLY
000110*            BUDGET-NEUTRALITY DISCUSSIONS.
000120*          - EVERY CLAIM IN THE HISTORY REPOSITORY DISCHARGED
000130*            FROM OCTOBER 1 THROUGH THE AS-OF DATE IS TAKEN AT
000140*            ITS LATEST PAYABLE PRICING (RTC UNDER 50):
000150*              OPERATING PAYMENT - FEDERAL AND HOSPITAL-SPECIFIC
000160*                                  PORTIONS, OUTLIER, IME AND
000170*                                  DSH (PPS-DATA)
000180*              CAPITAL PAYMENT   - CAPITAL TOTAL, WITH ITS
000190*                                  OUTLIER PORTION
000200*            THE OUTLIER RATIO IS OPERATING PLUS CAPITAL OUTLIER
000210*            OVER OPERATING PLUS CAPITAL PAYMENT, BROKEN DOWN BY
000220*            DISCHARGE MONTH, BY PROVIDER AND BY DRG.
000230*          - THE YEAR-END RATIO IS PROJECTED FROM THE RUN-
000240*            HISTORY REGISTRY: THE YEAR'S PAYMENT PACE PER DAY
000250*            CARRIES THE REMAINING DAYS, AT THE OUTLIER RATIO
000260*            OF THE LATEST THREE DISCHARGE MONTHS.
000270*          - PROVIDERS WHOSE OUTLIER PAYMENTS MOST EXCEED THE
000280*            TARGET SHARE OF THEIR OWN PAYMENTS ARE LISTED WITH
000290*            THE COST-TO-CHARGE RATIO TREND FROM THEIR PROVIDER
000300*            MASTER SEGMENTS.
000310*          - PARAMETER CARDS - FISCAL-YEAR=CCYY AND AS-OF-DATE=
000320*            CCYYMMDD (DEFAULT TODAY, NO LATER THAN THE FISCAL
000330*            YEAR END), TARGET-PCT=9.99 (DEFAULT 5.10),
000340*            TOP-PROVIDERS=NNN (DEFAULT 20, AT MOST 100).
000350 DATE-COMPILED.
000360****************************************************************
000370*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000380*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000390*   IS THAT OF THE USER.                                       *
000400****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.            IBM-370.
000440 OBJECT-COMPUTER.            IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OLM-PARM-FILE   ASSIGN TO OLMPARM
000480                            ORGANIZATION IS LINE SEQUENTIAL
000490                            FILE STATUS IS WK-PARM-STATUS.
000500     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000510                            ORGANIZATION IS INDEXED
000520                            ACCESS MODE IS SEQUENTIAL
000530                            RECORD KEY IS HR-KEY
000540                            ALTERNATE RECORD KEY IS HR-MBI
000550                                WITH DUPLICATES
000560                            FILE STATUS IS WK-HISTREPO-STATUS.
000570     SELECT RUN-HIST-IN     ASSIGN TO RUNHIST
000580                            ORGANIZATION IS SEQUENTIAL
000590                            FILE STATUS IS WK-RUNHIST-STATUS.
000600     SELECT PROV-MAST-IN    ASSIGN TO PROVMAST
000610                            ORGANIZATION IS INDEXED
000620                            ACCESS MODE IS DYNAMIC
000630                            RECORD KEY IS PM-PROV-KEY
000640                            FILE STATUS IS WK-MAST-STATUS.
000650     SELECT OLM-RPT-OUT     ASSIGN TO OLMRPT
000660                            ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  OLM-PARM-FILE
000700     RECORDING MODE IS F.
000710 01  OLM-PARM-REC                PIC X(80).
000720*----------------------------------------------------------*
000730* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
000740* IT.                                                       *
000750*----------------------------------------------------------*
000760 FD  HIST-REPO-FILE
000770     RECORD CONTAINS 252 CHARACTERS.
000780 01  HIST-REPO-REC.
000790     05  HR-KEY.
000800         10  HR-PROVIDER-NO     PIC X(06).
000810         10  HR-DISCHARGE-DATE  PIC 9(08).
000820         10  HR-CLAIM-SEQ       PIC 9(09).
000830         10  HR-RUN-ID          PIC X(08).
000840     05  HR-RUN-DATE            PIC 9(08).
000850     05  HR-PPS-DATA            PIC X(89).
000860     05  HR-WI-AUDIT            PIC X(66).
000870     05  HR-MBI                 PIC X(11).
000880     05  HR-DRG                 PIC 9(03).
000890     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
000900     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
000910     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
000920     05  HR-NEW-TECH            PIC 9(09)V9(02).
000930*----------------------------------------------------------*
000940* CUMULATIVE RUN-HISTORY REGISTRY - ONE MANIFEST IMAGE PER  *
000950* RUN, AS PPBAT215 APPENDS THEM.                            *
000960*----------------------------------------------------------*
000970 FD  RUN-HIST-IN
000980     RECORDING MODE IS F.
000990 01  RUN-HIST-IN-REC             PIC X(144).
001000*----------------------------------------------------------*
001010* CURRENT PROVIDER MASTER, AS PPBAT215 READS IT.            *
001020*----------------------------------------------------------*
001030 FD  PROV-MAST-IN
001040     RECORD CONTAINS 325 CHARACTERS.
001050 01  PROV-MAST-REC.
001060     05  PM-PROV-KEY.
001070         10  PM-PROVIDER-NO     PIC X(06).
001080         10  PM-SEGMENT-EFF-DATE PIC 9(08).
001090     05  PM-FORMAT-IND          PIC X(01).
001100     05  PM-PROV-RECORD         PIC X(310).
001110 FD  OLM-RPT-OUT
001120     RECORDING MODE IS F.
001130 01  OLM-RPT-LINE                PIC X(132).
001140 WORKING-STORAGE SECTION.
001150 01  W-STORAGE-REF                  PIC X(48)  VALUE
001160     'P P O L M 2 1 5 - W O R K I N G   S T O R A G E'.
001170 01  OLM-VERSION                    PIC X(05) VALUE 'O21.5'.
001180 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001190 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001200 01  WK-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
001210 01  WK-MAST-STATUS             PIC X(02) VALUE SPACES.
001220 01  WK-SWITCHES.
001230     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001240         88  PARM-AT-EOF        VALUE 'Y'.
001250     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
001260         88  HIST-AT-EOF        VALUE 'Y'.
001270     05  WK-RUNHIST-EOF         PIC X(01) VALUE 'N'.
001280         88  RUNHIST-AT-EOF     VALUE 'Y'.
001290     05  WK-MAST-EOF            PIC X(01) VALUE 'N'.
001300         88  MASTER-AT-EOF      VALUE 'Y'.
001310     05  WK-HELD-SW             PIC X(01) VALUE 'N'.
001320         88  CLAIM-IS-HELD      VALUE 'Y'.
001330     05  WK-RUNHIST-SW          PIC X(01) VALUE 'N'.
001340         88  RUNHIST-ACTIVE     VALUE 'Y'.
001350     05  WK-MAST-SW             PIC X(01) VALUE 'N'.
001360         88  MASTER-ACTIVE      VALUE 'Y'.
001370     05  WK-DRIVER-SW           PIC X(01) VALUE 'N'.
001380         88  DRIVERS-DONE       VALUE 'Y'.
001390 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001400 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001410 01  WK-TODAY                   PIC 9(08) VALUE ZEROES.
001420 01  WK-TODAY-PARTS REDEFINES WK-TODAY.
001430     05  WK-TODAY-YYYY          PIC 9(04).
001440     05  WK-TODAY-MM            PIC 9(02).
001450     05  WK-TODAY-DD            PIC 9(02).
001460 01  WK-FISCAL-YEAR             PIC 9(04) VALUE ZEROES.
001470 01  WK-AS-OF-DATE              PIC 9(08) VALUE ZEROES.
001480 01  WK-AS-OF-PARTS REDEFINES WK-AS-OF-DATE.
001490     05  WK-AS-OF-YYYY          PIC 9(04).
001500     05  WK-AS-OF-MM            PIC 9(02).
001510     05  WK-AS-OF-DD            PIC 9(02).
001520 01  WK-FROM-DATE               PIC 9(08) VALUE ZEROES.
001530 01  WK-FROM-PARTS REDEFINES WK-FROM-DATE.
001540     05  WK-FROM-YYYY           PIC 9(04).
001550     05  WK-FROM-MMDD           PIC 9(04).
001560 01  WK-THRU-DATE               PIC 9(08) VALUE ZEROES.
001570 01  WK-THRU-PARTS REDEFINES WK-THRU-DATE.
001580     05  WK-THRU-YYYY           PIC 9(04).
001590     05  WK-THRU-MMDD           PIC 9(04).
001600 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
001610 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
001620     05  WK-DTS-YYYY            PIC 9(04).
001630     05  WK-DTS-MM              PIC 9(02).
001640     05  WK-DTS-DD              PIC 9(02).
001650 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
001660 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
001670 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
001680 01  WK-DTS-MONTH-DAYS.
001690     05  FILLER PIC X(36) VALUE
001700         '000031059090120151181212243273304334'.
001710 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
001720     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
001730 01  WK-AS-OF-FY-MONTH          PIC 9(02) VALUE ZEROES.
001740*----------------------------------------------------------*
001750* POLICY TARGET AND LISTING LIMIT FROM THE PARAMETER CARDS. *
001760*----------------------------------------------------------*
001770 01  WK-TARGET-PCT              PIC 9V9(02) VALUE 5.10.
001780 01  WK-TGT-TEXT.
001790     05  WK-TGT-INT             PIC 9(01).
001800     05  WK-TGT-DEC             PIC 9(02).
001810 01  WK-TGT-VALUE REDEFINES WK-TGT-TEXT PIC 9V9(02).
001820 01  WK-TOP-PROVIDERS           PIC 9(03) VALUE 20.
001830*----------------------------------------------------------*
001840* THE CLAIM BEING COUNTED - ITS LATEST PAYABLE PRICING.     *
001850*----------------------------------------------------------*
001860 COPY PPSDATA.
001870 01  WK-HELD-CLAIM.
001880     05  WK-HELD-PROVIDER       PIC X(06).
001890     05  WK-HELD-DATE           PIC 9(08).
001900     05  WK-HELD-SEQ            PIC 9(09).
001910     05  WK-HELD-RUN-DATE       PIC 9(08).
001920     05  WK-HELD-DRG            PIC 9(03).
001930     05  WK-HELD-TOTAL          PIC 9(09)V9(02).
001940     05  WK-HELD-OPER-PAY       PIC S9(11)V9(02).
001950     05  WK-HELD-OPER-OUTL      PIC S9(11)V9(02).
001960     05  WK-HELD-CAPI-PAY       PIC S9(11)V9(02).
001970     05  WK-HELD-CAPI-OUTL      PIC S9(11)V9(02).
001980 01  WK-HELD-DATE-PARTS.
001990     05  WK-HD-YYYY             PIC 9(04).
002000     05  WK-HD-MM               PIC 9(02).
002010     05  WK-HD-DD               PIC 9(02).
002020 01  WK-FY-MONTH                PIC 9(02) VALUE ZEROES.
002030 01  WK-CLAIM-BASE              PIC S9(11)V9(02) VALUE ZEROES.
002040 01  WK-CLAIM-OUTLIER           PIC S9(11)V9(02) VALUE ZEROES.
002050*----------------------------------------------------------*
002060* BY DISCHARGE MONTH OF THE FISCAL YEAR (1 = OCTOBER).      *
002070*----------------------------------------------------------*
002080 01  OLM-MONTH-TABLE.
002090     05  MO-ENTRY OCCURS 12 TIMES.
002100         10  MO-CLAIMS          PIC 9(07).
002110         10  MO-OUTL-CLAIMS     PIC 9(07).
002120         10  MO-OPER-PAY        PIC S9(13)V9(02).
002130         10  MO-OPER-OUTL       PIC S9(13)V9(02).
002140         10  MO-CAPI-PAY        PIC S9(13)V9(02).
002150         10  MO-CAPI-OUTL       PIC S9(13)V9(02).
002160 01  WK-MO-I                    PIC 9(02) COMP VALUE ZEROES.
002170*----------------------------------------------------------*
002180* BY PROVIDER, IN REPOSITORY (PROVIDER) ORDER, WITH EACH    *
002190* PROVIDER'S OUTLIER DOLLARS OVER THE TARGET SHARE OF ITS   *
002200* OWN PAYMENTS.                                             *
002210*----------------------------------------------------------*
002220 01  WK-PV-COUNT                PIC 9(05) VALUE ZEROES.
002230 01  OLM-PROV-TABLE.
002240     05  PV-ENTRY OCCURS 5000 TIMES
002250                  INDEXED BY PV-IDX PV-BEST.
002260         10  PV-PROVIDER-NO     PIC X(06).
002270         10  PV-CLAIMS          PIC 9(07).
002280         10  PV-OUTL-CLAIMS     PIC 9(07).
002290         10  PV-BASE            PIC S9(13)V9(02).
002300         10  PV-OUTLIER         PIC S9(13)V9(02).
002310         10  PV-EXCESS          PIC S9(13)V9(02).
002320         10  PV-LISTED-SW       PIC X(01).
002330*----------------------------------------------------------*
002340* BY DRG, SUBSCRIPTED BY DRG NUMBER.                        *
002350*----------------------------------------------------------*
002360 01  OLM-DRG-TABLE.
002370     05  DG-ENTRY OCCURS 999 TIMES.
002380         10  DG-CLAIMS          PIC 9(07).
002390         10  DG-OUTL-CLAIMS     PIC 9(07).
002400         10  DG-BASE            PIC S9(13)V9(02).
002410         10  DG-OUTLIER         PIC S9(13)V9(02).
002420 01  WK-DG-I                    PIC 9(03) COMP VALUE ZEROES.
002430*----------------------------------------------------------*
002440* YEAR-TO-DATE TOTALS AND THE YEAR-END PROJECTION.          *
002450*----------------------------------------------------------*
002460 01  WK-YTD.
002470     05  WK-YTD-CLAIMS          PIC 9(09).
002480     05  WK-YTD-OUTL-CLAIMS     PIC 9(09).
002490     05  WK-YTD-OPER-PAY        PIC S9(13)V9(02).
002500     05  WK-YTD-OPER-OUTL       PIC S9(13)V9(02).
002510     05  WK-YTD-CAPI-PAY        PIC S9(13)V9(02).
002520     05  WK-YTD-CAPI-OUTL       PIC S9(13)V9(02).
002530     05  WK-YTD-BASE            PIC S9(13)V9(02).
002540     05  WK-YTD-OUTLIER         PIC S9(13)V9(02).
002550     05  WK-YTD-TOTAL-PAY       PIC S9(13)V9(02).
002560 01  WK-RECENT-BASE             PIC S9(13)V9(02) VALUE ZEROES.
002570 01  WK-RECENT-OUTLIER          PIC S9(13)V9(02) VALUE ZEROES.
002580 01  WK-RECENT-MONTHS           PIC 9(01) VALUE ZEROES.
002590 01  WK-RH-RUNS                 PIC 9(05) VALUE ZEROES.
002600 01  WK-RH-PAID                 PIC 9(15)V9(02) VALUE ZEROES.
002610 01  WK-ELAPSED-DAYS            PIC 9(05) VALUE ZEROES.
002620 01  WK-REMAIN-DAYS             PIC 9(05) VALUE ZEROES.
002630 01  WK-FROM-SERIAL             PIC 9(07) VALUE ZEROES.
002640 01  WK-AS-OF-SERIAL            PIC 9(07) VALUE ZEROES.
002650 01  WK-THRU-SERIAL             PIC 9(07) VALUE ZEROES.
002660 01  WK-DAILY-PACE              PIC 9(13)V9(02) VALUE ZEROES.
002670 01  WK-BASE-FACTOR             PIC 9(01)V9(06) VALUE ZEROES.
002680 01  WK-RECENT-RATIO            PIC S9(01)V9(08) VALUE ZEROES.
002690 01  WK-PROJ-REM-BASE           PIC S9(13)V9(02) VALUE ZEROES.
002700 01  WK-PROJ-BASE               PIC S9(13)V9(02) VALUE ZEROES.
002710 01  WK-PROJ-OUTLIER            PIC S9(13)V9(02) VALUE ZEROES.
002720 01  WK-PROJ-EXCESS             PIC S9(13)V9(02) VALUE ZEROES.
002730*----------------------------------------------------------*
002740* RATIO WORK - OUTLIER DOLLARS AS A PERCENT OF PAYMENT.     *
002750*----------------------------------------------------------*
002760 01  WK-RT-BASE                 PIC S9(13)V9(02) VALUE ZEROES.
002770 01  WK-RT-OUTLIER              PIC S9(13)V9(02) VALUE ZEROES.
002780 01  WK-RT-PCT                  PIC S9(03)V9(04) VALUE ZEROES.
002790 01  WK-YTD-PCT                 PIC S9(03)V9(04) VALUE ZEROES.
002800 01  WK-RECENT-PCT              PIC S9(03)V9(04) VALUE ZEROES.
002810 01  WK-PROJ-PCT                PIC S9(03)V9(04) VALUE ZEROES.
002820 01  WK-CUM-BASE                PIC S9(13)V9(02) VALUE ZEROES.
002830 01  WK-CUM-OUTLIER             PIC S9(13)V9(02) VALUE ZEROES.
002840*----------------------------------------------------------*
002850* MANIFEST FIELD VIEW OF A REGISTRY ROW.                    *
002860*----------------------------------------------------------*
002870 01  WK-MF-VIEW.
002880     05  WK-MF-RUN-ID           PIC X(08).
002890     05  WK-MF-RUN-DATE         PIC 9(08).
002900     05  FILLER                 PIC X(86).
002910     05  WK-MF-TOTAL-PAYMENT    PIC 9(13)V9(02).
002920     05  FILLER                 PIC X(27).
002930*----------------------------------------------------------*
002940* COST-TO-CHARGE RATIO TREND - THE LATEST FOUR MASTER       *
002950* SEGMENTS IN FORCE BY THE AS-OF DATE, OLDEST FIRST.        *
002960*----------------------------------------------------------*
002970 COPY PROVNEW.
002980 01  WK-CCR-COUNT               PIC 9(01) VALUE ZEROES.
002990 01  WK-CCR-TABLE.
003000     05  CC-ENTRY OCCURS 4 TIMES.
003010         10  CC-EFF-DATE        PIC 9(08).
003020         10  CC-OPER-CCR        PIC 9(01)V9(03).
003030         10  CC-CAPI-CCR        PIC 9(01)V9(03).
003040 01  WK-CC-I                    PIC 9(01) COMP VALUE ZEROES.
003050 01  WK-LISTED                  PIC 9(03) VALUE ZEROES.
003060*----------------------------------------------------------*
003070* RUN COUNTERS.                                             *
003080*----------------------------------------------------------*
003090 01  WK-COUNTERS.
003100     05  WK-HIST-ROWS           PIC 9(09) VALUE ZEROES.
003110     05  WK-CLAIMS-COUNTED      PIC 9(09) VALUE ZEROES.
003120     05  WK-PROV-DROPS          PIC 9(07) VALUE ZEROES.
003130     05  WK-RH-ROWS             PIC 9(07) VALUE ZEROES.
003140*----------------------------------------------------------*
003150* REPORT LINES.                                             *
003160*----------------------------------------------------------*
003170 01  WK-OL-TITLE-LINE.
003180     05  FILLER              PIC X(36) VALUE
003190         'OUTLIER PAYMENT TARGET MONITOR - FY '.
003200     05  WK-OT-FY            PIC 9(04).
003210     05  FILLER              PIC X(09) VALUE ' THROUGH '.
003220     05  WK-OT-AS-OF         PIC 9(08).
003230     05  FILLER              PIC X(10) VALUE '  TARGET  '.
003240     05  WK-OT-TARGET        PIC 9.99.
003250     05  FILLER              PIC X(01) VALUE '%'.
003260 01  WK-OL-RULE-LINE         PIC X(132) VALUE ALL '='.
003270 01  WK-OL-SECTION-LINE.
003280     05  FILLER              PIC X(04) VALUE '--- '.
003290     05  WK-OS-TEXT          PIC X(60).
003300 01  WK-OL-MO-HEADING.
003310     05  FILLER              PIC X(08) VALUE 'MONTH   '.
003320     05  FILLER              PIC X(20) VALUE
003330         '  CLAIMS  OUTLIERS  '.
003340     05  FILLER              PIC X(17) VALUE '   OPERATING PAY'.
003350     05  FILLER              PIC X(17) VALUE '    OPER OUTLIER'.
003360     05  FILLER              PIC X(17) VALUE '     CAPITAL PAY'.
003370     05  FILLER              PIC X(17) VALUE '    CAPI OUTLIER'.
003380     05  FILLER              PIC X(18) VALUE
003390         '   OUTL%    YTD%  '.
003400 01  WK-OL-MO-DETAIL.
003410     05  WK-OM-MONTH         PIC 9(06).
003420     05  FILLER              PIC X(02) VALUE SPACES.
003430     05  WK-OM-CLAIMS        PIC ZZZZ,ZZ9.
003440     05  FILLER              PIC X(01) VALUE SPACES.
003450     05  WK-OM-OUTL-CLAIMS   PIC ZZZZ,ZZ9.
003460     05  FILLER              PIC X(02) VALUE SPACES.
003470     05  WK-OM-OPER-PAY      PIC ZZZ,ZZZ,ZZZ,ZZ9-.
003480     05  FILLER              PIC X(01) VALUE SPACES.
003490     05  WK-OM-OPER-OUTL     PIC ZZZ,ZZZ,ZZZ,ZZ9-.
003500     05  FILLER              PIC X(01) VALUE SPACES.
003510     05  WK-OM-CAPI-PAY      PIC ZZZ,ZZZ,ZZZ,ZZ9-.
003520     05  FILLER              PIC X(01) VALUE SPACES.
003530     05  WK-OM-CAPI-OUTL     PIC ZZZ,ZZZ,ZZZ,ZZ9-.
003540     05  FILLER              PIC X(02) VALUE SPACES.
003550     05  WK-OM-PCT           PIC ZZ9.99-.
003560     05  FILLER              PIC X(01) VALUE SPACES.
003570     05  WK-OM-YTD-PCT       PIC ZZ9.99-.
003580 01  WK-OL-SUM-LINE.
003590     05  WK-OU-LABEL         PIC X(40).
003600     05  WK-OU-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003610     05  FILLER              PIC X(02) VALUE SPACES.
003620     05  WK-OU-NOTE          PIC X(40).
003630 01  WK-OL-PCT-LINE.
003640     05  WK-OP-LABEL         PIC X(40).
003650     05  FILLER              PIC X(13) VALUE SPACES.
003660     05  WK-OP-PCT           PIC ZZ9.9999-.
003670     05  FILLER              PIC X(02) VALUE SPACES.
003680     05  WK-OP-NOTE          PIC X(40).
003690 01  WK-OL-PV-HEADING.
003700     05  FILLER              PIC X(08) VALUE 'PROVIDER'.
003710     05  FILLER              PIC X(20) VALUE
003720         '  CLAIMS  OUTLIERS  '.
003730     05  FILLER              PIC X(17) VALUE '         PAYMENT'.
003740     05  FILLER              PIC X(17) VALUE '     OUTLIER PAY'.
003750     05  FILLER              PIC X(09) VALUE '   OUTL%'.
003760     05  FILLER              PIC X(17) VALUE ' OVER TARGET PAY'.
003770 01  WK-OL-PV-DETAIL.
003780     05  WK-OV-KEY           PIC X(06).
003790     05  FILLER              PIC X(02) VALUE SPACES.
003800     05  WK-OV-CLAIMS        PIC ZZZZ,ZZ9.
003810     05  FILLER              PIC X(01) VALUE SPACES.
003820     05  WK-OV-OUTL-CLAIMS   PIC ZZZZ,ZZ9.
003830     05  FILLER              PIC X(02) VALUE SPACES.
003840     05  WK-OV-BASE          PIC ZZZ,ZZZ,ZZZ,ZZ9-.
003850     05  FILLER              PIC X(01) VALUE SPACES.
003860     05  WK-OV-OUTLIER       PIC ZZZ,ZZZ,ZZZ,ZZ9-.
003870     05  FILLER              PIC X(01) VALUE SPACES.
003880     05  WK-OV-PCT           PIC ZZ9.99-.
003890     05  FILLER              PIC X(01) VALUE SPACES.
003900     05  WK-OV-EXCESS        PIC ZZZ,ZZZ,ZZZ,ZZ9-.
003910 01  WK-OL-DG-HEADING.
003920     05  FILLER              PIC X(08) VALUE 'DRG     '.
003930     05  FILLER              PIC X(20) VALUE
003940         '  CLAIMS  OUTLIERS  '.
003950     05  FILLER              PIC X(17) VALUE '         PAYMENT'.
003960     05  FILLER              PIC X(17) VALUE '     OUTLIER PAY'.
003970     05  FILLER              PIC X(09) VALUE '   OUTL%'.
003980 01  WK-OL-CCR-LINE.
003990     05  FILLER              PIC X(08) VALUE SPACES.
004000     05  FILLER              PIC X(26) VALUE
004010         'CCR TREND (OPER/CAPITAL): '.
004020     05  WK-OC-SEG OCCURS 4 TIMES.
004030         10  WK-OC-EFF-DATE  PIC 9(08).
004040         10  FILLER          PIC X(01).
004050         10  WK-OC-OPER-CCR  PIC 9.999.
004060         10  WK-OC-SLASH     PIC X(01).
004070         10  WK-OC-CAPI-CCR  PIC 9.999.
004080         10  FILLER          PIC X(02).
004090     05  WK-OC-DIRECTION     PIC X(12).
004100 PROCEDURE DIVISION.
004110*===========================================================*
004120* 0000-MAINLINE                                              *
004130*===========================================================*
004140 0000-MAINLINE.
004150     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
004160     PERFORM 2000-SCAN-HISTORY    THRU 2000-EXIT.
004170     PERFORM 3000-LOAD-RUN-HISTORY THRU 3000-EXIT.
004180     PERFORM 4000-PROJECT         THRU 4000-EXIT.
004190     PERFORM 5000-WRITE-REPORT    THRU 5000-EXIT.
004200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
004210     STOP RUN.
004220*===========================================================*
004230* 1000-INITIALIZE - THE FISCAL YEAR, AS-OF DATE AND TARGET   *
004240* FROM THE PARAMETER CARDS, AND THE FILE OPENS.  THE         *
004250* REGISTRY AND THE PROVIDER MASTER ARE OPTIONAL - WITHOUT    *
004260* THEM THE PROJECTION OR THE CCR TREND IS LEFT OUT.          *
004270*===========================================================*
004280 1000-INITIALIZE.
004290     OPEN INPUT OLM-PARM-FILE.
004300     IF WK-PARM-STATUS = '00'
004310         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
004320             UNTIL PARM-AT-EOF
004330         CLOSE OLM-PARM-FILE
004340     END-IF.
004350     PERFORM 1200-SET-PERIOD THRU 1200-EXIT.
004360     MOVE ZEROES TO OLM-MONTH-TABLE OLM-DRG-TABLE WK-YTD.
004370     OPEN INPUT HIST-REPO-FILE.
004380     IF WK-HISTREPO-STATUS NOT = '00'
004390         DISPLAY 'PPOLM215 - HISTORY REPOSITORY OPEN FAILED - '
004400                 'STATUS ' WK-HISTREPO-STATUS
004410         MOVE 16 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440     OPEN INPUT RUN-HIST-IN.
004450     IF WK-RUNHIST-STATUS = '00'
004460         SET RUNHIST-ACTIVE TO TRUE
004470     ELSE
004480         DISPLAY 'PPOLM215 - RUN-HISTORY REGISTRY UNAVAILABLE - '
004490                 'NO YEAR-END PROJECTION'
004500         MOVE 4 TO RETURN-CODE
004510     END-IF.
004520     OPEN INPUT PROV-MAST-IN.
004530     IF WK-MAST-STATUS = '00'
004540         SET MASTER-ACTIVE TO TRUE
004550     ELSE
004560         DISPLAY 'PPOLM215 - PROVIDER MASTER UNAVAILABLE - '
004570                 'NO CCR TREND'
004580         MOVE 4 TO RETURN-CODE
004590     END-IF.
004600     OPEN OUTPUT OLM-RPT-OUT.
004610 1000-EXIT.
004620     EXIT.
004630 1100-READ-ONE-PARM.
004640     READ OLM-PARM-FILE
004650         AT END
004660             SET PARM-AT-EOF TO TRUE
004670             GO TO 1100-EXIT
004680     END-READ.
004690     IF OLM-PARM-REC = SPACES OR OLM-PARM-REC(1:1) = '*'
004700         GO TO 1100-EXIT
004710     END-IF.
004720     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004730     UNSTRING OLM-PARM-REC DELIMITED BY '='
004740         INTO WK-RC-KEYWORD WK-RC-VALUE.
004750     EVALUATE WK-RC-KEYWORD
004760         WHEN 'FISCAL-YEAR'
004770             IF WK-RC-VALUE(1:4) IS NUMERIC
004780                 MOVE WK-RC-VALUE(1:4) TO WK-FISCAL-YEAR
004790             END-IF
004800         WHEN 'AS-OF-DATE'
004810             IF WK-RC-VALUE(1:8) IS NUMERIC
004820                 MOVE WK-RC-VALUE(1:8) TO WK-AS-OF-DATE
004830             END-IF
004840         WHEN 'TARGET-PCT'
004850             IF WK-RC-VALUE(1:1) IS NUMERIC
004860                AND WK-RC-VALUE(2:1) = '.'
004870                AND WK-RC-VALUE(3:2) IS NUMERIC
004880                 MOVE WK-RC-VALUE(1:1) TO WK-TGT-INT
004890                 MOVE WK-RC-VALUE(3:2) TO WK-TGT-DEC
004900                 MOVE WK-TGT-VALUE     TO WK-TARGET-PCT
004910             END-IF
004920         WHEN 'TOP-PROVIDERS'
004930             IF WK-RC-VALUE(1:3) IS NUMERIC
004940                 MOVE WK-RC-VALUE(1:3) TO WK-TOP-PROVIDERS
004950             END-IF
004960         WHEN OTHER
004970             DISPLAY 'PPOLM215 - UNKNOWN PARAMETER IGNORED: '
004980                     WK-RC-KEYWORD
004990     END-EVALUATE.
005000 1100-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------*
005030* 1200-SET-PERIOD - OCTOBER 1 OF THE FISCAL YEAR THROUGH     *
005040* THE AS-OF DATE, AND THE DAY COUNTS THE PROJECTION USES.    *
005050*-----------------------------------------------------------*
005060 1200-SET-PERIOD.
005070     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
005080     IF WK-FISCAL-YEAR = 0
005090         IF WK-AS-OF-DATE = 0
005100             MOVE WK-TODAY-YYYY TO WK-FISCAL-YEAR
005110             IF WK-TODAY-MM > 09
005120                 ADD 1 TO WK-FISCAL-YEAR
005130             END-IF
005140         ELSE
005150             MOVE WK-AS-OF-YYYY TO WK-FISCAL-YEAR
005160             IF WK-AS-OF-MM > 09
005170                 ADD 1 TO WK-FISCAL-YEAR
005180             END-IF
005190         END-IF
005200     END-IF.
005210     COMPUTE WK-FROM-YYYY = WK-FISCAL-YEAR - 1.
005220     MOVE 1001 TO WK-FROM-MMDD.
005230     MOVE WK-FISCAL-YEAR TO WK-THRU-YYYY.
005240     MOVE 0930 TO WK-THRU-MMDD.
005250     IF WK-AS-OF-DATE = 0
005260         MOVE WK-TODAY TO WK-AS-OF-DATE
005270     END-IF.
005280     IF WK-AS-OF-DATE > WK-THRU-DATE
005290         MOVE WK-THRU-DATE TO WK-AS-OF-DATE
005300     END-IF.
005310     IF WK-AS-OF-DATE < WK-FROM-DATE
005320         DISPLAY 'PPOLM215 - AS-OF-DATE BEFORE FISCAL YEAR START'
005330         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360     IF WK-TOP-PROVIDERS > 100
005370         MOVE 100 TO WK-TOP-PROVIDERS
005380     END-IF.
005390     IF WK-AS-OF-MM > 09
005400         COMPUTE WK-AS-OF-FY-MONTH = WK-AS-OF-MM - 9
005410     ELSE
005420         COMPUTE WK-AS-OF-FY-MONTH = WK-AS-OF-MM + 3
005430     END-IF.
005440     MOVE WK-FROM-DATE TO WK-DTS-DATE.
005450     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
005460     MOVE WK-DTS-SERIAL TO WK-FROM-SERIAL.
005470     MOVE WK-AS-OF-DATE TO WK-DTS-DATE.
005480     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
005490     MOVE WK-DTS-SERIAL TO WK-AS-OF-SERIAL.
005500     MOVE WK-THRU-DATE TO WK-DTS-DATE.
005510     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
005520     MOVE WK-DTS-SERIAL TO WK-THRU-SERIAL.
005530     COMPUTE WK-ELAPSED-DAYS =
005540         WK-AS-OF-SERIAL - WK-FROM-SERIAL + 1.
005550     COMPUTE WK-REMAIN-DAYS = WK-THRU-SERIAL - WK-AS-OF-SERIAL.
005560 1200-EXIT.
005570     EXIT.
005580*===========================================================*
005590* 2000-SCAN-HISTORY - ONE PASS OF THE REPOSITORY.  EACH      *
005600* CLAIM'S LATEST PAYABLE PRICING (RTC UNDER 50) IS HELD AND  *
005610* POSTED WHEN THE NEXT CLAIM BEGINS.                         *
005620*===========================================================*
005630 2000-SCAN-HISTORY.
005640     PERFORM 2100-SCAN-ONE-HIST THRU 2100-EXIT
005650         UNTIL HIST-AT-EOF.
005660     IF CLAIM-IS-HELD
005670         PERFORM 2200-POST-HELD-CLAIM THRU 2200-EXIT
005680     END-IF.
005690     CLOSE HIST-REPO-FILE.
005700 2000-EXIT.
005710     EXIT.
005720 2100-SCAN-ONE-HIST.
005730     READ HIST-REPO-FILE NEXT
005740         AT END
005750             SET HIST-AT-EOF TO TRUE
005760             GO TO 2100-EXIT
005770     END-READ.
005780     ADD 1 TO WK-HIST-ROWS.
005790     IF CLAIM-IS-HELD
005800        AND (HR-PROVIDER-NO NOT = WK-HELD-PROVIDER
005810             OR HR-DISCHARGE-DATE NOT = WK-HELD-DATE
005820             OR HR-CLAIM-SEQ NOT = WK-HELD-SEQ)
005830         PERFORM 2200-POST-HELD-CLAIM THRU 2200-EXIT
005840     END-IF.
005850     IF HR-DISCHARGE-DATE < WK-FROM-DATE
005860        OR HR-DISCHARGE-DATE > WK-AS-OF-DATE
005870         GO TO 2100-EXIT
005880     END-IF.
005890     MOVE HR-PPS-DATA TO PPS-DATA.
005900     IF PPS-RTC NOT < 50
005910         GO TO 2100-EXIT
005920     END-IF.
005930     IF CLAIM-IS-HELD
005940        AND HR-RUN-DATE < WK-HELD-RUN-DATE
005950         GO TO 2100-EXIT
005960     END-IF.
005970     MOVE HR-PROVIDER-NO     TO WK-HELD-PROVIDER.
005980     MOVE HR-DISCHARGE-DATE  TO WK-HELD-DATE.
005990     MOVE HR-CLAIM-SEQ       TO WK-HELD-SEQ.
006000     MOVE HR-RUN-DATE        TO WK-HELD-RUN-DATE.
006010     MOVE HR-DRG             TO WK-HELD-DRG.
006020     MOVE PPS-TOTAL-PAYMENT  TO WK-HELD-TOTAL.
006030     COMPUTE WK-HELD-OPER-PAY = PPS-OPER-HSP-PART
006040                              + PPS-OPER-FSP-PART
006050                              + PPS-OPER-OUTLIER-PART
006060                              + PPS-OPER-IME-ADJ
006070                              + PPS-OPER-DSH-ADJ.
006080     MOVE PPS-OPER-OUTLIER-PART TO WK-HELD-OPER-OUTL.
006090     IF HR-CAPI-TOTAL-PAY IS NUMERIC
006100         MOVE HR-CAPI-TOTAL-PAY TO WK-HELD-CAPI-PAY
006110     ELSE
006120         MOVE ZEROES TO WK-HELD-CAPI-PAY
006130     END-IF.
006140     IF HR-CAPI-OUTLIER IS NUMERIC
006150         MOVE HR-CAPI-OUTLIER TO WK-HELD-CAPI-OUTL
006160     ELSE
006170         MOVE ZEROES TO WK-HELD-CAPI-OUTL
006180     END-IF.
006190     SET CLAIM-IS-HELD TO TRUE.
006200 2100-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------*
006230* 2200-POST-HELD-CLAIM - INTO THE MONTH, PROVIDER AND DRG    *
006240* TOTALS.                                                    *
006250*-----------------------------------------------------------*
006260 2200-POST-HELD-CLAIM.
006270     MOVE 'N' TO WK-HELD-SW.
006280     ADD 1 TO WK-CLAIMS-COUNTED.
006290     MOVE WK-HELD-DATE TO WK-HELD-DATE-PARTS.
006300     IF WK-HD-MM > 09
006310         COMPUTE WK-FY-MONTH = WK-HD-MM - 9
006320     ELSE
006330         COMPUTE WK-FY-MONTH = WK-HD-MM + 3
006340     END-IF.
006350     COMPUTE WK-CLAIM-BASE = WK-HELD-OPER-PAY + WK-HELD-CAPI-PAY.
006360     COMPUTE WK-CLAIM-OUTLIER =
006370         WK-HELD-OPER-OUTL + WK-HELD-CAPI-OUTL.
006380     ADD 1                 TO MO-CLAIMS(WK-FY-MONTH).
006390     ADD WK-HELD-OPER-PAY  TO MO-OPER-PAY(WK-FY-MONTH).
006400     ADD WK-HELD-OPER-OUTL TO MO-OPER-OUTL(WK-FY-MONTH).
006410     ADD WK-HELD-CAPI-PAY  TO MO-CAPI-PAY(WK-FY-MONTH).
006420     ADD WK-HELD-CAPI-OUTL TO MO-CAPI-OUTL(WK-FY-MONTH).
006430     ADD WK-HELD-TOTAL     TO WK-YTD-TOTAL-PAY.
006440     IF WK-CLAIM-OUTLIER NOT = 0
006450         ADD 1 TO MO-OUTL-CLAIMS(WK-FY-MONTH)
006460     END-IF.
006470     IF WK-HELD-DRG IS NUMERIC AND WK-HELD-DRG > 0
006480         ADD 1                TO DG-CLAIMS(WK-HELD-DRG)
006490         ADD WK-CLAIM-BASE    TO DG-BASE(WK-HELD-DRG)
006500         ADD WK-CLAIM-OUTLIER TO DG-OUTLIER(WK-HELD-DRG)
006510         IF WK-CLAIM-OUTLIER NOT = 0
006520             ADD 1 TO DG-OUTL-CLAIMS(WK-HELD-DRG)
006530         END-IF
006540     END-IF.
006550     PERFORM 2210-FIND-PROVIDER THRU 2210-EXIT.
006560     IF PV-IDX > WK-PV-COUNT
006570         GO TO 2200-EXIT
006580     END-IF.
006590     ADD 1                TO PV-CLAIMS(PV-IDX).
006600     ADD WK-CLAIM-BASE    TO PV-BASE(PV-IDX).
006610     ADD WK-CLAIM-OUTLIER TO PV-OUTLIER(PV-IDX).
006620     IF WK-CLAIM-OUTLIER NOT = 0
006630         ADD 1 TO PV-OUTL-CLAIMS(PV-IDX)
006640     END-IF.
006650 2200-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------*
006680* 2210-FIND-PROVIDER - THE REPOSITORY IS IN PROVIDER ORDER,  *
006690* SO A CLAIM IS FOR THE LAST PROVIDER ADDED OR A NEW ONE.    *
006700* A FULL TABLE COUNTS THE CLAIM AND LEAVES PV-IDX PAST THE   *
006710* END.                                                       *
006720*-----------------------------------------------------------*
006730 2210-FIND-PROVIDER.
006740     IF WK-PV-COUNT > 0
006750         SET PV-IDX TO WK-PV-COUNT
006760         IF PV-PROVIDER-NO(PV-IDX) = WK-HELD-PROVIDER
006770             GO TO 2210-EXIT
006780         END-IF
006790     END-IF.
006800     IF WK-PV-COUNT NOT < 5000
006810         ADD 1 TO WK-PROV-DROPS
006820         SET PV-IDX TO 5000
006830         SET PV-IDX UP BY 1
006840         GO TO 2210-EXIT
006850     END-IF.
006860     ADD 1 TO WK-PV-COUNT.
006870     SET PV-IDX TO WK-PV-COUNT.
006880     MOVE WK-HELD-PROVIDER TO PV-PROVIDER-NO(PV-IDX).
006890     MOVE ZEROES TO PV-CLAIMS(PV-IDX) PV-OUTL-CLAIMS(PV-IDX)
006900                    PV-BASE(PV-IDX) PV-OUTLIER(PV-IDX)
006910                    PV-EXCESS(PV-IDX).
006920     MOVE 'N' TO PV-LISTED-SW(PV-IDX).
006930 2210-EXIT.
006940     EXIT.
006950*===========================================================*
006960* 3000-LOAD-RUN-HISTORY - THE PAYMENT TOTAL OF EVERY RUN IN  *
006970* THE FISCAL YEAR THROUGH THE AS-OF DATE.                    *
006980*===========================================================*
006990 3000-LOAD-RUN-HISTORY.
007000     IF NOT RUNHIST-ACTIVE
007010         GO TO 3000-EXIT
007020     END-IF.
007030     PERFORM 3100-LOAD-ONE-RUN THRU 3100-EXIT
007040         UNTIL RUNHIST-AT-EOF.
007050     CLOSE RUN-HIST-IN.
007060 3000-EXIT.
007070     EXIT.
007080 3100-LOAD-ONE-RUN.
007090     READ RUN-HIST-IN
007100         AT END
007110             SET RUNHIST-AT-EOF TO TRUE
007120             GO TO 3100-EXIT
007130     END-READ.
007140     ADD 1 TO WK-RH-ROWS.
007150     MOVE RUN-HIST-IN-REC TO WK-MF-VIEW.
007160     IF WK-MF-RUN-DATE NOT NUMERIC
007170        OR WK-MF-TOTAL-PAYMENT NOT NUMERIC
007180         GO TO 3100-EXIT
007190     END-IF.
007200     IF WK-MF-RUN-DATE < WK-FROM-DATE
007210        OR WK-MF-RUN-DATE > WK-AS-OF-DATE
007220         GO TO 3100-EXIT
007230     END-IF.
007240     ADD 1                   TO WK-RH-RUNS.
007250     ADD WK-MF-TOTAL-PAYMENT TO WK-RH-PAID.
007260 3100-EXIT.
007270     EXIT.
007280*===========================================================*
007290* 4000-PROJECT - YEAR-TO-DATE RATIOS AND THE YEAR-END        *
007300* PROJECTION.  THE REGISTRY'S PAYMENT PER ELAPSED DAY,       *
007310* SCALED FROM TOTAL PAYMENT TO OPERATING PLUS CAPITAL BY     *
007320* THE YEAR-TO-DATE MIX, CARRIES THE REMAINING DAYS AT THE    *
007330* OUTLIER RATIO OF THE LATEST THREE MONTHS WITH PAYMENTS.    *
007340*===========================================================*
007350 4000-PROJECT.
007360     PERFORM 4100-ADD-ONE-MONTH THRU 4100-EXIT
007370         VARYING WK-MO-I FROM 1 BY 1 UNTIL WK-MO-I > 12.
007380     COMPUTE WK-YTD-BASE = WK-YTD-OPER-PAY + WK-YTD-CAPI-PAY.
007390     COMPUTE WK-YTD-OUTLIER = WK-YTD-OPER-OUTL + WK-YTD-CAPI-OUTL.
007400     MOVE WK-YTD-BASE    TO WK-RT-BASE.
007410     MOVE WK-YTD-OUTLIER TO WK-RT-OUTLIER.
007420     PERFORM 8600-SET-RATIO THRU 8600-EXIT.
007430     MOVE WK-RT-PCT TO WK-YTD-PCT.
007440     MOVE ZEROES TO WK-RECENT-BASE WK-RECENT-OUTLIER
007450                    WK-RECENT-MONTHS.
007460     MOVE WK-AS-OF-FY-MONTH TO WK-MO-I.
007470     PERFORM 4200-ADD-RECENT-MONTH THRU 4200-EXIT
007480         UNTIL WK-MO-I < 1 OR WK-RECENT-MONTHS = 3.
007490     IF WK-RECENT-BASE NOT = 0
007500         COMPUTE WK-RECENT-RATIO ROUNDED =
007510             WK-RECENT-OUTLIER / WK-RECENT-BASE
007520     ELSE
007530         MOVE ZEROES TO WK-RECENT-RATIO
007540     END-IF.
007550     COMPUTE WK-RECENT-PCT ROUNDED = WK-RECENT-RATIO * 100.
007560     MOVE ZEROES TO WK-PROJ-REM-BASE.
007570     IF WK-RH-RUNS > 0 AND WK-YTD-TOTAL-PAY > 0
007580         COMPUTE WK-DAILY-PACE ROUNDED =
007590             WK-RH-PAID / WK-ELAPSED-DAYS
007600         COMPUTE WK-BASE-FACTOR ROUNDED =
007610             WK-YTD-BASE / WK-YTD-TOTAL-PAY
007620             ON SIZE ERROR MOVE 1 TO WK-BASE-FACTOR
007630         END-COMPUTE
007640         COMPUTE WK-PROJ-REM-BASE ROUNDED =
007650             WK-DAILY-PACE * WK-REMAIN-DAYS * WK-BASE-FACTOR
007660     END-IF.
007670     COMPUTE WK-PROJ-BASE = WK-YTD-BASE + WK-PROJ-REM-BASE.
007680     COMPUTE WK-PROJ-OUTLIER ROUNDED =
007690         WK-YTD-OUTLIER + WK-PROJ-REM-BASE * WK-RECENT-RATIO.
007700     MOVE WK-PROJ-BASE    TO WK-RT-BASE.
007710     MOVE WK-PROJ-OUTLIER TO WK-RT-OUTLIER.
007720     PERFORM 8600-SET-RATIO THRU 8600-EXIT.
007730     MOVE WK-RT-PCT TO WK-PROJ-PCT.
007740     COMPUTE WK-PROJ-EXCESS ROUNDED =
007750         WK-PROJ-OUTLIER - WK-PROJ-BASE * WK-TARGET-PCT / 100.
007760     PERFORM 4300-SET-PROV-EXCESS THRU 4300-EXIT
007770         VARYING PV-IDX FROM 1 BY 1 UNTIL PV-IDX > WK-PV-COUNT.
007780 4000-EXIT.
007790     EXIT.
007800 4100-ADD-ONE-MONTH.
007810     ADD MO-CLAIMS(WK-MO-I)      TO WK-YTD-CLAIMS.
007820     ADD MO-OUTL-CLAIMS(WK-MO-I) TO WK-YTD-OUTL-CLAIMS.
007830     ADD MO-OPER-PAY(WK-MO-I)    TO WK-YTD-OPER-PAY.
007840     ADD MO-OPER-OUTL(WK-MO-I)   TO WK-YTD-OPER-OUTL.
007850     ADD MO-CAPI-PAY(WK-MO-I)    TO WK-YTD-CAPI-PAY.
007860     ADD MO-CAPI-OUTL(WK-MO-I)   TO WK-YTD-CAPI-OUTL.
007870 4100-EXIT.
007880     EXIT.
007890 4200-ADD-RECENT-MONTH.
007900     IF MO-OPER-PAY(WK-MO-I) + MO-CAPI-PAY(WK-MO-I) NOT = 0
007910         ADD MO-OPER-PAY(WK-MO-I)  TO WK-RECENT-BASE
007920         ADD MO-CAPI-PAY(WK-MO-I)  TO WK-RECENT-BASE
007930         ADD MO-OPER-OUTL(WK-MO-I) TO WK-RECENT-OUTLIER
007940         ADD MO-CAPI-OUTL(WK-MO-I) TO WK-RECENT-OUTLIER
007950         ADD 1 TO WK-RECENT-MONTHS
007960     END-IF.
007970     SUBTRACT 1 FROM WK-MO-I.
007980 4200-EXIT.
007990     EXIT.
008000 4300-SET-PROV-EXCESS.
008010     COMPUTE PV-EXCESS(PV-IDX) ROUNDED = PV-OUTLIER(PV-IDX)
008020         - PV-BASE(PV-IDX) * WK-TARGET-PCT / 100.
008030 4300-EXIT.
008040     EXIT.
008050*===========================================================*
008060* 5000-WRITE-REPORT - MONTHS, PROJECTION, PROVIDERS, DRGS,   *
008070* AND THE PROVIDERS DRIVING THE EXCESS.                      *
008080*===========================================================*
008090 5000-WRITE-REPORT.
008100     MOVE WK-FISCAL-YEAR TO WK-OT-FY.
008110     MOVE WK-AS-OF-DATE  TO WK-OT-AS-OF.
008120     MOVE WK-TARGET-PCT  TO WK-OT-TARGET.
008130     MOVE WK-OL-TITLE-LINE TO OLM-RPT-LINE.
008140     WRITE OLM-RPT-LINE.
008150     MOVE WK-OL-RULE-LINE TO OLM-RPT-LINE.
008160     WRITE OLM-RPT-LINE.
008170     MOVE 'BY DISCHARGE MONTH' TO WK-OS-TEXT.
008180     PERFORM 8700-WRITE-SECTION THRU 8700-EXIT.
008190     MOVE WK-OL-MO-HEADING TO OLM-RPT-LINE.
008200     WRITE OLM-RPT-LINE.
008210     MOVE ZEROES TO WK-CUM-BASE WK-CUM-OUTLIER.
008220     PERFORM 5100-WRITE-ONE-MONTH THRU 5100-EXIT
008230         VARYING WK-MO-I FROM 1 BY 1
008240         UNTIL WK-MO-I > WK-AS-OF-FY-MONTH.
008250     PERFORM 5200-WRITE-PROJECTION THRU 5200-EXIT.
008260     MOVE 'BY PROVIDER' TO WK-OS-TEXT.
008270     PERFORM 8700-WRITE-SECTION THRU 8700-EXIT.
008280     MOVE WK-OL-PV-HEADING TO OLM-RPT-LINE.
008290     WRITE OLM-RPT-LINE.
008300     PERFORM 5300-WRITE-ONE-PROVIDER THRU 5300-EXIT
008310         VARYING PV-IDX FROM 1 BY 1 UNTIL PV-IDX > WK-PV-COUNT.
008320     MOVE 'BY DRG - DRGS WITH OUTLIER PAYMENTS' TO WK-OS-TEXT.
008330     PERFORM 8700-WRITE-SECTION THRU 8700-EXIT.
008340     MOVE WK-OL-DG-HEADING TO OLM-RPT-LINE.
008350     WRITE OLM-RPT-LINE.
008360     PERFORM 5400-WRITE-ONE-DRG THRU 5400-EXIT
008370         VARYING WK-DG-I FROM 1 BY 1 UNTIL WK-DG-I > 999.
008380     MOVE 'PROVIDERS DRIVING THE EXCESS OVER TARGET'
008390         TO WK-OS-TEXT.
008400     PERFORM 8700-WRITE-SECTION THRU 8700-EXIT.
008410     MOVE WK-OL-PV-HEADING TO OLM-RPT-LINE.
008420     WRITE OLM-RPT-LINE.
008430     MOVE ZEROES TO WK-LISTED.
008440     PERFORM 5500-LIST-ONE-DRIVER THRU 5500-EXIT
008450         UNTIL DRIVERS-DONE.
008460     MOVE WK-OL-RULE-LINE TO OLM-RPT-LINE.
008470     WRITE OLM-RPT-LINE.
008480 5000-EXIT.
008490     EXIT.
008500 5100-WRITE-ONE-MONTH.
008510     IF WK-MO-I > 3
008520         COMPUTE WK-OM-MONTH = WK-FISCAL-YEAR * 100 + WK-MO-I - 3
008530     ELSE
008540         COMPUTE WK-OM-MONTH =
008550             (WK-FISCAL-YEAR - 1) * 100 + WK-MO-I + 9
008560     END-IF.
008570     MOVE MO-CLAIMS(WK-MO-I)      TO WK-OM-CLAIMS.
008580     MOVE MO-OUTL-CLAIMS(WK-MO-I) TO WK-OM-OUTL-CLAIMS.
008590     MOVE MO-OPER-PAY(WK-MO-I)    TO WK-OM-OPER-PAY.
008600     MOVE MO-OPER-OUTL(WK-MO-I)   TO WK-OM-OPER-OUTL.
008610     MOVE MO-CAPI-PAY(WK-MO-I)    TO WK-OM-CAPI-PAY.
008620     MOVE MO-CAPI-OUTL(WK-MO-I)   TO WK-OM-CAPI-OUTL.
008630     COMPUTE WK-RT-BASE =
008640         MO-OPER-PAY(WK-MO-I) + MO-CAPI-PAY(WK-MO-I).
008650     COMPUTE WK-RT-OUTLIER =
008660         MO-OPER-OUTL(WK-MO-I) + MO-CAPI-OUTL(WK-MO-I).
008670     ADD WK-RT-BASE    TO WK-CUM-BASE.
008680     ADD WK-RT-OUTLIER TO WK-CUM-OUTLIER.
008690     PERFORM 8600-SET-RATIO THRU 8600-EXIT.
008700     MOVE WK-RT-PCT TO WK-OM-PCT.
008710     MOVE WK-CUM-BASE    TO WK-RT-BASE.
008720     MOVE WK-CUM-OUTLIER TO WK-RT-OUTLIER.
008730     PERFORM 8600-SET-RATIO THRU 8600-EXIT.
008740     MOVE WK-RT-PCT TO WK-OM-YTD-PCT.
008750     MOVE WK-OL-MO-DETAIL TO OLM-RPT-LINE.
008760     WRITE OLM-RPT-LINE.
008770 5100-EXIT.
008780     EXIT.
008790*-----------------------------------------------------------*
008800* 5200-WRITE-PROJECTION - YEAR-TO-DATE POSITION, THE RUN-    *
008810* HISTORY PACE AND THE PROJECTED YEAR-END RATIO AGAINST THE  *
008820* TARGET.                                                    *
008830*-----------------------------------------------------------*
008840 5200-WRITE-PROJECTION.
008850     MOVE 'YEAR-TO-DATE AND PROJECTED YEAR END' TO WK-OS-TEXT.
008860     PERFORM 8700-WRITE-SECTION THRU 8700-EXIT.
008870     MOVE SPACES TO WK-OL-SUM-LINE.
008880     MOVE 'OPERATING PLUS CAPITAL PAYMENT YTD' TO WK-OU-LABEL.
008890     MOVE WK-YTD-BASE TO WK-OU-AMOUNT.
008900     PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
008910     MOVE 'OUTLIER PAYMENT YTD' TO WK-OU-LABEL.
008920     MOVE WK-YTD-OUTLIER TO WK-OU-AMOUNT.
008930     PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
008940     MOVE SPACES TO WK-OL-PCT-LINE.
008950     MOVE 'OUTLIER RATIO YTD (PERCENT)' TO WK-OP-LABEL.
008960     MOVE WK-YTD-PCT TO WK-OP-PCT.
008970     PERFORM 8720-WRITE-PCT-LINE THRU 8720-EXIT.
008980     MOVE 'OUTLIER RATIO LATEST MONTHS (PERCENT)' TO WK-OP-LABEL.
008990     MOVE WK-RECENT-PCT TO WK-OP-PCT.
009000     PERFORM 8720-WRITE-PCT-LINE THRU 8720-EXIT.
009010     IF WK-RH-RUNS = 0
009020         MOVE SPACES TO WK-OL-SUM-LINE
009030         MOVE 'RUN-HISTORY PAYMENTS YTD' TO WK-OU-LABEL
009040         MOVE ZEROES TO WK-OU-AMOUNT
009050         MOVE 'NO RUNS - YEAR TO DATE ONLY' TO WK-OU-NOTE
009060         PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT
009070     ELSE
009080         MOVE 'RUN-HISTORY PAYMENTS YTD' TO WK-OU-LABEL
009090         MOVE WK-RH-PAID TO WK-OU-AMOUNT
009100         PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT
009110         MOVE 'PROJECTED PAYMENT REMAINING DAYS' TO WK-OU-LABEL
009120         MOVE WK-PROJ-REM-BASE TO WK-OU-AMOUNT
009130         PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT
009140     END-IF.
009150     MOVE 'PROJECTED YEAR-END RATIO (PERCENT)' TO WK-OP-LABEL.
009160     MOVE WK-PROJ-PCT TO WK-OP-PCT.
009170     IF WK-PROJ-PCT > WK-TARGET-PCT
009180         MOVE 'ABOVE TARGET' TO WK-OP-NOTE
009190     ELSE
009200         MOVE 'AT OR BELOW TARGET' TO WK-OP-NOTE
009210     END-IF.
009220     PERFORM 8720-WRITE-PCT-LINE THRU 8720-EXIT.
009230     MOVE SPACES TO WK-OL-SUM-LINE.
009240     MOVE 'PROJECTED OUTLIER PAY OVER TARGET' TO WK-OU-LABEL.
009250     MOVE WK-PROJ-EXCESS TO WK-OU-AMOUNT.
009260     PERFORM 8710-WRITE-SUM-LINE THRU 8710-EXIT.
009270 5200-EXIT.
009280     EXIT.
009290 5300-WRITE-ONE-PROVIDER.
009300     IF PV-BASE(PV-IDX) = 0 AND PV-OUTLIER(PV-IDX) = 0
009310         GO TO 5300-EXIT
009320     END-IF.
009330     PERFORM 5310-FORMAT-PROVIDER THRU 5310-EXIT.
009340     MOVE WK-OL-PV-DETAIL TO OLM-RPT-LINE.
009350     WRITE OLM-RPT-LINE.
009360 5300-EXIT.
009370     EXIT.
009380 5310-FORMAT-PROVIDER.
009390     MOVE SPACES TO WK-OL-PV-DETAIL.
009400     MOVE PV-PROVIDER-NO(PV-IDX)  TO WK-OV-KEY.
009410     MOVE PV-CLAIMS(PV-IDX)       TO WK-OV-CLAIMS.
009420     MOVE PV-OUTL-CLAIMS(PV-IDX)  TO WK-OV-OUTL-CLAIMS.
009430     MOVE PV-BASE(PV-IDX)         TO WK-OV-BASE.
009440     MOVE PV-OUTLIER(PV-IDX)      TO WK-OV-OUTLIER.
009450     MOVE PV-EXCESS(PV-IDX)       TO WK-OV-EXCESS.
009460     MOVE PV-BASE(PV-IDX)         TO WK-RT-BASE.
009470     MOVE PV-OUTLIER(PV-IDX)      TO WK-RT-OUTLIER.
009480     PERFORM 8600-SET-RATIO THRU 8600-EXIT.
009490     MOVE WK-RT-PCT TO WK-OV-PCT.
009500 5310-EXIT.
009510     EXIT.
009520 5400-WRITE-ONE-DRG.
009530     IF DG-OUTLIER(WK-DG-I) = 0
009540         GO TO 5400-EXIT
009550     END-IF.
009560     MOVE SPACES TO WK-OL-PV-DETAIL.
009570     MOVE WK-DG-I                 TO WK-OV-KEY(1:3).
009580     MOVE DG-CLAIMS(WK-DG-I)      TO WK-OV-CLAIMS.
009590     MOVE DG-OUTL-CLAIMS(WK-DG-I) TO WK-OV-OUTL-CLAIMS.
009600     MOVE DG-BASE(WK-DG-I)        TO WK-OV-BASE.
009610     MOVE DG-OUTLIER(WK-DG-I)     TO WK-OV-OUTLIER.
009620     MOVE DG-BASE(WK-DG-I)        TO WK-RT-BASE.
009630     MOVE DG-OUTLIER(WK-DG-I)     TO WK-RT-OUTLIER.
009640     PERFORM 8600-SET-RATIO THRU 8600-EXIT.
009650     MOVE WK-RT-PCT TO WK-OV-PCT.
009660     MOVE WK-OL-PV-DETAIL TO OLM-RPT-LINE.
009670     MOVE SPACES TO OLM-RPT-LINE(93:).
009680     WRITE OLM-RPT-LINE.
009690 5400-EXIT.
009700     EXIT.
009710*===========================================================*
009720* 5500-LIST-ONE-DRIVER - ONE SELECTION PASS: THE LARGEST     *
009730* EXCESS OVER TARGET NOT YET LISTED.  LISTING STOPS AT       *
009740* TOP-PROVIDERS OR WHEN NO PROVIDER IS OVER ITS TARGET.      *
009750*===========================================================*
009760 5500-LIST-ONE-DRIVER.
009770     IF WK-LISTED NOT < WK-TOP-PROVIDERS
009780         SET DRIVERS-DONE TO TRUE
009790         GO TO 5500-EXIT
009800     END-IF.
009810     SET PV-BEST TO 5000.
009820     SET PV-BEST UP BY 1.
009830     PERFORM 5510-CHECK-ONE-DRIVER THRU 5510-EXIT
009840         VARYING PV-IDX FROM 1 BY 1 UNTIL PV-IDX > WK-PV-COUNT.
009850     IF PV-BEST > WK-PV-COUNT
009860         SET DRIVERS-DONE TO TRUE
009870         GO TO 5500-EXIT
009880     END-IF.
009890     MOVE 'Y' TO PV-LISTED-SW(PV-BEST).
009900     ADD 1 TO WK-LISTED.
009910     SET PV-IDX TO PV-BEST.
009920     PERFORM 5310-FORMAT-PROVIDER THRU 5310-EXIT.
009930     MOVE WK-OL-PV-DETAIL TO OLM-RPT-LINE.
009940     WRITE OLM-RPT-LINE.
009950     PERFORM 5520-WRITE-CCR-TREND THRU 5520-EXIT.
009960 5500-EXIT.
009970     EXIT.
009980 5510-CHECK-ONE-DRIVER.
009990     IF PV-LISTED-SW(PV-IDX) = 'Y'
010000        OR PV-EXCESS(PV-IDX) NOT > 0
010010         GO TO 5510-EXIT
010020     END-IF.
010030     IF PV-BEST > WK-PV-COUNT
010040         SET PV-BEST TO PV-IDX
010050     ELSE
010060         IF PV-EXCESS(PV-IDX) > PV-EXCESS(PV-BEST)
010070             SET PV-BEST TO PV-IDX
010080         END-IF
010090     END-IF.
010100 5510-EXIT.
010110     EXIT.
010120*-----------------------------------------------------------*
010130* 5520-WRITE-CCR-TREND - WALK THE PROVIDER'S MASTER          *
010140* SEGMENTS, KEEPING THE LATEST FOUR IN FORCE BY THE AS-OF    *
010150* DATE, AND SHOW THE OPERATING AND CAPITAL COST-TO-CHARGE    *
010160* RATIOS OLDEST FIRST WITH THE DIRECTION OF THE OPERATING    *
010170* RATIO.                                                     *
010180*-----------------------------------------------------------*
010190 5520-WRITE-CCR-TREND.
010200     IF NOT MASTER-ACTIVE
010210         GO TO 5520-EXIT
010220     END-IF.
010230     MOVE ZEROES TO WK-CCR-COUNT WK-CCR-TABLE.
010240     MOVE 'N' TO WK-MAST-EOF.
010250     MOVE PV-PROVIDER-NO(PV-BEST) TO PM-PROVIDER-NO.
010260     MOVE ZEROES                  TO PM-SEGMENT-EFF-DATE.
010270     START PROV-MAST-IN
010280         KEY NOT < PM-PROV-KEY
010290         INVALID KEY
010300             SET MASTER-AT-EOF TO TRUE
010310     END-START.
010320     PERFORM 5530-TAKE-ONE-SEGMENT THRU 5530-EXIT
010330         UNTIL MASTER-AT-EOF.
010340     MOVE SPACES TO WK-OL-CCR-LINE.
010350     MOVE 'CCR TREND (OPER/CAPITAL): ' TO WK-OL-CCR-LINE(9:26).
010360     IF WK-CCR-COUNT = 0
010370         MOVE 'NO SEGMENTS' TO WK-OC-DIRECTION
010380     ELSE
010390         PERFORM 5540-FORMAT-ONE-SEGMENT THRU 5540-EXIT
010400             VARYING WK-CC-I FROM 1 BY 1
010410             UNTIL WK-CC-I > WK-CCR-COUNT
010420         EVALUATE TRUE
010430             WHEN WK-CCR-COUNT = 1
010440                 MOVE 'SINGLE' TO WK-OC-DIRECTION
010450             WHEN CC-OPER-CCR(WK-CCR-COUNT) > CC-OPER-CCR(1)
010460                 MOVE 'RISING' TO WK-OC-DIRECTION
010470             WHEN CC-OPER-CCR(WK-CCR-COUNT) < CC-OPER-CCR(1)
010480                 MOVE 'FALLING' TO WK-OC-DIRECTION
010490             WHEN OTHER
010500                 MOVE 'UNCHANGED' TO WK-OC-DIRECTION
010510         END-EVALUATE
010520     END-IF.
010530     MOVE WK-OL-CCR-LINE TO OLM-RPT-LINE.
010540     WRITE OLM-RPT-LINE.
010550 5520-EXIT.
010560     EXIT.
010570 5530-TAKE-ONE-SEGMENT.
010580     READ PROV-MAST-IN NEXT
010590         AT END
010600             SET MASTER-AT-EOF TO TRUE
010610             GO TO 5530-EXIT
010620     END-READ.
010630     IF PM-PROVIDER-NO NOT = PV-PROVIDER-NO(PV-BEST)
010640        OR PM-SEGMENT-EFF-DATE > WK-AS-OF-DATE
010650         SET MASTER-AT-EOF TO TRUE
010660         GO TO 5530-EXIT
010670     END-IF.
010680     MOVE PM-PROV-RECORD TO PROV-NEW-HOLD.
010690     IF WK-CCR-COUNT = 4
010700         MOVE CC-ENTRY(2) TO CC-ENTRY(1)
010710         MOVE CC-ENTRY(3) TO CC-ENTRY(2)
010720         MOVE CC-ENTRY(4) TO CC-ENTRY(3)
010730     ELSE
010740         ADD 1 TO WK-CCR-COUNT
010750     END-IF.
010760     MOVE PM-SEGMENT-EFF-DATE TO CC-EFF-DATE(WK-CCR-COUNT).
010770     IF P-NEW-CCR IS NUMERIC
010780         MOVE P-NEW-CCR TO CC-OPER-CCR(WK-CCR-COUNT)
010790     ELSE
010800         MOVE ZEROES TO CC-OPER-CCR(WK-CCR-COUNT)
010810     END-IF.
010820     IF P-NEW-CAPI-CSTCHG-RATIO IS NUMERIC
010830         MOVE P-NEW-CAPI-CSTCHG-RATIO TO CC-CAPI-CCR(WK-CCR-COUNT)
010840     ELSE
010850         MOVE ZEROES TO CC-CAPI-CCR(WK-CCR-COUNT)
010860     END-IF.
010870 5530-EXIT.
010880     EXIT.
010890 5540-FORMAT-ONE-SEGMENT.
010900     MOVE CC-EFF-DATE(WK-CC-I) TO WK-OC-EFF-DATE(WK-CC-I).
010910     MOVE CC-OPER-CCR(WK-CC-I) TO WK-OC-OPER-CCR(WK-CC-I).
010920     MOVE '/'                  TO WK-OC-SLASH(WK-CC-I).
010930     MOVE CC-CAPI-CCR(WK-CC-I) TO WK-OC-CAPI-CCR(WK-CC-I).
010940 5540-EXIT.
010950     EXIT.
010960*===========================================================*
010970* 8500-DATE-TO-SERIAL - AS IN PPBAT215.                      *
010980*===========================================================*
010990 8500-DATE-TO-SERIAL.
011000     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
011010     IF WK-DTS-MM < 3
011020         SUBTRACT 1 FROM WK-DTS-YEARS
011030     END-IF.
011040     COMPUTE WK-DTS-LEAPS =
011050         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
011060         + (WK-DTS-YEARS / 400).
011070     COMPUTE WK-DTS-SERIAL =
011080         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
011090         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
011100 8500-EXIT.
011110     EXIT.
011120*-----------------------------------------------------------*
011130* 8600-SET-RATIO - WK-RT-OUTLIER AS A PERCENT OF WK-RT-BASE. *
011140*-----------------------------------------------------------*
011150 8600-SET-RATIO.
011160     IF WK-RT-BASE = 0
011170         MOVE ZEROES TO WK-RT-PCT
011180     ELSE
011190         COMPUTE WK-RT-PCT ROUNDED =
011200             WK-RT-OUTLIER * 100 / WK-RT-BASE
011210             ON SIZE ERROR MOVE ZEROES TO WK-RT-PCT
011220         END-COMPUTE
011230     END-IF.
011240 8600-EXIT.
011250     EXIT.
011260 8700-WRITE-SECTION.
011270     MOVE SPACES TO OLM-RPT-LINE.
011280     WRITE OLM-RPT-LINE.
011290     MOVE WK-OL-SECTION-LINE TO OLM-RPT-LINE.
011300     WRITE OLM-RPT-LINE.
011310 8700-EXIT.
011320     EXIT.
011330 8710-WRITE-SUM-LINE.
011340     MOVE WK-OL-SUM-LINE TO OLM-RPT-LINE.
011350     WRITE OLM-RPT-LINE.
011360     MOVE SPACES TO WK-OU-NOTE.
011370 8710-EXIT.
011380     EXIT.
011390 8720-WRITE-PCT-LINE.
011400     MOVE WK-OL-PCT-LINE TO OLM-RPT-LINE.
011410     WRITE OLM-RPT-LINE.
011420     MOVE SPACES TO WK-OP-NOTE.
011430 8720-EXIT.
011440     EXIT.
011450*===========================================================*
011460* 9000-TERMINATE - CLOSE AND DISPLAY RUN TOTALS.             *
011470*===========================================================*
011480 9000-TERMINATE.
011490     CLOSE OLM-RPT-OUT.
011500     IF MASTER-ACTIVE
011510         CLOSE PROV-MAST-IN
011520     END-IF.
011530     DISPLAY 'PPOLM215 - PERIOD             : ' WK-FROM-DATE
011540             ' - ' WK-AS-OF-DATE.
011550     DISPLAY 'PPOLM215 - HISTORY ROWS READ  : ' WK-HIST-ROWS.
011560     DISPLAY 'PPOLM215 - CLAIMS COUNTED     : ' WK-CLAIMS-COUNTED.
011570     DISPLAY 'PPOLM215 - PROVIDERS          : ' WK-PV-COUNT.
011580     DISPLAY 'PPOLM215 - RUNS IN PROJECTION : ' WK-RH-RUNS.
011590     DISPLAY 'PPOLM215 - OUTLIER RATIO YTD  : ' WK-YTD-PCT.
011600     DISPLAY 'PPOLM215 - PROJECTED YEAR END : ' WK-PROJ-PCT.
011610     DISPLAY 'PPOLM215 - PROVIDERS LISTED   : ' WK-LISTED.
011620     IF WK-PROV-DROPS > 0
011630         DISPLAY 'PPOLM215 - CLAIMS OVER PROVIDER TABLE LIMIT: '
011640                 WK-PROV-DROPS
011650     END-IF.
011660 9000-EXIT.
011670     EXIT.
