000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPCFC215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - WEEKLY CASH-REQUIREMENTS FORECAST FOR TREASURY.
000070*          - PROJECTS THE DISBURSEMENTS OF THE FOUR WEEKS
000080*            STARTING ON THE FORECAST DATE (FORECAST-DATE=
000090*            CCYYMMDD, DEFAULT TODAY), WEEK BY WEEK AND BY
000100*            FISCAL INTERMEDIARY, SO THE TRUST FUND DRAW CAN BE
000110*            REQUESTED AHEAD OF THE FUNDS-CONTROL CEILING:
000120*              QUEUED CLAIMS - THE QUEUES CARRIED OUT OF THE
000130*                LAST PRICING RUN, AT THE REMITTANCE AMOUNT
000140*                PLUS INTEREST, IN THE WEEK EACH IS EXPECTED
000150*                TO BE RELEASED:
000160*                  MANUAL REVIEW HOLD - THE HELD DATE PLUS
000170*                    REVIEW-DAYS= (DEFAULT 10);
000180*                  FUNDS HOLD - THE FIRST WEEK, WHEN THE NEXT
000190*                    AUTHORIZATION LOADS;
000200*                  PAYMENT FLOOR - THE CLAIM'S FLOOR DATE;
000210*                  INTERIM STAYS - NOT YET PRICED.  THE FIRST
000220*                    INTERIM DATE PLUS STAY-DAYS= (DEFAULT 30),
000230*                    AT THE AVERAGE PAYMENT PER PRICED BILL OF
000240*                    THE HISTORY WEEKS.
000250*                A RELEASE DATE ALREADY PASSED FALLS IN THE
000260*                FIRST WEEK; ONE AFTER THE FOURTH WEEK IS SHOWN
000270*                AS BEYOND THE HORIZON AND NOT FORECAST.
000280*              PIP LUMP SUMS - EVERY PROVIDER ON THE PIP
000290*                SCHEDULE IS PAID ITS PERIOD LUMP SUM EVERY 14
000300*                DAYS FROM PIP-ANCHOR=CCYYMMDD, A KNOWN LUMP-SUM
000310*                PAY DATE (DEFAULT THE FORECAST DATE).
000320*              NEW CLAIMS - FROM THE RUN-HISTORY REGISTRY'S
000330*                PAYMENT TOTALS OF THE HISTORY-WEEKS= (DEFAULT
000340*                13) WEEKS BEFORE THE FORECAST DATE.  EACH
000350*                WEEKDAY'S MEAN AND STANDARD DEVIATION PER WEEK
000360*                ARE TAKEN, AND THE WEEKLY TOTAL IS CARRIED
000370*                FORWARD ALONG ITS LEAST-SQUARES TREND.  THE
000380*                HISTORY STARTS AT THE FIRST WEEK WITH A RUN.
000390*                THE VOLUME IS SPREAD OVER THE INTERMEDIARIES
000400*                BY THEIR SHARE OF THE DOLLARS PAID IN THE SAME
000410*                WEEKS ON THE HISTORY REPOSITORY (PIP PROVIDERS
000420*                EXCLUDED - THEIR CLAIMS ARE NOT PAID ONE BY
000430*                ONE).
000440*              RECOUPMENT OFFSETS - EACH PROVIDER'S OPEN LEDGER
000450*                BALANCE AND INTEREST, OR, ON AN ACTIVE
000460*                EXTENDED REPAYMENT PLAN, THE AMOUNT DUE AND
000470*                THE INSTALLMENTS FALLING DUE, DRAWN OUT OF THE
000480*                PROVIDER'S OWN EXPECTED PAYMENTS WEEK BY WEEK
000490*                (REVIEW-HOLD AND INTERIM-STAY RELEASES AND ITS
000500*                SHARE OF THE NEW CLAIMS).  FUNDS-HOLD AND
000510*                FLOOR-HOLD CLAIMS WERE DRAWN DOWN WHEN PRICED.
000520*          - EACH WEEK AND INTERMEDIARY SHOWS THE COMPONENTS
000530*            AND THE NET REQUIREMENT AS A RANGE: THE EXPECTED
000540*            FIGURE LESS AND PLUS ONE STANDARD DEVIATION OF THE
000550*            NEW-CLAIM VOLUME.  THE CUMULATIVE REQUIREMENT IS
000560*            SET AGAINST THE CEILING ON FUNDCTL EACH WEEK.
000570*          - RETURN CODES: 4 - THE EXPECTED REQUIREMENT EXCEEDS
000580*            THE CEILING WITHIN THE FOUR WEEKS, AN INPUT WAS NOT
000590*            PROVIDED, OR A TABLE FILLED.
000600 DATE-COMPILED.
000610****************************************************************
000620*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000630*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000640*   IS THAT OF THE USER.                                       *
000650****************************************************************
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.            IBM-370.
000690 OBJECT-COMPUTER.            IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT CFC-PARM-FILE   ASSIGN TO CFCPARM
000730                            ORGANIZATION IS LINE SEQUENTIAL
000740                            FILE STATUS IS WK-PARM-STATUS.
000750     SELECT PROV-MAST-FILE  ASSIGN TO PROVMAST
000760                            ORGANIZATION IS INDEXED
000770                            ACCESS MODE IS SEQUENTIAL
000780                            RECORD KEY IS PM-PROV-KEY
000790                            FILE STATUS IS WK-PROVMAST-STATUS.
000800     SELECT RUN-HIST-IN     ASSIGN TO RUNHIST
000810                            ORGANIZATION IS SEQUENTIAL
000820                            FILE STATUS IS WK-RUNHIST-STATUS.
000830     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000840                            ORGANIZATION IS INDEXED
000850                            ACCESS MODE IS SEQUENTIAL
000860                            RECORD KEY IS HR-KEY
000870                            ALTERNATE RECORD KEY IS HR-MBI
000880                                WITH DUPLICATES
000890                            FILE STATUS IS WK-HISTREPO-STATUS.
000900     SELECT HELD-CLAIMS-IN  ASSIGN TO HELDIN
000910                            ORGANIZATION IS SEQUENTIAL
000920                            FILE STATUS IS WK-QUEUE-STATUS.
000930     SELECT PAY-HOLD-IN     ASSIGN TO PAYHLDI
000940                            ORGANIZATION IS SEQUENTIAL
000950                            FILE STATUS IS WK-QUEUE-STATUS.
000960     SELECT FLOOR-HOLD-IN   ASSIGN TO FLRHLDI
000970                            ORGANIZATION IS SEQUENTIAL
000980                            FILE STATUS IS WK-QUEUE-STATUS.
000990     SELECT PEND-STAY-IN    ASSIGN TO PNDSTAYI
001000                            ORGANIZATION IS SEQUENTIAL
001010                            FILE STATUS IS WK-QUEUE-STATUS.
001020     SELECT PIP-SCHED-FILE  ASSIGN TO PIPSCHED
001030                            ORGANIZATION IS SEQUENTIAL
001040                            FILE STATUS IS WK-PIPSCHED-STATUS.
001050     SELECT LEDGER-FILE-IN  ASSIGN TO LEDGIN
001060                            ORGANIZATION IS SEQUENTIAL
001070                            FILE STATUS IS WK-LEDGIN-STATUS.
001080     SELECT REPAY-PLAN-IN   ASSIGN TO REPAYIN
001090                            ORGANIZATION IS SEQUENTIAL
001100                            FILE STATUS IS WK-REPAYIN-STATUS.
001110     SELECT FUNDS-CTL-FILE  ASSIGN TO FUNDCTL
001120                            ORGANIZATION IS SEQUENTIAL
001130                            FILE STATUS IS WK-FUNDS-STATUS.
001140     SELECT CFC-RPT-OUT     ASSIGN TO CFCRPT
001150                            ORGANIZATION IS LINE SEQUENTIAL.
001160 DATA DIVISION.
001170 FILE SECTION.
001180*----------------------------------------------------------*
001190* FORECAST PARAMETER CARDS - KEYWORD=VALUE:                 *
001200*   FORECAST-DATE=CCYYMMDD  FIRST DAY OF THE FIRST WEEK     *
001210*   HISTORY-WEEKS=NN        REGISTRY WEEKS FOR THE TREND    *
001220*   REVIEW-DAYS=NNN         HELD DATE TO REVIEW RELEASE     *
001230*   STAY-DAYS=NNN           FIRST INTERIM BILL TO FINAL     *
001240*   PIP-ANCHOR=CCYYMMDD     A PIP LUMP-SUM PAY DATE         *
001250*----------------------------------------------------------*
001260 FD  CFC-PARM-FILE
001270     RECORDING MODE IS F.
001280 01  CFC-PARM-REC                PIC X(80).
001290*----------------------------------------------------------*
001300* PROVIDER MASTER - THE SEGMENT IN EFFECT ON THE FORECAST   *
001310* DATE GIVES EACH PROVIDER'S INTERMEDIARY.                  *
001320*----------------------------------------------------------*
001330 FD  PROV-MAST-FILE
001340     RECORD CONTAINS 325 CHARACTERS.
001350 01  PROV-MAST-REC.
001360     05  PM-PROV-KEY.
001370         10  PM-PROVIDER-NO     PIC X(06).
001380         10  PM-SEGMENT-EFF-DATE PIC 9(08).
001390     05  PM-FORMAT-IND          PIC X(01).
001400     05  PM-PROV-RECORD         PIC X(310).
001410*----------------------------------------------------------*
001420* CUMULATIVE RUN-HISTORY REGISTRY - ONE MANIFEST IMAGE PER  *
001430* PPBAT215 RUN.                                             *
001440*----------------------------------------------------------*
001450 FD  RUN-HIST-IN
001460     RECORDING MODE IS F.
001470 01  RUN-HIST-IN-REC             PIC X(144).
001480*----------------------------------------------------------*
001490* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
001500* IT.                                                       *
001510*----------------------------------------------------------*
001520 FD  HIST-REPO-FILE
001530     RECORD CONTAINS 252 CHARACTERS.
001540 01  HIST-REPO-REC.
001550     05  HR-KEY.
001560         10  HR-PROVIDER-NO     PIC X(06).
001570         10  HR-DISCHARGE-DATE  PIC 9(08).
001580         10  HR-CLAIM-SEQ       PIC 9(09).
001590         10  HR-RUN-ID          PIC X(08).
001600     05  HR-RUN-DATE            PIC 9(08).
001610     05  HR-PPS-DATA            PIC X(89).
001620     05  HR-WI-AUDIT            PIC X(66).
001630     05  HR-MBI                 PIC X(11).
001640     05  HR-DRG                 PIC 9(03).
001650     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
001660     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
001670     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
001680     05  HR-NEW-TECH            PIC 9(09)V9(02).
001690*----------------------------------------------------------*
001700* THE CARRIED QUEUES, AS PPBAT215 WRITES THEM FOR THE NEXT  *
001710* RUN.  EACH MAY BEGIN WITH A GENERATION STAMP.             *
001720*----------------------------------------------------------*
001730 FD  HELD-CLAIMS-IN
001740     RECORDING MODE IS F.
001750 01  HELD-IN-REC.
001760     05  HI-BILL-RECORD          PIC X(791).
001770     05  HI-PPS-REC              PIC X(235).
001780     05  HI-REMIT-REC            PIC X(118).
001790     05  HI-HELD-DATE            PIC 9(08).
001800 FD  PAY-HOLD-IN
001810     RECORDING MODE IS F.
001820 01  PAY-HOLD-IN-REC.
001830     05  FH-IN-BILL-RECORD       PIC X(791).
001840     05  FH-IN-PPS-REC           PIC X(235).
001850     05  FH-IN-REMIT-REC         PIC X(118).
001860     05  FH-IN-HELD-DATE         PIC 9(08).
001870 FD  FLOOR-HOLD-IN
001880     RECORDING MODE IS F.
001890 01  FLOOR-HOLD-IN-REC.
001900     05  FL-IN-BILL-RECORD       PIC X(791).
001910     05  FL-IN-PPS-REC           PIC X(235).
001920     05  FL-IN-REMIT-REC         PIC X(118).
001930     05  FL-IN-HELD-DATE         PIC 9(08).
001940     05  FL-IN-FLOOR-DATE        PIC 9(08).
001950     05  FL-IN-MEDIUM            PIC X(01).
001960 FD  PEND-STAY-IN
001970     RECORDING MODE IS F.
001980 01  PEND-STAY-IN-REC.
001990     05  PY-IN-BILL-RECORD       PIC X(791).
002000     05  PY-IN-FIRST-DATE        PIC 9(08).
002010     05  PY-IN-INTERIM-COUNT     PIC 9(02).
002020*----------------------------------------------------------*
002030* PIP LUMP-SUM SCHEDULE - ONE ROW PER PIP PROVIDER.         *
002040*----------------------------------------------------------*
002050 FD  PIP-SCHED-FILE
002060     RECORDING MODE IS F.
002070 01  PIP-SCHED-REC.
002080     05  PC-PROVIDER-NO          PIC X(06).
002090     05  PC-PERIOD-LUMP-SUM      PIC 9(09)V9(02).
002100*----------------------------------------------------------*
002110* PROVIDER RECEIVABLE LEDGER AND EXTENDED REPAYMENT         *
002120* SCHEDULES, AS PPBAT215 CARRIES THEM.                      *
002130*----------------------------------------------------------*
002140 FD  LEDGER-FILE-IN
002150     RECORDING MODE IS F.
002160 01  LEDGER-IN-REC.
002170     05  LG-IN-PROVIDER-NO       PIC X(06).
002180     05  LG-IN-BALANCE           PIC 9(11)V9(02).
002190     05  LG-IN-OLDEST-DATE       PIC 9(08).
002200     05  LG-IN-RAC-BALANCE       PIC 9(11)V9(02).
002210     05  LG-IN-INT-BALANCE       PIC 9(11)V9(02).
002220     05  LG-IN-LETTER-STAGE      PIC 9(01).
002230     05  LG-IN-LETTER-DATE       PIC 9(08).
002240     05  LG-IN-INT-THRU-DATE     PIC 9(08).
002250     05  LG-IN-REFERRAL-SW       PIC X(01).
002260     05  LG-IN-PLAN-SW           PIC X(01).
002270     05  LG-IN-PLAN-PCT          PIC 9(02)V9(03).
002280 FD  REPAY-PLAN-IN
002290     RECORDING MODE IS F.
002300 01  REPAY-PLAN-IN-REC.
002310     05  EI-PROVIDER-NO          PIC X(06).
002320     05  EI-PLAN-ID              PIC X(10).
002330     05  EI-STATUS               PIC X(01).
002340     05  EI-APPROVED-PRIN        PIC 9(11)V9(02).
002350     05  EI-INSTALLMENT          PIC 9(09)V9(02).
002360     05  EI-FREQUENCY            PIC X(01).
002370     05  EI-START-DATE           PIC 9(08).
002380     05  EI-ANNUAL-PCT           PIC 9(02)V9(03).
002390     05  EI-NEXT-DUE             PIC 9(08).
002400     05  EI-BILLED               PIC 9(03).
002410     05  EI-AMOUNT-DUE           PIC 9(09)V9(02).
002420     05  EI-PAID-TO-DATE         PIC 9(11)V9(02).
002430     05  EI-PRIN-PAID            PIC 9(11)V9(02).
002440     05  EI-MISSED               PIC 9(02).
002450     05  EI-LAST-PAID            PIC 9(08).
002460     05  EI-END-REASON           PIC X(02).
002470     05  EI-STATUS-DATE          PIC 9(08).
002480     05  FILLER                  PIC X(07).
002490*----------------------------------------------------------*
002500* TREASURY FUNDS-CONTROL CEILING.                           *
002510*----------------------------------------------------------*
002520 FD  FUNDS-CTL-FILE
002530     RECORDING MODE IS F.
002540 01  FUNDS-CTL-REC.
002550     05  FC-CEILING              PIC 9(13)V9(02).
002560 FD  CFC-RPT-OUT
002570     RECORDING MODE IS F.
002580 01  CFC-RPT-LINE                PIC X(132).
002590 WORKING-STORAGE SECTION.
002600 01  W-STORAGE-REF                  PIC X(48)  VALUE
002610     'P P C F C 2 1 5 - W O R K I N G   S T O R A G E'.
002620 01  CFC-VERSION                    PIC X(05) VALUE 'V21.5'.
002630 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
002640 01  WK-PROVMAST-STATUS         PIC X(02) VALUE SPACES.
002650 01  WK-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002660 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
002670 01  WK-QUEUE-STATUS            PIC X(02) VALUE SPACES.
002680 01  WK-PIPSCHED-STATUS         PIC X(02) VALUE SPACES.
002690 01  WK-LEDGIN-STATUS           PIC X(02) VALUE SPACES.
002700 01  WK-REPAYIN-STATUS          PIC X(02) VALUE SPACES.
002710 01  WK-FUNDS-STATUS            PIC X(02) VALUE SPACES.
002720 COPY GENSTAMP.
002730 01  WK-SWITCHES.
002740     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
002750         88  PARM-AT-EOF        VALUE 'Y'.
002760     05  WK-PROVMAST-EOF        PIC X(01) VALUE 'N'.
002770         88  PROVMAST-AT-EOF    VALUE 'Y'.
002780     05  WK-RUNHIST-EOF         PIC X(01) VALUE 'N'.
002790         88  RUNHIST-AT-EOF     VALUE 'Y'.
002800     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
002810         88  HIST-AT-EOF        VALUE 'Y'.
002820     05  WK-QUEUE-EOF           PIC X(01) VALUE 'N'.
002830         88  QUEUE-AT-EOF       VALUE 'Y'.
002840     05  WK-PIPSCHED-EOF        PIC X(01) VALUE 'N'.
002850         88  PIPSCHED-AT-EOF    VALUE 'Y'.
002860     05  WK-LEDGIN-EOF          PIC X(01) VALUE 'N'.
002870         88  LEDGIN-AT-EOF      VALUE 'Y'.
002880     05  WK-REPAYIN-EOF         PIC X(01) VALUE 'N'.
002890         88  REPAYIN-AT-EOF     VALUE 'Y'.
002900     05  WK-MISSING-SW          PIC X(01) VALUE 'N'.
002910         88  AN-INPUT-IS-MISSING VALUE 'Y'.
002920     05  WK-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
002930         88  A-TABLE-IS-FULL    VALUE 'Y'.
002940     05  WK-CEILING-SW          PIC X(01) VALUE 'N'.
002950         88  CEILING-IN-FORCE   VALUE 'Y'.
002960     05  WK-OVER-SW             PIC X(01) VALUE 'N'.
002970         88  CEILING-EXCEEDED   VALUE 'Y'.
002980     05  WK-PR-FOUND-SW         PIC X(01) VALUE 'N'.
002990         88  PROVIDER-FOUND     VALUE 'Y'.
003000     05  WK-LEAP-SW             PIC X(01) VALUE 'N'.
003010         88  LEAP-YEAR          VALUE 'Y'.
003020*----------------------------------------------------------*
003030* PARAMETERS IN EFFECT.                                     *
003040*----------------------------------------------------------*
003050 01  WK-FORECAST-DATE           PIC 9(08) VALUE ZEROES.
003060 01  WK-HISTORY-WEEKS           PIC 9(02) VALUE 13.
003070 01  WK-REVIEW-DAYS             PIC 9(03) VALUE 010.
003080 01  WK-STAY-DAYS               PIC 9(03) VALUE 030.
003090 01  WK-PIP-ANCHOR              PIC 9(08) VALUE ZEROES.
003100 01  WK-TODAY                   PIC 9(08) VALUE ZEROES.
003110 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
003120 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
003130 01  WK-CEILING                 PIC 9(13)V9(02) VALUE ZEROES.
003140*----------------------------------------------------------*
003150* THE FOUR FORECAST WEEKS.  WEEK 5 HOLDS WHAT FALLS BEYOND  *
003160* THE HORIZON.                                              *
003170*----------------------------------------------------------*
003180 01  WK-FCST-SERIAL             PIC 9(07) VALUE ZEROES.
003190 01  WK-HIST-FROM-SERIAL        PIC 9(07) VALUE ZEROES.
003200 01  WK-DAY-OFFSET              PIC S9(07) VALUE ZEROES.
003210 01  WK-WEEK                    PIC 9(02) COMP VALUE ZEROES.
003220 01  WK-K                       PIC 9(02) COMP VALUE ZEROES.
003230 01  WK-WEEK-DATES.
003240     05  WD-ENTRY OCCURS 4 TIMES.
003250         10  WD-FROM            PIC 9(08).
003260         10  WD-THRU            PIC 9(08).
003270         10  WD-PIP-SW          PIC X(01).
003280             88  WD-PIP-PAY-WEEK VALUE 'Y'.
003290 01  WK-PIP-SERIAL              PIC 9(07) VALUE ZEROES.
003300 01  WK-PIP-CYCLES              PIC 9(05) VALUE ZEROES.
003310*----------------------------------------------------------*
003320* RUN-HISTORY PAYMENTS BY HISTORY WEEK AND WEEKDAY, AND     *
003330* THE WEEKDAY MEANS AND DEVIATIONS TAKEN FROM THEM.  THE    *
003340* WEEKDAY IS THE DAY SERIAL MODULO 7 PLUS 1 (1 SATURDAY,    *
003350* 2 SUNDAY, 3 MONDAY ... 7 FRIDAY).                         *
003360*----------------------------------------------------------*
003370 01  WK-HISTORY-TABLE.
003380     05  HW-WEEK OCCURS 52 TIMES.
003390         10  HW-RUNS            PIC 9(05).
003400         10  HW-DAY-PAY         PIC 9(13)V9(02)
003410                                OCCURS 7 TIMES.
003420 01  WK-WEEKDAY-TABLE.
003430     05  WY-ENTRY OCCURS 7 TIMES.
003440         10  WY-RUNS            PIC 9(05).
003450         10  WY-MEAN            PIC 9(13)V9(02).
003460         10  WY-VARIANCE-K      PIC 9(16)V9(02).
003470         10  WY-STD-DEV         PIC 9(13)V9(02).
003480 01  WK-WEEKDAY-NAMES.
003490     05  FILLER PIC X(09) VALUE 'SATURDAY'.
003500     05  FILLER PIC X(09) VALUE 'SUNDAY'.
003510     05  FILLER PIC X(09) VALUE 'MONDAY'.
003520     05  FILLER PIC X(09) VALUE 'TUESDAY'.
003530     05  FILLER PIC X(09) VALUE 'WEDNESDAY'.
003540     05  FILLER PIC X(09) VALUE 'THURSDAY'.
003550     05  FILLER PIC X(09) VALUE 'FRIDAY'.
003560 01  WK-WEEKDAY-NAME-TAB REDEFINES WK-WEEKDAY-NAMES.
003570     05  WY-NAME                PIC X(09) OCCURS 7 TIMES.
003580 01  WK-WEEKDAY-ORDER.
003590     05  FILLER PIC X(07) VALUE '3456712'.
003600 01  WK-WEEKDAY-ORDER-TAB REDEFINES WK-WEEKDAY-ORDER.
003610     05  WY-ORDER               PIC 9(01) OCCURS 7 TIMES.
003620 01  WK-H                       PIC 9(02) COMP VALUE ZEROES.
003630 01  WK-D                       PIC 9(02) COMP VALUE ZEROES.
003640 01  WK-DN                      PIC 9(02) COMP VALUE ZEROES.
003650 01  WK-FIRST-HW                PIC 9(02) COMP VALUE ZEROES.
003660 01  WK-HIST-N                  PIC 9(02) VALUE ZEROES.
003670 01  WK-WEEKDAY-QUOT            PIC 9(07) VALUE ZEROES.
003680 01  WK-WEEKDAY-REM             PIC 9(01) VALUE ZEROES.
003690 01  WK-HW-QUOT                 PIC 9(05) VALUE ZEROES.
003700 01  WK-DEV-K                   PIC S9(10)V9(02) VALUE ZEROES.
003710 01  WK-SUMSQ-K                 PIC 9(16)V9(02) VALUE ZEROES.
003720 01  WK-VARIANCE-K              PIC 9(16)V9(02) VALUE ZEROES.
003730 01  WK-WEEK-TOTAL              PIC 9(13)V9(02) VALUE ZEROES.
003740 01  WK-MEAN-WEEK               PIC 9(13)V9(02) VALUE ZEROES.
003750 01  WK-X-BAR                   PIC 9(02)V9(01) VALUE ZEROES.
003760 01  WK-X-DEV                   PIC S9(03)V9(01) VALUE ZEROES.
003770 01  WK-TREND-SUM               PIC S9(15)V9(02) VALUE ZEROES.
003780 01  WK-TREND-DIVISOR           PIC 9(07) VALUE ZEROES.
003790 01  WK-TREND-SLOPE             PIC S9(13)V9(02) VALUE ZEROES.
003800 01  WK-TREND-VALUE             PIC S9(13)V9(02) VALUE ZEROES.
003810 01  WK-HIST-PAID-TOTAL         PIC 9(13)V9(02) VALUE ZEROES.
003820 01  WK-HIST-PRICED             PIC 9(09) VALUE ZEROES.
003830 01  WK-AVG-PAYMENT             PIC 9(09)V9(02) VALUE ZEROES.
003840*----------------------------------------------------------*
003850* NEW-CLAIM VOLUME BY FORECAST WEEK - EXPECTED, AND ONE     *
003860* STANDARD DEVIATION EITHER SIDE.                           *
003870*----------------------------------------------------------*
003880 01  WK-NEW-TABLE.
003890     05  NW-EXPECTED            PIC 9(13)V9(02)
003900                                OCCURS 4 TIMES.
003910 01  WK-NEW-STD-DEV             PIC 9(13)V9(02) VALUE ZEROES.
003920*----------------------------------------------------------*
003930* REGISTRY ROW, MANIFEST FIELD VIEW.                        *
003940*----------------------------------------------------------*
003950 01  WK-MF-VIEW.
003960     05  WK-MF-RUN-ID           PIC X(08).
003970     05  WK-MF-RUN-DATE         PIC 9(08).
003980     05  FILLER                 PIC X(23).
003990     05  WK-MF-BILLS-READ       PIC 9(07).
004000     05  WK-MF-BILLS-PRICED     PIC 9(07).
004010     05  FILLER                 PIC X(49).
004020     05  WK-MF-TOTAL-PAYMENT    PIC 9(13)V9(02).
004030     05  WK-MF-BILLS-FUNDS-HELD PIC 9(05).
004040     05  FILLER                 PIC X(22).
004050*----------------------------------------------------------*
004060* STORED PRICING RESULT (PPS-DATA LAYOUT).                  *
004070*----------------------------------------------------------*
004080 01  WK-HRD-VIEW.
004090     05  WK-HRD-RTC             PIC 9(02).
004100     05  FILLER                 PIC X(25).
004110     05  WK-HRD-TOTAL-PAYMENT   PIC 9(09)V9(02).
004120     05  FILLER                 PIC X(51).
004130*----------------------------------------------------------*
004140* REMITTANCE RECORD CARRIED ON A HOLD QUEUE.                *
004150*----------------------------------------------------------*
004160 01  WK-RV-VIEW.
004170     05  WK-RV-PROVIDER-NO      PIC X(06).
004180     05  FILLER                 PIC X(35).
004190     05  WK-RV-PAID-AMOUNT      PIC 9(09)V9(02).
004200     05  FILLER                 PIC X(57).
004210     05  WK-RV-INTEREST-AMT     PIC 9(07)V9(02).
004220*----------------------------------------------------------*
004230* THE BILL ON THE QUEUE BEING PLACED.                       *
004240*----------------------------------------------------------*
004250 COPY BILDAT21.
004260*----------------------------------------------------------*
004270* QUEUED CLAIMS BY QUEUE AND RELEASE WEEK.  QUEUES: 1       *
004280* MANUAL REVIEW HOLD, 2 FUNDS HOLD, 3 PAYMENT FLOOR, 4      *
004290* INTERIM STAYS.                                            *
004300*----------------------------------------------------------*
004310 01  WK-QUEUE-TABLE.
004320     05  QW-ENTRY OCCURS 4 TIMES.
004330         10  QW-PROVIDED-SW     PIC X(01).
004340         10  QW-CLAIMS          PIC 9(07).
004350         10  QW-AMOUNT          PIC 9(13)V9(02)
004360                                OCCURS 5 TIMES.
004370 01  WK-QUEUE-NAMES.
004380     05  FILLER PIC X(32) VALUE 'MANUAL REVIEW HOLD'.
004390     05  FILLER PIC X(32) VALUE 'FUNDS HOLD'.
004400     05  FILLER PIC X(32) VALUE 'PAYMENT FLOOR'.
004410     05  FILLER PIC X(32) VALUE 'INTERIM STAYS (ESTIMATED)'.
004420 01  WK-QUEUE-NAME-TAB REDEFINES WK-QUEUE-NAMES.
004430     05  QW-NAME                PIC X(32) OCCURS 4 TIMES.
004440 01  WK-Q                       PIC 9(02) COMP VALUE ZEROES.
004450 01  WK-CLAIM-AMT               PIC 9(11)V9(02) VALUE ZEROES.
004460 01  WK-RELEASE-SERIAL          PIC 9(07) VALUE ZEROES.
004470*----------------------------------------------------------*
004480* INTERMEDIARIES, WITH THEIR SHARE OF THE HISTORY DOLLARS   *
004490* AND THE FORECAST COMPONENTS BY WEEK.                      *
004500*----------------------------------------------------------*
004510 01  WK-INTER-COUNT             PIC 9(04) COMP VALUE ZEROES.
004520 01  WK-INTER-TABLE.
004530     05  IT-ENTRY OCCURS 100 TIMES
004540             INDEXED BY IT-IDX IT-SIDX.
004550         10  IT-INTER-NO        PIC X(05).
004560         10  IT-HIST-PAID       PIC 9(13)V9(02).
004570         10  IT-WEEK OCCURS 5 TIMES.
004580             15  IT-QUEUED      PIC 9(13)V9(02).
004590             15  IT-PIP         PIC 9(13)V9(02).
004600             15  IT-NEW         PIC 9(13)V9(02).
004610             15  IT-SPREAD      PIC 9(13)V9(02).
004620             15  IT-OFFSET      PIC 9(13)V9(02).
004630 01  WK-FIND-INTER              PIC X(05) VALUE SPACES.
004640*----------------------------------------------------------*
004650* PROVIDERS - INTERMEDIARY, PIP, HISTORY DOLLARS, EXPECTED  *
004660* PAYMENTS SUBJECT TO DRAWDOWN, AND THE OPEN RECEIVABLE.    *
004670* PR-DUE IS WHAT A PAYMENT MAY DRAW NOW: THE WHOLE DEBT, OR *
004680* ON A PLAN THE AMOUNT DUE.                                 *
004690*----------------------------------------------------------*
004700 01  WK-PR-COUNT                PIC 9(04) COMP VALUE ZEROES.
004710 01  WK-PROV-TABLE.
004720     05  PR-ENTRY OCCURS 3000 TIMES
004730             INDEXED BY PR-IDX PR-SIDX.
004740         10  PR-PROVIDER-NO     PIC X(06).
004750         10  PR-INTER-NO        PIC X(05).
004760         10  PR-PIP-SW          PIC X(01).
004770             88  PR-IS-PIP      VALUE 'Y'.
004780         10  PR-HIST-PAID       PIC 9(13)V9(02).
004790         10  PR-GROSS           PIC 9(13)V9(02)
004800                                OCCURS 4 TIMES.
004810         10  PR-DEBT            PIC 9(13)V9(02).
004820         10  PR-DUE             PIC 9(13)V9(02).
004830         10  PR-LEDGER-PLAN-SW  PIC X(01).
004840         10  PR-PLAN-SW         PIC X(01).
004850             88  PR-ON-PLAN     VALUE 'Y'.
004860         10  PR-INSTALLMENT     PIC 9(09)V9(02).
004870         10  PR-FREQUENCY       PIC X(01).
004880             88  PR-FREQ-WEEKLY   VALUE 'W'.
004890             88  PR-FREQ-BIWEEKLY VALUE 'B'.
004900         10  PR-NEXT-SERIAL     PIC 9(07).
004910 01  WK-FIND-PROVIDER           PIC X(06) VALUE SPACES.
004920 01  WK-PROV-FLOW               PIC 9(13)V9(02) VALUE ZEROES.
004930 01  WK-PROV-OFFSET             PIC 9(13)V9(02) VALUE ZEROES.
004940 01  WK-WEEK-END-SERIAL         PIC 9(07) VALUE ZEROES.
004950 01  WK-CUR-PROVIDER            PIC X(06) VALUE SPACES.
004960 01  WK-CUR-INTER               PIC X(05) VALUE SPACES.
004970*----------------------------------------------------------*
004980* RUN COUNTERS.                                             *
004990*----------------------------------------------------------*
005000 01  WK-COUNTERS.
005010     05  WK-PROV-ROWS           PIC 9(07) VALUE ZEROES.
005020     05  WK-REGISTRY-ROWS       PIC 9(07) VALUE ZEROES.
005030     05  WK-REGISTRY-USED       PIC 9(07) VALUE ZEROES.
005040     05  WK-HIST-ROWS           PIC 9(07) VALUE ZEROES.
005050     05  WK-HIST-USED           PIC 9(07) VALUE ZEROES.
005060     05  WK-QUEUE-RECS          PIC 9(07) VALUE ZEROES.
005070     05  WK-PIP-PROVIDERS       PIC 9(07) VALUE ZEROES.
005080     05  WK-LEDGER-ROWS         PIC 9(07) VALUE ZEROES.
005090     05  WK-LEDGER-OPEN         PIC 9(07) VALUE ZEROES.
005100     05  WK-PLANS-READ          PIC 9(07) VALUE ZEROES.
005110     05  WK-PLANS-USED          PIC 9(07) VALUE ZEROES.
005120     05  WK-TABLE-DROPS         PIC 9(07) VALUE ZEROES.
005130*----------------------------------------------------------*
005140* THE WEEK'S AND THE CUMULATIVE REQUIREMENT.                *
005150*----------------------------------------------------------*
005160 01  WK-NET-EXPECTED            PIC S9(13)V9(02) VALUE ZEROES.
005170 01  WK-NET-LOW                 PIC S9(13)V9(02) VALUE ZEROES.
005180 01  WK-NET-HIGH                PIC S9(13)V9(02) VALUE ZEROES.
005190 01  WK-WEEK-SUMS.
005200     05  WK-SUM-QUEUED          PIC 9(13)V9(02).
005210     05  WK-SUM-PIP             PIC 9(13)V9(02).
005220     05  WK-SUM-NEW             PIC 9(13)V9(02).
005230     05  WK-SUM-OFFSET          PIC 9(13)V9(02).
005240     05  WK-SUM-LOW             PIC 9(13)V9(02).
005250     05  WK-SUM-EXPECTED        PIC 9(13)V9(02).
005260     05  WK-SUM-HIGH            PIC 9(13)V9(02).
005270 01  WK-CUM-LOW                 PIC 9(13)V9(02) VALUE ZEROES.
005280 01  WK-CUM-EXPECTED            PIC 9(13)V9(02) VALUE ZEROES.
005290 01  WK-CUM-HIGH                PIC 9(13)V9(02) VALUE ZEROES.
005300 01  WK-HEADROOM                PIC S9(13)V9(02) VALUE ZEROES.
005310 01  WK-OVER-WEEK               PIC 9(01) VALUE ZEROES.
005320*----------------------------------------------------------*
005330* DATE-TO-SERIAL WORK FIELDS, AS IN PPBAT215.               *
005340*----------------------------------------------------------*
005350 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
005360 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
005370     05  WK-DTS-YYYY            PIC 9(04).
005380     05  WK-DTS-MM              PIC 9(02).
005390     05  WK-DTS-DD              PIC 9(02).
005400 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
005410 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
005420 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
005430 01  WK-DTS-MONTH-DAYS.
005440     05  FILLER PIC X(36) VALUE
005450         '000031059090120151181212243273304334'.
005460 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
005470     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
005480 01  WK-MLEN-DAYS.
005490     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
005500 01  WK-MLEN-TAB REDEFINES WK-MLEN-DAYS.
005510     05  WK-MLEN                PIC 9(02) OCCURS 12 TIMES.
005520 01  WK-MLEN-THIS               PIC 9(02) VALUE ZEROES.
005530 01  WK-LEAP-QUOT               PIC 9(04) VALUE ZEROES.
005540 01  WK-LEAP-REM                PIC 9(04) VALUE ZEROES.
005550*----------------------------------------------------------*
005560* REPORT LINES.                                             *
005570*----------------------------------------------------------*
005580 01  WK-RPT-TITLE-LINE.
005590     05  WK-RT-TITLE         PIC X(40).
005600     05  FILLER              PIC X(07) VALUE '  DATE '.
005610     05  WK-RT-DATE          PIC 9(08).
005620     05  FILLER              PIC X(07) VALUE '  VERS '.
005630     05  WK-RT-VERSION       PIC X(05).
005640 01  WK-RPT-PARM-LINE.
005650     05  FILLER              PIC X(14) VALUE 'FORECAST FROM '.
005660     05  WK-RP-FROM          PIC 9(08).
005670     05  FILLER              PIC X(06) VALUE ' THRU '.
005680     05  WK-RP-THRU          PIC 9(08).
005690     05  FILLER              PIC X(17) VALUE
005700         '   HISTORY WEEKS '.
005710     05  WK-RP-HIST-WEEKS    PIC Z9.
005720     05  FILLER              PIC X(15) VALUE
005730         '   REVIEW DAYS '.
005740     05  WK-RP-REVIEW-DAYS   PIC ZZ9.
005750     05  FILLER              PIC X(13) VALUE '   STAY DAYS '.
005760     05  WK-RP-STAY-DAYS     PIC ZZ9.
005770     05  FILLER              PIC X(14) VALUE '   PIP ANCHOR '.
005780     05  WK-RP-ANCHOR        PIC 9(08).
005790 01  WK-RPT-CEILING-LINE.
005800     05  FILLER              PIC X(22) VALUE
005810         'FUNDS-CONTROL CEILING '.
005820     05  WK-RC-CEILING       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
005830     05  WK-RC-CEILING-X REDEFINES WK-RC-CEILING
005840                             PIC X(18).
005850     05  FILLER              PIC X(30) VALUE
005860         '   AMOUNTS IN WHOLE DOLLARS'.
005870 01  WK-RPT-RULE-LINE        PIC X(132) VALUE ALL '='.
005880 01  WK-RPT-SECTION-LINE.
005890     05  FILLER              PIC X(04) VALUE '--- '.
005900     05  WK-RS-TEXT          PIC X(60).
005910 01  WK-WY-HEADING.
005920     05  FILLER              PIC X(12) VALUE 'WEEKDAY'.
005930     05  FILLER              PIC X(08) VALUE '    RUNS'.
005940     05  FILLER              PIC X(20) VALUE
005950         '       MEAN PER WEEK'.
005960     05  FILLER              PIC X(20) VALUE
005970         '  STANDARD DEVIATION'.
005980 01  WK-WY-DETAIL-LINE.
005990     05  WK-WL-NAME          PIC X(12).
006000     05  FILLER              PIC X(01) VALUE SPACES.
006010     05  WK-WL-RUNS          PIC ZZ,ZZ9.
006020     05  FILLER              PIC X(03) VALUE SPACES.
006030     05  WK-WL-MEAN          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006040     05  FILLER              PIC X(03) VALUE SPACES.
006050     05  WK-WL-STD-DEV       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006060 01  WK-TREND-LINE.
006070     05  FILLER              PIC X(19) VALUE
006080         'HISTORY WEEKS USED '.
006090     05  WK-TL-WEEKS         PIC Z9.
006100     05  FILLER              PIC X(16) VALUE
006110         '   WEEKLY MEAN '.
006120     05  WK-TL-MEAN          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006130     05  FILLER              PIC X(19) VALUE
006140         '   TREND PER WEEK '.
006150     05  WK-TL-SLOPE         PIC --,---,---,--9.99.
006160     05  FILLER              PIC X(27) VALUE
006170         '   AVERAGE PER PRICED BILL '.
006180     05  WK-TL-AVG           PIC ZZZ,ZZZ,ZZ9.99.
006190 01  WK-CP-HEADING.
006200     05  FILLER              PIC X(32) VALUE 'COMPONENT'.
006210     05  FILLER              PIC X(08) VALUE '  CLAIMS'.
006220     05  WK-CH-WEEK-ENTRY OCCURS 4 TIMES.
006230         10  FILLER          PIC X(11) VALUE SPACES.
006240         10  FILLER          PIC X(03) VALUE 'WK '.
006250         10  WK-CH-WEEK      PIC 9(01).
006260     05  FILLER              PIC X(15) VALUE
006270         '         BEYOND'.
006280 01  WK-CP-DETAIL-LINE.
006290     05  WK-CL-LABEL         PIC X(32).
006300     05  WK-CL-CLAIMS        PIC ZZZ,ZZ9.
006310     05  WK-CL-CLAIMS-X REDEFINES WK-CL-CLAIMS
006320                             PIC X(07).
006330     05  FILLER              PIC X(01) VALUE SPACES.
006340     05  WK-CL-AMOUNTS.
006350         10  WK-CL-AMOUNT-ENTRY OCCURS 5 TIMES.
006360             15  FILLER      PIC X(02) VALUE SPACES.
006370             15  WK-CL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.
006380     05  WK-CL-NOTE REDEFINES WK-CL-AMOUNTS
006390                             PIC X(75).
006400 01  WK-WK-HEADER-LINE.
006410     05  FILLER              PIC X(05) VALUE 'WEEK '.
006420     05  WK-WH-WEEK          PIC 9(01).
006430     05  FILLER              PIC X(02) VALUE SPACES.
006440     05  WK-WH-FROM          PIC 9(08).
006450     05  FILLER              PIC X(06) VALUE ' THRU '.
006460     05  WK-WH-THRU          PIC 9(08).
006470     05  WK-WH-PIP-NOTE      PIC X(30).
006480 01  WK-IQ-HEADING.
006490     05  FILLER              PIC X(12) VALUE 'INTERMEDIARY'.
006500     05  FILLER              PIC X(15) VALUE '         QUEUED'.
006510     05  FILLER              PIC X(15) VALUE '            PIP'.
006520     05  FILLER              PIC X(15) VALUE '     NEW CLAIMS'.
006530     05  FILLER              PIC X(15) VALUE '        OFFSETS'.
006540     05  FILLER              PIC X(15) VALUE '            LOW'.
006550     05  FILLER              PIC X(15) VALUE '       EXPECTED'.
006560     05  FILLER              PIC X(15) VALUE '           HIGH'.
006570 01  WK-IQ-DETAIL-LINE.
006580     05  WK-IL-INTER         PIC X(12).
006590     05  FILLER              PIC X(02) VALUE SPACES.
006600     05  WK-IL-QUEUED        PIC Z,ZZZ,ZZZ,ZZ9.
006610     05  FILLER              PIC X(02) VALUE SPACES.
006620     05  WK-IL-PIP           PIC Z,ZZZ,ZZZ,ZZ9.
006630     05  FILLER              PIC X(02) VALUE SPACES.
006640     05  WK-IL-NEW           PIC Z,ZZZ,ZZZ,ZZ9.
006650     05  FILLER              PIC X(02) VALUE SPACES.
006660     05  WK-IL-OFFSET        PIC Z,ZZZ,ZZZ,ZZ9.
006670     05  FILLER              PIC X(02) VALUE SPACES.
006680     05  WK-IL-LOW           PIC Z,ZZZ,ZZZ,ZZ9.
006690     05  FILLER              PIC X(02) VALUE SPACES.
006700     05  WK-IL-EXPECTED      PIC Z,ZZZ,ZZZ,ZZ9.
006710     05  FILLER              PIC X(02) VALUE SPACES.
006720     05  WK-IL-HIGH          PIC Z,ZZZ,ZZZ,ZZ9.
006730 01  WK-CUM-LINE.
006740     05  FILLER              PIC X(16) VALUE
006750         'CUMULATIVE  LOW '.
006760     05  WK-UL-LOW           PIC Z,ZZZ,ZZZ,ZZ9.
006770     05  FILLER              PIC X(10) VALUE '  EXPECTED'.
006780     05  WK-UL-EXPECTED      PIC Z,ZZZ,ZZZ,ZZ9.
006790     05  FILLER              PIC X(06) VALUE '  HIGH'.
006800     05  WK-UL-HIGH          PIC Z,ZZZ,ZZZ,ZZ9.
006810     05  FILLER              PIC X(10) VALUE '  HEADROOM'.
006820     05  WK-UL-HEADROOM      PIC -,---,---,--9.
006830     05  WK-UL-HEADROOM-X REDEFINES WK-UL-HEADROOM
006840                             PIC X(13).
006850     05  FILLER              PIC X(02) VALUE SPACES.
006860     05  WK-UL-STATUS        PIC X(30).
006870 01  WK-CFC-COUNT-LINE.
006880     05  WK-TC-LABEL         PIC X(44).
006890     05  WK-TC-COUNT         PIC ZZZ,ZZ9.
006900 PROCEDURE DIVISION.
006910*===========================================================*
006920* 0000-MAINLINE                                              *
006930*===========================================================*
006940 0000-MAINLINE.
006950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006960     PERFORM 1500-LOAD-PROVIDERS THRU 1500-EXIT.
006970     PERFORM 2000-LOAD-REGISTRY THRU 2000-EXIT.
006980     PERFORM 2500-PROJECT-VOLUME THRU 2500-EXIT.
006990     PERFORM 3000-READ-HISTORY THRU 3000-EXIT.
007000     PERFORM 4000-READ-QUEUES THRU 4000-EXIT.
007010     PERFORM 4600-LOAD-PIP-SCHEDULE THRU 4600-EXIT.
007020     PERFORM 5000-ALLOCATE-NEW-CLAIMS THRU 5000-EXIT.
007030     PERFORM 6000-LOAD-LEDGER THRU 6000-EXIT.
007040     PERFORM 6500-PROJECT-OFFSETS THRU 6500-EXIT
007050         VARYING PR-IDX FROM 1 BY 1
007060         UNTIL PR-IDX > WK-PR-COUNT.
007070     PERFORM 6900-LOAD-CEILING THRU 6900-EXIT.
007080     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
007090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007100     STOP RUN.
007110*===========================================================*
007120* 1000-INITIALIZE - READ THE PARAMETER CARDS AND FIX THE    *
007130* FOUR WEEKS, THE HISTORY WINDOW AND THE PIP PAY WEEKS.     *
007140*===========================================================*
007150 1000-INITIALIZE.
007160     INITIALIZE WK-HISTORY-TABLE WK-WEEKDAY-TABLE WK-NEW-TABLE
007170                WK-QUEUE-TABLE WK-WEEK-DATES.
007180     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
007190     OPEN INPUT CFC-PARM-FILE.
007200     IF WK-PARM-STATUS = '00'
007210         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
007220             UNTIL PARM-AT-EOF
007230         CLOSE CFC-PARM-FILE
007240     END-IF.
007250     IF WK-FORECAST-DATE = 0
007260         MOVE WK-TODAY TO WK-FORECAST-DATE
007270     END-IF.
007280     IF WK-HISTORY-WEEKS = 0 OR WK-HISTORY-WEEKS > 52
007290         MOVE 13 TO WK-HISTORY-WEEKS
007300     END-IF.
007310     MOVE WK-FORECAST-DATE TO WK-DTS-DATE.
007320     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
007330     MOVE WK-DTS-SERIAL TO WK-FCST-SERIAL.
007340     COMPUTE WK-HIST-FROM-SERIAL =
007350         WK-FCST-SERIAL - (WK-HISTORY-WEEKS * 7).
007360     MOVE WK-FORECAST-DATE TO WK-DTS-DATE.
007370     PERFORM 1200-SET-ONE-WEEK THRU 1200-EXIT
007380         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
007390     IF WK-PIP-ANCHOR = 0
007400         MOVE WK-FORECAST-DATE TO WK-PIP-ANCHOR
007410     END-IF.
007420     MOVE WK-PIP-ANCHOR TO WK-DTS-DATE.
007430     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
007440     MOVE WK-DTS-SERIAL TO WK-PIP-SERIAL.
007450     IF WK-PIP-SERIAL < WK-FCST-SERIAL
007460         COMPUTE WK-PIP-CYCLES =
007470             (WK-FCST-SERIAL - WK-PIP-SERIAL + 13) / 14
007480         COMPUTE WK-PIP-SERIAL =
007490             WK-PIP-SERIAL + (WK-PIP-CYCLES * 14)
007500     END-IF.
007510     PERFORM 1300-MARK-PIP-WEEK THRU 1300-EXIT
007520         UNTIL WK-PIP-SERIAL > WK-FCST-SERIAL + 27.
007530     OPEN OUTPUT CFC-RPT-OUT.
007540     MOVE 'WEEKLY CASH REQUIREMENTS FORECAST' TO WK-RT-TITLE.
007550     MOVE WK-TODAY TO WK-RT-DATE.
007560     MOVE CFC-VERSION TO WK-RT-VERSION.
007570     MOVE WK-RPT-TITLE-LINE TO CFC-RPT-LINE.
007580     WRITE CFC-RPT-LINE.
007590     MOVE WD-FROM(1)        TO WK-RP-FROM.
007600     MOVE WD-THRU(4)        TO WK-RP-THRU.
007610     MOVE WK-HISTORY-WEEKS  TO WK-RP-HIST-WEEKS.
007620     MOVE WK-REVIEW-DAYS    TO WK-RP-REVIEW-DAYS.
007630     MOVE WK-STAY-DAYS      TO WK-RP-STAY-DAYS.
007640     MOVE WK-PIP-ANCHOR     TO WK-RP-ANCHOR.
007650     MOVE WK-RPT-PARM-LINE TO CFC-RPT-LINE.
007660     WRITE CFC-RPT-LINE.
007670 1000-EXIT.
007680     EXIT.
007690 1100-READ-ONE-PARM.
007700     READ CFC-PARM-FILE
007710         AT END
007720             SET PARM-AT-EOF TO TRUE
007730             GO TO 1100-EXIT
007740     END-READ.
007750     IF CFC-PARM-REC = SPACES OR CFC-PARM-REC(1:1) = '*'
007760         GO TO 1100-EXIT
007770     END-IF.
007780     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
007790     UNSTRING CFC-PARM-REC DELIMITED BY '='
007800         INTO WK-RC-KEYWORD WK-RC-VALUE.
007810     EVALUATE WK-RC-KEYWORD
007820         WHEN 'FORECAST-DATE'
007830             IF WK-RC-VALUE(1:8) IS NUMERIC
007840                AND WK-RC-VALUE(5:2) > '00'
007850                AND WK-RC-VALUE(5:2) < '13'
007860                 MOVE WK-RC-VALUE(1:8) TO WK-FORECAST-DATE
007870             ELSE
007880                 DISPLAY 'PPCFC215 - FORECAST-DATE NOT CCYYMMDD '
007890                         '- IGNORED : ' CFC-PARM-REC
007900             END-IF
007910         WHEN 'HISTORY-WEEKS'
007920             IF WK-RC-VALUE(1:2) IS NUMERIC
007930                 MOVE WK-RC-VALUE(1:2) TO WK-HISTORY-WEEKS
007940             END-IF
007950         WHEN 'REVIEW-DAYS'
007960             IF WK-RC-VALUE(1:3) IS NUMERIC
007970                 MOVE WK-RC-VALUE(1:3) TO WK-REVIEW-DAYS
007980             END-IF
007990         WHEN 'STAY-DAYS'
008000             IF WK-RC-VALUE(1:3) IS NUMERIC
008010                 MOVE WK-RC-VALUE(1:3) TO WK-STAY-DAYS
008020             END-IF
008030         WHEN 'PIP-ANCHOR'
008040             IF WK-RC-VALUE(1:8) IS NUMERIC
008050                AND WK-RC-VALUE(5:2) > '00'
008060                AND WK-RC-VALUE(5:2) < '13'
008070                 MOVE WK-RC-VALUE(1:8) TO WK-PIP-ANCHOR
008080             ELSE
008090                 DISPLAY 'PPCFC215 - PIP-ANCHOR NOT CCYYMMDD - '
008100                         'IGNORED : ' CFC-PARM-REC
008110             END-IF
008120         WHEN OTHER
008130             DISPLAY 'PPCFC215 - PARAMETER CARD IGNORED : '
008140                     CFC-PARM-REC
008150     END-EVALUATE.
008160 1100-EXIT.
008170     EXIT.
008180*-----------------------------------------------------------*
008190* 1200-SET-ONE-WEEK - WEEK WK-K RUNS FROM WK-DTS-DATE FOR   *
008200* SEVEN DAYS; WK-DTS-DATE IS LEFT ON THE NEXT WEEK'S FIRST  *
008210* DAY.                                                      *
008220*-----------------------------------------------------------*
008230 1200-SET-ONE-WEEK.
008240     MOVE WK-DTS-DATE TO WD-FROM(WK-K).
008250     PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT 6 TIMES.
008260     MOVE WK-DTS-DATE TO WD-THRU(WK-K).
008270     PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT.
008280 1200-EXIT.
008290     EXIT.
008300 1300-MARK-PIP-WEEK.
008310     COMPUTE WK-WEEK = (WK-PIP-SERIAL - WK-FCST-SERIAL) / 7 + 1.
008320     MOVE 'Y' TO WD-PIP-SW(WK-WEEK).
008330     ADD 14 TO WK-PIP-SERIAL.
008340 1300-EXIT.
008350     EXIT.
008360*===========================================================*
008370* 1500-LOAD-PROVIDERS - EACH PROVIDER'S INTERMEDIARY FROM   *
008380* THE LAST SEGMENT EFFECTIVE ON OR BEFORE THE FORECAST      *
008390* DATE.  THE MASTER IS IN PROVIDER AND EFFECTIVE-DATE       *
008400* ORDER, SO A LATER SEGMENT REPLACES AN EARLIER ONE.        *
008410*===========================================================*
008420 1500-LOAD-PROVIDERS.
008430     OPEN INPUT PROV-MAST-FILE.
008440     IF WK-PROVMAST-STATUS NOT = '00'
008450         DISPLAY 'PPCFC215 - PROVIDER MASTER UNAVAILABLE - '
008460                 'INTERMEDIARIES UNKNOWN'
008470         SET AN-INPUT-IS-MISSING TO TRUE
008480         GO TO 1500-EXIT
008490     END-IF.
008500     PERFORM 1510-READ-ONE-SEGMENT THRU 1510-EXIT
008510         UNTIL PROVMAST-AT-EOF.
008520     CLOSE PROV-MAST-FILE.
008530 1500-EXIT.
008540     EXIT.
008550 1510-READ-ONE-SEGMENT.
008560     READ PROV-MAST-FILE NEXT
008570         AT END
008580             SET PROVMAST-AT-EOF TO TRUE
008590             GO TO 1510-EXIT
008600     END-READ.
008610     ADD 1 TO WK-PROV-ROWS.
008620     IF PM-SEGMENT-EFF-DATE > WK-FORECAST-DATE
008630         GO TO 1510-EXIT
008640     END-IF.
008650     IF PM-FORMAT-IND = 'O'
008660         MOVE PM-PROV-RECORD(76:5) TO WK-CUR-INTER
008670     ELSE
008680         MOVE PM-PROV-RECORD(50:5) TO WK-CUR-INTER
008690     END-IF.
008700     IF WK-CUR-INTER = SPACES OR WK-CUR-INTER = '00000'
008710         MOVE 'UNKWN' TO WK-CUR-INTER
008720     END-IF.
008730     IF WK-PR-COUNT > 0
008740         SET PR-SIDX TO WK-PR-COUNT
008750         IF PR-PROVIDER-NO(PR-SIDX) = PM-PROVIDER-NO
008760             MOVE WK-CUR-INTER TO PR-INTER-NO(PR-SIDX)
008770             GO TO 1510-EXIT
008780         END-IF
008790     END-IF.
008800     MOVE PM-PROVIDER-NO TO WK-FIND-PROVIDER.
008810     PERFORM 8700-FIND-PROVIDER THRU 8700-EXIT.
008820     IF PROVIDER-FOUND
008830         MOVE WK-CUR-INTER TO PR-INTER-NO(PR-SIDX)
008840     END-IF.
008850 1510-EXIT.
008860     EXIT.
008870*===========================================================*
008880* 2000-LOAD-REGISTRY - THE PAYMENT TOTAL OF EVERY RUN DATED *
008890* IN THE HISTORY WEEKS, BY HISTORY WEEK AND WEEKDAY.        *
008900*===========================================================*
008910 2000-LOAD-REGISTRY.
008920     OPEN INPUT RUN-HIST-IN.
008930     IF WK-RUNHIST-STATUS NOT = '00'
008940         DISPLAY 'PPCFC215 - RUN-HISTORY REGISTRY UNAVAILABLE - '
008950                 'NO NEW-CLAIM VOLUME'
008960         SET AN-INPUT-IS-MISSING TO TRUE
008970         GO TO 2000-EXIT
008980     END-IF.
008990     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
009000         UNTIL RUNHIST-AT-EOF.
009010     CLOSE RUN-HIST-IN.
009020 2000-EXIT.
009030     EXIT.
009040 2100-READ-ONE-RUN.
009050     READ RUN-HIST-IN
009060         AT END
009070             SET RUNHIST-AT-EOF TO TRUE
009080             GO TO 2100-EXIT
009090     END-READ.
009100     ADD 1 TO WK-REGISTRY-ROWS.
009110     MOVE RUN-HIST-IN-REC TO WK-MF-VIEW.
009120     IF WK-MF-RUN-DATE NOT NUMERIC
009130        OR WK-MF-TOTAL-PAYMENT NOT NUMERIC
009140         GO TO 2100-EXIT
009150     END-IF.
009160     MOVE WK-MF-RUN-DATE TO WK-DTS-DATE.
009170     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
009180     IF WK-DTS-SERIAL < WK-HIST-FROM-SERIAL
009190        OR WK-DTS-SERIAL NOT < WK-FCST-SERIAL
009200         GO TO 2100-EXIT
009210     END-IF.
009220     ADD 1 TO WK-REGISTRY-USED.
009230     DIVIDE WK-DTS-SERIAL BY 7 GIVING WK-WEEKDAY-QUOT
009240         REMAINDER WK-WEEKDAY-REM.
009250     COMPUTE WK-D = WK-WEEKDAY-REM + 1.
009260     COMPUTE WK-HW-QUOT =
009270         (WK-DTS-SERIAL - WK-HIST-FROM-SERIAL) / 7.
009280     COMPUTE WK-H = WK-HW-QUOT + 1.
009290     ADD 1 TO HW-RUNS(WK-H).
009300     ADD 1 TO WY-RUNS(WK-D).
009310     ADD WK-MF-TOTAL-PAYMENT TO HW-DAY-PAY(WK-H, WK-D).
009320     ADD WK-MF-TOTAL-PAYMENT TO WK-HIST-PAID-TOTAL.
009330     IF WK-MF-BILLS-PRICED IS NUMERIC
009340         ADD WK-MF-BILLS-PRICED TO WK-HIST-PRICED
009350     END-IF.
009360 2100-EXIT.
009370     EXIT.
009380*===========================================================*
009390* 2500-PROJECT-VOLUME - FROM THE FIRST HISTORY WEEK WITH A  *
009400* RUN: EACH WEEKDAY'S MEAN AND DEVIATION PER WEEK, THE      *
009410* WEEKLY MEAN AND ITS LEAST-SQUARES TREND, AND THE EXPECTED *
009420* VOLUME OF EACH FORECAST WEEK ALONG THE TREND.  THE        *
009430* DEVIATIONS ARE SQUARED IN THOUSANDS OF DOLLARS.           *
009440*===========================================================*
009450 2500-PROJECT-VOLUME.
009460     MOVE 0 TO WK-FIRST-HW.
009470     PERFORM 2510-FIND-FIRST-WEEK THRU 2510-EXIT
009480         VARYING WK-H FROM 1 BY 1
009490         UNTIL WK-H > WK-HISTORY-WEEKS OR WK-FIRST-HW > 0.
009500     IF WK-FIRST-HW = 0
009510         DISPLAY 'PPCFC215 - NO PRICING RUNS IN THE HISTORY '
009520                 'WEEKS - NO NEW-CLAIM VOLUME'
009530         GO TO 2500-EXIT
009540     END-IF.
009550     COMPUTE WK-HIST-N = WK-HISTORY-WEEKS - WK-FIRST-HW + 1.
009560     IF WK-HIST-PRICED > 0
009570         COMPUTE WK-AVG-PAYMENT ROUNDED =
009580             WK-HIST-PAID-TOTAL / WK-HIST-PRICED
009590     END-IF.
009600     MOVE ZEROES TO WK-MEAN-WEEK WK-VARIANCE-K.
009610     PERFORM 2520-ONE-WEEKDAY THRU 2520-EXIT
009620         VARYING WK-D FROM 1 BY 1 UNTIL WK-D > 7.
009630     COMPUTE WK-NEW-STD-DEV ROUNDED =
009640         (WK-VARIANCE-K ** 0.5) * 1000.
009650     MOVE ZEROES TO WK-TREND-SLOPE WK-TREND-SUM.
009660     IF WK-HIST-N > 1
009670         COMPUTE WK-X-BAR = (WK-HIST-N + 1) / 2
009680         PERFORM 2540-TREND-ONE-WEEK THRU 2540-EXIT
009690             VARYING WK-H FROM WK-FIRST-HW BY 1
009700             UNTIL WK-H > WK-HISTORY-WEEKS
009710         COMPUTE WK-TREND-DIVISOR =
009720             WK-HIST-N * ((WK-HIST-N * WK-HIST-N) - 1) / 12
009730         COMPUTE WK-TREND-SLOPE ROUNDED =
009740             WK-TREND-SUM / WK-TREND-DIVISOR
009750     END-IF.
009760     PERFORM 2550-PROJECT-ONE-WEEK THRU 2550-EXIT
009770         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
009780 2500-EXIT.
009790     EXIT.
009800 2510-FIND-FIRST-WEEK.
009810     IF HW-RUNS(WK-H) > 0
009820         MOVE WK-H TO WK-FIRST-HW
009830     END-IF.
009840 2510-EXIT.
009850     EXIT.
009860 2520-ONE-WEEKDAY.
009870     MOVE ZEROES TO WK-WEEK-TOTAL WK-SUMSQ-K.
009880     PERFORM 2521-ADD-ONE-DAY-PAY THRU 2521-EXIT
009890         VARYING WK-H FROM WK-FIRST-HW BY 1
009900         UNTIL WK-H > WK-HISTORY-WEEKS.
009910     COMPUTE WY-MEAN(WK-D) ROUNDED = WK-WEEK-TOTAL / WK-HIST-N.
009920     PERFORM 2522-SQUARE-ONE-DEV THRU 2522-EXIT
009930         VARYING WK-H FROM WK-FIRST-HW BY 1
009940         UNTIL WK-H > WK-HISTORY-WEEKS.
009950     COMPUTE WY-VARIANCE-K(WK-D) ROUNDED =
009960         WK-SUMSQ-K / WK-HIST-N.
009970     COMPUTE WY-STD-DEV(WK-D) ROUNDED =
009980         (WY-VARIANCE-K(WK-D) ** 0.5) * 1000.
009990     ADD WY-MEAN(WK-D) TO WK-MEAN-WEEK.
010000     ADD WY-VARIANCE-K(WK-D) TO WK-VARIANCE-K.
010010 2520-EXIT.
010020     EXIT.
010030 2521-ADD-ONE-DAY-PAY.
010040     ADD HW-DAY-PAY(WK-H, WK-D) TO WK-WEEK-TOTAL.
010050 2521-EXIT.
010060     EXIT.
010070 2522-SQUARE-ONE-DEV.
010080     COMPUTE WK-DEV-K ROUNDED =
010090         (HW-DAY-PAY(WK-H, WK-D) - WY-MEAN(WK-D)) / 1000.
010100     COMPUTE WK-SUMSQ-K = WK-SUMSQ-K + (WK-DEV-K * WK-DEV-K).
010110 2522-EXIT.
010120     EXIT.
010130*-----------------------------------------------------------*
010140* 2540-TREND-ONE-WEEK - HISTORY WEEK WK-H IS POINT X = WK-H *
010150* LESS WK-FIRST-HW PLUS 1; ADD (X - X-BAR) TIMES ITS TOTAL. *
010160*-----------------------------------------------------------*
010170 2540-TREND-ONE-WEEK.
010180     MOVE ZEROES TO WK-WEEK-TOTAL.
010190     PERFORM 2541-ADD-ONE-WEEKDAY THRU 2541-EXIT
010200         VARYING WK-D FROM 1 BY 1 UNTIL WK-D > 7.
010210     COMPUTE WK-X-DEV = WK-H - WK-FIRST-HW + 1.
010220     SUBTRACT WK-X-BAR FROM WK-X-DEV.
010230     COMPUTE WK-TREND-SUM = WK-TREND-SUM +
010240         (WK-X-DEV * WK-WEEK-TOTAL).
010250 2540-EXIT.
010260     EXIT.
010270 2541-ADD-ONE-WEEKDAY.
010280     ADD HW-DAY-PAY(WK-H, WK-D) TO WK-WEEK-TOTAL.
010290 2541-EXIT.
010300     EXIT.
010310*-----------------------------------------------------------*
010320* 2550-PROJECT-ONE-WEEK - FORECAST WEEK WK-K IS POINT       *
010330* X = WK-HIST-N + WK-K ON THE TREND LINE THROUGH THE MEAN.  *
010340*-----------------------------------------------------------*
010350 2550-PROJECT-ONE-WEEK.
010360     COMPUTE WK-X-DEV = WK-HIST-N + WK-K.
010370     SUBTRACT WK-X-BAR FROM WK-X-DEV.
010380     COMPUTE WK-TREND-VALUE ROUNDED = WK-MEAN-WEEK +
010390         (WK-TREND-SLOPE * WK-X-DEV).
010400     IF WK-TREND-VALUE < 0
010410         MOVE ZEROES TO NW-EXPECTED(WK-K)
010420     ELSE
010430         MOVE WK-TREND-VALUE TO NW-EXPECTED(WK-K)
010440     END-IF.
010450 2550-EXIT.
010460     EXIT.
010470*===========================================================*
010480* 3000-READ-HISTORY - THE DOLLARS PAID IN THE HISTORY WEEKS *
010490* BY PROVIDER, WHICH SPREAD THE NEW-CLAIM VOLUME OVER THE   *
010500* INTERMEDIARIES AND PROVIDERS.                             *
010510*===========================================================*
010520 3000-READ-HISTORY.
010530     OPEN INPUT HIST-REPO-FILE.
010540     IF WK-HISTREPO-STATUS NOT = '00'
010550         DISPLAY 'PPCFC215 - HISTORY REPOSITORY UNAVAILABLE - '
010560                 'NEW CLAIMS NOT ALLOCATED'
010570         SET AN-INPUT-IS-MISSING TO TRUE
010580         GO TO 3000-EXIT
010590     END-IF.
010600     PERFORM 3100-READ-ONE-ROW THRU 3100-EXIT
010610         UNTIL HIST-AT-EOF.
010620     CLOSE HIST-REPO-FILE.
010630 3000-EXIT.
010640     EXIT.
010650 3100-READ-ONE-ROW.
010660     READ HIST-REPO-FILE NEXT
010670         AT END
010680             SET HIST-AT-EOF TO TRUE
010690             GO TO 3100-EXIT
010700     END-READ.
010710     ADD 1 TO WK-HIST-ROWS.
010720     IF HR-RUN-DATE NOT NUMERIC
010730         GO TO 3100-EXIT
010740     END-IF.
010750     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
010760     IF WK-HRD-RTC NOT NUMERIC
010770        OR WK-HRD-RTC NOT < 50
010780        OR WK-HRD-TOTAL-PAYMENT NOT NUMERIC
010790         GO TO 3100-EXIT
010800     END-IF.
010810     MOVE HR-RUN-DATE TO WK-DTS-DATE.
010820     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
010830     IF WK-DTS-SERIAL < WK-HIST-FROM-SERIAL
010840        OR WK-DTS-SERIAL NOT < WK-FCST-SERIAL
010850         GO TO 3100-EXIT
010860     END-IF.
010870     MOVE HR-PROVIDER-NO TO WK-FIND-PROVIDER.
010880     PERFORM 8700-FIND-PROVIDER THRU 8700-EXIT.
010890     IF PROVIDER-FOUND
010900         ADD 1 TO WK-HIST-USED
010910         ADD WK-HRD-TOTAL-PAYMENT TO PR-HIST-PAID(PR-SIDX)
010920     END-IF.
010930 3100-EXIT.
010940     EXIT.
010950*===========================================================*
010960* 4000-READ-QUEUES - PLACE EVERY CLAIM ON THE CARRIED HOLD  *
010970* AND INTERIM-STAY QUEUES IN ITS EXPECTED RELEASE WEEK.     *
010980*===========================================================*
010990 4000-READ-QUEUES.
011000     MOVE 1 TO WK-Q.
011010     OPEN INPUT HELD-CLAIMS-IN.
011020     PERFORM 4050-CHECK-OPEN THRU 4050-EXIT.
011030     IF WK-QUEUE-STATUS = '00'
011040         PERFORM 4100-READ-HELD THRU 4100-EXIT
011050             UNTIL QUEUE-AT-EOF
011060         CLOSE HELD-CLAIMS-IN
011070     END-IF.
011080     MOVE 2 TO WK-Q.
011090     OPEN INPUT PAY-HOLD-IN.
011100     PERFORM 4050-CHECK-OPEN THRU 4050-EXIT.
011110     IF WK-QUEUE-STATUS = '00'
011120         PERFORM 4200-READ-FUNDS THRU 4200-EXIT
011130             UNTIL QUEUE-AT-EOF
011140         CLOSE PAY-HOLD-IN
011150     END-IF.
011160     MOVE 3 TO WK-Q.
011170     OPEN INPUT FLOOR-HOLD-IN.
011180     PERFORM 4050-CHECK-OPEN THRU 4050-EXIT.
011190     IF WK-QUEUE-STATUS = '00'
011200         PERFORM 4300-READ-FLOOR THRU 4300-EXIT
011210             UNTIL QUEUE-AT-EOF
011220         CLOSE FLOOR-HOLD-IN
011230     END-IF.
011240     MOVE 4 TO WK-Q.
011250     OPEN INPUT PEND-STAY-IN.
011260     PERFORM 4050-CHECK-OPEN THRU 4050-EXIT.
011270     IF WK-QUEUE-STATUS = '00'
011280         PERFORM 4400-READ-STAY THRU 4400-EXIT
011290             UNTIL QUEUE-AT-EOF
011300         CLOSE PEND-STAY-IN
011310     END-IF.
011320 4000-EXIT.
011330     EXIT.
011340*-----------------------------------------------------------*
011350* 4050-CHECK-OPEN - A QUEUE NOT PROVIDED IS REPORTED AS     *
011360* SUCH; WHAT IT HOLDS IS NOT ZERO, IT IS UNKNOWN.           *
011370*-----------------------------------------------------------*
011380 4050-CHECK-OPEN.
011390     MOVE 'N' TO WK-QUEUE-EOF.
011400     IF WK-QUEUE-STATUS = '00'
011410         MOVE 'Y' TO QW-PROVIDED-SW(WK-Q)
011420     ELSE
011430         MOVE 'N' TO QW-PROVIDED-SW(WK-Q)
011440         SET AN-INPUT-IS-MISSING TO TRUE
011450     END-IF.
011460 4050-EXIT.
011470     EXIT.
011480 4100-READ-HELD.
011490     READ HELD-CLAIMS-IN
011500         AT END
011510             SET QUEUE-AT-EOF TO TRUE
011520             GO TO 4100-EXIT
011530     END-READ.
011540     MOVE HELD-IN-REC(1:28) TO GEN-STAMP-REC.
011550     IF GS-IS-STAMP
011560         GO TO 4100-EXIT
011570     END-IF.
011580     MOVE HI-BILL-RECORD TO BILL-DATA-2021.
011590     MOVE HI-REMIT-REC   TO WK-RV-VIEW.
011600     MOVE HI-HELD-DATE   TO WK-DTS-DATE.
011610     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
011620     COMPUTE WK-RELEASE-SERIAL = WK-DTS-SERIAL + WK-REVIEW-DAYS.
011630     PERFORM 4900-PLACE-PRICED-CLAIM THRU 4900-EXIT.
011640 4100-EXIT.
011650     EXIT.
011660 4200-READ-FUNDS.
011670     READ PAY-HOLD-IN
011680         AT END
011690             SET QUEUE-AT-EOF TO TRUE
011700             GO TO 4200-EXIT
011710     END-READ.
011720     MOVE PAY-HOLD-IN-REC(1:28) TO GEN-STAMP-REC.
011730     IF GS-IS-STAMP
011740         GO TO 4200-EXIT
011750     END-IF.
011760     MOVE FH-IN-BILL-RECORD TO BILL-DATA-2021.
011770     MOVE FH-IN-REMIT-REC   TO WK-RV-VIEW.
011780     MOVE WK-FCST-SERIAL    TO WK-RELEASE-SERIAL.
011790     PERFORM 4900-PLACE-PRICED-CLAIM THRU 4900-EXIT.
011800 4200-EXIT.
011810     EXIT.
011820 4300-READ-FLOOR.
011830     READ FLOOR-HOLD-IN
011840         AT END
011850             SET QUEUE-AT-EOF TO TRUE
011860             GO TO 4300-EXIT
011870     END-READ.
011880     MOVE FLOOR-HOLD-IN-REC(1:28) TO GEN-STAMP-REC.
011890     IF GS-IS-STAMP
011900         GO TO 4300-EXIT
011910     END-IF.
011920     MOVE FL-IN-BILL-RECORD TO BILL-DATA-2021.
011930     MOVE FL-IN-REMIT-REC   TO WK-RV-VIEW.
011940     MOVE FL-IN-FLOOR-DATE  TO WK-DTS-DATE.
011950     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
011960     MOVE WK-DTS-SERIAL     TO WK-RELEASE-SERIAL.
011970     PERFORM 4900-PLACE-PRICED-CLAIM THRU 4900-EXIT.
011980 4300-EXIT.
011990     EXIT.
012000*-----------------------------------------------------------*
012010* 4400-READ-STAY - THE STAY IS NOT YET PRICED; ITS FINAL    *
012020* BILL IS TAKEN AT THE AVERAGE PAYMENT PER PRICED BILL.     *
012030*-----------------------------------------------------------*
012040 4400-READ-STAY.
012050     READ PEND-STAY-IN
012060         AT END
012070             SET QUEUE-AT-EOF TO TRUE
012080             GO TO 4400-EXIT
012090     END-READ.
012100     MOVE PEND-STAY-IN-REC(1:28) TO GEN-STAMP-REC.
012110     IF GS-IS-STAMP
012120         GO TO 4400-EXIT
012130     END-IF.
012140     MOVE PY-IN-BILL-RECORD TO BILL-DATA-2021.
012150     MOVE PY-IN-FIRST-DATE  TO WK-DTS-DATE.
012160     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
012170     COMPUTE WK-RELEASE-SERIAL = WK-DTS-SERIAL + WK-STAY-DAYS.
012180     MOVE WK-AVG-PAYMENT    TO WK-CLAIM-AMT.
012190     PERFORM 4950-PLACE-ONE-CLAIM THRU 4950-EXIT.
012200 4400-EXIT.
012210     EXIT.
012220 4900-PLACE-PRICED-CLAIM.
012230     MOVE ZEROES TO WK-CLAIM-AMT.
012240     IF WK-RV-PAID-AMOUNT IS NUMERIC
012250         ADD WK-RV-PAID-AMOUNT TO WK-CLAIM-AMT
012260     END-IF.
012270     IF WK-RV-INTEREST-AMT IS NUMERIC
012280         ADD WK-RV-INTEREST-AMT TO WK-CLAIM-AMT
012290     END-IF.
012300     PERFORM 4950-PLACE-ONE-CLAIM THRU 4950-EXIT.
012310 4900-EXIT.
012320     EXIT.
012330*-----------------------------------------------------------*
012340* 4950-PLACE-ONE-CLAIM - WK-CLAIM-AMT OF THE BILL IN        *
012350* BILL-DATA-2021, RELEASED ON DAY WK-RELEASE-SERIAL, FOR    *
012360* QUEUE WK-Q.  REVIEW-HOLD AND INTERIM-STAY CLAIMS HAVE NOT *
012370* BEEN DRAWN DOWN AND ARE OPEN TO THE PROVIDER'S OFFSET.    *
012380*-----------------------------------------------------------*
012390 4950-PLACE-ONE-CLAIM.
012400     ADD 1 TO WK-QUEUE-RECS.
012410     ADD 1 TO QW-CLAIMS(WK-Q).
012420     IF WK-RELEASE-SERIAL < WK-FCST-SERIAL
012430         MOVE 1 TO WK-WEEK
012440     ELSE
012450         COMPUTE WK-WEEK =
012460             (WK-RELEASE-SERIAL - WK-FCST-SERIAL) / 7 + 1
012470         IF WK-WEEK > 4
012480             MOVE 5 TO WK-WEEK
012490         END-IF
012500     END-IF.
012510     ADD WK-CLAIM-AMT TO QW-AMOUNT(WK-Q, WK-WEEK).
012520     MOVE B-21-PROVIDER-NO TO WK-FIND-PROVIDER.
012530     PERFORM 8700-FIND-PROVIDER THRU 8700-EXIT.
012540     IF PROVIDER-FOUND
012550         MOVE PR-INTER-NO(PR-SIDX) TO WK-FIND-INTER
012560         IF WK-WEEK < 5 AND (WK-Q = 1 OR WK-Q = 4)
012570             ADD WK-CLAIM-AMT TO PR-GROSS(PR-SIDX, WK-WEEK)
012580         END-IF
012590     ELSE
012600         MOVE 'UNKWN' TO WK-FIND-INTER
012610     END-IF.
012620     PERFORM 8710-FIND-INTER THRU 8710-EXIT.
012630     ADD WK-CLAIM-AMT TO IT-QUEUED(IT-SIDX, WK-WEEK).
012640 4950-EXIT.
012650     EXIT.
012660*===========================================================*
012670* 4600-LOAD-PIP-SCHEDULE - EACH PIP PROVIDER'S LUMP SUM IN  *
012680* EVERY PIP PAY WEEK.                                       *
012690*===========================================================*
012700 4600-LOAD-PIP-SCHEDULE.
012710     OPEN INPUT PIP-SCHED-FILE.
012720     IF WK-PIPSCHED-STATUS NOT = '00'
012730         DISPLAY 'PPCFC215 - PIP SCHEDULE UNAVAILABLE - NO PIP '
012740                 'LUMP SUMS'
012750         SET AN-INPUT-IS-MISSING TO TRUE
012760         GO TO 4600-EXIT
012770     END-IF.
012780     PERFORM 4610-READ-ONE-PIP THRU 4610-EXIT
012790         UNTIL PIPSCHED-AT-EOF.
012800     CLOSE PIP-SCHED-FILE.
012810 4600-EXIT.
012820     EXIT.
012830 4610-READ-ONE-PIP.
012840     READ PIP-SCHED-FILE
012850         AT END
012860             SET PIPSCHED-AT-EOF TO TRUE
012870             GO TO 4610-EXIT
012880     END-READ.
012890     IF PC-PERIOD-LUMP-SUM NOT NUMERIC
012900         GO TO 4610-EXIT
012910     END-IF.
012920     ADD 1 TO WK-PIP-PROVIDERS.
012930     MOVE PC-PROVIDER-NO TO WK-FIND-PROVIDER.
012940     PERFORM 8700-FIND-PROVIDER THRU 8700-EXIT.
012950     IF PROVIDER-FOUND
012960         MOVE 'Y' TO PR-PIP-SW(PR-SIDX)
012970         MOVE PR-INTER-NO(PR-SIDX) TO WK-FIND-INTER
012980     ELSE
012990         MOVE 'UNKWN' TO WK-FIND-INTER
013000     END-IF.
013010     PERFORM 8710-FIND-INTER THRU 8710-EXIT.
013020     PERFORM 4620-PAY-ONE-WEEK THRU 4620-EXIT
013030         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
013040 4610-EXIT.
013050     EXIT.
013060 4620-PAY-ONE-WEEK.
013070     IF WD-PIP-PAY-WEEK(WK-K)
013080         ADD PC-PERIOD-LUMP-SUM TO IT-PIP(IT-SIDX, WK-K)
013090     END-IF.
013100 4620-EXIT.
013110     EXIT.
013120*===========================================================*
013130* 5000-ALLOCATE-NEW-CLAIMS - SPREAD EACH WEEK'S EXPECTED    *
013140* NEW-CLAIM VOLUME AND ITS DEVIATION OVER THE               *
013150* INTERMEDIARIES BY THEIR SHARE OF THE HISTORY DOLLARS OF   *
013160* THE NON-PIP PROVIDERS.  WITHOUT HISTORY DOLLARS THE WHOLE *
013170* VOLUME IS SHOWN UNDER UNKWN.                              *
013180*===========================================================*
013190 5000-ALLOCATE-NEW-CLAIMS.
013200     MOVE ZEROES TO WK-HIST-PAID-TOTAL.
013210     PERFORM 5100-SHARE-ONE-PROVIDER THRU 5100-EXIT
013220         VARYING PR-IDX FROM 1 BY 1
013230         UNTIL PR-IDX > WK-PR-COUNT.
013240     IF WK-HIST-PAID-TOTAL = 0
013250         MOVE 'UNKWN' TO WK-FIND-INTER
013260         PERFORM 8710-FIND-INTER THRU 8710-EXIT
013270         PERFORM 5300-ALL-TO-ONE-WEEK THRU 5300-EXIT
013280             VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4
013290         GO TO 5000-EXIT
013300     END-IF.
013310     PERFORM 5200-ALLOCATE-ONE-INTER THRU 5200-EXIT
013320         VARYING IT-IDX FROM 1 BY 1
013330         UNTIL IT-IDX > WK-INTER-COUNT.
013340 5000-EXIT.
013350     EXIT.
013360 5100-SHARE-ONE-PROVIDER.
013370     IF PR-IS-PIP(PR-IDX)
013380        OR PR-HIST-PAID(PR-IDX) = 0
013390         MOVE ZEROES TO PR-HIST-PAID(PR-IDX)
013400         GO TO 5100-EXIT
013410     END-IF.
013420     MOVE PR-INTER-NO(PR-IDX) TO WK-FIND-INTER.
013430     PERFORM 8710-FIND-INTER THRU 8710-EXIT.
013440     ADD PR-HIST-PAID(PR-IDX) TO IT-HIST-PAID(IT-SIDX).
013450     ADD PR-HIST-PAID(PR-IDX) TO WK-HIST-PAID-TOTAL.
013460 5100-EXIT.
013470     EXIT.
013480 5200-ALLOCATE-ONE-INTER.
013490     IF IT-HIST-PAID(IT-IDX) = 0
013500         GO TO 5200-EXIT
013510     END-IF.
013520     PERFORM 5210-ALLOCATE-ONE-WEEK THRU 5210-EXIT
013530         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
013540 5200-EXIT.
013550     EXIT.
013560 5210-ALLOCATE-ONE-WEEK.
013570     COMPUTE IT-NEW(IT-IDX, WK-K) ROUNDED =
013580         NW-EXPECTED(WK-K) * IT-HIST-PAID(IT-IDX)
013590         / WK-HIST-PAID-TOTAL.
013600     COMPUTE IT-SPREAD(IT-IDX, WK-K) ROUNDED =
013610         WK-NEW-STD-DEV * IT-HIST-PAID(IT-IDX)
013620         / WK-HIST-PAID-TOTAL.
013630 5210-EXIT.
013640     EXIT.
013650 5300-ALL-TO-ONE-WEEK.
013660     MOVE NW-EXPECTED(WK-K) TO IT-NEW(IT-SIDX, WK-K).
013670     MOVE WK-NEW-STD-DEV    TO IT-SPREAD(IT-SIDX, WK-K).
013680 5300-EXIT.
013690     EXIT.
013700*===========================================================*
013710* 6000-LOAD-LEDGER - EVERY PROVIDER WITH AN OPEN BALANCE OR *
013720* INTEREST, THEN THE ACTIVE REPAYMENT PLANS THAT LIMIT WHAT *
013730* A PAYMENT MAY DRAW TO THE INSTALLMENTS DUE.               *
013740*===========================================================*
013750 6000-LOAD-LEDGER.
013760     OPEN INPUT LEDGER-FILE-IN.
013770     IF WK-LEDGIN-STATUS NOT = '00'
013780         DISPLAY 'PPCFC215 - RECEIVABLE LEDGER UNAVAILABLE - NO '
013790                 'RECOUPMENT OFFSETS'
013800         SET AN-INPUT-IS-MISSING TO TRUE
013810         GO TO 6000-EXIT
013820     END-IF.
013830     PERFORM 6100-READ-ONE-LEDGER THRU 6100-EXIT
013840         UNTIL LEDGIN-AT-EOF.
013850     CLOSE LEDGER-FILE-IN.
013860     OPEN INPUT REPAY-PLAN-IN.
013870     IF WK-REPAYIN-STATUS NOT = '00'
013880         GO TO 6000-EXIT
013890     END-IF.
013900     PERFORM 6200-READ-ONE-PLAN THRU 6200-EXIT
013910         UNTIL REPAYIN-AT-EOF.
013920     CLOSE REPAY-PLAN-IN.
013930 6000-EXIT.
013940     EXIT.
013950 6100-READ-ONE-LEDGER.
013960     READ LEDGER-FILE-IN
013970         AT END
013980             SET LEDGIN-AT-EOF TO TRUE
013990             GO TO 6100-EXIT
014000     END-READ.
014010     MOVE LEDGER-IN-REC TO GEN-STAMP-REC.
014020     IF GS-IS-STAMP
014030         GO TO 6100-EXIT
014040     END-IF.
014050     ADD 1 TO WK-LEDGER-ROWS.
014060     IF LG-IN-BALANCE NOT NUMERIC
014070        OR LG-IN-INT-BALANCE NOT NUMERIC
014080         GO TO 6100-EXIT
014090     END-IF.
014100     IF LG-IN-BALANCE = 0 AND LG-IN-INT-BALANCE = 0
014110         GO TO 6100-EXIT
014120     END-IF.
014130     MOVE LG-IN-PROVIDER-NO TO WK-FIND-PROVIDER.
014140     PERFORM 8700-FIND-PROVIDER THRU 8700-EXIT.
014150     IF NOT PROVIDER-FOUND
014160         GO TO 6100-EXIT
014170     END-IF.
014180     ADD 1 TO WK-LEDGER-OPEN.
014190     COMPUTE PR-DEBT(PR-SIDX) =
014200         LG-IN-BALANCE + LG-IN-INT-BALANCE.
014210     MOVE PR-DEBT(PR-SIDX)  TO PR-DUE(PR-SIDX).
014220     MOVE LG-IN-PLAN-SW     TO PR-LEDGER-PLAN-SW(PR-SIDX).
014230 6100-EXIT.
014240     EXIT.
014250*-----------------------------------------------------------*
014260* 6200-READ-ONE-PLAN - AN ACTIVE, VALID PLAN ON A PROVIDER  *
014270* WHOSE LEDGER STILL SHOWS THE PLAN IN EFFECT.  A DUE DATE  *
014280* ALREADY PASSED IS BILLED BY THE NEXT RUN, IN WEEK 1.      *
014290*-----------------------------------------------------------*
014300 6200-READ-ONE-PLAN.
014310     READ REPAY-PLAN-IN
014320         AT END
014330             SET REPAYIN-AT-EOF TO TRUE
014340             GO TO 6200-EXIT
014350     END-READ.
014360     ADD 1 TO WK-PLANS-READ.
014370     IF EI-STATUS NOT = 'A'
014380        OR EI-INSTALLMENT NOT NUMERIC
014390        OR EI-INSTALLMENT = 0
014400        OR EI-START-DATE NOT NUMERIC
014410        OR EI-START-DATE = 0
014420         GO TO 6200-EXIT
014430     END-IF.
014440     IF EI-FREQUENCY NOT = 'W' AND NOT = 'B'
014450                    AND NOT = 'M' AND NOT = 'Q'
014460         GO TO 6200-EXIT
014470     END-IF.
014480     MOVE 'N' TO WK-PR-FOUND-SW.
014490     SET PR-SIDX TO 1.
014500     SEARCH PR-ENTRY VARYING PR-SIDX
014510         AT END
014520             CONTINUE
014530         WHEN PR-SIDX > WK-PR-COUNT
014540             CONTINUE
014550         WHEN PR-PROVIDER-NO(PR-SIDX) = EI-PROVIDER-NO
014560             SET PROVIDER-FOUND TO TRUE
014570     END-SEARCH.
014580     IF NOT PROVIDER-FOUND
014590         GO TO 6200-EXIT
014600     END-IF.
014610     IF PR-DEBT(PR-SIDX) = 0
014620        OR PR-LEDGER-PLAN-SW(PR-SIDX) = 'N'
014630         GO TO 6200-EXIT
014640     END-IF.
014650     ADD 1 TO WK-PLANS-USED.
014660     MOVE 'Y'            TO PR-PLAN-SW(PR-SIDX).
014670     MOVE EI-INSTALLMENT TO PR-INSTALLMENT(PR-SIDX).
014680     MOVE EI-FREQUENCY   TO PR-FREQUENCY(PR-SIDX).
014690     IF EI-AMOUNT-DUE IS NUMERIC
014700         MOVE EI-AMOUNT-DUE TO PR-DUE(PR-SIDX)
014710     ELSE
014720         MOVE ZEROES TO PR-DUE(PR-SIDX)
014730     END-IF.
014740     IF EI-NEXT-DUE IS NUMERIC AND EI-NEXT-DUE > 0
014750         MOVE EI-NEXT-DUE   TO WK-DTS-DATE
014760     ELSE
014770         MOVE EI-START-DATE TO WK-DTS-DATE
014780     END-IF.
014790     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
014800     MOVE WK-DTS-SERIAL TO PR-NEXT-SERIAL(PR-SIDX).
014810 6200-EXIT.
014820     EXIT.
014830*===========================================================*
014840* 6500-PROJECT-OFFSETS - DRAW PROVIDER PR-IDX'S OPEN DEBT   *
014850* OUT OF ITS EXPECTED PAYMENTS WEEK BY WEEK, AS PPBAT215'S  *
014860* DRAWDOWN WILL.  A PIP PROVIDER'S LUMP SUMS ARE NOT DRAWN. *
014870*===========================================================*
014880 6500-PROJECT-OFFSETS.
014890     IF PR-DEBT(PR-IDX) = 0
014900        OR PR-IS-PIP(PR-IDX)
014910         GO TO 6500-EXIT
014920     END-IF.
014930     MOVE PR-INTER-NO(PR-IDX) TO WK-FIND-INTER.
014940     PERFORM 8710-FIND-INTER THRU 8710-EXIT.
014950     PERFORM 6510-OFFSET-ONE-WEEK THRU 6510-EXIT
014960         VARYING WK-K FROM 1 BY 1
014970         UNTIL WK-K > 4 OR PR-DEBT(PR-IDX) = 0.
014980 6500-EXIT.
014990     EXIT.
015000 6510-OFFSET-ONE-WEEK.
015010     IF PR-ON-PLAN(PR-IDX)
015020         COMPUTE WK-WEEK-END-SERIAL =
015030             WK-FCST-SERIAL + (WK-K * 7) - 1
015040         PERFORM 6520-BILL-ONE-INSTALLMENT THRU 6520-EXIT
015050             UNTIL PR-NEXT-SERIAL(PR-IDX) > WK-WEEK-END-SERIAL
015060     END-IF.
015070     MOVE PR-GROSS(PR-IDX, WK-K) TO WK-PROV-FLOW.
015080     IF WK-HIST-PAID-TOTAL > 0
015090         COMPUTE WK-PROV-FLOW ROUNDED = WK-PROV-FLOW +
015100             (NW-EXPECTED(WK-K) * PR-HIST-PAID(PR-IDX)
015110              / WK-HIST-PAID-TOTAL)
015120     END-IF.
015130     MOVE PR-DUE(PR-IDX) TO WK-PROV-OFFSET.
015140     IF PR-DEBT(PR-IDX) < WK-PROV-OFFSET
015150         MOVE PR-DEBT(PR-IDX) TO WK-PROV-OFFSET
015160     END-IF.
015170     IF WK-PROV-FLOW < WK-PROV-OFFSET
015180         MOVE WK-PROV-FLOW TO WK-PROV-OFFSET
015190     END-IF.
015200     IF WK-PROV-OFFSET = 0
015210         GO TO 6510-EXIT
015220     END-IF.
015230     SUBTRACT WK-PROV-OFFSET FROM PR-DUE(PR-IDX).
015240     SUBTRACT WK-PROV-OFFSET FROM PR-DEBT(PR-IDX).
015250     ADD WK-PROV-OFFSET TO IT-OFFSET(IT-SIDX, WK-K).
015260 6510-EXIT.
015270     EXIT.
015280*-----------------------------------------------------------*
015290* 6520-BILL-ONE-INSTALLMENT - ONE PLAN DUE DATE REACHED.    *
015300* A MONTHLY OR QUARTERLY PLAN FALLS DUE AGAIN ONLY AFTER    *
015310* THE FOUR WEEKS.                                           *
015320*-----------------------------------------------------------*
015330 6520-BILL-ONE-INSTALLMENT.
015340     ADD PR-INSTALLMENT(PR-IDX) TO PR-DUE(PR-IDX).
015350     EVALUATE TRUE
015360         WHEN PR-FREQ-WEEKLY(PR-IDX)
015370             ADD 7 TO PR-NEXT-SERIAL(PR-IDX)
015380         WHEN PR-FREQ-BIWEEKLY(PR-IDX)
015390             ADD 14 TO PR-NEXT-SERIAL(PR-IDX)
015400         WHEN OTHER
015410             COMPUTE PR-NEXT-SERIAL(PR-IDX) =
015420                 WK-FCST-SERIAL + 28
015430     END-EVALUATE.
015440 6520-EXIT.
015450     EXIT.
015460*===========================================================*
015470* 6900-LOAD-CEILING - THE AUTHORIZED DISBURSEMENT CEILING.  *
015480* A MISSING FILE OR A ZERO CEILING MEANS NONE IS IN FORCE.  *
015490*===========================================================*
015500 6900-LOAD-CEILING.
015510     OPEN INPUT FUNDS-CTL-FILE.
015520     IF WK-FUNDS-STATUS NOT = '00'
015530         GO TO 6900-EXIT
015540     END-IF.
015550     READ FUNDS-CTL-FILE
015560         AT END
015570             CONTINUE
015580         NOT AT END
015590             IF FC-CEILING IS NUMERIC
015600                 MOVE FC-CEILING TO WK-CEILING
015610             END-IF
015620     END-READ.
015630     CLOSE FUNDS-CTL-FILE.
015640     IF WK-CEILING > 0
015650         SET CEILING-IN-FORCE TO TRUE
015660     END-IF.
015670 6900-EXIT.
015680     EXIT.
015690*===========================================================*
015700* 7000-WRITE-REPORT - THE WEEKDAY VOLUME, THE COMPONENTS BY *
015710* WEEK, THEN EACH WEEK BY INTERMEDIARY WITH THE CUMULATIVE  *
015720* REQUIREMENT AGAINST THE CEILING.                          *
015730*===========================================================*
015740 7000-WRITE-REPORT.
015750     IF CEILING-IN-FORCE
015760         MOVE WK-CEILING TO WK-RC-CEILING
015770     ELSE
015780         MOVE '  NONE IN FORCE' TO WK-RC-CEILING-X
015790     END-IF.
015800     MOVE WK-RPT-CEILING-LINE TO CFC-RPT-LINE.
015810     WRITE CFC-RPT-LINE.
015820     MOVE WK-RPT-RULE-LINE TO CFC-RPT-LINE.
015830     WRITE CFC-RPT-LINE.
015840     MOVE 'NEW-CLAIM VOLUME BY WEEKDAY (RUN-HISTORY REGISTRY)'
015850         TO WK-RS-TEXT.
015860     MOVE WK-RPT-SECTION-LINE TO CFC-RPT-LINE.
015870     WRITE CFC-RPT-LINE.
015880     MOVE WK-WY-HEADING TO CFC-RPT-LINE.
015890     WRITE CFC-RPT-LINE.
015900     PERFORM 7100-WRITE-WEEKDAY THRU 7100-EXIT
015910         VARYING WK-DN FROM 1 BY 1 UNTIL WK-DN > 7.
015920     MOVE WK-HIST-N      TO WK-TL-WEEKS.
015930     MOVE WK-MEAN-WEEK   TO WK-TL-MEAN.
015940     MOVE WK-TREND-SLOPE TO WK-TL-SLOPE.
015950     MOVE WK-AVG-PAYMENT TO WK-TL-AVG.
015960     MOVE WK-TREND-LINE TO CFC-RPT-LINE.
015970     WRITE CFC-RPT-LINE.
015980     MOVE 'CASH COMPONENTS BY WEEK' TO WK-RS-TEXT.
015990     MOVE WK-RPT-SECTION-LINE TO CFC-RPT-LINE.
016000     WRITE CFC-RPT-LINE.
016010     PERFORM 7200-SET-WEEK-HEADING THRU 7200-EXIT
016020         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
016030     MOVE WK-CP-HEADING TO CFC-RPT-LINE.
016040     WRITE CFC-RPT-LINE.
016050     PERFORM 7210-WRITE-QUEUE-LINE THRU 7210-EXIT
016060         VARYING WK-Q FROM 1 BY 1 UNTIL WK-Q > 4.
016070     PERFORM 7220-WRITE-OTHER-LINES THRU 7220-EXIT.
016080     MOVE 'CASH REQUIREMENT BY WEEK AND INTERMEDIARY'
016090         TO WK-RS-TEXT.
016100     MOVE WK-RPT-SECTION-LINE TO CFC-RPT-LINE.
016110     WRITE CFC-RPT-LINE.
016120     MOVE ZEROES TO WK-CUM-LOW WK-CUM-EXPECTED WK-CUM-HIGH.
016130     PERFORM 7300-WRITE-ONE-WEEK THRU 7300-EXIT
016140         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
016150 7000-EXIT.
016160     EXIT.
016170 7100-WRITE-WEEKDAY.
016180     MOVE WY-ORDER(WK-DN) TO WK-D.
016190     MOVE SPACES TO WK-WY-DETAIL-LINE.
016200     MOVE WY-NAME(WK-D)       TO WK-WL-NAME.
016210     MOVE WY-RUNS(WK-D)       TO WK-WL-RUNS.
016220     MOVE WY-MEAN(WK-D)       TO WK-WL-MEAN.
016230     MOVE WY-STD-DEV(WK-D)    TO WK-WL-STD-DEV.
016240     MOVE WK-WY-DETAIL-LINE TO CFC-RPT-LINE.
016250     WRITE CFC-RPT-LINE.
016260 7100-EXIT.
016270     EXIT.
016280 7200-SET-WEEK-HEADING.
016290     MOVE WK-K TO WK-CH-WEEK(WK-K).
016300 7200-EXIT.
016310     EXIT.
016320 7210-WRITE-QUEUE-LINE.
016330     MOVE SPACES TO WK-CP-DETAIL-LINE.
016340     MOVE QW-NAME(WK-Q) TO WK-CL-LABEL.
016350     IF QW-PROVIDED-SW(WK-Q) NOT = 'Y'
016360         MOVE 'NOT PROVIDED' TO WK-CL-NOTE
016370         MOVE WK-CP-DETAIL-LINE TO CFC-RPT-LINE
016380         WRITE CFC-RPT-LINE
016390         GO TO 7210-EXIT
016400     END-IF.
016410     MOVE QW-CLAIMS(WK-Q) TO WK-CL-CLAIMS.
016420     PERFORM 7211-MOVE-ONE-AMOUNT THRU 7211-EXIT
016430         VARYING WK-WEEK FROM 1 BY 1 UNTIL WK-WEEK > 5.
016440     MOVE WK-CP-DETAIL-LINE TO CFC-RPT-LINE.
016450     WRITE CFC-RPT-LINE.
016460 7210-EXIT.
016470     EXIT.
016480 7211-MOVE-ONE-AMOUNT.
016490     MOVE QW-AMOUNT(WK-Q, WK-WEEK) TO WK-CL-AMOUNT(WK-WEEK).
016500 7211-EXIT.
016510     EXIT.
016520*-----------------------------------------------------------*
016530* 7220-WRITE-OTHER-LINES - PIP, NEW CLAIMS AND OFFSETS,     *
016540* TOTALLED OVER THE INTERMEDIARIES FOR EACH WEEK.           *
016550*-----------------------------------------------------------*
016560 7220-WRITE-OTHER-LINES.
016570     MOVE SPACES TO WK-CP-DETAIL-LINE.
016580     MOVE 'PIP LUMP SUMS' TO WK-CL-LABEL.
016590     MOVE WK-PIP-PROVIDERS TO WK-CL-CLAIMS.
016600     PERFORM 7221-SUM-PIP THRU 7221-EXIT
016610         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
016620     MOVE WK-CP-DETAIL-LINE TO CFC-RPT-LINE.
016630     WRITE CFC-RPT-LINE.
016640     MOVE SPACES TO WK-CP-DETAIL-LINE.
016650     MOVE 'NEW CLAIMS - EXPECTED' TO WK-CL-LABEL.
016660     PERFORM 7222-SUM-NEW THRU 7222-EXIT
016670         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
016680     MOVE WK-CP-DETAIL-LINE TO CFC-RPT-LINE.
016690     WRITE CFC-RPT-LINE.
016700     MOVE SPACES TO WK-CP-DETAIL-LINE.
016710     MOVE 'NEW CLAIMS - STANDARD DEVIATION' TO WK-CL-LABEL.
016720     PERFORM 7223-SUM-SPREAD THRU 7223-EXIT
016730         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
016740     MOVE WK-CP-DETAIL-LINE TO CFC-RPT-LINE.
016750     WRITE CFC-RPT-LINE.
016760     MOVE SPACES TO WK-CP-DETAIL-LINE.
016770     MOVE 'RECOUPMENT OFFSETS' TO WK-CL-LABEL.
016780     MOVE WK-LEDGER-OPEN TO WK-CL-CLAIMS.
016790     PERFORM 7224-SUM-OFFSET THRU 7224-EXIT
016800         VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4.
016810     MOVE WK-CP-DETAIL-LINE TO CFC-RPT-LINE.
016820     WRITE CFC-RPT-LINE.
016830 7220-EXIT.
016840     EXIT.
016850 7221-SUM-PIP.
016860     MOVE ZEROES TO WK-SUM-PIP.
016870     PERFORM 7225-ADD-ONE-INTER THRU 7225-EXIT
016880         VARYING IT-IDX FROM 1 BY 1
016890         UNTIL IT-IDX > WK-INTER-COUNT.
016900     MOVE WK-SUM-PIP TO WK-CL-AMOUNT(WK-K).
016910 7221-EXIT.
016920     EXIT.
016930 7222-SUM-NEW.
016940     MOVE ZEROES TO WK-SUM-NEW.
016950     PERFORM 7225-ADD-ONE-INTER THRU 7225-EXIT
016960         VARYING IT-IDX FROM 1 BY 1
016970         UNTIL IT-IDX > WK-INTER-COUNT.
016980     MOVE WK-SUM-NEW TO WK-CL-AMOUNT(WK-K).
016990 7222-EXIT.
017000     EXIT.
017010 7223-SUM-SPREAD.
017020     MOVE ZEROES TO WK-SUM-LOW.
017030     PERFORM 7225-ADD-ONE-INTER THRU 7225-EXIT
017040         VARYING IT-IDX FROM 1 BY 1
017050         UNTIL IT-IDX > WK-INTER-COUNT.
017060     MOVE WK-SUM-LOW TO WK-CL-AMOUNT(WK-K).
017070 7223-EXIT.
017080     EXIT.
017090 7224-SUM-OFFSET.
017100     MOVE ZEROES TO WK-SUM-OFFSET.
017110     PERFORM 7225-ADD-ONE-INTER THRU 7225-EXIT
017120         VARYING IT-IDX FROM 1 BY 1
017130         UNTIL IT-IDX > WK-INTER-COUNT.
017140     MOVE WK-SUM-OFFSET TO WK-CL-AMOUNT(WK-K).
017150 7224-EXIT.
017160     EXIT.
017170 7225-ADD-ONE-INTER.
017180     ADD IT-PIP(IT-IDX, WK-K)    TO WK-SUM-PIP.
017190     ADD IT-NEW(IT-IDX, WK-K)    TO WK-SUM-NEW.
017200     ADD IT-SPREAD(IT-IDX, WK-K) TO WK-SUM-LOW.
017210     ADD IT-OFFSET(IT-IDX, WK-K) TO WK-SUM-OFFSET.
017220 7225-EXIT.
017230     EXIT.
017240*-----------------------------------------------------------*
017250* 7300-WRITE-ONE-WEEK - WEEK WK-K: A LINE PER INTERMEDIARY  *
017260* WITH ANYTHING TO PAY OR OFFSET, THE WEEK'S TOTAL, AND THE *
017270* CUMULATIVE REQUIREMENT AGAINST THE CEILING.               *
017280*-----------------------------------------------------------*
017290 7300-WRITE-ONE-WEEK.
017300     MOVE WK-K          TO WK-WH-WEEK.
017310     MOVE SPACES        TO WK-WH-PIP-NOTE.
017320     MOVE WD-FROM(WK-K) TO WK-WH-FROM.
017330     MOVE WD-THRU(WK-K) TO WK-WH-THRU.
017340     IF WD-PIP-PAY-WEEK(WK-K)
017350         MOVE '   PIP LUMP SUMS PAID' TO WK-WH-PIP-NOTE
017360     END-IF.
017370     MOVE WK-WK-HEADER-LINE TO CFC-RPT-LINE.
017380     WRITE CFC-RPT-LINE.
017390     MOVE WK-IQ-HEADING TO CFC-RPT-LINE.
017400     WRITE CFC-RPT-LINE.
017410     INITIALIZE WK-WEEK-SUMS.
017420     PERFORM 7310-WRITE-ONE-INTER THRU 7310-EXIT
017430         VARYING IT-IDX FROM 1 BY 1
017440         UNTIL IT-IDX > WK-INTER-COUNT.
017450     MOVE SPACES TO WK-IQ-DETAIL-LINE.
017460     MOVE 'WEEK TOTAL'  TO WK-IL-INTER.
017470     MOVE WK-SUM-QUEUED     TO WK-IL-QUEUED.
017480     MOVE WK-SUM-PIP        TO WK-IL-PIP.
017490     MOVE WK-SUM-NEW        TO WK-IL-NEW.
017500     MOVE WK-SUM-OFFSET     TO WK-IL-OFFSET.
017510     MOVE WK-SUM-LOW        TO WK-IL-LOW.
017520     MOVE WK-SUM-EXPECTED   TO WK-IL-EXPECTED.
017530     MOVE WK-SUM-HIGH       TO WK-IL-HIGH.
017540     MOVE WK-IQ-DETAIL-LINE TO CFC-RPT-LINE.
017550     WRITE CFC-RPT-LINE.
017560     ADD WK-SUM-LOW      TO WK-CUM-LOW.
017570     ADD WK-SUM-EXPECTED TO WK-CUM-EXPECTED.
017580     ADD WK-SUM-HIGH     TO WK-CUM-HIGH.
017590     MOVE WK-CUM-LOW      TO WK-UL-LOW.
017600     MOVE WK-CUM-EXPECTED TO WK-UL-EXPECTED.
017610     MOVE WK-CUM-HIGH     TO WK-UL-HIGH.
017620     PERFORM 7320-CHECK-CEILING THRU 7320-EXIT.
017630     MOVE WK-CUM-LINE TO CFC-RPT-LINE.
017640     WRITE CFC-RPT-LINE.
017650 7300-EXIT.
017660     EXIT.
017670*-----------------------------------------------------------*
017680* 7310-WRITE-ONE-INTER - THE NET REQUIREMENT IS THE QUEUED, *
017690* PIP AND NEW-CLAIM DOLLARS LESS THE OFFSETS; THE RANGE IS  *
017700* THE INTERMEDIARY'S SHARE OF ONE STANDARD DEVIATION EITHER *
017710* SIDE, NEVER BELOW ZERO.                                   *
017720*-----------------------------------------------------------*
017730 7310-WRITE-ONE-INTER.
017740     IF IT-QUEUED(IT-IDX, WK-K) = 0
017750        AND IT-PIP(IT-IDX, WK-K) = 0
017760        AND IT-NEW(IT-IDX, WK-K) = 0
017770        AND IT-OFFSET(IT-IDX, WK-K) = 0
017780         GO TO 7310-EXIT
017790     END-IF.
017800     COMPUTE WK-NET-EXPECTED =
017810         IT-QUEUED(IT-IDX, WK-K) + IT-PIP(IT-IDX, WK-K)
017820         + IT-NEW(IT-IDX, WK-K) - IT-OFFSET(IT-IDX, WK-K).
017830     IF WK-NET-EXPECTED < 0
017840         MOVE ZEROES TO WK-NET-EXPECTED
017850     END-IF.
017860     COMPUTE WK-NET-LOW =
017870         WK-NET-EXPECTED - IT-SPREAD(IT-IDX, WK-K).
017880     IF WK-NET-LOW < 0
017890         MOVE ZEROES TO WK-NET-LOW
017900     END-IF.
017910     COMPUTE WK-NET-HIGH =
017920         WK-NET-EXPECTED + IT-SPREAD(IT-IDX, WK-K).
017930     MOVE SPACES TO WK-IQ-DETAIL-LINE.
017940     MOVE IT-INTER-NO(IT-IDX)       TO WK-IL-INTER.
017950     MOVE IT-QUEUED(IT-IDX, WK-K)   TO WK-IL-QUEUED.
017960     MOVE IT-PIP(IT-IDX, WK-K)      TO WK-IL-PIP.
017970     MOVE IT-NEW(IT-IDX, WK-K)      TO WK-IL-NEW.
017980     MOVE IT-OFFSET(IT-IDX, WK-K)   TO WK-IL-OFFSET.
017990     MOVE WK-NET-LOW                TO WK-IL-LOW.
018000     MOVE WK-NET-EXPECTED           TO WK-IL-EXPECTED.
018010     MOVE WK-NET-HIGH               TO WK-IL-HIGH.
018020     MOVE WK-IQ-DETAIL-LINE TO CFC-RPT-LINE.
018030     WRITE CFC-RPT-LINE.
018040     ADD IT-QUEUED(IT-IDX, WK-K) TO WK-SUM-QUEUED.
018050     ADD IT-PIP(IT-IDX, WK-K)    TO WK-SUM-PIP.
018060     ADD IT-NEW(IT-IDX, WK-K)    TO WK-SUM-NEW.
018070     ADD IT-OFFSET(IT-IDX, WK-K) TO WK-SUM-OFFSET.
018080     ADD WK-NET-LOW              TO WK-SUM-LOW.
018090     ADD WK-NET-EXPECTED         TO WK-SUM-EXPECTED.
018100     ADD WK-NET-HIGH             TO WK-SUM-HIGH.
018110 7310-EXIT.
018120     EXIT.
018130*-----------------------------------------------------------*
018140* 7320-CHECK-CEILING - THE EXPECTED REQUIREMENT OVER THE    *
018150* CEILING EXCEEDS IT; THE HIGH FIGURE OVER IT PUTS IT AT    *
018160* RISK.  THE FIRST WEEK OVER IS NOTED FOR THE RETURN CODE.  *
018170*-----------------------------------------------------------*
018180 7320-CHECK-CEILING.
018190     IF NOT CEILING-IN-FORCE
018200         MOVE SPACES TO WK-UL-HEADROOM-X
018210         MOVE 'NO CEILING IN FORCE' TO WK-UL-STATUS
018220         GO TO 7320-EXIT
018230     END-IF.
018240     COMPUTE WK-HEADROOM = WK-CEILING - WK-CUM-EXPECTED.
018250     MOVE WK-HEADROOM TO WK-UL-HEADROOM.
018260     EVALUATE TRUE
018270         WHEN WK-CUM-EXPECTED > WK-CEILING
018280             MOVE 'EXCEEDS CEILING' TO WK-UL-STATUS
018290             IF NOT CEILING-EXCEEDED
018300                 SET CEILING-EXCEEDED TO TRUE
018310                 MOVE WK-K TO WK-OVER-WEEK
018320             END-IF
018330         WHEN WK-CUM-HIGH > WK-CEILING
018340             MOVE 'AT RISK - HIGH OVER CEILING' TO WK-UL-STATUS
018350         WHEN OTHER
018360             MOVE 'WITHIN CEILING' TO WK-UL-STATUS
018370     END-EVALUATE.
018380 7320-EXIT.
018390     EXIT.
018400*-----------------------------------------------------------*
018410* 8500-DATE-TO-SERIAL - CCYYMMDD IN WK-DTS-DATE TO A DAY    *
018420* SERIAL IN WK-DTS-SERIAL.                                  *
018430*-----------------------------------------------------------*
018440 8500-DATE-TO-SERIAL.
018450     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
018460     IF WK-DTS-MM < 3
018470         SUBTRACT 1 FROM WK-DTS-YEARS
018480     END-IF.
018490     COMPUTE WK-DTS-LEAPS =
018500         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
018510         + (WK-DTS-YEARS / 400).
018520     COMPUTE WK-DTS-SERIAL =
018530         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
018540         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
018550 8500-EXIT.
018560     EXIT.
018570*-----------------------------------------------------------*
018580* 8510-MONTH-LENGTH - THE DAYS IN WK-DTS-DATE'S MONTH, IN   *
018590* WK-MLEN-THIS.  FEBRUARY HAS 29 IN A LEAP YEAR.            *
018600*-----------------------------------------------------------*
018610 8510-MONTH-LENGTH.
018620     MOVE WK-MLEN(WK-DTS-MM) TO WK-MLEN-THIS.
018630     IF WK-DTS-MM NOT = 02
018640         GO TO 8510-EXIT
018650     END-IF.
018660     MOVE 'N' TO WK-LEAP-SW.
018670     DIVIDE WK-DTS-YYYY BY 4 GIVING WK-LEAP-QUOT
018680         REMAINDER WK-LEAP-REM.
018690     IF WK-LEAP-REM = 0
018700         SET LEAP-YEAR TO TRUE
018710         DIVIDE WK-DTS-YYYY BY 100 GIVING WK-LEAP-QUOT
018720             REMAINDER WK-LEAP-REM
018730         IF WK-LEAP-REM = 0
018740             MOVE 'N' TO WK-LEAP-SW
018750             DIVIDE WK-DTS-YYYY BY 400 GIVING WK-LEAP-QUOT
018760                 REMAINDER WK-LEAP-REM
018770             IF WK-LEAP-REM = 0
018780                 SET LEAP-YEAR TO TRUE
018790             END-IF
018800         END-IF
018810     END-IF.
018820     IF LEAP-YEAR
018830         MOVE 29 TO WK-MLEN-THIS
018840     END-IF.
018850 8510-EXIT.
018860     EXIT.
018870*-----------------------------------------------------------*
018880* 8520-ADD-ONE-DAY - ADVANCE WK-DTS-DATE ONE DAY.           *
018890*-----------------------------------------------------------*
018900 8520-ADD-ONE-DAY.
018910     PERFORM 8510-MONTH-LENGTH THRU 8510-EXIT.
018920     ADD 1 TO WK-DTS-DD.
018930     IF WK-DTS-DD > WK-MLEN-THIS
018940         MOVE 1 TO WK-DTS-DD
018950         ADD 1 TO WK-DTS-MM
018960         IF WK-DTS-MM > 12
018970             MOVE 1 TO WK-DTS-MM
018980             ADD 1 TO WK-DTS-YYYY
018990         END-IF
019000     END-IF.
019010 8520-EXIT.
019020     EXIT.
019030*-----------------------------------------------------------*
019040* 8700-FIND-PROVIDER - PR-SIDX TO WK-FIND-PROVIDER'S ROW,   *
019050* ADDING IT (INTERMEDIARY UNKWN) WHEN NEW.  A FULL TABLE    *
019060* LEAVES THE PROVIDER NOT FOUND.                            *
019070*-----------------------------------------------------------*
019080 8700-FIND-PROVIDER.
019090     MOVE 'N' TO WK-PR-FOUND-SW.
019100     SET PR-SIDX TO 1.
019110     SEARCH PR-ENTRY VARYING PR-SIDX
019120         AT END
019130             CONTINUE
019140         WHEN PR-SIDX > WK-PR-COUNT
019150             CONTINUE
019160         WHEN PR-PROVIDER-NO(PR-SIDX) = WK-FIND-PROVIDER
019170             SET PROVIDER-FOUND TO TRUE
019180     END-SEARCH.
019190     IF PROVIDER-FOUND
019200         GO TO 8700-EXIT
019210     END-IF.
019220     IF WK-PR-COUNT NOT < 3000
019230         ADD 1 TO WK-TABLE-DROPS
019240         SET A-TABLE-IS-FULL TO TRUE
019250         GO TO 8700-EXIT
019260     END-IF.
019270     ADD 1 TO WK-PR-COUNT.
019280     SET PR-SIDX TO WK-PR-COUNT.
019290     INITIALIZE PR-ENTRY(PR-SIDX).
019300     MOVE WK-FIND-PROVIDER TO PR-PROVIDER-NO(PR-SIDX).
019310     MOVE 'UNKWN'          TO PR-INTER-NO(PR-SIDX).
019320     MOVE 'N'              TO PR-PIP-SW(PR-SIDX)
019330                              PR-PLAN-SW(PR-SIDX).
019340     SET PROVIDER-FOUND TO TRUE.
019350 8700-EXIT.
019360     EXIT.
019370*-----------------------------------------------------------*
019380* 8710-FIND-INTER - IT-SIDX TO WK-FIND-INTER'S ROW, ADDING  *
019390* IT WHEN NEW.  ONCE THE TABLE IS FULL A NEW INTERMEDIARY   *
019400* IS CARRIED IN THE LAST ROW.                               *
019410*-----------------------------------------------------------*
019420 8710-FIND-INTER.
019430     SET IT-SIDX TO 1.
019440     SEARCH IT-ENTRY VARYING IT-SIDX
019450         AT END
019460             CONTINUE
019470         WHEN IT-SIDX > WK-INTER-COUNT
019480             CONTINUE
019490         WHEN IT-INTER-NO(IT-SIDX) = WK-FIND-INTER
019500             GO TO 8710-EXIT
019510     END-SEARCH.
019520     IF WK-INTER-COUNT NOT < 100
019530         ADD 1 TO WK-TABLE-DROPS
019540         SET A-TABLE-IS-FULL TO TRUE
019550         SET IT-SIDX TO 100
019560         GO TO 8710-EXIT
019570     END-IF.
019580     ADD 1 TO WK-INTER-COUNT.
019590     SET IT-SIDX TO WK-INTER-COUNT.
019600     INITIALIZE IT-ENTRY(IT-SIDX).
019610     MOVE WK-FIND-INTER TO IT-INTER-NO(IT-SIDX).
019620 8710-EXIT.
019630     EXIT.
019640*===========================================================*
019650* 9000-TERMINATE - INPUT COUNTS.  RETURN CODE 4 WHEN THE    *
019660* EXPECTED REQUIREMENT EXCEEDS THE CEILING, AN INPUT WAS    *
019670* NOT PROVIDED OR A TABLE FILLED.                           *
019680*===========================================================*
019690 9000-TERMINATE.
019700     MOVE WK-RPT-RULE-LINE TO CFC-RPT-LINE.
019710     WRITE CFC-RPT-LINE.
019720     MOVE 'PROVIDER MASTER SEGMENTS READ' TO WK-TC-LABEL.
019730     MOVE WK-PROV-ROWS TO WK-TC-COUNT.
019740     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
019750     MOVE 'REGISTRY ROWS READ' TO WK-TC-LABEL.
019760     MOVE WK-REGISTRY-ROWS TO WK-TC-COUNT.
019770     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
019780     MOVE '  IN THE HISTORY WEEKS' TO WK-TC-LABEL.
019790     MOVE WK-REGISTRY-USED TO WK-TC-COUNT.
019800     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
019810     MOVE 'HISTORY ROWS READ' TO WK-TC-LABEL.
019820     MOVE WK-HIST-ROWS TO WK-TC-COUNT.
019830     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
019840     MOVE '  PAID IN THE HISTORY WEEKS' TO WK-TC-LABEL.
019850     MOVE WK-HIST-USED TO WK-TC-COUNT.
019860     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
019870     MOVE 'QUEUED CLAIMS READ' TO WK-TC-LABEL.
019880     MOVE WK-QUEUE-RECS TO WK-TC-COUNT.
019890     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
019900     MOVE 'PIP SCHEDULE ROWS READ' TO WK-TC-LABEL.
019910     MOVE WK-PIP-PROVIDERS TO WK-TC-COUNT.
019920     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
019930     MOVE 'LEDGER ROWS READ' TO WK-TC-LABEL.
019940     MOVE WK-LEDGER-ROWS TO WK-TC-COUNT.
019950     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
019960     MOVE '  WITH AN OPEN BALANCE' TO WK-TC-LABEL.
019970     MOVE WK-LEDGER-OPEN TO WK-TC-COUNT.
019980     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
019990     MOVE 'REPAYMENT PLANS READ' TO WK-TC-LABEL.
020000     MOVE WK-PLANS-READ TO WK-TC-COUNT.
020010     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
020020     MOVE '  IN EFFECT' TO WK-TC-LABEL.
020030     MOVE WK-PLANS-USED TO WK-TC-COUNT.
020040     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
020050     MOVE 'TABLE ENTRIES NOT HELD (TABLE FULL)' TO WK-TC-LABEL.
020060     MOVE WK-TABLE-DROPS TO WK-TC-COUNT.
020070     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
020080     CLOSE CFC-RPT-OUT.
020090     IF RETURN-CODE < 4
020100        AND (AN-INPUT-IS-MISSING OR A-TABLE-IS-FULL
020110             OR CEILING-EXCEEDED)
020120         MOVE 4 TO RETURN-CODE
020130     END-IF.
020140     DISPLAY 'PPCFC215 - FORECAST WEEKS    : ' WD-FROM(1)
020150             ' THRU ' WD-THRU(4).
020160     DISPLAY 'PPCFC215 - EXPECTED REQUIREMENT : '
020170             WK-CUM-EXPECTED.
020180     IF CEILING-EXCEEDED
020190         DISPLAY 'PPCFC215 - CEILING EXCEEDED IN WEEK '
020200                 WK-OVER-WEEK ' - CEILING ' WK-CEILING
020210     END-IF.
020220 9000-EXIT.
020230     EXIT.
020240 9300-WRITE-COUNT-LINE.
020250     MOVE WK-CFC-COUNT-LINE TO CFC-RPT-LINE.
020260     WRITE CFC-RPT-LINE.
020270 9300-EXIT.
020280     EXIT.
