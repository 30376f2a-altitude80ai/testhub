000220*            (RWBILLS) AND SETTLE BY THE SAME RULES.
000230*          - REPLACES THE BILLING OFFICE SPREADSHEET STEP SO
000240*            THE SETTLED NUMBERS TIE BACK TO THE PRICER.
000250*          - APPENDS A SETTLED EVENT FOR EVERY SETTLEMENT TO
000260*            THE CLAIM EVENT JOURNAL (EVTJRNL), UNDER THE
000270*            PRICING RUN'S CLAIM SEQUENCE ID AND THE RUN ID
000280*            GIVEN ON THE OPTIONAL SETPARM CARD (RUN-ID=).
000290*          - WRITES ONE BAD-DEBT SUPPORT RECORD PER SETTLEMENT
000300*            (BDSUPOUT, COPYBOOK BDSUPP) WITH THE BENEFICIARY
000310*            LIABILITY ASSIGNED AND THE CROSSOVER FLAG, FOR THE
000320*            PPBDR215 BAD-DEBT LISTING BY COST-REPORTING PERIOD.
000330 DATE-COMPILED.
000340****************************************************************
000350*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000360*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000370*   IS THAT OF THE USER.                                       *
000380****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.            IBM-370.
000420 OBJECT-COMPUTER.            IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SET-PARM-FILE   ASSIGN TO SETPARM
000460                            ORGANIZATION IS LINE SEQUENTIAL
000470                            FILE STATUS IS WK-PARM-STATUS.
000480     SELECT BILL-FILE-IN    ASSIGN TO BILLIN
000490                            ORGANIZATION IS SEQUENTIAL.
000500     SELECT PPS-FILE-IN     ASSIGN TO PPSIN
000510                            ORGANIZATION IS SEQUENTIAL.
000520     SELECT SUPP-BILL-IN    ASSIGN TO RWBILLS
000530                            ORGANIZATION IS SEQUENTIAL
000540                            FILE STATUS IS WK-SUPP-STATUS.
000550     SELECT DAY-BANK-IN     ASSIGN TO DAYBNKIN
000560                            ORGANIZATION IS SEQUENTIAL
000570                            FILE STATUS IS WK-DAYBANK-STATUS.
000580     SELECT DAY-BANK-OUT    ASSIGN TO DAYBNKOT
000590                            ORGANIZATION IS SEQUENTIAL.
000600     SELECT RUN-HIST-IN     ASSIGN TO RUNHIST
000610                            ORGANIZATION IS SEQUENTIAL
000620                            FILE STATUS IS WK-RUNHIST-STATUS.
000630     SELECT MSP-FILE-IN     ASSIGN TO MSPIN
000640                            ORGANIZATION IS SEQUENTIAL
000650                            FILE STATUS IS WK-MSP-STATUS.
000660     SELECT INT-RATE-FILE   ASSIGN TO INTRATE
000670                            ORGANIZATION IS SEQUENTIAL
000680                            FILE STATUS IS WK-INTRATE-STATUS.
000690     SELECT XOVR-FILE-OUT   ASSIGN TO XOVROUT
000700                            ORGANIZATION IS SEQUENTIAL.
000710     SELECT MSN-FILE-OUT    ASSIGN TO MSNOUT
000720                            ORGANIZATION IS LINE SEQUENTIAL.
000730     SELECT SETTLE-FILE-OUT ASSIGN TO SETTLOUT
000740                            ORGANIZATION IS SEQUENTIAL.
000750     SELECT SETTLE-RPT-OUT  ASSIGN TO SETTLRPT
000760                            ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT CLAIM-EVENT-OUT ASSIGN TO EVTJRNL
000780                            ORGANIZATION IS SEQUENTIAL.
000790     SELECT BAD-DEBT-OUT    ASSIGN TO BDSUPOUT
000800                            ORGANIZATION IS SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830*----------------------------------------------------------*
000840* OPTIONAL PARAMETER CARDS, KEYWORD=VALUE:                 *
000850*   RUN-ID=X(08)           THE PRICING RUN BEING SETTLED,  *
000860*                          STAMPED ON THE JOURNAL EVENTS   *
000870*   GEN-ACK=Y              USE A DAY-BANK FILE THAT IS NOT *
000880*                          THE PRIOR SETTLEMENT'S OUTPUT   *
000890*----------------------------------------------------------*
000900 FD  SET-PARM-FILE
000910     RECORDING MODE IS F.
000920 01  SET-PARM-REC                PIC X(80).
000930*----------------------------------------------------------*
000940* INPUT BILL EXTRACT - THE SAME BILL-DATA-2021 FILE THE     *
000950* PRICING RUN READ, IN THE SAME ORDER.                      *
000960*----------------------------------------------------------*
000970 FD  BILL-FILE-IN
000980     RECORDING MODE IS F.
000990 COPY BILDAT21.
001000*----------------------------------------------------------*
001010* PRICING RESULT EXTRACT WRITTEN BY PPBAT215 (PPS-OUT-REC   *
001020* LAYOUT) - ONE ROW PER BILL THE RUN ACTUALLY PRICED.       *
001030* BILLS WITH NO PROVIDER RECORD NEVER GOT A ROW, SO THE     *
001040* MATCH LOOP SKIPS FORWARD OVER THEM ON THE BILL SIDE.      *
001050*----------------------------------------------------------*
001060*----------------------------------------------------------*
001070* SETTLED-BILL COMPANION EXTRACT FROM PPBAT215 - THE FULL   *
001080* BILL RECORD OF EVERY RECYCLED-PEND AND REWORKED BILL THE  *
001090* RUN PRICED, IN THE ORDER THEIR RESULT ROWS APPEAR IN THE  *
001100* PRICING EXTRACT, SO THOSE PAYMENTS SETTLE WITH THE SAME   *
001110* LIABILITY RULES AS EVERY OTHER PAID BILL.                 *
001120*----------------------------------------------------------*
001130 FD  SUPP-BILL-IN
001140     RECORDING MODE IS F.
001150 01  SUPP-BILL-REC               PIC X(791).
001160 FD  PPS-FILE-IN
001170     RECORDING MODE IS F.
001180 01  PPS-IN-REC.
001190     05  PI-PROVIDER-NO          PIC X(06).
001200     05  PI-DRG                  PIC 9(03).
001210     05  PI-DISCHARGE-DATE       PIC 9(08).
001220     05  PI-PPS-RTC              PIC 9(02).
001230     05  PI-PPS-WAGE-INDX        PIC 9(02)V9(04).
001240     05  PI-PPS-TOTAL-PAYMENT    PIC 9(09)V9(02).
001250     05  PI-PPS-OPER-HSP-PART    PIC 9(08)V9(02).
001260     05  PI-PPS-OPER-FSP-PART    PIC 9(08)V9(02).
001270     05  PI-PPS-OPER-OUTLIER-PART PIC 9(09)V9(02).
001280     05  PI-PPS-OPER-DSH-ADJ     PIC 9(08)V9(02).
001290     05  PI-PPS-CALC-VERS        PIC X(05).
001300     05  PI-DEBIT-CREDIT-IND     PIC X(01).
001310*        'D' = PAYMENT (DEBIT), 'C' = REVERSAL (CREDIT)
001320     05  PI-SEQUESTRATION-AMT    PIC 9(09)V9(02).
001330     05  PI-AGED-OVERRIDE-IND    PIC X(01).
001340     05  FILLER                  PIC X(130).
001350     05  PI-CLAIM-SEQ            PIC 9(09).
001360     05  PI-BILL-SOURCE          PIC X(01).
001370*        ' ' = RUN BILL FILE, 'R' = RECYCLED PEND,
001380*        'W' = REWORKED REJECT - R/W ROWS HAVE NO RECORD IN
001390*        THE RUN'S BILL FILE AND ARE SKIPPED HERE
001400*        FULL PAYMENT COMPONENT SET CARRIED FOR THE
001410*        BALANCING PROGRAM (PPBAL215) - NOT USED HERE.
001420*----------------------------------------------------------*
001430* OPTIONAL MSP PRIMARY-PAYER-PAID FILE - ONE RECORD PER     *
001440* BILL WHERE MEDICARE IS SECONDARY, KEYED THE SAME WAY THE  *
001450* PRICING EXTRACT IS.  A BILL WITH NO MSP RECORD SETTLES    *
001460* WITH A ZERO PRIMARY-PAYER AMOUNT.                         *
001470*----------------------------------------------------------*
001480*----------------------------------------------------------*
001490* BENEFICIARY DAY-BANK FILE - ONE RECORD PER MBI, CARRIED   *
001500* RUN TO RUN: THE CURRENT BENEFIT-PERIOD START, THE LAST    *
001510* DISCHARGE DATE, THE COVERED DAYS USED IN THE PERIOD,      *
001520* WHETHER THE PART A DEDUCTIBLE WAS ALREADY APPLIED THIS    *
001530* PERIOD, AND THE LIFETIME RESERVE DAYS USED EVER.  A       *
001540* READMISSION WITHIN 60 DAYS OF THE LAST DISCHARGE STAYS    *
001550* IN THE SAME BENEFIT PERIOD, SO THE SECOND STAY DOES NOT   *
001560* DRAW A SECOND DEDUCTIBLE, AND LIFETIME RESERVE DAYS CAN   *
001570* NEVER BE GRANTED PAST THE LIFETIME SIXTY.                 *
001580*----------------------------------------------------------*
001590 FD  DAY-BANK-IN
001600     RECORDING MODE IS F.
001610 01  DAY-BANK-IN-REC.
001620     05  DB-IN-MBI               PIC X(11).
001630     05  DB-IN-PERIOD-START      PIC 9(08).
001640     05  DB-IN-LAST-DISCHARGE    PIC 9(08).
001650     05  DB-IN-PERIOD-DAYS-USED  PIC 9(03).
001660     05  DB-IN-PERIOD-DED-SW     PIC X(01).
001670     05  DB-IN-LTR-DAYS-USED     PIC 9(02).
001680 FD  DAY-BANK-OUT
001690     RECORDING MODE IS F.
001700 01  DAY-BANK-OUT-REC.
001710     05  DB-OUT-MBI              PIC X(11).
001720     05  DB-OUT-PERIOD-START     PIC 9(08).
001730     05  DB-OUT-LAST-DISCHARGE   PIC 9(08).
001740     05  DB-OUT-PERIOD-DAYS-USED PIC 9(03).
001750     05  DB-OUT-PERIOD-DED-SW    PIC X(01).
001760     05  DB-OUT-LTR-DAYS-USED    PIC 9(02).
001770*----------------------------------------------------------*
001780* CUMULATIVE RUN-HISTORY REGISTRY - ONE MANIFEST IMAGE PER  *
001790* RUN, AS PPBAT215 APPENDS THEM.                            *
001800*----------------------------------------------------------*
001810 FD  RUN-HIST-IN
001820     RECORDING MODE IS F.
001830 01  RUN-HIST-IN-REC             PIC X(144).
001840 FD  MSP-FILE-IN
001850     RECORDING MODE IS F.
001860 01  MSP-IN-REC.
001870     05  MS-PROVIDER-NO          PIC X(06).
001880     05  MS-DRG                  PIC 9(03).
001890     05  MS-DISCHARGE-DATE       PIC 9(08).
001900     05  MS-PRIMARY-PAID-AMT     PIC 9(09)V9(02).
001910     05  MS-PAYER-TYPE           PIC X(01).
001920*        'W' = WORKING-AGED GROUP HEALTH PLAN
001930*        'L' = LIABILITY INSURER
001940*        'C' = WORKERS COMPENSATION
001950*        ' ' = UNKNOWN - LEGACY TOTAL-MINUS-PRIMARY MATH
001960     05  MS-OTAF-AMT             PIC 9(09)V9(02).
001970*        OBLIGATED-TO-ACCEPT AMOUNT, WHEN THE PROVIDER IS
001980*        CONTRACTUALLY BOUND TO A LOWER FULL PAYMENT.
001990*        ZERO = NO OTAF ARRANGEMENT.
002000*----------------------------------------------------------*
002010* CLEAN-CLAIM INTEREST RATE FILE - THE PUBLISHED INTEREST   *
002020* RATE IN FORCE PER EFFECTIVE DATE RANGE (ANNUAL PERCENT).  *
002030* A PAYMENT MADE MORE THAN 30 DAYS AFTER THE CLAIM'S        *
002040* RECEIPT DATE DRAWS INTEREST FOR THE DAYS PAST THE 30TH,   *
002050* REPLACING THE BILLING OFFICE SPREADSHEET.                 *
002060*----------------------------------------------------------*
002070 FD  INT-RATE-FILE
002080     RECORDING MODE IS F.
002090 01  INT-RATE-REC.
002100     05  IR-EFF-DATE             PIC 9(08).
002110     05  IR-END-DATE             PIC 9(08).
002120     05  IR-ANNUAL-PCT           PIC 9(02)V9(03).
002130*---------------------------------------------------------*
002140* MEDICAID CROSSOVER EXTRACT - ONE DETAIL RECORD PER      *
002150* SETTLED CROSSOVER-ELIGIBLE (DUAL-ELIGIBLE) CLAIM,       *
002160* CARRYING THE DEDUCTIBLE/COINSURANCE/LTR LIABILITY THE   *
002170* STATE MEDICAID AGENCY PAYS, PLUS ONE CONTROL-TOTAL      *
002180* TRAILER PER STATE AT END OF RUN, SO THE BILLING OFFICE  *
002190* STOPS REKEYING LIABILITY AMOUNTS INTO THE STATE PORTAL. *
002200*---------------------------------------------------------*
002210  FD  XOVR-FILE-OUT
002220      RECORDING MODE IS F.
002230  01  XOVR-OUT-REC.
002240      05  XO-RECORD-TYPE          PIC X(01).
002250*        'D' = CLAIM DETAIL, 'T' = STATE CONTROL TRAILER
002260      05  XO-STATE                PIC X(02).
002270      05  XO-PROVIDER-NO          PIC X(06).
002280      05  XO-MBI                  PIC X(11).
002290      05  XO-DISCHARGE-DATE       PIC 9(08).
002300      05  XO-DEDUCTIBLE-AMT       PIC 9(05)V9(02).
002310      05  XO-COINSURANCE-AMT      PIC 9(09)V9(02).
002320      05  XO-LTR-AMT              PIC 9(09)V9(02).
002330      05  XO-TOTAL-LIABILITY      PIC 9(09)V9(02).
002340  01  XOVR-TRL-REC.
002350      05  XT-RECORD-TYPE          PIC X(01).
002360      05  XT-STATE                PIC X(02).
002370      05  XT-CLAIM-COUNT          PIC 9(07).
002380      05  XT-TOT-DEDUCTIBLE       PIC 9(09)V9(02).
002390      05  XT-TOT-COINSURANCE      PIC 9(11)V9(02).
002400      05  XT-TOT-LTR              PIC 9(11)V9(02).
002410      05  XT-TOT-LIABILITY        PIC 9(11)V9(02).
002420      05  FILLER                  PIC X(08).
002430*----------------------------------------------------------*
002440*---------------------------------------------------------*
002450* BENEFICIARY NOTICE PRINT FILE - ONE FORMATTED, PLAIN-   *
002460* LANGUAGE NOTICE PER MBI PER RUN, LISTING EACH OF THE    *
002470* BENEFICIARY'S CLAIMS SETTLED THIS RUN WITH WHY IT PAID  *
002480* AS IT DID (THE PPRTC215 TEXT), THE DAYS AND LIABILITY   *
002490* APPLIED, AND THE NET MEDICARE PAYMENT, SO THE CONTACT   *
002500* CENTER STOPS INTERPRETING RAW PPSOUT ROWS BY PHONE.     *
002510*---------------------------------------------------------*
002520 FD  MSN-FILE-OUT
002530     RECORDING MODE IS F.
002540 01  MSN-LINE                    PIC X(90).
002550*----------------------------------------------------------*
002560* CLAIM EVENT JOURNAL - APPEND-ONLY, SHARED WITH THE OTHER *
002570* CLAIM STEPS.  THIS RUN ADDS ONE SETTLED EVENT PER BILL.  *
002580*----------------------------------------------------------*
002590 FD  CLAIM-EVENT-OUT
002600     RECORDING MODE IS F.
002610 COPY CLMEVENT.
002620*----------------------------------------------------------*
002630* BAD-DEBT SUPPORT - ONE BENEFICIARY LIABILITY RECORD PER   *
002640* SETTLED BILL, CONCATENATED RUN AFTER RUN FOR PPBDR215.    *
002650*----------------------------------------------------------*
002660 FD  BAD-DEBT-OUT
002670     RECORDING MODE IS F.
002680 COPY BDSUPP.
002690*----------------------------------------------------------*
002700* SETTLEMENT EXTRACT - ONE FINAL NET-MEDICARE-PAYMENT       *
002710* RECORD PER PRICED BILL.                                   *
002720*----------------------------------------------------------*
002730 FD  SETTLE-FILE-OUT
002740     RECORDING MODE IS F.
002750 01  SETTLE-OUT-REC.
002760     05  ST-PROVIDER-NO          PIC X(06).
002770     05  ST-DRG                  PIC 9(03).
002780     05  ST-DISCHARGE-DATE       PIC 9(08).
002790     05  ST-PPS-RTC              PIC 9(02).
002800     05  ST-GROSS-PAYMENT        PIC 9(09)V9(02).
002810     05  ST-DEDUCTIBLE-AMT       PIC 9(05)V9(02).
002820     05  ST-COINSURANCE-DAYS     PIC 9(03).
002830     05  ST-COINSURANCE-AMT      PIC 9(09)V9(02).
002840     05  ST-LTR-DAYS             PIC 9(02).
002850     05  ST-LTR-AMT              PIC 9(09)V9(02).
002860     05  ST-MSP-PRIMARY-PAID     PIC 9(09)V9(02).
002870     05  ST-NET-MEDICARE-PAYMENT PIC 9(09)V9(02).
002880     05  ST-INTEREST-AMT         PIC 9(07)V9(02).
002890     05  ST-MSP-PAYER-TYPE       PIC X(01).
002900     05  ST-MSP-FORMULA          PIC X(02).
002910*        'F1' NORMAL MEDICARE AMOUNT GOVERNED
002920*        'F2' CHARGES/OTAF MINUS PRIMARY PAID GOVERNED
002930*        'F3' MEDICARE AMOUNT MINUS PRIMARY PAID GOVERNED
002940*        '  ' NO MSP INVOLVEMENT ON THIS CLAIM
002950*----------------------------------------------------------*
002960* SETTLEMENT REPORT - ONE LINE PER BILL SETTLED, FOR THE    *
002970* BILLING OFFICE.                                           *
002980*----------------------------------------------------------*
002990 FD  SETTLE-RPT-OUT
003000     RECORDING MODE IS F.
003010 01  SETTLE-RPT-LINE             PIC X(132).
003020 WORKING-STORAGE SECTION.
003030 01  W-STORAGE-REF                  PIC X(48)  VALUE
003040     'P P S E T 2 1 5 - W O R K I N G   S T O R A G E'.
003050 01  SET-VERSION                    PIC X(05) VALUE 'S21.5'.
003060*----------------------------------------------------------*
003070* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
003080* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
003090* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
003100*----------------------------------------------------------*
003110 COPY LAYHDR.
003120 01  WK-LAYOUT-CHECK.
003130     05  WK-LC-DD               PIC X(08).
003140     05  WK-LC-LAYOUT-ID        PIC X(08).
003150     05  WK-LC-VERSION          PIC 9(03).
003160     05  WK-LC-RECORD-LEN       PIC 9(05).
003170 01  WK-LAYOUT-PPSIN.
003180     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
003190     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
003200     05  FILLER                 PIC 9(03) VALUE 001.
003210     05  FILLER                 PIC 9(05) VALUE 00235.
003220 01  WK-LAYOUT-SWITCHES.
003230     05  WK-PPSIN-LAYOUT-SW       PIC X(01) VALUE 'N'.
003240         88  PPSIN-LAYOUT-CHECKED VALUE 'Y'.
003250*----------------------------------------------------------*
003260* SWITCHES.                                                *
003270*----------------------------------------------------------*
003280 01  WK-SWITCHES.
003290     05  WK-BILL-EOF            PIC X(01) VALUE 'N'.
003300         88  BILL-AT-EOF        VALUE 'Y'.
003310     05  WK-PPS-EOF             PIC X(01) VALUE 'N'.
003320         88  PPS-AT-EOF         VALUE 'Y'.
003330     05  WK-MSP-EOF             PIC X(01) VALUE 'N'.
003340         88  MSP-AT-EOF         VALUE 'Y'.
003350     05  WK-SUPP-EOF            PIC X(01) VALUE 'N'.
003360         88  SUPP-AT-EOF        VALUE 'Y'.
003370     05  WK-SUPP-ACTIVE-SW      PIC X(01) VALUE 'N'.
003380         88  SUPP-ACTIVE        VALUE 'Y'.
003390     05  WK-BILL-MATCH-SW       PIC X(01) VALUE 'N'.
003400         88  BILL-WAS-MATCHED   VALUE 'Y'.
003410     05  WK-MSP-FOUND-SW        PIC X(01) VALUE 'N'.
003420         88  MSP-WAS-FOUND      VALUE 'Y'.
003430 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
003440 01  WK-PARM-EOF                PIC X(01) VALUE 'N'.
003450     88  PARM-AT-EOF            VALUE 'Y'.
003460 01  WK-RUN-ID                  PIC X(08) VALUE SPACES.
003470 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
003480 01  WK-RC-VALUE                PIC X(60) VALUE SPACES.
003490 01  WK-MSP-STATUS              PIC X(02) VALUE SPACES.
003500 01  WK-SUPP-STATUS             PIC X(02) VALUE SPACES.
003510 01  WK-DAYBANK-STATUS          PIC X(02) VALUE SPACES.
003520 01  WK-INTRATE-STATUS          PIC X(02) VALUE SPACES.
003530 01  WK-INTRATE-EOF             PIC X(01) VALUE 'N'.
003540     88  INTRATE-AT-EOF         VALUE 'Y'.
003550 01  WK-DAYBANK-EOF             PIC X(01) VALUE 'N'.
003560     88  DAYBANK-AT-EOF         VALUE 'Y'.
003570*----------------------------------------------------------*
003580* GENERATION CONTROL OF THE DAY-BANK FILE.  DAYBNKOT IS     *
003590* WRITTEN BEHIND A GENSTAMP HEADER NAMING THE RUN SETTLED;  *
003600* AT START-UP DAYBNKIN'S HEADER MUST NAME THE RUN BEFORE    *
003610* IT ON THE RUN-HISTORY REGISTRY.  A FILE LEFT BY ANY OTHER *
003620* RUN, OR WITH NO HEADER, HALTS THE RUN (RETURN CODE 12)    *
003630* UNLESS THE PARAMETER CARD GEN-ACK=Y IS PRESENT.           *
003640*----------------------------------------------------------*
003650 COPY GENSTAMP.
003660 01  WK-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
003670 01  WK-GEN-SWITCHES.
003680     05  WK-GEN-HIST-EOF        PIC X(01) VALUE 'N'.
003690         88  GEN-HIST-AT-EOF    VALUE 'Y'.
003700     05  WK-GEN-ACK-SW          PIC X(01) VALUE 'N'.
003710         88  GEN-MISMATCH-ACKED VALUE 'Y'.
003720     05  WK-GEN-FOUND-SW        PIC X(01) VALUE 'N'.
003730         88  GEN-RUN-FOUND      VALUE 'Y'.
003740     05  WK-GEN-REFUSE-SW       PIC X(01) VALUE 'N'.
003750         88  GEN-REFUSED        VALUE 'Y'.
003760 01  WK-GEN-HIST-ROWS           PIC 9(05) VALUE ZEROES.
003770 01  WK-GEN-PRIOR-RUN-ID        PIC X(08) VALUE SPACES.
003780 01  WK-GEN-LAST-RUN-ID         PIC X(08) VALUE SPACES.
003790 01  WK-GEN-EXPECT-RUN-ID       PIC X(08) VALUE SPACES.
003800 01  WK-GEN-SETTLE-RUN-ID       PIC X(08) VALUE SPACES.
003810 01  WK-GEN-RESULT              PIC X(09) VALUE SPACES.
003820 01  WK-GEN-FIRST-REC           PIC X(28) VALUE SPACES.
003830 01  WK-GEN-HIST-VIEW.
003840     05  WK-GH-RUN-ID           PIC X(08).
003850     05  FILLER                 PIC X(136).
003860*----------------------------------------------------------*
003870* RUN COUNTERS AND CONTROL TOTALS.                          *
003880*----------------------------------------------------------*
003890 01  WK-COUNTERS.
003900     05  WK-PPS-READ            PIC 9(07) VALUE ZEROES.
003910     05  WK-BILLS-READ          PIC 9(07) VALUE ZEROES.
003920     05  WK-BILLS-SETTLED       PIC 9(07) VALUE ZEROES.
003930     05  WK-SUPP-SETTLED        PIC 9(07) VALUE ZEROES.
003940     05  WK-BILLS-UNMATCHED     PIC 9(07) VALUE ZEROES.
003950     05  WK-MSP-COUNT           PIC 9(05) VALUE ZEROES.
003960     05  WK-MSP-DROPPED         PIC 9(07) VALUE ZEROES.
003970     05  WK-DB-ROWS-IN          PIC 9(05) VALUE ZEROES.
003980     05  WK-DB-DROPPED          PIC 9(07) VALUE ZEROES.
003990     05  WK-DED-WAIVED          PIC 9(07) VALUE ZEROES.
004000     05  WK-LTR-CAPPED          PIC 9(07) VALUE ZEROES.
004010     05  WK-INTRATE-COUNT       PIC 9(02) VALUE ZEROES.
004020     05  WK-MSP-F1-GOVERNED     PIC 9(07) VALUE ZEROES.
004030     05  WK-XOVR-CLAIMS         PIC 9(07) VALUE ZEROES.
004040     05  WK-BAD-DEBT-RECS       PIC 9(07) VALUE ZEROES.
004050     05  WK-NOTICES-WRITTEN     PIC 9(07) VALUE ZEROES.
004060     05  WK-NOTICE-NO-MBI       PIC 9(07) VALUE ZEROES.
004070     05  WK-NOTICE-DROPPED      PIC 9(07) VALUE ZEROES.
004080     05  WK-MSP-F2-GOVERNED     PIC 9(07) VALUE ZEROES.
004090     05  WK-MSP-F3-GOVERNED     PIC 9(07) VALUE ZEROES.
004100     05  WK-INT-BILLS           PIC 9(07) VALUE ZEROES.
004110     05  WK-TOT-INTEREST        PIC 9(11)V9(02) VALUE ZEROES.
004120     05  WK-TOT-GROSS           PIC 9(13)V9(02) VALUE ZEROES.
004130     05  WK-TOT-LIABILITY       PIC 9(11)V9(02) VALUE ZEROES.
004140     05  WK-TOT-MSP             PIC 9(11)V9(02) VALUE ZEROES.
004150     05  WK-TOT-NET             PIC 9(11)V9(02) VALUE ZEROES.
004160*----------------------------------------------------------*
004170* IN-MEMORY MSP PRIMARY-PAYER-PAID TABLE, LOADED ONCE FROM  *
004180* MSP-FILE-IN FOR THE WHOLE RUN.                            *
004190*----------------------------------------------------------*
004200 01  MSP-TABLE.
004210     05  MSP-ENTRY OCCURS 5000 TIMES
004220                   INDEXED BY MSP-IDX MSP-SIDX.
004230         10  MSP-PROVIDER-NO    PIC X(06).
004240         10  MSP-DRG            PIC 9(03).
004250         10  MSP-DISCHARGE-DATE PIC 9(08).
004260         10  MSP-PRIMARY-PAID   PIC 9(09)V9(02).
004270         10  MSP-PAYER-TYPE     PIC X(01).
004280         10  MSP-OTAF-AMT       PIC 9(09)V9(02).
004290*----------------------------------------------------------*
004300* BENEFICIARY DAY-BANK TABLE, LOADED FROM THE PRIOR RUN'S   *
004310* DAY-BANK FILE, UPDATED AS EACH STAY SETTLES, AND          *
004320* REWRITTEN FOR THE NEXT RUN.                               *
004330*----------------------------------------------------------*
004340 01  WK-DB-COUNT                PIC 9(05) VALUE ZEROES.
004350 01  DAY-BANK-TABLE.
004360     05  DB-ENTRY OCCURS 10000 TIMES
004370                  INDEXED BY DB-IDX DB-SIDX.
004380         10  DB-MBI             PIC X(11).
004390         10  DB-PERIOD-START    PIC 9(08).
004400         10  DB-LAST-DISCHARGE  PIC 9(08).
004410         10  DB-PERIOD-DAYS-USED PIC 9(03).
004420         10  DB-PERIOD-DED-SW   PIC X(01).
004430         10  DB-LTR-DAYS-USED   PIC 9(02).
004440 01  WK-DB-FOUND-SW             PIC X(01) VALUE 'N'.
004450     88  DAY-BANK-ROW-FOUND     VALUE 'Y'.
004460     88  DAY-BANK-ROW-NEW       VALUE 'A'.
004470     88  DAY-BANK-FULL          VALUE 'F'.
004480 01  WK-LTR-GRANTED             PIC 9(02) VALUE ZEROES.
004490*----------------------------------------------------------*
004500* ONE CLAIM'S CALL TO THE BENEFICIARY LIABILITY SERVICE.   *
004510*----------------------------------------------------------*
004520 COPY LIABSVC.
004530*---------------------------------------------------------*
004540* CLEAN-CLAIM INTEREST RATE TABLE AND WORK FIELDS.         *
004550*---------------------------------------------------------*
004560  01  INT-RATE-TABLE.
004570      05  IR-ENTRY OCCURS 50 TIMES
004580                   INDEXED BY IR-IDX IR-SIDX.
004590          10  IR-TAB-EFF-DATE    PIC 9(08).
004600          10  IR-TAB-END-DATE    PIC 9(08).
004610          10  IR-TAB-PCT         PIC 9(02)V9(03).
004620  01  WK-INT-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
004630      88  INT-RATE-WAS-FOUND     VALUE 'Y'.
004640  01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
004650  01  WK-RUN-SERIAL              PIC 9(07) VALUE ZEROES.
004660  01  WK-INT-DAYS-LATE           PIC S9(05) VALUE ZEROES.
004670  01  WK-INT-AMT                 PIC 9(07)V9(02) VALUE ZEROES.
004680*---------------------------------------------------------*
004690* MSP PAYER SITUATION OF THE BILL BEING SETTLED, AND THE  *
004700* GOVERNING FORMULA PPLIA215 RETURNS FOR IT.              *
004710*---------------------------------------------------------*
004720  01  WK-MSP-PAYER-TYPE          PIC X(01) VALUE SPACE.
004730  01  WK-MSP-OTAF-AMT            PIC 9(09)V9(02) VALUE ZEROES.
004740  01  WK-MSP-FORMULA             PIC X(02) VALUE SPACES.
004750*---------------------------------------------------------*
004760* MEDICAID CROSSOVER STATE CONTROL-TOTAL TABLE - ONE ROW  *
004770* PER STATE SEEN, FOR THE PER-STATE TRAILER RECORDS.      *
004780*---------------------------------------------------------*
004790  01  WK-XS-COUNT                PIC 9(03) VALUE ZEROES.
004800  01  XOVR-STATE-TABLE.
004810      05  XS-ENTRY OCCURS 60 TIMES
004820                   INDEXED BY XS-IDX XS-SIDX.
004830          10  XS-STATE           PIC X(02).
004840          10  XS-CLAIM-COUNT     PIC 9(07).
004850          10  XS-TOT-DEDUCTIBLE  PIC 9(09)V9(02).
004860          10  XS-TOT-COINSURANCE PIC 9(11)V9(02).
004870          10  XS-TOT-LTR         PIC 9(11)V9(02).
004880          10  XS-TOT-LIABILITY   PIC 9(11)V9(02).
004890  01  WK-XO-STATE                PIC X(02) VALUE SPACES.
004900*---------------------------------------------------------*
004910* BENEFICIARY NOTICE CLAIM TABLE - ONE ROW PER SETTLED    *
004920* CLAIM, GROUPED BY MBI AT END OF RUN INTO ONE NOTICE PER *
004930* BENEFICIARY.                                            *
004940*---------------------------------------------------------*
004950  01  WK-NT-COUNT                PIC 9(05) VALUE ZEROES.
004960  01  NOTICE-TABLE.
004970      05  NT-ENTRY OCCURS 10000 TIMES
004980                   INDEXED BY NT-IDX NT-JDX.
004990          10  NT-MBI             PIC X(11).
005000          10  NT-PROVIDER-NO     PIC X(06).
005010          10  NT-DISCHARGE-DATE  PIC 9(08).
005020          10  NT-RTC             PIC 9(02).
005030          10  NT-COVERED-DAYS    PIC 9(03).
005040          10  NT-DEDUCTIBLE      PIC 9(05)V9(02).
005050          10  NT-COINS-DAYS      PIC 9(03).
005060          10  NT-COINS-AMT       PIC 9(07)V9(02).
005070          10  NT-LTR-DAYS        PIC 9(02).
005080          10  NT-LTR-AMT         PIC 9(07)V9(02).
005090          10  NT-NET-PAYMENT     PIC 9(09)V9(02).
005100          10  NT-LIABILITY       PIC 9(09)V9(02).
005110          10  NT-DONE-SW         PIC X(01).
005120*---------------------------------------------------------*
005130* PPS-RTC REFERENCE TABLE FOR THE PLAIN-LANGUAGE NOTICE   *
005140* TEXT.                                                   *
005150*---------------------------------------------------------*
005160  COPY PPRTC215.
005170  01  WK-RTC-FOUND-SW            PIC X(01) VALUE 'N'.
005180      88  RTC-DESC-WAS-FOUND     VALUE 'Y'.
005190  01  WK-RTC-X                   PIC X(02) VALUE SPACES.
005200*---------------------------------------------------------*
005210* NOTICE PRINT LINES.                                     *
005220*---------------------------------------------------------*
005230  01  WK-MSN-HEAD-LINE.
005240      05  FILLER              PIC X(26) VALUE
005250          'MEDICARE SUMMARY NOTICE   '.
005260      05  FILLER              PIC X(13) VALUE 'NOTICE DATE  '.
005270      05  WK-MH-DATE          PIC 9(08).
005280  01  WK-MSN-BENE-LINE.
005290      05  FILLER              PIC X(13) VALUE 'BENEFICIARY  '.
005300      05  WK-MB-MBI           PIC X(11).
005310  01  WK-MSN-RULE-LINE        PIC X(60) VALUE ALL '='.
005320  01  WK-MSN-CLAIM-LINE.
005330      05  FILLER              PIC X(09) VALUE 'HOSPITAL '.
005340      05  WK-MC-PROVIDER-NO   PIC X(06).
005350      05  FILLER              PIC X(13) VALUE '  DISCHARGED '.
005360      05  WK-MC-DISCHARGE     PIC 9(08).
005370  01  WK-MSN-RTC-LINE.
005380      05  FILLER              PIC X(17) VALUE
005390          'THIS CLAIM WAS - '.
005400      05  WK-MR-TEXT          PIC X(40).
005410  01  WK-MSN-DAYS-LINE.
005420      05  FILLER              PIC X(25) VALUE
005430          'HOSPITAL DAYS COVERED    '.
005440      05  WK-MD-COVERED       PIC ZZ9.
005450      05  FILLER              PIC X(21) VALUE
005460          '  RESERVE DAYS USED  '.
005470      05  WK-MD-LTR-DAYS      PIC Z9.
005480  01  WK-MSN-LIAB-LINE.
005490      05  FILLER              PIC X(11) VALUE 'DEDUCTIBLE '.
005500      05  WK-ML-DEDUCTIBLE    PIC ZZ,ZZ9.99.
005510      05  FILLER              PIC X(14) VALUE '  COINSURANCE '.
005520      05  WK-ML-COINS         PIC ZZZ,ZZ9.99.
005530      05  FILLER              PIC X(10) VALUE '  RESERVE '.
005540      05  WK-ML-LTR           PIC ZZZ,ZZ9.99.
005550  01  WK-MSN-PAY-LINE.
005560      05  FILLER              PIC X(25) VALUE
005570          'MEDICARE PAID            '.
005580      05  WK-MP-NET           PIC Z,ZZZ,ZZZ,ZZ9.99.
005590  01  WK-MSN-OWE-LINE.
005600      05  FILLER              PIC X(25) VALUE
005610          'YOU MAY BE BILLED UP TO  '.
005620      05  WK-MO-LIABILITY     PIC Z,ZZZ,ZZZ,ZZ9.99.
005630*----------------------------------------------------------*
005640* DATE-TO-SERIAL WORK FIELDS, AS IN PPBAT215, SO THE 60-DAY *
005650* BENEFIT-PERIOD GAP SPANS MONTH AND YEAR ENDS CORRECTLY.   *
005660*----------------------------------------------------------*
005670 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
005680 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
005690     05  WK-DTS-YYYY            PIC 9(04).
005700     05  WK-DTS-MM              PIC 9(02).
005710     05  WK-DTS-DD              PIC 9(02).
005720 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
005730 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
005740 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
005750 01  WK-DTS-MONTH-DAYS.
005760     05  FILLER PIC X(36) VALUE
005770         '000031059090120151181212243273304334'.
005780 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
005790     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
005800*----------------------------------------------------------*
005810* SETTLEMENT WORK FIELDS.                                   *
005820*----------------------------------------------------------*
005830 01  WK-SETTLE-FIELDS.
005840     05  WK-DEDUCTIBLE-AMT      PIC 9(05)V9(02) VALUE ZEROES.
005850     05  WK-COINS-DAYS          PIC 9(03) VALUE ZEROES.
005860     05  WK-COINS-AMT           PIC 9(07)V9(02) VALUE ZEROES.
005870     05  WK-LTR-AMT             PIC 9(07)V9(02) VALUE ZEROES.
005880     05  WK-MSP-AMT             PIC 9(09)V9(02) VALUE ZEROES.
005890     05  WK-LIABILITY-AMT       PIC 9(09)V9(02) VALUE ZEROES.
005900     05  WK-NET-AMT             PIC S9(09)V9(02) VALUE ZEROES.
005910*----------------------------------------------------------*
005920* SETTLEMENT REPORT HEADING AND DETAIL LINE.                *
005930*----------------------------------------------------------*
005940 01  WK-SETTLE-HEADING1.
005950     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
005960     05  FILLER              PIC X(05) VALUE 'DRG  '.
005970     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
005980     05  FILLER              PIC X(18) VALUE '        GROSS-PAY '.
005990     05  FILLER              PIC X(11) VALUE 'DEDUCTIBLE '.
006000     05  FILLER              PIC X(12) VALUE 'COINSURANCE '.
006010     05  FILLER              PIC X(11) VALUE '  LTR-AMT  '.
006020     05  FILLER              PIC X(17) VALUE '        MSP-PAID '.
006030     05  FILLER              PIC X(18) VALUE '          NET-PAY '.
006040 01  WK-SETTLE-DETAIL-LINE.
006050     05  WK-SD-PROVIDER-NO   PIC X(06).
006060     05  FILLER              PIC X(03) VALUE SPACES.
006070     05  WK-SD-DRG           PIC 9(03).
006080     05  FILLER              PIC X(02) VALUE SPACES.
006090     05  WK-SD-DISCHARGE-DATE PIC 9(08).
006100     05  FILLER              PIC X(02) VALUE SPACES.
006110     05  WK-SD-GROSS         PIC Z,ZZZ,ZZZ,ZZ9.99.
006120     05  FILLER              PIC X(02) VALUE SPACES.
006130     05  WK-SD-DEDUCTIBLE    PIC ZZ,ZZ9.99.
006140     05  FILLER              PIC X(02) VALUE SPACES.
006150     05  WK-SD-COINSURANCE   PIC ZZZ,ZZ9.99.
006160     05  FILLER              PIC X(02) VALUE SPACES.
006170     05  WK-SD-LTR           PIC ZZZ,ZZ9.99.
006180     05  FILLER              PIC X(02) VALUE SPACES.
006190     05  WK-SD-MSP           PIC Z,ZZZ,ZZZ,ZZ9.99.
006200     05  FILLER              PIC X(02) VALUE SPACES.
006210     05  WK-SD-NET           PIC Z,ZZZ,ZZZ,ZZ9.99.
006220 PROCEDURE DIVISION.
006230*===========================================================*
006240* 0000-MAINLINE                                              *
006250*===========================================================*
006260 0000-MAINLINE.
006270     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
006280     PERFORM 2000-SETTLE-BILLS    THRU 2000-EXIT.
006290     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
006300     STOP RUN.
006310*===========================================================*
006320* 1000-INITIALIZE - OPEN FILES AND LOAD THE MSP PRIMARY-    *
006330*                   PAYER-PAID TABLE FOR THE WHOLE RUN.     *
006340*===========================================================*
006350 1000-INITIALIZE.
006360     OPEN INPUT SET-PARM-FILE.
006370     IF WK-PARM-STATUS = '00'
006380         PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
006390             UNTIL PARM-AT-EOF
006400         CLOSE SET-PARM-FILE
006410     END-IF.
006420     PERFORM 1060-CHECK-DAY-BANK-GEN THRU 1060-EXIT.
006430     OPEN INPUT  BILL-FILE-IN.
006440     OPEN INPUT  SUPP-BILL-IN.
006450     IF WK-SUPP-STATUS = '00'
006460         SET SUPP-ACTIVE TO TRUE
006470     END-IF.
006480     OPEN INPUT  PPS-FILE-IN.
006490     OPEN OUTPUT SETTLE-FILE-OUT.
006500     MOVE SPACES               TO LAYOUT-HDR-REC.
006510     MOVE '*LAY'               TO LH-TAG.
006520     MOVE 'SETTLOUT'           TO LH-LAYOUT-ID.
006530     MOVE 1                    TO LH-LAYOUT-VERSION.
006540     MOVE 98                   TO LH-RECORD-LENGTH.
006550     MOVE WK-GEN-SETTLE-RUN-ID TO LH-RUN-ID.
006560     ACCEPT LH-RUN-DATE FROM DATE YYYYMMDD.
006570     ACCEPT LH-RUN-TIME FROM TIME.
006580     MOVE 'PPSET215'           TO LH-PRODUCER.
006590     WRITE SETTLE-OUT-REC FROM LAYOUT-HDR-REC.
006600     OPEN OUTPUT SETTLE-RPT-OUT.
006610     OPEN OUTPUT XOVR-FILE-OUT.
006620     OPEN OUTPUT MSN-FILE-OUT.
006630     OPEN EXTEND CLAIM-EVENT-OUT.
006640     OPEN OUTPUT BAD-DEBT-OUT.
006650     MOVE WK-SETTLE-HEADING1 TO SETTLE-RPT-LINE.
006660     WRITE SETTLE-RPT-LINE.
006670     PERFORM 1100-LOAD-MSP-TABLE THRU 1100-EXIT.
006680     PERFORM 1200-LOAD-DAY-BANK THRU 1200-EXIT.
006690     PERFORM 1300-LOAD-INT-RATES THRU 1300-EXIT.
006700     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
006710     MOVE WK-RUN-DATE TO WK-DTS-DATE.
006720     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
006730     MOVE WK-DTS-SERIAL TO WK-RUN-SERIAL.
006740 1000-EXIT.
006750     EXIT.
006760*===========================================================*
006770* 1050-READ-ONE-PARM - ONE KEYWORD=VALUE PARAMETER CARD.    *
006780*===========================================================*
006790 1050-READ-ONE-PARM.
006800     READ SET-PARM-FILE
006810         AT END
006820             SET PARM-AT-EOF TO TRUE
006830             GO TO 1050-EXIT
006840     END-READ.
006850     IF SET-PARM-REC = SPACES OR SET-PARM-REC(1:1) = '*'
006860         GO TO 1050-EXIT
006870     END-IF.
006880     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
006890     UNSTRING SET-PARM-REC DELIMITED BY '='
006900         INTO WK-RC-KEYWORD WK-RC-VALUE.
006910     EVALUATE WK-RC-KEYWORD
006920         WHEN 'RUN-ID'
006930             MOVE WK-RC-VALUE TO WK-RUN-ID
006940         WHEN 'GEN-ACK'
006950             IF WK-RC-VALUE = 'Y'
006960                 SET GEN-MISMATCH-ACKED TO TRUE
006970             END-IF
006980         WHEN OTHER
006990             DISPLAY 'PPSET215 - PARAMETER CARD IGNORED : '
007000                     SET-PARM-REC
007010     END-EVALUATE.
007020 1050-EXIT.
007030     EXIT.
007040*===========================================================*
007050* 1060-CHECK-DAY-BANK-GEN - PROVE, BEFORE ANY OUTPUT IS      *
007060* OPENED, THAT DAYBNKIN IS THE DAY-BANK WRITTEN WHEN THE     *
007070* PREVIOUS RUN ON THE RUN-HISTORY REGISTRY WAS SETTLED.  THE *
007080* PRICING RUN HAS ALREADY APPENDED ITS OWN ROW, SO THE RUN   *
007090* EXPECTED IS THE ROW BEFORE THE RUN-ID BEING SETTLED (THE   *
007100* ROW BEFORE THE LAST WHEN NO RUN-ID CARD IS GIVEN).  A      *
007110* MISSING OR EMPTY FILE IS ONLY LISTED; WITH NO REGISTRY     *
007120* NOTHING IS REFUSED.                                        *
007130*===========================================================*
007140 1060-CHECK-DAY-BANK-GEN.
007150     OPEN INPUT RUN-HIST-IN.
007160     IF WK-RUNHIST-STATUS = '00'
007170         PERFORM 1065-READ-RUN-HIST THRU 1065-EXIT
007180             UNTIL GEN-HIST-AT-EOF
007190         CLOSE RUN-HIST-IN
007200     END-IF.
007210     IF WK-RUN-ID = SPACES
007220         MOVE WK-GEN-LAST-RUN-ID  TO WK-GEN-SETTLE-RUN-ID
007230         MOVE WK-GEN-PRIOR-RUN-ID TO WK-GEN-EXPECT-RUN-ID
007240     ELSE
007250         MOVE WK-RUN-ID           TO WK-GEN-SETTLE-RUN-ID
007260         IF NOT GEN-RUN-FOUND
007270             MOVE WK-GEN-LAST-RUN-ID TO WK-GEN-EXPECT-RUN-ID
007280         END-IF
007290     END-IF.
007300     MOVE SPACES TO WK-GEN-FIRST-REC GEN-STAMP-REC.
007310     OPEN INPUT DAY-BANK-IN.
007320     IF WK-DAYBANK-STATUS NOT = '00'
007330         MOVE 'ABSENT'    TO WK-GEN-RESULT
007340         GO TO 1060-REPORT
007350     END-IF.
007360     READ DAY-BANK-IN INTO WK-GEN-FIRST-REC
007370         AT END
007380             MOVE 'EMPTY' TO WK-GEN-RESULT
007390     END-READ.
007400     CLOSE DAY-BANK-IN.
007410     IF WK-GEN-RESULT = 'EMPTY'
007420         GO TO 1060-REPORT
007430     END-IF.
007440     MOVE WK-GEN-FIRST-REC TO GEN-STAMP-REC.
007450     IF NOT GS-IS-STAMP
007460         MOVE 'UNSTAMPED' TO WK-GEN-RESULT
007470         IF WK-GEN-HIST-ROWS > 0
007480             SET GEN-REFUSED TO TRUE
007490         END-IF
007500         GO TO 1060-REPORT
007510     END-IF.
007520     IF WK-GEN-HIST-ROWS = 0 OR WK-GEN-EXPECT-RUN-ID = SPACES
007530         MOVE 'UNCHECKED' TO WK-GEN-RESULT
007540         GO TO 1060-REPORT
007550     END-IF.
007560     IF GS-RUN-ID = WK-GEN-EXPECT-RUN-ID
007570         MOVE 'MATCHED'   TO WK-GEN-RESULT
007580     ELSE
007590         MOVE 'MISMATCH'  TO WK-GEN-RESULT
007600         SET GEN-REFUSED TO TRUE
007610     END-IF.
007620 1060-REPORT.
007630     IF WK-GEN-HIST-ROWS = 0
007640         DISPLAY 'PPSET215 - NO RUN-HISTORY REGISTRY - '
007650                 'GENERATION CHECK SKIPPED'
007660     ELSE
007670         DISPLAY 'PPSET215 - DAY-BANK EXPECTED FROM RUN : '
007680                 WK-GEN-EXPECT-RUN-ID
007690     END-IF.
007700     IF GS-IS-STAMP
007710         DISPLAY 'PPSET215 - GENERATION DAYBNKIN ' WK-GEN-RESULT
007720                 ' ' GS-RUN-ID
007730     ELSE
007740         DISPLAY 'PPSET215 - GENERATION DAYBNKIN ' WK-GEN-RESULT
007750     END-IF.
007760     IF NOT GEN-REFUSED
007770         GO TO 1060-EXIT
007780     END-IF.
007790     IF GEN-MISMATCH-ACKED
007800         DISPLAY 'PPSET215 - DAY-BANK GENERATION MISMATCH '
007810                 'ACKNOWLEDGED - CONTINUING'
007820         MOVE 4 TO RETURN-CODE
007830         GO TO 1060-EXIT
007840     END-IF.
007850     DISPLAY 'PPSET215 - DAY-BANK IS NOT THE OUTPUT OF THE '
007860             'PREVIOUS SETTLEMENT - RUN REFUSED'.
007870     DISPLAY 'PPSET215 - RERUN WITH GEN-ACK=Y ONLY ONCE THE '
007880             'GENERATION IS ACCOUNTED FOR'.
007890     MOVE 12 TO RETURN-CODE.
007900     STOP RUN.
007910 1060-EXIT.
007920     EXIT.
007930*===========================================================*
007940* 1065-READ-RUN-HIST - KEEP THE LAST TWO RUN IDS, AND THE    *
007950* RUN BEFORE THE RUN-ID BEING SETTLED WHEN IT IS FOUND.      *
007960*===========================================================*
007970 1065-READ-RUN-HIST.
007980     READ RUN-HIST-IN
007990         AT END
008000             SET GEN-HIST-AT-EOF TO TRUE
008010             GO TO 1065-EXIT
008020     END-READ.
008030     MOVE RUN-HIST-IN-REC     TO WK-GEN-HIST-VIEW.
008040     MOVE WK-GEN-LAST-RUN-ID  TO WK-GEN-PRIOR-RUN-ID.
008050     MOVE WK-GH-RUN-ID        TO WK-GEN-LAST-RUN-ID.
008060     ADD 1 TO WK-GEN-HIST-ROWS.
008070     IF WK-RUN-ID NOT = SPACES AND WK-GH-RUN-ID = WK-RUN-ID
008080        AND NOT GEN-RUN-FOUND
008090         SET GEN-RUN-FOUND TO TRUE
008100         MOVE WK-GEN-PRIOR-RUN-ID TO WK-GEN-EXPECT-RUN-ID
008110     END-IF.
008120 1065-EXIT.
008130     EXIT.
008140*===========================================================*
008150* 1100-LOAD-MSP-TABLE - LOAD THE OPTIONAL MSP PRIMARY-      *
008160*                 PAYER-PAID FILE INTO MEMORY.  A MISSING    *
008170*                 FILE SIMPLY MEANS NO MSP BILLS THIS RUN.   *
008180*===========================================================*
008190 1100-LOAD-MSP-TABLE.
008200     OPEN INPUT MSP-FILE-IN.
008210     IF WK-MSP-STATUS NOT = '00'
008220         SET MSP-AT-EOF TO TRUE
008230         GO TO 1100-EXIT
008240     END-IF.
008250     SET MSP-IDX TO 1.
008260     PERFORM 1110-READ-MSP THRU 1110-EXIT
008270         UNTIL MSP-AT-EOF OR WK-MSP-COUNT >= 5000.
008280     PERFORM 1115-COUNT-MSP-OVERFLOW THRU 1115-EXIT
008290         UNTIL MSP-AT-EOF.
008300     CLOSE MSP-FILE-IN.
008310 1100-EXIT.
008320     EXIT.
008330*-----------------------------------------------------------*
008340* 1115-COUNT-MSP-OVERFLOW - COUNT MSP RECORDS PAST THE      *
008350* TABLE CAPACITY SO BILLS SETTLING WITH A ZERO PRIMARY-     *
008360* PAYER AMOUNT FOR WANT OF A ROW CANNOT PASS SILENTLY.      *
008370*-----------------------------------------------------------*
008380 1115-COUNT-MSP-OVERFLOW.
008390     READ MSP-FILE-IN
008400         AT END
008410             SET MSP-AT-EOF TO TRUE
008420             GO TO 1115-EXIT
008430     END-READ.
008440     ADD 1 TO WK-MSP-DROPPED.
008450  1115-EXIT.
008460     EXIT.
008470*===========================================================*
008480* 1200-LOAD-DAY-BANK - LOAD THE PRIOR RUN'S BENEFICIARY     *
008490*                 DAY-BANK FILE.  A MISSING FILE MEANS       *
008500*                 EVERY BENEFICIARY STARTS A FRESH BENEFIT   *
008510*                 PERIOD WITH ALL SIXTY LIFETIME RESERVE     *
008520*                 DAYS AVAILABLE.                            *
008530*===========================================================*
008540 1200-LOAD-DAY-BANK.
008550     OPEN INPUT DAY-BANK-IN.
008560     IF WK-DAYBANK-STATUS NOT = '00'
008570         GO TO 1200-EXIT
008580     END-IF.
008590     SET DB-IDX TO 1.
008600     PERFORM 1210-READ-DAY-BANK THRU 1210-EXIT
008610         UNTIL DAYBANK-AT-EOF OR WK-DB-COUNT >= 10000.
008620     CLOSE DAY-BANK-IN.
008630     MOVE WK-DB-COUNT TO WK-DB-ROWS-IN.
008640 1200-EXIT.
008650     EXIT.
008660 1210-READ-DAY-BANK.
008670     READ DAY-BANK-IN
008680         AT END
008690             SET DAYBANK-AT-EOF TO TRUE
008700             GO TO 1210-EXIT
008710     END-READ.
008720     MOVE DAY-BANK-IN-REC TO GEN-STAMP-REC.
008730     IF GS-IS-STAMP
008740         GO TO 1210-EXIT
008750     END-IF.
008760     MOVE DB-IN-MBI              TO DB-MBI(DB-IDX).
008770     MOVE DB-IN-PERIOD-START     TO DB-PERIOD-START(DB-IDX).
008780     MOVE DB-IN-LAST-DISCHARGE   TO DB-LAST-DISCHARGE(DB-IDX).
008790     MOVE DB-IN-PERIOD-DAYS-USED
008800                                 TO DB-PERIOD-DAYS-USED(DB-IDX).
008810     MOVE DB-IN-PERIOD-DED-SW    TO DB-PERIOD-DED-SW(DB-IDX).
008820     MOVE DB-IN-LTR-DAYS-USED    TO DB-LTR-DAYS-USED(DB-IDX).
008830     ADD  1 TO WK-DB-COUNT.
008840     SET  DB-IDX UP BY 1.
008850 1210-EXIT.
008860     EXIT.
008870*===========================================================*
008880* 1300-LOAD-INT-RATES - LOAD THE CLEAN-CLAIM INTEREST RATE  *
008890*                 FILE, IF ANY.  A MISSING FILE MEANS NO     *
008900*                 INTEREST IS PAID THIS RUN.                 *
008910*===========================================================*
008920 1300-LOAD-INT-RATES.
008930     OPEN INPUT INT-RATE-FILE.
008940     IF WK-INTRATE-STATUS NOT = '00'
008950         GO TO 1300-EXIT
008960     END-IF.
008970     SET IR-IDX TO 1.
008980     PERFORM 1310-READ-INT-RATE THRU 1310-EXIT
008990         UNTIL INTRATE-AT-EOF OR WK-INTRATE-COUNT >= 50.
009000     CLOSE INT-RATE-FILE.
009010 1300-EXIT.
009020     EXIT.
009030 1310-READ-INT-RATE.
009040     READ INT-RATE-FILE
009050         AT END
009060             SET INTRATE-AT-EOF TO TRUE
009070             GO TO 1310-EXIT
009080     END-READ.
009090     MOVE IR-EFF-DATE   TO IR-TAB-EFF-DATE(IR-IDX).
009100     MOVE IR-END-DATE   TO IR-TAB-END-DATE(IR-IDX).
009110     MOVE IR-ANNUAL-PCT TO IR-TAB-PCT(IR-IDX).
009120     ADD  1 TO WK-INTRATE-COUNT.
009130     SET  IR-IDX UP BY 1.
009140  1310-EXIT.
009150     EXIT.
009160 1110-READ-MSP.
009170     READ MSP-FILE-IN
009180         AT END
009190             SET MSP-AT-EOF TO TRUE
009200             GO TO 1110-EXIT
009210     END-READ.
009220     MOVE MS-PROVIDER-NO      TO MSP-PROVIDER-NO(MSP-IDX).
009230     MOVE MS-DRG              TO MSP-DRG(MSP-IDX).
009240     MOVE MS-DISCHARGE-DATE   TO MSP-DISCHARGE-DATE(MSP-IDX).
009250     MOVE MS-PRIMARY-PAID-AMT TO MSP-PRIMARY-PAID(MSP-IDX).
009260     MOVE MS-PAYER-TYPE       TO MSP-PAYER-TYPE(MSP-IDX).
009270     MOVE MS-OTAF-AMT         TO MSP-OTAF-AMT(MSP-IDX).
009280     ADD  1 TO WK-MSP-COUNT.
009290     SET  MSP-IDX UP BY 1.
009300 1110-EXIT.
009310     EXIT.
009320*===========================================================*
009330* 2000-SETTLE-BILLS - MAIN SETTLEMENT LOOP, DRIVEN BY THE   *
009340*                 PRICING RESULT FILE.  EACH RESULT ROW IS   *
009350*                 MATCHED TO ITS BILL BY READING THE BILL    *
009360*                 FILE FORWARD (BOTH FILES ARE IN THE SAME   *
009370*                 ORDER THE PRICING RUN READ THEM).          *
009380*===========================================================*
009390 2000-SETTLE-BILLS.
009400     PERFORM 2100-READ-PPS THRU 2100-EXIT.
009410     PERFORM 2200-SETTLE-ONE-BILL THRU 2200-EXIT
009420         UNTIL PPS-AT-EOF.
009430 2000-EXIT.
009440     EXIT.
009450 2100-READ-PPS.
009460     READ PPS-FILE-IN
009470         AT END
009480             SET PPS-AT-EOF TO TRUE
009490             GO TO 2100-EXIT
009500     END-READ.
009510     IF PPS-IN-REC(1:4) = '*LAY'
009520        OR NOT PPSIN-LAYOUT-CHECKED
009530         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
009540         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
009550         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
009560         SET PPSIN-LAYOUT-CHECKED TO TRUE
009570         IF LH-IS-HEADER
009580             GO TO 2100-READ-PPS
009590         END-IF
009600     END-IF.
009610     ADD 1 TO WK-PPS-READ.
009620 2100-EXIT.
009630     EXIT.
009640 2200-SETTLE-ONE-BILL.
009650*    REVERSAL (CREDIT) ROWS FROM ADJUSTMENT/CANCEL BILLS DO
009660*    NOT CONSUME A BILL RECORD AND CARRY NO NEW LIABILITY -
009670*    SKIP THEM AND SETTLE ONLY PAYMENT (DEBIT) ROWS.
009680     IF PI-DEBIT-CREDIT-IND = 'C'
009690         PERFORM 2100-READ-PPS THRU 2100-EXIT
009700         GO TO 2200-EXIT
009710     END-IF.
009720*    RECYCLED-PEND AND REWORKED ROWS WERE PRICED FROM THE
009730*    PEND/REWORK FILES, NOT THE RUN'S BILL FILE - THEIR
009740*    BILL RECORDS ARRIVE ON THE SETTLED-BILL COMPANION
009750*    EXTRACT, IN THE SAME ORDER AS THEIR RESULT ROWS.
009760     IF PI-BILL-SOURCE NOT = SPACE
009770         PERFORM 2250-SETTLE-SUPP-BILL THRU 2250-EXIT
009780         PERFORM 2100-READ-PPS THRU 2100-EXIT
009790         GO TO 2200-EXIT
009800     END-IF.
009810     PERFORM 2210-MATCH-BILL THRU 2210-EXIT.
009820     IF BILL-WAS-MATCHED
009830         PERFORM 2300-CALC-LIABILITY THRU 2300-EXIT
009840         PERFORM 2400-WRITE-SETTLEMENT THRU 2400-EXIT
009850         ADD 1 TO WK-BILLS-SETTLED
009860     ELSE
009870         ADD 1 TO WK-BILLS-UNMATCHED
009880         DISPLAY 'PPSET215 - NO BILL FOR PRICED ROW : '
009890                 PI-PROVIDER-NO ' ' PI-DISCHARGE-DATE
009900     END-IF.
009910     PERFORM 2100-READ-PPS THRU 2100-EXIT.
009920 2200-EXIT.
009930     EXIT.
009940*===========================================================*
009950* 2250-SETTLE-SUPP-BILL - SETTLE A RECYCLED-PEND OR REWORKED *
009960* PAYMENT FROM ITS COMPANION BILL RECORD.  THE COMPANION    *
009970* FILE PARALLELS THE R/W RESULT ROWS ONE FOR ONE, SO A      *
009980* MISSING OR OUT-OF-STEP RECORD IS COUNTED AND REPORTED.    *
009990*===========================================================*
010000 2250-SETTLE-SUPP-BILL.
010010     IF NOT SUPP-ACTIVE OR SUPP-AT-EOF
010020         ADD 1 TO WK-BILLS-UNMATCHED
010030         DISPLAY 'PPSET215 - NO COMPANION BILL FOR ROW : '
010040                 PI-PROVIDER-NO ' ' PI-DISCHARGE-DATE
010050         GO TO 2250-EXIT
010060     END-IF.
010070     READ SUPP-BILL-IN INTO BILL-DATA-2021
010080         AT END
010090             SET SUPP-AT-EOF TO TRUE
010100             ADD 1 TO WK-BILLS-UNMATCHED
010110             DISPLAY 'PPSET215 - NO COMPANION BILL FOR ROW : '
010120                     PI-PROVIDER-NO ' ' PI-DISCHARGE-DATE
010130             GO TO 2250-EXIT
010140     END-READ.
010150     IF B-21-PROVIDER-NO = PI-PROVIDER-NO
010160        AND B-21-DRG = PI-DRG
010170        AND B-21-DISCHARGE-DATE = PI-DISCHARGE-DATE
010180         PERFORM 2300-CALC-LIABILITY THRU 2300-EXIT
010190         PERFORM 2400-WRITE-SETTLEMENT THRU 2400-EXIT
010200         ADD 1 TO WK-BILLS-SETTLED
010210         ADD 1 TO WK-SUPP-SETTLED
010220     ELSE
010230         ADD 1 TO WK-BILLS-UNMATCHED
010240         DISPLAY 'PPSET215 - COMPANION BILL OUT OF STEP : '
010250                 B-21-PROVIDER-NO ' ' B-21-DISCHARGE-DATE
010260     END-IF.
010270  2250-EXIT.
010280     EXIT.
010290*===========================================================*
010300* 2210-MATCH-BILL - ADVANCE THE BILL FILE UNTIL THE RECORD  *
010310*                 MATCHING THE CURRENT PRICING ROW IS FOUND.  *
010320*                 BILLS SKIPPED OVER NEVER PRICED (NO        *
010330*                 PROVIDER RECORD) AND HAVE NO RESULT ROW.   *
010340*===========================================================*
010350 2210-MATCH-BILL.
010360     MOVE 'N' TO WK-BILL-MATCH-SW.
010370     PERFORM 2220-READ-BILL THRU 2220-EXIT
010380         UNTIL BILL-AT-EOF OR BILL-WAS-MATCHED.
010390 2210-EXIT.
010400     EXIT.
010410 2220-READ-BILL.
010420     READ BILL-FILE-IN
010430         AT END
010440             SET BILL-AT-EOF TO TRUE
010450             GO TO 2220-EXIT
010460     END-READ.
010470     ADD 1 TO WK-BILLS-READ.
010480     IF B-21-PROVIDER-NO = PI-PROVIDER-NO
010490        AND B-21-DRG = PI-DRG
010500        AND B-21-DISCHARGE-DATE = PI-DISCHARGE-DATE
010510         SET BILL-WAS-MATCHED TO TRUE
010520     END-IF.
010530 2220-EXIT.
010540     EXIT.
010550*===========================================================*
010560* 2300-CALC-LIABILITY - SETTLE THE BILL THROUGH PPLIA215:   *
010570*                 THE PART A DEDUCTIBLE, THE COINSURANCE    *
010580*                 LIABILITY FOR COVERED DAYS 61-90, THE     *
010590*                 LIFETIME-RESERVE-DAY LIABILITY, THE       *
010600*                 SEQUESTRATION AMOUNT AND ANY MSP PRIMARY- *
010610*                 PAYER-PAID AMOUNT COME OFF THE PRICED     *
010620*                 TOTAL.  A BILL THAT WAS NOT PAID (RTC 50+)*
010630*                 SETTLES AT ZERO WITH NO LIABILITY.  THE   *
010640*                 BENEFICIARY'S DAY-BANK ROW GOES IN AND    *
010650*                 COMES BACK UPDATED FOR THE STAY.          *
010660*===========================================================*
010670 2300-CALC-LIABILITY.
010680     MOVE ZEROES TO WK-DEDUCTIBLE-AMT
010690                    WK-COINS-DAYS
010700                    WK-COINS-AMT
010710                    WK-LTR-AMT
010720                    WK-MSP-AMT
010730                    WK-LIABILITY-AMT
010740                    WK-LTR-GRANTED
010750                    WK-INT-AMT
010760                    WK-MSP-OTAF-AMT
010770                    WK-NET-AMT.
010780     MOVE SPACES TO WK-MSP-FORMULA.
010790     MOVE SPACE  TO WK-MSP-PAYER-TYPE.
010800     IF PI-PPS-RTC NOT < 50
010810         GO TO 2300-EXIT
010820     END-IF.
010830     MOVE PI-DISCHARGE-DATE    TO LB-DISCHARGE-DATE.
010840     MOVE B-21-ADMIT-DATE      TO LB-ADMIT-DATE.
010850     MOVE B-21-COVERED-DAYS    TO LB-COVERED-DAYS.
010860     MOVE B-21-LTR-DAYS        TO LB-LTR-DAYS.
010870     MOVE B-21-CHARGES-CLAIMED TO LB-CHARGES-CLAIMED.
010880     MOVE PI-PPS-RTC           TO LB-PPS-RTC.
010890     MOVE PI-PPS-TOTAL-PAYMENT TO LB-GROSS-PAYMENT.
010900     MOVE PI-SEQUESTRATION-AMT TO LB-SEQUESTRATION-AMT.
010910     PERFORM 2320-FIND-MSP-AMOUNT THRU 2320-EXIT.
010920     MOVE WK-MSP-AMT           TO LB-MSP-PRIMARY-PAID.
010930     MOVE WK-MSP-PAYER-TYPE    TO LB-MSP-PAYER-TYPE.
010940     MOVE WK-MSP-OTAF-AMT      TO LB-MSP-OTAF-AMT.
010950     MOVE 'N' TO LB-DAY-BANK-SW.
010960     MOVE 'N' TO WK-DB-FOUND-SW.
010970     IF B-21-MBI NOT = SPACES AND B-21-MBI NOT = LOW-VALUES
010980         PERFORM 2340-FIND-DAY-BANK-ROW THRU 2340-EXIT
010990     END-IF.
011000     CALL 'PPLIA215' USING LIABSVC-AREA.
011010     IF LB-NO-PARTA-RATE
011020         DISPLAY 'PPSET215 - NO PART A RATE FOR DISCHARGE : '
011030                 PI-DISCHARGE-DATE
011040         MOVE ZEROES TO WK-MSP-AMT WK-MSP-OTAF-AMT
011050         MOVE SPACE  TO WK-MSP-PAYER-TYPE
011060         MOVE LB-NET-AMT TO WK-NET-AMT
011070         GO TO 2300-EXIT
011080     END-IF.
011090     PERFORM 2345-KEEP-DAY-BANK-ROW THRU 2345-EXIT.
011100     MOVE LB-DEDUCTIBLE-AMT    TO WK-DEDUCTIBLE-AMT.
011110     MOVE LB-COINS-DAYS        TO WK-COINS-DAYS.
011120     MOVE LB-COINS-AMT         TO WK-COINS-AMT.
011130     MOVE LB-LTR-GRANTED       TO WK-LTR-GRANTED.
011140     MOVE LB-LTR-AMT           TO WK-LTR-AMT.
011150     MOVE LB-LIABILITY-AMT     TO WK-LIABILITY-AMT.
011160     MOVE LB-NET-AMT           TO WK-NET-AMT.
011170     MOVE LB-MSP-FORMULA       TO WK-MSP-FORMULA.
011180     IF LB-DED-WAIVED
011190         ADD 1 TO WK-DED-WAIVED
011200     END-IF.
011210     IF LB-LTR-CAPPED
011220         ADD 1 TO WK-LTR-CAPPED
011230     END-IF.
011240     EVALUATE WK-MSP-FORMULA
011250         WHEN 'F1'
011260             ADD 1 TO WK-MSP-F1-GOVERNED
011270         WHEN 'F2'
011280             ADD 1 TO WK-MSP-F2-GOVERNED
011290         WHEN 'F3'
011300             ADD 1 TO WK-MSP-F3-GOVERNED
011310     END-EVALUATE.
011320     PERFORM 2350-CALC-INTEREST THRU 2350-EXIT.
011330 2300-EXIT.
011340     EXIT.
011350*===========================================================*
011360* 2340-FIND-DAY-BANK-ROW - FIND THE BENEFICIARY'S DAY-BANK  *
011370* ROW AND PASS ITS POSITION TO PPLIA215.  ONE NOT YET IN    *
011380* THE TABLE STARTS FROM AN EMPTY POSITION, ADDED BY 2345    *
011390* ONCE A STAY SETTLES AGAINST IT.  A FULL TABLE IS COUNTED  *
011400* THERE AND THE BILL SETTLES PER BILL.                      *
011410*===========================================================*
011420 2340-FIND-DAY-BANK-ROW.
011430     IF WK-DB-COUNT > 0
011440         SET DB-SIDX TO 1
011450         SEARCH DB-ENTRY VARYING DB-SIDX
011460             AT END
011470                 CONTINUE
011480             WHEN DB-MBI(DB-SIDX) = B-21-MBI
011490                 SET DAY-BANK-ROW-FOUND TO TRUE
011500         END-SEARCH
011510     END-IF.
011520     IF DAY-BANK-ROW-FOUND
011530         MOVE DB-PERIOD-START(DB-SIDX)  TO LB-DB-PERIOD-START
011540         MOVE DB-LAST-DISCHARGE(DB-SIDX) TO LB-DB-LAST-DISCHARGE
011550         MOVE DB-PERIOD-DAYS-USED(DB-SIDX)
011560                                    TO LB-DB-PERIOD-DAYS-USED
011570         MOVE DB-PERIOD-DED-SW(DB-SIDX) TO LB-DB-PERIOD-DED-SW
011580         MOVE DB-LTR-DAYS-USED(DB-SIDX) TO LB-DB-LTR-DAYS-USED
011590         MOVE 'Y' TO LB-DAY-BANK-SW
011600         GO TO 2340-EXIT
011610     END-IF.
011620     IF WK-DB-COUNT >= 10000
011630         SET DAY-BANK-FULL TO TRUE
011640         GO TO 2340-EXIT
011650     END-IF.
011660     MOVE ZEROES TO LB-DB-PERIOD-START
011670                    LB-DB-LAST-DISCHARGE
011680                    LB-DB-PERIOD-DAYS-USED
011690                    LB-DB-LTR-DAYS-USED.
011700     MOVE 'N' TO LB-DB-PERIOD-DED-SW.
011710     MOVE 'Y' TO LB-DAY-BANK-SW.
011720     SET DAY-BANK-ROW-NEW TO TRUE.
011730 2340-EXIT.
011740     EXIT.
011750*-----------------------------------------------------------*
011760* 2345-KEEP-DAY-BANK-ROW - PUT THE POSITION PPLIA215 HANDED *
011770* BACK INTO THE BENEFICIARY'S ROW, ADDING THE ROW FOR ONE   *
011780* SEEN FOR THE FIRST TIME.  A BILL THAT DID NOT SETTLE      *
011790* LEAVES THE DAY BANK AS IT WAS.                            *
011800*-----------------------------------------------------------*
011810 2345-KEEP-DAY-BANK-ROW.
011820     IF NOT LB-SETTLED
011830         GO TO 2345-EXIT
011840     END-IF.
011850     IF DAY-BANK-FULL
011860         ADD 1 TO WK-DB-DROPPED
011870         GO TO 2345-EXIT
011880     END-IF.
011890     IF DAY-BANK-ROW-NEW
011900         ADD 1 TO WK-DB-COUNT
011910         SET DB-SIDX TO WK-DB-COUNT
011920         MOVE B-21-MBI TO DB-MBI(DB-SIDX)
011930         SET DAY-BANK-ROW-FOUND TO TRUE
011940     END-IF.
011950     IF NOT DAY-BANK-ROW-FOUND
011960         GO TO 2345-EXIT
011970     END-IF.
011980     MOVE LB-DB-PERIOD-START     TO DB-PERIOD-START(DB-SIDX).
011990     MOVE LB-DB-LAST-DISCHARGE   TO DB-LAST-DISCHARGE(DB-SIDX).
012000     MOVE LB-DB-PERIOD-DAYS-USED TO DB-PERIOD-DAYS-USED(DB-SIDX).
012010     MOVE LB-DB-PERIOD-DED-SW    TO DB-PERIOD-DED-SW(DB-SIDX).
012020     MOVE LB-DB-LTR-DAYS-USED    TO DB-LTR-DAYS-USED(DB-SIDX).
012030 2345-EXIT.
012040     EXIT.
012050*==========================================================*
012060* 2350-CALC-INTEREST - PAY CLEAN-CLAIM INTEREST ON A        *
012070* PAYMENT MADE MORE THAN 30 DAYS AFTER THE CLAIM'S RECEIPT  *
012080* DATE (A REWORKED CORRECTION OR RECYCLED PEND PAYING       *
012090* WEEKS LATE), AT THE PUBLISHED RATE IN FORCE ON THE RUN    *
012100* DATE, FOR THE DAYS PAST THE 30TH.  A BILL WITH NO         *
012110* RECEIPT DATE, OR A RUN WITH NO RATE FILE, PAYS NO         *
012120* INTEREST.                                                 *
012130*==========================================================*
012140  2350-CALC-INTEREST.
012150      IF WK-INTRATE-COUNT = 0
012160          GO TO 2350-EXIT
012170      END-IF.
012180      IF B-21-RECEIPT-DATE NOT NUMERIC
012190         OR B-21-RECEIPT-DATE = 0
012200          GO TO 2350-EXIT
012210      END-IF.
012220      MOVE B-21-RECEIPT-DATE TO WK-DTS-DATE.
012230      PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
012240      COMPUTE WK-INT-DAYS-LATE =
012250          WK-RUN-SERIAL - WK-DTS-SERIAL - 30.
012260      IF WK-INT-DAYS-LATE NOT > 0
012270          GO TO 2350-EXIT
012280      END-IF.
012290      MOVE 'N' TO WK-INT-RATE-FOUND-SW.
012300      SET IR-SIDX TO 1.
012310      SEARCH IR-ENTRY VARYING IR-SIDX
012320          AT END
012330              CONTINUE
012340          WHEN WK-RUN-DATE NOT < IR-TAB-EFF-DATE(IR-SIDX)
012350              AND WK-RUN-DATE NOT > IR-TAB-END-DATE(IR-SIDX)
012360              SET INT-RATE-WAS-FOUND TO TRUE
012370      END-SEARCH.
012380      IF NOT INT-RATE-WAS-FOUND
012390          GO TO 2350-EXIT
012400      END-IF.
012410      COMPUTE WK-INT-AMT ROUNDED =
012420          (WK-NET-AMT * IR-TAB-PCT(IR-SIDX) *
012430           WK-INT-DAYS-LATE) / 36500
012440          ON SIZE ERROR MOVE 0 TO WK-INT-AMT.
012450      IF WK-INT-AMT > 0
012460          ADD 1 TO WK-INT-BILLS
012470          ADD WK-INT-AMT TO WK-TOT-INTEREST
012480      END-IF.
012490  2350-EXIT.
012500      EXIT.
012510*===========================================================*
012520* 8500-DATE-TO-SERIAL - CONVERT WK-DTS-DATE (CCYYMMDD) TO A  *
012530* DAY SERIAL, AS IN PPBAT215, SO THE BENEFIT-PERIOD GAP      *
012540* SPANS MONTH AND YEAR ENDS CORRECTLY.                       *
012550*===========================================================*
012560 8500-DATE-TO-SERIAL.
012570     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
012580     IF WK-DTS-MM < 3
012590         SUBTRACT 1 FROM WK-DTS-YEARS
012600     END-IF.
012610     COMPUTE WK-DTS-LEAPS =
012620         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
012630         + (WK-DTS-YEARS / 400).
012640     COMPUTE WK-DTS-SERIAL =
012650         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
012660         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
012670 8500-EXIT.
012680     EXIT.
012690*===========================================================*
012700* 2320-FIND-MSP-AMOUNT - LOOK THE CURRENT BILL UP IN THE    *
012710*                 MSP PRIMARY-PAYER-PAID TABLE.              *
012720*===========================================================*
012730 2320-FIND-MSP-AMOUNT.
012740     SET WK-MSP-FOUND-SW TO 'N'.
012750     IF WK-MSP-COUNT = 0
012760         GO TO 2320-EXIT
012770     END-IF.
012780     SET MSP-SIDX TO 1.
012790     SEARCH MSP-ENTRY VARYING MSP-SIDX
012800         AT END
012810             CONTINUE
012820         WHEN MSP-PROVIDER-NO(MSP-SIDX) = PI-PROVIDER-NO
012830             AND MSP-DRG(MSP-SIDX) = PI-DRG
012840             AND MSP-DISCHARGE-DATE(MSP-SIDX) = PI-DISCHARGE-DATE
012850             SET MSP-WAS-FOUND TO TRUE
012860     END-SEARCH.
012870     IF MSP-WAS-FOUND
012880         MOVE MSP-PRIMARY-PAID(MSP-SIDX) TO WK-MSP-AMT
012890         MOVE MSP-PAYER-TYPE(MSP-SIDX)   TO WK-MSP-PAYER-TYPE
012900         MOVE MSP-OTAF-AMT(MSP-SIDX)     TO WK-MSP-OTAF-AMT
012910     END-IF.
012920 2320-EXIT.
012930     EXIT.
012940*===========================================================*
012950* 2400-WRITE-SETTLEMENT - WRITE THE NET-MEDICARE-PAYMENT    *
012960*                 RECORD AND ITS REPORT LINE, AND ROLL THE   *
012970*                 RUN CONTROL TOTALS.                        *
012980*===========================================================*
012990 2400-WRITE-SETTLEMENT.
013000     MOVE PI-PROVIDER-NO       TO ST-PROVIDER-NO.
013010     MOVE PI-DRG               TO ST-DRG.
013020     MOVE PI-DISCHARGE-DATE    TO ST-DISCHARGE-DATE.
013030     MOVE PI-PPS-RTC           TO ST-PPS-RTC.
013040     MOVE PI-PPS-TOTAL-PAYMENT TO ST-GROSS-PAYMENT.
013050     MOVE WK-DEDUCTIBLE-AMT    TO ST-DEDUCTIBLE-AMT.
013060     MOVE WK-COINS-DAYS        TO ST-COINSURANCE-DAYS.
013070     MOVE WK-COINS-AMT         TO ST-COINSURANCE-AMT.
013080     MOVE WK-LTR-GRANTED       TO ST-LTR-DAYS.
013090     MOVE WK-LTR-AMT           TO ST-LTR-AMT.
013100     MOVE WK-MSP-AMT           TO ST-MSP-PRIMARY-PAID.
013110     MOVE WK-NET-AMT           TO ST-NET-MEDICARE-PAYMENT.
013120     MOVE WK-INT-AMT           TO ST-INTEREST-AMT.
013130     MOVE WK-MSP-PAYER-TYPE    TO ST-MSP-PAYER-TYPE.
013140     MOVE WK-MSP-FORMULA       TO ST-MSP-FORMULA.
013150     PERFORM 2450-WRITE-CROSSOVER THRU 2450-EXIT.
013160     PERFORM 2460-ACCUM-NOTICE THRU 2460-EXIT.
013170     PERFORM 2470-WRITE-BAD-DEBT THRU 2470-EXIT.
013180     WRITE SETTLE-OUT-REC.
013190     PERFORM 2410-JOURNAL-SETTLED THRU 2410-EXIT.
013200     MOVE PI-PROVIDER-NO       TO WK-SD-PROVIDER-NO.
013210     MOVE PI-DRG               TO WK-SD-DRG.
013220     MOVE PI-DISCHARGE-DATE    TO WK-SD-DISCHARGE-DATE.
013230     MOVE PI-PPS-TOTAL-PAYMENT TO WK-SD-GROSS.
013240     MOVE WK-DEDUCTIBLE-AMT    TO WK-SD-DEDUCTIBLE.
013250     MOVE WK-COINS-AMT         TO WK-SD-COINSURANCE.
013260     MOVE WK-LTR-AMT           TO WK-SD-LTR.
013270     MOVE WK-MSP-AMT           TO WK-SD-MSP.
013280     MOVE WK-NET-AMT           TO WK-SD-NET.
013290     MOVE WK-SETTLE-DETAIL-LINE TO SETTLE-RPT-LINE.
013300     WRITE SETTLE-RPT-LINE.
013310     ADD PI-PPS-TOTAL-PAYMENT  TO WK-TOT-GROSS.
013320     ADD WK-LIABILITY-AMT      TO WK-TOT-LIABILITY.
013330     ADD WK-MSP-AMT            TO WK-TOT-MSP.
013340     ADD WK-NET-AMT            TO WK-TOT-NET.
013350 2400-EXIT.
013360     EXIT.
013370*===========================================================*
013380* 2410-JOURNAL-SETTLED - APPEND THE SETTLED EVENT: THE NET  *
013390* MEDICARE PAYMENT, WITH THE BENEFICIARY LIABILITY AS THE   *
013400* SECONDARY AMOUNT.                                         *
013410*===========================================================*
013420 2410-JOURNAL-SETTLED.
013430     MOVE SPACES               TO CLAIM-EVENT-REC.
013440     MOVE PI-CLAIM-SEQ         TO EV-CLAIM-SEQ.
013450     MOVE WK-RUN-ID            TO EV-RUN-ID.
013460     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
013470     ACCEPT EV-EVENT-TIME FROM TIME.
013480     MOVE 'ST'                 TO EV-EVENT-TYPE.
013490     MOVE 'PPSET215'           TO EV-PROGRAM.
013500     MOVE PI-PROVIDER-NO       TO EV-PROVIDER-NO.
013510     MOVE B-21-MBI             TO EV-MBI.
013520     MOVE PI-DISCHARGE-DATE    TO EV-DISCHARGE-DATE.
013530     MOVE PI-DRG               TO EV-DRG.
013540     MOVE PI-PPS-RTC           TO EV-RTC.
013550     MOVE B-21-CHARGES-CLAIMED TO EV-CHARGES.
013560     MOVE WK-NET-AMT           TO EV-PAYMENT.
013570     MOVE WK-LIABILITY-AMT     TO EV-OTHER-AMT.
013580     MOVE WK-MSP-FORMULA       TO EV-DETAIL.
013590     WRITE CLAIM-EVENT-REC.
013600 2410-EXIT.
013610     EXIT.
013620*==========================================================*
013630* 2460-ACCUM-NOTICE - HOLD THIS SETTLED CLAIM FOR THE       *
013640* BENEFICIARY'S END-OF-RUN NOTICE.  A CLAIM WITH NO MBI     *
013650* CANNOT BE NOTICED AND IS COUNTED.                         *
013660*==========================================================*
013670  2460-ACCUM-NOTICE.
013680      IF B-21-MBI = SPACES OR B-21-MBI = LOW-VALUES
013690          ADD 1 TO WK-NOTICE-NO-MBI
013700          GO TO 2460-EXIT
013710      END-IF.
013720      IF WK-NT-COUNT >= 10000
013730          ADD 1 TO WK-NOTICE-DROPPED
013740          GO TO 2460-EXIT
013750      END-IF.
013760      ADD 1 TO WK-NT-COUNT.
013770      SET NT-IDX TO WK-NT-COUNT.
013780      MOVE B-21-MBI          TO NT-MBI(NT-IDX).
013790      MOVE PI-PROVIDER-NO    TO NT-PROVIDER-NO(NT-IDX).
013800      MOVE PI-DISCHARGE-DATE TO NT-DISCHARGE-DATE(NT-IDX).
013810      MOVE PI-PPS-RTC        TO NT-RTC(NT-IDX).
013820      MOVE B-21-COVERED-DAYS TO NT-COVERED-DAYS(NT-IDX).
013830      MOVE WK-DEDUCTIBLE-AMT TO NT-DEDUCTIBLE(NT-IDX).
013840      MOVE WK-COINS-DAYS     TO NT-COINS-DAYS(NT-IDX).
013850      MOVE WK-COINS-AMT      TO NT-COINS-AMT(NT-IDX).
013860      MOVE WK-LTR-GRANTED    TO NT-LTR-DAYS(NT-IDX).
013870      MOVE WK-LTR-AMT        TO NT-LTR-AMT(NT-IDX).
013880      MOVE WK-NET-AMT        TO NT-NET-PAYMENT(NT-IDX).
013890      MOVE WK-LIABILITY-AMT  TO NT-LIABILITY(NT-IDX).
013900      MOVE 'N'               TO NT-DONE-SW(NT-IDX).
013910  2460-EXIT.
013920      EXIT.
013930*===========================================================*
013940* 2450-WRITE-CROSSOVER - FOR A PAID DUAL-ELIGIBLE CLAIM,     *
013950* WRITE THE STATE MEDICAID AGENCY'S CROSSOVER DETAIL RECORD  *
013960* AND ROLL THE STATE'S CONTROL TOTALS.  A BLANK STATE CODE   *
013970* FALLS BACK TO THE PROVIDER'S STATE.                        *
013980*===========================================================*
013990 2450-WRITE-CROSSOVER.
014000     IF NOT B-21-CROSSOVER-CLAIM
014010         GO TO 2450-EXIT
014020     END-IF.
014030     IF PI-PPS-RTC NOT < 50
014040         GO TO 2450-EXIT
014050     END-IF.
014060     IF B-21-MEDICAID-STATE = SPACES
014070         MOVE B-21-PROVIDER-NO(1:2) TO WK-XO-STATE
014080     ELSE
014090         MOVE B-21-MEDICAID-STATE TO WK-XO-STATE
014100     END-IF.
014110     MOVE 'D'                  TO XO-RECORD-TYPE.
014120     MOVE WK-XO-STATE          TO XO-STATE.
014130     MOVE PI-PROVIDER-NO       TO XO-PROVIDER-NO.
014140     MOVE B-21-MBI             TO XO-MBI.
014150     MOVE PI-DISCHARGE-DATE    TO XO-DISCHARGE-DATE.
014160     MOVE WK-DEDUCTIBLE-AMT    TO XO-DEDUCTIBLE-AMT.
014170     MOVE WK-COINS-AMT         TO XO-COINSURANCE-AMT.
014180     MOVE WK-LTR-AMT           TO XO-LTR-AMT.
014190     MOVE WK-LIABILITY-AMT     TO XO-TOTAL-LIABILITY.
014200     WRITE XOVR-OUT-REC.
014210     ADD 1 TO WK-XOVR-CLAIMS.
014220     SET XS-SIDX TO 1.
014230     SEARCH XS-ENTRY VARYING XS-SIDX
014240         AT END
014250             IF WK-XS-COUNT < 60
014260                 ADD 1 TO WK-XS-COUNT
014270                 SET XS-SIDX TO WK-XS-COUNT
014280                 MOVE WK-XO-STATE TO XS-STATE(XS-SIDX)
014290                 MOVE 0 TO XS-CLAIM-COUNT(XS-SIDX)
014300                 MOVE 0 TO XS-TOT-DEDUCTIBLE(XS-SIDX)
014310                 MOVE 0 TO XS-TOT-COINSURANCE(XS-SIDX)
014320                 MOVE 0 TO XS-TOT-LTR(XS-SIDX)
014330                 MOVE 0 TO XS-TOT-LIABILITY(XS-SIDX)
014340             ELSE
014350                 GO TO 2450-EXIT
014360             END-IF
014370         WHEN XS-STATE(XS-SIDX) = WK-XO-STATE
014380             CONTINUE
014390     END-SEARCH.
014400     ADD 1                  TO XS-CLAIM-COUNT(XS-SIDX).
014410     ADD WK-DEDUCTIBLE-AMT  TO XS-TOT-DEDUCTIBLE(XS-SIDX).
014420     ADD WK-COINS-AMT       TO XS-TOT-COINSURANCE(XS-SIDX).
014430     ADD WK-LTR-AMT         TO XS-TOT-LTR(XS-SIDX).
014440     ADD WK-LIABILITY-AMT   TO XS-TOT-LIABILITY(XS-SIDX).
014450 2450-EXIT.
014460     EXIT.
014470*===========================================================*
014480* 2470-WRITE-BAD-DEBT - WRITE THE BILL'S BAD-DEBT SUPPORT   *
014490* RECORD.  A BILL NOT PAYABLE CARRIES NO LIABILITY (2300    *
014500* ZEROES IT).  A CROSSOVER CLAIM'S STATE FALLS BACK TO THE  *
014510* PROVIDER'S STATE AS IN 2450-WRITE-CROSSOVER.              *
014520*===========================================================*
014530 2470-WRITE-BAD-DEBT.
014540     MOVE SPACES               TO BAD-DEBT-SUPP-REC.
014550     MOVE PI-PROVIDER-NO       TO BD-PROVIDER-NO.
014560     MOVE B-21-MBI             TO BD-MBI.
014570     MOVE PI-DISCHARGE-DATE    TO BD-DISCHARGE-DATE.
014580     MOVE PI-DRG               TO BD-DRG.
014590     MOVE PI-CLAIM-SEQ         TO BD-CLAIM-SEQ.
014600     MOVE WK-RUN-ID            TO BD-RUN-ID.
014610     MOVE WK-RUN-DATE          TO BD-SETTLE-DATE.
014620     MOVE PI-PPS-RTC           TO BD-PPS-RTC.
014630     MOVE WK-DEDUCTIBLE-AMT    TO BD-DEDUCTIBLE-AMT.
014640     MOVE WK-COINS-AMT         TO BD-COINSURANCE-AMT.
014650     MOVE WK-LTR-AMT           TO BD-LTR-AMT.
014660     MOVE WK-LIABILITY-AMT     TO BD-TOTAL-LIABILITY.
014670     MOVE 'N'                  TO BD-CROSSOVER-FLAG.
014680     IF B-21-CROSSOVER-CLAIM
014690         MOVE 'Y' TO BD-CROSSOVER-FLAG
014700         IF B-21-MEDICAID-STATE = SPACES
014710             MOVE B-21-PROVIDER-NO(1:2) TO BD-MEDICAID-STATE
014720         ELSE
014730             MOVE B-21-MEDICAID-STATE TO BD-MEDICAID-STATE
014740         END-IF
014750     END-IF.
014760     WRITE BAD-DEBT-SUPP-REC.
014770     ADD 1 TO WK-BAD-DEBT-RECS.
014780 2470-EXIT.
014790     EXIT.
014800*===========================================================*
014810* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
014820* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
014830* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
014840* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
014850* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
014860*===========================================================*
014870 8800-CHECK-LAYOUT.
014880     IF NOT LH-IS-HEADER
014890         IF WK-LC-VERSION = 1
014900             DISPLAY 'PPSET215 - ' WK-LC-DD ' HAS NO LAYOUT '
014910                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
014920                     ' VERSION 001'
014930             GO TO 8800-EXIT
014940         END-IF
014950         DISPLAY 'PPSET215 - ' WK-LC-DD ' HAS NO LAYOUT '
014960                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
014970                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
014980         MOVE 12 TO RETURN-CODE
014990         STOP RUN
015000     END-IF.
015010     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
015020        AND LH-LAYOUT-VERSION = WK-LC-VERSION
015030        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
015040         DISPLAY 'PPSET215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
015050                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
015060                 ' WRITTEN BY ' LH-PRODUCER
015070         GO TO 8800-EXIT
015080     END-IF.
015090     DISPLAY 'PPSET215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
015100             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
015110             LH-RECORD-LENGTH.
015120     DISPLAY 'PPSET215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
015130             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
015140             ' - FILE REFUSED'.
015150     MOVE 12 TO RETURN-CODE.
015160     STOP RUN.
015170 8800-EXIT.
015180     EXIT.
015190*===========================================================*
015200* 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.      *
015210*===========================================================*
015220 9000-TERMINATE.
015230     CLOSE BILL-FILE-IN.
015240     IF SUPP-ACTIVE
015250         CLOSE SUPP-BILL-IN
015260     END-IF.
015270     CLOSE PPS-FILE-IN.
015280     CLOSE SETTLE-FILE-OUT.
015290     CLOSE SETTLE-RPT-OUT.
015300     PERFORM 9200-WRITE-XOVR-TRAILERS THRU 9200-EXIT.
015310     CLOSE XOVR-FILE-OUT.
015320     PERFORM 9100-WRITE-DAY-BANK THRU 9100-EXIT.
015330     PERFORM 9300-WRITE-NOTICES THRU 9300-EXIT.
015340     CLOSE MSN-FILE-OUT.
015350     CLOSE CLAIM-EVENT-OUT.
015360     CLOSE BAD-DEBT-OUT.
015370     DISPLAY 'PPSET215 - PRICED ROWS READ  : ' WK-PPS-READ.
015380     DISPLAY 'PPSET215 - BILLS SETTLED     : ' WK-BILLS-SETTLED.
015390     DISPLAY 'PPSET215 - COMPANION SETTLED : ' WK-SUPP-SETTLED.
015400     DISPLAY 'PPSET215 - BAD-DEBT RECORDS  : ' WK-BAD-DEBT-RECS.
015410     IF WK-MSP-DROPPED > 0
015420         DISPLAY 'PPSET215 - MSP ROWS DROPPED  : ' WK-MSP-DROPPED
015430         DISPLAY 'PPSET215 - MSP TABLE FULL - AFFECTED BILLS '
015440                 'SETTLED WITHOUT A PRIMARY-PAYER AMOUNT'
015450     END-IF.
015460     DISPLAY 'PPSET215 - UNMATCHED ROWS    : '
015470             WK-BILLS-UNMATCHED.
015480     DISPLAY 'PPSET215 - TOTAL GROSS       : ' WK-TOT-GROSS.
015490     DISPLAY 'PPSET215 - TOTAL LIABILITY   : ' WK-TOT-LIABILITY.
015500     DISPLAY 'PPSET215 - TOTAL MSP PAID    : ' WK-TOT-MSP.
015510     DISPLAY 'PPSET215 - TOTAL NET PAYMENT : ' WK-TOT-NET.
015520     DISPLAY 'PPSET215 - BILLS PAID INTEREST : ' WK-INT-BILLS.
015530     DISPLAY 'PPSET215 - TOTAL INTEREST      : '
015540             WK-TOT-INTEREST.
015550     DISPLAY 'PPSET215 - DAY-BANK ROWS IN : ' WK-DB-ROWS-IN.
015560     DISPLAY 'PPSET215 - DAY-BANK ROWS OUT: ' WK-DB-COUNT.
015570     DISPLAY 'PPSET215 - DEDUCTIBLES WAIVED SAME PERIOD : '
015580             WK-DED-WAIVED.
015590     DISPLAY 'PPSET215 - LTR DAYS CAPPED AT LIFETIME 60 : '
015600             WK-LTR-CAPPED.
015610     IF WK-DB-DROPPED > 0
015620         DISPLAY 'PPSET215 - DAY-BANK TABLE FULL - '
015630                 WK-DB-DROPPED ' BILLS SETTLED PER BILL'
015640     END-IF.
015650 9000-EXIT.
015660     EXIT.
015670*===========================================================*
015680* 9100-WRITE-DAY-BANK - REWRITE THE BENEFICIARY DAY-BANK     *
015690* FILE FOR THE NEXT RUN, ONE RECORD PER MBI SEEN TO DATE,    *
015700* BEHIND A GENSTAMP HEADER NAMING THE RUN SETTLED.           *
015710*===========================================================*
015720 9100-WRITE-DAY-BANK.
015730     OPEN OUTPUT DAY-BANK-OUT.
015740     MOVE SPACES               TO GEN-STAMP-REC.
015750     MOVE '*GEN'               TO GS-TAG.
015760     MOVE WK-GEN-SETTLE-RUN-ID TO GS-RUN-ID.
015770     ACCEPT GS-RUN-DATE FROM DATE YYYYMMDD.
015780     ACCEPT GS-RUN-TIME FROM TIME.
015790     WRITE DAY-BANK-OUT-REC FROM GEN-STAMP-REC.
015800     DISPLAY 'PPSET215 - DAY-BANK STAMPED FOR RUN : '
015810             GS-RUN-ID ' ' GS-RUN-DATE ' ' GS-RUN-TIME.
015820     SET DB-IDX TO 1.
015830     PERFORM 9110-WRITE-ONE-DAY-BANK THRU 9110-EXIT
015840         UNTIL DB-IDX > WK-DB-COUNT.
015850     CLOSE DAY-BANK-OUT.
015860 9100-EXIT.
015870     EXIT.
015880*==========================================================*
015890* 9200-WRITE-XOVR-TRAILERS - ONE CONTROL-TOTAL TRAILER PER  *
015900* STATE SEEN ON THE CROSSOVER EXTRACT THIS RUN.             *
015910*==========================================================*
015920  9200-WRITE-XOVR-TRAILERS.
015930      SET XS-IDX TO 1.
015940      PERFORM 9210-WRITE-ONE-XOVR-TRAILER THRU 9210-EXIT
015950          UNTIL XS-IDX > WK-XS-COUNT.
015960      DISPLAY 'PPSET215 - CROSSOVER CLAIMS  : ' WK-XOVR-CLAIMS.
015970      DISPLAY 'PPSET215 - CROSSOVER STATES  : ' WK-XS-COUNT.
015980  9200-EXIT.
015990      EXIT.
016000  9210-WRITE-ONE-XOVR-TRAILER.
016010      MOVE SPACES TO XOVR-TRL-REC.
016020      MOVE 'T'                        TO XT-RECORD-TYPE.
016030      MOVE XS-STATE(XS-IDX)           TO XT-STATE.
016040      MOVE XS-CLAIM-COUNT(XS-IDX)     TO XT-CLAIM-COUNT.
016050      MOVE XS-TOT-DEDUCTIBLE(XS-IDX)  TO XT-TOT-DEDUCTIBLE.
016060      MOVE XS-TOT-COINSURANCE(XS-IDX) TO XT-TOT-COINSURANCE.
016070      MOVE XS-TOT-LTR(XS-IDX)         TO XT-TOT-LTR.
016080      MOVE XS-TOT-LIABILITY(XS-IDX)   TO XT-TOT-LIABILITY.
016090      WRITE XOVR-TRL-REC.
016100      SET XS-IDX UP BY 1.
016110  9210-EXIT.
016120      EXIT.
016130*=========================================================*
016140* 9300-WRITE-NOTICES - GROUP THE HELD CLAIMS BY MBI AND   *
016150* PRINT ONE NOTICE PER BENEFICIARY, EACH CLAIM EXPLAINED  *
016160* IN PLAIN LANGUAGE FROM THE PPRTC215 TEXT.               *
016170*=========================================================*
016180  9300-WRITE-NOTICES.
016190      ACCEPT WK-MH-DATE FROM DATE YYYYMMDD.
016200      PERFORM 9310-NOTICE-ONE-MBI THRU 9310-EXIT
016210          VARYING NT-IDX FROM 1 BY 1
016220          UNTIL NT-IDX > WK-NT-COUNT.
016230      DISPLAY 'PPSET215 - NOTICES WRITTEN   : '
016240              WK-NOTICES-WRITTEN.
016250      DISPLAY 'PPSET215 - CLAIMS WITHOUT MBI: '
016260              WK-NOTICE-NO-MBI.
016270      IF WK-NOTICE-DROPPED > 0
016280          DISPLAY 'PPSET215 - NOTICE TABLE FULL - '
016290                  WK-NOTICE-DROPPED ' CLAIMS NOT NOTICED'
016300      END-IF.
016310  9300-EXIT.
016320      EXIT.
016330  9310-NOTICE-ONE-MBI.
016340      IF NT-DONE-SW(NT-IDX) = 'Y'
016350          GO TO 9310-EXIT
016360      END-IF.
016370      ADD 1 TO WK-NOTICES-WRITTEN.
016380      MOVE WK-MSN-RULE-LINE TO MSN-LINE.
016390      WRITE MSN-LINE.
016400      MOVE WK-MSN-HEAD-LINE TO MSN-LINE.
016410      WRITE MSN-LINE.
016420      MOVE NT-MBI(NT-IDX) TO WK-MB-MBI.
016430      MOVE WK-MSN-BENE-LINE TO MSN-LINE.
016440      WRITE MSN-LINE.
016450      PERFORM 9320-NOTICE-ONE-CLAIM THRU 9320-EXIT
016460          VARYING NT-JDX FROM 1 BY 1
016470          UNTIL NT-JDX > WK-NT-COUNT.
016480  9310-EXIT.
016490      EXIT.
016500  9320-NOTICE-ONE-CLAIM.
016510      IF NT-MBI(NT-JDX) NOT = NT-MBI(NT-IDX)
016520         OR NT-DONE-SW(NT-JDX) = 'Y'
016530          GO TO 9320-EXIT
016540      END-IF.
016550      MOVE 'Y' TO NT-DONE-SW(NT-JDX).
016560      MOVE SPACES TO MSN-LINE.
016570      WRITE MSN-LINE.
016580      MOVE NT-PROVIDER-NO(NT-JDX)    TO WK-MC-PROVIDER-NO.
016590      MOVE NT-DISCHARGE-DATE(NT-JDX) TO WK-MC-DISCHARGE.
016600      MOVE WK-MSN-CLAIM-LINE TO MSN-LINE.
016610      WRITE MSN-LINE.
016620      MOVE 'N' TO WK-RTC-FOUND-SW.
016630      MOVE NT-RTC(NT-JDX) TO WK-RTC-X.
016640      SET RTC-IDX TO 1.
016650      SEARCH RTC-DESC-ENTRY VARYING RTC-IDX
016660          AT END
016670              MOVE 'PROCESSED - SEE YOUR CLAIMS OFFICE'
016680                  TO WK-MR-TEXT
016690          WHEN RTC-DESC-CODE(RTC-IDX) = WK-RTC-X
016700              MOVE RTC-DESC-TEXT(RTC-IDX) TO WK-MR-TEXT
016710      END-SEARCH.
016720      MOVE WK-MSN-RTC-LINE TO MSN-LINE.
016730      WRITE MSN-LINE.
016740      MOVE NT-COVERED-DAYS(NT-JDX) TO WK-MD-COVERED.
016750      MOVE NT-LTR-DAYS(NT-JDX)     TO WK-MD-LTR-DAYS.
016760      MOVE WK-MSN-DAYS-LINE TO MSN-LINE.
016770      WRITE MSN-LINE.
016780      MOVE NT-DEDUCTIBLE(NT-JDX) TO WK-ML-DEDUCTIBLE.
016790      MOVE NT-COINS-AMT(NT-JDX)  TO WK-ML-COINS.
016800      MOVE NT-LTR-AMT(NT-JDX)    TO WK-ML-LTR.
016810      MOVE WK-MSN-LIAB-LINE TO MSN-LINE.
016820      WRITE MSN-LINE.
016830      MOVE NT-NET-PAYMENT(NT-JDX) TO WK-MP-NET.
016840      MOVE WK-MSN-PAY-LINE TO MSN-LINE.
016850      WRITE MSN-LINE.
016860      MOVE NT-LIABILITY(NT-JDX) TO WK-MO-LIABILITY.
016870      MOVE WK-MSN-OWE-LINE TO MSN-LINE.
016880      WRITE MSN-LINE.
016890  9320-EXIT.
016900      EXIT.
016910 9110-WRITE-ONE-DAY-BANK.
016920     MOVE DB-MBI(DB-IDX)              TO DB-OUT-MBI.
016930     MOVE DB-PERIOD-START(DB-IDX)     TO DB-OUT-PERIOD-START.
016940     MOVE DB-LAST-DISCHARGE(DB-IDX)   TO DB-OUT-LAST-DISCHARGE.
016950     MOVE DB-PERIOD-DAYS-USED(DB-IDX)
016960                                 TO DB-OUT-PERIOD-DAYS-USED.
016970     MOVE DB-PERIOD-DED-SW(DB-IDX)    TO DB-OUT-PERIOD-DED-SW.
016980     MOVE DB-LTR-DAYS-USED(DB-IDX)    TO DB-OUT-LTR-DAYS-USED.
016990     WRITE DAY-BANK-OUT-REC.
017000     SET DB-IDX UP BY 1.
017010 9110-EXIT.
017020     EXIT.
