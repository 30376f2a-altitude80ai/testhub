000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPWKL215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - MONTHLY CONTRACTOR WORKLOAD AND CLAIM PROCESSING
000070*            TIMELINESS REPORT.
000080*          - FOR THE REPORT MONTH (REPORT-MONTH=CCYYMM, DEFAULT
000090*            THE MONTH BEFORE TODAY), SIDE BY SIDE WITH THE
000100*            MONTH BEFORE IT:
000110*              RECEIPTS - THE BILLS ON THE BILL ARCHIVE BY
000120*                B-21-RECEIPT-DATE, ORIGINALS, ADJUSTMENTS AND
000130*                CANCELS;
000140*              DISPOSITIONS - BY RUN DATE, THE RUN-HISTORY
000150*                REGISTRY'S COUNTS (READ, PRICED, REJECTED,
000160*                QUARANTINED, DUPLICATE, PENDED, FUNDS-HELD,
000170*                DOLLARS) AND THE HISTORY REPOSITORY'S CLAIMS
000180*                PROCESSED, PAID AND NOT PAYABLE;
000190*              TIMELINESS - EVERY CLAIM PAID IN THE MONTH IS
000200*                MATCHED TO ITS LATEST ARCHIVED BILL RECEIVED
000210*                ON OR BEFORE THE RUN DATE (PROVIDER, MBI AND
000220*                DISCHARGE DATE).  RECEIPT-TO-PAYMENT DAYS GIVE
000230*                THE MEAN AND THE 50TH/75TH/90TH/95TH
000240*                PERCENTILES; AN ORIGINAL (NOT ADJUSTMENT)
000250*                BILL PAID IS A CLEAN CLAIM, AND THE SHARE
000260*                PAID WITHIN CLEAN-DAYS= (DEFAULT 30) OF
000270*                RECEIPT IS REPORTED;
000280*              PENDING INVENTORY - THE QUEUES CARRIED OUT OF
000290*                THE LAST RUN OF THE MONTH (PENDED PROVIDER NOT
000300*                FOUND, INTERIM STAYS HELD, MANUAL REVIEW HOLD,
000310*                FUNDS HOLD, PAYMENT FLOOR), AGED FROM RECEIPT
000320*                TO MONTH END IN 30-DAY BANDS, WITH THE REWORK
000330*                QUEUE SHOWN APART - THOSE BILLS WERE RETURNED
000340*                FOR CORRECTION AND ARE NOT PENDING.
000350*          - THE MONTH'S FIGURES ARE KEPT ON THE SUMMARY
000360*            HISTORY (COPYBOOK WKLSUM, WKLHSTI TO WKLHSTO).
000370*            THE RECEIPT AND DISPOSITION FIGURES OF THE PRIOR
000380*            MONTH ARE REBUILT FROM THE FILES; ITS INVENTORY IS
000390*            THE SNAPSHOT ON THE SUMMARY HISTORY, SO THIS
000400*            PROGRAM RUNS AFTER THE MONTH'S LAST PRICING RUN.
000410*          - RETURN CODES: 4 - THE REGISTRY, THE BILL ARCHIVE
000420*            OR A QUEUE WAS NOT PROVIDED; 16 - THE HISTORY
000430*            REPOSITORY CANNOT BE READ.
000440 DATE-COMPILED.
000450****************************************************************
000460*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000470*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000480*   IS THAT OF THE USER.                                       *
000490****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.            IBM-370.
000530 OBJECT-COMPUTER.            IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT WKL-PARM-FILE   ASSIGN TO WKLPARM
000570                            ORGANIZATION IS LINE SEQUENTIAL
000580                            FILE STATUS IS WK-PARM-STATUS.
000590     SELECT RUN-HIST-IN     ASSIGN TO RUNHIST
000600                            ORGANIZATION IS SEQUENTIAL
000610                            FILE STATUS IS WK-RUNHIST-STATUS.
000620     SELECT BILL-ARCHIVE-IN ASSIGN TO BILLARC
000630                            ORGANIZATION IS SEQUENTIAL
000640                            FILE STATUS IS WK-BILLARC-STATUS.
000650     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000660                            ORGANIZATION IS INDEXED
000670                            ACCESS MODE IS SEQUENTIAL
000680                            RECORD KEY IS HR-KEY
000690                            ALTERNATE RECORD KEY IS HR-MBI
000700                                WITH DUPLICATES
000710                            FILE STATUS IS WK-HISTREPO-STATUS.
000720     SELECT WKL-WORK-FILE   ASSIGN TO WKLWORK
000730                            ORGANIZATION IS SEQUENTIAL.
000740     SELECT WKL-SORT-FILE   ASSIGN TO SORTWK01.
000750     SELECT WKL-SORTED-FILE ASSIGN TO WKLSRT
000760                            ORGANIZATION IS SEQUENTIAL.
000770     SELECT PEND-FILE-IN    ASSIGN TO PENDIN
000780                            ORGANIZATION IS SEQUENTIAL
000790                            FILE STATUS IS WK-QUEUE-STATUS.
000800     SELECT PEND-STAY-IN    ASSIGN TO PNDSTAYI
000810                            ORGANIZATION IS SEQUENTIAL
000820                            FILE STATUS IS WK-QUEUE-STATUS.
000830     SELECT HELD-CLAIMS-IN  ASSIGN TO HELDIN
000840                            ORGANIZATION IS SEQUENTIAL
000850                            FILE STATUS IS WK-QUEUE-STATUS.
000860     SELECT PAY-HOLD-IN     ASSIGN TO PAYHLDI
000870                            ORGANIZATION IS SEQUENTIAL
000880                            FILE STATUS IS WK-QUEUE-STATUS.
000890     SELECT FLOOR-HOLD-IN   ASSIGN TO FLRHLDI
000900                            ORGANIZATION IS SEQUENTIAL
000910                            FILE STATUS IS WK-QUEUE-STATUS.
000920     SELECT REWORK-FILE-IN  ASSIGN TO REWORKIN
000930                            ORGANIZATION IS SEQUENTIAL
000940                            FILE STATUS IS WK-QUEUE-STATUS.
000950     SELECT WKL-HIST-IN     ASSIGN TO WKLHSTI
000960                            ORGANIZATION IS SEQUENTIAL
000970                            FILE STATUS IS WK-WKLHSTI-STATUS.
000980     SELECT WKL-HIST-OUT    ASSIGN TO WKLHSTO
000990                            ORGANIZATION IS SEQUENTIAL.
001000     SELECT WKL-RPT-OUT     ASSIGN TO WKLRPT
001010                            ORGANIZATION IS LINE SEQUENTIAL.
001020 DATA DIVISION.
001030 FILE SECTION.
001040*----------------------------------------------------------*
001050* WORKLOAD PARAMETER CARDS - KEYWORD=VALUE:                 *
001060*   REPORT-MONTH=CCYYMM     THE MONTH REPORTED              *
001070*   CLEAN-DAYS=NNN          A CLEAN CLAIM IS PAID IN TIME   *
001080*                           THIS MANY DAYS FROM RECEIPT     *
001090*----------------------------------------------------------*
001100 FD  WKL-PARM-FILE
001110     RECORDING MODE IS F.
001120 01  WKL-PARM-REC                PIC X(80).
001130*----------------------------------------------------------*
001140* CUMULATIVE RUN-HISTORY REGISTRY - ONE MANIFEST IMAGE PER  *
001150* PPBAT215 RUN.                                             *
001160*----------------------------------------------------------*
001170 FD  RUN-HIST-IN
001180     RECORDING MODE IS F.
001190 01  RUN-HIST-IN-REC             PIC X(144).
001200*----------------------------------------------------------*
001210* BILL ARCHIVE - THE BILL FILES PPBAT215 HAS PRICED, OLDEST *
001220* FIRST.  HEADER AND TRAILER RECORDS ARE SKIPPED.           *
001230*----------------------------------------------------------*
001240 FD  BILL-ARCHIVE-IN
001250     RECORDING MODE IS F.
001260 01  BILL-ARCHIVE-REC            PIC X(791).
001270*----------------------------------------------------------*
001280* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
001290* IT.                                                       *
001300*----------------------------------------------------------*
001310 FD  HIST-REPO-FILE
001320     RECORD CONTAINS 252 CHARACTERS.
001330 01  HIST-REPO-REC.
001340     05  HR-KEY.
001350         10  HR-PROVIDER-NO     PIC X(06).
001360         10  HR-DISCHARGE-DATE  PIC 9(08).
001370         10  HR-CLAIM-SEQ       PIC 9(09).
001380         10  HR-RUN-ID          PIC X(08).
001390     05  HR-RUN-DATE            PIC 9(08).
001400     05  HR-PPS-DATA            PIC X(89).
001410     05  HR-WI-AUDIT            PIC X(66).
001420     05  HR-MBI                 PIC X(11).
001430     05  HR-DRG                 PIC 9(03).
001440     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
001450     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
001460     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
001470     05  HR-NEW-TECH            PIC 9(09)V9(02).
001480*----------------------------------------------------------*
001490* RECEIPT-TO-PAYMENT WORK FILE - ONE 'A' RECORD PER         *
001500* ARCHIVED BILL (DATED BY RECEIPT) AND ONE 'H' RECORD PER   *
001510* CLAIM PAID IN EITHER MONTH (DATED BY RUN), SORTED INTO    *
001520* CLAIM ORDER AND DATE ORDER SO EACH PAYMENT FOLLOWS THE    *
001530* BILLS RECEIVED BEFORE IT.                                 *
001540*----------------------------------------------------------*
001550 FD  WKL-WORK-FILE
001560     RECORDING MODE IS F.
001570 01  WKL-WORK-REC                PIC X(60).
001580 SD  WKL-SORT-FILE.
001590 01  WKL-SORT-REC.
001600     05  WK-SORT-KEY             PIC X(25).
001610     05  WK-SORT-DATE            PIC 9(08).
001620     05  WK-SORT-TYPE            PIC X(01).
001630     05  FILLER                  PIC X(26).
001640 FD  WKL-SORTED-FILE
001650     RECORDING MODE IS F.
001660 01  WKL-SORTED-REC              PIC X(60).
001670*----------------------------------------------------------*
001680* THE CARRIED QUEUES, AS PPBAT215 WRITES THEM FOR THE NEXT  *
001690* RUN.  EACH MAY BEGIN WITH A GENERATION STAMP.             *
001700*----------------------------------------------------------*
001710 FD  PEND-FILE-IN
001720     RECORDING MODE IS F.
001730 01  PEND-IN-REC.
001740     05  PN-BILL-RECORD          PIC X(791).
001750     05  PN-PEND-DATE            PIC 9(08).
001760     05  PN-CYCLE-COUNT          PIC 9(02).
001770 FD  PEND-STAY-IN
001780     RECORDING MODE IS F.
001790 01  PEND-STAY-IN-REC.
001800     05  PY-IN-BILL-RECORD       PIC X(791).
001810     05  PY-IN-FIRST-DATE        PIC 9(08).
001820     05  PY-IN-INTERIM-COUNT     PIC 9(02).
001830 FD  HELD-CLAIMS-IN
001840     RECORDING MODE IS F.
001850 01  HELD-IN-REC.
001860     05  HI-BILL-RECORD          PIC X(791).
001870     05  HI-PPS-REC              PIC X(235).
001880     05  HI-REMIT-REC            PIC X(118).
001890     05  HI-HELD-DATE            PIC 9(08).
001900 FD  PAY-HOLD-IN
001910     RECORDING MODE IS F.
001920 01  PAY-HOLD-IN-REC.
001930     05  FH-IN-BILL-RECORD       PIC X(791).
001940     05  FH-IN-PPS-REC           PIC X(235).
001950     05  FH-IN-REMIT-REC         PIC X(118).
001960     05  FH-IN-HELD-DATE         PIC 9(08).
001970 FD  FLOOR-HOLD-IN
001980     RECORDING MODE IS F.
001990 01  FLOOR-HOLD-IN-REC.
002000     05  FL-IN-BILL-RECORD       PIC X(791).
002010     05  FL-IN-PPS-REC           PIC X(235).
002020     05  FL-IN-REMIT-REC         PIC X(118).
002030     05  FL-IN-HELD-DATE         PIC 9(08).
002040     05  FL-IN-FLOOR-DATE        PIC 9(08).
002050     05  FL-IN-MEDIUM            PIC X(01).
002060 FD  REWORK-FILE-IN
002070     RECORDING MODE IS F.
002080 01  REWORK-IN-REC.
002090     05  RW-IN-BILL              PIC X(791).
002100     05  RW-IN-RTC               PIC 9(02).
002110*----------------------------------------------------------*
002120* MONTHLY SUMMARY HISTORY, PRIOR AND NEW (COPYBOOK WKLSUM). *
002130*----------------------------------------------------------*
002140 FD  WKL-HIST-IN
002150     RECORDING MODE IS F.
002160 01  WKL-HIST-IN-REC             PIC X(550).
002170 FD  WKL-HIST-OUT
002180     RECORDING MODE IS F.
002190 01  WKL-HIST-OUT-REC            PIC X(550).
002200 FD  WKL-RPT-OUT
002210     RECORDING MODE IS F.
002220 01  WKL-RPT-LINE                PIC X(132).
002230 WORKING-STORAGE SECTION.
002240 01  W-STORAGE-REF                  PIC X(48)  VALUE
002250     'P P W K L 2 1 5 - W O R K I N G   S T O R A G E'.
002260 01  WKL-VERSION                    PIC X(05) VALUE 'V21.5'.
002270 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
002280 01  WK-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002290 01  WK-BILLARC-STATUS          PIC X(02) VALUE SPACES.
002300 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
002310 01  WK-QUEUE-STATUS            PIC X(02) VALUE SPACES.
002320 01  WK-WKLHSTI-STATUS          PIC X(02) VALUE SPACES.
002330 COPY GENSTAMP.
002340 01  WK-SWITCHES.
002350     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
002360         88  PARM-AT-EOF        VALUE 'Y'.
002370     05  WK-RUNHIST-EOF         PIC X(01) VALUE 'N'.
002380         88  RUNHIST-AT-EOF     VALUE 'Y'.
002390     05  WK-BILLARC-EOF         PIC X(01) VALUE 'N'.
002400         88  BILLARC-AT-EOF     VALUE 'Y'.
002410     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
002420         88  HIST-AT-EOF        VALUE 'Y'.
002430     05  WK-SORTED-EOF          PIC X(01) VALUE 'N'.
002440         88  SORTED-AT-EOF      VALUE 'Y'.
002450     05  WK-QUEUE-EOF           PIC X(01) VALUE 'N'.
002460         88  QUEUE-AT-EOF       VALUE 'Y'.
002470     05  WK-WKLHSTI-EOF         PIC X(01) VALUE 'N'.
002480         88  WKLHSTI-AT-EOF     VALUE 'Y'.
002490     05  WK-WRITTEN-SW          PIC X(01) VALUE 'N'.
002500         88  MONTH-WAS-WRITTEN  VALUE 'Y'.
002510     05  WK-PRIOR-INV-SW        PIC X(01) VALUE 'N'.
002520         88  PRIOR-INVENTORY-ON-FILE VALUE 'Y'.
002530     05  WK-MISSING-SW          PIC X(01) VALUE 'N'.
002540         88  AN-INPUT-IS-MISSING VALUE 'Y'.
002550     05  WK-INVENTORY-SW        PIC X(01) VALUE 'N'.
002560     05  WK-LEAP-SW             PIC X(01) VALUE 'N'.
002570         88  LEAP-YEAR          VALUE 'Y'.
002580*----------------------------------------------------------*
002590* PARAMETERS IN EFFECT AND THE TWO MONTHS COMPARED.  MONTH  *
002600* 1 IS THE REPORT MONTH, MONTH 2 THE ONE BEFORE IT.         *
002610*----------------------------------------------------------*
002620 01  WK-CLEAN-DAYS              PIC 9(03) VALUE 030.
002630 01  WK-TODAY                   PIC 9(08) VALUE ZEROES.
002640 01  WK-MONTH-THIS              PIC 9(06) VALUE ZEROES.
002650 01  WK-MONTH-THIS-PARTS REDEFINES WK-MONTH-THIS.
002660     05  WK-MT-YYYY             PIC 9(04).
002670     05  WK-MT-MM               PIC 9(02).
002680 01  WK-MONTH-PRIOR             PIC 9(06) VALUE ZEROES.
002690 01  WK-MONTH-PRIOR-PARTS REDEFINES WK-MONTH-PRIOR.
002700     05  WK-MP-YYYY             PIC 9(04).
002710     05  WK-MP-MM               PIC 9(02).
002720 01  WK-MONTH-END               PIC 9(08) VALUE ZEROES.
002730 01  WK-MONTH-END-PARTS REDEFINES WK-MONTH-END.
002740     05  WK-ME-CCYYMM           PIC 9(06).
002750     05  WK-ME-DD               PIC 9(02).
002760 01  WK-MONTH-END-SERIAL        PIC 9(07) VALUE ZEROES.
002770 01  WK-TEST-DATE               PIC 9(08) VALUE ZEROES.
002780 01  WK-TEST-DATE-PARTS REDEFINES WK-TEST-DATE.
002790     05  WK-TD-CCYYMM           PIC 9(06).
002800     05  WK-TD-DD               PIC 9(02).
002810 01  WK-M                       PIC 9(02) COMP VALUE ZEROES.
002820 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002830 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
002840*----------------------------------------------------------*
002850* RUN COUNTERS.                                             *
002860*----------------------------------------------------------*
002870 01  WK-COUNTERS.
002880     05  WK-REGISTRY-ROWS       PIC 9(07) VALUE ZEROES.
002890     05  WK-ARCHIVE-BILLS       PIC 9(07) VALUE ZEROES.
002900     05  WK-NO-RECEIPT-DATE     PIC 9(07) VALUE ZEROES.
002910     05  WK-HIST-ROWS           PIC 9(07) VALUE ZEROES.
002920     05  WK-WORK-WRITTEN        PIC 9(07) VALUE ZEROES.
002930     05  WK-QUEUE-RECS          PIC 9(07) VALUE ZEROES.
002940     05  WK-SUMMARY-IN          PIC 9(07) VALUE ZEROES.
002950     05  WK-SUMMARY-OUT         PIC 9(07) VALUE ZEROES.
002960     05  WK-PAID-NO-RECEIPT     PIC 9(07) OCCURS 2 TIMES.
002970*----------------------------------------------------------*
002980* THE MONTHS' FIGURES, NUMBERED AS IN COPYBOOK WKLSUM.      *
002990*----------------------------------------------------------*
003000 01  WK-FIGURES.
003010     05  FG-MONTH OCCURS 2 TIMES.
003020         10  FG-VALUE           PIC 9(11)V9(02)
003030                                OCCURS 40 TIMES.
003040 01  WK-FN                      PIC 9(02) COMP VALUE ZEROES.
003050 01  WK-FIG-FROM                PIC 9(02) COMP VALUE ZEROES.
003060 01  WK-FIG-TO                  PIC 9(02) COMP VALUE ZEROES.
003070*----------------------------------------------------------*
003080* FIGURE LABELS - THE FIRST BYTE IS 'C' FOR A COUNT, 'A'    *
003090* FOR AN AMOUNT, PERCENT OR MEAN SHOWN WITH 2 DECIMALS.     *
003100*----------------------------------------------------------*
003110 01  WK-FIG-LABEL-LIST.
003120     05  FILLER PIC X(41) VALUE
003130         'CCLAIMS RECEIVED'.
003140     05  FILLER PIC X(41) VALUE
003150         'C  ORIGINAL'.
003160     05  FILLER PIC X(41) VALUE
003170         'C  ADJUSTMENT'.
003180     05  FILLER PIC X(41) VALUE
003190         'C  CANCEL'.
003200     05  FILLER PIC X(41) VALUE
003210         'CPRICING RUNS'.
003220     05  FILLER PIC X(41) VALUE
003230         'CBILLS READ'.
003240     05  FILLER PIC X(41) VALUE
003250         'C  PRICED'.
003260     05  FILLER PIC X(41) VALUE
003270         'C  REJECTED'.
003280     05  FILLER PIC X(41) VALUE
003290         'C  QUARANTINED'.
003300     05  FILLER PIC X(41) VALUE
003310         'C  DUPLICATE'.
003320     05  FILLER PIC X(41) VALUE
003330         'C  PENDED - PROVIDER NOT FOUND'.
003340     05  FILLER PIC X(41) VALUE
003350         'C  HELD - FUNDS CEILING'.
003360     05  FILLER PIC X(41) VALUE
003370         'APAYMENT TOTAL'.
003380     05  FILLER PIC X(41) VALUE
003390         'CCLAIMS PROCESSED'.
003400     05  FILLER PIC X(41) VALUE
003410         'C  PAID'.
003420     05  FILLER PIC X(41) VALUE
003430         'C  NOT PAYABLE'.
003440     05  FILLER PIC X(41) VALUE
003450         'CPAID CLAIMS WITH A RECEIPT DATE'.
003460     05  FILLER PIC X(41) VALUE
003470         'CCLEAN CLAIMS PAID'.
003480     05  FILLER PIC X(41) VALUE
003490         'C  PAID WITHIN THE CLEAN-CLAIM LIMIT'.
003500     05  FILLER PIC X(41) VALUE
003510         'A  PERCENT PAID WITHIN THE LIMIT'.
003520     05  FILLER PIC X(41) VALUE
003530         'AMEAN DAYS RECEIPT TO PAYMENT'.
003540     05  FILLER PIC X(41) VALUE
003550         'C50TH PERCENTILE DAYS'.
003560     05  FILLER PIC X(41) VALUE
003570         'C75TH PERCENTILE DAYS'.
003580     05  FILLER PIC X(41) VALUE
003590         'C90TH PERCENTILE DAYS'.
003600     05  FILLER PIC X(41) VALUE
003610         'C95TH PERCENTILE DAYS'.
003620     05  FILLER PIC X(41) VALUE
003630         'CPENDED - PROVIDER NOT FOUND'.
003640     05  FILLER PIC X(41) VALUE
003650         'CINTERIM STAY HELD'.
003660     05  FILLER PIC X(41) VALUE
003670         'CMANUAL REVIEW HOLD'.
003680     05  FILLER PIC X(41) VALUE
003690         'CFUNDS HOLD'.
003700     05  FILLER PIC X(41) VALUE
003710         'CPAYMENT FLOOR'.
003720     05  FILLER PIC X(41) VALUE
003730         'CTOTAL PENDING'.
003740     05  FILLER PIC X(41) VALUE
003750         'C  AGED 0-30 DAYS'.
003760     05  FILLER PIC X(41) VALUE
003770         'C  AGED 31-60 DAYS'.
003780     05  FILLER PIC X(41) VALUE
003790         'C  AGED 61-90 DAYS'.
003800     05  FILLER PIC X(41) VALUE
003810         'C  AGED 91-120 DAYS'.
003820     05  FILLER PIC X(41) VALUE
003830         'C  AGED OVER 120 DAYS'.
003840     05  FILLER PIC X(41) VALUE
003850         'CRETURNED FOR CORRECTION (NOT PENDING)'.
003860     05  FILLER PIC X(41) VALUE 'C'.
003870     05  FILLER PIC X(41) VALUE 'C'.
003880     05  FILLER PIC X(41) VALUE 'C'.
003890 01  WK-FIG-LABEL-TAB REDEFINES WK-FIG-LABEL-LIST.
003900     05  FL-ENTRY OCCURS 40 TIMES.
003910         10  FL-TYPE            PIC X(01).
003920         10  FL-TEXT            PIC X(40).
003930*----------------------------------------------------------*
003940* REGISTRY ROW, MANIFEST FIELD VIEW.                        *
003950*----------------------------------------------------------*
003960 01  WK-MF-VIEW.
003970     05  WK-MF-RUN-ID           PIC X(08).
003980     05  WK-MF-RUN-DATE         PIC 9(08).
003990     05  FILLER                 PIC X(23).
004000     05  WK-MF-BILLS-READ       PIC 9(07).
004010     05  WK-MF-BILLS-PRICED     PIC 9(07).
004020     05  WK-MF-BILLS-REJECTED   PIC 9(07).
004030     05  WK-MF-BILLS-QUARANTINED PIC 9(07).
004040     05  WK-MF-BILLS-DUPLICATE  PIC 9(07).
004050     05  WK-MF-BILLS-FILTERED   PIC 9(07).
004060     05  WK-MF-BILLS-PENDED     PIC 9(07).
004070     05  FILLER                 PIC X(14).
004080     05  WK-MF-TOTAL-PAYMENT    PIC 9(13)V9(02).
004090     05  WK-MF-BILLS-FUNDS-HELD PIC 9(05).
004100     05  FILLER                 PIC X(22).
004110*----------------------------------------------------------*
004120* STORED PRICING RESULT (PPS-DATA LAYOUT).                  *
004130*----------------------------------------------------------*
004140 01  WK-HRD-VIEW.
004150     05  WK-HRD-RTC             PIC 9(02).
004160     05  FILLER                 PIC X(87).
004170*----------------------------------------------------------*
004180* THE BILL BEING COUNTED OR AGED.                           *
004190*----------------------------------------------------------*
004200 COPY BILDAT21.
004210*----------------------------------------------------------*
004220* RECEIPT-TO-PAYMENT WORK RECORD.  WW-TYPE 'A' SORTS AHEAD  *
004230* OF 'H', SO A BILL RECEIVED THE DAY IT PAID IS SEEN FIRST. *
004240*----------------------------------------------------------*
004250 01  WK-WW-REC.
004260     05  WK-WW-KEY.
004270         10  WK-WW-PROVIDER-NO  PIC X(06).
004280         10  WK-WW-MBI          PIC X(11).
004290         10  WK-WW-DISCHARGE    PIC 9(08).
004300     05  WK-WW-DATE             PIC 9(08).
004310     05  WK-WW-TYPE             PIC X(01).
004320     05  WK-WW-ACTION           PIC X(01).
004330     05  WK-WW-MONTH            PIC 9(01).
004340     05  FILLER                 PIC X(24).
004350 01  WK-LAST-KEY                PIC X(25) VALUE SPACES.
004360 01  WK-LAST-RECEIPT            PIC 9(08) VALUE ZEROES.
004370 01  WK-LAST-ACTION             PIC X(01) VALUE SPACES.
004380     88  WK-LAST-ORIGINAL       VALUE ' ' '0'.
004390*----------------------------------------------------------*
004400* RECEIPT-TO-PAYMENT DISTRIBUTION BY MONTH - DY-COUNT(M, D) *
004410* COUNTS THE CLAIMS PAID D-1 DAYS AFTER RECEIPT; THE LAST   *
004420* CELL HOLDS EVERYTHING OVER A YEAR.                        *
004430*----------------------------------------------------------*
004440 01  WK-DAY-TABLE.
004450     05  DY-MONTH OCCURS 2 TIMES.
004460         10  DY-COUNT           PIC 9(07) OCCURS 367 TIMES.
004470 01  WK-DAY-SUM                 PIC 9(11) OCCURS 2 TIMES.
004480 01  WK-CYCLE-DAYS              PIC S9(05) VALUE ZEROES.
004490 01  WK-DY                      PIC 9(03) COMP VALUE ZEROES.
004500 01  WK-PCT-RANK                PIC 9(03) VALUE ZEROES.
004510 01  WK-PCT-FIG                 PIC 9(02) COMP VALUE ZEROES.
004520 01  WK-PCT-TARGET              PIC 9(09) VALUE ZEROES.
004530 01  WK-PCT-CUM                 PIC 9(09) VALUE ZEROES.
004540*----------------------------------------------------------*
004550* PENDING INVENTORY - IV-COUNT(Q, B) BY QUEUE (1 PEND,      *
004560* 2 INTERIM STAY, 3 MANUAL REVIEW, 4 FUNDS HOLD, 5 PAYMENT  *
004570* FLOOR, 6 REWORK) AND AGE BAND, WITH THE STAMP FOUND ON    *
004580* EACH QUEUE.                                               *
004590*----------------------------------------------------------*
004600 01  WK-INVENTORY-TABLE.
004610     05  IV-QUEUE OCCURS 6 TIMES.
004620         10  IV-COUNT           PIC 9(07) OCCURS 5 TIMES.
004630         10  IV-TOTAL           PIC 9(07).
004640         10  IV-STAMP-RUN-ID    PIC X(08).
004650         10  IV-STAMP-DATE      PIC 9(08).
004660         10  IV-PROVIDED-SW     PIC X(01).
004670 01  WK-Q                       PIC 9(02) COMP VALUE ZEROES.
004680 01  WK-BAND                    PIC 9(02) COMP VALUE ZEROES.
004690 01  WK-QUEUE-DATE              PIC 9(08) VALUE ZEROES.
004700 01  WK-AGE-DAYS                PIC S9(05) VALUE ZEROES.
004710 01  WK-QUEUE-FIGURE            PIC 9(02) VALUE ZEROES.
004720*----------------------------------------------------------*
004730* SUMMARY HISTORY ROW (COPYBOOK WKLSUM).                    *
004740*----------------------------------------------------------*
004750 COPY WKLSUM.
004760*----------------------------------------------------------*
004770* DATE-TO-SERIAL WORK FIELDS, AS IN PPBAT215.               *
004780*----------------------------------------------------------*
004790 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
004800 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
004810     05  WK-DTS-YYYY            PIC 9(04).
004820     05  WK-DTS-MM              PIC 9(02).
004830     05  WK-DTS-DD              PIC 9(02).
004840 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
004850 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
004860 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
004870 01  WK-DTS-MONTH-DAYS.
004880     05  FILLER PIC X(36) VALUE
004890         '000031059090120151181212243273304334'.
004900 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
004910     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
004920 01  WK-MLEN-DAYS.
004930     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
004940 01  WK-MLEN-TAB REDEFINES WK-MLEN-DAYS.
004950     05  WK-MLEN                PIC 9(02) OCCURS 12 TIMES.
004960 01  WK-MLEN-THIS               PIC 9(02) VALUE ZEROES.
004970 01  WK-LEAP-QUOT               PIC 9(04) VALUE ZEROES.
004980 01  WK-LEAP-REM                PIC 9(04) VALUE ZEROES.
004990 01  WK-FROM-SERIAL             PIC 9(07) VALUE ZEROES.
005000*----------------------------------------------------------*
005010* REPORT LINES.                                             *
005020*----------------------------------------------------------*
005030 01  WK-RPT-TITLE-LINE.
005040     05  WK-RT-TITLE         PIC X(40).
005050     05  FILLER              PIC X(07) VALUE '  DATE '.
005060     05  WK-RT-DATE          PIC 9(08).
005070     05  FILLER              PIC X(07) VALUE '  VERS '.
005080     05  WK-RT-VERSION       PIC X(05).
005090 01  WK-RPT-MONTH-LINE.
005100     05  FILLER              PIC X(13) VALUE 'REPORT MONTH '.
005110     05  WK-RM-THIS          PIC 9(06).
005120     05  FILLER              PIC X(17) VALUE
005130         '   COMPARED WITH '.
005140     05  WK-RM-PRIOR         PIC 9(06).
005150     05  FILLER              PIC X(13) VALUE '   MONTH END '.
005160     05  WK-RM-END           PIC 9(08).
005170     05  FILLER              PIC X(21) VALUE
005180         '   CLEAN-CLAIM LIMIT '.
005190     05  WK-RM-CLEAN-DAYS    PIC ZZ9.
005200     05  FILLER              PIC X(18) VALUE
005210         ' DAYS FROM RECEIPT'.
005220 01  WK-RPT-RULE-LINE        PIC X(132) VALUE ALL '='.
005230 01  WK-RPT-SECTION-LINE.
005240     05  FILLER              PIC X(04) VALUE '--- '.
005250     05  WK-RS-TEXT          PIC X(60).
005260 01  WK-FG-HEADING.
005270     05  FILLER              PIC X(40) VALUE SPACES.
005280     05  FILLER              PIC X(20) VALUE
005290         '          THIS MONTH'.
005300     05  FILLER              PIC X(20) VALUE
005310         '         PRIOR MONTH'.
005320     05  FILLER              PIC X(20) VALUE
005330         '              CHANGE'.
005340     05  FILLER              PIC X(11) VALUE '    PCT CHG'.
005350 01  WK-FG-DETAIL-LINE.
005360     05  WK-FD-LABEL         PIC X(40).
005370     05  FILLER              PIC X(02) VALUE SPACES.
005380     05  WK-FD-THIS-A        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
005390     05  WK-FD-THIS-C REDEFINES WK-FD-THIS-A
005400                             PIC BBBBZZ,ZZZ,ZZZ,ZZ9.
005410     05  FILLER              PIC X(02) VALUE SPACES.
005420     05  WK-FD-PRIOR-A       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
005430     05  WK-FD-PRIOR-C REDEFINES WK-FD-PRIOR-A
005440                             PIC BBBBZZ,ZZZ,ZZZ,ZZ9.
005450     05  WK-FD-PRIOR-X REDEFINES WK-FD-PRIOR-A
005460                             PIC X(18).
005470     05  FILLER              PIC X(02) VALUE SPACES.
005480     05  WK-FD-CHANGE-A      PIC ---,---,---,--9.99.
005490     05  WK-FD-CHANGE-C REDEFINES WK-FD-CHANGE-A
005500                             PIC BBBB--,---,---,--9.
005510     05  WK-FD-CHANGE-X REDEFINES WK-FD-CHANGE-A
005520                             PIC X(18).
005530     05  FILLER              PIC X(02) VALUE SPACES.
005540     05  WK-FD-PCT           PIC ---,--9.9.
005550     05  WK-FD-PCT-X REDEFINES WK-FD-PCT
005560                             PIC X(09).
005570 01  WK-FG-CHANGE               PIC S9(11)V9(02) VALUE ZEROES.
005580 01  WK-FG-PCT                  PIC S9(05)V9(01) VALUE ZEROES.
005590 01  WK-IV-HEADING.
005600     05  FILLER              PIC X(32) VALUE 'QUEUE'.
005610     05  FILLER              PIC X(10) VALUE '    0-30'.
005620     05  FILLER              PIC X(10) VALUE '   31-60'.
005630     05  FILLER              PIC X(10) VALUE '   61-90'.
005640     05  FILLER              PIC X(10) VALUE '  91-120'.
005650     05  FILLER              PIC X(10) VALUE '    121+'.
005660     05  FILLER              PIC X(10) VALUE '   TOTAL'.
005670     05  FILLER              PIC X(26) VALUE
005680         '  CARRIED OUT OF RUN'.
005690 01  WK-IV-DETAIL-LINE.
005700     05  WK-IL-QUEUE         PIC X(32).
005710     05  WK-IL-BAND-ENTRY OCCURS 5 TIMES.
005720         10  WK-IL-BAND      PIC ZZZ,ZZ9.
005730         10  FILLER          PIC X(03).
005740     05  WK-IL-TOTAL         PIC ZZZ,ZZ9.
005750     05  FILLER              PIC X(05) VALUE SPACES.
005760     05  WK-IL-RUN-ID        PIC X(08).
005770     05  FILLER              PIC X(01) VALUE SPACES.
005780     05  WK-IL-RUN-DATE      PIC X(12).
005790 01  WK-WKL-COUNT-LINE.
005800     05  WK-TC-LABEL         PIC X(44).
005810     05  WK-TC-COUNT         PIC ZZZ,ZZ9.
005820 PROCEDURE DIVISION.
005830*===========================================================*
005840* 0000-MAINLINE                                              *
005850*===========================================================*
005860 0000-MAINLINE.
005870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005880     PERFORM 2000-LOAD-REGISTRY THRU 2000-EXIT.
005890     OPEN OUTPUT WKL-WORK-FILE.
005900     PERFORM 3000-READ-ARCHIVE THRU 3000-EXIT.
005910     PERFORM 3500-READ-HISTORY THRU 3500-EXIT.
005920     CLOSE WKL-WORK-FILE.
005930     PERFORM 4000-CYCLE-TIME THRU 4000-EXIT.
005940     PERFORM 4500-PERCENTILES THRU 4500-EXIT
005950         VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 2.
005960     PERFORM 5000-TAKE-INVENTORY THRU 5000-EXIT.
005970     PERFORM 6000-CARRY-SUMMARY THRU 6000-EXIT.
005980     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
005990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006000     STOP RUN.
006010*===========================================================*
006020* 1000-INITIALIZE - READ THE PARAMETER CARDS, FIX THE TWO   *
006030* MONTHS AND THE REPORT MONTH'S LAST DAY, AND OPEN THE      *
006040* HISTORY REPOSITORY, WITHOUT WHICH THERE IS NO REPORT.     *
006050*===========================================================*
006060 1000-INITIALIZE.
006070     INITIALIZE WK-FIGURES WK-DAY-TABLE WK-INVENTORY-TABLE.
006080     MOVE ZEROES TO WK-DAY-SUM(1) WK-DAY-SUM(2)
006090                    WK-PAID-NO-RECEIPT(1) WK-PAID-NO-RECEIPT(2).
006100     ACCEPT WK-TODAY FROM DATE YYYYMMDD.
006110     OPEN INPUT WKL-PARM-FILE.
006120     IF WK-PARM-STATUS = '00'
006130         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
006140             UNTIL PARM-AT-EOF
006150         CLOSE WKL-PARM-FILE
006160     END-IF.
006170     IF WK-MONTH-THIS = 0
006180         MOVE WK-TODAY(1:6) TO WK-MONTH-THIS
006190         IF WK-MT-MM > 01
006200             SUBTRACT 1 FROM WK-MT-MM
006210         ELSE
006220             MOVE 12 TO WK-MT-MM
006230             SUBTRACT 1 FROM WK-MT-YYYY
006240         END-IF
006250     END-IF.
006260     MOVE WK-MONTH-THIS TO WK-MONTH-PRIOR.
006270     IF WK-MP-MM > 01
006280         SUBTRACT 1 FROM WK-MP-MM
006290     ELSE
006300         MOVE 12 TO WK-MP-MM
006310         SUBTRACT 1 FROM WK-MP-YYYY
006320     END-IF.
006330     MOVE WK-MONTH-THIS TO WK-ME-CCYYMM.
006340     MOVE 01 TO WK-ME-DD.
006350     MOVE WK-MONTH-END TO WK-DTS-DATE.
006360     PERFORM 8510-MONTH-LENGTH THRU 8510-EXIT.
006370     MOVE WK-MLEN-THIS TO WK-ME-DD.
006380     MOVE WK-MONTH-END TO WK-DTS-DATE.
006390     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
006400     MOVE WK-DTS-SERIAL TO WK-MONTH-END-SERIAL.
006410     OPEN INPUT HIST-REPO-FILE.
006420     IF WK-HISTREPO-STATUS NOT = '00'
006430         DISPLAY 'PPWKL215 - HISTORY REPOSITORY OPEN FAILED - '
006440                 'STATUS ' WK-HISTREPO-STATUS
006450         MOVE 16 TO RETURN-CODE
006460         STOP RUN
006470     END-IF.
006480     OPEN OUTPUT WKL-RPT-OUT.
006490     MOVE 'CONTRACTOR WORKLOAD AND TIMELINESS' TO WK-RT-TITLE.
006500     MOVE WK-TODAY TO WK-RT-DATE.
006510     MOVE WKL-VERSION TO WK-RT-VERSION.
006520     MOVE WK-RPT-TITLE-LINE TO WKL-RPT-LINE.
006530     WRITE WKL-RPT-LINE.
006540     MOVE WK-MONTH-THIS TO WK-RM-THIS.
006550     MOVE WK-MONTH-PRIOR TO WK-RM-PRIOR.
006560     MOVE WK-MONTH-END TO WK-RM-END.
006570     MOVE WK-CLEAN-DAYS TO WK-RM-CLEAN-DAYS.
006580     MOVE WK-RPT-MONTH-LINE TO WKL-RPT-LINE.
006590     WRITE WKL-RPT-LINE.
006600     MOVE WK-RPT-RULE-LINE TO WKL-RPT-LINE.
006610     WRITE WKL-RPT-LINE.
006620 1000-EXIT.
006630     EXIT.
006640 1100-READ-ONE-PARM.
006650     READ WKL-PARM-FILE
006660         AT END
006670             SET PARM-AT-EOF TO TRUE
006680             GO TO 1100-EXIT
006690     END-READ.
006700     IF WKL-PARM-REC = SPACES OR WKL-PARM-REC(1:1) = '*'
006710         GO TO 1100-EXIT
006720     END-IF.
006730     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
006740     UNSTRING WKL-PARM-REC DELIMITED BY '='
006750         INTO WK-RC-KEYWORD WK-RC-VALUE.
006760     EVALUATE WK-RC-KEYWORD
006770         WHEN 'REPORT-MONTH'
006780             IF WK-RC-VALUE(1:6) IS NUMERIC
006790                AND WK-RC-VALUE(5:2) > '00'
006800                AND WK-RC-VALUE(5:2) < '13'
006810                 MOVE WK-RC-VALUE(1:6) TO WK-MONTH-THIS
006820             ELSE
006830                 DISPLAY 'PPWKL215 - REPORT-MONTH NOT CCYYMM - '
006840                         'IGNORED : ' WKL-PARM-REC
006850             END-IF
006860         WHEN 'CLEAN-DAYS'
006870             IF WK-RC-VALUE(1:3) IS NUMERIC
006880                 MOVE WK-RC-VALUE(1:3) TO WK-CLEAN-DAYS
006890             END-IF
006900         WHEN OTHER
006910             DISPLAY 'PPWKL215 - PARAMETER CARD IGNORED : '
006920                     WKL-PARM-REC
006930     END-EVALUATE.
006940 1100-EXIT.
006950     EXIT.
006960*===========================================================*
006970* 2000-LOAD-REGISTRY - THE DISPOSITION COUNTS OF EVERY RUN  *
006980* DATED IN EITHER MONTH.                                    *
006990*===========================================================*
007000 2000-LOAD-REGISTRY.
007010     OPEN INPUT RUN-HIST-IN.
007020     IF WK-RUNHIST-STATUS NOT = '00'
007030         DISPLAY 'PPWKL215 - RUN-HISTORY REGISTRY UNAVAILABLE - '
007040                 'NO REGISTRY DISPOSITIONS'
007050         SET AN-INPUT-IS-MISSING TO TRUE
007060         GO TO 2000-EXIT
007070     END-IF.
007080     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
007090         UNTIL RUNHIST-AT-EOF.
007100     CLOSE RUN-HIST-IN.
007110 2000-EXIT.
007120     EXIT.
007130 2100-READ-ONE-RUN.
007140     READ RUN-HIST-IN
007150         AT END
007160             SET RUNHIST-AT-EOF TO TRUE
007170             GO TO 2100-EXIT
007180     END-READ.
007190     ADD 1 TO WK-REGISTRY-ROWS.
007200     MOVE RUN-HIST-IN-REC TO WK-MF-VIEW.
007210     IF WK-MF-RUN-DATE NOT NUMERIC
007220         GO TO 2100-EXIT
007230     END-IF.
007240     MOVE WK-MF-RUN-DATE TO WK-TEST-DATE.
007250     PERFORM 8400-MONTH-OF-DATE THRU 8400-EXIT.
007260     IF WK-M = 0
007270         GO TO 2100-EXIT
007280     END-IF.
007290     ADD 1 TO FG-VALUE(WK-M, 05).
007300     IF WK-MF-BILLS-READ IS NUMERIC
007310         ADD WK-MF-BILLS-READ        TO FG-VALUE(WK-M, 06)
007320     END-IF.
007330     IF WK-MF-BILLS-PRICED IS NUMERIC
007340         ADD WK-MF-BILLS-PRICED      TO FG-VALUE(WK-M, 07)
007350     END-IF.
007360     IF WK-MF-BILLS-REJECTED IS NUMERIC
007370         ADD WK-MF-BILLS-REJECTED    TO FG-VALUE(WK-M, 08)
007380     END-IF.
007390     IF WK-MF-BILLS-QUARANTINED IS NUMERIC
007400         ADD WK-MF-BILLS-QUARANTINED TO FG-VALUE(WK-M, 09)
007410     END-IF.
007420     IF WK-MF-BILLS-DUPLICATE IS NUMERIC
007430         ADD WK-MF-BILLS-DUPLICATE   TO FG-VALUE(WK-M, 10)
007440     END-IF.
007450     IF WK-MF-BILLS-PENDED IS NUMERIC
007460         ADD WK-MF-BILLS-PENDED      TO FG-VALUE(WK-M, 11)
007470     END-IF.
007480     IF WK-MF-BILLS-FUNDS-HELD IS NUMERIC
007490         ADD WK-MF-BILLS-FUNDS-HELD  TO FG-VALUE(WK-M, 12)
007500     END-IF.
007510     IF WK-MF-TOTAL-PAYMENT IS NUMERIC
007520         ADD WK-MF-TOTAL-PAYMENT     TO FG-VALUE(WK-M, 13)
007530     END-IF.
007540 2100-EXIT.
007550     EXIT.
007560*===========================================================*
007570* 3000-READ-ARCHIVE - COUNT THE MONTHS' RECEIPTS AND PUT    *
007580* EVERY BILL RECEIVED BY MONTH END ON THE WORK FILE FOR THE *
007590* RECEIPT-TO-PAYMENT MATCH.  A CANCEL PAYS NOTHING AND IS   *
007600* ONLY COUNTED.                                             *
007610*===========================================================*
007620 3000-READ-ARCHIVE.
007630     OPEN INPUT BILL-ARCHIVE-IN.
007640     IF WK-BILLARC-STATUS NOT = '00'
007650         DISPLAY 'PPWKL215 - BILL ARCHIVE MISSING - NO RECEIPTS '
007660                 'OR TIMELINESS'
007670         SET AN-INPUT-IS-MISSING TO TRUE
007680         GO TO 3000-EXIT
007690     END-IF.
007700     PERFORM 3100-READ-ONE-BILL THRU 3100-EXIT
007710         UNTIL BILLARC-AT-EOF.
007720     CLOSE BILL-ARCHIVE-IN.
007730 3000-EXIT.
007740     EXIT.
007750 3100-READ-ONE-BILL.
007760     READ BILL-ARCHIVE-IN
007770         AT END
007780             SET BILLARC-AT-EOF TO TRUE
007790             GO TO 3100-EXIT
007800     END-READ.
007810     IF BILL-ARCHIVE-REC(1:3) = 'HDR'
007820        OR BILL-ARCHIVE-REC(1:3) = 'TRL'
007830         GO TO 3100-EXIT
007840     END-IF.
007850     ADD 1 TO WK-ARCHIVE-BILLS.
007860     MOVE BILL-ARCHIVE-REC TO BILL-DATA-2021.
007870     IF B-21-RECEIPT-DATE NOT NUMERIC
007880        OR B-21-RECEIPT-DATE = 0
007890         ADD 1 TO WK-NO-RECEIPT-DATE
007900         GO TO 3100-EXIT
007910     END-IF.
007920     MOVE B-21-RECEIPT-DATE TO WK-TEST-DATE.
007930     PERFORM 8400-MONTH-OF-DATE THRU 8400-EXIT.
007940     IF WK-M > 0
007950         ADD 1 TO FG-VALUE(WK-M, 01)
007960         EVALUATE TRUE
007970             WHEN B-21-ACTION-ADJUSTMENT
007980                 ADD 1 TO FG-VALUE(WK-M, 03)
007990             WHEN B-21-ACTION-CANCEL
008000                 ADD 1 TO FG-VALUE(WK-M, 04)
008010             WHEN OTHER
008020                 ADD 1 TO FG-VALUE(WK-M, 02)
008030         END-EVALUATE
008040     END-IF.
008050     IF B-21-ACTION-CANCEL
008060        OR B-21-RECEIPT-DATE > WK-MONTH-END
008070         GO TO 3100-EXIT
008080     END-IF.
008090     MOVE SPACES              TO WK-WW-REC.
008100     MOVE B-21-PROVIDER-NO    TO WK-WW-PROVIDER-NO.
008110     MOVE B-21-MBI            TO WK-WW-MBI.
008120     MOVE B-21-DISCHARGE-DATE TO WK-WW-DISCHARGE.
008130     MOVE B-21-RECEIPT-DATE   TO WK-WW-DATE.
008140     MOVE 'A'                 TO WK-WW-TYPE.
008150     MOVE B-21-ACTION-CODE    TO WK-WW-ACTION.
008160     MOVE 0                   TO WK-WW-MONTH.
008170     PERFORM 3900-WRITE-WORK THRU 3900-EXIT.
008180 3100-EXIT.
008190     EXIT.
008200*===========================================================*
008210* 3500-READ-HISTORY - COUNT THE CLAIMS PROCESSED IN EITHER  *
008220* MONTH BY RUN DATE, AND PUT EVERY PAYABLE ONE ON THE WORK  *
008230* FILE TO BE MATCHED TO ITS RECEIPT.                        *
008240*===========================================================*
008250 3500-READ-HISTORY.
008260     PERFORM 3600-READ-ONE-ROW THRU 3600-EXIT
008270         UNTIL HIST-AT-EOF.
008280     CLOSE HIST-REPO-FILE.
008290 3500-EXIT.
008300     EXIT.
008310 3600-READ-ONE-ROW.
008320     READ HIST-REPO-FILE NEXT
008330         AT END
008340             SET HIST-AT-EOF TO TRUE
008350             GO TO 3600-EXIT
008360     END-READ.
008370     ADD 1 TO WK-HIST-ROWS.
008380     IF HR-RUN-DATE NOT NUMERIC
008390         GO TO 3600-EXIT
008400     END-IF.
008410     MOVE HR-RUN-DATE TO WK-TEST-DATE.
008420     PERFORM 8400-MONTH-OF-DATE THRU 8400-EXIT.
008430     IF WK-M = 0
008440         GO TO 3600-EXIT
008450     END-IF.
008460     ADD 1 TO FG-VALUE(WK-M, 14).
008470     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
008480     IF WK-HRD-RTC NOT NUMERIC
008490        OR WK-HRD-RTC NOT < 50
008500         ADD 1 TO FG-VALUE(WK-M, 16)
008510         GO TO 3600-EXIT
008520     END-IF.
008530     ADD 1 TO FG-VALUE(WK-M, 15).
008540     MOVE SPACES              TO WK-WW-REC.
008550     MOVE HR-PROVIDER-NO      TO WK-WW-PROVIDER-NO.
008560     MOVE HR-MBI              TO WK-WW-MBI.
008570     MOVE HR-DISCHARGE-DATE   TO WK-WW-DISCHARGE.
008580     MOVE HR-RUN-DATE         TO WK-WW-DATE.
008590     MOVE 'H'                 TO WK-WW-TYPE.
008600     MOVE WK-M                TO WK-WW-MONTH.
008610     PERFORM 3900-WRITE-WORK THRU 3900-EXIT.
008620 3600-EXIT.
008630     EXIT.
008640 3900-WRITE-WORK.
008650     MOVE WK-WW-REC TO WKL-WORK-REC.
008660     WRITE WKL-WORK-REC.
008670     ADD 1 TO WK-WORK-WRITTEN.
008680 3900-EXIT.
008690     EXIT.
008700*===========================================================*
008710* 4000-CYCLE-TIME - SORT THE WORK FILE INTO CLAIM AND DATE  *
008720* ORDER.  EACH PAYMENT IS TIMED FROM THE LATEST BILL OF THE *
008730* SAME CLAIM RECEIVED ON OR BEFORE ITS RUN DATE; A PAYMENT  *
008740* WITH NO SUCH BILL ON THE ARCHIVE CANNOT BE TIMED.         *
008750*===========================================================*
008760 4000-CYCLE-TIME.
008770     SORT WKL-SORT-FILE
008780         ON ASCENDING KEY WK-SORT-KEY WK-SORT-DATE WK-SORT-TYPE
008790         USING WKL-WORK-FILE
008800         GIVING WKL-SORTED-FILE.
008810     OPEN INPUT WKL-SORTED-FILE.
008820     PERFORM 4100-TIME-ONE-RECORD THRU 4100-EXIT
008830         UNTIL SORTED-AT-EOF.
008840     CLOSE WKL-SORTED-FILE.
008850 4000-EXIT.
008860     EXIT.
008870 4100-TIME-ONE-RECORD.
008880     READ WKL-SORTED-FILE
008890         AT END
008900             SET SORTED-AT-EOF TO TRUE
008910             GO TO 4100-EXIT
008920     END-READ.
008930     MOVE WKL-SORTED-REC TO WK-WW-REC.
008940     IF WK-WW-KEY NOT = WK-LAST-KEY
008950         MOVE WK-WW-KEY TO WK-LAST-KEY
008960         MOVE ZEROES    TO WK-LAST-RECEIPT
008970         MOVE SPACES    TO WK-LAST-ACTION
008980     END-IF.
008990     IF WK-WW-TYPE = 'A'
009000         MOVE WK-WW-DATE   TO WK-LAST-RECEIPT
009010         MOVE WK-WW-ACTION TO WK-LAST-ACTION
009020         GO TO 4100-EXIT
009030     END-IF.
009040     MOVE WK-WW-MONTH TO WK-M.
009050     IF WK-LAST-RECEIPT = 0
009060         ADD 1 TO WK-PAID-NO-RECEIPT(WK-M)
009070         GO TO 4100-EXIT
009080     END-IF.
009090     MOVE WK-LAST-RECEIPT TO WK-DTS-DATE.
009100     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
009110     MOVE WK-DTS-SERIAL TO WK-FROM-SERIAL.
009120     MOVE WK-WW-DATE TO WK-DTS-DATE.
009130     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
009140     COMPUTE WK-CYCLE-DAYS = WK-DTS-SERIAL - WK-FROM-SERIAL.
009150     ADD 1 TO FG-VALUE(WK-M, 17).
009160     ADD WK-CYCLE-DAYS TO WK-DAY-SUM(WK-M).
009170     IF WK-CYCLE-DAYS > 365
009180         MOVE 367 TO WK-DY
009190     ELSE
009200         COMPUTE WK-DY = WK-CYCLE-DAYS + 1
009210     END-IF.
009220     ADD 1 TO DY-COUNT(WK-M, WK-DY).
009230     IF NOT WK-LAST-ORIGINAL
009240         GO TO 4100-EXIT
009250     END-IF.
009260     ADD 1 TO FG-VALUE(WK-M, 18).
009270     IF WK-CYCLE-DAYS NOT > WK-CLEAN-DAYS
009280         ADD 1 TO FG-VALUE(WK-M, 19)
009290     END-IF.
009300 4100-EXIT.
009310     EXIT.
009320*===========================================================*
009330* 4500-PERCENTILES - FOR MONTH WK-M, THE CLEAN-CLAIM SHARE  *
009340* PAID IN TIME, THE MEAN DAYS, AND THE DAYS BY WHICH 50,    *
009350* 75, 90 AND 95 PERCENT OF THE TIMED PAYMENTS WERE MADE.    *
009360*===========================================================*
009370 4500-PERCENTILES.
009380     IF FG-VALUE(WK-M, 18) > 0
009390         COMPUTE FG-VALUE(WK-M, 20) ROUNDED =
009400             FG-VALUE(WK-M, 19) * 100 / FG-VALUE(WK-M, 18)
009410     END-IF.
009420     IF FG-VALUE(WK-M, 17) = 0
009430         GO TO 4500-EXIT
009440     END-IF.
009450     COMPUTE FG-VALUE(WK-M, 21) ROUNDED =
009460         WK-DAY-SUM(WK-M) / FG-VALUE(WK-M, 17).
009470     MOVE 050 TO WK-PCT-RANK.
009480     MOVE 22  TO WK-PCT-FIG.
009490     PERFORM 4510-ONE-PERCENTILE THRU 4510-EXIT.
009500     MOVE 075 TO WK-PCT-RANK.
009510     MOVE 23  TO WK-PCT-FIG.
009520     PERFORM 4510-ONE-PERCENTILE THRU 4510-EXIT.
009530     MOVE 090 TO WK-PCT-RANK.
009540     MOVE 24  TO WK-PCT-FIG.
009550     PERFORM 4510-ONE-PERCENTILE THRU 4510-EXIT.
009560     MOVE 095 TO WK-PCT-RANK.
009570     MOVE 25  TO WK-PCT-FIG.
009580     PERFORM 4510-ONE-PERCENTILE THRU 4510-EXIT.
009590 4500-EXIT.
009600     EXIT.
009610*-----------------------------------------------------------*
009620* 4510-ONE-PERCENTILE - THE FIRST DAY COUNT AT WHICH THE    *
009630* RUNNING TOTAL REACHES WK-PCT-RANK PERCENT OF THE TIMED    *
009640* PAYMENTS (ROUNDED UP TO A WHOLE CLAIM).                   *
009650*-----------------------------------------------------------*
009660 4510-ONE-PERCENTILE.
009670     COMPUTE WK-PCT-TARGET =
009680         (FG-VALUE(WK-M, 17) * WK-PCT-RANK + 99) / 100.
009690     MOVE ZEROES TO WK-PCT-CUM.
009700     PERFORM 4520-ADD-ONE-DAY THRU 4520-EXIT
009710         VARYING WK-DY FROM 1 BY 1
009720         UNTIL WK-DY > 367 OR WK-PCT-CUM NOT < WK-PCT-TARGET.
009730     COMPUTE FG-VALUE(WK-M, WK-PCT-FIG) = WK-DY - 2.
009740 4510-EXIT.
009750     EXIT.
009760 4520-ADD-ONE-DAY.
009770     ADD DY-COUNT(WK-M, WK-DY) TO WK-PCT-CUM.
009780 4520-EXIT.
009790     EXIT.
009800*===========================================================*
009810* 5000-TAKE-INVENTORY - AGE EVERY BILL ON THE CARRIED       *
009820* QUEUES FROM ITS RECEIPT DATE (OR, WITHOUT ONE, THE DATE   *
009830* IT WENT ON THE QUEUE) TO THE REPORT MONTH'S LAST DAY.     *
009840*===========================================================*
009850 5000-TAKE-INVENTORY.
009860     MOVE 'Y' TO WK-INVENTORY-SW.
009870     MOVE 1 TO WK-Q.
009880     OPEN INPUT PEND-FILE-IN.
009890     PERFORM 5050-CHECK-OPEN THRU 5050-EXIT.
009900     IF WK-QUEUE-STATUS = '00'
009910         PERFORM 5100-READ-PEND THRU 5100-EXIT
009920             UNTIL QUEUE-AT-EOF
009930         CLOSE PEND-FILE-IN
009940     END-IF.
009950     MOVE 2 TO WK-Q.
009960     OPEN INPUT PEND-STAY-IN.
009970     PERFORM 5050-CHECK-OPEN THRU 5050-EXIT.
009980     IF WK-QUEUE-STATUS = '00'
009990         PERFORM 5200-READ-STAY THRU 5200-EXIT
010000             UNTIL QUEUE-AT-EOF
010010         CLOSE PEND-STAY-IN
010020     END-IF.
010030     MOVE 3 TO WK-Q.
010040     OPEN INPUT HELD-CLAIMS-IN.
010050     PERFORM 5050-CHECK-OPEN THRU 5050-EXIT.
010060     IF WK-QUEUE-STATUS = '00'
010070         PERFORM 5300-READ-HELD THRU 5300-EXIT
010080             UNTIL QUEUE-AT-EOF
010090         CLOSE HELD-CLAIMS-IN
010100     END-IF.
010110     MOVE 4 TO WK-Q.
010120     OPEN INPUT PAY-HOLD-IN.
010130     PERFORM 5050-CHECK-OPEN THRU 5050-EXIT.
010140     IF WK-QUEUE-STATUS = '00'
010150         PERFORM 5400-READ-FUNDS THRU 5400-EXIT
010160             UNTIL QUEUE-AT-EOF
010170         CLOSE PAY-HOLD-IN
010180     END-IF.
010190     MOVE 5 TO WK-Q.
010200     OPEN INPUT FLOOR-HOLD-IN.
010210     PERFORM 5050-CHECK-OPEN THRU 5050-EXIT.
010220     IF WK-QUEUE-STATUS = '00'
010230         PERFORM 5500-READ-FLOOR THRU 5500-EXIT
010240             UNTIL QUEUE-AT-EOF
010250         CLOSE FLOOR-HOLD-IN
010260     END-IF.
010270     MOVE 6 TO WK-Q.
010280     OPEN INPUT REWORK-FILE-IN.
010290     PERFORM 5050-CHECK-OPEN THRU 5050-EXIT.
010300     IF WK-QUEUE-STATUS = '00'
010310         PERFORM 5600-READ-REWORK THRU 5600-EXIT
010320             UNTIL QUEUE-AT-EOF
010330         CLOSE REWORK-FILE-IN
010340     END-IF.
010350 5000-EXIT.
010360     EXIT.
010370*-----------------------------------------------------------*
010380* 5050-CHECK-OPEN - A QUEUE NOT PROVIDED IS REPORTED AS     *
010390* SUCH; ITS INVENTORY IS NOT ZERO, IT IS UNKNOWN.           *
010400*-----------------------------------------------------------*
010410 5050-CHECK-OPEN.
010420     MOVE 'N' TO WK-QUEUE-EOF.
010430     IF WK-QUEUE-STATUS = '00'
010440         MOVE 'Y' TO IV-PROVIDED-SW(WK-Q)
010450     ELSE
010460         MOVE 'N' TO IV-PROVIDED-SW(WK-Q)
010470         SET AN-INPUT-IS-MISSING TO TRUE
010480         MOVE 'N' TO WK-INVENTORY-SW
010490     END-IF.
010500 5050-EXIT.
010510     EXIT.
010520 5100-READ-PEND.
010530     READ PEND-FILE-IN
010540         AT END
010550             SET QUEUE-AT-EOF TO TRUE
010560             GO TO 5100-EXIT
010570     END-READ.
010580     MOVE PEND-IN-REC(1:28) TO GEN-STAMP-REC.
010590     IF GS-IS-STAMP
010600         PERFORM 5800-NOTE-STAMP THRU 5800-EXIT
010610         GO TO 5100-EXIT
010620     END-IF.
010630     MOVE PN-BILL-RECORD TO BILL-DATA-2021.
010640     MOVE PN-PEND-DATE   TO WK-QUEUE-DATE.
010650     PERFORM 5900-AGE-ONE-BILL THRU 5900-EXIT.
010660 5100-EXIT.
010670     EXIT.
010680 5200-READ-STAY.
010690     READ PEND-STAY-IN
010700         AT END
010710             SET QUEUE-AT-EOF TO TRUE
010720             GO TO 5200-EXIT
010730     END-READ.
010740     MOVE PEND-STAY-IN-REC(1:28) TO GEN-STAMP-REC.
010750     IF GS-IS-STAMP
010760         PERFORM 5800-NOTE-STAMP THRU 5800-EXIT
010770         GO TO 5200-EXIT
010780     END-IF.
010790     MOVE PY-IN-BILL-RECORD TO BILL-DATA-2021.
010800     MOVE PY-IN-FIRST-DATE  TO WK-QUEUE-DATE.
010810     PERFORM 5900-AGE-ONE-BILL THRU 5900-EXIT.
010820 5200-EXIT.
010830     EXIT.
010840 5300-READ-HELD.
010850     READ HELD-CLAIMS-IN
010860         AT END
010870             SET QUEUE-AT-EOF TO TRUE
010880             GO TO 5300-EXIT
010890     END-READ.
010900     MOVE HELD-IN-REC(1:28) TO GEN-STAMP-REC.
010910     IF GS-IS-STAMP
010920         PERFORM 5800-NOTE-STAMP THRU 5800-EXIT
010930         GO TO 5300-EXIT
010940     END-IF.
010950     MOVE HI-BILL-RECORD TO BILL-DATA-2021.
010960     MOVE HI-HELD-DATE   TO WK-QUEUE-DATE.
010970     PERFORM 5900-AGE-ONE-BILL THRU 5900-EXIT.
010980 5300-EXIT.
010990     EXIT.
011000 5400-READ-FUNDS.
011010     READ PAY-HOLD-IN
011020         AT END
011030             SET QUEUE-AT-EOF TO TRUE
011040             GO TO 5400-EXIT
011050     END-READ.
011060     MOVE PAY-HOLD-IN-REC(1:28) TO GEN-STAMP-REC.
011070     IF GS-IS-STAMP
011080         PERFORM 5800-NOTE-STAMP THRU 5800-EXIT
011090         GO TO 5400-EXIT
011100     END-IF.
011110     MOVE FH-IN-BILL-RECORD TO BILL-DATA-2021.
011120     MOVE FH-IN-HELD-DATE   TO WK-QUEUE-DATE.
011130     PERFORM 5900-AGE-ONE-BILL THRU 5900-EXIT.
011140 5400-EXIT.
011150     EXIT.
011160 5500-READ-FLOOR.
011170     READ FLOOR-HOLD-IN
011180         AT END
011190             SET QUEUE-AT-EOF TO TRUE
011200             GO TO 5500-EXIT
011210     END-READ.
011220     MOVE FLOOR-HOLD-IN-REC(1:28) TO GEN-STAMP-REC.
011230     IF GS-IS-STAMP
011240         PERFORM 5800-NOTE-STAMP THRU 5800-EXIT
011250         GO TO 5500-EXIT
011260     END-IF.
011270     MOVE FL-IN-BILL-RECORD TO BILL-DATA-2021.
011280     MOVE FL-IN-HELD-DATE   TO WK-QUEUE-DATE.
011290     PERFORM 5900-AGE-ONE-BILL THRU 5900-EXIT.
011300 5500-EXIT.
011310     EXIT.
011320 5600-READ-REWORK.
011330     READ REWORK-FILE-IN
011340         AT END
011350             SET QUEUE-AT-EOF TO TRUE
011360             GO TO 5600-EXIT
011370     END-READ.
011380     MOVE REWORK-IN-REC(1:28) TO GEN-STAMP-REC.
011390     IF GS-IS-STAMP
011400         PERFORM 5800-NOTE-STAMP THRU 5800-EXIT
011410         GO TO 5600-EXIT
011420     END-IF.
011430     MOVE RW-IN-BILL TO BILL-DATA-2021.
011440     MOVE ZEROES     TO WK-QUEUE-DATE.
011450     PERFORM 5900-AGE-ONE-BILL THRU 5900-EXIT.
011460 5600-EXIT.
011470     EXIT.
011480 5800-NOTE-STAMP.
011490     MOVE GS-RUN-ID   TO IV-STAMP-RUN-ID(WK-Q).
011500     MOVE GS-RUN-DATE TO IV-STAMP-DATE(WK-Q).
011510 5800-EXIT.
011520     EXIT.
011530*-----------------------------------------------------------*
011540* 5900-AGE-ONE-BILL - BAND THE BILL IN BILL-DATA-2021 FOR   *
011550* QUEUE WK-Q.  A BILL RECEIVED AFTER MONTH END (THE QUEUE   *
011560* WAS TAKEN LATE) IS IN THE FIRST BAND.  QUEUES 1-5 ARE     *
011570* PENDING (FIGURES 26-30, 31 AND 32-36); THE REWORK QUEUE   *
011580* IS FIGURE 37 ONLY.                                        *
011590*-----------------------------------------------------------*
011600 5900-AGE-ONE-BILL.
011610     ADD 1 TO WK-QUEUE-RECS.
011620     IF B-21-RECEIPT-DATE IS NUMERIC
011630        AND B-21-RECEIPT-DATE > 0
011640         MOVE B-21-RECEIPT-DATE TO WK-QUEUE-DATE
011650     END-IF.
011660     MOVE ZEROES TO WK-AGE-DAYS.
011670     IF WK-QUEUE-DATE IS NUMERIC
011680        AND WK-QUEUE-DATE > 0
011690         MOVE WK-QUEUE-DATE TO WK-DTS-DATE
011700         PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
011710         COMPUTE WK-AGE-DAYS =
011720             WK-MONTH-END-SERIAL - WK-DTS-SERIAL
011730     END-IF.
011740     EVALUATE TRUE
011750         WHEN WK-AGE-DAYS NOT > 30
011760             MOVE 1 TO WK-BAND
011770         WHEN WK-AGE-DAYS NOT > 60
011780             MOVE 2 TO WK-BAND
011790         WHEN WK-AGE-DAYS NOT > 90
011800             MOVE 3 TO WK-BAND
011810         WHEN WK-AGE-DAYS NOT > 120
011820             MOVE 4 TO WK-BAND
011830         WHEN OTHER
011840             MOVE 5 TO WK-BAND
011850     END-EVALUATE.
011860     ADD 1 TO IV-COUNT(WK-Q, WK-BAND).
011870     ADD 1 TO IV-TOTAL(WK-Q).
011880     IF WK-Q = 6
011890         ADD 1 TO FG-VALUE(1, 37)
011900         GO TO 5900-EXIT
011910     END-IF.
011920     COMPUTE WK-QUEUE-FIGURE = 25 + WK-Q.
011930     ADD 1 TO FG-VALUE(1, WK-QUEUE-FIGURE).
011940     ADD 1 TO FG-VALUE(1, 31).
011950     COMPUTE WK-QUEUE-FIGURE = 31 + WK-BAND.
011960     ADD 1 TO FG-VALUE(1, WK-QUEUE-FIGURE).
011970 5900-EXIT.
011980     EXIT.
011990*===========================================================*
012000* 6000-CARRY-SUMMARY - COPY THE SUMMARY HISTORY FORWARD     *
012010* WITH THIS MONTH'S ROW IN MONTH ORDER (REPLACING THE ROW   *
012020* OF AN EARLIER RUN FOR THE MONTH), AND TAKE THE PRIOR      *
012030* MONTH'S INVENTORY FROM ITS ROW.                           *
012040*===========================================================*
012050 6000-CARRY-SUMMARY.
012060     OPEN OUTPUT WKL-HIST-OUT.
012070     OPEN INPUT WKL-HIST-IN.
012080     IF WK-WKLHSTI-STATUS = '00'
012090         PERFORM 6100-COPY-ONE-ROW THRU 6100-EXIT
012100             UNTIL WKLHSTI-AT-EOF
012110         CLOSE WKL-HIST-IN
012120     ELSE
012130         DISPLAY 'PPWKL215 - NO SUMMARY HISTORY - STARTING A '
012140                 'NEW ONE'
012150     END-IF.
012160     IF NOT MONTH-WAS-WRITTEN
012170         PERFORM 6200-WRITE-THIS-MONTH THRU 6200-EXIT
012180     END-IF.
012190     CLOSE WKL-HIST-OUT.
012200 6000-EXIT.
012210     EXIT.
012220 6100-COPY-ONE-ROW.
012230     READ WKL-HIST-IN
012240         AT END
012250             SET WKLHSTI-AT-EOF TO TRUE
012260             GO TO 6100-EXIT
012270     END-READ.
012280     ADD 1 TO WK-SUMMARY-IN.
012290     MOVE WKL-HIST-IN-REC TO WORKLOAD-SUMMARY-REC.
012300     IF WM-MONTH = WK-MONTH-PRIOR
012310        AND WM-INVENTORY-SW = 'Y'
012320         SET PRIOR-INVENTORY-ON-FILE TO TRUE
012330         PERFORM 6110-TAKE-PRIOR-FIGURE THRU 6110-EXIT
012340             VARYING WK-FN FROM 26 BY 1 UNTIL WK-FN > 37
012350     END-IF.
012360     IF WM-MONTH = WK-MONTH-THIS
012370         GO TO 6100-EXIT
012380     END-IF.
012390     IF WM-MONTH > WK-MONTH-THIS
012400        AND NOT MONTH-WAS-WRITTEN
012410         PERFORM 6200-WRITE-THIS-MONTH THRU 6200-EXIT
012420         MOVE WKL-HIST-IN-REC TO WORKLOAD-SUMMARY-REC
012430     END-IF.
012440     MOVE WORKLOAD-SUMMARY-REC TO WKL-HIST-OUT-REC.
012450     WRITE WKL-HIST-OUT-REC.
012460     ADD 1 TO WK-SUMMARY-OUT.
012470 6100-EXIT.
012480     EXIT.
012490 6110-TAKE-PRIOR-FIGURE.
012500     MOVE WM-FIGURE(WK-FN) TO FG-VALUE(2, WK-FN).
012510 6110-EXIT.
012520     EXIT.
012530 6200-WRITE-THIS-MONTH.
012540     MOVE SPACES TO WORKLOAD-SUMMARY-REC.
012550     MOVE WK-MONTH-THIS TO WM-MONTH.
012560     MOVE WK-INVENTORY-SW TO WM-INVENTORY-SW.
012570     MOVE WK-TODAY TO WM-RUN-DATE.
012580     PERFORM 6210-PUT-ONE-FIGURE THRU 6210-EXIT
012590         VARYING WK-FN FROM 1 BY 1 UNTIL WK-FN > 40.
012600     MOVE WORKLOAD-SUMMARY-REC TO WKL-HIST-OUT-REC.
012610     WRITE WKL-HIST-OUT-REC.
012620     ADD 1 TO WK-SUMMARY-OUT.
012630     SET MONTH-WAS-WRITTEN TO TRUE.
012640 6200-EXIT.
012650     EXIT.
012660 6210-PUT-ONE-FIGURE.
012670     MOVE FG-VALUE(1, WK-FN) TO WM-FIGURE(WK-FN).
012680 6210-EXIT.
012690     EXIT.
012700*===========================================================*
012710* 7000-WRITE-REPORT - THE FIGURES BY SECTION, THIS MONTH    *
012720* AGAINST THE PRIOR, THEN THE INVENTORY BY QUEUE AND AGE.   *
012730*===========================================================*
012740 7000-WRITE-REPORT.
012750     MOVE 'RECEIPTS - BY RECEIPT DATE (BILL ARCHIVE)'
012760         TO WK-RS-TEXT.
012770     MOVE 01 TO WK-FIG-FROM.
012780     MOVE 04 TO WK-FIG-TO.
012790     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
012800     MOVE 'DISPOSITIONS - BY RUN DATE (RUN-HISTORY REGISTRY)'
012810         TO WK-RS-TEXT.
012820     MOVE 05 TO WK-FIG-FROM.
012830     MOVE 13 TO WK-FIG-TO.
012840     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
012850     MOVE 'DISPOSITIONS - BY RUN DATE (HISTORY REPOSITORY)'
012860         TO WK-RS-TEXT.
012870     MOVE 14 TO WK-FIG-FROM.
012880     MOVE 16 TO WK-FIG-TO.
012890     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
012900     MOVE 'TIMELINESS - RECEIPT TO PAYMENT' TO WK-RS-TEXT.
012910     MOVE 17 TO WK-FIG-FROM.
012920     MOVE 25 TO WK-FIG-TO.
012930     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
012940     MOVE 'PENDING INVENTORY AT MONTH END' TO WK-RS-TEXT.
012950     MOVE 26 TO WK-FIG-FROM.
012960     MOVE 37 TO WK-FIG-TO.
012970     PERFORM 7100-WRITE-SECTION THRU 7100-EXIT.
012980     MOVE 'PENDING INVENTORY BY QUEUE AND DAYS SINCE RECEIPT'
012990         TO WK-RS-TEXT.
013000     MOVE WK-RPT-SECTION-LINE TO WKL-RPT-LINE.
013010     WRITE WKL-RPT-LINE.
013020     MOVE WK-IV-HEADING TO WKL-RPT-LINE.
013030     WRITE WKL-RPT-LINE.
013040     PERFORM 7200-WRITE-QUEUE-LINE THRU 7200-EXIT
013050         VARYING WK-Q FROM 1 BY 1 UNTIL WK-Q > 6.
013060 7000-EXIT.
013070     EXIT.
013080 7100-WRITE-SECTION.
013090     MOVE WK-RPT-SECTION-LINE TO WKL-RPT-LINE.
013100     WRITE WKL-RPT-LINE.
013110     MOVE WK-FG-HEADING TO WKL-RPT-LINE.
013120     WRITE WKL-RPT-LINE.
013130     PERFORM 7110-WRITE-ONE-FIGURE THRU 7110-EXIT
013140         VARYING WK-FN FROM WK-FIG-FROM BY 1
013150         UNTIL WK-FN > WK-FIG-TO.
013160 7100-EXIT.
013170     EXIT.
013180*-----------------------------------------------------------*
013190* 7110-WRITE-ONE-FIGURE - THE PRIOR MONTH'S INVENTORY IS    *
013200* SHOWN ONLY WHEN ITS SNAPSHOT IS ON THE SUMMARY HISTORY.   *
013210*-----------------------------------------------------------*
013220 7110-WRITE-ONE-FIGURE.
013230     MOVE FL-TEXT(WK-FN) TO WK-FD-LABEL.
013240     COMPUTE WK-FG-CHANGE =
013250         FG-VALUE(1, WK-FN) - FG-VALUE(2, WK-FN).
013260     IF FL-TYPE(WK-FN) = 'A'
013270         MOVE FG-VALUE(1, WK-FN) TO WK-FD-THIS-A
013280         MOVE FG-VALUE(2, WK-FN) TO WK-FD-PRIOR-A
013290         MOVE WK-FG-CHANGE       TO WK-FD-CHANGE-A
013300     ELSE
013310         MOVE FG-VALUE(1, WK-FN) TO WK-FD-THIS-C
013320         MOVE FG-VALUE(2, WK-FN) TO WK-FD-PRIOR-C
013330         MOVE WK-FG-CHANGE       TO WK-FD-CHANGE-C
013340     END-IF.
013350     IF FG-VALUE(2, WK-FN) > 0
013360         COMPUTE WK-FG-PCT ROUNDED =
013370             WK-FG-CHANGE * 100 / FG-VALUE(2, WK-FN)
013380         MOVE WK-FG-PCT TO WK-FD-PCT
013390     ELSE
013400         MOVE SPACES TO WK-FD-PCT-X
013410     END-IF.
013420     IF WK-FN > 25
013430        AND NOT PRIOR-INVENTORY-ON-FILE
013440         MOVE '     NOT ON FILE' TO WK-FD-PRIOR-X
013450         MOVE SPACES TO WK-FD-CHANGE-X WK-FD-PCT-X
013460     END-IF.
013470     MOVE WK-FG-DETAIL-LINE TO WKL-RPT-LINE.
013480     WRITE WKL-RPT-LINE.
013490 7110-EXIT.
013500     EXIT.
013510 7200-WRITE-QUEUE-LINE.
013520     MOVE SPACES TO WK-IV-DETAIL-LINE.
013530     IF WK-Q = 6
013540         MOVE 'REWORK - RETURNED FOR CORRECTION' TO WK-IL-QUEUE
013550     ELSE
013560         COMPUTE WK-QUEUE-FIGURE = 25 + WK-Q
013570         MOVE FL-TEXT(WK-QUEUE-FIGURE) TO WK-IL-QUEUE
013580     END-IF.
013590     IF IV-PROVIDED-SW(WK-Q) NOT = 'Y'
013600         MOVE 'NOT PROVIDED' TO WK-IL-RUN-DATE
013610         MOVE WK-IV-DETAIL-LINE TO WKL-RPT-LINE
013620         WRITE WKL-RPT-LINE
013630         GO TO 7200-EXIT
013640     END-IF.
013650     PERFORM 7210-MOVE-ONE-BAND THRU 7210-EXIT
013660         VARYING WK-BAND FROM 1 BY 1 UNTIL WK-BAND > 5.
013670     MOVE IV-TOTAL(WK-Q) TO WK-IL-TOTAL.
013680     IF IV-STAMP-RUN-ID(WK-Q) = SPACES
013690         MOVE 'UNSTAMPED' TO WK-IL-RUN-DATE
013700     ELSE
013710         MOVE IV-STAMP-RUN-ID(WK-Q) TO WK-IL-RUN-ID
013720         MOVE IV-STAMP-DATE(WK-Q)   TO WK-IL-RUN-DATE
013730     END-IF.
013740     MOVE WK-IV-DETAIL-LINE TO WKL-RPT-LINE.
013750     WRITE WKL-RPT-LINE.
013760 7200-EXIT.
013770     EXIT.
013780 7210-MOVE-ONE-BAND.
013790     MOVE IV-COUNT(WK-Q, WK-BAND) TO WK-IL-BAND(WK-BAND).
013800 7210-EXIT.
013810     EXIT.
013820*-----------------------------------------------------------*
013830* 8400-MONTH-OF-DATE - WK-M IS 1 WHEN WK-TEST-DATE FALLS IN *
013840* THE REPORT MONTH, 2 IN THE PRIOR MONTH, OTHERWISE 0.      *
013850*-----------------------------------------------------------*
013860 8400-MONTH-OF-DATE.
013870     EVALUATE WK-TD-CCYYMM
013880         WHEN WK-MONTH-THIS
013890             MOVE 1 TO WK-M
013900         WHEN WK-MONTH-PRIOR
013910             MOVE 2 TO WK-M
013920         WHEN OTHER
013930             MOVE 0 TO WK-M
013940     END-EVALUATE.
013950 8400-EXIT.
013960     EXIT.
013970*-----------------------------------------------------------*
013980* 8500-DATE-TO-SERIAL - CCYYMMDD IN WK-DTS-DATE TO A DAY    *
013990* SERIAL IN WK-DTS-SERIAL.                                  *
014000*-----------------------------------------------------------*
014010 8500-DATE-TO-SERIAL.
014020     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
014030     IF WK-DTS-MM < 3
014040         SUBTRACT 1 FROM WK-DTS-YEARS
014050     END-IF.
014060     COMPUTE WK-DTS-LEAPS =
014070         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
014080         + (WK-DTS-YEARS / 400).
014090     COMPUTE WK-DTS-SERIAL =
014100         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
014110         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
014120 8500-EXIT.
014130     EXIT.
014140*-----------------------------------------------------------*
014150* 8510-MONTH-LENGTH - THE DAYS IN WK-DTS-DATE'S MONTH, IN   *
014160* WK-MLEN-THIS.  FEBRUARY HAS 29 IN A LEAP YEAR.            *
014170*-----------------------------------------------------------*
014180 8510-MONTH-LENGTH.
014190     MOVE WK-MLEN(WK-DTS-MM) TO WK-MLEN-THIS.
014200     IF WK-DTS-MM NOT = 02
014210         GO TO 8510-EXIT
014220     END-IF.
014230     MOVE 'N' TO WK-LEAP-SW.
014240     DIVIDE WK-DTS-YYYY BY 4 GIVING WK-LEAP-QUOT
014250         REMAINDER WK-LEAP-REM.
014260     IF WK-LEAP-REM = 0
014270         SET LEAP-YEAR TO TRUE
014280         DIVIDE WK-DTS-YYYY BY 100 GIVING WK-LEAP-QUOT
014290             REMAINDER WK-LEAP-REM
014300         IF WK-LEAP-REM = 0
014310             MOVE 'N' TO WK-LEAP-SW
014320             DIVIDE WK-DTS-YYYY BY 400 GIVING WK-LEAP-QUOT
014330                 REMAINDER WK-LEAP-REM
014340             IF WK-LEAP-REM = 0
014350                 SET LEAP-YEAR TO TRUE
014360             END-IF
014370         END-IF
014380     END-IF.
014390     IF LEAP-YEAR
014400         MOVE 29 TO WK-MLEN-THIS
014410     END-IF.
014420 8510-EXIT.
014430     EXIT.
014440*===========================================================*
014450* 9000-TERMINATE - INPUT COUNTS.  RETURN CODE 4 WHEN AN     *
014460* INPUT WAS NOT PROVIDED AND THE REPORT IS INCOMPLETE.      *
014470*===========================================================*
014480 9000-TERMINATE.
014490     MOVE WK-RPT-RULE-LINE TO WKL-RPT-LINE.
014500     WRITE WKL-RPT-LINE.
014510     MOVE 'REGISTRY ROWS READ' TO WK-TC-LABEL.
014520     MOVE WK-REGISTRY-ROWS TO WK-TC-COUNT.
014530     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014540     MOVE 'ARCHIVED BILLS READ' TO WK-TC-LABEL.
014550     MOVE WK-ARCHIVE-BILLS TO WK-TC-COUNT.
014560     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014570     MOVE '  WITH NO RECEIPT DATE' TO WK-TC-LABEL.
014580     MOVE WK-NO-RECEIPT-DATE TO WK-TC-COUNT.
014590     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014600     MOVE 'HISTORY ROWS READ' TO WK-TC-LABEL.
014610     MOVE WK-HIST-ROWS TO WK-TC-COUNT.
014620     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014630     MOVE 'PAID THIS MONTH - NO RECEIPT ON ARCHIVE'
014640         TO WK-TC-LABEL.
014650     MOVE WK-PAID-NO-RECEIPT(1) TO WK-TC-COUNT.
014660     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014670     MOVE 'PAID PRIOR MONTH - NO RECEIPT ON ARCHIVE'
014680         TO WK-TC-LABEL.
014690     MOVE WK-PAID-NO-RECEIPT(2) TO WK-TC-COUNT.
014700     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014710     MOVE 'QUEUE RECORDS READ' TO WK-TC-LABEL.
014720     MOVE WK-QUEUE-RECS TO WK-TC-COUNT.
014730     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014740     MOVE 'SUMMARY HISTORY ROWS READ' TO WK-TC-LABEL.
014750     MOVE WK-SUMMARY-IN TO WK-TC-COUNT.
014760     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014770     MOVE 'SUMMARY HISTORY ROWS WRITTEN' TO WK-TC-LABEL.
014780     MOVE WK-SUMMARY-OUT TO WK-TC-COUNT.
014790     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014800     CLOSE WKL-RPT-OUT.
014810     IF RETURN-CODE < 4
014820        AND AN-INPUT-IS-MISSING
014830         MOVE 4 TO RETURN-CODE
014840     END-IF.
014850     DISPLAY 'PPWKL215 - REPORT MONTH      : ' WK-MONTH-THIS.
014860     DISPLAY 'PPWKL215 - RECEIVED / PAID   : '
014870             FG-VALUE(1, 01) ' ' FG-VALUE(1, 15).
014880     DISPLAY 'PPWKL215 - PENDING AT MONTH END : '
014890             FG-VALUE(1, 31).
014900 9000-EXIT.
014910     EXIT.
014920 9300-WRITE-COUNT-LINE.
014930     MOVE WK-WKL-COUNT-LINE TO WKL-RPT-LINE.
014940     WRITE WKL-RPT-LINE.
014950 9300-EXIT.
014960     EXIT.
