000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPPSR215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - PROVIDER STATISTICAL AND REIMBURSEMENT (PS&R)
000070*            SUMMARY BY COST-REPORTING PERIOD.
000080*          - AT COST-REPORT SETTLEMENT THE HOSPITAL AND THE
000090*            AUDIT STAFF NEED ONE SUMMARY OF WHAT MEDICARE PAID
000100*            FOR DISCHARGES IN THE HOSPITAL'S OWN REPORTING
000110*            YEAR - P-NEW-FY-BEGIN-DATE THROUGH P-NEW-FYE-DATE
000120*            OF THE PROVIDER MASTER SEGMENT IN FORCE ON THE
000130*            PERIOD DATE - NOT OUR FISCAL YEAR OR A CALENDAR
000140*            MONTH.  A SEGMENT WHOSE DATES DESCRIBE AN EARLIER
000150*            OR LATER YEAR IS MOVED BY WHOLE YEARS TO THE ONE
000160*            HOLDING THE PERIOD DATE; A MISSING FYE DATE IS
000170*            TAKEN AS THE DAY BEFORE THE BEGIN DATE'S
000180*            ANNIVERSARY.
000190*          - EVERY CLAIM IN THE HISTORY REPOSITORY DISCHARGED
000200*            IN THE PERIOD IS TAKEN AT ITS LATEST PRICING, SO A
000210*            RE-RUN PICKS UP EVERY ADJUSTMENT POSTED SINCE THE
000220*            LAST ONE.  A CLAIM WHOSE LATEST PRICING IS NOT
000230*            PAYABLE (RTC 50 AND OVER) IS COUNTED BUT NOT PAID:
000240*              DISCHARGES, COVERED DAYS (REGULAR PLUS LIFETIME
000250*              RESERVE DAYS USED) AND LIFETIME RESERVE DAYS,
000260*              DRG OPERATING PAYMENT (FEDERAL PLUS HOSPITAL-
000270*              SPECIFIC PORTIONS), OPERATING OUTLIER, IME, DSH,
000280*              UNCOMPENSATED CARE, NEW-TECHNOLOGY ADD-ON,
000290*              CAPITAL PAYMENT AND THE TOTAL PPS PAYMENT.
000300*            CLAIMS PRICED MORE THAN ONCE ARE SHOWN WITH THE
000310*            NET CHANGE FROM THEIR FIRST PRICING, AND THOSE
000320*            REPRICED AFTER THE PERIOD END ARE COUNTED.
000330*          - THE SETTLEMENT EXTRACTS (PPSET215 SETTLOUT,
000340*            CONCATENATED OLDEST FIRST) SUPPLY THE BENEFICIARY
000350*            DEDUCTIBLE, COINSURANCE AND LIFETIME RESERVE
000360*            COINSURANCE, THE MSP PRIMARY PAYER PAID AMOUNT
000370*            AND THE NET MEDICARE PAYMENT.  A BILL SETTLED MORE
000380*            THAN ONCE IS TAKEN AT ITS LATEST SETTLEMENT.
000390*            WITHOUT THE EXTRACTS THOSE LINES ARE ZERO.
000400*          - PARAMETER CARDS - PERIOD-DATE=CCYYMMDD, ANY DATE
000410*            IN THE REPORTING PERIOD WANTED (DEFAULT TODAY; A
000420*            PRIOR DATE RE-RUNS A PRIOR PERIOD), AND
000430*            PROVIDER=NNNNNN TO REPORT ONE PROVIDER ONLY.
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
000560     SELECT PSR-PARM-FILE   ASSIGN TO PSRPARM
000570                            ORGANIZATION IS LINE SEQUENTIAL
000580                            FILE STATUS IS WK-PARM-STATUS.
000590     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000600                            ORGANIZATION IS INDEXED
000610                            ACCESS MODE IS DYNAMIC
000620                            RECORD KEY IS HR-KEY
000630                            ALTERNATE RECORD KEY IS HR-MBI
000640                                WITH DUPLICATES
000650                            FILE STATUS IS WK-HISTREPO-STATUS.
000660     SELECT PROV-MAST-IN    ASSIGN TO PROVMAST
000670                            ORGANIZATION IS INDEXED
000680                            ACCESS MODE IS DYNAMIC
000690                            RECORD KEY IS PM-PROV-KEY
000700                            FILE STATUS IS WK-MAST-STATUS.
000710     SELECT SETTLE-FILE-IN  ASSIGN TO SETTLIN
000720                            ORGANIZATION IS SEQUENTIAL
000730                            FILE STATUS IS WK-SETTLE-STATUS.
000740     SELECT SET-WORK-FILE   ASSIGN TO PSRWORK
000750                            ORGANIZATION IS SEQUENTIAL.
000760     SELECT SET-SORT-FILE   ASSIGN TO SORTWK01.
000770     SELECT SET-SORTED-FILE ASSIGN TO PSRSORT
000780                            ORGANIZATION IS SEQUENTIAL.
000790     SELECT PSR-RPT-OUT     ASSIGN TO PSRRPT
000800                            ORGANIZATION IS LINE SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PSR-PARM-FILE
000840     RECORDING MODE IS F.
000850 01  PSR-PARM-REC                PIC X(80).
000860*----------------------------------------------------------*
000870* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
000880* IT.                                                       *
000890*----------------------------------------------------------*
000900 FD  HIST-REPO-FILE
000910     RECORD CONTAINS 252 CHARACTERS.
000920 01  HIST-REPO-REC.
000930     05  HR-KEY.
000940         10  HR-PROVIDER-NO     PIC X(06).
000950         10  HR-DISCHARGE-DATE  PIC 9(08).
000960         10  HR-CLAIM-SEQ       PIC 9(09).
000970         10  HR-RUN-ID          PIC X(08).
000980     05  HR-RUN-DATE            PIC 9(08).
000990     05  HR-PPS-DATA            PIC X(89).
001000     05  HR-WI-AUDIT            PIC X(66).
001010     05  HR-MBI                 PIC X(11).
001020     05  HR-DRG                 PIC 9(03).
001030     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
001040     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
001050     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
001060     05  HR-NEW-TECH            PIC 9(09)V9(02).
001070*----------------------------------------------------------*
001080* CURRENT PROVIDER MASTER, AS PPBAT215 READS IT.            *
001090*----------------------------------------------------------*
001100 FD  PROV-MAST-IN
001110     RECORD CONTAINS 325 CHARACTERS.
001120 01  PROV-MAST-REC.
001130     05  PM-PROV-KEY.
001140         10  PM-PROVIDER-NO     PIC X(06).
001150         10  PM-SEGMENT-EFF-DATE PIC 9(08).
001160     05  PM-FORMAT-IND          PIC X(01).
001170     05  PM-PROV-RECORD         PIC X(310).
001180*----------------------------------------------------------*
001190* SETTLEMENT EXTRACT, AS PPSET215 WRITES IT - ONE FINAL     *
001200* NET-MEDICARE-PAYMENT RECORD PER PRICED BILL.              *
001210*----------------------------------------------------------*
001220 FD  SETTLE-FILE-IN
001230     RECORDING MODE IS F.
001240 01  SETTLE-IN-REC.
001250     05  ST-PROVIDER-NO          PIC X(06).
001260     05  ST-DRG                  PIC 9(03).
001270     05  ST-DISCHARGE-DATE       PIC 9(08).
001280     05  ST-PPS-RTC              PIC 9(02).
001290     05  ST-GROSS-PAYMENT        PIC 9(09)V9(02).
001300     05  ST-DEDUCTIBLE-AMT       PIC 9(05)V9(02).
001310     05  ST-COINSURANCE-DAYS     PIC 9(03).
001320     05  ST-COINSURANCE-AMT      PIC 9(09)V9(02).
001330     05  ST-LTR-DAYS             PIC 9(02).
001340     05  ST-LTR-AMT              PIC 9(09)V9(02).
001350     05  ST-MSP-PRIMARY-PAID     PIC 9(09)V9(02).
001360     05  ST-NET-MEDICARE-PAYMENT PIC 9(09)V9(02).
001370     05  ST-INTEREST-AMT         PIC 9(07)V9(02).
001380     05  ST-MSP-PAYER-TYPE       PIC X(01).
001390     05  ST-MSP-FORMULA          PIC X(02).
001400*----------------------------------------------------------*
001410* ONE ROW PER SETTLED BILL (LAYOUT WK-SET-ROW), BEFORE AND  *
001420* AFTER THE SORT INTO PROVIDER, DISCHARGE DATE AND DRG      *
001430* ORDER.  THE INPUT SEQUENCE KEEPS A BILL'S SETTLEMENTS IN  *
001440* THE ORDER THEY WERE MADE.                                 *
001450*----------------------------------------------------------*
001460 FD  SET-WORK-FILE
001470     RECORDING MODE IS F.
001480 01  SET-WORK-REC                PIC X(80).
001490 SD  SET-SORT-FILE.
001500 01  SET-SORT-REC.
001510     05  SS-PROVIDER-NO          PIC X(06).
001520     05  SS-DISCHARGE-DATE       PIC 9(08).
001530     05  SS-DRG                  PIC 9(03).
001540     05  SS-INPUT-SEQ            PIC 9(09).
001550     05  FILLER                  PIC X(54).
001560 FD  SET-SORTED-FILE
001570     RECORDING MODE IS F.
001580 01  SET-SORTED-REC              PIC X(80).
001590 FD  PSR-RPT-OUT
001600     RECORDING MODE IS F.
001610 01  PSR-RPT-LINE                PIC X(132).
001620 WORKING-STORAGE SECTION.
001630 01  W-STORAGE-REF                  PIC X(48)  VALUE
001640     'P P P S R 2 1 5 - W O R K I N G   S T O R A G E'.
001650 01  PSR-VERSION                    PIC X(05) VALUE 'R21.5'.
001660 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001670 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001680 01  WK-MAST-STATUS             PIC X(02) VALUE SPACES.
001690 01  WK-SETTLE-STATUS           PIC X(02) VALUE SPACES.
001700*----------------------------------------------------------*
001710* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001720* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001730* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001740*----------------------------------------------------------*
001750 COPY LAYHDR.
001760 01  WK-LAYOUT-CHECK.
001770     05  WK-LC-DD               PIC X(08).
001780     05  WK-LC-LAYOUT-ID        PIC X(08).
001790     05  WK-LC-VERSION          PIC 9(03).
001800     05  WK-LC-RECORD-LEN       PIC 9(05).
001810 01  WK-LAYOUT-SETTLIN.
001820     05  FILLER                 PIC X(08) VALUE 'SETTLIN'.
001830     05  FILLER                 PIC X(08) VALUE 'SETTLOUT'.
001840     05  FILLER                 PIC 9(03) VALUE 001.
001850     05  FILLER                 PIC 9(05) VALUE 00098.
001860 01  WK-LAYOUT-SWITCHES.
001870     05  WK-SETTLIN-LAYOUT-SW     PIC X(01) VALUE 'N'.
001880         88  SETTLIN-LAYOUT-CHECKED VALUE 'Y'.
001890 01  WK-SWITCHES.
001900     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001910         88  PARM-AT-EOF        VALUE 'Y'.
001920     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
001930         88  HIST-AT-EOF        VALUE 'Y'.
001940     05  WK-MAST-EOF            PIC X(01) VALUE 'N'.
001950         88  MASTER-AT-EOF      VALUE 'Y'.
001960     05  WK-SETTLE-EOF          PIC X(01) VALUE 'N'.
001970         88  SETTLE-AT-EOF      VALUE 'Y'.
001980     05  WK-SORTED-EOF          PIC X(01) VALUE 'N'.
001990         88  SORTED-AT-EOF      VALUE 'Y'.
002000     05  WK-SETTLE-SW           PIC X(01) VALUE 'N'.
002010         88  SETTLE-ACTIVE      VALUE 'Y'.
002020     05  WK-HELD-SW             PIC X(01) VALUE 'N'.
002030         88  CLAIM-IS-HELD      VALUE 'Y'.
002040     05  WK-PROV-SW             PIC X(01) VALUE 'N'.
002050         88  PROVIDER-IS-OPEN   VALUE 'Y'.
002060     05  WK-PERIOD-SW           PIC X(01) VALUE 'N'.
002070         88  PERIOD-IS-KNOWN    VALUE 'Y'.
002080 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002090 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
002100 01  WK-SEL-PROVIDER            PIC X(06) VALUE SPACES.
002110 01  WK-PERIOD-DATE             PIC 9(08) VALUE ZEROES.
002120*----------------------------------------------------------*
002130* THE PROVIDER BEING REPORTED AND ITS COST-REPORTING        *
002140* PERIOD.                                                   *
002150*----------------------------------------------------------*
002160 COPY PROVNEW.
002170 01  WK-CUR-PROVIDER            PIC X(06) VALUE SPACES.
002180 01  WK-SEG-EFF-DATE            PIC 9(08) VALUE ZEROES.
002190 01  WK-PER-BEGIN               PIC 9(08) VALUE ZEROES.
002200 01  WK-PER-END                 PIC 9(08) VALUE ZEROES.
002210 01  WK-PER-END-PARTS REDEFINES WK-PER-END.
002220     05  WK-PE-YYYY             PIC 9(04).
002230     05  WK-PE-MM               PIC 9(02).
002240     05  WK-PE-DD               PIC 9(02).
002250 01  WK-PER-SHIFTS              PIC 9(02) VALUE ZEROES.
002260 01  WK-LEAP-REM                PIC 9(03) VALUE ZEROES.
002270 01  WK-LEAP-QUOT               PIC 9(04) VALUE ZEROES.
002280 01  WK-MONTH-DAYS.
002290     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
002300 01  WK-MONTH-TAB REDEFINES WK-MONTH-DAYS.
002310     05  WK-MONTH-LAST          PIC 9(02) OCCURS 12 TIMES.
002320*----------------------------------------------------------*
002330* THE CLAIM BEING COUNTED - ITS LATEST PRICING, AND THE     *
002340* TOTAL OF ITS FIRST.                                       *
002350*----------------------------------------------------------*
002360 COPY PPSDATA.
002370 01  WK-HELD-CLAIM.
002380     05  WK-HELD-DATE           PIC 9(08).
002390     05  WK-HELD-SEQ            PIC 9(09).
002400     05  WK-HELD-RUN-DATE       PIC 9(08).
002410     05  WK-HELD-RTC            PIC 9(02).
002420     05  WK-HELD-TOTAL          PIC 9(09)V9(02).
002430     05  WK-HELD-DRG-PAY        PIC S9(11)V9(02).
002440     05  WK-HELD-OUTLIER        PIC 9(09)V9(02).
002450     05  WK-HELD-IME            PIC 9(08)V9(02).
002460     05  WK-HELD-DSH            PIC 9(08)V9(02).
002470     05  WK-HELD-COV-DAYS       PIC 9(04).
002480     05  WK-HELD-LTR-DAYS       PIC 9(02).
002490     05  WK-HELD-CAPI-PAY       PIC S9(09)V9(02).
002500     05  WK-HELD-UNCOMP         PIC S9(09)V9(02).
002510     05  WK-HELD-NEW-TECH       PIC 9(09)V9(02).
002520     05  WK-HELD-PRICINGS       PIC 9(03).
002530     05  WK-HELD-FIRST-DATE     PIC 9(08).
002540     05  WK-HELD-FIRST-TOTAL    PIC 9(09)V9(02).
002550*----------------------------------------------------------*
002560* SETTLED-BILL ROW WRITTEN TO THE WORK FILE AND READ BACK   *
002570* SORTED, AND THE ROW BEING POSTED.                         *
002580*----------------------------------------------------------*
002590 01  WK-SET-ROW.
002600     05  SR-PROVIDER-NO         PIC X(06).
002610     05  SR-DISCHARGE-DATE      PIC 9(08).
002620     05  SR-DRG                 PIC 9(03).
002630     05  SR-INPUT-SEQ           PIC 9(09).
002640     05  SR-PPS-RTC             PIC 9(02).
002650     05  SR-DEDUCTIBLE-AMT      PIC 9(05)V9(02).
002660     05  SR-COINSURANCE-AMT     PIC 9(09)V9(02).
002670     05  SR-LTR-AMT             PIC 9(09)V9(02).
002680     05  SR-MSP-PRIMARY-PAID    PIC 9(09)V9(02).
002690     05  SR-NET-PAYMENT         PIC 9(09)V9(02).
002700     05  FILLER                 PIC X(01).
002710 01  WK-SET-HELD                PIC X(80).
002720 01  WK-SET-HELD-ROW REDEFINES WK-SET-HELD.
002730     05  SH-PROVIDER-NO         PIC X(06).
002740     05  SH-DISCHARGE-DATE      PIC 9(08).
002750     05  SH-DRG                 PIC 9(03).
002760     05  SH-INPUT-SEQ           PIC 9(09).
002770     05  SH-PPS-RTC             PIC 9(02).
002780     05  SH-DEDUCTIBLE-AMT      PIC 9(05)V9(02).
002790     05  SH-COINSURANCE-AMT     PIC 9(09)V9(02).
002800     05  SH-LTR-AMT             PIC 9(09)V9(02).
002810     05  SH-MSP-PRIMARY-PAID    PIC 9(09)V9(02).
002820     05  SH-NET-PAYMENT         PIC 9(09)V9(02).
002830     05  FILLER                 PIC X(01).
002840*----------------------------------------------------------*
002850* SUMMARY TOTALS - ENTRY 1 IS THE PROVIDER BEING REPORTED,  *
002860* ENTRY 2 EVERY PROVIDER REPORTED IN THE RUN.               *
002870*----------------------------------------------------------*
002880 01  PSR-TOTALS-TABLE.
002890     05  TT-ENTRY OCCURS 2 TIMES.
002900         10  TT-DISCHARGES      PIC 9(07).
002910         10  TT-NOT-PAYABLE     PIC 9(07).
002920         10  TT-COVERED-DAYS    PIC 9(09).
002930         10  TT-LTR-DAYS        PIC 9(07).
002940         10  TT-DRG-PAY         PIC S9(13)V9(02).
002950         10  TT-OUTLIER         PIC S9(13)V9(02).
002960         10  TT-IME             PIC S9(13)V9(02).
002970         10  TT-DSH             PIC S9(13)V9(02).
002980         10  TT-UNCOMP          PIC S9(13)V9(02).
002990         10  TT-NEW-TECH        PIC S9(13)V9(02).
003000         10  TT-CAPI-PAY        PIC S9(13)V9(02).
003010         10  TT-TOTAL-PAY       PIC S9(13)V9(02).
003020         10  TT-ADJUSTED        PIC 9(07).
003030         10  TT-ADJ-CHANGE      PIC S9(13)V9(02).
003040         10  TT-LATE-ADJ        PIC 9(07).
003050         10  TT-SETTLED         PIC 9(07).
003060         10  TT-DEDUCTIBLE      PIC S9(13)V9(02).
003070         10  TT-COINSURANCE     PIC S9(13)V9(02).
003080         10  TT-LTR-COINS       PIC S9(13)V9(02).
003090         10  TT-MSP-PAID        PIC S9(13)V9(02).
003100         10  TT-NET-PAY         PIC S9(13)V9(02).
003110 01  WK-TT-I                    PIC 9(01) COMP VALUE ZEROES.
003120*----------------------------------------------------------*
003130* RUN COUNTERS.                                             *
003140*----------------------------------------------------------*
003150 01  WK-COUNTERS.
003160     05  WK-HIST-ROWS           PIC 9(09) VALUE ZEROES.
003170     05  WK-CLAIMS-COUNTED      PIC 9(09) VALUE ZEROES.
003180     05  WK-PROVIDERS-SEEN      PIC 9(07) VALUE ZEROES.
003190     05  WK-PROVIDERS-RPTD      PIC 9(07) VALUE ZEROES.
003200     05  WK-NO-MASTER           PIC 9(07) VALUE ZEROES.
003210     05  WK-SETTLE-ROWS         PIC 9(09) VALUE ZEROES.
003220     05  WK-SETTLE-SUPERSEDED   PIC 9(09) VALUE ZEROES.
003230     05  WK-SETTLE-POSTED       PIC 9(09) VALUE ZEROES.
003240     05  WK-SETTLE-UNMATCHED    PIC 9(09) VALUE ZEROES.
003250*----------------------------------------------------------*
003260* REPORT LINES.                                             *
003270*----------------------------------------------------------*
003280 01  WK-PS-TITLE-LINE.
003290     05  FILLER              PIC X(49) VALUE
003300         'PROVIDER STATISTICAL AND REIMBURSEMENT SUMMARY - '.
003310     05  FILLER              PIC X(30) VALUE
003320         'COST-REPORTING PERIOD HOLDING '.
003330     05  WK-PT-PERIOD-DATE   PIC 9(08).
003340 01  WK-PS-RULE-LINE         PIC X(132) VALUE ALL '='.
003350 01  WK-PS-SECTION-LINE.
003360     05  FILLER              PIC X(04) VALUE '--- '.
003370     05  WK-PN-TEXT          PIC X(09).
003380     05  WK-PN-PROVIDER      PIC X(06).
003390     05  FILLER              PIC X(24) VALUE
003400         '  COST-REPORTING PERIOD '.
003410     05  WK-PN-BEGIN         PIC 9(08).
003420     05  FILLER              PIC X(06) VALUE ' THRU '.
003430     05  WK-PN-END           PIC 9(08).
003440     05  WK-PN-SEG-TEXT      PIC X(18).
003450     05  WK-PN-SEG-DATE      PIC 9(08).
003460 01  WK-PS-TOTAL-SECTION.
003470     05  FILLER              PIC X(04) VALUE '--- '.
003480     05  FILLER              PIC X(41) VALUE
003490         'ALL PROVIDERS REPORTED - EACH FOR ITS OWN'.
003500     05  FILLER              PIC X(24) VALUE
003510         ' COST-REPORTING PERIOD'.
003520 01  WK-PS-COUNT-LINE.
003530     05  FILLER              PIC X(04) VALUE SPACES.
003540     05  WK-PC-LABEL         PIC X(44).
003550     05  WK-PC-COUNT         PIC Z,ZZZ,ZZZ,ZZ9.
003560 01  WK-PS-AMOUNT-LINE.
003570     05  FILLER              PIC X(04) VALUE SPACES.
003580     05  WK-PA-LABEL         PIC X(44).
003590     05  WK-PA-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003600 01  WK-PS-ADJ-LINE.
003610     05  FILLER              PIC X(04) VALUE SPACES.
003620     05  WK-PJ-LABEL         PIC X(44).
003630     05  WK-PJ-COUNT         PIC Z,ZZZ,ZZZ,ZZ9.
003640     05  FILLER              PIC X(15) VALUE
003650         '   NET CHANGE  '.
003660     05  WK-PJ-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003670 PROCEDURE DIVISION.
003680*===========================================================*
003690* 0000-MAINLINE                                              *
003700*===========================================================*
003710 0000-MAINLINE.
003720     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003730     PERFORM 2000-SORT-SETTLEMENT THRU 2000-EXIT.
003740     PERFORM 3000-SCAN-HISTORY    THRU 3000-EXIT.
003750     PERFORM 5000-WRITE-TOTALS    THRU 5000-EXIT.
003760     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003770     STOP RUN.
003780*===========================================================*
003790* 1000-INITIALIZE - THE PERIOD DATE AND PROVIDER SELECTION   *
003800* FROM THE PARAMETER CARDS, AND THE FILE OPENS.  THE         *
003810* SETTLEMENT EXTRACTS ARE OPTIONAL - WITHOUT THEM THE        *
003820* BENEFICIARY AND MSP LINES ARE ZERO.                        *
003830*===========================================================*
003840 1000-INITIALIZE.
003850     OPEN INPUT PSR-PARM-FILE.
003860     IF WK-PARM-STATUS = '00'
003870         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003880             UNTIL PARM-AT-EOF
003890         CLOSE PSR-PARM-FILE
003900     END-IF.
003910     IF WK-PERIOD-DATE = 0
003920         ACCEPT WK-PERIOD-DATE FROM DATE YYYYMMDD
003930     END-IF.
003940     MOVE ZEROES TO PSR-TOTALS-TABLE.
003950     OPEN INPUT HIST-REPO-FILE.
003960     IF WK-HISTREPO-STATUS NOT = '00'
003970         DISPLAY 'PPPSR215 - HISTORY REPOSITORY OPEN FAILED - '
003980                 'STATUS ' WK-HISTREPO-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     OPEN INPUT PROV-MAST-IN.
004030     IF WK-MAST-STATUS NOT = '00'
004040         DISPLAY 'PPPSR215 - PROVIDER MASTER OPEN FAILED - '
004050                 'STATUS ' WK-MAST-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     OPEN INPUT SETTLE-FILE-IN.
004100     IF WK-SETTLE-STATUS = '00'
004110         SET SETTLE-ACTIVE TO TRUE
004120     ELSE
004130         DISPLAY 'PPPSR215 - SETTLEMENT EXTRACT UNAVAILABLE - '
004140                 'NO BENEFICIARY OR MSP AMOUNTS'
004150         MOVE 4 TO RETURN-CODE
004160     END-IF.
004170     OPEN OUTPUT PSR-RPT-OUT.
004180     MOVE WK-PERIOD-DATE TO WK-PT-PERIOD-DATE.
004190     MOVE WK-PS-TITLE-LINE TO PSR-RPT-LINE.
004200     WRITE PSR-RPT-LINE.
004210     MOVE WK-PS-RULE-LINE TO PSR-RPT-LINE.
004220     WRITE PSR-RPT-LINE.
004230 1000-EXIT.
004240     EXIT.
004250 1100-READ-ONE-PARM.
004260     READ PSR-PARM-FILE
004270         AT END
004280             SET PARM-AT-EOF TO TRUE
004290             GO TO 1100-EXIT
004300     END-READ.
004310     IF PSR-PARM-REC = SPACES OR PSR-PARM-REC(1:1) = '*'
004320         GO TO 1100-EXIT
004330     END-IF.
004340     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004350     UNSTRING PSR-PARM-REC DELIMITED BY '='
004360         INTO WK-RC-KEYWORD WK-RC-VALUE.
004370     EVALUATE WK-RC-KEYWORD
004380         WHEN 'PERIOD-DATE'
004390             IF WK-RC-VALUE(1:8) IS NUMERIC
004400                 MOVE WK-RC-VALUE(1:8) TO WK-PERIOD-DATE
004410             END-IF
004420         WHEN 'PROVIDER'
004430             MOVE WK-RC-VALUE(1:6) TO WK-SEL-PROVIDER
004440         WHEN OTHER
004450             DISPLAY 'PPPSR215 - UNKNOWN PARAMETER IGNORED: '
004460                     WK-RC-KEYWORD
004470     END-EVALUATE.
004480 1100-EXIT.
004490     EXIT.
004500*===========================================================*
004510* 2000-SORT-SETTLEMENT - NUMBER THE SETTLEMENT ROWS IN THE   *
004520* ORDER THEY WERE MADE AND SORT THEM INTO PROVIDER,          *
004530* DISCHARGE DATE AND DRG ORDER TO MATCH THE REPOSITORY.      *
004540*===========================================================*
004550 2000-SORT-SETTLEMENT.
004560     IF NOT SETTLE-ACTIVE
004570         SET SORTED-AT-EOF TO TRUE
004580         GO TO 2000-EXIT
004590     END-IF.
004600     OPEN OUTPUT SET-WORK-FILE.
004610     PERFORM 2100-COPY-ONE-SETTLEMENT THRU 2100-EXIT
004620         UNTIL SETTLE-AT-EOF.
004630     CLOSE SETTLE-FILE-IN SET-WORK-FILE.
004640     SORT SET-SORT-FILE
004650         ON ASCENDING KEY SS-PROVIDER-NO SS-DISCHARGE-DATE
004660                          SS-DRG SS-INPUT-SEQ
004670         USING SET-WORK-FILE
004680         GIVING SET-SORTED-FILE.
004690     OPEN INPUT SET-SORTED-FILE.
004700     PERFORM 2200-READ-SORTED THRU 2200-EXIT.
004710 2000-EXIT.
004720     EXIT.
004730 2100-COPY-ONE-SETTLEMENT.
004740     READ SETTLE-FILE-IN
004750         AT END
004760             SET SETTLE-AT-EOF TO TRUE
004770             GO TO 2100-EXIT
004780     END-READ.
004790     IF SETTLE-IN-REC(1:4) = '*LAY'
004800        OR NOT SETTLIN-LAYOUT-CHECKED
004810         MOVE WK-LAYOUT-SETTLIN TO WK-LAYOUT-CHECK
004820         MOVE SETTLE-IN-REC TO LAYOUT-HDR-REC
004830         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
004840         SET SETTLIN-LAYOUT-CHECKED TO TRUE
004850         IF LH-IS-HEADER
004860             GO TO 2100-COPY-ONE-SETTLEMENT
004870         END-IF
004880     END-IF.
004890     ADD 1 TO WK-SETTLE-ROWS.
004900     MOVE SPACES                  TO WK-SET-ROW.
004910     MOVE ST-PROVIDER-NO          TO SR-PROVIDER-NO.
004920     MOVE ST-DISCHARGE-DATE       TO SR-DISCHARGE-DATE.
004930     MOVE ST-DRG                  TO SR-DRG.
004940     MOVE WK-SETTLE-ROWS          TO SR-INPUT-SEQ.
004950     MOVE ST-PPS-RTC              TO SR-PPS-RTC.
004960     MOVE ST-DEDUCTIBLE-AMT       TO SR-DEDUCTIBLE-AMT.
004970     MOVE ST-COINSURANCE-AMT      TO SR-COINSURANCE-AMT.
004980     MOVE ST-LTR-AMT              TO SR-LTR-AMT.
004990     MOVE ST-MSP-PRIMARY-PAID     TO SR-MSP-PRIMARY-PAID.
005000     MOVE ST-NET-MEDICARE-PAYMENT TO SR-NET-PAYMENT.
005010     MOVE WK-SET-ROW TO SET-WORK-REC.
005020     WRITE SET-WORK-REC.
005030 2100-EXIT.
005040     EXIT.
005050 2200-READ-SORTED.
005060     READ SET-SORTED-FILE INTO WK-SET-ROW
005070         AT END
005080             SET SORTED-AT-EOF TO TRUE
005090     END-READ.
005100 2200-EXIT.
005110     EXIT.
005120*===========================================================*
005130* 3000-SCAN-HISTORY - ONE PASS OF THE REPOSITORY, OR OF THE  *
005140* SELECTED PROVIDER'S PART OF IT.  EACH PROVIDER IS          *
005150* REPORTED WHEN THE NEXT ONE BEGINS.                         *
005160*===========================================================*
005170 3000-SCAN-HISTORY.
005180     IF WK-SEL-PROVIDER NOT = SPACES
005190         MOVE LOW-VALUES      TO HR-KEY
005200         MOVE WK-SEL-PROVIDER TO HR-PROVIDER-NO
005210         START HIST-REPO-FILE
005220             KEY NOT < HR-KEY
005230             INVALID KEY
005240                 SET HIST-AT-EOF TO TRUE
005250         END-START
005260     END-IF.
005270     PERFORM 3100-SCAN-ONE-HIST THRU 3100-EXIT
005280         UNTIL HIST-AT-EOF.
005290     IF CLAIM-IS-HELD
005300         PERFORM 3200-POST-HELD-CLAIM THRU 3200-EXIT
005310     END-IF.
005320     IF PROVIDER-IS-OPEN
005330         PERFORM 3300-CLOSE-PROVIDER THRU 3300-EXIT
005340     END-IF.
005350     PERFORM 3510-SKIP-ONE-SETTLEMENT THRU 3510-EXIT
005360         UNTIL SORTED-AT-EOF.
005370     CLOSE HIST-REPO-FILE.
005380     IF SETTLE-ACTIVE
005390         CLOSE SET-SORTED-FILE
005400     END-IF.
005410 3000-EXIT.
005420     EXIT.
005430 3100-SCAN-ONE-HIST.
005440     READ HIST-REPO-FILE NEXT
005450         AT END
005460             SET HIST-AT-EOF TO TRUE
005470             GO TO 3100-EXIT
005480     END-READ.
005490     IF WK-SEL-PROVIDER NOT = SPACES
005500        AND HR-PROVIDER-NO NOT = WK-SEL-PROVIDER
005510         SET HIST-AT-EOF TO TRUE
005520         GO TO 3100-EXIT
005530     END-IF.
005540     ADD 1 TO WK-HIST-ROWS.
005550     IF CLAIM-IS-HELD
005560        AND (HR-PROVIDER-NO NOT = WK-CUR-PROVIDER
005570             OR HR-DISCHARGE-DATE NOT = WK-HELD-DATE
005580             OR HR-CLAIM-SEQ NOT = WK-HELD-SEQ)
005590         PERFORM 3200-POST-HELD-CLAIM THRU 3200-EXIT
005600     END-IF.
005610     IF NOT PROVIDER-IS-OPEN
005620        OR HR-PROVIDER-NO NOT = WK-CUR-PROVIDER
005630         IF PROVIDER-IS-OPEN
005640             PERFORM 3300-CLOSE-PROVIDER THRU 3300-EXIT
005650         END-IF
005660         PERFORM 3400-OPEN-PROVIDER THRU 3400-EXIT
005670     END-IF.
005680     IF NOT PERIOD-IS-KNOWN
005690        OR HR-DISCHARGE-DATE < WK-PER-BEGIN
005700        OR HR-DISCHARGE-DATE > WK-PER-END
005710         GO TO 3100-EXIT
005720     END-IF.
005730     MOVE HR-PPS-DATA TO PPS-DATA.
005740     IF CLAIM-IS-HELD
005750         ADD 1 TO WK-HELD-PRICINGS
005760         IF HR-RUN-DATE < WK-HELD-FIRST-DATE
005770             MOVE HR-RUN-DATE       TO WK-HELD-FIRST-DATE
005780             MOVE PPS-TOTAL-PAYMENT TO WK-HELD-FIRST-TOTAL
005790         END-IF
005800         IF HR-RUN-DATE < WK-HELD-RUN-DATE
005810             GO TO 3100-EXIT
005820         END-IF
005830     ELSE
005840         MOVE 1                 TO WK-HELD-PRICINGS
005850         MOVE HR-RUN-DATE       TO WK-HELD-FIRST-DATE
005860         MOVE PPS-TOTAL-PAYMENT TO WK-HELD-FIRST-TOTAL
005870     END-IF.
005880     PERFORM 3110-HOLD-PRICING THRU 3110-EXIT.
005890 3100-EXIT.
005900     EXIT.
005910*-----------------------------------------------------------*
005920* 3110-HOLD-PRICING - THIS ROW IS THE CLAIM'S LATEST         *
005930* PRICING SO FAR.                                            *
005940*-----------------------------------------------------------*
005950 3110-HOLD-PRICING.
005960     MOVE HR-DISCHARGE-DATE  TO WK-HELD-DATE.
005970     MOVE HR-CLAIM-SEQ       TO WK-HELD-SEQ.
005980     MOVE HR-RUN-DATE        TO WK-HELD-RUN-DATE.
005990     MOVE PPS-RTC            TO WK-HELD-RTC.
006000     MOVE PPS-TOTAL-PAYMENT  TO WK-HELD-TOTAL.
006010     COMPUTE WK-HELD-DRG-PAY = PPS-OPER-HSP-PART
006020                             + PPS-OPER-FSP-PART.
006030     MOVE PPS-OPER-OUTLIER-PART TO WK-HELD-OUTLIER.
006040     MOVE PPS-OPER-IME-ADJ   TO WK-HELD-IME.
006050     MOVE PPS-OPER-DSH-ADJ   TO WK-HELD-DSH.
006060     COMPUTE WK-HELD-COV-DAYS = PPS-REG-DAYS-USED
006070                              + PPS-LTR-DAYS-USED.
006080     MOVE PPS-LTR-DAYS-USED  TO WK-HELD-LTR-DAYS.
006090     IF HR-CAPI-TOTAL-PAY IS NUMERIC
006100         MOVE HR-CAPI-TOTAL-PAY TO WK-HELD-CAPI-PAY
006110     ELSE
006120         MOVE ZEROES TO WK-HELD-CAPI-PAY
006130     END-IF.
006140     IF HR-UNCOMP-CARE IS NUMERIC
006150         MOVE HR-UNCOMP-CARE TO WK-HELD-UNCOMP
006160     ELSE
006170         MOVE ZEROES TO WK-HELD-UNCOMP
006180     END-IF.
006190     IF HR-NEW-TECH IS NUMERIC
006200         MOVE HR-NEW-TECH TO WK-HELD-NEW-TECH
006210     ELSE
006220         MOVE ZEROES TO WK-HELD-NEW-TECH
006230     END-IF.
006240     SET CLAIM-IS-HELD TO TRUE.
006250 3110-EXIT.
006260     EXIT.
006270*-----------------------------------------------------------*
006280* 3200-POST-HELD-CLAIM - INTO THE PROVIDER AND RUN TOTALS.   *
006290*-----------------------------------------------------------*
006300 3200-POST-HELD-CLAIM.
006310     MOVE 'N' TO WK-HELD-SW.
006320     ADD 1 TO WK-CLAIMS-COUNTED.
006330     IF WK-HELD-RTC NOT < 50
006340         ADD 1 TO TT-NOT-PAYABLE(1) TT-NOT-PAYABLE(2)
006350         GO TO 3200-EXIT
006360     END-IF.
006370     ADD 1                TO TT-DISCHARGES(1) TT-DISCHARGES(2).
006380     ADD WK-HELD-COV-DAYS TO TT-COVERED-DAYS(1)
006390                             TT-COVERED-DAYS(2).
006400     ADD WK-HELD-LTR-DAYS TO TT-LTR-DAYS(1) TT-LTR-DAYS(2).
006410     ADD WK-HELD-DRG-PAY  TO TT-DRG-PAY(1) TT-DRG-PAY(2).
006420     ADD WK-HELD-OUTLIER  TO TT-OUTLIER(1) TT-OUTLIER(2).
006430     ADD WK-HELD-IME      TO TT-IME(1) TT-IME(2).
006440     ADD WK-HELD-DSH      TO TT-DSH(1) TT-DSH(2).
006450     ADD WK-HELD-UNCOMP   TO TT-UNCOMP(1) TT-UNCOMP(2).
006460     ADD WK-HELD-NEW-TECH TO TT-NEW-TECH(1) TT-NEW-TECH(2).
006470     ADD WK-HELD-CAPI-PAY TO TT-CAPI-PAY(1) TT-CAPI-PAY(2).
006480     ADD WK-HELD-TOTAL    TO TT-TOTAL-PAY(1) TT-TOTAL-PAY(2).
006490     IF WK-HELD-PRICINGS > 1
006500         ADD 1 TO TT-ADJUSTED(1) TT-ADJUSTED(2)
006510         COMPUTE TT-ADJ-CHANGE(1) = TT-ADJ-CHANGE(1)
006520             + WK-HELD-TOTAL - WK-HELD-FIRST-TOTAL
006530         COMPUTE TT-ADJ-CHANGE(2) = TT-ADJ-CHANGE(2)
006540             + WK-HELD-TOTAL - WK-HELD-FIRST-TOTAL
006550         IF WK-HELD-RUN-DATE > WK-PER-END
006560             ADD 1 TO TT-LATE-ADJ(1) TT-LATE-ADJ(2)
006570         END-IF
006580     END-IF.
006590 3200-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------*
006620* 3300-CLOSE-PROVIDER - BRING IN THE PROVIDER'S SETTLED      *
006630* BILLS AND REPORT IT.                                       *
006640*-----------------------------------------------------------*
006650 3300-CLOSE-PROVIDER.
006660     MOVE 'N' TO WK-PROV-SW.
006670     PERFORM 3500-MERGE-SETTLEMENT THRU 3500-EXIT.
006680     IF NOT PERIOD-IS-KNOWN
006690         GO TO 3300-EXIT
006700     END-IF.
006710     IF TT-DISCHARGES(1) = 0 AND TT-NOT-PAYABLE(1) = 0
006720        AND TT-SETTLED(1) = 0
006730         GO TO 3300-EXIT
006740     END-IF.
006750     ADD 1 TO WK-PROVIDERS-RPTD.
006760     MOVE 'PROVIDER '      TO WK-PN-TEXT.
006770     MOVE WK-CUR-PROVIDER  TO WK-PN-PROVIDER.
006780     MOVE WK-PER-BEGIN     TO WK-PN-BEGIN.
006790     MOVE WK-PER-END       TO WK-PN-END.
006800     MOVE '  MASTER SEGMENT  ' TO WK-PN-SEG-TEXT.
006810     MOVE WK-SEG-EFF-DATE  TO WK-PN-SEG-DATE.
006820     MOVE SPACES TO PSR-RPT-LINE.
006830     WRITE PSR-RPT-LINE.
006840     MOVE WK-PS-SECTION-LINE TO PSR-RPT-LINE.
006850     WRITE PSR-RPT-LINE.
006860     MOVE 1 TO WK-TT-I.
006870     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
006880 3300-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------*
006910* 3400-OPEN-PROVIDER - FIND THE MASTER SEGMENT IN FORCE ON   *
006920* THE PERIOD DATE AND SET THE COST-REPORTING PERIOD FROM IT. *
006930*-----------------------------------------------------------*
006940 3400-OPEN-PROVIDER.
006950     SET PROVIDER-IS-OPEN TO TRUE.
006960     MOVE 'N' TO WK-PERIOD-SW.
006970     MOVE HR-PROVIDER-NO TO WK-CUR-PROVIDER.
006980     ADD 1 TO WK-PROVIDERS-SEEN.
006990     MOVE ZEROES TO TT-ENTRY(1) WK-SEG-EFF-DATE.
007000     MOVE 'N' TO WK-MAST-EOF.
007010     MOVE WK-CUR-PROVIDER TO PM-PROVIDER-NO.
007020     MOVE ZEROES          TO PM-SEGMENT-EFF-DATE.
007030     START PROV-MAST-IN
007040         KEY NOT < PM-PROV-KEY
007050         INVALID KEY
007060             SET MASTER-AT-EOF TO TRUE
007070     END-START.
007080     PERFORM 3410-TAKE-ONE-SEGMENT THRU 3410-EXIT
007090         UNTIL MASTER-AT-EOF.
007100     IF WK-SEG-EFF-DATE = 0
007110         ADD 1 TO WK-NO-MASTER
007120         GO TO 3400-EXIT
007130     END-IF.
007140     IF P-NEW-FY-BEGIN-DATE NOT NUMERIC
007150        OR P-NEW-FY-BEGIN-DATE = ZEROES
007160         ADD 1 TO WK-NO-MASTER
007170         GO TO 3400-EXIT
007180     END-IF.
007190     MOVE P-NEW-FY-BEGIN-DATE TO WK-PER-BEGIN.
007200     IF P-NEW-FYE-DATE IS NUMERIC
007210        AND P-NEW-FYE-DATE > P-NEW-FY-BEGIN-DATE
007220         MOVE P-NEW-FYE-DATE TO WK-PER-END
007230     ELSE
007240         COMPUTE WK-PER-END = WK-PER-BEGIN + 10000
007250         PERFORM 8600-PRIOR-DAY THRU 8600-EXIT
007260     END-IF.
007270     MOVE ZEROES TO WK-PER-SHIFTS.
007280     PERFORM 3420-SHIFT-PERIOD THRU 3420-EXIT
007290         UNTIL (WK-PERIOD-DATE NOT < WK-PER-BEGIN
007300                AND WK-PERIOD-DATE NOT > WK-PER-END)
007310            OR WK-PER-SHIFTS > 50.
007320     IF WK-PER-SHIFTS > 50
007330         ADD 1 TO WK-NO-MASTER
007340         GO TO 3400-EXIT
007350     END-IF.
007360     SET PERIOD-IS-KNOWN TO TRUE.
007370 3400-EXIT.
007380     EXIT.
007390 3410-TAKE-ONE-SEGMENT.
007400     READ PROV-MAST-IN NEXT
007410         AT END
007420             SET MASTER-AT-EOF TO TRUE
007430             GO TO 3410-EXIT
007440     END-READ.
007450     IF PM-PROVIDER-NO NOT = WK-CUR-PROVIDER
007460        OR PM-SEGMENT-EFF-DATE > WK-PERIOD-DATE
007470         SET MASTER-AT-EOF TO TRUE
007480         GO TO 3410-EXIT
007490     END-IF.
007500     MOVE PM-PROV-RECORD      TO PROV-NEW-HOLD.
007510     MOVE PM-SEGMENT-EFF-DATE TO WK-SEG-EFF-DATE.
007520 3410-EXIT.
007530     EXIT.
007540*-----------------------------------------------------------*
007550* 3420-SHIFT-PERIOD - MOVE THE PERIOD ONE YEAR TOWARD THE    *
007560* PERIOD DATE.                                               *
007570*-----------------------------------------------------------*
007580 3420-SHIFT-PERIOD.
007590     ADD 1 TO WK-PER-SHIFTS.
007600     IF WK-PERIOD-DATE > WK-PER-END
007610         ADD 10000 TO WK-PER-BEGIN WK-PER-END
007620     ELSE
007630         SUBTRACT 10000 FROM WK-PER-BEGIN WK-PER-END
007640     END-IF.
007650     IF WK-PE-MM = 02 AND WK-PE-DD > 27
007660         PERFORM 8610-SET-FEB-END THRU 8610-EXIT
007670     END-IF.
007680 3420-EXIT.
007690     EXIT.
007700*-----------------------------------------------------------*
007710* 3500-MERGE-SETTLEMENT - THE SORTED SETTLEMENT ROWS AHEAD   *
007720* OF THIS PROVIDER HAVE NO HISTORY AND ARE PASSED OVER; THE  *
007730* PROVIDER'S OWN ROWS ARE POSTED, EACH BILL AT ITS LATEST    *
007740* SETTLEMENT.                                                *
007750*-----------------------------------------------------------*
007760 3500-MERGE-SETTLEMENT.
007770     PERFORM 3510-SKIP-ONE-SETTLEMENT THRU 3510-EXIT
007780         UNTIL SORTED-AT-EOF
007790            OR SR-PROVIDER-NO NOT < WK-CUR-PROVIDER.
007800     PERFORM 3520-TAKE-ONE-SETTLEMENT THRU 3520-EXIT
007810         UNTIL SORTED-AT-EOF
007820            OR SR-PROVIDER-NO NOT = WK-CUR-PROVIDER.
007830 3500-EXIT.
007840     EXIT.
007850 3510-SKIP-ONE-SETTLEMENT.
007860     ADD 1 TO WK-SETTLE-UNMATCHED.
007870     PERFORM 2200-READ-SORTED THRU 2200-EXIT.
007880 3510-EXIT.
007890     EXIT.
007900 3520-TAKE-ONE-SETTLEMENT.
007910     MOVE WK-SET-ROW TO WK-SET-HELD.
007920     PERFORM 2200-READ-SORTED THRU 2200-EXIT.
007930     IF NOT SORTED-AT-EOF
007940        AND SR-PROVIDER-NO    = SH-PROVIDER-NO
007950        AND SR-DISCHARGE-DATE = SH-DISCHARGE-DATE
007960        AND SR-DRG            = SH-DRG
007970         ADD 1 TO WK-SETTLE-SUPERSEDED
007980         GO TO 3520-EXIT
007990     END-IF.
008000     IF NOT PERIOD-IS-KNOWN
008010        OR SH-DISCHARGE-DATE < WK-PER-BEGIN
008020        OR SH-DISCHARGE-DATE > WK-PER-END
008030        OR SH-PPS-RTC NOT < 50
008040         GO TO 3520-EXIT
008050     END-IF.
008060     ADD 1 TO WK-SETTLE-POSTED.
008070     ADD 1 TO TT-SETTLED(1) TT-SETTLED(2).
008080     ADD SH-DEDUCTIBLE-AMT   TO TT-DEDUCTIBLE(1)
008090                                TT-DEDUCTIBLE(2).
008100     ADD SH-COINSURANCE-AMT  TO TT-COINSURANCE(1)
008110                                TT-COINSURANCE(2).
008120     ADD SH-LTR-AMT          TO TT-LTR-COINS(1) TT-LTR-COINS(2).
008130     ADD SH-MSP-PRIMARY-PAID TO TT-MSP-PAID(1) TT-MSP-PAID(2).
008140     ADD SH-NET-PAYMENT      TO TT-NET-PAY(1) TT-NET-PAY(2).
008150 3520-EXIT.
008160     EXIT.
008170*===========================================================*
008180* 4000-WRITE-SUMMARY - THE PS&R LINES FOR TOTALS ENTRY       *
008190* WK-TT-I.                                                   *
008200*===========================================================*
008210 4000-WRITE-SUMMARY.
008220     MOVE 'DISCHARGES' TO WK-PC-LABEL.
008230     MOVE TT-DISCHARGES(WK-TT-I) TO WK-PC-COUNT.
008240     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
008250     MOVE 'COVERED DAYS' TO WK-PC-LABEL.
008260     MOVE TT-COVERED-DAYS(WK-TT-I) TO WK-PC-COUNT.
008270     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
008280     MOVE 'LIFETIME RESERVE DAYS' TO WK-PC-LABEL.
008290     MOVE TT-LTR-DAYS(WK-TT-I) TO WK-PC-COUNT.
008300     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
008310     MOVE 'DRG OPERATING PAYMENT (FEDERAL + HSP)' TO WK-PA-LABEL.
008320     MOVE TT-DRG-PAY(WK-TT-I) TO WK-PA-AMOUNT.
008330     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008340     MOVE 'OPERATING OUTLIER' TO WK-PA-LABEL.
008350     MOVE TT-OUTLIER(WK-TT-I) TO WK-PA-AMOUNT.
008360     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008370     MOVE 'INDIRECT MEDICAL EDUCATION' TO WK-PA-LABEL.
008380     MOVE TT-IME(WK-TT-I) TO WK-PA-AMOUNT.
008390     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008400     MOVE 'DISPROPORTIONATE SHARE' TO WK-PA-LABEL.
008410     MOVE TT-DSH(WK-TT-I) TO WK-PA-AMOUNT.
008420     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008430     MOVE 'UNCOMPENSATED CARE' TO WK-PA-LABEL.
008440     MOVE TT-UNCOMP(WK-TT-I) TO WK-PA-AMOUNT.
008450     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008460     MOVE 'NEW-TECHNOLOGY ADD-ON' TO WK-PA-LABEL.
008470     MOVE TT-NEW-TECH(WK-TT-I) TO WK-PA-AMOUNT.
008480     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008490     MOVE 'CAPITAL PAYMENT' TO WK-PA-LABEL.
008500     MOVE TT-CAPI-PAY(WK-TT-I) TO WK-PA-AMOUNT.
008510     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008520     MOVE 'TOTAL PPS PAYMENT' TO WK-PA-LABEL.
008530     MOVE TT-TOTAL-PAY(WK-TT-I) TO WK-PA-AMOUNT.
008540     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008550     MOVE 'BILLS SETTLED' TO WK-PC-LABEL.
008560     MOVE TT-SETTLED(WK-TT-I) TO WK-PC-COUNT.
008570     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
008580     MOVE 'BENEFICIARY DEDUCTIBLE' TO WK-PA-LABEL.
008590     MOVE TT-DEDUCTIBLE(WK-TT-I) TO WK-PA-AMOUNT.
008600     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008610     MOVE 'BENEFICIARY COINSURANCE' TO WK-PA-LABEL.
008620     MOVE TT-COINSURANCE(WK-TT-I) TO WK-PA-AMOUNT.
008630     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008640     MOVE 'LIFETIME RESERVE COINSURANCE' TO WK-PA-LABEL.
008650     MOVE TT-LTR-COINS(WK-TT-I) TO WK-PA-AMOUNT.
008660     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008670     MOVE 'MSP PRIMARY PAYER PAID' TO WK-PA-LABEL.
008680     MOVE TT-MSP-PAID(WK-TT-I) TO WK-PA-AMOUNT.
008690     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008700     MOVE 'NET MEDICARE PAYMENT' TO WK-PA-LABEL.
008710     MOVE TT-NET-PAY(WK-TT-I) TO WK-PA-AMOUNT.
008720     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
008730     MOVE 'CLAIMS ADJUSTED (PRICED MORE THAN ONCE)'
008740                              TO WK-PJ-LABEL.
008750     MOVE TT-ADJUSTED(WK-TT-I)   TO WK-PJ-COUNT.
008760     MOVE TT-ADJ-CHANGE(WK-TT-I) TO WK-PJ-AMOUNT.
008770     MOVE WK-PS-ADJ-LINE TO PSR-RPT-LINE.
008780     WRITE PSR-RPT-LINE.
008790     MOVE 'ADJUSTED AFTER THE PERIOD END' TO WK-PC-LABEL.
008800     MOVE TT-LATE-ADJ(WK-TT-I) TO WK-PC-COUNT.
008810     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
008820     MOVE 'CLAIMS NOT PAYABLE AT LATEST PRICING' TO WK-PC-LABEL.
008830     MOVE TT-NOT-PAYABLE(WK-TT-I) TO WK-PC-COUNT.
008840     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
008850 4000-EXIT.
008860     EXIT.
008870*===========================================================*
008880* 5000-WRITE-TOTALS - EVERY PROVIDER REPORTED, EACH OVER ITS *
008890* OWN PERIOD.                                                *
008900*===========================================================*
008910 5000-WRITE-TOTALS.
008920     MOVE SPACES TO PSR-RPT-LINE.
008930     WRITE PSR-RPT-LINE.
008940     MOVE WK-PS-RULE-LINE TO PSR-RPT-LINE.
008950     WRITE PSR-RPT-LINE.
008960     MOVE WK-PS-TOTAL-SECTION TO PSR-RPT-LINE.
008970     WRITE PSR-RPT-LINE.
008980     MOVE 'PROVIDERS REPORTED' TO WK-PC-LABEL.
008990     MOVE WK-PROVIDERS-RPTD TO WK-PC-COUNT.
009000     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
009010     MOVE 2 TO WK-TT-I.
009020     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
009030 5000-EXIT.
009040     EXIT.
009050*-----------------------------------------------------------*
009060* 8600-PRIOR-DAY - BACK WK-PER-END UP ONE DAY.               *
009070*-----------------------------------------------------------*
009080 8600-PRIOR-DAY.
009090     IF WK-PE-DD > 1
009100         SUBTRACT 1 FROM WK-PE-DD
009110         GO TO 8600-EXIT
009120     END-IF.
009130     IF WK-PE-MM = 1
009140         MOVE 12 TO WK-PE-MM
009150         SUBTRACT 1 FROM WK-PE-YYYY
009160     ELSE
009170         SUBTRACT 1 FROM WK-PE-MM
009180     END-IF.
009190     MOVE WK-MONTH-LAST(WK-PE-MM) TO WK-PE-DD.
009200     IF WK-PE-MM = 02
009210         PERFORM 8610-SET-FEB-END THRU 8610-EXIT
009220     END-IF.
009230 8600-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------*
009260* 8610-SET-FEB-END - A FEBRUARY PERIOD END IS THE LAST DAY   *
009270* OF THE MONTH IN ITS OWN YEAR.                              *
009280*-----------------------------------------------------------*
009290 8610-SET-FEB-END.
009300     MOVE 28 TO WK-PE-DD.
009310     DIVIDE WK-PE-YYYY BY 4 GIVING WK-LEAP-QUOT
009320         REMAINDER WK-LEAP-REM.
009330     IF WK-LEAP-REM NOT = 0
009340         GO TO 8610-EXIT
009350     END-IF.
009360     DIVIDE WK-PE-YYYY BY 100 GIVING WK-LEAP-QUOT
009370         REMAINDER WK-LEAP-REM.
009380     IF WK-LEAP-REM NOT = 0
009390         MOVE 29 TO WK-PE-DD
009400         GO TO 8610-EXIT
009410     END-IF.
009420     DIVIDE WK-PE-YYYY BY 400 GIVING WK-LEAP-QUOT
009430         REMAINDER WK-LEAP-REM.
009440     IF WK-LEAP-REM = 0
009450         MOVE 29 TO WK-PE-DD
009460     END-IF.
009470 8610-EXIT.
009480     EXIT.
009490 8710-WRITE-COUNT-LINE.
009500     MOVE WK-PS-COUNT-LINE TO PSR-RPT-LINE.
009510     WRITE PSR-RPT-LINE.
009520 8710-EXIT.
009530     EXIT.
009540 8720-WRITE-AMOUNT-LINE.
009550     MOVE WK-PS-AMOUNT-LINE TO PSR-RPT-LINE.
009560     WRITE PSR-RPT-LINE.
009570 8720-EXIT.
009580     EXIT.
009590*===========================================================*
009600* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
009610* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
009620* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
009630* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
009640* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
009650*===========================================================*
009660 8800-CHECK-LAYOUT.
009670     IF NOT LH-IS-HEADER
009680         IF WK-LC-VERSION = 1
009690             DISPLAY 'PPPSR215 - ' WK-LC-DD ' HAS NO LAYOUT '
009700                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
009710                     ' VERSION 001'
009720             GO TO 8800-EXIT
009730         END-IF
009740         DISPLAY 'PPPSR215 - ' WK-LC-DD ' HAS NO LAYOUT '
009750                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
009760                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
009770         MOVE 12 TO RETURN-CODE
009780         STOP RUN
009790     END-IF.
009800     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
009810        AND LH-LAYOUT-VERSION = WK-LC-VERSION
009820        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
009830         DISPLAY 'PPPSR215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
009840                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
009850                 ' WRITTEN BY ' LH-PRODUCER
009860         GO TO 8800-EXIT
009870     END-IF.
009880     DISPLAY 'PPPSR215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
009890             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
009900             LH-RECORD-LENGTH.
009910     DISPLAY 'PPPSR215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
009920             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
009930             ' - FILE REFUSED'.
009940     MOVE 12 TO RETURN-CODE.
009950     STOP RUN.
009960 8800-EXIT.
009970     EXIT.
009980*===========================================================*
009990* 9000-TERMINATE - CLOSE AND DISPLAY RUN TOTALS.             *
010000*===========================================================*
010010 9000-TERMINATE.
010020     CLOSE PSR-RPT-OUT PROV-MAST-IN.
010030     DISPLAY 'PPPSR215 - PERIOD DATE        : ' WK-PERIOD-DATE.
010040     DISPLAY 'PPPSR215 - HISTORY ROWS READ  : ' WK-HIST-ROWS.
010050     DISPLAY 'PPPSR215 - CLAIMS IN PERIODS  : ' WK-CLAIMS-COUNTED.
010060     DISPLAY 'PPPSR215 - PROVIDERS SEEN     : ' WK-PROVIDERS-SEEN.
010070     DISPLAY 'PPPSR215 - PROVIDERS REPORTED : ' WK-PROVIDERS-RPTD.
010080     DISPLAY 'PPPSR215 - SETTLEMENTS READ   : ' WK-SETTLE-ROWS.
010090     DISPLAY 'PPPSR215 - SETTLEMENTS POSTED : ' WK-SETTLE-POSTED.
010100     DISPLAY 'PPPSR215 - SETTLEMENTS REPLACED: '
010110             WK-SETTLE-SUPERSEDED.
010120     IF WK-NO-MASTER > 0
010130         DISPLAY 'PPPSR215 - PROVIDERS WITHOUT A USABLE MASTER '
010140                 'SEGMENT: ' WK-NO-MASTER
010150     END-IF.
010160     IF WK-SETTLE-UNMATCHED > 0
010170         DISPLAY 'PPPSR215 - SETTLEMENT ROWS NOT REPORTED: '
010180                 WK-SETTLE-UNMATCHED
010190     END-IF.
010200 9000-EXIT.
010210     EXIT.
