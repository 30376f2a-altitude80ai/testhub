000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPRPT215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - POST-PRICING REPORT GENERATOR.
000070*          - BUILDS THE ANALYTIC REPORTS THAT NEED NOTHING
000080*            BUT THE PRICING STEP'S OWN EXTRACTS - THE
000090*            PRICED DETAIL EXTRACT (PPSDTL), THE RESULT
000100*            EXTRACT (PPSOUT) AND THE WAGE INDEX AUDIT
000110*            TRAIL (WIAUDIT) - SO A WRONG OR LOST REPORT IS
000120*            RERUN FROM THE EXTRACTS INSTEAD OF REPRICING
000130*            THE NIGHT.  EACH REPORT IS WRITTEN TO THE SAME
000140*            DD, IN THE SAME LAYOUT, AS PPBAT215 WRITES IT
000150*            WHEN IT RUNS WITH REPORTS=FULL:
000160*              PAYSUM    PER-BILL PAYMENT SUMMARY
000170*              VBPHRR    VBP/HRR FLAG EXCEPTIONS
000180*              ISLETOUT  ISLET ISOLATION ADD-ON
000190*              FLOOROUT  RURAL FLOOR WAGE INDEX IMPACT
000200*              HACOUT    HAC PENALTY
000210*              EHROUT    EHR REDUCTION
000220*              BPCIOUT   BPCI MODEL 1 PARTICIPATION
000230*              RTCFREQ   RTC REFERENCE AND FREQUENCY
000240*              FLX7OUT   FLX7 DEMONSTRATION PAYMENT
000250*              BNFACTOR  BUDGET-NEUTRALITY FACTOR CHAIN
000260*          - THE RUN IS FOUND ON THE CUMULATIVE RUN-HISTORY
000270*            REGISTRY BY RUN-ID (THE LATEST RUN WHEN NONE IS
000280*            GIVEN), SO ANY PAST RUN WHOSE EXTRACTS ARE
000290*            STILL KEPT CAN BE REPORTED AGAIN.  THE HEADERS
000300*            CARRY THAT RUN'S ID AND DATE.  THE RESULT
000310*            EXTRACT MUST HOLD THE ROW COUNT THE REGISTRY
000320*            RECORDED FOR THE RUN, OR THE RUN IS REFUSED.
000330*          - A BILL IS REPORTED WHEN IT HAS A DETAIL ROW.
000340*            CLAIMS HELD FOR REVIEW, FUNDS OR THE PAYMENT
000350*            FLOOR HAVE NO EXTRACT ROWS UNTIL RELEASED.
000360*          - PARAMETER CARDS:
000370*              FUNCTION=REPORT   BUILD THE REPORTS (DEFAULT)
000380*              FUNCTION=COMPARE  COMPARE TWO COPIES OF ONE
000390*                                REPORT LINE FOR LINE (OLDRPT
000400*                                AGAINST NEWRPT) DURING THE
000410*                                CUTOVER FROM THE INLINE
000420*                                REPORTS; RETURN CODE 4 WHEN
000430*                                THEY DIFFER
000440*              RUN-ID=XXXXXXXX   RUN TO REPORT
000450*              REPORT=XXXXXXXX   DD NAME OF A REPORT TO BUILD
000460*                                (CARD MAY REPEAT, OR ALL);
000470*                                WITH NO REPORT CARD EVERY
000480*                                REPORT IS BUILT
000490*              STREAM=XXXXXXXX   REPORT NAME SHOWN ON THE
000500*                                COMPARE LISTING
000510 DATE-COMPILED.
000520****************************************************************
000530*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000540*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000550*   IS THAT OF THE USER.                                       *
000560****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.            IBM-370.
000600 OBJECT-COMPUTER.            IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT RPT-PARM-FILE   ASSIGN TO RPTPARM
000640                            ORGANIZATION IS LINE SEQUENTIAL
000650                            FILE STATUS IS WK-PARM-STATUS.
000660     SELECT RUN-HIST-IN     ASSIGN TO RUNHIST
000670                            ORGANIZATION IS SEQUENTIAL
000680                            FILE STATUS IS WK-RUNHIST-STATUS.
000690     SELECT PPS-DETAIL-IN   ASSIGN TO PPSDTL
000700                            ORGANIZATION IS SEQUENTIAL
000710                            FILE STATUS IS WK-DETAIL-STATUS.
000720     SELECT PPS-FILE-IN     ASSIGN TO PPSOUT
000730                            ORGANIZATION IS SEQUENTIAL
000740                            FILE STATUS IS WK-PPSOUT-STATUS.
000750     SELECT WI-AUDIT-IN     ASSIGN TO WIAUDIT
000760                            ORGANIZATION IS LINE SEQUENTIAL
000770                            FILE STATUS IS WK-WIAUDIT-STATUS.
000780     SELECT PAY-SUMMARY-OUT ASSIGN TO PAYSUM
000790                            ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT VBP-HRR-OUT     ASSIGN TO VBPHRR
000810                            ORGANIZATION IS LINE SEQUENTIAL.
000820     SELECT ISLET-OUT       ASSIGN TO ISLETOUT
000830                            ORGANIZATION IS LINE SEQUENTIAL.
000840     SELECT FLOOR-OUT       ASSIGN TO FLOOROUT
000850                            ORGANIZATION IS LINE SEQUENTIAL.
000860     SELECT HAC-OUT         ASSIGN TO HACOUT
000870                            ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT EHR-OUT         ASSIGN TO EHROUT
000890                            ORGANIZATION IS LINE SEQUENTIAL.
000900     SELECT BPCI-OUT        ASSIGN TO BPCIOUT
000910                            ORGANIZATION IS LINE SEQUENTIAL.
000920     SELECT RTC-FREQ-OUT    ASSIGN TO RTCFREQ
000930                            ORGANIZATION IS LINE SEQUENTIAL.
000940     SELECT FLX7-OUT        ASSIGN TO FLX7OUT
000950                            ORGANIZATION IS LINE SEQUENTIAL.
000960     SELECT BN-FACTOR-OUT   ASSIGN TO BNFACTOR
000970                            ORGANIZATION IS LINE SEQUENTIAL.
000980     SELECT OLD-RPT-IN      ASSIGN TO OLDRPT
000990                            ORGANIZATION IS LINE SEQUENTIAL
001000                            FILE STATUS IS WK-OLDRPT-STATUS.
001010     SELECT NEW-RPT-IN      ASSIGN TO NEWRPT
001020                            ORGANIZATION IS LINE SEQUENTIAL
001030                            FILE STATUS IS WK-NEWRPT-STATUS.
001040     SELECT RPT-CMP-OUT     ASSIGN TO RPTCMP
001050                            ORGANIZATION IS LINE SEQUENTIAL.
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  RPT-PARM-FILE
001090     RECORDING MODE IS F.
001100 01  RPT-PARM-REC                PIC X(80).
001110 FD  RUN-HIST-IN
001120     RECORDING MODE IS F.
001130 01  RUN-HIST-IN-REC             PIC X(144).
001140*----------------------------------------------------------*
001150* PRICED DETAIL EXTRACT (PPS-DETAIL-REC LAYOUT FROM         *
001160* PPBAT215) - ONE ROW PER BILL PRICED, WITH THE COMPLETE    *
001170* PPSADDVR RESULT AREA.                                     *
001180*----------------------------------------------------------*
001190 FD  PPS-DETAIL-IN
001200     RECORDING MODE IS F.
001210 01  PPS-DETAIL-IN-REC.
001220     05  DT-PROVIDER-NO          PIC X(06).
001230     05  DT-DRG                  PIC 9(03).
001240     05  DT-DISCHARGE-DATE       PIC 9(08).
001250     05  DT-CLAIM-SEQ            PIC 9(09).
001260     05  DT-PPS-RTC              PIC 9(02).
001270     05  DT-ADDVR-AREA           PIC X(1373).
001280     05  DT-NT-COUNT             PIC 9(01).
001290     05  DT-NT-TABLE             PIC X(24).
001300*----------------------------------------------------------*
001310* PRICING RESULT EXTRACT (PPS-OUT-REC LAYOUT FROM PPBAT215) *
001320* WITH THE FULL PAYMENT COMPONENT SET.                      *
001330*----------------------------------------------------------*
001340 FD  PPS-FILE-IN
001350     RECORDING MODE IS F.
001360 01  PPS-IN-REC.
001370     05  PI-PROVIDER-NO          PIC X(06).
001380     05  PI-DRG                  PIC 9(03).
001390     05  PI-DISCHARGE-DATE       PIC 9(08).
001400     05  PI-PPS-RTC              PIC 9(02).
001410     05  PI-PPS-WAGE-INDX        PIC 9(02)V9(04).
001420     05  PI-PPS-TOTAL-PAYMENT    PIC 9(09)V9(02).
001430     05  PI-PPS-OPER-HSP-PART    PIC 9(08)V9(02).
001440     05  PI-PPS-OPER-FSP-PART    PIC 9(08)V9(02).
001450     05  PI-PPS-OPER-OUTLIER-PART PIC 9(09)V9(02).
001460     05  PI-PPS-OPER-DSH-ADJ     PIC 9(08)V9(02).
001470     05  PI-PPS-CALC-VERS        PIC X(05).
001480     05  PI-DEBIT-CREDIT-IND     PIC X(01).
001490     05  PI-SEQUESTRATION-AMT    PIC 9(09)V9(02).
001500     05  PI-AGED-OVERRIDE-IND    PIC X(01).
001510     05  PI-PPS-OPER-IME-ADJ     PIC 9(08)V9(02).
001520     05  PI-PPS-CAPI-TOTAL-PAY   PIC S9(09)V9(02).
001530     05  PI-PPS-UNCOMP-CARE      PIC S9(09)V9(02).
001540     05  PI-PPS-NEW-TECH         PIC 9(09)V9(02).
001550     05  PI-PPS-LOW-VOL          PIC 9(09)V9(02).
001560     05  PI-PPS-READMIS-ADJ      PIC S9(09)V9(02).
001570     05  PI-PPS-VBP-ADJ          PIC S9(09)V9(02).
001580     05  PI-PPS-PASSTHRU-MISC    PIC 9(08)V9(02).
001590     05  PI-PPS-BUNDLE-ADJ       PIC S9(09)V9(02).
001600     05  PI-PPS-HAC-AMT          PIC S9(09)V9(02).
001610     05  PI-PPS-ISLET-ADDON      PIC 9(09)V9(02).
001620     05  PI-PPS-NDC-ADDON        PIC S9(09)V9(02).
001630     05  PI-CLAIM-SEQ            PIC 9(09).
001640     05  PI-BILL-SOURCE          PIC X(01).
001650*----------------------------------------------------------*
001660* WAGE INDEX AUDIT TRAIL AS PPBAT215 PRINTS IT - ONE LINE    *
001670* PER BILL PRICED BEHIND A REPORT HEADER BLOCK.             *
001680*----------------------------------------------------------*
001690 FD  WI-AUDIT-IN
001700     RECORDING MODE IS F.
001710 01  WI-AUDIT-IN-LINE            PIC X(133).
001720 FD  PAY-SUMMARY-OUT
001730     RECORDING MODE IS F.
001740 01  SUMMARY-LINE                PIC X(118).
001750 FD  VBP-HRR-OUT
001760     RECORDING MODE IS F.
001770 01  VBP-HRR-LINE                PIC X(90).
001780 FD  ISLET-OUT
001790     RECORDING MODE IS F.
001800 01  ISLET-LINE                  PIC X(80).
001810 FD  FLOOR-OUT
001820     RECORDING MODE IS F.
001830 01  FLOOR-LINE                  PIC X(90).
001840 FD  HAC-OUT
001850     RECORDING MODE IS F.
001860 01  HAC-LINE                    PIC X(80).
001870 FD  EHR-OUT
001880     RECORDING MODE IS F.
001890 01  EHR-LINE                    PIC X(80).
001900 FD  BPCI-OUT
001910     RECORDING MODE IS F.
001920 01  BPCI-LINE                   PIC X(80).
001930 FD  RTC-FREQ-OUT
001940     RECORDING MODE IS F.
001950 01  RTC-FREQ-LINE               PIC X(80).
001960 FD  FLX7-OUT
001970     RECORDING MODE IS F.
001980 01  FLX7-LINE                   PIC X(80).
001990 FD  BN-FACTOR-OUT
002000     RECORDING MODE IS F.
002010 01  BN-FACTOR-LINE              PIC X(80).
002020*----------------------------------------------------------*
002030* CUTOVER COMPARE - THE INLINE COPY OF A REPORT, THE COPY    *
002040* BUILT FROM THE EXTRACTS, AND THE DIFFERENCE LISTING.       *
002050*----------------------------------------------------------*
002060 FD  OLD-RPT-IN
002070     RECORDING MODE IS F.
002080 01  OLD-RPT-LINE                PIC X(133).
002090 FD  NEW-RPT-IN
002100     RECORDING MODE IS F.
002110 01  NEW-RPT-LINE                PIC X(133).
002120 FD  RPT-CMP-OUT
002130     RECORDING MODE IS F.
002140 01  RPT-CMP-LINE                PIC X(146).
002150 WORKING-STORAGE SECTION.
002160 01  W-STORAGE-REF                  PIC X(48)  VALUE
002170     'P P R P T 2 1 5 - W O R K I N G   S T O R A G E'.
002180 01  RPT-VERSION                    PIC X(05) VALUE 'R21.5'.
002190*----------------------------------------------------------*
002200* VERSION OF THE PRICING BATCH PROGRAM WHOSE REPORTS THESE   *
002210* ARE - SHOWN ON EVERY REPORT HEADER AS PPBAT215 SHOWS IT.   *
002220*----------------------------------------------------------*
002230 01  BAT-VERSION                    PIC X(05) VALUE 'B21.5'.
002240 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
002250 01  WK-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002260 01  WK-DETAIL-STATUS           PIC X(02) VALUE SPACES.
002270 01  WK-PPSOUT-STATUS           PIC X(02) VALUE SPACES.
002280 01  WK-WIAUDIT-STATUS          PIC X(02) VALUE SPACES.
002290 01  WK-OLDRPT-STATUS           PIC X(02) VALUE SPACES.
002300 01  WK-NEWRPT-STATUS           PIC X(02) VALUE SPACES.
002310*----------------------------------------------------------*
002320* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
002330* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
002340* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
002350*----------------------------------------------------------*
002360 COPY LAYHDR.
002370 01  WK-LAYOUT-CHECK.
002380     05  WK-LC-DD               PIC X(08).
002390     05  WK-LC-LAYOUT-ID        PIC X(08).
002400     05  WK-LC-VERSION          PIC 9(03).
002410     05  WK-LC-RECORD-LEN       PIC 9(05).
002420 01  WK-LAYOUT-PPSOUT.
002430     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
002440     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
002450     05  FILLER                 PIC 9(03) VALUE 001.
002460     05  FILLER                 PIC 9(05) VALUE 00235.
002470 01  WK-LAYOUT-PPSDTL.
002480     05  FILLER                 PIC X(08) VALUE 'PPSDTL'.
002490     05  FILLER                 PIC X(08) VALUE 'PPSDTL'.
002500     05  FILLER                 PIC 9(03) VALUE 001.
002510     05  FILLER                 PIC 9(05) VALUE 01426.
002520 01  WK-LAYOUT-SWITCHES.
002530     05  WK-PPSOUT-LAYOUT-SW      PIC X(01) VALUE 'N'.
002540         88  PPSOUT-LAYOUT-CHECKED VALUE 'Y'.
002550     05  WK-PPSDTL-LAYOUT-SW      PIC X(01) VALUE 'N'.
002560         88  PPSDTL-LAYOUT-CHECKED VALUE 'Y'.
002570 01  WK-SWITCHES.
002580     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
002590         88  PARM-AT-EOF        VALUE 'Y'.
002600     05  WK-RUNHIST-EOF         PIC X(01) VALUE 'N'.
002610         88  RUNHIST-AT-EOF     VALUE 'Y'.
002620     05  WK-DETAIL-EOF          PIC X(01) VALUE 'N'.
002630         88  DETAIL-AT-EOF      VALUE 'Y'.
002640     05  WK-PPSOUT-EOF          PIC X(01) VALUE 'N'.
002650         88  PPSOUT-AT-EOF      VALUE 'Y'.
002660     05  WK-WIAUDIT-EOF         PIC X(01) VALUE 'N'.
002670         88  WIAUDIT-AT-EOF     VALUE 'Y'.
002680     05  WK-OLDRPT-EOF          PIC X(01) VALUE 'N'.
002690         88  OLDRPT-AT-EOF      VALUE 'Y'.
002700     05  WK-NEWRPT-EOF          PIC X(01) VALUE 'N'.
002710         88  NEWRPT-AT-EOF      VALUE 'Y'.
002720     05  WK-RUN-FOUND-SW        PIC X(01) VALUE 'N'.
002730         88  RUN-WAS-FOUND      VALUE 'Y'.
002740     05  WK-REFUSED-SW          PIC X(01) VALUE 'N'.
002750         88  RUN-IS-REFUSED     VALUE 'Y'.
002760     05  WK-ROW-FOUND-SW        PIC X(01) VALUE 'N'.
002770         88  ROW-WAS-FOUND      VALUE 'Y'.
002780     05  WK-RTC-FOUND-SW        PIC X(01) VALUE 'N'.
002790         88  RTC-DESC-WAS-FOUND VALUE 'Y'.
002800*----------------------------------------------------------*
002810* PARAMETERS IN EFFECT.                                     *
002820*----------------------------------------------------------*
002830 01  WK-FUNCTION                PIC X(08) VALUE 'REPORT'.
002840 01  WK-RUN-ID                  PIC X(08) VALUE SPACES.
002850 01  WK-STREAM                  PIC X(08) VALUE SPACES.
002860 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002870 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
002880 01  WK-REPORTS-CHOSEN          PIC 9(03) VALUE ZEROES.
002890*----------------------------------------------------------*
002900* REPORT SELECTION - ONE SWITCH PER REPORT, SET BY THE       *
002910* REPORT= CARDS.  WITH NO CARD, EVERY SWITCH IS SET.         *
002920*----------------------------------------------------------*
002930 01  WK-SELECTIONS.
002940     05  WK-SEL-PAYSUM          PIC X(01) VALUE 'N'.
002950         88  SEL-PAYSUM         VALUE 'Y'.
002960     05  WK-SEL-VBPHRR          PIC X(01) VALUE 'N'.
002970         88  SEL-VBPHRR         VALUE 'Y'.
002980     05  WK-SEL-ISLET           PIC X(01) VALUE 'N'.
002990         88  SEL-ISLET          VALUE 'Y'.
003000     05  WK-SEL-FLOOR           PIC X(01) VALUE 'N'.
003010         88  SEL-FLOOR          VALUE 'Y'.
003020     05  WK-SEL-HAC             PIC X(01) VALUE 'N'.
003030         88  SEL-HAC            VALUE 'Y'.
003040     05  WK-SEL-EHR             PIC X(01) VALUE 'N'.
003050         88  SEL-EHR            VALUE 'Y'.
003060     05  WK-SEL-BPCI            PIC X(01) VALUE 'N'.
003070         88  SEL-BPCI           VALUE 'Y'.
003080     05  WK-SEL-RTCFREQ         PIC X(01) VALUE 'N'.
003090         88  SEL-RTCFREQ        VALUE 'Y'.
003100     05  WK-SEL-FLX7            PIC X(01) VALUE 'N'.
003110         88  SEL-FLX7           VALUE 'Y'.
003120     05  WK-SEL-BNFACTOR        PIC X(01) VALUE 'N'.
003130         88  SEL-BNFACTOR       VALUE 'Y'.
003140*----------------------------------------------------------*
003150* REGISTRY VIEW OF THE RUN BEING REPORTED (MANIFEST-REC      *
003160* LAYOUT FROM PPBAT215).                                     *
003170*----------------------------------------------------------*
003180 01  WK-MF-VIEW.
003190     05  WK-MF-RUN-ID           PIC X(08).
003200     05  WK-MF-RUN-DATE         PIC 9(08).
003210     05  FILLER                 PIC X(18).
003220     05  WK-MF-RESTART-IND      PIC X(01).
003230     05  WK-MF-REPORTS-SW       PIC X(01).
003240     05  FILLER                 PIC X(10).
003250     05  WK-MF-BILLS-PRICED     PIC 9(07).
003260     05  FILLER                 PIC X(35).
003270     05  WK-MF-PPSOUT-RECS      PIC 9(07).
003280     05  FILLER                 PIC X(49).
003290 01  WK-RUN-VIEW                PIC X(144) VALUE SPACES.
003300 01  WK-HDR-RUN-DATE            PIC 9(08) VALUE ZEROES.
003310*----------------------------------------------------------*
003320* WAGE INDEX AUDIT LINE VIEW - THE BILL KEYS, THE FLOOR      *
003330* VALUES AND THE CLAIM SEQUENCE ID, AT THE COLUMNS           *
003340* PPBAT215'S WI-AUDIT DETAIL LINE PUTS THEM.                 *
003350*----------------------------------------------------------*
003360 01  WK-WIA-VIEW.
003370     05  WV-PROVIDER-NO         PIC X(06).
003380     05  FILLER                 PIC X(03).
003390     05  WV-DRG                 PIC X(03).
003400     05  FILLER                 PIC X(02).
003410     05  WV-DISCHARGE-DATE      PIC X(08).
003420     05  FILLER                 PIC X(10).
003430     05  WV-WI-BEFORE-FLOOR     PIC X(07).
003440     05  FILLER                 PIC X(01).
003450     05  WV-WI-AFTER-FLOOR      PIC X(07).
003460     05  FILLER                 PIC X(01).
003470     05  WV-RURAL-FLOOR-FIRED   PIC X(01).
003480     05  FILLER                 PIC X(43).
003490     05  WV-CLAIM-SEQ           PIC X(09).
003500     05  FILLER                 PIC X(32).
003510*----------------------------------------------------------*
003520* RUN COUNTERS.                                             *
003530*----------------------------------------------------------*
003540 01  WK-COUNTERS.
003550     05  WK-PPSOUT-ROWS         PIC 9(07) VALUE ZEROES.
003560     05  WK-BILLS-REPORTED      PIC 9(07) VALUE ZEROES.
003570     05  WK-FLOOR-UNMATCHED     PIC 9(07) VALUE ZEROES.
003580     05  WK-LINES-COMPARED      PIC 9(07) VALUE ZEROES.
003590     05  WK-LINES-DIFFERENT     PIC 9(07) VALUE ZEROES.
003600*----------------------------------------------------------*
003610* COMMON REPORT FORMATTING - THE SAME HEADER BLOCK AND       *
003620* END-OF-REPORT LINE PPBAT215 PUTS ON ITS REPORTS.           *
003630*----------------------------------------------------------*
003640 01  WK-RPT-TITLE               PIC X(40) VALUE SPACES.
003650 01  WK-RPT-COUNT               PIC 9(07) VALUE ZEROES.
003660 01  WK-RPT-HDR-LINE1.
003670     05  WK-RH-TITLE         PIC X(40).
003680     05  FILLER              PIC X(08) VALUE 'RUN-ID: '.
003690     05  WK-RH-RUN-ID        PIC X(08).
003700     05  FILLER              PIC X(07) VALUE '  DATE '.
003710     05  WK-RH-DATE          PIC 9(08).
003720     05  FILLER              PIC X(07) VALUE '  VERS '.
003730     05  WK-RH-VERSION       PIC X(05).
003740 01  WK-RPT-HDR-LINE2           PIC X(83) VALUE ALL '='.
003750 01  WK-RPT-FTR-LINE.
003760     05  FILLER              PIC X(24) VALUE
003770         'END OF REPORT - RECORDS '.
003780     05  WK-RF-RECORDS       PIC ZZZ,ZZ9.
003790 01  WK-PAYSUM-LINES            PIC 9(03) VALUE ZEROES.
003800 01  WK-PAYSUM-HDR-LINE1        PIC X(83) VALUE SPACES.
003810*----------------------------------------------------------*
003820* THE COMPLETE PPS-ADDITIONAL-VARIABLES AREA OF THE BILL     *
003830* BEING REPORTED, FROM ITS DETAIL ROW.                       *
003840*----------------------------------------------------------*
003850 COPY PPSADDVR.
003860*----------------------------------------------------------*
003870* PPS-RTC REFERENCE TABLE AND THE FREQUENCY COUNT OF EACH    *
003880* ROW, INDEXED IN PARALLEL.                                  *
003890*----------------------------------------------------------*
003900 COPY PPRTC215.
003910 01  RTC-FREQ-TABLE.
003920     05  RTC-FREQ-COUNT  PIC 9(07) VALUE ZEROES OCCURS 33 TIMES
003930                         INDEXED BY RTC-FREQ-IDX.
003940*----------------------------------------------------------*
003950* PER-BILL PAYMENT SUMMARY REPORT LINE.                    *
003960*----------------------------------------------------------*
003970 01  WK-SUMMARY-HEADING1.
003980     05  FILLER                  PIC X(09) VALUE 'PROVIDER '.
003990     05  FILLER                  PIC X(05) VALUE 'DRG  '.
004000     05  FILLER                  PIC X(10) VALUE 'DISCHARGE '.
004010     05  FILLER                  PIC X(12) VALUE '  OPER-HSP  '.
004020     05  FILLER                  PIC X(12) VALUE '  OPER-FSP  '.
004030     05  FILLER                  PIC X(12) VALUE ' OPER-OUTLR '.
004040     05  FILLER                  PIC X(12) VALUE '  OPER-DSH  '.
004050     05  FILLER                  PIC X(12) VALUE '  OPER-IME  '.
004060     05  FILLER                  PIC X(12) VALUE ' CAPI-TOTAL '.
004070     05  FILLER                  PIC X(12) VALUE '  NEW-TECH  '.
004080     05  FILLER        PIC X(16) VALUE '      TOTAL-PAY '.
004090 01  WK-SUMMARY-DETAIL-LINE.
004100     05  WK-SUM-PROVIDER-NO      PIC X(06).
004110     05  FILLER                  PIC X(03) VALUE SPACES.
004120     05  WK-SUM-DRG              PIC 9(03).
004130     05  FILLER                  PIC X(02) VALUE SPACES.
004140     05  WK-SUM-DISCHARGE-DATE   PIC 9(08).
004150     05  FILLER                  PIC X(02) VALUE SPACES.
004160     05  WK-SUM-OPER-HSP         PIC ZZZ,ZZ9.99.
004170     05  FILLER                  PIC X(02) VALUE SPACES.
004180     05  WK-SUM-OPER-FSP         PIC ZZZ,ZZ9.99.
004190     05  FILLER                  PIC X(02) VALUE SPACES.
004200     05  WK-SUM-OPER-OUTLIER     PIC ZZZ,ZZ9.99.
004210     05  FILLER                  PIC X(02) VALUE SPACES.
004220     05  WK-SUM-OPER-DSH         PIC ZZZ,ZZ9.99.
004230     05  FILLER                  PIC X(02) VALUE SPACES.
004240     05  WK-SUM-OPER-IME         PIC ZZZ,ZZ9.99.
004250     05  FILLER                  PIC X(02) VALUE SPACES.
004260     05  WK-SUM-CAPI-TOTAL       PIC ZZZ,ZZ9.99.
004270     05  FILLER                  PIC X(02) VALUE SPACES.
004280     05  WK-SUM-NEW-TECH         PIC ZZZ,ZZ9.99.
004290     05  FILLER                  PIC X(02) VALUE SPACES.
004300     05  WK-SUM-TOTAL-PAYMENT    PIC Z,ZZZ,ZZZ,ZZ9.99.
004310*----------------------------------------------------------*
004320* VBP/HRR FLAG EXCEPTION REPORT HEADING AND DETAIL LINE.     *
004330*----------------------------------------------------------*
004340 01  WK-VBP-HRR-HEADING1.
004350     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
004360     05  FILLER              PIC X(05) VALUE 'DRG  '.
004370     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
004380     05  FILLER              PIC X(05) VALUE 'RTC  '.
004390     05  FILLER              PIC X(03) VALUE 'VBP'.
004400     05  FILLER              PIC X(04) VALUE ' HRR'.
004410     05  FILLER              PIC X(30) VALUE ' REASON'.
004420 01  WK-VBP-HRR-DETAIL-LINE.
004430     05  WK-VH-PROVIDER-NO   PIC X(06).
004440     05  FILLER              PIC X(03) VALUE SPACES.
004450     05  WK-VH-DRG           PIC 9(03).
004460     05  FILLER              PIC X(02) VALUE SPACES.
004470     05  WK-VH-DISCHARGE-DATE PIC 9(08).
004480     05  FILLER              PIC X(02) VALUE SPACES.
004490     05  WK-VH-RTC           PIC 9(02).
004500     05  FILLER              PIC X(03) VALUE SPACES.
004510     05  WK-VH-VBP-FLAG      PIC X(01).
004520     05  FILLER              PIC X(03) VALUE SPACES.
004530     05  WK-VH-HRR-FLAG      PIC X(01).
004540     05  FILLER              PIC X(03) VALUE SPACES.
004550     05  WK-VH-REASON        PIC X(40).
004560*----------------------------------------------------------*
004570* ISLET CELL TRANSPLANT ADD-ON CROSS-CHECK REPORT LINE.       *
004580*----------------------------------------------------------*
004590 01  WK-ISLET-HEADING1.
004600     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
004610     05  FILLER              PIC X(05) VALUE 'DRG  '.
004620     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
004630     05  FILLER              PIC X(15) VALUE '   ISLET ADD-ON'.
004640 01  WK-ISLET-DETAIL-LINE.
004650     05  WK-ISL-PROVIDER-NO  PIC X(06).
004660     05  FILLER              PIC X(03) VALUE SPACES.
004670     05  WK-ISL-DRG          PIC 9(03).
004680     05  FILLER              PIC X(02) VALUE SPACES.
004690     05  WK-ISL-DISCHARGE-DATE PIC 9(08).
004700     05  FILLER              PIC X(02) VALUE SPACES.
004710     05  WK-ISL-ADD-ON       PIC ZZZ,ZZ9.99.
004720*----------------------------------------------------------*
004730* RURAL FLOOR IMPACT REPORT HEADING AND DETAIL LINE.  THE    *
004740* WAGE INDEX BEFORE AND AFTER THE FLOOR ARE CARRIED ACROSS   *
004750* AS THE AUDIT TRAIL PRINTED THEM.                           *
004760*----------------------------------------------------------*
004770 01  WK-FLOOR-HEADING1.
004780     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
004790     05  FILLER              PIC X(05) VALUE 'DRG  '.
004800     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
004810     05  FILLER              PIC X(11) VALUE 'BEFR-FLOOR '.
004820     05  FILLER              PIC X(11) VALUE 'AFTR-FLOOR '.
004830     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
004840 01  WK-FLOOR-DETAIL-LINE.
004850     05  WK-FLR-PROVIDER-NO  PIC X(06).
004860     05  FILLER              PIC X(03) VALUE SPACES.
004870     05  WK-FLR-DRG          PIC 9(03).
004880     05  FILLER              PIC X(02) VALUE SPACES.
004890     05  WK-FLR-DISCHARGE-DATE PIC 9(08).
004900     05  FILLER              PIC X(02) VALUE SPACES.
004910     05  WK-FLR-WI-BEFORE    PIC X(07).
004920     05  FILLER              PIC X(03) VALUE SPACES.
004930     05  WK-FLR-WI-AFTER     PIC X(07).
004940     05  FILLER              PIC X(03) VALUE SPACES.
004950     05  WK-FLR-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
004960*----------------------------------------------------------*
004970* HAC PENALTY REPORT HEADING AND DETAIL LINE.                *
004980*----------------------------------------------------------*
004990 01  WK-HAC-HEADING1.
005000     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
005010     05  FILLER              PIC X(05) VALUE 'DRG  '.
005020     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
005030     05  FILLER              PIC X(12) VALUE 'HAC PENALTY '.
005040     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
005050 01  WK-HAC-DETAIL-LINE.
005060     05  WK-HC-PROVIDER-NO   PIC X(06).
005070     05  FILLER              PIC X(03) VALUE SPACES.
005080     05  WK-HC-DRG           PIC 9(03).
005090     05  FILLER              PIC X(02) VALUE SPACES.
005100     05  WK-HC-DISCHARGE-DATE PIC 9(08).
005110     05  FILLER              PIC X(02) VALUE SPACES.
005120     05  WK-HC-PENALTY-AMT   PIC -ZZZ,ZZ9.99.
005130     05  FILLER              PIC X(03) VALUE SPACES.
005140     05  WK-HC-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
005150*----------------------------------------------------------*
005160* EHR MEANINGFUL-USE REDUCTION REPORT HEADING AND DETAIL.     *
005170*----------------------------------------------------------*
005180 01  WK-EHR-HEADING1.
005190     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
005200     05  FILLER              PIC X(05) VALUE 'DRG  '.
005210     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
005220     05  FILLER              PIC X(12) VALUE 'EHR ADJUST  '.
005230     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
005240 01  WK-EHR-DETAIL-LINE.
005250     05  WK-EH-PROVIDER-NO   PIC X(06).
005260     05  FILLER              PIC X(03) VALUE SPACES.
005270     05  WK-EH-DRG           PIC 9(03).
005280     05  FILLER              PIC X(02) VALUE SPACES.
005290     05  WK-EH-DISCHARGE-DATE PIC 9(08).
005300     05  FILLER              PIC X(02) VALUE SPACES.
005310     05  WK-EH-ADJUST-AMT    PIC -ZZZ,ZZ9.99.
005320     05  FILLER              PIC X(03) VALUE SPACES.
005330     05  WK-EH-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
005340*----------------------------------------------------------*
005350* BPCI MODEL 1 PARTICIPATION REPORT HEADING AND DETAIL.       *
005360*----------------------------------------------------------*
005370 01  WK-BPCI-HEADING1.
005380     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
005390     05  FILLER              PIC X(04) VALUE ' DRG'.
005400     05  FILLER              PIC X(10) VALUE ' DISCHARGE'.
005410     05  FILLER              PIC X(08) VALUE '  DISCNT'.
005420     05  FILLER              PIC X(16) VALUE '  BUNDLE ADJUST '.
005430 01  WK-BPCI-DETAIL-LINE.
005440     05  WK-BP-PROVIDER-NO   PIC X(06).
005450     05  FILLER              PIC X(03) VALUE SPACES.
005460     05  WK-BP-DRG           PIC 9(03).
005470     05  FILLER              PIC X(03) VALUE SPACES.
005480     05  WK-BP-DISCHARGE-DATE PIC 9(08).
005490     05  FILLER              PIC X(02) VALUE SPACES.
005500     05  WK-BP-DISPRCNT      PIC 9.999.
005510     05  FILLER              PIC X(03) VALUE SPACES.
005520     05  WK-BP-BUNDLE-ADJUST PIC -ZZZ,ZZ9.99.
005530     05  FILLER              PIC X(03) VALUE SPACES.
005540     05  WK-BP-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
005550*----------------------------------------------------------*
005560* RTC REFERENCE AND FREQUENCY REPORT HEADING AND DETAIL.      *
005570*----------------------------------------------------------*
005580 01  WK-RTC-FREQ-HEADING1.
005590     05  FILLER              PIC X(04) VALUE 'RTC '.
005600     05  FILLER              PIC X(42) VALUE 'DESCRIPTION'.
005610     05  FILLER              PIC X(10) VALUE '  COUNT'.
005620 01  WK-RTC-FREQ-DETAIL-LINE.
005630     05  WK-RF-CODE          PIC X(02).
005640     05  FILLER              PIC X(02) VALUE SPACES.
005650     05  WK-RF-DESC          PIC X(40).
005660     05  FILLER              PIC X(02) VALUE SPACES.
005670     05  WK-RF-COUNT         PIC ZZZ,ZZ9.
005680*----------------------------------------------------------*
005690* FLX7 DEMONSTRATION PAYMENT REPORT HEADING AND DETAIL.       *
005700*----------------------------------------------------------*
005710 01  WK-FLX7-HEADING1.
005720     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
005730     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
005740     05  FILLER              PIC X(04) VALUE ' DRG'.
005750     05  FILLER              PIC X(15) VALUE 'FLX7 PAYMENT   '.
005760 01  WK-FLX7-DETAIL-LINE.
005770     05  WK-FX-PROVIDER-NO   PIC X(06).
005780     05  FILLER              PIC X(06) VALUE SPACES.
005790     05  WK-FX-DISCHARGE-DATE PIC 9(08).
005800     05  FILLER              PIC X(04) VALUE SPACES.
005810     05  WK-FX-DRG           PIC 9(03).
005820     05  FILLER              PIC X(05) VALUE SPACES.
005830     05  WK-FX-FLX7-PAYMENT  PIC ZZZ,ZZ9.99.
005840*----------------------------------------------------------*
005850* BUDGET-NEUTRALITY FACTOR CHAIN REPORT HEADING AND DETAIL.   *
005860*----------------------------------------------------------*
005870 01  WK-BNF-HEADING1.
005880     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
005890     05  FILLER              PIC X(04) VALUE 'DRG '.
005900     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
005910     05  FILLER              PIC X(09) VALUE 'NAT-LABOR'.
005920     05  FILLER              PIC X(10) VALUE ' NAT-NLABR'.
005930     05  FILLER              PIC X(09) VALUE ' UPDT-FAC'.
005940     05  FILLER              PIC X(09) VALUE ' DRG-WGT '.
005950     05  FILLER              PIC X(08) VALUE ' OP-COLA'.
005960 01  WK-BNF-DETAIL-LINE.
005970     05  WK-BNF-PROVIDER-NO  PIC X(06).
005980     05  FILLER              PIC X(03) VALUE SPACES.
005990     05  WK-BNF-DRG          PIC 9(03).
006000     05  FILLER              PIC X(01) VALUE SPACES.
006010     05  WK-BNF-DISCHG-DATE  PIC 9(08).
006020     05  FILLER              PIC X(02) VALUE SPACES.
006030     05  WK-BNF-NAT-LABOR    PIC ZZZZ9.99.
006040     05  FILLER              PIC X(01) VALUE SPACES.
006050     05  WK-BNF-NAT-NLABOR   PIC ZZZZ9.99.
006060     05  FILLER              PIC X(01) VALUE SPACES.
006070     05  WK-BNF-UPDATE-FACTOR PIC Z9.99999.
006080     05  FILLER              PIC X(01) VALUE SPACES.
006090     05  WK-BNF-DRG-WT       PIC Z9.9999.
006100     05  FILLER              PIC X(01) VALUE SPACES.
006110     05  WK-BNF-OPER-COLA    PIC Z9.999.
006120*----------------------------------------------------------*
006130* CUTOVER COMPARE LISTING LINES.                             *
006140*----------------------------------------------------------*
006150 01  WK-CMP-TITLE-LINE.
006160     05  FILLER              PIC X(29) VALUE
006170         'REPORT CUTOVER COMPARE - OLD '.
006180     05  FILLER              PIC X(21) VALUE
006190         '(INLINE) AGAINST NEW '.
006200     05  FILLER              PIC X(25) VALUE
006210         '(FROM EXTRACTS) - STREAM '.
006220     05  WK-CT-STREAM        PIC X(08).
006230 01  WK-CMP-DETAIL-LINE.
006240     05  WK-CD-TAG           PIC X(04).
006250     05  WK-CD-LINE-NO       PIC ZZZZZZ9.
006260     05  FILLER              PIC X(02) VALUE SPACES.
006270     05  WK-CD-TEXT          PIC X(133).
006280 01  WK-CMP-TOTAL-LINE.
006290     05  WK-CX-LABEL         PIC X(30).
006300     05  WK-CX-COUNT         PIC ZZZ,ZZZ,ZZ9.
006310 PROCEDURE DIVISION.
006320*===========================================================*
006330* 0000-MAINLINE                                              *
006340*===========================================================*
006350 0000-MAINLINE.
006360     PERFORM 1000-READ-PARMS THRU 1000-EXIT.
006370     EVALUATE WK-FUNCTION
006380         WHEN 'REPORT'
006390             PERFORM 2000-BUILD-REPORTS THRU 2000-EXIT
006400         WHEN 'COMPARE'
006410             PERFORM 5000-COMPARE-REPORT THRU 5000-EXIT
006420         WHEN OTHER
006430             DISPLAY 'PPRPT215 - UNKNOWN FUNCTION : '
006440                     WK-FUNCTION
006450             MOVE 16 TO RETURN-CODE
006460     END-EVALUATE.
006470     STOP RUN.
006480*===========================================================*
006490* 1000-READ-PARMS - READ THE PARAMETER CARDS.  WITH NO       *
006500* REPORT= CARD, EVERY REPORT IS SELECTED.                    *
006510*===========================================================*
006520 1000-READ-PARMS.
006530     OPEN INPUT RPT-PARM-FILE.
006540     IF WK-PARM-STATUS = '00'
006550         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
006560             UNTIL PARM-AT-EOF
006570         CLOSE RPT-PARM-FILE
006580     END-IF.
006590     IF WK-REPORTS-CHOSEN = 0
006600         MOVE ALL 'Y' TO WK-SELECTIONS
006610     END-IF.
006620 1000-EXIT.
006630     EXIT.
006640 1100-READ-ONE-PARM.
006650     READ RPT-PARM-FILE
006660         AT END
006670             SET PARM-AT-EOF TO TRUE
006680             GO TO 1100-EXIT
006690     END-READ.
006700     IF RPT-PARM-REC = SPACES OR RPT-PARM-REC(1:1) = '*'
006710         GO TO 1100-EXIT
006720     END-IF.
006730     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
006740     UNSTRING RPT-PARM-REC DELIMITED BY '='
006750         INTO WK-RC-KEYWORD WK-RC-VALUE.
006760     EVALUATE WK-RC-KEYWORD
006770         WHEN 'FUNCTION'
006780             MOVE WK-RC-VALUE TO WK-FUNCTION
006790         WHEN 'RUN-ID'
006800             MOVE WK-RC-VALUE TO WK-RUN-ID
006810         WHEN 'STREAM'
006820             MOVE WK-RC-VALUE TO WK-STREAM
006830         WHEN 'REPORT'
006840             PERFORM 1110-SELECT-REPORT THRU 1110-EXIT
006850         WHEN OTHER
006860             DISPLAY 'PPRPT215 - PARAMETER CARD IGNORED : '
006870                     RPT-PARM-REC
006880     END-EVALUATE.
006890 1100-EXIT.
006900     EXIT.
006910 1110-SELECT-REPORT.
006920     ADD 1 TO WK-REPORTS-CHOSEN.
006930     EVALUATE WK-RC-VALUE
006940         WHEN 'ALL'
006950             MOVE ALL 'Y' TO WK-SELECTIONS
006960         WHEN 'PAYSUM'
006970             SET SEL-PAYSUM TO TRUE
006980         WHEN 'VBPHRR'
006990             SET SEL-VBPHRR TO TRUE
007000         WHEN 'ISLETOUT'
007010             SET SEL-ISLET TO TRUE
007020         WHEN 'FLOOROUT'
007030             SET SEL-FLOOR TO TRUE
007040         WHEN 'HACOUT'
007050             SET SEL-HAC TO TRUE
007060         WHEN 'EHROUT'
007070             SET SEL-EHR TO TRUE
007080         WHEN 'BPCIOUT'
007090             SET SEL-BPCI TO TRUE
007100         WHEN 'RTCFREQ'
007110             SET SEL-RTCFREQ TO TRUE
007120         WHEN 'FLX7OUT'
007130             SET SEL-FLX7 TO TRUE
007140         WHEN 'BNFACTOR'
007150             SET SEL-BNFACTOR TO TRUE
007160         WHEN OTHER
007170             DISPLAY 'PPRPT215 - UNKNOWN REPORT IGNORED : '
007180                     WK-RC-VALUE
007190             SUBTRACT 1 FROM WK-REPORTS-CHOSEN
007200     END-EVALUATE.
007210 1110-EXIT.
007220     EXIT.
007230*===========================================================*
007240* 1200-FIND-RUN - LOOK THE RUN UP ON THE RUN-HISTORY         *
007250* REGISTRY - THE LATEST ROW FOR THE RUN-ID, OR THE LATEST    *
007260* ROW OF ALL WHEN NO RUN-ID WAS GIVEN.  A RUN THE REGISTRY   *
007270* DOES NOT HOLD IS REFUSED.  WITHOUT A REGISTRY THE RUN-ID   *
007280* CARD IS TRUSTED AND THE HEADERS CARRY TODAY'S DATE.        *
007290*===========================================================*
007300 1200-FIND-RUN.
007310     OPEN INPUT RUN-HIST-IN.
007320     IF WK-RUNHIST-STATUS NOT = '00'
007330         IF WK-RUN-ID = SPACES
007340             DISPLAY 'PPRPT215 - NO RUN-HISTORY REGISTRY AND '
007350                     'NO RUN-ID CARD'
007360             MOVE 16 TO RETURN-CODE
007370             SET RUN-IS-REFUSED TO TRUE
007380             GO TO 1200-EXIT
007390         END-IF
007400         DISPLAY 'PPRPT215 - NO RUN-HISTORY REGISTRY - RUN '
007410                 WK-RUN-ID ' NOT PROVED'
007420         MOVE 4 TO RETURN-CODE
007430         ACCEPT WK-HDR-RUN-DATE FROM DATE YYYYMMDD
007440         GO TO 1200-EXIT
007450     END-IF.
007460     PERFORM 1210-READ-ONE-RUN THRU 1210-EXIT
007470         UNTIL RUNHIST-AT-EOF.
007480     CLOSE RUN-HIST-IN.
007490     IF NOT RUN-WAS-FOUND
007500         DISPLAY 'PPRPT215 - RUN ' WK-RUN-ID
007510                 ' IS NOT ON THE RUN-HISTORY REGISTRY'
007520         MOVE 12 TO RETURN-CODE
007530         SET RUN-IS-REFUSED TO TRUE
007540         GO TO 1200-EXIT
007550     END-IF.
007560     MOVE WK-RUN-VIEW      TO WK-MF-VIEW.
007570     MOVE WK-MF-RUN-ID     TO WK-RUN-ID.
007580     MOVE WK-MF-RUN-DATE   TO WK-HDR-RUN-DATE.
007590     DISPLAY 'PPRPT215 - RUN-ID            : ' WK-RUN-ID.
007600     DISPLAY 'PPRPT215 - RUN DATE          : ' WK-HDR-RUN-DATE.
007610     DISPLAY 'PPRPT215 - RUN REPORTS MODE  : '
007620             WK-MF-REPORTS-SW.
007630 1200-EXIT.
007640     EXIT.
007650 1210-READ-ONE-RUN.
007660     READ RUN-HIST-IN
007670         AT END
007680             SET RUNHIST-AT-EOF TO TRUE
007690             GO TO 1210-EXIT
007700     END-READ.
007710     IF WK-RUN-ID NOT = SPACES
007720        AND RUN-HIST-IN-REC(1:8) NOT = WK-RUN-ID
007730         GO TO 1210-EXIT
007740     END-IF.
007750     MOVE RUN-HIST-IN-REC TO WK-RUN-VIEW.
007760     SET RUN-WAS-FOUND TO TRUE.
007770 1210-EXIT.
007780     EXIT.
007790*===========================================================*
007800* 1300-PROVE-EXTRACT - COUNT THE RESULT EXTRACT AND HOLD IT  *
007810* TO THE ROW COUNT THE REGISTRY RECORDED FOR THE RUN, SO     *
007820* ANOTHER NIGHT'S EXTRACT IS NEVER REPORTED UNDER THIS RUN'S *
007830* ID.  A RESTARTED RUN RECORDS ONLY THE ROWS OF ITS LAST     *
007840* ATTEMPT, SO FOR ONE THE COUNT IS SHOWN BUT NOT ENFORCED.   *
007850*===========================================================*
007860 1300-PROVE-EXTRACT.
007870     OPEN INPUT PPS-FILE-IN.
007880     IF WK-PPSOUT-STATUS NOT = '00'
007890         DISPLAY 'PPRPT215 - RESULT EXTRACT (PPSOUT) MISSING'
007900         MOVE 16 TO RETURN-CODE
007910         SET RUN-IS-REFUSED TO TRUE
007920         GO TO 1300-EXIT
007930     END-IF.
007940     PERFORM 1310-COUNT-ONE-RESULT THRU 1310-EXIT
007950         UNTIL PPSOUT-AT-EOF.
007960     CLOSE PPS-FILE-IN.
007970     MOVE 'N' TO WK-PPSOUT-EOF.
007980     DISPLAY 'PPRPT215 - PPSOUT ROWS       : ' WK-PPSOUT-ROWS.
007990     IF NOT RUN-WAS-FOUND
008000         GO TO 1300-EXIT
008010     END-IF.
008020     IF WK-MF-PPSOUT-RECS NOT NUMERIC
008030        OR WK-MF-PPSOUT-RECS = WK-PPSOUT-ROWS
008040         GO TO 1300-EXIT
008050     END-IF.
008060     DISPLAY 'PPRPT215 - REGISTRY PPSOUT ROWS: '
008070             WK-MF-PPSOUT-RECS.
008080     IF WK-MF-RESTART-IND = 'Y'
008090         DISPLAY 'PPRPT215 - RESTARTED RUN - ROW COUNT NOT '
008100                 'ENFORCED'
008110         MOVE 4 TO RETURN-CODE
008120         GO TO 1300-EXIT
008130     END-IF.
008140     DISPLAY 'PPRPT215 - PPSOUT IS NOT THE EXTRACT OF RUN '
008150             WK-RUN-ID ' - RUN REFUSED'.
008160     MOVE 12 TO RETURN-CODE.
008170     SET RUN-IS-REFUSED TO TRUE.
008180 1300-EXIT.
008190     EXIT.
008200 1310-COUNT-ONE-RESULT.
008210     READ PPS-FILE-IN
008220         AT END
008230             SET PPSOUT-AT-EOF TO TRUE
008240             GO TO 1310-EXIT
008250     END-READ.
008260     IF PPS-IN-REC(1:4) = '*LAY'
008270        OR NOT PPSOUT-LAYOUT-CHECKED
008280         MOVE WK-LAYOUT-PPSOUT TO WK-LAYOUT-CHECK
008290         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
008300         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
008310         SET PPSOUT-LAYOUT-CHECKED TO TRUE
008320         IF LH-IS-HEADER
008330             GO TO 1310-COUNT-ONE-RESULT
008340         END-IF
008350     END-IF.
008360     ADD 1 TO WK-PPSOUT-ROWS.
008370 1310-EXIT.
008380     EXIT.
008390*===========================================================*
008400* 2000-BUILD-REPORTS - PROVE THE RUN, OPEN THE SELECTED      *
008410* REPORTS, AND REPORT EVERY BILL ON THE DETAIL EXTRACT.      *
008420*===========================================================*
008430 2000-BUILD-REPORTS.
008440     PERFORM 1200-FIND-RUN THRU 1200-EXIT.
008450     IF RUN-IS-REFUSED
008460         GO TO 2000-EXIT
008470     END-IF.
008480     PERFORM 1300-PROVE-EXTRACT THRU 1300-EXIT.
008490     IF RUN-IS-REFUSED
008500         GO TO 2000-EXIT
008510     END-IF.
008520     OPEN INPUT PPS-DETAIL-IN.
008530     IF WK-DETAIL-STATUS NOT = '00'
008540         DISPLAY 'PPRPT215 - DETAIL EXTRACT (PPSDTL) MISSING'
008550         MOVE 16 TO RETURN-CODE
008560         GO TO 2000-EXIT
008570     END-IF.
008580     OPEN INPUT PPS-FILE-IN.
008590     IF SEL-FLOOR
008600         OPEN INPUT WI-AUDIT-IN
008610         IF WK-WIAUDIT-STATUS NOT = '00'
008620             DISPLAY 'PPRPT215 - WAGE INDEX AUDIT (WIAUDIT) '
008630                     'MISSING - FLOOR REPORT NOT BUILT'
008640             MOVE 8 TO RETURN-CODE
008650             MOVE 'N' TO WK-SEL-FLOOR
008660         END-IF
008670     END-IF.
008680     PERFORM 2050-OPEN-REPORTS THRU 2050-EXIT.
008690     PERFORM 2100-REPORT-ONE-BILL THRU 2100-EXIT
008700         UNTIL DETAIL-AT-EOF
008710            OR RUN-IS-REFUSED.
008720     PERFORM 2900-CLOSE-REPORTS THRU 2900-EXIT.
008730     CLOSE PPS-DETAIL-IN.
008740     CLOSE PPS-FILE-IN.
008750     IF SEL-FLOOR
008760         CLOSE WI-AUDIT-IN
008770     END-IF.
008780     DISPLAY 'PPRPT215 - BILLS REPORTED    : ' WK-BILLS-REPORTED.
008790     IF WK-FLOOR-UNMATCHED > 0
008800         DISPLAY 'PPRPT215 - BILLS NOT ON WIAUDIT: '
008810                 WK-FLOOR-UNMATCHED
008820         IF RETURN-CODE < 4
008830             MOVE 4 TO RETURN-CODE
008840         END-IF
008850     END-IF.
008860 2000-EXIT.
008870     EXIT.
008880*===========================================================*
008890* 2050-OPEN-REPORTS - OPEN EACH SELECTED REPORT AND WRITE    *
008900* ITS HEADER BLOCK.                                          *
008910*===========================================================*
008920 2050-OPEN-REPORTS.
008930     IF SEL-PAYSUM
008940         OPEN OUTPUT PAY-SUMMARY-OUT
008950         MOVE 'PAY-SUMMARY REPORT' TO WK-RPT-TITLE
008960         PERFORM 8600-FORMAT-REPORT-HEADER
008970             THRU 8600-EXIT
008980         MOVE WK-RPT-HDR-LINE1 TO WK-PAYSUM-HDR-LINE1
008990         MOVE WK-RPT-HDR-LINE1 TO SUMMARY-LINE
009000         WRITE SUMMARY-LINE
009010         MOVE WK-RPT-HDR-LINE2 TO SUMMARY-LINE
009020         WRITE SUMMARY-LINE
009030         MOVE WK-SUMMARY-HEADING1 TO SUMMARY-LINE
009040         WRITE SUMMARY-LINE
009050     END-IF.
009060     IF SEL-VBPHRR
009070         OPEN OUTPUT VBP-HRR-OUT
009080         MOVE 'VBP-HRR REPORT' TO WK-RPT-TITLE
009090         PERFORM 8600-FORMAT-REPORT-HEADER
009100             THRU 8600-EXIT
009110         MOVE WK-RPT-HDR-LINE1 TO VBP-HRR-LINE
009120         WRITE VBP-HRR-LINE
009130         MOVE WK-RPT-HDR-LINE2 TO VBP-HRR-LINE
009140         WRITE VBP-HRR-LINE
009150         MOVE WK-VBP-HRR-HEADING1 TO VBP-HRR-LINE
009160         WRITE VBP-HRR-LINE
009170     END-IF.
009180     IF SEL-ISLET
009190         OPEN OUTPUT ISLET-OUT
009200         MOVE 'ISLET REPORT' TO WK-RPT-TITLE
009210         PERFORM 8600-FORMAT-REPORT-HEADER
009220             THRU 8600-EXIT
009230         MOVE WK-RPT-HDR-LINE1 TO ISLET-LINE
009240         WRITE ISLET-LINE
009250         MOVE WK-RPT-HDR-LINE2 TO ISLET-LINE
009260         WRITE ISLET-LINE
009270         MOVE WK-ISLET-HEADING1 TO ISLET-LINE
009280         WRITE ISLET-LINE
009290     END-IF.
009300     IF SEL-FLOOR
009310         OPEN OUTPUT FLOOR-OUT
009320         MOVE 'FLOOR REPORT' TO WK-RPT-TITLE
009330         PERFORM 8600-FORMAT-REPORT-HEADER
009340             THRU 8600-EXIT
009350         MOVE WK-RPT-HDR-LINE1 TO FLOOR-LINE
009360         WRITE FLOOR-LINE
009370         MOVE WK-RPT-HDR-LINE2 TO FLOOR-LINE
009380         WRITE FLOOR-LINE
009390         MOVE WK-FLOOR-HEADING1 TO FLOOR-LINE
009400         WRITE FLOOR-LINE
009410     END-IF.
009420     IF SEL-HAC
009430         OPEN OUTPUT HAC-OUT
009440         MOVE 'HAC REPORT' TO WK-RPT-TITLE
009450         PERFORM 8600-FORMAT-REPORT-HEADER
009460             THRU 8600-EXIT
009470         MOVE WK-RPT-HDR-LINE1 TO HAC-LINE
009480         WRITE HAC-LINE
009490         MOVE WK-RPT-HDR-LINE2 TO HAC-LINE
009500         WRITE HAC-LINE
009510         MOVE WK-HAC-HEADING1 TO HAC-LINE
009520         WRITE HAC-LINE
009530     END-IF.
009540     IF SEL-EHR
009550         OPEN OUTPUT EHR-OUT
009560         MOVE 'EHR REPORT' TO WK-RPT-TITLE
009570         PERFORM 8600-FORMAT-REPORT-HEADER
009580             THRU 8600-EXIT
009590         MOVE WK-RPT-HDR-LINE1 TO EHR-LINE
009600         WRITE EHR-LINE
009610         MOVE WK-RPT-HDR-LINE2 TO EHR-LINE
009620         WRITE EHR-LINE
009630         MOVE WK-EHR-HEADING1 TO EHR-LINE
009640         WRITE EHR-LINE
009650     END-IF.
009660     IF SEL-BPCI
009670         OPEN OUTPUT BPCI-OUT
009680         MOVE 'BPCI REPORT' TO WK-RPT-TITLE
009690         PERFORM 8600-FORMAT-REPORT-HEADER
009700             THRU 8600-EXIT
009710         MOVE WK-RPT-HDR-LINE1 TO BPCI-LINE
009720         WRITE BPCI-LINE
009730         MOVE WK-RPT-HDR-LINE2 TO BPCI-LINE
009740         WRITE BPCI-LINE
009750         MOVE WK-BPCI-HEADING1 TO BPCI-LINE
009760         WRITE BPCI-LINE
009770     END-IF.
009780     IF SEL-RTCFREQ
009790         OPEN OUTPUT RTC-FREQ-OUT
009800         MOVE 'RTC-FREQ REPORT' TO WK-RPT-TITLE
009810         PERFORM 8600-FORMAT-REPORT-HEADER
009820             THRU 8600-EXIT
009830         MOVE WK-RPT-HDR-LINE1 TO RTC-FREQ-LINE
009840         WRITE RTC-FREQ-LINE
009850         MOVE WK-RPT-HDR-LINE2 TO RTC-FREQ-LINE
009860         WRITE RTC-FREQ-LINE
009870         MOVE WK-RTC-FREQ-HEADING1 TO RTC-FREQ-LINE
009880         WRITE RTC-FREQ-LINE
009890     END-IF.
009900     IF SEL-FLX7
009910         OPEN OUTPUT FLX7-OUT
009920         MOVE 'FLX7 REPORT' TO WK-RPT-TITLE
009930         PERFORM 8600-FORMAT-REPORT-HEADER
009940             THRU 8600-EXIT
009950         MOVE WK-RPT-HDR-LINE1 TO FLX7-LINE
009960         WRITE FLX7-LINE
009970         MOVE WK-RPT-HDR-LINE2 TO FLX7-LINE
009980         WRITE FLX7-LINE
009990         MOVE WK-FLX7-HEADING1 TO FLX7-LINE
010000         WRITE FLX7-LINE
010010     END-IF.
010020     IF SEL-BNFACTOR
010030         OPEN OUTPUT BN-FACTOR-OUT
010040         MOVE 'BN-FACTOR REPORT' TO WK-RPT-TITLE
010050         PERFORM 8600-FORMAT-REPORT-HEADER
010060             THRU 8600-EXIT
010070         MOVE WK-RPT-HDR-LINE1 TO BN-FACTOR-LINE
010080         WRITE BN-FACTOR-LINE
010090         MOVE WK-RPT-HDR-LINE2 TO BN-FACTOR-LINE
010100         WRITE BN-FACTOR-LINE
010110         MOVE WK-BNF-HEADING1 TO BN-FACTOR-LINE
010120         WRITE BN-FACTOR-LINE
010130     END-IF.
010140 2050-EXIT.
010150     EXIT.
010160*===========================================================*
010170* 2100-REPORT-ONE-BILL - READ ONE DETAIL ROW, FIND ITS       *
010180* RESULT ROW (AND, FOR THE FLOOR REPORT, ITS AUDIT LINE)     *
010190* FURTHER ON, AND WRITE THE BILL TO EACH SELECTED REPORT.    *
010200* THE EXTRACTS ARE WRITTEN IN STEP, SO EACH MATCH IS A       *
010210* FORWARD SCAN; A DETAIL ROW WITH NO RESULT ROW AFTER IT     *
010220* MEANS THE TWO EXTRACTS ARE NOT OF ONE RUN.                 *
010230*===========================================================*
010240 2100-REPORT-ONE-BILL.
010250     READ PPS-DETAIL-IN
010260         AT END
010270             SET DETAIL-AT-EOF TO TRUE
010280             GO TO 2100-EXIT
010290     END-READ.
010300     IF PPS-DETAIL-IN-REC(1:4) = '*LAY'
010310        OR NOT PPSDTL-LAYOUT-CHECKED
010320         MOVE WK-LAYOUT-PPSDTL TO WK-LAYOUT-CHECK
010330         MOVE PPS-DETAIL-IN-REC TO LAYOUT-HDR-REC
010340         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
010350         SET PPSDTL-LAYOUT-CHECKED TO TRUE
010360         IF LH-IS-HEADER
010370             GO TO 2100-REPORT-ONE-BILL
010380         END-IF
010390     END-IF.
010400     PERFORM 2110-FIND-RESULT-ROW THRU 2110-EXIT.
010410     IF NOT ROW-WAS-FOUND
010420         DISPLAY 'PPRPT215 - NO PPSOUT ROW FOR DETAIL ROW - '
010430                 'CLAIM SEQ ' DT-CLAIM-SEQ ' PROVIDER '
010440                 DT-PROVIDER-NO
010450         DISPLAY 'PPRPT215 - EXTRACTS OUT OF STEP - REPORTS '
010460                 'INCOMPLETE'
010470         MOVE 12 TO RETURN-CODE
010480         SET RUN-IS-REFUSED TO TRUE
010490         GO TO 2100-EXIT
010500     END-IF.
010510     ADD 1 TO WK-BILLS-REPORTED.
010520     MOVE DT-ADDVR-AREA TO PPS-ADDITIONAL-VARIABLES.
010530     IF SEL-PAYSUM
010540         PERFORM 3010-WRITE-SUMMARY THRU 3010-EXIT
010550     END-IF.
010560     IF SEL-VBPHRR
010570         PERFORM 3020-WRITE-VBP-HRR-EXCEPTION THRU 3020-EXIT
010580     END-IF.
010590     IF SEL-ISLET
010600         PERFORM 3030-WRITE-ISLET THRU 3030-EXIT
010610     END-IF.
010620     IF SEL-FLOOR
010630         PERFORM 3040-WRITE-FLOOR-IMPACT THRU 3040-EXIT
010640     END-IF.
010650     IF SEL-HAC
010660         PERFORM 3050-WRITE-HAC-PENALTY THRU 3050-EXIT
010670     END-IF.
010680     IF SEL-EHR
010690         PERFORM 3060-WRITE-EHR-REDUCTION THRU 3060-EXIT
010700     END-IF.
010710     IF SEL-BPCI
010720         PERFORM 3070-WRITE-BPCI-PARTICIPATION THRU 3070-EXIT
010730     END-IF.
010740     IF SEL-RTCFREQ
010750         PERFORM 3080-ACCUM-RTC-FREQ THRU 3080-EXIT
010760     END-IF.
010770     IF SEL-FLX7
010780         PERFORM 3090-WRITE-FLX7-PAYMENT THRU 3090-EXIT
010790     END-IF.
010800     IF SEL-BNFACTOR
010810         PERFORM 3100-WRITE-BN-FACTOR-CHAIN THRU 3100-EXIT
010820     END-IF.
010830 2100-EXIT.
010840     EXIT.
010850*===========================================================*
010860* 2110-FIND-RESULT-ROW - READ FORWARD IN THE RESULT EXTRACT  *
010870* TO THE PAYMENT ROW OF THIS DETAIL ROW'S BILL.  CARRIED-    *
010880* FORWARD, RELEASED AND REVERSAL ROWS HAVE NO DETAIL ROW AND *
010890* ARE PASSED OVER.                                           *
010900*===========================================================*
010910 2110-FIND-RESULT-ROW.
010920     MOVE 'N' TO WK-ROW-FOUND-SW.
010930     PERFORM 2115-READ-ONE-RESULT THRU 2115-EXIT
010940         UNTIL ROW-WAS-FOUND
010950            OR PPSOUT-AT-EOF.
010960 2110-EXIT.
010970     EXIT.
010980 2115-READ-ONE-RESULT.
010990     READ PPS-FILE-IN
011000         AT END
011010             SET PPSOUT-AT-EOF TO TRUE
011020             GO TO 2115-EXIT
011030     END-READ.
011040     IF PPS-IN-REC(1:4) = '*LAY'
011050        OR NOT PPSOUT-LAYOUT-CHECKED
011060         MOVE WK-LAYOUT-PPSOUT TO WK-LAYOUT-CHECK
011070         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
011080         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
011090         SET PPSOUT-LAYOUT-CHECKED TO TRUE
011100         IF LH-IS-HEADER
011110             GO TO 2115-READ-ONE-RESULT
011120         END-IF
011130     END-IF.
011140     IF PI-CLAIM-SEQ        = DT-CLAIM-SEQ
011150        AND PI-PROVIDER-NO  = DT-PROVIDER-NO
011160        AND PI-DRG          = DT-DRG
011170        AND PI-DISCHARGE-DATE = DT-DISCHARGE-DATE
011180        AND PI-DEBIT-CREDIT-IND = 'D'
011190         SET ROW-WAS-FOUND TO TRUE
011200     END-IF.
011210 2115-EXIT.
011220     EXIT.
011230*===========================================================*
011240* 2120-FIND-WI-AUDIT-ROW - READ FORWARD IN THE WAGE INDEX    *
011250* AUDIT TRAIL TO THIS BILL'S LINE.  HEADER AND FOOTER LINES, *
011260* AND THE LINES OF HELD CLAIMS, ARE PASSED OVER.             *
011270*===========================================================*
011280 2120-FIND-WI-AUDIT-ROW.
011290     MOVE 'N' TO WK-ROW-FOUND-SW.
011300     PERFORM 2125-READ-ONE-WI-AUDIT THRU 2125-EXIT
011310         UNTIL ROW-WAS-FOUND
011320            OR WIAUDIT-AT-EOF.
011330 2120-EXIT.
011340     EXIT.
011350 2125-READ-ONE-WI-AUDIT.
011360     READ WI-AUDIT-IN INTO WK-WIA-VIEW
011370         AT END
011380             SET WIAUDIT-AT-EOF TO TRUE
011390             GO TO 2125-EXIT
011400     END-READ.
011410     IF WV-CLAIM-SEQ        = DT-CLAIM-SEQ
011420        AND WV-PROVIDER-NO  = DT-PROVIDER-NO
011430        AND WV-DRG          = DT-DRG
011440        AND WV-DISCHARGE-DATE = DT-DISCHARGE-DATE
011450         SET ROW-WAS-FOUND TO TRUE
011460     END-IF.
011470 2125-EXIT.
011480     EXIT.
011490*===========================================================*
011500* 2900-CLOSE-REPORTS - WRITE THE RTC FREQUENCY ROWS AND THE  *
011510* PAYMENT SUMMARY FOOTER, AND CLOSE THE SELECTED REPORTS.    *
011520*===========================================================*
011530 2900-CLOSE-REPORTS.
011540     IF SEL-PAYSUM
011550         MOVE WK-BILLS-REPORTED TO WK-RPT-COUNT
011560         PERFORM 8610-FORMAT-REPORT-FOOTER THRU 8610-EXIT
011570         MOVE WK-RPT-FTR-LINE TO SUMMARY-LINE
011580         WRITE SUMMARY-LINE
011590         CLOSE PAY-SUMMARY-OUT
011600     END-IF.
011610     IF SEL-RTCFREQ
011620         SET RTC-IDX TO 1
011630         SET RTC-FREQ-IDX TO 1
011640         PERFORM 2910-WRITE-ONE-RTC-FREQ THRU 2910-EXIT
011650             UNTIL RTC-IDX > 33
011660         CLOSE RTC-FREQ-OUT
011670     END-IF.
011680     IF SEL-VBPHRR
011690         CLOSE VBP-HRR-OUT
011700     END-IF.
011710     IF SEL-ISLET
011720         CLOSE ISLET-OUT
011730     END-IF.
011740     IF SEL-FLOOR
011750         CLOSE FLOOR-OUT
011760     END-IF.
011770     IF SEL-HAC
011780         CLOSE HAC-OUT
011790     END-IF.
011800     IF SEL-EHR
011810         CLOSE EHR-OUT
011820     END-IF.
011830     IF SEL-BPCI
011840         CLOSE BPCI-OUT
011850     END-IF.
011860     IF SEL-FLX7
011870         CLOSE FLX7-OUT
011880     END-IF.
011890     IF SEL-BNFACTOR
011900         CLOSE BN-FACTOR-OUT
011910     END-IF.
011920 2900-EXIT.
011930     EXIT.
011940 2910-WRITE-ONE-RTC-FREQ.
011950     MOVE RTC-DESC-CODE(RTC-IDX)     TO WK-RF-CODE.
011960     MOVE RTC-DESC-TEXT(RTC-IDX)     TO WK-RF-DESC.
011970     MOVE RTC-FREQ-COUNT(RTC-FREQ-IDX) TO WK-RF-COUNT.
011980     MOVE WK-RTC-FREQ-DETAIL-LINE TO RTC-FREQ-LINE.
011990     WRITE RTC-FREQ-LINE.
012000     SET RTC-IDX UP BY 1.
012010     SET RTC-FREQ-IDX UP BY 1.
012020 2910-EXIT.
012030     EXIT.
012040*===========================================================*
012050* 3010-WRITE-SUMMARY - ITEMIZE THE OPERATING/CAPITAL/        *
012060*                      OUTLIER/DSH/IME/NEW-TECH PAYMENT      *
012070*                      COMPONENTS FOR THIS BILL.              *
012080*===========================================================*
012090 3010-WRITE-SUMMARY.
012100     MOVE DT-PROVIDER-NO         TO WK-SUM-PROVIDER-NO.
012110     MOVE DT-DRG                 TO WK-SUM-DRG.
012120     MOVE DT-DISCHARGE-DATE      TO WK-SUM-DISCHARGE-DATE.
012130     MOVE PI-PPS-OPER-HSP-PART   TO WK-SUM-OPER-HSP.
012140     MOVE PI-PPS-OPER-FSP-PART   TO WK-SUM-OPER-FSP.
012150     MOVE PI-PPS-OPER-OUTLIER-PART TO WK-SUM-OPER-OUTLIER.
012160     MOVE PI-PPS-OPER-DSH-ADJ    TO WK-SUM-OPER-DSH.
012170     MOVE PI-PPS-OPER-IME-ADJ    TO WK-SUM-OPER-IME.
012180     MOVE PI-PPS-CAPI-TOTAL-PAY  TO WK-SUM-CAPI-TOTAL.
012190     MOVE PI-PPS-NEW-TECH        TO WK-SUM-NEW-TECH.
012200     MOVE PI-PPS-TOTAL-PAYMENT   TO WK-SUM-TOTAL-PAYMENT.
012210     ADD 1 TO WK-PAYSUM-LINES.
012220     IF WK-PAYSUM-LINES > 55
012230         MOVE ZEROES TO WK-PAYSUM-LINES
012240         MOVE WK-PAYSUM-HDR-LINE1 TO SUMMARY-LINE
012250         WRITE SUMMARY-LINE
012260         MOVE WK-SUMMARY-HEADING1 TO SUMMARY-LINE
012270         WRITE SUMMARY-LINE
012280     END-IF.
012290     MOVE WK-SUMMARY-DETAIL-LINE TO SUMMARY-LINE.
012300     WRITE SUMMARY-LINE.
012310 3010-EXIT.
012320     EXIT.
012330*===========================================================*
012340* 3020-WRITE-VBP-HRR-EXCEPTION - IF PPCAL215 REJECTED THIS    *
012350*                 BILL FOR AN INVALID VALUE-BASED-PURCHASING  *
012360*                 PARTICIPANT FLAG (RTC 68) OR AN INVALID/    *
012370*                 BLANK READMISSION FLAG OR ADJUSTMENT (RTC   *
012380*                 65), LOG IT WITH THE FLAG VALUES SEEN.      *
012390*===========================================================*
012400 3020-WRITE-VBP-HRR-EXCEPTION.
012410     IF DT-PPS-RTC = 65 OR DT-PPS-RTC = 68
012420         MOVE 'N' TO WK-RTC-FOUND-SW
012430         SET RTC-IDX TO 1
012440         SEARCH RTC-DESC-ENTRY VARYING RTC-IDX
012450             AT END
012460                 CONTINUE
012470             WHEN RTC-DESC-CODE(RTC-IDX) = DT-PPS-RTC
012480                 SET RTC-DESC-WAS-FOUND TO TRUE
012490         END-SEARCH
012500         MOVE DT-PROVIDER-NO        TO WK-VH-PROVIDER-NO
012510         MOVE DT-DRG                TO WK-VH-DRG
012520         MOVE DT-DISCHARGE-DATE     TO WK-VH-DISCHARGE-DATE
012530         MOVE DT-PPS-RTC            TO WK-VH-RTC
012540         MOVE PPS-VAL-BASED-PURCH-PARTIPNT TO WK-VH-VBP-FLAG
012550         MOVE PPS-HOSP-READMISS-REDUCTN    TO WK-VH-HRR-FLAG
012560         IF RTC-DESC-WAS-FOUND
012570             MOVE RTC-DESC-TEXT(RTC-IDX) TO WK-VH-REASON
012580         ELSE
012590             MOVE 'RETURN CODE NOT IN REFERENCE TABLE'
012600                                     TO WK-VH-REASON
012610         END-IF
012620         MOVE WK-VBP-HRR-DETAIL-LINE TO VBP-HRR-LINE
012630         WRITE VBP-HRR-LINE
012640     END-IF.
012650 3020-EXIT.
012660     EXIT.
012670*===========================================================*
012680* 3030-WRITE-ISLET - IF THIS BILL RECEIVED A NON-ZERO ISLET   *
012690*                 CELL TRANSPLANT ADD-ON, WRITE IT TO THE     *
012700*                 CROSS-CHECK REPORT.                         *
012710*===========================================================*
012720 3030-WRITE-ISLET.
012730     IF PPS-ISLET-ISOL-PAY-ADD-ON > 0
012740         MOVE DT-PROVIDER-NO       TO WK-ISL-PROVIDER-NO
012750         MOVE DT-DRG               TO WK-ISL-DRG
012760         MOVE DT-DISCHARGE-DATE    TO WK-ISL-DISCHARGE-DATE
012770         MOVE PPS-ISLET-ISOL-PAY-ADD-ON TO WK-ISL-ADD-ON
012780         MOVE WK-ISLET-DETAIL-LINE TO ISLET-LINE
012790         WRITE ISLET-LINE
012800     END-IF.
012810 3030-EXIT.
012820     EXIT.
012830*===========================================================*
012840* 3040-WRITE-FLOOR-IMPACT - IF THE AUDIT TRAIL SHOWS THE      *
012850*                 RURAL FLOOR / IMPUTED FLOOR RAISED THIS     *
012860*                 BILL'S CBSA WAGE INDEX, LOG THE WAGE INDEX  *
012870*                 BEFORE AND AFTER THE FLOOR ALONGSIDE THE    *
012880*                 BILL'S RESULTING TOTAL PAYMENT.             *
012890*===========================================================*
012900 3040-WRITE-FLOOR-IMPACT.
012910     PERFORM 2120-FIND-WI-AUDIT-ROW THRU 2120-EXIT.
012920     IF NOT ROW-WAS-FOUND
012930         ADD 1 TO WK-FLOOR-UNMATCHED
012940         GO TO 3040-EXIT
012950     END-IF.
012960     IF WV-RURAL-FLOOR-FIRED = 'Y'
012970         MOVE DT-PROVIDER-NO        TO WK-FLR-PROVIDER-NO
012980         MOVE DT-DRG                TO WK-FLR-DRG
012990         MOVE DT-DISCHARGE-DATE     TO WK-FLR-DISCHARGE-DATE
013000         MOVE WV-WI-BEFORE-FLOOR    TO WK-FLR-WI-BEFORE
013010         MOVE WV-WI-AFTER-FLOOR     TO WK-FLR-WI-AFTER
013020         MOVE PI-PPS-TOTAL-PAYMENT  TO WK-FLR-TOTAL-PAYMENT
013030         MOVE WK-FLOOR-DETAIL-LINE  TO FLOOR-LINE
013040         WRITE FLOOR-LINE
013050     END-IF.
013060 3040-EXIT.
013070     EXIT.
013080*===========================================================*
013090* 3050-WRITE-HAC-PENALTY - IF THIS BILL'S PROVIDER IS IN THE  *
013100*                 HAC PROGRAM'S BOTTOM QUARTILE, LOG THE 1%   *
013110*                 PAYMENT REDUCTION AMOUNT ALONGSIDE THE      *
013120*                 RESULTING TOTAL PAYMENT.                    *
013130*===========================================================*
013140 3050-WRITE-HAC-PENALTY.
013150     IF PPS-HAC-PROG-REDUC-IND = 'Y'
013160         MOVE DT-PROVIDER-NO        TO WK-HC-PROVIDER-NO
013170         MOVE DT-DRG                TO WK-HC-DRG
013180         MOVE DT-DISCHARGE-DATE     TO WK-HC-DISCHARGE-DATE
013190         MOVE PPS-HAC-PAYMENT-AMT   TO WK-HC-PENALTY-AMT
013200         MOVE PI-PPS-TOTAL-PAYMENT  TO WK-HC-TOTAL-PAYMENT
013210         MOVE WK-HAC-DETAIL-LINE    TO HAC-LINE
013220         WRITE HAC-LINE
013230     END-IF.
013240 3050-EXIT.
013250     EXIT.
013260*===========================================================*
013270* 3060-WRITE-EHR-REDUCTION - IF THIS BILL'S PROVIDER FAILED   *
013280*                 TO DEMONSTRATE MEANINGFUL USE OF CERTIFIED  *
013290*                 EHR TECHNOLOGY, LOG THE MARKET-BASKET       *
013300*                 REDUCTION AMOUNT ALONGSIDE THE RESULTING    *
013310*                 TOTAL PAYMENT.                              *
013320*===========================================================*
013330 3060-WRITE-EHR-REDUCTION.
013340     IF PPS-EHR-PROG-REDUC-IND = 'Y'
013350         MOVE DT-PROVIDER-NO        TO WK-EH-PROVIDER-NO
013360         MOVE DT-DRG                TO WK-EH-DRG
013370         MOVE DT-DISCHARGE-DATE     TO WK-EH-DISCHARGE-DATE
013380         MOVE PPS-EHR-ADJUST-AMT    TO WK-EH-ADJUST-AMT
013390         MOVE PI-PPS-TOTAL-PAYMENT  TO WK-EH-TOTAL-PAYMENT
013400         MOVE WK-EHR-DETAIL-LINE    TO EHR-LINE
013410         WRITE EHR-LINE
013420     END-IF.
013430 3060-EXIT.
013440     EXIT.
013450*===========================================================*
013460* 3070-WRITE-BPCI-PARTICIPATION - IF THIS BILL WAS PRICED     *
013470*                 UNDER A NONZERO BPCI MODEL 1 BUNDLE-PAYMENT *
013480*                 DEMONSTRATION DISCOUNT PERCENTAGE, LOG THE  *
013490*                 DISCOUNT PERCENT AND THE RESULTING BUNDLE   *
013500*                 PAYMENT ADJUSTMENT ALONGSIDE TOTAL PAYMENT. *
013510*===========================================================*
013520 3070-WRITE-BPCI-PARTICIPATION.
013530     IF PPS-MODEL1-BUNDLE-DISPRCNT > 0
013540         MOVE DT-PROVIDER-NO        TO WK-BP-PROVIDER-NO
013550         MOVE DT-DRG                TO WK-BP-DRG
013560         MOVE DT-DISCHARGE-DATE     TO WK-BP-DISCHARGE-DATE
013570         MOVE PPS-MODEL1-BUNDLE-DISPRCNT
013580                                    TO WK-BP-DISPRCNT
013590         MOVE PPS-BUNDLE-ADJUST-AMT OF
013600                        PPS-ADDITIONAL-PAY-INFO-DATA
013610                                    TO WK-BP-BUNDLE-ADJUST
013620         MOVE PI-PPS-TOTAL-PAYMENT  TO WK-BP-TOTAL-PAYMENT
013630         MOVE WK-BPCI-DETAIL-LINE   TO BPCI-LINE
013640         WRITE BPCI-LINE
013650     END-IF.
013660 3070-EXIT.
013670     EXIT.
013680*===========================================================*
013690* 3080-ACCUM-RTC-FREQ - LOOK UP THIS BILL'S PPS-RTC IN THE    *
013700*                 RTC REFERENCE TABLE AND BUMP ITS FREQUENCY  *
013710*                 COUNTER.                                    *
013720*===========================================================*
013730 3080-ACCUM-RTC-FREQ.
013740     MOVE 'N' TO WK-RTC-FOUND-SW.
013750     SET RTC-IDX TO 1.
013760     SEARCH RTC-DESC-ENTRY VARYING RTC-IDX
013770         AT END CONTINUE
013780         WHEN RTC-DESC-CODE(RTC-IDX) = DT-PPS-RTC
013790             SET RTC-DESC-WAS-FOUND TO TRUE
013800     END-SEARCH.
013810     IF RTC-DESC-WAS-FOUND
013820         SET RTC-FREQ-IDX TO RTC-IDX
013830         ADD 1 TO RTC-FREQ-COUNT(RTC-FREQ-IDX)
013840     END-IF.
013850 3080-EXIT.
013860     EXIT.
013870*===========================================================*
013880* 3090-WRITE-FLX7-PAYMENT - RURAL COMMUNITY HOSPITAL          *
013890*                 DEMONSTRATION (FLX7) PAYMENT REPORT.        *
013900*                 WRITES ONE LINE FOR ANY BILL PRICED WITH A  *
013910*                 NON-ZERO FLX7 DEMONSTRATION PAYMENT AMOUNT. *
013920*===========================================================*
013930 3090-WRITE-FLX7-PAYMENT.
013940     IF PPS-FLX7-PAYMENT NOT = 0
013950         MOVE DT-PROVIDER-NO        TO WK-FX-PROVIDER-NO
013960         MOVE DT-DISCHARGE-DATE     TO WK-FX-DISCHARGE-DATE
013970         MOVE DT-DRG                TO WK-FX-DRG
013980         MOVE PPS-FLX7-PAYMENT      TO WK-FX-FLX7-PAYMENT
013990         MOVE WK-FLX7-DETAIL-LINE   TO FLX7-LINE
014000         WRITE FLX7-LINE
014010     END-IF.
014020 3090-EXIT.
014030     EXIT.
014040*===========================================================*
014050* 3100-WRITE-BN-FACTOR-CHAIN - THE NATIONAL LABOR AND         *
014060*                 NONLABOR AMOUNTS, UPDATE FACTOR, DRG WEIGHT *
014070*                 AND OPERATING COLA BEHIND THIS BILL'S       *
014080*                 OPERATING FEDERAL RATE.                     *
014090*===========================================================*
014100 3100-WRITE-BN-FACTOR-CHAIN.
014110     MOVE DT-PROVIDER-NO         TO WK-BNF-PROVIDER-NO.
014120     MOVE DT-DRG                 TO WK-BNF-DRG.
014130     MOVE DT-DISCHARGE-DATE      TO WK-BNF-DISCHG-DATE.
014140     MOVE PPS-NAT-LABOR          TO WK-BNF-NAT-LABOR.
014150     MOVE PPS-NAT-NLABOR         TO WK-BNF-NAT-NLABOR.
014160     MOVE PPS-UPDATE-FACTOR      TO WK-BNF-UPDATE-FACTOR.
014170     MOVE PPS-DRG-WT             TO WK-BNF-DRG-WT.
014180     MOVE PPS-OPER-COLA          TO WK-BNF-OPER-COLA.
014190     MOVE WK-BNF-DETAIL-LINE     TO BN-FACTOR-LINE.
014200     WRITE BN-FACTOR-LINE.
014210 3100-EXIT.
014220     EXIT.
014230*===========================================================*
014240* 5000-COMPARE-REPORT - CUTOVER CHECK.  READ THE INLINE COPY *
014250* OF ONE REPORT (OLDRPT) AND THE COPY BUILT FROM THE         *
014260* EXTRACTS (NEWRPT) IN STEP AND LIST EVERY LINE NUMBER WHERE *
014270* THEY DIFFER, WITH BOTH LINES.  A LINE ONE COPY HAS AND THE *
014280* OTHER DOES NOT IS LISTED ALONE.  RETURN CODE 4 WHEN ANY    *
014290* LINE DIFFERS.                                              *
014300*===========================================================*
014310 5000-COMPARE-REPORT.
014320     OPEN INPUT OLD-RPT-IN.
014330     IF WK-OLDRPT-STATUS NOT = '00'
014340         DISPLAY 'PPRPT215 - OLD REPORT (OLDRPT) MISSING'
014350         MOVE 16 TO RETURN-CODE
014360         GO TO 5000-EXIT
014370     END-IF.
014380     OPEN INPUT NEW-RPT-IN.
014390     IF WK-NEWRPT-STATUS NOT = '00'
014400         DISPLAY 'PPRPT215 - NEW REPORT (NEWRPT) MISSING'
014410         MOVE 16 TO RETURN-CODE
014420         CLOSE OLD-RPT-IN
014430         GO TO 5000-EXIT
014440     END-IF.
014450     OPEN OUTPUT RPT-CMP-OUT.
014460     MOVE WK-STREAM TO WK-CT-STREAM.
014470     MOVE WK-CMP-TITLE-LINE TO RPT-CMP-LINE.
014480     WRITE RPT-CMP-LINE.
014490     MOVE WK-RPT-HDR-LINE2 TO RPT-CMP-LINE.
014500     WRITE RPT-CMP-LINE.
014510     PERFORM 5100-COMPARE-ONE-LINE THRU 5100-EXIT
014520         UNTIL OLDRPT-AT-EOF AND NEWRPT-AT-EOF.
014530     MOVE 'LINES COMPARED' TO WK-CX-LABEL.
014540     MOVE WK-LINES-COMPARED TO WK-CX-COUNT.
014550     MOVE WK-CMP-TOTAL-LINE TO RPT-CMP-LINE.
014560     WRITE RPT-CMP-LINE.
014570     MOVE 'LINES DIFFERENT' TO WK-CX-LABEL.
014580     MOVE WK-LINES-DIFFERENT TO WK-CX-COUNT.
014590     MOVE WK-CMP-TOTAL-LINE TO RPT-CMP-LINE.
014600     WRITE RPT-CMP-LINE.
014610     CLOSE OLD-RPT-IN.
014620     CLOSE NEW-RPT-IN.
014630     CLOSE RPT-CMP-OUT.
014640     DISPLAY 'PPRPT215 - STREAM COMPARED   : ' WK-STREAM.
014650     DISPLAY 'PPRPT215 - LINES COMPARED    : ' WK-LINES-COMPARED.
014660     DISPLAY 'PPRPT215 - LINES DIFFERENT   : '
014670             WK-LINES-DIFFERENT.
014680     IF WK-LINES-DIFFERENT > 0
014690         MOVE 4 TO RETURN-CODE
014700     END-IF.
014710 5000-EXIT.
014720     EXIT.
014730 5100-COMPARE-ONE-LINE.
014740     IF NOT OLDRPT-AT-EOF
014750         READ OLD-RPT-IN
014760             AT END
014770                 SET OLDRPT-AT-EOF TO TRUE
014780         END-READ
014790     END-IF.
014800     IF NOT NEWRPT-AT-EOF
014810         READ NEW-RPT-IN
014820             AT END
014830                 SET NEWRPT-AT-EOF TO TRUE
014840         END-READ
014850     END-IF.
014860     IF OLDRPT-AT-EOF AND NEWRPT-AT-EOF
014870         GO TO 5100-EXIT
014880     END-IF.
014890     ADD 1 TO WK-LINES-COMPARED.
014900     IF NOT OLDRPT-AT-EOF
014910        AND NOT NEWRPT-AT-EOF
014920        AND OLD-RPT-LINE = NEW-RPT-LINE
014930         GO TO 5100-EXIT
014940     END-IF.
014950     ADD 1 TO WK-LINES-DIFFERENT.
014960     MOVE WK-LINES-COMPARED TO WK-CD-LINE-NO.
014970     IF NOT OLDRPT-AT-EOF
014980         MOVE 'OLD ' TO WK-CD-TAG
014990         MOVE OLD-RPT-LINE TO WK-CD-TEXT
015000         MOVE WK-CMP-DETAIL-LINE TO RPT-CMP-LINE
015010         WRITE RPT-CMP-LINE
015020     END-IF.
015030     IF NOT NEWRPT-AT-EOF
015040         MOVE 'NEW ' TO WK-CD-TAG
015050         MOVE NEW-RPT-LINE TO WK-CD-TEXT
015060         MOVE WK-CMP-DETAIL-LINE TO RPT-CMP-LINE
015070         WRITE RPT-CMP-LINE
015080     END-IF.
015090 5100-EXIT.
015100     EXIT.
015110*===========================================================*
015120* 8600-FORMAT-REPORT-HEADER - BUILD THE STANDARD REPORT      *
015130* HEADER LINE FROM WK-RPT-TITLE AND THE RUN IDENTIFICATION.  *
015140*===========================================================*
015150 8600-FORMAT-REPORT-HEADER.
015160     MOVE WK-RPT-TITLE    TO WK-RH-TITLE.
015170     MOVE WK-RUN-ID       TO WK-RH-RUN-ID.
015180     MOVE WK-HDR-RUN-DATE TO WK-RH-DATE.
015190     MOVE BAT-VERSION     TO WK-RH-VERSION.
015200 8600-EXIT.
015210     EXIT.
015220*===========================================================*
015230* 8610-FORMAT-REPORT-FOOTER - BUILD THE STANDARD END-OF-     *
015240* REPORT TOTALS LINE FROM WK-RPT-COUNT.                      *
015250*===========================================================*
015260 8610-FORMAT-REPORT-FOOTER.
015270     MOVE WK-RPT-COUNT TO WK-RF-RECORDS.
015280 8610-EXIT.
015290     EXIT.
015300*===========================================================*
015310* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
015320* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
015330* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
015340* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
015350* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
015360*===========================================================*
015370 8800-CHECK-LAYOUT.
015380     IF NOT LH-IS-HEADER
015390         IF WK-LC-VERSION = 1
015400             DISPLAY 'PPRPT215 - ' WK-LC-DD ' HAS NO LAYOUT '
015410                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
015420                     ' VERSION 001'
015430             GO TO 8800-EXIT
015440         END-IF
015450         DISPLAY 'PPRPT215 - ' WK-LC-DD ' HAS NO LAYOUT '
015460                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
015470                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
015480         MOVE 12 TO RETURN-CODE
015490         STOP RUN
015500     END-IF.
015510     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
015520        AND LH-LAYOUT-VERSION = WK-LC-VERSION
015530        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
015540         DISPLAY 'PPRPT215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
015550                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
015560                 ' WRITTEN BY ' LH-PRODUCER
015570         GO TO 8800-EXIT
015580     END-IF.
015590     DISPLAY 'PPRPT215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
015600             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
015610             LH-RECORD-LENGTH.
015620     DISPLAY 'PPRPT215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
015630             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
015640             ' - FILE REFUSED'.
015650     MOVE 12 TO RETURN-CODE.
015660     STOP RUN.
015670 8800-EXIT.
015680     EXIT.
