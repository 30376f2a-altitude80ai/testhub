000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPMRV215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - MEDICAL-REVIEW DECISION INTAKE.  REVIEWERS RETURN
000070*            ONE DECISION PER CLAIM THEY WORKED, EITHER FROM THE
000080*            HIGH-DOLLAR HOLD QUEUE (SOURCE 'H') OR FROM A
000090*            PPSMP215 AUDIT SAMPLE (SOURCE 'S'): APPROVE, DENY
000100*            IN FULL, CHANGE THE DRG, OR REDUCE COVERED DAYS.
000110*          - FUNCTION=DECIDE TURNS THE DECISIONS INTO INPUT FOR
000120*            THE NEXT PPBAT215 RUN.  A HELD APPROVAL BECOMES A
000130*            RELEASE TRANSACTION AS BEFORE.  EVERY OTHER OUTCOME
000140*            BECOMES A CANCEL ('C') OR ADJUSTMENT ('A') BILL ON
000150*            MRADJ CARRYING THE PRIOR PAID AMOUNT - THE SAMPLED
000160*            RUN'S PAYMENT, OR ZERO FOR A HELD CLAIM THAT WAS
000170*            NEVER PAID - AND A HELD CLAIM SO DECIDED GETS A
000180*            WITHDRAW TRANSACTION SO IT LEAVES THE QUEUE.  THE
000190*            HELD CLAIM'S BILL COMES FROM THE HELD RECORD; A
000200*            SAMPLED CLAIM'S BILL IS FOUND BY DRIVING THE
000210*            SAMPLED RUN'S PRICING EXTRACT AND BILL FILE IN
000220*            LOCKSTEP, LIKE PPMAC215.
000230*          - FUNCTION=EFFECT RUNS AFTER PPBAT215 HAS PRICED
000240*            MRADJ.  IT READS THE DECISION LOG DECIDE WROTE AND
000250*            THE REPRICING RUN'S EXTRACT, AND REPORTS THE DOLLAR
000260*            EFFECT OF EVERY DECISION PER REVIEWER AND PER
000270*            PROVIDER.  A RECODED CLAIM THAT DID NOT REPRICE
000280*            SETS RETURN CODE 08.
000290 DATE-COMPILED.
000300****************************************************************
000310*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000320*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000330*   IS THAT OF THE USER.                                       *
000340****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.            IBM-370.
000380 OBJECT-COMPUTER.            IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT MRV-PARM-FILE   ASSIGN TO MRVPARM
000420                            ORGANIZATION IS LINE SEQUENTIAL
000430                            FILE STATUS IS WK-PARM-STATUS.
000440     SELECT DECISION-IN     ASSIGN TO MRDECIN
000450                            ORGANIZATION IS SEQUENTIAL
000460                            FILE STATUS IS WK-DECIN-STATUS.
000470     SELECT HELD-CLAIMS-IN  ASSIGN TO HELDIN
000480                            ORGANIZATION IS SEQUENTIAL
000490                            FILE STATUS IS WK-HELDIN-STATUS.
000500     SELECT PPS-FILE-IN     ASSIGN TO PPSIN
000510                            ORGANIZATION IS SEQUENTIAL
000520                            FILE STATUS IS WK-PPSIN-STATUS.
000530     SELECT BILL-FILE-IN    ASSIGN TO BILLIN
000540                            ORGANIZATION IS SEQUENTIAL
000550                            FILE STATUS IS WK-BILLIN-STATUS.
000560     SELECT RELEASE-OUT     ASSIGN TO RELOUT
000570                            ORGANIZATION IS SEQUENTIAL.
000580     SELECT MR-ADJ-OUT      ASSIGN TO MRADJ
000590                            ORGANIZATION IS SEQUENTIAL.
000600     SELECT DECISION-LOG    ASSIGN TO MRDLOG
000610                            ORGANIZATION IS SEQUENTIAL
000620                            FILE STATUS IS WK-DLOG-STATUS.
000630     SELECT MRV-RPT-OUT     ASSIGN TO MRVRPT
000640                            ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670*----------------------------------------------------------*
000680* MEDICAL-REVIEW PARAMETER CARDS - KEYWORD=VALUE:           *
000690*   FUNCTION=DECIDE | EFFECT                                *
000700*----------------------------------------------------------*
000710 FD  MRV-PARM-FILE
000720     RECORDING MODE IS F.
000730 01  MRV-PARM-REC                PIC X(80).
000740*----------------------------------------------------------*
000750* REVIEW DECISIONS - ONE PER CLAIM, KEYED LIKE THE RELEASE  *
000760* TRANSACTION (PROVIDER, DISCHARGE DATE, CLAIM SEQUENCE).   *
000770*----------------------------------------------------------*
000780 FD  DECISION-IN
000790     RECORDING MODE IS F.
000800 01  DECISION-REC.
000810     05  MD-PROVIDER-NO          PIC X(06).
000820     05  MD-DISCHARGE-DATE       PIC X(08).
000830     05  MD-CLAIM-SEQ            PIC X(09).
000840     05  MD-SOURCE               PIC X(01).
000850         88  MD-FROM-HOLD-QUEUE  VALUE 'H'.
000860         88  MD-FROM-SAMPLE      VALUE 'S'.
000870     05  MD-DECISION             PIC X(01).
000880         88  MD-APPROVE          VALUE 'A'.
000890         88  MD-DENY             VALUE 'D'.
000900         88  MD-CHANGE-DRG       VALUE 'G'.
000910         88  MD-REDUCE-DAYS      VALUE 'R'.
000920     05  MD-NEW-DRG              PIC X(03).
000930     05  MD-NEW-COVERED-DAYS     PIC X(03).
000940     05  MD-REVIEWER-ID          PIC X(08).
000950     05  MD-REASON               PIC X(20).
000960     05  FILLER                  PIC X(21).
000970*----------------------------------------------------------*
000980* HIGH-DOLLAR HOLD QUEUE (PPBAT215 HELD-CLAIMS LAYOUT).     *
000990*----------------------------------------------------------*
001000 FD  HELD-CLAIMS-IN
001010     RECORDING MODE IS F.
001020 01  HELD-IN-REC.
001030     05  HI-BILL-RECORD          PIC X(791).
001040     05  HI-PPS-REC              PIC X(235).
001050     05  HI-REMIT-REC            PIC X(118).
001060     05  HI-HELD-DATE            PIC 9(08).
001070*----------------------------------------------------------*
001080* PRICING EXTRACT (PPS-OUT-REC LAYOUT) - THE SAMPLED RUN'S  *
001090* FOR DECIDE, THE REPRICING RUN'S FOR EFFECT.               *
001100*----------------------------------------------------------*
001110 FD  PPS-FILE-IN
001120     RECORDING MODE IS F.
001130 01  PPS-IN-REC.
001140     05  PI-PROVIDER-NO          PIC X(06).
001150     05  PI-DRG                  PIC 9(03).
001160     05  PI-DISCHARGE-DATE       PIC 9(08).
001170     05  PI-PPS-RTC              PIC 9(02).
001180     05  PI-PPS-WAGE-INDX        PIC 9(02)V9(04).
001190     05  PI-PPS-TOTAL-PAYMENT    PIC 9(09)V9(02).
001200     05  PI-PPS-OPER-HSP-PART    PIC 9(08)V9(02).
001210     05  PI-PPS-OPER-FSP-PART    PIC 9(08)V9(02).
001220     05  PI-PPS-OPER-OUTLIER-PART PIC 9(09)V9(02).
001230     05  PI-PPS-OPER-DSH-ADJ     PIC 9(08)V9(02).
001240     05  PI-PPS-CALC-VERS        PIC X(05).
001250     05  PI-DEBIT-CREDIT-IND     PIC X(01).
001260     05  PI-SEQUESTRATION-AMT    PIC 9(09)V9(02).
001270     05  PI-AGED-OVERRIDE-IND    PIC X(01).
001280     05  FILLER                  PIC X(130).
001290     05  PI-CLAIM-SEQ            PIC 9(09).
001300     05  PI-BILL-SOURCE          PIC X(01).
001310*----------------------------------------------------------*
001320* THE BILL FILE THE SAMPLED RUN PRICED.                     *
001330*----------------------------------------------------------*
001340 FD  BILL-FILE-IN
001350     RECORDING MODE IS F.
001360 COPY BILDAT21.
001370*----------------------------------------------------------*
001380* RELEASE TRANSACTIONS FOR PPBAT215 (RELEASE-REC LAYOUT).   *
001390*----------------------------------------------------------*
001400 FD  RELEASE-OUT
001410     RECORDING MODE IS F.
001420 01  RELEASE-OUT-REC.
001430     05  RO-PROVIDER-NO          PIC X(06).
001440     05  RO-DISCHARGE-DATE       PIC X(08).
001450     05  RO-CLAIM-SEQ            PIC X(09).
001460     05  RO-DISPOSITION          PIC X(01).
001470*----------------------------------------------------------*
001480* READY-TO-RUN CANCEL AND ADJUSTMENT BILLS.                 *
001490*----------------------------------------------------------*
001500 FD  MR-ADJ-OUT
001510     RECORDING MODE IS F.
001520 01  MR-ADJ-REC                  PIC X(791).
001530*----------------------------------------------------------*
001540* DECISION LOG - ONE RECORD PER DECISION APPLIED, WITH THE  *
001550* BILLED DRG AND THE AMOUNT UNDER REVIEW, FOR EFFECT.       *
001560*----------------------------------------------------------*
001570 FD  DECISION-LOG
001580     RECORDING MODE IS F.
001590 01  DECISION-LOG-REC.
001600     05  DL-PROVIDER-NO          PIC X(06).
001610     05  DL-DISCHARGE-DATE       PIC X(08).
001620     05  DL-CLAIM-SEQ            PIC X(09).
001630     05  DL-SOURCE               PIC X(01).
001640     05  DL-DECISION             PIC X(01).
001650     05  DL-OLD-DRG              PIC 9(03).
001660     05  DL-NEW-DRG              PIC 9(03).
001670     05  DL-NEW-DAYS             PIC 9(03).
001680     05  DL-REVIEWER-ID          PIC X(08).
001690     05  DL-BASE-AMT             PIC 9(09)V9(02).
001700     05  FILLER                  PIC X(47).
001710 FD  MRV-RPT-OUT
001720     RECORDING MODE IS F.
001730 01  MRV-RPT-LINE                PIC X(132).
001740 WORKING-STORAGE SECTION.
001750 01  W-STORAGE-REF                  PIC X(48)  VALUE
001760     'P P M R V 2 1 5 - W O R K I N G   S T O R A G E'.
001770 01  MRV-VERSION                    PIC X(05) VALUE 'R21.5'.
001780 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001790 01  WK-DECIN-STATUS            PIC X(02) VALUE SPACES.
001800 01  WK-HELDIN-STATUS           PIC X(02) VALUE SPACES.
001810 01  WK-PPSIN-STATUS            PIC X(02) VALUE SPACES.
001820 01  WK-BILLIN-STATUS           PIC X(02) VALUE SPACES.
001830 01  WK-DLOG-STATUS             PIC X(02) VALUE SPACES.
001840 COPY GENSTAMP.
001850*----------------------------------------------------------*
001860* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001870* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001880* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001890*----------------------------------------------------------*
001900 COPY LAYHDR.
001910 01  WK-LAYOUT-CHECK.
001920     05  WK-LC-DD               PIC X(08).
001930     05  WK-LC-LAYOUT-ID        PIC X(08).
001940     05  WK-LC-VERSION          PIC 9(03).
001950     05  WK-LC-RECORD-LEN       PIC 9(05).
001960 01  WK-LAYOUT-PPSIN.
001970     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
001980     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
001990     05  FILLER                 PIC 9(03) VALUE 001.
002000     05  FILLER                 PIC 9(05) VALUE 00235.
002010 01  WK-LAYOUT-SWITCHES.
002020     05  WK-PPSIN-LAYOUT-SW       PIC X(01) VALUE 'N'.
002030         88  PPSIN-LAYOUT-CHECKED VALUE 'Y'.
002040 01  WK-SWITCHES.
002050     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
002060         88  PARM-AT-EOF        VALUE 'Y'.
002070     05  WK-DECIN-EOF           PIC X(01) VALUE 'N'.
002080         88  DECIN-AT-EOF       VALUE 'Y'.
002090     05  WK-HELDIN-EOF          PIC X(01) VALUE 'N'.
002100         88  HELDIN-AT-EOF      VALUE 'Y'.
002110     05  WK-PPS-EOF             PIC X(01) VALUE 'N'.
002120         88  PPS-AT-EOF         VALUE 'Y'.
002130     05  WK-BILL-EOF            PIC X(01) VALUE 'N'.
002140         88  BILL-AT-EOF        VALUE 'Y'.
002150     05  WK-DLOG-EOF            PIC X(01) VALUE 'N'.
002160         88  DLOG-AT-EOF        VALUE 'Y'.
002170     05  WK-BILL-MATCH-SW       PIC X(01) VALUE 'N'.
002180         88  BILL-WAS-MATCHED   VALUE 'Y'.
002190     05  WK-DC-FOUND-SW         PIC X(01) VALUE 'N'.
002200         88  DECISION-FOUND     VALUE 'Y'.
002210     05  WK-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
002220         88  A-TABLE-IS-FULL    VALUE 'Y'.
002230*----------------------------------------------------------*
002240* PARAMETERS IN EFFECT.                                     *
002250*----------------------------------------------------------*
002260 01  WK-FUNCTION                PIC X(08) VALUE SPACES.
002270 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
002280 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002290 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
002300*----------------------------------------------------------*
002310* RUN COUNTERS.                                             *
002320*----------------------------------------------------------*
002330 01  WK-COUNTERS.
002340     05  WK-DECISIONS-IN        PIC 9(07) VALUE ZEROES.
002350     05  WK-DECISIONS-BAD       PIC 9(07) VALUE ZEROES.
002360     05  WK-DECISIONS-UNFOUND   PIC 9(07) VALUE ZEROES.
002370     05  WK-HELD-ROWS           PIC 9(07) VALUE ZEROES.
002380     05  WK-PPS-ROWS            PIC 9(07) VALUE ZEROES.
002390     05  WK-RELEASES-WRITTEN    PIC 9(07) VALUE ZEROES.
002400     05  WK-WITHDRAWS-WRITTEN   PIC 9(07) VALUE ZEROES.
002410     05  WK-CANCELS-WRITTEN     PIC 9(07) VALUE ZEROES.
002420     05  WK-ADJS-WRITTEN        PIC 9(07) VALUE ZEROES.
002430     05  WK-LOG-ROWS            PIC 9(07) VALUE ZEROES.
002440     05  WK-RECODES-PRICED      PIC 9(07) VALUE ZEROES.
002450     05  WK-RECODES-UNPRICED    PIC 9(07) VALUE ZEROES.
002460 01  WK-TOTALS.
002470     05  WK-TOT-BASE-AMT        PIC S9(13)V9(02) VALUE ZEROES.
002480     05  WK-TOT-EFFECT          PIC S9(13)V9(02) VALUE ZEROES.
002490*----------------------------------------------------------*
002500* DECISIONS.  STATUS: SPACE NOT YET FOUND, 'X' REJECTED,    *
002510* 'F' APPLIED, 'P' RECODE REPRICED, 'R' RECODE REJECTED BY  *
002520* PRICING.                                                  *
002530*----------------------------------------------------------*
002540 01  WK-DC-COUNT                PIC 9(05) VALUE ZEROES.
002550 01  DECISION-TABLE.
002560     05  DC-ENTRY OCCURS 5000 TIMES
002570                  INDEXED BY DC-IDX DC-SIDX.
002580         10  DC-PROVIDER-NO     PIC X(06).
002590         10  DC-DISCHARGE-DATE  PIC X(08).
002600         10  DC-CLAIM-SEQ       PIC X(09).
002610         10  DC-SOURCE          PIC X(01).
002620         10  DC-DECISION        PIC X(01).
002630         10  DC-NEW-DRG         PIC 9(03).
002640         10  DC-NEW-DAYS        PIC 9(03).
002650         10  DC-REVIEWER-ID     PIC X(08).
002660         10  DC-STATUS          PIC X(01).
002670         10  DC-OLD-DRG         PIC 9(03).
002680         10  DC-BASE-AMT        PIC 9(09)V9(02).
002690         10  DC-NEW-AMT         PIC 9(09)V9(02).
002700         10  DC-EFFECT          PIC S9(09)V9(02).
002710         10  DC-MESSAGE         PIC X(20).
002720 01  WK-KEY-PROVIDER            PIC X(06) VALUE SPACES.
002730 01  WK-KEY-DISCHARGE           PIC X(08) VALUE SPACES.
002740 01  WK-KEY-CLAIM-SEQ           PIC X(09) VALUE SPACES.
002750 01  WK-KEY-SOURCE              PIC X(01) VALUE SPACE.
002760 01  WK-BASE-AMT                PIC 9(09)V9(02) VALUE ZEROES.
002770 01  WK-PRIOR-PAID              PIC 9(09)V9(02) VALUE ZEROES.
002780 01  WK-PRICED-DRG              PIC 9(03) VALUE ZEROES.
002790*----------------------------------------------------------*
002800* HELD CLAIM'S STORED RESULT ROW (PPS-OUT-REC LAYOUT).      *
002810*----------------------------------------------------------*
002820 01  WK-HELD-PPS.
002830     05  HP-PROVIDER-NO         PIC X(06).
002840     05  HP-DRG                 PIC 9(03).
002850     05  HP-DISCHARGE-DATE      PIC 9(08).
002860     05  HP-PPS-RTC             PIC 9(02).
002870     05  HP-PPS-WAGE-INDX       PIC 9(02)V9(04).
002880     05  HP-PPS-TOTAL-PAYMENT   PIC 9(09)V9(02).
002890     05  FILLER                 PIC X(189).
002900     05  HP-CLAIM-SEQ           PIC 9(09).
002910     05  HP-BILL-SOURCE         PIC X(01).
002920*----------------------------------------------------------*
002930* ROLL-UPS BY REVIEWER AND BY PROVIDER.                     *
002940*----------------------------------------------------------*
002950 01  WK-RV-COUNT                PIC 9(04) VALUE ZEROES.
002960 01  REVIEWER-TABLE.
002970     05  RV-ENTRY OCCURS 500 TIMES
002980                  INDEXED BY RV-IDX RV-SIDX.
002990         10  RV-KEY             PIC X(08).
003000         10  RV-DECISIONS       PIC 9(05).
003010         10  RV-DENIED          PIC 9(05).
003020         10  RV-RECODED         PIC 9(05).
003030         10  RV-PENDING         PIC 9(05).
003040         10  RV-BASE-AMT        PIC S9(11)V9(02).
003050         10  RV-EFFECT          PIC S9(11)V9(02).
003060 01  WK-PV-COUNT                PIC 9(04) VALUE ZEROES.
003070 01  PROVIDER-TABLE.
003080     05  PV-ENTRY OCCURS 3000 TIMES
003090                  INDEXED BY PV-IDX PV-SIDX.
003100         10  PV-KEY             PIC X(08).
003110         10  PV-DECISIONS       PIC 9(05).
003120         10  PV-DENIED          PIC 9(05).
003130         10  PV-RECODED         PIC 9(05).
003140         10  PV-PENDING         PIC 9(05).
003150         10  PV-BASE-AMT        PIC S9(11)V9(02).
003160         10  PV-EFFECT          PIC S9(11)V9(02).
003170 01  WK-ROLLUP-KEY              PIC X(08) VALUE SPACES.
003180*----------------------------------------------------------*
003190* REPORT LINES.                                             *
003200*----------------------------------------------------------*
003210 01  WK-RPT-TITLE-LINE.
003220     05  WK-RT-TITLE         PIC X(40).
003230     05  FILLER              PIC X(07) VALUE '  DATE '.
003240     05  WK-RT-DATE          PIC 9(08).
003250     05  FILLER              PIC X(07) VALUE '  VERS '.
003260     05  WK-RT-VERSION       PIC X(05).
003270 01  WK-RPT-RULE-LINE        PIC X(132) VALUE ALL '='.
003280 01  WK-RPT-SECTION-LINE.
003290     05  FILLER              PIC X(04) VALUE '--- '.
003300     05  WK-RS-TEXT          PIC X(50).
003310 01  WK-DD-HEADING.
003320     05  FILLER              PIC X(09) VALUE 'REVIEWER'.
003330     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
003340     05  FILLER              PIC X(10) VALUE 'DISCHARGE'.
003350     05  FILLER              PIC X(11) VALUE 'CLAIM-SEQ'.
003360     05  FILLER              PIC X(04) VALUE 'S D'.
003370     05  FILLER              PIC X(08) VALUE 'DRG NEW'.
003380     05  FILLER              PIC X(05) VALUE 'DAYS'.
003390     05  FILLER              PIC X(15) VALUE '  UNDER REVIEW'.
003400     05  FILLER              PIC X(15) VALUE '       EFFECT'.
003410     05  FILLER              PIC X(02) VALUE SPACES.
003420     05  FILLER              PIC X(20) VALUE 'DISPOSITION'.
003430 01  WK-DD-DETAIL-LINE.
003440     05  WK-DD-REVIEWER      PIC X(08).
003450     05  FILLER              PIC X(01) VALUE SPACES.
003460     05  WK-DD-PROVIDER      PIC X(06).
003470     05  FILLER              PIC X(02) VALUE SPACES.
003480     05  WK-DD-DISCHARGE     PIC X(08).
003490     05  FILLER              PIC X(02) VALUE SPACES.
003500     05  WK-DD-CLAIM-SEQ     PIC X(09).
003510     05  FILLER              PIC X(02) VALUE SPACES.
003520     05  WK-DD-SOURCE        PIC X(01).
003530     05  FILLER              PIC X(01) VALUE SPACES.
003540     05  WK-DD-DECISION      PIC X(01).
003550     05  FILLER              PIC X(01) VALUE SPACES.
003560     05  WK-DD-OLD-DRG       PIC ZZZ.
003570     05  FILLER              PIC X(01) VALUE SPACES.
003580     05  WK-DD-NEW-DRG       PIC ZZZ.
003590     05  FILLER              PIC X(01) VALUE SPACES.
003600     05  WK-DD-NEW-DAYS      PIC ZZZ.
003610     05  FILLER              PIC X(01) VALUE SPACES.
003620     05  WK-DD-BASE-AMT      PIC ZZZ,ZZZ,ZZ9.99.
003630     05  WK-DD-EFFECT        PIC ----,---,--9.99.
003640     05  FILLER              PIC X(02) VALUE SPACES.
003650     05  WK-DD-MESSAGE       PIC X(20).
003660 01  WK-RU-HEADING.
003670     05  WK-RU-KEY-TITLE     PIC X(10).
003680     05  FILLER              PIC X(08) VALUE 'DECIDED'.
003690     05  FILLER              PIC X(07) VALUE ' DENIED'.
003700     05  FILLER              PIC X(08) VALUE ' RECODED'.
003710     05  FILLER              PIC X(08) VALUE ' PENDING'.
003720     05  FILLER              PIC X(18) VALUE
003730         '      UNDER REVIEW'.
003740     05  FILLER              PIC X(18) VALUE
003750         '     DOLLAR EFFECT'.
003760 01  WK-RU-DETAIL-LINE.
003770     05  WK-RU-KEY           PIC X(08).
003780     05  FILLER              PIC X(02) VALUE SPACES.
003790     05  WK-RU-DECISIONS     PIC ZZ,ZZ9.
003800     05  FILLER              PIC X(02) VALUE SPACES.
003810     05  WK-RU-DENIED        PIC ZZ,ZZ9.
003820     05  FILLER              PIC X(02) VALUE SPACES.
003830     05  WK-RU-RECODED       PIC ZZ,ZZ9.
003840     05  FILLER              PIC X(02) VALUE SPACES.
003850     05  WK-RU-PENDING       PIC ZZ,ZZ9.
003860     05  WK-RU-BASE-AMT      PIC ---,---,---,--9.99.
003870     05  WK-RU-EFFECT        PIC ---,---,---,--9.99.
003880 01  WK-MRV-COUNT-LINE.
003890     05  WK-TC-LABEL         PIC X(44).
003900     05  WK-TC-COUNT         PIC ZZZ,ZZ9.
003910     05  FILLER              PIC X(02) VALUE SPACES.
003920     05  WK-TC-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003930 PROCEDURE DIVISION.
003940*===========================================================*
003950* 0000-MAINLINE                                              *
003960*===========================================================*
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003990     EVALUATE WK-FUNCTION
004000         WHEN 'DECIDE'
004010             PERFORM 2000-DECIDE THRU 2000-EXIT
004020         WHEN 'EFFECT'
004030             PERFORM 3000-EFFECT THRU 3000-EXIT
004040         WHEN OTHER
004050             DISPLAY 'PPMRV215 - UNKNOWN FUNCTION : '
004060                     WK-FUNCTION
004070             MOVE 16 TO RETURN-CODE
004080     END-EVALUATE.
004090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004100     STOP RUN.
004110*===========================================================*
004120* 1000-INITIALIZE - READ THE PARAMETER CARDS AND OPEN THE   *
004130* DECISION REPORT.                                          *
004140*===========================================================*
004150 1000-INITIALIZE.
004160     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
004170     OPEN INPUT MRV-PARM-FILE.
004180     IF WK-PARM-STATUS NOT = '00'
004190         DISPLAY 'PPMRV215 - PARAMETER FILE MISSING'
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
004240         UNTIL PARM-AT-EOF.
004250     CLOSE MRV-PARM-FILE.
004260     OPEN OUTPUT MRV-RPT-OUT.
004270     IF WK-FUNCTION = 'EFFECT'
004280         MOVE 'MEDICAL-REVIEW DECISION DOLLAR EFFECT'
004290             TO WK-RT-TITLE
004300     ELSE
004310         MOVE 'MEDICAL-REVIEW DECISION INTAKE' TO WK-RT-TITLE
004320     END-IF.
004330     MOVE WK-RUN-DATE TO WK-RT-DATE.
004340     MOVE MRV-VERSION TO WK-RT-VERSION.
004350     MOVE WK-RPT-TITLE-LINE TO MRV-RPT-LINE.
004360     WRITE MRV-RPT-LINE.
004370     MOVE WK-RPT-RULE-LINE TO MRV-RPT-LINE.
004380     WRITE MRV-RPT-LINE.
004390 1000-EXIT.
004400     EXIT.
004410 1100-READ-ONE-PARM.
004420     READ MRV-PARM-FILE
004430         AT END
004440             SET PARM-AT-EOF TO TRUE
004450             GO TO 1100-EXIT
004460     END-READ.
004470     IF MRV-PARM-REC = SPACES OR MRV-PARM-REC(1:1) = '*'
004480         GO TO 1100-EXIT
004490     END-IF.
004500     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004510     UNSTRING MRV-PARM-REC DELIMITED BY '='
004520         INTO WK-RC-KEYWORD WK-RC-VALUE.
004530     EVALUATE WK-RC-KEYWORD
004540         WHEN 'FUNCTION'
004550             MOVE WK-RC-VALUE TO WK-FUNCTION
004560         WHEN OTHER
004570             DISPLAY 'PPMRV215 - PARAMETER CARD IGNORED : '
004580                     MRV-PARM-REC
004590     END-EVALUATE.
004600 1100-EXIT.
004610     EXIT.
004620*===========================================================*
004630* 2000-DECIDE - LOAD THE DECISIONS, APPLY THEM TO THE HOLD  *
004640* QUEUE AND TO THE SAMPLED RUN, AND WRITE THE RELEASE AND   *
004650* BILL FILES FOR THE NEXT PPBAT215 RUN.                     *
004660*===========================================================*
004670 2000-DECIDE.
004680     OPEN INPUT DECISION-IN.
004690     IF WK-DECIN-STATUS NOT = '00'
004700         DISPLAY 'PPMRV215 - DECISION FILE MISSING'
004710         MOVE 16 TO RETURN-CODE
004720         GO TO 2000-EXIT
004730     END-IF.
004740     PERFORM 2010-READ-ONE-DECISION THRU 2010-EXIT
004750         UNTIL DECIN-AT-EOF.
004760     CLOSE DECISION-IN.
004770     IF A-TABLE-IS-FULL
004780         DISPLAY 'PPMRV215 - DECISION TABLE FULL - RUN STOPPED'
004790         MOVE 16 TO RETURN-CODE
004800         GO TO 2000-EXIT
004810     END-IF.
004820     OPEN OUTPUT RELEASE-OUT.
004830     OPEN OUTPUT MR-ADJ-OUT.
004840     OPEN OUTPUT DECISION-LOG.
004850     PERFORM 2100-HELD-PASS THRU 2100-EXIT.
004860     PERFORM 2200-SAMPLE-PASS THRU 2200-EXIT.
004870     CLOSE RELEASE-OUT.
004880     CLOSE MR-ADJ-OUT.
004890     CLOSE DECISION-LOG.
004900     PERFORM 4000-WRITE-DECISIONS THRU 4000-EXIT.
004910     PERFORM 5000-WRITE-ROLLUPS THRU 5000-EXIT.
004920     IF (WK-DECISIONS-BAD > 0 OR WK-DECISIONS-UNFOUND > 0)
004930        AND RETURN-CODE < 4
004940         MOVE 4 TO RETURN-CODE
004950     END-IF.
004960 2000-EXIT.
004970     EXIT.
004980 2010-READ-ONE-DECISION.
004990     READ DECISION-IN
005000         AT END
005010             SET DECIN-AT-EOF TO TRUE
005020             GO TO 2010-EXIT
005030     END-READ.
005040     ADD 1 TO WK-DECISIONS-IN.
005050     IF WK-DC-COUNT NOT < 5000
005060         SET A-TABLE-IS-FULL TO TRUE
005070         GO TO 2010-EXIT
005080     END-IF.
005090     ADD 1 TO WK-DC-COUNT.
005100     SET DC-IDX TO WK-DC-COUNT.
005110     MOVE MD-PROVIDER-NO     TO DC-PROVIDER-NO(DC-IDX).
005120     MOVE MD-DISCHARGE-DATE  TO DC-DISCHARGE-DATE(DC-IDX).
005130     MOVE MD-CLAIM-SEQ       TO DC-CLAIM-SEQ(DC-IDX).
005140     MOVE MD-SOURCE          TO DC-SOURCE(DC-IDX).
005150     MOVE MD-DECISION        TO DC-DECISION(DC-IDX).
005160     MOVE MD-REVIEWER-ID     TO DC-REVIEWER-ID(DC-IDX).
005170     MOVE ZEROES TO DC-NEW-DRG(DC-IDX) DC-NEW-DAYS(DC-IDX)
005180                    DC-OLD-DRG(DC-IDX) DC-BASE-AMT(DC-IDX)
005190                    DC-NEW-AMT(DC-IDX) DC-EFFECT(DC-IDX).
005200     MOVE SPACE  TO DC-STATUS(DC-IDX).
005210     MOVE SPACES TO DC-MESSAGE(DC-IDX).
005220     IF MD-NEW-DRG IS NUMERIC
005230         MOVE MD-NEW-DRG TO DC-NEW-DRG(DC-IDX)
005240     END-IF.
005250     IF MD-NEW-COVERED-DAYS IS NUMERIC
005260         MOVE MD-NEW-COVERED-DAYS TO DC-NEW-DAYS(DC-IDX)
005270     END-IF.
005280     EVALUATE TRUE
005290         WHEN NOT (MD-APPROVE OR MD-DENY OR MD-CHANGE-DRG
005300                   OR MD-REDUCE-DAYS)
005310             MOVE 'BAD DECISION CODE' TO DC-MESSAGE(DC-IDX)
005320         WHEN NOT (MD-FROM-HOLD-QUEUE OR MD-FROM-SAMPLE)
005330             MOVE 'BAD SOURCE CODE' TO DC-MESSAGE(DC-IDX)
005340         WHEN MD-CLAIM-SEQ NOT NUMERIC
005350             MOVE 'BAD CLAIM SEQUENCE' TO DC-MESSAGE(DC-IDX)
005360         WHEN MD-CHANGE-DRG AND DC-NEW-DRG(DC-IDX) = 0
005370             MOVE 'NEW DRG MISSING' TO DC-MESSAGE(DC-IDX)
005380         WHEN MD-REDUCE-DAYS AND MD-NEW-COVERED-DAYS NOT NUMERIC
005390             MOVE 'NEW DAYS MISSING' TO DC-MESSAGE(DC-IDX)
005400         WHEN OTHER
005410             PERFORM 2020-CHECK-DUPLICATE THRU 2020-EXIT
005420     END-EVALUATE.
005430     IF DC-MESSAGE(DC-IDX) NOT = SPACES
005440         MOVE 'X' TO DC-STATUS(DC-IDX)
005450         ADD 1 TO WK-DECISIONS-BAD
005460     END-IF.
005470 2010-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------*
005500* 2020-CHECK-DUPLICATE - ONE DECISION PER CLAIM; A SECOND   *
005510* ONE FOR THE SAME CLAIM IS REJECTED, NOT GUESSED AT.       *
005520*-----------------------------------------------------------*
005530 2020-CHECK-DUPLICATE.
005540     IF WK-DC-COUNT < 2
005550         GO TO 2020-EXIT
005560     END-IF.
005570     SET DC-SIDX TO 1.
005580     SEARCH DC-ENTRY VARYING DC-SIDX
005590         AT END
005600             CONTINUE
005610         WHEN DC-SIDX NOT < DC-IDX
005620             CONTINUE
005630         WHEN DC-PROVIDER-NO(DC-SIDX)    = MD-PROVIDER-NO
005640          AND DC-DISCHARGE-DATE(DC-SIDX) = MD-DISCHARGE-DATE
005650          AND DC-CLAIM-SEQ(DC-SIDX)      = MD-CLAIM-SEQ
005660             MOVE 'DUPLICATE DECISION' TO DC-MESSAGE(DC-IDX)
005670     END-SEARCH.
005680 2020-EXIT.
005690     EXIT.
005700*-----------------------------------------------------------*
005710* 2100-HELD-PASS - EVERY HELD CLAIM WITH A DECISION.  THE   *
005720* HELD CLAIM WAS NEVER PAID, SO ITS PRIOR PAID IS ZERO AND  *
005730* THE AMOUNT UNDER REVIEW IS THE HELD PAYMENT.              *
005740*-----------------------------------------------------------*
005750 2100-HELD-PASS.
005760     OPEN INPUT HELD-CLAIMS-IN.
005770     IF WK-HELDIN-STATUS NOT = '00'
005780         DISPLAY 'PPMRV215 - HOLD QUEUE NOT PRESENT'
005790         GO TO 2100-EXIT
005800     END-IF.
005810     PERFORM 2110-JUDGE-ONE-HELD THRU 2110-EXIT
005820         UNTIL HELDIN-AT-EOF.
005830     CLOSE HELD-CLAIMS-IN.
005840 2100-EXIT.
005850     EXIT.
005860 2110-JUDGE-ONE-HELD.
005870     READ HELD-CLAIMS-IN
005880         AT END
005890             SET HELDIN-AT-EOF TO TRUE
005900             GO TO 2110-EXIT
005910     END-READ.
005920     MOVE HELD-IN-REC TO GEN-STAMP-REC.
005930     IF GS-IS-STAMP
005940         GO TO 2110-EXIT
005950     END-IF.
005960     ADD 1 TO WK-HELD-ROWS.
005970     MOVE HI-PPS-REC        TO WK-HELD-PPS.
005980     MOVE HP-PROVIDER-NO    TO WK-KEY-PROVIDER.
005990     MOVE HP-DISCHARGE-DATE TO WK-KEY-DISCHARGE.
006000     MOVE HP-CLAIM-SEQ      TO WK-KEY-CLAIM-SEQ.
006010     MOVE 'H'               TO WK-KEY-SOURCE.
006020     PERFORM 2400-FIND-DECISION THRU 2400-EXIT.
006030     IF NOT DECISION-FOUND
006040         GO TO 2110-EXIT
006050     END-IF.
006060     MOVE HI-BILL-RECORD       TO BILL-DATA-2021.
006070     MOVE HP-PPS-TOTAL-PAYMENT TO WK-BASE-AMT.
006080     MOVE ZEROES               TO WK-PRIOR-PAID.
006090     PERFORM 2300-APPLY-DECISION THRU 2300-EXIT.
006100 2110-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------*
006130* 2200-SAMPLE-PASS - DRIVE THE SAMPLED RUN'S DEBIT ROWS     *
006140* AND ITS BILL FILE IN LOCKSTEP; A ROW WITH A DECISION      *
006150* TAKES ITS BILL AND ITS PAYMENT AS THE PRIOR PAID AMOUNT.  *
006160*-----------------------------------------------------------*
006170 2200-SAMPLE-PASS.
006180     MOVE 'S' TO WK-KEY-SOURCE.
006190     SET DC-SIDX TO 1.
006200     SEARCH DC-ENTRY VARYING DC-SIDX
006210         AT END
006220             GO TO 2200-EXIT
006230         WHEN DC-SIDX > WK-DC-COUNT
006240             GO TO 2200-EXIT
006250         WHEN DC-SOURCE(DC-SIDX) = 'S'
006260          AND DC-STATUS(DC-SIDX) = SPACE
006270             CONTINUE
006280     END-SEARCH.
006290     OPEN INPUT PPS-FILE-IN.
006300     IF WK-PPSIN-STATUS NOT = '00'
006310         DISPLAY 'PPMRV215 - SAMPLED RUN PRICING EXTRACT MISSING'
006320         GO TO 2200-EXIT
006330     END-IF.
006340     OPEN INPUT BILL-FILE-IN.
006350     IF WK-BILLIN-STATUS NOT = '00'
006360         DISPLAY 'PPMRV215 - SAMPLED RUN BILL FILE MISSING'
006370         CLOSE PPS-FILE-IN
006380         GO TO 2200-EXIT
006390     END-IF.
006400     PERFORM 2210-READ-PPS THRU 2210-EXIT.
006410     PERFORM 2220-CHECK-ONE-PPS THRU 2220-EXIT
006420         UNTIL PPS-AT-EOF.
006430     CLOSE PPS-FILE-IN.
006440     CLOSE BILL-FILE-IN.
006450 2200-EXIT.
006460     EXIT.
006470 2210-READ-PPS.
006480     READ PPS-FILE-IN
006490         AT END
006500             SET PPS-AT-EOF TO TRUE
006510             GO TO 2210-EXIT
006520     END-READ.
006530     IF PPS-IN-REC(1:4) = '*LAY'
006540        OR NOT PPSIN-LAYOUT-CHECKED
006550         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
006560         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
006570         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
006580         SET PPSIN-LAYOUT-CHECKED TO TRUE
006590         IF LH-IS-HEADER
006600             GO TO 2210-READ-PPS
006610         END-IF
006620     END-IF.
006630     ADD 1 TO WK-PPS-ROWS.
006640 2210-EXIT.
006650     EXIT.
006660 2220-CHECK-ONE-PPS.
006670     IF PI-DEBIT-CREDIT-IND = 'C'
006680        OR PI-BILL-SOURCE NOT = SPACE
006690        OR PI-PPS-RTC NOT < 50
006700         PERFORM 2210-READ-PPS THRU 2210-EXIT
006710         GO TO 2220-EXIT
006720     END-IF.
006730     MOVE PI-PROVIDER-NO    TO WK-KEY-PROVIDER.
006740     MOVE PI-DISCHARGE-DATE TO WK-KEY-DISCHARGE.
006750     MOVE PI-CLAIM-SEQ      TO WK-KEY-CLAIM-SEQ.
006760     PERFORM 2400-FIND-DECISION THRU 2400-EXIT.
006770     IF NOT DECISION-FOUND
006780         PERFORM 2210-READ-PPS THRU 2210-EXIT
006790         GO TO 2220-EXIT
006800     END-IF.
006810     PERFORM 2230-MATCH-BILL THRU 2230-EXIT.
006820     IF NOT BILL-WAS-MATCHED
006830         PERFORM 2210-READ-PPS THRU 2210-EXIT
006840         GO TO 2220-EXIT
006850     END-IF.
006860     MOVE PI-PPS-TOTAL-PAYMENT TO WK-BASE-AMT.
006870     MOVE PI-PPS-TOTAL-PAYMENT TO WK-PRIOR-PAID.
006880     PERFORM 2300-APPLY-DECISION THRU 2300-EXIT.
006890     PERFORM 2210-READ-PPS THRU 2210-EXIT.
006900 2220-EXIT.
006910     EXIT.
006920 2230-MATCH-BILL.
006930     MOVE 'N' TO WK-BILL-MATCH-SW.
006940     PERFORM 2240-READ-BILL THRU 2240-EXIT
006950         UNTIL BILL-AT-EOF OR BILL-WAS-MATCHED.
006960 2230-EXIT.
006970     EXIT.
006980 2240-READ-BILL.
006990     READ BILL-FILE-IN
007000         AT END
007010             SET BILL-AT-EOF TO TRUE
007020             GO TO 2240-EXIT
007030     END-READ.
007040     IF B-21-PROVIDER-NO = PI-PROVIDER-NO
007050        AND B-21-DRG = PI-DRG
007060        AND B-21-DISCHARGE-DATE = PI-DISCHARGE-DATE
007070         SET BILL-WAS-MATCHED TO TRUE
007080     END-IF.
007090 2240-EXIT.
007100     EXIT.
007110*-----------------------------------------------------------*
007120* 2300-APPLY-DECISION - THE CLAIM'S BILL IS IN BILL-DATA-   *
007130* 2021 AND ITS DECISION AT DC-SIDX.  A RECODE THAT WOULD    *
007140* NOT CHANGE THE BILL IS REJECTED RATHER THAN REPRICED.     *
007150*-----------------------------------------------------------*
007160 2300-APPLY-DECISION.
007170     MOVE B-21-DRG    TO DC-OLD-DRG(DC-SIDX).
007180     MOVE WK-BASE-AMT TO DC-BASE-AMT(DC-SIDX).
007190     EVALUATE DC-DECISION(DC-SIDX)
007200         WHEN 'G'
007210             IF DC-NEW-DRG(DC-SIDX) = B-21-DRG
007220                 MOVE 'NEW DRG SAME AS BILL'
007230                     TO DC-MESSAGE(DC-SIDX)
007240             END-IF
007250         WHEN 'R'
007260             IF DC-NEW-DAYS(DC-SIDX) NOT < B-21-COVERED-DAYS
007270                 MOVE 'DAYS NOT A REDUCTION'
007280                     TO DC-MESSAGE(DC-SIDX)
007290             END-IF
007300     END-EVALUATE.
007310     IF DC-MESSAGE(DC-SIDX) NOT = SPACES
007320         MOVE 'X' TO DC-STATUS(DC-SIDX)
007330         ADD 1 TO WK-DECISIONS-BAD
007340         GO TO 2300-EXIT
007350     END-IF.
007360     MOVE 'F' TO DC-STATUS(DC-SIDX).
007370     EVALUATE DC-DECISION(DC-SIDX)
007380         WHEN 'A'
007390             IF DC-SOURCE(DC-SIDX) = 'H'
007400                 MOVE 'R' TO RO-DISPOSITION
007410                 PERFORM 2320-WRITE-RELEASE THRU 2320-EXIT
007420                 MOVE 'RELEASED FOR PAYMENT'
007430                     TO DC-MESSAGE(DC-SIDX)
007440             ELSE
007450                 MOVE 'APPROVED AS PAID' TO DC-MESSAGE(DC-SIDX)
007460             END-IF
007470         WHEN 'D'
007480             MOVE 'C' TO B-21-ACTION-CODE
007490             PERFORM 2310-WRITE-BILL THRU 2310-EXIT
007500             ADD 1 TO WK-CANCELS-WRITTEN
007510             COMPUTE DC-EFFECT(DC-SIDX) = 0 - WK-BASE-AMT
007520             MOVE 'CANCEL BILL WRITTEN' TO DC-MESSAGE(DC-SIDX)
007530         WHEN 'G'
007540             MOVE DC-NEW-DRG(DC-SIDX) TO B-21-DRG
007550             MOVE 'A' TO B-21-ACTION-CODE
007560             PERFORM 2310-WRITE-BILL THRU 2310-EXIT
007570             ADD 1 TO WK-ADJS-WRITTEN
007580             MOVE 'ADJUSTMENT WRITTEN' TO DC-MESSAGE(DC-SIDX)
007590         WHEN 'R'
007600             MOVE DC-NEW-DAYS(DC-SIDX) TO B-21-COVERED-DAYS
007610             IF B-21-LTR-DAYS > B-21-COVERED-DAYS
007620                 MOVE B-21-COVERED-DAYS TO B-21-LTR-DAYS
007630             END-IF
007640             MOVE 'A' TO B-21-ACTION-CODE
007650             PERFORM 2310-WRITE-BILL THRU 2310-EXIT
007660             ADD 1 TO WK-ADJS-WRITTEN
007670             MOVE 'ADJUSTMENT WRITTEN' TO DC-MESSAGE(DC-SIDX)
007680     END-EVALUATE.
007690     IF DC-SOURCE(DC-SIDX) = 'H'
007700        AND DC-DECISION(DC-SIDX) NOT = 'A'
007710         MOVE 'D' TO RO-DISPOSITION
007720         PERFORM 2320-WRITE-RELEASE THRU 2320-EXIT
007730     END-IF.
007740     PERFORM 2330-WRITE-LOG THRU 2330-EXIT.
007750 2300-EXIT.
007760     EXIT.
007770 2310-WRITE-BILL.
007780     MOVE WK-PRIOR-PAID TO B-21-PRIOR-PAID-AMT.
007790     WRITE MR-ADJ-REC FROM BILL-DATA-2021.
007800 2310-EXIT.
007810     EXIT.
007820 2320-WRITE-RELEASE.
007830     MOVE DC-PROVIDER-NO(DC-SIDX)    TO RO-PROVIDER-NO.
007840     MOVE DC-DISCHARGE-DATE(DC-SIDX) TO RO-DISCHARGE-DATE.
007850     MOVE DC-CLAIM-SEQ(DC-SIDX)      TO RO-CLAIM-SEQ.
007860     WRITE RELEASE-OUT-REC.
007870     IF RO-DISPOSITION = 'D'
007880         ADD 1 TO WK-WITHDRAWS-WRITTEN
007890     ELSE
007900         ADD 1 TO WK-RELEASES-WRITTEN
007910     END-IF.
007920 2320-EXIT.
007930     EXIT.
007940 2330-WRITE-LOG.
007950     MOVE SPACES TO DECISION-LOG-REC.
007960     MOVE DC-PROVIDER-NO(DC-SIDX)    TO DL-PROVIDER-NO.
007970     MOVE DC-DISCHARGE-DATE(DC-SIDX) TO DL-DISCHARGE-DATE.
007980     MOVE DC-CLAIM-SEQ(DC-SIDX)      TO DL-CLAIM-SEQ.
007990     MOVE DC-SOURCE(DC-SIDX)         TO DL-SOURCE.
008000     MOVE DC-DECISION(DC-SIDX)       TO DL-DECISION.
008010     MOVE DC-OLD-DRG(DC-SIDX)        TO DL-OLD-DRG.
008020     MOVE DC-NEW-DRG(DC-SIDX)        TO DL-NEW-DRG.
008030     MOVE DC-NEW-DAYS(DC-SIDX)       TO DL-NEW-DAYS.
008040     MOVE DC-REVIEWER-ID(DC-SIDX)    TO DL-REVIEWER-ID.
008050     MOVE DC-BASE-AMT(DC-SIDX)       TO DL-BASE-AMT.
008060     WRITE DECISION-LOG-REC.
008070     ADD 1 TO WK-LOG-ROWS.
008080 2330-EXIT.
008090     EXIT.
008100 2400-FIND-DECISION.
008110     MOVE 'N' TO WK-DC-FOUND-SW.
008120     IF WK-DC-COUNT = 0
008130         GO TO 2400-EXIT
008140     END-IF.
008150     SET DC-SIDX TO 1.
008160     SEARCH DC-ENTRY VARYING DC-SIDX
008170         AT END
008180             CONTINUE
008190         WHEN DC-SIDX > WK-DC-COUNT
008200             CONTINUE
008210         WHEN DC-PROVIDER-NO(DC-SIDX)    = WK-KEY-PROVIDER
008220          AND DC-DISCHARGE-DATE(DC-SIDX) = WK-KEY-DISCHARGE
008230          AND DC-CLAIM-SEQ(DC-SIDX)      = WK-KEY-CLAIM-SEQ
008240          AND DC-SOURCE(DC-SIDX)         = WK-KEY-SOURCE
008250          AND DC-STATUS(DC-SIDX)         = SPACE
008260             SET DECISION-FOUND TO TRUE
008270     END-SEARCH.
008280 2400-EXIT.
008290     EXIT.
008300*===========================================================*
008310* 3000-EFFECT - PRICE OUT EVERY LOGGED DECISION.  A DENIAL  *
008320* REMOVES THE AMOUNT UNDER REVIEW; A RECODE'S EFFECT IS THE *
008330* REPRICED PAYMENT LESS THE AMOUNT UNDER REVIEW.            *
008340*===========================================================*
008350 3000-EFFECT.
008360     OPEN INPUT DECISION-LOG.
008370     IF WK-DLOG-STATUS NOT = '00'
008380         DISPLAY 'PPMRV215 - DECISION LOG MISSING'
008390         MOVE 16 TO RETURN-CODE
008400         GO TO 3000-EXIT
008410     END-IF.
008420     PERFORM 3010-READ-ONE-LOG THRU 3010-EXIT
008430         UNTIL DLOG-AT-EOF.
008440     CLOSE DECISION-LOG.
008450     IF A-TABLE-IS-FULL
008460         DISPLAY 'PPMRV215 - DECISION TABLE FULL - RUN STOPPED'
008470         MOVE 16 TO RETURN-CODE
008480         GO TO 3000-EXIT
008490     END-IF.
008500     OPEN INPUT PPS-FILE-IN.
008510     IF WK-PPSIN-STATUS NOT = '00'
008520         DISPLAY 'PPMRV215 - REPRICING RUN EXTRACT MISSING'
008530         MOVE 16 TO RETURN-CODE
008540         GO TO 3000-EXIT
008550     END-IF.
008560     PERFORM 3100-MATCH-ONE-PPS THRU 3100-EXIT
008570         UNTIL PPS-AT-EOF.
008580     CLOSE PPS-FILE-IN.
008590     IF WK-DC-COUNT > 0
008600         PERFORM 3200-SETTLE-ONE THRU 3200-EXIT
008610             VARYING DC-IDX FROM 1 BY 1
008620             UNTIL DC-IDX > WK-DC-COUNT
008630     END-IF.
008640     PERFORM 4000-WRITE-DECISIONS THRU 4000-EXIT.
008650     PERFORM 5000-WRITE-ROLLUPS THRU 5000-EXIT.
008660     IF WK-RECODES-UNPRICED > 0
008670        AND RETURN-CODE < 8
008680         MOVE 8 TO RETURN-CODE
008690     END-IF.
008700 3000-EXIT.
008710     EXIT.
008720 3010-READ-ONE-LOG.
008730     READ DECISION-LOG
008740         AT END
008750             SET DLOG-AT-EOF TO TRUE
008760             GO TO 3010-EXIT
008770     END-READ.
008780     ADD 1 TO WK-LOG-ROWS.
008790     IF WK-DC-COUNT NOT < 5000
008800         SET A-TABLE-IS-FULL TO TRUE
008810         GO TO 3010-EXIT
008820     END-IF.
008830     ADD 1 TO WK-DC-COUNT.
008840     SET DC-IDX TO WK-DC-COUNT.
008850     MOVE DL-PROVIDER-NO    TO DC-PROVIDER-NO(DC-IDX).
008860     MOVE DL-DISCHARGE-DATE TO DC-DISCHARGE-DATE(DC-IDX).
008870     MOVE DL-CLAIM-SEQ      TO DC-CLAIM-SEQ(DC-IDX).
008880     MOVE DL-SOURCE         TO DC-SOURCE(DC-IDX).
008890     MOVE DL-DECISION       TO DC-DECISION(DC-IDX).
008900     MOVE DL-OLD-DRG        TO DC-OLD-DRG(DC-IDX).
008910     MOVE DL-NEW-DRG        TO DC-NEW-DRG(DC-IDX).
008920     MOVE DL-NEW-DAYS       TO DC-NEW-DAYS(DC-IDX).
008930     MOVE DL-REVIEWER-ID    TO DC-REVIEWER-ID(DC-IDX).
008940     MOVE DL-BASE-AMT       TO DC-BASE-AMT(DC-IDX).
008950     MOVE ZEROES            TO DC-NEW-AMT(DC-IDX)
008960                               DC-EFFECT(DC-IDX).
008970     MOVE 'F'               TO DC-STATUS(DC-IDX).
008980     MOVE SPACES            TO DC-MESSAGE(DC-IDX).
008990 3010-EXIT.
009000     EXIT.
009010*-----------------------------------------------------------*
009020* 3100-MATCH-ONE-PPS - A RECODED CLAIM'S REPLACEMENT IS THE *
009030* DEBIT ROW FOR THE PROVIDER AND DISCHARGE DATE UNDER THE   *
009040* DRG IT WAS PRICED AT (THE NEW DRG FOR A DRG CHANGE).      *
009050*-----------------------------------------------------------*
009060 3100-MATCH-ONE-PPS.
009070     READ PPS-FILE-IN
009080         AT END
009090             SET PPS-AT-EOF TO TRUE
009100             GO TO 3100-EXIT
009110     END-READ.
009120     IF PPS-IN-REC(1:4) = '*LAY'
009130        OR NOT PPSIN-LAYOUT-CHECKED
009140         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
009150         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
009160         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
009170         SET PPSIN-LAYOUT-CHECKED TO TRUE
009180         IF LH-IS-HEADER
009190             GO TO 3100-MATCH-ONE-PPS
009200         END-IF
009210     END-IF.
009220     ADD 1 TO WK-PPS-ROWS.
009230     IF PI-DEBIT-CREDIT-IND = 'C'
009240         GO TO 3100-EXIT
009250     END-IF.
009260     MOVE 'N' TO WK-DC-FOUND-SW.
009270     SET DC-SIDX TO 1.
009280     PERFORM 3110-TEST-ONE-LOGGED THRU 3110-EXIT
009290         VARYING DC-SIDX FROM 1 BY 1
009300         UNTIL DC-SIDX > WK-DC-COUNT
009310            OR DECISION-FOUND.
009320     IF NOT DECISION-FOUND
009330         GO TO 3100-EXIT
009340     END-IF.
009350     SET DC-SIDX DOWN BY 1.
009360     IF PI-PPS-RTC NOT < 50
009370         MOVE 'R' TO DC-STATUS(DC-SIDX)
009380         GO TO 3100-EXIT
009390     END-IF.
009400     MOVE 'P' TO DC-STATUS(DC-SIDX).
009410     MOVE PI-PPS-TOTAL-PAYMENT TO DC-NEW-AMT(DC-SIDX).
009420     COMPUTE DC-EFFECT(DC-SIDX) =
009430         PI-PPS-TOTAL-PAYMENT - DC-BASE-AMT(DC-SIDX).
009440 3100-EXIT.
009450     EXIT.
009460 3110-TEST-ONE-LOGGED.
009470     IF DC-STATUS(DC-SIDX) NOT = 'F'
009480        OR DC-PROVIDER-NO(DC-SIDX) NOT = PI-PROVIDER-NO
009490        OR DC-DISCHARGE-DATE(DC-SIDX) NOT = PI-DISCHARGE-DATE
009500         GO TO 3110-EXIT
009510     END-IF.
009520     EVALUATE DC-DECISION(DC-SIDX)
009530         WHEN 'G'
009540             MOVE DC-NEW-DRG(DC-SIDX) TO WK-PRICED-DRG
009550         WHEN 'R'
009560             MOVE DC-OLD-DRG(DC-SIDX) TO WK-PRICED-DRG
009570         WHEN OTHER
009580             GO TO 3110-EXIT
009590     END-EVALUATE.
009600     IF WK-PRICED-DRG = PI-DRG
009610         SET DECISION-FOUND TO TRUE
009620     END-IF.
009630 3110-EXIT.
009640     EXIT.
009650 3200-SETTLE-ONE.
009660     EVALUATE TRUE
009670         WHEN DC-DECISION(DC-IDX) = 'A'
009680             MOVE 'APPROVED' TO DC-MESSAGE(DC-IDX)
009690         WHEN DC-DECISION(DC-IDX) = 'D'
009700             COMPUTE DC-EFFECT(DC-IDX) = 0 - DC-BASE-AMT(DC-IDX)
009710             MOVE 'DENIED' TO DC-MESSAGE(DC-IDX)
009720         WHEN DC-STATUS(DC-IDX) = 'P'
009730             ADD 1 TO WK-RECODES-PRICED
009740             MOVE 'REPRICED' TO DC-MESSAGE(DC-IDX)
009750         WHEN DC-STATUS(DC-IDX) = 'R'
009760             ADD 1 TO WK-RECODES-UNPRICED
009770             MOVE 'REJECTED BY PRICING' TO DC-MESSAGE(DC-IDX)
009780         WHEN OTHER
009790             ADD 1 TO WK-RECODES-UNPRICED
009800             MOVE 'NOT REPRICED' TO DC-MESSAGE(DC-IDX)
009810     END-EVALUATE.
009820 3200-EXIT.
009830     EXIT.
009840*===========================================================*
009850* 4000-WRITE-DECISIONS - ONE LINE PER DECISION.             *
009860*===========================================================*
009870 4000-WRITE-DECISIONS.
009880     MOVE 'DECISIONS' TO WK-RS-TEXT.
009890     MOVE WK-RPT-SECTION-LINE TO MRV-RPT-LINE.
009900     WRITE MRV-RPT-LINE.
009910     MOVE WK-DD-HEADING TO MRV-RPT-LINE.
009920     WRITE MRV-RPT-LINE.
009930     IF WK-DC-COUNT > 0
009940         PERFORM 4100-WRITE-ONE-DECISION THRU 4100-EXIT
009950             VARYING DC-IDX FROM 1 BY 1
009960             UNTIL DC-IDX > WK-DC-COUNT
009970     END-IF.
009980 4000-EXIT.
009990     EXIT.
010000 4100-WRITE-ONE-DECISION.
010010     IF DC-STATUS(DC-IDX) = SPACE
010020         MOVE 'CLAIM NOT FOUND' TO DC-MESSAGE(DC-IDX)
010030         ADD 1 TO WK-DECISIONS-UNFOUND
010040     END-IF.
010050     MOVE DC-REVIEWER-ID(DC-IDX)    TO WK-DD-REVIEWER.
010060     MOVE DC-PROVIDER-NO(DC-IDX)    TO WK-DD-PROVIDER.
010070     MOVE DC-DISCHARGE-DATE(DC-IDX) TO WK-DD-DISCHARGE.
010080     MOVE DC-CLAIM-SEQ(DC-IDX)      TO WK-DD-CLAIM-SEQ.
010090     MOVE DC-SOURCE(DC-IDX)         TO WK-DD-SOURCE.
010100     MOVE DC-DECISION(DC-IDX)       TO WK-DD-DECISION.
010110     MOVE DC-OLD-DRG(DC-IDX)        TO WK-DD-OLD-DRG.
010120     MOVE DC-NEW-DRG(DC-IDX)        TO WK-DD-NEW-DRG.
010130     MOVE DC-NEW-DAYS(DC-IDX)       TO WK-DD-NEW-DAYS.
010140     MOVE DC-BASE-AMT(DC-IDX)       TO WK-DD-BASE-AMT.
010150     MOVE DC-EFFECT(DC-IDX)         TO WK-DD-EFFECT.
010160     MOVE DC-MESSAGE(DC-IDX)        TO WK-DD-MESSAGE.
010170     MOVE WK-DD-DETAIL-LINE TO MRV-RPT-LINE.
010180     WRITE MRV-RPT-LINE.
010190 4100-EXIT.
010200     EXIT.
010210*===========================================================*
010220* 5000-WRITE-ROLLUPS - DOLLAR EFFECT PER REVIEWER AND PER   *
010230* PROVIDER.  REJECTED AND UNFOUND DECISIONS ARE LEFT OUT.   *
010240*===========================================================*
010250 5000-WRITE-ROLLUPS.
010260     IF WK-DC-COUNT > 0
010270         PERFORM 5100-POST-ONE THRU 5100-EXIT
010280             VARYING DC-IDX FROM 1 BY 1
010290             UNTIL DC-IDX > WK-DC-COUNT
010300     END-IF.
010310     MOVE WK-RPT-RULE-LINE TO MRV-RPT-LINE.
010320     WRITE MRV-RPT-LINE.
010330     MOVE 'DOLLAR EFFECT BY REVIEWER' TO WK-RS-TEXT.
010340     MOVE WK-RPT-SECTION-LINE TO MRV-RPT-LINE.
010350     WRITE MRV-RPT-LINE.
010360     MOVE 'REVIEWER' TO WK-RU-KEY-TITLE.
010370     MOVE WK-RU-HEADING TO MRV-RPT-LINE.
010380     WRITE MRV-RPT-LINE.
010390     IF WK-RV-COUNT > 0
010400         PERFORM 5400-WRITE-ONE-REVIEWER THRU 5400-EXIT
010410             VARYING RV-IDX FROM 1 BY 1
010420             UNTIL RV-IDX > WK-RV-COUNT
010430     END-IF.
010440     MOVE WK-RPT-RULE-LINE TO MRV-RPT-LINE.
010450     WRITE MRV-RPT-LINE.
010460     MOVE 'DOLLAR EFFECT BY PROVIDER' TO WK-RS-TEXT.
010470     MOVE WK-RPT-SECTION-LINE TO MRV-RPT-LINE.
010480     WRITE MRV-RPT-LINE.
010490     MOVE 'PROV-NO' TO WK-RU-KEY-TITLE.
010500     MOVE WK-RU-HEADING TO MRV-RPT-LINE.
010510     WRITE MRV-RPT-LINE.
010520     IF WK-PV-COUNT > 0
010530         PERFORM 5500-WRITE-ONE-PROVIDER THRU 5500-EXIT
010540             VARYING PV-IDX FROM 1 BY 1
010550             UNTIL PV-IDX > WK-PV-COUNT
010560     END-IF.
010570 5000-EXIT.
010580     EXIT.
010590 5100-POST-ONE.
010600     IF DC-STATUS(DC-IDX) = SPACE OR DC-STATUS(DC-IDX) = 'X'
010610         GO TO 5100-EXIT
010620     END-IF.
010630     ADD DC-BASE-AMT(DC-IDX) TO WK-TOT-BASE-AMT.
010640     ADD DC-EFFECT(DC-IDX)   TO WK-TOT-EFFECT.
010650     MOVE DC-REVIEWER-ID(DC-IDX) TO WK-ROLLUP-KEY.
010660     PERFORM 5200-FIND-REVIEWER THRU 5200-EXIT.
010670     IF NOT A-TABLE-IS-FULL
010680         ADD 1 TO RV-DECISIONS(RV-SIDX)
010690         ADD DC-BASE-AMT(DC-IDX) TO RV-BASE-AMT(RV-SIDX)
010700         ADD DC-EFFECT(DC-IDX)   TO RV-EFFECT(RV-SIDX)
010710         EVALUATE TRUE
010720             WHEN DC-DECISION(DC-IDX) = 'D'
010730                 ADD 1 TO RV-DENIED(RV-SIDX)
010740             WHEN DC-DECISION(DC-IDX) = 'A'
010750                 CONTINUE
010760             WHEN DC-STATUS(DC-IDX) = 'P'
010770                 ADD 1 TO RV-RECODED(RV-SIDX)
010780             WHEN OTHER
010790                 ADD 1 TO RV-RECODED(RV-SIDX)
010800                 ADD 1 TO RV-PENDING(RV-SIDX)
010810         END-EVALUATE
010820     END-IF.
010830     MOVE DC-PROVIDER-NO(DC-IDX) TO WK-ROLLUP-KEY.
010840     PERFORM 5300-FIND-PROVIDER THRU 5300-EXIT.
010850     IF NOT A-TABLE-IS-FULL
010860         ADD 1 TO PV-DECISIONS(PV-SIDX)
010870         ADD DC-BASE-AMT(DC-IDX) TO PV-BASE-AMT(PV-SIDX)
010880         ADD DC-EFFECT(DC-IDX)   TO PV-EFFECT(PV-SIDX)
010890         EVALUATE TRUE
010900             WHEN DC-DECISION(DC-IDX) = 'D'
010910                 ADD 1 TO PV-DENIED(PV-SIDX)
010920             WHEN DC-DECISION(DC-IDX) = 'A'
010930                 CONTINUE
010940             WHEN DC-STATUS(DC-IDX) = 'P'
010950                 ADD 1 TO PV-RECODED(PV-SIDX)
010960             WHEN OTHER
010970                 ADD 1 TO PV-RECODED(PV-SIDX)
010980                 ADD 1 TO PV-PENDING(PV-SIDX)
010990         END-EVALUATE
011000     END-IF.
011010 5100-EXIT.
011020     EXIT.
011030 5200-FIND-REVIEWER.
011040     SET RV-SIDX TO 1.
011050     SEARCH RV-ENTRY VARYING RV-SIDX
011060         AT END
011070             SET A-TABLE-IS-FULL TO TRUE
011080         WHEN RV-SIDX > WK-RV-COUNT
011090             IF WK-RV-COUNT NOT < 500
011100                 SET A-TABLE-IS-FULL TO TRUE
011110             ELSE
011120                 ADD 1 TO WK-RV-COUNT
011130                 SET RV-SIDX TO WK-RV-COUNT
011140                 MOVE WK-ROLLUP-KEY TO RV-KEY(RV-SIDX)
011150                 MOVE ZEROES TO RV-DECISIONS(RV-SIDX)
011160                                RV-DENIED(RV-SIDX)
011170                                RV-RECODED(RV-SIDX)
011180                                RV-PENDING(RV-SIDX)
011190                                RV-BASE-AMT(RV-SIDX)
011200                                RV-EFFECT(RV-SIDX)
011210             END-IF
011220         WHEN RV-KEY(RV-SIDX) = WK-ROLLUP-KEY
011230             CONTINUE
011240     END-SEARCH.
011250 5200-EXIT.
011260     EXIT.
011270 5300-FIND-PROVIDER.
011280     SET PV-SIDX TO 1.
011290     SEARCH PV-ENTRY VARYING PV-SIDX
011300         AT END
011310             SET A-TABLE-IS-FULL TO TRUE
011320         WHEN PV-SIDX > WK-PV-COUNT
011330             IF WK-PV-COUNT NOT < 3000
011340                 SET A-TABLE-IS-FULL TO TRUE
011350             ELSE
011360                 ADD 1 TO WK-PV-COUNT
011370                 SET PV-SIDX TO WK-PV-COUNT
011380                 MOVE WK-ROLLUP-KEY TO PV-KEY(PV-SIDX)
011390                 MOVE ZEROES TO PV-DECISIONS(PV-SIDX)
011400                                PV-DENIED(PV-SIDX)
011410                                PV-RECODED(PV-SIDX)
011420                                PV-PENDING(PV-SIDX)
011430                                PV-BASE-AMT(PV-SIDX)
011440                                PV-EFFECT(PV-SIDX)
011450             END-IF
011460         WHEN PV-KEY(PV-SIDX) = WK-ROLLUP-KEY
011470             CONTINUE
011480     END-SEARCH.
011490 5300-EXIT.
011500     EXIT.
011510 5400-WRITE-ONE-REVIEWER.
011520     MOVE RV-KEY(RV-IDX)          TO WK-RU-KEY.
011530     MOVE RV-DECISIONS(RV-IDX)    TO WK-RU-DECISIONS.
011540     MOVE RV-DENIED(RV-IDX)       TO WK-RU-DENIED.
011550     MOVE RV-RECODED(RV-IDX)      TO WK-RU-RECODED.
011560     MOVE RV-PENDING(RV-IDX)      TO WK-RU-PENDING.
011570     MOVE RV-BASE-AMT(RV-IDX)     TO WK-RU-BASE-AMT.
011580     MOVE RV-EFFECT(RV-IDX)       TO WK-RU-EFFECT.
011590     MOVE WK-RU-DETAIL-LINE TO MRV-RPT-LINE.
011600     WRITE MRV-RPT-LINE.
011610 5400-EXIT.
011620     EXIT.
011630 5500-WRITE-ONE-PROVIDER.
011640     MOVE PV-KEY(PV-IDX)          TO WK-RU-KEY.
011650     MOVE PV-DECISIONS(PV-IDX)    TO WK-RU-DECISIONS.
011660     MOVE PV-DENIED(PV-IDX)       TO WK-RU-DENIED.
011670     MOVE PV-RECODED(PV-IDX)      TO WK-RU-RECODED.
011680     MOVE PV-PENDING(PV-IDX)      TO WK-RU-PENDING.
011690     MOVE PV-BASE-AMT(PV-IDX)     TO WK-RU-BASE-AMT.
011700     MOVE PV-EFFECT(PV-IDX)       TO WK-RU-EFFECT.
011710     MOVE WK-RU-DETAIL-LINE TO MRV-RPT-LINE.
011720     WRITE MRV-RPT-LINE.
011730 5500-EXIT.
011740     EXIT.
011750*===========================================================*
011760* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
011770* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
011780* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
011790* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
011800* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
011810*===========================================================*
011820 8800-CHECK-LAYOUT.
011830     IF NOT LH-IS-HEADER
011840         IF WK-LC-VERSION = 1
011850             DISPLAY 'PPMRV215 - ' WK-LC-DD ' HAS NO LAYOUT '
011860                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
011870                     ' VERSION 001'
011880             GO TO 8800-EXIT
011890         END-IF
011900         DISPLAY 'PPMRV215 - ' WK-LC-DD ' HAS NO LAYOUT '
011910                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
011920                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
011930         MOVE 12 TO RETURN-CODE
011940         STOP RUN
011950     END-IF.
011960     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
011970        AND LH-LAYOUT-VERSION = WK-LC-VERSION
011980        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
011990         DISPLAY 'PPMRV215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
012000                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
012010                 ' WRITTEN BY ' LH-PRODUCER
012020         GO TO 8800-EXIT
012030     END-IF.
012040     DISPLAY 'PPMRV215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
012050             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
012060             LH-RECORD-LENGTH.
012070     DISPLAY 'PPMRV215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
012080             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
012090             ' - FILE REFUSED'.
012100     MOVE 12 TO RETURN-CODE.
012110     STOP RUN.
012120 8800-EXIT.
012130     EXIT.
012140*===========================================================*
012150* 9000-TERMINATE                                            *
012160*===========================================================*
012170 9000-TERMINATE.
012180     MOVE WK-RPT-RULE-LINE TO MRV-RPT-LINE.
012190     WRITE MRV-RPT-LINE.
012200     IF WK-FUNCTION = 'EFFECT'
012210         PERFORM 9200-EFFECT-TOTALS THRU 9200-EXIT
012220     ELSE
012230         PERFORM 9100-DECIDE-TOTALS THRU 9100-EXIT
012240     END-IF.
012250     CLOSE MRV-RPT-OUT.
012260 9000-EXIT.
012270     EXIT.
012280 9100-DECIDE-TOTALS.
012290     MOVE 'DECISIONS READ' TO WK-TC-LABEL.
012300     MOVE WK-DECISIONS-IN TO WK-TC-COUNT.
012310     MOVE ZEROES TO WK-TC-AMOUNT.
012320     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012330     MOVE 'DECISIONS REJECTED' TO WK-TC-LABEL.
012340     MOVE WK-DECISIONS-BAD TO WK-TC-COUNT.
012350     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012360     MOVE 'DECISIONS WHOSE CLAIM WAS NOT FOUND' TO WK-TC-LABEL.
012370     MOVE WK-DECISIONS-UNFOUND TO WK-TC-COUNT.
012380     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012390     MOVE 'HELD CLAIMS RELEASED FOR PAYMENT' TO WK-TC-LABEL.
012400     MOVE WK-RELEASES-WRITTEN TO WK-TC-COUNT.
012410     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012420     MOVE 'HELD CLAIMS WITHDRAWN FROM THE QUEUE' TO WK-TC-LABEL.
012430     MOVE WK-WITHDRAWS-WRITTEN TO WK-TC-COUNT.
012440     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012450     MOVE 'CANCEL BILLS WRITTEN' TO WK-TC-LABEL.
012460     MOVE WK-CANCELS-WRITTEN TO WK-TC-COUNT.
012470     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012480     MOVE 'ADJUSTMENT BILLS WRITTEN' TO WK-TC-LABEL.
012490     MOVE WK-ADJS-WRITTEN TO WK-TC-COUNT.
012500     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012510     MOVE 'APPLIED - UNDER REVIEW / KNOWN EFFECT' TO WK-TC-LABEL.
012520     MOVE WK-LOG-ROWS TO WK-TC-COUNT.
012530     MOVE WK-TOT-BASE-AMT TO WK-TC-AMOUNT.
012540     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012550     MOVE 'KNOWN DOLLAR EFFECT (DENIALS)' TO WK-TC-LABEL.
012560     MOVE WK-CANCELS-WRITTEN TO WK-TC-COUNT.
012570     MOVE WK-TOT-EFFECT TO WK-TC-AMOUNT.
012580     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012590     DISPLAY 'PPMRV215 - DECISIONS READ    : ' WK-DECISIONS-IN.
012600     DISPLAY 'PPMRV215 - REJECTED/UNFOUND  : ' WK-DECISIONS-BAD
012610             ' ' WK-DECISIONS-UNFOUND.
012620     DISPLAY 'PPMRV215 - CANCELS/ADJUSTS   : ' WK-CANCELS-WRITTEN
012630             ' ' WK-ADJS-WRITTEN.
012640 9100-EXIT.
012650     EXIT.
012660 9200-EFFECT-TOTALS.
012670     MOVE 'DECISIONS LOGGED - UNDER REVIEW' TO WK-TC-LABEL.
012680     MOVE WK-LOG-ROWS TO WK-TC-COUNT.
012690     MOVE WK-TOT-BASE-AMT TO WK-TC-AMOUNT.
012700     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012710     MOVE 'RECODES REPRICED' TO WK-TC-LABEL.
012720     MOVE WK-RECODES-PRICED TO WK-TC-COUNT.
012730     MOVE ZEROES TO WK-TC-AMOUNT.
012740     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012750     MOVE 'RECODES NOT REPRICED' TO WK-TC-LABEL.
012760     MOVE WK-RECODES-UNPRICED TO WK-TC-COUNT.
012770     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012780     MOVE 'TOTAL DOLLAR EFFECT' TO WK-TC-LABEL.
012790     MOVE ZEROES TO WK-TC-COUNT.
012800     MOVE WK-TOT-EFFECT TO WK-TC-AMOUNT.
012810     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
012820     DISPLAY 'PPMRV215 - DECISIONS LOGGED  : ' WK-LOG-ROWS.
012830     DISPLAY 'PPMRV215 - NOT REPRICED      : '
012840             WK-RECODES-UNPRICED.
012850     DISPLAY 'PPMRV215 - DOLLAR EFFECT     : ' WK-TOT-EFFECT.
012860 9200-EXIT.
012870     EXIT.
012880 9300-WRITE-COUNT-LINE.
012890     MOVE WK-MRV-COUNT-LINE TO MRV-RPT-LINE.
012900     WRITE MRV-RPT-LINE.
012910 9300-EXIT.
012920     EXIT.
