000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPPAC215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - POST-ACUTE CARE TRANSFER VERIFICATION.  A STAY IN A
000070*            POST-ACUTE-TRANSFER DRG BILLED AS A DISCHARGE TO
000080*            HOME (STATUS 01) IS PAID AS A TRANSFER WHEN SNF OR
000090*            HOME-HEALTH CARE BEGAN WITHIN THE WINDOW AFTER THE
000100*            DISCHARGE.  THE HOSPITAL'S OWN STATUS CODE CANNOT
000110*            BE TRUSTED FOR THIS, SO THE SNF AND HOME-HEALTH
000120*            CLAIM FILE (PACCLMS) IS THE EVIDENCE.
000130*          - FUNCTION=SELECT DRIVES ON THE PRIOR RUN'S PRICING
000140*            EXTRACT (PPSIN) AND ITS BILL FILE (BILLIN) IN
000150*            LOCKSTEP, LIKE PPMAC215, AND WRITES A READY-TO-RUN
000160*            ADJUSTMENT BILL FILE (PACADJ) FOR PPBAT215: ACTION
000170*            CODE 'A', PRIOR PAID AMOUNT FROM THE EXTRACT, THE
000180*            DISCHARGE STATUS RECODED TO 03 (SNF) OR 06 (HOME
000190*            HEALTH), THE RECEIVING PROVIDER SET AND THE REVIEW
000200*            CODE RECODED TO THE TRANSFER CODE THE DRG'S POST-
000210*            ACUTE FLAGS CALL FOR (05/06 PLAIN LIST, 09/11
000220*            SPECIAL-PAY LIST; THE NO-COST-OUTLIER CODE WHEN THE
000230*            ORIGINAL WAS BILLED WITHOUT COST OUTLIER).
000240*          - FUNCTION=RECOVER RUNS AFTER PPBAT215 HAS REPRICED
000250*            PACADJ.  IT MATCHES EACH ADJUSTMENT TO THE REPRICING
000260*            RUN'S DEBIT ROW AND REPORTS PRIOR PAID, REPRICED AND
000270*            RECOVERED DOLLARS BY HOSPITAL.  AN ADJUSTMENT THAT
000280*            DID NOT REPRICE SETS RETURN CODE 08.
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
000410     SELECT PAC-PARM-FILE   ASSIGN TO PACPARM
000420                            ORGANIZATION IS LINE SEQUENTIAL
000430                            FILE STATUS IS WK-PARM-STATUS.
000440     SELECT DRG-WEIGHT-FILE ASSIGN TO DRGWGHT
000450                            ORGANIZATION IS SEQUENTIAL
000460                            FILE STATUS IS WK-DRGWT-STATUS.
000470     SELECT PAC-CLAIM-FILE  ASSIGN TO PACCLMS
000480                            ORGANIZATION IS SEQUENTIAL
000490                            FILE STATUS IS WK-PACCLM-STATUS.
000500     SELECT PPS-FILE-IN     ASSIGN TO PPSIN
000510                            ORGANIZATION IS SEQUENTIAL
000520                            FILE STATUS IS WK-PPSIN-STATUS.
000530     SELECT BILL-FILE-IN    ASSIGN TO BILLIN
000540                            ORGANIZATION IS SEQUENTIAL
000550                            FILE STATUS IS WK-BILLIN-STATUS.
000560     SELECT PAC-ADJ-FILE    ASSIGN TO PACADJ
000570                            ORGANIZATION IS SEQUENTIAL
000580                            FILE STATUS IS WK-PACADJ-STATUS.
000590     SELECT PAC-RPT-OUT     ASSIGN TO PACRPT
000600                            ORGANIZATION IS LINE SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------*
000640* POST-ACUTE PARAMETER CARDS - KEYWORD=VALUE:               *
000650*   FUNCTION=SELECT | RECOVER                               *
000660*   WINDOW-DAYS=NNN    DAYS AFTER DISCHARGE IN WHICH SNF OR *
000670*                      HOME-HEALTH CARE MAKES THE STAY A    *
000680*                      TRANSFER (DEFAULT 003)               *
000690*----------------------------------------------------------*
000700 FD  PAC-PARM-FILE
000710     RECORDING MODE IS F.
000720 01  PAC-PARM-REC                PIC X(80).
000730*----------------------------------------------------------*
000740* CURRENT-FISCAL-YEAR DRG WEIGHT FILE (PPBAT215 LAYOUT) -   *
000750* ONLY THE POST-ACUTE FLAGS ARE USED HERE.                  *
000760*----------------------------------------------------------*
000770 FD  DRG-WEIGHT-FILE
000780     RECORDING MODE IS F.
000790 01  DRG-WT-IN-REC.
000800     05  DW-DRG                  PIC X(03).
000810     05  DW-WT                   PIC 9(02)V9(04).
000820     05  DW-GMALOS               PIC 9(02)V9(01).
000830     05  DW-LOW                  PIC X(01).
000840     05  DW-ARITH-ALOS           PIC 9(02)V9(01).
000850     05  DW-PAC                  PIC X(01).
000860     05  DW-SPPAC                PIC X(01).
000870     05  DW-DESC                 PIC X(26).
000880*----------------------------------------------------------*
000890* SNF AND HOME-HEALTH CLAIMS - ONE RECORD PER CLAIM, WITH   *
000900* THE START-OF-CARE DATE.                                   *
000910*----------------------------------------------------------*
000920 FD  PAC-CLAIM-FILE
000930     RECORDING MODE IS F.
000940 01  PAC-CLAIM-REC.
000950     05  PC-MBI                  PIC X(11).
000960     05  PC-PROVIDER-NO          PIC X(06).
000970     05  PC-CLAIM-TYPE           PIC X(01).
000980         88  PC-SNF-CLAIM        VALUE 'S'.
000990         88  PC-HHA-CLAIM        VALUE 'H'.
001000     05  PC-START-DATE           PIC 9(08).
001010     05  FILLER                  PIC X(14).
001020*----------------------------------------------------------*
001030* PRICING EXTRACT (PPS-OUT-REC LAYOUT) - THE PRIOR RUN'S    *
001040* FOR SELECT, THE REPRICING RUN'S FOR RECOVER.              *
001050*----------------------------------------------------------*
001060 FD  PPS-FILE-IN
001070     RECORDING MODE IS F.
001080 01  PPS-IN-REC.
001090     05  PI-PROVIDER-NO          PIC X(06).
001100     05  PI-DRG                  PIC 9(03).
001110     05  PI-DISCHARGE-DATE       PIC 9(08).
001120     05  PI-PPS-RTC              PIC 9(02).
001130     05  PI-PPS-WAGE-INDX        PIC 9(02)V9(04).
001140     05  PI-PPS-TOTAL-PAYMENT    PIC 9(09)V9(02).
001150     05  PI-PPS-OPER-HSP-PART    PIC 9(08)V9(02).
001160     05  PI-PPS-OPER-FSP-PART    PIC 9(08)V9(02).
001170     05  PI-PPS-OPER-OUTLIER-PART PIC 9(09)V9(02).
001180     05  PI-PPS-OPER-DSH-ADJ     PIC 9(08)V9(02).
001190     05  PI-PPS-CALC-VERS        PIC X(05).
001200     05  PI-DEBIT-CREDIT-IND     PIC X(01).
001210     05  PI-SEQUESTRATION-AMT    PIC 9(09)V9(02).
001220     05  PI-AGED-OVERRIDE-IND    PIC X(01).
001230     05  FILLER                  PIC X(130).
001240     05  PI-CLAIM-SEQ            PIC 9(09).
001250     05  PI-BILL-SOURCE          PIC X(01).
001260*----------------------------------------------------------*
001270* THE BILL FILE THE PRIOR RUN PRICED.                       *
001280*----------------------------------------------------------*
001290 FD  BILL-FILE-IN
001300     RECORDING MODE IS F.
001310 COPY BILDAT21.
001320*----------------------------------------------------------*
001330* READY-TO-RUN ADJUSTMENT BILL FILE - WRITTEN BY SELECT,    *
001340* READ BACK BY RECOVER.                                     *
001350*----------------------------------------------------------*
001360 FD  PAC-ADJ-FILE
001370     RECORDING MODE IS F.
001380 01  PAC-ADJ-REC                 PIC X(791).
001390 FD  PAC-RPT-OUT
001400     RECORDING MODE IS F.
001410 01  PAC-RPT-LINE                PIC X(110).
001420 WORKING-STORAGE SECTION.
001430 01  W-STORAGE-REF                  PIC X(48)  VALUE
001440     'P P P A C 2 1 5 - W O R K I N G   S T O R A G E'.
001450 01  PAC-VERSION                    PIC X(05) VALUE 'A21.5'.
001460 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001470 01  WK-DRGWT-STATUS            PIC X(02) VALUE SPACES.
001480 01  WK-PACCLM-STATUS           PIC X(02) VALUE SPACES.
001490 01  WK-PPSIN-STATUS            PIC X(02) VALUE SPACES.
001500 01  WK-BILLIN-STATUS           PIC X(02) VALUE SPACES.
001510 01  WK-PACADJ-STATUS           PIC X(02) VALUE SPACES.
001520*----------------------------------------------------------*
001530* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001540* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001550* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001560*----------------------------------------------------------*
001570 COPY LAYHDR.
001580 01  WK-LAYOUT-CHECK.
001590     05  WK-LC-DD               PIC X(08).
001600     05  WK-LC-LAYOUT-ID        PIC X(08).
001610     05  WK-LC-VERSION          PIC 9(03).
001620     05  WK-LC-RECORD-LEN       PIC 9(05).
001630 01  WK-LAYOUT-PPSIN.
001640     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
001650     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
001660     05  FILLER                 PIC 9(03) VALUE 001.
001670     05  FILLER                 PIC 9(05) VALUE 00235.
001680 01  WK-LAYOUT-SWITCHES.
001690     05  WK-PPSIN-LAYOUT-SW       PIC X(01) VALUE 'N'.
001700         88  PPSIN-LAYOUT-CHECKED VALUE 'Y'.
001710 01  WK-SWITCHES.
001720     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001730         88  PARM-AT-EOF        VALUE 'Y'.
001740     05  WK-DRGWT-EOF           PIC X(01) VALUE 'N'.
001750         88  DRGWT-AT-EOF       VALUE 'Y'.
001760     05  WK-PACCLM-EOF          PIC X(01) VALUE 'N'.
001770         88  PACCLM-AT-EOF      VALUE 'Y'.
001780     05  WK-PPS-EOF             PIC X(01) VALUE 'N'.
001790         88  PPS-AT-EOF         VALUE 'Y'.
001800     05  WK-BILL-EOF            PIC X(01) VALUE 'N'.
001810         88  BILL-AT-EOF        VALUE 'Y'.
001820     05  WK-ADJ-EOF             PIC X(01) VALUE 'N'.
001830         88  ADJ-AT-EOF         VALUE 'Y'.
001840     05  WK-BILL-MATCH-SW       PIC X(01) VALUE 'N'.
001850         88  BILL-WAS-MATCHED   VALUE 'Y'.
001860     05  WK-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
001870         88  A-TABLE-IS-FULL    VALUE 'Y'.
001880*----------------------------------------------------------*
001890* PARAMETERS IN EFFECT.                                     *
001900*----------------------------------------------------------*
001910 01  WK-FUNCTION                PIC X(08) VALUE SPACES.
001920 01  WK-WINDOW-DAYS             PIC 9(03) VALUE 003.
001930 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
001940 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001950 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001960*----------------------------------------------------------*
001970* RUN COUNTERS.                                             *
001980*----------------------------------------------------------*
001990 01  WK-COUNTERS.
002000     05  WK-PPS-ROWS            PIC 9(07) VALUE ZEROES.
002010     05  WK-PAC-CLAIMS-IN       PIC 9(07) VALUE ZEROES.
002020     05  WK-PAC-CLAIMS-BAD      PIC 9(07) VALUE ZEROES.
002030     05  WK-HOME-PAC-STAYS      PIC 9(07) VALUE ZEROES.
002040     05  WK-ADJ-WRITTEN         PIC 9(07) VALUE ZEROES.
002050     05  WK-ADJ-READ            PIC 9(07) VALUE ZEROES.
002060     05  WK-ADJ-REPRICED        PIC 9(07) VALUE ZEROES.
002070     05  WK-ADJ-NOT-REPRICED    PIC 9(07) VALUE ZEROES.
002080 01  WK-TOTALS.
002090     05  WK-TOT-PRIOR-PAID      PIC S9(13)V9(02) VALUE ZEROES.
002100     05  WK-TOT-REPRICED        PIC S9(13)V9(02) VALUE ZEROES.
002110     05  WK-TOT-RECOVERED       PIC S9(13)V9(02) VALUE ZEROES.
002120     05  WK-TOT-NOT-REPRICED    PIC S9(13)V9(02) VALUE ZEROES.
002130*----------------------------------------------------------*
002140* POST-ACUTE-TRANSFER DRGS FROM THE WEIGHT FILE.  CLASS 'P' *
002150* IS THE SPECIAL-PAY LIST, 'A' THE PLAIN LIST.              *
002160*----------------------------------------------------------*
002170 01  WK-PD-COUNT                PIC 9(04) VALUE ZEROES.
002180 01  PAC-DRG-TABLE.
002190     05  PD-ENTRY OCCURS 1000 TIMES
002200                  INDEXED BY PD-IDX PD-SIDX.
002210         10  PD-DRG             PIC X(03).
002220         10  PD-CLASS           PIC X(01).
002230 01  WK-PAC-DRG                 PIC X(03) VALUE SPACES.
002240 01  WK-PAC-CLASS               PIC X(01) VALUE SPACE.
002250*----------------------------------------------------------*
002260* SNF AND HOME-HEALTH CLAIMS, WITH THE START-OF-CARE DATE   *
002270* AS A DAY SERIAL.                                          *
002280*----------------------------------------------------------*
002290 01  WK-PC-COUNT                PIC 9(05) VALUE ZEROES.
002300 01  PAC-CLAIM-TABLE.
002310     05  PCT-ENTRY OCCURS 20000 TIMES
002320                  INDEXED BY PCT-IDX PCT-SIDX.
002330         10  PCT-MBI            PIC X(11).
002340         10  PCT-PROVIDER-NO    PIC X(06).
002350         10  PCT-CLAIM-TYPE     PIC X(01).
002360         10  PCT-START-DATE     PIC 9(08).
002370         10  PCT-START-SERIAL   PIC 9(07).
002380 01  WK-PCT-BEST                PIC 9(05) VALUE ZEROES.
002390 01  WK-PCT-BEST-SERIAL         PIC 9(07) VALUE ZEROES.
002400 01  WK-DISCHG-SERIAL           PIC 9(07) VALUE ZEROES.
002410 01  WK-WINDOW-END-SERIAL       PIC 9(07) VALUE ZEROES.
002420*----------------------------------------------------------*
002430* ADJUSTMENTS READ BACK FOR RECOVERY.  MATCH SWITCH: SPACE  *
002440* NOT YET SEEN, 'Y' REPRICED, 'R' REJECTED BY PRICING.      *
002450*----------------------------------------------------------*
002460 01  WK-AJ-COUNT                PIC 9(05) VALUE ZEROES.
002470 01  ADJ-TABLE.
002480     05  AJ-ENTRY OCCURS 20000 TIMES
002490                  INDEXED BY AJ-IDX AJ-SIDX.
002500         10  AJ-PROVIDER-NO     PIC X(06).
002510         10  AJ-DRG             PIC 9(03).
002520         10  AJ-DISCHARGE       PIC 9(08).
002530         10  AJ-MBI             PIC X(11).
002540         10  AJ-PRIOR-PAID      PIC 9(09)V9(02).
002550         10  AJ-MATCH-SW        PIC X(01).
002560 01  WK-AJ-FOUND-SW             PIC X(01) VALUE 'N'.
002570     88  ADJ-ROW-FOUND          VALUE 'Y'.
002580 01  WK-RECOVERED               PIC S9(11)V9(02) VALUE ZEROES.
002590*----------------------------------------------------------*
002600* HOSPITAL ROLL-UP.                                         *
002610*----------------------------------------------------------*
002620 01  WK-HS-COUNT                PIC 9(04) VALUE ZEROES.
002630 01  HOSPITAL-TABLE.
002640     05  HS-ENTRY OCCURS 3000 TIMES
002650                  INDEXED BY HS-IDX HS-SIDX.
002660         10  HS-PROVIDER-NO     PIC X(06).
002670         10  HS-ADJ-COUNT       PIC 9(05).
002680         10  HS-PRIOR-PAID      PIC S9(11)V9(02).
002690         10  HS-REPRICED        PIC S9(11)V9(02).
002700         10  HS-RECOVERED       PIC S9(11)V9(02).
002710         10  HS-NOT-REPRICED    PIC 9(05).
002720 01  WK-HS-PROVIDER             PIC X(06) VALUE SPACES.
002730*----------------------------------------------------------*
002740* DATE-TO-SERIAL WORK AREA (SAME ROUTINE AS PPBAT215).      *
002750*----------------------------------------------------------*
002760 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
002770 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
002780     05  WK-DTS-YYYY            PIC 9(04).
002790     05  WK-DTS-MM              PIC 9(02).
002800     05  WK-DTS-DD              PIC 9(02).
002810 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
002820 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
002830 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
002840 01  WK-DTS-MONTH-DAYS.
002850     05  FILLER PIC X(36) VALUE
002860         '000031059090120151181212243273304334'.
002870 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
002880     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
002890*----------------------------------------------------------*
002900* REPORT LINES.                                             *
002910*----------------------------------------------------------*
002920 01  WK-RPT-TITLE-LINE.
002930     05  WK-RT-TITLE         PIC X(40).
002940     05  FILLER              PIC X(07) VALUE '  DATE '.
002950     05  WK-RT-DATE          PIC 9(08).
002960     05  FILLER              PIC X(07) VALUE '  VERS '.
002970     05  WK-RT-VERSION       PIC X(05).
002980 01  WK-RPT-RULE-LINE        PIC X(110) VALUE ALL '='.
002990 01  WK-RPT-SECTION-LINE.
003000     05  FILLER              PIC X(04) VALUE '--- '.
003010     05  WK-RS-TEXT          PIC X(50).
003020 01  WK-AD-HEADING.
003030     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
003040     05  FILLER              PIC X(05) VALUE 'DRG'.
003050     05  FILLER              PIC X(10) VALUE 'DISCHARGE'.
003060     05  FILLER              PIC X(12) VALUE 'MBI'.
003070     05  FILLER              PIC X(08) VALUE 'PAC-PRV'.
003080     05  FILLER              PIC X(02) VALUE 'T'.
003090     05  FILLER              PIC X(10) VALUE 'START'.
003100     05  FILLER              PIC X(08) VALUE 'STS RVW'.
003110     05  FILLER              PIC X(15) VALUE '     PRIOR PAID'.
003120 01  WK-AD-DETAIL-LINE.
003130     05  WK-AD-PROVIDER      PIC X(06).
003140     05  FILLER              PIC X(02) VALUE SPACES.
003150     05  WK-AD-DRG           PIC 9(03).
003160     05  FILLER              PIC X(02) VALUE SPACES.
003170     05  WK-AD-DISCHARGE     PIC 9(08).
003180     05  FILLER              PIC X(02) VALUE SPACES.
003190     05  WK-AD-MBI           PIC X(11).
003200     05  FILLER              PIC X(01) VALUE SPACES.
003210     05  WK-AD-PAC-PROVIDER  PIC X(06).
003220     05  FILLER              PIC X(02) VALUE SPACES.
003230     05  WK-AD-TYPE          PIC X(01).
003240     05  FILLER              PIC X(01) VALUE SPACES.
003250     05  WK-AD-START         PIC 9(08).
003260     05  FILLER              PIC X(02) VALUE SPACES.
003270     05  WK-AD-STATUS        PIC X(02).
003280     05  FILLER              PIC X(02) VALUE SPACES.
003290     05  WK-AD-REVIEW        PIC 9(02).
003300     05  FILLER              PIC X(02) VALUE SPACES.
003310     05  WK-AD-PRIOR-PAID    PIC ZZZ,ZZZ,ZZ9.99.
003320 01  WK-NR-HEADING.
003330     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
003340     05  FILLER              PIC X(05) VALUE 'DRG'.
003350     05  FILLER              PIC X(10) VALUE 'DISCHARGE'.
003360     05  FILLER              PIC X(12) VALUE 'MBI'.
003370     05  FILLER              PIC X(15) VALUE '     PRIOR PAID'.
003380     05  FILLER              PIC X(02) VALUE SPACES.
003390     05  FILLER              PIC X(20) VALUE 'DISPOSITION'.
003400 01  WK-NR-DETAIL-LINE.
003410     05  WK-NR-PROVIDER      PIC X(06).
003420     05  FILLER              PIC X(02) VALUE SPACES.
003430     05  WK-NR-DRG           PIC 9(03).
003440     05  FILLER              PIC X(02) VALUE SPACES.
003450     05  WK-NR-DISCHARGE     PIC 9(08).
003460     05  FILLER              PIC X(02) VALUE SPACES.
003470     05  WK-NR-MBI           PIC X(11).
003480     05  FILLER              PIC X(01) VALUE SPACES.
003490     05  WK-NR-PRIOR-PAID    PIC ZZZ,ZZZ,ZZ9.99.
003500     05  FILLER              PIC X(02) VALUE SPACES.
003510     05  WK-NR-DISPOSITION   PIC X(20).
003520 01  WK-HS-HEADING.
003530     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
003540     05  FILLER              PIC X(07) VALUE '  BILLS'.
003550     05  FILLER              PIC X(18) VALUE
003560         '        PRIOR PAID'.
003570     05  FILLER              PIC X(18) VALUE
003580         '          REPRICED'.
003590     05  FILLER              PIC X(18) VALUE
003600         '         RECOVERED'.
003610     05  FILLER              PIC X(09) VALUE ' NOT-RPRC'.
003620 01  WK-HS-DETAIL-LINE.
003630     05  WK-HD-PROVIDER      PIC X(06).
003640     05  FILLER              PIC X(02) VALUE SPACES.
003650     05  WK-HD-BILLS         PIC ZZ,ZZ9.
003660     05  WK-HD-PRIOR-PAID    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003670     05  WK-HD-REPRICED      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003680     05  WK-HD-RECOVERED     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003690     05  FILLER              PIC X(03) VALUE SPACES.
003700     05  WK-HD-NOT-REPRICED  PIC ZZ,ZZ9.
003710 01  WK-PAC-COUNT-LINE.
003720     05  WK-TC-LABEL         PIC X(44).
003730     05  WK-TC-COUNT         PIC ZZZ,ZZ9.
003740     05  FILLER              PIC X(02) VALUE SPACES.
003750     05  WK-TC-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003760 PROCEDURE DIVISION.
003770*===========================================================*
003780* 0000-MAINLINE                                              *
003790*===========================================================*
003800 0000-MAINLINE.
003810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003820     EVALUATE WK-FUNCTION
003830         WHEN 'SELECT'
003840             PERFORM 2000-SELECT THRU 2000-EXIT
003850         WHEN 'RECOVER'
003860             PERFORM 3000-RECOVER THRU 3000-EXIT
003870         WHEN OTHER
003880             DISPLAY 'PPPAC215 - UNKNOWN FUNCTION : '
003890                     WK-FUNCTION
003900             MOVE 16 TO RETURN-CODE
003910     END-EVALUATE.
003920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003930     STOP RUN.
003940*===========================================================*
003950* 1000-INITIALIZE - READ THE PARAMETER CARDS AND OPEN THE   *
003960* REPORT.                                                   *
003970*===========================================================*
003980 1000-INITIALIZE.
003990     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
004000     OPEN INPUT PAC-PARM-FILE.
004010     IF WK-PARM-STATUS NOT = '00'
004020         DISPLAY 'PPPAC215 - PARAMETER FILE MISSING'
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
004070         UNTIL PARM-AT-EOF.
004080     CLOSE PAC-PARM-FILE.
004090     OPEN OUTPUT PAC-RPT-OUT.
004100     IF WK-FUNCTION = 'RECOVER'
004110         MOVE 'POST-ACUTE TRANSFER RECOVERY BY HOSPITAL'
004120             TO WK-RT-TITLE
004130     ELSE
004140         MOVE 'POST-ACUTE TRANSFER ADJUSTMENT SELECTION'
004150             TO WK-RT-TITLE
004160     END-IF.
004170     MOVE WK-RUN-DATE TO WK-RT-DATE.
004180     MOVE PAC-VERSION TO WK-RT-VERSION.
004190     MOVE WK-RPT-TITLE-LINE TO PAC-RPT-LINE.
004200     WRITE PAC-RPT-LINE.
004210     MOVE WK-RPT-RULE-LINE TO PAC-RPT-LINE.
004220     WRITE PAC-RPT-LINE.
004230 1000-EXIT.
004240     EXIT.
004250 1100-READ-ONE-PARM.
004260     READ PAC-PARM-FILE
004270         AT END
004280             SET PARM-AT-EOF TO TRUE
004290             GO TO 1100-EXIT
004300     END-READ.
004310     IF PAC-PARM-REC = SPACES OR PAC-PARM-REC(1:1) = '*'
004320         GO TO 1100-EXIT
004330     END-IF.
004340     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004350     UNSTRING PAC-PARM-REC DELIMITED BY '='
004360         INTO WK-RC-KEYWORD WK-RC-VALUE.
004370     EVALUATE WK-RC-KEYWORD
004380         WHEN 'FUNCTION'
004390             MOVE WK-RC-VALUE TO WK-FUNCTION
004400         WHEN 'WINDOW-DAYS'
004410             IF WK-RC-VALUE(1:3) IS NUMERIC
004420                 MOVE WK-RC-VALUE(1:3) TO WK-WINDOW-DAYS
004430             END-IF
004440         WHEN OTHER
004450             DISPLAY 'PPPAC215 - PARAMETER CARD IGNORED : '
004460                     PAC-PARM-REC
004470     END-EVALUATE.
004480 1100-EXIT.
004490     EXIT.
004500*===========================================================*
004510* 2000-SELECT - FIND THE HOME DISCHARGES IN POST-ACUTE-     *
004520* TRANSFER DRGS THAT WERE FOLLOWED BY SNF OR HOME-HEALTH    *
004530* CARE WITHIN THE WINDOW AND WRITE THEIR ADJUSTMENT BILLS.  *
004540*===========================================================*
004550 2000-SELECT.
004560     PERFORM 2010-LOAD-PAC-DRGS THRU 2010-EXIT.
004570     IF RETURN-CODE NOT < 16
004580         GO TO 2000-EXIT
004590     END-IF.
004600     PERFORM 2030-LOAD-PAC-CLAIMS THRU 2030-EXIT.
004610     IF RETURN-CODE NOT < 16
004620         GO TO 2000-EXIT
004630     END-IF.
004640     OPEN INPUT PPS-FILE-IN.
004650     IF WK-PPSIN-STATUS NOT = '00'
004660         DISPLAY 'PPPAC215 - PRICING EXTRACT MISSING'
004670         MOVE 16 TO RETURN-CODE
004680         GO TO 2000-EXIT
004690     END-IF.
004700     OPEN INPUT BILL-FILE-IN.
004710     IF WK-BILLIN-STATUS NOT = '00'
004720         DISPLAY 'PPPAC215 - BILL FILE MISSING'
004730         MOVE 16 TO RETURN-CODE
004740         CLOSE PPS-FILE-IN
004750         GO TO 2000-EXIT
004760     END-IF.
004770     OPEN OUTPUT PAC-ADJ-FILE.
004780     MOVE 'ADJUSTMENT BILLS WRITTEN' TO WK-RS-TEXT.
004790     MOVE WK-RPT-SECTION-LINE TO PAC-RPT-LINE.
004800     WRITE PAC-RPT-LINE.
004810     MOVE WK-AD-HEADING TO PAC-RPT-LINE.
004820     WRITE PAC-RPT-LINE.
004830     PERFORM 2100-READ-PPS THRU 2100-EXIT.
004840     PERFORM 2200-CHECK-ONE THRU 2200-EXIT
004850         UNTIL PPS-AT-EOF.
004860     CLOSE PPS-FILE-IN.
004870     CLOSE BILL-FILE-IN.
004880     CLOSE PAC-ADJ-FILE.
004890     PERFORM 5000-WRITE-HOSPITALS THRU 5000-EXIT.
004900 2000-EXIT.
004910     EXIT.
004920 2010-LOAD-PAC-DRGS.
004930     OPEN INPUT DRG-WEIGHT-FILE.
004940     IF WK-DRGWT-STATUS NOT = '00'
004950         DISPLAY 'PPPAC215 - DRG WEIGHT FILE MISSING'
004960         MOVE 16 TO RETURN-CODE
004970         GO TO 2010-EXIT
004980     END-IF.
004990     PERFORM 2020-READ-ONE-DRG THRU 2020-EXIT
005000         UNTIL DRGWT-AT-EOF.
005010     CLOSE DRG-WEIGHT-FILE.
005020     IF WK-PD-COUNT = 0
005030         DISPLAY 'PPPAC215 - NO POST-ACUTE DRGS ON WEIGHT FILE'
005040         MOVE 16 TO RETURN-CODE
005050     END-IF.
005060 2010-EXIT.
005070     EXIT.
005080 2020-READ-ONE-DRG.
005090     READ DRG-WEIGHT-FILE
005100         AT END
005110             SET DRGWT-AT-EOF TO TRUE
005120             GO TO 2020-EXIT
005130     END-READ.
005140     IF DW-PAC NOT = 'Y' AND DW-SPPAC NOT = 'Y'
005150         GO TO 2020-EXIT
005160     END-IF.
005170     IF WK-PD-COUNT NOT < 1000
005180         SET A-TABLE-IS-FULL TO TRUE
005190         GO TO 2020-EXIT
005200     END-IF.
005210     ADD 1 TO WK-PD-COUNT.
005220     MOVE DW-DRG TO PD-DRG(WK-PD-COUNT).
005230     IF DW-SPPAC = 'Y'
005240         MOVE 'P' TO PD-CLASS(WK-PD-COUNT)
005250     ELSE
005260         MOVE 'A' TO PD-CLASS(WK-PD-COUNT)
005270     END-IF.
005280 2020-EXIT.
005290     EXIT.
005300 2030-LOAD-PAC-CLAIMS.
005310     OPEN INPUT PAC-CLAIM-FILE.
005320     IF WK-PACCLM-STATUS NOT = '00'
005330         DISPLAY 'PPPAC215 - SNF/HOME-HEALTH CLAIM FILE MISSING'
005340         MOVE 16 TO RETURN-CODE
005350         GO TO 2030-EXIT
005360     END-IF.
005370     PERFORM 2040-READ-ONE-PAC-CLAIM THRU 2040-EXIT
005380         UNTIL PACCLM-AT-EOF.
005390     CLOSE PAC-CLAIM-FILE.
005400     IF A-TABLE-IS-FULL
005410         DISPLAY 'PPPAC215 - A LOOKUP TABLE IS FULL - RUN STOPPED'
005420         MOVE 16 TO RETURN-CODE
005430     END-IF.
005440 2030-EXIT.
005450     EXIT.
005460 2040-READ-ONE-PAC-CLAIM.
005470     READ PAC-CLAIM-FILE
005480         AT END
005490             SET PACCLM-AT-EOF TO TRUE
005500             GO TO 2040-EXIT
005510     END-READ.
005520     ADD 1 TO WK-PAC-CLAIMS-IN.
005530     IF PC-MBI = SPACES
005540        OR PC-START-DATE NOT NUMERIC
005550        OR PC-START-DATE = 0
005560        OR NOT (PC-SNF-CLAIM OR PC-HHA-CLAIM)
005570         ADD 1 TO WK-PAC-CLAIMS-BAD
005580         GO TO 2040-EXIT
005590     END-IF.
005600     IF WK-PC-COUNT NOT < 20000
005610         SET A-TABLE-IS-FULL TO TRUE
005620         GO TO 2040-EXIT
005630     END-IF.
005640     ADD 1 TO WK-PC-COUNT.
005650     SET PCT-IDX TO WK-PC-COUNT.
005660     MOVE PC-MBI           TO PCT-MBI(PCT-IDX).
005670     MOVE PC-PROVIDER-NO   TO PCT-PROVIDER-NO(PCT-IDX).
005680     MOVE PC-CLAIM-TYPE    TO PCT-CLAIM-TYPE(PCT-IDX).
005690     MOVE PC-START-DATE    TO PCT-START-DATE(PCT-IDX).
005700     MOVE PC-START-DATE    TO WK-DTS-DATE.
005710     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
005720     MOVE WK-DTS-SERIAL    TO PCT-START-SERIAL(PCT-IDX).
005730 2040-EXIT.
005740     EXIT.
005750 2100-READ-PPS.
005760     READ PPS-FILE-IN
005770         AT END
005780             SET PPS-AT-EOF TO TRUE
005790             GO TO 2100-EXIT
005800     END-READ.
005810     IF PPS-IN-REC(1:4) = '*LAY'
005820        OR NOT PPSIN-LAYOUT-CHECKED
005830         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
005840         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
005850         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
005860         SET PPSIN-LAYOUT-CHECKED TO TRUE
005870         IF LH-IS-HEADER
005880             GO TO 2100-READ-PPS
005890         END-IF
005900     END-IF.
005910     ADD 1 TO WK-PPS-ROWS.
005920 2100-EXIT.
005930     EXIT.
005940 2200-CHECK-ONE.
005950     IF PI-DEBIT-CREDIT-IND = 'C'
005960        OR PI-BILL-SOURCE NOT = SPACE
005970        OR PI-PPS-RTC NOT < 50
005980         PERFORM 2100-READ-PPS THRU 2100-EXIT
005990         GO TO 2200-EXIT
006000     END-IF.
006010     PERFORM 2210-MATCH-BILL THRU 2210-EXIT.
006020     IF NOT BILL-WAS-MATCHED
006030         PERFORM 2100-READ-PPS THRU 2100-EXIT
006040         GO TO 2200-EXIT
006050     END-IF.
006060     IF B-21-DISCHARGE-STATUS NOT = '01'
006070        OR B-21-MBI = SPACES
006080        OR B-21-ACTION-CANCEL
006090        OR N-PAY-PERDIEM-DAYS
006100        OR N-PAY-XFER-WITH-COST
006110        OR N-PAY-XFER-NO-COST
006120        OR N-PAY-XFER-SPEC-DRG
006130         PERFORM 2100-READ-PPS THRU 2100-EXIT
006140         GO TO 2200-EXIT
006150     END-IF.
006160     PERFORM 2300-FIND-PAC-DRG THRU 2300-EXIT.
006170     IF WK-PAC-CLASS = SPACE
006180         PERFORM 2100-READ-PPS THRU 2100-EXIT
006190         GO TO 2200-EXIT
006200     END-IF.
006210     ADD 1 TO WK-HOME-PAC-STAYS.
006220     PERFORM 2400-FIND-PAC-CLAIM THRU 2400-EXIT.
006230     IF WK-PCT-BEST = 0
006240         PERFORM 2100-READ-PPS THRU 2100-EXIT
006250         GO TO 2200-EXIT
006260     END-IF.
006270     PERFORM 2500-WRITE-ADJUSTMENT THRU 2500-EXIT.
006280     PERFORM 2100-READ-PPS THRU 2100-EXIT.
006290 2200-EXIT.
006300     EXIT.
006310 2210-MATCH-BILL.
006320     MOVE 'N' TO WK-BILL-MATCH-SW.
006330     PERFORM 2220-READ-BILL THRU 2220-EXIT
006340         UNTIL BILL-AT-EOF OR BILL-WAS-MATCHED.
006350 2210-EXIT.
006360     EXIT.
006370 2220-READ-BILL.
006380     READ BILL-FILE-IN
006390         AT END
006400             SET BILL-AT-EOF TO TRUE
006410             GO TO 2220-EXIT
006420     END-READ.
006430     IF B-21-PROVIDER-NO = PI-PROVIDER-NO
006440        AND B-21-DRG = PI-DRG
006450        AND B-21-DISCHARGE-DATE = PI-DISCHARGE-DATE
006460         SET BILL-WAS-MATCHED TO TRUE
006470     END-IF.
006480 2220-EXIT.
006490     EXIT.
006500 2300-FIND-PAC-DRG.
006510     MOVE SPACE TO WK-PAC-CLASS.
006520     MOVE B-21-DRG TO WK-PAC-DRG.
006530     SET PD-SIDX TO 1.
006540     SEARCH PD-ENTRY VARYING PD-SIDX
006550         AT END
006560             CONTINUE
006570         WHEN PD-SIDX > WK-PD-COUNT
006580             CONTINUE
006590         WHEN PD-DRG(PD-SIDX) = WK-PAC-DRG
006600             MOVE PD-CLASS(PD-SIDX) TO WK-PAC-CLASS
006610     END-SEARCH.
006620 2300-EXIT.
006630     EXIT.
006640*-----------------------------------------------------------*
006650* 2400-FIND-PAC-CLAIM - THE EARLIEST SNF OR HOME-HEALTH     *
006660* START OF CARE FOR THE BENEFICIARY ON OR AFTER THE         *
006670* DISCHARGE DATE AND NO LATER THAN THE WINDOW.              *
006680*-----------------------------------------------------------*
006690 2400-FIND-PAC-CLAIM.
006700     MOVE ZEROES TO WK-PCT-BEST WK-PCT-BEST-SERIAL.
006710     IF WK-PC-COUNT = 0
006720         GO TO 2400-EXIT
006730     END-IF.
006740     MOVE B-21-DISCHARGE-DATE TO WK-DTS-DATE.
006750     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
006760     MOVE WK-DTS-SERIAL TO WK-DISCHG-SERIAL.
006770     COMPUTE WK-WINDOW-END-SERIAL =
006780         WK-DISCHG-SERIAL + WK-WINDOW-DAYS.
006790     PERFORM 2410-TEST-PAC-CLAIM THRU 2410-EXIT
006800         VARYING PCT-IDX FROM 1 BY 1
006810         UNTIL PCT-IDX > WK-PC-COUNT.
006820 2400-EXIT.
006830     EXIT.
006840 2410-TEST-PAC-CLAIM.
006850     IF PCT-MBI(PCT-IDX) NOT = B-21-MBI
006860         GO TO 2410-EXIT
006870     END-IF.
006880     IF PCT-START-SERIAL(PCT-IDX) < WK-DISCHG-SERIAL
006890        OR PCT-START-SERIAL(PCT-IDX) > WK-WINDOW-END-SERIAL
006900         GO TO 2410-EXIT
006910     END-IF.
006920     IF WK-PCT-BEST > 0
006930        AND PCT-START-SERIAL(PCT-IDX) NOT < WK-PCT-BEST-SERIAL
006940         GO TO 2410-EXIT
006950     END-IF.
006960     SET WK-PCT-BEST TO PCT-IDX.
006970     MOVE PCT-START-SERIAL(PCT-IDX) TO WK-PCT-BEST-SERIAL.
006980 2410-EXIT.
006990     EXIT.
007000*-----------------------------------------------------------*
007010* 2500-WRITE-ADJUSTMENT - RECODE THE BILL AS A TRANSFER     *
007020* ADJUSTMENT OF WHAT THE PRIOR RUN PAID.                    *
007030*-----------------------------------------------------------*
007040 2500-WRITE-ADJUSTMENT.
007050     MOVE 'A' TO B-21-ACTION-CODE.
007060     MOVE PI-PPS-TOTAL-PAYMENT TO B-21-PRIOR-PAID-AMT.
007070     MOVE PCT-PROVIDER-NO(WK-PCT-BEST) TO B-21-RECV-PROVIDER-NO.
007080     IF PCT-CLAIM-TYPE(WK-PCT-BEST) = 'S'
007090         MOVE '03' TO B-21-DISCHARGE-STATUS
007100     ELSE
007110         MOVE '06' TO B-21-DISCHARGE-STATUS
007120     END-IF.
007130     IF WK-PAC-CLASS = 'P'
007140         IF N-PAY-WITHOUT-COST
007150             MOVE 11 TO B-21-REVIEW-CODE
007160         ELSE
007170             MOVE 09 TO B-21-REVIEW-CODE
007180         END-IF
007190     ELSE
007200         IF N-PAY-WITHOUT-COST
007210             MOVE 06 TO B-21-REVIEW-CODE
007220         ELSE
007230             MOVE 05 TO B-21-REVIEW-CODE
007240         END-IF
007250     END-IF.
007260     WRITE PAC-ADJ-REC FROM BILL-DATA-2021.
007270     ADD 1 TO WK-ADJ-WRITTEN.
007280     ADD PI-PPS-TOTAL-PAYMENT TO WK-TOT-PRIOR-PAID.
007290     MOVE B-21-PROVIDER-NO              TO WK-AD-PROVIDER.
007300     MOVE B-21-DRG                      TO WK-AD-DRG.
007310     MOVE B-21-DISCHARGE-DATE           TO WK-AD-DISCHARGE.
007320     MOVE B-21-MBI                      TO WK-AD-MBI.
007330     MOVE PCT-PROVIDER-NO(WK-PCT-BEST)  TO WK-AD-PAC-PROVIDER.
007340     MOVE PCT-CLAIM-TYPE(WK-PCT-BEST)   TO WK-AD-TYPE.
007350     MOVE PCT-START-DATE(WK-PCT-BEST)   TO WK-AD-START.
007360     MOVE B-21-DISCHARGE-STATUS         TO WK-AD-STATUS.
007370     MOVE B-21-REVIEW-CODE              TO WK-AD-REVIEW.
007380     MOVE PI-PPS-TOTAL-PAYMENT          TO WK-AD-PRIOR-PAID.
007390     MOVE WK-AD-DETAIL-LINE TO PAC-RPT-LINE.
007400     WRITE PAC-RPT-LINE.
007410     MOVE B-21-PROVIDER-NO TO WK-HS-PROVIDER.
007420     PERFORM 6000-FIND-HOSPITAL THRU 6000-EXIT.
007430     IF NOT A-TABLE-IS-FULL
007440         ADD 1 TO HS-ADJ-COUNT(HS-SIDX)
007450         ADD PI-PPS-TOTAL-PAYMENT TO HS-PRIOR-PAID(HS-SIDX)
007460     END-IF.
007470 2500-EXIT.
007480     EXIT.
007490*===========================================================*
007500* 3000-RECOVER - MATCH EACH ADJUSTMENT TO THE REPRICING     *
007510* RUN'S DEBIT ROW AND ROLL THE RECOVERY UP BY HOSPITAL.     *
007520*===========================================================*
007530 3000-RECOVER.
007540     OPEN INPUT PAC-ADJ-FILE.
007550     IF WK-PACADJ-STATUS NOT = '00'
007560         DISPLAY 'PPPAC215 - ADJUSTMENT BILL FILE MISSING'
007570         MOVE 16 TO RETURN-CODE
007580         GO TO 3000-EXIT
007590     END-IF.
007600     PERFORM 3100-READ-ONE-ADJ THRU 3100-EXIT
007610         UNTIL ADJ-AT-EOF.
007620     CLOSE PAC-ADJ-FILE.
007630     IF A-TABLE-IS-FULL
007640         DISPLAY 'PPPAC215 - A LOOKUP TABLE IS FULL - RUN STOPPED'
007650         MOVE 16 TO RETURN-CODE
007660         GO TO 3000-EXIT
007670     END-IF.
007680     OPEN INPUT PPS-FILE-IN.
007690     IF WK-PPSIN-STATUS NOT = '00'
007700         DISPLAY 'PPPAC215 - PRICING EXTRACT MISSING'
007710         MOVE 16 TO RETURN-CODE
007720         GO TO 3000-EXIT
007730     END-IF.
007740     PERFORM 3200-MATCH-ONE-PPS THRU 3200-EXIT
007750         UNTIL PPS-AT-EOF.
007760     CLOSE PPS-FILE-IN.
007770     MOVE 'ADJUSTMENTS NOT REPRICED' TO WK-RS-TEXT.
007780     MOVE WK-RPT-SECTION-LINE TO PAC-RPT-LINE.
007790     WRITE PAC-RPT-LINE.
007800     MOVE WK-NR-HEADING TO PAC-RPT-LINE.
007810     WRITE PAC-RPT-LINE.
007820     IF WK-AJ-COUNT > 0
007830         PERFORM 3400-CHECK-UNREPRICED THRU 3400-EXIT
007840             VARYING AJ-IDX FROM 1 BY 1
007850             UNTIL AJ-IDX > WK-AJ-COUNT
007860     END-IF.
007870     PERFORM 5000-WRITE-HOSPITALS THRU 5000-EXIT.
007880     IF WK-ADJ-NOT-REPRICED > 0
007890        AND RETURN-CODE < 8
007900         MOVE 8 TO RETURN-CODE
007910     END-IF.
007920 3000-EXIT.
007930     EXIT.
007940 3100-READ-ONE-ADJ.
007950     READ PAC-ADJ-FILE INTO BILL-DATA-2021
007960         AT END
007970             SET ADJ-AT-EOF TO TRUE
007980             GO TO 3100-EXIT
007990     END-READ.
008000     ADD 1 TO WK-ADJ-READ.
008010     IF WK-AJ-COUNT NOT < 20000
008020         SET A-TABLE-IS-FULL TO TRUE
008030         GO TO 3100-EXIT
008040     END-IF.
008050     ADD 1 TO WK-AJ-COUNT.
008060     SET AJ-IDX TO WK-AJ-COUNT.
008070     MOVE B-21-PROVIDER-NO    TO AJ-PROVIDER-NO(AJ-IDX).
008080     MOVE B-21-DRG            TO AJ-DRG(AJ-IDX).
008090     MOVE B-21-DISCHARGE-DATE TO AJ-DISCHARGE(AJ-IDX).
008100     MOVE B-21-MBI            TO AJ-MBI(AJ-IDX).
008110     MOVE B-21-PRIOR-PAID-AMT TO AJ-PRIOR-PAID(AJ-IDX).
008120     MOVE SPACE               TO AJ-MATCH-SW(AJ-IDX).
008130     ADD B-21-PRIOR-PAID-AMT  TO WK-TOT-PRIOR-PAID.
008140     MOVE B-21-PROVIDER-NO    TO WK-HS-PROVIDER.
008150     PERFORM 6000-FIND-HOSPITAL THRU 6000-EXIT.
008160     IF NOT A-TABLE-IS-FULL
008170         ADD 1 TO HS-ADJ-COUNT(HS-SIDX)
008180         ADD B-21-PRIOR-PAID-AMT TO HS-PRIOR-PAID(HS-SIDX)
008190     END-IF.
008200 3100-EXIT.
008210     EXIT.
008220*-----------------------------------------------------------*
008230* 3200-MATCH-ONE-PPS - THE REPRICED ADJUSTMENT IS THE DEBIT *
008240* ROW; ITS REVERSAL OF THE PRIOR PAYMENT IS THE CREDIT ROW  *
008250* AND IS ALREADY CARRIED AS THE PRIOR PAID AMOUNT.          *
008260*-----------------------------------------------------------*
008270 3200-MATCH-ONE-PPS.
008280     READ PPS-FILE-IN
008290         AT END
008300             SET PPS-AT-EOF TO TRUE
008310             GO TO 3200-EXIT
008320     END-READ.
008330     IF PPS-IN-REC(1:4) = '*LAY'
008340        OR NOT PPSIN-LAYOUT-CHECKED
008350         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
008360         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
008370         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
008380         SET PPSIN-LAYOUT-CHECKED TO TRUE
008390         IF LH-IS-HEADER
008400             GO TO 3200-MATCH-ONE-PPS
008410         END-IF
008420     END-IF.
008430     ADD 1 TO WK-PPS-ROWS.
008440     IF PI-DEBIT-CREDIT-IND = 'C'
008450         GO TO 3200-EXIT
008460     END-IF.
008470     MOVE 'N' TO WK-AJ-FOUND-SW.
008480     SET AJ-SIDX TO 1.
008490     SEARCH AJ-ENTRY VARYING AJ-SIDX
008500         AT END
008510             CONTINUE
008520         WHEN AJ-SIDX > WK-AJ-COUNT
008530             CONTINUE
008540         WHEN AJ-PROVIDER-NO(AJ-SIDX) = PI-PROVIDER-NO
008550          AND AJ-DRG(AJ-SIDX)         = PI-DRG
008560          AND AJ-DISCHARGE(AJ-SIDX)   = PI-DISCHARGE-DATE
008570          AND AJ-MATCH-SW(AJ-SIDX)    = SPACE
008580             SET ADJ-ROW-FOUND TO TRUE
008590     END-SEARCH.
008600     IF NOT ADJ-ROW-FOUND
008610         GO TO 3200-EXIT
008620     END-IF.
008630     IF PI-PPS-RTC NOT < 50
008640         MOVE 'R' TO AJ-MATCH-SW(AJ-SIDX)
008650         GO TO 3200-EXIT
008660     END-IF.
008670     MOVE 'Y' TO AJ-MATCH-SW(AJ-SIDX).
008680     ADD 1 TO WK-ADJ-REPRICED.
008690     COMPUTE WK-RECOVERED =
008700         AJ-PRIOR-PAID(AJ-SIDX) - PI-PPS-TOTAL-PAYMENT.
008710     ADD PI-PPS-TOTAL-PAYMENT TO WK-TOT-REPRICED.
008720     ADD WK-RECOVERED         TO WK-TOT-RECOVERED.
008730     MOVE PI-PROVIDER-NO TO WK-HS-PROVIDER.
008740     PERFORM 6000-FIND-HOSPITAL THRU 6000-EXIT.
008750     IF NOT A-TABLE-IS-FULL
008760         ADD PI-PPS-TOTAL-PAYMENT TO HS-REPRICED(HS-SIDX)
008770         ADD WK-RECOVERED         TO HS-RECOVERED(HS-SIDX)
008780     END-IF.
008790 3200-EXIT.
008800     EXIT.
008810 3400-CHECK-UNREPRICED.
008820     IF AJ-MATCH-SW(AJ-IDX) = 'Y'
008830         GO TO 3400-EXIT
008840     END-IF.
008850     ADD 1 TO WK-ADJ-NOT-REPRICED.
008860     ADD AJ-PRIOR-PAID(AJ-IDX) TO WK-TOT-NOT-REPRICED.
008870     MOVE AJ-PROVIDER-NO(AJ-IDX) TO WK-NR-PROVIDER.
008880     MOVE AJ-DRG(AJ-IDX)         TO WK-NR-DRG.
008890     MOVE AJ-DISCHARGE(AJ-IDX)   TO WK-NR-DISCHARGE.
008900     MOVE AJ-MBI(AJ-IDX)         TO WK-NR-MBI.
008910     MOVE AJ-PRIOR-PAID(AJ-IDX)  TO WK-NR-PRIOR-PAID.
008920     IF AJ-MATCH-SW(AJ-IDX) = 'R'
008930         MOVE 'REJECTED BY PRICING' TO WK-NR-DISPOSITION
008940     ELSE
008950         MOVE 'NOT ON EXTRACT'      TO WK-NR-DISPOSITION
008960     END-IF.
008970     MOVE WK-NR-DETAIL-LINE TO PAC-RPT-LINE.
008980     WRITE PAC-RPT-LINE.
008990     MOVE AJ-PROVIDER-NO(AJ-IDX) TO WK-HS-PROVIDER.
009000     PERFORM 6000-FIND-HOSPITAL THRU 6000-EXIT.
009010     IF NOT A-TABLE-IS-FULL
009020         ADD 1 TO HS-NOT-REPRICED(HS-SIDX)
009030     END-IF.
009040 3400-EXIT.
009050     EXIT.
009060*===========================================================*
009070* 5000-WRITE-HOSPITALS - ONE LINE PER HOSPITAL.             *
009080*===========================================================*
009090 5000-WRITE-HOSPITALS.
009100     MOVE WK-RPT-RULE-LINE TO PAC-RPT-LINE.
009110     WRITE PAC-RPT-LINE.
009120     IF WK-FUNCTION = 'RECOVER'
009130         MOVE 'RECOVERED DOLLARS BY HOSPITAL' TO WK-RS-TEXT
009140     ELSE
009150         MOVE 'PAYMENT UNDER ADJUSTMENT BY HOSPITAL' TO WK-RS-TEXT
009160     END-IF.
009170     MOVE WK-RPT-SECTION-LINE TO PAC-RPT-LINE.
009180     WRITE PAC-RPT-LINE.
009190     MOVE WK-HS-HEADING TO PAC-RPT-LINE.
009200     WRITE PAC-RPT-LINE.
009210     IF WK-HS-COUNT > 0
009220         PERFORM 5100-WRITE-ONE-HOSPITAL THRU 5100-EXIT
009230             VARYING HS-IDX FROM 1 BY 1
009240             UNTIL HS-IDX > WK-HS-COUNT
009250     END-IF.
009260 5000-EXIT.
009270     EXIT.
009280 5100-WRITE-ONE-HOSPITAL.
009290     MOVE HS-PROVIDER-NO(HS-IDX)  TO WK-HD-PROVIDER.
009300     MOVE HS-ADJ-COUNT(HS-IDX)    TO WK-HD-BILLS.
009310     MOVE HS-PRIOR-PAID(HS-IDX)   TO WK-HD-PRIOR-PAID.
009320     MOVE HS-REPRICED(HS-IDX)     TO WK-HD-REPRICED.
009330     MOVE HS-RECOVERED(HS-IDX)    TO WK-HD-RECOVERED.
009340     MOVE HS-NOT-REPRICED(HS-IDX) TO WK-HD-NOT-REPRICED.
009350     MOVE WK-HS-DETAIL-LINE TO PAC-RPT-LINE.
009360     WRITE PAC-RPT-LINE.
009370 5100-EXIT.
009380     EXIT.
009390 6000-FIND-HOSPITAL.
009400     SET HS-SIDX TO 1.
009410     SEARCH HS-ENTRY VARYING HS-SIDX
009420         AT END
009430             SET A-TABLE-IS-FULL TO TRUE
009440         WHEN HS-SIDX > WK-HS-COUNT
009450             PERFORM 6100-ADD-HOSPITAL THRU 6100-EXIT
009460         WHEN HS-PROVIDER-NO(HS-SIDX) = WK-HS-PROVIDER
009470             CONTINUE
009480     END-SEARCH.
009490 6000-EXIT.
009500     EXIT.
009510 6100-ADD-HOSPITAL.
009520     IF WK-HS-COUNT NOT < 3000
009530         SET A-TABLE-IS-FULL TO TRUE
009540         GO TO 6100-EXIT
009550     END-IF.
009560     ADD 1 TO WK-HS-COUNT.
009570     SET HS-SIDX TO WK-HS-COUNT.
009580     MOVE WK-HS-PROVIDER TO HS-PROVIDER-NO(HS-SIDX).
009590     MOVE ZEROES TO HS-ADJ-COUNT(HS-SIDX)
009600                    HS-PRIOR-PAID(HS-SIDX)
009610                    HS-REPRICED(HS-SIDX)
009620                    HS-RECOVERED(HS-SIDX)
009630                    HS-NOT-REPRICED(HS-SIDX).
009640 6100-EXIT.
009650     EXIT.
009660*===========================================================*
009670* 8500-DATE-TO-SERIAL - CCYYMMDD IN WK-DTS-DATE TO A DAY    *
009680* SERIAL IN WK-DTS-SERIAL.                                  *
009690*===========================================================*
009700 8500-DATE-TO-SERIAL.
009710     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
009720     IF WK-DTS-MM < 3
009730         SUBTRACT 1 FROM WK-DTS-YEARS
009740     END-IF.
009750     COMPUTE WK-DTS-LEAPS =
009760         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
009770         + (WK-DTS-YEARS / 400).
009780     COMPUTE WK-DTS-SERIAL =
009790         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
009800         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
009810 8500-EXIT.
009820     EXIT.
009830*===========================================================*
009840* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
009850* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
009860* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
009870* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
009880* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
009890*===========================================================*
009900 8800-CHECK-LAYOUT.
009910     IF NOT LH-IS-HEADER
009920         IF WK-LC-VERSION = 1
009930             DISPLAY 'PPPAC215 - ' WK-LC-DD ' HAS NO LAYOUT '
009940                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
009950                     ' VERSION 001'
009960             GO TO 8800-EXIT
009970         END-IF
009980         DISPLAY 'PPPAC215 - ' WK-LC-DD ' HAS NO LAYOUT '
009990                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
010000                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
010010         MOVE 12 TO RETURN-CODE
010020         STOP RUN
010030     END-IF.
010040     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
010050        AND LH-LAYOUT-VERSION = WK-LC-VERSION
010060        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
010070         DISPLAY 'PPPAC215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
010080                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
010090                 ' WRITTEN BY ' LH-PRODUCER
010100         GO TO 8800-EXIT
010110     END-IF.
010120     DISPLAY 'PPPAC215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
010130             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
010140             LH-RECORD-LENGTH.
010150     DISPLAY 'PPPAC215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
010160             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
010170             ' - FILE REFUSED'.
010180     MOVE 12 TO RETURN-CODE.
010190     STOP RUN.
010200 8800-EXIT.
010210     EXIT.
010220*===========================================================*
010230* 9000-TERMINATE                                            *
010240*===========================================================*
010250 9000-TERMINATE.
010260     MOVE WK-RPT-RULE-LINE TO PAC-RPT-LINE.
010270     WRITE PAC-RPT-LINE.
010280     IF WK-FUNCTION = 'RECOVER'
010290         PERFORM 9200-RECOVER-TOTALS THRU 9200-EXIT
010300     ELSE
010310         PERFORM 9100-SELECT-TOTALS THRU 9100-EXIT
010320     END-IF.
010330     CLOSE PAC-RPT-OUT.
010340 9000-EXIT.
010350     EXIT.
010360 9100-SELECT-TOTALS.
010370     MOVE 'PRICING EXTRACT ROWS READ' TO WK-TC-LABEL.
010380     MOVE WK-PPS-ROWS TO WK-TC-COUNT.
010390     MOVE ZEROES TO WK-TC-AMOUNT.
010400     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010410     MOVE 'SNF/HOME-HEALTH CLAIMS READ' TO WK-TC-LABEL.
010420     MOVE WK-PAC-CLAIMS-IN TO WK-TC-COUNT.
010430     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010440     MOVE 'SNF/HOME-HEALTH CLAIMS UNUSABLE' TO WK-TC-LABEL.
010450     MOVE WK-PAC-CLAIMS-BAD TO WK-TC-COUNT.
010460     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010470     MOVE 'HOME DISCHARGES IN POST-ACUTE DRGS' TO WK-TC-LABEL.
010480     MOVE WK-HOME-PAC-STAYS TO WK-TC-COUNT.
010490     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010500     MOVE 'ADJUSTMENT BILLS WRITTEN - PRIOR PAID' TO WK-TC-LABEL.
010510     MOVE WK-ADJ-WRITTEN TO WK-TC-COUNT.
010520     MOVE WK-TOT-PRIOR-PAID TO WK-TC-AMOUNT.
010530     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010540     DISPLAY 'PPPAC215 - POST-ACUTE STAYS  : ' WK-HOME-PAC-STAYS.
010550     DISPLAY 'PPPAC215 - ADJUSTMENTS       : ' WK-ADJ-WRITTEN.
010560 9100-EXIT.
010570     EXIT.
010580 9200-RECOVER-TOTALS.
010590     MOVE 'ADJUSTMENT BILLS READ - PRIOR PAID' TO WK-TC-LABEL.
010600     MOVE WK-ADJ-READ TO WK-TC-COUNT.
010610     MOVE WK-TOT-PRIOR-PAID TO WK-TC-AMOUNT.
010620     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010630     MOVE 'ADJUSTMENTS REPRICED - NEW PAYMENT' TO WK-TC-LABEL.
010640     MOVE WK-ADJ-REPRICED TO WK-TC-COUNT.
010650     MOVE WK-TOT-REPRICED TO WK-TC-AMOUNT.
010660     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010670     MOVE 'RECOVERED ON REPRICED ADJUSTMENTS' TO WK-TC-LABEL.
010680     MOVE ZEROES TO WK-TC-COUNT.
010690     MOVE WK-TOT-RECOVERED TO WK-TC-AMOUNT.
010700     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010710     MOVE 'ADJUSTMENTS NOT REPRICED - PRIOR PAID' TO WK-TC-LABEL.
010720     MOVE WK-ADJ-NOT-REPRICED TO WK-TC-COUNT.
010730     MOVE WK-TOT-NOT-REPRICED TO WK-TC-AMOUNT.
010740     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010750     DISPLAY 'PPPAC215 - ADJUSTMENTS READ  : ' WK-ADJ-READ.
010760     DISPLAY 'PPPAC215 - REPRICED          : ' WK-ADJ-REPRICED.
010770     DISPLAY 'PPPAC215 - NOT REPRICED      : '
010780             WK-ADJ-NOT-REPRICED.
010790     DISPLAY 'PPPAC215 - RECOVERED         : ' WK-TOT-RECOVERED.
010800 9200-EXIT.
010810     EXIT.
010820 9300-WRITE-COUNT-LINE.
010830     MOVE WK-PAC-COUNT-LINE TO PAC-RPT-LINE.
010840     WRITE PAC-RPT-LINE.
010850 9300-EXIT.
010860     EXIT.
