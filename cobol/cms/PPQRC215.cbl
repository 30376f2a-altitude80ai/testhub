000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPQRC215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - ANNUAL PROVIDER MASTER / CMS QUALITY-PROGRAM
000070*            RECONCILIATION.
000080*          - THE INPATIENT QUALITY REPORTING AND EHR STATUS
000090*            (WHICH PICK THE RATE TABLE IN 2050-RATES-TB), THE
000100*            VBP AND HRR ADJUSTMENT FACTORS AND THE HAC PENALTY
000110*            FLAG ARE KEYED INTO THE PROVIDER MASTER BY HAND
000120*            FROM THE CMS SUPPLEMENTAL FILES.  THIS MODULE
000130*            READS THOSE FILES (QUALPGM LAYOUT, IN PROVIDER
000140*            ORDER) AND COMPARES THEM FIELD BY FIELD TO EACH
000150*            PROVIDER'S SEGMENT IN FORCE.
000160*          - EVERY MISMATCH IS COSTED FROM THE HISTORY
000170*            REPOSITORY - THE LATEST PAYABLE PRICING OF EACH
000180*            CLAIM THE SEGMENT PRICED IN THE FISCAL YEAR - AND
000190*            REPORTED WITH ITS CLAIM COUNT, PER-CLAIM AND TOTAL
000200*            PAYMENT EFFECT.  THE EFFECT IS AN ESTIMATE: RATE
000210*            TABLE, VBP AND HRR DIFFERENCES ARE APPLIED TO THE
000220*            OPERATING FEDERAL PORTION, THE HAC PENALTY TO THE
000230*            TOTAL PAYMENT.
000240*          - A CORRECTED SEGMENT IS WRITTEN FOR EVERY PROVIDER
000250*            WITH A MISMATCH, IN PSF RELEASE FORMAT FOR
000260*            PPPSF215.  A SEGMENT THAT BEGAN BEFORE THE FISCAL
000270*            YEAR IS CORRECTED BY A NEW SEGMENT EFFECTIVE ON
000280*            OCTOBER 1; ONE THAT BEGAN WITHIN IT IS REPLACED.
000290*          - PARAMETER CARDS - AS-OF-DATE=CCYYMMDD (DEFAULT
000300*            TODAY), FISCAL-YEAR=CCYY (DEFAULT THE FISCAL YEAR
000310*            OF THE AS-OF DATE).
000320 DATE-COMPILED.
000330****************************************************************
000340*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000350*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000360*   IS THAT OF THE USER.                                       *
000370****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.            IBM-370.
000410 OBJECT-COMPUTER.            IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT QRC-PARM-FILE   ASSIGN TO QRCPARM
000450                            ORGANIZATION IS LINE SEQUENTIAL
000460                            FILE STATUS IS WK-PARM-STATUS.
000470     SELECT QUAL-PGM-FILE   ASSIGN TO QUALPGM
000480                            ORGANIZATION IS SEQUENTIAL
000490                            FILE STATUS IS WK-QUAL-STATUS.
000500     SELECT PROV-MAST-IN    ASSIGN TO PROVMAST
000510                            ORGANIZATION IS INDEXED
000520                            ACCESS MODE IS SEQUENTIAL
000530                            RECORD KEY IS PM-PROV-KEY
000540                            FILE STATUS IS WK-MAST-STATUS.
000550     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000560                            ORGANIZATION IS INDEXED
000570                            ACCESS MODE IS DYNAMIC
000580                            RECORD KEY IS HR-KEY
000590                            ALTERNATE RECORD KEY IS HR-MBI
000600                                WITH DUPLICATES
000610                            FILE STATUS IS WK-HISTREPO-STATUS.
000620     SELECT QRC-CORR-OUT    ASSIGN TO QRCCORR
000630                            ORGANIZATION IS SEQUENTIAL.
000640     SELECT QRC-RPT-OUT     ASSIGN TO QRCRPT
000650                            ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  QRC-PARM-FILE
000690     RECORDING MODE IS F.
000700 01  QRC-PARM-REC                PIC X(80).
000710*----------------------------------------------------------*
000720* CMS QUALITY-PROGRAM SUPPLEMENTAL FILES, CONCATENATED AND  *
000730* SORTED BY PROVIDER.                                       *
000740*----------------------------------------------------------*
000750 FD  QUAL-PGM-FILE
000760     RECORDING MODE IS F.
000770 COPY QUALPGM.
000780*----------------------------------------------------------*
000790* CURRENT PROVIDER MASTER, AS PPBAT215 READS IT.            *
000800*----------------------------------------------------------*
000810 FD  PROV-MAST-IN
000820     RECORD CONTAINS 325 CHARACTERS.
000830 01  PROV-MAST-REC.
000840     05  PM-PROV-KEY.
000850         10  PM-PROVIDER-NO     PIC X(06).
000860         10  PM-SEGMENT-EFF-DATE PIC 9(08).
000870     05  PM-FORMAT-IND          PIC X(01).
000880     05  PM-PROV-RECORD         PIC X(310).
000890*----------------------------------------------------------*
000900* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
000910* IT.                                                       *
000920*----------------------------------------------------------*
000930 FD  HIST-REPO-FILE
000940     RECORD CONTAINS 252 CHARACTERS.
000950 01  HIST-REPO-REC.
000960     05  HR-KEY.
000970         10  HR-PROVIDER-NO     PIC X(06).
000980         10  HR-DISCHARGE-DATE  PIC 9(08).
000990         10  HR-CLAIM-SEQ       PIC 9(09).
001000         10  HR-RUN-ID          PIC X(08).
001010     05  HR-RUN-DATE            PIC 9(08).
001020     05  HR-PPS-DATA            PIC X(89).
001030     05  HR-WI-AUDIT            PIC X(66).
001040     05  HR-MBI                 PIC X(11).
001050     05  HR-DRG                 PIC 9(03).
001060     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
001070     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
001080     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
001090     05  HR-NEW-TECH            PIC 9(09)V9(02).
001100*----------------------------------------------------------*
001110* CORRECTED SEGMENTS, IN THE PSF RELEASE LAYOUT PPPSF215    *
001120* TAKES AS ITS INPUT.                                       *
001130*----------------------------------------------------------*
001140 FD  QRC-CORR-OUT
001150     RECORDING MODE IS F.
001160 01  QRC-CORR-REC.
001170     05  QC-PROVIDER-NO          PIC X(06).
001180     05  QC-SEGMENT-EFF-DATE     PIC 9(08).
001190     05  QC-PROV-RECORD          PIC X(310).
001200 FD  QRC-RPT-OUT
001210     RECORDING MODE IS F.
001220 01  QRC-RPT-LINE                PIC X(110).
001230 WORKING-STORAGE SECTION.
001240 01  W-STORAGE-REF                  PIC X(48)  VALUE
001250     'P P Q R C 2 1 5 - W O R K I N G   S T O R A G E'.
001260 01  QRC-VERSION                    PIC X(05) VALUE 'Q21.5'.
001270 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001280 01  WK-QUAL-STATUS             PIC X(02) VALUE SPACES.
001290 01  WK-MAST-STATUS             PIC X(02) VALUE SPACES.
001300 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001310 01  WK-SWITCHES.
001320     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001330         88  PARM-AT-EOF        VALUE 'Y'.
001340     05  WK-QUAL-EOF            PIC X(01) VALUE 'N'.
001350         88  QUAL-AT-EOF        VALUE 'Y'.
001360     05  WK-MAST-EOF            PIC X(01) VALUE 'N'.
001370         88  MASTER-AT-EOF      VALUE 'Y'.
001380     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
001390         88  HIST-AT-EOF        VALUE 'Y'.
001400     05  WK-HIST-OPEN-SW        PIC X(01) VALUE 'N'.
001410         88  HIST-IS-OPEN       VALUE 'Y'.
001420     05  WK-INFORCE-SW          PIC X(01) VALUE 'N'.
001430         88  SEGMENT-IN-FORCE   VALUE 'Y'.
001440     05  WK-HELD-SW             PIC X(01) VALUE 'N'.
001450         88  CLAIM-IS-HELD      VALUE 'Y'.
001460     05  WK-EHR-LIST-SW         PIC X(01) VALUE 'N'.
001470         88  EHR-LIST-LOADED    VALUE 'Y'.
001480     05  WK-HAC-LIST-SW         PIC X(01) VALUE 'N'.
001490         88  HAC-LIST-LOADED    VALUE 'Y'.
001500 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001510 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001520 01  WK-TODAY                   PIC 9(08) VALUE ZEROES.
001530 01  WK-AS-OF-DATE              PIC 9(08) VALUE ZEROES.
001540 01  WK-AS-OF-PARTS REDEFINES WK-AS-OF-DATE.
001550     05  WK-AS-OF-YYYY          PIC 9(04).
001560     05  WK-AS-OF-MM            PIC 9(02).
001570     05  WK-AS-OF-DD            PIC 9(02).
001580 01  WK-FISCAL-YEAR             PIC 9(04) VALUE ZEROES.
001590 01  WK-FY-BEGIN-DATE           PIC 9(08) VALUE ZEROES.
001600 01  WK-FY-BEGIN-PARTS REDEFINES WK-FY-BEGIN-DATE.
001610     05  WK-FY-BEGIN-YYYY       PIC 9(04).
001620     05  WK-FY-BEGIN-MMDD       PIC 9(04).
001630 01  WK-FY-END-DATE             PIC 9(08) VALUE ZEROES.
001640 01  WK-FY-END-PARTS REDEFINES WK-FY-END-DATE.
001650     05  WK-FY-END-YYYY         PIC 9(04).
001660     05  WK-FY-END-MMDD         PIC 9(04).
001670 01  WK-SEG-DATE                PIC 9(08) VALUE ZEROES.
001680 01  WK-CLAIM-FROM-DATE         PIC 9(08) VALUE ZEROES.
001690 01  WK-PREV-QP-PROVIDER        PIC X(06) VALUE LOW-VALUES.
001700 01  WK-CUR-PROVIDER            PIC X(06) VALUE SPACES.
001710*----------------------------------------------------------*
001720* THE PROVIDER'S SEGMENT IN FORCE - THE LATEST SEGMENT      *
001730* EFFECTIVE ON OR BEFORE THE LATER OF THE AS-OF DATE AND    *
001740* THE FIRST DAY OF THE FISCAL YEAR.                         *
001750*----------------------------------------------------------*
001760 01  WK-INFORCE-SEG.
001770     05  WK-IF-PROVIDER-NO      PIC X(06).
001780     05  WK-IF-EFF-DATE         PIC 9(08).
001790     05  WK-IF-FORMAT-IND       PIC X(01).
001800     05  WK-IF-PROV-RECORD      PIC X(310).
001810 COPY PROVNEW.
001820*----------------------------------------------------------*
001830* ONE PROVIDER'S VALUES - AS CMS PUBLISHED THEM (SPACE WHERE *
001840* THE PROGRAM'S FILE HAS NO ROW FOR THE PROVIDER) AND AS    *
001850* THE MASTER CARRIES THEM.  FLAGS ARE 'Y' OR 'N'.           *
001860*----------------------------------------------------------*
001870 01  WK-CMS-VALUES.
001880     05  WK-CMS-IQR             PIC X(01).
001890     05  WK-CMS-EHR             PIC X(01).
001900     05  WK-CMS-VBP             PIC X(01).
001910     05  WK-CMS-VBP-FACTOR      PIC 9V9(11).
001920     05  WK-CMS-HRR             PIC X(01).
001930     05  WK-CMS-HRR-FACTOR      PIC 9V9(04).
001940     05  WK-CMS-HAC             PIC X(01).
001950 01  WK-MST-VALUES.
001960     05  WK-MST-IQR             PIC X(01).
001970     05  WK-MST-EHR             PIC X(01).
001980     05  WK-MST-VBP             PIC X(01).
001990     05  WK-MST-VBP-FACTOR      PIC 9V9(11).
002000     05  WK-MST-HRR             PIC X(01).
002010     05  WK-MST-HRR-FACTOR      PIC 9V9(04).
002020     05  WK-MST-HAC             PIC X(01).
002030*----------------------------------------------------------*
002040* THE FACTOR EACH SIDE WOULD PRICE WITH - 1 FOR A HOSPITAL  *
002050* NOT IN THE PROGRAM.                                       *
002060*----------------------------------------------------------*
002070 01  WK-MST-VBP-EFF             PIC 9V9(11) VALUE ZEROES.
002080 01  WK-CMS-VBP-EFF             PIC 9V9(11) VALUE ZEROES.
002090 01  WK-MST-HRR-EFF             PIC 9V9(04) VALUE ZEROES.
002100 01  WK-CMS-HRR-EFF             PIC 9V9(04) VALUE ZEROES.
002110*----------------------------------------------------------*
002120* FY 2021 MARKET-BASKET UPDATES BY QUALITY AND EHR STATUS,  *
002130* AS PPCAL215 APPLIES THEM - THE RATE TABLE DIFFERENCE.     *
002140*----------------------------------------------------------*
002150 01  WK-UPDATE-FACTORS.
002160     05  WK-UPD-MET-NO-EHR      PIC 9V9(05) VALUE 1.02400.
002170     05  WK-UPD-MET-EHR         PIC 9V9(05) VALUE 1.00600.
002180     05  WK-UPD-NOTMET-NO-EHR   PIC 9V9(05) VALUE 1.01800.
002190     05  WK-UPD-NOTMET-EHR      PIC 9V9(05) VALUE 1.00000.
002200 01  WK-UF-IQR                  PIC X(01) VALUE SPACE.
002210 01  WK-UF-EHR                  PIC X(01) VALUE SPACE.
002220 01  WK-UF-FACTOR               PIC 9V9(05) VALUE ZEROES.
002230 01  WK-UPD-MASTER              PIC 9V9(05) VALUE ZEROES.
002240 01  WK-UPD-IQR-RATIO           PIC S9V9(08) VALUE ZEROES.
002250 01  WK-UPD-EHR-RATIO           PIC S9V9(08) VALUE ZEROES.
002260*----------------------------------------------------------*
002270* THE FIVE COMPARED FIELDS - MISMATCH SWITCH, THE TWO SIDES *
002280* AS REPORTED, AND THE SUMMED PAYMENT EFFECT.               *
002290*----------------------------------------------------------*
002300 01  WK-FIELD-NAMES.
002310     05  FILLER                 PIC X(20) VALUE
002320         'IQR QUALITY IND'.
002330     05  FILLER                 PIC X(20) VALUE
002340         'EHR REDUCTION IND'.
002350     05  FILLER                 PIC X(20) VALUE
002360         'VBP PARTICIPANT/ADJ'.
002370     05  FILLER                 PIC X(20) VALUE
002380         'HRR PARTICIPANT/ADJ'.
002390     05  FILLER                 PIC X(20) VALUE
002400         'HAC REDUCTION IND'.
002410 01  WK-FIELD-NAME-TABLE REDEFINES WK-FIELD-NAMES.
002420     05  WK-FIELD-NAME          PIC X(20) OCCURS 5 TIMES.
002430 01  WK-MISMATCH-TABLE.
002440     05  MM-ENTRY OCCURS 5 TIMES
002450                  INDEXED BY MM-IDX.
002460         10  MM-SW              PIC X(01).
002470         10  MM-MASTER          PIC X(15).
002480         10  MM-CMS             PIC X(15).
002490         10  MM-EFFECT          PIC S9(11)V9(02).
002500 01  WK-MM-ANY-SW               PIC X(01) VALUE 'N'.
002510     88  MISMATCH-FOUND         VALUE 'Y'.
002520 01  WK-EDIT-VBP                PIC 9.9(11).
002530 01  WK-EDIT-HRR                PIC 9.9(04).
002540 01  WK-SIDE-TEXT               PIC X(15) VALUE SPACES.
002550*----------------------------------------------------------*
002560* THE CLAIM BEING COSTED - ITS LATEST PAYABLE PRICING.      *
002570*----------------------------------------------------------*
002580 COPY PPSDATA.
002590 01  WK-HELD-CLAIM.
002600     05  WK-HELD-DATE           PIC 9(08).
002610     05  WK-HELD-SEQ            PIC 9(09).
002620     05  WK-HELD-RUN-DATE       PIC 9(08).
002630     05  WK-HELD-FSP            PIC 9(08)V9(02).
002640     05  WK-HELD-TOTAL          PIC 9(09)V9(02).
002650 01  WK-CLAIM-EFFECT            PIC S9(09)V9(02) VALUE ZEROES.
002660 01  WK-PROV-CLAIMS             PIC 9(05) VALUE ZEROES.
002670 01  WK-PER-CLAIM               PIC S9(09)V9(02) VALUE ZEROES.
002680 01  WK-COUNTERS.
002690     05  WK-QUAL-ROWS           PIC 9(07) VALUE ZEROES.
002700     05  WK-QUAL-OTHER-FY       PIC 9(07) VALUE ZEROES.
002710     05  WK-QUAL-REJECTED       PIC 9(07) VALUE ZEROES.
002720     05  WK-QUAL-NOT-ON-MAST    PIC 9(05) VALUE ZEROES.
002730     05  WK-MAST-ROWS           PIC 9(07) VALUE ZEROES.
002740     05  WK-PROVS-COMPARED      PIC 9(05) VALUE ZEROES.
002750     05  WK-PROVS-NO-SEG        PIC 9(05) VALUE ZEROES.
002760     05  WK-PROVS-TERMINATED    PIC 9(05) VALUE ZEROES.
002770     05  WK-PROVS-MISMATCHED    PIC 9(05) VALUE ZEROES.
002780     05  WK-MISMATCHES          PIC 9(05) VALUE ZEROES.
002790     05  WK-CORR-NEW            PIC 9(05) VALUE ZEROES.
002800     05  WK-CORR-REPLACE        PIC 9(05) VALUE ZEROES.
002810 01  WK-RUN-EFFECT              PIC S9(11)V9(02) VALUE ZEROES.
002820*----------------------------------------------------------*
002830* REPORT LINES.                                             *
002840*----------------------------------------------------------*
002850 01  WK-QR-TITLE-LINE.
002860     05  FILLER              PIC X(44) VALUE
002870         'PROVIDER MASTER / CMS QUALITY-PROGRAM RECON '.
002880     05  FILLER              PIC X(04) VALUE ' FY '.
002890     05  WK-QT-FISCAL-YEAR   PIC 9(04).
002900     05  FILLER              PIC X(09) VALUE '  AS OF  '.
002910     05  WK-QT-AS-OF-DATE    PIC 9(08).
002920 01  WK-QR-RULE-LINE         PIC X(106) VALUE ALL '='.
002930 01  WK-QR-HEADING1.
002940     05  FILLER              PIC X(08) VALUE 'PROVIDER'.
002950     05  FILLER              PIC X(10) VALUE '  SEGMENT '.
002960     05  FILLER              PIC X(22) VALUE '  FIELD'.
002970     05  FILLER              PIC X(16) VALUE 'MASTER'.
002980     05  FILLER              PIC X(16) VALUE 'CMS'.
002990     05  FILLER              PIC X(08) VALUE 'CLAIMS'.
003000     05  FILLER              PIC X(13) VALUE '  PER CLAIM'.
003010     05  FILLER              PIC X(14) VALUE '  TOTAL EFFECT'.
003020 01  WK-QR-DETAIL-LINE.
003030     05  WK-QD-PROVIDER-NO   PIC X(06).
003040     05  FILLER              PIC X(02) VALUE SPACES.
003050     05  WK-QD-SEG-EFF       PIC 9(08).
003060     05  FILLER              PIC X(02) VALUE SPACES.
003070     05  WK-QD-FIELD         PIC X(20).
003080     05  FILLER              PIC X(02) VALUE SPACES.
003090     05  WK-QD-MASTER        PIC X(15).
003100     05  FILLER              PIC X(01) VALUE SPACES.
003110     05  WK-QD-CMS           PIC X(15).
003120     05  FILLER              PIC X(01) VALUE SPACES.
003130     05  WK-QD-CLAIMS        PIC ZZ,ZZ9.
003140     05  FILLER              PIC X(02) VALUE SPACES.
003150     05  WK-QD-PER-CLAIM     PIC ----,--9.99.
003160     05  FILLER              PIC X(02) VALUE SPACES.
003170     05  WK-QD-TOTAL         PIC ---,---,--9.99.
003180 01  WK-QR-CORR-LINE.
003190     05  FILLER              PIC X(18) VALUE SPACES.
003200     05  FILLER              PIC X(25) VALUE
003210         'CORRECTION WRITTEN - EFF '.
003220     05  WK-QC-EFF-DATE      PIC 9(08).
003230     05  FILLER              PIC X(02) VALUE SPACES.
003240     05  WK-QC-DISPOSITION   PIC X(16).
003250 01  WK-QR-TOTAL-LINE1.
003260     05  FILLER              PIC X(20) VALUE
003270         'PROVIDERS COMPARED  '.
003280     05  WK-QT1-COMPARED     PIC ZZ,ZZ9.
003290     05  FILLER              PIC X(16) VALUE '  WITH MISMATCH '.
003300     05  WK-QT1-MISMATCHED   PIC ZZ,ZZ9.
003310     05  FILLER              PIC X(15) VALUE '  MISMATCHES   '.
003320     05  WK-QT1-MISMATCHES   PIC ZZ,ZZ9.
003330 01  WK-QR-TOTAL-LINE2.
003340     05  FILLER              PIC X(20) VALUE
003350         'CORRECTIONS - NEW   '.
003360     05  WK-QT2-NEW          PIC ZZ,ZZ9.
003370     05  FILLER              PIC X(16) VALUE '  REPLACING     '.
003380     05  WK-QT2-REPLACE      PIC ZZ,ZZ9.
003390     05  FILLER              PIC X(15) VALUE '  NET EFFECT   '.
003400     05  WK-QT2-EFFECT       PIC ---,---,---,--9.99.
003410 PROCEDURE DIVISION.
003420*===========================================================*
003430* 0000-MAINLINE                                              *
003440*===========================================================*
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003470     PERFORM 2000-RECONCILE       THRU 2000-EXIT.
003480     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003490     STOP RUN.
003500*===========================================================*
003510* 1000-INITIALIZE - DATES FROM THE PARAMETER CARDS, A        *
003520* SEQUENCE PASS OVER THE CMS FILES, AND THE FILE OPENS.      *
003530*===========================================================*
003540 1000-INITIALIZE.
003550     OPEN INPUT QRC-PARM-FILE.
003560     IF WK-PARM-STATUS = '00'
003570         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003580             UNTIL PARM-AT-EOF
003590         CLOSE QRC-PARM-FILE
003600     END-IF.
003610     IF WK-AS-OF-DATE = 0
003620         ACCEPT WK-TODAY FROM DATE YYYYMMDD
003630         MOVE WK-TODAY TO WK-AS-OF-DATE
003640     END-IF.
003650     IF WK-FISCAL-YEAR = 0
003660         MOVE WK-AS-OF-YYYY TO WK-FISCAL-YEAR
003670         IF WK-AS-OF-MM > 09
003680             ADD 1 TO WK-FISCAL-YEAR
003690         END-IF
003700     END-IF.
003710     COMPUTE WK-FY-BEGIN-YYYY = WK-FISCAL-YEAR - 1.
003720     MOVE 1001 TO WK-FY-BEGIN-MMDD.
003730     MOVE WK-FISCAL-YEAR TO WK-FY-END-YYYY.
003740     MOVE 0930 TO WK-FY-END-MMDD.
003750     IF WK-AS-OF-DATE < WK-FY-BEGIN-DATE
003760         MOVE WK-FY-BEGIN-DATE TO WK-SEG-DATE
003770     ELSE
003780         MOVE WK-AS-OF-DATE TO WK-SEG-DATE
003790     END-IF.
003800     OPEN INPUT QUAL-PGM-FILE.
003810     IF WK-QUAL-STATUS NOT = '00'
003820         DISPLAY 'PPQRC215 - CMS QUALITY-PROGRAM FILE MISSING'
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     PERFORM 1200-SCAN-ONE-QUAL THRU 1200-EXIT
003870         UNTIL QUAL-AT-EOF.
003880     CLOSE QUAL-PGM-FILE.
003890     MOVE 'N' TO WK-QUAL-EOF.
003900     OPEN INPUT QUAL-PGM-FILE.
003910     OPEN INPUT PROV-MAST-IN.
003920     IF WK-MAST-STATUS NOT = '00'
003930         DISPLAY 'PPQRC215 - PROVIDER MASTER UNAVAILABLE'
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970     OPEN INPUT HIST-REPO-FILE.
003980     IF WK-HISTREPO-STATUS = '00'
003990         SET HIST-IS-OPEN TO TRUE
004000     ELSE
004010         DISPLAY 'PPQRC215 - HISTORY REPOSITORY OPEN FAILED - '
004020                 'STATUS ' WK-HISTREPO-STATUS
004030                 ' - PAYMENT EFFECT NOT COSTED'
004040         MOVE 04 TO RETURN-CODE
004050     END-IF.
004060     OPEN OUTPUT QRC-CORR-OUT.
004070     OPEN OUTPUT QRC-RPT-OUT.
004080     MOVE WK-FISCAL-YEAR TO WK-QT-FISCAL-YEAR.
004090     MOVE WK-AS-OF-DATE  TO WK-QT-AS-OF-DATE.
004100     MOVE WK-QR-TITLE-LINE TO QRC-RPT-LINE.
004110     WRITE QRC-RPT-LINE.
004120     MOVE WK-QR-RULE-LINE TO QRC-RPT-LINE.
004130     WRITE QRC-RPT-LINE.
004140     MOVE WK-QR-HEADING1 TO QRC-RPT-LINE.
004150     WRITE QRC-RPT-LINE.
004160 1000-EXIT.
004170     EXIT.
004180 1100-READ-ONE-PARM.
004190     READ QRC-PARM-FILE
004200         AT END
004210             SET PARM-AT-EOF TO TRUE
004220             GO TO 1100-EXIT
004230     END-READ.
004240     IF QRC-PARM-REC = SPACES OR QRC-PARM-REC(1:1) = '*'
004250         GO TO 1100-EXIT
004260     END-IF.
004270     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004280     UNSTRING QRC-PARM-REC DELIMITED BY '='
004290         INTO WK-RC-KEYWORD WK-RC-VALUE.
004300     IF WK-RC-KEYWORD = 'AS-OF-DATE'
004310        AND WK-RC-VALUE(1:8) IS NUMERIC
004320         MOVE WK-RC-VALUE(1:8) TO WK-AS-OF-DATE
004330     END-IF.
004340     IF WK-RC-KEYWORD = 'FISCAL-YEAR'
004350        AND WK-RC-VALUE(1:4) IS NUMERIC
004360         MOVE WK-RC-VALUE(1:4) TO WK-FISCAL-YEAR
004370     END-IF.
004380 1100-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------*
004410* 1200-SCAN-ONE-QUAL - THE MATCH AGAINST THE MASTER NEEDS   *
004420* PROVIDER ORDER; ALSO NOTES WHICH PENALTY LISTS WERE       *
004430* SUPPLIED FOR THE FISCAL YEAR.                             *
004440*-----------------------------------------------------------*
004450 1200-SCAN-ONE-QUAL.
004460     READ QUAL-PGM-FILE
004470         AT END
004480             SET QUAL-AT-EOF TO TRUE
004490             GO TO 1200-EXIT
004500     END-READ.
004510     IF QP-PROVIDER-NO < WK-PREV-QP-PROVIDER
004520         DISPLAY 'PPQRC215 - CMS QUALITY-PROGRAM FILE OUT OF '
004530                 'PROVIDER SEQUENCE AT ' QP-PROVIDER-NO
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     MOVE QP-PROVIDER-NO TO WK-PREV-QP-PROVIDER.
004580     IF QP-FISCAL-YEAR NOT = WK-FISCAL-YEAR
004590         GO TO 1200-EXIT
004600     END-IF.
004610     IF QP-EHR
004620         SET EHR-LIST-LOADED TO TRUE
004630     END-IF.
004640     IF QP-HAC
004650         SET HAC-LIST-LOADED TO TRUE
004660     END-IF.
004670 1200-EXIT.
004680     EXIT.
004690*===========================================================*
004700* 2000-RECONCILE - MATCH THE CMS FILES TO THE MASTER ONE     *
004710* PROVIDER AT A TIME.  CMS ROWS FOR PROVIDERS THE MASTER     *
004720* DOES NOT CARRY ARE COUNTED AND PASSED OVER.                *
004730*===========================================================*
004740 2000-RECONCILE.
004750     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
004760     PERFORM 2020-READ-QUAL   THRU 2020-EXIT.
004770     PERFORM 2100-ONE-PROVIDER THRU 2100-EXIT
004780         UNTIL MASTER-AT-EOF.
004790     PERFORM 2200-SKIP-QUAL-PROVIDER THRU 2200-EXIT
004800         UNTIL QUAL-AT-EOF.
004810 2000-EXIT.
004820     EXIT.
004830 2010-READ-MASTER.
004840     READ PROV-MAST-IN
004850         AT END
004860             SET MASTER-AT-EOF TO TRUE
004870             GO TO 2010-EXIT
004880     END-READ.
004890     ADD 1 TO WK-MAST-ROWS.
004900 2010-EXIT.
004910     EXIT.
004920 2020-READ-QUAL.
004930     READ QUAL-PGM-FILE
004940         AT END
004950             SET QUAL-AT-EOF TO TRUE
004960             MOVE HIGH-VALUES TO QP-PROVIDER-NO
004970             GO TO 2020-EXIT
004980     END-READ.
004990     ADD 1 TO WK-QUAL-ROWS.
005000 2020-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------*
005030* 2100-ONE-PROVIDER - TAKE ALL THE PROVIDER'S SEGMENTS AND  *
005040* CMS ROWS, THEN COMPARE, COST AND CORRECT.                 *
005050*-----------------------------------------------------------*
005060 2100-ONE-PROVIDER.
005070     MOVE PM-PROVIDER-NO TO WK-CUR-PROVIDER.
005080     MOVE 'N' TO WK-INFORCE-SW.
005090     PERFORM 2110-TAKE-ONE-SEG THRU 2110-EXIT
005100         UNTIL MASTER-AT-EOF
005110            OR PM-PROVIDER-NO NOT = WK-CUR-PROVIDER.
005120     PERFORM 2200-SKIP-QUAL-PROVIDER THRU 2200-EXIT
005130         UNTIL QP-PROVIDER-NO NOT < WK-CUR-PROVIDER.
005140     MOVE SPACES TO WK-CMS-VALUES.
005150     MOVE ZEROES TO WK-CMS-VBP-FACTOR WK-CMS-HRR-FACTOR.
005160     PERFORM 2120-TAKE-ONE-QUAL THRU 2120-EXIT
005170         UNTIL QP-PROVIDER-NO NOT = WK-CUR-PROVIDER.
005180     IF NOT SEGMENT-IN-FORCE
005190         ADD 1 TO WK-PROVS-NO-SEG
005200         GO TO 2100-EXIT
005210     END-IF.
005220     MOVE WK-IF-PROV-RECORD TO PROV-NEW-HOLD.
005230     IF P-NEW-TERMINATION-DATE NOT = ZEROES
005240        AND P-NEW-TERMINATION-DATE NOT = SPACES
005250        AND P-NEW-TERMINATION-DATE NOT > WK-SEG-DATE
005260         ADD 1 TO WK-PROVS-TERMINATED
005270         GO TO 2100-EXIT
005280     END-IF.
005290     ADD 1 TO WK-PROVS-COMPARED.
005300     PERFORM 2300-COMPARE-FIELDS THRU 2300-EXIT.
005310     IF NOT MISMATCH-FOUND
005320         GO TO 2100-EXIT
005330     END-IF.
005340     ADD 1 TO WK-PROVS-MISMATCHED.
005350     PERFORM 2400-COST-MISMATCHES THRU 2400-EXIT.
005360     PERFORM 2500-WRITE-MISMATCHES THRU 2500-EXIT.
005370     PERFORM 2600-WRITE-CORRECTION THRU 2600-EXIT.
005380 2100-EXIT.
005390     EXIT.
005400 2110-TAKE-ONE-SEG.
005410     IF PM-SEGMENT-EFF-DATE NOT > WK-SEG-DATE
005420         MOVE PM-PROVIDER-NO      TO WK-IF-PROVIDER-NO
005430         MOVE PM-SEGMENT-EFF-DATE TO WK-IF-EFF-DATE
005440         MOVE PM-FORMAT-IND       TO WK-IF-FORMAT-IND
005450         MOVE PM-PROV-RECORD      TO WK-IF-PROV-RECORD
005460         SET SEGMENT-IN-FORCE TO TRUE
005470     END-IF.
005480     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
005490 2110-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------*
005520* 2120-TAKE-ONE-QUAL - POST ONE CMS ROW TO THE PROVIDER'S   *
005530* CMS VALUES.  ROWS FOR ANOTHER FISCAL YEAR, OR WITH AN     *
005540* UNKNOWN PROGRAM OR STATUS, ARE COUNTED AND SKIPPED.       *
005550*-----------------------------------------------------------*
005560 2120-TAKE-ONE-QUAL.
005570     IF QP-FISCAL-YEAR NOT = WK-FISCAL-YEAR
005580         ADD 1 TO WK-QUAL-OTHER-FY
005590         GO TO 2120-READ
005600     END-IF.
005610     IF NOT QP-STATUS-YES AND NOT QP-STATUS-NO
005620         ADD 1 TO WK-QUAL-REJECTED
005630         GO TO 2120-READ
005640     END-IF.
005650     IF (QP-VBP OR QP-HRR)
005660        AND QP-STATUS-YES
005670        AND QP-FACTOR NOT NUMERIC
005680         ADD 1 TO WK-QUAL-REJECTED
005690         GO TO 2120-READ
005700     END-IF.
005710     EVALUATE TRUE
005720         WHEN QP-IQR
005730             MOVE QP-STATUS TO WK-CMS-IQR
005740         WHEN QP-EHR
005750             MOVE QP-STATUS TO WK-CMS-EHR
005760         WHEN QP-VBP
005770             MOVE QP-STATUS TO WK-CMS-VBP
005780             IF QP-STATUS-YES
005790                 MOVE QP-FACTOR TO WK-CMS-VBP-FACTOR
005800             END-IF
005810         WHEN QP-HRR
005820             MOVE QP-STATUS TO WK-CMS-HRR
005830             IF QP-STATUS-YES
005840                 MOVE QP-FACTOR TO WK-CMS-HRR-FACTOR
005850             END-IF
005860         WHEN QP-HAC
005870             MOVE QP-STATUS TO WK-CMS-HAC
005880         WHEN OTHER
005890             ADD 1 TO WK-QUAL-REJECTED
005900     END-EVALUATE.
005910 2120-READ.
005920     PERFORM 2020-READ-QUAL THRU 2020-EXIT.
005930 2120-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------*
005960* 2200-SKIP-QUAL-PROVIDER - PASS OVER ONE PROVIDER'S CMS    *
005970* ROWS WHEN THE MASTER DOES NOT CARRY THE PROVIDER.         *
005980*-----------------------------------------------------------*
005990 2200-SKIP-QUAL-PROVIDER.
006000     ADD 1 TO WK-QUAL-NOT-ON-MAST.
006010     MOVE QP-PROVIDER-NO TO WK-PREV-QP-PROVIDER.
006020     PERFORM 2020-READ-QUAL THRU 2020-EXIT
006030         UNTIL QP-PROVIDER-NO NOT = WK-PREV-QP-PROVIDER.
006040 2200-EXIT.
006050     EXIT.
006060*===========================================================*
006070* 2300-COMPARE-FIELDS - THE MASTER'S VALUES AGAINST CMS'S.   *
006080* A PROGRAM WITH NO CMS ROW FOR THE PROVIDER IS NOT COMPARED,*
006090* EXCEPT THE EHR AND HAC PENALTY LISTS, WHERE ABSENCE FROM A *
006100* SUPPLIED LIST MEANS NOT PENALIZED.                         *
006110*===========================================================*
006120 2300-COMPARE-FIELDS.
006130     MOVE 'N' TO WK-MM-ANY-SW.
006140     PERFORM 2310-CLEAR-ONE-FIELD THRU 2310-EXIT
006150         VARYING MM-IDX FROM 1 BY 1 UNTIL MM-IDX > 5.
006160     IF P-NEW-CBSA-HOSP-QUAL-MET
006170         MOVE 'Y' TO WK-MST-IQR
006180     ELSE
006190         MOVE 'N' TO WK-MST-IQR
006200     END-IF.
006210     IF P-NEW-EHR-REDUC-INDN = 'Y'
006220         MOVE 'Y' TO WK-MST-EHR
006230     ELSE
006240         MOVE 'N' TO WK-MST-EHR
006250     END-IF.
006260     IF P-NEW-VAL-BASED-PURCH-PARTIPNT = 'Y'
006270         MOVE 'Y' TO WK-MST-VBP
006280     ELSE
006290         MOVE 'N' TO WK-MST-VBP
006300     END-IF.
006310     IF P-NEW-VAL-BASED-PURCH-ADJUST IS NUMERIC
006320         MOVE P-NEW-VAL-BASED-PURCH-ADJUST TO WK-MST-VBP-FACTOR
006330     ELSE
006340         MOVE ZEROES TO WK-MST-VBP-FACTOR
006350     END-IF.
006360     IF P-NEW-HOSP-READMISSION-REDU = '1'
006370         MOVE 'Y' TO WK-MST-HRR
006380     ELSE
006390         MOVE 'N' TO WK-MST-HRR
006400     END-IF.
006410     IF P-NEW-HOSP-HRR-ADJUSTMT IS NUMERIC
006420         MOVE P-NEW-HOSP-HRR-ADJUSTMT TO WK-MST-HRR-FACTOR
006430     ELSE
006440         MOVE ZEROES TO WK-MST-HRR-FACTOR
006450     END-IF.
006460     IF P-HAC-REDUC-IND = 'Y'
006470         MOVE 'Y' TO WK-MST-HAC
006480     ELSE
006490         MOVE 'N' TO WK-MST-HAC
006500     END-IF.
006510     IF WK-CMS-EHR = SPACE AND EHR-LIST-LOADED
006520         MOVE 'N' TO WK-CMS-EHR
006530     END-IF.
006540     IF WK-CMS-HAC = SPACE AND HAC-LIST-LOADED
006550         MOVE 'N' TO WK-CMS-HAC
006560     END-IF.
006570     IF WK-CMS-IQR NOT = SPACE
006580        AND WK-CMS-IQR NOT = WK-MST-IQR
006590         MOVE 'Y' TO MM-SW(1)
006600         MOVE WK-MST-IQR TO MM-MASTER(1)
006610         MOVE WK-CMS-IQR TO MM-CMS(1)
006620     END-IF.
006630     IF WK-CMS-EHR NOT = SPACE
006640        AND WK-CMS-EHR NOT = WK-MST-EHR
006650         MOVE 'Y' TO MM-SW(2)
006660         MOVE WK-MST-EHR TO MM-MASTER(2)
006670         MOVE WK-CMS-EHR TO MM-CMS(2)
006680     END-IF.
006690     IF WK-CMS-VBP NOT = SPACE
006700        AND (WK-CMS-VBP NOT = WK-MST-VBP
006710             OR (WK-CMS-VBP = 'Y'
006720                 AND WK-CMS-VBP-FACTOR NOT = WK-MST-VBP-FACTOR))
006730         MOVE 'Y' TO MM-SW(3)
006740         MOVE WK-MST-VBP-FACTOR TO WK-EDIT-VBP
006750         MOVE SPACES TO WK-SIDE-TEXT
006760         STRING WK-MST-VBP ' ' WK-EDIT-VBP DELIMITED BY SIZE
006770             INTO WK-SIDE-TEXT
006780         MOVE WK-SIDE-TEXT TO MM-MASTER(3)
006790         MOVE WK-CMS-VBP-FACTOR TO WK-EDIT-VBP
006800         MOVE SPACES TO WK-SIDE-TEXT
006810         STRING WK-CMS-VBP ' ' WK-EDIT-VBP DELIMITED BY SIZE
006820             INTO WK-SIDE-TEXT
006830         MOVE WK-SIDE-TEXT TO MM-CMS(3)
006840     END-IF.
006850     IF WK-CMS-HRR NOT = SPACE
006860        AND (WK-CMS-HRR NOT = WK-MST-HRR
006870             OR (WK-CMS-HRR = 'Y'
006880                 AND WK-CMS-HRR-FACTOR NOT = WK-MST-HRR-FACTOR))
006890         MOVE 'Y' TO MM-SW(4)
006900         MOVE WK-MST-HRR-FACTOR TO WK-EDIT-HRR
006910         MOVE SPACES TO WK-SIDE-TEXT
006920         STRING WK-MST-HRR ' ' WK-EDIT-HRR DELIMITED BY SIZE
006930             INTO WK-SIDE-TEXT
006940         MOVE WK-SIDE-TEXT TO MM-MASTER(4)
006950         MOVE WK-CMS-HRR-FACTOR TO WK-EDIT-HRR
006960         MOVE SPACES TO WK-SIDE-TEXT
006970         STRING WK-CMS-HRR ' ' WK-EDIT-HRR DELIMITED BY SIZE
006980             INTO WK-SIDE-TEXT
006990         MOVE WK-SIDE-TEXT TO MM-CMS(4)
007000     END-IF.
007010     IF WK-CMS-HAC NOT = SPACE
007020        AND WK-CMS-HAC NOT = WK-MST-HAC
007030         MOVE 'Y' TO MM-SW(5)
007040         MOVE WK-MST-HAC TO MM-MASTER(5)
007050         MOVE WK-CMS-HAC TO MM-CMS(5)
007060     END-IF.
007070     PERFORM 2320-NOTE-ONE-FIELD THRU 2320-EXIT
007080         VARYING MM-IDX FROM 1 BY 1 UNTIL MM-IDX > 5.
007090 2300-EXIT.
007100     EXIT.
007110 2310-CLEAR-ONE-FIELD.
007120     MOVE 'N'    TO MM-SW(MM-IDX).
007130     MOVE SPACES TO MM-MASTER(MM-IDX) MM-CMS(MM-IDX).
007140     MOVE ZEROES TO MM-EFFECT(MM-IDX).
007150 2310-EXIT.
007160     EXIT.
007170 2320-NOTE-ONE-FIELD.
007180     IF MM-SW(MM-IDX) = 'Y'
007190         SET MISMATCH-FOUND TO TRUE
007200     END-IF.
007210 2320-EXIT.
007220     EXIT.
007230*===========================================================*
007240* 2400-COST-MISMATCHES - WALK THE PROVIDER'S CLAIMS IN THE   *
007250* HISTORY REPOSITORY DISCHARGED FROM THE LATER OF THE        *
007260* SEGMENT'S EFFECTIVE DATE AND OCTOBER 1 THROUGH THE END OF  *
007270* THE FISCAL YEAR, AND PRICE EACH MISMATCH AGAINST THE       *
007280* LATEST PAYABLE PRICING (RTC UNDER 50) OF EVERY CLAIM.      *
007290*===========================================================*
007300 2400-COST-MISMATCHES.
007310     MOVE ZEROES TO WK-PROV-CLAIMS.
007320     IF NOT HIST-IS-OPEN
007330         GO TO 2400-EXIT
007340     END-IF.
007350     IF WK-MST-VBP = 'Y'
007360         MOVE WK-MST-VBP-FACTOR TO WK-MST-VBP-EFF
007370     ELSE
007380         MOVE 1 TO WK-MST-VBP-EFF
007390     END-IF.
007400     IF WK-CMS-VBP = 'Y'
007410         MOVE WK-CMS-VBP-FACTOR TO WK-CMS-VBP-EFF
007420     ELSE
007430         MOVE 1 TO WK-CMS-VBP-EFF
007440     END-IF.
007450     IF WK-MST-HRR = 'Y'
007460         MOVE WK-MST-HRR-FACTOR TO WK-MST-HRR-EFF
007470     ELSE
007480         MOVE 1 TO WK-MST-HRR-EFF
007490     END-IF.
007500     IF WK-CMS-HRR = 'Y'
007510         MOVE WK-CMS-HRR-FACTOR TO WK-CMS-HRR-EFF
007520     ELSE
007530         MOVE 1 TO WK-CMS-HRR-EFF
007540     END-IF.
007550     MOVE WK-MST-IQR TO WK-UF-IQR.
007560     MOVE WK-MST-EHR TO WK-UF-EHR.
007570     PERFORM 2460-GET-UPDATE THRU 2460-EXIT.
007580     MOVE WK-UF-FACTOR TO WK-UPD-MASTER.
007590     MOVE WK-CMS-IQR TO WK-UF-IQR.
007600     PERFORM 2460-GET-UPDATE THRU 2460-EXIT.
007610     COMPUTE WK-UPD-IQR-RATIO ROUNDED =
007620         WK-UF-FACTOR / WK-UPD-MASTER - 1.
007630     MOVE WK-MST-IQR TO WK-UF-IQR.
007640     MOVE WK-CMS-EHR TO WK-UF-EHR.
007650     PERFORM 2460-GET-UPDATE THRU 2460-EXIT.
007660     COMPUTE WK-UPD-EHR-RATIO ROUNDED =
007670         WK-UF-FACTOR / WK-UPD-MASTER - 1.
007680     IF WK-IF-EFF-DATE > WK-FY-BEGIN-DATE
007690         MOVE WK-IF-EFF-DATE TO WK-CLAIM-FROM-DATE
007700     ELSE
007710         MOVE WK-FY-BEGIN-DATE TO WK-CLAIM-FROM-DATE
007720     END-IF.
007730     MOVE 'N' TO WK-HIST-EOF WK-HELD-SW.
007740     MOVE LOW-VALUES         TO HR-KEY.
007750     MOVE WK-CUR-PROVIDER    TO HR-PROVIDER-NO.
007760     MOVE WK-CLAIM-FROM-DATE TO HR-DISCHARGE-DATE.
007770     START HIST-REPO-FILE
007780         KEY NOT < HR-KEY
007790         INVALID KEY
007800             SET HIST-AT-EOF TO TRUE
007810     END-START.
007820     PERFORM 2410-SCAN-ONE-HIST THRU 2410-EXIT
007830         UNTIL HIST-AT-EOF.
007840     IF CLAIM-IS-HELD
007850         PERFORM 2420-POST-HELD-CLAIM THRU 2420-EXIT
007860     END-IF.
007870 2400-EXIT.
007880     EXIT.
007890 2410-SCAN-ONE-HIST.
007900     READ HIST-REPO-FILE NEXT
007910         AT END
007920             SET HIST-AT-EOF TO TRUE
007930             GO TO 2410-EXIT
007940     END-READ.
007950     IF HR-PROVIDER-NO NOT = WK-CUR-PROVIDER
007960        OR HR-DISCHARGE-DATE > WK-FY-END-DATE
007970         SET HIST-AT-EOF TO TRUE
007980         GO TO 2410-EXIT
007990     END-IF.
008000     IF CLAIM-IS-HELD
008010        AND (HR-DISCHARGE-DATE NOT = WK-HELD-DATE
008020             OR HR-CLAIM-SEQ NOT = WK-HELD-SEQ)
008030         PERFORM 2420-POST-HELD-CLAIM THRU 2420-EXIT
008040     END-IF.
008050     MOVE HR-PPS-DATA TO PPS-DATA.
008060     IF PPS-RTC NOT < 50
008070         GO TO 2410-EXIT
008080     END-IF.
008090     IF CLAIM-IS-HELD
008100        AND HR-RUN-DATE < WK-HELD-RUN-DATE
008110         GO TO 2410-EXIT
008120     END-IF.
008130     MOVE HR-DISCHARGE-DATE  TO WK-HELD-DATE.
008140     MOVE HR-CLAIM-SEQ       TO WK-HELD-SEQ.
008150     MOVE HR-RUN-DATE        TO WK-HELD-RUN-DATE.
008160     MOVE PPS-OPER-FSP-PART  TO WK-HELD-FSP.
008170     MOVE PPS-TOTAL-PAYMENT  TO WK-HELD-TOTAL.
008180     SET CLAIM-IS-HELD TO TRUE.
008190 2410-EXIT.
008200     EXIT.
008210*-----------------------------------------------------------*
008220* 2420-POST-HELD-CLAIM - ONE CLAIM'S EFFECT FOR EACH FIELD  *
008230* THAT DIFFERS: WHAT CMS'S VALUE WOULD HAVE PAID LESS WHAT  *
008240* THE MASTER'S VALUE DID PAY.                               *
008250*-----------------------------------------------------------*
008260 2420-POST-HELD-CLAIM.
008270     ADD 1 TO WK-PROV-CLAIMS.
008280     MOVE 'N' TO WK-HELD-SW.
008290     IF MM-SW(1) = 'Y'
008300         COMPUTE WK-CLAIM-EFFECT ROUNDED =
008310             WK-HELD-FSP * WK-UPD-IQR-RATIO
008320         ADD WK-CLAIM-EFFECT TO MM-EFFECT(1)
008330     END-IF.
008340     IF MM-SW(2) = 'Y'
008350         COMPUTE WK-CLAIM-EFFECT ROUNDED =
008360             WK-HELD-FSP * WK-UPD-EHR-RATIO
008370         ADD WK-CLAIM-EFFECT TO MM-EFFECT(2)
008380     END-IF.
008390     IF MM-SW(3) = 'Y'
008400         COMPUTE WK-CLAIM-EFFECT ROUNDED =
008410             WK-HELD-FSP * (WK-CMS-VBP-EFF - WK-MST-VBP-EFF)
008420         ADD WK-CLAIM-EFFECT TO MM-EFFECT(3)
008430     END-IF.
008440     IF MM-SW(4) = 'Y'
008450         COMPUTE WK-CLAIM-EFFECT ROUNDED =
008460             WK-HELD-FSP * (WK-CMS-HRR-EFF - WK-MST-HRR-EFF)
008470         ADD WK-CLAIM-EFFECT TO MM-EFFECT(4)
008480     END-IF.
008490     IF MM-SW(5) = 'Y'
008500         IF WK-CMS-HAC = 'Y'
008510             COMPUTE WK-CLAIM-EFFECT ROUNDED =
008520                 0 - WK-HELD-TOTAL * 0.01
008530         ELSE
008540             COMPUTE WK-CLAIM-EFFECT ROUNDED =
008550                 WK-HELD-TOTAL * 0.01 / 0.99
008560         END-IF
008570         ADD WK-CLAIM-EFFECT TO MM-EFFECT(5)
008580     END-IF.
008590 2420-EXIT.
008600     EXIT.
008610*-----------------------------------------------------------*
008620* 2460-GET-UPDATE - THE UPDATE FACTOR FOR A QUALITY (WK-UF- *
008630* IQR) AND EHR (WK-UF-EHR) STATUS PAIR.                     *
008640*-----------------------------------------------------------*
008650 2460-GET-UPDATE.
008660     IF WK-UF-IQR = 'Y'
008670         IF WK-UF-EHR = 'Y'
008680             MOVE WK-UPD-MET-EHR TO WK-UF-FACTOR
008690         ELSE
008700             MOVE WK-UPD-MET-NO-EHR TO WK-UF-FACTOR
008710         END-IF
008720     ELSE
008730         IF WK-UF-EHR = 'Y'
008740             MOVE WK-UPD-NOTMET-EHR TO WK-UF-FACTOR
008750         ELSE
008760             MOVE WK-UPD-NOTMET-NO-EHR TO WK-UF-FACTOR
008770         END-IF
008780     END-IF.
008790 2460-EXIT.
008800     EXIT.
008810*===========================================================*
008820* 2500-WRITE-MISMATCHES - ONE REPORT LINE PER FIELD THAT     *
008830* DIFFERS.                                                   *
008840*===========================================================*
008850 2500-WRITE-MISMATCHES.
008860     PERFORM 2510-WRITE-ONE-FIELD THRU 2510-EXIT
008870         VARYING MM-IDX FROM 1 BY 1 UNTIL MM-IDX > 5.
008880 2500-EXIT.
008890     EXIT.
008900 2510-WRITE-ONE-FIELD.
008910     IF MM-SW(MM-IDX) NOT = 'Y'
008920         GO TO 2510-EXIT
008930     END-IF.
008940     ADD 1 TO WK-MISMATCHES.
008950     ADD MM-EFFECT(MM-IDX) TO WK-RUN-EFFECT.
008960     MOVE WK-CUR-PROVIDER       TO WK-QD-PROVIDER-NO.
008970     MOVE WK-IF-EFF-DATE        TO WK-QD-SEG-EFF.
008980     MOVE WK-FIELD-NAME(MM-IDX) TO WK-QD-FIELD.
008990     MOVE MM-MASTER(MM-IDX)     TO WK-QD-MASTER.
009000     MOVE MM-CMS(MM-IDX)        TO WK-QD-CMS.
009010     MOVE WK-PROV-CLAIMS        TO WK-QD-CLAIMS.
009020     MOVE ZEROES TO WK-PER-CLAIM.
009030     IF WK-PROV-CLAIMS > 0
009040         COMPUTE WK-PER-CLAIM ROUNDED =
009050             MM-EFFECT(MM-IDX) / WK-PROV-CLAIMS
009060     END-IF.
009070     MOVE WK-PER-CLAIM          TO WK-QD-PER-CLAIM.
009080     MOVE MM-EFFECT(MM-IDX)     TO WK-QD-TOTAL.
009090     MOVE WK-QR-DETAIL-LINE TO QRC-RPT-LINE.
009100     WRITE QRC-RPT-LINE.
009110 2510-EXIT.
009120     EXIT.
009130*===========================================================*
009140* 2600-WRITE-CORRECTION - THE SEGMENT IN FORCE WITH CMS'S    *
009150* VALUES KEYED IN, EFFECTIVE ON THE LATER OF ITS OWN DATE    *
009160* AND OCTOBER 1 OF THE FISCAL YEAR.                          *
009170*===========================================================*
009180 2600-WRITE-CORRECTION.
009190     IF MM-SW(1) = 'Y'
009200         IF WK-CMS-IQR = 'Y'
009210             MOVE '1' TO P-NEW-CBSA-HOSP-QUAL-IND
009220         ELSE
009230             MOVE SPACE TO P-NEW-CBSA-HOSP-QUAL-IND
009240         END-IF
009250     END-IF.
009260     IF MM-SW(2) = 'Y'
009270         IF WK-CMS-EHR = 'Y'
009280             MOVE 'Y' TO P-NEW-EHR-REDUC-INDN
009290         ELSE
009300             MOVE SPACE TO P-NEW-EHR-REDUC-INDN
009310         END-IF
009320     END-IF.
009330     IF MM-SW(3) = 'Y'
009340         MOVE WK-CMS-VBP        TO P-NEW-VAL-BASED-PURCH-PARTIPNT
009350         MOVE WK-CMS-VBP-FACTOR TO P-NEW-VAL-BASED-PURCH-ADJUST
009360     END-IF.
009370     IF MM-SW(4) = 'Y'
009380         IF WK-CMS-HRR = 'Y'
009390             MOVE '1' TO P-NEW-HOSP-READMISSION-REDU
009400         ELSE
009410             MOVE '0' TO P-NEW-HOSP-READMISSION-REDU
009420         END-IF
009430         MOVE WK-CMS-HRR-FACTOR TO P-NEW-HOSP-HRR-ADJUSTMT
009440     END-IF.
009450     IF MM-SW(5) = 'Y'
009460         MOVE WK-CMS-HAC TO P-HAC-REDUC-IND
009470     END-IF.
009480     IF WK-IF-EFF-DATE < WK-FY-BEGIN-DATE
009490         MOVE WK-FY-BEGIN-DATE TO QC-SEGMENT-EFF-DATE
009500         MOVE WK-FY-BEGIN-DATE TO P-NEW-EFF-DATE
009510         MOVE 'NEW SEGMENT'     TO WK-QC-DISPOSITION
009520         ADD 1 TO WK-CORR-NEW
009530     ELSE
009540         MOVE WK-IF-EFF-DATE    TO QC-SEGMENT-EFF-DATE
009550         MOVE 'REPLACES SEGMENT' TO WK-QC-DISPOSITION
009560         ADD 1 TO WK-CORR-REPLACE
009570     END-IF.
009580     MOVE WK-CUR-PROVIDER TO QC-PROVIDER-NO.
009590     MOVE PROV-NEW-HOLD   TO QC-PROV-RECORD.
009600     WRITE QRC-CORR-REC.
009610     MOVE QC-SEGMENT-EFF-DATE TO WK-QC-EFF-DATE.
009620     MOVE WK-QR-CORR-LINE TO QRC-RPT-LINE.
009630     WRITE QRC-RPT-LINE.
009640 2600-EXIT.
009650     EXIT.
009660*===========================================================*
009670* 9000-TERMINATE - REPORT TOTALS, CLOSE AND DISPLAY.         *
009680*===========================================================*
009690 9000-TERMINATE.
009700     MOVE WK-PROVS-COMPARED   TO WK-QT1-COMPARED.
009710     MOVE WK-PROVS-MISMATCHED TO WK-QT1-MISMATCHED.
009720     MOVE WK-MISMATCHES       TO WK-QT1-MISMATCHES.
009730     MOVE WK-CORR-NEW         TO WK-QT2-NEW.
009740     MOVE WK-CORR-REPLACE     TO WK-QT2-REPLACE.
009750     MOVE WK-RUN-EFFECT       TO WK-QT2-EFFECT.
009760     MOVE WK-QR-RULE-LINE TO QRC-RPT-LINE.
009770     WRITE QRC-RPT-LINE.
009780     MOVE WK-QR-TOTAL-LINE1 TO QRC-RPT-LINE.
009790     WRITE QRC-RPT-LINE.
009800     MOVE WK-QR-TOTAL-LINE2 TO QRC-RPT-LINE.
009810     WRITE QRC-RPT-LINE.
009820     CLOSE QUAL-PGM-FILE PROV-MAST-IN QRC-CORR-OUT QRC-RPT-OUT.
009830     IF HIST-IS-OPEN
009840         CLOSE HIST-REPO-FILE
009850     END-IF.
009860     DISPLAY 'PPQRC215 - FISCAL YEAR        : ' WK-FISCAL-YEAR.
009870     DISPLAY 'PPQRC215 - CMS ROWS READ      : ' WK-QUAL-ROWS.
009880     DISPLAY 'PPQRC215 - CMS ROWS OTHER FY  : ' WK-QUAL-OTHER-FY.
009890     DISPLAY 'PPQRC215 - CMS ROWS REJECTED  : ' WK-QUAL-REJECTED.
009900     DISPLAY 'PPQRC215 - CMS PROVIDERS NOT ON MASTER: '
009910             WK-QUAL-NOT-ON-MAST.
009920     DISPLAY 'PPQRC215 - MASTER SEGMENTS    : ' WK-MAST-ROWS.
009930     DISPLAY 'PPQRC215 - PROVIDERS COMPARED : ' WK-PROVS-COMPARED.
009940     DISPLAY 'PPQRC215 - NO SEGMENT IN FORCE: ' WK-PROVS-NO-SEG.
009950     DISPLAY 'PPQRC215 - TERMINATED         : '
009960             WK-PROVS-TERMINATED.
009970     DISPLAY 'PPQRC215 - PROVIDERS MISMATCHED: '
009980             WK-PROVS-MISMATCHED.
009990     DISPLAY 'PPQRC215 - CORRECTIONS WRITTEN: '
010000             WK-CORR-NEW ' NEW  ' WK-CORR-REPLACE ' REPLACING'.
010010 9000-EXIT.
010020     EXIT.
