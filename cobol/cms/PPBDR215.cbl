000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPBDR215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - MEDICARE BAD-DEBT SUPPORT LISTING BY PROVIDER AND
000070*            COST-REPORTING PERIOD.
000080*          - A HOSPITAL CLAIMS THE BENEFICIARY DEDUCTIBLE AND
000090*            COINSURANCE IT COULD NOT COLLECT AS MEDICARE BAD
000100*            DEBT ON ITS COST REPORT.  THE AUDIT STAFF TIE THAT
000110*            CLAIM TO THE LIABILITY MEDICARE ACTUALLY ASSIGNED,
000120*            WHICH PPSET215 WRITES FOR EVERY SETTLED BILL TO
000130*            THE BAD-DEBT SUPPORT FILE (BDSUPOUT, COPYBOOK
000140*            BDSUPP), CONCATENATED HERE OLDEST FIRST.  A BILL
000150*            SETTLED MORE THAN ONCE - THE SAME PROVIDER, MBI
000160*            AND DISCHARGE DATE - IS TAKEN AT ITS LATEST
000170*            SETTLEMENT.
000180*          - THE COST-REPORTING PERIOD IS THE ONE PPPSR215
000190*            REPORTS: P-NEW-FY-BEGIN-DATE THROUGH
000200*            P-NEW-FYE-DATE OF THE PROVIDER MASTER SEGMENT IN
000210*            FORCE ON THE PERIOD DATE, MOVED BY WHOLE YEARS TO
000220*            THE ONE HOLDING THE PERIOD DATE.  EVERY BILL
000230*            DISCHARGED IN THE PERIOD WITH A BENEFICIARY
000240*            LIABILITY IS LISTED WITH ITS DEDUCTIBLE,
000250*            COINSURANCE AND LIFETIME RESERVE COINSURANCE.
000260*          - A DUAL-ELIGIBLE CROSSOVER CLAIM (B-21-CROSSOVER-
000270*            FLAG) IS MARKED STATE RESPONSIBLE WITH ITS
000280*            MEDICAID STATE.  PAYMENTS THE STATE LATER REPORTS
000290*            ON THE OPTIONAL STATE PAYMENT FILE (STATEPD, THE
000300*            PPXRC215 PAID-RESPONSE EXTRACTS CONCATENATED) ARE
000310*            NETTED FROM THE LIABILITY TO GIVE THE BAD-DEBT
000320*            AMOUNT; A STATE PAYMENT OVER THE LIABILITY LEAVES
000330*            NO BAD DEBT.
000340*          - EACH LISTED BILL IS ALSO WRITTEN TO THE SUPPORT
000350*            EXTRACT (BDRLIST) WITH ITS PROVIDER'S PERIOD.
000360*          - PARAMETER CARDS - PERIOD-DATE=CCYYMMDD, ANY DATE
000370*            IN THE REPORTING PERIOD WANTED (DEFAULT TODAY), AND
000380*            PROVIDER=NNNNNN TO LIST ONE PROVIDER ONLY.
000390 DATE-COMPILED.
000400****************************************************************
000410*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000420*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000430*   IS THAT OF THE USER.                                       *
000440****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.            IBM-370.
000480 OBJECT-COMPUTER.            IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT BDR-PARM-FILE   ASSIGN TO BDRPARM
000520                            ORGANIZATION IS LINE SEQUENTIAL
000530                            FILE STATUS IS WK-PARM-STATUS.
000540     SELECT BD-SUPP-IN      ASSIGN TO BDSUPIN
000550                            ORGANIZATION IS SEQUENTIAL
000560                            FILE STATUS IS WK-SUPP-STATUS.
000570     SELECT STATE-PAID-IN   ASSIGN TO STATEPD
000580                            ORGANIZATION IS SEQUENTIAL
000590                            FILE STATUS IS WK-STPD-STATUS.
000600     SELECT PROV-MAST-IN    ASSIGN TO PROVMAST
000610                            ORGANIZATION IS INDEXED
000620                            ACCESS MODE IS DYNAMIC
000630                            RECORD KEY IS PM-PROV-KEY
000640                            FILE STATUS IS WK-MAST-STATUS.
000650     SELECT BDR-WORK-FILE   ASSIGN TO BDRWORK
000660                            ORGANIZATION IS SEQUENTIAL.
000670     SELECT BDR-SORT-FILE   ASSIGN TO SORTWK01.
000680     SELECT BDR-SORTED-FILE ASSIGN TO BDRSORT
000690                            ORGANIZATION IS SEQUENTIAL.
000700     SELECT STP-SORT-FILE   ASSIGN TO SORTWK01.
000710     SELECT STP-SORTED-FILE ASSIGN TO BDRSTPS
000720                            ORGANIZATION IS SEQUENTIAL.
000730     SELECT BDR-LIST-OUT    ASSIGN TO BDRLIST
000740                            ORGANIZATION IS SEQUENTIAL.
000750     SELECT BDR-RPT-OUT     ASSIGN TO BDRRPT
000760                            ORGANIZATION IS LINE SEQUENTIAL.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  BDR-PARM-FILE
000800     RECORDING MODE IS F.
000810 01  BDR-PARM-REC                PIC X(80).
000820*----------------------------------------------------------*
000830* BAD-DEBT SUPPORT, AS PPSET215 WRITES IT - COPYBOOK BDSUPP.*
000840*----------------------------------------------------------*
000850 FD  BD-SUPP-IN
000860     RECORDING MODE IS F.
000870 01  BD-SUPP-IN-REC              PIC X(120).
000880*----------------------------------------------------------*
000890* STATE MEDICAID PAYMENTS REPORTED AGAINST CROSSOVER        *
000900* LIABILITY - ONE RECORD PER PAYMENT, IN ANY ORDER, AS      *
000910* PPXRC215 WRITES THEM (COPYBOOK STPAID).                   *
000920*----------------------------------------------------------*
000930 FD  STATE-PAID-IN
000940     RECORDING MODE IS F.
000950 01  STATE-PAID-IN-REC           PIC X(80).
000960*----------------------------------------------------------*
000970* CURRENT PROVIDER MASTER, AS PPBAT215 READS IT.            *
000980*----------------------------------------------------------*
000990 FD  PROV-MAST-IN
001000     RECORD CONTAINS 325 CHARACTERS.
001010 01  PROV-MAST-REC.
001020     05  PM-PROV-KEY.
001030         10  PM-PROVIDER-NO     PIC X(06).
001040         10  PM-SEGMENT-EFF-DATE PIC 9(08).
001050     05  PM-FORMAT-IND          PIC X(01).
001060     05  PM-PROV-RECORD         PIC X(310).
001070*----------------------------------------------------------*
001080* ONE ROW PER SUPPORT RECORD (LAYOUT WK-BDR-ROW), BEFORE    *
001090* AND AFTER THE SORT INTO PROVIDER, DISCHARGE DATE AND MBI  *
001100* ORDER.  THE INPUT SEQUENCE KEEPS A BILL'S SETTLEMENTS IN  *
001110* THE ORDER THEY WERE MADE.                                 *
001120*----------------------------------------------------------*
001130 FD  BDR-WORK-FILE
001140     RECORDING MODE IS F.
001150 01  BDR-WORK-REC                PIC X(154).
001160 SD  BDR-SORT-FILE.
001170 01  BDR-SORT-REC.
001180     05  SS-PROVIDER-NO          PIC X(06).
001190     05  SS-DISCHARGE-DATE       PIC 9(08).
001200     05  SS-MBI                  PIC X(11).
001210     05  SS-INPUT-SEQ            PIC 9(09).
001220     05  FILLER                  PIC X(120).
001230 FD  BDR-SORTED-FILE
001240     RECORDING MODE IS F.
001250 01  BDR-SORTED-REC              PIC X(154).
001260 SD  STP-SORT-FILE.
001270 01  STP-SORT-REC.
001280     05  SQ-PROVIDER-NO          PIC X(06).
001290     05  SQ-DISCHARGE-DATE       PIC 9(08).
001300     05  SQ-MBI                  PIC X(11).
001310     05  FILLER                  PIC X(55).
001320 FD  STP-SORTED-FILE
001330     RECORDING MODE IS F.
001340 COPY STPAID.
001350*----------------------------------------------------------*
001360* BAD-DEBT SUPPORT EXTRACT - ONE RECORD PER LISTED BILL.    *
001370*----------------------------------------------------------*
001380 FD  BDR-LIST-OUT
001390     RECORDING MODE IS F.
001400 01  BDR-LIST-REC.
001410     05  BL-PROVIDER-NO          PIC X(06).
001420     05  BL-PERIOD-BEGIN         PIC 9(08).
001430     05  BL-PERIOD-END           PIC 9(08).
001440     05  BL-MBI                  PIC X(11).
001450     05  BL-DISCHARGE-DATE       PIC 9(08).
001460     05  BL-DRG                  PIC 9(03).
001470     05  BL-CLAIM-SEQ            PIC 9(09).
001480     05  BL-SETTLE-DATE          PIC 9(08).
001490     05  BL-DEDUCTIBLE-AMT       PIC 9(05)V9(02).
001500     05  BL-COINSURANCE-AMT      PIC 9(09)V9(02).
001510     05  BL-LTR-AMT              PIC 9(09)V9(02).
001520     05  BL-TOTAL-LIABILITY      PIC 9(09)V9(02).
001530     05  BL-CROSSOVER-FLAG       PIC X(01).
001540     05  BL-MEDICAID-STATE       PIC X(02).
001550     05  BL-STATE-PAID           PIC 9(09)V9(02).
001560     05  BL-BAD-DEBT-AMT         PIC 9(09)V9(02).
001570     05  FILLER                  PIC X(14).
001580 FD  BDR-RPT-OUT
001590     RECORDING MODE IS F.
001600 01  BDR-RPT-LINE                PIC X(132).
001610 WORKING-STORAGE SECTION.
001620 01  W-STORAGE-REF                  PIC X(48)  VALUE
001630     'P P B D R 2 1 5 - W O R K I N G   S T O R A G E'.
001640 01  BDR-VERSION                    PIC X(05) VALUE 'R21.5'.
001650 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001660 01  WK-SUPP-STATUS             PIC X(02) VALUE SPACES.
001670 01  WK-STPD-STATUS             PIC X(02) VALUE SPACES.
001680 01  WK-MAST-STATUS             PIC X(02) VALUE SPACES.
001690 01  WK-SWITCHES.
001700     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001710         88  PARM-AT-EOF        VALUE 'Y'.
001720     05  WK-SUPP-EOF            PIC X(01) VALUE 'N'.
001730         88  SUPP-AT-EOF        VALUE 'Y'.
001740     05  WK-MAST-EOF            PIC X(01) VALUE 'N'.
001750         88  MASTER-AT-EOF      VALUE 'Y'.
001760     05  WK-SORTED-EOF          PIC X(01) VALUE 'N'.
001770         88  SORTED-AT-EOF      VALUE 'Y'.
001780     05  WK-STPD-EOF            PIC X(01) VALUE 'N'.
001790         88  STPD-AT-EOF        VALUE 'Y'.
001800     05  WK-STPD-SW             PIC X(01) VALUE 'N'.
001810         88  STPD-ACTIVE        VALUE 'Y'.
001820     05  WK-PROV-SW             PIC X(01) VALUE 'N'.
001830         88  PROVIDER-IS-OPEN   VALUE 'Y'.
001840     05  WK-PERIOD-SW           PIC X(01) VALUE 'N'.
001850         88  PERIOD-IS-KNOWN    VALUE 'Y'.
001860 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001870 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001880 01  WK-SEL-PROVIDER            PIC X(06) VALUE SPACES.
001890 01  WK-PERIOD-DATE             PIC 9(08) VALUE ZEROES.
001900*----------------------------------------------------------*
001910* THE PROVIDER BEING LISTED AND ITS COST-REPORTING PERIOD.  *
001920*----------------------------------------------------------*
001930 COPY PROVNEW.
001940 01  WK-CUR-PROVIDER            PIC X(06) VALUE SPACES.
001950 01  WK-SEG-EFF-DATE            PIC 9(08) VALUE ZEROES.
001960 01  WK-PER-BEGIN               PIC 9(08) VALUE ZEROES.
001970 01  WK-PER-END                 PIC 9(08) VALUE ZEROES.
001980 01  WK-PER-END-PARTS REDEFINES WK-PER-END.
001990     05  WK-PE-YYYY             PIC 9(04).
002000     05  WK-PE-MM               PIC 9(02).
002010     05  WK-PE-DD               PIC 9(02).
002020 01  WK-PER-SHIFTS              PIC 9(02) VALUE ZEROES.
002030 01  WK-LEAP-REM                PIC 9(03) VALUE ZEROES.
002040 01  WK-LEAP-QUOT               PIC 9(04) VALUE ZEROES.
002050 01  WK-MONTH-DAYS.
002060     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
002070 01  WK-MONTH-TAB REDEFINES WK-MONTH-DAYS.
002080     05  WK-MONTH-LAST          PIC 9(02) OCCURS 12 TIMES.
002090*----------------------------------------------------------*
002100* SUPPORT ROW WRITTEN TO THE WORK FILE AND READ BACK        *
002110* SORTED, AND THE BILL BEING LISTED.                        *
002120*----------------------------------------------------------*
002130 COPY BDSUPP.
002140 01  WK-BDR-ROW.
002150     05  BR-BILL-KEY.
002160         10  BR-PROVIDER-NO     PIC X(06).
002170         10  BR-DISCHARGE-DATE  PIC 9(08).
002180         10  BR-MBI             PIC X(11).
002190     05  BR-INPUT-SEQ           PIC 9(09).
002200     05  BR-SUPP-REC            PIC X(120).
002210 01  WK-BDR-HELD                PIC X(154).
002220 01  WK-BDR-HELD-ROW REDEFINES WK-BDR-HELD.
002230     05  BH-BILL-KEY.
002240         10  BH-PROVIDER-NO     PIC X(06).
002250         10  BH-DISCHARGE-DATE  PIC 9(08).
002260         10  BH-MBI             PIC X(11).
002270     05  BH-INPUT-SEQ           PIC 9(09).
002280     05  BH-SUPP-REC            PIC X(120).
002290 01  WK-STATE-PAID              PIC 9(09)V9(02) VALUE ZEROES.
002300 01  WK-BAD-DEBT-AMT            PIC 9(09)V9(02) VALUE ZEROES.
002310*----------------------------------------------------------*
002320* LISTING TOTALS - ENTRY 1 IS THE PROVIDER BEING LISTED,    *
002330* ENTRY 2 EVERY PROVIDER LISTED IN THE RUN.                 *
002340*----------------------------------------------------------*
002350 01  BDR-TOTALS-TABLE.
002360     05  TT-ENTRY OCCURS 2 TIMES.
002370         10  TT-BILLS           PIC 9(07).
002380         10  TT-CROSSOVER       PIC 9(07).
002390         10  TT-STATE-PAID-CNT  PIC 9(07).
002400         10  TT-DEDUCTIBLE      PIC S9(13)V9(02).
002410         10  TT-COINSURANCE     PIC S9(13)V9(02).
002420         10  TT-LTR-COINS       PIC S9(13)V9(02).
002430         10  TT-LIABILITY       PIC S9(13)V9(02).
002440         10  TT-XOVR-LIABILITY  PIC S9(13)V9(02).
002450         10  TT-STATE-PAID      PIC S9(13)V9(02).
002460         10  TT-BAD-DEBT        PIC S9(13)V9(02).
002470 01  WK-TT-I                    PIC 9(01) COMP VALUE ZEROES.
002480*----------------------------------------------------------*
002490* RUN COUNTERS.                                             *
002500*----------------------------------------------------------*
002510 01  WK-COUNTERS.
002520     05  WK-SUPP-ROWS           PIC 9(09) VALUE ZEROES.
002530     05  WK-SUPP-SUPERSEDED     PIC 9(09) VALUE ZEROES.
002540     05  WK-BILLS-OUT-PERIOD    PIC 9(09) VALUE ZEROES.
002550     05  WK-BILLS-NO-LIABILITY  PIC 9(09) VALUE ZEROES.
002560     05  WK-BILLS-LISTED        PIC 9(09) VALUE ZEROES.
002570     05  WK-PROVIDERS-SEEN      PIC 9(07) VALUE ZEROES.
002580     05  WK-PROVIDERS-RPTD      PIC 9(07) VALUE ZEROES.
002590     05  WK-NO-MASTER           PIC 9(07) VALUE ZEROES.
002600     05  WK-STPD-ROWS           PIC 9(09) VALUE ZEROES.
002610     05  WK-STPD-APPLIED        PIC 9(09) VALUE ZEROES.
002620     05  WK-STPD-UNAPPLIED      PIC 9(09) VALUE ZEROES.
002630     05  WK-STPD-OVER           PIC 9(07) VALUE ZEROES.
002640*----------------------------------------------------------*
002650* REPORT LINES.                                             *
002660*----------------------------------------------------------*
002670 01  WK-BD-TITLE-LINE.
002680     05  FILLER              PIC X(41) VALUE
002690         'MEDICARE BAD-DEBT SUPPORT LISTING - COST-'.
002700     05  FILLER              PIC X(25) VALUE
002710         'REPORTING PERIOD HOLDING '.
002720     05  WK-BT-PERIOD-DATE   PIC 9(08).
002730 01  WK-BD-RULE-LINE         PIC X(132) VALUE ALL '='.
002740 01  WK-BD-SECTION-LINE.
002750     05  FILLER              PIC X(04) VALUE '--- '.
002760     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
002770     05  WK-BN-PROVIDER      PIC X(06).
002780     05  FILLER              PIC X(24) VALUE
002790         '  COST-REPORTING PERIOD '.
002800     05  WK-BN-BEGIN         PIC 9(08).
002810     05  FILLER              PIC X(06) VALUE ' THRU '.
002820     05  WK-BN-END           PIC 9(08).
002830     05  FILLER              PIC X(18) VALUE
002840         '  MASTER SEGMENT  '.
002850     05  WK-BN-SEG-DATE      PIC 9(08).
002860 01  WK-BD-HEAD-LINE.
002870     05  FILLER              PIC X(40) VALUE
002880         '    MBI          DISCH DT  DRG     DEDUC'.
002890     05  FILLER              PIC X(40) VALUE
002900         'T    COINSURANCE     LTR COINS      LIAB'.
002910     05  FILLER              PIC X(40) VALUE
002920         'ILITY    STATE PAID  NET BAD DEBT  CROSS'.
002930     05  FILLER              PIC X(08) VALUE
002940         'OVER  ST'.
002950 01  WK-BD-DETAIL-LINE.
002960     05  FILLER              PIC X(04) VALUE SPACES.
002970     05  WK-BD-MBI           PIC X(11).
002980     05  FILLER              PIC X(02) VALUE SPACES.
002990     05  WK-BD-DISCHARGE     PIC 9(08).
003000     05  FILLER              PIC X(02) VALUE SPACES.
003010     05  WK-BD-DRG           PIC 9(03).
003020     05  FILLER              PIC X(02) VALUE SPACES.
003030     05  WK-BD-DEDUCTIBLE    PIC ZZ,ZZ9.99.
003040     05  FILLER              PIC X(02) VALUE SPACES.
003050     05  WK-BD-COINSURANCE   PIC ZZ,ZZZ,ZZ9.99.
003060     05  FILLER              PIC X(01) VALUE SPACES.
003070     05  WK-BD-LTR           PIC ZZ,ZZZ,ZZ9.99.
003080     05  FILLER              PIC X(02) VALUE SPACES.
003090     05  WK-BD-LIABILITY     PIC ZZ,ZZZ,ZZ9.99.
003100     05  FILLER              PIC X(01) VALUE SPACES.
003110     05  WK-BD-STATE-PAID    PIC ZZ,ZZZ,ZZ9.99.
003120     05  FILLER              PIC X(01) VALUE SPACES.
003130     05  WK-BD-BAD-DEBT      PIC ZZ,ZZZ,ZZ9.99.
003140     05  FILLER              PIC X(02) VALUE SPACES.
003150     05  WK-BD-XOVR-TEXT     PIC X(10).
003160     05  FILLER              PIC X(01) VALUE SPACES.
003170     05  WK-BD-STATE         PIC X(02).
003180 01  WK-BD-TOTAL-SECTION.
003190     05  FILLER              PIC X(04) VALUE '--- '.
003200     05  FILLER              PIC X(39) VALUE
003210         'ALL PROVIDERS LISTED - EACH FOR ITS OWN'.
003220     05  FILLER              PIC X(24) VALUE
003230         ' COST-REPORTING PERIOD'.
003240 01  WK-BD-COUNT-LINE.
003250     05  FILLER              PIC X(04) VALUE SPACES.
003260     05  WK-BC-LABEL         PIC X(44).
003270     05  WK-BC-COUNT         PIC Z,ZZZ,ZZZ,ZZ9.
003280 01  WK-BD-AMOUNT-LINE.
003290     05  FILLER              PIC X(04) VALUE SPACES.
003300     05  WK-BA-LABEL         PIC X(44).
003310     05  WK-BA-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003320 PROCEDURE DIVISION.
003330*===========================================================*
003340* 0000-MAINLINE                                              *
003350*===========================================================*
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003380     PERFORM 2000-SORT-SUPPORT    THRU 2000-EXIT.
003390     PERFORM 2500-SORT-STATE-PAID THRU 2500-EXIT.
003400     PERFORM 3000-LIST-SUPPORT    THRU 3000-EXIT.
003410     PERFORM 5000-WRITE-TOTALS    THRU 5000-EXIT.
003420     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003430     STOP RUN.
003440*===========================================================*
003450* 1000-INITIALIZE - THE PERIOD DATE AND PROVIDER SELECTION   *
003460* FROM THE PARAMETER CARDS, AND THE FILE OPENS.  THE STATE   *
003470* PAYMENT FILE IS OPTIONAL - WITHOUT IT NOTHING IS NETTED.   *
003480*===========================================================*
003490 1000-INITIALIZE.
003500     OPEN INPUT BDR-PARM-FILE.
003510     IF WK-PARM-STATUS = '00'
003520         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003530             UNTIL PARM-AT-EOF
003540         CLOSE BDR-PARM-FILE
003550     END-IF.
003560     IF WK-PERIOD-DATE = 0
003570         ACCEPT WK-PERIOD-DATE FROM DATE YYYYMMDD
003580     END-IF.
003590     MOVE ZEROES TO BDR-TOTALS-TABLE.
003600     OPEN INPUT BD-SUPP-IN.
003610     IF WK-SUPP-STATUS NOT = '00'
003620         DISPLAY 'PPBDR215 - BAD-DEBT SUPPORT OPEN FAILED - '
003630                 'STATUS ' WK-SUPP-STATUS
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670     OPEN INPUT PROV-MAST-IN.
003680     IF WK-MAST-STATUS NOT = '00'
003690         DISPLAY 'PPBDR215 - PROVIDER MASTER OPEN FAILED - '
003700                 'STATUS ' WK-MAST-STATUS
003710         MOVE 16 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     OPEN INPUT STATE-PAID-IN.
003750     IF WK-STPD-STATUS = '00'
003760         SET STPD-ACTIVE TO TRUE
003770         CLOSE STATE-PAID-IN
003780     ELSE
003790         DISPLAY 'PPBDR215 - STATE PAYMENT FILE UNAVAILABLE - '
003800                 'NO STATE PAYMENTS NETTED'
003810         MOVE 4 TO RETURN-CODE
003820     END-IF.
003830     OPEN OUTPUT BDR-LIST-OUT.
003840     OPEN OUTPUT BDR-RPT-OUT.
003850     MOVE WK-PERIOD-DATE TO WK-BT-PERIOD-DATE.
003860     MOVE WK-BD-TITLE-LINE TO BDR-RPT-LINE.
003870     WRITE BDR-RPT-LINE.
003880     MOVE WK-BD-RULE-LINE TO BDR-RPT-LINE.
003890     WRITE BDR-RPT-LINE.
003900 1000-EXIT.
003910     EXIT.
003920 1100-READ-ONE-PARM.
003930     READ BDR-PARM-FILE
003940         AT END
003950             SET PARM-AT-EOF TO TRUE
003960             GO TO 1100-EXIT
003970     END-READ.
003980     IF BDR-PARM-REC = SPACES OR BDR-PARM-REC(1:1) = '*'
003990         GO TO 1100-EXIT
004000     END-IF.
004010     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004020     UNSTRING BDR-PARM-REC DELIMITED BY '='
004030         INTO WK-RC-KEYWORD WK-RC-VALUE.
004040     EVALUATE WK-RC-KEYWORD
004050         WHEN 'PERIOD-DATE'
004060             IF WK-RC-VALUE(1:8) IS NUMERIC
004070                 MOVE WK-RC-VALUE(1:8) TO WK-PERIOD-DATE
004080             END-IF
004090         WHEN 'PROVIDER'
004100             MOVE WK-RC-VALUE(1:6) TO WK-SEL-PROVIDER
004110         WHEN OTHER
004120             DISPLAY 'PPBDR215 - UNKNOWN PARAMETER IGNORED: '
004130                     WK-RC-KEYWORD
004140     END-EVALUATE.
004150 1100-EXIT.
004160     EXIT.
004170*===========================================================*
004180* 2000-SORT-SUPPORT - NUMBER THE SUPPORT RECORDS IN THE      *
004190* ORDER THEY WERE WRITTEN AND SORT THEM INTO PROVIDER,       *
004200* DISCHARGE DATE AND MBI ORDER.                              *
004210*===========================================================*
004220 2000-SORT-SUPPORT.
004230     OPEN OUTPUT BDR-WORK-FILE.
004240     PERFORM 2100-COPY-ONE-SUPPORT THRU 2100-EXIT
004250         UNTIL SUPP-AT-EOF.
004260     CLOSE BD-SUPP-IN BDR-WORK-FILE.
004270     SORT BDR-SORT-FILE
004280         ON ASCENDING KEY SS-PROVIDER-NO SS-DISCHARGE-DATE
004290                          SS-MBI SS-INPUT-SEQ
004300         USING BDR-WORK-FILE
004310         GIVING BDR-SORTED-FILE.
004320     OPEN INPUT BDR-SORTED-FILE.
004330     PERFORM 2200-READ-SORTED THRU 2200-EXIT.
004340 2000-EXIT.
004350     EXIT.
004360 2100-COPY-ONE-SUPPORT.
004370     READ BD-SUPP-IN INTO BAD-DEBT-SUPP-REC
004380         AT END
004390             SET SUPP-AT-EOF TO TRUE
004400             GO TO 2100-EXIT
004410     END-READ.
004420     ADD 1 TO WK-SUPP-ROWS.
004430     IF WK-SEL-PROVIDER NOT = SPACES
004440        AND BD-PROVIDER-NO NOT = WK-SEL-PROVIDER
004450         GO TO 2100-EXIT
004460     END-IF.
004470     MOVE BD-PROVIDER-NO          TO BR-PROVIDER-NO.
004480     MOVE BD-DISCHARGE-DATE       TO BR-DISCHARGE-DATE.
004490     MOVE BD-MBI                  TO BR-MBI.
004500     MOVE WK-SUPP-ROWS            TO BR-INPUT-SEQ.
004510     MOVE BAD-DEBT-SUPP-REC       TO BR-SUPP-REC.
004520     MOVE WK-BDR-ROW TO BDR-WORK-REC.
004530     WRITE BDR-WORK-REC.
004540 2100-EXIT.
004550     EXIT.
004560 2200-READ-SORTED.
004570     READ BDR-SORTED-FILE INTO WK-BDR-ROW
004580         AT END
004590             SET SORTED-AT-EOF TO TRUE
004600     END-READ.
004610 2200-EXIT.
004620     EXIT.
004630*===========================================================*
004640* 2500-SORT-STATE-PAID - THE STATE PAYMENTS INTO THE SAME    *
004650* PROVIDER, DISCHARGE DATE AND MBI ORDER.                    *
004660*===========================================================*
004670 2500-SORT-STATE-PAID.
004680     IF NOT STPD-ACTIVE
004690         SET STPD-AT-EOF TO TRUE
004700         GO TO 2500-EXIT
004710     END-IF.
004720     SORT STP-SORT-FILE
004730         ON ASCENDING KEY SQ-PROVIDER-NO SQ-DISCHARGE-DATE
004740                          SQ-MBI
004750         USING STATE-PAID-IN
004760         GIVING STP-SORTED-FILE.
004770     OPEN INPUT STP-SORTED-FILE.
004780     PERFORM 2600-READ-STATE-PAID THRU 2600-EXIT.
004790 2500-EXIT.
004800     EXIT.
004810 2600-READ-STATE-PAID.
004820     READ STP-SORTED-FILE
004830         AT END
004840             SET STPD-AT-EOF TO TRUE
004850             GO TO 2600-EXIT
004860     END-READ.
004870     ADD 1 TO WK-STPD-ROWS.
004880 2600-EXIT.
004890     EXIT.
004900*===========================================================*
004910* 3000-LIST-SUPPORT - ONE PASS OF THE SORTED SUPPORT ROWS,   *
004920* EACH BILL AT ITS LATEST SETTLEMENT.  EACH PROVIDER'S       *
004930* TOTALS ARE WRITTEN WHEN THE NEXT ONE BEGINS.               *
004940*===========================================================*
004950 3000-LIST-SUPPORT.
004960     PERFORM 3100-TAKE-ONE-BILL THRU 3100-EXIT
004970         UNTIL SORTED-AT-EOF.
004980     IF PROVIDER-IS-OPEN
004990         PERFORM 3300-CLOSE-PROVIDER THRU 3300-EXIT
005000     END-IF.
005010     PERFORM 3610-SKIP-ONE-PAYMENT THRU 3610-EXIT
005020         UNTIL STPD-AT-EOF.
005030     CLOSE BDR-SORTED-FILE.
005040     IF STPD-ACTIVE
005050         CLOSE STP-SORTED-FILE
005060     END-IF.
005070 3000-EXIT.
005080     EXIT.
005090 3100-TAKE-ONE-BILL.
005100     MOVE WK-BDR-ROW TO WK-BDR-HELD.
005110     PERFORM 2200-READ-SORTED THRU 2200-EXIT.
005120     IF NOT SORTED-AT-EOF
005130        AND BR-BILL-KEY = BH-BILL-KEY
005140         ADD 1 TO WK-SUPP-SUPERSEDED
005150         GO TO 3100-EXIT
005160     END-IF.
005170     IF NOT PROVIDER-IS-OPEN
005180        OR BH-PROVIDER-NO NOT = WK-CUR-PROVIDER
005190         IF PROVIDER-IS-OPEN
005200             PERFORM 3300-CLOSE-PROVIDER THRU 3300-EXIT
005210         END-IF
005220         PERFORM 3400-OPEN-PROVIDER THRU 3400-EXIT
005230     END-IF.
005240     MOVE BH-SUPP-REC TO BAD-DEBT-SUPP-REC.
005250     IF NOT PERIOD-IS-KNOWN
005260        OR BH-DISCHARGE-DATE < WK-PER-BEGIN
005270        OR BH-DISCHARGE-DATE > WK-PER-END
005280         ADD 1 TO WK-BILLS-OUT-PERIOD
005290         GO TO 3100-EXIT
005300     END-IF.
005310     IF BD-TOTAL-LIABILITY = 0
005320         ADD 1 TO WK-BILLS-NO-LIABILITY
005330         GO TO 3100-EXIT
005340     END-IF.
005350     PERFORM 3600-APPLY-STATE-PAID THRU 3600-EXIT.
005360     PERFORM 3200-LIST-BILL THRU 3200-EXIT.
005370 3100-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------*
005400* 3200-LIST-BILL - THE BILL'S DETAIL LINE AND EXTRACT        *
005410* RECORD, INTO THE PROVIDER AND RUN TOTALS.  THE PROVIDER'S  *
005420* HEADING GOES OUT WITH ITS FIRST BILL.                      *
005430*-----------------------------------------------------------*
005440 3200-LIST-BILL.
005450     IF TT-BILLS(1) = 0
005460         PERFORM 3210-WRITE-PROVIDER-HEAD THRU 3210-EXIT
005470     END-IF.
005480     ADD 1 TO WK-BILLS-LISTED.
005490     IF WK-STATE-PAID > BD-TOTAL-LIABILITY
005500         ADD 1 TO WK-STPD-OVER
005510         MOVE ZEROES TO WK-BAD-DEBT-AMT
005520     ELSE
005530         COMPUTE WK-BAD-DEBT-AMT = BD-TOTAL-LIABILITY
005540                                 - WK-STATE-PAID
005550     END-IF.
005560     MOVE BD-MBI             TO WK-BD-MBI.
005570     MOVE BD-DISCHARGE-DATE  TO WK-BD-DISCHARGE.
005580     MOVE BD-DRG             TO WK-BD-DRG.
005590     MOVE BD-DEDUCTIBLE-AMT  TO WK-BD-DEDUCTIBLE.
005600     MOVE BD-COINSURANCE-AMT TO WK-BD-COINSURANCE.
005610     MOVE BD-LTR-AMT         TO WK-BD-LTR.
005620     MOVE BD-TOTAL-LIABILITY TO WK-BD-LIABILITY.
005630     MOVE WK-STATE-PAID      TO WK-BD-STATE-PAID.
005640     MOVE WK-BAD-DEBT-AMT    TO WK-BD-BAD-DEBT.
005650     MOVE SPACES TO WK-BD-XOVR-TEXT WK-BD-STATE.
005660     IF BD-STATE-RESPONSIBLE
005670         MOVE 'STATE RESP'      TO WK-BD-XOVR-TEXT
005680         MOVE BD-MEDICAID-STATE TO WK-BD-STATE
005690     END-IF.
005700     MOVE WK-BD-DETAIL-LINE TO BDR-RPT-LINE.
005710     WRITE BDR-RPT-LINE.
005720     MOVE SPACES               TO BDR-LIST-REC.
005730     MOVE BD-PROVIDER-NO       TO BL-PROVIDER-NO.
005740     MOVE WK-PER-BEGIN         TO BL-PERIOD-BEGIN.
005750     MOVE WK-PER-END           TO BL-PERIOD-END.
005760     MOVE BD-MBI               TO BL-MBI.
005770     MOVE BD-DISCHARGE-DATE    TO BL-DISCHARGE-DATE.
005780     MOVE BD-DRG               TO BL-DRG.
005790     MOVE BD-CLAIM-SEQ         TO BL-CLAIM-SEQ.
005800     MOVE BD-SETTLE-DATE       TO BL-SETTLE-DATE.
005810     MOVE BD-DEDUCTIBLE-AMT    TO BL-DEDUCTIBLE-AMT.
005820     MOVE BD-COINSURANCE-AMT   TO BL-COINSURANCE-AMT.
005830     MOVE BD-LTR-AMT           TO BL-LTR-AMT.
005840     MOVE BD-TOTAL-LIABILITY   TO BL-TOTAL-LIABILITY.
005850     MOVE BD-CROSSOVER-FLAG    TO BL-CROSSOVER-FLAG.
005860     MOVE BD-MEDICAID-STATE    TO BL-MEDICAID-STATE.
005870     MOVE WK-STATE-PAID        TO BL-STATE-PAID.
005880     MOVE WK-BAD-DEBT-AMT      TO BL-BAD-DEBT-AMT.
005890     WRITE BDR-LIST-REC.
005900     ADD 1 TO TT-BILLS(1) TT-BILLS(2).
005910     ADD BD-DEDUCTIBLE-AMT  TO TT-DEDUCTIBLE(1)
005920                               TT-DEDUCTIBLE(2).
005930     ADD BD-COINSURANCE-AMT TO TT-COINSURANCE(1)
005940                               TT-COINSURANCE(2).
005950     ADD BD-LTR-AMT         TO TT-LTR-COINS(1) TT-LTR-COINS(2).
005960     ADD BD-TOTAL-LIABILITY TO TT-LIABILITY(1) TT-LIABILITY(2).
005970     ADD WK-STATE-PAID      TO TT-STATE-PAID(1)
005980                               TT-STATE-PAID(2).
005990     ADD WK-BAD-DEBT-AMT    TO TT-BAD-DEBT(1) TT-BAD-DEBT(2).
006000     IF BD-STATE-RESPONSIBLE
006010         ADD 1 TO TT-CROSSOVER(1) TT-CROSSOVER(2)
006020         ADD BD-TOTAL-LIABILITY TO TT-XOVR-LIABILITY(1)
006030                                   TT-XOVR-LIABILITY(2)
006040     END-IF.
006050     IF WK-STATE-PAID > 0
006060         ADD 1 TO TT-STATE-PAID-CNT(1) TT-STATE-PAID-CNT(2)
006070     END-IF.
006080 3200-EXIT.
006090     EXIT.
006100 3210-WRITE-PROVIDER-HEAD.
006110     ADD 1 TO WK-PROVIDERS-RPTD.
006120     MOVE WK-CUR-PROVIDER  TO WK-BN-PROVIDER.
006130     MOVE WK-PER-BEGIN     TO WK-BN-BEGIN.
006140     MOVE WK-PER-END       TO WK-BN-END.
006150     MOVE WK-SEG-EFF-DATE  TO WK-BN-SEG-DATE.
006160     MOVE SPACES TO BDR-RPT-LINE.
006170     WRITE BDR-RPT-LINE.
006180     MOVE WK-BD-SECTION-LINE TO BDR-RPT-LINE.
006190     WRITE BDR-RPT-LINE.
006200     MOVE WK-BD-HEAD-LINE TO BDR-RPT-LINE.
006210     WRITE BDR-RPT-LINE.
006220 3210-EXIT.
006230     EXIT.
006240*-----------------------------------------------------------*
006250* 3300-CLOSE-PROVIDER - THE PROVIDER'S TOTALS, IF ANY BILL   *
006260* WAS LISTED.                                                *
006270*-----------------------------------------------------------*
006280 3300-CLOSE-PROVIDER.
006290     MOVE 'N' TO WK-PROV-SW.
006300     IF TT-BILLS(1) = 0
006310         GO TO 3300-EXIT
006320     END-IF.
006330     MOVE SPACES TO BDR-RPT-LINE.
006340     WRITE BDR-RPT-LINE.
006350     MOVE 1 TO WK-TT-I.
006360     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
006370 3300-EXIT.
006380     EXIT.
006390*-----------------------------------------------------------*
006400* 3400-OPEN-PROVIDER - FIND THE MASTER SEGMENT IN FORCE ON   *
006410* THE PERIOD DATE AND SET THE COST-REPORTING PERIOD FROM IT. *
006420*-----------------------------------------------------------*
006430 3400-OPEN-PROVIDER.
006440     SET PROVIDER-IS-OPEN TO TRUE.
006450     MOVE 'N' TO WK-PERIOD-SW.
006460     MOVE BH-PROVIDER-NO TO WK-CUR-PROVIDER.
006470     ADD 1 TO WK-PROVIDERS-SEEN.
006480     MOVE ZEROES TO TT-ENTRY(1) WK-SEG-EFF-DATE.
006490     MOVE 'N' TO WK-MAST-EOF.
006500     MOVE WK-CUR-PROVIDER TO PM-PROVIDER-NO.
006510     MOVE ZEROES          TO PM-SEGMENT-EFF-DATE.
006520     START PROV-MAST-IN
006530         KEY NOT < PM-PROV-KEY
006540         INVALID KEY
006550             SET MASTER-AT-EOF TO TRUE
006560     END-START.
006570     PERFORM 3410-TAKE-ONE-SEGMENT THRU 3410-EXIT
006580         UNTIL MASTER-AT-EOF.
006590     IF WK-SEG-EFF-DATE = 0
006600         ADD 1 TO WK-NO-MASTER
006610         GO TO 3400-EXIT
006620     END-IF.
006630     IF P-NEW-FY-BEGIN-DATE NOT NUMERIC
006640        OR P-NEW-FY-BEGIN-DATE = ZEROES
006650         ADD 1 TO WK-NO-MASTER
006660         GO TO 3400-EXIT
006670     END-IF.
006680     MOVE P-NEW-FY-BEGIN-DATE TO WK-PER-BEGIN.
006690     IF P-NEW-FYE-DATE IS NUMERIC
006700        AND P-NEW-FYE-DATE > P-NEW-FY-BEGIN-DATE
006710         MOVE P-NEW-FYE-DATE TO WK-PER-END
006720     ELSE
006730         COMPUTE WK-PER-END = WK-PER-BEGIN + 10000
006740         PERFORM 8600-PRIOR-DAY THRU 8600-EXIT
006750     END-IF.
006760     MOVE ZEROES TO WK-PER-SHIFTS.
006770     PERFORM 3420-SHIFT-PERIOD THRU 3420-EXIT
006780         UNTIL (WK-PERIOD-DATE NOT < WK-PER-BEGIN
006790                AND WK-PERIOD-DATE NOT > WK-PER-END)
006800            OR WK-PER-SHIFTS > 50.
006810     IF WK-PER-SHIFTS > 50
006820         ADD 1 TO WK-NO-MASTER
006830         GO TO 3400-EXIT
006840     END-IF.
006850     SET PERIOD-IS-KNOWN TO TRUE.
006860 3400-EXIT.
006870     EXIT.
006880 3410-TAKE-ONE-SEGMENT.
006890     READ PROV-MAST-IN NEXT
006900         AT END
006910             SET MASTER-AT-EOF TO TRUE
006920             GO TO 3410-EXIT
006930     END-READ.
006940     IF PM-PROVIDER-NO NOT = WK-CUR-PROVIDER
006950        OR PM-SEGMENT-EFF-DATE > WK-PERIOD-DATE
006960         SET MASTER-AT-EOF TO TRUE
006970         GO TO 3410-EXIT
006980     END-IF.
006990     MOVE PM-PROV-RECORD      TO PROV-NEW-HOLD.
007000     MOVE PM-SEGMENT-EFF-DATE TO WK-SEG-EFF-DATE.
007010 3410-EXIT.
007020     EXIT.
007030*-----------------------------------------------------------*
007040* 3420-SHIFT-PERIOD - MOVE THE PERIOD ONE YEAR TOWARD THE    *
007050* PERIOD DATE.                                               *
007060*-----------------------------------------------------------*
007070 3420-SHIFT-PERIOD.
007080     ADD 1 TO WK-PER-SHIFTS.
007090     IF WK-PERIOD-DATE > WK-PER-END
007100         ADD 10000 TO WK-PER-BEGIN WK-PER-END
007110     ELSE
007120         SUBTRACT 10000 FROM WK-PER-BEGIN WK-PER-END
007130     END-IF.
007140     IF WK-PE-MM = 02 AND WK-PE-DD > 27
007150         PERFORM 8610-SET-FEB-END THRU 8610-EXIT
007160     END-IF.
007170 3420-EXIT.
007180     EXIT.
007190*-----------------------------------------------------------*
007200* 3600-APPLY-STATE-PAID - PASS OVER THE STATE PAYMENTS AHEAD *
007210* OF THIS BILL AND TOTAL THE ONES FOR IT.                    *
007220*-----------------------------------------------------------*
007230 3600-APPLY-STATE-PAID.
007240     MOVE ZEROES TO WK-STATE-PAID.
007250     PERFORM 3610-SKIP-ONE-PAYMENT THRU 3610-EXIT
007260         UNTIL STPD-AT-EOF
007270            OR SP-BILL-KEY NOT < BH-BILL-KEY.
007280     PERFORM 3620-TAKE-ONE-PAYMENT THRU 3620-EXIT
007290         UNTIL STPD-AT-EOF
007300            OR SP-BILL-KEY NOT = BH-BILL-KEY.
007310 3600-EXIT.
007320     EXIT.
007330 3610-SKIP-ONE-PAYMENT.
007340     ADD 1 TO WK-STPD-UNAPPLIED.
007350     PERFORM 2600-READ-STATE-PAID THRU 2600-EXIT.
007360 3610-EXIT.
007370     EXIT.
007380 3620-TAKE-ONE-PAYMENT.
007390     ADD 1 TO WK-STPD-APPLIED.
007400     ADD SP-PAID-AMT TO WK-STATE-PAID.
007410     PERFORM 2600-READ-STATE-PAID THRU 2600-EXIT.
007420 3620-EXIT.
007430     EXIT.
007440*===========================================================*
007450* 4000-WRITE-SUMMARY - THE TOTAL LINES FOR TOTALS ENTRY      *
007460* WK-TT-I.                                                   *
007470*===========================================================*
007480 4000-WRITE-SUMMARY.
007490     MOVE 'BILLS WITH BENEFICIARY LIABILITY' TO WK-BC-LABEL.
007500     MOVE TT-BILLS(WK-TT-I) TO WK-BC-COUNT.
007510     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
007520     MOVE 'BENEFICIARY DEDUCTIBLE' TO WK-BA-LABEL.
007530     MOVE TT-DEDUCTIBLE(WK-TT-I) TO WK-BA-AMOUNT.
007540     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
007550     MOVE 'BENEFICIARY COINSURANCE' TO WK-BA-LABEL.
007560     MOVE TT-COINSURANCE(WK-TT-I) TO WK-BA-AMOUNT.
007570     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
007580     MOVE 'LIFETIME RESERVE COINSURANCE' TO WK-BA-LABEL.
007590     MOVE TT-LTR-COINS(WK-TT-I) TO WK-BA-AMOUNT.
007600     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
007610     MOVE 'TOTAL BENEFICIARY LIABILITY' TO WK-BA-LABEL.
007620     MOVE TT-LIABILITY(WK-TT-I) TO WK-BA-AMOUNT.
007630     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
007640     MOVE 'CROSSOVER CLAIMS - STATE RESPONSIBLE' TO WK-BC-LABEL.
007650     MOVE TT-CROSSOVER(WK-TT-I) TO WK-BC-COUNT.
007660     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
007670     MOVE 'CROSSOVER LIABILITY' TO WK-BA-LABEL.
007680     MOVE TT-XOVR-LIABILITY(WK-TT-I) TO WK-BA-AMOUNT.
007690     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
007700     MOVE 'BILLS WITH A STATE PAYMENT' TO WK-BC-LABEL.
007710     MOVE TT-STATE-PAID-CNT(WK-TT-I) TO WK-BC-COUNT.
007720     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
007730     MOVE 'PAID BY THE STATE' TO WK-BA-LABEL.
007740     MOVE TT-STATE-PAID(WK-TT-I) TO WK-BA-AMOUNT.
007750     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
007760     MOVE 'NET BAD-DEBT SUPPORT' TO WK-BA-LABEL.
007770     MOVE TT-BAD-DEBT(WK-TT-I) TO WK-BA-AMOUNT.
007780     PERFORM 8720-WRITE-AMOUNT-LINE THRU 8720-EXIT.
007790 4000-EXIT.
007800     EXIT.
007810*===========================================================*
007820* 5000-WRITE-TOTALS - EVERY PROVIDER LISTED, EACH OVER ITS   *
007830* OWN PERIOD.                                                *
007840*===========================================================*
007850 5000-WRITE-TOTALS.
007860     MOVE SPACES TO BDR-RPT-LINE.
007870     WRITE BDR-RPT-LINE.
007880     MOVE WK-BD-RULE-LINE TO BDR-RPT-LINE.
007890     WRITE BDR-RPT-LINE.
007900     MOVE WK-BD-TOTAL-SECTION TO BDR-RPT-LINE.
007910     WRITE BDR-RPT-LINE.
007920     MOVE 'PROVIDERS LISTED' TO WK-BC-LABEL.
007930     MOVE WK-PROVIDERS-RPTD TO WK-BC-COUNT.
007940     PERFORM 8710-WRITE-COUNT-LINE THRU 8710-EXIT.
007950     MOVE 2 TO WK-TT-I.
007960     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
007970 5000-EXIT.
007980     EXIT.
007990*-----------------------------------------------------------*
008000* 8600-PRIOR-DAY - BACK WK-PER-END UP ONE DAY.               *
008010*-----------------------------------------------------------*
008020 8600-PRIOR-DAY.
008030     IF WK-PE-DD > 1
008040         SUBTRACT 1 FROM WK-PE-DD
008050         GO TO 8600-EXIT
008060     END-IF.
008070     IF WK-PE-MM = 1
008080         MOVE 12 TO WK-PE-MM
008090         SUBTRACT 1 FROM WK-PE-YYYY
008100     ELSE
008110         SUBTRACT 1 FROM WK-PE-MM
008120     END-IF.
008130     MOVE WK-MONTH-LAST(WK-PE-MM) TO WK-PE-DD.
008140     IF WK-PE-MM = 02
008150         PERFORM 8610-SET-FEB-END THRU 8610-EXIT
008160     END-IF.
008170 8600-EXIT.
008180     EXIT.
008190*-----------------------------------------------------------*
008200* 8610-SET-FEB-END - A FEBRUARY PERIOD END IS THE LAST DAY   *
008210* OF THE MONTH IN ITS OWN YEAR.                              *
008220*-----------------------------------------------------------*
008230 8610-SET-FEB-END.
008240     MOVE 28 TO WK-PE-DD.
008250     DIVIDE WK-PE-YYYY BY 4 GIVING WK-LEAP-QUOT
008260         REMAINDER WK-LEAP-REM.
008270     IF WK-LEAP-REM NOT = 0
008280         GO TO 8610-EXIT
008290     END-IF.
008300     DIVIDE WK-PE-YYYY BY 100 GIVING WK-LEAP-QUOT
008310         REMAINDER WK-LEAP-REM.
008320     IF WK-LEAP-REM NOT = 0
008330         MOVE 29 TO WK-PE-DD
008340         GO TO 8610-EXIT
008350     END-IF.
008360     DIVIDE WK-PE-YYYY BY 400 GIVING WK-LEAP-QUOT
008370         REMAINDER WK-LEAP-REM.
008380     IF WK-LEAP-REM = 0
008390         MOVE 29 TO WK-PE-DD
008400     END-IF.
008410 8610-EXIT.
008420     EXIT.
008430 8710-WRITE-COUNT-LINE.
008440     MOVE WK-BD-COUNT-LINE TO BDR-RPT-LINE.
008450     WRITE BDR-RPT-LINE.
008460 8710-EXIT.
008470     EXIT.
008480 8720-WRITE-AMOUNT-LINE.
008490     MOVE WK-BD-AMOUNT-LINE TO BDR-RPT-LINE.
008500     WRITE BDR-RPT-LINE.
008510 8720-EXIT.
008520     EXIT.
008530*===========================================================*
008540* 9000-TERMINATE - CLOSE AND DISPLAY RUN TOTALS.             *
008550*===========================================================*
008560 9000-TERMINATE.
008570     CLOSE BDR-RPT-OUT BDR-LIST-OUT PROV-MAST-IN.
008580     DISPLAY 'PPBDR215 - PERIOD DATE          : ' WK-PERIOD-DATE.
008590     DISPLAY 'PPBDR215 - SUPPORT ROWS READ    : ' WK-SUPP-ROWS.
008600     DISPLAY 'PPBDR215 - SETTLEMENTS REPLACED : '
008610             WK-SUPP-SUPERSEDED.
008620     DISPLAY 'PPBDR215 - BILLS LISTED         : ' WK-BILLS-LISTED.
008630     DISPLAY 'PPBDR215 - BILLS OUTSIDE PERIOD : '
008640             WK-BILLS-OUT-PERIOD.
008650     DISPLAY 'PPBDR215 - BILLS NO LIABILITY   : '
008660             WK-BILLS-NO-LIABILITY.
008670     DISPLAY 'PPBDR215 - PROVIDERS SEEN       : '
008680             WK-PROVIDERS-SEEN.
008690     DISPLAY 'PPBDR215 - PROVIDERS LISTED     : '
008700             WK-PROVIDERS-RPTD.
008710     DISPLAY 'PPBDR215 - STATE PAYMENTS READ  : ' WK-STPD-ROWS.
008720     DISPLAY 'PPBDR215 - STATE PAYMENTS NETTED: ' WK-STPD-APPLIED.
008730     IF WK-NO-MASTER > 0
008740         DISPLAY 'PPBDR215 - PROVIDERS WITHOUT A USABLE MASTER '
008750                 'SEGMENT: ' WK-NO-MASTER
008760     END-IF.
008770     IF WK-STPD-UNAPPLIED > 0
008780         DISPLAY 'PPBDR215 - STATE PAYMENTS NOT MATCHED TO A '
008790                 'LISTED BILL: ' WK-STPD-UNAPPLIED
008800     END-IF.
008810     IF WK-STPD-OVER > 0
008820         DISPLAY 'PPBDR215 - STATE PAID OVER THE LIABILITY: '
008830                 WK-STPD-OVER
008840     END-IF.
008850 9000-EXIT.
008860     EXIT.
