000380                            ORGANIZATION IS INDEXED
000390                            ACCESS MODE IS DYNAMIC
000400                            RECORD KEY IS HR-KEY
000410                            ALTERNATE RECORD KEY IS HR-MBI
000420                                WITH DUPLICATES
000430                            FILE STATUS IS WK-HISTREPO-STATUS.
000440     SELECT PROV-MAST-FILE  ASSIGN TO PROVMAST
000450                            ORGANIZATION IS INDEXED
000460                            ACCESS MODE IS SEQUENTIAL
000470                            RECORD KEY IS PM-PROV-KEY
000480                            FILE STATUS IS WK-PROVMAST-STATUS.
000490     SELECT SETTLE-FILE-IN  ASSIGN TO SETTLIN
000500                            ORGANIZATION IS SEQUENTIAL
000510                            FILE STATUS IS WK-SETTLE-STATUS.
000520     SELECT CASE-FILE-OUT   ASSIGN TO CASEFILE
000530                            ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560*----------------------------------------------------------*
000570* PARAMETER CARD - THE CLAIM SEQUENCE ID TO ASSEMBLE.       *
000580*----------------------------------------------------------*
000590 FD  APL-PARM-FILE
000600     RECORDING MODE IS F.
000610 01  APL-PARM-REC                PIC X(80).
000620*----------------------------------------------------------*
000630* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
000640* IT.                                                       *
000650*----------------------------------------------------------*
000660 FD  HIST-REPO-FILE
000670     RECORD CONTAINS 252 CHARACTERS.
000680 01  HIST-REPO-REC.
000690     05  HR-KEY.
000700         10  HR-PROVIDER-NO     PIC X(06).
000710         10  HR-DISCHARGE-DATE  PIC 9(08).
000720         10  HR-CLAIM-SEQ       PIC 9(09).
000730         10  HR-RUN-ID          PIC X(08).
000740     05  HR-RUN-DATE            PIC 9(08).
000750     05  HR-PPS-DATA            PIC X(89).
000760     05  HR-WI-AUDIT            PIC X(66).
000770     05  HR-MBI                 PIC X(11).
000780     05  HR-DRG                 PIC 9(03).
000790     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
000800     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
000810     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
000820     05  HR-NEW-TECH            PIC 9(09)V9(02).
000830*----------------------------------------------------------*
000840* PROVIDER MASTER, AS PPBAT215 READS IT.                    *
000850*----------------------------------------------------------*
000860 FD  PROV-MAST-FILE
000870     RECORD CONTAINS 325 CHARACTERS.
000880 01  PROV-MAST-REC.
000890     05  PM-PROV-KEY.
000900         10  PM-PROVIDER-NO     PIC X(06).
000910         10  PM-SEGMENT-EFF-DATE PIC 9(08).
000920     05  PM-FORMAT-IND          PIC X(01).
000930     05  PM-PROV-RECORD         PIC X(310).
000940*----------------------------------------------------------*
000950* SETTLEMENT EXTRACT FROM PPSET215.                         *
000960*----------------------------------------------------------*
000970 FD  SETTLE-FILE-IN
000980     RECORDING MODE IS F.
000990 01  SETTLE-IN-REC.
001000     05  SI-PROVIDER-NO          PIC X(06).
001010     05  SI-DRG                  PIC 9(03).
001020     05  SI-DISCHARGE-DATE       PIC 9(08).
001030     05  SI-PPS-RTC              PIC 9(02).
001040     05  SI-GROSS-PAYMENT        PIC 9(09)V9(02).
001050     05  SI-DEDUCTIBLE-AMT       PIC 9(05)V9(02).
001060     05  SI-COINSURANCE-DAYS     PIC 9(03).
001070     05  SI-COINSURANCE-AMT      PIC 9(09)V9(02).
001080     05  SI-LTR-DAYS             PIC 9(02).
001090     05  SI-LTR-AMT              PIC 9(09)V9(02).
001100     05  SI-MSP-PRIMARY-PAID     PIC 9(09)V9(02).
001110     05  SI-NET-MEDICARE-PAYMENT PIC 9(09)V9(02).
001120     05  SI-INTEREST-AMT         PIC 9(07)V9(02).
001130     05  SI-MSP-PAYER-TYPE       PIC X(01).
001140     05  SI-MSP-FORMULA          PIC X(02).
001150 FD  CASE-FILE-OUT
001160     RECORDING MODE IS F.
001170 01  CASE-FILE-LINE              PIC X(100).
001180 WORKING-STORAGE SECTION.
001190 01  W-STORAGE-REF                  PIC X(48)  VALUE
001200     'P P A P L 2 1 5 - W O R K I N G   S T O R A G E'.
001210 01  APL-VERSION                    PIC X(05) VALUE 'A21.5'.
001220 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001230 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001240 01  WK-PROVMAST-STATUS         PIC X(02) VALUE SPACES.
001250 01  WK-SETTLE-STATUS           PIC X(02) VALUE SPACES.
001260*----------------------------------------------------------*
001270* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001280* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001290* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001300*----------------------------------------------------------*
001310 COPY LAYHDR.
001320 01  WK-LAYOUT-CHECK.
001330     05  WK-LC-DD               PIC X(08).
001340     05  WK-LC-LAYOUT-ID        PIC X(08).
001350     05  WK-LC-VERSION          PIC 9(03).
001360     05  WK-LC-RECORD-LEN       PIC 9(05).
001370 01  WK-LAYOUT-SETTLIN.
001380     05  FILLER                 PIC X(08) VALUE 'SETTLIN'.
001390     05  FILLER                 PIC X(08) VALUE 'SETTLOUT'.
001400     05  FILLER                 PIC 9(03) VALUE 001.
001410     05  FILLER                 PIC 9(05) VALUE 00098.
001420 01  WK-LAYOUT-SWITCHES.
001430     05  WK-SETTLIN-LAYOUT-SW     PIC X(01) VALUE 'N'.
001440         88  SETTLIN-LAYOUT-CHECKED VALUE 'Y'.
001450 01  WK-SWITCHES.
001460     05  WK-REPO-EOF            PIC X(01) VALUE 'N'.
001470         88  REPO-AT-EOF        VALUE 'Y'.
001480     05  WK-PROV-EOF            PIC X(01) VALUE 'N'.
001490         88  PROV-AT-EOF        VALUE 'Y'.
001500     05  WK-SETTLE-EOF          PIC X(01) VALUE 'N'.
001510         88  SETTLE-AT-EOF      VALUE 'Y'.
001520     05  WK-CLAIM-FOUND-SW      PIC X(01) VALUE 'N'.
001530         88  CLAIM-WAS-FOUND    VALUE 'Y'.
001540     05  WK-SEG-FOUND-SW        PIC X(01) VALUE 'N'.
001550         88  SEGMENT-WAS-FOUND  VALUE 'Y'.
001560     05  WK-SETTLE-FOUND-SW     PIC X(01) VALUE 'N'.
001570         88  SETTLE-WAS-FOUND   VALUE 'Y'.
001580 01  WK-TARGET-CLAIM-SEQ        PIC 9(09) VALUE ZEROES.
001590 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001600 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001610 01  WK-PRICINGS-SHOWN          PIC 9(03) VALUE ZEROES.
001620*----------------------------------------------------------*
001630* LATCHED FACTS OF THE CLAIM'S LATEST PRICING.              *
001640*----------------------------------------------------------*
001650 01  WK-LAST-PROVIDER           PIC X(06) VALUE SPACES.
001660 01  WK-LAST-DISCHARGE          PIC 9(08) VALUE ZEROES.
001670 01  WK-LAST-MBI                PIC X(11) VALUE SPACES.
001680 01  WK-LAST-PPS-DATA           PIC X(89) VALUE SPACES.
001690 01  WK-LAST-WI-AUDIT           PIC X(66) VALUE SPACES.
001700 01  WK-BEST-EFF-DATE           PIC 9(08) VALUE ZEROES.
001710 01  WK-BEST-PROV-RECORD        PIC X(310) VALUE SPACES.
001720*----------------------------------------------------------*
001730* COPYBOOK VIEWS OF THE STORED PAYLOADS.                    *
001740*----------------------------------------------------------*
001750 COPY PPSDATA.
001760 COPY WIAUDIT.
001770 COPY PROVNEW.
001780*----------------------------------------------------------*
001790* PAGINATION - A PAGE HEADER EVERY 50 LINES.                *
001800*----------------------------------------------------------*
001810 01  WK-PAGE-NO                 PIC 9(03) VALUE ZEROES.
001820 01  WK-LINES-ON-PAGE           PIC 9(03) VALUE 999.
001830 01  WK-PAGE-HEAD-LINE.
001840     05  FILLER              PIC X(25) VALUE
001850         'APPEAL CASE FILE - CLAIM '.
001860     05  WK-PH-CLAIM-SEQ     PIC 9(09).
001870     05  FILLER              PIC X(07) VALUE '  PAGE '.
001880     05  WK-PH-PAGE          PIC ZZ9.
001890     05  FILLER              PIC X(07) VALUE '  VERS '.
001900     05  WK-PH-VERSION       PIC X(05).
001910 01  WK-RULE-LINE            PIC X(72) VALUE ALL '='.
001920 01  WK-SECTION-LINE         PIC X(72) VALUE SPACES.
001930*----------------------------------------------------------*
001940* DETAIL LINES.                                             *
001950*----------------------------------------------------------*
001960 01  WK-ID-LINE.
001970     05  FILLER              PIC X(10) VALUE 'PROVIDER  '.
001980     05  WK-ID-PROVIDER      PIC X(06).
001990     05  FILLER              PIC X(13) VALUE '  DISCHARGED '.
002000     05  WK-ID-DISCHARGE     PIC 9(08).
002010     05  FILLER              PIC X(06) VALUE '  MBI '.
002020     05  WK-ID-MBI           PIC X(11).
002030 01  WK-HIST-HEAD-LINE.
002040     05  FILLER              PIC X(09) VALUE 'RUN-ID   '.
002050     05  FILLER              PIC X(10) VALUE 'RUN-DATE  '.
002060     05  FILLER              PIC X(05) VALUE 'RTC  '.
002070     05  FILLER              PIC X(16) VALUE ' TOTAL-PAYMENT  '.
002080     05  FILLER              PIC X(06) VALUE 'VERS  '.
002090     05  FILLER              PIC X(08) VALUE 'MODULE'.
002100 01  WK-HIST-DETAIL-LINE.
002110     05  WK-HI-RUN-ID        PIC X(08).
002120     05  FILLER              PIC X(02) VALUE SPACES.
002130     05  WK-HI-RUN-DATE      PIC 9(08).
002140     05  FILLER              PIC X(02) VALUE SPACES.
002150     05  WK-HI-RTC           PIC 9(02).
002160     05  FILLER              PIC X(02) VALUE SPACES.
002170     05  WK-HI-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
002180     05  FILLER              PIC X(02) VALUE SPACES.
002190     05  WK-HI-VERS          PIC X(05).
002200     05  FILLER              PIC X(02) VALUE SPACES.
002210     05  WK-HI-MODULE        PIC X(08).
002220 01  WK-FLAG-LINE.
002230     05  WK-FL-LABEL         PIC X(42).
002240     05  WK-FL-VALUE         PIC X(10).
002250 01  WK-AMT-LINE.
002260     05  WK-AM-LABEL         PIC X(36).
002270     05  WK-AM-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
002280 01  WK-WI-LINE.
002290     05  WK-WI-LABEL         PIC X(36).
002300     05  WK-WI-VALUE         PIC Z9.9999.
002310 PROCEDURE DIVISION.
002320*===========================================================*
002330* 0000-MAINLINE                                              *
002340*===========================================================*
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002370     PERFORM 2000-PULL-HISTORY     THRU 2000-EXIT.
002380     IF NOT CLAIM-WAS-FOUND
002390         MOVE 'CLAIM SEQUENCE NOT IN THE HISTORY REPOSITORY'
002400             TO WK-SECTION-LINE
002410         PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
002420         MOVE 08 TO RETURN-CODE
002430         GO TO 0000-WRAP-UP
002440     END-IF.
002450     PERFORM 3000-EXPLAIN-WAGE-INDEX THRU 3000-EXIT.
002460     PERFORM 4000-EXPLAIN-PAYMENT  THRU 4000-EXIT.
002470     PERFORM 5000-SHOW-PROVIDER    THRU 5000-EXIT.
002480     PERFORM 6000-SHOW-SETTLEMENT  THRU 6000-EXIT.
002490 0000-WRAP-UP.
002500     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002510     STOP RUN.
002520*===========================================================*
002530* 1000-INITIALIZE - READ THE PARAMETER CARD AND OPEN THE    *
002540* CASE FILE.                                                *
002550*===========================================================*
002560 1000-INITIALIZE.
002570     OPEN INPUT APL-PARM-FILE.
002580     IF WK-PARM-STATUS NOT = '00'
002590         DISPLAY 'PPAPL215 - PARAMETER FILE MISSING'
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     READ APL-PARM-FILE
002640         AT END
002650             DISPLAY 'PPAPL215 - EMPTY PARAMETER FILE'
002660             MOVE 16 TO RETURN-CODE
002670             STOP RUN
002680     END-READ.
002690     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
002700     UNSTRING APL-PARM-REC DELIMITED BY '='
002710         INTO WK-RC-KEYWORD WK-RC-VALUE.
002720     IF WK-RC-KEYWORD = 'CLAIM-SEQ'
002730        AND WK-RC-VALUE(1:9) IS NUMERIC
002740         MOVE WK-RC-VALUE(1:9) TO WK-TARGET-CLAIM-SEQ
002750     ELSE
002760         DISPLAY 'PPAPL215 - CLAIM-SEQ CARD REQUIRED'
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     CLOSE APL-PARM-FILE.
002810     OPEN OUTPUT CASE-FILE-OUT.
002820     MOVE WK-TARGET-CLAIM-SEQ TO WK-PH-CLAIM-SEQ.
002830     MOVE APL-VERSION TO WK-PH-VERSION.
002840     OPEN INPUT HIST-REPO-FILE.
002850     IF WK-HISTREPO-STATUS NOT = '00'
002860         DISPLAY 'PPAPL215 - HISTORY REPOSITORY UNAVAILABLE'
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900 1000-EXIT.
002910     EXIT.
002920*===========================================================*
002930* 2000-PULL-HISTORY - SCAN THE REPOSITORY FOR EVERY PRICING *
002940* OF THE CLAIM SEQUENCE AND LIST THEM, LATCHING THE LATEST  *
002950* PRICING'S FACTS FOR THE EXPLANATION SECTIONS.             *
002960*===========================================================*
002970 2000-PULL-HISTORY.
002980     MOVE 'SECTION 1 - PRICING HISTORY' TO WK-SECTION-LINE.
002990     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT.
003000     MOVE WK-HIST-HEAD-LINE TO CASE-FILE-LINE.
003010     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
003020     PERFORM 2100-SCAN-ONE-ROW THRU 2100-EXIT
003030         UNTIL REPO-AT-EOF.
003040     CLOSE HIST-REPO-FILE.
003050     IF CLAIM-WAS-FOUND
003060         MOVE WK-LAST-PROVIDER  TO WK-ID-PROVIDER
003070         MOVE WK-LAST-DISCHARGE TO WK-ID-DISCHARGE
003080         MOVE WK-LAST-MBI       TO WK-ID-MBI
003090         MOVE WK-ID-LINE TO CASE-FILE-LINE
003100         PERFORM 8100-WRITE-LINE THRU 8100-EXIT
003110     END-IF.
003120 2000-EXIT.
003130     EXIT.
003140 2100-SCAN-ONE-ROW.
003150     READ HIST-REPO-FILE NEXT
003160         AT END
003170             SET REPO-AT-EOF TO TRUE
003180             GO TO 2100-EXIT
003190     END-READ.
003200     IF HR-CLAIM-SEQ NOT = WK-TARGET-CLAIM-SEQ
003210         GO TO 2100-EXIT
003220     END-IF.
003230     SET CLAIM-WAS-FOUND TO TRUE.
003240     ADD 1 TO WK-PRICINGS-SHOWN.
003250     MOVE HR-PROVIDER-NO    TO WK-LAST-PROVIDER.
003260     MOVE HR-DISCHARGE-DATE TO WK-LAST-DISCHARGE.
003270     MOVE HR-MBI            TO WK-LAST-MBI.
003280     MOVE HR-PPS-DATA       TO WK-LAST-PPS-DATA.
003290     MOVE HR-WI-AUDIT       TO WK-LAST-WI-AUDIT.
003300     MOVE HR-PPS-DATA       TO PPS-DATA.
003310     MOVE HR-WI-AUDIT       TO WI-AUDIT-RECORD.
003320     MOVE HR-RUN-ID         TO WK-HI-RUN-ID.
003330     MOVE HR-RUN-DATE       TO WK-HI-RUN-DATE.
003340     MOVE PPS-RTC           TO WK-HI-RTC.
003350     MOVE PPS-TOTAL-PAYMENT TO WK-HI-TOTAL.
003360     MOVE PPS-CALC-VERS     TO WK-HI-VERS.
003370     MOVE WA-FY-MODULE-DISPATCHED TO WK-HI-MODULE.
003380     MOVE WK-HIST-DETAIL-LINE TO CASE-FILE-LINE.
003390     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
003400 2100-EXIT.
003410     EXIT.
003420*===========================================================*
003430* 3000-EXPLAIN-WAGE-INDEX - THE WAGE-INDEX DETERMINATION,   *
003440* RULE BY RULE, FROM THE STORED WI-AUDIT-RECORD.            *
003450*===========================================================*
003460 3000-EXPLAIN-WAGE-INDEX.
003470     MOVE WK-LAST-PPS-DATA TO PPS-DATA.
003480     MOVE WK-LAST-WI-AUDIT TO WI-AUDIT-RECORD.
003490     MOVE 'SECTION 2 - WAGE INDEX DETERMINATION'
003500         TO WK-SECTION-LINE.
003510     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT.
003520     MOVE 'CBSA USED FOR THE WAGE INDEX' TO WK-FL-LABEL.
003530     MOVE WA-CBSA-USED TO WK-FL-VALUE.
003540     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
003550     MOVE 'CBSA SIZE (L=LARGE URBAN O=OTHER R=RURAL)'
003560         TO WK-FL-LABEL.
003570     MOVE WA-CBSA-SIZE TO WK-FL-VALUE.
003580     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
003590     MOVE 'WAGE INDEX BEFORE THE RURAL FLOOR' TO WK-WI-LABEL.
003600     MOVE WA-WI-BEFORE-FLOOR TO WK-WI-VALUE.
003610     PERFORM 8300-WRITE-WI THRU 8300-EXIT.
003620     MOVE 'WAGE INDEX AFTER THE RURAL FLOOR' TO WK-WI-LABEL.
003630     MOVE WA-WI-AFTER-FLOOR TO WK-WI-VALUE.
003640     PERFORM 8300-WRITE-WI THRU 8300-EXIT.
003650     MOVE 'RURAL/IMPUTED FLOOR FIRED' TO WK-FL-LABEL.
003660     MOVE WA-RURAL-FLOOR-FIRED TO WK-FL-VALUE.
003670     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
003680     MOVE 'OUTMIGRATION ADJUSTMENT FIRED' TO WK-FL-LABEL.
003690     MOVE WA-OUTM-FIRED TO WK-FL-VALUE.
003700     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
003710     MOVE 'SUPPLEMENTAL WAGE INDEX USED' TO WK-FL-LABEL.
003720     MOVE WA-SUPPLEMENTAL-WI-USED TO WK-FL-VALUE.
003730     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
003740     MOVE 'PRIOR-YEAR WAGE INDEX BLENDED' TO WK-FL-LABEL.
003750     MOVE WA-PRIOR-YEAR-WI-USED TO WK-FL-VALUE.
003760     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
003770     MOVE 'INDIAN HEALTH SERVICE OVERRIDE USED'
003780         TO WK-FL-LABEL.
003790     MOVE WA-INDIAN-HEALTH-WI-USED TO WK-FL-VALUE.
003800     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
003810     MOVE 'PUERTO RICO WAGE INDEX USED' TO WK-FL-LABEL.
003820     MOVE WA-PUERTO-RICO-WI-USED TO WK-FL-VALUE.
003830     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
003840     MOVE 'FINAL WAGE INDEX USED TO PRICE' TO WK-WI-LABEL.
003850     MOVE WA-FINAL-WAGE-INDEX TO WK-WI-VALUE.
003860     PERFORM 8300-WRITE-WI THRU 8300-EXIT.
003870 3000-EXIT.
003880     EXIT.
003890*===========================================================*
003900* 4000-EXPLAIN-PAYMENT - STEP-BY-STEP PAYMENT EXPLANATION   *
003910* FROM THE STORED RESULT COMPONENTS, AS THE TRACE MODE      *
003920* PRINTS THEM.                                              *
003930*===========================================================*
003940 4000-EXPLAIN-PAYMENT.
003950     MOVE 'SECTION 3 - PAYMENT EXPLANATION'
003960         TO WK-SECTION-LINE.
003970     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT.
003980     MOVE 'OPERATING HOSPITAL-SPECIFIC PART' TO WK-AM-LABEL.
003990     MOVE PPS-OPER-HSP-PART TO WK-AM-AMOUNT.
004000     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
004010     MOVE 'OPERATING FEDERAL-SPECIFIC PART' TO WK-AM-LABEL.
004020     MOVE PPS-OPER-FSP-PART TO WK-AM-AMOUNT.
004030     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
004040     MOVE 'INDIRECT MEDICAL EDUCATION ADJUSTMENT'
004050         TO WK-AM-LABEL.
004060     MOVE PPS-OPER-IME-ADJ TO WK-AM-AMOUNT.
004070     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
004080     MOVE 'DISPROPORTIONATE SHARE ADJUSTMENT'
004090         TO WK-AM-LABEL.
004100     MOVE PPS-OPER-DSH-ADJ TO WK-AM-AMOUNT.
004110     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
004120     MOVE 'OPERATING OUTLIER PART' TO WK-AM-LABEL.
004130     MOVE PPS-OPER-OUTLIER-PART TO WK-AM-AMOUNT.
004140     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
004150     MOVE 'TOTAL PAYMENT' TO WK-AM-LABEL.
004160     MOVE PPS-TOTAL-PAYMENT TO WK-AM-AMOUNT.
004170     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
004180     MOVE 'RETURN CODE (SEE PPRTC215 FOR TEXT)'
004190         TO WK-FL-LABEL.
004200     MOVE PPS-RTC TO WK-FL-VALUE.
004210     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
004220 4000-EXIT.
004230     EXIT.
004240*===========================================================*
004250* 5000-SHOW-PROVIDER - THE PROVIDER SEGMENT IN FORCE ON THE *
004260* DISCHARGE DATE, WITH THE PAYMENT-DRIVING FIELDS.          *
004270*===========================================================*
004280 5000-SHOW-PROVIDER.
004290     MOVE 'SECTION 4 - PROVIDER SEGMENT IN FORCE'
004300         TO WK-SECTION-LINE.
004310     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT.
004320     OPEN INPUT PROV-MAST-FILE.
004330     IF WK-PROVMAST-STATUS NOT = '00'
004340         MOVE 'PROVIDER MASTER UNAVAILABLE' TO WK-SECTION-LINE
004350         PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
004360         GO TO 5000-EXIT
004370     END-IF.
004380     PERFORM 5100-CHECK-ONE-SEGMENT THRU 5100-EXIT
004390         UNTIL PROV-AT-EOF.
004400     CLOSE PROV-MAST-FILE.
004410     IF NOT SEGMENT-WAS-FOUND
004420         MOVE 'NO SEGMENT IN FORCE ON THE DISCHARGE DATE'
004430             TO WK-SECTION-LINE
004440         PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
004450         GO TO 5000-EXIT
004460     END-IF.
004470     MOVE WK-BEST-PROV-RECORD TO PROV-NEW-HOLD.
004480     MOVE 'SEGMENT EFFECTIVE DATE' TO WK-FL-LABEL.
004490     MOVE WK-BEST-EFF-DATE TO WK-FL-VALUE.
004500     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
004510     MOVE 'PROVIDER TYPE' TO WK-FL-LABEL.
004520     MOVE P-NEW-PROVIDER-TYPE TO WK-FL-VALUE.
004530     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
004540     MOVE 'GEOGRAPHIC CBSA' TO WK-FL-LABEL.
004550     MOVE P-NEW-CBSA-GEO-LOC TO WK-FL-VALUE.
004560     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
004570     MOVE 'OPERATING COST-TO-CHARGE RATIO' TO WK-WI-LABEL.
004580     MOVE P-NEW-CCR TO WK-WI-VALUE.
004590     PERFORM 8300-WRITE-WI THRU 8300-EXIT.
004600     MOVE 'DSH PERCENT' TO WK-WI-LABEL.
004610     MOVE P-NEW-DSH-PERCENT TO WK-WI-VALUE.
004620     PERFORM 8300-WRITE-WI THRU 8300-EXIT.
004630     MOVE 'BED SIZE' TO WK-FL-LABEL.
004640     MOVE P-NEW-BED-SIZE TO WK-FL-VALUE.
004650     PERFORM 8200-WRITE-FLAG THRU 8200-EXIT.
004660 5000-EXIT.
004670     EXIT.
004680 5100-CHECK-ONE-SEGMENT.
004690     READ PROV-MAST-FILE
004700         AT END
004710             SET PROV-AT-EOF TO TRUE
004720             GO TO 5100-EXIT
004730     END-READ.
004740     IF PM-PROVIDER-NO = WK-LAST-PROVIDER
004750        AND PM-SEGMENT-EFF-DATE NOT > WK-LAST-DISCHARGE
004760        AND PM-SEGMENT-EFF-DATE NOT < WK-BEST-EFF-DATE
004770         MOVE PM-SEGMENT-EFF-DATE TO WK-BEST-EFF-DATE
004780         MOVE PM-PROV-RECORD      TO WK-BEST-PROV-RECORD
004790         SET SEGMENT-WAS-FOUND TO TRUE
004800     END-IF.
004810 5100-EXIT.
004820     EXIT.
004830*===========================================================*
004840* 6000-SHOW-SETTLEMENT - THE PPSET215 SETTLEMENT ROW FOR    *
004850* THE CLAIM, MATCHED BY PROVIDER AND DISCHARGE DATE.        *
004860*===========================================================*
004870 6000-SHOW-SETTLEMENT.
004880     MOVE 'SECTION 5 - SETTLEMENT' TO WK-SECTION-LINE.
004890     PERFORM 8000-WRITE-SECTION THRU 8000-EXIT.
004900     OPEN INPUT SETTLE-FILE-IN.
004910     IF WK-SETTLE-STATUS NOT = '00'
004920         MOVE 'SETTLEMENT EXTRACT UNAVAILABLE'
004930             TO WK-SECTION-LINE
004940         PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
004950         GO TO 6000-EXIT
004960     END-IF.
004970     PERFORM 6100-MATCH-ONE-SETTLE THRU 6100-EXIT
004980         UNTIL SETTLE-AT-EOF OR SETTLE-WAS-FOUND.
004990     CLOSE SETTLE-FILE-IN.
005000     IF NOT SETTLE-WAS-FOUND
005010         MOVE 'NO SETTLEMENT ROW FOR THIS CLAIM'
005020             TO WK-SECTION-LINE
005030         PERFORM 8000-WRITE-SECTION THRU 8000-EXIT
005040         GO TO 6000-EXIT
005050     END-IF.
005060     MOVE 'GROSS MEDICARE PAYMENT' TO WK-AM-LABEL.
005070     MOVE SI-GROSS-PAYMENT TO WK-AM-AMOUNT.
005080     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
005090     MOVE 'PART A DEDUCTIBLE APPLIED' TO WK-AM-LABEL.
005100     MOVE SI-DEDUCTIBLE-AMT TO WK-AM-AMOUNT.
005110     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
005120     MOVE 'COINSURANCE AMOUNT' TO WK-AM-LABEL.
005130     MOVE SI-COINSURANCE-AMT TO WK-AM-AMOUNT.
005140     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
005150     MOVE 'LIFETIME RESERVE AMOUNT' TO WK-AM-LABEL.
005160     MOVE SI-LTR-AMT TO WK-AM-AMOUNT.
005170     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
005180     MOVE 'PRIMARY PAYER PAID (MSP)' TO WK-AM-LABEL.
005190     MOVE SI-MSP-PRIMARY-PAID TO WK-AM-AMOUNT.
005200     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
005210     MOVE 'NET MEDICARE PAYMENT' TO WK-AM-LABEL.
005220     MOVE SI-NET-MEDICARE-PAYMENT TO WK-AM-AMOUNT.
005230     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
005240     MOVE 'CLEAN-CLAIM INTEREST PAID' TO WK-AM-LABEL.
005250     MOVE SI-INTEREST-AMT TO WK-AM-AMOUNT.
005260     PERFORM 8400-WRITE-AMOUNT THRU 8400-EXIT.
005270 6000-EXIT.
005280     EXIT.
005290 6100-MATCH-ONE-SETTLE.
005300     READ SETTLE-FILE-IN
005310         AT END
005320             SET SETTLE-AT-EOF TO TRUE
005330             GO TO 6100-EXIT
005340     END-READ.
005350     IF SETTLE-IN-REC(1:4) = '*LAY'
005360        OR NOT SETTLIN-LAYOUT-CHECKED
005370         MOVE WK-LAYOUT-SETTLIN TO WK-LAYOUT-CHECK
005380         MOVE SETTLE-IN-REC TO LAYOUT-HDR-REC
005390         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
005400         SET SETTLIN-LAYOUT-CHECKED TO TRUE
005410         IF LH-IS-HEADER
005420             GO TO 6100-MATCH-ONE-SETTLE
005430         END-IF
005440     END-IF.
005450     IF SI-PROVIDER-NO = WK-LAST-PROVIDER
005460        AND SI-DISCHARGE-DATE = WK-LAST-DISCHARGE
005470         SET SETTLE-WAS-FOUND TO TRUE
005480     END-IF.
005490 6100-EXIT.
005500     EXIT.
005510*===========================================================*
005520* 8000/8100/8200/8300/8400 - PAGINATED LINE WRITERS.  A NEW *
005530* PAGE HEADER IS CUT EVERY 50 LINES.                        *
005540*===========================================================*
005550 8000-WRITE-SECTION.
005560     MOVE SPACES TO CASE-FILE-LINE.
005570     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
005580     MOVE WK-SECTION-LINE TO CASE-FILE-LINE.
005590     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
005600     MOVE WK-RULE-LINE TO CASE-FILE-LINE.
005610     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
005620 8000-EXIT.
005630     EXIT.
005640 8100-WRITE-LINE.
005650     IF WK-LINES-ON-PAGE > 50
005660         ADD 1 TO WK-PAGE-NO
005670         MOVE WK-PAGE-NO TO WK-PH-PAGE
005680         MOVE ZEROES TO WK-LINES-ON-PAGE
005690         MOVE CASE-FILE-LINE TO WK-SECTION-LINE
005700         MOVE WK-PAGE-HEAD-LINE TO CASE-FILE-LINE
005710         WRITE CASE-FILE-LINE
005720         MOVE WK-RULE-LINE TO CASE-FILE-LINE
005730         WRITE CASE-FILE-LINE
005740         MOVE WK-SECTION-LINE TO CASE-FILE-LINE
005750     END-IF.
005760     WRITE CASE-FILE-LINE.
005770     ADD 1 TO WK-LINES-ON-PAGE.
005780 8100-EXIT.
005790     EXIT.
005800 8200-WRITE-FLAG.
005810     MOVE WK-FLAG-LINE TO CASE-FILE-LINE.
005820     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
005830 8200-EXIT.
005840     EXIT.
005850 8300-WRITE-WI.
005860     MOVE WK-WI-LINE TO CASE-FILE-LINE.
005870     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
005880 8300-EXIT.
005890     EXIT.
005900 8400-WRITE-AMOUNT.
005910     MOVE WK-AMT-LINE TO CASE-FILE-LINE.
005920     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
005930 8400-EXIT.
005940     EXIT.
005950*===========================================================*
005960* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
005970* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
005980* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
005990* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
006000* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
006010*===========================================================*
006020 8800-CHECK-LAYOUT.
006030     IF NOT LH-IS-HEADER
006040         IF WK-LC-VERSION = 1
006050             DISPLAY 'PPAPL215 - ' WK-LC-DD ' HAS NO LAYOUT '
006060                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
006070                     ' VERSION 001'
006080             GO TO 8800-EXIT
006090         END-IF
006100         DISPLAY 'PPAPL215 - ' WK-LC-DD ' HAS NO LAYOUT '
006110                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
006120                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
006130         MOVE 12 TO RETURN-CODE
006140         STOP RUN
006150     END-IF.
006160     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
006170        AND LH-LAYOUT-VERSION = WK-LC-VERSION
006180        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
006190         DISPLAY 'PPAPL215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
006200                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
006210                 ' WRITTEN BY ' LH-PRODUCER
006220         GO TO 8800-EXIT
006230     END-IF.
006240     DISPLAY 'PPAPL215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
006250             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
006260             LH-RECORD-LENGTH.
006270     DISPLAY 'PPAPL215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
006280             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
006290             ' - FILE REFUSED'.
006300     MOVE 12 TO RETURN-CODE.
006310     STOP RUN.
006320 8800-EXIT.
006330     EXIT.
006340*===========================================================*
006350* 9000-TERMINATE - CLOSE THE CASE FILE AND DISPLAY TOTALS.  *
006360*===========================================================*
006370 9000-TERMINATE.
006380     CLOSE CASE-FILE-OUT.
006390     DISPLAY 'PPAPL215 - CLAIM SEQUENCE    : '
006400             WK-TARGET-CLAIM-SEQ.
006410     DISPLAY 'PPAPL215 - PRICINGS LISTED   : '
006420             WK-PRICINGS-SHOWN.
006430 9000-EXIT.
006440     EXIT.
