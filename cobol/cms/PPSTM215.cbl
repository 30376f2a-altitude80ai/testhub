000910 01  STM-VERSION                    PIC X(05) VALUE 'N21.5'.
000920 01  WK-MTDIN-STATUS            PIC X(02) VALUE SPACES.
000930 01  WK-XWALK-STATUS            PIC X(02) VALUE SPACES.
000940 COPY GENSTAMP.
000950*----------------------------------------------------------*
000960* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
000970* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
000980* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
000990*----------------------------------------------------------*
001000 COPY LAYHDR.
001010 01  WK-LAYOUT-CHECK.
001020     05  WK-LC-DD               PIC X(08).
001030     05  WK-LC-LAYOUT-ID        PIC X(08).
001040     05  WK-LC-VERSION          PIC 9(03).
001050     05  WK-LC-RECORD-LEN       PIC 9(05).
001060 01  WK-LAYOUT-PPSIN.
001070     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
001080     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
001090     05  FILLER                 PIC 9(03) VALUE 001.
001100     05  FILLER                 PIC 9(05) VALUE 00235.
001110 01  WK-LAYOUT-SWITCHES.
001120     05  WK-PPSIN-LAYOUT-SW       PIC X(01) VALUE 'N'.
001130         88  PPSIN-LAYOUT-CHECKED VALUE 'Y'.
001140 01  WK-SWITCHES.
001150     05  WK-PPS-EOF             PIC X(01) VALUE 'N'.
001160         88  PPS-AT-EOF         VALUE 'Y'.
001170     05  WK-MTDIN-EOF           PIC X(01) VALUE 'N'.
001180         88  MTDIN-AT-EOF       VALUE 'Y'.
001190     05  WK-XWALK-EOF           PIC X(01) VALUE 'N'.
001200         88  XWALK-AT-EOF       VALUE 'Y'.
001210 01  WK-COUNTERS.
001220     05  WK-PPS-ROWS            PIC 9(07) VALUE ZEROES.
001230     05  WK-BUNDLES-WRITTEN     PIC 9(05) VALUE ZEROES.
001240*----------------------------------------------------------*
001250* MONTH-TO-DATE TABLE AND THE MERGER CROSSWALK.             *
001260*----------------------------------------------------------*
001270 01  WK-MTD-COUNT               PIC 9(05) VALUE ZEROES.
001280 01  MTD-TABLE.
001290     05  MTD-ENTRY OCCURS 2000 TIMES
001300                   INDEXED BY MTD-IDX MTD-SIDX.
001310         10  MTD-PROVIDER-NO    PIC X(06).
001320         10  MTD-BILL-COUNT     PIC 9(07).
001330         10  MTD-TOT-PAYMENT    PIC 9(11)V9(02).
001340 01  WK-XW-COUNT                PIC 9(03) VALUE ZEROES.
001350 01  PROV-XWALK-TABLE.
001360     05  XW-ENTRY OCCURS 500 TIMES
001370                  INDEXED BY XW-IDX XW-SIDX.
001380         10  XW-OLD-PROVIDER-NO PIC X(06).
001390         10  XW-NEW-PROVIDER-NO PIC X(06).
001400         10  XW-EFF-DATE        PIC 9(08).
001410*----------------------------------------------------------*
001420* RETURN-CODE TEXT TABLE.                                   *
001430*----------------------------------------------------------*
001440 COPY PPRTC215.
001450 01  WK-RTC-X                   PIC X(02) VALUE SPACES.
001460*----------------------------------------------------------*
001470* STATEMENT STATE - THE BUNDLE IN PROGRESS.                 *
001480*----------------------------------------------------------*
001490 01  WK-CUR-PROVIDER            PIC X(06) VALUE SPACES.
001500 01  WK-STMT-PROVIDER           PIC X(06) VALUE SPACES.
001510 01  WK-SIGNED-AMT              PIC S9(09)V9(02) VALUE ZEROES.
001520*    ONE ROW PER SURVIVING PROVIDER - THE BUNDLE TOTALS
001530*    ACCUMULATE HERE ONCE, EVEN WHEN CROSSWALK REGROUPING
001540*    INTERLEAVES A SURVIVOR'S SECTIONS.
001550 01  WK-BT-COUNT                PIC 9(04) VALUE ZEROES.
001560 01  WK-BT-CUR                  PIC 9(04) VALUE ZEROES.
001570 01  BUNDLE-TOTAL-TABLE.
001580     05  BT-ENTRY OCCURS 2000 TIMES
001590                  INDEXED BY BT-IDX BT-SIDX.
001600         10  BT-PROVIDER-NO     PIC X(06).
001610         10  BT-BILLS           PIC 9(07).
001620         10  BT-PAYMENT         PIC S9(11)V9(02).
001630 01  WK-MTD-MAP-PROVIDER        PIC X(06) VALUE SPACES.
001640 01  WK-MTD-SUM-BILLS           PIC 9(07) VALUE ZEROES.
001650 01  WK-MTD-SUM-PAYMENT         PIC 9(11)V9(02) VALUE ZEROES.
001660 01  WK-MTD-HIT-SW              PIC X(01) VALUE 'N'.
001670*----------------------------------------------------------*
001680* STATEMENT LINES.                                          *
001690*----------------------------------------------------------*
001700 01  WK-SH-HEAD-LINE.
001710     05  FILLER              PIC X(32) VALUE
001720         'MEDICARE PAYMENT STATEMENT FOR  '.
001730     05  WK-SH-PROVIDER      PIC X(06).
001740     05  FILLER              PIC X(09) VALUE '  ISSUED '.
001750     05  WK-SH-DATE          PIC 9(08).
001760     05  FILLER              PIC X(07) VALUE '  VERS '.
001770     05  WK-SH-VERSION       PIC X(05).
001780 01  WK-SH-RULE-LINE         PIC X(80) VALUE ALL '='.
001790 01  WK-SH-CONT-LINE.
001800     05  FILLER              PIC X(25) VALUE
001810         'STATEMENT CONTINUED FOR  '.
001820     05  WK-SN-PROVIDER      PIC X(06).
001830 01  WK-SH-TPROV-LINE.
001840     05  FILLER              PIC X(21) VALUE
001850         'TOTALS FOR PROVIDER  '.
001860     05  WK-TP-PROVIDER      PIC X(06).
001870 01  WK-SH-COL-LINE.
001880     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
001890     05  FILLER              PIC X(05) VALUE 'DRG  '.
001900     05  FILLER              PIC X(42) VALUE 'HOW IT PAID'.
001910     05  FILLER              PIC X(17) VALUE '      PAYMENT    '.
001920     05  FILLER              PIC X(14) VALUE '   OUTLIER'.
001930 01  WK-SH-CLAIM-LINE.
001940     05  WK-SC-DISCHARGE     PIC 9(08).
001950     05  FILLER              PIC X(03) VALUE SPACES.
001960     05  WK-SC-DRG           PIC 9(03).
001970     05  FILLER              PIC X(02) VALUE SPACES.
001980     05  WK-SC-RTC-TEXT      PIC X(40).
001990     05  FILLER              PIC X(02) VALUE SPACES.
002000     05  WK-SC-PAYMENT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
002010     05  FILLER              PIC X(02) VALUE SPACES.
002020     05  WK-SC-OUTLIER       PIC ZZZ,ZZZ,ZZ9.99.
002030 01  WK-SH-TOTAL-LINE.
002040     05  FILLER              PIC X(26) VALUE
002050         'STATEMENT TOTAL - CLAIMS  '.
002060     05  WK-ST-BILLS         PIC ZZZ,ZZ9.
002070     05  FILLER              PIC X(11) VALUE '  PAYMENT  '.
002080     05  WK-ST-PAYMENT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
002090 01  WK-SH-MTD-LINE.
002100     05  FILLER              PIC X(26) VALUE
002110         'MONTH TO DATE  - CLAIMS   '.
002120     05  WK-SM-BILLS         PIC ZZZ,ZZ9.
002130     05  FILLER              PIC X(11) VALUE '  PAYMENT  '.
002140     05  WK-SM-PAYMENT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002150 PROCEDURE DIVISION.
002160*===========================================================*
002170* 0000-MAINLINE                                              *
002180*===========================================================*
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002210     PERFORM 2000-BUILD-BUNDLES   THRU 2000-EXIT.
002220     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002230     STOP RUN.
002240 1000-INITIALIZE.
002250     OPEN INPUT PPS-FILE-IN.
002260     OPEN OUTPUT STMT-FILE-OUT.
002270     ACCEPT WK-SH-DATE FROM DATE YYYYMMDD.
002280     MOVE STM-VERSION TO WK-SH-VERSION.
002290     OPEN INPUT MTD-FILE-IN.
002300     IF WK-MTDIN-STATUS = '00'
002310         SET MTD-IDX TO 1
002320         PERFORM 1100-READ-ONE-MTD THRU 1100-EXIT
002330             UNTIL MTDIN-AT-EOF OR WK-MTD-COUNT >= 2000
002340         CLOSE MTD-FILE-IN
002350     END-IF.
002360     OPEN INPUT PROV-XWALK-FILE.
002370     IF WK-XWALK-STATUS = '00'
002380         SET XW-IDX TO 1
002390         PERFORM 1200-READ-ONE-XWALK THRU 1200-EXIT
002400             UNTIL XWALK-AT-EOF OR WK-XW-COUNT >= 500
002410         CLOSE PROV-XWALK-FILE
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450 1100-READ-ONE-MTD.
002460     READ MTD-FILE-IN
002470         AT END
002480             SET MTDIN-AT-EOF TO TRUE
002490             GO TO 1100-EXIT
002500     END-READ.
002510     MOVE MTD-IN-REC TO GEN-STAMP-REC.
002520     IF GS-IS-STAMP
002530         GO TO 1100-EXIT
002540     END-IF.
002550     MOVE MT-PROVIDER-NO   TO MTD-PROVIDER-NO(MTD-IDX).
002560     MOVE MT-BILL-COUNT    TO MTD-BILL-COUNT(MTD-IDX).
002570     MOVE MT-TOTAL-PAYMENT TO MTD-TOT-PAYMENT(MTD-IDX).
002580     ADD  1 TO WK-MTD-COUNT.
002590     SET  MTD-IDX UP BY 1.
002600 1100-EXIT.
002610     EXIT.
002620 1200-READ-ONE-XWALK.
002630     READ PROV-XWALK-FILE
002640         AT END
002650             SET XWALK-AT-EOF TO TRUE
002660             GO TO 1200-EXIT
002670     END-READ.
002680     MOVE XI-OLD-PROVIDER-NO TO XW-OLD-PROVIDER-NO(XW-IDX).
002690     MOVE XI-NEW-PROVIDER-NO TO XW-NEW-PROVIDER-NO(XW-IDX).
002700     MOVE XI-EFF-DATE        TO XW-EFF-DATE(XW-IDX).
002710     ADD  1 TO WK-XW-COUNT.
002720     SET  XW-IDX UP BY 1.
002730 1200-EXIT.
002740     EXIT.
002750*===========================================================*
002760* 2000-BUILD-BUNDLES - ONE BUNDLE PER PROVIDER GROUP IN THE *
002770* PRICED EXTRACT, CLAIMS LISTED WITH SIGNED ENTRIES FOR     *
002780* REVERSALS, CLOSED WITH THE STATEMENT AND MTD TOTALS.      *
002790*===========================================================*
002800 2000-BUILD-BUNDLES.
002810     PERFORM 2100-READ-PPS THRU 2100-EXIT.
002820     PERFORM 2200-STATEMENT-ONE-ROW THRU 2200-EXIT
002830         UNTIL PPS-AT-EOF.
002840 2000-EXIT.
002850     EXIT.
002860 2100-READ-PPS.
002870     READ PPS-FILE-IN
002880         AT END
002890             SET PPS-AT-EOF TO TRUE
002900             GO TO 2100-EXIT
002910     END-READ.
002920     IF PPS-IN-REC(1:4) = '*LAY'
002930        OR NOT PPSIN-LAYOUT-CHECKED
002940         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
002950         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
002960         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
002970         SET PPSIN-LAYOUT-CHECKED TO TRUE
002980         IF LH-IS-HEADER
002990             GO TO 2100-READ-PPS
003000         END-IF
003010     END-IF.
003020     ADD 1 TO WK-PPS-ROWS.
003030 2100-EXIT.
003040     EXIT.
003050 2200-STATEMENT-ONE-ROW.
003060     MOVE PI-PROVIDER-NO TO WK-STMT-PROVIDER.
003070     PERFORM 2300-FOLLOW-XWALK THRU 2300-EXIT.
003080     IF WK-STMT-PROVIDER NOT = WK-CUR-PROVIDER
003090         PERFORM 2400-OPEN-BUNDLE THRU 2400-EXIT
003100     END-IF.
003110     PERFORM 2600-WRITE-CLAIM-LINE THRU 2600-EXIT.
003120     PERFORM 2100-READ-PPS THRU 2100-EXIT.
003130 2200-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------*
003160* 2300-FOLLOW-XWALK - A MERGED-AWAY NUMBER'S CLAIMS BUNDLE  *
003170* UNDER THE SURVIVING NUMBER.                               *
003180*-----------------------------------------------------------*
003190 2300-FOLLOW-XWALK.
003200     IF WK-XW-COUNT = 0
003210         GO TO 2300-EXIT
003220     END-IF.
003230     SET XW-SIDX TO 1.
003240     SEARCH XW-ENTRY VARYING XW-SIDX
003250         AT END
003260             CONTINUE
003270         WHEN XW-OLD-PROVIDER-NO(XW-SIDX) = PI-PROVIDER-NO
003280             AND PI-DISCHARGE-DATE NOT <
003290                 XW-EFF-DATE(XW-SIDX)
003300             MOVE XW-NEW-PROVIDER-NO(XW-SIDX)
003310                 TO WK-STMT-PROVIDER
003320     END-SEARCH.
003330 2300-EXIT.
003340     EXIT.
003350 2400-OPEN-BUNDLE.
003360     MOVE WK-STMT-PROVIDER TO WK-CUR-PROVIDER.
003370     MOVE WK-SH-RULE-LINE TO STMT-LINE.
003380     WRITE STMT-LINE.
003390     SET BT-SIDX TO 1.
003400     SEARCH BT-ENTRY VARYING BT-SIDX
003410         AT END
003420             IF WK-BT-COUNT < 2000
003430                 ADD 1 TO WK-BT-COUNT
003440                 SET BT-SIDX TO WK-BT-COUNT
003450                 MOVE WK-CUR-PROVIDER
003460                     TO BT-PROVIDER-NO(BT-SIDX)
003470                 MOVE 0 TO BT-BILLS(BT-SIDX)
003480                 MOVE 0 TO BT-PAYMENT(BT-SIDX)
003490                 SET WK-BT-CUR TO BT-SIDX
003500                 MOVE WK-CUR-PROVIDER TO WK-SH-PROVIDER
003510                 MOVE WK-SH-HEAD-LINE TO STMT-LINE
003520                 WRITE STMT-LINE
003530                 ADD 1 TO WK-BUNDLES-WRITTEN
003540             ELSE
003550                 MOVE 0 TO WK-BT-CUR
003560             END-IF
003570         WHEN BT-PROVIDER-NO(BT-SIDX) = WK-CUR-PROVIDER
003580*            THE SURVIVOR ALREADY OPENED A SECTION - THE
003590*            CROSSWALK REGROUPED THE INPUT; CONTINUE ITS
003600*            ACCUMULATION INSTEAD OF STARTING A SECOND ONE
003610             SET WK-BT-CUR TO BT-SIDX
003620             MOVE WK-CUR-PROVIDER TO WK-SN-PROVIDER
003630             MOVE WK-SH-CONT-LINE TO STMT-LINE
003640             WRITE STMT-LINE
003650     END-SEARCH.
003660     MOVE WK-SH-COL-LINE TO STMT-LINE.
003670     WRITE STMT-LINE.
003680 2400-EXIT.
003690     EXIT.
003700 2600-WRITE-CLAIM-LINE.
003710     MOVE PI-DISCHARGE-DATE TO WK-SC-DISCHARGE.
003720     MOVE PI-DRG            TO WK-SC-DRG.
003730     MOVE PI-PPS-RTC        TO WK-RTC-X.
003740     SET RTC-IDX TO 1.
003750     SEARCH RTC-DESC-ENTRY VARYING RTC-IDX
003760         AT END
003770             MOVE 'PROCESSED - SEE CLAIMS OFFICE'
003780                 TO WK-SC-RTC-TEXT
003790         WHEN RTC-DESC-CODE(RTC-IDX) = WK-RTC-X
003800             MOVE RTC-DESC-TEXT(RTC-IDX) TO WK-SC-RTC-TEXT
003810     END-SEARCH.
003820     IF PI-DEBIT-CREDIT-IND = 'C'
003830         COMPUTE WK-SIGNED-AMT =
003840             0 - PI-PPS-TOTAL-PAYMENT
003850         MOVE 'REVERSAL OF AN EARLIER PAYMENT'
003860             TO WK-SC-RTC-TEXT
003870     ELSE
003880         MOVE PI-PPS-TOTAL-PAYMENT TO WK-SIGNED-AMT
003890     END-IF.
003900     MOVE WK-SIGNED-AMT TO WK-SC-PAYMENT.
003910     MOVE PI-PPS-OPER-OUTLIER-PART TO WK-SC-OUTLIER.
003920     MOVE WK-SH-CLAIM-LINE TO STMT-LINE.
003930     WRITE STMT-LINE.
003940     IF WK-BT-CUR > 0
003950         SET BT-IDX TO WK-BT-CUR
003960         ADD 1 TO BT-BILLS(BT-IDX)
003970         ADD WK-SIGNED-AMT TO BT-PAYMENT(BT-IDX)
003980     END-IF.
003990 2600-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------*
004020* 2500-CLOSE-ONE-BUNDLE - ONE SURVIVOR'S CLOSING TOTALS     *
004030* BLOCK: THE ACCUMULATED STATEMENT TOTAL AND THE MONTH-TO-  *
004040* DATE FIGURES SUMMED ACROSS EVERY MTD ROW THAT CROSSWALKS  *
004050* TO THE SURVIVOR (PPBAT215 KEYS MTD ROWS BY THE BILLED,    *
004060* POSSIBLY MERGED-AWAY, NUMBER).                            *
004070*-----------------------------------------------------------*
004080 2500-CLOSE-ONE-BUNDLE.
004090     MOVE BT-PROVIDER-NO(BT-IDX) TO WK-TP-PROVIDER.
004100     MOVE WK-SH-TPROV-LINE TO STMT-LINE.
004110     WRITE STMT-LINE.
004120     MOVE BT-BILLS(BT-IDX)   TO WK-ST-BILLS.
004130     MOVE BT-PAYMENT(BT-IDX) TO WK-ST-PAYMENT.
004140     MOVE WK-SH-TOTAL-LINE TO STMT-LINE.
004150     WRITE STMT-LINE.
004160     MOVE 'N' TO WK-MTD-HIT-SW.
004170     MOVE ZEROES TO WK-MTD-SUM-BILLS.
004180     MOVE ZEROES TO WK-MTD-SUM-PAYMENT.
004190     PERFORM 2510-SUM-ONE-MTD THRU 2510-EXIT
004200         VARYING MTD-SIDX FROM 1 BY 1
004210         UNTIL MTD-SIDX > WK-MTD-COUNT.
004220     IF WK-MTD-HIT-SW NOT = 'Y'
004230         GO TO 2500-EXIT
004240     END-IF.
004250     MOVE WK-MTD-SUM-BILLS   TO WK-SM-BILLS.
004260     MOVE WK-MTD-SUM-PAYMENT TO WK-SM-PAYMENT.
004270     MOVE WK-SH-MTD-LINE TO STMT-LINE.
004280     WRITE STMT-LINE.
004290 2500-EXIT.
004300     EXIT.
004310 2510-SUM-ONE-MTD.
004320     MOVE MTD-PROVIDER-NO(MTD-SIDX) TO WK-MTD-MAP-PROVIDER.
004330     PERFORM 2520-XWALK-ONE-MTD THRU 2520-EXIT.
004340     IF WK-MTD-MAP-PROVIDER = BT-PROVIDER-NO(BT-IDX)
004350         MOVE 'Y' TO WK-MTD-HIT-SW
004360         ADD MTD-BILL-COUNT(MTD-SIDX)  TO WK-MTD-SUM-BILLS
004370         ADD MTD-TOT-PAYMENT(MTD-SIDX) TO WK-MTD-SUM-PAYMENT
004380     END-IF.
004390 2510-EXIT.
004400     EXIT.
004410 2520-XWALK-ONE-MTD.
004420     IF WK-XW-COUNT = 0
004430         GO TO 2520-EXIT
004440     END-IF.
004450     SET XW-SIDX TO 1.
004460     SEARCH XW-ENTRY VARYING XW-SIDX
004470         AT END
004480             CONTINUE
004490         WHEN XW-OLD-PROVIDER-NO(XW-SIDX) =
004500                  WK-MTD-MAP-PROVIDER
004510             MOVE XW-NEW-PROVIDER-NO(XW-SIDX)
004520                 TO WK-MTD-MAP-PROVIDER
004530     END-SEARCH.
004540 2520-EXIT.
004550     EXIT.
004560*===========================================================*
004570* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
004580* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
004590* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
004600* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
004610* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
004620*===========================================================*
004630 8800-CHECK-LAYOUT.
004640     IF NOT LH-IS-HEADER
004650         IF WK-LC-VERSION = 1
004660             DISPLAY 'PPSTM215 - ' WK-LC-DD ' HAS NO LAYOUT '
004670                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
004680                     ' VERSION 001'
004690             GO TO 8800-EXIT
004700         END-IF
004710         DISPLAY 'PPSTM215 - ' WK-LC-DD ' HAS NO LAYOUT '
004720                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
004730                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
004740         MOVE 12 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
004780        AND LH-LAYOUT-VERSION = WK-LC-VERSION
004790        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
004800         DISPLAY 'PPSTM215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
004810                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
004820                 ' WRITTEN BY ' LH-PRODUCER
004830         GO TO 8800-EXIT
004840     END-IF.
004850     DISPLAY 'PPSTM215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
004860             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
004870             LH-RECORD-LENGTH.
004880     DISPLAY 'PPSTM215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
004890             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
004900             ' - FILE REFUSED'.
004910     MOVE 12 TO RETURN-CODE.
004920     STOP RUN.
004930 8800-EXIT.
004940     EXIT.
004950 9000-TERMINATE.
004960     IF WK-BT-COUNT > 0
004970         MOVE WK-SH-RULE-LINE TO STMT-LINE
004980         WRITE STMT-LINE
004990         PERFORM 2500-CLOSE-ONE-BUNDLE THRU 2500-EXIT
005000             VARYING BT-IDX FROM 1 BY 1
005010             UNTIL BT-IDX > WK-BT-COUNT
005020     END-IF.
005030     CLOSE PPS-FILE-IN.
005040     CLOSE STMT-FILE-OUT.
005050     DISPLAY 'PPSTM215 - PPS ROWS READ     : ' WK-PPS-ROWS.
005060     DISPLAY 'PPSTM215 - BUNDLES WRITTEN   : '
005070             WK-BUNDLES-WRITTEN.
005080 9000-EXIT.
005090     EXIT.
