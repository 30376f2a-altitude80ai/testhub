001130 01  MAC-VERSION                    PIC X(05) VALUE 'K21.5'.
001140 01  WK-MAC-STATUS              PIC X(02) VALUE SPACES.
001150 01  WK-SETTLE-STATUS           PIC X(02) VALUE SPACES.
001160*----------------------------------------------------------*
001170* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001180* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001190* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001200*----------------------------------------------------------*
001210 COPY LAYHDR.
001220 01  WK-LAYOUT-CHECK.
001230     05  WK-LC-DD               PIC X(08).
001240     05  WK-LC-LAYOUT-ID        PIC X(08).
001250     05  WK-LC-VERSION          PIC 9(03).
001260     05  WK-LC-RECORD-LEN       PIC 9(05).
001270 01  WK-LAYOUT-PPSIN.
001280     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
001290     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
001300     05  FILLER                 PIC 9(03) VALUE 001.
001310     05  FILLER                 PIC 9(05) VALUE 00235.
001320 01  WK-LAYOUT-SETTLIN.
001330     05  FILLER                 PIC X(08) VALUE 'SETTLIN'.
001340     05  FILLER                 PIC X(08) VALUE 'SETTLOUT'.
001350     05  FILLER                 PIC 9(03) VALUE 001.
001360     05  FILLER                 PIC 9(05) VALUE 00098.
001370 01  WK-LAYOUT-SWITCHES.
001380     05  WK-PPSIN-LAYOUT-SW       PIC X(01) VALUE 'N'.
001390         88  PPSIN-LAYOUT-CHECKED VALUE 'Y'.
001400     05  WK-SETTLIN-LAYOUT-SW     PIC X(01) VALUE 'N'.
001410         88  SETTLIN-LAYOUT-CHECKED VALUE 'Y'.
001420 01  WK-SWITCHES.
001430     05  WK-MAC-EOF             PIC X(01) VALUE 'N'.
001440         88  MAC-AT-EOF         VALUE 'Y'.
001450     05  WK-PPS-EOF             PIC X(01) VALUE 'N'.
001460         88  PPS-AT-EOF         VALUE 'Y'.
001470     05  WK-BILL-EOF            PIC X(01) VALUE 'N'.
001480         88  BILL-AT-EOF        VALUE 'Y'.
001490     05  WK-SETTLE-EOF          PIC X(01) VALUE 'N'.
001500         88  SETTLE-AT-EOF      VALUE 'Y'.
001510     05  WK-SETTLE-ACTIVE-SW    PIC X(01) VALUE 'N'.
001520         88  SETTLE-ACTIVE      VALUE 'Y'.
001530     05  WK-BILL-MATCH-SW       PIC X(01) VALUE 'N'.
001540         88  BILL-WAS-MATCHED   VALUE 'Y'.
001550     05  WK-MAC-FOUND-SW        PIC X(01) VALUE 'N'.
001560         88  MAC-ROW-FOUND      VALUE 'Y'.
001570     05  WK-MSP-CLAIM-SW        PIC X(01) VALUE 'N'.
001580         88  CLAIM-HAS-MSP      VALUE 'Y'.
001590 01  WK-COUNTERS.
001600     05  WK-MAC-ROWS            PIC 9(07) VALUE ZEROES.
001610     05  WK-MAC-DROPPED         PIC 9(07) VALUE ZEROES.
001620     05  WK-PPS-ROWS            PIC 9(07) VALUE ZEROES.
001630     05  WK-CLAIMS-MATCHED      PIC 9(07) VALUE ZEROES.
001640     05  WK-CLAIMS-AGREED       PIC 9(07) VALUE ZEROES.
001650     05  WK-OURS-ONLY           PIC 9(07) VALUE ZEROES.
001660     05  WK-MAC-ONLY            PIC 9(07) VALUE ZEROES.
001670     05  WK-VAR-VERS            PIC 9(07) VALUE ZEROES.
001680     05  WK-VAR-WI              PIC 9(07) VALUE ZEROES.
001690     05  WK-VAR-MSP             PIC 9(07) VALUE ZEROES.
001700     05  WK-VAR-AMOUNT          PIC 9(07) VALUE ZEROES.
001710     05  WK-NET-VARIANCE        PIC S9(11)V9(02) VALUE ZEROES.
001720 01  WK-VAR-DELTA               PIC S9(09)V9(02) VALUE ZEROES.
001730 01  WK-VAR-CAUSE               PIC X(12) VALUE SPACES.
001740*----------------------------------------------------------*
001750* IN-MEMORY MAC PAID-CLAIMS TABLE.                          *
001760*----------------------------------------------------------*
001770 01  WK-MT-COUNT                PIC 9(05) VALUE ZEROES.
001780 01  MAC-TABLE.
001790     05  MT-ENTRY OCCURS 20000 TIMES
001800                  INDEXED BY MT-IDX MT-SIDX.
001810         10  MT-PROVIDER-NO     PIC X(06).
001820         10  MT-MBI             PIC X(11).
001830         10  MT-DISCHARGE-DATE  PIC 9(08).
001840         10  MT-PAID-AMOUNT     PIC 9(09)V9(02).
001850         10  MT-CALC-VERS       PIC X(05).
001860         10  MT-WAGE-INDX       PIC 9(02)V9(04).
001870         10  MT-MATCHED-SW      PIC X(01).
001880*----------------------------------------------------------*
001890* VARIANCE REPORT LINES.                                    *
001900*----------------------------------------------------------*
001910 01  WK-VH-TITLE-LINE.
001920     05  FILLER              PIC X(36) VALUE
001930         'MAC SHADOW RECONCILIATION - VARIANCE'.
001940     05  FILLER              PIC X(07) VALUE '  DATE '.
001950     05  WK-VT-DATE          PIC 9(08).
001960     05  FILLER              PIC X(07) VALUE '  VERS '.
001970     05  WK-VT-VERSION       PIC X(05).
001980 01  WK-VH-RULE-LINE         PIC X(80) VALUE ALL '='.
001990 01  WK-VH-HEADING1.
002000     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
002010     05  FILLER              PIC X(12) VALUE 'MBI         '.
002020     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
002030     05  FILLER              PIC X(16) VALUE '   OUR-PAYMENT  '.
002040     05  FILLER              PIC X(16) VALUE '   MAC-PAYMENT  '.
002050     05  FILLER              PIC X(16) VALUE '    VARIANCE    '.
002060     05  FILLER              PIC X(12) VALUE 'CAUSE-HINT'.
002070 01  WK-VH-DETAIL-LINE.
002080     05  WK-VD-PROVIDER-NO   PIC X(06).
002090     05  FILLER              PIC X(03) VALUE SPACES.
002100     05  WK-VD-MBI           PIC X(11).
002110     05  FILLER              PIC X(01) VALUE SPACES.
002120     05  WK-VD-DISCHARGE     PIC 9(08).
002130     05  FILLER              PIC X(02) VALUE SPACES.
002140     05  WK-VD-OURS          PIC Z,ZZZ,ZZZ,ZZ9.99.
002150     05  FILLER              PIC X(01) VALUE SPACES.
002160     05  WK-VD-MAC           PIC Z,ZZZ,ZZZ,ZZ9.99.
002170     05  FILLER              PIC X(01) VALUE SPACES.
002180     05  WK-VD-DELTA         PIC -Z,ZZZ,ZZZ,ZZ9.99.
002190     05  FILLER              PIC X(02) VALUE SPACES.
002200     05  WK-VD-CAUSE         PIC X(12).
002210 01  WK-VS-COUNT-LINE.
002220     05  WK-VS-LABEL         PIC X(40).
002230     05  WK-VS-COUNT         PIC ZZZ,ZZ9.
002240 PROCEDURE DIVISION.
002250*===========================================================*
002260* 0000-MAINLINE                                              *
002270*===========================================================*
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002300     PERFORM 2000-COMPARE-CLAIMS  THRU 2000-EXIT.
002310     PERFORM 3000-LIST-MAC-ONLY   THRU 3000-EXIT.
002320     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002330     STOP RUN.
002340*===========================================================*
002350* 1000-INITIALIZE - LOAD THE MAC PAID-CLAIMS TABLE AND OPEN *
002360* THE COMPARISON INPUTS.                                    *
002370*===========================================================*
002380 1000-INITIALIZE.
002390     OPEN OUTPUT VARIANCE-RPT-OUT.
002400     ACCEPT WK-VT-DATE FROM DATE YYYYMMDD.
002410     MOVE MAC-VERSION TO WK-VT-VERSION.
002420     MOVE WK-VH-TITLE-LINE TO VARIANCE-RPT-LINE.
002430     WRITE VARIANCE-RPT-LINE.
002440     MOVE WK-VH-RULE-LINE TO VARIANCE-RPT-LINE.
002450     WRITE VARIANCE-RPT-LINE.
002460     MOVE WK-VH-HEADING1 TO VARIANCE-RPT-LINE.
002470     WRITE VARIANCE-RPT-LINE.
002480     OPEN INPUT MAC-PAID-IN.
002490     IF WK-MAC-STATUS NOT = '00'
002500         DISPLAY 'PPMAC215 - MAC PAID-CLAIMS FILE MISSING'
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     SET MT-IDX TO 1.
002550     PERFORM 1100-READ-ONE-MAC THRU 1100-EXIT
002560         UNTIL MAC-AT-EOF.
002570     CLOSE MAC-PAID-IN.
002580     OPEN INPUT PPS-FILE-IN.
002590     OPEN INPUT BILL-FILE-IN.
002600     OPEN INPUT SETTLE-FILE-IN.
002610     IF WK-SETTLE-STATUS = '00'
002620         SET SETTLE-ACTIVE TO TRUE
002630     END-IF.
002640 1000-EXIT.
002650     EXIT.
002660 1100-READ-ONE-MAC.
002670     READ MAC-PAID-IN
002680         AT END
002690             SET MAC-AT-EOF TO TRUE
002700             GO TO 1100-EXIT
002710     END-READ.
002720     IF WK-MT-COUNT >= 20000
002730         ADD 1 TO WK-MAC-DROPPED
002740         GO TO 1100-EXIT
002750     END-IF.
002760     MOVE MC-PROVIDER-NO    TO MT-PROVIDER-NO(MT-IDX).
002770     MOVE MC-MBI            TO MT-MBI(MT-IDX).
002780     MOVE MC-DISCHARGE-DATE TO MT-DISCHARGE-DATE(MT-IDX).
002790     MOVE MC-PAID-AMOUNT    TO MT-PAID-AMOUNT(MT-IDX).
002800     MOVE MC-CALC-VERS      TO MT-CALC-VERS(MT-IDX).
002810     MOVE MC-WAGE-INDX      TO MT-WAGE-INDX(MT-IDX).
002820     MOVE 'N'               TO MT-MATCHED-SW(MT-IDX).
002830     ADD  1 TO WK-MAC-ROWS.
002840     ADD  1 TO WK-MT-COUNT.
002850     SET  MT-IDX UP BY 1.
002860 1100-EXIT.
002870     EXIT.
002880*===========================================================*
002890* 2000-COMPARE-CLAIMS - DRIVE ON OUR PRICED DEBIT ROWS,     *
002900* MATCH EACH TO ITS BILL (FOR THE MBI) AND TO THE MAC'S     *
002910* ROW, AND BUCKET EVERY PENNY OF VARIANCE BY CAUSE HINT.    *
002920*===========================================================*
002930 2000-COMPARE-CLAIMS.
002940     PERFORM 2100-READ-PPS THRU 2100-EXIT.
002950     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT
002960         UNTIL PPS-AT-EOF.
002970 2000-EXIT.
002980     EXIT.
002990 2100-READ-PPS.
003000     READ PPS-FILE-IN
003010         AT END
003020             SET PPS-AT-EOF TO TRUE
003030             GO TO 2100-EXIT
003040     END-READ.
003050     IF PPS-IN-REC(1:4) = '*LAY'
003060        OR NOT PPSIN-LAYOUT-CHECKED
003070         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
003080         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
003090         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
003100         SET PPSIN-LAYOUT-CHECKED TO TRUE
003110         IF LH-IS-HEADER
003120             GO TO 2100-READ-PPS
003130         END-IF
003140     END-IF.
003150     ADD 1 TO WK-PPS-ROWS.
003160 2100-EXIT.
003170     EXIT.
003180 2200-COMPARE-ONE.
003190     IF PI-DEBIT-CREDIT-IND = 'C'
003200        OR PI-BILL-SOURCE NOT = SPACE
003210        OR PI-PPS-RTC NOT < 50
003220         PERFORM 2100-READ-PPS THRU 2100-EXIT
003230         GO TO 2200-EXIT
003240     END-IF.
003250     PERFORM 2210-MATCH-BILL THRU 2210-EXIT.
003260     IF NOT BILL-WAS-MATCHED
003270         PERFORM 2100-READ-PPS THRU 2100-EXIT
003280         GO TO 2200-EXIT
003290     END-IF.
003300     PERFORM 2300-FIND-MAC-ROW THRU 2300-EXIT.
003310     IF NOT MAC-ROW-FOUND
003320         ADD 1 TO WK-OURS-ONLY
003330         MOVE 'OURS-ONLY' TO WK-VAR-CAUSE
003340         MOVE ZEROES TO WK-VAR-DELTA
003350         PERFORM 2400-WRITE-VARIANCE THRU 2400-EXIT
003360         PERFORM 2100-READ-PPS THRU 2100-EXIT
003370         GO TO 2200-EXIT
003380     END-IF.
003390     ADD 1 TO WK-CLAIMS-MATCHED.
003400     MOVE 'Y' TO MT-MATCHED-SW(MT-SIDX).
003410     COMPUTE WK-VAR-DELTA =
003420         PI-PPS-TOTAL-PAYMENT - MT-PAID-AMOUNT(MT-SIDX).
003430     IF WK-VAR-DELTA = ZERO
003440         ADD 1 TO WK-CLAIMS-AGREED
003450         PERFORM 2100-READ-PPS THRU 2100-EXIT
003460         GO TO 2200-EXIT
003470     END-IF.
003480     ADD WK-VAR-DELTA TO WK-NET-VARIANCE.
003490     PERFORM 2350-HINT-CAUSE THRU 2350-EXIT.
003500     PERFORM 2400-WRITE-VARIANCE THRU 2400-EXIT.
003510     PERFORM 2100-READ-PPS THRU 2100-EXIT.
003520 2200-EXIT.
003530     EXIT.
003540 2210-MATCH-BILL.
003550     MOVE 'N' TO WK-BILL-MATCH-SW.
003560     PERFORM 2220-READ-BILL THRU 2220-EXIT
003570         UNTIL BILL-AT-EOF OR BILL-WAS-MATCHED.
003580 2210-EXIT.
003590     EXIT.
003600 2220-READ-BILL.
003610     READ BILL-FILE-IN
003620         AT END
003630             SET BILL-AT-EOF TO TRUE
003640             GO TO 2220-EXIT
003650     END-READ.
003660     IF B-21-PROVIDER-NO = PI-PROVIDER-NO
003670        AND B-21-DRG = PI-DRG
003680        AND B-21-DISCHARGE-DATE = PI-DISCHARGE-DATE
003690         SET BILL-WAS-MATCHED TO TRUE
003700     END-IF.
003710 2220-EXIT.
003720     EXIT.
003730 2300-FIND-MAC-ROW.
003740     MOVE 'N' TO WK-MAC-FOUND-SW.
003750     IF WK-MT-COUNT = 0
003760         GO TO 2300-EXIT
003770     END-IF.
003780     SET MT-SIDX TO 1.
003790     SEARCH MT-ENTRY VARYING MT-SIDX
003800         AT END
003810             CONTINUE
003820         WHEN MT-PROVIDER-NO(MT-SIDX) = PI-PROVIDER-NO
003830             AND MT-MBI(MT-SIDX) = B-21-MBI
003840             AND MT-DISCHARGE-DATE(MT-SIDX)
003850                 = PI-DISCHARGE-DATE
003860             SET MAC-ROW-FOUND TO TRUE
003870     END-SEARCH.
003880 2300-EXIT.
003890     EXIT.
003900*===========================================================*
003910* 2350-HINT-CAUSE - BUCKET THE VARIANCE: A VERSION          *
003920* MISMATCH, A WAGE-INDEX MISMATCH, AN MSP DIFFERENCE, OR A  *
003930* PLAIN AMOUNT DIFFERENCE.                                  *
003940*===========================================================*
003950 2350-HINT-CAUSE.
003960     PERFORM 2360-CHECK-MSP-FACT THRU 2360-EXIT.
003970     EVALUATE TRUE
003980         WHEN PI-PPS-CALC-VERS NOT = MT-CALC-VERS(MT-SIDX)
003990             MOVE 'VERS-DIFF' TO WK-VAR-CAUSE
004000             ADD 1 TO WK-VAR-VERS
004010         WHEN PI-PPS-WAGE-INDX NOT = MT-WAGE-INDX(MT-SIDX)
004020             MOVE 'WI-DIFF' TO WK-VAR-CAUSE
004030             ADD 1 TO WK-VAR-WI
004040         WHEN CLAIM-HAS-MSP
004050             MOVE 'MSP-DIFF' TO WK-VAR-CAUSE
004060             ADD 1 TO WK-VAR-MSP
004070         WHEN OTHER
004080             MOVE 'AMOUNT-DIFF' TO WK-VAR-CAUSE
004090             ADD 1 TO WK-VAR-AMOUNT
004100     END-EVALUATE.
004110 2350-EXIT.
004120     EXIT.
004130*===========================================================*
004140* 2360-CHECK-MSP-FACT - ADVANCE THE SETTLEMENT EXTRACT TO   *
004150* THIS CLAIM'S ROW AND NOTE WHETHER A PRIMARY PAYER PAID.   *
004160* BOTH FILES ARE IN THE PRICING RUN'S ORDER.                *
004170*===========================================================*
004180 2360-CHECK-MSP-FACT.
004190     MOVE 'N' TO WK-MSP-CLAIM-SW.
004200     IF NOT SETTLE-ACTIVE
004210         GO TO 2360-EXIT
004220     END-IF.
004230     PERFORM 2370-READ-SETTLE THRU 2370-EXIT
004240         UNTIL SETTLE-AT-EOF
004250            OR (SI-PROVIDER-NO = PI-PROVIDER-NO
004260                AND SI-DISCHARGE-DATE = PI-DISCHARGE-DATE).
004270     IF NOT SETTLE-AT-EOF
004280        AND SI-MSP-PRIMARY-PAID > 0
004290         SET CLAIM-HAS-MSP TO TRUE
004300     END-IF.
004310 2360-EXIT.
004320     EXIT.
004330 2370-READ-SETTLE.
004340     READ SETTLE-FILE-IN
004350         AT END
004360             SET SETTLE-AT-EOF TO TRUE
004370             GO TO 2370-EXIT
004380     END-READ.
004390     IF SETTLE-IN-REC(1:4) = '*LAY'
004400        OR NOT SETTLIN-LAYOUT-CHECKED
004410         MOVE WK-LAYOUT-SETTLIN TO WK-LAYOUT-CHECK
004420         MOVE SETTLE-IN-REC TO LAYOUT-HDR-REC
004430         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
004440         SET SETTLIN-LAYOUT-CHECKED TO TRUE
004450         IF LH-IS-HEADER
004460             GO TO 2370-READ-SETTLE
004470         END-IF
004480     END-IF.
004490 2370-EXIT.
004500     EXIT.
004510 2400-WRITE-VARIANCE.
004520     MOVE PI-PROVIDER-NO      TO WK-VD-PROVIDER-NO.
004530     MOVE B-21-MBI            TO WK-VD-MBI.
004540     MOVE PI-DISCHARGE-DATE   TO WK-VD-DISCHARGE.
004550     MOVE PI-PPS-TOTAL-PAYMENT TO WK-VD-OURS.
004560     IF MAC-ROW-FOUND
004570         MOVE MT-PAID-AMOUNT(MT-SIDX) TO WK-VD-MAC
004580     ELSE
004590         MOVE ZEROES TO WK-VD-MAC
004600     END-IF.
004610     MOVE WK-VAR-DELTA        TO WK-VD-DELTA.
004620     MOVE WK-VAR-CAUSE        TO WK-VD-CAUSE.
004630     MOVE WK-VH-DETAIL-LINE   TO VARIANCE-RPT-LINE.
004640     WRITE VARIANCE-RPT-LINE.
004650 2400-EXIT.
004660     EXIT.
004670*===========================================================*
004680* 3000-LIST-MAC-ONLY - EVERY MAC ROW NO PRICED CLAIM OF     *
004690* OURS EVER CLAIMED.                                        *
004700*===========================================================*
004710 3000-LIST-MAC-ONLY.
004720     PERFORM 3100-CHECK-ONE-MAC THRU 3100-EXIT
004730         VARYING MT-IDX FROM 1 BY 1
004740         UNTIL MT-IDX > WK-MT-COUNT.
004750 3000-EXIT.
004760     EXIT.
004770 3100-CHECK-ONE-MAC.
004780     IF MT-MATCHED-SW(MT-IDX) = 'Y'
004790         GO TO 3100-EXIT
004800     END-IF.
004810     ADD 1 TO WK-MAC-ONLY.
004820     MOVE MT-PROVIDER-NO(MT-IDX)    TO WK-VD-PROVIDER-NO.
004830     MOVE MT-MBI(MT-IDX)            TO WK-VD-MBI.
004840     MOVE MT-DISCHARGE-DATE(MT-IDX) TO WK-VD-DISCHARGE.
004850     MOVE ZEROES                    TO WK-VD-OURS.
004860     MOVE MT-PAID-AMOUNT(MT-IDX)    TO WK-VD-MAC.
004870     MOVE ZEROES                    TO WK-VD-DELTA.
004880     MOVE 'MAC-ONLY'                TO WK-VD-CAUSE.
004890     MOVE WK-VH-DETAIL-LINE TO VARIANCE-RPT-LINE.
004900     WRITE VARIANCE-RPT-LINE.
004910 3100-EXIT.
004920     EXIT.
004930*===========================================================*
004940* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
004950* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
004960* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
004970* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
004980* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
004990*===========================================================*
005000 8800-CHECK-LAYOUT.
005010     IF NOT LH-IS-HEADER
005020         IF WK-LC-VERSION = 1
005030             DISPLAY 'PPMAC215 - ' WK-LC-DD ' HAS NO LAYOUT '
005040                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
005050                     ' VERSION 001'
005060             GO TO 8800-EXIT
005070         END-IF
005080         DISPLAY 'PPMAC215 - ' WK-LC-DD ' HAS NO LAYOUT '
005090                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
005100                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
005110         MOVE 12 TO RETURN-CODE
005120         STOP RUN
005130     END-IF.
005140     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
005150        AND LH-LAYOUT-VERSION = WK-LC-VERSION
005160        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
005170         DISPLAY 'PPMAC215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
005180                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
005190                 ' WRITTEN BY ' LH-PRODUCER
005200         GO TO 8800-EXIT
005210     END-IF.
005220     DISPLAY 'PPMAC215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
005230             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
005240             LH-RECORD-LENGTH.
005250     DISPLAY 'PPMAC215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
005260             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
005270             ' - FILE REFUSED'.
005280     MOVE 12 TO RETURN-CODE.
005290     STOP RUN.
005300 8800-EXIT.
005310     EXIT.
005320*===========================================================*
005330* 9000-TERMINATE - THE BUCKET SUMMARY AND RUN TOTALS.       *
005340*===========================================================*
005350 9000-TERMINATE.
005360     MOVE WK-VH-RULE-LINE TO VARIANCE-RPT-LINE.
005370     WRITE VARIANCE-RPT-LINE.
005380     MOVE 'CLAIMS MATCHED TO A MAC ROW' TO WK-VS-LABEL.
005390     MOVE WK-CLAIMS-MATCHED TO WK-VS-COUNT.
005400     MOVE WK-VS-COUNT-LINE TO VARIANCE-RPT-LINE.
005410     WRITE VARIANCE-RPT-LINE.
005420     MOVE 'CLAIMS AGREEING TO THE PENNY' TO WK-VS-LABEL.
005430     MOVE WK-CLAIMS-AGREED TO WK-VS-COUNT.
005440     MOVE WK-VS-COUNT-LINE TO VARIANCE-RPT-LINE.
005450     WRITE VARIANCE-RPT-LINE.
005460     MOVE 'VARIANCES - VERSION MISMATCH' TO WK-VS-LABEL.
005470     MOVE WK-VAR-VERS TO WK-VS-COUNT.
005480     MOVE WK-VS-COUNT-LINE TO VARIANCE-RPT-LINE.
005490     WRITE VARIANCE-RPT-LINE.
005500     MOVE 'VARIANCES - WAGE INDEX MISMATCH' TO WK-VS-LABEL.
005510     MOVE WK-VAR-WI TO WK-VS-COUNT.
005520     MOVE WK-VS-COUNT-LINE TO VARIANCE-RPT-LINE.
005530     WRITE VARIANCE-RPT-LINE.
005540     MOVE 'VARIANCES - MSP DIFFERENCE' TO WK-VS-LABEL.
005550     MOVE WK-VAR-MSP TO WK-VS-COUNT.
005560     MOVE WK-VS-COUNT-LINE TO VARIANCE-RPT-LINE.
005570     WRITE VARIANCE-RPT-LINE.
005580     MOVE 'VARIANCES - AMOUNT ONLY' TO WK-VS-LABEL.
005590     MOVE WK-VAR-AMOUNT TO WK-VS-COUNT.
005600     MOVE WK-VS-COUNT-LINE TO VARIANCE-RPT-LINE.
005610     WRITE VARIANCE-RPT-LINE.
005620     MOVE 'OUR CLAIMS WITH NO MAC ROW' TO WK-VS-LABEL.
005630     MOVE WK-OURS-ONLY TO WK-VS-COUNT.
005640     MOVE WK-VS-COUNT-LINE TO VARIANCE-RPT-LINE.
005650     WRITE VARIANCE-RPT-LINE.
005660     MOVE 'MAC ROWS WITH NO CLAIM OF OURS' TO WK-VS-LABEL.
005670     MOVE WK-MAC-ONLY TO WK-VS-COUNT.
005680     MOVE WK-VS-COUNT-LINE TO VARIANCE-RPT-LINE.
005690     WRITE VARIANCE-RPT-LINE.
005700     CLOSE PPS-FILE-IN.
005710     CLOSE BILL-FILE-IN.
005720     IF SETTLE-ACTIVE
005730         CLOSE SETTLE-FILE-IN
005740     END-IF.
005750     CLOSE VARIANCE-RPT-OUT.
005760     DISPLAY 'PPMAC215 - MAC ROWS LOADED   : ' WK-MAC-ROWS.
005770     IF WK-MAC-DROPPED > 0
005780         DISPLAY 'PPMAC215 - MAC TABLE FULL - DROPPED : '
005790                 WK-MAC-DROPPED
005800     END-IF.
005810     DISPLAY 'PPMAC215 - PPS ROWS READ     : ' WK-PPS-ROWS.
005820     DISPLAY 'PPMAC215 - NET VARIANCE      : '
005830             WK-NET-VARIANCE.
005840 9000-EXIT.
005850     EXIT.
