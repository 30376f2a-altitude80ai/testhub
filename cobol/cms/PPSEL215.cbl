000970*----------------------------------------------------------*
000980 FD  BILL-FILE-OUT
000990     RECORDING MODE IS F.
001000 01  BILL-OUT-REC                PIC X(791).
001010 FD  IMPACT-RPT-OUT
001020     RECORDING MODE IS F.
001030 01  IMPACT-RPT-LINE             PIC X(90).
001060     'P P S E L 2 1 5 - W O R K I N G   S T O R A G E'.
001070 01  SEL-VERSION                    PIC X(05) VALUE 'E21.5'.
001080 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001090*----------------------------------------------------------*
001100* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001110* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001120* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001130*----------------------------------------------------------*
001140 COPY LAYHDR.
001150 01  WK-LAYOUT-CHECK.
001160     05  WK-LC-DD               PIC X(08).
001170     05  WK-LC-LAYOUT-ID        PIC X(08).
001180     05  WK-LC-VERSION          PIC 9(03).
001190     05  WK-LC-RECORD-LEN       PIC 9(05).
001200 01  WK-LAYOUT-PPSIN.
001210     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
001220     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
001230     05  FILLER                 PIC 9(03) VALUE 001.
001240     05  FILLER                 PIC 9(05) VALUE 00235.
001250 01  WK-LAYOUT-SWITCHES.
001260     05  WK-PPSIN-LAYOUT-SW       PIC X(01) VALUE 'N'.
001270         88  PPSIN-LAYOUT-CHECKED VALUE 'Y'.
001280 01  WK-SWITCHES.
001290     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001300         88  PARM-AT-EOF        VALUE 'Y'.
001310     05  WK-WIA-EOF             PIC X(01) VALUE 'N'.
001320         88  WIA-AT-EOF         VALUE 'Y'.
001330     05  WK-PPS-EOF             PIC X(01) VALUE 'N'.
001340         88  PPS-AT-EOF         VALUE 'Y'.
001350     05  WK-BILL-EOF            PIC X(01) VALUE 'N'.
001360         88  BILL-AT-EOF        VALUE 'Y'.
001370     05  WK-SEL-HIT-SW          PIC X(01) VALUE 'N'.
001380         88  CLAIM-IS-IMPACTED  VALUE 'Y'.
001390 01  WK-PARM-FIELDS.
001400     05  WK-CBSA-COUNT          PIC 9(03) VALUE ZEROES.
001410     05  WK-CBSA-LIST.
001420         10  WK-CBSA-ENTRY      PIC X(05) OCCURS 100 TIMES
001430                                INDEXED BY CB-IDX.
001440     05  WK-PROV-COUNT          PIC 9(03) VALUE ZEROES.
001450     05  WK-PROV-LIST.
001460         10  WK-PROV-ENTRY      PIC X(06) OCCURS 100 TIMES
001470                                INDEXED BY PV-IDX.
001480     05  WK-FROM-DATE           PIC X(08) VALUE '00000000'.
001490     05  WK-THRU-DATE           PIC X(08) VALUE '99999999'.
001500 01  WK-KEYWORD                 PIC X(20) VALUE SPACES.
001510 01  WK-VALUE                   PIC X(20) VALUE SPACES.
001520*----------------------------------------------------------*
001530* SELECTED CLAIM KEY TABLE, BUILT FROM THE AUDIT TRAIL.     *
001540*----------------------------------------------------------*
001550 01  WK-SEL-COUNT               PIC 9(05) VALUE ZEROES.
001560 01  WK-SEL-DROPPED             PIC 9(07) VALUE ZEROES.
001570 01  SELECT-TABLE.
001580     05  SL-ENTRY OCCURS 20000 TIMES
001590                  INDEXED BY SL-IDX SL-SIDX.
001600         10  SL-PROVIDER-NO     PIC X(06).
001610         10  SL-DRG             PIC X(03).
001620         10  SL-DISCHARGE       PIC X(08).
001630 01  WK-COUNTERS.
001640     05  WK-BILLS-SELECTED      PIC 9(07) VALUE ZEROES.
001650     05  WK-OLD-PAY-TOTAL       PIC 9(13)V9(02) VALUE ZEROES.
001660 01  WK-RPT-LINE.
001670     05  WK-RP-LABEL         PIC X(40).
001680     05  WK-RP-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001690 PROCEDURE DIVISION.
001700*===========================================================*
001710* 0000-MAINLINE                                              *
001720*===========================================================*
001730 0000-MAINLINE.
001740     PERFORM 1000-READ-PARMS      THRU 1000-EXIT.
001750     PERFORM 2000-SCAN-WI-AUDIT   THRU 2000-EXIT.
001760     PERFORM 3000-ESTIMATE-IMPACT THRU 3000-EXIT.
001770     PERFORM 4000-SELECT-BILLS    THRU 4000-EXIT.
001780     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001790     STOP RUN.
001800 1000-READ-PARMS.
001810     OPEN INPUT CORR-PARM-FILE.
001820     IF WK-PARM-STATUS NOT = '00'
001830         DISPLAY 'PPSEL215 - CORRECTION PARAMETER FILE MISSING'
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
001880         UNTIL PARM-AT-EOF.
001890     CLOSE CORR-PARM-FILE.
001900 1000-EXIT.
001910     EXIT.
001920 1100-READ-ONE-PARM.
001930     READ CORR-PARM-FILE
001940         AT END
001950             SET PARM-AT-EOF TO TRUE
001960             GO TO 1100-EXIT
001970     END-READ.
001980     IF CORR-PARM-REC = SPACES OR CORR-PARM-REC(1:1) = '*'
001990         GO TO 1100-EXIT
002000     END-IF.
002010     MOVE SPACES TO WK-KEYWORD WK-VALUE.
002020     UNSTRING CORR-PARM-REC DELIMITED BY '='
002030         INTO WK-KEYWORD WK-VALUE.
002040     EVALUATE WK-KEYWORD
002050         WHEN 'CBSA'
002060             IF WK-CBSA-COUNT < 100
002070                 ADD 1 TO WK-CBSA-COUNT
002080                 SET CB-IDX TO WK-CBSA-COUNT
002090                 MOVE WK-VALUE TO WK-CBSA-ENTRY(CB-IDX)
002100             END-IF
002110         WHEN 'PROVIDER'
002120             IF WK-PROV-COUNT < 100
002130                 ADD 1 TO WK-PROV-COUNT
002140                 SET PV-IDX TO WK-PROV-COUNT
002150                 MOVE WK-VALUE TO WK-PROV-ENTRY(PV-IDX)
002160             END-IF
002170         WHEN 'FROM'
002180             MOVE WK-VALUE TO WK-FROM-DATE
002190         WHEN 'THRU'
002200             MOVE WK-VALUE TO WK-THRU-DATE
002210         WHEN OTHER
002220             DISPLAY 'PPSEL215 - PARAMETER CARD IGNORED : '
002230                     CORR-PARM-REC
002240     END-EVALUATE.
002250 1100-EXIT.
002260     EXIT.
002270*===========================================================*
002280* 2000-SCAN-WI-AUDIT - WALK THE PRIOR RUN'S AUDIT TRAIL AND *
002290* COLLECT THE CLAIM KEYS WHOSE PRICED CBSA (OR PROVIDER) IS *
002300* ON THE CORRECTION LIST AND WHOSE DISCHARGE FALLS IN THE   *
002310* EFFECTIVE WINDOW.                                         *
002320*===========================================================*
002330 2000-SCAN-WI-AUDIT.
002340     OPEN INPUT WI-AUDIT-IN.
002350     PERFORM 2100-SCAN-ONE-LINE THRU 2100-EXIT
002360         UNTIL WIA-AT-EOF.
002370     CLOSE WI-AUDIT-IN.
002380     DISPLAY 'PPSEL215 - IMPACTED CLAIM KEYS : ' WK-SEL-COUNT.
002390     IF WK-SEL-DROPPED > 0
002400         DISPLAY 'PPSEL215 - CLAIM KEYS DROPPED  : '
002410                 WK-SEL-DROPPED
002420         DISPLAY 'PPSEL215 - KEY TABLE FULL - SELECTION IS '
002430                 'INCOMPLETE, SPLIT THE PARAMETER RANGE'
002440         MOVE 16 TO RETURN-CODE
002450     END-IF.
002460 2000-EXIT.
002470     EXIT.
002480 2100-SCAN-ONE-LINE.
002490     READ WI-AUDIT-IN
002500         AT END
002510             SET WIA-AT-EOF TO TRUE
002520             GO TO 2100-EXIT
002530     END-READ.
002540*    ONLY DETAIL LINES CARRY A NUMERIC DISCHARGE DATE IN
002550*    COLUMNS 15-22; HEADERS, RULES, AND FOOTERS DO NOT.
002560     IF WA-IN-DISCHARGE NOT NUMERIC
002570         GO TO 2100-EXIT
002580     END-IF.
002590     MOVE 'N' TO WK-SEL-HIT-SW.
002600     IF WK-CBSA-COUNT > 0
002610         PERFORM 2200-MATCH-CBSA THRU 2200-EXIT
002620             VARYING CB-IDX FROM 1 BY 1
002630             UNTIL CB-IDX > WK-CBSA-COUNT
002640                OR CLAIM-IS-IMPACTED
002650     END-IF.
002660     IF NOT CLAIM-IS-IMPACTED AND WK-PROV-COUNT > 0
002670         PERFORM 2210-MATCH-PROVIDER THRU 2210-EXIT
002680             VARYING PV-IDX FROM 1 BY 1
002690             UNTIL PV-IDX > WK-PROV-COUNT
002700                OR CLAIM-IS-IMPACTED
002710     END-IF.
002720     IF NOT CLAIM-IS-IMPACTED
002730         GO TO 2100-EXIT
002740     END-IF.
002750     IF WA-IN-DISCHARGE < WK-FROM-DATE
002760        OR WA-IN-DISCHARGE > WK-THRU-DATE
002770         GO TO 2100-EXIT
002780     END-IF.
002790     IF WK-SEL-COUNT < 20000
002800         ADD 1 TO WK-SEL-COUNT
002810         SET SL-IDX TO WK-SEL-COUNT
002820         MOVE WA-IN-PROVIDER-NO TO SL-PROVIDER-NO(SL-IDX)
002830         MOVE WA-IN-DRG         TO SL-DRG(SL-IDX)
002840         MOVE WA-IN-DISCHARGE   TO SL-DISCHARGE(SL-IDX)
002850     ELSE
002860         ADD 1 TO WK-SEL-DROPPED
002870     END-IF.
002880 2100-EXIT.
002890     EXIT.
002900 2200-MATCH-CBSA.
002910     IF WK-CBSA-ENTRY(CB-IDX) = WA-IN-CBSA
002920         SET CLAIM-IS-IMPACTED TO TRUE
002930     END-IF.
002940 2200-EXIT.
002950     EXIT.
002960 2210-MATCH-PROVIDER.
002970     IF WK-PROV-ENTRY(PV-IDX) = WA-IN-PROVIDER-NO
002980         SET CLAIM-IS-IMPACTED TO TRUE
002990     END-IF.
003000 2210-EXIT.
003010     EXIT.
003020*===========================================================*
003030* 3000-ESTIMATE-IMPACT - SUM THE OLD PAYMENTS OF EVERY      *
003040* SELECTED CLAIM FROM THE PRIOR PRICING EXTRACT.            *
003050*===========================================================*
003060 3000-ESTIMATE-IMPACT.
003070     OPEN INPUT PPS-FILE-IN.
003080     PERFORM 3100-CHECK-ONE-PPS THRU 3100-EXIT
003090         UNTIL PPS-AT-EOF.
003100     CLOSE PPS-FILE-IN.
003110 3000-EXIT.
003120     EXIT.
003130 3100-CHECK-ONE-PPS.
003140     READ PPS-FILE-IN
003150         AT END
003160             SET PPS-AT-EOF TO TRUE
003170             GO TO 3100-EXIT
003180     END-READ.
003190     IF PPS-IN-REC(1:4) = '*LAY'
003200        OR NOT PPSIN-LAYOUT-CHECKED
003210         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
003220         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
003230         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
003240         SET PPSIN-LAYOUT-CHECKED TO TRUE
003250         IF LH-IS-HEADER
003260             GO TO 3100-CHECK-ONE-PPS
003270         END-IF
003280     END-IF.
003290     MOVE 'N' TO WK-SEL-HIT-SW.
003300     PERFORM 3200-MATCH-SELECTED THRU 3200-EXIT.
003310     IF CLAIM-IS-IMPACTED
003320         ADD PI-PPS-TOTAL-PAYMENT TO WK-OLD-PAY-TOTAL
003330     END-IF.
003340 3100-EXIT.
003350     EXIT.
003360 3200-MATCH-SELECTED.
003370     SET SL-SIDX TO 1.
003380     SEARCH SL-ENTRY VARYING SL-SIDX
003390         AT END
003400             CONTINUE
003410         WHEN SL-PROVIDER-NO(SL-SIDX) = PI-PROVIDER-NO
003420             AND SL-DRG(SL-SIDX) = PI-DRG
003430             AND SL-DISCHARGE(SL-SIDX) = PI-DISCHARGE-DATE
003440             SET CLAIM-IS-IMPACTED TO TRUE
003450     END-SEARCH.
003460 3200-EXIT.
003470     EXIT.
003480*===========================================================*
003490* 4000-SELECT-BILLS - COPY EXACTLY THE IMPACTED CLAIMS FROM *
003500* THE ORIGINAL BILL FILE TO THE READY-TO-RUN RE-PRICING     *
003510* BILL FILE.                                                *
003520*===========================================================*
003530 4000-SELECT-BILLS.
003540     OPEN INPUT  BILL-FILE-IN.
003550     OPEN OUTPUT BILL-FILE-OUT.
003560     PERFORM 4100-CHECK-ONE-BILL THRU 4100-EXIT
003570         UNTIL BILL-AT-EOF.
003580     CLOSE BILL-FILE-IN.
003590     CLOSE BILL-FILE-OUT.
003600 4000-EXIT.
003610     EXIT.
003620 4100-CHECK-ONE-BILL.
003630     READ BILL-FILE-IN
003640         AT END
003650             SET BILL-AT-EOF TO TRUE
003660             GO TO 4100-EXIT
003670     END-READ.
003680     MOVE 'N' TO WK-SEL-HIT-SW.
003690     SET SL-SIDX TO 1.
003700     SEARCH SL-ENTRY VARYING SL-SIDX
003710         AT END
003720             CONTINUE
003730         WHEN SL-PROVIDER-NO(SL-SIDX) = BI-PROVIDER-NO
003740             AND SL-DRG(SL-SIDX) = BI-DRG
003750             AND SL-DISCHARGE(SL-SIDX) = BI-DISCHARGE-DATE
003760             SET CLAIM-IS-IMPACTED TO TRUE
003770     END-SEARCH.
003780     IF CLAIM-IS-IMPACTED
003790         ADD 1 TO WK-BILLS-SELECTED
003800         WRITE BILL-OUT-REC FROM BILL-IN-REC
003810     END-IF.
003820 4100-EXIT.
003830     EXIT.
003840*===========================================================*
003850* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
003860* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
003870* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
003880* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
003890* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
003900*===========================================================*
003910 8800-CHECK-LAYOUT.
003920     IF NOT LH-IS-HEADER
003930         IF WK-LC-VERSION = 1
003940             DISPLAY 'PPSEL215 - ' WK-LC-DD ' HAS NO LAYOUT '
003950                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
003960                     ' VERSION 001'
003970             GO TO 8800-EXIT
003980         END-IF
003990         DISPLAY 'PPSEL215 - ' WK-LC-DD ' HAS NO LAYOUT '
004000                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
004010                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
004020         MOVE 12 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
004060        AND LH-LAYOUT-VERSION = WK-LC-VERSION
004070        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
004080         DISPLAY 'PPSEL215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
004090                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
004100                 ' WRITTEN BY ' LH-PRODUCER
004110         GO TO 8800-EXIT
004120     END-IF.
004130     DISPLAY 'PPSEL215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
004140             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
004150             LH-RECORD-LENGTH.
004160     DISPLAY 'PPSEL215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
004170             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
004180             ' - FILE REFUSED'.
004190     MOVE 12 TO RETURN-CODE.
004200     STOP RUN.
004210 8800-EXIT.
004220     EXIT.
004230*===========================================================*
004240* 9000-TERMINATE - WRITE THE EXPECTED-IMPACT ESTIMATE.      *
004250*===========================================================*
004260 9000-TERMINATE.
004270     OPEN OUTPUT IMPACT-RPT-OUT.
004280     MOVE 'IMPACTED CLAIMS SELECTED' TO WK-RP-LABEL.
004290     MOVE WK-BILLS-SELECTED TO WK-RP-AMOUNT.
004300     MOVE WK-RPT-LINE TO IMPACT-RPT-LINE.
004310     WRITE IMPACT-RPT-LINE.
004320     MOVE 'PRIOR-RUN PAYMENT AT STAKE' TO WK-RP-LABEL.
004330     MOVE WK-OLD-PAY-TOTAL TO WK-RP-AMOUNT.
004340     MOVE WK-RPT-LINE TO IMPACT-RPT-LINE.
004350     WRITE IMPACT-RPT-LINE.
004360     CLOSE IMPACT-RPT-OUT.
004370     DISPLAY 'PPSEL215 - BILLS SELECTED      : '
004380             WK-BILLS-SELECTED.
004390     DISPLAY 'PPSEL215 - OLD PAYMENT AT STAKE: '
004400             WK-OLD-PAY-TOTAL.
004410 9000-EXIT.
004420     EXIT.
