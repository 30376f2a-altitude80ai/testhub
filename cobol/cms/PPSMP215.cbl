000990     'P P S M P 2 1 5 - W O R K I N G   S T O R A G E'.
001000 01  SMP-VERSION                    PIC X(05) VALUE 'Z21.5'.
001010 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001020*----------------------------------------------------------*
001030* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001040* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001050* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001060*----------------------------------------------------------*
001070 COPY LAYHDR.
001080 01  WK-LAYOUT-CHECK.
001090     05  WK-LC-DD               PIC X(08).
001100     05  WK-LC-LAYOUT-ID        PIC X(08).
001110     05  WK-LC-VERSION          PIC 9(03).
001120     05  WK-LC-RECORD-LEN       PIC 9(05).
001130 01  WK-LAYOUT-PPSIN.
001140     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
001150     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
001160     05  FILLER                 PIC 9(03) VALUE 001.
001170     05  FILLER                 PIC 9(05) VALUE 00235.
001180 01  WK-LAYOUT-SWITCHES.
001190     05  WK-PPSIN-LAYOUT-SW       PIC X(01) VALUE 'N'.
001200         88  PPSIN-LAYOUT-CHECKED VALUE 'Y'.
001210 01  WK-SWITCHES.
001220     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001230         88  PARM-AT-EOF        VALUE 'Y'.
001240     05  WK-PPS-EOF             PIC X(01) VALUE 'N'.
001250         88  PPS-AT-EOF         VALUE 'Y'.
001260     05  WK-PROV-EOF            PIC X(01) VALUE 'N'.
001270         88  PROV-AT-EOF        VALUE 'Y'.
001280 01  WK-PROVMAST-STATUS         PIC X(02) VALUE SPACES.
001290*----------------------------------------------------------*
001300* PROVIDER-TYPE TABLE FOR THE PROV-TYPE DIMENSION - THE    *
001310* LATEST SEGMENT'S TYPE PER PROVIDER (KEY ORDER PUTS THE   *
001320* SEGMENTS ADJACENT, LATEST EFFECTIVE DATE LAST).          *
001330*----------------------------------------------------------*
001340 01  WK-PT-COUNT                PIC 9(04) VALUE ZEROES.
001350 01  PROV-TYPE-TABLE.
001360     05  PT-ENTRY OCCURS 2000 TIMES
001370                  INDEXED BY PT-IDX PT-SIDX.
001380         10  PT-PROVIDER-NO     PIC X(06).
001390         10  PT-TYPE            PIC X(02).
001400 01  WK-PT-TYPE                 PIC X(02) VALUE SPACES.
001410*----------------------------------------------------------*
001420* SAMPLING PARAMETERS - THE DIMENSION, THE SEED, THE        *
001430* DEFAULT SELECTION RATE PER THOUSAND, AND PER-STRATUM      *
001440* OVERRIDES (RATE-1 THROUGH RATE-9), SO OUTLIER AND         *
001450* TRANSFER STRATA CAN BE WEIGHTED UP.                       *
001460*----------------------------------------------------------*
001470 01  WK-DIMENSION               PIC X(10) VALUE 'RTC-CLASS'.
001480 01  WK-SEED                    PIC 9(09) VALUE 000012345.
001490 01  WK-RATE-DEFAULT            PIC 9(03) VALUE 050.
001500 01  WK-STRATUM-RATES.
001510     05  WK-STRATUM-RATE        PIC 9(03) OCCURS 9 TIMES.
001520 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001530 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001540 01  WK-RATE-SUB                PIC 9(01) VALUE ZEROES.
001550*----------------------------------------------------------*
001560* STRATUM ACCOUNTING.                                       *
001570*----------------------------------------------------------*
001580 01  WK-STRATUM                 PIC 9(01) VALUE ZEROES.
001590 01  STRATUM-COUNTS.
001600     05  ST-ENTRY OCCURS 9 TIMES
001610                  INDEXED BY ST-IDX.
001620         10  ST-UNIVERSE        PIC 9(07).
001630         10  ST-SELECTED        PIC 9(07).
001640 01  WK-STRATUM-NAMES.
001650     05  FILLER PIC X(16) VALUE 'NORMAL DRG      '.
001660     05  FILLER PIC X(16) VALUE 'COST/DAY OUTLIER'.
001670     05  FILLER PIC X(16) VALUE 'TRANSFER        '.
001680     05  FILLER PIC X(16) VALUE 'POST-ACUTE XFER '.
001690     05  FILLER PIC X(16) VALUE 'BAND/OTHER 5    '.
001700     05  FILLER PIC X(16) VALUE 'BAND/OTHER 6    '.
001710     05  FILLER PIC X(16) VALUE 'BAND/OTHER 7    '.
001720     05  FILLER PIC X(16) VALUE 'BAND/OTHER 8    '.
001730     05  FILLER PIC X(16) VALUE 'BAND/OTHER 9    '.
001740 01  WK-STRATUM-NAME-TAB REDEFINES WK-STRATUM-NAMES.
001750     05  WK-STRATUM-NAME    PIC X(16) OCCURS 9 TIMES.
001760*----------------------------------------------------------*
001770* SEEDED PSEUDO-RANDOM DRAW - A LINEAR CONGRUENTIAL         *
001780* GENERATOR, SO THE SAME SEED ALWAYS WALKS THE SAME         *
001790* SEQUENCE AND THE SAMPLE IS REPRODUCIBLE IN A WORKPAPER    *
001800* DISPUTE.                                                  *
001810*----------------------------------------------------------*
001820 01  WK-RNG-STATE               PIC 9(12) COMP VALUE ZEROES.
001830 01  WK-RNG-DRAW                PIC 9(03) COMP VALUE ZEROES.
001840 01  WK-COUNTERS.
001850     05  WK-ROWS-READ           PIC 9(07) VALUE ZEROES.
001860     05  WK-ROWS-SAMPLED        PIC 9(07) VALUE ZEROES.
001870*----------------------------------------------------------*
001880* METHODOLOGY REPORT LINES.                                 *
001890*----------------------------------------------------------*
001900 01  WK-MT-TITLE-LINE.
001910     05  FILLER              PIC X(30) VALUE
001920         'AUDIT SAMPLE METHODOLOGY      '.
001930     05  FILLER              PIC X(06) VALUE 'DATE  '.
001940     05  WK-MT-DATE          PIC 9(08).
001950     05  FILLER              PIC X(07) VALUE '  VERS '.
001960     05  WK-MT-VERSION       PIC X(05).
001970 01  WK-MT-RULE-LINE         PIC X(72) VALUE ALL '='.
001980 01  WK-MT-PARM-LINE.
001990     05  FILLER              PIC X(11) VALUE 'DIMENSION  '.
002000     05  WK-MP-DIMENSION     PIC X(10).
002010     05  FILLER              PIC X(07) VALUE '  SEED '.
002020     05  WK-MP-SEED          PIC 9(09).
002030     05  FILLER              PIC X(24) VALUE
002040         '  DEFAULT RATE PER 1000 '.
002050     05  WK-MP-RATE          PIC ZZ9.
002060 01  WK-MT-STRATUM-LINE.
002070     05  FILLER              PIC X(08) VALUE 'STRATUM '.
002080     05  WK-MS-NO            PIC 9(01).
002090     05  FILLER              PIC X(02) VALUE SPACES.
002100     05  WK-MS-NAME          PIC X(16).
002110     05  FILLER              PIC X(10) VALUE ' UNIVERSE '.
002120     05  WK-MS-UNIVERSE      PIC ZZZ,ZZ9.
002130     05  FILLER              PIC X(10) VALUE ' SELECTED '.
002140     05  WK-MS-SELECTED      PIC ZZZ,ZZ9.
002150     05  FILLER              PIC X(12) VALUE ' RATE/1000  '.
002160     05  WK-MS-RATE          PIC ZZ9.
002170 PROCEDURE DIVISION.
002180*===========================================================*
002190* 0000-MAINLINE                                              *
002200*===========================================================*
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002230     PERFORM 2000-SAMPLE-CLAIMS   THRU 2000-EXIT.
002240     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002250     STOP RUN.
002260 1000-INITIALIZE.
002270     INITIALIZE STRATUM-COUNTS.
002280     PERFORM 1010-CLEAR-ONE-RATE THRU 1010-EXIT
002290         VARYING WK-RATE-SUB FROM 1 BY 1
002300         UNTIL WK-RATE-SUB > 9.
002310     OPEN INPUT SMP-PARM-FILE.
002320     IF WK-PARM-STATUS = '00'
002330         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
002340             UNTIL PARM-AT-EOF
002350         CLOSE SMP-PARM-FILE
002360     END-IF.
002370     MOVE WK-SEED TO WK-RNG-STATE.
002380     IF WK-DIMENSION = 'PROV-TYPE'
002390         PERFORM 1200-LOAD-PROV-TYPES THRU 1200-EXIT
002400         PERFORM 1020-SET-PROVTYPE-NAMES THRU 1020-EXIT
002410     END-IF.
002420     OPEN INPUT PPS-FILE-IN.
002430     OPEN OUTPUT SAMPLE-OUT.
002440     OPEN OUTPUT METHOD-RPT-OUT.
002450 1000-EXIT.
002460     EXIT.
002470 1010-CLEAR-ONE-RATE.
002480     MOVE ZEROES TO WK-STRATUM-RATE(WK-RATE-SUB).
002490 1010-EXIT.
002500     EXIT.
002510 1020-SET-PROVTYPE-NAMES.
002520     MOVE 'STANDARD/OTHER  ' TO WK-STRATUM-NAME(1).
002530     MOVE 'SOLE COMMUNITY  ' TO WK-STRATUM-NAME(2).
002540     MOVE 'MDH             ' TO WK-STRATUM-NAME(3).
002550     MOVE 'REFERRAL CENTER ' TO WK-STRATUM-NAME(4).
002560     MOVE 'INDIAN HEALTH   ' TO WK-STRATUM-NAME(5).
002570     MOVE 'REDESIG RURAL   ' TO WK-STRATUM-NAME(6).
002580     MOVE 'MAF/EACH        ' TO WK-STRATUM-NAME(7).
002590     MOVE 'NHCMQ SNF       ' TO WK-STRATUM-NAME(8).
002600     MOVE 'UNUSED 9        ' TO WK-STRATUM-NAME(9).
002610 1020-EXIT.
002620     EXIT.
002630*===========================================================*
002640* 1200-LOAD-PROV-TYPES - TAKE EACH PROVIDER'S LATEST        *
002650* SEGMENT'S CMS PROVIDER-TYPE CODE FROM THE PROVIDER        *
002660* MASTER.  A MISSING MASTER LEAVES EVERY CLAIM IN THE       *
002670* STANDARD STRATUM.                                         *
002680*===========================================================*
002690 1200-LOAD-PROV-TYPES.
002700     INITIALIZE PROV-TYPE-TABLE.
002710     OPEN INPUT PROV-MAST-FILE.
002720     IF WK-PROVMAST-STATUS NOT = '00'
002730         DISPLAY 'PPSMP215 - PROVIDER MASTER UNAVAILABLE - '
002740                 'PROV-TYPE STRATA DEFAULT TO STANDARD'
002750         GO TO 1200-EXIT
002760     END-IF.
002770     PERFORM 1210-LOAD-ONE-PROV THRU 1210-EXIT
002780         UNTIL PROV-AT-EOF.
002790     CLOSE PROV-MAST-FILE.
002800 1200-EXIT.
002810     EXIT.
002820 1210-LOAD-ONE-PROV.
002830     READ PROV-MAST-FILE NEXT
002840         AT END
002850             SET PROV-AT-EOF TO TRUE
002860             GO TO 1210-EXIT
002870     END-READ.
002880     IF WK-PT-COUNT > 0
002890         SET PT-IDX TO WK-PT-COUNT
002900         IF PT-PROVIDER-NO(PT-IDX) = PM-PROVIDER-NO
002910*            A LATER SEGMENT OF THE SAME PROVIDER GOVERNS
002920             MOVE PM-PROVIDER-TYPE TO PT-TYPE(PT-IDX)
002930             GO TO 1210-EXIT
002940         END-IF
002950     END-IF.
002960     IF WK-PT-COUNT >= 2000
002970         GO TO 1210-EXIT
002980     END-IF.
002990     ADD 1 TO WK-PT-COUNT.
003000     SET PT-IDX TO WK-PT-COUNT.
003010     MOVE PM-PROVIDER-NO   TO PT-PROVIDER-NO(PT-IDX).
003020     MOVE PM-PROVIDER-TYPE TO PT-TYPE(PT-IDX).
003030 1210-EXIT.
003040     EXIT.
003050 1100-READ-ONE-PARM.
003060     READ SMP-PARM-FILE
003070         AT END
003080             SET PARM-AT-EOF TO TRUE
003090             GO TO 1100-EXIT
003100     END-READ.
003110     IF SMP-PARM-REC = SPACES OR SMP-PARM-REC(1:1) = '*'
003120         GO TO 1100-EXIT
003130     END-IF.
003140     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
003150     UNSTRING SMP-PARM-REC DELIMITED BY '='
003160         INTO WK-RC-KEYWORD WK-RC-VALUE.
003170     EVALUATE WK-RC-KEYWORD
003180         WHEN 'DIMENSION'
003190             MOVE WK-RC-VALUE TO WK-DIMENSION
003200         WHEN 'SEED'
003210             IF WK-RC-VALUE(1:9) IS NUMERIC
003220                 MOVE WK-RC-VALUE(1:9) TO WK-SEED
003230             END-IF
003240         WHEN 'RATE'
003250             IF WK-RC-VALUE(1:3) IS NUMERIC
003260                 MOVE WK-RC-VALUE(1:3) TO WK-RATE-DEFAULT
003270             END-IF
003280         WHEN OTHER
003290             IF WK-RC-KEYWORD(1:5) = 'RATE-'
003300                AND WK-RC-KEYWORD(6:1) IS NUMERIC
003310                AND WK-RC-VALUE(1:3) IS NUMERIC
003320                 MOVE WK-RC-KEYWORD(6:1) TO WK-RATE-SUB
003330                 MOVE WK-RC-VALUE(1:3)
003340                     TO WK-STRATUM-RATE(WK-RATE-SUB)
003350             ELSE
003360                 DISPLAY 'PPSMP215 - PARAMETER CARD '
003370                         'IGNORED : ' SMP-PARM-REC
003380             END-IF
003390     END-EVALUATE.
003400 1100-EXIT.
003410     EXIT.
003420*===========================================================*
003430* 2000-SAMPLE-CLAIMS - STRATIFY EACH PAID DEBIT ROW AND     *
003440* DRAW AGAINST THE STRATUM'S RATE.                          *
003450*===========================================================*
003460 2000-SAMPLE-CLAIMS.
003470     PERFORM 2100-JUDGE-ONE-ROW THRU 2100-EXIT
003480         UNTIL PPS-AT-EOF.
003490 2000-EXIT.
003500     EXIT.
003510 2100-JUDGE-ONE-ROW.
003520     READ PPS-FILE-IN
003530         AT END
003540             SET PPS-AT-EOF TO TRUE
003550             GO TO 2100-EXIT
003560     END-READ.
003570     IF PPS-IN-REC(1:4) = '*LAY'
003580        OR NOT PPSIN-LAYOUT-CHECKED
003590         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
003600         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
003610         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
003620         SET PPSIN-LAYOUT-CHECKED TO TRUE
003630         IF LH-IS-HEADER
003640             GO TO 2100-JUDGE-ONE-ROW
003650         END-IF
003660     END-IF.
003670     ADD 1 TO WK-ROWS-READ.
003680     IF PI-DEBIT-CREDIT-IND = 'C' OR PI-PPS-RTC NOT < 50
003690         GO TO 2100-EXIT
003700     END-IF.
003710     PERFORM 2200-STRATIFY THRU 2200-EXIT.
003720     SET ST-IDX TO WK-STRATUM.
003730     ADD 1 TO ST-UNIVERSE(ST-IDX).
003740     PERFORM 2300-DRAW THRU 2300-EXIT.
003750     MOVE WK-STRATUM TO WK-RATE-SUB.
003760     IF WK-STRATUM-RATE(WK-RATE-SUB) = 0
003770         MOVE WK-RATE-DEFAULT
003780             TO WK-STRATUM-RATE(WK-RATE-SUB)
003790     END-IF.
003800     IF WK-RNG-DRAW < WK-STRATUM-RATE(WK-RATE-SUB)
003810         ADD 1 TO ST-SELECTED(ST-IDX)
003820         ADD 1 TO WK-ROWS-SAMPLED
003830         MOVE PPS-IN-REC TO SAMPLE-OUT-REC
003840         WRITE SAMPLE-OUT-REC
003850     END-IF.
003860 2100-EXIT.
003870     EXIT.
003880*===========================================================*
003890* 2200-STRATIFY - PLACE THE CLAIM IN ITS STRATUM UNDER THE  *
003900* DIMENSION IN FORCE.                                       *
003910*===========================================================*
003920 2200-STRATIFY.
003930     EVALUATE WK-DIMENSION
003940         WHEN 'PAY-BAND'
003950             EVALUATE TRUE
003960                 WHEN PI-PPS-TOTAL-PAYMENT < 10000
003970                     MOVE 1 TO WK-STRATUM
003980                 WHEN PI-PPS-TOTAL-PAYMENT < 50000
003990                     MOVE 2 TO WK-STRATUM
004000                 WHEN PI-PPS-TOTAL-PAYMENT < 100000
004010                     MOVE 3 TO WK-STRATUM
004020                 WHEN OTHER
004030                     MOVE 4 TO WK-STRATUM
004040             END-EVALUATE
004050         WHEN 'DRG-BAND'
004060             COMPUTE WK-STRATUM = (PI-DRG / 100) + 1
004070             IF WK-STRATUM > 9
004080                 MOVE 9 TO WK-STRATUM
004090             END-IF
004100         WHEN 'PROV-TYPE'
004110             PERFORM 2210-FIND-PROV-TYPE THRU 2210-EXIT
004120             EVALUATE WK-PT-TYPE
004130                 WHEN '01' WHEN '11' WHEN '16' WHEN '17'
004140                     MOVE 2 TO WK-STRATUM
004150                 WHEN '14' WHEN '15'
004160                     MOVE 3 TO WK-STRATUM
004170                 WHEN '07' WHEN '22'
004180                     MOVE 4 TO WK-STRATUM
004190                 WHEN '08'
004200                     MOVE 5 TO WK-STRATUM
004210                 WHEN '09' WHEN '10'
004220                     MOVE 6 TO WK-STRATUM
004230                 WHEN '18' WHEN '21'
004240                     MOVE 7 TO WK-STRATUM
004250                 WHEN '32' WHEN '33'
004260                     MOVE 8 TO WK-STRATUM
004270                 WHEN OTHER
004280                     MOVE 1 TO WK-STRATUM
004290             END-EVALUATE
004300         WHEN OTHER
004310             EVALUATE TRUE
004320                 WHEN PI-PPS-RTC = 01 OR 02 OR 05 OR 16
004330                     MOVE 2 TO WK-STRATUM
004340                 WHEN PI-PPS-RTC = 03 OR 06 OR 33
004350                     MOVE 3 TO WK-STRATUM
004360                 WHEN PI-PPS-RTC = 10 OR 12 OR 40 OR 42
004370                     MOVE 4 TO WK-STRATUM
004380                 WHEN OTHER
004390                     MOVE 1 TO WK-STRATUM
004400             END-EVALUATE
004410     END-EVALUATE.
004420 2200-EXIT.
004430     EXIT.
004440 2210-FIND-PROV-TYPE.
004450     MOVE SPACES TO WK-PT-TYPE.
004460     IF WK-PT-COUNT = 0
004470         GO TO 2210-EXIT
004480     END-IF.
004490     SET PT-SIDX TO 1.
004500     SEARCH PT-ENTRY VARYING PT-SIDX
004510         AT END
004520             CONTINUE
004530         WHEN PT-PROVIDER-NO(PT-SIDX) = PI-PROVIDER-NO
004540             MOVE PT-TYPE(PT-SIDX) TO WK-PT-TYPE
004550     END-SEARCH.
004560 2210-EXIT.
004570     EXIT.
004580*===========================================================*
004590* 2300-DRAW - ADVANCE THE SEEDED GENERATOR AND YIELD A      *
004600* DRAW IN 0-999.                                            *
004610*===========================================================*
004620 2300-DRAW.
004630     COMPUTE WK-RNG-STATE =
004640         FUNCTION MOD((WK-RNG-STATE * 1103515245 + 12345),
004650                      2147483648).
004660     COMPUTE WK-RNG-DRAW =
004670         FUNCTION MOD((WK-RNG-STATE / 1024), 1000).
004680 2300-EXIT.
004690     EXIT.
004700*===========================================================*
004710* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
004720* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
004730* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
004740* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
004750* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
004760*===========================================================*
004770 8800-CHECK-LAYOUT.
004780     IF NOT LH-IS-HEADER
004790         IF WK-LC-VERSION = 1
004800             DISPLAY 'PPSMP215 - ' WK-LC-DD ' HAS NO LAYOUT '
004810                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
004820                     ' VERSION 001'
004830             GO TO 8800-EXIT
004840         END-IF
004850         DISPLAY 'PPSMP215 - ' WK-LC-DD ' HAS NO LAYOUT '
004860                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
004870                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
004880         MOVE 12 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
004920        AND LH-LAYOUT-VERSION = WK-LC-VERSION
004930        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
004940         DISPLAY 'PPSMP215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
004950                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
004960                 ' WRITTEN BY ' LH-PRODUCER
004970         GO TO 8800-EXIT
004980     END-IF.
004990     DISPLAY 'PPSMP215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
005000             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
005010             LH-RECORD-LENGTH.
005020     DISPLAY 'PPSMP215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
005030             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
005040             ' - FILE REFUSED'.
005050     MOVE 12 TO RETURN-CODE.
005060     STOP RUN.
005070 8800-EXIT.
005080     EXIT.
005090*===========================================================*
005100* 9000-TERMINATE - THE METHODOLOGY REPORT: PARAMETERS,      *
005110* UNIVERSE AND SELECTED COUNTS, AND RATES PER STRATUM.      *
005120*===========================================================*
005130 9000-TERMINATE.
005140     ACCEPT WK-MT-DATE FROM DATE YYYYMMDD.
005150     MOVE SMP-VERSION TO WK-MT-VERSION.
005160     MOVE WK-MT-TITLE-LINE TO METHOD-RPT-LINE.
005170     WRITE METHOD-RPT-LINE.
005180     MOVE WK-MT-RULE-LINE TO METHOD-RPT-LINE.
005190     WRITE METHOD-RPT-LINE.
005200     MOVE WK-DIMENSION    TO WK-MP-DIMENSION.
005210     MOVE WK-SEED         TO WK-MP-SEED.
005220     MOVE WK-RATE-DEFAULT TO WK-MP-RATE.
005230     MOVE WK-MT-PARM-LINE TO METHOD-RPT-LINE.
005240     WRITE METHOD-RPT-LINE.
005250     PERFORM 9100-WRITE-ONE-STRATUM THRU 9100-EXIT
005260         VARYING WK-STRATUM FROM 1 BY 1
005270         UNTIL WK-STRATUM > 9.
005280     CLOSE PPS-FILE-IN.
005290     CLOSE SAMPLE-OUT.
005300     CLOSE METHOD-RPT-OUT.
005310     DISPLAY 'PPSMP215 - ROWS READ         : ' WK-ROWS-READ.
005320     DISPLAY 'PPSMP215 - ROWS SAMPLED      : '
005330             WK-ROWS-SAMPLED.
005340 9000-EXIT.
005350     EXIT.
005360 9100-WRITE-ONE-STRATUM.
005370     SET ST-IDX TO WK-STRATUM.
005380     IF ST-UNIVERSE(ST-IDX) = 0
005390         GO TO 9100-EXIT
005400     END-IF.
005410     MOVE WK-STRATUM TO WK-MS-NO.
005420     MOVE WK-STRATUM-NAME(WK-STRATUM) TO WK-MS-NAME.
005430     MOVE ST-UNIVERSE(ST-IDX) TO WK-MS-UNIVERSE.
005440     MOVE ST-SELECTED(ST-IDX) TO WK-MS-SELECTED.
005450     MOVE WK-STRATUM TO WK-RATE-SUB.
005460     MOVE WK-STRATUM-RATE(WK-RATE-SUB) TO WK-MS-RATE.
005470     MOVE WK-MT-STRATUM-LINE TO METHOD-RPT-LINE.
005480     WRITE METHOD-RPT-LINE.
005490 9100-EXIT.
005500     EXIT.
