000530     05  EQ-IN-BILLS             PIC 9(07).
000540     05  EQ-IN-ERRORS            PIC 9(07).
000550     05  EQ-IN-RTC-COUNTS.
000560         10  EQ-IN-RTC-CNT       PIC 9(05) OCCURS 33 TIMES.
000570     05  EQ-IN-EXAMPLES.
000580         10  EQ-IN-EXAMPLE OCCURS 3 TIMES.
000590             15  EQ-IN-EX-DISCHARGE PIC 9(08).
000760 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
000770 01  WK-EDITQ-STATUS            PIC X(02) VALUE SPACES.
000780 01  WK-PRIOR-STATUS            PIC X(02) VALUE SPACES.
000790 COPY GENSTAMP.
000800 01  WK-SWITCHES.
000810     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
000820         88  PARM-AT-EOF        VALUE 'Y'.
000830     05  WK-EDITQ-EOF           PIC X(01) VALUE 'N'.
000840         88  EDITQ-AT-EOF       VALUE 'Y'.
000850     05  WK-PRIOR-EOF           PIC X(01) VALUE 'N'.
000860         88  PRIOR-AT-EOF       VALUE 'Y'.
000870 01  WK-ERR-PCT-THRESH          PIC 9(03) VALUE 005.
000880 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
000890 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
000900 01  WK-COUNTERS.
000910     05  WK-PROVIDERS-READ      PIC 9(05) VALUE ZEROES.
000920     05  WK-LETTERS-WRITTEN     PIC 9(05) VALUE ZEROES.
000930*----------------------------------------------------------*
000940* PRIOR QUARTER'S RATES, FOR THE TREND LINE.                *
000950*----------------------------------------------------------*
000960 01  WK-PQ-COUNT                PIC 9(04) VALUE ZEROES.
000970 01  PRIOR-Q-TABLE.
000980     05  PQ-ENTRY OCCURS 2000 TIMES
000990                  INDEXED BY PQ-IDX PQ-SIDX.
001000         10  PQ-PROVIDER-NO     PIC X(06).
001010         10  PQ-BILLS           PIC 9(07).
001020         10  PQ-ERRORS          PIC 9(07).
001030*----------------------------------------------------------*
001040* RETURN-CODE TEXT TABLE AND TOP-CODE SELECTION FIELDS.     *
001050*----------------------------------------------------------*
001060 COPY PPRTC215.
001070 01  WK-RATE-NOW                PIC 9(03)V9(02) VALUE ZEROES.
001080 01  WK-RATE-PRIOR              PIC 9(03)V9(02) VALUE ZEROES.
001090 01  WK-TOP-I                   PIC 9(02) COMP VALUE ZEROES.
001100 01  WK-TOP-PASS                PIC 9(01) COMP VALUE ZEROES.
001110 01  WK-TOP-BEST-CNT            PIC 9(05) VALUE ZEROES.
001120 01  WK-TOP-BEST-I              PIC 9(02) COMP VALUE ZEROES.
001130 01  WK-TOP-USED.
001140     05  WK-TOP-USED-SW         PIC X(01) OCCURS 33 TIMES.
001150 01  WK-EX-I                    PIC 9(01) COMP VALUE ZEROES.
001160*----------------------------------------------------------*
001170* LETTER LINES.                                             *
001180*----------------------------------------------------------*
001190 01  WK-LT-RULE-LINE         PIC X(72) VALUE ALL '='.
001200 01  WK-LT-HEAD-LINE.
001210     05  FILLER              PIC X(34) VALUE
001220         'EDIT-QUALITY LETTER FOR PROVIDER  '.
001230     05  WK-LH-PROVIDER      PIC X(06).
001240     05  FILLER              PIC X(09) VALUE '  ISSUED '.
001250     05  WK-LH-DATE          PIC 9(08).
001260 01  WK-LT-RATE-LINE.
001270     05  FILLER              PIC X(26) VALUE
001280         'THIS QUARTER ERROR RATE   '.
001290     05  WK-LR-RATE-NOW      PIC ZZ9.99.
001300     05  FILLER              PIC X(22) VALUE
001310         ' PCT - PRIOR QUARTER  '.
001320     05  WK-LR-RATE-PRIOR    PIC ZZ9.99.
001330     05  FILLER              PIC X(14) VALUE ' PCT - TREND  '.
001340     05  WK-LR-TREND         PIC X(09).
001350 01  WK-LT-CODE-LINE.
001360     05  FILLER              PIC X(13) VALUE 'ERROR CODE   '.
001370     05  WK-LC-CODE          PIC X(02).
001380     05  FILLER              PIC X(03) VALUE ' - '.
001390     05  WK-LC-TEXT          PIC X(40).
001400     05  FILLER              PIC X(09) VALUE '  COUNT  '.
001410     05  WK-LC-COUNT         PIC ZZ,ZZ9.
001420 01  WK-LT-EXAMPLE-LINE.
001430     05  FILLER              PIC X(20) VALUE
001440         'EXAMPLE - DISCHARGED'.
001450     05  FILLER              PIC X(01) VALUE SPACES.
001460     05  WK-LE-DISCHARGE     PIC 9(08).
001470     05  FILLER              PIC X(06) VALUE '  DRG '.
001480     05  WK-LE-DRG           PIC 9(03).
001490     05  FILLER              PIC X(06) VALUE '  RTC '.
001500     05  WK-LE-RTC           PIC 9(02).
001510 01  WK-LT-ASK-LINE          PIC X(72) VALUE
001520     'PLEASE REVIEW THESE PATTERNS WITH YOUR BILLING STAFF.'.
001530 PROCEDURE DIVISION.
001540*===========================================================*
001550* 0000-MAINLINE                                              *
001560*===========================================================*
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001590     PERFORM 2000-LETTER-CYCLE    THRU 2000-EXIT.
001600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001610     STOP RUN.
001620 1000-INITIALIZE.
001630     OPEN INPUT LTR-PARM-FILE.
001640     IF WK-PARM-STATUS = '00'
001650         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
001660             UNTIL PARM-AT-EOF
001670         CLOSE LTR-PARM-FILE
001680     END-IF.
001690     OPEN INPUT EDITQ-PRIOR-IN.
001700     IF WK-PRIOR-STATUS = '00'
001710         SET PQ-IDX TO 1
001720         PERFORM 1200-READ-ONE-PRIOR THRU 1200-EXIT
001730             UNTIL PRIOR-AT-EOF OR WK-PQ-COUNT >= 2000
001740         CLOSE EDITQ-PRIOR-IN
001750     END-IF.
001760     OPEN INPUT EDITQ-IN.
001770     IF WK-EDITQ-STATUS NOT = '00'
001780         DISPLAY 'PPLTR215 - EDIT-QUALITY FILE MISSING'
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     OPEN OUTPUT LETTERS-OUT.
001830     ACCEPT WK-LH-DATE FROM DATE YYYYMMDD.
001840 1000-EXIT.
001850     EXIT.
001860 1100-READ-ONE-PARM.
001870     READ LTR-PARM-FILE
001880         AT END
001890             SET PARM-AT-EOF TO TRUE
001900             GO TO 1100-EXIT
001910     END-READ.
001920     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
001930     UNSTRING LTR-PARM-REC DELIMITED BY '='
001940         INTO WK-RC-KEYWORD WK-RC-VALUE.
001950     IF WK-RC-KEYWORD = 'ERR-PCT'
001960        AND WK-RC-VALUE(1:3) IS NUMERIC
001970         MOVE WK-RC-VALUE(1:3) TO WK-ERR-PCT-THRESH
001980     END-IF.
001990 1100-EXIT.
002000     EXIT.
002010 1200-READ-ONE-PRIOR.
002020     READ EDITQ-PRIOR-IN
002030         AT END
002040             SET PRIOR-AT-EOF TO TRUE
002050             GO TO 1200-EXIT
002060     END-READ.
002070     MOVE EDITQ-PRIOR-REC TO GEN-STAMP-REC.
002080     IF GS-IS-STAMP
002090         GO TO 1200-EXIT
002100     END-IF.
002110     MOVE EP-PROVIDER-NO TO PQ-PROVIDER-NO(PQ-IDX).
002120     MOVE EP-BILLS       TO PQ-BILLS(PQ-IDX).
002130     MOVE EP-ERRORS      TO PQ-ERRORS(PQ-IDX).
002140     ADD  1 TO WK-PQ-COUNT.
002150     SET  PQ-IDX UP BY 1.
002160 1200-EXIT.
002170     EXIT.
002180*===========================================================*
002190* 2000-LETTER-CYCLE - ONE LETTER PER PROVIDER OVER THE      *
002200* ERROR-RATE THRESHOLD.                                     *
002210*===========================================================*
002220 2000-LETTER-CYCLE.
002230     PERFORM 2100-JUDGE-ONE-PROVIDER THRU 2100-EXIT
002240         UNTIL EDITQ-AT-EOF.
002250 2000-EXIT.
002260     EXIT.
002270 2100-JUDGE-ONE-PROVIDER.
002280     READ EDITQ-IN
002290         AT END
002300             SET EDITQ-AT-EOF TO TRUE
002310             GO TO 2100-EXIT
002320     END-READ.
002330     MOVE EDITQ-IN-REC TO GEN-STAMP-REC.
002340     IF GS-IS-STAMP
002350         GO TO 2100-EXIT
002360     END-IF.
002370     ADD 1 TO WK-PROVIDERS-READ.
002380     IF EQ-IN-BILLS = 0
002390         GO TO 2100-EXIT
002400     END-IF.
002410     COMPUTE WK-RATE-NOW ROUNDED =
002420         EQ-IN-ERRORS * 100 / EQ-IN-BILLS.
002430     IF WK-RATE-NOW NOT > WK-ERR-PCT-THRESH
002440         GO TO 2100-EXIT
002450     END-IF.
002460     PERFORM 2200-WRITE-ONE-LETTER THRU 2200-EXIT.
002470 2100-EXIT.
002480     EXIT.
002490 2200-WRITE-ONE-LETTER.
002500     ADD 1 TO WK-LETTERS-WRITTEN.
002510     MOVE WK-LT-RULE-LINE TO LETTER-LINE.
002520     WRITE LETTER-LINE.
002530     MOVE EQ-IN-PROVIDER-NO TO WK-LH-PROVIDER.
002540     MOVE WK-LT-HEAD-LINE TO LETTER-LINE.
002550     WRITE LETTER-LINE.
002560     PERFORM 2300-FIND-PRIOR-RATE THRU 2300-EXIT.
002570     MOVE WK-RATE-NOW   TO WK-LR-RATE-NOW.
002580     MOVE WK-RATE-PRIOR TO WK-LR-RATE-PRIOR.
002590     EVALUATE TRUE
002600         WHEN WK-RATE-NOW > WK-RATE-PRIOR
002610             MOVE 'WORSENING' TO WK-LR-TREND
002620         WHEN WK-RATE-NOW < WK-RATE-PRIOR
002630             MOVE 'IMPROVING' TO WK-LR-TREND
002640         WHEN OTHER
002650             MOVE 'UNCHANGED' TO WK-LR-TREND
002660     END-EVALUATE.
002670     MOVE WK-LT-RATE-LINE TO LETTER-LINE.
002680     WRITE LETTER-LINE.
002690     MOVE ALL 'N' TO WK-TOP-USED.
002700     PERFORM 2400-WRITE-ONE-TOP-CODE THRU 2400-EXIT
002710         VARYING WK-TOP-PASS FROM 1 BY 1
002720         UNTIL WK-TOP-PASS > 3.
002730     PERFORM 2500-WRITE-ONE-EXAMPLE THRU 2500-EXIT
002740         VARYING WK-EX-I FROM 1 BY 1
002750         UNTIL WK-EX-I > 3.
002760     MOVE WK-LT-ASK-LINE TO LETTER-LINE.
002770     WRITE LETTER-LINE.
002780 2200-EXIT.
002790     EXIT.
002800 2300-FIND-PRIOR-RATE.
002810     MOVE ZEROES TO WK-RATE-PRIOR.
002820     IF WK-PQ-COUNT = 0
002830         GO TO 2300-EXIT
002840     END-IF.
002850     SET PQ-SIDX TO 1.
002860     SEARCH PQ-ENTRY VARYING PQ-SIDX
002870         AT END
002880             GO TO 2300-EXIT
002890         WHEN PQ-PROVIDER-NO(PQ-SIDX) = EQ-IN-PROVIDER-NO
002900             CONTINUE
002910     END-SEARCH.
002920     IF PQ-BILLS(PQ-SIDX) > 0
002930         COMPUTE WK-RATE-PRIOR ROUNDED =
002940             PQ-ERRORS(PQ-SIDX) * 100 / PQ-BILLS(PQ-SIDX)
002950     END-IF.
002960 2300-EXIT.
002970     EXIT.
002980*===========================================================*
002990* 2400-WRITE-ONE-TOP-CODE - EACH PASS PICKS THE LARGEST     *
003000* RETURN-CODE COUNT NOT YET LISTED.                         *
003010*===========================================================*
003020 2400-WRITE-ONE-TOP-CODE.
003030     MOVE ZEROES TO WK-TOP-BEST-CNT.
003040     MOVE ZEROES TO WK-TOP-BEST-I.
003050     PERFORM 2410-SCAN-ONE-CODE THRU 2410-EXIT
003060         VARYING WK-TOP-I FROM 1 BY 1
003070         UNTIL WK-TOP-I > 33.
003080     IF WK-TOP-BEST-I = 0
003090         GO TO 2400-EXIT
003100     END-IF.
003110     MOVE 'Y' TO WK-TOP-USED-SW(WK-TOP-BEST-I).
003120     SET RTC-IDX TO WK-TOP-BEST-I.
003130     MOVE RTC-DESC-CODE(RTC-IDX) TO WK-LC-CODE.
003140     MOVE RTC-DESC-TEXT(RTC-IDX) TO WK-LC-TEXT.
003150     MOVE WK-TOP-BEST-CNT TO WK-LC-COUNT.
003160     MOVE WK-LT-CODE-LINE TO LETTER-LINE.
003170     WRITE LETTER-LINE.
003180 2400-EXIT.
003190     EXIT.
003200 2410-SCAN-ONE-CODE.
003210     IF WK-TOP-USED-SW(WK-TOP-I) = 'Y'
003220         GO TO 2410-EXIT
003230     END-IF.
003240     IF EQ-IN-RTC-CNT(WK-TOP-I) > WK-TOP-BEST-CNT
003250         MOVE EQ-IN-RTC-CNT(WK-TOP-I) TO WK-TOP-BEST-CNT
003260         MOVE WK-TOP-I TO WK-TOP-BEST-I
003270     END-IF.
003280 2410-EXIT.
003290     EXIT.
003300 2500-WRITE-ONE-EXAMPLE.
003310     IF EQ-IN-EX-DISCHARGE(WK-EX-I) = 0
003320         GO TO 2500-EXIT
003330     END-IF.
003340     MOVE EQ-IN-EX-DISCHARGE(WK-EX-I) TO WK-LE-DISCHARGE.
003350     MOVE EQ-IN-EX-DRG(WK-EX-I)       TO WK-LE-DRG.
003360     MOVE EQ-IN-EX-RTC(WK-EX-I)       TO WK-LE-RTC.
003370     MOVE WK-LT-EXAMPLE-LINE TO LETTER-LINE.
003380     WRITE LETTER-LINE.
003390 2500-EXIT.
003400     EXIT.
003410 9000-TERMINATE.
003420     CLOSE EDITQ-IN.
003430     CLOSE LETTERS-OUT.
003440     DISPLAY 'PPLTR215 - PROVIDERS READ    : '
003450             WK-PROVIDERS-READ.
003460     DISPLAY 'PPLTR215 - LETTERS WRITTEN   : '
003470             WK-LETTERS-WRITTEN.
003480 9000-EXIT.
003490     EXIT.
