000150*            COMBINED PILE ONCE PER RECIPIENT, WRITING THAT
000160*            RECIPIENT'S STREAMS AS A LABELED BUNDLE WITH A
000170*            TABLE OF CONTENTS AND THE RUN ID ON EVERY
000180*            PAGE.
000190*          - THE BENEFICIARY IDENTIFIER (MBI) IS MASKED ON
000200*            EVERY STREAM TO A PARTIAL VALUE (LAST FOUR
000210*            CHARACTERS SHOWN), AND ON A LINE THAT CARRIES
000220*            AN MBI THE ADMISSION DATE (THE COLUMN HEADED
000230*            ADMIT/ADMITTED/ADMISSION) SHOWS ONLY ITS YEAR
000240*            AND MONTH.  A DISTRIBUTION-CONTROL ROW WITH 'Y'
000250*            IN COLUMN 21 GRANTS THAT RECIPIENT THE FULL
000260*            MBI FOR THAT STREAM; EVERY STREAM SO DELIVERED
000270*            IS WRITTEN TO THE ACCESS LOG (COPYBOOK ACCLOG,
000280*            CARRIED FROM RTEACCI TO RTEACCO).              *
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
000410     SELECT DIST-CTL-FILE   ASSIGN TO DISTCTL
000420                            ORGANIZATION IS LINE SEQUENTIAL
000430                            FILE STATUS IS WK-CTL-STATUS.
000440     SELECT DIST-PARM-FILE  ASSIGN TO DISTPARM
000450                            ORGANIZATION IS LINE SEQUENTIAL
000460                            FILE STATUS IS WK-PARM-STATUS.
000470     SELECT REPORTS-IN      ASSIGN TO RPTPILE
000480                            ORGANIZATION IS LINE SEQUENTIAL
000490                            FILE STATUS IS WK-REPORTS-STATUS.
000500     SELECT BUNDLES-OUT     ASSIGN TO BUNDLES
000510                            ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT ACC-LOG-IN      ASSIGN TO RTEACCI
000530                            ORGANIZATION IS SEQUENTIAL
000540                            FILE STATUS IS WK-ACCIN-STATUS.
000550     SELECT ACC-LOG-OUT     ASSIGN TO RTEACCO
000560                            ORGANIZATION IS SEQUENTIAL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------*
000600* DISTRIBUTION CONTROL - ONE ROW PER STREAM/RECIPIENT PAIR. *
000610* DC-FULL-MBI 'Y' GRANTS THE RECIPIENT THE UNMASKED MBI ON  *
000620* THAT STREAM; ANYTHING ELSE LEAVES IT MASKED.              *
000630*----------------------------------------------------------*
000640 FD  DIST-CTL-FILE
000650     RECORDING MODE IS F.
000660 01  DIST-CTL-REC.
000670     05  DC-STREAM               PIC X(08).
000680     05  DC-RECIPIENT            PIC X(12).
000690     05  DC-FULL-MBI             PIC X(01).
000700 FD  DIST-PARM-FILE
000710     RECORDING MODE IS F.
000720 01  DIST-PARM-REC               PIC X(80).
000730*----------------------------------------------------------*
000740* THE COMBINED REPORT PILE - EVERY STREAM PRECEDED BY A     *
000750* '++STREAM XXXXXXXX' SEPARATOR RECORD FROM THE NIGHT JCL.  *
000760*----------------------------------------------------------*
000770 FD  REPORTS-IN
000780     RECORDING MODE IS F.
000790 01  REPORTS-IN-LINE             PIC X(133).
000800 FD  BUNDLES-OUT
000810     RECORDING MODE IS F.
000820 01  BUNDLE-LINE                 PIC X(133).
000830*----------------------------------------------------------*
000840* ACCESS LOG, PRIOR AND NEW (COPYBOOK ACCLOG).              *
000850*----------------------------------------------------------*
000860 FD  ACC-LOG-IN
000870     RECORDING MODE IS F.
000880 01  ACC-LOG-IN-REC              PIC X(80).
000890 FD  ACC-LOG-OUT
000900     RECORDING MODE IS F.
000910 01  ACC-LOG-OUT-REC             PIC X(80).
000920 WORKING-STORAGE SECTION.
000930 01  W-STORAGE-REF                  PIC X(48)  VALUE
000940     'P P R T E 2 1 5 - W O R K I N G   S T O R A G E'.
000950 01  RTE-VERSION                    PIC X(05) VALUE 'U21.5'.
000960 01  WK-CTL-STATUS              PIC X(02) VALUE SPACES.
000970 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
000980 01  WK-REPORTS-STATUS          PIC X(02) VALUE SPACES.
000990 01  WK-ACCIN-STATUS            PIC X(02) VALUE SPACES.
001000 01  WK-SWITCHES.
001010     05  WK-CTL-EOF             PIC X(01) VALUE 'N'.
001020         88  CTL-AT-EOF         VALUE 'Y'.
001030     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001040         88  PARM-AT-EOF        VALUE 'Y'.
001050     05  WK-REPORTS-EOF         PIC X(01) VALUE 'N'.
001060         88  REPORTS-AT-EOF     VALUE 'Y'.
001070     05  WK-STREAM-WANTED-SW    PIC X(01) VALUE 'N'.
001080         88  STREAM-IS-WANTED   VALUE 'Y'.
001090     05  WK-FULL-MBI-SW         PIC X(01) VALUE 'N'.
001100         88  FULL-MBI-GRANTED   VALUE 'Y'.
001110     05  WK-ACCIN-EOF           PIC X(01) VALUE 'N'.
001120         88  ACCIN-AT-EOF       VALUE 'Y'.
001130     05  WK-LINE-MBI-SW         PIC X(01) VALUE 'N'.
001140         88  LINE-HAS-MBI       VALUE 'Y'.
001150 01  WK-RUN-ID                  PIC X(08) VALUE SPACES.
001160 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
001170 01  WK-RUN-TIME                PIC 9(08) VALUE ZEROES.
001180 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001190 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001200*----------------------------------------------------------*
001210* ROUTING TABLE AND THE DISTINCT RECIPIENT LIST.            *
001220*----------------------------------------------------------*
001230 01  WK-RT-COUNT                PIC 9(03) VALUE ZEROES.
001240 01  ROUTE-TABLE.
001250     05  RT-ENTRY OCCURS 200 TIMES
001260                  INDEXED BY RT-IDX RT-SIDX RT-CIDX.
001270         10  RT-STREAM          PIC X(08).
001280         10  RT-RECIPIENT       PIC X(12).
001290         10  RT-FULL-MBI        PIC X(01).
001300         10  RT-LINES-SENT      PIC 9(07).
001310         10  RT-MBI-SHOWN       PIC 9(07).
001320         10  RT-FIRST-PAGE      PIC 9(04).
001330         10  RT-LAST-PAGE       PIC 9(04).
001340 01  WK-RP-COUNT                PIC 9(03) VALUE ZEROES.
001350 01  RECIP-TABLE.
001360     05  RP-ENTRY OCCURS 50 TIMES
001370                  INDEXED BY RP-IDX RP-SIDX.
001380         10  RP-RECIPIENT       PIC X(12).
001390 01  WK-CUR-RECIPIENT           PIC X(12) VALUE SPACES.
001400 01  WK-CUR-STREAM              PIC X(08) VALUE SPACES.
001410 01  WK-LINES-ON-PAGE           PIC 9(03) VALUE 999.
001420 01  WK-PAGE-NO                 PIC 9(04) VALUE ZEROES.
001430 01  WK-LINES-ROUTED            PIC 9(07) VALUE ZEROES.
001440 01  WK-MBI-MASKED              PIC 9(07) VALUE ZEROES.
001450 01  WK-MBI-UNMASKED            PIC 9(07) VALUE ZEROES.
001460 01  WK-ACC-ROWS-IN             PIC 9(07) VALUE ZEROES.
001470 01  WK-ACC-ROWS-ADDED          PIC 9(07) VALUE ZEROES.
001480 COPY ACCLOG.
001490*----------------------------------------------------------*
001500* MBI RECOGNITION.  AN MBI IS 11 CHARACTERS: A DIGIT 1-9,   *
001510* LETTER, LETTER OR DIGIT, DIGIT, LETTER, LETTER OR DIGIT,  *
001520* DIGIT, LETTER, LETTER, DIGIT, DIGIT - THE LETTERS NEVER   *
001530* B, I, L, O, S OR Z - STANDING APART FROM OTHER LETTERS    *
001540* AND DIGITS ON THE LINE.                                   *
001550*----------------------------------------------------------*
001560 01  WK-MB-POS                  PIC 9(03) COMP VALUE ZEROES.
001570 01  WK-MB-CAND.
001580     05  WK-MB-C                PIC X(01) OCCURS 11 TIMES.
001590         88  MB-C-DIGIT         VALUE '0' THRU '9'.
001600         88  MB-C-LEAD-DIGIT    VALUE '1' THRU '9'.
001610         88  MB-C-LETTER        VALUE 'A' 'C' 'D' 'E' 'F' 'G'
001620                                      'H' 'J' 'K' 'M' 'N' 'P'
001630                                      'Q' 'R' 'T' 'U' 'V' 'W'
001640                                      'X' 'Y'.
001650 01  WK-MB-EDGE                 PIC X(01) VALUE SPACE.
001660     88  MB-EDGE-IS-ALNUM       VALUE 'A' THRU 'I' 'J' THRU 'R'
001670                                      'S' THRU 'Z' '0' THRU '9'.
001680 01  WK-MB-MASK                 PIC X(07) VALUE ALL '*'.
001690 01  WK-ADMIT-COL               PIC 9(03) VALUE ZEROES.
001700 01  WK-ADMIT-TALLY             PIC 9(03) VALUE ZEROES.
001710*----------------------------------------------------------*
001720* BUNDLE LABELS.                                            *
001730*----------------------------------------------------------*
001740 01  WK-BN-HEAD-LINE.
001750     05  FILLER              PIC X(10) VALUE 'BUNDLE FOR'.
001760     05  FILLER              PIC X(01) VALUE SPACES.
001770     05  WK-BH-RECIPIENT     PIC X(12).
001780     05  FILLER              PIC X(09) VALUE '  STREAM '.
001790     05  WK-BH-STREAM        PIC X(08).
001800     05  FILLER              PIC X(09) VALUE '  RUN-ID '.
001810     05  WK-BH-RUN-ID        PIC X(08).
001820     05  FILLER              PIC X(07) VALUE '  PAGE '.
001830     05  WK-BH-PAGE          PIC ZZZ9.
001840 01  WK-BN-RULE-LINE         PIC X(80) VALUE ALL '='.
001850 01  WK-TOC-LINE.
001860     05  FILLER              PIC X(12) VALUE 'CONTENTS -  '.
001870     05  WK-TC-STREAM        PIC X(08).
001880     05  FILLER              PIC X(02) VALUE SPACES.
001890     05  WK-TC-MBI-NOTE      PIC X(20).
001900 PROCEDURE DIVISION.
001910*===========================================================*
001920* 0000-MAINLINE                                              *
001930*===========================================================*
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001960     OPEN OUTPUT BUNDLES-OUT.
001970     PERFORM 2000-BUNDLE-ONE-RECIP THRU 2000-EXIT
001980         VARYING RP-IDX FROM 1 BY 1
001990         UNTIL RP-IDX > WK-RP-COUNT.
002000     CLOSE BUNDLES-OUT.
002010     CLOSE ACC-LOG-OUT.
002020     DISPLAY 'PPRTE215 - ROUTING ROWS      : ' WK-RT-COUNT.
002030     DISPLAY 'PPRTE215 - RECIPIENTS        : ' WK-RP-COUNT.
002040     DISPLAY 'PPRTE215 - LINES ROUTED      : '
002050             WK-LINES-ROUTED.
002060     DISPLAY 'PPRTE215 - MBIS MASKED       : ' WK-MBI-MASKED.
002070     DISPLAY 'PPRTE215 - MBIS SENT IN FULL : ' WK-MBI-UNMASKED.
002080     DISPLAY 'PPRTE215 - ACCESS LOG IN     : ' WK-ACC-ROWS-IN.
002090     DISPLAY 'PPRTE215 - ACCESS LOG ADDED  : '
002100             WK-ACC-ROWS-ADDED.
002110     STOP RUN.
002120*===========================================================*
002130* 1000-INITIALIZE - THE RUN ID, THE ROUTING TABLE, THE      *
002140* DISTINCT RECIPIENT LIST, AND THE ACCESS LOG CARRIED IN.   *
002150*===========================================================*
002160 1000-INITIALIZE.
002170     OPEN INPUT DIST-PARM-FILE.
002180     IF WK-PARM-STATUS = '00'
002190         PERFORM 1050-READ-ONE-PARM THRU 1050-EXIT
002200             UNTIL PARM-AT-EOF
002210         CLOSE DIST-PARM-FILE
002220     END-IF.
002230     OPEN INPUT DIST-CTL-FILE.
002240     IF WK-CTL-STATUS NOT = '00'
002250         DISPLAY 'PPRTE215 - DISTRIBUTION CONTROL MISSING'
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     SET RT-IDX TO 1.
002300     PERFORM 1100-READ-ONE-ROUTE THRU 1100-EXIT
002310         UNTIL CTL-AT-EOF OR WK-RT-COUNT >= 200.
002320     CLOSE DIST-CTL-FILE.
002330     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002340     ACCEPT WK-RUN-TIME FROM TIME.
002350     OPEN OUTPUT ACC-LOG-OUT.
002360     OPEN INPUT ACC-LOG-IN.
002370     IF WK-ACCIN-STATUS = '00'
002380         PERFORM 1300-COPY-ONE-LOG-ROW THRU 1300-EXIT
002390             UNTIL ACCIN-AT-EOF
002400         CLOSE ACC-LOG-IN
002410     ELSE
002420         DISPLAY 'PPRTE215 - NO PRIOR ACCESS LOG - STARTING ONE'
002430     END-IF.
002440 1000-EXIT.
002450     EXIT.
002460 1050-READ-ONE-PARM.
002470     READ DIST-PARM-FILE
002480         AT END
002490             SET PARM-AT-EOF TO TRUE
002500             GO TO 1050-EXIT
002510     END-READ.
002520     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
002530     UNSTRING DIST-PARM-REC DELIMITED BY '='
002540         INTO WK-RC-KEYWORD WK-RC-VALUE.
002550     IF WK-RC-KEYWORD = 'RUN-ID'
002560         MOVE WK-RC-VALUE TO WK-RUN-ID
002570     END-IF.
002580 1050-EXIT.
002590     EXIT.
002600 1100-READ-ONE-ROUTE.
002610     READ DIST-CTL-FILE
002620         AT END
002630             SET CTL-AT-EOF TO TRUE
002640             GO TO 1100-EXIT
002650     END-READ.
002660     IF DC-STREAM = SPACES OR DC-STREAM(1:1) = '*'
002670         GO TO 1100-EXIT
002680     END-IF.
002690     MOVE DC-STREAM    TO RT-STREAM(RT-IDX).
002700     MOVE DC-RECIPIENT TO RT-RECIPIENT(RT-IDX).
002710     MOVE DC-FULL-MBI  TO RT-FULL-MBI(RT-IDX).
002720     MOVE ZEROES       TO RT-LINES-SENT(RT-IDX)
002730                          RT-MBI-SHOWN(RT-IDX)
002740                          RT-FIRST-PAGE(RT-IDX)
002750                          RT-LAST-PAGE(RT-IDX).
002760     ADD  1 TO WK-RT-COUNT.
002770     SET  RT-IDX UP BY 1.
002780     PERFORM 1200-NOTE-RECIPIENT THRU 1200-EXIT.
002790 1100-EXIT.
002800     EXIT.
002810 1200-NOTE-RECIPIENT.
002820     SET RP-SIDX TO 1.
002830     SEARCH RP-ENTRY VARYING RP-SIDX
002840         AT END
002850             IF WK-RP-COUNT < 50
002860                 ADD 1 TO WK-RP-COUNT
002870                 SET RP-SIDX TO WK-RP-COUNT
002880                 MOVE DC-RECIPIENT TO RP-RECIPIENT(RP-SIDX)
002890             END-IF
002900         WHEN RP-RECIPIENT(RP-SIDX) = DC-RECIPIENT
002910             CONTINUE
002920     END-SEARCH.
002930 1200-EXIT.
002940     EXIT.
002950 1300-COPY-ONE-LOG-ROW.
002960     READ ACC-LOG-IN
002970         AT END
002980             SET ACCIN-AT-EOF TO TRUE
002990             GO TO 1300-EXIT
003000     END-READ.
003010     MOVE ACC-LOG-IN-REC TO ACC-LOG-OUT-REC.
003020     WRITE ACC-LOG-OUT-REC.
003030     ADD 1 TO WK-ACC-ROWS-IN.
003040 1300-EXIT.
003050     EXIT.
003060*===========================================================*
003070* 2000-BUNDLE-ONE-RECIP - ONE PASS OVER THE COMBINED PILE   *
003080* PER RECIPIENT: THE BANNER AND TABLE OF CONTENTS, THEN     *
003090* EVERY STREAM ROUTED TO THE RECIPIENT, PAGE-LABELED, AND   *
003100* THE ACCESS-LOG ROWS FOR THE STREAMS SENT UNMASKED.        *
003110*===========================================================*
003120 2000-BUNDLE-ONE-RECIP.
003130     MOVE RP-RECIPIENT(RP-IDX) TO WK-CUR-RECIPIENT.
003140     MOVE WK-CUR-RECIPIENT TO WK-BH-RECIPIENT.
003150     MOVE WK-RUN-ID        TO WK-BH-RUN-ID.
003160     MOVE SPACES           TO WK-BH-STREAM.
003170     MOVE ZEROES           TO WK-PAGE-NO.
003180     ADD 1 TO WK-PAGE-NO.
003190     MOVE WK-PAGE-NO TO WK-BH-PAGE.
003200     MOVE WK-BN-RULE-LINE TO BUNDLE-LINE.
003210     WRITE BUNDLE-LINE.
003220     MOVE WK-BN-HEAD-LINE TO BUNDLE-LINE.
003230     WRITE BUNDLE-LINE.
003240     PERFORM 2100-TOC-ONE-ROUTE THRU 2100-EXIT
003250         VARYING RT-SIDX FROM 1 BY 1
003260         UNTIL RT-SIDX > WK-RT-COUNT.
003270     MOVE WK-BN-RULE-LINE TO BUNDLE-LINE.
003280     WRITE BUNDLE-LINE.
003290     MOVE 'N' TO WK-REPORTS-EOF.
003300     MOVE 'N' TO WK-STREAM-WANTED-SW.
003310     MOVE SPACES TO WK-CUR-STREAM.
003320     MOVE 999 TO WK-LINES-ON-PAGE.
003330     OPEN INPUT REPORTS-IN.
003340     IF WK-REPORTS-STATUS NOT = '00'
003350         DISPLAY 'PPRTE215 - COMBINED REPORT PILE MISSING'
003360         GO TO 2000-EXIT
003370     END-IF.
003380     PERFORM 2200-ROUTE-ONE-LINE THRU 2200-EXIT
003390         UNTIL REPORTS-AT-EOF.
003400     CLOSE REPORTS-IN.
003410     PERFORM 2500-LOG-ONE-ROUTE THRU 2500-EXIT
003420         VARYING RT-SIDX FROM 1 BY 1
003430         UNTIL RT-SIDX > WK-RT-COUNT.
003440 2000-EXIT.
003450     EXIT.
003460 2100-TOC-ONE-ROUTE.
003470     IF RT-RECIPIENT(RT-SIDX) = WK-CUR-RECIPIENT
003480         MOVE RT-STREAM(RT-SIDX) TO WK-TC-STREAM
003490         IF RT-FULL-MBI(RT-SIDX) = 'Y'
003500             MOVE 'FULL MBI' TO WK-TC-MBI-NOTE
003510         ELSE
003520             MOVE 'MBI MASKED' TO WK-TC-MBI-NOTE
003530         END-IF
003540         MOVE WK-TOC-LINE TO BUNDLE-LINE
003550         WRITE BUNDLE-LINE
003560     END-IF.
003570 2100-EXIT.
003580     EXIT.
003590 2200-ROUTE-ONE-LINE.
003600     READ REPORTS-IN
003610         AT END
003620             SET REPORTS-AT-EOF TO TRUE
003630             GO TO 2200-EXIT
003640     END-READ.
003650     IF REPORTS-IN-LINE(1:9) = '++STREAM '
003660         MOVE REPORTS-IN-LINE(10:8) TO WK-CUR-STREAM
003670         PERFORM 2300-JUDGE-STREAM THRU 2300-EXIT
003680         IF STREAM-IS-WANTED
003690             MOVE 999 TO WK-LINES-ON-PAGE
003700         END-IF
003710         MOVE ZEROES TO WK-ADMIT-COL
003720         GO TO 2200-EXIT
003730     END-IF.
003740     IF NOT STREAM-IS-WANTED
003750         GO TO 2200-EXIT
003760     END-IF.
003770     IF WK-LINES-ON-PAGE > 55
003780         ADD 1 TO WK-PAGE-NO
003790         MOVE WK-PAGE-NO TO WK-BH-PAGE
003800         MOVE WK-CUR-STREAM TO WK-BH-STREAM
003810         MOVE ZEROES TO WK-LINES-ON-PAGE
003820         MOVE WK-BN-HEAD-LINE TO BUNDLE-LINE
003830         WRITE BUNDLE-LINE
003840     END-IF.
003850     MOVE REPORTS-IN-LINE TO BUNDLE-LINE.
003860     PERFORM 2400-MASK-ONE-LINE THRU 2400-EXIT.
003870     WRITE BUNDLE-LINE.
003880     ADD 1 TO WK-LINES-ON-PAGE.
003890     ADD 1 TO WK-LINES-ROUTED.
003900     ADD 1 TO RT-LINES-SENT(RT-CIDX).
003910     IF RT-FIRST-PAGE(RT-CIDX) = 0
003920         MOVE WK-PAGE-NO TO RT-FIRST-PAGE(RT-CIDX)
003930     END-IF.
003940     MOVE WK-PAGE-NO TO RT-LAST-PAGE(RT-CIDX).
003950 2200-EXIT.
003960     EXIT.
003970 2300-JUDGE-STREAM.
003980     MOVE 'N' TO WK-STREAM-WANTED-SW.
003990     MOVE 'N' TO WK-FULL-MBI-SW.
004000     SET RT-SIDX TO 1.
004010     SEARCH RT-ENTRY VARYING RT-SIDX
004020         AT END
004030             CONTINUE
004040         WHEN RT-STREAM(RT-SIDX) = WK-CUR-STREAM
004050             AND RT-RECIPIENT(RT-SIDX) = WK-CUR-RECIPIENT
004060             SET STREAM-IS-WANTED TO TRUE
004070             SET RT-CIDX TO RT-SIDX
004080             IF RT-FULL-MBI(RT-SIDX) = 'Y'
004090                 SET FULL-MBI-GRANTED TO TRUE
004100             END-IF
004110     END-SEARCH.
004120 2300-EXIT.
004130     EXIT.
004140*===========================================================*
004150* 2400-MASK-ONE-LINE - EVERY MBI ON THE LINE IS MASKED TO   *
004160* ITS LAST FOUR CHARACTERS UNLESS THE RECIPIENT HOLDS FULL  *
004170* ENTITLEMENT FOR THE STREAM, WHEN IT IS COUNTED FOR THE    *
004180* ACCESS LOG INSTEAD.  A LINE WITHOUT AN MBI THAT HEADS AN  *
004190* ADMISSION-DATE COLUMN MARKS WHERE THE STREAM'S DETAIL     *
004200* LINES CARRY THAT DATE.                                    *
004210*===========================================================*
004220 2400-MASK-ONE-LINE.
004230     MOVE 'N' TO WK-LINE-MBI-SW.
004240     PERFORM 2410-CHECK-ONE-POSITION THRU 2410-EXIT
004250         VARYING WK-MB-POS FROM 1 BY 1
004260         UNTIL WK-MB-POS > 123.
004270     IF NOT LINE-HAS-MBI
004280         PERFORM 2420-NOTE-ADMIT-COLUMN THRU 2420-EXIT
004290         GO TO 2400-EXIT
004300     END-IF.
004310     IF FULL-MBI-GRANTED
004320        OR WK-ADMIT-COL = 0
004330         GO TO 2400-EXIT
004340     END-IF.
004350     IF BUNDLE-LINE(WK-ADMIT-COL:8) IS NUMERIC
004360         MOVE '**' TO BUNDLE-LINE(WK-ADMIT-COL + 6:2)
004370     END-IF.
004380 2400-EXIT.
004390     EXIT.
004400 2410-CHECK-ONE-POSITION.
004410     MOVE BUNDLE-LINE(WK-MB-POS:11) TO WK-MB-CAND.
004420     IF NOT MB-C-LEAD-DIGIT(1)
004430        OR NOT MB-C-LETTER(2)
004440        OR NOT (MB-C-LETTER(3) OR MB-C-DIGIT(3))
004450        OR NOT MB-C-DIGIT(4)
004460        OR NOT MB-C-LETTER(5)
004470        OR NOT (MB-C-LETTER(6) OR MB-C-DIGIT(6))
004480        OR NOT MB-C-DIGIT(7)
004490        OR NOT MB-C-LETTER(8)
004500        OR NOT MB-C-LETTER(9)
004510        OR NOT MB-C-DIGIT(10)
004520        OR NOT MB-C-DIGIT(11)
004530         GO TO 2410-EXIT
004540     END-IF.
004550     IF WK-MB-POS > 1
004560         MOVE BUNDLE-LINE(WK-MB-POS - 1:1) TO WK-MB-EDGE
004570         IF MB-EDGE-IS-ALNUM
004580             GO TO 2410-EXIT
004590         END-IF
004600     END-IF.
004610     IF WK-MB-POS < 123
004620         MOVE BUNDLE-LINE(WK-MB-POS + 11:1) TO WK-MB-EDGE
004630         IF MB-EDGE-IS-ALNUM
004640             GO TO 2410-EXIT
004650         END-IF
004660     END-IF.
004670     SET LINE-HAS-MBI TO TRUE.
004680     IF FULL-MBI-GRANTED
004690         ADD 1 TO RT-MBI-SHOWN(RT-CIDX)
004700         ADD 1 TO WK-MBI-UNMASKED
004710     ELSE
004720         MOVE WK-MB-MASK TO BUNDLE-LINE(WK-MB-POS:7)
004730         ADD 1 TO WK-MBI-MASKED
004740     END-IF.
004750     ADD 10 TO WK-MB-POS.
004760 2410-EXIT.
004770     EXIT.
004780 2420-NOTE-ADMIT-COLUMN.
004790     MOVE ZEROES TO WK-ADMIT-TALLY.
004800     INSPECT BUNDLE-LINE TALLYING WK-ADMIT-TALLY
004810         FOR CHARACTERS BEFORE INITIAL 'ADMI'.
004820     IF WK-ADMIT-TALLY > 125
004830         GO TO 2420-EXIT
004840     END-IF.
004850     IF WK-ADMIT-TALLY > 0
004860         IF BUNDLE-LINE(WK-ADMIT-TALLY:1) NOT = SPACE
004870             GO TO 2420-EXIT
004880         END-IF
004890     END-IF.
004900     COMPUTE WK-ADMIT-COL = WK-ADMIT-TALLY + 1.
004910 2420-EXIT.
004920     EXIT.
004930*===========================================================*
004940* 2500-LOG-ONE-ROUTE - ONE ACCESS-LOG ROW FOR EACH STREAM   *
004950* THE RECIPIENT RECEIVED WITH THE MBI UNMASKED.             *
004960*===========================================================*
004970 2500-LOG-ONE-ROUTE.
004980     IF RT-RECIPIENT(RT-SIDX) NOT = WK-CUR-RECIPIENT
004990        OR RT-FULL-MBI(RT-SIDX) NOT = 'Y'
005000        OR RT-LINES-SENT(RT-SIDX) = 0
005010         GO TO 2500-EXIT
005020     END-IF.
005030     MOVE SPACES                 TO ACCESS-LOG-REC.
005040     MOVE WK-RUN-ID              TO AL-RUN-ID.
005050     MOVE WK-RUN-DATE            TO AL-RUN-DATE.
005060     MOVE WK-RUN-TIME            TO AL-RUN-TIME.
005070     MOVE WK-CUR-RECIPIENT       TO AL-RECIPIENT.
005080     MOVE RT-STREAM(RT-SIDX)     TO AL-STREAM.
005090     MOVE RT-LINES-SENT(RT-SIDX) TO AL-LINES-SENT.
005100     MOVE RT-MBI-SHOWN(RT-SIDX)  TO AL-MBI-SHOWN.
005110     MOVE RT-FIRST-PAGE(RT-SIDX) TO AL-FIRST-PAGE.
005120     MOVE RT-LAST-PAGE(RT-SIDX)  TO AL-LAST-PAGE.
005130     MOVE ACCESS-LOG-REC TO ACC-LOG-OUT-REC.
005140     WRITE ACC-LOG-OUT-REC.
005150     ADD 1 TO WK-ACC-ROWS-ADDED.
005160 2500-EXIT.
005170     EXIT.
