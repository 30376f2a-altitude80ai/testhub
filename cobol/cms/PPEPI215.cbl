000380                            ORGANIZATION IS INDEXED
000390                            ACCESS MODE IS DYNAMIC
000400                            RECORD KEY IS HR-KEY
000410                            ALTERNATE RECORD KEY IS HR-MBI
000420                                WITH DUPLICATES
000430                            FILE STATUS IS WK-HISTREPO-STATUS.
000440     SELECT EPISODE-OUT     ASSIGN TO EPISODE
000450                            ORGANIZATION IS SEQUENTIAL.
000460     SELECT EPI-SUM-OUT     ASSIGN TO EPISUM
000470                            ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  EPI-PARM-FILE
000510     RECORDING MODE IS F.
000520 01  EPI-PARM-REC                PIC X(80).
000530 FD  HIST-REPO-FILE
000540     RECORD CONTAINS 252 CHARACTERS.
000550 01  HIST-REPO-REC.
000560     05  HR-KEY.
000570         10  HR-PROVIDER-NO     PIC X(06).
000580         10  HR-DISCHARGE-DATE  PIC 9(08).
000590         10  HR-CLAIM-SEQ       PIC 9(09).
000600         10  HR-RUN-ID          PIC X(08).
000610     05  HR-RUN-DATE            PIC 9(08).
000620     05  HR-PPS-DATA            PIC X(89).
000630     05  HR-WI-AUDIT            PIC X(66).
000640     05  HR-MBI                 PIC X(11).
000650     05  HR-DRG                 PIC 9(03).
000660     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
000670     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
000680     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
000690     05  HR-NEW-TECH            PIC 9(09)V9(02).
000700*----------------------------------------------------------*
000710* EPISODE FILE - ONE RECORD PER ANCHOR EPISODE.             *
000720*----------------------------------------------------------*
000730 FD  EPISODE-OUT
000740     RECORDING MODE IS F.
000750 01  EPISODE-REC.
000760     05  EP-MBI                  PIC X(11).
000770     05  EP-ANCHOR-PROVIDER      PIC X(06).
000780     05  EP-ANCHOR-DISCHARGE     PIC 9(08).
000790     05  EP-ANCHOR-DRG           PIC 9(03).
000800     05  EP-STAY-COUNT           PIC 9(03).
000810     05  EP-TOTAL-PAYMENT        PIC 9(11)V9(02).
000820     05  EP-DRG-MIX.
000830         10  EP-MIX-DRG          PIC 9(03) OCCURS 5 TIMES.
000840 FD  EPI-SUM-OUT
000850     RECORDING MODE IS F.
000860 01  EPI-SUM-LINE                PIC X(100).
000870 WORKING-STORAGE SECTION.
000880 01  W-STORAGE-REF                  PIC X(48)  VALUE
000890     'P P E P I 2 1 5 - W O R K I N G   S T O R A G E'.
000900 01  EPI-VERSION                    PIC X(05) VALUE 'P21.5'.
000910 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
000920 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
000930 01  WK-SWITCHES.
000940     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
000950         88  PARM-AT-EOF        VALUE 'Y'.
000960     05  WK-REPO-EOF            PIC X(01) VALUE 'N'.
000970         88  REPO-AT-EOF        VALUE 'Y'.
000980 01  WK-EPISODE-DAYS            PIC 9(03) VALUE 090.
000990 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001000 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001010*----------------------------------------------------------*
001020* STAY TABLE - ONE ROW PER PRICED CLAIM, DEDUPLICATED TO    *
001030* THE LATEST PRICING (REPOSITORY KEY ORDER PUTS RERUNS OF   *
001040* THE SAME CLAIM ADJACENT, LATEST RUN ID LAST).             *
001050*----------------------------------------------------------*
001060 01  WK-STY-COUNT               PIC 9(05) VALUE ZEROES.
001070 01  STAY-TABLE.
001080     05  STY-ENTRY OCCURS 10000 TIMES
001090                   INDEXED BY STY-IDX STY-JDX.
001100         10  STY-MBI            PIC X(11).
001110         10  STY-PROVIDER-NO    PIC X(06).
001120         10  STY-DISCHARGE      PIC 9(08).
001130         10  STY-CLAIM-SEQ      PIC 9(09).
001140         10  STY-DISCHG-SERIAL  PIC 9(07).
001150         10  STY-DRG            PIC 9(03).
001160         10  STY-PAYMENT        PIC 9(09)V9(02).
001170         10  STY-ASSIGNED-SW    PIC X(01).
001180 01  WK-STY-DROPPED             PIC 9(07) VALUE ZEROES.
001190*----------------------------------------------------------*
001200* PPS-DATA FIELD VIEW OF A REPOSITORY ROW.                  *
001210*----------------------------------------------------------*
001220 01  WK-HRD-VIEW.
001230     05  WK-HRD-RTC             PIC 9(02).
001240     05  FILLER                 PIC X(25).
001250     05  WK-HRD-TOTAL-PAYMENT   PIC 9(09)V9(02).
001260     05  FILLER                 PIC X(51).
001270*----------------------------------------------------------*
001280* DATE-TO-SERIAL WORK FIELDS, AS IN PPBAT215.               *
001290*----------------------------------------------------------*
001300 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
001310 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
001320     05  WK-DTS-YYYY            PIC 9(04).
001330     05  WK-DTS-MM              PIC 9(02).
001340     05  WK-DTS-DD              PIC 9(02).
001350 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
001360 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
001370 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
001380 01  WK-DTS-MONTH-DAYS.
001390     05  FILLER PIC X(36) VALUE
001400         '000031059090120151181212243273304334'.
001410 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
001420     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
001430*----------------------------------------------------------*
001440* EPISODE ASSEMBLY AND THE PROVIDER SUMMARY TABLE.          *
001450*----------------------------------------------------------*
001460 01  WK-ANCHOR-SUB              PIC 9(05) VALUE ZEROES.
001470 01  WK-ANCHOR-BEST-SERIAL      PIC 9(07) VALUE ZEROES.
001480 01  WK-EPI-STAYS               PIC 9(03) VALUE ZEROES.
001490 01  WK-EPI-PAYMENT             PIC 9(11)V9(02) VALUE ZEROES.
001500 01  WK-EPI-MIX-USED            PIC 9(01) VALUE ZEROES.
001510 01  WK-EPISODES-BUILT          PIC 9(07) VALUE ZEROES.
001520 01  WK-ES-COUNT                PIC 9(04) VALUE ZEROES.
001530 01  EPI-SUM-TABLE.
001540     05  ES-ENTRY OCCURS 2000 TIMES
001550                  INDEXED BY ES-IDX ES-SIDX.
001560         10  ES-PROVIDER-NO     PIC X(06).
001570         10  ES-EPISODES        PIC 9(05).
001580         10  ES-TOT-PAYMENT     PIC 9(13)V9(02).
001590 01  WK-ES-AVG                  PIC 9(09)V9(02) VALUE ZEROES.
001600*----------------------------------------------------------*
001610* SUMMARY REPORT LINES.                                     *
001620*----------------------------------------------------------*
001630 01  WK-EP-TITLE-LINE.
001640     05  FILLER              PIC X(34) VALUE
001650         'EPISODE COST SUMMARY - WINDOW DAYS'.
001660     05  FILLER              PIC X(02) VALUE SPACES.
001670     05  WK-ET-DAYS          PIC ZZ9.
001680     05  FILLER              PIC X(07) VALUE '  VERS '.
001690     05  WK-ET-VERSION       PIC X(05).
001700 01  WK-EP-RULE-LINE         PIC X(72) VALUE ALL '='.
001710 01  WK-EP-HEADING1.
001720     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
001730     05  FILLER              PIC X(10) VALUE 'EPISODES  '.
001740     05  FILLER              PIC X(18) VALUE ' TOTAL-PAYMENT    '.
001750     05  FILLER              PIC X(18) VALUE ' AVG-PER-EPISODE'.
001760 01  WK-EP-DETAIL-LINE.
001770     05  WK-EP2-PROVIDER-NO  PIC X(06).
001780     05  FILLER              PIC X(03) VALUE SPACES.
001790     05  WK-EP2-EPISODES     PIC ZZ,ZZ9.
001800     05  FILLER              PIC X(03) VALUE SPACES.
001810     05  WK-EP2-PAYMENT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001820     05  FILLER              PIC X(02) VALUE SPACES.
001830     05  WK-EP2-AVG          PIC Z,ZZZ,ZZZ,ZZ9.99.
001840 PROCEDURE DIVISION.
001850*===========================================================*
001860* 0000-MAINLINE                                              *
001870*===========================================================*
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001900     PERFORM 2000-LOAD-STAYS      THRU 2000-EXIT.
001910     PERFORM 3000-BUILD-EPISODES  THRU 3000-EXIT.
001920     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001930     STOP RUN.
001940 1000-INITIALIZE.
001950     OPEN INPUT EPI-PARM-FILE.
001960     IF WK-PARM-STATUS = '00'
001970         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
001980             UNTIL PARM-AT-EOF
001990         CLOSE EPI-PARM-FILE
002000     END-IF.
002010     OPEN INPUT HIST-REPO-FILE.
002020     IF WK-HISTREPO-STATUS NOT = '00'
002030         DISPLAY 'PPEPI215 - HISTORY REPOSITORY UNAVAILABLE'
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070     OPEN OUTPUT EPISODE-OUT.
002080     OPEN OUTPUT EPI-SUM-OUT.
002090 1000-EXIT.
002100     EXIT.
002110 1100-READ-ONE-PARM.
002120     READ EPI-PARM-FILE
002130         AT END
002140             SET PARM-AT-EOF TO TRUE
002150             GO TO 1100-EXIT
002160     END-READ.
002170     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
002180     UNSTRING EPI-PARM-REC DELIMITED BY '='
002190         INTO WK-RC-KEYWORD WK-RC-VALUE.
002200     IF WK-RC-KEYWORD = 'EPISODE-DAYS'
002210        AND WK-RC-VALUE(1:3) IS NUMERIC
002220         MOVE WK-RC-VALUE(1:3) TO WK-EPISODE-DAYS
002230     END-IF.
002240 1100-EXIT.
002250     EXIT.
002260*===========================================================*
002270* 2000-LOAD-STAYS - ONE STAY ROW PER PRICED CLAIM, KEEPING  *
002280* ONLY THE LATEST PRICING OF EACH (RERUNS SIT ADJACENT IN   *
002290* KEY ORDER, LATEST RUN ID LAST, SO THE LATER ROW SIMPLY    *
002300* OVERWRITES THE EARLIER ONE).                              *
002310*===========================================================*
002320 2000-LOAD-STAYS.
002330     PERFORM 2100-LOAD-ONE-STAY THRU 2100-EXIT
002340         UNTIL REPO-AT-EOF.
002350     CLOSE HIST-REPO-FILE.
002360 2000-EXIT.
002370     EXIT.
002380 2100-LOAD-ONE-STAY.
002390     READ HIST-REPO-FILE NEXT
002400         AT END
002410             SET REPO-AT-EOF TO TRUE
002420             GO TO 2100-EXIT
002430     END-READ.
002440     IF HR-MBI = SPACES OR HR-MBI = LOW-VALUES
002450         GO TO 2100-EXIT
002460     END-IF.
002470     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
002480     IF WK-HRD-RTC NOT < 50
002490         GO TO 2100-EXIT
002500     END-IF.
002510     IF WK-STY-COUNT > 0
002520         SET STY-IDX TO WK-STY-COUNT
002530         IF STY-PROVIDER-NO(STY-IDX) = HR-PROVIDER-NO
002540            AND STY-DISCHARGE(STY-IDX) = HR-DISCHARGE-DATE
002550            AND STY-CLAIM-SEQ(STY-IDX) = HR-CLAIM-SEQ
002560*            A RERUN OF THE SAME CLAIM - LATEST GOVERNS
002570             MOVE WK-HRD-TOTAL-PAYMENT
002580                 TO STY-PAYMENT(STY-IDX)
002590             GO TO 2100-EXIT
002600         END-IF
002610     END-IF.
002620     IF WK-STY-COUNT >= 10000
002630         ADD 1 TO WK-STY-DROPPED
002640         GO TO 2100-EXIT
002650     END-IF.
002660     ADD 1 TO WK-STY-COUNT.
002670     SET STY-IDX TO WK-STY-COUNT.
002680     MOVE HR-MBI            TO STY-MBI(STY-IDX).
002690     MOVE HR-PROVIDER-NO    TO STY-PROVIDER-NO(STY-IDX).
002700     MOVE HR-DISCHARGE-DATE TO STY-DISCHARGE(STY-IDX).
002710     MOVE HR-CLAIM-SEQ      TO STY-CLAIM-SEQ(STY-IDX).
002720     MOVE HR-DISCHARGE-DATE TO WK-DTS-DATE.
002730     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
002740     MOVE WK-DTS-SERIAL TO STY-DISCHG-SERIAL(STY-IDX).
002750     MOVE WK-HRD-TOTAL-PAYMENT TO STY-PAYMENT(STY-IDX).
002760     MOVE HR-DRG TO STY-DRG(STY-IDX).
002770     MOVE 'N' TO STY-ASSIGNED-SW(STY-IDX).
002780 2100-EXIT.
002790     EXIT.
002800*===========================================================*
002810* 3000-BUILD-EPISODES - REPEATEDLY TAKE THE EARLIEST        *
002820* UNASSIGNED STAY AS AN ANCHOR AND ATTACH THE SAME MBI'S    *
002830* LATER STAYS INSIDE THE WINDOW.                            *
002840*===========================================================*
002850 3000-BUILD-EPISODES.
002860     PERFORM 3100-FIND-NEXT-ANCHOR THRU 3100-EXIT.
002870     PERFORM 3200-BUILD-ONE-EPISODE THRU 3200-EXIT
002880         UNTIL WK-ANCHOR-SUB = 0.
002890 3000-EXIT.
002900     EXIT.
002910 3100-FIND-NEXT-ANCHOR.
002920     MOVE ZEROES TO WK-ANCHOR-SUB.
002930     MOVE 9999999 TO WK-ANCHOR-BEST-SERIAL.
002940     PERFORM 3110-CHECK-ONE-ANCHOR THRU 3110-EXIT
002950         VARYING STY-IDX FROM 1 BY 1
002960         UNTIL STY-IDX > WK-STY-COUNT.
002970 3100-EXIT.
002980     EXIT.
002990 3110-CHECK-ONE-ANCHOR.
003000     IF STY-ASSIGNED-SW(STY-IDX) = 'N'
003010        AND STY-DISCHG-SERIAL(STY-IDX)
003020            < WK-ANCHOR-BEST-SERIAL
003030         MOVE STY-DISCHG-SERIAL(STY-IDX)
003040             TO WK-ANCHOR-BEST-SERIAL
003050         SET WK-ANCHOR-SUB TO STY-IDX
003060     END-IF.
003070 3110-EXIT.
003080     EXIT.
003090 3200-BUILD-ONE-EPISODE.
003100     SET STY-IDX TO WK-ANCHOR-SUB.
003110     MOVE 'Y' TO STY-ASSIGNED-SW(STY-IDX).
003120     MOVE STY-MBI(STY-IDX)         TO EP-MBI.
003130     MOVE STY-PROVIDER-NO(STY-IDX) TO EP-ANCHOR-PROVIDER.
003140     MOVE STY-DISCHARGE(STY-IDX)   TO EP-ANCHOR-DISCHARGE.
003150     MOVE STY-DRG(STY-IDX)         TO EP-ANCHOR-DRG.
003160     MOVE 1 TO WK-EPI-STAYS.
003170     MOVE STY-PAYMENT(STY-IDX) TO WK-EPI-PAYMENT.
003180     MOVE ZEROES TO EP-DRG-MIX.
003190     MOVE STY-DRG(STY-IDX) TO EP-MIX-DRG(1).
003200     MOVE 1 TO WK-EPI-MIX-USED.
003210     PERFORM 3300-ATTACH-ONE-STAY THRU 3300-EXIT
003220         VARYING STY-JDX FROM 1 BY 1
003230         UNTIL STY-JDX > WK-STY-COUNT.
003240     MOVE WK-EPI-STAYS   TO EP-STAY-COUNT.
003250     MOVE WK-EPI-PAYMENT TO EP-TOTAL-PAYMENT.
003260     WRITE EPISODE-REC.
003270     ADD 1 TO WK-EPISODES-BUILT.
003280     PERFORM 3400-ACCUM-PROVIDER THRU 3400-EXIT.
003290     PERFORM 3100-FIND-NEXT-ANCHOR THRU 3100-EXIT.
003300 3200-EXIT.
003310     EXIT.
003320 3300-ATTACH-ONE-STAY.
003330     SET STY-IDX TO WK-ANCHOR-SUB.
003340     IF STY-JDX = WK-ANCHOR-SUB
003350        OR STY-ASSIGNED-SW(STY-JDX) = 'Y'
003360        OR STY-MBI(STY-JDX) NOT = STY-MBI(STY-IDX)
003370         GO TO 3300-EXIT
003380     END-IF.
003390     IF STY-DISCHG-SERIAL(STY-JDX) <
003400            STY-DISCHG-SERIAL(STY-IDX)
003410        OR (STY-DISCHG-SERIAL(STY-JDX)
003420            - STY-DISCHG-SERIAL(STY-IDX))
003430           > WK-EPISODE-DAYS
003440         GO TO 3300-EXIT
003450     END-IF.
003460     MOVE 'Y' TO STY-ASSIGNED-SW(STY-JDX).
003470     ADD 1 TO WK-EPI-STAYS.
003480     ADD STY-PAYMENT(STY-JDX) TO WK-EPI-PAYMENT.
003490     IF WK-EPI-MIX-USED < 5
003500         ADD 1 TO WK-EPI-MIX-USED
003510         MOVE STY-DRG(STY-JDX)
003520             TO EP-MIX-DRG(WK-EPI-MIX-USED)
003530     END-IF.
003540 3300-EXIT.
003550     EXIT.
003560 3400-ACCUM-PROVIDER.
003570     SET ES-SIDX TO 1.
003580     SEARCH ES-ENTRY VARYING ES-SIDX
003590         AT END
003600             IF WK-ES-COUNT < 2000
003610                 ADD 1 TO WK-ES-COUNT
003620                 SET ES-SIDX TO WK-ES-COUNT
003630                 MOVE EP-ANCHOR-PROVIDER
003640                     TO ES-PROVIDER-NO(ES-SIDX)
003650                 MOVE 0 TO ES-EPISODES(ES-SIDX)
003660                 MOVE 0 TO ES-TOT-PAYMENT(ES-SIDX)
003670             ELSE
003680                 GO TO 3400-EXIT
003690             END-IF
003700         WHEN ES-PROVIDER-NO(ES-SIDX) = EP-ANCHOR-PROVIDER
003710             CONTINUE
003720     END-SEARCH.
003730     ADD 1               TO ES-EPISODES(ES-SIDX).
003740     ADD WK-EPI-PAYMENT  TO ES-TOT-PAYMENT(ES-SIDX).
003750 3400-EXIT.
003760     EXIT.
003770*===========================================================*
003780* 8500-DATE-TO-SERIAL - AS IN PPBAT215.                     *
003790*===========================================================*
003800 8500-DATE-TO-SERIAL.
003810     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
003820     IF WK-DTS-MM < 3
003830         SUBTRACT 1 FROM WK-DTS-YEARS
003840     END-IF.
003850     COMPUTE WK-DTS-LEAPS =
003860         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
003870         + (WK-DTS-YEARS / 400).
003880     COMPUTE WK-DTS-SERIAL =
003890         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
003900         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
003910 8500-EXIT.
003920     EXIT.
003930*===========================================================*
003940* 9000-TERMINATE - THE PROVIDER EPISODE-COST SUMMARY.       *
003950*===========================================================*
003960 9000-TERMINATE.
003970     MOVE WK-EPISODE-DAYS TO WK-ET-DAYS.
003980     MOVE EPI-VERSION TO WK-ET-VERSION.
003990     MOVE WK-EP-TITLE-LINE TO EPI-SUM-LINE.
004000     WRITE EPI-SUM-LINE.
004010     MOVE WK-EP-RULE-LINE TO EPI-SUM-LINE.
004020     WRITE EPI-SUM-LINE.
004030     MOVE WK-EP-HEADING1 TO EPI-SUM-LINE.
004040     WRITE EPI-SUM-LINE.
004050     PERFORM 9100-WRITE-ONE-PROVIDER THRU 9100-EXIT
004060         VARYING ES-IDX FROM 1 BY 1
004070         UNTIL ES-IDX > WK-ES-COUNT.
004080     CLOSE EPISODE-OUT.
004090     CLOSE EPI-SUM-OUT.
004100     DISPLAY 'PPEPI215 - STAYS LOADED      : ' WK-STY-COUNT.
004110     IF WK-STY-DROPPED > 0
004120         DISPLAY 'PPEPI215 - STAY TABLE FULL - DROPPED : '
004130                 WK-STY-DROPPED
004140     END-IF.
004150     DISPLAY 'PPEPI215 - EPISODES BUILT    : '
004160             WK-EPISODES-BUILT.
004170 9000-EXIT.
004180     EXIT.
004190 9100-WRITE-ONE-PROVIDER.
004200     MOVE ES-PROVIDER-NO(ES-IDX) TO WK-EP2-PROVIDER-NO.
004210     MOVE ES-EPISODES(ES-IDX)    TO WK-EP2-EPISODES.
004220     MOVE ES-TOT-PAYMENT(ES-IDX) TO WK-EP2-PAYMENT.
004230     COMPUTE WK-ES-AVG ROUNDED =
004240         ES-TOT-PAYMENT(ES-IDX) / ES-EPISODES(ES-IDX)
004250         ON SIZE ERROR MOVE 0 TO WK-ES-AVG.
004260     MOVE WK-ES-AVG TO WK-EP2-AVG.
004270     MOVE WK-EP-DETAIL-LINE TO EPI-SUM-LINE.
004280     WRITE EPI-SUM-LINE.
004290 9100-EXIT.
004300     EXIT.
