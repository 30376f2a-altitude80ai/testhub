000140*            PARAMETER CARD), AND FLAGS PROJECTED BATCH-
000150*            WINDOW BREACHES FAR ENOUGH AHEAD TO SCHEDULE A
000160*            PARTITIONED RUN.
000170*          - WHEN THE BUSINESS CALENDAR (BUSCAL, READ
000180*            THROUGH PPCLD215) IS PRESENT, THE FOURTEEN DAYS
000190*            ARE THE NEXT FOURTEEN CYCLE-RUN DAYS, SKIPPING
000200*            WEEKENDS AND HOLIDAYS.
000210*          - PARAMETER CARDS - THROUGHPUT-BPM (BILLS PER
000220*            MINUTE, DEFAULT 500) AND WINDOW-MINUTES
000230*            (DEFAULT 240).
000240 DATE-COMPILED.
000250****************************************************************
000260*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000270*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000280*   IS THAT OF THE USER.                                       *
000290****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.            IBM-370.
000330 OBJECT-COMPUTER.            IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FCT-PARM-FILE   ASSIGN TO FCTPARM
000370                            ORGANIZATION IS LINE SEQUENTIAL
000380                            FILE STATUS IS WK-PARM-STATUS.
000390     SELECT RUN-HIST-IN     ASSIGN TO RUNHIST
000400                            ORGANIZATION IS SEQUENTIAL
000410                            FILE STATUS IS WK-RUNHIST-STATUS.
000420     SELECT FORECAST-RPT    ASSIGN TO FCTRPT
000430                            ORGANIZATION IS LINE SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  FCT-PARM-FILE
000470     RECORDING MODE IS F.
000480 01  FCT-PARM-REC                PIC X(80).
000490*----------------------------------------------------------*
000500* CUMULATIVE RUN-HISTORY REGISTRY - ONE MANIFEST IMAGE PER  *
000510* RUN, AS PPBAT215 APPENDS THEM.                            *
000520*----------------------------------------------------------*
000530 FD  RUN-HIST-IN
000540     RECORDING MODE IS F.
000550 01  RUN-HIST-IN-REC             PIC X(144).
000560 FD  FORECAST-RPT
000570     RECORDING MODE IS F.
000580 01  FORECAST-RPT-LINE           PIC X(100).
000590 WORKING-STORAGE SECTION.
000600 01  W-STORAGE-REF                  PIC X(48)  VALUE
000610     'P P F C T 2 1 5 - W O R K I N G   S T O R A G E'.
000620 01  FCT-VERSION                    PIC X(05) VALUE 'F21.5'.
000630 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
000640 01  WK-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
000650 01  WK-SWITCHES.
000660     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
000670         88  PARM-AT-EOF        VALUE 'Y'.
000680     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
000690         88  HIST-AT-EOF        VALUE 'Y'.
000700 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
000710 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
000720 01  WK-THROUGHPUT-BPM          PIC 9(05) VALUE 00500.
000730 01  WK-WINDOW-MINUTES          PIC 9(04) VALUE 0240.
000740*----------------------------------------------------------*
000750* MANIFEST FIELD VIEW OF A REGISTRY ROW.                    *
000760*----------------------------------------------------------*
000770 01  WK-MF-VIEW.
000780     05  WK-MF-RUN-ID           PIC X(08).
000790     05  WK-MF-RUN-DATE         PIC 9(08).
000800     05  FILLER                 PIC X(23).
000810     05  WK-MF-BILLS-READ       PIC 9(07).
000820     05  FILLER                 PIC X(83).
000830*----------------------------------------------------------*
000840* WEEKDAY AND MONTH INTAKE TRENDS.                          *
000850*----------------------------------------------------------*
000860 01  WK-DOW-TOTALS.
000870     05  DOW-BILLS              PIC 9(11) OCCURS 7 TIMES.
000880 01  WK-DOW-RUNS.
000890     05  DOW-RUNS               PIC 9(05) OCCURS 7 TIMES.
000900 01  WK-MON-TOTALS.
000910     05  MON-BILLS              PIC 9(11) OCCURS 12 TIMES.
000920 01  WK-MON-RUNS.
000930     05  MON-RUNS               PIC 9(05) OCCURS 12 TIMES.
000940 01  WK-DOW-NAMES.
000950     05  FILLER PIC X(21) VALUE 'SATSUNMONTUEWEDTHUFRI'.
000960 01  WK-DOW-NAME-TAB REDEFINES WK-DOW-NAMES.
000970     05  WK-DOW-NAME            PIC X(03) OCCURS 7 TIMES.
000980 01  WK-RUNS-READ               PIC 9(05) VALUE ZEROES.
000990 01  WK-TOT-BILLS               PIC 9(13) VALUE ZEROES.
001000 01  WK-ALL-AVG                 PIC 9(09)V9(02) VALUE ZEROES.
001010 01  WK-DOW-AVG                 PIC 9(09)V9(02) VALUE ZEROES.
001020 01  WK-MON-FACTOR              PIC 9(03)V9(04) VALUE ZEROES.
001030 01  WK-MON-AVG                 PIC 9(09)V9(02) VALUE ZEROES.
001040 01  WK-FC-BILLS                PIC 9(09) VALUE ZEROES.
001050 01  WK-FC-MINUTES              PIC 9(06) VALUE ZEROES.
001060 01  WK-FC-BREACHES             PIC 9(03) VALUE ZEROES.
001070 01  WK-DOW-SUB                 PIC 9(01) VALUE ZEROES.
001080 01  WK-DOW-REM                 PIC 9(07) VALUE ZEROES.
001090 01  WK-FC-I                    PIC 9(03) COMP VALUE ZEROES.
001100 01  WK-TODAY-SERIAL            PIC 9(07) VALUE ZEROES.
001110 01  WK-FC-SERIAL               PIC 9(07) VALUE ZEROES.
001120 01  WK-FC-DATE                 PIC 9(08) VALUE ZEROES.
001130 01  WK-CAL-SW                  PIC X(01) VALUE 'N'.
001140     88  BUS-CALENDAR-ACTIVE    VALUE 'Y'.
001150 COPY CALSVC.
001160*----------------------------------------------------------*
001170* DATE-TO-SERIAL WORK FIELDS, AS IN PPBAT215, WITH THE      *
001180* INVERSE (SERIAL-TO-DATE) WALKED FORWARD A DAY AT A TIME   *
001190* FROM TODAY - FOURTEEN STEPS AT MOST.                      *
001200*----------------------------------------------------------*
001210 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
001220 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
001230     05  WK-DTS-YYYY            PIC 9(04).
001240     05  WK-DTS-MM              PIC 9(02).
001250     05  WK-DTS-DD              PIC 9(02).
001260 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
001270 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
001280 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
001290 01  WK-DTS-MONTH-DAYS.
001300     05  FILLER PIC X(36) VALUE
001310         '000031059090120151181212243273304334'.
001320 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
001330     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
001340 01  WK-MLEN-DAYS.
001350     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
001360 01  WK-MLEN-TAB REDEFINES WK-MLEN-DAYS.
001370     05  WK-MLEN                PIC 9(02) OCCURS 12 TIMES.
001380 01  WK-MLEN-THIS               PIC 9(02) VALUE ZEROES.
001390*----------------------------------------------------------*
001400* REPORT LINES.                                             *
001410*----------------------------------------------------------*
001420 01  WK-FC-TITLE-LINE.
001430     05  FILLER              PIC X(33) VALUE
001440         'INTAKE FORECAST - THROUGHPUT BPM '.
001450     05  WK-FT-BPM           PIC ZZ,ZZ9.
001460     05  FILLER              PIC X(17) VALUE '  WINDOW MINUTES '.
001470     05  WK-FT-WINDOW        PIC Z,ZZ9.
001480 01  WK-FC-RULE-LINE         PIC X(72) VALUE ALL '='.
001490 01  WK-FC-HEADING1.
001500     05  FILLER              PIC X(10) VALUE 'DATE      '.
001510     05  FILLER              PIC X(05) VALUE 'DAY  '.
001520     05  FILLER              PIC X(12) VALUE ' PROJ-BILLS '.
001530     05  FILLER              PIC X(11) VALUE ' PROJ-MINS '.
001540     05  FILLER              PIC X(08) VALUE 'FLAG'.
001550 01  WK-FC-DETAIL-LINE.
001560     05  WK-FC2-DATE         PIC 9(08).
001570     05  FILLER              PIC X(02) VALUE SPACES.
001580     05  WK-FC2-DOW          PIC X(03).
001590     05  FILLER              PIC X(02) VALUE SPACES.
001600     05  WK-FC2-BILLS        PIC ZZZ,ZZZ,ZZ9.
001610     05  FILLER              PIC X(02) VALUE SPACES.
001620     05  WK-FC2-MINUTES      PIC ZZZ,ZZ9.
001630     05  FILLER              PIC X(03) VALUE SPACES.
001640     05  WK-FC2-FLAG         PIC X(14).
001650 01  WK-TR-HEADING1.
001660     05  FILLER              PIC X(05) VALUE 'DAY  '.
001670     05  FILLER              PIC X(07) VALUE ' RUNS  '.
001680     05  FILLER              PIC X(14) VALUE '    AVG-BILLS'.
001690 01  WK-TR-DETAIL-LINE.
001700     05  WK-TR2-NAME         PIC X(03).
001710     05  FILLER              PIC X(02) VALUE SPACES.
001720     05  WK-TR2-RUNS         PIC ZZ,ZZ9.
001730     05  FILLER              PIC X(02) VALUE SPACES.
001740     05  WK-TR2-AVG          PIC ZZZ,ZZZ,ZZ9.99.
001750 PROCEDURE DIVISION.
001760*===========================================================*
001770* 0000-MAINLINE                                              *
001780*===========================================================*
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001810     PERFORM 2000-LOAD-HISTORY    THRU 2000-EXIT.
001820     PERFORM 3000-WRITE-FORECAST  THRU 3000-EXIT.
001830     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001840     STOP RUN.
001850 1000-INITIALIZE.
001860     OPEN INPUT FCT-PARM-FILE.
001870     IF WK-PARM-STATUS = '00'
001880         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
001890             UNTIL PARM-AT-EOF
001900         CLOSE FCT-PARM-FILE
001910     END-IF.
001920     OPEN INPUT RUN-HIST-IN.
001930     IF WK-RUNHIST-STATUS NOT = '00'
001940         DISPLAY 'PPFCT215 - RUN-HISTORY REGISTRY '
001950                 'UNAVAILABLE'
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990     PERFORM 1200-LOAD-BUS-CALENDAR THRU 1200-EXIT.
002000     OPEN OUTPUT FORECAST-RPT.
002010 1000-EXIT.
002020     EXIT.
002030 1100-READ-ONE-PARM.
002040     READ FCT-PARM-FILE
002050         AT END
002060             SET PARM-AT-EOF TO TRUE
002070             GO TO 1100-EXIT
002080     END-READ.
002090     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
002100     UNSTRING FCT-PARM-REC DELIMITED BY '='
002110         INTO WK-RC-KEYWORD WK-RC-VALUE.
002120     EVALUATE WK-RC-KEYWORD
002130         WHEN 'THROUGHPUT-BPM'
002140             IF WK-RC-VALUE(1:5) IS NUMERIC
002150                 MOVE WK-RC-VALUE(1:5) TO WK-THROUGHPUT-BPM
002160             END-IF
002170         WHEN 'WINDOW-MINUTES'
002180             IF WK-RC-VALUE(1:4) IS NUMERIC
002190                 MOVE WK-RC-VALUE(1:4) TO WK-WINDOW-MINUTES
002200             END-IF
002210         WHEN OTHER
002220             CONTINUE
002230     END-EVALUATE.
002240 1100-EXIT.
002250     EXIT.
002260*===========================================================*
002270* 1200-LOAD-BUS-CALENDAR - INITIALIZE THE BUSINESS          *
002280* PROCESSING CALENDAR SERVICE FROM TODAY TO 45 DAYS OUT.    *
002290* WITH NO CALENDAR FILE EVERY CALENDAR DAY IS PROJECTED; A  *
002300* CALENDAR THAT FAILS VALIDATION STOPS THE RUN.             *
002310*===========================================================*
002320 1200-LOAD-BUS-CALENDAR.
002330     ACCEPT WK-FC-DATE FROM DATE YYYYMMDD.
002340     MOVE WK-FC-DATE TO CS-FROM-DATE.
002350     PERFORM 8530-NEXT-DAY THRU 8530-EXIT 45 TIMES.
002360     MOVE WK-FC-DATE TO CS-TO-DATE.
002370     MOVE 'I' TO CS-FUNCTION.
002380     CALL 'PPCLD215' USING CALSVC-AREA
002390     END-CALL.
002400     IF CS-OK
002410         SET BUS-CALENDAR-ACTIVE TO TRUE
002420         GO TO 1200-EXIT
002430     END-IF.
002440     IF CS-NO-CALENDAR
002450         DISPLAY 'PPFCT215 - NO BUSINESS CALENDAR - EVERY DAY '
002460                 'PROJECTED'
002470         GO TO 1200-EXIT
002480     END-IF.
002490     DISPLAY 'PPFCT215 - BUSINESS CALENDAR FAILED VALIDATION '
002500             '(RC ' CS-RETURN-CODE ') - RUN STOPPED'.
002510     MOVE 16 TO RETURN-CODE.
002520     STOP RUN.
002530 1200-EXIT.
002540     EXIT.
002550*===========================================================*
002560* 2000-LOAD-HISTORY - ROLL EVERY REGISTRY ROW INTO THE      *
002570* WEEKDAY AND MONTH TREND TOTALS.                           *
002580*===========================================================*
002590 2000-LOAD-HISTORY.
002600     PERFORM 2100-LOAD-ONE-RUN THRU 2100-EXIT
002610         UNTIL HIST-AT-EOF.
002620     CLOSE RUN-HIST-IN.
002630 2000-EXIT.
002640     EXIT.
002650 2100-LOAD-ONE-RUN.
002660     READ RUN-HIST-IN
002670         AT END
002680             SET HIST-AT-EOF TO TRUE
002690             GO TO 2100-EXIT
002700     END-READ.
002710     MOVE RUN-HIST-IN-REC TO WK-MF-VIEW.
002720     IF WK-MF-RUN-DATE NOT NUMERIC
002730        OR WK-MF-RUN-DATE = 0
002740        OR WK-MF-BILLS-READ NOT NUMERIC
002750         GO TO 2100-EXIT
002760     END-IF.
002770     MOVE WK-MF-RUN-DATE TO WK-DTS-DATE.
002780     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
002790     PERFORM 8520-SERIAL-TO-DOW THRU 8520-EXIT.
002800     ADD WK-MF-BILLS-READ TO DOW-BILLS(WK-DOW-SUB).
002810     ADD 1                TO DOW-RUNS(WK-DOW-SUB).
002820     ADD WK-MF-BILLS-READ TO MON-BILLS(WK-DTS-MM).
002830     ADD 1                TO MON-RUNS(WK-DTS-MM).
002840     ADD WK-MF-BILLS-READ TO WK-TOT-BILLS.
002850     ADD 1                TO WK-RUNS-READ.
002860 2100-EXIT.
002870     EXIT.
002880*===========================================================*
002890* 3000-WRITE-FORECAST - THE FOURTEEN-DAY PROJECTION AND THE *
002900* TREND SECTIONS.  EACH DAY'S EXPECTED BILLS ARE ITS        *
002910* WEEKDAY AVERAGE SCALED BY THE MONTH'S SHARE OF THE        *
002920* OVERALL AVERAGE; RUNTIME IS BILLS OVER THROUGHPUT.        *
002930* THE FOURTEEN DAYS ARE CYCLE-RUN DAYS WHEN A BUSINESS      *
002940* CALENDAR IS LOADED.                                       *
002950*===========================================================*
002960 3000-WRITE-FORECAST.
002970     IF WK-RUNS-READ = 0
002980         DISPLAY 'PPFCT215 - REGISTRY EMPTY - NO FORECAST'
002990         GO TO 3000-EXIT
003000     END-IF.
003010     COMPUTE WK-ALL-AVG ROUNDED =
003020         WK-TOT-BILLS / WK-RUNS-READ.
003030     MOVE WK-THROUGHPUT-BPM TO WK-FT-BPM.
003040     MOVE WK-WINDOW-MINUTES TO WK-FT-WINDOW.
003050     MOVE WK-FC-TITLE-LINE TO FORECAST-RPT-LINE.
003060     WRITE FORECAST-RPT-LINE.
003070     MOVE WK-FC-RULE-LINE TO FORECAST-RPT-LINE.
003080     WRITE FORECAST-RPT-LINE.
003090     MOVE WK-FC-HEADING1 TO FORECAST-RPT-LINE.
003100     WRITE FORECAST-RPT-LINE.
003110     ACCEPT WK-DTS-DATE FROM DATE YYYYMMDD.
003120     MOVE WK-DTS-DATE TO WK-FC-DATE.
003130     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
003140     MOVE WK-DTS-SERIAL TO WK-TODAY-SERIAL.
003150     PERFORM 3100-FORECAST-ONE-DAY THRU 3100-EXIT
003160         VARYING WK-FC-I FROM 1 BY 1
003170         UNTIL WK-FC-I > 14.
003180     MOVE SPACES TO FORECAST-RPT-LINE.
003190     WRITE FORECAST-RPT-LINE.
003200     MOVE WK-TR-HEADING1 TO FORECAST-RPT-LINE.
003210     WRITE FORECAST-RPT-LINE.
003220     PERFORM 3200-WRITE-ONE-DOW THRU 3200-EXIT
003230         VARYING WK-DOW-SUB FROM 1 BY 1
003240         UNTIL WK-DOW-SUB > 7.
003250 3000-EXIT.
003260     EXIT.
003270 3100-FORECAST-ONE-DAY.
003280     PERFORM 8540-NEXT-CYCLE-DAY THRU 8540-EXIT.
003290     MOVE WK-FC-DATE TO WK-DTS-DATE.
003300     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
003310     PERFORM 8520-SERIAL-TO-DOW THRU 8520-EXIT.
003320     IF DOW-RUNS(WK-DOW-SUB) > 0
003330         COMPUTE WK-DOW-AVG ROUNDED =
003340             DOW-BILLS(WK-DOW-SUB) / DOW-RUNS(WK-DOW-SUB)
003350     ELSE
003360         MOVE WK-ALL-AVG TO WK-DOW-AVG
003370     END-IF.
003380     IF MON-RUNS(WK-DTS-MM) > 0 AND WK-ALL-AVG > 0
003390         COMPUTE WK-MON-AVG ROUNDED =
003400             MON-BILLS(WK-DTS-MM) / MON-RUNS(WK-DTS-MM)
003410         COMPUTE WK-MON-FACTOR ROUNDED =
003420             WK-MON-AVG / WK-ALL-AVG
003430     ELSE
003440         MOVE 1 TO WK-MON-FACTOR
003450     END-IF.
003460     COMPUTE WK-FC-BILLS ROUNDED =
003470         WK-DOW-AVG * WK-MON-FACTOR
003480         ON SIZE ERROR MOVE 0 TO WK-FC-BILLS.
003490     COMPUTE WK-FC-MINUTES ROUNDED =
003500         WK-FC-BILLS / WK-THROUGHPUT-BPM
003510         ON SIZE ERROR MOVE 0 TO WK-FC-MINUTES.
003520     MOVE WK-FC-DATE           TO WK-FC2-DATE.
003530     MOVE WK-DOW-NAME(WK-DOW-SUB) TO WK-FC2-DOW.
003540     MOVE WK-FC-BILLS          TO WK-FC2-BILLS.
003550     MOVE WK-FC-MINUTES        TO WK-FC2-MINUTES.
003560     IF WK-FC-MINUTES > WK-WINDOW-MINUTES
003570         MOVE 'WINDOW-BREACH' TO WK-FC2-FLAG
003580         ADD 1 TO WK-FC-BREACHES
003590     ELSE
003600         MOVE SPACES TO WK-FC2-FLAG
003610     END-IF.
003620     MOVE WK-FC-DETAIL-LINE TO FORECAST-RPT-LINE.
003630     WRITE FORECAST-RPT-LINE.
003640 3100-EXIT.
003650     EXIT.
003660 3200-WRITE-ONE-DOW.
003670     MOVE WK-DOW-NAME(WK-DOW-SUB) TO WK-TR2-NAME.
003680     MOVE DOW-RUNS(WK-DOW-SUB)    TO WK-TR2-RUNS.
003690     IF DOW-RUNS(WK-DOW-SUB) > 0
003700         COMPUTE WK-DOW-AVG ROUNDED =
003710             DOW-BILLS(WK-DOW-SUB) / DOW-RUNS(WK-DOW-SUB)
003720     ELSE
003730         MOVE 0 TO WK-DOW-AVG
003740     END-IF.
003750     MOVE WK-DOW-AVG TO WK-TR2-AVG.
003760     MOVE WK-TR-DETAIL-LINE TO FORECAST-RPT-LINE.
003770     WRITE FORECAST-RPT-LINE.
003780 3200-EXIT.
003790     EXIT.
003800*===========================================================*
003810* 8500-DATE-TO-SERIAL - AS IN PPBAT215.                     *
003820*===========================================================*
003830 8500-DATE-TO-SERIAL.
003840     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
003850     IF WK-DTS-MM < 3
003860         SUBTRACT 1 FROM WK-DTS-YEARS
003870     END-IF.
003880     COMPUTE WK-DTS-LEAPS =
003890         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
003900         + (WK-DTS-YEARS / 400).
003910     COMPUTE WK-DTS-SERIAL =
003920         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
003930         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
003940 8500-EXIT.
003950     EXIT.
003960*===========================================================*
003970* 8520-SERIAL-TO-DOW - THE SERIAL MODULO SEVEN LANDS ON     *
003980* SATURDAY FOR REMAINDER ZERO.                              *
003990*===========================================================*
004000 8520-SERIAL-TO-DOW.
004010     COMPUTE WK-DOW-REM =
004020         WK-DTS-SERIAL - ((WK-DTS-SERIAL / 7) * 7).
004030     COMPUTE WK-DOW-SUB = WK-DOW-REM + 1.
004040 8520-EXIT.
004050     EXIT.
004060*===========================================================*
004070* 8530-NEXT-DAY - STEP WK-FC-DATE FORWARD ONE CALENDAR DAY. *
004080* FEBRUARY USES 29 DAYS IN A LEAP YEAR.                     *
004090*===========================================================*
004100 8530-NEXT-DAY.
004110     MOVE WK-FC-DATE TO WK-DTS-DATE.
004120     MOVE WK-MLEN(WK-DTS-MM) TO WK-MLEN-THIS.
004130     IF WK-DTS-MM = 02
004140         IF FUNCTION MOD(WK-DTS-YYYY, 4) = 0
004150            AND (FUNCTION MOD(WK-DTS-YYYY, 100) NOT = 0
004160                 OR FUNCTION MOD(WK-DTS-YYYY, 400) = 0)
004170             MOVE 29 TO WK-MLEN-THIS
004180         END-IF
004190     END-IF.
004200     IF WK-DTS-DD < WK-MLEN-THIS
004210         ADD 1 TO WK-DTS-DD
004220     ELSE
004230         MOVE 01 TO WK-DTS-DD
004240         IF WK-DTS-MM < 12
004250             ADD 1 TO WK-DTS-MM
004260         ELSE
004270             MOVE 01 TO WK-DTS-MM
004280             ADD 1 TO WK-DTS-YYYY
004290         END-IF
004300     END-IF.
004310     MOVE WK-DTS-DATE TO WK-FC-DATE.
004320 8530-EXIT.
004330     EXIT.
004340*===========================================================*
004350* 8540-NEXT-CYCLE-DAY - STEP WK-FC-DATE TO THE NEXT CYCLE-  *
004360* RUN DAY ON THE BUSINESS CALENDAR; WITH NO CALENDAR, OR    *
004370* PAST ITS END, TO THE NEXT CALENDAR DAY.                   *
004380*===========================================================*
004390 8540-NEXT-CYCLE-DAY.
004400     IF NOT BUS-CALENDAR-ACTIVE
004410         PERFORM 8530-NEXT-DAY THRU 8530-EXIT
004420         GO TO 8540-EXIT
004430     END-IF.
004440     MOVE 'N'        TO CS-FUNCTION.
004450     MOVE WK-FC-DATE TO CS-FROM-DATE.
004460     CALL 'PPCLD215' USING CALSVC-AREA
004470     END-CALL.
004480     IF CS-OK
004490         MOVE CS-RESULT-DATE TO WK-FC-DATE
004500     ELSE
004510         PERFORM 8530-NEXT-DAY THRU 8530-EXIT
004520     END-IF.
004530 8540-EXIT.
004540     EXIT.
004550 9000-TERMINATE.
004560     CLOSE FORECAST-RPT.
004570     DISPLAY 'PPFCT215 - RUNS TRENDED      : ' WK-RUNS-READ.
004580     DISPLAY 'PPFCT215 - PROJECTED BREACHES: '
004590             WK-FC-BREACHES.
004600 9000-EXIT.
004610     EXIT.
