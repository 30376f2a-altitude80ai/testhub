000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPCLD215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - BUSINESS PROCESSING CALENDAR DATE SERVICE.
000070*          - CALLED BY EVERY BATCH PROGRAM THAT COUNTS
000080*            PROCESSING DAYS, SO WEEKENDS AND FEDERAL
000090*            HOLIDAYS ARE TREATED ALIKE EVERYWHERE.  THE
000100*            'I' CALL LOADS THE BUSINESS CALENDAR FILE
000110*            (BUSCAL) ONCE AND PROVES IT - VALID DATES, ONE
000120*            ROW PER DAY IN DATE ORDER WITH NO GAPS, FLAGS
000130*            Y OR N - AND CHECKS THAT IT COVERS THE FROM/TO
000140*            RANGE THE CALLER'S RUN NEEDS.  LATER CALLS ARE
000150*            ANSWERED FROM THE TABLE.
000160*          - FUNCTIONS: 'I' INITIALIZE, 'Q' QUERY ONE DATE,
000170*            'R' ROLL A DATE FORWARD TO A BUSINESS DAY,
000180*            'A' ADD BUSINESS DAYS, 'C' COUNT BUSINESS DAYS
000190*            AFTER THE FROM DATE THROUGH THE TO DATE, 'N'
000200*            NEXT CYCLE-RUN DATE AFTER THE FROM DATE.
000210*            RETURN CODES: 00 OK, 08 NOT INITIALIZED, 12 NO
000220*            CALENDAR FILE, 16 CALENDAR FAILED VALIDATION,
000230*            20 DATE OUTSIDE THE CALENDAR, 24 UNKNOWN
000240*            FUNCTION.
000250 DATE-COMPILED.
000260****************************************************************
000270*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000280*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000290*   IS THAT OF THE USER.                                       *
000300****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.            IBM-370.
000340 OBJECT-COMPUTER.            IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BUS-CAL-FILE    ASSIGN TO BUSCAL
000380                            ORGANIZATION IS SEQUENTIAL
000390                            FILE STATUS IS WK-BUSCAL-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  BUS-CAL-FILE
000430     RECORDING MODE IS F.
000440 COPY BUSCAL.
000450 WORKING-STORAGE SECTION.
000460 01  W-STORAGE-REF                  PIC X(48)  VALUE
000470     'P P C L D 2 1 5 - W O R K I N G   S T O R A G E'.
000480 01  CLD-VERSION                    PIC X(05) VALUE 'C21.5'.
000490*----------------------------------------------------------*
000500* SERVICE STATE - THE CALENDAR LIVES HERE FROM THE 'I'     *
000510* CALL ON.                                                 *
000520*----------------------------------------------------------*
000530 01  WK-INIT-SW                 PIC X(01) VALUE 'N'.
000540     88  SERVICE-INITIALIZED    VALUE 'Y'.
000550 01  WK-BUSCAL-STATUS           PIC X(02) VALUE SPACES.
000560 01  WK-BUSCAL-EOF              PIC X(01) VALUE 'N'.
000570     88  BUSCAL-AT-EOF          VALUE 'Y'.
000580 01  WK-BAD-SW                  PIC X(01) VALUE 'N'.
000590     88  CALENDAR-IS-BAD        VALUE 'Y'.
000600 01  WK-FOUND-SW                PIC X(01) VALUE 'N'.
000610     88  DATE-ON-CALENDAR       VALUE 'Y'.
000620 01  WK-STEP-SW                 PIC X(01) VALUE 'N'.
000630     88  STEP-DONE              VALUE 'Y'.
000640 01  WK-OFF-END-SW              PIC X(01) VALUE 'N'.
000650     88  STEPPED-OFF-CALENDAR   VALUE 'Y'.
000660 01  WK-CT-COUNT                PIC 9(05) VALUE ZEROES.
000670 01  WK-CT-MAX                  PIC 9(05) VALUE 04000.
000680 01  WK-POS                     PIC 9(05) VALUE ZEROES.
000690 01  WK-END-POS                 PIC 9(05) VALUE ZEROES.
000700 01  WK-POS-WORK                PIC S9(07) VALUE ZEROES.
000710 01  WK-STEPS                   PIC 9(05) VALUE ZEROES.
000720 01  WK-FIRST-SERIAL            PIC 9(07) VALUE ZEROES.
000730 01  WK-PREV-SERIAL             PIC 9(07) VALUE ZEROES.
000740 01  WK-LOOK-DATE               PIC 9(08) VALUE ZEROES.
000750*----------------------------------------------------------*
000760* THE CALENDAR, ONE ROW PER DAY FROM CS-FIRST-DATE.  A     *
000770* DATE'S ROW IS ITS DAY NUMBER LESS THE FIRST DATE'S.      *
000780*----------------------------------------------------------*
000790 01  CAL-TABLE.
000800     05  CT-ENTRY OCCURS 4000 TIMES.
000810         10  CT-DATE            PIC 9(08).
000820         10  CT-BUSINESS-DAY    PIC X(01).
000830         10  CT-CYCLE-RUN       PIC X(01).
000840         10  CT-HOLIDAY-NAME    PIC X(30).
000850*----------------------------------------------------------*
000860* DAY-NUMBER ARITHMETIC - DAYS SINCE A FIXED ORIGIN, SO    *
000870* CONSECUTIVE DATES DIFFER BY ONE.                         *
000880*----------------------------------------------------------*
000890 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
000900 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
000910     05  WK-DTS-YYYY            PIC 9(04).
000920     05  WK-DTS-MM              PIC 9(02).
000930     05  WK-DTS-DD              PIC 9(02).
000940 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
000950 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
000960 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
000970 01  WK-DTS-Q4                  PIC 9(04) VALUE ZEROES.
000980 01  WK-DTS-Q100                PIC 9(04) VALUE ZEROES.
000990 01  WK-DTS-Q400                PIC 9(04) VALUE ZEROES.
001000 01  WK-DTS-REM                 PIC 9(04) VALUE ZEROES.
001010 01  WK-DTS-LAST-DAY            PIC 9(02) VALUE ZEROES.
001020 01  WK-DTS-VALID-SW            PIC X(01) VALUE 'N'.
001030     88  DTS-DATE-VALID         VALUE 'Y'.
001040 01  WK-DTS-MONTH-DAYS.
001050     05  FILLER PIC X(36) VALUE
001060         '000031059090120151181212243273304334'.
001070 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
001080     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
001090 01  WK-DTS-MONTH-LENGTHS.
001100     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
001110 01  WK-DTS-MLEN-TAB REDEFINES WK-DTS-MONTH-LENGTHS.
001120     05  WK-DTS-MLEN            PIC 9(02) OCCURS 12 TIMES.
001130 LINKAGE SECTION.
001140 COPY CALSVC.
001150 PROCEDURE DIVISION USING CALSVC-AREA.
001160*===========================================================*
001170* 0000-DISPATCH - ROUTE THE SERVICE CALL.                   *
001180*===========================================================*
001190 0000-DISPATCH.
001200     MOVE 00 TO CS-RETURN-CODE.
001210     IF CS-FUNCTION NOT = 'I' AND NOT SERVICE-INITIALIZED
001220         MOVE 08 TO CS-RETURN-CODE
001230         GOBACK
001240     END-IF.
001250     EVALUATE CS-FUNCTION
001260         WHEN 'I'
001270             PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
001280         WHEN 'Q'
001290             PERFORM 2000-QUERY-DATE THRU 2000-EXIT
001300         WHEN 'R'
001310             PERFORM 2100-ROLL-FORWARD THRU 2100-EXIT
001320         WHEN 'A'
001330             PERFORM 2200-ADD-BUSINESS-DAYS THRU 2200-EXIT
001340         WHEN 'C'
001350             PERFORM 2300-COUNT-BUSINESS-DAYS THRU 2300-EXIT
001360         WHEN 'N'
001370             PERFORM 2400-NEXT-CYCLE-RUN THRU 2400-EXIT
001380         WHEN OTHER
001390             MOVE 24 TO CS-RETURN-CODE
001400     END-EVALUATE.
001410     GOBACK.
001420*===========================================================*
001430* 1000-LOAD-CALENDAR - LOAD AND PROVE THE BUSINESS CALENDAR *
001440* AND CHECK IT COVERS CS-FROM-DATE THROUGH CS-TO-DATE.  A   *
001450* FAILED LOAD LEAVES THE SERVICE UNINITIALIZED.             *
001460*===========================================================*
001470 1000-LOAD-CALENDAR.
001480     MOVE 'N' TO WK-INIT-SW.
001490     MOVE 'N' TO WK-BAD-SW.
001500     MOVE 'N' TO WK-BUSCAL-EOF.
001510     MOVE ZEROES TO WK-CT-COUNT.
001520     MOVE ZEROES TO CS-FIRST-DATE CS-LAST-DATE.
001530     OPEN INPUT BUS-CAL-FILE.
001540     IF WK-BUSCAL-STATUS NOT = '00'
001550         MOVE 12 TO CS-RETURN-CODE
001560         GO TO 1000-EXIT
001570     END-IF.
001580     PERFORM 1100-LOAD-ONE-DAY THRU 1100-EXIT
001590         UNTIL BUSCAL-AT-EOF OR CALENDAR-IS-BAD.
001600     CLOSE BUS-CAL-FILE.
001610     IF CALENDAR-IS-BAD
001620         MOVE 16 TO CS-RETURN-CODE
001630         GO TO 1000-EXIT
001640     END-IF.
001650     IF WK-CT-COUNT = ZEROES
001660         DISPLAY 'PPCLD215 - BUSINESS CALENDAR IS EMPTY'
001670         MOVE 16 TO CS-RETURN-CODE
001680         GO TO 1000-EXIT
001690     END-IF.
001700     MOVE CT-DATE(1)           TO CS-FIRST-DATE.
001710     MOVE CT-DATE(WK-CT-COUNT) TO CS-LAST-DATE.
001720     IF CS-FROM-DATE < CS-FIRST-DATE
001730     OR CS-TO-DATE > CS-LAST-DATE
001740         DISPLAY 'PPCLD215 - BUSINESS CALENDAR ' CS-FIRST-DATE
001750             ' - ' CS-LAST-DATE ' DOES NOT COVER '
001760             CS-FROM-DATE ' - ' CS-TO-DATE
001770         MOVE 16 TO CS-RETURN-CODE
001780         GO TO 1000-EXIT
001790     END-IF.
001800     SET SERVICE-INITIALIZED TO TRUE.
001810 1000-EXIT.
001820     EXIT.
001830 1100-LOAD-ONE-DAY.
001840     READ BUS-CAL-FILE
001850         AT END
001860             SET BUSCAL-AT-EOF TO TRUE
001870             GO TO 1100-EXIT
001880     END-READ.
001890     IF BC-DATE NOT NUMERIC
001900         DISPLAY 'PPCLD215 - INVALID CALENDAR DATE: ' BC-DATE
001910         SET CALENDAR-IS-BAD TO TRUE
001920         GO TO 1100-EXIT
001930     END-IF.
001940     MOVE BC-DATE TO WK-DTS-DATE.
001950     PERFORM 8510-VALIDATE-DATE THRU 8510-EXIT.
001960     IF NOT DTS-DATE-VALID
001970         DISPLAY 'PPCLD215 - INVALID CALENDAR DATE: ' BC-DATE
001980         SET CALENDAR-IS-BAD TO TRUE
001990         GO TO 1100-EXIT
002000     END-IF.
002010     IF (BC-BUSINESS-DAY NOT = 'Y' AND NOT = 'N')
002020     OR (BC-CYCLE-RUN NOT = 'Y' AND NOT = 'N')
002030         DISPLAY 'PPCLD215 - INVALID CALENDAR FLAG ON '
002040             BC-DATE
002050         SET CALENDAR-IS-BAD TO TRUE
002060         GO TO 1100-EXIT
002070     END-IF.
002080     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
002090     IF WK-CT-COUNT > ZEROES
002100     AND WK-DTS-SERIAL NOT = WK-PREV-SERIAL + 1
002110         DISPLAY 'PPCLD215 - CALENDAR OUT OF ORDER OR MISSING '
002120             'DAYS AT ' BC-DATE
002130         SET CALENDAR-IS-BAD TO TRUE
002140         GO TO 1100-EXIT
002150     END-IF.
002160     IF WK-CT-COUNT NOT < WK-CT-MAX
002170         DISPLAY 'PPCLD215 - CALENDAR EXCEEDS ' WK-CT-MAX
002180             ' DAYS AT ' BC-DATE
002190         SET CALENDAR-IS-BAD TO TRUE
002200         GO TO 1100-EXIT
002210     END-IF.
002220     IF WK-CT-COUNT = ZEROES
002230         MOVE WK-DTS-SERIAL TO WK-FIRST-SERIAL
002240     END-IF.
002250     ADD 1 TO WK-CT-COUNT.
002260     MOVE BC-DATE         TO CT-DATE(WK-CT-COUNT).
002270     MOVE BC-BUSINESS-DAY TO CT-BUSINESS-DAY(WK-CT-COUNT).
002280     MOVE BC-CYCLE-RUN    TO CT-CYCLE-RUN(WK-CT-COUNT).
002290     MOVE BC-HOLIDAY-NAME TO CT-HOLIDAY-NAME(WK-CT-COUNT).
002300     MOVE WK-DTS-SERIAL   TO WK-PREV-SERIAL.
002310 1100-EXIT.
002320     EXIT.
002330*===========================================================*
002340* 2000-QUERY-DATE - DESCRIBE CS-FROM-DATE.                  *
002350*===========================================================*
002360 2000-QUERY-DATE.
002370     MOVE CS-FROM-DATE TO WK-LOOK-DATE.
002380     PERFORM 8600-LOCATE-DATE THRU 8600-EXIT.
002390     IF NOT DATE-ON-CALENDAR
002400         MOVE 20 TO CS-RETURN-CODE
002410         GO TO 2000-EXIT
002420     END-IF.
002430     PERFORM 8800-RETURN-DAY THRU 8800-EXIT.
002440 2000-EXIT.
002450     EXIT.
002460*===========================================================*
002470* 2100-ROLL-FORWARD - CS-FROM-DATE IF IT IS A BUSINESS DAY, *
002480* ELSE THE NEXT BUSINESS DAY AFTER IT.                      *
002490*===========================================================*
002500 2100-ROLL-FORWARD.
002510     MOVE CS-FROM-DATE TO WK-LOOK-DATE.
002520     PERFORM 8600-LOCATE-DATE THRU 8600-EXIT.
002530     IF NOT DATE-ON-CALENDAR
002540         MOVE 20 TO CS-RETURN-CODE
002550         GO TO 2100-EXIT
002560     END-IF.
002570     MOVE 'N' TO WK-STEP-SW.
002580     MOVE 'N' TO WK-OFF-END-SW.
002590     PERFORM 2110-SEEK-BUSINESS-DAY THRU 2110-EXIT
002600         UNTIL STEP-DONE.
002610     IF STEPPED-OFF-CALENDAR
002620         MOVE 20 TO CS-RETURN-CODE
002630         GO TO 2100-EXIT
002640     END-IF.
002650     PERFORM 8800-RETURN-DAY THRU 8800-EXIT.
002660 2100-EXIT.
002670     EXIT.
002680 2110-SEEK-BUSINESS-DAY.
002690     IF CT-BUSINESS-DAY(WK-POS) = 'Y'
002700         SET STEP-DONE TO TRUE
002710         GO TO 2110-EXIT
002720     END-IF.
002730     PERFORM 8700-STEP-ONE-DAY THRU 8700-EXIT.
002740 2110-EXIT.
002750     EXIT.
002760*===========================================================*
002770* 2200-ADD-BUSINESS-DAYS - THE CS-DAYS'TH BUSINESS DAY      *
002780* AFTER CS-FROM-DATE.  ADDING ZERO DAYS ROLLS FORWARD.      *
002790*===========================================================*
002800 2200-ADD-BUSINESS-DAYS.
002810     IF CS-DAYS = ZEROES
002820         PERFORM 2100-ROLL-FORWARD THRU 2100-EXIT
002830         GO TO 2200-EXIT
002840     END-IF.
002850     MOVE CS-FROM-DATE TO WK-LOOK-DATE.
002860     PERFORM 8600-LOCATE-DATE THRU 8600-EXIT.
002870     IF NOT DATE-ON-CALENDAR
002880         MOVE 20 TO CS-RETURN-CODE
002890         GO TO 2200-EXIT
002900     END-IF.
002910     MOVE ZEROES TO WK-STEPS.
002920     MOVE 'N' TO WK-STEP-SW.
002930     MOVE 'N' TO WK-OFF-END-SW.
002940     PERFORM 2210-COUNT-FORWARD THRU 2210-EXIT
002950         UNTIL STEP-DONE.
002960     IF STEPPED-OFF-CALENDAR
002970         MOVE 20 TO CS-RETURN-CODE
002980         GO TO 2200-EXIT
002990     END-IF.
003000     PERFORM 8800-RETURN-DAY THRU 8800-EXIT.
003010 2200-EXIT.
003020     EXIT.
003030 2210-COUNT-FORWARD.
003040     PERFORM 8700-STEP-ONE-DAY THRU 8700-EXIT.
003050     IF STEP-DONE
003060         GO TO 2210-EXIT
003070     END-IF.
003080     IF CT-BUSINESS-DAY(WK-POS) = 'Y'
003090         ADD 1 TO WK-STEPS
003100     END-IF.
003110     IF WK-STEPS = CS-DAYS
003120         SET STEP-DONE TO TRUE
003130     END-IF.
003140 2210-EXIT.
003150     EXIT.
003160*===========================================================*
003170* 2300-COUNT-BUSINESS-DAYS - BUSINESS DAYS AFTER            *
003180* CS-FROM-DATE UP TO AND INCLUDING CS-TO-DATE; ZERO WHEN    *
003190* THE TO DATE IS NOT LATER.                                 *
003200*===========================================================*
003210 2300-COUNT-BUSINESS-DAYS.
003220     MOVE ZEROES TO CS-DAYS.
003230     MOVE CS-TO-DATE TO WK-LOOK-DATE.
003240     PERFORM 8600-LOCATE-DATE THRU 8600-EXIT.
003250     IF NOT DATE-ON-CALENDAR
003260         MOVE 20 TO CS-RETURN-CODE
003270         GO TO 2300-EXIT
003280     END-IF.
003290     MOVE WK-POS TO WK-END-POS.
003300     MOVE CS-FROM-DATE TO WK-LOOK-DATE.
003310     PERFORM 8600-LOCATE-DATE THRU 8600-EXIT.
003320     IF NOT DATE-ON-CALENDAR
003330         MOVE 20 TO CS-RETURN-CODE
003340         GO TO 2300-EXIT
003350     END-IF.
003360     ADD 1 TO WK-POS.
003370     PERFORM 2310-COUNT-ONE-DAY THRU 2310-EXIT
003380         VARYING WK-POS FROM WK-POS BY 1
003390         UNTIL WK-POS > WK-END-POS.
003400 2300-EXIT.
003410     EXIT.
003420 2310-COUNT-ONE-DAY.
003430     IF CT-BUSINESS-DAY(WK-POS) = 'Y'
003440         ADD 1 TO CS-DAYS
003450     END-IF.
003460 2310-EXIT.
003470     EXIT.
003480*===========================================================*
003490* 2400-NEXT-CYCLE-RUN - FIRST CYCLE-RUN DATE AFTER          *
003500* CS-FROM-DATE.                                             *
003510*===========================================================*
003520 2400-NEXT-CYCLE-RUN.
003530     MOVE CS-FROM-DATE TO WK-LOOK-DATE.
003540     PERFORM 8600-LOCATE-DATE THRU 8600-EXIT.
003550     IF NOT DATE-ON-CALENDAR
003560         MOVE 20 TO CS-RETURN-CODE
003570         GO TO 2400-EXIT
003580     END-IF.
003590     MOVE 'N' TO WK-STEP-SW.
003600     MOVE 'N' TO WK-OFF-END-SW.
003610     PERFORM 2410-SEEK-CYCLE-RUN THRU 2410-EXIT
003620         UNTIL STEP-DONE.
003630     IF STEPPED-OFF-CALENDAR
003640         MOVE 20 TO CS-RETURN-CODE
003650         GO TO 2400-EXIT
003660     END-IF.
003670     PERFORM 8800-RETURN-DAY THRU 8800-EXIT.
003680 2400-EXIT.
003690     EXIT.
003700 2410-SEEK-CYCLE-RUN.
003710     PERFORM 8700-STEP-ONE-DAY THRU 8700-EXIT.
003720     IF STEP-DONE
003730         GO TO 2410-EXIT
003740     END-IF.
003750     IF CT-CYCLE-RUN(WK-POS) = 'Y'
003760         SET STEP-DONE TO TRUE
003770     END-IF.
003780 2410-EXIT.
003790     EXIT.
003800*===========================================================*
003810* 8500-DATE-TO-SERIAL - DAY NUMBER OF WK-DTS-DATE.          *
003820*===========================================================*
003830 8500-DATE-TO-SERIAL.
003840     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
003850     IF WK-DTS-MM < 3
003860         SUBTRACT 1 FROM WK-DTS-YEARS
003870     END-IF.
003880     DIVIDE WK-DTS-YEARS BY 4   GIVING WK-DTS-Q4.
003890     DIVIDE WK-DTS-YEARS BY 100 GIVING WK-DTS-Q100.
003900     DIVIDE WK-DTS-YEARS BY 400 GIVING WK-DTS-Q400.
003910     COMPUTE WK-DTS-LEAPS =
003920         WK-DTS-Q4 - WK-DTS-Q100 + WK-DTS-Q400.
003930     COMPUTE WK-DTS-SERIAL =
003940         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
003950         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
003960 8500-EXIT.
003970     EXIT.
003980*===========================================================*
003990* 8510-VALIDATE-DATE - WK-DTS-DATE IS A REAL CALENDAR DATE. *
004000*===========================================================*
004010 8510-VALIDATE-DATE.
004020     MOVE 'N' TO WK-DTS-VALID-SW.
004030     IF WK-DTS-YYYY < 1900
004040     OR WK-DTS-MM < 1 OR WK-DTS-MM > 12
004050     OR WK-DTS-DD < 1
004060         GO TO 8510-EXIT
004070     END-IF.
004080     MOVE WK-DTS-MLEN(WK-DTS-MM) TO WK-DTS-LAST-DAY.
004090     IF WK-DTS-MM = 2
004100         DIVIDE WK-DTS-YYYY BY 4 GIVING WK-DTS-Q4
004110             REMAINDER WK-DTS-REM
004120         IF WK-DTS-REM = 0
004130             MOVE 29 TO WK-DTS-LAST-DAY
004140             DIVIDE WK-DTS-YYYY BY 100 GIVING WK-DTS-Q100
004150                 REMAINDER WK-DTS-REM
004160             IF WK-DTS-REM = 0
004170                 DIVIDE WK-DTS-YYYY BY 400 GIVING WK-DTS-Q400
004180                     REMAINDER WK-DTS-REM
004190                 IF WK-DTS-REM NOT = 0
004200                     MOVE 28 TO WK-DTS-LAST-DAY
004210                 END-IF
004220             END-IF
004230         END-IF
004240     END-IF.
004250     IF WK-DTS-DD > WK-DTS-LAST-DAY
004260         GO TO 8510-EXIT
004270     END-IF.
004280     SET DTS-DATE-VALID TO TRUE.
004290 8510-EXIT.
004300     EXIT.
004310*===========================================================*
004320* 8600-LOCATE-DATE - ROW OF WK-LOOK-DATE INTO WK-POS.       *
004330*===========================================================*
004340 8600-LOCATE-DATE.
004350     MOVE 'N' TO WK-FOUND-SW.
004360     MOVE ZEROES TO WK-POS.
004370     IF WK-LOOK-DATE NOT NUMERIC
004380         GO TO 8600-EXIT
004390     END-IF.
004400     MOVE WK-LOOK-DATE TO WK-DTS-DATE.
004410     PERFORM 8510-VALIDATE-DATE THRU 8510-EXIT.
004420     IF NOT DTS-DATE-VALID
004430         GO TO 8600-EXIT
004440     END-IF.
004450     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
004460     COMPUTE WK-POS-WORK = WK-DTS-SERIAL - WK-FIRST-SERIAL + 1.
004470     IF WK-POS-WORK < 1 OR WK-POS-WORK > WK-CT-COUNT
004480         GO TO 8600-EXIT
004490     END-IF.
004500     MOVE WK-POS-WORK TO WK-POS.
004510     SET DATE-ON-CALENDAR TO TRUE.
004520 8600-EXIT.
004530     EXIT.
004540*===========================================================*
004550* 8700-STEP-ONE-DAY - ADVANCE WK-POS; STOP AT THE END OF    *
004560* THE CALENDAR.                                             *
004570*===========================================================*
004580 8700-STEP-ONE-DAY.
004590     IF WK-POS NOT < WK-CT-COUNT
004600         SET STEPPED-OFF-CALENDAR TO TRUE
004610         SET STEP-DONE TO TRUE
004620         GO TO 8700-EXIT
004630     END-IF.
004640     ADD 1 TO WK-POS.
004650 8700-EXIT.
004660     EXIT.
004670*===========================================================*
004680* 8800-RETURN-DAY - DESCRIBE ROW WK-POS TO THE CALLER.      *
004690*===========================================================*
004700 8800-RETURN-DAY.
004710     MOVE CT-DATE(WK-POS)         TO CS-RESULT-DATE.
004720     MOVE CT-BUSINESS-DAY(WK-POS) TO CS-BUSINESS-DAY.
004730     MOVE CT-CYCLE-RUN(WK-POS)    TO CS-CYCLE-RUN.
004740     MOVE CT-HOLIDAY-NAME(WK-POS) TO CS-HOLIDAY-NAME.
004750 8800-EXIT.
004760     EXIT.
