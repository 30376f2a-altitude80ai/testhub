000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPLIA215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - BENEFICIARY LIABILITY SERVICE - SETTLES ONE PRICED
000070*            CLAIM PER CALL (COPYBOOK LIABSVC).
000080*          - APPLIES THE PART A INPATIENT DEDUCTIBLE ONCE PER
000090*            BENEFIT PERIOD, THE COINSURANCE-DAY LIABILITY FOR
000100*            COVERED DAYS 61-90 OF THE PERIOD, THE LIFETIME-
000110*            RESERVE-DAY LIABILITY CAPPED AT THE LIFETIME SIXTY,
000120*            SEQUESTRATION, AND THE MSP SECONDARY-PAYMENT
000130*            FORMULAS, AND RETURNS THE NET MEDICARE PAYMENT.
000140*          - THE CALLER OWNS THE BENEFICIARY'S DAY-BANK
000150*            POSITION: IT PASSES THE POSITION IN AND KEEPS WHAT
000160*            COMES BACK.  PPSET215 SETTLES EVERY BILL THROUGH
000170*            THIS MODULE AND CARRIES THE DAY BANK RUN TO RUN;
000180*            PPSVC215 CALLS IT FOR THE ONLINE ESTIMATE FROM THE
000190*            LAST SETTLEMENT'S DAY BANK, SO THE TWO CANNOT
000200*            SETTLE BY DIFFERENT RULES.
000210*            RETURN CODES: 00 SETTLED, 04 CLAIM NOT PAID,
000220*            08 NO PART A RATE FOR THE DISCHARGE DATE.
000230 DATE-COMPILED.
000240****************************************************************
000250*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000260*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000270*   IS THAT OF THE USER.                                       *
000280****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.            IBM-370.
000320 OBJECT-COMPUTER.            IBM-370.
000330 DATA DIVISION.
000340 WORKING-STORAGE SECTION.
000350 01  W-STORAGE-REF                  PIC X(48)  VALUE
000360     'P P L I A 2 1 5 - W O R K I N G   S T O R A G E'.
000370 01  LIA-VERSION                    PIC X(05) VALUE 'L21.5'.
000380 01  WK-RATE-FOUND-SW           PIC X(01) VALUE 'N'.
000390     88  RATE-WAS-FOUND         VALUE 'Y'.
000400*----------------------------------------------------------*
000410* PART A INPATIENT DEDUCTIBLE AND DAILY COINSURANCE RATES, *
000420* EFFECTIVE-DATED BY CALENDAR YEAR AS PUBLISHED BY CMS.    *
000430* COINSURANCE APPLIES TO COVERED DAYS 61-90; THE LIFETIME  *
000440* RESERVE RATE APPLIES TO EACH LTR DAY ON THE BILL.        *
000450* ROW LAYOUT: EFF-DATE(8) END-DATE(8) DEDUCTIBLE(7)        *
000460*             COINS-PER-DAY(7) LTR-PER-DAY(7)              *
000470*----------------------------------------------------------*
000480 01  PARTA-RATE-DATA.
000490     05  FILLER  PIC X(37) VALUE
000500         '2019010120191231013640000341000068200'.
000510     05  FILLER  PIC X(37) VALUE
000520         '2020010120201231014080000352000070400'.
000530     05  FILLER  PIC X(37) VALUE
000540         '2021010120211231014840000371000074200'.
000550 01  PARTA-RATE-TABLE REDEFINES PARTA-RATE-DATA.
000560     05  PA-RATE-ENTRY OCCURS 3 TIMES
000570                       INDEXED BY PA-IDX.
000580         10  PA-EFF-DATE        PIC 9(08).
000590         10  PA-END-DATE        PIC 9(08).
000600         10  PA-DEDUCTIBLE      PIC 9(05)V9(02).
000610         10  PA-COINS-PER-DAY   PIC 9(05)V9(02).
000620         10  PA-LTR-PER-DAY     PIC 9(05)V9(02).
000630*----------------------------------------------------------*
000640* DAY-BANK WORK FIELDS.                                    *
000650*----------------------------------------------------------*
000660 01  WK-DB-GAP-DAYS             PIC S9(05) VALUE ZEROES.
000670 01  WK-DB-ADMIT-SERIAL         PIC 9(07) VALUE ZEROES.
000680 01  WK-DAYS-BEFORE             PIC 9(03) VALUE ZEROES.
000690 01  WK-DAYS-AFTER              PIC 9(05) VALUE ZEROES.
000700 01  WK-COINS-LOW               PIC 9(03) VALUE ZEROES.
000710 01  WK-COINS-HIGH              PIC 9(03) VALUE ZEROES.
000720 01  WK-LTR-REMAINING           PIC S9(02) VALUE ZEROES.
000730 01  WK-NET-AMT                 PIC S9(09)V9(02) VALUE ZEROES.
000740*----------------------------------------------------------*
000750* MSP PAYER-TYPE ADJUDICATION WORK FIELDS - THE MEDICARE   *
000760* SECONDARY PAYMENT IS THE LOWEST OF THE FORMULAS IN       *
000770* FORCE FOR THE PAYER SITUATION, NOT SIMPLY TOTAL MINUS    *
000780* PRIMARY PAID.                                            *
000790*----------------------------------------------------------*
000800 01  WK-MSP-F1                  PIC S9(09)V9(02) VALUE ZEROES.
000810 01  WK-MSP-F2                  PIC S9(09)V9(02) VALUE ZEROES.
000820 01  WK-MSP-F3                  PIC S9(09)V9(02) VALUE ZEROES.
000830 01  WK-MSP-CHOSEN              PIC S9(09)V9(02) VALUE ZEROES.
000840 01  WK-MSP-FULL-PAY            PIC 9(09)V9(02) VALUE ZEROES.
000850*----------------------------------------------------------*
000860* DATE-TO-SERIAL WORK FIELDS, AS IN PPBAT215, SO THE 60-DAY*
000870* BENEFIT-PERIOD GAP SPANS MONTH AND YEAR ENDS CORRECTLY.  *
000880*----------------------------------------------------------*
000890 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
000900 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
000910     05  WK-DTS-YYYY            PIC 9(04).
000920     05  WK-DTS-MM              PIC 9(02).
000930     05  WK-DTS-DD              PIC 9(02).
000940 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
000950 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
000960 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
000970 01  WK-DTS-MONTH-DAYS.
000980     05  FILLER PIC X(36) VALUE
000990         '000031059090120151181212243273304334'.
001000 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
001010     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
001020 LINKAGE SECTION.
001030 COPY LIABSVC.
001040 PROCEDURE DIVISION USING LIABSVC-AREA.
001050*===========================================================*
001060* 0000-SETTLE-CLAIM - APPLY THE DEDUCTIBLE, COINSURANCE,    *
001070* LIFETIME-RESERVE AND MSP RULES TO ONE PRICED CLAIM.  A    *
001080* CLAIM THAT WAS NOT PAID (RTC 50+) SETTLES AT ZERO WITH NO *
001090* LIABILITY; ONE WITH NO PART A RATE ROW PAYS ITS GROSS.    *
001100*===========================================================*
001110 0000-SETTLE-CLAIM.
001120     MOVE 00 TO LB-RETURN-CODE.
001130     MOVE ZEROES TO LB-DEDUCTIBLE-AMT
001140                    LB-COINS-DAYS
001150                    LB-COINS-AMT
001160                    LB-LTR-GRANTED
001170                    LB-LTR-AMT
001180                    LB-LIABILITY-AMT
001190                    LB-NET-AMT
001200                    WK-MSP-F1
001210                    WK-MSP-F2
001220                    WK-MSP-F3
001230                    WK-NET-AMT.
001240     MOVE SPACES TO LB-MSP-FORMULA.
001250     MOVE 'N' TO LB-NEW-PERIOD-SW LB-DED-WAIVED-SW
001260                  LB-LTR-CAPPED-SW.
001270     IF LB-PPS-RTC NOT < 50
001280         MOVE 04 TO LB-RETURN-CODE
001290         GOBACK
001300     END-IF.
001310     PERFORM 1000-FIND-PARTA-RATE THRU 1000-EXIT.
001320     IF NOT RATE-WAS-FOUND
001330         MOVE 08 TO LB-RETURN-CODE
001340         MOVE LB-GROSS-PAYMENT TO LB-NET-AMT
001350         GOBACK
001360     END-IF.
001370     IF LB-USE-DAY-BANK
001380         PERFORM 2000-APPLY-DAY-BANK THRU 2000-EXIT
001390     ELSE
001400         PERFORM 2100-APPLY-PER-BILL THRU 2100-EXIT
001410     END-IF.
001420     COMPUTE LB-LIABILITY-AMT =
001430         LB-DEDUCTIBLE-AMT + LB-COINS-AMT + LB-LTR-AMT.
001440     COMPUTE WK-NET-AMT =
001450         LB-GROSS-PAYMENT - LB-LIABILITY-AMT
001460         - LB-SEQUESTRATION-AMT.
001470     IF WK-NET-AMT < ZERO
001480         MOVE ZERO TO WK-NET-AMT
001490     END-IF.
001500     PERFORM 3000-APPLY-MSP-RULES THRU 3000-EXIT.
001510     MOVE WK-NET-AMT TO LB-NET-AMT.
001520     GOBACK.
001530*===========================================================*
001540* 1000-FIND-PARTA-RATE - SELECT THE PART A RATE ROW IN      *
001550*                 FORCE ON THE CLAIM'S DISCHARGE DATE.      *
001560*===========================================================*
001570 1000-FIND-PARTA-RATE.
001580     SET WK-RATE-FOUND-SW TO 'N'.
001590     SET PA-IDX TO 1.
001600     SEARCH PA-RATE-ENTRY VARYING PA-IDX
001610         AT END
001620             CONTINUE
001630         WHEN LB-DISCHARGE-DATE NOT < PA-EFF-DATE(PA-IDX)
001640             AND LB-DISCHARGE-DATE NOT > PA-END-DATE(PA-IDX)
001650             SET RATE-WAS-FOUND TO TRUE
001660     END-SEARCH.
001670 1000-EXIT.
001680     EXIT.
001690*===========================================================*
001700* 2000-APPLY-DAY-BANK - APPLY THE PART A DEDUCTIBLE,        *
001710* COINSURANCE, AND LIFETIME-RESERVE LIABILITY FROM THE      *
001720* BENEFICIARY'S POSITION ACROSS STAYS: THE DEDUCTIBLE IS    *
001730* TAKEN ONCE PER BENEFIT PERIOD (A READMISSION WITHIN 60    *
001740* DAYS OF THE LAST DISCHARGE STAYS IN THE SAME PERIOD),     *
001750* COINSURANCE DAYS 61-90 COUNT FROM THE PERIOD'S CUMULATIVE *
001760* COVERED DAYS, AND LIFETIME RESERVE DAYS ARE CAPPED AT THE *
001770* LIFETIME SIXTY.  THE POSITION IS UPDATED FOR THIS STAY.   *
001780*===========================================================*
001790 2000-APPLY-DAY-BANK.
001800     IF LB-DB-LAST-DISCHARGE = 0
001810         SET LB-NEW-BENEFIT-PERIOD TO TRUE
001820     ELSE
001830         IF LB-ADMIT-DATE NUMERIC AND LB-ADMIT-DATE > 0
001840             MOVE LB-ADMIT-DATE TO WK-DTS-DATE
001850             PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
001860             MOVE WK-DTS-SERIAL TO WK-DB-ADMIT-SERIAL
001870             MOVE LB-DB-LAST-DISCHARGE TO WK-DTS-DATE
001880             PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
001890             COMPUTE WK-DB-GAP-DAYS =
001900                 WK-DB-ADMIT-SERIAL - WK-DTS-SERIAL
001910             IF WK-DB-GAP-DAYS > 60
001920                 SET LB-NEW-BENEFIT-PERIOD TO TRUE
001930             END-IF
001940         END-IF
001950     END-IF.
001960     IF LB-NEW-BENEFIT-PERIOD
001970         IF LB-ADMIT-DATE NUMERIC AND LB-ADMIT-DATE > 0
001980             MOVE LB-ADMIT-DATE TO LB-DB-PERIOD-START
001990         ELSE
002000             MOVE LB-DISCHARGE-DATE TO LB-DB-PERIOD-START
002010         END-IF
002020         MOVE 0   TO LB-DB-PERIOD-DAYS-USED
002030         MOVE 'N' TO LB-DB-PERIOD-DED-SW
002040     END-IF.
002050     IF LB-DB-PERIOD-DED-SW = 'Y'
002060         MOVE ZEROES TO LB-DEDUCTIBLE-AMT
002070         SET LB-DED-WAIVED TO TRUE
002080     ELSE
002090         MOVE PA-DEDUCTIBLE(PA-IDX) TO LB-DEDUCTIBLE-AMT
002100         MOVE 'Y' TO LB-DB-PERIOD-DED-SW
002110     END-IF.
002120     MOVE LB-DB-PERIOD-DAYS-USED TO WK-DAYS-BEFORE.
002130     COMPUTE WK-DAYS-AFTER =
002140         WK-DAYS-BEFORE + LB-COVERED-DAYS.
002150     MOVE ZEROES TO LB-COINS-DAYS.
002160     IF WK-DAYS-AFTER > 60
002170         IF WK-DAYS-BEFORE > 60
002180             MOVE WK-DAYS-BEFORE TO WK-COINS-LOW
002190         ELSE
002200             MOVE 60 TO WK-COINS-LOW
002210         END-IF
002220         IF WK-DAYS-AFTER > 90
002230             MOVE 90 TO WK-COINS-HIGH
002240         ELSE
002250             MOVE WK-DAYS-AFTER TO WK-COINS-HIGH
002260         END-IF
002270         IF WK-COINS-HIGH > WK-COINS-LOW
002280             COMPUTE LB-COINS-DAYS =
002290                 WK-COINS-HIGH - WK-COINS-LOW
002300             COMPUTE LB-COINS-AMT ROUNDED =
002310                 LB-COINS-DAYS * PA-COINS-PER-DAY(PA-IDX)
002320         END-IF
002330     END-IF.
002340     COMPUTE WK-LTR-REMAINING =
002350         60 - LB-DB-LTR-DAYS-USED.
002360     IF WK-LTR-REMAINING < 0
002370         MOVE 0 TO WK-LTR-REMAINING
002380     END-IF.
002390     IF LB-LTR-DAYS > WK-LTR-REMAINING
002400         MOVE WK-LTR-REMAINING TO LB-LTR-GRANTED
002410         SET LB-LTR-CAPPED TO TRUE
002420     ELSE
002430         MOVE LB-LTR-DAYS TO LB-LTR-GRANTED
002440     END-IF.
002450     IF LB-LTR-GRANTED > 0
002460         COMPUTE LB-LTR-AMT ROUNDED =
002470             LB-LTR-GRANTED * PA-LTR-PER-DAY(PA-IDX)
002480     END-IF.
002490     IF WK-DAYS-AFTER > 999
002500         MOVE 999 TO LB-DB-PERIOD-DAYS-USED
002510     ELSE
002520         MOVE WK-DAYS-AFTER TO LB-DB-PERIOD-DAYS-USED
002530     END-IF.
002540     ADD  LB-LTR-GRANTED TO LB-DB-LTR-DAYS-USED.
002550     MOVE LB-DISCHARGE-DATE TO LB-DB-LAST-DISCHARGE.
002560 2000-EXIT.
002570     EXIT.
002580*===========================================================*
002590* 2100-APPLY-PER-BILL - NO DAY-BANK POSITION (NO MBI, OR NO *
002600* ROOM LEFT FOR THE BENEFICIARY): THE BILL ALONE DECIDES -  *
002610* A FULL DEDUCTIBLE, COINSURANCE FOR ITS OWN DAYS 61-90 AND *
002620* EVERY LTR DAY IT CARRIES.                                 *
002630*===========================================================*
002640 2100-APPLY-PER-BILL.
002650     MOVE PA-DEDUCTIBLE(PA-IDX) TO LB-DEDUCTIBLE-AMT.
002660     IF LB-COVERED-DAYS > 60
002670         IF LB-COVERED-DAYS > 90
002680             MOVE 30 TO LB-COINS-DAYS
002690         ELSE
002700             COMPUTE LB-COINS-DAYS = LB-COVERED-DAYS - 60
002710         END-IF
002720         COMPUTE LB-COINS-AMT ROUNDED =
002730             LB-COINS-DAYS * PA-COINS-PER-DAY(PA-IDX)
002740     END-IF.
002750     MOVE LB-LTR-DAYS TO LB-LTR-GRANTED.
002760     IF LB-LTR-GRANTED > 0
002770         COMPUTE LB-LTR-AMT ROUNDED =
002780             LB-LTR-GRANTED * PA-LTR-PER-DAY(PA-IDX)
002790     END-IF.
002800 2100-EXIT.
002810     EXIT.
002820*==========================================================*
002830* 3000-APPLY-MSP-RULES - WHEN A PRIMARY PAYER PAID FIRST,  *
002840* PAY THE MEDICARE SECONDARY AMOUNT AS THE LOWEST OF THE   *
002850* FORMULAS IN FORCE FOR THE PAYER SITUATION:               *
002860*   F1  THE AMOUNT MEDICARE WOULD OTHERWISE PAY            *
002870*   F2  CHARGES (OR THE OBLIGATED-TO-ACCEPT AMOUNT WHEN    *
002880*       LOWER) MINUS THE PRIMARY PAYER'S PAYMENT           *
002890*   F3  THE MEDICARE AMOUNT MINUS THE PRIMARY PAYMENT      *
002900* WORKING-AGED GHP ('W') AND WORKERS COMPENSATION ('C')    *
002910* TAKE THE LOWEST OF ALL THREE; LIABILITY ('L') HAS NO     *
002920* CHARGE/OTAF FORMULA AND TAKES THE LOWEST OF F1 AND F3;   *
002930* AN UNKNOWN TYPE KEEPS THE LEGACY TOTAL-MINUS-PRIMARY     *
002940* MATH (F3).  THE GOVERNING FORMULA IS RETURNED IN         *
002950* LB-MSP-FORMULA.                                          *
002960*==========================================================*
002970 3000-APPLY-MSP-RULES.
002980     IF LB-MSP-PRIMARY-PAID = 0
002990         GO TO 3000-EXIT
003000     END-IF.
003010     MOVE WK-NET-AMT TO WK-MSP-F1.
003020     MOVE LB-CHARGES-CLAIMED TO WK-MSP-FULL-PAY.
003030     IF LB-MSP-OTAF-AMT > 0
003040        AND LB-MSP-OTAF-AMT < WK-MSP-FULL-PAY
003050         MOVE LB-MSP-OTAF-AMT TO WK-MSP-FULL-PAY
003060     END-IF.
003070     COMPUTE WK-MSP-F2 =
003080         WK-MSP-FULL-PAY - LB-MSP-PRIMARY-PAID.
003090     COMPUTE WK-MSP-F3 =
003100         WK-NET-AMT - LB-MSP-PRIMARY-PAID.
003110     EVALUATE LB-MSP-PAYER-TYPE
003120         WHEN 'W'
003130         WHEN 'C'
003140             MOVE WK-MSP-F1 TO WK-MSP-CHOSEN
003150             MOVE 'F1' TO LB-MSP-FORMULA
003160             IF WK-MSP-F2 < WK-MSP-CHOSEN
003170                 MOVE WK-MSP-F2 TO WK-MSP-CHOSEN
003180                 MOVE 'F2' TO LB-MSP-FORMULA
003190             END-IF
003200             IF WK-MSP-F3 < WK-MSP-CHOSEN
003210                 MOVE WK-MSP-F3 TO WK-MSP-CHOSEN
003220                 MOVE 'F3' TO LB-MSP-FORMULA
003230             END-IF
003240         WHEN 'L'
003250             MOVE WK-MSP-F1 TO WK-MSP-CHOSEN
003260             MOVE 'F1' TO LB-MSP-FORMULA
003270             IF WK-MSP-F3 < WK-MSP-CHOSEN
003280                 MOVE WK-MSP-F3 TO WK-MSP-CHOSEN
003290                 MOVE 'F3' TO LB-MSP-FORMULA
003300             END-IF
003310         WHEN OTHER
003320             MOVE WK-MSP-F3 TO WK-MSP-CHOSEN
003330             MOVE 'F3' TO LB-MSP-FORMULA
003340     END-EVALUATE.
003350     IF WK-MSP-CHOSEN < ZERO
003360         MOVE ZERO TO WK-MSP-CHOSEN
003370     END-IF.
003380     MOVE WK-MSP-CHOSEN TO WK-NET-AMT.
003390 3000-EXIT.
003400     EXIT.
003410*===========================================================*
003420* 8500-DATE-TO-SERIAL - CONVERT WK-DTS-DATE (CCYYMMDD) TO A *
003430* DAY SERIAL, AS IN PPBAT215, SO THE BENEFIT-PERIOD GAP     *
003440* SPANS MONTH AND YEAR ENDS CORRECTLY.                      *
003450*===========================================================*
003460 8500-DATE-TO-SERIAL.
003470     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
003480     IF WK-DTS-MM < 3
003490         SUBTRACT 1 FROM WK-DTS-YEARS
003500     END-IF.
003510     COMPUTE WK-DTS-LEAPS =
003520         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
003530         + (WK-DTS-YEARS / 400).
003540     COMPUTE WK-DTS-SERIAL =
003550         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
003560         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
003570 8500-EXIT.
003580     EXIT.
