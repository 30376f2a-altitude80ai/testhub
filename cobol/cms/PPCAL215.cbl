000450 01  WK-OPRT-TABLE-NO               PIC 9(01) VALUE ZERO.
000460 01  WK-OPRT-FOUND-SW               PIC X(01) VALUE 'N'.
000470     88  OPER-RATE-WAS-FOUND        VALUE 'Y'.
000480 01  WK-SCCR-STATE                  PIC X(02) VALUE SPACES.
000490 01  WK-SCCR-AREA                   PIC X(01) VALUE SPACE.
000500 01  WK-SCCR-OPER-CEIL              PIC 9(01)V9(03) VALUE ZERO.
000510 01  WK-SCCR-CAPI-CEIL              PIC 9(01)V9(03) VALUE ZERO.
000520 01  WK-SCCR-FOUND-SW               PIC X(01) VALUE 'N'.
000530     88  SCCR-ROW-WAS-FOUND         VALUE 'Y'.
000540
000550*-----------------------------------------------------*
000560* LABOR & NON-LABOR RATES TABLE                       *
000570*-----------------------------------------------------*
000580
000590 COPY RATEX213.
000600
000610*---------------------------------------------------------*
000620* DIAGNOSIS RELATED GROUP (DRG) WEIGHT TABLE (EFF. FY'19) *
000630*   + TABLE 5 FROM ANNUAL IPPS FINAL RULE                 *
000640*---------------------------------------------------------*
000650
000660 COPY DRGSX211.
000670
000680*-----------------------------------------------------*
000690* NEW TECHNOLOGY ADD-ON PAYMENT ELIGIBILITY VARIABLES *
007870*    IN EFFECT.                                        *
007880*******************************************************
007890 COPY OPRTTAB.
007900*******************************************************
007910*    STATEWIDE-AVERAGE COST-TO-CHARGE RATIO TABLE,     *
007920*    LOADED BY THE BATCH DRIVER AND PASSED DOWN        *
007930*    THROUGH PPDRV215.  SCCR-COUNT = 0 MEANS NO FILE   *
007940*    WAS LOADED AND THE FILED RATIOS ARE USED.         *
007950*******************************************************
007960 COPY CCRSTTAB.
007970
007980*******************************************************
007990*    TWO-MIDNIGHT STAY ADJUSTMENT FACTOR TABLE,        *
008000*    LOADED BY THE BATCH DRIVER AND PASSED DOWN        *
008010*    THROUGH PPDRV215.  ONLY THE FIRST MID-COUNT ROWS  *
008020*    ARE SEARCHED; AN AREA NOT ON THE TABLE GETS NO    *
008030*    ADJUSTMENT FACTOR.                                *
008040*******************************************************
008050 COPY MIDNIGHT.
008060
008070******************************************************************
008080 PROCEDURE DIVISION  USING BILL-DATA-2021
008090                           PPS-DATA
008100                           PRICER-OPT-VERS-SW
008110                           PPS-ADDITIONAL-VARIABLES
008120                           PROV-NEW-HOLD
008130                           WAGE-NEW-CBSA-INDEX-RECORD
008140                           PPHOLDAR-HOLD-AREA
008150                           NEW-TECH-TABLE
008160                           DRG-WEIGHT-FILE-TABLE
008170                           NDC-RATE-TABLE
008180                           OPER-RATE-TABLE
008190                           STATE-CCR-TABLE
008200                           MID-ADJ-TABLE.
008210
008220***************************************************************
008230*    PROCESSING:                                              *
008240*        A. WILL PROCESS CASES BASED ON DISCHARGE DATE        *
008250*        B. INITIALIZE PPCAL  HOLD VARIABLES.                 *
008260*        C. EDIT THE DATA PASSED FROM THE BILL BEFORE         *
008270*           ATTEMPTING TO CALCULATE PPS. IF THIS BILL         *
008280*           CANNOT BE PROCESSED, SET A RETURN CODE AND        *
008290*           GOBACK.                                           *
008300*        D. ASSEMBLE PRICING COMPONENTS.                      *
008310*        E. CALCULATE THE PRICE.                              *
008320***************************************************************
008330     INITIALIZE WK-HLDDRG-DATA
008340                WK-HLDDRG-DATA2
008350                WK-HLD-MID-DATA
008360                WK-NEW-TECH-VARIABLES
008370                WK-COVID19-VARIABLES
008380                WK-CLIN-VARIABLES
008390                WK-CART-VARIABLES.
008400
008410     MOVE ZEROES TO NON-TEMP-RELIEF-PAYMENT.
008420     MOVE ZEROES TO WK-UNCOMP-CARE-AMOUNT.
008430     MOVE ZEROES TO H-BUNDLE-ADJUST-AMT.
008440     MOVE ZEROES TO H-VAL-BASED-PURCH-ADJUST-AMT.
008450     MOVE ZEROES TO H-READMIS-ADJUST-AMT.
008460     MOVE 'N' TO TEMP-RELIEF-FLAG.
008470     MOVE 'N' TO OUTLIER-RECON-FLAG.
008480     MOVE ZEROES TO WK-HAC-AMOUNT.
008490     MOVE ZEROES TO WK-HAC-TOTAL-PAYMENT.
008500     MOVE ZEROES TO H-NEW-TECH-PAY-ADD-ON.
008510     MOVE ZEROES TO PPS-NEW-TECH-PAY-ADD-ON.
008520     MOVE ZEROES TO PPS-ISLET-ISOL-PAY-ADD-ON.
008530
008540     PERFORM 0200-MAINLINE-CONTROL THRU 0200-EXIT.
008550
008560     COMPUTE H-DRG-WT ROUNDED = H-DRG-WT * COVID-ADJ *
008570                                NO-COST-PRODUCT.
008580
008590     COMPUTE H-DRG-WT-FRCTN ROUNDED = H-DRG-WT-FRCTN * COVID-ADJ *
008600                                      NO-COST-PRODUCT.
008610
008620     MOVE HOLD-ADDITIONAL-VARIABLES TO  PPS-ADDITIONAL-VARIABLES.
008630     MOVE H-OPER-CHARGE-THRESHOLD   TO  PPS-DOLLAR-THRESHOLD.
008640     MOVE H-DSCHG-FRCTN             TO  PPS-DSCHG-FRCTN.
008650     MOVE H-DRG-WT-FRCTN            TO  PPS-DRG-WT-FRCTN.
008660     MOVE HOLD-CAPITAL-VARIABLES    TO  PPS-CAPITAL-VARIABLES.
008670     MOVE HOLD-CAPITAL2-VARIABLES   TO  PPS-CAPITAL2-VARIABLES.
008680     MOVE CAL-VERSION               TO  PPS-CALC-VERS.
008690     MOVE HOLD-OTHER-VARIABLES      TO  PPS-OTHER-VARIABLES.
008700     MOVE HOLD-PC-OTH-VARIABLES     TO  PPS-PC-OTH-VARIABLES.
008710     MOVE H-ADDITIONAL-PAY-INFO-DATA TO
008720                            PPS-ADDITIONAL-PAY-INFO-DATA.
008730     MOVE H-ADDITIONAL-PAY-INFO-DATA2 TO
008740                            PPS-ADDITIONAL-PAY-INFO-DATA2.
008750
008760     COMPUTE PPS-OPER-HSP-PART2 ROUNDED =  1 *  H-HSP-RATE.
008770     MOVE    WK-UNCOMP-CARE-AMOUNT TO PPS-UNCOMP-CARE-AMOUNT.
008780     MOVE    H-BUNDLE-ADJUST-AMT TO PPS-BUNDLE-ADJUST-AMT.
008790     MOVE    H-VAL-BASED-PURCH-ADJUST-AMT TO
008800                           PPS-VAL-BASED-PURCH-ADJUST-AMT.
008810     MOVE    H-READMIS-ADJUST-AMT TO PPS-READMIS-ADJUST-AMT.
008820     MOVE    P-MODEL1-BUNDLE-DISPRCNT TO
008830                               PPS-MODEL1-BUNDLE-DISPRCNT.
008840
008850     MOVE P-HAC-REDUC-IND  TO  PPS-HAC-PROG-REDUC-IND.
008860     MOVE P-EHR-REDUC-IND  TO  PPS-EHR-PROG-REDUC-IND.
008870     MOVE H-EHR-ADJUST-AMT TO  PPS-EHR-ADJUST-AMT.
008880*    MOVE H-STNDRD-VALUE   TO  PPS-STNDRD-VALUE.
008890     MOVE H-STANDARD-ALLOWED-AMOUNT  TO  PPS-STNDRD-VALUE.
008900     MOVE WK-HAC-AMOUNT  TO   PPS-HAC-PAYMENT-AMT.
008910     MOVE 0     TO    PPS-FLX7-PAYMENT.
008920
008930     IF (PPS-RTC = '00' OR '03' OR '10' OR
008940                   '12' OR '14')
008950        MOVE 'Y' TO OUTLIER-RECON-FLAG
008960        MOVE PPS-DATA TO HLD-PPS-DATA
008970        PERFORM 0200-MAINLINE-CONTROL THRU 0200-EXIT
008980        MOVE HLD-PPS-DATA TO PPS-DATA.
008990
009000     IF  PPS-RTC < 50
009010         IF  P-NEW-WAIVER-STATE
009020             MOVE 53 TO PPS-RTC
009030             MOVE ALL '0' TO PPS-OPER-HSP-PART
009040                             PPS-OPER-FSP-PART
009050                             PPS-OPER-OUTLIER-PART
009060                             PPS-OUTLIER-DAYS
009070                             PPS-REG-DAYS-USED
009080                             PPS-LTR-DAYS-USED
009090                             PPS-TOTAL-PAYMENT
009100                             WK-HAC-TOTAL-PAYMENT
009110                             PPS-OPER-DSH-ADJ
009120                             PPS-OPER-IME-ADJ
009130                             H-DSCHG-FRCTN
009140                             H-DRG-WT-FRCTN
009150                             HOLD-ADDITIONAL-VARIABLES
009160                             HOLD-CAPITAL-VARIABLES
009170                             HOLD-CAPITAL2-VARIABLES
009180                             HOLD-OTHER-VARIABLES
009190                             HOLD-PC-OTH-VARIABLES
009200                             H-ADDITIONAL-PAY-INFO-DATA
009210                             H-ADDITIONAL-PAY-INFO-DATA2.
009220     GOBACK.
009230
009240 0200-MAINLINE-CONTROL.
009250
009260     MOVE 'N' TO HMO-TAG.
009270
009280     IF PPS-PC-HMO-FLAG = 'Y' OR
009290               HMO-FLAG = 'Y'
009300        MOVE 'Y' TO HMO-TAG.
009310
009320     MOVE ALL '0' TO PPS-DATA
009330                     H-OPER-DSH-SCH
009340                     H-OPER-DSH-RRC
009350                     HOLD-PPS-COMPONENTS
009360                     HOLD-PPS-COMPONENTS
009370                     HOLD-ADDITIONAL-VARIABLES
009380                     HOLD-CAPITAL-VARIABLES
009390                     HOLD-CAPITAL2-VARIABLES
009400                     HOLD-OTHER-VARIABLES
009410                     HOLD-PC-OTH-VARIABLES
009420                     H-ADDITIONAL-PAY-INFO-DATA
009430                     H-ADDITIONAL-PAY-INFO-DATA2
009440                     H-EHR-SUBSAV-QUANT
009450                     H-EHR-SUBSAV-LV
009460                     H-EHR-SUBSAV-QUANT-INCLV
009470                     H-EHR-RESTORE-FULL-QUANT
009480                     H-OPER-BILL-STDZ-COSTS
009490                     H-CAPI-BILL-STDZ-COSTS
009500                     H-OPER-STDZ-COST-OUTLIER
009510                     H-CAPI-STDZ-COST-OUTLIER
009520                     H-OPER-STDZ-DOLLAR-THRESHOLD
009530                     H-CAPI-STDZ-DOLLAR-THRESHOLD
009540                     WK-LOW-VOL-ADDON
009550                     WK-HAC-AMOUNT
009560                     WK-HAC-TOTAL-PAYMENT.
009570
009580     IF P-NEW-CAPI-HOSP-SPEC-RATE NOT NUMERIC
009590        MOVE 0 TO P-NEW-CAPI-HOSP-SPEC-RATE.
009600
009610     IF P-NEW-CAPI-OLD-HARM-RATE  NOT NUMERIC
009620        MOVE 0 TO P-NEW-CAPI-OLD-HARM-RATE.
009630
009640     IF P-NEW-CAPI-NEW-HARM-RATIO NOT NUMERIC
009650        MOVE 0 TO P-NEW-CAPI-NEW-HARM-RATIO.
009660
009670     IF P-NEW-CAPI-CSTCHG-RATIO NOT NUMERIC
009680        MOVE 0 TO P-NEW-CAPI-CSTCHG-RATIO.
009690
009700     IF P-HOSP-HRR-ADJUSTMT     NOT NUMERIC
009710        MOVE 0 TO P-HOSP-HRR-ADJUSTMT.
009720
009730     IF P-VAL-BASED-PURCH-ADJUST NOT NUMERIC
009740        MOVE 0 TO P-VAL-BASED-PURCH-ADJUST.
009750
009760     IF P-MODEL1-BUNDLE-DISPRCNT NOT NUMERIC
009770        MOVE 0 TO P-MODEL1-BUNDLE-DISPRCNT.
009780
009790     PERFORM 1000-EDIT-THE-BILL-INFO.
009800
009810     IF  PPS-RTC = 00
009820         PERFORM 2000-ASSEMBLE-PPS-VARIABLES THRU 2000-EXIT.
009830
009840     IF  PPS-RTC = 00
009850         PERFORM 3000-CALC-PAYMENT THRU 3000-EXIT.
009860
009870     IF OUTLIER-RECON-FLAG = 'Y'
009880        MOVE 'N' TO OUTLIER-RECON-FLAG
009890        GO TO 0200-EXIT.
009900
009910     IF PPS-RTC = 00
009920        IF H-PERDIEM-DAYS = H-ALOS OR
009930           H-PERDIEM-DAYS > H-ALOS
009940           MOVE 14 TO PPS-RTC.
009950
009960     IF PPS-RTC = 02
009970        IF H-PERDIEM-DAYS = H-ALOS OR
009980           H-PERDIEM-DAYS > H-ALOS
009990           MOVE 16 TO PPS-RTC.
010000
010010 0200-EXIT.   EXIT.
010020
010030 1000-EDIT-THE-BILL-INFO.
010040
010050     MOVE 1.00 TO H-CAPI-PAYCDE-PCT1.
010060     MOVE 0.00 TO H-CAPI-PAYCDE-PCT2.
010070
010080**   IF  PPS-RTC = 00
010090*        IF  P-NEW-WAIVER-STATE
010100*            MOVE 53 TO PPS-RTC.
010110
010120     IF  PPS-RTC = 00
010130         IF   HLDDRG-VALID = 'I'
010140             MOVE 54 TO PPS-RTC.
010150
010160     IF  PPS-RTC = 00
010170            IF  ((B-DISCHARGE-DATE < P-NEW-EFF-DATE) OR
010180                 (B-DISCHARGE-DATE < W-CBSA-EFF-DATE))
010190                MOVE 55 TO PPS-RTC.
010200
010210     IF  PPS-RTC = 00
010220         IF P-NEW-TERMINATION-DATE > 00000000
010230            IF  ((B-DISCHARGE-DATE = P-NEW-TERMINATION-DATE) OR
010240                 (B-DISCHARGE-DATE > P-NEW-TERMINATION-DATE))
010250                  MOVE 55 TO PPS-RTC.
010260
010270     IF  PPS-RTC = 00
010280         IF  B-LOS NOT NUMERIC
010290             MOVE 56 TO PPS-RTC
010300         ELSE
010310         IF  B-LOS = 0
010320             IF B-REVIEW-CODE NOT = 00 AND
010330                              NOT = 03 AND
010340                              NOT = 06 AND
010350                              NOT = 07 AND
010360                              NOT = 09 AND
010370                              NOT = 11
010380             MOVE 56 TO PPS-RTC.
010390
010400     IF  PPS-RTC = 00
010410         IF  B-LTR-DAYS NOT NUMERIC OR B-LTR-DAYS > 60
010420             MOVE 61 TO PPS-RTC
010430         ELSE
010440             MOVE B-LTR-DAYS TO H-LTR-DAYS.
010450
010460     IF  PPS-RTC = 00
010470         IF  B-COVERED-DAYS NOT NUMERIC
010480             MOVE 62 TO PPS-RTC
010490         ELSE
010500         IF  B-COVERED-DAYS = 0 AND B-LOS > 0
010510             MOVE 62 TO PPS-RTC
010520         ELSE
010530             MOVE B-COVERED-DAYS TO H-COV-DAYS.
010540
010550     IF  PPS-RTC = 00
010560         IF  H-LTR-DAYS  > H-COV-DAYS
010570             MOVE 62 TO PPS-RTC
010580         ELSE
010590             COMPUTE H-REG-DAYS = H-COV-DAYS - H-LTR-DAYS.
010600
010610     IF  PPS-RTC = 00
010620         IF  NOT VALID-REVIEW-CODE
010630             MOVE 57 TO PPS-RTC.
010640
010650     IF  PPS-RTC = 00
010660         IF  B-CHARGES-CLAIMED NOT NUMERIC
010670             MOVE 58 TO PPS-RTC.
010680
010690     IF PPS-RTC = 00
010700           IF P-NEW-CAPI-NEW-HOSP NOT = 'Y'
010710                 IF P-NEW-CAPI-PPS-PAY-CODE NOT = 'B' AND
010720                                            NOT = 'C'
010730                 MOVE 65 TO PPS-RTC.
010740
010750***  MDH PROVISION ENDS 9/30/2018
010760***  CODE COMMENTED OUT IN ORDER TO EXTEND EXPIRING PROVISON
010770
010780     IF PPS-RTC = 00 AND
010790        B-DISCHARGE-DATE > 20220930 AND
010800        P-N-INVALID-PROV-TYPES
010810                 MOVE 52 TO PPS-RTC.
010820
010830 2000-ASSEMBLE-PPS-VARIABLES.
010840***  GET THE PROVIDER SPECIFIC VARIABLES.
010850
010860     MOVE P-NEW-FAC-SPEC-RATE TO H-FAC-SPEC-RATE.
010870     MOVE P-NEW-INTERN-RATIO TO H-INTERN-RATIO.
010880
010890     IF (P-NEW-STATE = 02 OR 12)
010900        MOVE P-NEW-COLA TO H-OPER-COLA
010910     ELSE
010920        MOVE 1.000 TO H-OPER-COLA.
010930
010940***************************************************************
010950***  GET THE DRG RELATIVE WEIGHTS, ALOS, DAYS CUTOFF
010960
010970     PERFORM 2600-GET-DRG-WEIGHT THRU 2600-EXIT.
010980
010990     PERFORM 2700-COVID-DRG-ADJ THRU 2700-EXIT.
011000
011010     PERFORM 2800-CART-CLIN-TRIAL-REDUC THRU 2800-EXIT.
011020
011030     PERFORM 4410-UNCOMP-CARE-CODE-RTN THRU 4410-EXIT.
011040
011050     MOVE P-NEW-STATE            TO MES-PPS-STATE.
011060
011070*****YEARCHANGE 2011.0 ** NOT USED 2012 *******************
011080** USING THE STATE FACTORS TO ALTER THE WAGE INDEX WAS STOPPED*
011090** FOR FY 2011
011100***************************************************************
011110*    PERFORM 4200-SSRFBN-CODE-RTN THRU 4200-EXIT.
011120*****YEARCHANGE 2011.0 ** NOT USED 2012 *******************
011130***************************************************************
011140***  GET THE WAGE-INDEX
011150
011160     MOVE W-CBSA-INDEX-RECORD TO H-WAGE-INDEX.
011170     MOVE P-NEW-STATE            TO MES-PPS-STATE.
011180
011190***************************************************************
011200* GET THE LABOR, NON-LABOR STANDARD RATES FOR CLAIMS          *
011210* WITH DISCHARGE DATES PRIOR TO 01/01/2016                    *
011220***************************************************************
011230
011240     PERFORM 2050-RATES-TB THRU 2050-EXIT.
011250
011260     IF P-NEW-GEO-LOC-MSA9 >= 9400 AND
011270        P-NEW-GEO-LOC-MSA9 <= 9900
011280        PERFORM 2100-MIDNIGHT-FACTORS THRU 2100-EXIT
011290        MOVE HLD-MID-ADJ-FACT TO H-SHORT-STAY-ADJ
011300     ELSE
011310        MOVE 1 TO HLD-MID-ADJ-FACT
011320        MOVE HLD-MID-ADJ-FACT TO H-SHORT-STAY-ADJ
011330        GO TO 2000-EXIT.
011340
011350 2000-EXIT.  EXIT.
011360
011370 2050-RATES-TB.
011380     MOVE 1 TO R2
011390     MOVE 1 TO R4.
011400
011410     IF LARGE-URBAN
011420         MOVE 1 TO R3
011430     ELSE
011440         MOVE 2 TO R3.
011450
011460     IF ((P-NEW-CBSA-HOSP-QUAL-IND = '1') AND
011470        (P-EHR-REDUC-IND = ' ')           AND
011480        (H-WAGE-INDEX > 01.0000))
011490        PERFORM 2300-GET-LAB-NONLAB-TB1-RATES
011500           THRU 2300-GET-LAB-NONLAB-TB1-EXIT
011510             VARYING R1 FROM 1 BY 1 UNTIL R1 > 1.
011520
011530     IF ((P-NEW-CBSA-HOSP-QUAL-IND NOT = '1') AND
011540        (P-EHR-REDUC-IND = ' ')               AND
011550         (H-WAGE-INDEX > 01.0000))
011560        PERFORM 2300-GET-LAB-NONLAB-TB2-RATES
011570           THRU 2300-GET-LAB-NONLAB-TB2-EXIT
011580             VARYING R1 FROM 1 BY 1 UNTIL R1 > 1.
011590
011600     IF ((P-NEW-CBSA-HOSP-QUAL-IND  = '1') AND
011610        (P-EHR-REDUC-IND = ' ')            AND
011620         (H-WAGE-INDEX < 01.0000 OR H-WAGE-INDEX = 01.0000))
011630        PERFORM 2300-GET-LAB-NONLAB-TB3-RATES
011640           THRU 2300-GET-LAB-NONLAB-TB3-EXIT
011650             VARYING R1 FROM 1 BY 1 UNTIL R1 > 1.
011660
011670     IF ((P-NEW-CBSA-HOSP-QUAL-IND NOT = '1') AND
011680        (P-EHR-REDUC-IND = ' ')               AND
011690         (H-WAGE-INDEX < 01.0000 OR H-WAGE-INDEX = 01.0000))
011700        PERFORM 2300-GET-LAB-NONLAB-TB4-RATES
011710           THRU 2300-GET-LAB-NONLAB-TB4-EXIT
011720             VARYING R1 FROM 1 BY 1 UNTIL R1 > 1.
011730
011740     IF ((P-NEW-CBSA-HOSP-QUAL-IND = '1') AND
011750        (P-EHR-REDUC-IND = 'Y')           AND
011760        (H-WAGE-INDEX > 01.0000))
011770        PERFORM 2300-GET-LAB-NONLAB-TB5-RATES
011780           THRU 2300-GET-LAB-NONLAB-TB5-EXIT
011790             VARYING R1 FROM 1 BY 1 UNTIL R1 > 1.
011800
011810     IF ((P-NEW-CBSA-HOSP-QUAL-IND NOT = '1') AND
011820        (P-EHR-REDUC-IND = 'Y')               AND
011830         (H-WAGE-INDEX > 01.0000))
011840        PERFORM 2300-GET-LAB-NONLAB-TB6-RATES
011850           THRU 2300-GET-LAB-NONLAB-TB6-EXIT
011860             VARYING R1 FROM 1 BY 1 UNTIL R1 > 1.
011870
011880     IF ((P-NEW-CBSA-HOSP-QUAL-IND  = '1') AND
011890        (P-EHR-REDUC-IND = 'Y')            AND
011900         (H-WAGE-INDEX < 01.0000 OR H-WAGE-INDEX = 01.0000))
011910        PERFORM 2300-GET-LAB-NONLAB-TB7-RATES
011920           THRU 2300-GET-LAB-NONLAB-TB7-EXIT
011930             VARYING R1 FROM 1 BY 1 UNTIL R1 > 1.
011940
011950     IF ((P-NEW-CBSA-HOSP-QUAL-IND NOT = '1') AND
011960        (P-EHR-REDUC-IND = 'Y')               AND
011970         (H-WAGE-INDEX < 01.0000 OR H-WAGE-INDEX = 01.0000))
011980        PERFORM 2300-GET-LAB-NONLAB-TB8-RATES
011990           THRU 2300-GET-LAB-NONLAB-TB8-EXIT
012000             VARYING R1 FROM 1 BY 1 UNTIL R1 > 1.
012010
012020***************************************************************
012030* GET THE HSP & FSP BLEND PERCENTS FOR THIS BILL              *
012040***************************************************************
012050
012060     MOVE 0.00  TO H-OPER-HSP-PCT.
012070     MOVE 1.00  TO H-OPER-FSP-PCT.
012080
012090***************************************************************
012100*  GET THE NATIONAL & REGIONAL BLEND PERCENTS FOR THIS BILL   *
012110***************************************************************
012120
012130      MOVE 1.00 TO H-NAT-PCT.
012140      MOVE 0.00 TO H-REG-PCT.
012150
012160     IF  P-N-SCH-REBASED-FY90 OR
012170         P-N-EACH OR
012180         P-N-MDH-REBASED-FY90
012190         MOVE 1.00 TO H-OPER-HSP-PCT.
012200
012210 2050-EXIT.   EXIT.
012220
012230***************************************************************
012240*  APPLY THE TWO MIDNIGHT POLICY ADJUSTMENT FACTORS           *
012250***************************************************************
012260 2100-MIDNIGHT-FACTORS.
012270
012280     INITIALIZE HLD-MID-ADJ-FACT.
012290
012300     SET MID-IDX TO 1.
012310
012320     SEARCH MID-TAB VARYING MID-IDX
012330     WHEN MID-IDX > MID-COUNT
012340       CONTINUE
012350     WHEN WK-MID-MSAX(MID-IDX) = P-NEW-GEO-LOC-MSA9
012360       MOVE MID-DATA-TAB(MID-IDX) TO HLD-MID-DATA.
012370
012380 2100-EXIT.   EXIT.
012390
012400***************************************************************
012410* GET THE LABOR, NON-LABOR STANDARD RATES FOR CLAIMS          *
012420* WITH DISCHARGE DATES BEFORE 01/01/2016                      *
012430***************************************************************
012440 2300-GET-LAB-NONLAB-TB1-RATES.
012450
012460     MOVE 1 TO WK-OPRT-TABLE-NO.
012470     PERFORM 2310-FIND-OPER-RATE
012480         THRU 2310-FIND-OPER-RATE-EXIT.
012490     IF OPER-RATE-WAS-FOUND
012500         GO TO 2300-GET-LAB-NONLAB-TB1-EXIT.
012510
012520     IF  B-DISCHARGE-DATE NOT < TB1-RATE-EFF-DATE (R1)
012530         MOVE TB1-REG-LABOR (R1 R2 R3) TO H-REG-LABOR
012540         MOVE TB1-REG-NLABOR (R1 R2 R3) TO H-REG-NONLABOR
012550         MOVE TB1-REG-LABOR (R1 R4 R3) TO H-NAT-LABOR
012560         MOVE TB1-REG-NLABOR (R1 R4 R3) TO H-NAT-NONLABOR.
012570
012580 2300-GET-LAB-NONLAB-TB1-EXIT.   EXIT.
012590
012600 2300-GET-LAB-NONLAB-TB2-RATES.
012610
012620     MOVE 2 TO WK-OPRT-TABLE-NO.
012630     PERFORM 2310-FIND-OPER-RATE
012640         THRU 2310-FIND-OPER-RATE-EXIT.
012650     IF OPER-RATE-WAS-FOUND
012660         GO TO 2300-GET-LAB-NONLAB-TB2-EXIT.
012670
012680     IF  B-DISCHARGE-DATE NOT < TB2-RATE-EFF-DATE (R1)
012690         MOVE TB2-REG-LABOR (R1 R2 R3) TO H-REG-LABOR
012700         MOVE TB2-REG-NLABOR (R1 R2 R3) TO H-REG-NONLABOR
012710         MOVE TB2-REG-LABOR (R1 R4 R3) TO H-NAT-LABOR
012720         MOVE TB2-REG-NLABOR (R1 R4 R3) TO H-NAT-NONLABOR.
012730
012740 2300-GET-LAB-NONLAB-TB2-EXIT.   EXIT.
012750
012760 2300-GET-LAB-NONLAB-TB3-RATES.
012770
012780     MOVE 3 TO WK-OPRT-TABLE-NO.
012790     PERFORM 2310-FIND-OPER-RATE
012800         THRU 2310-FIND-OPER-RATE-EXIT.
012810     IF OPER-RATE-WAS-FOUND
012820         GO TO 2300-GET-LAB-NONLAB-TB3-EXIT.
012830
012840     IF  B-DISCHARGE-DATE NOT < TB3-RATE-EFF-DATE (R1)
012850         MOVE TB3-REG-LABOR (R1 R2 R3) TO H-REG-LABOR
012860         MOVE TB3-REG-NLABOR (R1 R2 R3) TO H-REG-NONLABOR
012870         MOVE TB3-REG-LABOR (R1 R4 R3) TO H-NAT-LABOR
012880         MOVE TB3-REG-NLABOR (R1 R4 R3) TO H-NAT-NONLABOR.
012890
012900 2300-GET-LAB-NONLAB-TB3-EXIT.   EXIT.
012910
012920 2300-GET-LAB-NONLAB-TB4-RATES.
012930
012940     MOVE 4 TO WK-OPRT-TABLE-NO.
012950     PERFORM 2310-FIND-OPER-RATE
012960         THRU 2310-FIND-OPER-RATE-EXIT.
012970     IF OPER-RATE-WAS-FOUND
012980         GO TO 2300-GET-LAB-NONLAB-TB4-EXIT.
012990
013000     IF  B-DISCHARGE-DATE NOT < TB4-RATE-EFF-DATE (R1)
013010         MOVE TB4-REG-LABOR (R1 R2 R3) TO H-REG-LABOR
013020         MOVE TB4-REG-NLABOR (R1 R2 R3) TO H-REG-NONLABOR
013030         MOVE TB4-REG-LABOR (R1 R4 R3) TO H-NAT-LABOR
013040         MOVE TB4-REG-NLABOR (R1 R4 R3) TO H-NAT-NONLABOR.
013050
013060 2300-GET-LAB-NONLAB-TB4-EXIT.   EXIT.
013070
013080 2300-GET-LAB-NONLAB-TB5-RATES.
013090
013100     MOVE 5 TO WK-OPRT-TABLE-NO.
013110     PERFORM 2310-FIND-OPER-RATE
013120         THRU 2310-FIND-OPER-RATE-EXIT.
013130     IF OPER-RATE-WAS-FOUND
013140         GO TO 2300-GET-LAB-NONLAB-TB5-EXIT.
013150
013160     IF  B-DISCHARGE-DATE NOT < TB1-RATE-EFF-DATE (R1)
013170         MOVE TB5-REG-LABOR (R1 R2 R3) TO H-REG-LABOR
013180         MOVE TB5-REG-NLABOR (R1 R2 R3) TO H-REG-NONLABOR
013190         MOVE TB5-REG-LABOR (R1 R4 R3) TO H-NAT-LABOR
013200         MOVE TB5-REG-NLABOR (R1 R4 R3) TO H-NAT-NONLABOR.
013210
013220 2300-GET-LAB-NONLAB-TB5-EXIT.   EXIT.
013230
013240 2300-GET-LAB-NONLAB-TB6-RATES.
013250
013260     MOVE 6 TO WK-OPRT-TABLE-NO.
013270     PERFORM 2310-FIND-OPER-RATE
013280         THRU 2310-FIND-OPER-RATE-EXIT.
013290     IF OPER-RATE-WAS-FOUND
013300         GO TO 2300-GET-LAB-NONLAB-TB6-EXIT.
013310
013320     IF  B-DISCHARGE-DATE NOT < TB2-RATE-EFF-DATE (R1)
013330         MOVE TB6-REG-LABOR (R1 R2 R3) TO H-REG-LABOR
013340         MOVE TB6-REG-NLABOR (R1 R2 R3) TO H-REG-NONLABOR
013350         MOVE TB6-REG-LABOR (R1 R4 R3) TO H-NAT-LABOR
013360         MOVE TB6-REG-NLABOR (R1 R4 R3) TO H-NAT-NONLABOR.
013370
013380 2300-GET-LAB-NONLAB-TB6-EXIT.   EXIT.
013390
013400 2300-GET-LAB-NONLAB-TB7-RATES.
013410
013420     MOVE 7 TO WK-OPRT-TABLE-NO.
013430     PERFORM 2310-FIND-OPER-RATE
013440         THRU 2310-FIND-OPER-RATE-EXIT.
013450     IF OPER-RATE-WAS-FOUND
013460         GO TO 2300-GET-LAB-NONLAB-TB7-EXIT.
013470
013480     IF  B-DISCHARGE-DATE NOT < TB3-RATE-EFF-DATE (R1)
013490         MOVE TB7-REG-LABOR (R1 R2 R3) TO H-REG-LABOR
013500         MOVE TB7-REG-NLABOR (R1 R2 R3) TO H-REG-NONLABOR
013510         MOVE TB7-REG-LABOR (R1 R4 R3) TO H-NAT-LABOR
013520         MOVE TB7-REG-NLABOR (R1 R4 R3) TO H-NAT-NONLABOR.
013530
013540 2300-GET-LAB-NONLAB-TB7-EXIT.   EXIT.
013550
013560 2300-GET-LAB-NONLAB-TB8-RATES.
013570
013580     MOVE 8 TO WK-OPRT-TABLE-NO.
013590     PERFORM 2310-FIND-OPER-RATE
013600         THRU 2310-FIND-OPER-RATE-EXIT.
013610     IF OPER-RATE-WAS-FOUND
013620         GO TO 2300-GET-LAB-NONLAB-TB8-EXIT.
013630
013640     IF  B-DISCHARGE-DATE NOT < TB4-RATE-EFF-DATE (R1)
013650         MOVE TB8-REG-LABOR (R1 R2 R3) TO H-REG-LABOR
013660         MOVE TB8-REG-NLABOR (R1 R2 R3) TO H-REG-NONLABOR
013670         MOVE TB8-REG-LABOR (R1 R4 R3) TO H-NAT-LABOR
013680         MOVE TB8-REG-NLABOR (R1 R4 R3) TO H-NAT-NONLABOR.
013690
013700 2300-GET-LAB-NONLAB-TB8-EXIT.   EXIT.
013710
013720*----------------------------------------------------------*
013730* 2310-FIND-OPER-RATE - WHEN THE BATCH DRIVER LOADED AN     *
013740* OPERATING STANDARDIZED-AMOUNT RATE FILE, THE ROW FOR      *
013750* WK-OPRT-TABLE-NO COVERING THE DISCHARGE DATE GOVERNS AND  *
013760* ITS LABOR/NONLABOR SHARES ARE USED.  WHEN NO FILE WAS     *
013770* LOADED (OPRT-COUNT = 0, E.G. THE ORIGINAL 8-PARAMETER     *
013780* PPDRV215 ENTRY) OR NO ROW COVERS THE DISCHARGE DATE, THE  *
013790* COMPILED RATEXNNN TABLES REMAIN IN EFFECT.                *
013800*----------------------------------------------------------*
013810 2310-FIND-OPER-RATE.
013820     MOVE 'N' TO WK-OPRT-FOUND-SW.
013830     IF OPRT-COUNT NOT NUMERIC OR OPRT-COUNT = 0
013840         GO TO 2310-FIND-OPER-RATE-EXIT.
013850     SET OPRT-SIDX TO 1.
013860     SEARCH OPRT-ENTRY VARYING OPRT-SIDX
013870         AT END
013880             CONTINUE
013890         WHEN OPRT-TABLE-NO (OPRT-SIDX) = WK-OPRT-TABLE-NO
013900             AND B-DISCHARGE-DATE NOT <
013910                 OPRT-EFF-DATE (OPRT-SIDX)
013920             AND B-DISCHARGE-DATE NOT >
013930                 OPRT-END-DATE (OPRT-SIDX)
013940             SET OPER-RATE-WAS-FOUND TO TRUE
013950     END-SEARCH.
013960     IF OPER-RATE-WAS-FOUND
013970         MOVE OPRT-LABOR (OPRT-SIDX)  TO H-REG-LABOR
013980         MOVE OPRT-NLABOR (OPRT-SIDX) TO H-REG-NONLABOR
013990         MOVE OPRT-LABOR (OPRT-SIDX)  TO H-NAT-LABOR
014000         MOVE OPRT-NLABOR (OPRT-SIDX) TO H-NAT-NONLABOR.
014010
014020 2310-FIND-OPER-RATE-EXIT.   EXIT.
014030
014040***************************************************************
014050* OBTAIN THE APPLICABLE DRG WEIGHTS                           *
014060***************************************************************
014070 2600-GET-DRG-WEIGHT.
014080
014090*----------------------------------------------------------*
014100* WHEN THE BATCH DRIVER LOADED A DRG WEIGHT FILE, THAT      *
014110* TABLE GOVERNS AND A DRG ABSENT FROM IT IS RTC 54.  WHEN   *
014120* NO FILE WAS LOADED (DWF-COUNT = 0, E.G. THE ORIGINAL      *
014130* 8-PARAMETER PPDRV215 ENTRY), THE COMPILED DRGSX211        *
014140* SAMPLE TABLE REMAINS IN EFFECT.                           *
014150*----------------------------------------------------------*
014160     IF DWF-COUNT NUMERIC AND DWF-COUNT > 0
014170         PERFORM 2650-SEARCH-DRG-FILE THRU 2650-EXIT
014180         IF PPS-RTC = 54
014190             GO TO 2600-EXIT
014200         END-IF
014210         GO TO 2600-UNPACK
014220     END-IF.
014230     IF  B-DISCHARGE-DATE NOT < WK-DRGX-EFF-DATE
014240     SET DRG-IDX TO 1
014250     SEARCH DRG-TAB VARYING DRG-IDX
014260         AT END
014270           MOVE ' NO DRG CODE    FOUND' TO HLDDRG-DESC
014280           MOVE 'I' TO  HLDDRG-VALID
014290           MOVE 0 TO HLDDRG-WEIGHT
014300           MOVE 54 TO PPS-RTC
014310           GO TO 2600-EXIT
014320       WHEN WK-DRG-DRGX(DRG-IDX) = B-DRG
014330         MOVE DRG-DATA-TAB(DRG-IDX) TO HLDDRG-DATA.
014340
014350 2600-UNPACK.
014360
014370     MOVE HLDDRG-DATA TO WK-HLDDRG-DATA2.
014380     MOVE  HLDDRG-DRGX         TO HLDDRG-DRGX2.
014390     MOVE  HLDDRG-WEIGHT       TO HLDDRG-WEIGHT2
014400                                  H-DRG-WT.
014410     MOVE  HLDDRG-GMALOS       TO HLDDRG-GMALOS2
014420                                  H-ALOS.
014430     MOVE  HLDDRG-LOW          TO HLDDRG-LOW2.
014440     MOVE  HLDDRG-ARITH-ALOS   TO HLDDRG-ARITH-ALOS2
014450                                  H-ARITH-ALOS.
014460     MOVE  HLDDRG-PAC          TO HLDDRG-PAC2.
014470     MOVE  HLDDRG-SPPAC        TO HLDDRG-SPPAC2.
014480     MOVE  HLDDRG-DESC         TO HLDDRG-DESC2.
014490     MOVE  'V'                 TO HLDDRG-VALID.
014500     MOVE ZEROES               TO H-DAYS-CUTOFF.
014510
014520 2600-EXIT.   EXIT.
014530
014540***************************************************************
014550 2650-SEARCH-DRG-FILE.
014560***************************************************************
014570* LOOK THE BILL'S DRG UP IN THE RUNTIME-LOADED DRG WEIGHT
014580* TABLE AND FILL THE SAME HLDDRG-DATA FIELDS THE COMPILED
014590* TABLE ROW WOULD HAVE SUPPLIED.
014600*---------------------------------------------------------------*
014610
014620     SET DWF-SIDX TO 1.
014630     SEARCH DWF-ENTRY VARYING DWF-SIDX
014640         AT END
014650           MOVE ' NO DRG CODE    FOUND' TO HLDDRG-DESC
014660           MOVE 'I' TO  HLDDRG-VALID
014670           MOVE 0 TO HLDDRG-WEIGHT
014680           MOVE 54 TO PPS-RTC
014690           GO TO 2650-EXIT
014700       WHEN DWF-DRG(DWF-SIDX) = B-DRG
014710         MOVE DWF-DRG(DWF-SIDX)        TO HLDDRG-DRGX
014720         MOVE DWF-WT(DWF-SIDX)         TO HLDDRG-WEIGHT
014730         MOVE DWF-GMALOS(DWF-SIDX)     TO HLDDRG-GMALOS
014740         MOVE DWF-LOW(DWF-SIDX)        TO HLDDRG-LOW
014750         MOVE DWF-ARITH-ALOS(DWF-SIDX) TO HLDDRG-ARITH-ALOS
014760         MOVE DWF-PAC(DWF-SIDX)        TO HLDDRG-PAC
014770         MOVE DWF-SPPAC(DWF-SIDX)      TO HLDDRG-SPPAC
014780         MOVE DWF-DESC(DWF-SIDX)       TO HLDDRG-DESC
014790     END-SEARCH.
014800
014810 2650-EXIT.   EXIT.
014820
014830
014840***************************************************************
014850 2700-COVID-DRG-ADJ.
014860***************************************************************
014870* ADJUSTMENT TO DRG WEIGHT PER COVID-19 DIAGNOSIS
014880*   + 20% INCREASE TO OPERATING DRG PAYMENTS
014890*----------------------------------------------------------------*
014900
014910     MOVE 1 TO IDX-COVID-DIAG.
014920     MOVE 1 TO IDX-COVID-COND.
014930     MOVE 1.0 TO COVID-ADJ.
014940
014950     PERFORM 10000-COVID19-DIAG-FLAG THRU 10000-EXIT
014960     VARYING IDX-COVID-DIAG FROM 1 BY 1 UNTIL IDX-COVID-DIAG > 25.
014970
014980     PERFORM 10100-COVID19-COND-FLAG THRU 10100-EXIT
014990     VARYING IDX-COVID-COND FROM 1 BY 1 UNTIL IDX-COVID-COND > 5.
015000*    FORMAT-2 SOURCES CARRY CONDITION CODES SIX TO THIRTY IN
015010*    THE EXTENSION - POLICY CODES THERE COUNT TOO.
015020     IF B-FORMAT-IND = '2'
015030         PERFORM 10110-COVID19-XCOND-FLAG THRU 10110-EXIT
015040             VARYING IDX-XCOND FROM 1 BY 1
015050             UNTIL IDX-XCOND > 25
015060     END-IF.
015070
015080     IF B-DISCHARGE-DATE > 20200331
015090        IF DIAG-COVID2-FLAG = 'Y'
015100           IF COND-COVID1-FLAG = 'Y'
015110              GO TO 2700-EXIT
015120           ELSE
015130              MOVE 1.2 TO COVID-ADJ.
015140
015150 2700-EXIT.   EXIT.
015160
015170***************************************************************
015180 2800-CART-CLIN-TRIAL-REDUC.
015190***************************************************************
015200* CAR-T AND CLINICAL TRIAL CASE REDUCTION FACTOR TO DRG RATE
015210*   + NO COST PRODUCT/PAYMENT ADJUSTMENT FACTOR OF 0.17 FOR FY2021
015220*   + MS-DRG 018, DIAGNOSIS CODE Z00.6 IN 2-25, AND CONDITION CODE
015230*     OF "ZB" NOT "ZC"
015240*------------------------------------------------------------------*
015250
015260     MOVE 1 TO IDX-CLIN.
015270     MOVE 1 TO IDX-CART.
015280     MOVE 1.0 TO NO-COST-PRODUCT.
015290
015300     PERFORM 10200-CLIN-FLAG THRU 10200-EXIT
015310      VARYING IDX-CLIN FROM 1 BY 1 UNTIL IDX-CLIN > 25.
015320
015330     PERFORM 10300-CART-FLAG THRU 10300-EXIT
015340      VARYING IDX-CART FROM 1 BY 1 UNTIL IDX-CART > 5.
015350     IF B-FORMAT-IND = '2'
015360         PERFORM 10310-CART-XCOND-FLAG THRU 10310-EXIT
015370             VARYING IDX-XCOND FROM 1 BY 1
015380             UNTIL IDX-XCOND > 25
015390     END-IF.
015400
015410     IF B-DRG = 018
015420        IF (DIAG-CLIN-FLAG = 'Y' AND
015430            COND-CART-NONCP-FLAG NOT = 'Y') OR
015440            COND-CART-NCP-FLAG = 'Y'
015450        MOVE 0.17 TO NO-COST-PRODUCT.
015460
015470 2800-EXIT.   EXIT.
015480
015490***************************************************************
015500 3000-CALC-PAYMENT.
015510***************************************************************
015520
015530     PERFORM 3100-CALC-STAY-UTILIZATION.
015540     PERFORM 3300-CALC-OPER-FSP-AMT.
015550     PERFORM 3900A-CALC-OPER-DSH THRU 3900A-EXIT.
015560
015570***********************************************************
015580***  OPERATING IME CALCULATION
015590
015600     COMPUTE H-OPER-IME-TEACH ROUNDED =
015610            1.35 * ((1 + H-INTERN-RATIO) ** .405  - 1).
015620
015630***********************************************************
015640
015650     MOVE 00                 TO  PPS-RTC.
015660     MOVE H-WAGE-INDEX       TO  PPS-WAGE-INDX.
015670     MOVE H-ALOS             TO  PPS-AVG-LOS.
015680     MOVE H-DAYS-CUTOFF      TO  PPS-DAYS-CUTOFF.
015690
015700     MOVE B-LOS TO H-PERDIEM-DAYS.
015710     IF H-PERDIEM-DAYS < 1
015720         MOVE 1 TO H-PERDIEM-DAYS.
015730     ADD 1 TO H-PERDIEM-DAYS.
015740
015750     MOVE 1 TO H-DSCHG-FRCTN.
015760
015770     COMPUTE H-DRG-WT-FRCTN ROUNDED = H-DSCHG-FRCTN * H-DRG-WT.
015780
015790     IF (PAY-PERDIEM-DAYS  OR
015800         PAY-XFER-NO-COST) OR
015810        (PAY-XFER-SPEC-DRG AND
015820         D-DRG-POSTACUTE-PERDIEM)
015830       IF H-ALOS > 0
015840         COMPUTE H-TRANSFER-ADJ ROUNDED = H-PERDIEM-DAYS / H-ALOS
015850         COMPUTE H-DSCHG-FRCTN  ROUNDED = H-PERDIEM-DAYS / H-ALOS
015860         IF H-DSCHG-FRCTN > 1
015870              MOVE 1 TO H-DSCHG-FRCTN
015880              MOVE 1 TO H-TRANSFER-ADJ
015890         ELSE
015900              COMPUTE H-DRG-WT-FRCTN ROUNDED =
015910                  H-TRANSFER-ADJ * H-DRG-WT
015920         END-IF
015930        END-IF
015940     END-IF.
015950
015960
015970     IF (PAY-XFER-SPEC-DRG AND
015980         D-DRG-POSTACUTE-50-50) AND
015990         H-ALOS > 0
016000         COMPUTE H-TRANSFER-ADJ ROUNDED = H-PERDIEM-DAYS / H-ALOS
016010         COMPUTE H-DSCHG-FRCTN  ROUNDED =
016020                        .5 + ((.5 * H-PERDIEM-DAYS) / H-ALOS)
016030         IF H-DSCHG-FRCTN > 1
016040              MOVE 1 TO H-DSCHG-FRCTN
016050              MOVE 1 TO H-TRANSFER-ADJ
016060         ELSE
016070              COMPUTE H-DRG-WT-FRCTN ROUNDED =
016080            (.5 + ((.5 * H-PERDIEM-DAYS) / H-ALOS)) * H-DRG-WT.
016090
016100
016110***********************************************************
016120***  CAPITAL DSH CALCULATION
016130
016140     MOVE 0 TO H-CAPI-DSH.
016150
016160     IF P-NEW-BED-SIZE NOT NUMERIC
016170         MOVE 0 TO P-NEW-BED-SIZE.
016180
016190     IF (W-CBSA-SIZE = 'O' OR 'L') AND P-NEW-BED-SIZE > 99
016200         COMPUTE H-CAPI-DSH ROUNDED = 2.7183 **
016210                  (.2025 * (P-NEW-SSI-RATIO
016220                          + P-NEW-MEDICAID-RATIO)) - 1.
016230
016240***********************************************************
016250***  CAPITAL IME TEACH CALCULATION
016260
016270     MOVE 0 TO H-WK-CAPI-IME-TEACH.
016280
016290     IF P-NEW-CAPI-IME NUMERIC
016300        IF P-NEW-CAPI-IME > 1.5000
016310           MOVE 1.5000 TO P-NEW-CAPI-IME.
016320
016330*****YEARCHANGE 2009.5 ****************************************
016340***
016350***  PER POLICY, WE REMOVED THE .5 MULTIPLER
016360***
016370***********************************************************
016380     IF P-NEW-CAPI-IME NUMERIC
016390        COMPUTE H-WK-CAPI-IME-TEACH ROUNDED =
016400         ((2.7183 ** (.2822 * P-NEW-CAPI-IME)) - 1).
016410
016420*****YEARCHANGE 2009.5 ****************************************
016430***********************************************************
016440     MOVE 0.00 TO H-DAYOUT-PCT.
016450     MOVE 0.80 TO H-CSTOUT-PCT.
016460
016470*****************************************************************
016480**
016490** BURN DRGS FOR FY14 ARE 927, 928, 929, 933, 934 AND 935.
016500**
016510*****************************************************************
016520
016530     IF  B-DRG = 927 OR 928 OR 929 OR 933 OR 934 OR 935
016540             MOVE 0.90 TO H-CSTOUT-PCT.
016550
016560*****YEARCHANGE 2018.0 *******************************************
016570* NATIONAL PERCENTAGE                                            *
016580******************************************************************
016590
016600       MOVE 0.6830 TO H-LABOR-PCT.
016610       MOVE 0.3170 TO H-NONLABOR-PCT.
016620
016630     IF (H-WAGE-INDEX < 01.0000 OR H-WAGE-INDEX = 01.0000)
016640       MOVE 0.6200 TO H-LABOR-PCT
016650       MOVE 0.3800 TO H-NONLABOR-PCT.
016660
016670     IF  P-NEW-OPER-CSTCHG-RATIO NUMERIC
016680             MOVE P-NEW-OPER-CSTCHG-RATIO TO H-OPER-CSTCHG-RATIO
016690     ELSE
016700             MOVE 0.000 TO H-OPER-CSTCHG-RATIO.
016710
016720     IF P-NEW-CAPI-CSTCHG-RATIO NUMERIC
016730             MOVE P-NEW-CAPI-CSTCHG-RATIO TO H-CAPI-CSTCHG-RATIO
016740     ELSE
016750             MOVE 0.000 TO H-CAPI-CSTCHG-RATIO.
016760
016770***********************************************************
016780*****YEARCHANGE 2010.0 ************************************
016790***  CAPITAL PAYMENT METHOD B - YEARCHNG
016800***  CAPITAL PAYMENT METHOD B
016810
016820     IF W-CBSA-SIZE = 'L'
016830        MOVE 1.00 TO H-CAPI-LARG-URBAN
016840     ELSE
016850        MOVE 1.00 TO H-CAPI-LARG-URBAN.
016860
016870     COMPUTE H-CAPI-GAF    ROUNDED = (H-WAGE-INDEX ** .6848).
016880
016890*****YEARCHANGE 2018.0 ************************************
016900
016910     COMPUTE H-FEDERAL-RATE ROUNDED =
016920                              (0466.21 * H-CAPI-GAF).
016930
016940*****YEARCHANGE 2015.1 ************************************
016950
016960     COMPUTE H-CAPI-COLA ROUNDED =
016970                     (.3152 * (H-OPER-COLA - 1) + 1).
016980
016990     MOVE H-FEDERAL-RATE TO H-CAPI-FED-RATE.
017000
017010***********************************************************
017020* CAPITAL FSP CALCULATION                                 *
017030***********************************************************
017040
017050     COMPUTE H-CAPI-FSP-PART ROUNDED =
017060                               H-DRG-WT       *
017070                               H-CAPI-FED-RATE *
017080                               H-CAPI-COLA *
017090                               H-CAPI-LARG-URBAN *
017100                               HLD-MID-ADJ-FACT *
017110                               NO-COST-PRODUCT.
017120
017130***********************************************************
017140***  CAPITAL PAYMENT METHOD A
017150***  CAPITAL PAYMENT METHOD A
017160
017170     IF P-N-SCH-REBASED-FY90 OR P-N-EACH
017180        MOVE 1.00 TO H-CAPI-SCH
017190     ELSE
017200        MOVE 0.85 TO H-CAPI-SCH.
017210
017220***********************************************************
017230***********  CAPITAL OLD-HOLD-HARMLESS CALCULATION ***********
017240***********  CAPITAL OLD-HOLD-HARMLESS CALCULATION ***********
017250
017260     COMPUTE H-CAPI-OLD-HARMLESS ROUNDED =
017270                    (P-NEW-CAPI-OLD-HARM-RATE *
017280                    H-CAPI-SCH).
017290
017300***********************************************************
017310        IF PAY-PERDIEM-DAYS
017320            IF  H-PERDIEM-DAYS < H-ALOS
017330                IF  NOT (B-DRG = 789)
017340                    PERFORM 3500-CALC-PERDIEM-AMT
017350                    MOVE 03 TO PPS-RTC.
017360
017370        IF PAY-XFER-SPEC-DRG
017380            IF  H-PERDIEM-DAYS < H-ALOS
017390                IF  NOT (B-DRG = 789)
017400                    PERFORM 3550-CALC-PERDIEM-AMT.
017410
017420        IF  PAY-XFER-NO-COST
017430            MOVE 00 TO PPS-RTC
017440            IF H-PERDIEM-DAYS < H-ALOS
017450               IF  NOT (B-DRG = 789)
017460                   PERFORM 3500-CALC-PERDIEM-AMT
017470                   MOVE 06 TO PPS-RTC.
017480
017490     PERFORM 4000-CALC-TECH-ADDON THRU 4000-EXIT.
017500     PERFORM 4200-CALC-NDC-ADDON THRU 4200-EXIT.
017510
017520     PERFORM 3600-CALC-OUTLIER THRU 3600-EXIT.
017530
017540     PERFORM 3650-NEW-COVID19-ADD-ON-PAY THRU 3650-EXIT.
017550
017560     PERFORM 6000-CALC-READMIS-REDU THRU 6000-EXIT.
017570
017580     IF PPS-RTC = 65 OR 67 OR 68
017590               GO TO 3000-CONTINUE.
017600
017610     PERFORM 7000-CALC-VALUE-BASED-PURCH THRU 7000-EXIT.
017620
017630     IF PPS-RTC = 65 OR 67 OR 68
017640               GO TO 3000-CONTINUE.
017650
017660     PERFORM 8000-CALC-BUNDLE-REDU  THRU 8000-EXIT.
017670
017680     IF PPS-RTC = 65 OR 67 OR 68
017690               GO TO 3000-CONTINUE.
017700
017710     IF OUTLIER-RECON-FLAG = 'Y' GO TO 3000-EXIT.
017720
017730     IF PPS-RTC = 65 OR 67 OR 68
017740               GO TO 3000-CONTINUE.
017750
017760        IF PAY-XFER-SPEC-DRG
017770            IF  H-PERDIEM-DAYS < H-ALOS
017780                IF  NOT (B-DRG = 789)
017790                    PERFORM 3560-CHECK-RTN-CODE THRU 3560-EXIT.
017800
017810        IF  PAY-PERDIEM-DAYS
017820            IF  H-OPER-OUTCST-PART > 0
017830                MOVE H-OPER-OUTCST-PART TO
017840                     H-OPER-OUTLIER-PART
017850                MOVE 05 TO PPS-RTC
017860            ELSE
017870            IF  PPS-RTC NOT = 03
017880                MOVE 00 TO PPS-RTC
017890                MOVE 0  TO H-OPER-OUTLIER-PART.
017900
017910        IF  PAY-PERDIEM-DAYS
017920            IF  H-CAPI-OUTCST-PART > 0
017930                MOVE H-CAPI-OUTCST-PART TO
017940                     H-CAPI-OUTLIER-PART
017950                MOVE 05 TO PPS-RTC
017960            ELSE
017970            IF  PPS-RTC NOT = 03
017980                MOVE 0  TO H-CAPI-OUTLIER-PART.
017990
018000     IF P-N-SCH-REBASED-FY90 OR
018010        P-N-EACH OR
018020        P-N-MDH-REBASED-FY90
018030         PERFORM 3450-CALC-ADDITIONAL-HSP THRU 3450-EXIT.
018040
018050 3000-CONTINUE.
018060
018070***********************************************************
018080***  DETERMINES THE FEDERAL AMOUNT THAT WOULD BE PAID IF
018090***  THE PROVIDER WAS TYPE B-HOLD-HARMLESS 100% FED RATE
018100
018110     COMPUTE H-CAPI2-B-FSP-PART ROUNDED = H-CAPI-FSP-PART.
018120
018130***********************************************************
018140
018150     IF  PPS-RTC = 67
018160         MOVE H-OPER-DOLLAR-THRESHOLD TO
018170              WK-H-OPER-DOLLAR-THRESHOLD.
018180
018190     IF  PPS-RTC < 50
018200         PERFORM 3800-CALC-TOT-AMT THRU 3800-EXIT.
018210
018220     IF  PPS-RTC < 50
018230         NEXT SENTENCE
018240     ELSE
018250         MOVE ALL '0' TO PPS-OPER-HSP-PART
018260                         PPS-OPER-FSP-PART
018270                         PPS-OPER-OUTLIER-PART
018280                         PPS-OUTLIER-DAYS
018290                         PPS-REG-DAYS-USED
018300                         PPS-LTR-DAYS-USED
018310                         PPS-TOTAL-PAYMENT
018320                         WK-HAC-TOTAL-PAYMENT
018330                         PPS-OPER-DSH-ADJ
018340                         PPS-OPER-IME-ADJ
018350                         H-DSCHG-FRCTN
018360                         H-DRG-WT-FRCTN
018370                         HOLD-ADDITIONAL-VARIABLES
018380                         HOLD-CAPITAL-VARIABLES
018390                         HOLD-CAPITAL2-VARIABLES
018400                         HOLD-OTHER-VARIABLES
018410                         HOLD-PC-OTH-VARIABLES
018420                        H-ADDITIONAL-PAY-INFO-DATA
018430                        H-ADDITIONAL-PAY-INFO-DATA2.
018440
018450     IF  PPS-RTC = 67
018460         MOVE WK-H-OPER-DOLLAR-THRESHOLD TO
018470                 H-OPER-DOLLAR-THRESHOLD.
018480
018490 3000-EXIT.  EXIT.
018500
018510 3100-CALC-STAY-UTILIZATION.
018520
018530     MOVE 0 TO PPS-REG-DAYS-USED.
018540     MOVE 0 TO PPS-LTR-DAYS-USED.
018550
018560     IF H-REG-DAYS > 0
018570        IF H-REG-DAYS > B-LOS
018580           MOVE B-LOS TO PPS-REG-DAYS-USED
018590        ELSE
018600           MOVE H-REG-DAYS TO PPS-REG-DAYS-USED
018610     ELSE
018620        IF H-LTR-DAYS > B-LOS
018630           MOVE B-LOS TO PPS-LTR-DAYS-USED
018640        ELSE
018650           MOVE H-LTR-DAYS TO PPS-LTR-DAYS-USED.
018660
018670
018680
018690 3300-CALC-OPER-FSP-AMT.
018700***********************************************************
018710*  OPERATING FSP CALCULATION                              *
018720***********************************************************
018730
018740     COMPUTE H-OPER-FSP-PART ROUNDED =
018750       ((H-NAT-PCT * (H-NAT-LABOR * H-WAGE-INDEX +
018760        H-NAT-NONLABOR * H-OPER-COLA)) * H-DRG-WT *
018770        HLD-MID-ADJ-FACT * COVID-ADJ * NO-COST-PRODUCT)
018780           ON SIZE ERROR MOVE 0 TO H-OPER-FSP-PART.
018790
018800 3500-CALC-PERDIEM-AMT.
018810***********************************************************
018820***  REVIEW CODE = 03 OR 06
018830***  OPERATING PERDIEM-AMT CALCULATION
018840***  OPERATING HSP AND FSP CALCULATION FOR TRANSFERS
018850
018860        COMPUTE H-OPER-FSP-PART ROUNDED =
018870        H-OPER-FSP-PART * H-TRANSFER-ADJ
018880        ON SIZE ERROR MOVE 0 TO H-OPER-FSP-PART.
018890
018900***********************************************************
018910***********************************************************
018920***  REVIEW CODE = 03 OR 06
018930***  CAPITAL   PERDIEM-AMT CALCULATION
018940***  CAPITAL   HSP AND FSP CALCULATION FOR TRANSFERS
018950
018960        COMPUTE H-CAPI-FSP-PART ROUNDED =
018970        H-CAPI-FSP-PART * H-TRANSFER-ADJ
018980        ON SIZE ERROR MOVE 0 TO H-CAPI-FSP-PART.
018990
019000***********************************************************
019010***  REVIEW CODE = 03 OR 06
019020***  CAPITAL PERDIEM-AMT, OLD-HARMLESS CALCULATION
019030***  CAPITAL PERDIEM-AMT, OLD-HARMLESS CALCULATION
019040
019050        COMPUTE H-CAPI-OLD-HARMLESS ROUNDED =
019060        H-CAPI-OLD-HARMLESS * H-TRANSFER-ADJ
019070        ON SIZE ERROR MOVE 0 TO H-CAPI-OLD-HARMLESS.
019080
019090 3550-CALC-PERDIEM-AMT.
019100***********************************************************
019110***  REVIEW CODE = 09  OR 11 TRANSFER WITH SPECIAL DRG
019120***  OPERATING PERDIEM-AMT CALCULATION
019130***  OPERATING HSP AND FSP CALCULATION FOR TRANSFERS
019140
019150     IF (D-DRG-POSTACUTE-50-50)
019160        MOVE 10 TO PPS-RTC
019170        COMPUTE H-OPER-FSP-PART ROUNDED =
019180        H-OPER-FSP-PART * H-DSCHG-FRCTN
019190        ON SIZE ERROR MOVE 0 TO H-OPER-FSP-PART.
019200
019210     IF (D-DRG-POSTACUTE-PERDIEM)
019220        MOVE 12 TO PPS-RTC
019230        COMPUTE H-OPER-FSP-PART ROUNDED =
019240        H-OPER-FSP-PART *  H-TRANSFER-ADJ
019250        ON SIZE ERROR MOVE 0 TO H-OPER-FSP-PART.
019260
019270***********************************************************
019280***  CAPITAL PERDIEM-AMT CALCULATION
019290***  CAPITAL HSP AND FSP CALCULATION FOR TRANSFERS
019300
019310     IF (D-DRG-POSTACUTE-50-50)
019320        MOVE 10 TO PPS-RTC
019330        COMPUTE H-CAPI-FSP-PART ROUNDED =
019340        H-CAPI-FSP-PART * H-DSCHG-FRCTN
019350        ON SIZE ERROR MOVE 0 TO H-CAPI-FSP-PART.
019360
019370     IF (D-DRG-POSTACUTE-PERDIEM)
019380        MOVE 12 TO PPS-RTC
019390        COMPUTE H-CAPI-FSP-PART ROUNDED =
019400        H-CAPI-FSP-PART *  H-TRANSFER-ADJ
019410        ON SIZE ERROR MOVE 0 TO H-CAPI-FSP-PART.
019420
019430***********************************************************
019440***  CAPITAL PERDIEM-AMT, OLD-HARMLESS CALCULATION
019450***  CAPITAL PERDIEM-AMT, OLD-HARMLESS CALCULATION
019460
019470     IF (D-DRG-POSTACUTE-50-50)
019480        MOVE 10 TO PPS-RTC
019490        COMPUTE H-CAPI-OLD-HARMLESS ROUNDED =
019500        H-CAPI-OLD-HARMLESS * H-DSCHG-FRCTN
019510        ON SIZE ERROR MOVE 0 TO H-CAPI-OLD-HARMLESS.
019520
019530     IF (D-DRG-POSTACUTE-PERDIEM)
019540        MOVE 12 TO PPS-RTC
019550        COMPUTE H-CAPI-OLD-HARMLESS ROUNDED =
019560        H-CAPI-OLD-HARMLESS *  H-TRANSFER-ADJ
019570        ON SIZE ERROR MOVE 0 TO H-CAPI-OLD-HARMLESS.
019580
019590 3560-CHECK-RTN-CODE.
019600
019610     IF (D-DRG-POSTACUTE-50-50)
019620        MOVE 10 TO PPS-RTC.
019630     IF (D-DRG-POSTACUTE-PERDIEM)
019640        MOVE 12 TO PPS-RTC.
019650
019660 3560-EXIT.    EXIT.
019670
019680*----------------------------------------------------------*
019690* 3590-STATEWIDE-CCR - WHEN THE BATCH DRIVER LOADED A      *
019700* STATEWIDE-AVERAGE CCR FILE, THE OUTLIER CALCULATION USES *
019710* THE AVERAGE FOR THE PROVIDER'S STATE AND URBAN/RURAL     *
019720* AREA IN PLACE OF A FILED OPERATING OR CAPITAL RATIO THAT *
019730* IS MISSING (M) OR ABOVE THE NATIONAL CEILING (C), AND IN *
019740* PLACE OF BOTH FOR A NEW HOSPITAL WITHOUT A SETTLED COST  *
019750* REPORT (N).  THE FILED RATIOS AND THE REASONS ARE LEFT   *
019760* IN PPHOLDAR FOR THE CALLER.  WITH NO FILE (SCCR-COUNT =  *
019770* 0) OR NO ROW COVERING THE DISCHARGE DATE THE FILED       *
019780* RATIOS STAND.                                            *
019790*----------------------------------------------------------*
019800 3590-STATEWIDE-CCR.
019810     MOVE H-OPER-CSTCHG-RATIO TO H-OPER-CCR-FILED.
019820     MOVE H-CAPI-CSTCHG-RATIO TO H-CAPI-CCR-FILED.
019830     MOVE SPACES TO H-OPER-CCR-SUBST-IND
019840                    H-CAPI-CCR-SUBST-IND.
019850     IF SCCR-COUNT NOT NUMERIC OR SCCR-COUNT = 0
019860         GO TO 3590-EXIT.
019870     MOVE 0 TO WK-SCCR-OPER-CEIL
019880               WK-SCCR-CAPI-CEIL.
019890     MOVE 'US' TO WK-SCCR-STATE.
019900     MOVE 'N'  TO WK-SCCR-AREA.
019910     PERFORM 3595-FIND-SCCR-ROW THRU 3595-EXIT.
019920     IF SCCR-ROW-WAS-FOUND
019930         MOVE SCCR-OPER-CCR (SCCR-SIDX) TO WK-SCCR-OPER-CEIL
019940         MOVE SCCR-CAPI-CCR (SCCR-SIDX) TO WK-SCCR-CAPI-CEIL.
019950     MOVE P-NEW-STATE-CODE-X TO WK-SCCR-STATE.
019960     IF W-CBSA-SIZE = 'R'
019970         MOVE 'R' TO WK-SCCR-AREA
019980     ELSE
019990         MOVE 'U' TO WK-SCCR-AREA.
020000     PERFORM 3595-FIND-SCCR-ROW THRU 3595-EXIT.
020010     IF NOT SCCR-ROW-WAS-FOUND
020020         GO TO 3590-EXIT.
020030
020040     IF P-NEW-CAPI-NEW-HOSP = 'Y'
020050         MOVE 'N' TO H-OPER-CCR-SUBST-IND
020060                     H-CAPI-CCR-SUBST-IND.
020070
020080     IF H-OPER-CCR-SUBST-IND = SPACE
020090        AND H-OPER-CSTCHG-RATIO = 0
020100         MOVE 'M' TO H-OPER-CCR-SUBST-IND.
020110     IF H-OPER-CCR-SUBST-IND = SPACE
020120        AND WK-SCCR-OPER-CEIL > 0
020130        AND H-OPER-CSTCHG-RATIO > WK-SCCR-OPER-CEIL
020140         MOVE 'C' TO H-OPER-CCR-SUBST-IND.
020150
020160     IF H-CAPI-CCR-SUBST-IND = SPACE
020170        AND H-CAPI-CSTCHG-RATIO = 0
020180         MOVE 'M' TO H-CAPI-CCR-SUBST-IND.
020190     IF H-CAPI-CCR-SUBST-IND = SPACE
020200        AND WK-SCCR-CAPI-CEIL > 0
020210        AND H-CAPI-CSTCHG-RATIO > WK-SCCR-CAPI-CEIL
020220         MOVE 'C' TO H-CAPI-CCR-SUBST-IND.
020230
020240     IF H-OPER-CCR-SUBST-IND NOT = SPACE
020250         MOVE SCCR-OPER-CCR (SCCR-SIDX) TO H-OPER-CSTCHG-RATIO.
020260     IF H-CAPI-CCR-SUBST-IND NOT = SPACE
020270         MOVE SCCR-CAPI-CCR (SCCR-SIDX) TO H-CAPI-CSTCHG-RATIO.
020280
020290 3590-EXIT.   EXIT.
020300
020310 3595-FIND-SCCR-ROW.
020320     MOVE 'N' TO WK-SCCR-FOUND-SW.
020330     SET SCCR-SIDX TO 1.
020340     SEARCH SCCR-ENTRY VARYING SCCR-SIDX
020350         AT END
020360             CONTINUE
020370         WHEN SCCR-STATE (SCCR-SIDX) = WK-SCCR-STATE
020380             AND SCCR-AREA (SCCR-SIDX) = WK-SCCR-AREA
020390             AND B-DISCHARGE-DATE NOT <
020400                 SCCR-EFF-DATE (SCCR-SIDX)
020410             AND B-DISCHARGE-DATE NOT >
020420                 SCCR-END-DATE (SCCR-SIDX)
020430             SET SCCR-ROW-WAS-FOUND TO TRUE
020440     END-SEARCH.
020450
020460 3595-EXIT.   EXIT.
020470***********************************************************
020480 3600-CALC-OUTLIER.
020490***********************************************************
020500*---------------------------------------------------------*
020510* (YEARCHANGE 2016.0)
020520* COST OUTLIER OPERATING AND CAPITAL CALCULATION
020530*---------------------------------------------------------*
020540
020550     PERFORM 3590-STATEWIDE-CCR THRU 3590-EXIT.
020560     IF OUTLIER-RECON-FLAG = 'Y'
020570        COMPUTE H-OPER-CSTCHG-RATIO ROUNDED =
020580               (H-OPER-CSTCHG-RATIO + .2).
020590
020600     IF H-CAPI-CSTCHG-RATIO > 0 OR
020610        H-OPER-CSTCHG-RATIO > 0
020620        COMPUTE H-OPER-SHARE-DOLL-THRESHOLD ROUNDED =
020630                H-OPER-CSTCHG-RATIO /
020640               (H-OPER-CSTCHG-RATIO + H-CAPI-CSTCHG-RATIO)
020650        COMPUTE H-CAPI-SHARE-DOLL-THRESHOLD ROUNDED =
020660                H-CAPI-CSTCHG-RATIO /
020670               (H-OPER-CSTCHG-RATIO + H-CAPI-CSTCHG-RATIO)
020680     ELSE
020690        MOVE 0 TO H-OPER-SHARE-DOLL-THRESHOLD
020700                  H-CAPI-SHARE-DOLL-THRESHOLD.
020710
020720*-----------------------------*
020730* (YEARCHANGE 2020.0)         *
020740* OUTLIER THRESHOLD AMOUNTS   *
020750*-----------------------------*
020760
020770     MOVE 29064.00 TO H-CST-THRESH.
020780
020790     IF (B-REVIEW-CODE = '03') AND
020800         H-PERDIEM-DAYS < H-ALOS
020810        COMPUTE H-CST-THRESH ROUNDED =
020820                      (H-CST-THRESH * H-TRANSFER-ADJ)
020830                ON SIZE ERROR MOVE 0 TO H-CST-THRESH.
020840
020850     IF ((B-REVIEW-CODE = '09') AND
020860         (H-PERDIEM-DAYS < H-ALOS))
020870         IF (D-DRG-POSTACUTE-PERDIEM)
020880            COMPUTE H-CST-THRESH ROUNDED =
020890                      (H-CST-THRESH * H-TRANSFER-ADJ)
020900                ON SIZE ERROR MOVE 0 TO H-CST-THRESH.
020910
020920     IF ((B-REVIEW-CODE = '09') AND
020930         (H-PERDIEM-DAYS < H-ALOS))
020940         IF (D-DRG-POSTACUTE-50-50)
020950           COMPUTE H-CST-THRESH ROUNDED =
020960          H-CST-THRESH * H-DSCHG-FRCTN
020970                ON SIZE ERROR MOVE 0 TO H-CST-THRESH.
020980
020990     COMPUTE H-OPER-DOLLAR-THRESHOLD ROUNDED =
021000        ((H-CST-THRESH * H-LABOR-PCT * H-WAGE-INDEX) +
021010         (H-CST-THRESH * H-NONLABOR-PCT * H-OPER-COLA)) *
021020          H-OPER-SHARE-DOLL-THRESHOLD.
021030
021040***********************************************************
021050
021060     COMPUTE H-CAPI-DOLLAR-THRESHOLD ROUNDED =
021070          H-CST-THRESH * H-CAPI-GAF * H-CAPI-LARG-URBAN *
021080          H-CAPI-SHARE-DOLL-THRESHOLD * H-CAPI-COLA.
021090
021100***********************************************************
021110******NOW INCLUDES UNCOMPENSATED CARE**********************
021120
021130     COMPUTE H-OPER-COST-OUTLIER ROUNDED =
021140         ((H-OPER-FSP-PART * (1 + H-OPER-IME-TEACH))
021150                       +
021160           ((H-OPER-FSP-PART * H-OPER-DSH) * .25))
021170                       +
021180             H-OPER-DOLLAR-THRESHOLD
021190                       +
021200                WK-UNCOMP-CARE-AMOUNT
021210                       +
021220                 H-NEW-TECH-PAY-ADD-ON.
021230
021240     COMPUTE H-CAPI-COST-OUTLIER ROUNDED =
021250      (H-CAPI-FSP-PART * (1 + H-WK-CAPI-IME-TEACH + H-CAPI-DSH))
021260                       +
021270             H-CAPI-DOLLAR-THRESHOLD.
021280
021290     IF (P-NEW-CAPI-NEW-HOSP = 'Y')
021300         MOVE 0 TO H-CAPI-COST-OUTLIER.
021310
021320
021330***********************************************************
021340***  OPERATING COST CALCULATION
021350
021360*----------------------------------------------------------------*
021370* WHEN THE BATCH INTAKE MATCHED REVENUE-CENTER DETAIL TO THIS
021380* BILL, THE ACCOMMODATION + ANCILLARY DETAIL CHARGES GOVERN
021390* THE COVERED-CHARGE BASE; OTHERWISE THE LUMP CHARGES DO.
021400*----------------------------------------------------------------*
021410     IF (B-ACCOM-CHARGES + B-ANCIL-CHARGES) > 0
021420         COMPUTE H-OPER-BILL-COSTS ROUNDED =
021430             (B-ACCOM-CHARGES + B-ANCIL-CHARGES)
021440              * H-OPER-CSTCHG-RATIO
021450         ON SIZE ERROR MOVE 0 TO H-OPER-BILL-COSTS
021460     ELSE
021470     COMPUTE H-OPER-BILL-COSTS ROUNDED =
021480         B-CHARGES-CLAIMED * H-OPER-CSTCHG-RATIO
021490         ON SIZE ERROR MOVE 0 TO H-OPER-BILL-COSTS
021500     END-IF.
021510
021520
021530     IF  H-OPER-BILL-COSTS > H-OPER-COST-OUTLIER
021540         COMPUTE H-OPER-OUTCST-PART ROUNDED =
021550         H-CSTOUT-PCT * (H-OPER-BILL-COSTS -
021560                         H-OPER-COST-OUTLIER).
021570
021580     IF PAY-WITHOUT-COST OR
021590        PAY-XFER-NO-COST OR
021600        PAY-XFER-SPEC-DRG-NO-COST
021610         MOVE 0 TO H-OPER-OUTCST-PART.
021620
021630***********************************************************
021640***  CAPITAL COST CALCULATION
021650
021660     IF (B-ACCOM-CHARGES + B-ANCIL-CHARGES) > 0
021670         COMPUTE H-CAPI-BILL-COSTS ROUNDED =
021680             (B-ACCOM-CHARGES + B-ANCIL-CHARGES)
021690              * H-CAPI-CSTCHG-RATIO
021700         ON SIZE ERROR MOVE 0 TO H-CAPI-BILL-COSTS
021710     ELSE
021720     COMPUTE H-CAPI-BILL-COSTS ROUNDED =
021730             B-CHARGES-CLAIMED * H-CAPI-CSTCHG-RATIO
021740         ON SIZE ERROR MOVE 0 TO H-CAPI-BILL-COSTS
021750     END-IF.
021760
021770     IF  H-CAPI-BILL-COSTS > H-CAPI-COST-OUTLIER
021780         COMPUTE H-CAPI-OUTCST-PART ROUNDED =
021790         H-CSTOUT-PCT * (H-CAPI-BILL-COSTS -
021800                         H-CAPI-COST-OUTLIER).
021810
021820***********************************************************
021830***  'A' NOT VALID FY 2015 ON
021840
021850*    IF P-NEW-CAPI-PPS-PAY-CODE = 'A'
021860*      COMPUTE H-CAPI-OUTCST-PART ROUNDED =
021870*             (H-CAPI-OUTCST-PART * P-NEW-CAPI-NEW-HARM-RATIO).
021880
021890     IF P-NEW-CAPI-PPS-PAY-CODE = 'C'
021900        COMPUTE H-CAPI-OUTCST-PART ROUNDED =
021910               (H-CAPI-OUTCST-PART * H-CAPI-PAYCDE-PCT1).
021920
021930     IF (H-CAPI-BILL-COSTS   + H-OPER-BILL-COSTS) <
021940        (H-CAPI-COST-OUTLIER + H-OPER-COST-OUTLIER)
021950        MOVE 0 TO H-CAPI-OUTCST-PART
021960                  H-OPER-OUTCST-PART.
021970
021980     IF PAY-WITHOUT-COST OR
021990        PAY-XFER-NO-COST OR
022000        PAY-XFER-SPEC-DRG-NO-COST
022010         MOVE 0 TO H-CAPI-OUTCST-PART.
022020
022030***********************************************************
022040***  DETERMINES THE BILL TO BE COST  OUTLIER
022050
022060     IF (P-NEW-CAPI-NEW-HOSP = 'Y')
022070         MOVE 0 TO H-CAPI-OUTDAY-PART
022080                   H-CAPI-OUTCST-PART.
022090
022100     IF (H-OPER-OUTCST-PART + H-CAPI-OUTCST-PART) > 0
022110                 MOVE H-OPER-OUTCST-PART TO
022120                      H-OPER-OUTLIER-PART
022130                 MOVE H-CAPI-OUTCST-PART TO
022140                      H-CAPI-OUTLIER-PART
022150                 MOVE 02 TO PPS-RTC.
022160
022170     IF OUTLIER-RECON-FLAG = 'Y'
022180        IF (H-OPER-OUTCST-PART + H-CAPI-OUTCST-PART) > 0
022190           COMPUTE HLD-PPS-RTC = HLD-PPS-RTC + 30
022200           GO TO 3600-EXIT
022210        ELSE
022220           GO TO 3600-EXIT
022230     ELSE
022240        NEXT SENTENCE.
022250
022260
022270***********************************************************
022280***  DETERMINES IF COST OUTLIER
022290***  RECOMPUTES DOLLAR THRESHOLD TO BE SENT BACK WITH
022300***         RETURN CODE OF 02
022310
022320     MOVE 0 TO H-OPER-CHARGE-THRESHOLD.
022330
022340     IF PPS-RTC = 02
022350       IF H-CAPI-CSTCHG-RATIO > 0 OR
022360          H-OPER-CSTCHG-RATIO > 0
022370             COMPUTE H-OPER-CHARGE-THRESHOLD ROUNDED =
022380                     (H-CAPI-COST-OUTLIER  +
022390                      H-OPER-COST-OUTLIER)
022400                             /
022410                    (H-CAPI-CSTCHG-RATIO  +
022420                     H-OPER-CSTCHG-RATIO)
022430             ON SIZE ERROR MOVE 0 TO H-OPER-CHARGE-THRESHOLD
022440       ELSE MOVE 0 TO H-OPER-CHARGE-THRESHOLD.
022450
022460***********************************************************
022470***  DETERMINES IF COST OUTLIER WITH LOS IS > COVERED  DAYS
022480***         RETURN CODE OF 67
022490
022500     IF PPS-RTC = 02
022510         IF ((H-REG-DAYS + H-LTR-DAYS) < B-LOS) OR
022520            PPS-PC-COT-FLAG = 'Y'
022530             MOVE 67 TO PPS-RTC.
022540***********************************************************
022550
022560***********************************************************
022570***  DETERMINES THE OUTLIER AMOUNT THAT WOULD BE PAID IF
022580***  THE PROVIDER WAS TYPE B-HOLD-HARMLESS 100% FED RATE
022590***********************************************************
022600*
022610***********************************************************
022620***  'A' NOT VALID FY 2015 ON
022630*
022640*    IF P-NEW-CAPI-PPS-PAY-CODE = 'A'
022650*       COMPUTE H-CAPI2-B-OUTLIER-PART ROUNDED =
022660*               H-CAPI-OUTLIER-PART / P-NEW-CAPI-NEW-HARM-RATIO
022670*        ON SIZE ERROR MOVE 0 TO H-CAPI2-B-OUTLIER-PART.
022680
022690     IF P-NEW-CAPI-PPS-PAY-CODE = 'B'
022700        COMPUTE H-CAPI2-B-OUTLIER-PART ROUNDED =
022710                H-CAPI-OUTLIER-PART.
022720
022730     IF P-NEW-CAPI-PPS-PAY-CODE = 'C' AND
022740        H-CAPI-PAYCDE-PCT1 > 0
022750        COMPUTE H-CAPI2-B-OUTLIER-PART ROUNDED =
022760                H-CAPI-OUTLIER-PART / H-CAPI-PAYCDE-PCT1
022770         ON SIZE ERROR MOVE 0 TO H-CAPI2-B-OUTLIER-PART
022780     ELSE MOVE 0 TO H-CAPI2-B-OUTLIER-PART.
022790
022800 3600-EXIT.   EXIT.
022810
022820***************************************************************
022830 3650-NEW-COVID19-ADD-ON-PAY.
022840***************************************************************
022850* NEW COVID-19 TREATMENTS ADD-ON PAYMENT (NCTAP)
022860*----------------------------------------------------------------*
022870
022880     MOVE 'N' TO NCTAP-ADD-ON-FLAG.
022890     MOVE 1 TO IDX-COVID-DIAG.
022900     MOVE 1 TO IDX-COVID-PROC.
022910     MOVE 1 TO IDX-COVID-COND.
022920     MOVE ZEROES TO NCTAP-ADD-ON.
022930
022940     PERFORM 10000-COVID19-DIAG-FLAG THRU 10000-EXIT
022950     VARYING IDX-COVID-DIAG FROM 1 BY 1 UNTIL IDX-COVID-DIAG > 25.
022960
022970     PERFORM 10050-COVID19-PROC-FLAG THRU 10050-EXIT
022980     VARYING IDX-COVID-PROC FROM 1 BY 1 UNTIL IDX-COVID-PROC > 25.
022990
023000     PERFORM 10100-COVID19-COND-FLAG THRU 10100-EXIT
023010     VARYING IDX-COVID-COND FROM 1 BY 1 UNTIL IDX-COVID-COND > 5.
023020
023030     IF B-DISCHARGE-DATE > 20201101 AND
023040        B-DISCHARGE-DATE < 20201119
023050        IF DIAG-COVID2-FLAG = 'Y' AND
023060           PROC-COVID1-FLAG = 'Y' AND
023070           COND-COVID1-FLAG NOT = 'Y'
023080              MOVE 'Y' TO NCTAP-ADD-ON-FLAG.
023090
023100     IF B-DISCHARGE-DATE > 20201118 AND
023110        B-DISCHARGE-DATE < 20210101
023120        IF DIAG-COVID2-FLAG = 'Y' AND
023130           (PROC-COVID1-FLAG = 'Y' OR
023140            PROC-COVID2-FLAG = 'Y') AND
023150           COND-COVID1-FLAG NOT = 'Y'
023160              MOVE 'Y' TO NCTAP-ADD-ON-FLAG.
023170
023180     IF B-DISCHARGE-DATE > 20201231
023190        IF DIAG-COVID2-FLAG = 'Y' AND
023200           (PROC-COVID1-FLAG = 'Y' OR
023210            PROC-COVID3-FLAG = 'Y') AND
023220           COND-COVID1-FLAG NOT = 'Y'
023230              MOVE 'Y' TO NCTAP-ADD-ON-FLAG.
023240
023250     IF NCTAP-ADD-ON-FLAG = 'Y'
023260        PERFORM 10400-NCTAP-ADD-ON THRU 10400-EXIT.
023270
023280     COMPUTE H-OPER-BASE-DRG-PAY ROUNDED =
023290             H-OPER-BASE-DRG-PAY + NCTAP-ADD-ON.
023300
023310     COMPUTE H-NEW-TECH-PAY-ADD-ON ROUNDED =
023320             H-NEW-TECH-PAY-ADD-ON + NCTAP-ADD-ON.
023330
023340 3650-EXIT.   EXIT.
023350
023360***********************************************************
023370 3450-CALC-ADDITIONAL-HSP.
023380***********************************************************
023390*---------------------------------------------------------*
023400* OBRA 89 CALCULATE ADDITIONAL HSP PAYMENT FOR SOLE COMMUNITY
023410* AND ESSENTIAL ACCESS COMMUNITY HOSPITALS (EACH)
023420* NOW REIMBURSED WITH 100% NATIONAL FEDERAL RATES
023430*---------------------------------------------------------*
023440***  GET THE RBN UPDATING FACTOR
023450
023460*****YEARCHANGE 2019.0 ****************************************
023470     MOVE 0.997190 TO H-BUDG-NUTR190.
023480
023490*****YEARCHANGE 2020.0 ****************************************
023500     MOVE 0.996859 TO H-BUDG-NUTR200.
023510
023520*****YEARCHANGE 2021.1 ****************************************
023530     MOVE 0.997975 TO H-BUDG-NUTR210.
023540
023550
023560***  GET THE MARKET BASKET UPDATE FACTOR
023570*****YEARCHANGE 2019.0 ****************************************
023580        MOVE 1.01350 TO H-UPDATE-190.
023590
023600*****YEARCHANGE 2020.0 ****************************************
023610        MOVE 1.02600 TO H-UPDATE-200.
023620
023630*****YEARCHANGE 2021.0 ****************************************
023640        MOVE 1.02400 TO H-UPDATE-210.
023650
023660*** APPLY APPROPRIATE MARKET BASKET UPDATE FACTOR PER PSF FLAGS
023670*****YEARCHANGE 2021.0 ****************************************
023680     IF P-NEW-CBSA-HOSP-QUAL-IND = '1' AND
023690        P-EHR-REDUC-IND = ' '
023700        MOVE 1.02400 TO H-UPDATE-210.
023710
023720*****YEARCHANGE 2021.0 ****************************************
023730     IF P-NEW-CBSA-HOSP-QUAL-IND = '1' AND
023740        P-EHR-REDUC-IND = 'Y'
023750        MOVE 1.00600 TO H-UPDATE-210.
023760
023770*****YEARCHANGE 2021.0 ****************************************
023780     IF P-NEW-CBSA-HOSP-QUAL-IND NOT = '1' AND
023790        P-EHR-REDUC-IND = ' '
023800        MOVE 1.01800 TO H-UPDATE-210.
023810
023820*****YEARCHANGE 2021.0 ****************************************
023830     IF P-NEW-CBSA-HOSP-QUAL-IND NOT = '1' AND
023840        P-EHR-REDUC-IND = 'Y'
023850        MOVE 1.00000 TO H-UPDATE-210.
023860
023870********YEARCHANGE 2020.0 *************************************
023880
023890     COMPUTE H-UPDATE-FACTOR ROUNDED =
023900                       (H-UPDATE-190 *
023910                        H-UPDATE-200 *
023920                        H-UPDATE-210 *
023930                        H-BUDG-NUTR190 *
023940                        H-BUDG-NUTR200 *
023950                        H-BUDG-NUTR210 *
023960                        HLD-MID-ADJ-FACT).
023970
023980     COMPUTE H-HSP-RATE ROUNDED =
023990         H-FAC-SPEC-RATE * H-UPDATE-FACTOR * H-DRG-WT * COVID-ADJ
024000         * NO-COST-PRODUCT.
024010
024020***************************************************************
024030*
024040*    IF P-NEW-CBSA-HOSP-QUAL-IND = '1'
024050*       COMPUTE H-HSP-RATE ROUNDED =
024060*        (H-FAC-SPEC-RATE * 1) * H-UPDATE-FACTOR
024070*    ELSE
024080*       COMPUTE H-HSP-RATE ROUNDED =
024090*        ((H-FAC-SPEC-RATE / 1.036) * 1.016) * H-UPDATE-FACTOR.
024100*
024110***************************************************************
024120********YEARCHANGE 2011.0 *************************************
024130***     OUTLIER OFFSETS NO LONGER USED IN HSP COMPARISON
024140***     WE NOW USE THE ACTUAL OPERATING OUTLIER PAYMEMT
024150***     IN THE HSP COMPARRISON
024160
024170********YEARCHANGE 2014.0 *XXXXXX******************************
024180*      THE HSP BUCKET FOR SCH                      ************
024190*      ADDED UNCOMPENSATED CARE TO COMPARRISON FOR 2014 *******
024200***************************************************************
024210
024220     COMPUTE H-FSP-RATE ROUNDED =
024230        ((H-NAT-PCT * (H-NAT-LABOR * H-WAGE-INDEX +
024240         H-NAT-NONLABOR * H-OPER-COLA)) * H-DRG-WT-FRCTN *
024250         HLD-MID-ADJ-FACT * COVID-ADJ * NO-COST-PRODUCT) *
024260             (1 + H-OPER-IME-TEACH + (H-OPER-DSH * .25))
024270                               +
024280                         H-OPER-OUTLIER-PART
024290                   ON SIZE ERROR MOVE 0 TO H-FSP-RATE.
024300
024310****************************************************************
024320****         INCLUDE UNCOMPENSATED CARE PER CLAIM IN HSP
024330*****        CHOICE
024340
024350     IF  H-HSP-RATE > (H-FSP-RATE + WK-UNCOMP-CARE-AMOUNT)
024360           COMPUTE H-OPER-HSP-PART ROUNDED =
024370             (H-HSP-RATE - (H-FSP-RATE + WK-UNCOMP-CARE-AMOUNT))
024380                   ON SIZE ERROR MOVE 0 TO H-OPER-HSP-PART
024390     ELSE
024400         MOVE 0 TO H-OPER-HSP-PART.
024410
024420***************************************************************
024430***  YEARCHANGE TURNING MDH BACK ON ***************************
024440***************************************************************
024450***  GET THE MDH REBASE
024460
024470     IF  H-HSP-RATE > (H-FSP-RATE + WK-UNCOMP-CARE-AMOUNT)
024480         IF P-NEW-PROVIDER-TYPE = '14' OR '15'
024490           COMPUTE H-OPER-HSP-PART ROUNDED =
024500         (H-HSP-RATE - (H-FSP-RATE + WK-UNCOMP-CARE-AMOUNT)) * .75
024510                   ON SIZE ERROR MOVE 0 TO H-OPER-HSP-PART.
024520
024530***************************************************************
024540***  TRANSITIONAL PAYMENT FOR FORMER MDHS                     *
024550***************************************************************
024560
024570***  HSP PAYMENT FOR CLAIMS BETWEEN 10/01/2016 - 09/30/2017
024580
024590*    IF  B-FORMER-MDH-PROVIDERS       AND
024600*       (B-DISCHARGE-DATE > 20160930  AND
024610*        B-DISCHARGE-DATE < 20171001)
024620*      IF  H-HSP-RATE > (H-FSP-RATE + WK-UNCOMP-CARE-AMOUNT)
024630*        COMPUTE H-OPER-HSP-PART ROUNDED =
024640*          ((H-HSP-RATE - (H-FSP-RATE +
024650*              WK-UNCOMP-CARE-AMOUNT))* 0.75)*(1 / 3)
024660*            ON SIZE ERROR MOVE 0 TO H-OPER-HSP-PART
024670*      END-IF
024680*    END-IF.
024690
024700 3450-EXIT.   EXIT.
024710
024720***********************************************************
024730 3800-CALC-TOT-AMT.
024740***********************************************************
024750***  CALCULATE TOTALS FOR CAPITAL
024760
024770     MOVE P-NEW-CAPI-PPS-PAY-CODE  TO H-CAPI2-PAY-CODE.
024780
024790***********************************************************
024800***  'A' NOT VALID FY 2015 ON
024810*
024820*    IF P-NEW-CAPI-PPS-PAY-CODE = 'A'
024830*       MOVE P-NEW-CAPI-NEW-HARM-RATIO TO H-CAPI-FSP-PCT
024840*       MOVE 0.00 TO H-CAPI-HSP-PCT.
024850
024860     IF P-NEW-CAPI-PPS-PAY-CODE = 'B'
024870        MOVE 0    TO H-CAPI-OLD-HARMLESS
024880        MOVE 1.00 TO H-CAPI-FSP-PCT
024890        MOVE 0.00 TO H-CAPI-HSP-PCT.
024900
024910     IF P-NEW-CAPI-PPS-PAY-CODE = 'C'
024920        MOVE 0    TO H-CAPI-OLD-HARMLESS
024930        MOVE H-CAPI-PAYCDE-PCT1 TO H-CAPI-FSP-PCT
024940        MOVE H-CAPI-PAYCDE-PCT2 TO H-CAPI-HSP-PCT.
024950
024960     COMPUTE H-CAPI-HSP ROUNDED =
024970         H-CAPI-HSP-PCT * H-CAPI-HSP-PART.
024980
024990     COMPUTE H-CAPI-FSP ROUNDED =
025000         H-CAPI-FSP-PCT * H-CAPI-FSP-PART.
025010
025020     MOVE P-NEW-CAPI-EXCEPTIONS TO H-CAPI-EXCEPTIONS.
025030
025040     MOVE H-CAPI-OLD-HARMLESS TO H-CAPI-OLD-HARM.
025050
025060     COMPUTE H-CAPI-DSH-ADJ ROUNDED =
025070             H-CAPI-FSP
025080              * H-CAPI-DSH.
025090
025100     COMPUTE H-CAPI-IME-ADJ ROUNDED =
025110          H-CAPI-FSP *
025120                 H-WK-CAPI-IME-TEACH.
025130
025140     COMPUTE H-CAPI-OUTLIER ROUNDED =
025150             1.00 * H-CAPI-OUTLIER-PART.
025160
025170     COMPUTE H-CAPI2-B-FSP ROUNDED =
025180             1.00 * H-CAPI2-B-FSP-PART.
025190
025200     COMPUTE H-CAPI2-B-OUTLIER ROUNDED =
025210             1.00 * H-CAPI2-B-OUTLIER-PART.
025220***********************************************************
025230***  IF CAPITAL IS NOT IN EFFECT FOR GIVEN PROVIDER
025240***        THIS ZEROES OUT ALL CAPITAL DATA
025250
025260     IF (P-NEW-CAPI-NEW-HOSP = 'Y')
025270        MOVE ALL '0' TO HOLD-CAPITAL-VARIABLES.
025280***********************************************************
025290
025300***********************************************************
025310***  CALCULATE FINAL TOTALS FOR OPERATING
025320
025330     IF (H-CAPI-OUTLIER > 0 AND
025340         PPS-OPER-OUTLIER-PART = 0)
025350            COMPUTE PPS-OPER-OUTLIER-PART =
025360                    PPS-OPER-OUTLIER-PART + .01.
025370
025380***********************************************************
025390*LOW VOLUME CALCULATIONS
025400***********************************************************
025410*---------------------------------------------------------*
025420* (YEARCHANGE 2016.0)
025430* LOW VOLUME PAYMENT ADD-ON PERCENT
025440*---------------------------------------------------------*
025450
025460     MOVE ZERO TO PPS-OPER-DSH-ADJ.
025470************************************************
025480* FOR FY 2014 WE APPLY AN ADJUSTMENT OF 0.25 TO CALCULATE
025490* EMPERICAL DSH
025500************************************************
025510     IF  H-OPER-DSH NUMERIC
025520         COMPUTE PPS-OPER-DSH-ADJ ROUNDED =
025530                     (PPS-OPER-FSP-PART  * H-OPER-DSH) * .25.
025540
025550     COMPUTE PPS-OPER-IME-ADJ ROUNDED =
025560                         PPS-OPER-FSP-PART * H-OPER-IME-TEACH.
025570
025580     COMPUTE PPS-OPER-FSP-PART ROUNDED =
025590                           H-OPER-FSP-PART * H-OPER-FSP-PCT.
025600
025610     COMPUTE PPS-OPER-HSP-PART ROUNDED =
025620                           H-OPER-HSP-PART * H-OPER-HSP-PCT.
025630
025640     COMPUTE PPS-OPER-OUTLIER-PART ROUNDED =
025650                         H-OPER-OUTLIER-PART * H-OPER-FSP-PCT.
025660
025670     COMPUTE PPS-NEW-TECH-PAY-ADD-ON ROUNDED =
025680                                H-NEW-TECH-PAY-ADD-ON.
025690
025700     COMPUTE PPS-ISLET-ISOL-PAY-ADD-ON ROUNDED =
025710                                H-NEW-TECH-ADDON-ISLET.
025720
025730     IF P-NEW-TEMP-RELIEF-IND = 'Y'
025740        AND P-LV-ADJ-FACTOR > 0.00
025750        AND P-LV-ADJ-FACTOR <= 0.25
025760     COMPUTE WK-LOW-VOL-ADDON ROUNDED =
025770       (PPS-OPER-HSP-PART +
025780        PPS-OPER-FSP-PART +
025790        PPS-OPER-IME-ADJ +
025800        PPS-OPER-DSH-ADJ +
025810        PPS-OPER-OUTLIER-PART +
025820        H-CAPI-FSP +
025830        H-CAPI-IME-ADJ +
025840        H-CAPI-DSH-ADJ +
025850        H-CAPI-OUTLIER +
025860        WK-UNCOMP-CARE-AMOUNT +
025870        PPS-NEW-TECH-PAY-ADD-ON) * P-LV-ADJ-FACTOR
025880     ELSE
025890     COMPUTE WK-LOW-VOL-ADDON ROUNDED = 0.
025900
025910     COMPUTE H-LOW-VOL-PAYMENT ROUNDED = WK-LOW-VOL-ADDON.
025920     IF HMO-TAG  = 'Y'
025930        PERFORM 3850-HMO-IME-ADJ.
025940
025950***********************************************************
025960***  CALCULATE FINAL TOTALS FOR CAPITAL AND OPERATING
025970
025980     COMPUTE H-CAPI-TOTAL-PAY ROUNDED =
025990             H-CAPI-FSP + H-CAPI-IME-ADJ +
026000             H-CAPI-DSH-ADJ + H-CAPI-OUTLIER.
026010
026020         PERFORM 9000-CALC-EHR-SAVING   THRU 9000-EXIT.
026030         PERFORM 9010-CALC-STANDARD-CHG THRU 9010-EXIT.
026040
026050***********************************************************
026060* HOSPITAL ACQUIRED CONDITION (HAC) PENALTY & REDUCTION FACTOR
026070***********************************************************
026080*---------------------------------------------------------*
026090* (YEARCHANGE 2016.0)
026100* HOSPITAL ACQUIRED CONDITION (HAC) REDUCTION FACTOR
026110*   + FOR FY 2015 AN ADJUSTMENT OF 0.01 TO CALCULATE
026120*     HOSPITAL ACQUIRED CONDITION (HAC) PENALTY
026130*   + BASED ON INDICATOR FROM THE PPS FILE
026140*   + NOT VALID IN PUERTO RICO
026150*   + TOTAL PAYMENT NOW INCLUDES UNCOMPENSATED CARE AMOUNT
026160*---------------------------------------------------------*
026170
026180     COMPUTE WK-HAC-TOTAL-PAYMENT ROUNDED =
026190        PPS-OPER-HSP-PART +
026200        PPS-OPER-FSP-PART +
026210        PPS-OPER-IME-ADJ +
026220        PPS-OPER-DSH-ADJ +
026230        PPS-OPER-OUTLIER-PART +
026240        H-CAPI-TOTAL-PAY +
026250        WK-UNCOMP-CARE-AMOUNT +
026260        PPS-NEW-TECH-PAY-ADD-ON +
026270        WK-LOW-VOL-ADDON +
026280        H-READMIS-ADJUST-AMT +
026290        H-VAL-BASED-PURCH-ADJUST-AMT.
026300
026310     MOVE ZERO TO WK-HAC-AMOUNT.
026320
026330     IF P-PR-NEW-STATE AND
026340        P-HAC-REDUC-IND = 'Y'
026350           MOVE 53 TO PPS-RTC
026360           GO TO 3800-EXIT.
026370
026380     IF  P-HAC-REDUC-IND = 'Y'
026390         COMPUTE   WK-HAC-AMOUNT     ROUNDED =
026400                   WK-HAC-TOTAL-PAYMENT * -0.01
026410     ELSE
026420         COMPUTE   WK-HAC-AMOUNT     ROUNDED = 0.
026430
026440***********************************************************
026450***  TOTAL PAYMENT NOW INCLUDES HAC PENALTY AMOUNT
026460************************************************
026470     COMPUTE   PPS-TOTAL-PAYMENT ROUNDED =
026480                 WK-HAC-TOTAL-PAYMENT
026490                           +
026500                 H-WK-PASS-AMT-PLUS-MISC
026510                           +
026520                 H-BUNDLE-ADJUST-AMT
026530                           +
026540                 WK-HAC-AMOUNT
026550                           +
026560                 H-NEW-TECH-ADDON-ISLET
026570                           +
026580                 H-NDC-ADDON-AMT.
026590
026600     MOVE     P-VAL-BASED-PURCH-PARTIPNT TO
026610              H-VAL-BASED-PURCH-PARTIPNT.
026620
026630     MOVE     P-VAL-BASED-PURCH-ADJUST   TO
026640              H-VAL-BASED-PURCH-ADJUST.
026650
026660     MOVE     P-HOSP-READMISSION-REDU    TO
026670              H-HOSP-READMISSION-REDU.
026680
026690     MOVE     P-HOSP-HRR-ADJUSTMT        TO
026700              H-HOSP-HRR-ADJUSTMT.
026710
026720 3800-EXIT.   EXIT.
026730
026740 3850-HMO-IME-ADJ.
026750***********************************************************
026760***  HMO CALC FOR PASS-THRU ADDON
026770
026780     COMPUTE H-WK-PASS-AMT-PLUS-MISC ROUNDED =
026790          (P-NEW-PASS-AMT-PLUS-MISC -
026800          (P-NEW-PASS-AMT-ORGAN-ACQ +
026810           P-NEW-PASS-AMT-DIR-MED-ED)) * B-LOS.
026820
026830***********************************************************
026840***  HMO IME ADJUSTMENT --- NO LONGER PAID AS OF 10/01/2002
026850
026860     COMPUTE PPS-OPER-IME-ADJ ROUNDED =
026870                   PPS-OPER-IME-ADJ * .0.
026880
026890***********************************************************
026900
026910
026920 3900A-CALC-OPER-DSH.
026930
026940***  OPERATING DSH CALCULATION
026950
026960      MOVE 0.0000 TO H-OPER-DSH.
026970
026980      COMPUTE H-WK-OPER-DSH ROUNDED  = (P-NEW-SSI-RATIO
026990                                     + P-NEW-MEDICAID-RATIO).
027000
027010***********************************************************
027020**1**    0-99 BEDS
027030***  NOT TO EXCEED 12%
027040
027050      IF (W-CBSA-SIZE = 'O' OR 'L') AND P-NEW-BED-SIZE < 100
027060                               AND H-WK-OPER-DSH > .1499
027070                               AND H-WK-OPER-DSH < .2020
027080        COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .15)
027090                                      * .65 + .025
027100        IF H-OPER-DSH > .1200  MOVE .1200 TO H-OPER-DSH.
027110
027120      IF (W-CBSA-SIZE = 'O' OR 'L') AND P-NEW-BED-SIZE < 100
027130                               AND H-WK-OPER-DSH > .2019
027140        COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .202)
027150                                      * .825 + .0588
027160        IF H-OPER-DSH > .1200  MOVE .1200 TO H-OPER-DSH.
027170
027180***********************************************************
027190**2**   100 + BEDS
027200***  NO CAP >> CAN EXCEED 12%
027210
027220      IF (W-CBSA-SIZE = 'O' OR 'L') AND P-NEW-BED-SIZE > 99
027230                               AND H-WK-OPER-DSH > .1499
027240                               AND H-WK-OPER-DSH < .2020
027250        COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .15)
027260                                      * .65 + .025.
027270
027280      IF (W-CBSA-SIZE = 'O' OR 'L') AND P-NEW-BED-SIZE > 99
027290                               AND H-WK-OPER-DSH > .2019
027300        COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .202)
027310                                      * .825 + .0588.
027320
027330***********************************************************
027340**3**   OTHER RURAL HOSPITALS LESS THEN 500 BEDS
027350***  NOT TO EXCEED 12%
027360
027370      IF W-CBSA-SIZE = 'R'     AND P-NEW-BED-SIZE < 500
027380                               AND H-WK-OPER-DSH > .1499
027390                               AND H-WK-OPER-DSH < .2020
027400        COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .15)
027410                                 * .65 + .025
027420        IF H-OPER-DSH > .1200
027430              MOVE .1200 TO H-OPER-DSH.
027440
027450      IF W-CBSA-SIZE = 'R'     AND P-NEW-BED-SIZE < 500
027460                               AND H-WK-OPER-DSH > .2019
027470        COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .202)
027480                                 * .825 + .0588
027490        IF H-OPER-DSH > .1200
027500                 MOVE .1200 TO H-OPER-DSH.
027510***********************************************************
027520**4**   OTHER RURAL HOSPITALS 500 BEDS +
027530***  NO CAP >> CAN EXCEED 12%
027540
027550      IF W-CBSA-SIZE = 'R'     AND P-NEW-BED-SIZE > 499
027560                               AND H-WK-OPER-DSH > .1499
027570                               AND H-WK-OPER-DSH < .2020
027580        COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .15)
027590                                 * .65 + .025.
027600
027610      IF W-CBSA-SIZE = 'R'     AND P-NEW-BED-SIZE > 499
027620                               AND H-WK-OPER-DSH > .2019
027630        COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .202)
027640                                 * .825 + .0588.
027650
027660***********************************************************
027670**7**   RURAL HOSPITALS SCH
027680***  NOT TO EXCEED 12%
027690
027700      IF W-CBSA-SIZE = 'R'
027710         IF (P-NEW-PROVIDER-TYPE = '16' OR '17' OR '21' OR '22')
027720                               AND H-WK-OPER-DSH > .1499
027730                               AND H-WK-OPER-DSH < .2020
027740         COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .15)
027750                                 * .65 + .025
027760        IF H-OPER-DSH > .1200
027770                 MOVE .1200 TO H-OPER-DSH.
027780
027790      IF W-CBSA-SIZE = 'R'
027800         IF (P-NEW-PROVIDER-TYPE = '16' OR '17' OR '21' OR '22')
027810                               AND H-WK-OPER-DSH > .2019
027820         COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .202)
027830                                 * .825 + .0588
027840        IF H-OPER-DSH > .1200
027850                 MOVE .1200 TO H-OPER-DSH.
027860
027870***********************************************************
027880**6**   RURAL HOSPITALS RRC   RULE 5 & 6 SAME
027890***  RRC OVERRIDES SCH CAP
027900***  NO CAP >> CAN EXCEED 12%
027910
027920         IF (P-NEW-PROVIDER-TYPE = '07' OR '14' OR '15' OR
027930                                   '17' OR '22')
027940                               AND H-WK-OPER-DSH > .1499
027950                               AND H-WK-OPER-DSH < .2020
027960         COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .15)
027970                                 * .65 + .025.
027980
027990         IF (P-NEW-PROVIDER-TYPE = '07' OR '14' OR '15' OR
028000                                   '17' OR '22')
028010                               AND H-WK-OPER-DSH > .2019
028020         COMPUTE H-OPER-DSH ROUNDED = (H-WK-OPER-DSH - .202)
028030                                 * .825 + .0588.
028040
028050      COMPUTE H-OPER-DSH ROUNDED = H-OPER-DSH * 1.0000.
028060
028070 3900A-EXIT.   EXIT.
028080
028090 4000-CALC-TECH-ADDON.
028100
028110***********************************************************
028120***  CALCULATE TOTALS FOR OPERATING  ADD ON FOR TECH
028130
028140     COMPUTE PPS-OPER-HSP-PART ROUNDED =
028150         H-OPER-HSP-PCT * H-OPER-HSP-PART.
028160
028170     COMPUTE PPS-OPER-FSP-PART ROUNDED =
028180         H-OPER-FSP-PCT * H-OPER-FSP-PART.
028190
028200     MOVE ZERO TO PPS-OPER-DSH-ADJ.
028210
028220     IF  H-OPER-DSH NUMERIC
028230             COMPUTE PPS-OPER-DSH-ADJ ROUNDED =
028240             (PPS-OPER-FSP-PART
028250              * H-OPER-DSH) * .25.
028260
028270     COMPUTE PPS-OPER-IME-ADJ ROUNDED =
028280             PPS-OPER-FSP-PART *
028290             H-OPER-IME-TEACH.
028300
028310     COMPUTE H-BASE-DRG-PAYMENT ROUNDED =
028320             PPS-OPER-FSP-PART +
028330             PPS-OPER-DSH-ADJ + PPS-OPER-IME-ADJ +
028340             WK-UNCOMP-CARE-AMOUNT.
028350
028360***********************************************************
028370* NEW TECHNOLOGY ADD-ON CODE *
028380***********************************************************
028390     MOVE 1 TO IDX-TECH.
028400     INITIALIZE H-CSTMED-STOP.
028410     INITIALIZE H-NEW-TECH-PCT.
028420     INITIALIZE H-TECH-ADDON-ISLET-CNTR.
028430
028440     PERFORM 4010-FLAG-NEW-TECH THRU 4010-EXIT
028450      VARYING IDX-TECH FROM 1 BY 1 UNTIL IDX-TECH > 25.
028460
028470     MOVE 1 TO IDX-TECH.
028480     PERFORM 4015-APPLY-NEW-TECH-TABLE THRU 4015-EXIT
028490      VARYING IDX-TECH FROM 1 BY 1 UNTIL IDX-TECH > 25.
028500
028510     IF DIAG-ISLET-FLAG = 'Y' AND PROC-ISLET-FLAG = 'Y'
028520       PERFORM 4100-ISLET-ISOLATION-ADD-ON THRU 4100-EXIT
028530     ELSE
028540       MOVE ZEROES TO H-NEW-TECH-ADDON-ISLET.
028550
028560***********************************************************
028570*  ALL NEW TECH MUST BE CALCULATED BEFORE
028580*  5500-CAP-CALC-TECH-ADD-ON
028590***********************************************************
028600     PERFORM 5500-CAP-CALC-TECH-ADD-ON THRU 5500-EXIT.
028610
028620     COMPUTE H-OPER-BASE-DRG-PAY ROUNDED =
028630             H-OPER-FSP-PART +
028640             H-NEW-TECH-PAY-ADD-ON.
028650
028660 4000-EXIT.    EXIT.
028670*************************************************************
028680 4200-CALC-NDC-ADDON.
028690*************************************************************
028700* HIGH-COST DRUG ADD-ON DRIVEN BY THE BILL'S NDC ARRAY AND
028710* THE RUNTIME-LOADED NDC RATE TABLE.  EACH POPULATED NDC ON
028720* THE BILL WITH A RATE ROW IN FORCE ON THE DISCHARGE DATE
028730* DRAWS ITS PER-OCCURRENCE ALLOWANCE; THE SUM IS RETURNED IN
028740* PPS-NDC-ADDON-AMT AND PAID IN THE TOTAL ALONGSIDE THE NEW-
028750* TECHNOLOGY ADD-ON.
028760*-----------------------------------------------------------*
028770
028780     MOVE 0 TO H-NDC-ADDON-AMT.
028790     IF NDC-RT-COUNT NOT NUMERIC OR NDC-RT-COUNT = 0
028800         GO TO 4200-EXIT.
028810     PERFORM 4210-CHECK-ONE-NDC THRU 4210-EXIT
028820         VARYING IDX-NDC FROM 1 BY 1 UNTIL IDX-NDC > 10.
028830
028840 4200-EXIT.   EXIT.
028850
028860 4210-CHECK-ONE-NDC.
028870     IF B-NDC-NUMBER (IDX-NDC) = SPACES
028880         GO TO 4210-EXIT.
028890     SET NR-SIDX TO 1.
028900     SEARCH NR-ENTRY VARYING NR-SIDX
028910         AT END
028920             GO TO 4210-EXIT
028930         WHEN NR-NDC (NR-SIDX) = B-NDC-NUMBER (IDX-NDC)
028940             AND B-DISCHARGE-DATE NOT < NR-EFF-DATE (NR-SIDX)
028950             AND B-DISCHARGE-DATE NOT > NR-END-DATE (NR-SIDX)
028960             ADD NR-ALLOWANCE (NR-SIDX) TO H-NDC-ADDON-AMT
028970     END-SEARCH.
028980 4210-EXIT.   EXIT.
028990
029000
029010************************************
029020* NEW TECHNOLOGY ADD-ON FLAG LOGIC *
029030************************************
029040 4010-FLAG-NEW-TECH.
029050
029060     MOVE B-PROCEDURE-CODE(IDX-TECH) TO WK-PROC-NEW-TECH.
029070     MOVE B-DIAGNOSIS-CODE(IDX-TECH) TO WK-DIAG-NEW-TECH.
029080*    MOVE B-NDC-NUMBER TO WK-NDC-NEW-TECH.
029090
029100     IF PROC-ISLET
029110       MOVE 'Y' TO PROC-ISLET-FLAG
029120       COMPUTE H-TECH-ADDON-ISLET-CNTR =
029130          H-TECH-ADDON-ISLET-CNTR + 1.
029140
029150     IF DIAG-ISLET
029160       MOVE 'Y' TO DIAG-ISLET-FLAG.
029170
029180 4010-EXIT.   EXIT.
029190
029200*************************************************************
029210* 4015-APPLY-NEW-TECH-TABLE - LOOK UP THE PROCEDURE CODE FOR *
029220*    THIS BILL LINE IN THE NEW-TECH-TABLE LOADED BY THE      *
029230*    BATCH DRIVER.  A MATCH ON PROCEDURE CODE AND AN         *
029240*    EFFECTIVE DISCHARGE DATE SETS THE PER-CASE COST CAP AND *
029250*    PERCENT-OF-COST RATE AND PRICES THE ADD-ON THE SAME WAY *
029260*    THE OLD PER-DRUG IF-CHAIN DID.                          *
029270*************************************************************
029280 4015-APPLY-NEW-TECH-TABLE.
029290
029300     SET NT-SIDX TO 1.
029310     SEARCH NT-ENTRY VARYING NT-SIDX
029320         AT END
029330             CONTINUE
029340         WHEN NT-PROC-CODE(NT-SIDX) = B-PROCEDURE-CODE(IDX-TECH)
029350           AND B-DISCHARGE-DATE NOT < NT-EFF-DATE(NT-SIDX)
029360           AND B-DISCHARGE-DATE NOT > NT-END-DATE(NT-SIDX)
029370             MOVE NT-ADDON-CAP(NT-SIDX) TO H-CSTMED-STOP
029380             MOVE NT-ADDON-PCT(NT-SIDX) TO H-NEW-TECH-PCT
029390             PERFORM 4020-NEW-TECH-ADD-ON THRU 4020-EXIT
029400     END-SEARCH.
029410
029420 4015-EXIT.   EXIT.
029430
029440*******************************************
029450* NEW TECHNOLOGY ADD-ON CALCULATION LOGIC *
029460*******************************************
029470 4020-NEW-TECH-ADD-ON.
029480
029490     MOVE 0 TO H-NEW-TECH-ADDON
029500               H-LESSER-STOP-1
029510               H-LESSER-STOP-2.
029520
029530     COMPUTE H-LESSER-STOP-1 ROUNDED =
029540                  H-CSTMED-STOP.
029550
029560     COMPUTE H-LESSER-STOP-2 ROUNDED =
029570          (((B-CHARGES-CLAIMED * P-NEW-OPER-CSTCHG-RATIO) -
029580             H-BASE-DRG-PAYMENT)) * H-NEW-TECH-PCT.
029590
029600     IF H-LESSER-STOP-2 > 0
029610        IF H-LESSER-STOP-1 < H-LESSER-STOP-2
029620         MOVE H-LESSER-STOP-1 TO
029630                                H-NEW-TECH-ADDON
029640        ELSE
029650         MOVE H-LESSER-STOP-2 TO
029660                                H-NEW-TECH-ADDON
029670     ELSE
029680        MOVE ZEROES          TO H-NEW-TECH-ADDON.
029690
029700     COMPUTE H-NEW-TECH-PAY-ADD-ON ROUNDED =
029710             H-NEW-TECH-PAY-ADD-ON +
029720             H-NEW-TECH-ADDON.
029730
029740     MOVE 0 TO H-NEW-TECH-ADDON
029750               H-LESSER-STOP-1
029760               H-LESSER-STOP-2
029770               H-CSTMED-STOP.
029780
029790 4020-EXIT.    EXIT.
029800
029810***********************************************************
029820* TECHNICAL TRANSPLANTATION OF CELLS                      *
029830***********************************************************
029840 4100-ISLET-ISOLATION-ADD-ON.
029850
029860     MOVE 0 TO H-NEW-TECH-ADDON-ISLET.
029870
029880     IF  H-TECH-ADDON-ISLET-CNTR = 1
029890     MOVE 18848.00 TO H-NEW-TECH-ADDON-ISLET
029900           GO TO 4100-EXIT.
029910
029920     IF  H-TECH-ADDON-ISLET-CNTR > 1
029930     MOVE 37696.00 TO H-NEW-TECH-ADDON-ISLET
029940           GO TO 4100-EXIT.
029950
029960 4100-EXIT.    EXIT.
029970
029980***********************************************************
029990* THIS IS A SEARCH FOR LOW VOLUME PROVIDERS BASED ON THEIR
030000* DISCHARGE COUNTS.
030010***********************************************************
030020*4400-LOWVOL-CODE-RTN.
030030*
030040*    SET LOWVOL-IDX TO 1.
030050*    SEARCH LOWVOL-TAB VARYING LOWVOL-IDX
030060*        AT END
030070*          MOVE ' NO LOWVOL PROVIDER FOUND' TO MES-LOWVOL
030080*          MOVE 1600 TO  MESWK-LOWVOL-PROV-DISCHG
030090*      WHEN WK-LOWVOL-PROV (LOWVOL-IDX) = MES-PPS-PROV
030100*        MOVE WK-LOWVOL-PROV-DISCHG(LOWVOL-IDX)
030110*                           TO MESWK-LOWVOL-PROV-DISCHG.
030120*
030130*4400-EXIT.   EXIT.
030140
030150*****************************************************************
030160* THIS SEARCH FOR LOW VOLUME PROVIDERS BASED ON THEIR DISCHARGE *
030170* COUNTS WAS REPLACED BY A FIELD ON THE PSF PROVIDER FILE       *
030180*****************************************************************
030190 4410-UNCOMP-CARE-CODE-RTN.
030200
030210*    MOVE P-NEW-PROVIDER-NO  TO MES-PPS-PROV.
030220*
030230*    SET UNCOMP-CARE-IDX TO 1.
030240*    SEARCH UNCOMP-CARE-TAB VARYING UNCOMP-CARE-IDX
030250*        AT END
030260*          MOVE 0 TO  WK-UNCOMP-CARE-AMOUNT
030270*      WHEN TB-UNCOMP-CARE-PROV (UNCOMP-CARE-IDX) = MES-PPS-PROV
030280*        MOVE TB-UNCOMP-CARE-AMOUNT (UNCOMP-CARE-IDX)
030290*                           TO WK-UNCOMP-CARE-AMOUNT.
030300*
030310        COMPUTE WK-UNCOMP-CARE-AMOUNT = P-UNCOMP-CARE-AMOUNT.
030320
030330        COMPUTE H-UNCOMP-CARE-AMOUNT = P-UNCOMP-CARE-AMOUNT.
030340
030350 4410-EXIT.   EXIT.
030360
030370**************************************************************
030380* CASES INVOLVING TECH-CAP-CALC PROCESS DECOMPRESSION SYSTEM *
030390**************************************************************
030400 5500-CAP-CALC-TECH-ADD-ON.
030410
030420     MOVE 0 TO H-NEW-TECH-ADDON-CAP.
030430     MOVE 0 TO H-NEW-TECH-ADDON-CAPDIF.
030440
030450     COMPUTE H-OPER-BILL-COSTS ROUNDED =
030460         B-CHARGES-CLAIMED * H-OPER-CSTCHG-RATIO
030470         ON SIZE ERROR MOVE 0 TO H-OPER-BILL-COSTS.
030480
030490     COMPUTE H-NEW-TECH-ADDON-CAP ROUNDED =
030500                 (H-BASE-DRG-PAYMENT + H-NEW-TECH-PAY-ADD-ON).
030510
030520     COMPUTE H-NEW-TECH-ADDON-CAPDIF ROUNDED =
030530                 (H-OPER-BILL-COSTS - H-BASE-DRG-PAYMENT).
030540
030550     IF (H-NEW-TECH-ADDON-CAP > H-OPER-BILL-COSTS) AND
030560         H-NEW-TECH-ADDON-CAPDIF  > 0
030570        COMPUTE H-NEW-TECH-PAY-ADD-ON  ROUNDED =
030580             (H-OPER-BILL-COSTS - H-BASE-DRG-PAYMENT).
030590
030600 5500-EXIT.    EXIT.
030610
030620***********************************************************
030630 6000-CALC-READMIS-REDU.
030640***********************************************************
030650*---------------------------------------------------------*
030660* (YEARCHANGE 2016.0)
030670* READMISSIONS PROCESS ADJUSTMENTS
030680*   + FY16: RANGE OF ALLOWABLE FACTORS (< 0.97 OR > 1.0)
030690*---------------------------------------------------------*
030700
030710     MOVE 0 TO H-READMIS-ADJUST-AMT.
030720
030730     IF P-HOSP-READMISSION-REDU = '1'
030740           GO TO 6000-EDIT-READMISN
030750     ELSE
030760           NEXT SENTENCE.
030770
030780     IF P-HOSP-READMISSION-REDU = '0' AND
030790        P-HOSP-HRR-ADJUSTMT = 0.0000
030800           MOVE ZEROES TO H-READMIS-ADJUST-AMT
030810           GO TO 6000-EXIT.
030820
030830     IF P-HOSP-READMISSION-REDU = '0' AND
030840        P-HOSP-HRR-ADJUSTMT > 0.0000
030850           MOVE 65 TO PPS-RTC
030860           MOVE ZEROES TO H-READMIS-ADJUST-AMT
030870           GO TO 6000-EXIT.
030880
030890     IF P-HOSP-READMISSION-REDU = '2' OR '3' OR '4' OR '5' OR
030900                                  '6' OR '7' OR '8' OR
030910                                  '9' OR ' '
030920           MOVE 65 TO PPS-RTC
030930           MOVE ZEROES TO H-READMIS-ADJUST-AMT
030940           GO TO 6000-EXIT.
030950
030960 6000-EDIT-READMISN.
030970
030980     IF P-HOSP-HRR-ADJUSTMT < 0.9700
030990           MOVE 65 TO PPS-RTC
031000           MOVE ZEROES TO H-READMIS-ADJUST-AMT
031010           GO TO 6000-EXIT.
031020
031030     IF P-HOSP-HRR-ADJUSTMT > 1.0000
031040           MOVE 65 TO PPS-RTC
031050           MOVE ZEROES TO H-READMIS-ADJUST-AMT
031060           GO TO 6000-EXIT.
031070
031080     IF P-READ-INVALID-STATE
031090           MOVE 65 TO PPS-RTC
031100           MOVE ZEROES TO H-READMIS-ADJUST-AMT
031110           GO TO 6000-EXIT.
031120
031130 6000-COMPUTE-READMISN.
031140
031150        COMPUTE H-READMIS-ADJUST-AMT         ROUNDED =
031160              ((P-HOSP-HRR-ADJUSTMT * H-OPER-BASE-DRG-PAY) -
031170                H-OPER-BASE-DRG-PAY).
031180
031190 6000-EXIT.    EXIT.
031200
031210***********************************************************
031220 7000-CALC-VALUE-BASED-PURCH.
031230***********************************************************
031240*---------------------------------------------------------*
031250* (YEARCHANGE 2016.0)
031260* VALUE BASED PURCHASING (VBP) ADJUSTMENTS
031270*   + FY17: RANGE OF ALLOWABLE FACTORS (< 0.98 OR > 2.0)
031280*---------------------------------------------------------*
031290
031300     MOVE 0 TO H-VAL-BASED-PURCH-ADJUST-AMT.
031310
031320     IF  P-VAL-BASED-PURCH-PARTIPNT = 'N' OR 'Y'
031330           NEXT SENTENCE
031340     ELSE
031350           MOVE 68 TO PPS-RTC
031360           GO TO 7000-EXIT.
031370
031380     IF  P-VAL-BASED-PURCH-PARTIPNT = 'N'
031390           GO TO 7000-EXIT.
031400
031410     IF  P-VAL-BASED-PURCH-PARTIPNT = 'Y' AND
031420         P-NEW-CBSA-HOSP-QUAL-IND = '1'
031430           NEXT SENTENCE
031440     ELSE
031450           MOVE 68 TO PPS-RTC
031460           GO TO 7000-EXIT.
031470
031480     IF  P-VBP-INVALID-STATE
031490           MOVE 68 TO PPS-RTC
031500           GO TO 7000-EXIT
031510     ELSE
031520           NEXT SENTENCE.
031530
031540     IF P-VAL-BASED-PURCH-ADJUST < 0.9800000000 OR
031550        P-VAL-BASED-PURCH-ADJUST > 2.0000000000
031560           MOVE 68 TO PPS-RTC
031570           MOVE ZEROES TO H-VAL-BASED-PURCH-ADJUST-AMT
031580           GO TO 7000-EXIT
031590     ELSE
031600           GO TO 7000-COMPUTE-VAL-BASED-PUR.
031610
031620 7000-COMPUTE-VAL-BASED-PUR.
031630
031640     COMPUTE H-VAL-BASED-PURCH-ADJUST-AMT  ROUNDED =
031650              ((P-VAL-BASED-PURCH-ADJUST *
031660                  H-OPER-BASE-DRG-PAY) -
031670                  H-OPER-BASE-DRG-PAY).
031680
031690 7000-EXIT.    EXIT.
031700
031710***********************************************************
031720 8000-CALC-BUNDLE-REDU.
031730***********************************************************
031740* CASES INVOLVING BUNDLE PROCESS ADJUSTMENTS
031750* SUMMARY: BPCI CLASSIC CMMI MODEL THAT HAD FOUR PARTS
031760*          RAN BETWEEN 2013 AND 2018
031770***********************************************************
031780
031790     MOVE 0 TO H-BUNDLE-ADJUST-AMT.
031800     MOVE 0 TO WK-MODEL1-BUNDLE-DISPRCNT.
031810
031820     IF '61' =  B-DEMO-CODE1  OR
031830                B-DEMO-CODE2  OR
031840                B-DEMO-CODE3  OR
031850                B-DEMO-CODE4
031860         NEXT SENTENCE
031870     ELSE
031880         MOVE ZEROES TO H-BUNDLE-ADJUST-AMT
031890           GO TO 8000-EXIT.
031900
031910     IF P-MODEL1-BUNDLE-DISPRCNT > .00
031920           GO TO 8000-COMPUTE-BUNDLE
031930     ELSE
031940           NEXT SENTENCE.
031950
031960     MOVE ZEROES TO H-BUNDLE-ADJUST-AMT
031970           GO TO 8000-EXIT.
031980
031990 8000-COMPUTE-BUNDLE.
032000
032010     IF B-DISCHARGE-DATE < 20140401 AND
032020        P-MODEL1-BUNDLE-DISPRCNT = .01
032030          COMPUTE WK-MODEL1-BUNDLE-DISPRCNT =
032040            (1 - (P-MODEL1-BUNDLE-DISPRCNT * .5))
032050
032060     IF B-DISCHARGE-DATE > 20140331 AND
032070        B-DISCHARGE-DATE < 20170101
032080          COMPUTE WK-MODEL1-BUNDLE-DISPRCNT =
032090            (1 - (P-MODEL1-BUNDLE-DISPRCNT * 1)).
032100
032110     IF B-DISCHARGE-DATE > 20161231
032120          COMPUTE WK-MODEL1-BUNDLE-DISPRCNT =
032130            (1 - (P-MODEL1-BUNDLE-DISPRCNT * 0)).
032140
032150     COMPUTE H-BUNDLE-ADJUST-AMT ROUNDED =
032160       ((WK-MODEL1-BUNDLE-DISPRCNT * H-OPER-BASE-DRG-PAY) -
032170         H-OPER-BASE-DRG-PAY).
032180
032190     COMPUTE H-BUNDLE-ADJUST-AMT ROUNDED = H-BUNDLE-ADJUST-AMT.
032200
032210 8000-EXIT.    EXIT.
032220
032230***********************************************************
032240 9000-CALC-EHR-SAVING.
032250***********************************************************
032260*---------------------------------------------------------*
032270* (YEARCHANGE 2021.0)
032280* CASES INVOLVING EHR SAVINGS
032290*   + FY20: ANNUAL UPDATE TO BELOW VALUES
032300*   + EHR-FULL = FULL MB / NO EHR MB
032310*   + EHR-QUAL-FULL = NO QUAL MB / NO QUAL & NO EHR MB
032320*---------------------------------------------------------*
032330
032340     MOVE 1.017892644 TO H-MB-RATIO-EHR-FULL.
032350     MOVE 1.018000000 TO H-MB-RATIO-EHR-QUAL-FULL.
032360     MOVE 0 TO H-EHR-SUBSAV-QUANT.
032370     MOVE 0 TO H-EHR-SUBSAV-LV.
032380     MOVE 0 TO H-EHR-SUBSAV-QUANT-INCLV.
032390     MOVE 0 TO H-EHR-RESTORE-FULL-QUANT.
032400
032410     IF P-EHR-REDUC-IND = 'Y'
032420         NEXT SENTENCE
032430     ELSE
032440         GO TO 9000-EXIT.
032450
032460 9000-COMPUTE-EHR.
032470
032480* LOGIC TO IMPLEMENT EHR SAVINGS CALCULATION -
032490* ACTUAL EHR REDUCTIONS WILL BE BUILT INTO NEW RATE
032500* TABLES (5,6,7,&8) UP FRONT BUT OESS WANTS TO HAVE THE
032510* AMOUNT OF MONEY THE EHR POLICY 'SAVED' IN ITS OWN FIELD
032520* WHICH INVOLVES RESTORING THE FULL MARKET  BASKET
032530* TO THE PAYMENT TO GET THE 'WOULD'VE PAID' AND THEN
032540* TAKING THE DIFFERENCE BETWEEN ACTUAL PAID AND
032550* WOULD'VE PAID FOR THE SAVINGS.  OUTLIERS ARE TO BE
032560* LEFT OUT AT MOMENT SINCE OUTLIER SHOULD BE LOWER
032570* ON THE FULL RATE THAN IT WINDS UP BEING ON THE
032580* REDUCED RATE - LIKEWISE NEW TECH IS BEING LEFT
032590* OUT.
032600*
032610* FOR EHR NEED TO EXCLUDE NEW TECH AND OUTLIERS FROM
032620* SAVINGS CALCULATION SO CALCULATE AN OPERATING
032630* PAYMENT SUBTOTAL ON SO CALCULATE AN OPERATING
032640* PAYMENT SUBTOTAL ON EHR PAYMENTS THAT EXCLUDES
032650* OUTLIERS AND NEW TECH FOR CLAIMS WITH AN EHR FLAG
032660
032670      COMPUTE H-EHR-SUBSAV-QUANT =
032680           (PPS-OPER-HSP-PART +
032690            PPS-OPER-FSP-PART +
032700            PPS-OPER-DSH-ADJ +
032710            PPS-OPER-IME-ADJ +
032720            H-READMIS-ADJUST-AMT +
032730            H-VAL-BASED-PURCH-ADJUST-AMT +
032740            H-BUNDLE-ADJUST-AMT).
032750
032760* NEED TO ENSURE THAT LOW VOLUME, IF APPLICABLE IS
032770* INCLUDED - CAN'T USE PRICER'S LOW VOLUME PAYMENT
032780* AS THAT INCLUDES NEW TECH OUTLIERS AND CAPITAL -
032790* READM VBP AND BUNDLE
032800* DON'T MULTIPLY BY LV ADJUSTMENT SO MAKE A NEW LV AMT
032810* FOR EHR SAVINGS FIELD;
032820
032830      MOVE 0 TO H-EHR-SUBSAV-LV.
032840
032850      IF P-NEW-TEMP-RELIEF-IND = 'Y'
032860         AND P-LV-ADJ-FACTOR > 0.00
032870         AND P-LV-ADJ-FACTOR <= 0.25
032880      COMPUTE H-EHR-SUBSAV-LV =
032890          (PPS-OPER-HSP-PART +
032900           PPS-OPER-FSP-PART +
032910           PPS-OPER-DSH-ADJ +
032920           PPS-OPER-IME-ADJ ) * P-LV-ADJ-FACTOR.
032930
032940      COMPUTE H-EHR-SUBSAV-QUANT-INCLV =
032950           H-EHR-SUBSAV-QUANT + H-EHR-SUBSAV-LV.
032960
032970* H-MB-RATIO-EHR-FULL IS THE RATIO OF THE FULL MARKET
032980* BASKET TO THE REDUCED EHR MB - NEED TO CARRY 2 RATIOS
032990* FOR PROVIDERS FAILING EHR AND FOR PROVIDERS FAILING EHR
033000* AND QUALITY IN COMBINATION.  EHR SAVINGS REQUIRES
033010* BACKING OFF THE LOW UPDATE AND MULTIPLYING ON THE
033020* FULL UPDATE SO USING RATIO OF LOW/FULL AND LOW/QUALHIT
033030* OF .625 ONLY.
033040
033050       COMPUTE  H-EHR-RESTORE-FULL-QUANT ROUNDED =
033060       H-EHR-SUBSAV-QUANT-INCLV * H-MB-RATIO-EHR-FULL.
033070
033080     IF P-NEW-CBSA-HOSP-QUAL-IND NOT = '1'
033090        COMPUTE  H-EHR-RESTORE-FULL-QUANT ROUNDED =
033100          H-EHR-SUBSAV-QUANT-INCLV * H-MB-RATIO-EHR-QUAL-FULL.
033110
033120        COMPUTE  H-EHR-ADJUST-AMT ROUNDED =
033130          H-EHR-RESTORE-FULL-QUANT - H-EHR-SUBSAV-QUANT-INCLV.
033140
033150 9000-EXIT.    EXIT.
033160
033170*---------------------------------------------------------*
033180* (YEARCHANGE 2016.0)
033190*---------------------------------------------------------*
033200 9010-CALC-STANDARD-CHG.
033210
033220***********************************************************
033230***CM-P3 STANDARDIZED OPERATING COST CALCULATION
033240
033250     IF ((H-LABOR-PCT * H-WAGE-INDEX) +
033260               (H-NONLABOR-PCT * H-OPER-COLA)) > 0
033270        COMPUTE  H-OPER-BILL-STDZ-COSTS ROUNDED =
033280        (B-CHARGES-CLAIMED * H-OPER-CSTCHG-RATIO) /
033290        ((H-LABOR-PCT * H-WAGE-INDEX) +
033300               (H-NONLABOR-PCT * H-OPER-COLA))
033310     ELSE MOVE 0 TO H-OPER-BILL-STDZ-COSTS.
033320
033330***********************************************************
033340***CM-P3 STANDARDIZED CAPITAL COST CALCULATION
033350
033360     IF (H-CAPI-GAF * H-CAPI-COLA) > 0
033370       COMPUTE  H-CAPI-BILL-STDZ-COSTS ROUNDED =
033380        (B-CHARGES-CLAIMED * H-CAPI-CSTCHG-RATIO) /
033390               (H-CAPI-GAF * H-CAPI-COLA)
033400     ELSE MOVE 0 TO H-CAPI-BILL-STDZ-COSTS.
033410
033420***********************************************************
033430***CM-P3 STANDARDIZED OPERATING TRESHOLD
033440
033450     MOVE 5961.40 TO H-OPER-BASE.
033460
033470     COMPUTE   H-OPER-STDZ-DOLLAR-THRESHOLD ROUNDED =
033480      (H-CST-THRESH * H-OPER-SHARE-DOLL-THRESHOLD)  +
033490                        +
033500           (H-OPER-BASE * H-DRG-WT-FRCTN)
033510                        +
033520              H-NEW-TECH-PAY-ADD-ON.
033530
033540******************************************************
033550***CM-P3 STANDARDIZED CAPITAL TRESHOLD
033560
033570     MOVE 466.21 TO H-CAPI-BASE.
033580
033590     COMPUTE   H-CAPI-STDZ-DOLLAR-THRESHOLD ROUNDED =
033600     (H-CST-THRESH * H-CAPI-SHARE-DOLL-THRESHOLD)
033610                     +
033620     (H-CAPI-BASE * H-DRG-WT-FRCTN).
033630
033640******************************************************
033650***CM-P3 STANDARDIZED OPERATING OUTLIER CALCULATION
033660
033670     IF (H-OPER-BILL-STDZ-COSTS + H-CAPI-BILL-STDZ-COSTS) >
033680        (H-OPER-STDZ-DOLLAR-THRESHOLD +
033690                           H-CAPI-STDZ-DOLLAR-THRESHOLD)
033700                          AND
033710         H-OPER-BILL-STDZ-COSTS > H-OPER-STDZ-DOLLAR-THRESHOLD
033720
033730       COMPUTE  H-OPER-STDZ-COST-OUTLIER ROUNDED =
033740        (H-CSTOUT-PCT  *
033750        (H-OPER-BILL-STDZ-COSTS - H-OPER-STDZ-DOLLAR-THRESHOLD))
033760
033770     ELSE
033780       MOVE 0 TO H-OPER-STDZ-COST-OUTLIER.
033790
033800******************************************************
033810***CM-P3 STANDARDIZED CAPITAL OUTLIER CALCULATION
033820
033830     IF (H-OPER-BILL-STDZ-COSTS + H-CAPI-BILL-STDZ-COSTS) >
033840        (H-OPER-STDZ-DOLLAR-THRESHOLD +
033850                           H-CAPI-STDZ-DOLLAR-THRESHOLD)
033860                          AND
033870         H-CAPI-BILL-STDZ-COSTS > H-CAPI-STDZ-DOLLAR-THRESHOLD
033880
033890      COMPUTE  H-CAPI-STDZ-COST-OUTLIER ROUNDED =
033900      (H-CSTOUT-PCT  *
033910      (H-CAPI-BILL-STDZ-COSTS - H-CAPI-STDZ-DOLLAR-THRESHOLD))
033920     ELSE
033930      MOVE 0 TO H-CAPI-STDZ-COST-OUTLIER.
033940
033950*******************************************************
033960***CM-P3 STANDARDIZED ALLOWED AMOUNT CALCULATION
033970
033980      COMPUTE H-STANDARD-ALLOWED-AMOUNT ROUNDED =
033990       (H-OPER-BASE + H-CAPI-BASE)
034000                 *
034010       H-DRG-WT-FRCTN
034020                 +
034030       H-OPER-STDZ-COST-OUTLIER
034040                 +
034050       H-CAPI-STDZ-COST-OUTLIER
034060                 +
034070       H-NEW-TECH-PAY-ADD-ON.
034080
034090 9010-EXIT.    EXIT.
034100
034110************************************************************************
034120 10000-COVID19-DIAG-FLAG.
034130************************************************************************
034140
034150     SET CVD-SIDX TO 1.
034160     SEARCH CVD-DIAG-ENTRY VARYING CVD-SIDX
034170         AT END
034180             CONTINUE
034190         WHEN CVD-DIAG-CODE(CVD-SIDX) =
034200                          B-DIAGNOSIS-CODE(IDX-COVID-DIAG)
034210           AND B-DISCHARGE-DATE NOT < CVD-DIAG-EFF-DATE(CVD-SIDX)
034220           AND B-DISCHARGE-DATE NOT > CVD-DIAG-END-DATE(CVD-SIDX)
034230             MOVE 'Y' TO DIAG-COVID2-FLAG
034240     END-SEARCH.
034250
034260 10000-EXIT.    EXIT.
034270
034280************************************************************************
034290 10050-COVID19-PROC-FLAG.
034300************************************************************************
034310
034320     MOVE B-PROCEDURE-CODE(IDX-COVID-PROC) TO WK-PROC-COVID19.
034330
034340     IF PROC-COVID1
034350       MOVE 'Y' TO PROC-COVID1-FLAG.
034360
034370     IF PROC-COVID2
034380       MOVE 'Y' TO PROC-COVID2-FLAG.
034390
034400     IF PROC-COVID3
034410       MOVE 'Y' TO PROC-COVID3-FLAG.
034420
034430 10050-EXIT.    EXIT.
034440
034450************************************************************************
034460 10100-COVID19-COND-FLAG.
034470************************************************************************
034480
034490     SET CVC-SIDX TO 1.
034500     SEARCH CVC-COND-ENTRY VARYING CVC-SIDX
034510         AT END
034520             CONTINUE
034530         WHEN CVC-COND-CODE(CVC-SIDX) =
034540                          B-CONDITION-CODE(IDX-COVID-COND)
034550           AND B-DISCHARGE-DATE NOT < CVC-COND-EFF-DATE(CVC-SIDX)
034560           AND B-DISCHARGE-DATE NOT > CVC-COND-END-DATE(CVC-SIDX)
034570             MOVE 'Y' TO COND-COVID1-FLAG
034580     END-SEARCH.
034590
034600 10100-EXIT.    EXIT.
034610 10110-COVID19-XCOND-FLAG.
034620************************************************************************
034630     SET CVC-SIDX TO 1.
034640     SEARCH CVC-COND-ENTRY VARYING CVC-SIDX
034650         AT END
034660             CONTINUE
034670         WHEN CVC-COND-CODE(CVC-SIDX) =
034680                      B-EXT-CONDITION-CODE(IDX-XCOND)
034690           AND B-DISCHARGE-DATE NOT < CVC-COND-EFF-DATE(CVC-SIDX)
034700           AND B-DISCHARGE-DATE NOT > CVC-COND-END-DATE(CVC-SIDX)
034710             MOVE 'Y' TO COND-COVID1-FLAG
034720     END-SEARCH.
034730 10110-EXIT.  EXIT.
034740
034750
034760************************************************************************
034770 10200-CLIN-FLAG.
034780************************************************************************
034790
034800     IF IDX-CLIN = 1
034810       GO TO 10200-EXIT.
034820
034830     MOVE B-DIAGNOSIS-CODE(IDX-CLIN) TO WK-DIAG-CLIN.
034840
034850     IF DIAG-CLIN
034860       MOVE 'Y' TO DIAG-CLIN-FLAG.
034870
034880 10200-EXIT.    EXIT.
034890
034900************************************************************************
034910 10300-CART-FLAG.
034920************************************************************************
034930
034940     MOVE B-CONDITION-CODE(IDX-CART) TO WK-COND-CART.
034950
034960     IF COND-CART-NCP
034970       MOVE 'Y' TO COND-CART-NCP-FLAG.
034980
034990     IF COND-CART-NONCP
035000       MOVE 'Y' TO COND-CART-NONCP-FLAG.
035010
035020 10300-EXIT.    EXIT.
035030 10310-CART-XCOND-FLAG.
035040************************************************************************
035050     MOVE B-EXT-CONDITION-CODE(IDX-XCOND) TO WK-COND-CART.
035060     IF COND-CART-NCP
035070       MOVE 'Y' TO COND-CART-NCP-FLAG.
035080     IF COND-CART-NONCP
035090       MOVE 'Y' TO COND-CART-NONCP-FLAG.
035100 10310-EXIT.  EXIT.
035110
035120                                                                  ******
035130************************************************************************
035140 10400-NCTAP-ADD-ON.
035150************************************************************************
035160
035170     MOVE 0 TO H-LESSER-STOP-1
035180               H-LESSER-STOP-2.
035190
035200     COMPUTE H-LESSER-STOP-1 ROUNDED =
035210             H-OPER-DOLLAR-THRESHOLD * 0.65.
035220
035230     COMPUTE H-LESSER-STOP-2 ROUNDED =
035240            (H-OPER-BILL-COSTS - (H-OPER-COST-OUTLIER -
035250             H-OPER-DOLLAR-THRESHOLD)) * 0.65.
035260
035270     IF H-OPER-BILL-COSTS >
035280       (H-OPER-COST-OUTLIER - H-OPER-DOLLAR-THRESHOLD)
035290        IF H-LESSER-STOP-1 < H-LESSER-STOP-2
035300           MOVE H-LESSER-STOP-1 TO NCTAP-ADD-ON
035310        ELSE
035320           MOVE H-LESSER-STOP-2 TO NCTAP-ADD-ON
035330     ELSE
035340        MOVE ZEROES TO NCTAP-ADD-ON.
035350
035360     MOVE 0 TO H-LESSER-STOP-1
035370               H-LESSER-STOP-2.
035380
035390 10400-EXIT.    EXIT.
