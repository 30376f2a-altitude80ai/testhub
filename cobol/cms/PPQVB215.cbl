000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPQVB215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - NIGHTLY ONLINE-QUOTE VERSUS BATCH-PRICING
000070*            CONSISTENCY CHECK.
000080*          - PPSVC215 LOGS EVERY CLAIM IT PRICES ONLINE TO
000090*            QUOTELOG, AND PPBAT215 LOGS EVERY CLAIM IT PRICES
000100*            TO PRCLOG, BOTH IN THE PRICELOG LAYOUT.  BOTH LOGS
000110*            ARE SORTED INTO CLAIM ORDER (PROVIDER, MBI,
000120*            DISCHARGE DATE) AND EACH QUOTE IS MATCHED TO THE
000130*            LATEST BATCH PRICING OF THE SAME CLAIM.
000140*          - A QUOTE WHOSE PPS-DATA OR WI-AUDIT-RECORD DIFFERS
000150*            FROM THE BATCH RESULT IS LISTED ON QVBRPT WITH ITS
000160*            CAUSE, TAKEN IN THIS ORDER:
000170*              TABLE-GEN    - A REFERENCE TABLE WAS AT A
000180*                             DIFFERENT CATALOG VERSION;
000190*              PROV-SEGMENT - A DIFFERENT PROVIDER SEGMENT, OR
000200*                             THE SAME SEGMENT CHANGED;
000210*              BILL-CHANGED - THE BILL AS PRICED CHANGED AFTER
000220*                             THE QUOTE;
000230*              UNEXPLAINED  - SAME INPUTS, DIFFERENT RESULT -
000240*                             THE ONLINE AND BATCH PATHS ARE
000250*                             NOT PRICING THE SAME WAY.
000260*            A SECOND LINE SHOWS WHERE THE TWO SIDES PART - THE
000270*            TABLE AND ITS TWO VERSIONS, THE TWO SEGMENT DATES,
000280*            OR THE FIRST BYTE THAT DIFFERS AND WHAT FOLLOWS IT.
000290*          - QUOTES NOT YET PRICED IN BATCH ARE LISTED AS
000300*            NOT-PRICED.  THE RUN ENDS WITH RETURN CODE 4 WHEN
000310*            ANY DIFFERENCE IS UNEXPLAINED, 16 WHEN THE BATCH
000320*            PRICING LOG IS MISSING.
000330 DATE-COMPILED.
000340****************************************************************
000350*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000360*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000370*   IS THAT OF THE USER.                                       *
000380****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.            IBM-370.
000420 OBJECT-COMPUTER.            IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT QUOTE-LOG-IN    ASSIGN TO QUOTELOG
000460                            ORGANIZATION IS SEQUENTIAL
000470                            FILE STATUS IS WK-QUOTE-STATUS.
000480     SELECT BATCH-LOG-IN    ASSIGN TO PRCLOG
000490                            ORGANIZATION IS SEQUENTIAL
000500                            FILE STATUS IS WK-BATCH-STATUS.
000510     SELECT QUOTE-SORT-FILE ASSIGN TO SORTWK01.
000520     SELECT QUOTE-SORTED-FILE ASSIGN TO QVBQSRT
000530                            ORGANIZATION IS SEQUENTIAL.
000540     SELECT BATCH-SORT-FILE ASSIGN TO SORTWK01.
000550     SELECT BATCH-SORTED-FILE ASSIGN TO QVBBSRT
000560                            ORGANIZATION IS SEQUENTIAL.
000570     SELECT QVB-RPT-OUT     ASSIGN TO QVBRPT
000580                            ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------*
000620* THE ONLINE QUOTE LOG AND THE BATCH PRICING LOG, AS       *
000630* WRITTEN (PRICELOG LAYOUT).                               *
000640*----------------------------------------------------------*
000650 FD  QUOTE-LOG-IN
000660     RECORDING MODE IS F.
000670 01  QUOTE-LOG-IN-REC            PIC X(1390).
000680 FD  BATCH-LOG-IN
000690     RECORDING MODE IS F.
000700 01  BATCH-LOG-IN-REC            PIC X(1390).
000710*----------------------------------------------------------*
000720* QUOTES SORT INTO CLAIM ORDER, EACH CLAIM'S QUOTES OLDEST *
000730* FIRST.  BATCH PRICINGS SORT INTO CLAIM ORDER NEWEST      *
000740* FIRST, SO THE FIRST PRICING OF A CLAIM IS ITS LATEST.    *
000750*----------------------------------------------------------*
000760 SD  QUOTE-SORT-FILE.
000770 01  QUOTE-SORT-REC.
000780     05  FILLER                  PIC X(01).
000790     05  QS-KEY                  PIC X(25).
000800     05  FILLER                  PIC X(08).
000810     05  QS-PRICED-DATE          PIC 9(08).
000820     05  QS-PRICED-TIME          PIC 9(08).
000830     05  FILLER                  PIC X(1340).
000840 FD  QUOTE-SORTED-FILE
000850     RECORDING MODE IS F.
000860 COPY PRICELOG REPLACING ==PRICE-LOG-REC== BY ==QUOTE-LOG-REC==.
000870 SD  BATCH-SORT-FILE.
000880 01  BATCH-SORT-REC.
000890     05  FILLER                  PIC X(01).
000900     05  BS-KEY                  PIC X(25).
000910     05  FILLER                  PIC X(08).
000920     05  BS-PRICED-DATE          PIC 9(08).
000930     05  BS-PRICED-TIME          PIC 9(08).
000940     05  FILLER                  PIC X(1340).
000950 FD  BATCH-SORTED-FILE
000960     RECORDING MODE IS F.
000970 COPY PRICELOG REPLACING ==PRICE-LOG-REC== BY ==BATCH-LOG-REC==.
000980 FD  QVB-RPT-OUT
000990     RECORDING MODE IS F.
001000 01  QVB-RPT-LINE                PIC X(132).
001010 WORKING-STORAGE SECTION.
001020 01  W-STORAGE-REF                  PIC X(48)  VALUE
001030     'P P Q V B 2 1 5 - W O R K I N G   S T O R A G E'.
001040 01  QVB-VERSION                    PIC X(05) VALUE 'V21.5'.
001050 01  WK-QUOTE-STATUS            PIC X(02) VALUE SPACES.
001060 01  WK-BATCH-STATUS            PIC X(02) VALUE SPACES.
001070 01  WK-SWITCHES.
001080     05  WK-QUOTE-SW            PIC X(01) VALUE 'N'.
001090         88  QUOTES-ACTIVE      VALUE 'Y'.
001100     05  WK-BATCH-MATCH-SW      PIC X(01) VALUE 'N'.
001110         88  BATCH-WAS-MATCHED  VALUE 'Y'.
001120*----------------------------------------------------------*
001130* MATCH KEYS - PROVIDER, MBI AND DISCHARGE DATE - OF THE   *
001140* NEXT QUOTE AND BATCH PRICING, HIGH-VALUES AT END OF FILE.*
001150*----------------------------------------------------------*
001160 01  WK-QUOTE-KEY               PIC X(25) VALUE SPACES.
001170 01  WK-BATCH-KEY               PIC X(25) VALUE SPACES.
001180*----------------------------------------------------------*
001190* THE TABLE TYPES BEHIND THE CATALOG VERSIONS, IN PRICELOG *
001200* ORDER.                                                   *
001210*----------------------------------------------------------*
001220 01  WK-QV-TYPE-LIST.
001230     05  FILLER PIC X(08) VALUE 'MSAXWI  '.
001240     05  FILLER PIC X(08) VALUE 'CBSAWI  '.
001250     05  FILLER PIC X(08) VALUE 'CNTYCBSA'.
001260     05  FILLER PIC X(08) VALUE 'NEWTECH '.
001270     05  FILLER PIC X(08) VALUE 'DRGWGHT '.
001280     05  FILLER PIC X(08) VALUE 'OPERRATE'.
001290     05  FILLER PIC X(08) VALUE 'GEODSGN '.
001300 01  WK-QV-TYPE-TAB REDEFINES WK-QV-TYPE-LIST.
001310     05  WK-QV-TYPE             PIC X(08) OCCURS 7 TIMES.
001320 01  WK-QV-I                    PIC 9(02) COMP VALUE ZEROES.
001330 01  WK-QV-DIFF-TYPE            PIC 9(02) COMP VALUE ZEROES.
001340 01  WK-QVB-CAUSE               PIC X(12) VALUE SPACES.
001350*----------------------------------------------------------*
001360* FIRST-DIFFERENCE SCAN - THE TWO SIDES OF ONE FIELD, ITS  *
001370* LENGTH, AND THE FIRST BYTE WHERE THEY PART.              *
001380*----------------------------------------------------------*
001390 01  WK-QD-LEFT                 PIC X(800) VALUE SPACES.
001400 01  WK-QD-RIGHT                PIC X(800) VALUE SPACES.
001410 01  WK-QD-LEN                  PIC 9(03) COMP VALUE ZEROES.
001420 01  WK-QD-POS                  PIC 9(03) COMP VALUE ZEROES.
001430*----------------------------------------------------------*
001440* THE QUOTED AND BATCH RESULTS FOR THE REPORT.             *
001450*----------------------------------------------------------*
001460 01  WK-QUOTE-RTC               PIC 9(02) VALUE ZEROES.
001470 01  WK-QUOTE-PAY               PIC 9(09)V9(02) VALUE ZEROES.
001480 01  WK-BATCH-RTC               PIC 9(02) VALUE ZEROES.
001490 01  WK-BATCH-PAY               PIC 9(09)V9(02) VALUE ZEROES.
001500 01  WK-PAY-DELTA               PIC S9(09)V9(02) VALUE ZEROES.
001510 COPY PPSDATA.
001520*----------------------------------------------------------*
001530* RUN COUNTERS.                                            *
001540*----------------------------------------------------------*
001550 01  WK-COUNTERS.
001560     05  WK-QUOTES-READ         PIC 9(07) VALUE ZEROES.
001570     05  WK-BATCH-READ          PIC 9(07) VALUE ZEROES.
001580     05  WK-QUOTES-MATCHED      PIC 9(07) VALUE ZEROES.
001590     05  WK-QUOTES-AGREED       PIC 9(07) VALUE ZEROES.
001600     05  WK-DIFF-TABLE          PIC 9(07) VALUE ZEROES.
001610     05  WK-DIFF-PROVIDER       PIC 9(07) VALUE ZEROES.
001620     05  WK-DIFF-BILL           PIC 9(07) VALUE ZEROES.
001630     05  WK-DIFF-UNEXPLAINED    PIC 9(07) VALUE ZEROES.
001640     05  WK-NOT-PRICED          PIC 9(07) VALUE ZEROES.
001650*----------------------------------------------------------*
001660* REPORT LINES.                                            *
001670*----------------------------------------------------------*
001680 01  WK-QR-TITLE-LINE.
001690     05  FILLER              PIC X(44) VALUE
001700         'ONLINE QUOTE VERSUS BATCH PRICING - DIFFEREN'.
001710     05  FILLER              PIC X(03) VALUE 'CES'.
001720     05  FILLER              PIC X(07) VALUE '  DATE '.
001730     05  WK-QT-DATE          PIC 9(08).
001740     05  FILLER              PIC X(07) VALUE '  VERS '.
001750     05  WK-QT-VERSION       PIC X(05).
001760 01  WK-QR-RULE-LINE         PIC X(132) VALUE ALL '='.
001770 01  WK-QR-HEADING1.
001780     05  FILLER              PIC X(40) VALUE
001790         'PROVDR  MBI          DISCH DT  QUOTED   '.
001800     05  FILLER              PIC X(40) VALUE
001810         ' SESSION   RUN ID    RTC Q/B      QUOTED'.
001820     05  FILLER              PIC X(40) VALUE
001830         '       BATCH     DIFFERENCE  CAUSE      '.
001840 01  WK-QR-DETAIL-LINE.
001850     05  WK-QL-PROVIDER-NO   PIC X(06).
001860     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  WK-QL-MBI           PIC X(11).
001880     05  FILLER              PIC X(02) VALUE SPACES.
001890     05  WK-QL-DISCHARGE     PIC 9(08).
001900     05  FILLER              PIC X(02) VALUE SPACES.
001910     05  WK-QL-QUOTE-DATE    PIC 9(08).
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  WK-QL-SESSION       PIC X(08).
001940     05  FILLER              PIC X(02) VALUE SPACES.
001950     05  WK-QL-RUN-ID        PIC X(08).
001960     05  FILLER              PIC X(03) VALUE SPACES.
001970     05  WK-QL-QUOTE-RTC     PIC 9(02).
001980     05  FILLER              PIC X(01) VALUE '/'.
001990     05  WK-QL-BATCH-RTC     PIC 9(02).
002000     05  FILLER              PIC X(01) VALUE SPACES.
002010     05  WK-QL-QUOTE-PAY     PIC Z,ZZZ,ZZ9.99.
002020     05  FILLER              PIC X(01) VALUE SPACES.
002030     05  WK-QL-BATCH-PAY     PIC Z,ZZZ,ZZ9.99.
002040     05  FILLER              PIC X(01) VALUE SPACES.
002050     05  WK-QL-DELTA         PIC -Z,ZZZ,ZZ9.99.
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  WK-QL-CAUSE         PIC X(12).
002080 01  WK-QR-WHY-LINE.
002090     05  FILLER              PIC X(10) VALUE SPACES.
002100     05  WK-QW-FIELD         PIC X(16).
002110     05  WK-QW-QUAL          PIC X(08).
002120     05  WK-QW-BYTE-LIT      PIC X(05).
002130     05  WK-QW-BYTE          PIC ZZ9 BLANK WHEN ZERO.
002140     05  FILLER              PIC X(10) VALUE '  QUOTED: '.
002150     05  WK-QW-QUOTE         PIC X(16).
002160     05  FILLER              PIC X(09) VALUE '  BATCH: '.
002170     05  WK-QW-BATCH         PIC X(16).
002180 01  WK-QS-COUNT-LINE.
002190     05  WK-QS-LABEL         PIC X(44).
002200     05  WK-QS-COUNT         PIC ZZZ,ZZ9.
002210 PROCEDURE DIVISION.
002220*===========================================================*
002230* 0000-MAINLINE                                             *
002240*===========================================================*
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002270     PERFORM 2000-SORT-QUOTES     THRU 2000-EXIT.
002280     PERFORM 2500-SORT-BATCH      THRU 2500-EXIT.
002290     PERFORM 3000-COMPARE         THRU 3000-EXIT.
002300     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002310     STOP RUN.
002320*===========================================================*
002330* 1000-INITIALIZE - CHECK THE TWO LOGS ARE THERE AND START  *
002340* THE REPORT.  NO QUOTE LOG MEANS NO QUOTES TO CHECK; NO    *
002350* BATCH PRICING LOG MEANS NOTHING TO CHECK THEM AGAINST.    *
002360*===========================================================*
002370 1000-INITIALIZE.
002380     OPEN INPUT BATCH-LOG-IN.
002390     IF WK-BATCH-STATUS NOT = '00'
002400         DISPLAY 'PPQVB215 - BATCH PRICING LOG MISSING'
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     CLOSE BATCH-LOG-IN.
002450     OPEN INPUT QUOTE-LOG-IN.
002460     IF WK-QUOTE-STATUS = '00'
002470         SET QUOTES-ACTIVE TO TRUE
002480         CLOSE QUOTE-LOG-IN
002490     ELSE
002500         DISPLAY 'PPQVB215 - NO QUOTE LOG - NO QUOTES TO CHECK'
002510     END-IF.
002520     OPEN OUTPUT QVB-RPT-OUT.
002530     ACCEPT WK-QT-DATE FROM DATE YYYYMMDD.
002540     MOVE QVB-VERSION TO WK-QT-VERSION.
002550     MOVE WK-QR-TITLE-LINE TO QVB-RPT-LINE.
002560     WRITE QVB-RPT-LINE.
002570     MOVE WK-QR-RULE-LINE TO QVB-RPT-LINE.
002580     WRITE QVB-RPT-LINE.
002590     MOVE WK-QR-HEADING1 TO QVB-RPT-LINE.
002600     WRITE QVB-RPT-LINE.
002610 1000-EXIT.
002620     EXIT.
002630*===========================================================*
002640* 2000-SORT-QUOTES - THE QUOTES INTO CLAIM ORDER, EACH      *
002650* CLAIM'S QUOTES IN THE ORDER THEY WERE GIVEN.              *
002660*===========================================================*
002670 2000-SORT-QUOTES.
002680     IF NOT QUOTES-ACTIVE
002690         MOVE HIGH-VALUES TO WK-QUOTE-KEY
002700         GO TO 2000-EXIT
002710     END-IF.
002720     SORT QUOTE-SORT-FILE
002730         ON ASCENDING KEY QS-KEY QS-PRICED-DATE QS-PRICED-TIME
002740         USING QUOTE-LOG-IN
002750         GIVING QUOTE-SORTED-FILE.
002760     OPEN INPUT QUOTE-SORTED-FILE.
002770     PERFORM 2100-READ-QUOTE THRU 2100-EXIT.
002780 2000-EXIT.
002790     EXIT.
002800 2100-READ-QUOTE.
002810     READ QUOTE-SORTED-FILE
002820         AT END
002830             MOVE HIGH-VALUES TO WK-QUOTE-KEY
002840             GO TO 2100-EXIT
002850     END-READ.
002860     ADD 1 TO WK-QUOTES-READ.
002870     MOVE PX-CLAIM-KEY OF QUOTE-LOG-REC TO WK-QUOTE-KEY.
002880 2100-EXIT.
002890     EXIT.
002900*===========================================================*
002910* 2500-SORT-BATCH - THE BATCH PRICINGS INTO CLAIM ORDER,    *
002920* EACH CLAIM'S LATEST PRICING FIRST.  A CLAIM PRICED AGAIN  *
002930* IN A RERUN IS CHECKED AGAINST ITS LAST PRICE ONLY.        *
002940*===========================================================*
002950 2500-SORT-BATCH.
002960     SORT BATCH-SORT-FILE
002970         ON ASCENDING KEY BS-KEY
002980         DESCENDING KEY BS-PRICED-DATE BS-PRICED-TIME
002990         USING BATCH-LOG-IN
003000         GIVING BATCH-SORTED-FILE.
003010     OPEN INPUT BATCH-SORTED-FILE.
003020     PERFORM 2600-READ-BATCH THRU 2600-EXIT.
003030 2500-EXIT.
003040     EXIT.
003050 2600-READ-BATCH.
003060     READ BATCH-SORTED-FILE
003070         AT END
003080             MOVE HIGH-VALUES TO WK-BATCH-KEY
003090             GO TO 2600-EXIT
003100     END-READ.
003110     ADD 1 TO WK-BATCH-READ.
003120     MOVE PX-CLAIM-KEY OF BATCH-LOG-REC TO WK-BATCH-KEY.
003130 2600-EXIT.
003140     EXIT.
003150*===========================================================*
003160* 3000-COMPARE - MATCH EVERY QUOTE TO ITS CLAIM'S LATEST    *
003170* BATCH PRICING.  THE OLDER PRICINGS OF A CLAIM SORT BEHIND *
003180* THE LATEST AND ARE PASSED OVER WITH THE CLAIMS NO ONE     *
003190* QUOTED.                                                   *
003200*===========================================================*
003210 3000-COMPARE.
003220     PERFORM 3100-COMPARE-ONE THRU 3100-EXIT
003230         UNTIL WK-QUOTE-KEY = HIGH-VALUES.
003240     IF QUOTES-ACTIVE
003250         CLOSE QUOTE-SORTED-FILE
003260     END-IF.
003270     CLOSE BATCH-SORTED-FILE.
003280 3000-EXIT.
003290     EXIT.
003300 3100-COMPARE-ONE.
003310     IF WK-BATCH-KEY < WK-QUOTE-KEY
003320         PERFORM 2600-READ-BATCH THRU 2600-EXIT
003330         GO TO 3100-EXIT
003340     END-IF.
003350     IF WK-BATCH-KEY > WK-QUOTE-KEY
003360         ADD 1 TO WK-NOT-PRICED
003370         MOVE 'N' TO WK-BATCH-MATCH-SW
003380         MOVE 'NOT-PRICED' TO WK-QVB-CAUSE
003390         PERFORM 3400-WRITE-DIFFERENCE THRU 3400-EXIT
003400         PERFORM 2100-READ-QUOTE THRU 2100-EXIT
003410         GO TO 3100-EXIT
003420     END-IF.
003430     ADD 1 TO WK-QUOTES-MATCHED.
003440     SET BATCH-WAS-MATCHED TO TRUE.
003450     PERFORM 3200-CLASSIFY-DIFFERENCE THRU 3200-EXIT.
003460     PERFORM 2100-READ-QUOTE THRU 2100-EXIT.
003470 3100-EXIT.
003480     EXIT.
003490*-----------------------------------------------------------*
003500* 3200-CLASSIFY-DIFFERENCE - A QUOTE THAT AGREES WITH THE   *
003510* BATCH RESULT IS ONLY COUNTED.  OTHERWISE THE FIRST INPUT  *
003520* THAT DIFFERS - TABLE VERSIONS, PROVIDER SEGMENT, THEN THE *
003530* BILL - IS THE CAUSE; WITH ALL THREE THE SAME THE          *
003540* DIFFERENCE IS UNEXPLAINED.                                *
003550*-----------------------------------------------------------*
003560 3200-CLASSIFY-DIFFERENCE.
003570     IF PX-PPS-DATA OF QUOTE-LOG-REC
003580            = PX-PPS-DATA OF BATCH-LOG-REC
003590        AND PX-WI-AUDIT OF QUOTE-LOG-REC
003600            = PX-WI-AUDIT OF BATCH-LOG-REC
003610         ADD 1 TO WK-QUOTES-AGREED
003620         GO TO 3200-EXIT
003630     END-IF.
003640     MOVE SPACES TO WK-QW-QUAL WK-QW-BYTE-LIT.
003650     MOVE ZEROES TO WK-QW-BYTE.
003660     MOVE ZEROES TO WK-QV-DIFF-TYPE.
003670     PERFORM 3210-CHECK-ONE-VERSION THRU 3210-EXIT
003680         VARYING WK-QV-I FROM 7 BY -1
003690         UNTIL WK-QV-I < 1.
003700     EVALUATE TRUE
003710         WHEN WK-QV-DIFF-TYPE > 0
003720             ADD 1 TO WK-DIFF-TABLE
003730             MOVE 'TABLE-GEN'       TO WK-QVB-CAUSE
003740             MOVE 'TABLE VERSION'   TO WK-QW-FIELD
003750             MOVE WK-QV-TYPE(WK-QV-DIFF-TYPE) TO WK-QW-QUAL
003760             MOVE PX-TS-CAT-VER OF QUOTE-LOG-REC (WK-QV-DIFF-TYPE)
003770                 TO WK-QW-QUOTE
003780             MOVE PX-TS-CAT-VER OF BATCH-LOG-REC (WK-QV-DIFF-TYPE)
003790                 TO WK-QW-BATCH
003800         WHEN PX-PROV-EFF-DATE OF QUOTE-LOG-REC
003810                  NOT = PX-PROV-EFF-DATE OF BATCH-LOG-REC
003820             ADD 1 TO WK-DIFF-PROVIDER
003830             MOVE 'PROV-SEGMENT'    TO WK-QVB-CAUSE
003840             MOVE 'SEGMENT EFF DATE' TO WK-QW-FIELD
003850             MOVE PX-PROV-EFF-DATE OF QUOTE-LOG-REC TO WK-QW-QUOTE
003860             MOVE PX-PROV-EFF-DATE OF BATCH-LOG-REC TO WK-QW-BATCH
003870         WHEN PX-PROV-RECORD OF QUOTE-LOG-REC
003880                  NOT = PX-PROV-RECORD OF BATCH-LOG-REC
003890             ADD 1 TO WK-DIFF-PROVIDER
003900             MOVE 'PROV-SEGMENT'    TO WK-QVB-CAUSE
003910             MOVE 'PROVIDER RECORD' TO WK-QW-FIELD
003920             MOVE PX-PROV-RECORD OF QUOTE-LOG-REC TO WK-QD-LEFT
003930             MOVE PX-PROV-RECORD OF BATCH-LOG-REC TO WK-QD-RIGHT
003940             MOVE 310 TO WK-QD-LEN
003950             PERFORM 8100-SHOW-FIRST-DIFF THRU 8100-EXIT
003960         WHEN PX-BILL-IMAGE OF QUOTE-LOG-REC
003970                  NOT = PX-BILL-IMAGE OF BATCH-LOG-REC
003980             ADD 1 TO WK-DIFF-BILL
003990             MOVE 'BILL-CHANGED'    TO WK-QVB-CAUSE
004000             MOVE 'BILL AS PRICED'  TO WK-QW-FIELD
004010             MOVE PX-BILL-IMAGE OF QUOTE-LOG-REC TO WK-QD-LEFT
004020             MOVE PX-BILL-IMAGE OF BATCH-LOG-REC TO WK-QD-RIGHT
004030             MOVE 791 TO WK-QD-LEN
004040             PERFORM 8100-SHOW-FIRST-DIFF THRU 8100-EXIT
004050         WHEN PX-PPS-DATA OF QUOTE-LOG-REC
004060                  NOT = PX-PPS-DATA OF BATCH-LOG-REC
004070             ADD 1 TO WK-DIFF-UNEXPLAINED
004080             MOVE 'UNEXPLAINED'     TO WK-QVB-CAUSE
004090             MOVE 'PPS-DATA'        TO WK-QW-FIELD
004100             MOVE PX-PPS-DATA OF QUOTE-LOG-REC TO WK-QD-LEFT
004110             MOVE PX-PPS-DATA OF BATCH-LOG-REC TO WK-QD-RIGHT
004120             MOVE 89 TO WK-QD-LEN
004130             PERFORM 8100-SHOW-FIRST-DIFF THRU 8100-EXIT
004140         WHEN OTHER
004150             ADD 1 TO WK-DIFF-UNEXPLAINED
004160             MOVE 'UNEXPLAINED'     TO WK-QVB-CAUSE
004170             MOVE 'WI-AUDIT-RECORD' TO WK-QW-FIELD
004180             MOVE PX-WI-AUDIT OF QUOTE-LOG-REC TO WK-QD-LEFT
004190             MOVE PX-WI-AUDIT OF BATCH-LOG-REC TO WK-QD-RIGHT
004200             MOVE 66 TO WK-QD-LEN
004210             PERFORM 8100-SHOW-FIRST-DIFF THRU 8100-EXIT
004220     END-EVALUATE.
004230     PERFORM 3400-WRITE-DIFFERENCE THRU 3400-EXIT.
004240 3200-EXIT.
004250     EXIT.
004260 3210-CHECK-ONE-VERSION.
004270     IF PX-TS-CAT-VER OF QUOTE-LOG-REC (WK-QV-I)
004280            NOT = PX-TS-CAT-VER OF BATCH-LOG-REC (WK-QV-I)
004290         MOVE WK-QV-I TO WK-QV-DIFF-TYPE
004300     END-IF.
004310 3210-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------*
004340* 3400-WRITE-DIFFERENCE - THE QUOTE AND ITS BATCH RESULT,   *
004350* AND UNDER A MATCHED QUOTE WHERE THE TWO SIDES PART.       *
004360*-----------------------------------------------------------*
004370 3400-WRITE-DIFFERENCE.
004380     MOVE PX-PPS-DATA OF QUOTE-LOG-REC TO PPS-DATA.
004390     MOVE PPS-RTC            TO WK-QUOTE-RTC.
004400     MOVE PPS-TOTAL-PAYMENT  TO WK-QUOTE-PAY.
004410     MOVE ZEROES             TO WK-BATCH-RTC WK-BATCH-PAY.
004420     MOVE SPACES             TO WK-QL-RUN-ID.
004430     IF BATCH-WAS-MATCHED
004440         MOVE PX-PPS-DATA OF BATCH-LOG-REC TO PPS-DATA
004450         MOVE PPS-RTC           TO WK-BATCH-RTC
004460         MOVE PPS-TOTAL-PAYMENT TO WK-BATCH-PAY
004470         MOVE PX-ORIGIN-ID OF BATCH-LOG-REC TO WK-QL-RUN-ID
004480     END-IF.
004490     COMPUTE WK-PAY-DELTA = WK-QUOTE-PAY - WK-BATCH-PAY.
004500     MOVE PX-PROVIDER-NO OF QUOTE-LOG-REC    TO WK-QL-PROVIDER-NO.
004510     MOVE PX-MBI OF QUOTE-LOG-REC            TO WK-QL-MBI.
004520     MOVE PX-DISCHARGE-DATE OF QUOTE-LOG-REC TO WK-QL-DISCHARGE.
004530     MOVE PX-PRICED-DATE OF QUOTE-LOG-REC    TO WK-QL-QUOTE-DATE.
004540     MOVE PX-ORIGIN-ID OF QUOTE-LOG-REC      TO WK-QL-SESSION.
004550     MOVE WK-QUOTE-RTC       TO WK-QL-QUOTE-RTC.
004560     MOVE WK-BATCH-RTC       TO WK-QL-BATCH-RTC.
004570     MOVE WK-QUOTE-PAY       TO WK-QL-QUOTE-PAY.
004580     MOVE WK-BATCH-PAY       TO WK-QL-BATCH-PAY.
004590     MOVE WK-PAY-DELTA       TO WK-QL-DELTA.
004600     MOVE WK-QVB-CAUSE       TO WK-QL-CAUSE.
004610     MOVE WK-QR-DETAIL-LINE  TO QVB-RPT-LINE.
004620     WRITE QVB-RPT-LINE.
004630     IF NOT BATCH-WAS-MATCHED
004640         GO TO 3400-EXIT
004650     END-IF.
004660     MOVE WK-QR-WHY-LINE TO QVB-RPT-LINE.
004670     WRITE QVB-RPT-LINE.
004680 3400-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------*
004710* 8100-SHOW-FIRST-DIFF - FIND THE FIRST BYTE WHERE          *
004720* WK-QD-LEFT AND WK-QD-RIGHT PART WITHIN WK-QD-LEN, AND SHOW*
004730* IT WITH THE 16 BYTES FROM THERE ON EACH SIDE.             *
004740*-----------------------------------------------------------*
004750 8100-SHOW-FIRST-DIFF.
004760     MOVE 1 TO WK-QD-POS.
004770     PERFORM 8110-STEP-POS THRU 8110-EXIT
004780         UNTIL WK-QD-POS > WK-QD-LEN
004790            OR WK-QD-LEFT(WK-QD-POS:1)
004800               NOT = WK-QD-RIGHT(WK-QD-POS:1).
004810     IF WK-QD-POS > WK-QD-LEN
004820         GO TO 8100-EXIT
004830     END-IF.
004840     MOVE 'BYTE'                     TO WK-QW-BYTE-LIT.
004850     MOVE WK-QD-POS                  TO WK-QW-BYTE.
004860     MOVE WK-QD-LEFT(WK-QD-POS:16)   TO WK-QW-QUOTE.
004870     MOVE WK-QD-RIGHT(WK-QD-POS:16)  TO WK-QW-BATCH.
004880 8100-EXIT.
004890     EXIT.
004900 8110-STEP-POS.
004910     ADD 1 TO WK-QD-POS.
004920 8110-EXIT.
004930     EXIT.
004940*===========================================================*
004950* 9000-TERMINATE - THE CAUSE SUMMARY AND RUN TOTALS.  AN    *
004960* UNEXPLAINED DIFFERENCE SETS RETURN CODE 4.                *
004970*===========================================================*
004980 9000-TERMINATE.
004990     MOVE WK-QR-RULE-LINE TO QVB-RPT-LINE.
005000     WRITE QVB-RPT-LINE.
005010     MOVE 'QUOTES CHECKED' TO WK-QS-LABEL.
005020     MOVE WK-QUOTES-READ TO WK-QS-COUNT.
005030     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
005040     MOVE 'QUOTES MATCHED TO A BATCH PRICING' TO WK-QS-LABEL.
005050     MOVE WK-QUOTES-MATCHED TO WK-QS-COUNT.
005060     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
005070     MOVE 'QUOTES AGREEING WITH THE BATCH RESULT' TO WK-QS-LABEL.
005080     MOVE WK-QUOTES-AGREED TO WK-QS-COUNT.
005090     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
005100     MOVE 'DIFFERENCES - TABLE GENERATION CHANGED'
005110         TO WK-QS-LABEL.
005120     MOVE WK-DIFF-TABLE TO WK-QS-COUNT.
005130     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
005140     MOVE 'DIFFERENCES - PROVIDER SEGMENT CHANGED'
005150         TO WK-QS-LABEL.
005160     MOVE WK-DIFF-PROVIDER TO WK-QS-COUNT.
005170     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
005180     MOVE 'DIFFERENCES - BILL CHANGED AFTER THE QUOTE'
005190         TO WK-QS-LABEL.
005200     MOVE WK-DIFF-BILL TO WK-QS-COUNT.
005210     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
005220     MOVE 'DIFFERENCES - UNEXPLAINED' TO WK-QS-LABEL.
005230     MOVE WK-DIFF-UNEXPLAINED TO WK-QS-COUNT.
005240     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
005250     MOVE 'QUOTES NOT YET PRICED IN BATCH' TO WK-QS-LABEL.
005260     MOVE WK-NOT-PRICED TO WK-QS-COUNT.
005270     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
005280     CLOSE QVB-RPT-OUT.
005290     DISPLAY 'PPQVB215 - QUOTES READ       : ' WK-QUOTES-READ.
005300     DISPLAY 'PPQVB215 - BATCH PRICINGS    : ' WK-BATCH-READ.
005310     DISPLAY 'PPQVB215 - QUOTES AGREEING   : ' WK-QUOTES-AGREED.
005320     DISPLAY 'PPQVB215 - NOT YET PRICED    : ' WK-NOT-PRICED.
005330     IF WK-DIFF-UNEXPLAINED > 0
005340         DISPLAY 'PPQVB215 - UNEXPLAINED DIFFERENCES: '
005350                 WK-DIFF-UNEXPLAINED
005360         MOVE 4 TO RETURN-CODE
005370     END-IF.
005380 9000-EXIT.
005390     EXIT.
005400 9100-WRITE-COUNT.
005410     MOVE WK-QS-COUNT-LINE TO QVB-RPT-LINE.
005420     WRITE QVB-RPT-LINE.
005430 9100-EXIT.
005440     EXIT.
