000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPEVT215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - CLAIM LIFECYCLE TIMELINE INQUIRY.  LISTS, OLDEST
000070*            FIRST, EVERY EVENT THE CLAIM EVENT JOURNAL
000080*            (EVTJRNL) HOLDS FOR ONE CLAIM - RECEIPT AND
000090*            CONVERSION, EDIT FAILURES, PENDS, QUARANTINE,
000100*            HOLDS AND RELEASES, PRICING, REMITTANCE,
000110*            REVERSAL, SETTLEMENT AND DISBURSEMENT - SO AN
000120*            ANALYST CAN ANSWER "WHAT HAPPENED TO THIS CLAIM"
000130*            FROM ONE REPORT.
000140*          - THE CLAIM IS NAMED ON EVTPARM EITHER BY ITS
000150*            PRICING-RUN CLAIM SEQUENCE ID AND RUN ID, OR BY
000160*            PROVIDER, MBI AND DISCHARGE DATE.  GIVEN A
000170*            SEQUENCE ID, THE PROGRAM FIRST FINDS THAT EVENT
000180*            TO LEARN THE CLAIM'S PROVIDER, MBI AND DISCHARGE
000190*            DATE, THEN LISTS EVERY EVENT CARRYING THEM, SO THE
000200*            STEPS BEFORE PRICING (SEQUENCE ZERO) AND THE
000210*            PASSES THROUGH LATER RUNS ARE SHOWN AS WELL.
000220*          - EVENTS THAT DO NOT CARRY THE MBI (DISBURSEMENT,
000230*            WITHHOLD RELEASE) MATCH ON PROVIDER AND DISCHARGE
000240*            DATE ALONE.
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
000370     SELECT EVT-PARM-FILE   ASSIGN TO EVTPARM
000380                            ORGANIZATION IS LINE SEQUENTIAL
000390                            FILE STATUS IS WK-PARM-STATUS.
000400     SELECT CLAIM-EVENT-IN  ASSIGN TO EVTJRNL
000410                            ORGANIZATION IS SEQUENTIAL
000420                            FILE STATUS IS WK-EVTJRNL-STATUS.
000430     SELECT EVT-RPT-OUT     ASSIGN TO EVTRPT
000440                            ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470*----------------------------------------------------------*
000480* INQUIRY PARAMETER CARDS - KEYWORD=VALUE:                 *
000490*   CLAIM-SEQ=NNNNNNNNN   PRICING-RUN CLAIM SEQUENCE ID    *
000500*   RUN-ID=XXXXXXXX       RUN THAT ASSIGNED THE SEQUENCE ID*
000510*   PROVIDER=XXXXXX       PROVIDER NUMBER                  *
000520*   MBI=XXXXXXXXXXX       BENEFICIARY IDENTIFIER           *
000530*   DISCHARGE=CCYYMMDD    DISCHARGE DATE                   *
000540* EITHER CLAIM-SEQ AND RUN-ID, OR PROVIDER AND DISCHARGE   *
000550* (WITH MBI WHEN KNOWN), MUST BE GIVEN.                    *
000560*----------------------------------------------------------*
000570 FD  EVT-PARM-FILE
000580     RECORDING MODE IS F.
000590 01  EVT-PARM-REC                PIC X(80).
000600*----------------------------------------------------------*
000610* CLAIM EVENT JOURNAL - CLMEVENT LAYOUT, READ INTO WORKING *
000620* STORAGE.                                                 *
000630*----------------------------------------------------------*
000640 FD  CLAIM-EVENT-IN
000650     RECORDING MODE IS F.
000660 01  CLAIM-EVENT-IN-REC          PIC X(150).
000670 FD  EVT-RPT-OUT
000680     RECORDING MODE IS F.
000690 01  EVT-RPT-LINE                PIC X(150).
000700 WORKING-STORAGE SECTION.
000710 01  W-STORAGE-REF                  PIC X(48)  VALUE
000720     'P P E V T 2 1 5 - W O R K I N G   S T O R A G E'.
000730 01  EVT-VERSION                    PIC X(05) VALUE 'E21.5'.
000740 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
000750 01  WK-EVTJRNL-STATUS          PIC X(02) VALUE SPACES.
000760 01  WK-SWITCHES.
000770     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
000780         88  PARM-AT-EOF        VALUE 'Y'.
000790     05  WK-EVTJRNL-EOF         PIC X(01) VALUE 'N'.
000800         88  EVTJRNL-AT-EOF     VALUE 'Y'.
000810     05  WK-FOUND-SW            PIC X(01) VALUE 'N'.
000820         88  CLAIM-WAS-FOUND    VALUE 'Y'.
000830     05  WK-MATCH-SW            PIC X(01) VALUE 'N'.
000840         88  EVENT-MATCHES      VALUE 'Y'.
000850*----------------------------------------------------------*
000860* THE CLAIM ASKED FOR.                                     *
000870*----------------------------------------------------------*
000880 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
000890 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
000900 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
000910 01  WK-IQ-CLAIM-SEQ            PIC 9(09) VALUE ZEROES.
000920 01  WK-IQ-RUN-ID               PIC X(08) VALUE SPACES.
000930 01  WK-IQ-PROVIDER-NO          PIC X(06) VALUE SPACES.
000940 01  WK-IQ-MBI                  PIC X(11) VALUE SPACES.
000950 01  WK-IQ-DISCHARGE-DATE       PIC 9(08) VALUE ZEROES.
000960*----------------------------------------------------------*
000970* RUN COUNTERS.                                            *
000980*----------------------------------------------------------*
000990 01  WK-COUNTERS.
001000     05  WK-EVENTS-READ         PIC 9(07) VALUE ZEROES.
001010     05  WK-EVENTS-MATCHED      PIC 9(07) VALUE ZEROES.
001020     05  WK-EVENTS-DROPPED      PIC 9(07) VALUE ZEROES.
001030*----------------------------------------------------------*
001040* THE JOURNAL RECORD BEING LOOKED AT.                      *
001050*----------------------------------------------------------*
001060 COPY CLMEVENT.
001070*----------------------------------------------------------*
001080* THE CLAIM'S EVENTS, KEPT IN DATE AND TIME ORDER AS THEY  *
001090* ARE LOADED.  EVENTS WITH THE SAME STAMP KEEP JOURNAL     *
001100* ORDER.                                                   *
001110*----------------------------------------------------------*
001120 01  WK-ET-COUNT                PIC 9(05) VALUE ZEROES.
001130 01  WK-ET-SLOT                 PIC 9(05) VALUE ZEROES.
001140 01  WK-ET-STAMP.
001150     05  WK-ET-STAMP-DATE       PIC 9(08).
001160     05  WK-ET-STAMP-TIME       PIC 9(08).
001170 01  EVENT-TABLE.
001180     05  ET-ENTRY OCCURS 500 TIMES
001190                  INDEXED BY ET-IDX ET-SIDX.
001200         10  ET-STAMP           PIC X(16).
001210         10  ET-EVENT           PIC X(150).
001220*----------------------------------------------------------*
001230* EVENT TYPE DESCRIPTIONS.                                 *
001240*----------------------------------------------------------*
001250 01  WK-EVENT-NAMES.
001260     05  FILLER PIC X(20) VALUE 'RCRECEIVED'.
001270     05  FILLER PIC X(20) VALUE 'CVCONVERTED'.
001280     05  FILLER PIC X(20) VALUE 'EFEDIT FAILED'.
001290     05  FILLER PIC X(20) VALUE 'PNPENDED'.
001300     05  FILLER PIC X(20) VALUE 'QUQUARANTINED'.
001310     05  FILLER PIC X(20) VALUE 'HLHELD'.
001320     05  FILLER PIC X(20) VALUE 'RLRELEASED'.
001330     05  FILLER PIC X(20) VALUE 'PRPRICED'.
001340     05  FILLER PIC X(20) VALUE 'STSETTLED'.
001350     05  FILLER PIC X(20) VALUE 'RMREMITTED'.
001360     05  FILLER PIC X(20) VALUE 'RVREVERSED'.
001370     05  FILLER PIC X(20) VALUE 'DSDISBURSED'.
001380 01  WK-EVENT-NAME-TABLE REDEFINES WK-EVENT-NAMES.
001390     05  EN-ENTRY OCCURS 12 TIMES
001400                  INDEXED BY EN-IDX.
001410         10  EN-TYPE            PIC X(02).
001420         10  EN-NAME            PIC X(18).
001430*----------------------------------------------------------*
001440* REPORT LINES.                                            *
001450*----------------------------------------------------------*
001460 01  WK-RPT-TITLE-LINE.
001470     05  WK-RT-TITLE         PIC X(40).
001480     05  FILLER              PIC X(07) VALUE '  DATE '.
001490     05  WK-RT-DATE          PIC 9(08).
001500     05  FILLER              PIC X(07) VALUE '  VERS '.
001510     05  WK-RT-VERSION       PIC X(05).
001520 01  WK-RPT-RULE-LINE        PIC X(150) VALUE ALL '='.
001530 01  WK-RPT-CLAIM-LINE.
001540     05  FILLER              PIC X(10) VALUE 'PROVIDER '.
001550     05  WK-CL-PROVIDER      PIC X(06).
001560     05  FILLER              PIC X(07) VALUE '   MBI '.
001570     05  WK-CL-MBI           PIC X(11).
001580     05  FILLER              PIC X(13) VALUE '   DISCHARGE '.
001590     05  WK-CL-DISCHARGE     PIC 9(08).
001600     05  FILLER              PIC X(14) VALUE '   ASKED AS  '.
001610     05  WK-CL-ASKED         PIC X(40).
001620 01  WK-RPT-MESSAGE-LINE.
001630     05  FILLER              PIC X(04) VALUE '--- '.
001640     05  WK-RM-TEXT          PIC X(60).
001650 01  WK-EV-HEADING.
001660     05  FILLER              PIC X(09) VALUE 'DATE'.
001670     05  FILLER              PIC X(09) VALUE 'TIME'.
001680     05  FILLER              PIC X(15) VALUE 'EVENT'.
001690     05  FILLER              PIC X(09) VALUE 'PROGRAM'.
001700     05  FILLER              PIC X(09) VALUE 'RUN-ID'.
001710     05  FILLER              PIC X(10) VALUE 'CLAIM-SEQ'.
001720     05  FILLER              PIC X(07) VALUE 'DRG RC'.
001730     05  FILLER              PIC X(15) VALUE '       CHARGES'.
001740     05  FILLER              PIC X(15) VALUE '       PAYMENT'.
001750     05  FILLER              PIC X(15) VALUE '    OTHER AMT'.
001760     05  FILLER              PIC X(02) VALUE SPACES.
001770     05  FILLER              PIC X(30) VALUE 'DETAIL'.
001780 01  WK-EV-DETAIL-LINE.
001790     05  WK-ED-DATE          PIC 9(08).
001800     05  FILLER              PIC X(01) VALUE SPACES.
001810     05  WK-ED-TIME.
001820         10  WK-ED-HH        PIC X(02).
001830         10  FILLER          PIC X(01) VALUE ':'.
001840         10  WK-ED-MM        PIC X(02).
001850         10  FILLER          PIC X(01) VALUE ':'.
001860         10  WK-ED-SS        PIC X(02).
001870     05  FILLER              PIC X(01) VALUE SPACES.
001880     05  WK-ED-EVENT         PIC X(14).
001890     05  FILLER              PIC X(01) VALUE SPACES.
001900     05  WK-ED-PROGRAM       PIC X(08).
001910     05  FILLER              PIC X(01) VALUE SPACES.
001920     05  WK-ED-RUN-ID        PIC X(08).
001930     05  FILLER              PIC X(01) VALUE SPACES.
001940     05  WK-ED-CLAIM-SEQ     PIC Z(08)9.
001950     05  FILLER              PIC X(01) VALUE SPACES.
001960     05  WK-ED-DRG           PIC ZZZ.
001970     05  FILLER              PIC X(01) VALUE SPACES.
001980     05  WK-ED-RTC           PIC Z9.
001990     05  FILLER              PIC X(01) VALUE SPACES.
002000     05  WK-ED-CHARGES       PIC ZZZ,ZZZ,ZZ9.99.
002010     05  FILLER              PIC X(01) VALUE SPACES.
002020     05  WK-ED-PAYMENT       PIC -ZZ,ZZZ,ZZ9.99.
002030     05  FILLER              PIC X(01) VALUE SPACES.
002040     05  WK-ED-OTHER-AMT     PIC -ZZ,ZZZ,ZZ9.99.
002050     05  FILLER              PIC X(02) VALUE SPACES.
002060     05  WK-ED-DETAIL        PIC X(30).
002070 01  WK-TM-TIME-X.
002080     05  WK-TM-HH            PIC X(02).
002090     05  WK-TM-MM            PIC X(02).
002100     05  WK-TM-SS            PIC X(02).
002110     05  FILLER              PIC X(02).
002120 PROCEDURE DIVISION.
002130*===========================================================*
002140* 0000-MAINLINE                                             *
002150*===========================================================*
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     PERFORM 2000-RESOLVE-CLAIM THRU 2000-EXIT.
002190     PERFORM 3000-LOAD-EVENTS THRU 3000-EXIT.
002200     PERFORM 4000-PRINT-TIMELINE THRU 4000-EXIT.
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002220     STOP RUN.
002230*===========================================================*
002240* 1000-INITIALIZE - READ THE INQUIRY CARDS AND OPEN THE     *
002250* REPORT.  WITHOUT A USABLE CLAIM KEY THERE IS NOTHING TO   *
002260* LIST.                                                     *
002270*===========================================================*
002280 1000-INITIALIZE.
002290     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002300     OPEN OUTPUT EVT-RPT-OUT.
002310     MOVE 'CLAIM LIFECYCLE EVENT TIMELINE' TO WK-RT-TITLE.
002320     MOVE WK-RUN-DATE TO WK-RT-DATE.
002330     MOVE EVT-VERSION TO WK-RT-VERSION.
002340     MOVE WK-RPT-TITLE-LINE TO EVT-RPT-LINE.
002350     WRITE EVT-RPT-LINE.
002360     MOVE WK-RPT-RULE-LINE TO EVT-RPT-LINE.
002370     WRITE EVT-RPT-LINE.
002380     OPEN INPUT EVT-PARM-FILE.
002390     IF WK-PARM-STATUS NOT = '00'
002400         DISPLAY 'PPEVT215 - INQUIRY PARAMETER FILE MISSING'
002410         MOVE 16 TO RETURN-CODE
002420         GO TO 1000-EXIT
002430     END-IF.
002440     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
002450         UNTIL PARM-AT-EOF.
002460     CLOSE EVT-PARM-FILE.
002470     IF (WK-IQ-CLAIM-SEQ = 0 OR WK-IQ-RUN-ID = SPACES)
002480        AND (WK-IQ-PROVIDER-NO = SPACES
002490             OR WK-IQ-DISCHARGE-DATE = 0)
002500         DISPLAY 'PPEVT215 - NO CLAIM NAMED ON EVTPARM'
002510         MOVE 16 TO RETURN-CODE
002520     END-IF.
002530 1000-EXIT.
002540     EXIT.
002550 1100-READ-ONE-PARM.
002560     READ EVT-PARM-FILE
002570         AT END
002580             SET PARM-AT-EOF TO TRUE
002590             GO TO 1100-EXIT
002600     END-READ.
002610     IF EVT-PARM-REC = SPACES OR EVT-PARM-REC(1:1) = '*'
002620         GO TO 1100-EXIT
002630     END-IF.
002640     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
002650     UNSTRING EVT-PARM-REC DELIMITED BY '='
002660         INTO WK-RC-KEYWORD WK-RC-VALUE.
002670     EVALUATE WK-RC-KEYWORD
002680         WHEN 'CLAIM-SEQ'
002690             IF WK-RC-VALUE(1:9) IS NUMERIC
002700                 MOVE WK-RC-VALUE(1:9) TO WK-IQ-CLAIM-SEQ
002710             END-IF
002720         WHEN 'RUN-ID'
002730             MOVE WK-RC-VALUE(1:8) TO WK-IQ-RUN-ID
002740         WHEN 'PROVIDER'
002750             MOVE WK-RC-VALUE(1:6) TO WK-IQ-PROVIDER-NO
002760         WHEN 'MBI'
002770             MOVE WK-RC-VALUE(1:11) TO WK-IQ-MBI
002780         WHEN 'DISCHARGE'
002790             IF WK-RC-VALUE(1:8) IS NUMERIC
002800                 MOVE WK-RC-VALUE(1:8) TO WK-IQ-DISCHARGE-DATE
002810             END-IF
002820         WHEN OTHER
002830             DISPLAY 'PPEVT215 - PARAMETER CARD IGNORED : '
002840                     EVT-PARM-REC
002850     END-EVALUATE.
002860 1100-EXIT.
002870     EXIT.
002880*===========================================================*
002890* 2000-RESOLVE-CLAIM - WHEN THE CLAIM IS NAMED BY SEQUENCE  *
002900* ID, FIND ITS FIRST EVENT TO LEARN PROVIDER, MBI AND       *
002910* DISCHARGE DATE.  PROVIDER AND DISCHARGE GIVEN ON THE      *
002920* CARDS ARE KEPT.                                           *
002930*===========================================================*
002940 2000-RESOLVE-CLAIM.
002950     IF RETURN-CODE NOT < 16
002960         GO TO 2000-EXIT
002970     END-IF.
002980     MOVE SPACES TO WK-CL-ASKED.
002990     IF WK-IQ-CLAIM-SEQ NOT = 0 AND WK-IQ-RUN-ID NOT = SPACES
003000         STRING 'CLAIM-SEQ ' WK-IQ-CLAIM-SEQ ' RUN ' WK-IQ-RUN-ID
003010             DELIMITED BY SIZE INTO WK-CL-ASKED
003020     ELSE
003030         MOVE 'PROVIDER / MBI / DISCHARGE' TO WK-CL-ASKED
003040     END-IF.
003050     OPEN INPUT CLAIM-EVENT-IN.
003060     IF WK-EVTJRNL-STATUS NOT = '00'
003070         DISPLAY 'PPEVT215 - EVENT JOURNAL MISSING'
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 2000-EXIT
003100     END-IF.
003110     IF WK-IQ-PROVIDER-NO = SPACES
003120        OR WK-IQ-DISCHARGE-DATE = 0
003130         MOVE 'N' TO WK-EVTJRNL-EOF
003140         PERFORM 2100-FIND-SEQ-EVENT THRU 2100-EXIT
003150             UNTIL EVTJRNL-AT-EOF
003160         CLOSE CLAIM-EVENT-IN
003170         OPEN INPUT CLAIM-EVENT-IN
003180     END-IF.
003190 2000-EXIT.
003200     EXIT.
003210 2100-FIND-SEQ-EVENT.
003220     READ CLAIM-EVENT-IN INTO CLAIM-EVENT-REC
003230         AT END
003240             SET EVTJRNL-AT-EOF TO TRUE
003250             GO TO 2100-EXIT
003260     END-READ.
003270     IF EV-CLAIM-SEQ NOT = WK-IQ-CLAIM-SEQ
003280        OR EV-RUN-ID NOT = WK-IQ-RUN-ID
003290         GO TO 2100-EXIT
003300     END-IF.
003310     SET CLAIM-WAS-FOUND TO TRUE.
003320     SET EVTJRNL-AT-EOF TO TRUE.
003330     IF WK-IQ-PROVIDER-NO = SPACES
003340         MOVE EV-PROVIDER-NO TO WK-IQ-PROVIDER-NO
003350     END-IF.
003360     IF WK-IQ-DISCHARGE-DATE = 0
003370         MOVE EV-DISCHARGE-DATE TO WK-IQ-DISCHARGE-DATE
003380     END-IF.
003390     IF WK-IQ-MBI = SPACES
003400         MOVE EV-MBI TO WK-IQ-MBI
003410     END-IF.
003420 2100-EXIT.
003430     EXIT.
003440*===========================================================*
003450* 3000-LOAD-EVENTS - READ THE WHOLE JOURNAL AND KEEP EVERY  *
003460* EVENT OF THE CLAIM, IN DATE AND TIME ORDER.               *
003470*===========================================================*
003480 3000-LOAD-EVENTS.
003490     IF RETURN-CODE NOT < 16
003500         GO TO 3000-EXIT
003510     END-IF.
003520     MOVE 'N' TO WK-EVTJRNL-EOF.
003530     PERFORM 3100-LOAD-ONE-EVENT THRU 3100-EXIT
003540         UNTIL EVTJRNL-AT-EOF.
003550     CLOSE CLAIM-EVENT-IN.
003560 3000-EXIT.
003570     EXIT.
003580 3100-LOAD-ONE-EVENT.
003590     READ CLAIM-EVENT-IN INTO CLAIM-EVENT-REC
003600         AT END
003610             SET EVTJRNL-AT-EOF TO TRUE
003620             GO TO 3100-EXIT
003630     END-READ.
003640     ADD 1 TO WK-EVENTS-READ.
003650     PERFORM 3200-MATCH-EVENT THRU 3200-EXIT.
003660     IF NOT EVENT-MATCHES
003670         GO TO 3100-EXIT
003680     END-IF.
003690     ADD 1 TO WK-EVENTS-MATCHED.
003700     IF WK-ET-COUNT NOT < 500
003710         ADD 1 TO WK-EVENTS-DROPPED
003720         GO TO 3100-EXIT
003730     END-IF.
003740     MOVE EV-EVENT-DATE TO WK-ET-STAMP-DATE.
003750     MOVE EV-EVENT-TIME TO WK-ET-STAMP-TIME.
003760     PERFORM 3300-FIND-SLOT THRU 3300-EXIT.
003770     ADD 1 TO WK-ET-COUNT.
003780     PERFORM 3400-OPEN-SLOT THRU 3400-EXIT
003790         VARYING ET-IDX FROM WK-ET-COUNT BY -1
003800         UNTIL ET-IDX NOT > WK-ET-SLOT.
003810     SET ET-IDX TO WK-ET-SLOT.
003820     MOVE WK-ET-STAMP     TO ET-STAMP(ET-IDX).
003830     MOVE CLAIM-EVENT-REC TO ET-EVENT(ET-IDX).
003840 3100-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------*
003870* 3200-MATCH-EVENT - THE SEQUENCE ID AND RUN ASKED FOR, OR  *
003880* THE CLAIM'S PROVIDER AND DISCHARGE DATE WITH THE SAME MBI *
003890* OR NO MBI ON EITHER SIDE.                                 *
003900*-----------------------------------------------------------*
003910 3200-MATCH-EVENT.
003920     MOVE 'N' TO WK-MATCH-SW.
003930     IF WK-IQ-CLAIM-SEQ NOT = 0
003940        AND EV-CLAIM-SEQ = WK-IQ-CLAIM-SEQ
003950        AND EV-RUN-ID = WK-IQ-RUN-ID
003960         SET EVENT-MATCHES TO TRUE
003970         GO TO 3200-EXIT
003980     END-IF.
003990     IF WK-IQ-PROVIDER-NO = SPACES
004000        OR EV-PROVIDER-NO NOT = WK-IQ-PROVIDER-NO
004010        OR EV-DISCHARGE-DATE NOT = WK-IQ-DISCHARGE-DATE
004020         GO TO 3200-EXIT
004030     END-IF.
004040     IF WK-IQ-MBI = SPACES OR EV-MBI = SPACES
004050        OR EV-MBI = WK-IQ-MBI
004060         SET EVENT-MATCHES TO TRUE
004070     END-IF.
004080 3200-EXIT.
004090     EXIT.
004100*-----------------------------------------------------------*
004110* 3300-FIND-SLOT - THE NEW EVENT GOES AFTER EVERY EVENT     *
004120* STAMPED AT OR BEFORE IT.                                  *
004130*-----------------------------------------------------------*
004140 3300-FIND-SLOT.
004150     COMPUTE WK-ET-SLOT = WK-ET-COUNT + 1.
004160     IF WK-ET-COUNT = 0
004170         GO TO 3300-EXIT
004180     END-IF.
004190     SET ET-SIDX TO 1.
004200     SEARCH ET-ENTRY VARYING ET-SIDX
004210         AT END
004220             CONTINUE
004230         WHEN ET-SIDX > WK-ET-COUNT
004240             CONTINUE
004250         WHEN ET-STAMP(ET-SIDX) > WK-ET-STAMP
004260             SET WK-ET-SLOT TO ET-SIDX
004270     END-SEARCH.
004280 3300-EXIT.
004290     EXIT.
004300 3400-OPEN-SLOT.
004310     SET ET-SIDX TO ET-IDX.
004320     SET ET-SIDX DOWN BY 1.
004330     MOVE ET-ENTRY(ET-SIDX) TO ET-ENTRY(ET-IDX).
004340 3400-EXIT.
004350     EXIT.
004360*===========================================================*
004370* 4000-PRINT-TIMELINE                                       *
004380*===========================================================*
004390 4000-PRINT-TIMELINE.
004400     IF RETURN-CODE NOT < 16
004410         GO TO 4000-EXIT
004420     END-IF.
004430     MOVE WK-IQ-PROVIDER-NO    TO WK-CL-PROVIDER.
004440     MOVE WK-IQ-MBI            TO WK-CL-MBI.
004450     MOVE WK-IQ-DISCHARGE-DATE TO WK-CL-DISCHARGE.
004460     MOVE WK-RPT-CLAIM-LINE TO EVT-RPT-LINE.
004470     WRITE EVT-RPT-LINE.
004480     MOVE SPACES TO EVT-RPT-LINE.
004490     WRITE EVT-RPT-LINE.
004500     IF WK-ET-COUNT = 0
004510         MOVE 'CLAIM NOT ON EVENT JOURNAL' TO WK-RM-TEXT
004520         MOVE WK-RPT-MESSAGE-LINE TO EVT-RPT-LINE
004530         WRITE EVT-RPT-LINE
004540         MOVE 4 TO RETURN-CODE
004550         GO TO 4000-EXIT
004560     END-IF.
004570     MOVE WK-EV-HEADING TO EVT-RPT-LINE.
004580     WRITE EVT-RPT-LINE.
004590     PERFORM 4100-PRINT-ONE-EVENT THRU 4100-EXIT
004600         VARYING ET-IDX FROM 1 BY 1
004610         UNTIL ET-IDX > WK-ET-COUNT.
004620     IF WK-EVENTS-DROPPED > 0
004630         MOVE 'MORE EVENTS THAN THE TABLE HOLDS - LIST IS SHORT'
004640             TO WK-RM-TEXT
004650         MOVE WK-RPT-MESSAGE-LINE TO EVT-RPT-LINE
004660         WRITE EVT-RPT-LINE
004670         MOVE 4 TO RETURN-CODE
004680     END-IF.
004690 4000-EXIT.
004700     EXIT.
004710 4100-PRINT-ONE-EVENT.
004720     MOVE ET-EVENT(ET-IDX) TO CLAIM-EVENT-REC.
004730     MOVE EV-EVENT-DATE TO WK-ED-DATE.
004740     MOVE EV-EVENT-TIME TO WK-TM-TIME-X.
004750     MOVE WK-TM-HH      TO WK-ED-HH.
004760     MOVE WK-TM-MM      TO WK-ED-MM.
004770     MOVE WK-TM-SS      TO WK-ED-SS.
004780     MOVE EV-EVENT-TYPE TO WK-ED-EVENT.
004790     SET EN-IDX TO 1.
004800     SEARCH EN-ENTRY
004810         AT END
004820             CONTINUE
004830         WHEN EN-TYPE(EN-IDX) = EV-EVENT-TYPE
004840             MOVE EN-NAME(EN-IDX) TO WK-ED-EVENT
004850     END-SEARCH.
004860     MOVE EV-PROGRAM    TO WK-ED-PROGRAM.
004870     MOVE EV-RUN-ID     TO WK-ED-RUN-ID.
004880     MOVE EV-CLAIM-SEQ  TO WK-ED-CLAIM-SEQ.
004890     MOVE EV-DRG        TO WK-ED-DRG.
004900     MOVE EV-RTC        TO WK-ED-RTC.
004910     MOVE EV-CHARGES    TO WK-ED-CHARGES.
004920     MOVE EV-PAYMENT    TO WK-ED-PAYMENT.
004930     MOVE EV-OTHER-AMT  TO WK-ED-OTHER-AMT.
004940     MOVE EV-DETAIL     TO WK-ED-DETAIL.
004950     MOVE WK-EV-DETAIL-LINE TO EVT-RPT-LINE.
004960     WRITE EVT-RPT-LINE.
004970 4100-EXIT.
004980     EXIT.
004990*===========================================================*
005000* 9000-TERMINATE                                            *
005010*===========================================================*
005020 9000-TERMINATE.
005030     CLOSE EVT-RPT-OUT.
005040     DISPLAY 'PPEVT215 - JOURNAL EVENTS READ   : ' WK-EVENTS-READ.
005050     DISPLAY 'PPEVT215 - EVENTS SHOWN          : ' WK-ET-COUNT.
005060     IF WK-EVENTS-DROPPED > 0
005070         DISPLAY 'PPEVT215 - EVENTS NOT SHOWN      : '
005080                 WK-EVENTS-DROPPED
005090     END-IF.
005100 9000-EXIT.
005110     EXIT.
