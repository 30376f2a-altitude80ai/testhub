000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPTPE215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - TARGETED PROBE-AND-EDUCATE (TPE) ROUND MANAGEMENT.
000070*            PPBAT215 PULLS EACH ACTIVE ROUND'S SAMPLE INTO THE
000080*            MANUAL-REVIEW HOLD QUEUE AND LOGS EVERY PULLED
000090*            CLAIM ON ITS TPE SELECTION FILE; THE REVIEWERS'
000100*            DECISIONS COME BACK THROUGH PPMRV215, WHOSE
000110*            DECISION LOG RECORDS EACH OUTCOME.
000120*          - THIS PROGRAM READS THE CURRENT TPE CONTROL FILE,
000130*            THE SELECTION FILES AND THE DECISION LOGS SINCE THE
000140*            CASES OPENED (CONCATENATED), AND ROLLS THE
000150*            DECISIONS UP INTO A CLAIM ERROR RATE PER PROVIDER
000160*            PER ROUND.  A DENIED OR RECODED CLAIM IS AN ERROR.
000170*          - A ROUND WHOSE SAMPLE IS PULLED AND FULLY DECIDED IS
000180*            CLOSED OUT: BELOW ERROR-THRESHOLD THE PROVIDER IS
000190*            CLOSED; OTHERWISE IT MOVES TO THE NEXT ROUND, WHICH
000200*            STARTS PULLING AFTER EDUCATION-DAYS, OR AFTER THE
000210*            LAST ROUND (MAX-ROUNDS) IT IS REFERRED.  THE NEW
000220*            CONTROL FILE FEEDS THE NEXT PPBAT215 RUN.
000230*          - THE STATUS REPORT LISTS EVERY PROVIDER AND ROUND
000240*            FOR THE QUARTERLY WORKLOAD SUBMISSION.
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
000370     SELECT TPE-PARM-FILE   ASSIGN TO TPEPARM
000380                            ORGANIZATION IS LINE SEQUENTIAL
000390                            FILE STATUS IS WK-PARM-STATUS.
000400     SELECT TPE-CONTROL-IN  ASSIGN TO TPECTLI
000410                            ORGANIZATION IS SEQUENTIAL
000420                            FILE STATUS IS WK-TPEIN-STATUS.
000430     SELECT TPE-CONTROL-OUT ASSIGN TO TPECTLO
000440                            ORGANIZATION IS SEQUENTIAL.
000450     SELECT TPE-SELECT-IN   ASSIGN TO TPESEL
000460                            ORGANIZATION IS SEQUENTIAL
000470                            FILE STATUS IS WK-TPESEL-STATUS.
000480     SELECT DECISION-LOG    ASSIGN TO MRDLOG
000490                            ORGANIZATION IS SEQUENTIAL
000500                            FILE STATUS IS WK-DLOG-STATUS.
000510     SELECT TPE-RPT-OUT     ASSIGN TO TPERPT
000520                            ORGANIZATION IS LINE SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550*----------------------------------------------------------*
000560* TPE PARAMETER CARDS - KEYWORD=VALUE:                      *
000570*   ERROR-THRESHOLD=NNN  CLAIM ERROR RATE (PERCENT) AT OR   *
000580*                        ABOVE WHICH A ROUND FAILS (020)    *
000590*   EDUCATION-DAYS=NNN   WAIT BEFORE THE NEXT ROUND (045)   *
000600*   MAX-ROUNDS=N         ROUNDS BEFORE REFERRAL (3)         *
000610*----------------------------------------------------------*
000620 FD  TPE-PARM-FILE
000630     RECORDING MODE IS F.
000640 01  TPE-PARM-REC                PIC X(80).
000650*----------------------------------------------------------*
000660* TPE CONTROL FILE (PPBAT215 TPE-CONTROL LAYOUT).  STATUS   *
000670* 'A' ROUND ACTIVE, 'C' CLOSED, 'F' REFERRED.               *
000680*----------------------------------------------------------*
000690 FD  TPE-CONTROL-IN
000700     RECORDING MODE IS F.
000710 01  TPE-CONTROL-IN-REC          PIC X(80).
000720 FD  TPE-CONTROL-OUT
000730     RECORDING MODE IS F.
000740 01  TPE-CONTROL-OUT-REC         PIC X(80).
000750*----------------------------------------------------------*
000760* TPE SELECTIONS (PPBAT215 TPE-SELECT LAYOUT).              *
000770*----------------------------------------------------------*
000780 FD  TPE-SELECT-IN
000790     RECORDING MODE IS F.
000800 01  TPE-SELECT-REC.
000810     05  TS-PROVIDER-NO          PIC X(06).
000820     05  TS-DISCHARGE-DATE       PIC X(08).
000830     05  TS-CLAIM-SEQ            PIC X(09).
000840     05  TS-DRG                  PIC 9(03).
000850     05  TS-ROUND                PIC 9(01).
000860     05  TS-SELECT-DATE          PIC 9(08).
000870     05  FILLER                  PIC X(05).
000880*----------------------------------------------------------*
000890* MEDICAL-REVIEW DECISION LOG (PPMRV215 LAYOUT).            *
000900*----------------------------------------------------------*
000910 FD  DECISION-LOG
000920     RECORDING MODE IS F.
000930 01  DECISION-LOG-REC.
000940     05  DL-PROVIDER-NO          PIC X(06).
000950     05  DL-DISCHARGE-DATE       PIC X(08).
000960     05  DL-CLAIM-SEQ            PIC X(09).
000970     05  DL-SOURCE               PIC X(01).
000980     05  DL-DECISION             PIC X(01).
000990     05  DL-OLD-DRG              PIC 9(03).
001000     05  DL-NEW-DRG              PIC 9(03).
001010     05  DL-NEW-DAYS             PIC 9(03).
001020     05  DL-REVIEWER-ID          PIC X(08).
001030     05  DL-BASE-AMT             PIC 9(09)V9(02).
001040     05  FILLER                  PIC X(47).
001050 FD  TPE-RPT-OUT
001060     RECORDING MODE IS F.
001070 01  TPE-RPT-LINE                PIC X(132).
001080 WORKING-STORAGE SECTION.
001090 01  W-STORAGE-REF                  PIC X(48)  VALUE
001100     'P P T P E 2 1 5 - W O R K I N G   S T O R A G E'.
001110 01  TPE-VERSION                    PIC X(05) VALUE 'T21.5'.
001120 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001130 01  WK-TPEIN-STATUS            PIC X(02) VALUE SPACES.
001140 01  WK-TPESEL-STATUS           PIC X(02) VALUE SPACES.
001150 01  WK-DLOG-STATUS             PIC X(02) VALUE SPACES.
001160 01  WK-SWITCHES.
001170     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001180         88  PARM-AT-EOF        VALUE 'Y'.
001190     05  WK-TPEIN-EOF           PIC X(01) VALUE 'N'.
001200         88  TPEIN-AT-EOF       VALUE 'Y'.
001210     05  WK-TPESEL-EOF          PIC X(01) VALUE 'N'.
001220         88  TPESEL-AT-EOF      VALUE 'Y'.
001230     05  WK-DLOG-EOF            PIC X(01) VALUE 'N'.
001240         88  DLOG-AT-EOF        VALUE 'Y'.
001250     05  WK-FOUND-SW            PIC X(01) VALUE 'N'.
001260         88  ENTRY-WAS-FOUND    VALUE 'Y'.
001270*----------------------------------------------------------*
001280* PARAMETERS IN EFFECT.                                     *
001290*----------------------------------------------------------*
001300 01  WK-ERROR-THRESHOLD         PIC 9(03) VALUE 020.
001310 01  WK-EDUCATION-DAYS          PIC 9(03) VALUE 045.
001320 01  WK-MAX-ROUNDS              PIC 9(01) VALUE 3.
001330 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
001340 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001350 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001360*----------------------------------------------------------*
001370* RUN COUNTERS.                                             *
001380*----------------------------------------------------------*
001390 01  WK-COUNTERS.
001400     05  WK-SELECTIONS-IN       PIC 9(07) VALUE ZEROES.
001410     05  WK-SELECTIONS-DROPPED  PIC 9(07) VALUE ZEROES.
001420     05  WK-LOG-ROWS            PIC 9(07) VALUE ZEROES.
001430     05  WK-LOG-MATCHED         PIC 9(07) VALUE ZEROES.
001440     05  WK-CASES-SAMPLING      PIC 9(05) VALUE ZEROES.
001450     05  WK-CASES-IN-REVIEW     PIC 9(05) VALUE ZEROES.
001460     05  WK-CASES-PASSED        PIC 9(05) VALUE ZEROES.
001470     05  WK-CASES-NEXT-ROUND    PIC 9(05) VALUE ZEROES.
001480     05  WK-CASES-REFERRED      PIC 9(05) VALUE ZEROES.
001490     05  WK-CASES-CLOSED        PIC 9(05) VALUE ZEROES.
001500     05  WK-CASES-ON-REFERRAL   PIC 9(05) VALUE ZEROES.
001510     05  WK-TOT-DECIDED         PIC 9(07) VALUE ZEROES.
001520     05  WK-TOT-ERRORS          PIC 9(07) VALUE ZEROES.
001530*----------------------------------------------------------*
001540* TPE CASES, AS READ AND AS THEY WILL BE WRITTEN BACK.      *
001550*----------------------------------------------------------*
001560 01  WK-TC-COUNT                PIC 9(04) VALUE ZEROES.
001570 01  TPE-CASE-TABLE.
001580     05  TC-ENTRY OCCURS 500 TIMES
001590                  INDEXED BY TC-IDX.
001600         10  TC-CONTROL-REC     PIC X(80).
001610         10  TC-CONTROL-VIEW REDEFINES TC-CONTROL-REC.
001620             15  TC-PROVIDER-NO PIC X(06).
001630             15  TC-ROUND       PIC 9(01).
001640             15  TC-STATUS      PIC X(01).
001650                 88  TC-ROUND-ACTIVE VALUE 'A'.
001660                 88  TC-CASE-CLOSED  VALUE 'C'.
001670                 88  TC-CASE-REFERRED VALUE 'F'.
001680             15  TC-SAMPLE-SIZE PIC 9(03).
001690             15  TC-SELECTED    PIC 9(03).
001700             15  TC-ROUND-OPENED PIC 9(08).
001710             15  TC-WAIT-DAYS   PIC 9(03).
001720             15  TC-DRG         PIC 9(03) OCCURS 10 TIMES.
001730             15  FILLER         PIC X(25).
001740*----------------------------------------------------------*
001750* PULLED CLAIMS WITH THE REVIEW DECISION, IF ANY, FROM THE  *
001760* DECISION LOGS (A LATER LOG RECORD REPLACES AN EARLIER).   *
001770*----------------------------------------------------------*
001780 01  WK-SL-COUNT                PIC 9(05) VALUE ZEROES.
001790 01  SELECTION-TABLE.
001800     05  SL-ENTRY OCCURS 20000 TIMES
001810                  INDEXED BY SL-IDX SL-SIDX.
001820         10  SL-PROVIDER-NO     PIC X(06).
001830         10  SL-DISCHARGE-DATE  PIC X(08).
001840         10  SL-CLAIM-SEQ       PIC X(09).
001850         10  SL-ROUND           PIC 9(01).
001860         10  SL-DECISION        PIC X(01).
001870*----------------------------------------------------------*
001880* ONE ROW PER PROVIDER PER ROUND.                           *
001890*----------------------------------------------------------*
001900 01  WK-RD-COUNT                PIC 9(04) VALUE ZEROES.
001910 01  ROUND-TABLE.
001920     05  RD-ENTRY OCCURS 1501 TIMES
001930                  INDEXED BY RD-IDX RD-SIDX.
001940         10  RD-PROVIDER-NO     PIC X(06).
001950         10  RD-ROUND           PIC 9(01).
001960         10  RD-PULLED          PIC 9(05).
001970         10  RD-DECIDED         PIC 9(05).
001980         10  RD-APPROVED        PIC 9(05).
001990         10  RD-DENIED          PIC 9(05).
002000         10  RD-RECODED         PIC 9(05).
002010 01  WK-RD-ROUND                PIC 9(01) VALUE ZEROES.
002020 01  WK-ERRORS                  PIC 9(05) VALUE ZEROES.
002030 01  WK-ERROR-RATE              PIC 9(03)V9(01) VALUE ZEROES.
002040 01  WK-ACTION                  PIC X(18) VALUE SPACES.
002050*----------------------------------------------------------*
002060* REPORT LINES.                                             *
002070*----------------------------------------------------------*
002080 01  WK-RPT-TITLE-LINE.
002090     05  WK-RT-TITLE         PIC X(40).
002100     05  FILLER              PIC X(07) VALUE '  DATE '.
002110     05  WK-RT-DATE          PIC 9(08).
002120     05  FILLER              PIC X(07) VALUE '  VERS '.
002130     05  WK-RT-VERSION       PIC X(05).
002140 01  WK-RPT-RULE-LINE        PIC X(132) VALUE ALL '='.
002150 01  WK-RPT-SECTION-LINE.
002160     05  FILLER              PIC X(04) VALUE '--- '.
002170     05  WK-RS-TEXT          PIC X(50).
002180 01  WK-RD-HEADING.
002190     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
002200     05  FILLER              PIC X(06) VALUE 'ROUND'.
002210     05  FILLER              PIC X(08) VALUE ' SAMPLE'.
002220     05  FILLER              PIC X(08) VALUE ' PULLED'.
002230     05  FILLER              PIC X(08) VALUE 'DECIDED'.
002240     05  FILLER              PIC X(08) VALUE ' DENIED'.
002250     05  FILLER              PIC X(08) VALUE 'RECODED'.
002260     05  FILLER              PIC X(08) VALUE ' ERRORS'.
002270     05  FILLER              PIC X(08) VALUE ' RATE %'.
002280     05  FILLER              PIC X(02) VALUE SPACES.
002290     05  FILLER              PIC X(18) VALUE 'ROUND OUTCOME'.
002300     05  FILLER              PIC X(11) VALUE 'NEXT OPENS'.
002310     05  FILLER              PIC X(08) VALUE 'DRG SET'.
002320 01  WK-RD-DETAIL-LINE.
002330     05  WK-RL-PROVIDER      PIC X(06).
002340     05  FILLER              PIC X(04) VALUE SPACES.
002350     05  WK-RL-ROUND         PIC 9(01).
002360     05  FILLER              PIC X(02) VALUE SPACES.
002370     05  WK-RL-SAMPLE        PIC ZZ,ZZ9.
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  WK-RL-PULLED        PIC ZZ,ZZ9.
002400     05  FILLER              PIC X(02) VALUE SPACES.
002410     05  WK-RL-DECIDED       PIC ZZ,ZZ9.
002420     05  FILLER              PIC X(02) VALUE SPACES.
002430     05  WK-RL-DENIED        PIC ZZ,ZZ9.
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  WK-RL-RECODED       PIC ZZ,ZZ9.
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  WK-RL-ERRORS        PIC ZZ,ZZ9.
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  WK-RL-RATE          PIC ZZ9.9.
002500     05  FILLER              PIC X(03) VALUE SPACES.
002510     05  WK-RL-ACTION        PIC X(18).
002520     05  WK-RL-WAIT          PIC X(11).
002530     05  WK-RL-DRG-SET       PIC X(39).
002540 01  WK-RL-WAIT-TEXT.
002550     05  FILLER              PIC X(01) VALUE '+'.
002560     05  WK-RL-WAIT-DAYS     PIC ZZ9.
002570     05  FILLER              PIC X(05) VALUE ' DAYS'.
002580 01  WK-RL-DRG-EDIT.
002590     05  WK-RL-DRG-ITEM OCCURS 10 TIMES.
002600         10  WK-RL-DRG       PIC 9(03).
002610         10  FILLER          PIC X(01).
002620 01  WK-RL-DRG-IDX           PIC 9(02) VALUE ZEROES.
002630 01  WK-TPE-COUNT-LINE.
002640     05  WK-TC-LABEL         PIC X(44).
002650     05  WK-TC-NUMBER        PIC ZZZ,ZZ9.
002660 PROCEDURE DIVISION.
002670*===========================================================*
002680* 0000-MAINLINE                                              *
002690*===========================================================*
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002720     PERFORM 2000-LOAD-SELECTIONS THRU 2000-EXIT.
002730     PERFORM 2100-APPLY-DECISIONS THRU 2100-EXIT.
002740     PERFORM 3000-JUDGE-CASES THRU 3000-EXIT.
002750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002760     STOP RUN.
002770*===========================================================*
002780* 1000-INITIALIZE - READ THE PARAMETER CARDS, LOAD THE TPE  *
002790* CONTROL FILE AND OPEN THE STATUS REPORT.                  *
002800*===========================================================*
002810 1000-INITIALIZE.
002820     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002830     OPEN INPUT TPE-PARM-FILE.
002840     IF WK-PARM-STATUS = '00'
002850         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
002860             UNTIL PARM-AT-EOF
002870         CLOSE TPE-PARM-FILE
002880     END-IF.
002890     IF WK-MAX-ROUNDS = 0
002900         MOVE 3 TO WK-MAX-ROUNDS
002910     END-IF.
002920     OPEN INPUT TPE-CONTROL-IN.
002930     IF WK-TPEIN-STATUS NOT = '00'
002940         DISPLAY 'PPTPE215 - TPE CONTROL FILE MISSING'
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     PERFORM 1200-READ-ONE-CASE THRU 1200-EXIT
002990         UNTIL TPEIN-AT-EOF OR WK-TC-COUNT >= 500.
003000     IF NOT TPEIN-AT-EOF
003010         READ TPE-CONTROL-IN
003020             AT END
003030                 SET TPEIN-AT-EOF TO TRUE
003040         END-READ
003050     END-IF.
003060     CLOSE TPE-CONTROL-IN.
003070     IF NOT TPEIN-AT-EOF
003080         DISPLAY 'PPTPE215 - TPE CONTROL FILE EXCEEDS 500 '
003090                 'PROVIDERS - RUN STOPPED'
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     OPEN OUTPUT TPE-RPT-OUT.
003140     MOVE 'TPE PROBE STATUS BY PROVIDER AND ROUND' TO WK-RT-TITLE.
003150     MOVE WK-RUN-DATE TO WK-RT-DATE.
003160     MOVE TPE-VERSION TO WK-RT-VERSION.
003170     MOVE WK-RPT-TITLE-LINE TO TPE-RPT-LINE.
003180     WRITE TPE-RPT-LINE.
003190     MOVE WK-RPT-RULE-LINE TO TPE-RPT-LINE.
003200     WRITE TPE-RPT-LINE.
003210 1000-EXIT.
003220     EXIT.
003230 1100-READ-ONE-PARM.
003240     READ TPE-PARM-FILE
003250         AT END
003260             SET PARM-AT-EOF TO TRUE
003270             GO TO 1100-EXIT
003280     END-READ.
003290     IF TPE-PARM-REC = SPACES OR TPE-PARM-REC(1:1) = '*'
003300         GO TO 1100-EXIT
003310     END-IF.
003320     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
003330     UNSTRING TPE-PARM-REC DELIMITED BY '='
003340         INTO WK-RC-KEYWORD WK-RC-VALUE.
003350     EVALUATE WK-RC-KEYWORD
003360         WHEN 'ERROR-THRESHOLD'
003370             IF WK-RC-VALUE(1:3) IS NUMERIC
003380                 MOVE WK-RC-VALUE(1:3) TO WK-ERROR-THRESHOLD
003390             END-IF
003400         WHEN 'EDUCATION-DAYS'
003410             IF WK-RC-VALUE(1:3) IS NUMERIC
003420                 MOVE WK-RC-VALUE(1:3) TO WK-EDUCATION-DAYS
003430             END-IF
003440         WHEN 'MAX-ROUNDS'
003450             IF WK-RC-VALUE(1:1) IS NUMERIC
003460                 MOVE WK-RC-VALUE(1:1) TO WK-MAX-ROUNDS
003470             END-IF
003480         WHEN OTHER
003490             DISPLAY 'PPTPE215 - PARAMETER CARD IGNORED : '
003500                     TPE-PARM-REC
003510     END-EVALUATE.
003520 1100-EXIT.
003530     EXIT.
003540 1200-READ-ONE-CASE.
003550     READ TPE-CONTROL-IN
003560         AT END
003570             SET TPEIN-AT-EOF TO TRUE
003580             GO TO 1200-EXIT
003590     END-READ.
003600     ADD 1 TO WK-TC-COUNT.
003610     SET TC-IDX TO WK-TC-COUNT.
003620     MOVE TPE-CONTROL-IN-REC TO TC-CONTROL-REC(TC-IDX).
003630 1200-EXIT.
003640     EXIT.
003650*===========================================================*
003660* 2000-LOAD-SELECTIONS - EVERY CLAIM PULLED FOR A PROVIDER  *
003670* STILL ON THE CONTROL FILE, AND ITS ROUND ROW.             *
003680*===========================================================*
003690 2000-LOAD-SELECTIONS.
003700     OPEN INPUT TPE-SELECT-IN.
003710     IF WK-TPESEL-STATUS NOT = '00'
003720         DISPLAY 'PPTPE215 - NO TPE SELECTION FILE'
003730         GO TO 2000-EXIT
003740     END-IF.
003750     PERFORM 2010-READ-ONE-SELECTION THRU 2010-EXIT
003760         UNTIL TPESEL-AT-EOF.
003770     CLOSE TPE-SELECT-IN.
003780     IF WK-SELECTIONS-DROPPED > 0
003790         DISPLAY 'PPTPE215 - SELECTIONS NOT TABLED : '
003800                 WK-SELECTIONS-DROPPED
003810         MOVE 8 TO RETURN-CODE
003820     END-IF.
003830 2000-EXIT.
003840     EXIT.
003850 2010-READ-ONE-SELECTION.
003860     READ TPE-SELECT-IN
003870         AT END
003880             SET TPESEL-AT-EOF TO TRUE
003890             GO TO 2010-EXIT
003900     END-READ.
003910     ADD 1 TO WK-SELECTIONS-IN.
003920     MOVE 'N' TO WK-FOUND-SW.
003930     SET TC-IDX TO 1.
003940     SEARCH TC-ENTRY
003950         AT END
003960             CONTINUE
003970         WHEN TC-IDX > WK-TC-COUNT
003980             CONTINUE
003990         WHEN TC-PROVIDER-NO(TC-IDX) = TS-PROVIDER-NO
004000             SET ENTRY-WAS-FOUND TO TRUE
004010     END-SEARCH.
004020     IF NOT ENTRY-WAS-FOUND
004030         GO TO 2010-EXIT
004040     END-IF.
004050     IF WK-SL-COUNT >= 20000
004060         ADD 1 TO WK-SELECTIONS-DROPPED
004070         GO TO 2010-EXIT
004080     END-IF.
004090     MOVE TS-ROUND       TO WK-RD-ROUND.
004100     PERFORM 2020-FIND-ROUND THRU 2020-EXIT.
004110     IF NOT ENTRY-WAS-FOUND
004120         ADD 1 TO WK-SELECTIONS-DROPPED
004130         GO TO 2010-EXIT
004140     END-IF.
004150     ADD 1 TO RD-PULLED(RD-SIDX).
004160     ADD 1 TO WK-SL-COUNT.
004170     SET SL-IDX TO WK-SL-COUNT.
004180     MOVE TS-PROVIDER-NO    TO SL-PROVIDER-NO(SL-IDX).
004190     MOVE TS-DISCHARGE-DATE TO SL-DISCHARGE-DATE(SL-IDX).
004200     MOVE TS-CLAIM-SEQ      TO SL-CLAIM-SEQ(SL-IDX).
004210     MOVE TS-ROUND          TO SL-ROUND(SL-IDX).
004220     MOVE SPACE             TO SL-DECISION(SL-IDX).
004230 2010-EXIT.
004240     EXIT.
004250*-----------------------------------------------------------*
004260* 2020-FIND-ROUND - FIND OR ADD THE ROW FOR THE PROVIDER IN *
004270* TS-PROVIDER-NO AND THE ROUND IN WK-RD-ROUND.              *
004280*-----------------------------------------------------------*
004290 2020-FIND-ROUND.
004300     MOVE 'N' TO WK-FOUND-SW.
004310     SET RD-SIDX TO 1.
004320     SEARCH RD-ENTRY VARYING RD-SIDX
004330         AT END
004340             CONTINUE
004350         WHEN RD-SIDX > WK-RD-COUNT
004360             IF WK-RD-COUNT < 1500
004370                 ADD 1 TO WK-RD-COUNT
004380                 SET RD-SIDX TO WK-RD-COUNT
004390                 MOVE TS-PROVIDER-NO TO RD-PROVIDER-NO(RD-SIDX)
004400                 MOVE WK-RD-ROUND    TO RD-ROUND(RD-SIDX)
004410                 MOVE ZEROES TO RD-PULLED(RD-SIDX)
004420                                RD-DECIDED(RD-SIDX)
004430                                RD-APPROVED(RD-SIDX)
004440                                RD-DENIED(RD-SIDX)
004450                                RD-RECODED(RD-SIDX)
004460                 SET ENTRY-WAS-FOUND TO TRUE
004470             END-IF
004480         WHEN RD-PROVIDER-NO(RD-SIDX) = TS-PROVIDER-NO
004490          AND RD-ROUND(RD-SIDX) = WK-RD-ROUND
004500             SET ENTRY-WAS-FOUND TO TRUE
004510     END-SEARCH.
004520 2020-EXIT.
004530     EXIT.
004540*===========================================================*
004550* 2100-APPLY-DECISIONS - ATTACH EACH LOGGED DECISION TO THE *
004560* PULLED CLAIM IT DECIDED.  DECISIONS ON CLAIMS THAT WERE   *
004570* NOT PULLED FOR TPE (HIGH-DOLLAR HOLDS, AUDIT SAMPLES) ARE *
004580* PASSED OVER.                                              *
004590*===========================================================*
004600 2100-APPLY-DECISIONS.
004610     IF WK-SL-COUNT = 0
004620         GO TO 2100-EXIT
004630     END-IF.
004640     OPEN INPUT DECISION-LOG.
004650     IF WK-DLOG-STATUS NOT = '00'
004660         DISPLAY 'PPTPE215 - NO DECISION LOG'
004670         GO TO 2100-EXIT
004680     END-IF.
004690     PERFORM 2110-READ-ONE-LOG THRU 2110-EXIT
004700         UNTIL DLOG-AT-EOF.
004710     CLOSE DECISION-LOG.
004720     PERFORM 2120-COUNT-ONE-DECISION THRU 2120-EXIT
004730         VARYING SL-IDX FROM 1 BY 1
004740         UNTIL SL-IDX > WK-SL-COUNT.
004750 2100-EXIT.
004760     EXIT.
004770 2110-READ-ONE-LOG.
004780     READ DECISION-LOG
004790         AT END
004800             SET DLOG-AT-EOF TO TRUE
004810             GO TO 2110-EXIT
004820     END-READ.
004830     ADD 1 TO WK-LOG-ROWS.
004840     SET SL-SIDX TO 1.
004850     SEARCH SL-ENTRY VARYING SL-SIDX
004860         AT END
004870             CONTINUE
004880         WHEN SL-SIDX > WK-SL-COUNT
004890             CONTINUE
004900         WHEN SL-PROVIDER-NO(SL-SIDX)    = DL-PROVIDER-NO
004910          AND SL-DISCHARGE-DATE(SL-SIDX) = DL-DISCHARGE-DATE
004920          AND SL-CLAIM-SEQ(SL-SIDX)      = DL-CLAIM-SEQ
004930             MOVE DL-DECISION TO SL-DECISION(SL-SIDX)
004940             ADD 1 TO WK-LOG-MATCHED
004950     END-SEARCH.
004960 2110-EXIT.
004970     EXIT.
004980 2120-COUNT-ONE-DECISION.
004990     IF SL-DECISION(SL-IDX) = SPACE
005000         GO TO 2120-EXIT
005010     END-IF.
005020     MOVE SL-PROVIDER-NO(SL-IDX) TO TS-PROVIDER-NO.
005030     MOVE SL-ROUND(SL-IDX)       TO WK-RD-ROUND.
005040     PERFORM 2020-FIND-ROUND THRU 2020-EXIT.
005050     IF NOT ENTRY-WAS-FOUND
005060         GO TO 2120-EXIT
005070     END-IF.
005080     ADD 1 TO RD-DECIDED(RD-SIDX).
005090     EVALUATE SL-DECISION(SL-IDX)
005100         WHEN 'A'
005110             ADD 1 TO RD-APPROVED(RD-SIDX)
005120         WHEN 'D'
005130             ADD 1 TO RD-DENIED(RD-SIDX)
005140         WHEN OTHER
005150             ADD 1 TO RD-RECODED(RD-SIDX)
005160     END-EVALUATE.
005170 2120-EXIT.
005180     EXIT.
005190*===========================================================*
005200* 3000-JUDGE-CASES - DECIDE EACH ACTIVE CASE'S CURRENT      *
005210* ROUND, WRITE THE CONTROL FILE BACK, AND LIST EVERY ROUND. *
005220*===========================================================*
005230 3000-JUDGE-CASES.
005240     MOVE 'PROVIDER ROUNDS' TO WK-RS-TEXT.
005250     MOVE WK-RPT-SECTION-LINE TO TPE-RPT-LINE.
005260     WRITE TPE-RPT-LINE.
005270     MOVE WK-RD-HEADING TO TPE-RPT-LINE.
005280     WRITE TPE-RPT-LINE.
005290     OPEN OUTPUT TPE-CONTROL-OUT.
005300     IF WK-TC-COUNT > 0
005310         PERFORM 3100-JUDGE-ONE-CASE THRU 3100-EXIT
005320             VARYING TC-IDX FROM 1 BY 1
005330             UNTIL TC-IDX > WK-TC-COUNT
005340     END-IF.
005350     CLOSE TPE-CONTROL-OUT.
005360 3000-EXIT.
005370     EXIT.
005380 3100-JUDGE-ONE-CASE.
005390     MOVE TC-PROVIDER-NO(TC-IDX) TO TS-PROVIDER-NO.
005400     IF TC-ROUND(TC-IDX) > 1
005410        AND TC-ROUND-ACTIVE(TC-IDX)
005420         PERFORM 3300-LIST-PAST-ROUND THRU 3300-EXIT
005430             VARYING WK-RD-ROUND FROM 1 BY 1
005440             UNTIL WK-RD-ROUND NOT < TC-ROUND(TC-IDX)
005450     END-IF.
005460     MOVE TC-ROUND(TC-IDX) TO WK-RD-ROUND.
005470     PERFORM 2020-FIND-ROUND THRU 2020-EXIT.
005480     PERFORM 3200-RATE-ROUND THRU 3200-EXIT.
005490     MOVE SPACES TO WK-RL-WAIT.
005500     EVALUATE TRUE
005510         WHEN TC-CASE-CLOSED(TC-IDX)
005520             MOVE 'CLOSED' TO WK-ACTION
005530             ADD 1 TO WK-CASES-CLOSED
005540         WHEN TC-CASE-REFERRED(TC-IDX)
005550             MOVE 'ON REFERRAL' TO WK-ACTION
005560             ADD 1 TO WK-CASES-ON-REFERRAL
005570         WHEN NOT TC-ROUND-ACTIVE(TC-IDX)
005580             MOVE 'NOT ACTIVE' TO WK-ACTION
005590         WHEN RD-PULLED(RD-SIDX) < TC-SAMPLE-SIZE(TC-IDX)
005600             MOVE 'SAMPLING' TO WK-ACTION
005610             ADD 1 TO WK-CASES-SAMPLING
005620         WHEN RD-DECIDED(RD-SIDX) < RD-PULLED(RD-SIDX)
005630             MOVE 'IN REVIEW' TO WK-ACTION
005640             ADD 1 TO WK-CASES-IN-REVIEW
005650         WHEN WK-ERROR-RATE < WK-ERROR-THRESHOLD
005660             MOVE 'C' TO TC-STATUS(TC-IDX)
005670             MOVE 'PASSED - CLOSED' TO WK-ACTION
005680             ADD 1 TO WK-CASES-PASSED
005690         WHEN TC-ROUND(TC-IDX) < WK-MAX-ROUNDS
005700             MOVE 'FAILED-NEXT ROUND' TO WK-ACTION
005710             ADD 1 TO WK-CASES-NEXT-ROUND
005720         WHEN OTHER
005730             MOVE 'F' TO TC-STATUS(TC-IDX)
005740             MOVE 'FAILED - REFERRAL' TO WK-ACTION
005750             ADD 1 TO WK-CASES-REFERRED
005760     END-EVALUATE.
005770     PERFORM 3400-WRITE-ROUND-LINE THRU 3400-EXIT.
005780     IF WK-ACTION = 'FAILED-NEXT ROUND'
005790         ADD 1 TO TC-ROUND(TC-IDX)
005800         MOVE ZEROES            TO TC-SELECTED(TC-IDX)
005810         MOVE WK-RUN-DATE       TO TC-ROUND-OPENED(TC-IDX)
005820         MOVE WK-EDUCATION-DAYS TO TC-WAIT-DAYS(TC-IDX)
005830         MOVE WK-EDUCATION-DAYS TO WK-RL-WAIT-DAYS
005840         MOVE 'NEW ROUND' TO WK-RL-ACTION
005850         MOVE TC-ROUND(TC-IDX)  TO WK-RL-ROUND
005860         MOVE ZEROES TO WK-RL-PULLED WK-RL-DECIDED WK-RL-DENIED
005870                        WK-RL-RECODED WK-RL-ERRORS WK-RL-RATE
005880         MOVE WK-RL-WAIT-TEXT   TO WK-RL-WAIT
005890         MOVE WK-RD-DETAIL-LINE TO TPE-RPT-LINE
005900         WRITE TPE-RPT-LINE
005910     END-IF.
005920     MOVE TC-CONTROL-REC(TC-IDX) TO TPE-CONTROL-OUT-REC.
005930     WRITE TPE-CONTROL-OUT-REC.
005940 3100-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------*
005970* 3200-RATE-ROUND - ERROR COUNT AND CLAIM ERROR RATE OF THE *
005980* ROUND ROW AT RD-SIDX (ZERO WHEN THERE IS NO ROW YET).     *
005990*-----------------------------------------------------------*
006000 3200-RATE-ROUND.
006010     MOVE ZEROES TO WK-ERRORS WK-ERROR-RATE.
006020     IF NOT ENTRY-WAS-FOUND
006030         SET RD-SIDX TO 1501
006040         MOVE ZEROES TO RD-PULLED(RD-SIDX) RD-DECIDED(RD-SIDX)
006050                        RD-APPROVED(RD-SIDX) RD-DENIED(RD-SIDX)
006060                        RD-RECODED(RD-SIDX)
006070         GO TO 3200-EXIT
006080     END-IF.
006090     COMPUTE WK-ERRORS = RD-DENIED(RD-SIDX) + RD-RECODED(RD-SIDX).
006100     IF RD-DECIDED(RD-SIDX) > 0
006110         COMPUTE WK-ERROR-RATE ROUNDED =
006120             (WK-ERRORS * 100) / RD-DECIDED(RD-SIDX)
006130     END-IF.
006140 3200-EXIT.
006150     EXIT.
006160 3300-LIST-PAST-ROUND.
006170     PERFORM 2020-FIND-ROUND THRU 2020-EXIT.
006180     PERFORM 3200-RATE-ROUND THRU 3200-EXIT.
006190     MOVE 'FAILED' TO WK-ACTION.
006200     MOVE SPACES TO WK-RL-WAIT.
006210     PERFORM 3400-WRITE-ROUND-LINE THRU 3400-EXIT.
006220 3300-EXIT.
006230     EXIT.
006240 3400-WRITE-ROUND-LINE.
006250     MOVE TC-PROVIDER-NO(TC-IDX)  TO WK-RL-PROVIDER.
006260     MOVE WK-RD-ROUND             TO WK-RL-ROUND.
006270     MOVE TC-SAMPLE-SIZE(TC-IDX)  TO WK-RL-SAMPLE.
006280     MOVE RD-PULLED(RD-SIDX)      TO WK-RL-PULLED.
006290     MOVE RD-DECIDED(RD-SIDX)     TO WK-RL-DECIDED.
006300     MOVE RD-DENIED(RD-SIDX)      TO WK-RL-DENIED.
006310     MOVE RD-RECODED(RD-SIDX)     TO WK-RL-RECODED.
006320     MOVE WK-ERRORS               TO WK-RL-ERRORS.
006330     MOVE WK-ERROR-RATE           TO WK-RL-RATE.
006340     MOVE WK-ACTION               TO WK-RL-ACTION.
006350     MOVE SPACES TO WK-RL-DRG-EDIT.
006360     IF TC-DRG(TC-IDX 1) = 0
006370         MOVE 'ALL DRGS' TO WK-RL-DRG-EDIT
006380     ELSE
006390         PERFORM 3410-EDIT-ONE-DRG THRU 3410-EXIT
006400             VARYING WK-RL-DRG-IDX FROM 1 BY 1
006410             UNTIL WK-RL-DRG-IDX > 10
006420     END-IF.
006430     MOVE WK-RL-DRG-EDIT TO WK-RL-DRG-SET.
006440     MOVE WK-RD-DETAIL-LINE TO TPE-RPT-LINE.
006450     WRITE TPE-RPT-LINE.
006460     IF WK-ACTION NOT = 'FAILED'
006470         ADD RD-DECIDED(RD-SIDX) TO WK-TOT-DECIDED
006480         ADD WK-ERRORS TO WK-TOT-ERRORS
006490     END-IF.
006500 3400-EXIT.
006510     EXIT.
006520 3410-EDIT-ONE-DRG.
006530     IF TC-DRG(TC-IDX WK-RL-DRG-IDX) > 0
006540         MOVE TC-DRG(TC-IDX WK-RL-DRG-IDX)
006550             TO WK-RL-DRG(WK-RL-DRG-IDX)
006560     END-IF.
006570 3410-EXIT.
006580     EXIT.
006590*===========================================================*
006600* 9000-TERMINATE - CASE COUNTS FOR THE WORKLOAD SUBMISSION. *
006610*===========================================================*
006620 9000-TERMINATE.
006630     MOVE WK-RPT-RULE-LINE TO TPE-RPT-LINE.
006640     WRITE TPE-RPT-LINE.
006650     MOVE 'PROVIDERS ON THE TPE CONTROL FILE' TO WK-TC-LABEL.
006660     MOVE WK-TC-COUNT TO WK-TC-NUMBER.
006670     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006680     MOVE 'ROUNDS STILL PULLING CLAIMS' TO WK-TC-LABEL.
006690     MOVE WK-CASES-SAMPLING TO WK-TC-NUMBER.
006700     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006710     MOVE 'ROUNDS AWAITING REVIEW DECISIONS' TO WK-TC-LABEL.
006720     MOVE WK-CASES-IN-REVIEW TO WK-TC-NUMBER.
006730     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006740     MOVE 'ROUNDS PASSED - PROVIDER CLOSED' TO WK-TC-LABEL.
006750     MOVE WK-CASES-PASSED TO WK-TC-NUMBER.
006760     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006770     MOVE 'ROUNDS FAILED - MOVED TO NEXT ROUND' TO WK-TC-LABEL.
006780     MOVE WK-CASES-NEXT-ROUND TO WK-TC-NUMBER.
006790     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006800     MOVE 'ROUNDS FAILED - PROVIDER REFERRED' TO WK-TC-LABEL.
006810     MOVE WK-CASES-REFERRED TO WK-TC-NUMBER.
006820     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006830     MOVE 'PROVIDERS CLOSED EARLIER' TO WK-TC-LABEL.
006840     MOVE WK-CASES-CLOSED TO WK-TC-NUMBER.
006850     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006860     MOVE 'PROVIDERS REFERRED EARLIER' TO WK-TC-LABEL.
006870     MOVE WK-CASES-ON-REFERRAL TO WK-TC-NUMBER.
006880     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006890     MOVE 'CLAIMS PULLED (ALL ROUNDS)' TO WK-TC-LABEL.
006900     MOVE WK-SL-COUNT TO WK-TC-NUMBER.
006910     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006920     MOVE 'CLAIMS DECIDED (CURRENT ROUNDS)' TO WK-TC-LABEL.
006930     MOVE WK-TOT-DECIDED TO WK-TC-NUMBER.
006940     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006950     MOVE 'CLAIMS IN ERROR (CURRENT ROUNDS)' TO WK-TC-LABEL.
006960     MOVE WK-TOT-ERRORS TO WK-TC-NUMBER.
006970     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
006980     CLOSE TPE-RPT-OUT.
006990     DISPLAY 'PPTPE215 - TPE PROVIDERS     : ' WK-TC-COUNT.
007000     DISPLAY 'PPTPE215 - SELECTIONS READ   : ' WK-SELECTIONS-IN.
007010     DISPLAY 'PPTPE215 - DECISIONS MATCHED : ' WK-LOG-MATCHED.
007020     DISPLAY 'PPTPE215 - CLOSED/NEXT/REFER : ' WK-CASES-PASSED
007030             ' ' WK-CASES-NEXT-ROUND ' ' WK-CASES-REFERRED.
007040 9000-EXIT.
007050     EXIT.
007060 9300-WRITE-COUNT-LINE.
007070     MOVE WK-TPE-COUNT-LINE TO TPE-RPT-LINE.
007080     WRITE TPE-RPT-LINE.
007090 9300-EXIT.
007100     EXIT.
