000230*            REQUIRED, 16 WHEN THE CYCLE STATE ITSELF IS
000240*            INCONSISTENT (STALE OR UNCERTIFIED INPUTS
000250*            CONSUMED DOWNSTREAM).
000260*          - A PRICING RUN STOPPED EARLY BY AN OPERATOR STOP
000270*            REQUEST IS JUDGED 'STOPPED', NOT STALE, ON THE
000280*            NIGHTS UNTIL IT IS RESUMED: WHEN ITS CHECKPOINT IS
000290*            STILL IN PLACE THE ADVICE IS TO RESUBMIT PPBAT215,
000300*            WHICH PICKS UP FROM THE CHECKPOINT (RETURN CODE 4).
000310*            A STOPPED RUN WHOSE CHECKPOINT IS GONE OR DOES NOT
000320*            MATCH CANNOT BE RESUMED OR SAFELY RERUN FROM THE
000330*            TOP (RETURN CODE 16).
000340 DATE-COMPILED.
000350****************************************************************
000360*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000370*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000380*   IS THAT OF THE USER.                                       *
000390****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.            IBM-370.
000430 OBJECT-COMPUTER.            IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CYCLE-PARM-FILE ASSIGN TO CYCPARM
000470                            ORGANIZATION IS LINE SEQUENTIAL
000480                            FILE STATUS IS WK-PARM-STATUS.
000490     SELECT CONV-ACK-IN     ASSIGN TO ACKOUT
000500                            ORGANIZATION IS SEQUENTIAL
000510                            FILE STATUS IS WK-CONVACK-STATUS.
000520     SELECT MANIFEST-IN     ASSIGN TO MANIFEST
000530                            ORGANIZATION IS SEQUENTIAL
000540                            FILE STATUS IS WK-MANIFEST-STATUS.
000550     SELECT BAL-CERT-IN     ASSIGN TO BALCERT
000560                            ORGANIZATION IS LINE SEQUENTIAL
000570                            FILE STATUS IS WK-BALCERT-STATUS.
000580     SELECT SETTLE-FILE-IN  ASSIGN TO SETTLIN
000590                            ORGANIZATION IS SEQUENTIAL
000600                            FILE STATUS IS WK-SETTLE-STATUS.
000610     SELECT CYCLE-STATE-OUT ASSIGN TO CYCSTATE
000620                            ORGANIZATION IS SEQUENTIAL.
000630     SELECT CYCLE-RPT-OUT   ASSIGN TO CYCRPT
000640                            ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT MANIFEST1-IN    ASSIGN TO MANIF1
000660                            ORGANIZATION IS SEQUENTIAL
000670                            FILE STATUS IS WK-MANIF1-STATUS.
000680     SELECT MANIFEST2-IN    ASSIGN TO MANIF2
000690                            ORGANIZATION IS SEQUENTIAL
000700                            FILE STATUS IS WK-MANIF2-STATUS.
000710     SELECT MANIFEST3-IN    ASSIGN TO MANIF3
000720                            ORGANIZATION IS SEQUENTIAL
000730                            FILE STATUS IS WK-MANIF3-STATUS.
000740     SELECT MANIFEST4-IN    ASSIGN TO MANIF4
000750                            ORGANIZATION IS SEQUENTIAL
000760                            FILE STATUS IS WK-MANIF4-STATUS.
000770     SELECT PPS-MERGED-IN   ASSIGN TO PPSMRG
000780                            ORGANIZATION IS SEQUENTIAL
000790                            FILE STATUS IS WK-PPSMRG-STATUS.
000800     SELECT CHECKPOINT-IN   ASSIGN TO CHKPT
000810                            ORGANIZATION IS LINE SEQUENTIAL
000820                            FILE STATUS IS WK-CHKPT-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850*----------------------------------------------------------*
000860* CYCLE PARAMETER CARDS - KEYWORD=VALUE:                    *
000870*   CYCLE-DATE=CCYYMMDD  THE NIGHT BEING JUDGED (DEFAULT    *
000880*                        TODAY); A MANIFEST DATED EARLIER   *
000890*                        IS STALE                            *
000900*   RUN-ID=XXXXXXXX      EXPECTED RUN ID (OPTIONAL)          *
000910*----------------------------------------------------------*
000920*----------------------------------------------------------*
000930* CONVERSION ACKNOWLEDGMENT FILE FROM PPCNV215 - ITS        *
000940* PRESENCE AND RECORD COUNT SAY WHETHER THE CONVERSION     *
000950* STEP CLOSED.                                             *
000960*----------------------------------------------------------*
000970 FD  CONV-ACK-IN
000980     RECORDING MODE IS F.
000990 01  CONV-ACK-REC                PIC X(87).
001000*----------------------------------------------------------*
001010* PARTITION MANIFESTS AND MERGED PPSOUT FROM THE MERGE     *
001020* STEP - THE MERGED ROWS MUST ACCOUNT FOR EVERY ROW THE    *
001030* PARTITION MANIFESTS CLAIM.                               *
001040*----------------------------------------------------------*
001050 FD  MANIFEST1-IN
001060     RECORDING MODE IS F.
001070 01  MANIFEST1-REC               PIC X(144).
001080 FD  MANIFEST2-IN
001090     RECORDING MODE IS F.
001100 01  MANIFEST2-REC               PIC X(144).
001110 FD  MANIFEST3-IN
001120     RECORDING MODE IS F.
001130 01  MANIFEST3-REC               PIC X(144).
001140 FD  MANIFEST4-IN
001150     RECORDING MODE IS F.
001160 01  MANIFEST4-REC               PIC X(144).
001170 FD  PPS-MERGED-IN
001180     RECORDING MODE IS F.
001190 01  PPS-MERGED-REC              PIC X(235).
001200 FD  CYCLE-PARM-FILE
001210     RECORDING MODE IS F.
001220 01  CYCLE-PARM-REC              PIC X(80).
001230*----------------------------------------------------------*
001240* RUN MANIFEST WRITTEN BY PPBAT215 (OR THE MERGED NIGHT'S   *
001250* SURVIVING PARTITION MANIFEST) - SAME LAYOUT PPBAT215      *
001260* WRITES.                                                   *
001270*----------------------------------------------------------*
001280 FD  MANIFEST-IN
001290     RECORDING MODE IS F.
001300 01  MANIFEST-IN-REC             PIC X(144).
001310*----------------------------------------------------------*
001320* PPBAT215 RESTART CHECKPOINT - THE BILL COUNT TO RESUME    *
001330* AFTER, FOLLOWED BY 'STOPPED' WHEN THE RUN WAS STOPPED BY  *
001340* THE OPERATOR.                                             *
001350*----------------------------------------------------------*
001360 FD  CHECKPOINT-IN
001370     RECORDING MODE IS F.
001380 01  CHECKPOINT-IN-REC           PIC X(07).
001390*----------------------------------------------------------*
001400* BALANCING CERTIFICATE FROM PPBAL215 - THE VERDICT LINE    *
001410* BEGINS 'BALANCING CERTIFICATE - PASSED' OR '- FAILED'.    *
001420*----------------------------------------------------------*
001430 FD  BAL-CERT-IN
001440     RECORDING MODE IS F.
001450 01  BAL-CERT-IN-LINE            PIC X(110).
001460*----------------------------------------------------------*
001470* SETTLEMENT EXTRACT FROM PPSET215 - ONLY ITS PRESENCE AND  *
001480* RECORD COUNT MATTER HERE.                                 *
001490*----------------------------------------------------------*
001500 FD  SETTLE-FILE-IN
001510     RECORDING MODE IS F.
001520 01  SETTLE-IN-REC               PIC X(98).
001530*----------------------------------------------------------*
001540* CYCLE STATE FILE - ONE RECORD PER STEP WITH ITS JUDGED    *
001550* STATUS, REWRITTEN EVERY TIME THIS ADVISOR RUNS.           *
001560*----------------------------------------------------------*
001570 FD  CYCLE-STATE-OUT
001580     RECORDING MODE IS F.
001590 01  CYCLE-STATE-REC.
001600     05  CY-STEP-NAME            PIC X(08).
001610     05  CY-STATUS               PIC X(10).
001620*        'DONE', 'FAILED', 'NOT-RUN', 'STALE', 'TAINTED',
001630*        'STOPPED'
001640     05  CY-RUN-ID               PIC X(08).
001650     05  CY-JUDGED-DATE          PIC 9(08).
001660     05  CY-DETAIL               PIC X(40).
001670 FD  CYCLE-RPT-OUT
001680     RECORDING MODE IS F.
001690 01  CYCLE-RPT-LINE              PIC X(90).
001700 WORKING-STORAGE SECTION.
001710 01  W-STORAGE-REF                  PIC X(48)  VALUE
001720     'P P C Y C 2 1 5 - W O R K I N G   S T O R A G E'.
001730 01  CYC-VERSION                    PIC X(05) VALUE 'Y21.5'.
001740*----------------------------------------------------------*
001750* FILE STATUSES AND SWITCHES.                               *
001760*----------------------------------------------------------*
001770 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001780 01  WK-MANIFEST-STATUS         PIC X(02) VALUE SPACES.
001790 01  WK-BALCERT-STATUS          PIC X(02) VALUE SPACES.
001800 01  WK-SETTLE-STATUS           PIC X(02) VALUE SPACES.
001810 01  WK-CONVACK-STATUS          PIC X(02) VALUE SPACES.
001820 01  WK-MANIF1-STATUS           PIC X(02) VALUE SPACES.
001830 01  WK-MANIF2-STATUS           PIC X(02) VALUE SPACES.
001840 01  WK-MANIF3-STATUS           PIC X(02) VALUE SPACES.
001850 01  WK-MANIF4-STATUS           PIC X(02) VALUE SPACES.
001860 01  WK-PPSMRG-STATUS           PIC X(02) VALUE SPACES.
001870 01  WK-CHKPT-STATUS            PIC X(02) VALUE SPACES.
001880 01  WK-CONVACK-EOF             PIC X(01) VALUE 'N'.
001890     88  CONVACK-AT-EOF         VALUE 'Y'.
001900 01  WK-PPSMRG-EOF              PIC X(01) VALUE 'N'.
001910     88  PPSMRG-AT-EOF          VALUE 'Y'.
001920 01  WK-PARM-EOF                PIC X(01) VALUE 'N'.
001930     88  PARM-AT-EOF            VALUE 'Y'.
001940 01  WK-BALCERT-EOF             PIC X(01) VALUE 'N'.
001950     88  BALCERT-AT-EOF         VALUE 'Y'.
001960 01  WK-SETTLE-EOF              PIC X(01) VALUE 'N'.
001970     88  SETTLE-AT-EOF          VALUE 'Y'.
001980*----------------------------------------------------------*
001990* STEP JUDGEMENTS.                                          *
002000*----------------------------------------------------------*
002010 01  WK-CONV-STATUS-J           PIC X(10) VALUE 'NOT-RUN'.
002020 01  WK-CONV-DETAIL             PIC X(40) VALUE SPACES.
002030 01  WK-PRICE-STATUS            PIC X(10) VALUE 'NOT-RUN'.
002040 01  WK-PRICE-DETAIL            PIC X(40) VALUE SPACES.
002050 01  WK-MERGE-STATUS-J          PIC X(10) VALUE 'NOT-RUN'.
002060 01  WK-MERGE-DETAIL            PIC X(40) VALUE SPACES.
002070 01  WK-BAL-STATUS              PIC X(10) VALUE 'NOT-RUN'.
002080 01  WK-BAL-DETAIL              PIC X(40) VALUE SPACES.
002090 01  WK-SETTLE-STATUS-J         PIC X(10) VALUE 'NOT-RUN'.
002100 01  WK-SETTLE-DETAIL           PIC X(40) VALUE SPACES.
002110 01  WK-RESTART-STEP            PIC X(08) VALUE SPACES.
002120 01  WK-CYCLE-RC                PIC 9(02) VALUE ZEROES.
002130 01  WK-CHKPT-POSITION          PIC X(07) VALUE SPACES.
002140 01  WK-CHKPT-MARKER            PIC X(07) VALUE SPACES.
002150*----------------------------------------------------------*
002160* PARAMETERS IN EFFECT.                                     *
002170*----------------------------------------------------------*
002180 01  WK-CYCLE-DATE              PIC X(08) VALUE SPACES.
002190 01  WK-EXPECT-RUN-ID           PIC X(08) VALUE SPACES.
002200 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002210 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
002220*----------------------------------------------------------*
002230* MANIFEST FIELD VIEW (SAME LAYOUT PPBAT215 WRITES).        *
002240*----------------------------------------------------------*
002250 01  WK-MANIFEST-VIEW.
002260     05  MV-RUN-ID               PIC X(08).
002270     05  MV-RUN-DATE             PIC 9(08).
002280     05  MV-RUN-TIME             PIC 9(08).
002290     05  MV-PPDRV-VERSION        PIC X(05).
002300     05  MV-CALC-VERS            PIC X(05).
002310     05  MV-RESTART-IND          PIC X(01).
002320     05  MV-FLAGS                PIC X(04).
002330     05  MV-BILLS-READ           PIC 9(07).
002340     05  MV-BILLS-PRICED         PIC 9(07).
002350     05  MV-BILLS-REJECTED       PIC 9(07).
002360     05  MV-BILLS-QUARANTINED    PIC 9(07).
002370     05  MV-BILLS-DUPLICATE      PIC 9(07).
002380     05  MV-BILLS-FILTERED       PIC 9(07).
002390     05  MV-BILLS-PENDED         PIC 9(07).
002400     05  MV-PPSOUT-RECS          PIC 9(07).
002410     05  MV-REMIT-RECS           PIC 9(07).
002420     05  MV-TOTAL-PAYMENT        PIC 9(13)V9(02).
002430     05  FILLER                  PIC X(05).
002440*----------------------------------------------------------*
002450* SECOND MANIFEST RECORD - THE STOP RECORD OF A RUN ENDED   *
002460* BY AN OPERATOR STOP REQUEST (SAME LAYOUT PPBAT215 WRITES), *
002470* OTHERWISE THE FIRST GENERATION RECORD.                    *
002480*----------------------------------------------------------*
002490 01  WK-MANIFEST-STOP-VIEW.
002500     05  SV-RUN-ID               PIC X(08).
002510     05  SV-REC-TYPE             PIC X(08).
002520     05  SV-STOP-REASON          PIC X(20).
002530     05  SV-RESUME-POSITION      PIC 9(07).
002540     05  SV-LAST-PROVIDER        PIC X(06).
002550     05  SV-NEXT-PROVIDER        PIC X(06).
002560     05  SV-STOP-DATE            PIC 9(08).
002570     05  SV-STOP-TIME            PIC 9(08).
002580     05  SV-REQUEST-TEXT         PIC X(40).
002590     05  FILLER                  PIC X(33).
002600 01  WK-STOP-DETAIL.
002610     05  FILLER                  PIC X(32) VALUE
002620         'STOPPED BY OPERATOR - RESUME AT '.
002630     05  WK-SD-POSITION          PIC 9(07).
002640*----------------------------------------------------------*
002650* BALANCING CERTIFICATE VERDICT SCAN.                       *
002660*----------------------------------------------------------*
002670 01  WK-CERT-VERDICT            PIC X(01) VALUE ' '.
002680*        'P' = PASSED, 'F' = FAILED, ' ' = NO VERDICT SEEN
002690 01  WK-SETTLE-RECS             PIC 9(07) VALUE ZEROES.
002700 01  WK-ACK-RECS                PIC 9(07) VALUE ZEROES.
002710 01  WK-PART-SEEN               PIC 9(01) VALUE ZEROES.
002720 01  WK-PART-PPSOUT             PIC 9(09) VALUE ZEROES.
002730 01  WK-MERGED-RECS             PIC 9(09) VALUE ZEROES.
002740 01  WK-JUDGED-DATE             PIC 9(08) VALUE ZEROES.
002750*----------------------------------------------------------*
002760* OPERATOR REPORT LINES.                                    *
002770*----------------------------------------------------------*
002780 01  WK-CY-HEAD-LINE.
002790     05  FILLER              PIC X(29) VALUE
002800         'NIGHT-CYCLE CONTROL - CYCLE  '.
002810     05  WK-CH-CYCLE-DATE    PIC X(08).
002820     05  FILLER              PIC X(07) VALUE '  VERS '.
002830     05  WK-CH-VERSION       PIC X(05).
002840 01  WK-CY-RULE-LINE         PIC X(60) VALUE ALL '='.
002850 01  WK-CY-STEP-LINE.
002860     05  WK-CS-STEP          PIC X(08).
002870     05  FILLER              PIC X(02) VALUE SPACES.
002880     05  WK-CS-STATUS        PIC X(10).
002890     05  FILLER              PIC X(02) VALUE SPACES.
002900     05  WK-CS-DETAIL        PIC X(40).
002910 01  WK-CY-RESTART-LINE.
002920     05  FILLER              PIC X(20) VALUE
002930         'RESTART FROM STEP - '.
002940     05  WK-CR-STEP          PIC X(30).
002950 PROCEDURE DIVISION.
002960*===========================================================*
002970* 0000-MAINLINE                                              *
002980*===========================================================*
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003010     PERFORM 1500-JUDGE-CONVERT   THRU 1500-EXIT.
003020     PERFORM 2000-JUDGE-PRICING   THRU 2000-EXIT.
003030     PERFORM 2500-JUDGE-MERGE     THRU 2500-EXIT.
003040     PERFORM 3000-JUDGE-BALANCE   THRU 3000-EXIT.
003050     PERFORM 4000-JUDGE-SETTLE    THRU 4000-EXIT.
003060     PERFORM 5000-ADVISE-RESTART  THRU 5000-EXIT.
003070     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003080     STOP RUN.
003090*===========================================================*
003100* 1000-INITIALIZE - READ THE PARAMETER CARDS AND OPEN THE   *
003110*                   STATE AND REPORT OUTPUTS.               *
003120*===========================================================*
003130 1000-INITIALIZE.
003140     ACCEPT WK-JUDGED-DATE FROM DATE YYYYMMDD.
003150     MOVE WK-JUDGED-DATE TO WK-CYCLE-DATE.
003160     OPEN INPUT CYCLE-PARM-FILE.
003170     IF WK-PARM-STATUS = '00'
003180         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003190             UNTIL PARM-AT-EOF
003200         CLOSE CYCLE-PARM-FILE
003210     END-IF.
003220     OPEN OUTPUT CYCLE-STATE-OUT.
003230     OPEN OUTPUT CYCLE-RPT-OUT.
003240     MOVE WK-CYCLE-DATE TO WK-CH-CYCLE-DATE.
003250     MOVE CYC-VERSION   TO WK-CH-VERSION.
003260     MOVE WK-CY-HEAD-LINE TO CYCLE-RPT-LINE.
003270     WRITE CYCLE-RPT-LINE.
003280     MOVE WK-CY-RULE-LINE TO CYCLE-RPT-LINE.
003290     WRITE CYCLE-RPT-LINE.
003300 1000-EXIT.
003310     EXIT.
003320 1100-READ-ONE-PARM.
003330     READ CYCLE-PARM-FILE
003340         AT END
003350             SET PARM-AT-EOF TO TRUE
003360             GO TO 1100-EXIT
003370     END-READ.
003380     IF CYCLE-PARM-REC = SPACES
003390        OR CYCLE-PARM-REC(1:1) = '*'
003400         GO TO 1100-EXIT
003410     END-IF.
003420     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
003430     UNSTRING CYCLE-PARM-REC DELIMITED BY '='
003440         INTO WK-RC-KEYWORD WK-RC-VALUE.
003450     EVALUATE WK-RC-KEYWORD
003460         WHEN 'CYCLE-DATE'
003470             MOVE WK-RC-VALUE TO WK-CYCLE-DATE
003480         WHEN 'RUN-ID'
003490             MOVE WK-RC-VALUE TO WK-EXPECT-RUN-ID
003500         WHEN OTHER
003510             DISPLAY 'PPCYC215 - PARAMETER CARD IGNORED : '
003520                     CYCLE-PARM-REC
003530     END-EVALUATE.
003540 1100-EXIT.
003550     EXIT.
003560*===========================================================*
003570* 1500-JUDGE-CONVERT - JUDGE THE CONVERSION STEP FROM ITS   *
003580* ACKNOWLEDGMENT FILE: MISSING OR EMPTY MEANS PPCNV215      *
003590* NEVER CLOSED ITS OUTPUTS.                                 *
003600*===========================================================*
003610 1500-JUDGE-CONVERT.
003620     OPEN INPUT CONV-ACK-IN.
003630     IF WK-CONVACK-STATUS NOT = '00'
003640         MOVE 'NOT-RUN' TO WK-CONV-STATUS-J
003650         MOVE 'NO ACKNOWLEDGMENT - CONVERSION NOT CLOSED'
003660             TO WK-CONV-DETAIL
003670         GO TO 1500-EXIT
003680     END-IF.
003690     PERFORM 1510-COUNT-ONE-ACK THRU 1510-EXIT
003700         UNTIL CONVACK-AT-EOF.
003710     CLOSE CONV-ACK-IN.
003720     IF WK-ACK-RECS = 0
003730         MOVE 'NOT-RUN' TO WK-CONV-STATUS-J
003740         MOVE 'ACKNOWLEDGMENT EMPTY' TO WK-CONV-DETAIL
003750         GO TO 1500-EXIT
003760     END-IF.
003770     MOVE 'DONE' TO WK-CONV-STATUS-J.
003780     MOVE 'ACKNOWLEDGMENT PRESENT' TO WK-CONV-DETAIL.
003790 1500-EXIT.
003800     EXIT.
003810 1510-COUNT-ONE-ACK.
003820     READ CONV-ACK-IN
003830         AT END
003840             SET CONVACK-AT-EOF TO TRUE
003850             GO TO 1510-EXIT
003860     END-READ.
003870     ADD 1 TO WK-ACK-RECS.
003880 1510-EXIT.
003890     EXIT.
003900*===========================================================*
003910* 2000-JUDGE-PRICING - JUDGE THE PRICING STEP FROM ITS RUN  *
003920* MANIFEST: MISSING = NOT RUN, DATED BEFORE THE CYCLE =     *
003930* STALE, WRONG RUN ID = STALE.  A RUN THE OPERATOR STOPPED  *
003940* IS JUDGED ON ITS CHECKPOINT INSTEAD, HOWEVER OLD IT IS.   *
003950*===========================================================*
003960 2000-JUDGE-PRICING.
003970     OPEN INPUT MANIFEST-IN.
003980     IF WK-MANIFEST-STATUS NOT = '00'
003990         MOVE 'NOT-RUN' TO WK-PRICE-STATUS
004000         MOVE 'NO MANIFEST - PRICING NEVER CLOSED'
004010             TO WK-PRICE-DETAIL
004020         GO TO 2000-EXIT
004030     END-IF.
004040     READ MANIFEST-IN INTO WK-MANIFEST-VIEW
004050         AT END
004060             MOVE 'NOT-RUN' TO WK-PRICE-STATUS
004070             MOVE 'EMPTY MANIFEST' TO WK-PRICE-DETAIL
004080             CLOSE MANIFEST-IN
004090             GO TO 2000-EXIT
004100     END-READ.
004110     MOVE SPACES TO WK-MANIFEST-STOP-VIEW.
004120     READ MANIFEST-IN INTO WK-MANIFEST-STOP-VIEW
004130         AT END
004140             MOVE SPACES TO WK-MANIFEST-STOP-VIEW
004150     END-READ.
004160     CLOSE MANIFEST-IN.
004170     IF SV-REC-TYPE = 'STOPPED'
004180         PERFORM 2100-JUDGE-STOPPED-RUN THRU 2100-EXIT
004190         GO TO 2000-EXIT
004200     END-IF.
004210     IF MV-RUN-DATE < FUNCTION NUMVAL(WK-CYCLE-DATE)
004220         MOVE 'STALE' TO WK-PRICE-STATUS
004230         MOVE 'MANIFEST PREDATES THE CYCLE DATE'
004240             TO WK-PRICE-DETAIL
004250         GO TO 2000-EXIT
004260     END-IF.
004270     IF WK-EXPECT-RUN-ID NOT = SPACES
004280        AND MV-RUN-ID NOT = WK-EXPECT-RUN-ID
004290         MOVE 'STALE' TO WK-PRICE-STATUS
004300         MOVE 'MANIFEST RUN ID IS NOT THIS CYCLE'
004310             TO WK-PRICE-DETAIL
004320         GO TO 2000-EXIT
004330     END-IF.
004340     MOVE 'DONE' TO WK-PRICE-STATUS.
004350     IF MV-RESTART-IND = 'Y'
004360         MOVE 'PRICED UNDER CHECKPOINT RESTART'
004370             TO WK-PRICE-DETAIL
004380     ELSE
004390         MOVE 'MANIFEST CURRENT' TO WK-PRICE-DETAIL
004400     END-IF.
004410 2000-EXIT.
004420     EXIT.
004430*===========================================================*
004440* 2100-JUDGE-STOPPED-RUN - A RUN STOPPED BY THE OPERATOR IS *
004450* RESUMABLE ONLY WHILE ITS CHECKPOINT STILL HOLDS THE       *
004460* STOPPING POINT ITS MANIFEST RECORDS.  ANYTHING ELSE MEANS *
004470* THE CHECKPOINT WAS CLEARED OR OVERLAID AND NEITHER A      *
004480* RESUME NOR A RERUN FROM THE TOP IS SAFE.                  *
004490*===========================================================*
004500 2100-JUDGE-STOPPED-RUN.
004510     MOVE SPACES TO WK-CHKPT-POSITION WK-CHKPT-MARKER.
004520     OPEN INPUT CHECKPOINT-IN.
004530     IF WK-CHKPT-STATUS = '00'
004540         READ CHECKPOINT-IN INTO WK-CHKPT-POSITION
004550             AT END
004560                 MOVE SPACES TO WK-CHKPT-POSITION
004570         END-READ
004580         READ CHECKPOINT-IN INTO WK-CHKPT-MARKER
004590             AT END
004600                 MOVE SPACES TO WK-CHKPT-MARKER
004610         END-READ
004620         CLOSE CHECKPOINT-IN
004630     END-IF.
004640     IF WK-CHKPT-MARKER NOT = 'STOPPED'
004650        OR WK-CHKPT-POSITION NOT NUMERIC
004660         MOVE 'FAILED' TO WK-PRICE-STATUS
004670         MOVE 'STOPPED RUN HAS NO CHECKPOINT TO RESUME'
004680             TO WK-PRICE-DETAIL
004690         GO TO 2100-EXIT
004700     END-IF.
004710     IF WK-CHKPT-POSITION NOT = SV-RESUME-POSITION
004720         MOVE 'FAILED' TO WK-PRICE-STATUS
004730         MOVE 'CHECKPOINT DOES NOT MATCH STOPPED RUN'
004740             TO WK-PRICE-DETAIL
004750         GO TO 2100-EXIT
004760     END-IF.
004770     MOVE 'STOPPED' TO WK-PRICE-STATUS.
004780     MOVE SV-RESUME-POSITION TO WK-SD-POSITION.
004790     MOVE WK-STOP-DETAIL TO WK-PRICE-DETAIL.
004800 2100-EXIT.
004810     EXIT.
004820*===========================================================*
004830* 2500-JUDGE-MERGE - JUDGE THE MERGE STEP: WHEN PARTITION   *
004840* MANIFESTS EXIST, THE MERGED PPSOUT MUST HOLD EXACTLY THE  *
004850* ROWS THE PARTITION MANIFESTS CLAIM.  A SINGLE-PARTITION   *
004860* NIGHT NEEDS NO MERGE.                                     *
004870*===========================================================*
004880 2500-JUDGE-MERGE.
004890     MOVE 0 TO WK-PART-SEEN.
004900     MOVE 0 TO WK-PART-PPSOUT.
004910     OPEN INPUT MANIFEST1-IN.
004920     IF WK-MANIF1-STATUS = '00'
004930         READ MANIFEST1-IN INTO WK-MANIFEST-VIEW
004940             AT END CONTINUE
004950             NOT AT END
004960                 ADD 1 TO WK-PART-SEEN
004970                 ADD MV-PPSOUT-RECS TO WK-PART-PPSOUT
004980         END-READ
004990         CLOSE MANIFEST1-IN
005000     END-IF.
005010     OPEN INPUT MANIFEST2-IN.
005020     IF WK-MANIF2-STATUS = '00'
005030         READ MANIFEST2-IN INTO WK-MANIFEST-VIEW
005040             AT END CONTINUE
005050             NOT AT END
005060                 ADD 1 TO WK-PART-SEEN
005070                 ADD MV-PPSOUT-RECS TO WK-PART-PPSOUT
005080         END-READ
005090         CLOSE MANIFEST2-IN
005100     END-IF.
005110     OPEN INPUT MANIFEST3-IN.
005120     IF WK-MANIF3-STATUS = '00'
005130         READ MANIFEST3-IN INTO WK-MANIFEST-VIEW
005140             AT END CONTINUE
005150             NOT AT END
005160                 ADD 1 TO WK-PART-SEEN
005170                 ADD MV-PPSOUT-RECS TO WK-PART-PPSOUT
005180         END-READ
005190         CLOSE MANIFEST3-IN
005200     END-IF.
005210     OPEN INPUT MANIFEST4-IN.
005220     IF WK-MANIF4-STATUS = '00'
005230         READ MANIFEST4-IN INTO WK-MANIFEST-VIEW
005240             AT END CONTINUE
005250             NOT AT END
005260                 ADD 1 TO WK-PART-SEEN
005270                 ADD MV-PPSOUT-RECS TO WK-PART-PPSOUT
005280         END-READ
005290         CLOSE MANIFEST4-IN
005300     END-IF.
005310     IF WK-PART-SEEN = 0
005320         MOVE 'DONE' TO WK-MERGE-STATUS-J
005330         MOVE 'SINGLE PARTITION - MERGE NOT REQUIRED'
005340             TO WK-MERGE-DETAIL
005350         GO TO 2500-EXIT
005360     END-IF.
005370     OPEN INPUT PPS-MERGED-IN.
005380     IF WK-PPSMRG-STATUS NOT = '00'
005390         MOVE 'NOT-RUN' TO WK-MERGE-STATUS-J
005400         MOVE 'PARTITIONS PRESENT - MERGED PPSOUT ABSENT'
005410             TO WK-MERGE-DETAIL
005420         GO TO 2500-EXIT
005430     END-IF.
005440     PERFORM 2510-COUNT-ONE-MERGED THRU 2510-EXIT
005450         UNTIL PPSMRG-AT-EOF.
005460     CLOSE PPS-MERGED-IN.
005470     IF WK-MERGED-RECS NOT = WK-PART-PPSOUT
005480         MOVE 'FAILED' TO WK-MERGE-STATUS-J
005490         MOVE 'MERGED ROWS DO NOT MATCH THE PARTITIONS'
005500             TO WK-MERGE-DETAIL
005510         GO TO 2500-EXIT
005520     END-IF.
005530     MOVE 'DONE' TO WK-MERGE-STATUS-J.
005540     MOVE 'MERGED ROWS MATCH THE PARTITIONS'
005550         TO WK-MERGE-DETAIL.
005560 2500-EXIT.
005570     EXIT.
005580 2510-COUNT-ONE-MERGED.
005590     READ PPS-MERGED-IN
005600         AT END
005610             SET PPSMRG-AT-EOF TO TRUE
005620             GO TO 2510-EXIT
005630     END-READ.
005640     IF PPS-MERGED-REC(1:4) = '*LAY'
005650         GO TO 2510-EXIT
005660     END-IF.
005670     ADD 1 TO WK-MERGED-RECS.
005680 2510-EXIT.
005690     EXIT.
005700*===========================================================*
005710* 3000-JUDGE-BALANCE - JUDGE THE BALANCING STEP FROM ITS    *
005720* CERTIFICATE: MISSING = NOT RUN, VERDICT LINE GOVERNS.     *
005730*===========================================================*
005740 3000-JUDGE-BALANCE.
005750     OPEN INPUT BAL-CERT-IN.
005760     IF WK-BALCERT-STATUS NOT = '00'
005770         MOVE 'NOT-RUN' TO WK-BAL-STATUS
005780         MOVE 'NO BALANCING CERTIFICATE' TO WK-BAL-DETAIL
005790         GO TO 3000-EXIT
005800     END-IF.
005810     PERFORM 3100-SCAN-ONE-CERT-LINE THRU 3100-EXIT
005820         UNTIL BALCERT-AT-EOF.
005830     CLOSE BAL-CERT-IN.
005840     EVALUATE WK-CERT-VERDICT
005850         WHEN 'P'
005860             MOVE 'DONE'   TO WK-BAL-STATUS
005870             MOVE 'CERTIFICATE PASSED' TO WK-BAL-DETAIL
005880         WHEN 'F'
005890             MOVE 'FAILED' TO WK-BAL-STATUS
005900             MOVE 'CERTIFICATE FAILED - PPSOUT NOT CLEAN'
005910                 TO WK-BAL-DETAIL
005920         WHEN OTHER
005930             MOVE 'FAILED' TO WK-BAL-STATUS
005940             MOVE 'CERTIFICATE HAS NO VERDICT LINE'
005950                 TO WK-BAL-DETAIL
005960     END-EVALUATE.
005970 3000-EXIT.
005980     EXIT.
005990 3100-SCAN-ONE-CERT-LINE.
006000     READ BAL-CERT-IN
006010         AT END
006020             SET BALCERT-AT-EOF TO TRUE
006030             GO TO 3100-EXIT
006040     END-READ.
006050     IF BAL-CERT-IN-LINE(1:30) =
006060            'BALANCING CERTIFICATE - PASSED'
006070         MOVE 'P' TO WK-CERT-VERDICT
006080     END-IF.
006090     IF BAL-CERT-IN-LINE(1:30) =
006100            'BALANCING CERTIFICATE - FAILED'
006110         MOVE 'F' TO WK-CERT-VERDICT
006120     END-IF.
006130 3100-EXIT.
006140     EXIT.
006150*===========================================================*
006160* 4000-JUDGE-SETTLE - JUDGE THE SETTLEMENT STEP FROM ITS    *
006170* EXTRACT, AND TAINT IT WHEN IT RAN AGAINST A PPSOUT WHOSE  *
006180* BALANCING CERTIFICATE DID NOT PASS.                       *
006190*===========================================================*
006200 4000-JUDGE-SETTLE.
006210     OPEN INPUT SETTLE-FILE-IN.
006220     IF WK-SETTLE-STATUS NOT = '00'
006230         MOVE 'NOT-RUN' TO WK-SETTLE-STATUS-J
006240         MOVE 'NO SETTLEMENT EXTRACT' TO WK-SETTLE-DETAIL
006250         GO TO 4000-EXIT
006260     END-IF.
006270     PERFORM 4100-COUNT-ONE-SETTLE THRU 4100-EXIT
006280         UNTIL SETTLE-AT-EOF.
006290     CLOSE SETTLE-FILE-IN.
006300     IF WK-SETTLE-RECS = 0
006310         MOVE 'NOT-RUN' TO WK-SETTLE-STATUS-J
006320         MOVE 'SETTLEMENT EXTRACT EMPTY' TO WK-SETTLE-DETAIL
006330         GO TO 4000-EXIT
006340     END-IF.
006350     IF WK-BAL-STATUS NOT = 'DONE'
006360         MOVE 'TAINTED' TO WK-SETTLE-STATUS-J
006370         MOVE 'SETTLED AGAINST UNCERTIFIED PPSOUT'
006380             TO WK-SETTLE-DETAIL
006390         GO TO 4000-EXIT
006400     END-IF.
006410     MOVE 'DONE' TO WK-SETTLE-STATUS-J.
006420     MOVE 'SETTLEMENT EXTRACT PRESENT' TO WK-SETTLE-DETAIL.
006430 4000-EXIT.
006440     EXIT.
006450 4100-COUNT-ONE-SETTLE.
006460     READ SETTLE-FILE-IN
006470         AT END
006480             SET SETTLE-AT-EOF TO TRUE
006490             GO TO 4100-EXIT
006500     END-READ.
006510     IF SETTLE-IN-REC(1:4) = '*LAY'
006520         GO TO 4100-EXIT
006530     END-IF.
006540     ADD 1 TO WK-SETTLE-RECS.
006550 4100-EXIT.
006560     EXIT.
006570*===========================================================*
006580* 5000-ADVISE-RESTART - WORK THE SEQUENCE FROM THE FRONT:   *
006590* THE FIRST STEP NOT CLEANLY DONE IS THE RESTART POINT.     *
006600* A DOWNSTREAM STEP THAT CONSUMED BAD INPUT RAISES THE      *
006610* RETURN CODE TO 16 SO THE CONDITION CANNOT PASS QUIETLY.   *
006620* A STOPPED PRICING RUN IS RESUMED, NOT RERUN, AHEAD OF ANY *
006630* OTHER ADVICE - ITS CONVERTED INPUT IS ALREADY IN HAND.    *
006640* ONE THAT CANNOT BE RESUMED IS RAISED TO 16 THE SAME WAY.  *
006650*===========================================================*
006660 5000-ADVISE-RESTART.
006670     EVALUATE TRUE
006680         WHEN WK-PRICE-STATUS = 'STOPPED'
006690             MOVE 'PPBAT215' TO WK-RESTART-STEP
006700             MOVE 04 TO WK-CYCLE-RC
006710         WHEN WK-PRICE-STATUS = 'FAILED'
006720          AND SV-REC-TYPE = 'STOPPED'
006730             MOVE 'PPBAT215' TO WK-RESTART-STEP
006740             MOVE 16 TO WK-CYCLE-RC
006750         WHEN WK-CONV-STATUS-J NOT = 'DONE'
006760             MOVE 'PPCNV215' TO WK-RESTART-STEP
006770             MOVE 04 TO WK-CYCLE-RC
006780         WHEN WK-PRICE-STATUS NOT = 'DONE'
006790             MOVE 'PPBAT215' TO WK-RESTART-STEP
006800             MOVE 04 TO WK-CYCLE-RC
006810         WHEN WK-MERGE-STATUS-J NOT = 'DONE'
006820             MOVE 'PPMRG215' TO WK-RESTART-STEP
006830             MOVE 04 TO WK-CYCLE-RC
006840         WHEN WK-BAL-STATUS = 'NOT-RUN'
006850             MOVE 'PPBAL215' TO WK-RESTART-STEP
006860             MOVE 04 TO WK-CYCLE-RC
006870         WHEN WK-BAL-STATUS NOT = 'DONE'
006880             MOVE 'PPBAT215' TO WK-RESTART-STEP
006890             MOVE 04 TO WK-CYCLE-RC
006900         WHEN WK-SETTLE-STATUS-J = 'TAINTED'
006910             MOVE 'PPSET215' TO WK-RESTART-STEP
006920             MOVE 16 TO WK-CYCLE-RC
006930         WHEN WK-SETTLE-STATUS-J NOT = 'DONE'
006940             MOVE 'PPSET215' TO WK-RESTART-STEP
006950             MOVE 04 TO WK-CYCLE-RC
006960         WHEN OTHER
006970             MOVE SPACES TO WK-RESTART-STEP
006980             MOVE 00 TO WK-CYCLE-RC
006990     END-EVALUATE.
007000 5000-EXIT.
007010     EXIT.
007020*===========================================================*
007030* 9000-TERMINATE - WRITE THE STATE RECORDS AND THE OPERATOR *
007040* REPORT, AND SET THE CYCLE RETURN CODE.                    *
007050*===========================================================*
007060 9000-TERMINATE.
007070     MOVE 'PPCNV215' TO CY-STEP-NAME.
007080     MOVE WK-CONV-STATUS-J TO CY-STATUS.
007090     MOVE SPACES TO CY-RUN-ID.
007100     MOVE WK-JUDGED-DATE TO CY-JUDGED-DATE.
007110     MOVE WK-CONV-DETAIL TO CY-DETAIL.
007120     WRITE CYCLE-STATE-REC.
007130     MOVE 'PPBAT215' TO CY-STEP-NAME.
007140     MOVE WK-PRICE-STATUS TO CY-STATUS.
007150     MOVE MV-RUN-ID TO CY-RUN-ID.
007160     MOVE WK-JUDGED-DATE TO CY-JUDGED-DATE.
007170     MOVE WK-PRICE-DETAIL TO CY-DETAIL.
007180     WRITE CYCLE-STATE-REC.
007190     MOVE 'PPMRG215' TO CY-STEP-NAME.
007200     MOVE WK-MERGE-STATUS-J TO CY-STATUS.
007210     MOVE WK-MERGE-DETAIL TO CY-DETAIL.
007220     WRITE CYCLE-STATE-REC.
007230     MOVE 'PPBAL215' TO CY-STEP-NAME.
007240     MOVE WK-BAL-STATUS TO CY-STATUS.
007250     MOVE WK-BAL-DETAIL TO CY-DETAIL.
007260     WRITE CYCLE-STATE-REC.
007270     MOVE 'PPSET215' TO CY-STEP-NAME.
007280     MOVE WK-SETTLE-STATUS-J TO CY-STATUS.
007290     MOVE WK-SETTLE-DETAIL TO CY-DETAIL.
007300     WRITE CYCLE-STATE-REC.
007310     CLOSE CYCLE-STATE-OUT.
007320     MOVE 'PPCNV215' TO WK-CS-STEP.
007330     MOVE WK-CONV-STATUS-J TO WK-CS-STATUS.
007340     MOVE WK-CONV-DETAIL TO WK-CS-DETAIL.
007350     MOVE WK-CY-STEP-LINE TO CYCLE-RPT-LINE.
007360     WRITE CYCLE-RPT-LINE.
007370     MOVE 'PPBAT215' TO WK-CS-STEP.
007380     MOVE WK-PRICE-STATUS TO WK-CS-STATUS.
007390     MOVE WK-PRICE-DETAIL TO WK-CS-DETAIL.
007400     MOVE WK-CY-STEP-LINE TO CYCLE-RPT-LINE.
007410     WRITE CYCLE-RPT-LINE.
007420     MOVE 'PPMRG215' TO WK-CS-STEP.
007430     MOVE WK-MERGE-STATUS-J TO WK-CS-STATUS.
007440     MOVE WK-MERGE-DETAIL TO WK-CS-DETAIL.
007450     MOVE WK-CY-STEP-LINE TO CYCLE-RPT-LINE.
007460     WRITE CYCLE-RPT-LINE.
007470     MOVE 'PPBAL215' TO WK-CS-STEP.
007480     MOVE WK-BAL-STATUS TO WK-CS-STATUS.
007490     MOVE WK-BAL-DETAIL TO WK-CS-DETAIL.
007500     MOVE WK-CY-STEP-LINE TO CYCLE-RPT-LINE.
007510     WRITE CYCLE-RPT-LINE.
007520     MOVE 'PPSET215' TO WK-CS-STEP.
007530     MOVE WK-SETTLE-STATUS-J TO WK-CS-STATUS.
007540     MOVE WK-SETTLE-DETAIL TO WK-CS-DETAIL.
007550     MOVE WK-CY-STEP-LINE TO CYCLE-RPT-LINE.
007560     WRITE CYCLE-RPT-LINE.
007570     MOVE WK-CY-RULE-LINE TO CYCLE-RPT-LINE.
007580     WRITE CYCLE-RPT-LINE.
007590     IF WK-RESTART-STEP = SPACES
007600         MOVE 'NONE - CYCLE COMPLETE AND CLEAN'
007610             TO WK-CR-STEP
007620     ELSE
007630         MOVE WK-RESTART-STEP TO WK-CR-STEP
007640         IF WK-PRICE-STATUS = 'STOPPED'
007650            AND WK-RESTART-STEP = 'PPBAT215'
007660             MOVE 'PPBAT215 - RESUME FROM CHKPT' TO WK-CR-STEP
007670         END-IF
007680     END-IF.
007690     MOVE WK-CY-RESTART-LINE TO CYCLE-RPT-LINE.
007700     WRITE CYCLE-RPT-LINE.
007710     CLOSE CYCLE-RPT-OUT.
007720     DISPLAY 'PPCYC215 - CONVERSION: ' WK-CONV-STATUS-J.
007730     DISPLAY 'PPCYC215 - PRICING   : ' WK-PRICE-STATUS.
007740     DISPLAY 'PPCYC215 - MERGE     : ' WK-MERGE-STATUS-J.
007750     DISPLAY 'PPCYC215 - BALANCING : ' WK-BAL-STATUS.
007760     DISPLAY 'PPCYC215 - SETTLEMENT: ' WK-SETTLE-STATUS-J.
007770     IF WK-RESTART-STEP NOT = SPACES
007780         DISPLAY 'PPCYC215 - RESTART FROM ' WK-RESTART-STEP
007790     END-IF.
007800     MOVE WK-CYCLE-RC TO RETURN-CODE.
007810 9000-EXIT.
007820     EXIT.
