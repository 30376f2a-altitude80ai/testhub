000480                            ORGANIZATION IS INDEXED
000490                            ACCESS MODE IS DYNAMIC
000500                            RECORD KEY IS HR-KEY
000510                            ALTERNATE RECORD KEY IS HR-MBI
000520                                WITH DUPLICATES
000530                            FILE STATUS IS WK-HISTREPO-STATUS.
000540     SELECT STATUS-RESP-OUT ASSIGN TO STARESP
000550                            ORGANIZATION IS SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  STATUS-REQ-IN
000590     RECORDING MODE IS F.
000600 01  STATUS-REQ-REC.
000610     05  SQ-PROVIDER-NO          PIC X(06).
000620     05  SQ-MBI                  PIC X(11).
000630     05  SQ-DISCHARGE-DATE       PIC 9(08).
000640*----------------------------------------------------------*
000650* THE PEND, QUARANTINE, AND REWORK FILES AS PPBAT215        *
000660* WRITES THEM - EACH CARRIES THE FULL BILL RECORD.          *
000670*----------------------------------------------------------*
000680 FD  PEND-FILE-IN
000690     RECORDING MODE IS F.
000700 01  PEND-IN-REC.
000710     05  PN-BILL-RECORD          PIC X(791).
000720     05  PN-PEND-DATE            PIC 9(08).
000730     05  PN-CYCLE-COUNT          PIC 9(02).
000740 FD  QUARANTINE-IN
000750     RECORDING MODE IS F.
000760 01  QUARANTINE-REC.
000770     05  QU-FIELD-NAME           PIC X(20).
000780     05  QU-REASON               PIC X(30).
000790     05  QU-BILL-RECORD          PIC X(791).
000800     05  QU-CLAIM-SEQ            PIC 9(09).
000810 FD  REWORK-FILE-IN
000820     RECORDING MODE IS F.
000830 01  REWORK-IN-REC.
000840     05  RW-IN-BILL              PIC X(791).
000850     05  RW-IN-RTC               PIC 9(02).
000860*----------------------------------------------------------*
000870* KEYED PRICED-CLAIM HISTORY REPOSITORY.                    *
000880*----------------------------------------------------------*
000890 FD  HIST-REPO-FILE
000900     RECORD CONTAINS 252 CHARACTERS.
000910 01  HIST-REPO-REC.
000920     05  HR-KEY.
000930         10  HR-PROVIDER-NO     PIC X(06).
000940         10  HR-DISCHARGE-DATE  PIC 9(08).
000950         10  HR-CLAIM-SEQ       PIC 9(09).
000960         10  HR-RUN-ID          PIC X(08).
000970     05  HR-RUN-DATE            PIC 9(08).
000980     05  HR-PPS-DATA            PIC X(89).
000990     05  HR-WI-AUDIT            PIC X(66).
001000     05  HR-MBI                 PIC X(11).
001010     05  HR-DRG                 PIC 9(03).
001020     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
001030     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
001040     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
001050     05  HR-NEW-TECH            PIC 9(09)V9(02).
001060*----------------------------------------------------------*
001070* STATUS RESPONSE - ONE RECORD PER REQUEST.                 *
001080*----------------------------------------------------------*
001090 FD  STATUS-RESP-OUT
001100     RECORDING MODE IS F.
001110 01  STATUS-RESP-REC.
001120     05  SR-PROVIDER-NO          PIC X(06).
001130     05  SR-MBI                  PIC X(11).
001140     05  SR-DISCHARGE-DATE       PIC 9(08).
001150     05  SR-STATUS-CODE          PIC X(02).
001160     05  SR-STATUS-TEXT          PIC X(30).
001170     05  SR-PAID-AMOUNT          PIC 9(09)V9(02).
001180     05  SR-RUN-ID               PIC X(08).
001190 WORKING-STORAGE SECTION.
001200 01  W-STORAGE-REF                  PIC X(48)  VALUE
001210     'P P S T A 2 1 5 - W O R K I N G   S T O R A G E'.
001220 01  STA-VERSION                    PIC X(05) VALUE 'T21.5'.
001230 01  WK-REQ-STATUS              PIC X(02) VALUE SPACES.
001240 01  WK-PEND-STATUS             PIC X(02) VALUE SPACES.
001250 01  WK-QUAR-STATUS             PIC X(02) VALUE SPACES.
001260 01  WK-REWORK-STATUS           PIC X(02) VALUE SPACES.
001270 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001280 COPY GENSTAMP.
001290 01  WK-SWITCHES.
001300     05  WK-REQ-EOF             PIC X(01) VALUE 'N'.
001310         88  REQ-AT-EOF         VALUE 'Y'.
001320     05  WK-STORE-EOF           PIC X(01) VALUE 'N'.
001330         88  STORE-AT-EOF       VALUE 'Y'.
001340     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
001350         88  HIST-SCAN-DONE     VALUE 'Y'.
001360     05  WK-HISTREPO-ACTIVE-SW  PIC X(01) VALUE 'N'.
001370         88  HISTREPO-ACTIVE    VALUE 'Y'.
001380 01  WK-COUNTERS.
001390     05  WK-REQUESTS-READ       PIC 9(05) VALUE ZEROES.
001400     05  WK-REQ-DROPPED         PIC 9(05) VALUE ZEROES.
001410     05  WK-ANSWERED-PAID       PIC 9(05) VALUE ZEROES.
001420     05  WK-ANSWERED-NOTFOUND   PIC 9(05) VALUE ZEROES.
001430*----------------------------------------------------------*
001440* REQUEST TABLE - EACH REQUEST CARRIES ITS BEST ANSWER SO   *
001450* FAR; A HISTORY-REPOSITORY HIT OUTRANKS THE WORKING-FILE   *
001460* STATES.                                                   *
001470*----------------------------------------------------------*
001480 01  WK-RQ-COUNT                PIC 9(04) VALUE ZEROES.
001490 01  REQUEST-TABLE.
001500     05  RQ-ENTRY OCCURS 2000 TIMES
001510                  INDEXED BY RQ-IDX RQ-SIDX.
001520         10  RQ-PROVIDER-NO     PIC X(06).
001530         10  RQ-MBI             PIC X(11).
001540         10  RQ-DISCHARGE-DATE  PIC 9(08).
001550         10  RQ-STATUS-CODE     PIC X(02).
001560         10  RQ-PAID-AMOUNT     PIC 9(09)V9(02).
001570         10  RQ-RUN-ID          PIC X(08).
001580*----------------------------------------------------------*
001590* THE BILL RECORD CARRIED INSIDE THE WORKING FILES.         *
001600*----------------------------------------------------------*
001610 COPY BILDAT21.
001620*----------------------------------------------------------*
001630* PPS-DATA FIELD VIEW OF A REPOSITORY ROW.                  *
001640*----------------------------------------------------------*
001650 01  WK-HRD-VIEW.
001660     05  WK-HRD-RTC             PIC 9(02).
001670     05  FILLER                 PIC X(25).
001680     05  WK-HRD-TOTAL-PAYMENT   PIC 9(09)V9(02).
001690     05  FILLER                 PIC X(51).
001700 PROCEDURE DIVISION.
001710*===========================================================*
001720* 0000-MAINLINE                                              *
001730*===========================================================*
001740 0000-MAINLINE.
001750     PERFORM 1000-LOAD-REQUESTS   THRU 1000-EXIT.
001760     PERFORM 2000-SCAN-PEND       THRU 2000-EXIT.
001770     PERFORM 3000-SCAN-QUARANTINE THRU 3000-EXIT.
001780     PERFORM 4000-SCAN-REWORK     THRU 4000-EXIT.
001790     PERFORM 5000-PROBE-HISTORY   THRU 5000-EXIT.
001800     PERFORM 9000-WRITE-RESPONSES THRU 9000-EXIT.
001810     STOP RUN.
001820*===========================================================*
001830* 1000-LOAD-REQUESTS - LOAD THE STATUS REQUESTS, EACH       *
001840* STARTING AT 'NOT ON FILE'.                                *
001850*===========================================================*
001860 1000-LOAD-REQUESTS.
001870     OPEN INPUT STATUS-REQ-IN.
001880     IF WK-REQ-STATUS NOT = '00'
001890         DISPLAY 'PPSTA215 - STATUS REQUEST FILE MISSING'
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     SET RQ-IDX TO 1.
001940     PERFORM 1100-READ-ONE-REQUEST THRU 1100-EXIT
001950         UNTIL REQ-AT-EOF.
001960     CLOSE STATUS-REQ-IN.
001970 1000-EXIT.
001980     EXIT.
001990 1100-READ-ONE-REQUEST.
002000     READ STATUS-REQ-IN
002010         AT END
002020             SET REQ-AT-EOF TO TRUE
002030             GO TO 1100-EXIT
002040     END-READ.
002050     ADD 1 TO WK-REQUESTS-READ.
002060     IF WK-RQ-COUNT >= 2000
002070         ADD 1 TO WK-REQ-DROPPED
002080         GO TO 1100-EXIT
002090     END-IF.
002100     MOVE SQ-PROVIDER-NO    TO RQ-PROVIDER-NO(RQ-IDX).
002110     MOVE SQ-MBI            TO RQ-MBI(RQ-IDX).
002120     MOVE SQ-DISCHARGE-DATE TO RQ-DISCHARGE-DATE(RQ-IDX).
002130     MOVE 'NF'              TO RQ-STATUS-CODE(RQ-IDX).
002140     MOVE ZEROES            TO RQ-PAID-AMOUNT(RQ-IDX).
002150     MOVE SPACES            TO RQ-RUN-ID(RQ-IDX).
002160     ADD  1 TO WK-RQ-COUNT.
002170     SET  RQ-IDX UP BY 1.
002180 1100-EXIT.
002190     EXIT.
002200*===========================================================*
002210* 2000-SCAN-PEND - MARK EVERY REQUEST WHOSE CLAIM SITS ON   *
002220* THE PEND FILE AWAITING A PROVIDER RECORD.                 *
002230*===========================================================*
002240 2000-SCAN-PEND.
002250     MOVE 'N' TO WK-STORE-EOF.
002260     OPEN INPUT PEND-FILE-IN.
002270     IF WK-PEND-STATUS NOT = '00'
002280         GO TO 2000-EXIT
002290     END-IF.
002300     PERFORM 2100-SCAN-ONE-PEND THRU 2100-EXIT
002310         UNTIL STORE-AT-EOF.
002320     CLOSE PEND-FILE-IN.
002330 2000-EXIT.
002340     EXIT.
002350 2100-SCAN-ONE-PEND.
002360     READ PEND-FILE-IN
002370         AT END
002380             SET STORE-AT-EOF TO TRUE
002390             GO TO 2100-EXIT
002400     END-READ.
002410     MOVE PEND-IN-REC TO GEN-STAMP-REC.
002420     IF GS-IS-STAMP
002430         GO TO 2100-EXIT
002440     END-IF.
002450     MOVE PN-BILL-RECORD TO BILL-DATA-2021.
002460     PERFORM 8000-MARK-MATCHES THRU 8000-EXIT
002470         VARYING RQ-SIDX FROM 1 BY 1
002480         UNTIL RQ-SIDX > WK-RQ-COUNT.
002490 2100-EXIT.
002500     EXIT.
002510 3000-SCAN-QUARANTINE.
002520     MOVE 'N' TO WK-STORE-EOF.
002530     OPEN INPUT QUARANTINE-IN.
002540     IF WK-QUAR-STATUS NOT = '00'
002550         GO TO 3000-EXIT
002560     END-IF.
002570     PERFORM 3100-SCAN-ONE-QUAR THRU 3100-EXIT
002580         UNTIL STORE-AT-EOF.
002590     CLOSE QUARANTINE-IN.
002600 3000-EXIT.
002610     EXIT.
002620 3100-SCAN-ONE-QUAR.
002630     READ QUARANTINE-IN
002640         AT END
002650             SET STORE-AT-EOF TO TRUE
002660             GO TO 3100-EXIT
002670     END-READ.
002680     MOVE QU-BILL-RECORD TO BILL-DATA-2021.
002690     PERFORM 8100-MARK-QUAR-MATCHES THRU 8100-EXIT
002700         VARYING RQ-SIDX FROM 1 BY 1
002710         UNTIL RQ-SIDX > WK-RQ-COUNT.
002720 3100-EXIT.
002730     EXIT.
002740 4000-SCAN-REWORK.
002750     MOVE 'N' TO WK-STORE-EOF.
002760     OPEN INPUT REWORK-FILE-IN.
002770     IF WK-REWORK-STATUS NOT = '00'
002780         GO TO 4000-EXIT
002790     END-IF.
002800     PERFORM 4100-SCAN-ONE-REWORK THRU 4100-EXIT
002810         UNTIL STORE-AT-EOF.
002820     CLOSE REWORK-FILE-IN.
002830 4000-EXIT.
002840     EXIT.
002850 4100-SCAN-ONE-REWORK.
002860     READ REWORK-FILE-IN
002870         AT END
002880             SET STORE-AT-EOF TO TRUE
002890             GO TO 4100-EXIT
002900     END-READ.
002910     MOVE RW-IN-BILL TO BILL-DATA-2021.
002920     PERFORM 8200-MARK-REWORK-MATCHES THRU 8200-EXIT
002930         VARYING RQ-SIDX FROM 1 BY 1
002940         UNTIL RQ-SIDX > WK-RQ-COUNT.
002950 4100-EXIT.
002960     EXIT.
002970*===========================================================*
002980* 8000/8100/8200 - MATCH THE BILL IN BILL-DATA-2021 AGAINST *
002990* EVERY REQUEST AND RECORD THE WORKING-FILE STATE.  A       *
003000* HISTORY-REPOSITORY ANSWER LAID DOWN LATER OUTRANKS THESE. *
003010*===========================================================*
003020 8000-MARK-MATCHES.
003030     IF RQ-PROVIDER-NO(RQ-SIDX) = B-21-PROVIDER-NO
003040        AND RQ-MBI(RQ-SIDX) = B-21-MBI
003050        AND RQ-DISCHARGE-DATE(RQ-SIDX) = B-21-DISCHARGE-DATE
003060         MOVE 'PN' TO RQ-STATUS-CODE(RQ-SIDX)
003070     END-IF.
003080 8000-EXIT.
003090     EXIT.
003100 8100-MARK-QUAR-MATCHES.
003110     IF RQ-PROVIDER-NO(RQ-SIDX) = B-21-PROVIDER-NO
003120        AND RQ-MBI(RQ-SIDX) = B-21-MBI
003130        AND RQ-DISCHARGE-DATE(RQ-SIDX) = B-21-DISCHARGE-DATE
003140         MOVE 'QU' TO RQ-STATUS-CODE(RQ-SIDX)
003150     END-IF.
003160 8100-EXIT.
003170     EXIT.
003180 8200-MARK-REWORK-MATCHES.
003190     IF RQ-PROVIDER-NO(RQ-SIDX) = B-21-PROVIDER-NO
003200        AND RQ-MBI(RQ-SIDX) = B-21-MBI
003210        AND RQ-DISCHARGE-DATE(RQ-SIDX) = B-21-DISCHARGE-DATE
003220         MOVE 'RW' TO RQ-STATUS-CODE(RQ-SIDX)
003230     END-IF.
003240 8200-EXIT.
003250     EXIT.
003260*===========================================================*
003270* 5000-PROBE-HISTORY - FOR EVERY REQUEST, PROBE THE KEYED   *
003280* REPOSITORY.  THE CLAIM'S LATEST PRICING GOVERNS: PAID     *
003290* (RTC < 50) OR REJECTED, WITH THE AMOUNT AND THE RUN ID    *
003300* WHERE IT LAST MOVED.                                      *
003310*===========================================================*
003320 5000-PROBE-HISTORY.
003330     OPEN INPUT HIST-REPO-FILE.
003340     IF WK-HISTREPO-STATUS = '00'
003350         SET HISTREPO-ACTIVE TO TRUE
003360     ELSE
003370         GO TO 5000-EXIT
003380     END-IF.
003390     PERFORM 5100-PROBE-ONE-REQUEST THRU 5100-EXIT
003400         VARYING RQ-SIDX FROM 1 BY 1
003410         UNTIL RQ-SIDX > WK-RQ-COUNT.
003420     CLOSE HIST-REPO-FILE.
003430 5000-EXIT.
003440     EXIT.
003450 5100-PROBE-ONE-REQUEST.
003460     MOVE 'N' TO WK-HIST-EOF.
003470     MOVE RQ-PROVIDER-NO(RQ-SIDX)    TO HR-PROVIDER-NO.
003480     MOVE RQ-DISCHARGE-DATE(RQ-SIDX) TO HR-DISCHARGE-DATE.
003490     MOVE ZEROES                     TO HR-CLAIM-SEQ.
003500     MOVE LOW-VALUES                 TO HR-RUN-ID.
003510     START HIST-REPO-FILE
003520         KEY NOT < HR-KEY
003530         INVALID KEY
003540             SET HIST-SCAN-DONE TO TRUE
003550     END-START.
003560     PERFORM 5200-SCAN-ONE-HIST THRU 5200-EXIT
003570         UNTIL HIST-SCAN-DONE.
003580 5100-EXIT.
003590     EXIT.
003600 5200-SCAN-ONE-HIST.
003610     READ HIST-REPO-FILE NEXT
003620         AT END
003630             SET HIST-SCAN-DONE TO TRUE
003640             GO TO 5200-EXIT
003650     END-READ.
003660     IF HR-PROVIDER-NO NOT = RQ-PROVIDER-NO(RQ-SIDX)
003670        OR HR-DISCHARGE-DATE NOT =
003680               RQ-DISCHARGE-DATE(RQ-SIDX)
003690         SET HIST-SCAN-DONE TO TRUE
003700         GO TO 5200-EXIT
003710     END-IF.
003720     IF HR-MBI NOT = RQ-MBI(RQ-SIDX)
003730         GO TO 5200-EXIT
003740     END-IF.
003750     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
003760     IF WK-HRD-RTC < 50
003770         MOVE 'PD' TO RQ-STATUS-CODE(RQ-SIDX)
003780         MOVE WK-HRD-TOTAL-PAYMENT
003790             TO RQ-PAID-AMOUNT(RQ-SIDX)
003800     ELSE
003810         MOVE 'PR' TO RQ-STATUS-CODE(RQ-SIDX)
003820         MOVE ZEROES TO RQ-PAID-AMOUNT(RQ-SIDX)
003830     END-IF.
003840     MOVE HR-RUN-ID TO RQ-RUN-ID(RQ-SIDX).
003850 5200-EXIT.
003860     EXIT.
003870*===========================================================*
003880* 9000-WRITE-RESPONSES - ONE RESPONSE RECORD PER REQUEST.   *
003890*===========================================================*
003900 9000-WRITE-RESPONSES.
003910     OPEN OUTPUT STATUS-RESP-OUT.
003920     PERFORM 9100-WRITE-ONE-RESPONSE THRU 9100-EXIT
003930         VARYING RQ-IDX FROM 1 BY 1
003940         UNTIL RQ-IDX > WK-RQ-COUNT.
003950     CLOSE STATUS-RESP-OUT.
003960     DISPLAY 'PPSTA215 - REQUESTS READ     : '
003970             WK-REQUESTS-READ.
003980     IF WK-REQ-DROPPED > 0
003990         DISPLAY 'PPSTA215 - REQUEST TABLE FULL - DROPPED : '
004000                 WK-REQ-DROPPED
004010     END-IF.
004020     DISPLAY 'PPSTA215 - PAID ANSWERS      : '
004030             WK-ANSWERED-PAID.
004040     DISPLAY 'PPSTA215 - NOT-ON-FILE       : '
004050             WK-ANSWERED-NOTFOUND.
004060 9000-EXIT.
004070     EXIT.
004080 9100-WRITE-ONE-RESPONSE.
004090     MOVE RQ-PROVIDER-NO(RQ-IDX)    TO SR-PROVIDER-NO.
004100     MOVE RQ-MBI(RQ-IDX)            TO SR-MBI.
004110     MOVE RQ-DISCHARGE-DATE(RQ-IDX) TO SR-DISCHARGE-DATE.
004120     MOVE RQ-STATUS-CODE(RQ-IDX)    TO SR-STATUS-CODE.
004130     MOVE RQ-PAID-AMOUNT(RQ-IDX)    TO SR-PAID-AMOUNT.
004140     MOVE RQ-RUN-ID(RQ-IDX)         TO SR-RUN-ID.
004150     EVALUATE RQ-STATUS-CODE(RQ-IDX)
004160         WHEN 'PD'
004170             MOVE 'PRICED AND PAID' TO SR-STATUS-TEXT
004180             ADD 1 TO WK-ANSWERED-PAID
004190         WHEN 'PR'
004200             MOVE 'PRICED AND REJECTED' TO SR-STATUS-TEXT
004210         WHEN 'PN'
004220             MOVE 'PENDED AWAITING PROVIDER RECORD'
004230                 TO SR-STATUS-TEXT
004240         WHEN 'QU'
004250             MOVE 'QUARANTINED - STRUCTURAL FAILURE'
004260                 TO SR-STATUS-TEXT
004270         WHEN 'RW'
004280             MOVE 'IN THE REWORK CYCLE' TO SR-STATUS-TEXT
004290         WHEN OTHER
004300             MOVE 'NOT ON FILE' TO SR-STATUS-TEXT
004310             ADD 1 TO WK-ANSWERED-NOTFOUND
004320     END-EVALUATE.
004330     WRITE STATUS-RESP-REC.
004340 9100-EXIT.
004350     EXIT.
