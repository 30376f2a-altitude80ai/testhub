000250*              FUNCTION=REBUILD  RECONSTRUCT THE KEYED FILE
000260*                                FROM THE FLAT ARCHIVE PLUS
000270*                                A RECENT PPSOUT EXTRACT
000280*                                AFTER A VSAM BREAK,
000290*                                TAKING EACH PPSOUT ROW'S MBI
000300*                                FROM THE BILL FILE (BILLIN)
000310*                                WHEN ONE IS SUPPLIED.  THE
000320*                                MBI ALTERNATE INDEX IS BUILT
000330*                                AGAIN WITH THE FILE.
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
000460     SELECT HRM-PARM-FILE   ASSIGN TO HRMPARM
000470                            ORGANIZATION IS LINE SEQUENTIAL
000480                            FILE STATUS IS WK-PARM-STATUS.
000490     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000500                            ORGANIZATION IS INDEXED
000510                            ACCESS MODE IS DYNAMIC
000520                            RECORD KEY IS HR-KEY
000530                            ALTERNATE RECORD KEY IS HR-MBI
000540                                WITH DUPLICATES
000550                            FILE STATUS IS WK-HISTREPO-STATUS.
000560     SELECT ARCHIVE-OUT     ASSIGN TO HISTARCO
000570                            ORGANIZATION IS SEQUENTIAL.
000580     SELECT ARCHIVE-IN      ASSIGN TO HISTARCI
000590                            ORGANIZATION IS SEQUENTIAL
000600                            FILE STATUS IS WK-ARCHIN-STATUS.
000610     SELECT ARCH-INDEX-OUT  ASSIGN TO ARCHIDX
000620                            ORGANIZATION IS SEQUENTIAL.
000630     SELECT PPS-FILE-IN     ASSIGN TO PPSIN
000640                            ORGANIZATION IS SEQUENTIAL
000650                            FILE STATUS IS WK-PPSIN-STATUS.
000660     SELECT BILL-FILE-IN    ASSIGN TO BILLIN
000670                            ORGANIZATION IS SEQUENTIAL
000680                            FILE STATUS IS WK-BILLIN-STATUS.
000690     SELECT RUN-HIST-IN     ASSIGN TO RUNHIST
000700                            ORGANIZATION IS SEQUENTIAL
000710                            FILE STATUS IS WK-RUNHIST-STATUS.
000720     SELECT HRM-RPT-OUT     ASSIGN TO HRMRPT
000730                            ORGANIZATION IS LINE SEQUENTIAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  HRM-PARM-FILE
000770     RECORDING MODE IS F.
000780 01  HRM-PARM-REC                PIC X(80).
000790*----------------------------------------------------------*
000800* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
000810* IT.                                                       *
000820*----------------------------------------------------------*
000830 FD  HIST-REPO-FILE
000840     RECORD CONTAINS 252 CHARACTERS.
000850 01  HIST-REPO-REC.
000860     05  HR-KEY.
000870         10  HR-PROVIDER-NO     PIC X(06).
000880         10  HR-DISCHARGE-DATE  PIC 9(08).
000890         10  HR-CLAIM-SEQ       PIC 9(09).
000900         10  HR-RUN-ID          PIC X(08).
000910     05  HR-RUN-DATE            PIC 9(08).
000920     05  HR-PPS-DATA            PIC X(89).
000930     05  HR-WI-AUDIT            PIC X(66).
000940     05  HR-MBI                 PIC X(11).
000950     05  HR-DRG                 PIC 9(03).
000960     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
000970     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
000980     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
000990     05  HR-NEW-TECH            PIC 9(09)V9(02).
001000*----------------------------------------------------------*
001010* FLAT ARCHIVE - ONE RECORD PER ARCHIVED REPOSITORY ROW,    *
001020* BYTE FOR BYTE, SO RESTORE AND REBUILD ARE STRAIGHT READS. *
001030*----------------------------------------------------------*
001040 FD  ARCHIVE-OUT
001050     RECORDING MODE IS F.
001060 01  ARCHIVE-OUT-REC             PIC X(252).
001070 FD  ARCHIVE-IN
001080     RECORDING MODE IS F.
001090 01  ARCHIVE-IN-REC              PIC X(252).
001100*----------------------------------------------------------*
001110* ARCHIVE INDEX - ONE ROW PER ARCHIVE PASS: THE VOLUME THE  *
001120* ARCHIVE WAS WRITTEN TO, THE RUN-DATE RANGE IT COVERS, AND *
001130* THE ROW COUNT.  PPINQ215 READS THIS TO ANSWER 'ARCHIVED - *
001140* RESTORE FROM VOLUME X' INSTEAD OF 'NOT FOUND'.            *
001150*----------------------------------------------------------*
001160 FD  ARCH-INDEX-OUT
001170     RECORDING MODE IS F.
001180 01  ARCH-INDEX-REC.
001190     05  AX-VOLUME               PIC X(06).
001200     05  AX-FROM-RUN-DATE        PIC 9(08).
001210     05  AX-THRU-RUN-DATE        PIC 9(08).
001220     05  AX-ROWS-ARCHIVED        PIC 9(07).
001230     05  AX-ARCHIVE-DATE         PIC 9(08).
001240*----------------------------------------------------------*
001250* RECENT PRICING EXTRACT (PPS-OUT-REC LAYOUT) FOR REBUILD.  *
001260*----------------------------------------------------------*
001270 FD  PPS-FILE-IN
001280     RECORDING MODE IS F.
001290 01  PPS-IN-REC.
001300     05  PI-PROVIDER-NO          PIC X(06).
001310     05  PI-DRG                  PIC 9(03).
001320     05  PI-DISCHARGE-DATE      PIC 9(08).
001330     05  PI-PPS-RTC              PIC 9(02).
001340     05  PI-PPS-WAGE-INDX        PIC 9(02)V9(04).
001350     05  PI-PPS-TOTAL-PAYMENT    PIC 9(09)V9(02).
001360     05  PI-PPS-OPER-HSP-PART    PIC 9(08)V9(02).
001370     05  PI-PPS-OPER-FSP-PART    PIC 9(08)V9(02).
001380     05  PI-PPS-OPER-OUTLIER-PART PIC 9(09)V9(02).
001390     05  PI-PPS-OPER-DSH-ADJ     PIC 9(08)V9(02).
001400     05  PI-PPS-CALC-VERS        PIC X(05).
001410     05  PI-DEBIT-CREDIT-IND     PIC X(01).
001420     05  PI-SEQUESTRATION-AMT    PIC 9(09)V9(02).
001430     05  PI-AGED-OVERRIDE-IND    PIC X(01).
001440     05  FILLER                  PIC X(10).
001450     05  PI-PPS-CAPI-TOTAL-PAY   PIC S9(09)V9(02).
001460     05  PI-PPS-UNCOMP-CARE      PIC S9(09)V9(02).
001470     05  PI-PPS-NEW-TECH         PIC 9(09)V9(02).
001480     05  FILLER                  PIC X(87).
001490     05  PI-CLAIM-SEQ            PIC 9(09).
001500     05  PI-BILL-SOURCE          PIC X(01).
001510*----------------------------------------------------------*
001520* THE BILL FILE THE PPSOUT EXTRACT WAS PRICED FROM, IN THE  *
001530* SAME ORDER - THE ONLY SOURCE OF THE MBI FOR A ROW REBUILT *
001540* FROM PPSOUT.  OPTIONAL.                                   *
001550*----------------------------------------------------------*
001560 FD  BILL-FILE-IN
001570     RECORDING MODE IS F.
001580 COPY BILDAT21.
001590*----------------------------------------------------------*
001600* CUMULATIVE RUN-HISTORY REGISTRY (MANIFEST LAYOUT).        *
001610*----------------------------------------------------------*
001620 FD  RUN-HIST-IN
001630     RECORDING MODE IS F.
001640 01  RUN-HIST-IN-REC             PIC X(144).
001650 FD  HRM-RPT-OUT
001660     RECORDING MODE IS F.
001670 01  HRM-RPT-LINE                PIC X(100).
001680 WORKING-STORAGE SECTION.
001690 01  W-STORAGE-REF                  PIC X(48)  VALUE
001700     'P P H R M 2 1 5 - W O R K I N G   S T O R A G E'.
001710 01  HRM-VERSION                    PIC X(05) VALUE 'H21.5'.
001720 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001730 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001740 01  WK-ARCHIN-STATUS           PIC X(02) VALUE SPACES.
001750 01  WK-PPSIN-STATUS            PIC X(02) VALUE SPACES.
001760 01  WK-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
001770 01  WK-BILLIN-STATUS           PIC X(02) VALUE SPACES.
001780*----------------------------------------------------------*
001790* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001800* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001810* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001820*----------------------------------------------------------*
001830 COPY LAYHDR.
001840 01  WK-LAYOUT-CHECK.
001850     05  WK-LC-DD               PIC X(08).
001860     05  WK-LC-LAYOUT-ID        PIC X(08).
001870     05  WK-LC-VERSION          PIC 9(03).
001880     05  WK-LC-RECORD-LEN       PIC 9(05).
001890 01  WK-LAYOUT-PPSIN.
001900     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
001910     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
001920     05  FILLER                 PIC 9(03) VALUE 001.
001930     05  FILLER                 PIC 9(05) VALUE 00235.
001940 01  WK-LAYOUT-SWITCHES.
001950     05  WK-PPSIN-LAYOUT-SW       PIC X(01) VALUE 'N'.
001960         88  PPSIN-LAYOUT-CHECKED VALUE 'Y'.
001970 01  WK-SWITCHES.
001980     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001990         88  PARM-AT-EOF        VALUE 'Y'.
002000     05  WK-REPO-EOF            PIC X(01) VALUE 'N'.
002010         88  REPO-AT-EOF        VALUE 'Y'.
002020     05  WK-ARCHIN-EOF          PIC X(01) VALUE 'N'.
002030         88  ARCHIN-AT-EOF      VALUE 'Y'.
002040     05  WK-PPSIN-EOF           PIC X(01) VALUE 'N'.
002050         88  PPSIN-AT-EOF       VALUE 'Y'.
002060     05  WK-RUNHIST-EOF         PIC X(01) VALUE 'N'.
002070         88  RUNHIST-AT-EOF     VALUE 'Y'.
002080     05  WK-BILLIN-SW           PIC X(01) VALUE 'N'.
002090         88  BILLIN-IS-OPEN     VALUE 'Y'.
002100     05  WK-BILL-EOF            PIC X(01) VALUE 'N'.
002110         88  BILL-AT-EOF        VALUE 'Y'.
002120     05  WK-BILL-MATCH-SW       PIC X(01) VALUE 'N'.
002130         88  BILL-WAS-MATCHED   VALUE 'Y'.
002140*----------------------------------------------------------*
002150* PARAMETERS IN EFFECT.                                     *
002160*----------------------------------------------------------*
002170 01  WK-FUNCTION                PIC X(08) VALUE SPACES.
002180 01  WK-CUTOFF-DATE             PIC 9(08) VALUE ZEROES.
002190 01  WK-VOLUME                  PIC X(06) VALUE SPACES.
002200 01  WK-REBUILD-RUN-ID          PIC X(08) VALUE SPACES.
002210 01  WK-REBUILD-RUN-DATE        PIC 9(08) VALUE ZEROES.
002220 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002230 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
002240*----------------------------------------------------------*
002250* RUN COUNTERS.                                             *
002260*----------------------------------------------------------*
002270 01  WK-COUNTERS.
002280     05  WK-ROWS-READ           PIC 9(07) VALUE ZEROES.
002290     05  WK-ROWS-ARCHIVED       PIC 9(07) VALUE ZEROES.
002300     05  WK-ROWS-KEPT           PIC 9(07) VALUE ZEROES.
002310     05  WK-ROWS-REBUILT        PIC 9(07) VALUE ZEROES.
002320     05  WK-ROWS-NO-MBI         PIC 9(07) VALUE ZEROES.
002330     05  WK-VERIFY-FAILS        PIC 9(05) VALUE ZEROES.
002340 01  WK-ARCH-FROM-DATE          PIC 9(08) VALUE 99999999.
002350 01  WK-ARCH-THRU-DATE          PIC 9(08) VALUE ZEROES.
002360*----------------------------------------------------------*
002370* PPS-DATA FIELD VIEW FOR THE REPOSITORY PAYLOAD.           *
002380*----------------------------------------------------------*
002390 01  WK-HRD-VIEW.
002400     05  WK-HRD-RTC             PIC 9(02).
002410     05  WK-HRD-WAGE-INDX       PIC 9(02)V9(04).
002420     05  WK-HRD-OUTLIER-DAYS    PIC 9(03).
002430     05  WK-HRD-AVG-LOS         PIC 9(02)V9(01).
002440     05  WK-HRD-DAYS-CUTOFF     PIC 9(02)V9(01).
002450     05  WK-HRD-OPER-IME-ADJ    PIC 9(08)V9(02).
002460     05  WK-HRD-TOTAL-PAYMENT   PIC 9(09)V9(02).
002470     05  WK-HRD-OPER-HSP-PART   PIC 9(08)V9(02).
002480     05  WK-HRD-OPER-FSP-PART   PIC 9(08)V9(02).
002490     05  WK-HRD-OPER-OUTLIER    PIC 9(09)V9(02).
002500     05  WK-HRD-REG-DAYS-USED   PIC 9(03).
002510     05  WK-HRD-LTR-DAYS-USED   PIC 9(02).
002520     05  WK-HRD-OPER-DSH-ADJ    PIC 9(08)V9(02).
002530     05  WK-HRD-CALC-VERS       PIC X(05).
002540*----------------------------------------------------------*
002550* PER-RUN-ID VERIFICATION TABLE.                            *
002560*----------------------------------------------------------*
002570 01  WK-VR-COUNT                PIC 9(04) VALUE ZEROES.
002580 01  VERIFY-RUN-TABLE.
002590     05  VR-ENTRY OCCURS 1000 TIMES
002600                  INDEXED BY VR-IDX VR-SIDX.
002610         10  VR-RUN-ID          PIC X(08).
002620         10  VR-ROW-COUNT       PIC 9(07).
002630         10  VR-TOT-PAYMENT     PIC 9(13)V9(02).
002640         10  VR-MAN-COUNT       PIC 9(07).
002650         10  VR-MAN-PAYMENT     PIC 9(13)V9(02).
002660         10  VR-MAN-SEEN-SW     PIC X(01).
002670*----------------------------------------------------------*
002680* MANIFEST FIELD VIEW (SAME LAYOUT PPBAT215 WRITES).        *
002690*----------------------------------------------------------*
002700 01  WK-MANIFEST-VIEW.
002710     05  MV-RUN-ID               PIC X(08).
002720     05  MV-RUN-DATE             PIC 9(08).
002730     05  MV-RUN-TIME             PIC 9(08).
002740     05  MV-VERSIONS             PIC X(10).
002750     05  MV-FLAGS                PIC X(05).
002760     05  MV-BILLS-READ           PIC 9(07).
002770     05  MV-BILLS-PRICED         PIC 9(07).
002780     05  MV-COUNTS               PIC X(35).
002790     05  MV-PPSOUT-RECS          PIC 9(07).
002800     05  MV-REMIT-RECS           PIC 9(07).
002810     05  MV-TOTAL-PAYMENT        PIC 9(13)V9(02).
002820     05  FILLER                  PIC X(12).
002830     05  MV-HISTREPO-WRITES      PIC 9(07).
002840*----------------------------------------------------------*
002850* REPORT LINES.                                             *
002860*----------------------------------------------------------*
002870 01  WK-VR-HEADING1.
002880     05  FILLER              PIC X(09) VALUE 'RUN-ID   '.
002890     05  FILLER              PIC X(10) VALUE 'REPO-ROWS '.
002900     05  FILLER              PIC X(10) VALUE 'MAN-PRICED'.
002910     05  FILLER              PIC X(18) VALUE '   REPO-PAYMENT   '.
002920     05  FILLER              PIC X(18) VALUE '   MAN-PAYMENT    '.
002930     05  FILLER              PIC X(12) VALUE 'STATUS'.
002940 01  WK-VR-DETAIL-LINE.
002950     05  WK-VR-RUN-ID        PIC X(08).
002960     05  FILLER              PIC X(02) VALUE SPACES.
002970     05  WK-VR-ROWS          PIC ZZZ,ZZ9.
002980     05  FILLER              PIC X(03) VALUE SPACES.
002990     05  WK-VR-MAN-ROWS      PIC ZZZ,ZZ9.
003000     05  FILLER              PIC X(02) VALUE SPACES.
003010     05  WK-VR-PAYMENT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003020     05  FILLER              PIC X(02) VALUE SPACES.
003030     05  WK-VR-MAN-PAYMENT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003040     05  FILLER              PIC X(02) VALUE SPACES.
003050     05  WK-VR-STATUS        PIC X(12).
003060 01  WK-RPT-TITLE-LINE.
003070     05  WK-RT-TITLE         PIC X(40).
003080     05  FILLER              PIC X(07) VALUE '  DATE '.
003090     05  WK-RT-DATE          PIC 9(08).
003100     05  FILLER              PIC X(07) VALUE '  VERS '.
003110     05  WK-RT-VERSION       PIC X(05).
003120 01  WK-RPT-RULE-LINE        PIC X(80) VALUE ALL '='.
003130 PROCEDURE DIVISION.
003140*===========================================================*
003150* 0000-MAINLINE                                              *
003160*===========================================================*
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     EVALUATE WK-FUNCTION
003200         WHEN 'ARCHIVE'
003210             PERFORM 2000-ARCHIVE-PURGE THRU 2000-EXIT
003220         WHEN 'VERIFY'
003230             PERFORM 3000-VERIFY THRU 3000-EXIT
003240         WHEN 'REBUILD'
003250             PERFORM 4000-REBUILD THRU 4000-EXIT
003260         WHEN OTHER
003270             DISPLAY 'PPHRM215 - UNKNOWN FUNCTION : '
003280                     WK-FUNCTION
003290             MOVE 16 TO RETURN-CODE
003300     END-EVALUATE.
003310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003320     STOP RUN.
003330*===========================================================*
003340* 1000-INITIALIZE - READ THE PARAMETER CARDS AND OPEN THE   *
003350* MAINTENANCE REPORT.                                       *
003360*===========================================================*
003370 1000-INITIALIZE.
003380     OPEN INPUT HRM-PARM-FILE.
003390     IF WK-PARM-STATUS NOT = '00'
003400         DISPLAY 'PPHRM215 - PARAMETER FILE MISSING'
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003450         UNTIL PARM-AT-EOF.
003460     CLOSE HRM-PARM-FILE.
003470     OPEN OUTPUT HRM-RPT-OUT.
003480     MOVE 'HISTORY REPOSITORY MAINTENANCE' TO WK-RT-TITLE.
003490     ACCEPT WK-RT-DATE FROM DATE YYYYMMDD.
003500     MOVE HRM-VERSION TO WK-RT-VERSION.
003510     MOVE WK-RPT-TITLE-LINE TO HRM-RPT-LINE.
003520     WRITE HRM-RPT-LINE.
003530     MOVE WK-RPT-RULE-LINE TO HRM-RPT-LINE.
003540     WRITE HRM-RPT-LINE.
003550 1000-EXIT.
003560     EXIT.
003570 1100-READ-ONE-PARM.
003580     READ HRM-PARM-FILE
003590         AT END
003600             SET PARM-AT-EOF TO TRUE
003610             GO TO 1100-EXIT
003620     END-READ.
003630     IF HRM-PARM-REC = SPACES OR HRM-PARM-REC(1:1) = '*'
003640         GO TO 1100-EXIT
003650     END-IF.
003660     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
003670     UNSTRING HRM-PARM-REC DELIMITED BY '='
003680         INTO WK-RC-KEYWORD WK-RC-VALUE.
003690     EVALUATE WK-RC-KEYWORD
003700         WHEN 'FUNCTION'
003710             MOVE WK-RC-VALUE TO WK-FUNCTION
003720         WHEN 'CUTOFF-DATE'
003730             IF WK-RC-VALUE(1:8) IS NUMERIC
003740                 MOVE WK-RC-VALUE(1:8) TO WK-CUTOFF-DATE
003750             END-IF
003760         WHEN 'VOLUME'
003770             MOVE WK-RC-VALUE TO WK-VOLUME
003780         WHEN 'REBUILD-RUN-ID'
003790             MOVE WK-RC-VALUE TO WK-REBUILD-RUN-ID
003800         WHEN 'REBUILD-RUN-DATE'
003810             IF WK-RC-VALUE(1:8) IS NUMERIC
003820                 MOVE WK-RC-VALUE(1:8) TO WK-REBUILD-RUN-DATE
003830             END-IF
003840         WHEN OTHER
003850             DISPLAY 'PPHRM215 - PARAMETER CARD IGNORED : '
003860                     HRM-PARM-REC
003870     END-EVALUATE.
003880 1100-EXIT.
003890     EXIT.
003900*===========================================================*
003910* 2000-ARCHIVE-PURGE - COPY EVERY ROW WHOSE RUN DATE IS     *
003920* OLDER THAN THE CUTOFF TO THE FLAT ARCHIVE AND DELETE IT   *
003930* FROM THE REPOSITORY, THEN APPEND THE ARCHIVE-INDEX ROW    *
003940* PPINQ215 USES TO POINT REQUESTERS AT THE RESTORE VOLUME.  *
003950*===========================================================*
003960 2000-ARCHIVE-PURGE.
003970     IF WK-CUTOFF-DATE = 0
003980         DISPLAY 'PPHRM215 - ARCHIVE NEEDS CUTOFF-DATE'
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 2000-EXIT
004010     END-IF.
004020     OPEN I-O HIST-REPO-FILE.
004030     IF WK-HISTREPO-STATUS NOT = '00'
004040         DISPLAY 'PPHRM215 - REPOSITORY UNAVAILABLE - STATUS '
004050                 WK-HISTREPO-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         GO TO 2000-EXIT
004080     END-IF.
004090     OPEN OUTPUT ARCHIVE-OUT.
004100     PERFORM 2100-JUDGE-ONE-ROW THRU 2100-EXIT
004110         UNTIL REPO-AT-EOF.
004120     CLOSE ARCHIVE-OUT.
004130     CLOSE HIST-REPO-FILE.
004140     IF WK-ROWS-ARCHIVED > 0
004150         OPEN EXTEND ARCH-INDEX-OUT
004160         MOVE WK-VOLUME          TO AX-VOLUME
004170         MOVE WK-ARCH-FROM-DATE  TO AX-FROM-RUN-DATE
004180         MOVE WK-ARCH-THRU-DATE  TO AX-THRU-RUN-DATE
004190         MOVE WK-ROWS-ARCHIVED   TO AX-ROWS-ARCHIVED
004200         ACCEPT AX-ARCHIVE-DATE FROM DATE YYYYMMDD
004210         WRITE ARCH-INDEX-REC
004220         CLOSE ARCH-INDEX-OUT
004230     END-IF.
004240 2000-EXIT.
004250     EXIT.
004260 2100-JUDGE-ONE-ROW.
004270     READ HIST-REPO-FILE NEXT
004280         AT END
004290             SET REPO-AT-EOF TO TRUE
004300             GO TO 2100-EXIT
004310     END-READ.
004320     ADD 1 TO WK-ROWS-READ.
004330     IF HR-RUN-DATE NOT < WK-CUTOFF-DATE
004340         ADD 1 TO WK-ROWS-KEPT
004350         GO TO 2100-EXIT
004360     END-IF.
004370     MOVE HIST-REPO-REC TO ARCHIVE-OUT-REC.
004380     WRITE ARCHIVE-OUT-REC.
004390     IF HR-RUN-DATE < WK-ARCH-FROM-DATE
004400         MOVE HR-RUN-DATE TO WK-ARCH-FROM-DATE
004410     END-IF.
004420     IF HR-RUN-DATE > WK-ARCH-THRU-DATE
004430         MOVE HR-RUN-DATE TO WK-ARCH-THRU-DATE
004440     END-IF.
004450     DELETE HIST-REPO-FILE.
004460     ADD 1 TO WK-ROWS-ARCHIVED.
004470 2100-EXIT.
004480     EXIT.
004490*===========================================================*
004500* 3000-VERIFY - ACCUMULATE ROW COUNTS AND PAYMENT TOTALS    *
004510* PER RUN ID FROM THE REPOSITORY, THEN PROVE THEM AGAINST   *
004520* THE RUN-HISTORY REGISTRY'S MANIFESTS.  ANY MISMATCH       *
004530* FAILS THE VERIFY (RETURN CODE 8).                         *
004540*===========================================================*
004550 3000-VERIFY.
004560     OPEN INPUT HIST-REPO-FILE.
004570     IF WK-HISTREPO-STATUS NOT = '00'
004580         DISPLAY 'PPHRM215 - REPOSITORY UNAVAILABLE - STATUS '
004590                 WK-HISTREPO-STATUS
004600         MOVE 16 TO RETURN-CODE
004610         GO TO 3000-EXIT
004620     END-IF.
004630     PERFORM 3100-ACCUM-ONE-ROW THRU 3100-EXIT
004640         UNTIL REPO-AT-EOF.
004650     CLOSE HIST-REPO-FILE.
004660     OPEN INPUT RUN-HIST-IN.
004670     IF WK-RUNHIST-STATUS = '00'
004680         PERFORM 3200-MATCH-ONE-MANIFEST THRU 3200-EXIT
004690             UNTIL RUNHIST-AT-EOF
004700         CLOSE RUN-HIST-IN
004710     END-IF.
004720     MOVE WK-VR-HEADING1 TO HRM-RPT-LINE.
004730     WRITE HRM-RPT-LINE.
004740     PERFORM 3300-REPORT-ONE-RUN THRU 3300-EXIT
004750         VARYING VR-IDX FROM 1 BY 1
004760         UNTIL VR-IDX > WK-VR-COUNT.
004770     IF WK-VERIFY-FAILS > 0
004780         MOVE 08 TO RETURN-CODE
004790     END-IF.
004800 3000-EXIT.
004810     EXIT.
004820 3100-ACCUM-ONE-ROW.
004830     READ HIST-REPO-FILE NEXT
004840         AT END
004850             SET REPO-AT-EOF TO TRUE
004860             GO TO 3100-EXIT
004870     END-READ.
004880     ADD 1 TO WK-ROWS-READ.
004890     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
004900     SET VR-SIDX TO 1.
004910     SEARCH VR-ENTRY VARYING VR-SIDX
004920         AT END
004930             IF WK-VR-COUNT < 1000
004940                 ADD 1 TO WK-VR-COUNT
004950                 SET VR-SIDX TO WK-VR-COUNT
004960                 MOVE HR-RUN-ID TO VR-RUN-ID(VR-SIDX)
004970                 MOVE 0 TO VR-ROW-COUNT(VR-SIDX)
004980                 MOVE 0 TO VR-TOT-PAYMENT(VR-SIDX)
004990                 MOVE 0 TO VR-MAN-COUNT(VR-SIDX)
005000                 MOVE 0 TO VR-MAN-PAYMENT(VR-SIDX)
005010                 MOVE 'N' TO VR-MAN-SEEN-SW(VR-SIDX)
005020             ELSE
005030                 GO TO 3100-EXIT
005040             END-IF
005050         WHEN VR-RUN-ID(VR-SIDX) = HR-RUN-ID
005060             CONTINUE
005070     END-SEARCH.
005080     ADD 1 TO VR-ROW-COUNT(VR-SIDX).
005090     ADD WK-HRD-TOTAL-PAYMENT TO VR-TOT-PAYMENT(VR-SIDX).
005100 3100-EXIT.
005110     EXIT.
005120 3200-MATCH-ONE-MANIFEST.
005130     READ RUN-HIST-IN INTO WK-MANIFEST-VIEW
005140         AT END
005150             SET RUNHIST-AT-EOF TO TRUE
005160             GO TO 3200-EXIT
005170     END-READ.
005180     SET VR-SIDX TO 1.
005190     SEARCH VR-ENTRY VARYING VR-SIDX
005200         AT END
005210             GO TO 3200-EXIT
005220         WHEN VR-RUN-ID(VR-SIDX) = MV-RUN-ID
005230             CONTINUE
005240     END-SEARCH.
005250*    AN OLDER REGISTRY ROW WITHOUT THE REPOSITORY-WRITE
005260*    COUNT FALLS BACK TO THE PRICED COUNT.
005270     IF MV-HISTREPO-WRITES IS NUMERIC
005280         MOVE MV-HISTREPO-WRITES TO VR-MAN-COUNT(VR-SIDX)
005290     ELSE
005300         MOVE MV-BILLS-PRICED TO VR-MAN-COUNT(VR-SIDX)
005310     END-IF.
005320     MOVE MV-TOTAL-PAYMENT  TO VR-MAN-PAYMENT(VR-SIDX).
005330     MOVE 'Y'               TO VR-MAN-SEEN-SW(VR-SIDX).
005340 3200-EXIT.
005350     EXIT.
005360 3300-REPORT-ONE-RUN.
005370     MOVE VR-RUN-ID(VR-IDX)      TO WK-VR-RUN-ID.
005380     MOVE VR-ROW-COUNT(VR-IDX)   TO WK-VR-ROWS.
005390     MOVE VR-MAN-COUNT(VR-IDX)   TO WK-VR-MAN-ROWS.
005400     MOVE VR-TOT-PAYMENT(VR-IDX) TO WK-VR-PAYMENT.
005410     MOVE VR-MAN-PAYMENT(VR-IDX) TO WK-VR-MAN-PAYMENT.
005420     EVALUATE TRUE
005430         WHEN VR-MAN-SEEN-SW(VR-IDX) NOT = 'Y'
005440             MOVE 'NO-MANIFEST' TO WK-VR-STATUS
005450             ADD 1 TO WK-VERIFY-FAILS
005460         WHEN VR-ROW-COUNT(VR-IDX) NOT =
005470                  VR-MAN-COUNT(VR-IDX)
005480             MOVE 'COUNT-DIFF' TO WK-VR-STATUS
005490             ADD 1 TO WK-VERIFY-FAILS
005500         WHEN VR-TOT-PAYMENT(VR-IDX) NOT =
005510                  VR-MAN-PAYMENT(VR-IDX)
005520             MOVE 'AMOUNT-DIFF' TO WK-VR-STATUS
005530             ADD 1 TO WK-VERIFY-FAILS
005540         WHEN OTHER
005550             MOVE 'VERIFIED' TO WK-VR-STATUS
005560     END-EVALUATE.
005570     MOVE WK-VR-DETAIL-LINE TO HRM-RPT-LINE.
005580     WRITE HRM-RPT-LINE.
005590 3300-EXIT.
005600     EXIT.
005610*===========================================================*
005620* 4000-REBUILD - RECONSTRUCT THE KEYED REPOSITORY FROM THE  *
005630* FLAT ARCHIVE PLUS A RECENT PPSOUT EXTRACT.  PPSOUT ROWS   *
005640* CARRY NO WAGE-INDEX AUDIT OR MBI, SO REBUILT-FROM-PPSOUT  *
005650* ROWS HOLD THE PAYMENT FACTS ONLY, PLUS THE MBI OF THE     *
005660* MATCHING BILL WHEN BILLIN IS SUPPLIED.  EVERY WRITE PUTS  *
005670* THE ROW ON THE MBI ALTERNATE INDEX AS WELL; A ROW LEFT    *
005680* WITH NO MBI IS COUNTED, AS NO MBI INQUIRY CAN FIND IT.    *
005690*===========================================================*
005700 4000-REBUILD.
005710     OPEN OUTPUT HIST-REPO-FILE.
005720     IF WK-HISTREPO-STATUS NOT = '00'
005730         DISPLAY 'PPHRM215 - CANNOT CREATE REPOSITORY - '
005740                 'STATUS ' WK-HISTREPO-STATUS
005750         MOVE 16 TO RETURN-CODE
005760         GO TO 4000-EXIT
005770     END-IF.
005780     OPEN INPUT ARCHIVE-IN.
005790     IF WK-ARCHIN-STATUS = '00'
005800         PERFORM 4100-RESTORE-ONE-ARCHIVE THRU 4100-EXIT
005810             UNTIL ARCHIN-AT-EOF
005820         CLOSE ARCHIVE-IN
005830     END-IF.
005840     OPEN INPUT PPS-FILE-IN.
005850     IF WK-PPSIN-STATUS = '00'
005860         OPEN INPUT BILL-FILE-IN
005870         IF WK-BILLIN-STATUS = '00'
005880             SET BILLIN-IS-OPEN TO TRUE
005890         END-IF
005900         PERFORM 4200-REBUILD-ONE-PPS THRU 4200-EXIT
005910             UNTIL PPSIN-AT-EOF
005920         CLOSE PPS-FILE-IN
005930         IF BILLIN-IS-OPEN
005940             CLOSE BILL-FILE-IN
005950         END-IF
005960     END-IF.
005970     CLOSE HIST-REPO-FILE.
005980 4000-EXIT.
005990     EXIT.
006000 4100-RESTORE-ONE-ARCHIVE.
006010     READ ARCHIVE-IN
006020         AT END
006030             SET ARCHIN-AT-EOF TO TRUE
006040             GO TO 4100-EXIT
006050     END-READ.
006060     MOVE ARCHIVE-IN-REC TO HIST-REPO-REC.
006070     WRITE HIST-REPO-REC
006080         INVALID KEY
006090             REWRITE HIST-REPO-REC
006100     END-WRITE.
006110     ADD 1 TO WK-ROWS-REBUILT.
006120     IF HR-MBI = SPACES
006130         ADD 1 TO WK-ROWS-NO-MBI
006140     END-IF.
006150 4100-EXIT.
006160     EXIT.
006170 4200-REBUILD-ONE-PPS.
006180     READ PPS-FILE-IN
006190         AT END
006200             SET PPSIN-AT-EOF TO TRUE
006210             GO TO 4200-EXIT
006220     END-READ.
006230     IF PPS-IN-REC(1:4) = '*LAY'
006240        OR NOT PPSIN-LAYOUT-CHECKED
006250         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
006260         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
006270         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
006280         SET PPSIN-LAYOUT-CHECKED TO TRUE
006290         IF LH-IS-HEADER
006300             GO TO 4200-REBUILD-ONE-PPS
006310         END-IF
006320     END-IF.
006330     IF PI-DEBIT-CREDIT-IND = 'C'
006340         GO TO 4200-EXIT
006350     END-IF.
006360     MOVE PI-PROVIDER-NO      TO HR-PROVIDER-NO.
006370     MOVE PI-DISCHARGE-DATE   TO HR-DISCHARGE-DATE.
006380     MOVE PI-CLAIM-SEQ        TO HR-CLAIM-SEQ.
006390     MOVE WK-REBUILD-RUN-ID   TO HR-RUN-ID.
006400     MOVE WK-REBUILD-RUN-DATE TO HR-RUN-DATE.
006410     MOVE ALL '0'             TO WK-HRD-VIEW.
006420     MOVE PI-PPS-RTC          TO WK-HRD-RTC.
006430     MOVE PI-PPS-WAGE-INDX    TO WK-HRD-WAGE-INDX.
006440     MOVE PI-PPS-TOTAL-PAYMENT TO WK-HRD-TOTAL-PAYMENT.
006450     MOVE PI-PPS-OPER-HSP-PART TO WK-HRD-OPER-HSP-PART.
006460     MOVE PI-PPS-OPER-FSP-PART TO WK-HRD-OPER-FSP-PART.
006470     MOVE PI-PPS-OPER-OUTLIER-PART
006480                              TO WK-HRD-OPER-OUTLIER.
006490     MOVE PI-PPS-OPER-DSH-ADJ TO WK-HRD-OPER-DSH-ADJ.
006500     MOVE PI-PPS-CALC-VERS    TO WK-HRD-CALC-VERS.
006510     MOVE WK-HRD-VIEW         TO HR-PPS-DATA.
006520     MOVE SPACES              TO HR-WI-AUDIT.
006530     MOVE SPACES              TO HR-MBI.
006540     IF BILLIN-IS-OPEN
006550         PERFORM 4210-MATCH-BILL THRU 4210-EXIT
006560         IF BILL-WAS-MATCHED
006570            AND B-21-MBI NOT = LOW-VALUES
006580             MOVE B-21-MBI        TO HR-MBI
006590         END-IF
006600     END-IF.
006610     MOVE PI-DRG              TO HR-DRG.
006620     MOVE PI-PPS-CAPI-TOTAL-PAY TO HR-CAPI-TOTAL-PAY.
006630     MOVE ZEROES              TO HR-CAPI-OUTLIER.
006640     MOVE PI-PPS-UNCOMP-CARE  TO HR-UNCOMP-CARE.
006650     MOVE PI-PPS-NEW-TECH     TO HR-NEW-TECH.
006660     WRITE HIST-REPO-REC
006670         INVALID KEY
006680             REWRITE HIST-REPO-REC
006690     END-WRITE.
006700     ADD 1 TO WK-ROWS-REBUILT.
006710     IF HR-MBI = SPACES
006720         ADD 1 TO WK-ROWS-NO-MBI
006730     END-IF.
006740 4200-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------*
006770* 4210-MATCH-BILL - ADVANCE THE BILL FILE UNTIL THE BILL    *
006780* MATCHING THE CURRENT PPSOUT ROW IS FOUND, AS PPRES215     *
006790* DOES.  BILLS SKIPPED OVER NEVER PRICED.                   *
006800*-----------------------------------------------------------*
006810 4210-MATCH-BILL.
006820     MOVE 'N' TO WK-BILL-MATCH-SW.
006830     PERFORM 4220-READ-BILL THRU 4220-EXIT
006840         UNTIL BILL-AT-EOF OR BILL-WAS-MATCHED.
006850 4210-EXIT.
006860     EXIT.
006870 4220-READ-BILL.
006880     READ BILL-FILE-IN
006890         AT END
006900             SET BILL-AT-EOF TO TRUE
006910             GO TO 4220-EXIT
006920     END-READ.
006930     IF B-21-PROVIDER-NO = PI-PROVIDER-NO
006940        AND B-21-DRG = PI-DRG
006950        AND B-21-DISCHARGE-DATE = PI-DISCHARGE-DATE
006960         SET BILL-WAS-MATCHED TO TRUE
006970     END-IF.
006980 4220-EXIT.
006990     EXIT.
007000*===========================================================*
007010* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
007020* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
007030* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
007040* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
007050* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
007060*===========================================================*
007070 8800-CHECK-LAYOUT.
007080     IF NOT LH-IS-HEADER
007090         IF WK-LC-VERSION = 1
007100             DISPLAY 'PPHRM215 - ' WK-LC-DD ' HAS NO LAYOUT '
007110                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
007120                     ' VERSION 001'
007130             GO TO 8800-EXIT
007140         END-IF
007150         DISPLAY 'PPHRM215 - ' WK-LC-DD ' HAS NO LAYOUT '
007160                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
007170                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
007180         MOVE 12 TO RETURN-CODE
007190         STOP RUN
007200     END-IF.
007210     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
007220        AND LH-LAYOUT-VERSION = WK-LC-VERSION
007230        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
007240         DISPLAY 'PPHRM215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
007250                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
007260                 ' WRITTEN BY ' LH-PRODUCER
007270         GO TO 8800-EXIT
007280     END-IF.
007290     DISPLAY 'PPHRM215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
007300             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
007310             LH-RECORD-LENGTH.
007320     DISPLAY 'PPHRM215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
007330             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
007340             ' - FILE REFUSED'.
007350     MOVE 12 TO RETURN-CODE.
007360     STOP RUN.
007370 8800-EXIT.
007380     EXIT.
007390*===========================================================*
007400* 9000-TERMINATE - CLOSE THE REPORT AND DISPLAY RUN TOTALS. *
007410*===========================================================*
007420 9000-TERMINATE.
007430     CLOSE HRM-RPT-OUT.
007440     DISPLAY 'PPHRM215 - FUNCTION          : ' WK-FUNCTION.
007450     DISPLAY 'PPHRM215 - ROWS READ         : ' WK-ROWS-READ.
007460     DISPLAY 'PPHRM215 - ROWS ARCHIVED     : '
007470             WK-ROWS-ARCHIVED.
007480     DISPLAY 'PPHRM215 - ROWS KEPT         : ' WK-ROWS-KEPT.
007490     DISPLAY 'PPHRM215 - ROWS REBUILT      : '
007500             WK-ROWS-REBUILT.
007510     IF WK-FUNCTION = 'REBUILD'
007520         DISPLAY 'PPHRM215 - ROWS WITHOUT MBI  : '
007530                 WK-ROWS-NO-MBI
007540     END-IF.
007550     DISPLAY 'PPHRM215 - VERIFY FAILURES   : '
007560             WK-VERIFY-FAILS.
007570 9000-EXIT.
007580     EXIT.
