000170*            APPROVE=Y FLAG IS SET IN THE RUN-CONTROL FILE.
000180*          - WITHOUT APPROVAL THE DIFF REPORT IS THE ONLY
000190*            OUTPUT AND THE MASTER IS UNTOUCHED.
000200*          - EVERY SEGMENT APPLIED UNDER APPROVE=Y IS ALSO
000210*            APPENDED TO THE APPROVAL LOG (PSFAPPR) WITH ITS
000220*            APPROVED IMAGE; PPBAT215 CHECKS THE MASTER AGAINST
000230*            THE LOG AT START-UP AND STOPS ON ANY CHANGE THE
000240*            LOG DOES NOT ACCOUNT FOR.
000250*          - AN EMERGENCY FIX RUNS AS A RELEASE OF JUST THE
000260*            CORRECTED SEGMENTS WITH EMERGENCY=Y AND
000270*            REFERENCE=<TICKET> CARDS, SO THE LOG RECORDS IT
000280*            AS A DOCUMENTED FIX RATHER THAN AN INTAKE.
000290 DATE-COMPILED.
000300****************************************************************
000310*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000320*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000330*   IS THAT OF THE USER.                                       *
000340****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.            IBM-370.
000380 OBJECT-COMPUTER.            IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PSF-PARM-FILE   ASSIGN TO PSFPARM
000420                            ORGANIZATION IS LINE SEQUENTIAL
000430                            FILE STATUS IS WK-PARM-STATUS.
000440     SELECT PSF-RELEASE-IN  ASSIGN TO PSFREL
000450                            ORGANIZATION IS SEQUENTIAL
000460                            FILE STATUS IS WK-REL-STATUS.
000470     SELECT PROV-MAST-IN    ASSIGN TO PROVMAST
000480                            ORGANIZATION IS INDEXED
000490                            ACCESS MODE IS SEQUENTIAL
000500                            RECORD KEY IS PM-PROV-KEY
000510                            FILE STATUS IS WK-MAST-STATUS.
000520     SELECT PROV-MAST-OUT   ASSIGN TO PROVMSTO
000530                            ORGANIZATION IS SEQUENTIAL.
000540     SELECT PSF-DIFF-OUT    ASSIGN TO PSFDIFF
000550                            ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT PSF-APPROVAL-LOG ASSIGN TO PSFAPPR
000570                            ORGANIZATION IS SEQUENTIAL
000580                            FILE STATUS IS WK-APPR-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PSF-PARM-FILE
000620     RECORDING MODE IS F.
000630 01  PSF-PARM-REC                PIC X(80).
000640*----------------------------------------------------------*
000650* CMS PROVIDER-SPECIFIC-FILE RELEASE - ONE RECORD PER       *
000660* PROVIDER SEGMENT, IN THE SAME RAW PROV-RECORD FORM THE    *
000670* MASTER CARRIES.                                           *
000680*----------------------------------------------------------*
000690 FD  PSF-RELEASE-IN
000700     RECORDING MODE IS F.
000710 01  PSF-RELEASE-REC.
000720     05  PS-PROVIDER-NO          PIC X(06).
000730     05  PS-SEGMENT-EFF-DATE     PIC 9(08).
000740     05  PS-PROV-RECORD          PIC X(310).
000750*----------------------------------------------------------*
000760* CURRENT PROVIDER MASTER, AS PPBAT215 READS IT.            *
000770*----------------------------------------------------------*
000780 FD  PROV-MAST-IN
000790     RECORD CONTAINS 325 CHARACTERS.
000800 01  PROV-MAST-REC.
000810     05  PM-PROV-KEY.
000820         10  PM-PROVIDER-NO     PIC X(06).
000830         10  PM-SEGMENT-EFF-DATE PIC 9(08).
000840     05  PM-FORMAT-IND          PIC X(01).
000850     05  PM-PROV-RECORD         PIC X(310).
000860*----------------------------------------------------------*
000870* UPDATED MASTER, WRITTEN ONLY UNDER APPROVE=Y, IN THE SAME *
000880* LAYOUT, FOR THE KEYED-FILE RELOAD STEP.                   *
000890*----------------------------------------------------------*
000900 FD  PROV-MAST-OUT
000910     RECORDING MODE IS F.
000920 01  PROV-MAST-OUT-REC.
000930     05  PO-PROV-KEY.
000940         10  PO-PROVIDER-NO     PIC X(06).
000950         10  PO-SEGMENT-EFF-DATE PIC 9(08).
000960     05  PO-FORMAT-IND          PIC X(01).
000970     05  PO-PROV-RECORD         PIC X(310).
000980 FD  PSF-DIFF-OUT
000990     RECORDING MODE IS F.
001000 01  PSF-DIFF-LINE               PIC X(110).
001010*----------------------------------------------------------*
001020* APPROVAL LOG - ONE RECORD APPENDED PER SEGMENT CHANGED OR *
001030* ADDED UNDER APPROVE=Y, READ BY PPBAT215'S START-UP CHECK  *
001040* FOR OUT-OF-BAND PROVIDER MASTER CHANGES.                  *
001050*----------------------------------------------------------*
001060 FD  PSF-APPROVAL-LOG
001070     RECORD CONTAINS 360 CHARACTERS.
001080 COPY PROVAPPR.
001090 WORKING-STORAGE SECTION.
001100 01  W-STORAGE-REF                  PIC X(48)  VALUE
001110     'P P P S F 2 1 5 - W O R K I N G   S T O R A G E'.
001120 01  PSF-VERSION                    PIC X(05) VALUE 'F21.5'.
001130 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001140 01  WK-REL-STATUS              PIC X(02) VALUE SPACES.
001150 01  WK-MAST-STATUS             PIC X(02) VALUE SPACES.
001160 01  WK-APPR-STATUS             PIC X(02) VALUE SPACES.
001170 01  WK-SWITCHES.
001180     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001190         88  PARM-AT-EOF        VALUE 'Y'.
001200     05  WK-REL-EOF             PIC X(01) VALUE 'N'.
001210         88  RELEASE-AT-EOF     VALUE 'Y'.
001220     05  WK-MAST-EOF            PIC X(01) VALUE 'N'.
001230         88  MASTER-AT-EOF      VALUE 'Y'.
001240     05  WK-APPROVE-SW          PIC X(01) VALUE 'N'.
001250         88  BATCH-APPROVED     VALUE 'Y'.
001260     05  WK-REL-FOUND-SW        PIC X(01) VALUE 'N'.
001270         88  RELEASE-ROW-FOUND  VALUE 'Y'.
001280     05  WK-SEG-CHANGED-SW      PIC X(01) VALUE 'N'.
001290         88  SEGMENT-CHANGED    VALUE 'Y'.
001300     05  WK-EMERGENCY-SW        PIC X(01) VALUE 'N'.
001310         88  EMERGENCY-FIX      VALUE 'Y'.
001320 01  WK-COUNTERS.
001330     05  WK-REL-ROWS            PIC 9(05) VALUE ZEROES.
001340     05  WK-REL-DROPPED         PIC 9(05) VALUE ZEROES.
001350     05  WK-MAST-ROWS           PIC 9(05) VALUE ZEROES.
001360     05  WK-SEGS-CHANGED        PIC 9(05) VALUE ZEROES.
001370     05  WK-SEGS-ADDED          PIC 9(05) VALUE ZEROES.
001380     05  WK-SEGS-UNCHANGED      PIC 9(05) VALUE ZEROES.
001390     05  WK-APPR-LOGGED         PIC 9(05) VALUE ZEROES.
001400 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001410 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001420 01  WK-APPR-REFERENCE          PIC X(20) VALUE SPACES.
001430*----------------------------------------------------------*
001440* THE RELEASE TABLE - EVERY SEGMENT IN THE CMS RELEASE.     *
001450*----------------------------------------------------------*
001460 01  WK-RL-COUNT                PIC 9(04) VALUE ZEROES.
001470 01  PSF-RELEASE-TABLE.
001480     05  RL-ENTRY OCCURS 2000 TIMES
001490                  INDEXED BY RL-IDX RL-SIDX.
001500         10  RL-PROVIDER-NO     PIC X(06).
001510         10  RL-EFF-DATE        PIC 9(08).
001520         10  RL-PROV-RECORD     PIC X(310).
001530         10  RL-USED-SW         PIC X(01).
001540*----------------------------------------------------------*
001550* FIELD VIEWS - THE MASTER'S SEGMENT UNPACKED THROUGH       *
001560* PROVNEW, WITH THE OLD VALUES OF THE PAYMENT-DRIVING       *
001570* FIELDS LATCHED BEFORE THE RELEASE SEGMENT OVERLAYS IT.    *
001580*----------------------------------------------------------*
001590 COPY PROVNEW.
001600 01  WK-OLD-FIELDS.
001610     05  WK-OLD-CCR             PIC 9(01)V9(03).
001620     05  WK-OLD-DSH-PERCENT     PIC V9(04).
001630     05  WK-OLD-CBSA-GEO        PIC X(05).
001640     05  WK-OLD-CMI             PIC 9(01)V9(04).
001650     05  WK-OLD-BED-SIZE        PIC 9(05).
001660     05  WK-OLD-PROVIDER-TYPE   PIC X(02).
001670*----------------------------------------------------------*
001680* DIFF REPORT LINES.                                        *
001690*----------------------------------------------------------*
001700 01  WK-DF-TITLE-LINE.
001710     05  FILLER              PIC X(34) VALUE
001720         'PROVIDER-SPECIFIC-FILE INTAKE DIFF'.
001730     05  FILLER              PIC X(07) VALUE '  DATE '.
001740     05  WK-DF-DATE          PIC 9(08).
001750     05  FILLER              PIC X(11) VALUE '  APPROVED '.
001760     05  WK-DF-APPROVED      PIC X(01).
001770 01  WK-DF-RULE-LINE         PIC X(80) VALUE ALL '='.
001780 01  WK-DF-PROV-LINE.
001790     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
001800     05  WK-DP-PROVIDER-NO   PIC X(06).
001810     05  FILLER              PIC X(09) VALUE '  EFF    '.
001820     05  WK-DP-EFF-DATE      PIC 9(08).
001830     05  FILLER              PIC X(02) VALUE SPACES.
001840     05  WK-DP-DISPOSITION   PIC X(20).
001850 01  WK-DF-FIELD-LINE.
001860     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  WK-DL-FIELD         PIC X(22).
001880     05  FILLER              PIC X(08) VALUE 'BEFORE  '.
001890     05  WK-DL-BEFORE        PIC X(10).
001900     05  FILLER              PIC X(08) VALUE ' AFTER  '.
001910     05  WK-DL-AFTER         PIC X(10).
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  WK-DL-SENSITIVITY   PIC X(30).
001940 01  WK-EDIT-RATIO           PIC 9.999.
001950 01  WK-EDIT-PCT             PIC .9999.
001960 01  WK-EDIT-CMI             PIC 9.9999.
001970 01  WK-EDIT-BEDS            PIC ZZZZ9.
001980 PROCEDURE DIVISION.
001990*===========================================================*
002000* 0000-MAINLINE                                              *
002010*===========================================================*
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002040     PERFORM 2000-MERGE-MASTER   THRU 2000-EXIT.
002050     PERFORM 3000-ADD-NEW-SEGS   THRU 3000-EXIT.
002060     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
002070     STOP RUN.
002080*===========================================================*
002090* 1000-INITIALIZE - READ THE APPROVAL FLAG, LOAD THE CMS    *
002100* RELEASE, AND OPEN THE DIFF REPORT.                        *
002110*===========================================================*
002120 1000-INITIALIZE.
002130     OPEN INPUT PSF-PARM-FILE.
002140     IF WK-PARM-STATUS = '00'
002150         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
002160             UNTIL PARM-AT-EOF
002170         CLOSE PSF-PARM-FILE
002180     END-IF.
002190     IF EMERGENCY-FIX
002200        AND WK-APPR-REFERENCE = SPACES
002210         DISPLAY 'PPPSF215 - EMERGENCY=Y REQUIRES A '
002220                 'REFERENCE= CARD'
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     OPEN INPUT PSF-RELEASE-IN.
002270     IF WK-REL-STATUS NOT = '00'
002280         DISPLAY 'PPPSF215 - CMS RELEASE FILE MISSING'
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320     SET RL-IDX TO 1.
002330     PERFORM 1200-READ-ONE-RELEASE THRU 1200-EXIT
002340         UNTIL RELEASE-AT-EOF.
002350     CLOSE PSF-RELEASE-IN.
002360     OPEN OUTPUT PSF-DIFF-OUT.
002370     ACCEPT WK-DF-DATE FROM DATE YYYYMMDD.
002380     MOVE WK-APPROVE-SW TO WK-DF-APPROVED.
002390     MOVE WK-DF-TITLE-LINE TO PSF-DIFF-LINE.
002400     WRITE PSF-DIFF-LINE.
002410     MOVE WK-DF-RULE-LINE TO PSF-DIFF-LINE.
002420     WRITE PSF-DIFF-LINE.
002430     OPEN INPUT PROV-MAST-IN.
002440     IF WK-MAST-STATUS NOT = '00'
002450         DISPLAY 'PPPSF215 - PROVIDER MASTER UNAVAILABLE'
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490     IF BATCH-APPROVED
002500         OPEN OUTPUT PROV-MAST-OUT
002510         OPEN EXTEND PSF-APPROVAL-LOG
002520         IF WK-APPR-STATUS = '35'
002530             OPEN OUTPUT PSF-APPROVAL-LOG
002540         END-IF
002550         IF WK-APPR-STATUS NOT = '00'
002560             DISPLAY 'PPPSF215 - APPROVAL LOG UNAVAILABLE - '
002570                     'STATUS ' WK-APPR-STATUS
002580             MOVE 16 TO RETURN-CODE
002590             STOP RUN
002600         END-IF
002610     END-IF.
002620 1000-EXIT.
002630     EXIT.
002640 1100-READ-ONE-PARM.
002650     READ PSF-PARM-FILE
002660         AT END
002670             SET PARM-AT-EOF TO TRUE
002680             GO TO 1100-EXIT
002690     END-READ.
002700     IF PSF-PARM-REC = SPACES OR PSF-PARM-REC(1:1) = '*'
002710         GO TO 1100-EXIT
002720     END-IF.
002730     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
002740     UNSTRING PSF-PARM-REC DELIMITED BY '='
002750         INTO WK-RC-KEYWORD WK-RC-VALUE.
002760     EVALUATE WK-RC-KEYWORD
002770         WHEN 'APPROVE'
002780             IF WK-RC-VALUE = 'Y'
002790                 SET BATCH-APPROVED TO TRUE
002800             END-IF
002810         WHEN 'EMERGENCY'
002820             IF WK-RC-VALUE = 'Y'
002830                 SET EMERGENCY-FIX TO TRUE
002840             END-IF
002850         WHEN 'REFERENCE'
002860             MOVE WK-RC-VALUE TO WK-APPR-REFERENCE
002870     END-EVALUATE.
002880 1100-EXIT.
002890     EXIT.
002900 1200-READ-ONE-RELEASE.
002910     READ PSF-RELEASE-IN
002920         AT END
002930             SET RELEASE-AT-EOF TO TRUE
002940             GO TO 1200-EXIT
002950     END-READ.
002960     ADD 1 TO WK-REL-ROWS.
002970     IF WK-RL-COUNT >= 2000
002980         ADD 1 TO WK-REL-DROPPED
002990         GO TO 1200-EXIT
003000     END-IF.
003010     MOVE PS-PROVIDER-NO      TO RL-PROVIDER-NO(RL-IDX).
003020     MOVE PS-SEGMENT-EFF-DATE TO RL-EFF-DATE(RL-IDX).
003030     MOVE PS-PROV-RECORD      TO RL-PROV-RECORD(RL-IDX).
003040     MOVE 'N'                 TO RL-USED-SW(RL-IDX).
003050     ADD  1 TO WK-RL-COUNT.
003060     SET  RL-IDX UP BY 1.
003070 1200-EXIT.
003080     EXIT.
003090*===========================================================*
003100* 2000-MERGE-MASTER - WALK THE CURRENT MASTER.  A SEGMENT   *
003110* THE RELEASE REPLACES IS DIFFED FIELD BY FIELD AND (UNDER  *
003120* APPROVE=Y) WRITTEN IN ITS RELEASE FORM; EVERYTHING ELSE   *
003130* COPIES THROUGH UNCHANGED.                                 *
003140*===========================================================*
003150 2000-MERGE-MASTER.
003160     PERFORM 2100-MERGE-ONE-SEG THRU 2100-EXIT
003170         UNTIL MASTER-AT-EOF.
003180     CLOSE PROV-MAST-IN.
003190 2000-EXIT.
003200     EXIT.
003210 2100-MERGE-ONE-SEG.
003220     READ PROV-MAST-IN
003230         AT END
003240             SET MASTER-AT-EOF TO TRUE
003250             GO TO 2100-EXIT
003260     END-READ.
003270     ADD 1 TO WK-MAST-ROWS.
003280     MOVE 'N' TO WK-REL-FOUND-SW.
003290     SET RL-SIDX TO 1.
003300     SEARCH RL-ENTRY VARYING RL-SIDX
003310         AT END
003320             CONTINUE
003330         WHEN RL-PROVIDER-NO(RL-SIDX) = PM-PROVIDER-NO
003340             AND RL-EFF-DATE(RL-SIDX) = PM-SEGMENT-EFF-DATE
003350             SET RELEASE-ROW-FOUND TO TRUE
003360     END-SEARCH.
003370     IF NOT RELEASE-ROW-FOUND
003380         PERFORM 2400-COPY-THROUGH THRU 2400-EXIT
003390         GO TO 2100-EXIT
003400     END-IF.
003410     MOVE 'Y' TO RL-USED-SW(RL-SIDX).
003420     IF RL-PROV-RECORD(RL-SIDX) = PM-PROV-RECORD
003430         ADD 1 TO WK-SEGS-UNCHANGED
003440         PERFORM 2400-COPY-THROUGH THRU 2400-EXIT
003450         GO TO 2100-EXIT
003460     END-IF.
003470     ADD 1 TO WK-SEGS-CHANGED.
003480     PERFORM 2200-DIFF-ONE-SEG THRU 2200-EXIT.
003490     IF BATCH-APPROVED
003500         MOVE PM-PROVIDER-NO         TO PO-PROVIDER-NO
003510         MOVE PM-SEGMENT-EFF-DATE    TO PO-SEGMENT-EFF-DATE
003520         MOVE PM-FORMAT-IND          TO PO-FORMAT-IND
003530         MOVE RL-PROV-RECORD(RL-SIDX) TO PO-PROV-RECORD
003540         WRITE PROV-MAST-OUT-REC
003550         MOVE 'C' TO AP-ACTION
003560         PERFORM 2500-LOG-APPROVAL THRU 2500-EXIT
003570     END-IF.
003580 2100-EXIT.
003590     EXIT.
003600 2400-COPY-THROUGH.
003610     IF BATCH-APPROVED
003620         MOVE PM-PROVIDER-NO      TO PO-PROVIDER-NO
003630         MOVE PM-SEGMENT-EFF-DATE TO PO-SEGMENT-EFF-DATE
003640         MOVE PM-FORMAT-IND       TO PO-FORMAT-IND
003650         MOVE PM-PROV-RECORD      TO PO-PROV-RECORD
003660         WRITE PROV-MAST-OUT-REC
003670     END-IF.
003680 2400-EXIT.
003690     EXIT.
003700*===========================================================*
003710* 2200-DIFF-ONE-SEG - FIELD-LEVEL BEFORE/AFTER DIFF OF THE  *
003720* PAYMENT-DRIVING FIELDS, FLAGGING THE DOLLAR SENSITIVITY.  *
003730*===========================================================*
003740 2200-DIFF-ONE-SEG.
003750     MOVE PM-PROVIDER-NO      TO WK-DP-PROVIDER-NO.
003760     MOVE PM-SEGMENT-EFF-DATE TO WK-DP-EFF-DATE.
003770     MOVE 'CHANGED'           TO WK-DP-DISPOSITION.
003780     MOVE WK-DF-PROV-LINE TO PSF-DIFF-LINE.
003790     WRITE PSF-DIFF-LINE.
003800     MOVE PM-PROV-RECORD TO PROV-NEW-HOLD.
003810     MOVE P-NEW-CCR           TO WK-OLD-CCR.
003820     MOVE P-NEW-DSH-PERCENT   TO WK-OLD-DSH-PERCENT.
003830     MOVE P-NEW-CBSA-GEO-LOC  TO WK-OLD-CBSA-GEO.
003840     MOVE P-NEW-CMI           TO WK-OLD-CMI.
003850     MOVE P-NEW-BED-SIZE      TO WK-OLD-BED-SIZE.
003860     MOVE P-NEW-PROVIDER-TYPE TO WK-OLD-PROVIDER-TYPE.
003870     MOVE RL-PROV-RECORD(RL-SIDX) TO PROV-NEW-HOLD.
003880     IF P-NEW-CCR NOT = WK-OLD-CCR
003890         MOVE 'OPERATING CCR' TO WK-DL-FIELD
003900         MOVE WK-OLD-CCR TO WK-EDIT-RATIO
003910         MOVE WK-EDIT-RATIO TO WK-DL-BEFORE
003920         MOVE P-NEW-CCR TO WK-EDIT-RATIO
003930         MOVE WK-EDIT-RATIO TO WK-DL-AFTER
003940         MOVE 'PAYMENT-DRIVING - OUTLIERS'
003950             TO WK-DL-SENSITIVITY
003960         PERFORM 2300-WRITE-FIELD-DIFF THRU 2300-EXIT
003970     END-IF.
003980     IF P-NEW-DSH-PERCENT NOT = WK-OLD-DSH-PERCENT
003990         MOVE 'DSH PERCENT' TO WK-DL-FIELD
004000         MOVE WK-OLD-DSH-PERCENT TO WK-EDIT-PCT
004010         MOVE WK-EDIT-PCT TO WK-DL-BEFORE
004020         MOVE P-NEW-DSH-PERCENT TO WK-EDIT-PCT
004030         MOVE WK-EDIT-PCT TO WK-DL-AFTER
004040         MOVE 'PAYMENT-DRIVING - DSH ADD-ON'
004050             TO WK-DL-SENSITIVITY
004060         PERFORM 2300-WRITE-FIELD-DIFF THRU 2300-EXIT
004070     END-IF.
004080     IF P-NEW-CBSA-GEO-LOC NOT = WK-OLD-CBSA-GEO
004090         MOVE 'GEOGRAPHIC CBSA' TO WK-DL-FIELD
004100         MOVE WK-OLD-CBSA-GEO TO WK-DL-BEFORE
004110         MOVE P-NEW-CBSA-GEO-LOC TO WK-DL-AFTER
004120         MOVE 'PAYMENT-DRIVING - WAGE INDEX'
004130             TO WK-DL-SENSITIVITY
004140         PERFORM 2300-WRITE-FIELD-DIFF THRU 2300-EXIT
004150     END-IF.
004160     IF P-NEW-CMI NOT = WK-OLD-CMI
004170         MOVE 'CASE-MIX INDEX' TO WK-DL-FIELD
004180         MOVE WK-OLD-CMI TO WK-EDIT-CMI
004190         MOVE WK-EDIT-CMI TO WK-DL-BEFORE
004200         MOVE P-NEW-CMI TO WK-EDIT-CMI
004210         MOVE WK-EDIT-CMI TO WK-DL-AFTER
004220         MOVE 'PAYMENT-DRIVING - SCH/MDH HSP'
004230             TO WK-DL-SENSITIVITY
004240         PERFORM 2300-WRITE-FIELD-DIFF THRU 2300-EXIT
004250     END-IF.
004260     IF P-NEW-BED-SIZE NOT = WK-OLD-BED-SIZE
004270         MOVE 'BED SIZE' TO WK-DL-FIELD
004280         MOVE WK-OLD-BED-SIZE TO WK-EDIT-BEDS
004290         MOVE WK-EDIT-BEDS TO WK-DL-BEFORE
004300         MOVE P-NEW-BED-SIZE TO WK-EDIT-BEDS
004310         MOVE WK-EDIT-BEDS TO WK-DL-AFTER
004320         MOVE 'PAYMENT-DRIVING - DSH/IME'
004330             TO WK-DL-SENSITIVITY
004340         PERFORM 2300-WRITE-FIELD-DIFF THRU 2300-EXIT
004350     END-IF.
004360     IF P-NEW-PROVIDER-TYPE NOT = WK-OLD-PROVIDER-TYPE
004370         MOVE 'PROVIDER TYPE' TO WK-DL-FIELD
004380         MOVE WK-OLD-PROVIDER-TYPE TO WK-DL-BEFORE
004390         MOVE P-NEW-PROVIDER-TYPE TO WK-DL-AFTER
004400         MOVE 'PAYMENT-DRIVING - PAYMENT BASIS'
004410             TO WK-DL-SENSITIVITY
004420         PERFORM 2300-WRITE-FIELD-DIFF THRU 2300-EXIT
004430     END-IF.
004440     MOVE 'OTHER SEGMENT BYTES' TO WK-DL-FIELD.
004450     MOVE 'SEE FILE' TO WK-DL-BEFORE.
004460     MOVE 'SEE FILE' TO WK-DL-AFTER.
004470     MOVE 'SEGMENT IMAGE DIFFERS' TO WK-DL-SENSITIVITY.
004480     PERFORM 2300-WRITE-FIELD-DIFF THRU 2300-EXIT.
004490 2200-EXIT.
004500     EXIT.
004510 2300-WRITE-FIELD-DIFF.
004520     MOVE WK-DF-FIELD-LINE TO PSF-DIFF-LINE.
004530     WRITE PSF-DIFF-LINE.
004540 2300-EXIT.
004550     EXIT.
004560*===========================================================*
004570* 2500-LOG-APPROVAL - APPEND THE SEGMENT JUST WRITTEN TO    *
004580* THE UPDATED MASTER TO THE APPROVAL LOG, WITH ITS IMAGE,   *
004590* SO PPBAT215 CAN MATCH IT TO TONIGHT'S MASTER.  THE CALLER *
004600* SETS AP-ACTION.                                           *
004610*===========================================================*
004620 2500-LOG-APPROVAL.
004630     MOVE PO-PROVIDER-NO      TO AP-PROVIDER-NO.
004640     MOVE PO-SEGMENT-EFF-DATE TO AP-SEGMENT-EFF-DATE.
004650     MOVE WK-DF-DATE          TO AP-APPROVAL-DATE.
004660     IF EMERGENCY-FIX
004670         MOVE 'E'             TO AP-SOURCE
004680     ELSE
004690         MOVE 'Q'             TO AP-SOURCE
004700     END-IF.
004710     MOVE WK-APPR-REFERENCE   TO AP-REFERENCE.
004720     MOVE PO-PROV-RECORD      TO AP-PROV-RECORD.
004730     WRITE PROV-APPR-REC.
004740     ADD 1 TO WK-APPR-LOGGED.
004750 2500-EXIT.
004760     EXIT.
004770*===========================================================*
004780* 3000-ADD-NEW-SEGS - RELEASE SEGMENTS THE MASTER NEVER     *
004790* HELD ARE NEW PROVIDERS OR NEW EFFECTIVE-DATED SEGMENTS;   *
004800* THEY APPEND UNDER APPROVE=Y AND ARE REPORTED EITHER WAY.  *
004810*===========================================================*
004820 3000-ADD-NEW-SEGS.
004830     PERFORM 3100-ADD-ONE-SEG THRU 3100-EXIT
004840         VARYING RL-IDX FROM 1 BY 1
004850         UNTIL RL-IDX > WK-RL-COUNT.
004860 3000-EXIT.
004870     EXIT.
004880 3100-ADD-ONE-SEG.
004890     IF RL-USED-SW(RL-IDX) = 'Y'
004900         GO TO 3100-EXIT
004910     END-IF.
004920     ADD 1 TO WK-SEGS-ADDED.
004930     MOVE RL-PROVIDER-NO(RL-IDX) TO WK-DP-PROVIDER-NO.
004940     MOVE RL-EFF-DATE(RL-IDX)    TO WK-DP-EFF-DATE.
004950     MOVE 'NEW SEGMENT'          TO WK-DP-DISPOSITION.
004960     MOVE WK-DF-PROV-LINE TO PSF-DIFF-LINE.
004970     WRITE PSF-DIFF-LINE.
004980     IF BATCH-APPROVED
004990         MOVE RL-PROVIDER-NO(RL-IDX) TO PO-PROVIDER-NO
005000         MOVE RL-EFF-DATE(RL-IDX)    TO PO-SEGMENT-EFF-DATE
005010         MOVE SPACE                  TO PO-FORMAT-IND
005020         MOVE RL-PROV-RECORD(RL-IDX) TO PO-PROV-RECORD
005030         WRITE PROV-MAST-OUT-REC
005040         MOVE 'A' TO AP-ACTION
005050         PERFORM 2500-LOG-APPROVAL THRU 2500-EXIT
005060     END-IF.
005070 3100-EXIT.
005080     EXIT.
005090*===========================================================*
005100* 9000-TERMINATE - CLOSE AND DISPLAY THE RUN TOTALS.        *
005110*===========================================================*
005120 9000-TERMINATE.
005130     IF BATCH-APPROVED
005140         CLOSE PROV-MAST-OUT
005150         DISPLAY 'PPPSF215 - BATCH APPLIED - MASTER WRITTEN'
005160         CLOSE PSF-APPROVAL-LOG
005170         DISPLAY 'PPPSF215 - APPROVALS LOGGED  : '
005180                 WK-APPR-LOGGED
005190         IF EMERGENCY-FIX
005200             DISPLAY 'PPPSF215 - EMERGENCY FIX - REFERENCE '
005210                     WK-APPR-REFERENCE
005220         END-IF
005230     ELSE
005240         DISPLAY 'PPPSF215 - APPROVE=Y NOT SET - DIFF ONLY, '
005250                 'MASTER UNTOUCHED'
005260     END-IF.
005270     CLOSE PSF-DIFF-OUT.
005280     DISPLAY 'PPPSF215 - RELEASE ROWS      : ' WK-REL-ROWS.
005290     IF WK-REL-DROPPED > 0
005300         DISPLAY 'PPPSF215 - RELEASE TABLE FULL - DROPPED : '
005310                 WK-REL-DROPPED
005320     END-IF.
005330     DISPLAY 'PPPSF215 - MASTER SEGMENTS   : ' WK-MAST-ROWS.
005340     DISPLAY 'PPPSF215 - SEGMENTS CHANGED  : '
005350             WK-SEGS-CHANGED.
005360     DISPLAY 'PPPSF215 - SEGMENTS ADDED    : ' WK-SEGS-ADDED.
005370     DISPLAY 'PPPSF215 - SEGMENTS UNCHANGED: '
005380             WK-SEGS-UNCHANGED.
005390 9000-EXIT.
005400     EXIT.
