000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPRAC215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - RECOVERY AUDITOR (RAC) FINDINGS INTAKE.  THE
000070*            AUDITORS SEND FILES OF IMPROPER-PAYMENT FINDINGS -
000080*            THE CLAIM (PROVIDER, DISCHARGE DATE, MBI), A FULL
000090*            DENIAL OR A CORRECTED DRG, WHAT THEY BELIEVE WE
000100*            PAID, AND THE OVERPAYMENT - THAT USED TO BE KEYED
000110*            BY HAND AS ADJUSTMENTS.
000120*          - EACH FINDING IS MATCHED TO THE CLAIM'S LATEST
000130*            PAYABLE PRICING IN THE KEYED HISTORY REPOSITORY,
000140*            AND THE CLAIM'S BILL IS FOUND ON THE BILL ARCHIVE
000150*            (THE BILL FILES PPBAT215 HAS PRICED, CONCATENATED).
000160*          - AN AGREED FINDING BECOMES A CANCEL ('C') OR
000170*            ADJUSTMENT ('A') BILL ON RACBILL FOR THE NEXT
000180*            PPBAT215 RUN, CARRYING WHAT WE PAID AS THE PRIOR
000190*            PAID AMOUNT.  THE OVERPAYMENT IS POSTED TO THE
000200*            PROVIDER RECOUPMENT LEDGER NOW (LEDGIN TO LEDGOUT)
000210*            AS A RAC-SOURCE RECEIVABLE, AND EACH POSTING IS
000220*            JOURNALED ON RACPOST WITH SOURCE CODE 'RAC'.
000230*            PPBAT215 READS RACPOST SO THAT WHEN IT REVERSES
000240*            THE CLAIM IT CREDITS ONLY THE PART OF THE PRIOR
000250*            PAYMENT NOT ALREADY BOOKED HERE.
000260*          - A FINDING THAT CANNOT BE MATCHED, OR THAT
000270*            DISAGREES WITH WHAT WE PAID BEYOND PAID-TOLERANCE,
000280*            IS NEITHER BILLED NOR POSTED.  IT GOES TO THE
000290*            RECONCILIATION REPORT, AND EVERY FINDING GETS A
000300*            RECORD ON THE RESPONSE FILE BACK TO THE AUDITOR.
000310 DATE-COMPILED.
000320****************************************************************
000330*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000340*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000350*   IS THAT OF THE USER.                                       *
000360****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.            IBM-370.
000400 OBJECT-COMPUTER.            IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RAC-PARM-FILE   ASSIGN TO RACPARM
000440                            ORGANIZATION IS LINE SEQUENTIAL
000450                            FILE STATUS IS WK-PARM-STATUS.
000460     SELECT FINDINGS-IN     ASSIGN TO RACIN
000470                            ORGANIZATION IS SEQUENTIAL
000480                            FILE STATUS IS WK-RACIN-STATUS.
000490     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000500                            ORGANIZATION IS INDEXED
000510                            ACCESS MODE IS DYNAMIC
000520                            RECORD KEY IS HR-KEY
000530                            ALTERNATE RECORD KEY IS HR-MBI
000540                                WITH DUPLICATES
000550                            FILE STATUS IS WK-HISTREPO-STATUS.
000560     SELECT BILL-ARCHIVE-IN ASSIGN TO BILLARC
000570                            ORGANIZATION IS SEQUENTIAL
000580                            FILE STATUS IS WK-BILLARC-STATUS.
000590     SELECT LEDGER-FILE-IN  ASSIGN TO LEDGIN
000600                            ORGANIZATION IS SEQUENTIAL
000610                            FILE STATUS IS WK-LEDGIN-STATUS.
000620     SELECT LEDGER-FILE-OUT ASSIGN TO LEDGOUT
000630                            ORGANIZATION IS SEQUENTIAL.
000640     SELECT RAC-BILL-OUT    ASSIGN TO RACBILL
000650                            ORGANIZATION IS SEQUENTIAL.
000660     SELECT RAC-POST-OUT    ASSIGN TO RACPOST
000670                            ORGANIZATION IS SEQUENTIAL.
000680     SELECT RESPONSE-OUT    ASSIGN TO RACRESP
000690                            ORGANIZATION IS SEQUENTIAL.
000700     SELECT RAC-RPT-OUT     ASSIGN TO RACRPT
000710                            ORGANIZATION IS LINE SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740*----------------------------------------------------------*
000750* RAC PARAMETER CARDS - KEYWORD=VALUE:                      *
000760*   PAID-TOLERANCE=NNNNNNN  CENTS BY WHICH THE AUDITOR'S    *
000770*                           PAID AMOUNT MAY DIFFER FROM     *
000780*                           OURS AND STILL AGREE (0000000)  *
000790*----------------------------------------------------------*
000800 FD  RAC-PARM-FILE
000810     RECORDING MODE IS F.
000820 01  RAC-PARM-REC                PIC X(80).
000830*----------------------------------------------------------*
000840* AUDITOR FINDINGS - ONE PER CLAIM.                         *
000850*----------------------------------------------------------*
000860 FD  FINDINGS-IN
000870     RECORDING MODE IS F.
000880 01  FINDING-REC.
000890     05  RF-AUDITOR-ID           PIC X(04).
000900     05  RF-FINDING-ID           PIC X(12).
000910     05  RF-PROVIDER-NO          PIC X(06).
000920     05  RF-DISCHARGE-DATE       PIC X(08).
000930     05  RF-MBI                  PIC X(11).
000940     05  RF-FINDING-TYPE         PIC X(01).
000950         88  RF-DENIAL           VALUE 'D'.
000960         88  RF-DRG-CHANGE       VALUE 'G'.
000970     05  RF-CORRECTED-DRG        PIC X(03).
000980     05  RF-PAID-AMT             PIC 9(09)V9(02).
000990     05  RF-OVERPAY-AMT          PIC 9(09)V9(02).
001000     05  FILLER                  PIC X(53).
001010*----------------------------------------------------------*
001020* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
001030* IT.                                                       *
001040*----------------------------------------------------------*
001050 FD  HIST-REPO-FILE
001060     RECORD CONTAINS 252 CHARACTERS.
001070 01  HIST-REPO-REC.
001080     05  HR-KEY.
001090         10  HR-PROVIDER-NO     PIC X(06).
001100         10  HR-DISCHARGE-DATE  PIC 9(08).
001110         10  HR-CLAIM-SEQ       PIC 9(09).
001120         10  HR-RUN-ID          PIC X(08).
001130     05  HR-RUN-DATE            PIC 9(08).
001140     05  HR-PPS-DATA            PIC X(89).
001150     05  HR-WI-AUDIT            PIC X(66).
001160     05  HR-MBI                 PIC X(11).
001170     05  HR-DRG                 PIC 9(03).
001180     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
001190     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
001200     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
001210     05  HR-NEW-TECH            PIC 9(09)V9(02).
001220*----------------------------------------------------------*
001230* BILL ARCHIVE - THE BILL FILES PPBAT215 HAS PRICED, OLDEST *
001240* FIRST.  HEADER AND TRAILER RECORDS ARE SKIPPED.           *
001250*----------------------------------------------------------*
001260 FD  BILL-ARCHIVE-IN
001270     RECORDING MODE IS F.
001280 01  BILL-ARCHIVE-REC            PIC X(791).
001290*----------------------------------------------------------*
001300* PROVIDER RECOUPMENT LEDGER, AS PPBAT215 CARRIES IT.       *
001310*----------------------------------------------------------*
001320 FD  LEDGER-FILE-IN
001330     RECORDING MODE IS F.
001340 01  LEDGER-IN-REC.
001350     05  LG-IN-PROVIDER-NO       PIC X(06).
001360     05  LG-IN-BALANCE           PIC 9(11)V9(02).
001370     05  LG-IN-OLDEST-DATE       PIC 9(08).
001380     05  LG-IN-RAC-BALANCE       PIC 9(11)V9(02).
001390     05  LG-IN-INT-BALANCE       PIC 9(11)V9(02).
001400     05  LG-IN-LETTER-STAGE      PIC 9(01).
001410     05  LG-IN-LETTER-DATE       PIC 9(08).
001420     05  LG-IN-INT-THRU-DATE     PIC 9(08).
001430     05  LG-IN-REFERRAL-SW       PIC X(01).
001440     05  LG-IN-PLAN-SW           PIC X(01).
001450     05  LG-IN-PLAN-PCT          PIC 9(02)V9(03).
001460 FD  LEDGER-FILE-OUT
001470     RECORDING MODE IS F.
001480 01  LEDGER-OUT-REC.
001490     05  LG-OUT-PROVIDER-NO      PIC X(06).
001500     05  LG-OUT-BALANCE          PIC 9(11)V9(02).
001510     05  LG-OUT-OLDEST-DATE      PIC 9(08).
001520     05  LG-OUT-RAC-BALANCE      PIC 9(11)V9(02).
001530     05  LG-OUT-INT-BALANCE      PIC 9(11)V9(02).
001540     05  LG-OUT-LETTER-STAGE     PIC 9(01).
001550     05  LG-OUT-LETTER-DATE      PIC 9(08).
001560     05  LG-OUT-INT-THRU-DATE    PIC 9(08).
001570     05  LG-OUT-REFERRAL-SW      PIC X(01).
001580     05  LG-OUT-PLAN-SW          PIC X(01).
001590     05  LG-OUT-PLAN-PCT         PIC 9(02)V9(03).
001600*----------------------------------------------------------*
001610* READY-TO-RUN CANCEL AND ADJUSTMENT BILLS FOR PPBAT215.    *
001620*----------------------------------------------------------*
001630 FD  RAC-BILL-OUT
001640     RECORDING MODE IS F.
001650 01  RAC-BILL-REC                PIC X(791).
001660*----------------------------------------------------------*
001670* LEDGER POSTING JOURNAL - ONE RECORD PER RECEIVABLE POSTED *
001680* HERE, WITH ITS SOURCE CODE.  PPBAT215 READS IT.           *
001690*----------------------------------------------------------*
001700 FD  RAC-POST-OUT
001710     RECORDING MODE IS F.
001720 01  RAC-POST-REC.
001730     05  LP-PROVIDER-NO          PIC X(06).
001740     05  LP-SOURCE-CODE          PIC X(03).
001750     05  LP-POST-DATE            PIC 9(08).
001760     05  LP-AMOUNT               PIC 9(09)V9(02).
001770     05  LP-DISCHARGE-DATE       PIC 9(08).
001780     05  LP-MBI                  PIC X(11).
001790     05  LP-ACTION-CODE          PIC X(01).
001800     05  LP-REFERENCE.
001810         10  LP-AUDITOR-ID       PIC X(04).
001820         10  LP-FINDING-ID       PIC X(12).
001830     05  FILLER                  PIC X(16).
001840*----------------------------------------------------------*
001850* RESPONSE TO THE AUDITOR - ONE RECORD PER FINDING READ.    *
001860*   STATUS  A ACCEPTED, U NO MATCHING CLAIM, D DISPUTED     *
001870*           AMOUNT, R REJECTED                              *
001880*   REASON  00 ACCEPTED             01 INVALID FINDING      *
001890*           02 DUPLICATE FINDING    03 NO PAID CLAIM FOUND  *
001900*           04 NO BILL ON ARCHIVE   05 PAID AMOUNT DIFFERS  *
001910*           06 OVERPAYMENT EXCEEDS  07 DRG AS PAID          *
001920*              PAID AMOUNT          08 LEDGER FULL          *
001930*----------------------------------------------------------*
001940 FD  RESPONSE-OUT
001950     RECORDING MODE IS F.
001960 01  RESPONSE-REC.
001970     05  RS-AUDITOR-ID           PIC X(04).
001980     05  RS-FINDING-ID           PIC X(12).
001990     05  RS-PROVIDER-NO          PIC X(06).
002000     05  RS-DISCHARGE-DATE       PIC X(08).
002010     05  RS-MBI                  PIC X(11).
002020     05  RS-STATUS               PIC X(01).
002030     05  RS-REASON-CODE          PIC X(02).
002040     05  RS-OUR-PAID-AMT         PIC 9(09)V9(02).
002050     05  RS-RECEIVABLE-AMT       PIC 9(09)V9(02).
002060     05  RS-CLAIM-SEQ            PIC 9(09).
002070     05  RS-RUN-ID               PIC X(08).
002080     05  RS-RESPONSE-DATE        PIC 9(08).
002090     05  FILLER                  PIC X(29).
002100 FD  RAC-RPT-OUT
002110     RECORDING MODE IS F.
002120 01  RAC-RPT-LINE                PIC X(132).
002130 WORKING-STORAGE SECTION.
002140 01  W-STORAGE-REF                  PIC X(48)  VALUE
002150     'P P R A C 2 1 5 - W O R K I N G   S T O R A G E'.
002160 01  RAC-VERSION                    PIC X(05) VALUE 'R21.5'.
002170 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
002180 01  WK-RACIN-STATUS            PIC X(02) VALUE SPACES.
002190 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
002200 01  WK-BILLARC-STATUS          PIC X(02) VALUE SPACES.
002210 01  WK-LEDGIN-STATUS           PIC X(02) VALUE SPACES.
002220 COPY GENSTAMP.
002230 01  WK-LEDGER-STAMP            PIC X(28) VALUE SPACES.
002240 01  WK-SWITCHES.
002250     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
002260         88  PARM-AT-EOF        VALUE 'Y'.
002270     05  WK-RACIN-EOF           PIC X(01) VALUE 'N'.
002280         88  RACIN-AT-EOF       VALUE 'Y'.
002290     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
002300         88  HIST-AT-EOF        VALUE 'Y'.
002310     05  WK-BILLARC-EOF         PIC X(01) VALUE 'N'.
002320         88  BILLARC-AT-EOF     VALUE 'Y'.
002330     05  WK-LEDGIN-EOF          PIC X(01) VALUE 'N'.
002340         88  LEDGIN-AT-EOF      VALUE 'Y'.
002350     05  WK-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
002360         88  A-TABLE-IS-FULL    VALUE 'Y'.
002370     05  WK-LG-FULL-SW          PIC X(01) VALUE 'N'.
002380         88  LEDGER-ROW-MISSING VALUE 'Y'.
002390     05  WK-LG-OVERFLOW-SW      PIC X(01) VALUE 'N'.
002400         88  LEDGER-OVERFLOWED  VALUE 'Y'.
002410*----------------------------------------------------------*
002420* PARAMETERS IN EFFECT.                                     *
002430*----------------------------------------------------------*
002440 01  WK-PAID-TOLERANCE          PIC 9(05)V9(02) VALUE ZEROES.
002450 01  WK-TOLERANCE-CENTS          PIC 9(07) VALUE ZEROES.
002460 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
002470 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002480 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
002490*----------------------------------------------------------*
002500* RUN COUNTERS.                                             *
002510*----------------------------------------------------------*
002520 01  WK-COUNTERS.
002530     05  WK-FINDINGS-IN         PIC 9(07) VALUE ZEROES.
002540     05  WK-FINDINGS-REJECTED   PIC 9(07) VALUE ZEROES.
002550     05  WK-FINDINGS-UNMATCHED  PIC 9(07) VALUE ZEROES.
002560     05  WK-FINDINGS-DISPUTED   PIC 9(07) VALUE ZEROES.
002570     05  WK-FINDINGS-ACCEPTED   PIC 9(07) VALUE ZEROES.
002580     05  WK-HIST-ROWS           PIC 9(07) VALUE ZEROES.
002590     05  WK-ARCHIVE-BILLS       PIC 9(07) VALUE ZEROES.
002600     05  WK-CANCELS-WRITTEN     PIC 9(07) VALUE ZEROES.
002610     05  WK-ADJS-WRITTEN        PIC 9(07) VALUE ZEROES.
002620     05  WK-POSTINGS-WRITTEN    PIC 9(07) VALUE ZEROES.
002630     05  WK-RESPONSES-WRITTEN   PIC 9(07) VALUE ZEROES.
002640     05  WK-LEDGER-ROWS         PIC 9(07) VALUE ZEROES.
002650 01  WK-TOTALS.
002660     05  WK-TOT-CLAIMED         PIC S9(13)V9(02) VALUE ZEROES.
002670     05  WK-TOT-POSTED          PIC S9(13)V9(02) VALUE ZEROES.
002680     05  WK-TOT-EXCEPTION       PIC S9(13)V9(02) VALUE ZEROES.
002690*----------------------------------------------------------*
002700* FINDINGS.  STATUS: SPACE STILL IN PLAY, THEN THE RESPONSE *
002710* STATUS (A, U, D, R) ONCE SETTLED.  FN-HIST-SW IS SET WHEN *
002720* A PAYABLE PRICING WAS FOUND AND FN-BILL-SW WHEN ITS BILL  *
002730* WAS FOUND ON THE ARCHIVE.                                 *
002740*----------------------------------------------------------*
002750 01  WK-FN-COUNT                PIC 9(05) VALUE ZEROES.
002760 01  FINDING-TABLE.
002770     05  FN-ENTRY OCCURS 2000 TIMES
002780                  INDEXED BY FN-IDX FN-SIDX.
002790         10  FN-AUDITOR-ID      PIC X(04).
002800         10  FN-FINDING-ID      PIC X(12).
002810         10  FN-PROVIDER-NO     PIC X(06).
002820         10  FN-DISCHARGE-X     PIC X(08).
002830         10  FN-DISCHARGE-DATE REDEFINES FN-DISCHARGE-X
002840                                PIC 9(08).
002850         10  FN-MBI             PIC X(11).
002860         10  FN-TYPE            PIC X(01).
002870         10  FN-NEW-DRG         PIC 9(03).
002880         10  FN-CLAIMED-PAID    PIC 9(09)V9(02).
002890         10  FN-OVERPAY-AMT     PIC 9(09)V9(02).
002900         10  FN-STATUS          PIC X(01).
002910         10  FN-REASON-CODE     PIC X(02).
002920         10  FN-MESSAGE         PIC X(28).
002930         10  FN-HIST-SW         PIC X(01).
002940         10  FN-BILL-SW         PIC X(01).
002950         10  FN-OUR-PAID        PIC 9(09)V9(02).
002960         10  FN-PAID-DRG        PIC 9(03).
002970         10  FN-CLAIM-SEQ       PIC 9(09).
002980         10  FN-RUN-ID          PIC X(08).
002990         10  FN-RUN-DATE        PIC 9(08).
003000         10  FN-BILL-IMAGE      PIC X(791).
003010 01  WK-PAID-DIFF               PIC S9(09)V9(02) VALUE ZEROES.
003020*----------------------------------------------------------*
003030* STORED PRICING RESULT (PPS-DATA LAYOUT).                  *
003040*----------------------------------------------------------*
003050 01  WK-HRD-VIEW.
003060     05  WK-HRD-RTC             PIC 9(02).
003070     05  FILLER                 PIC X(27).
003080     05  WK-HRD-TOTAL-PAYMENT   PIC 9(09)V9(02).
003090     05  FILLER                 PIC X(49).
003100*----------------------------------------------------------*
003110* RECOUPMENT LEDGER TABLE.                                  *
003120*----------------------------------------------------------*
003130 01  WK-LG-COUNT                PIC 9(05) VALUE ZEROES.
003140 01  LEDGER-TABLE.
003150     05  LG-ENTRY OCCURS 2000 TIMES
003160                  INDEXED BY LG-IDX LG-SIDX.
003170         10  LG-PROVIDER-NO     PIC X(06).
003180         10  LG-BALANCE         PIC 9(11)V9(02).
003190         10  LG-OLDEST-DATE     PIC 9(08).
003200         10  LG-RAC-BALANCE     PIC 9(11)V9(02).
003210         10  LG-INT-BALANCE     PIC 9(11)V9(02).
003220         10  LG-LETTER-STAGE    PIC 9(01).
003230         10  LG-LETTER-DATE     PIC 9(08).
003240         10  LG-INT-THRU-DATE   PIC 9(08).
003250         10  LG-REFERRAL-SW     PIC X(01).
003260         10  LG-PLAN-SW         PIC X(01).
003270         10  LG-PLAN-PCT        PIC 9(02)V9(03).
003280*----------------------------------------------------------*
003290* THE BILL BEING BUILT.                                     *
003300*----------------------------------------------------------*
003310 COPY BILDAT21.
003320*----------------------------------------------------------*
003330* REPORT LINES.                                             *
003340*----------------------------------------------------------*
003350 01  WK-RPT-TITLE-LINE.
003360     05  WK-RT-TITLE         PIC X(40).
003370     05  FILLER              PIC X(07) VALUE '  DATE '.
003380     05  WK-RT-DATE          PIC 9(08).
003390     05  FILLER              PIC X(07) VALUE '  VERS '.
003400     05  WK-RT-VERSION       PIC X(05).
003410 01  WK-RPT-RULE-LINE        PIC X(132) VALUE ALL '='.
003420 01  WK-RPT-SECTION-LINE.
003430     05  FILLER              PIC X(04) VALUE '--- '.
003440     05  WK-RS-TEXT          PIC X(50).
003450 01  WK-FD-HEADING.
003460     05  FILLER              PIC X(05) VALUE 'RAC'.
003470     05  FILLER              PIC X(13) VALUE 'FINDING-ID'.
003480     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
003490     05  FILLER              PIC X(10) VALUE 'DISCHARGE'.
003500     05  FILLER              PIC X(12) VALUE 'MBI'.
003510     05  FILLER              PIC X(10) VALUE 'T DRG NEW'.
003520     05  FILLER              PIC X(14) VALUE '  AUDITOR PAID'.
003530     05  FILLER              PIC X(14) VALUE '     WE PAID'.
003540     05  FILLER              PIC X(14) VALUE '   OVERPAYMENT'.
003550     05  FILLER              PIC X(02) VALUE SPACES.
003560     05  FILLER              PIC X(30) VALUE 'DISPOSITION'.
003570 01  WK-FD-DETAIL-LINE.
003580     05  WK-FD-AUDITOR       PIC X(04).
003590     05  FILLER              PIC X(01) VALUE SPACES.
003600     05  WK-FD-FINDING-ID    PIC X(12).
003610     05  FILLER              PIC X(01) VALUE SPACES.
003620     05  WK-FD-PROVIDER      PIC X(06).
003630     05  FILLER              PIC X(02) VALUE SPACES.
003640     05  WK-FD-DISCHARGE     PIC X(08).
003650     05  FILLER              PIC X(02) VALUE SPACES.
003660     05  WK-FD-MBI           PIC X(11).
003670     05  FILLER              PIC X(01) VALUE SPACES.
003680     05  WK-FD-TYPE          PIC X(01).
003690     05  FILLER              PIC X(01) VALUE SPACES.
003700     05  WK-FD-PAID-DRG      PIC ZZZ.
003710     05  FILLER              PIC X(01) VALUE SPACES.
003720     05  WK-FD-NEW-DRG       PIC ZZZ.
003730     05  FILLER              PIC X(01) VALUE SPACES.
003740     05  WK-FD-CLAIMED-PAID  PIC ZZZ,ZZZ,ZZ9.99.
003750     05  WK-FD-OUR-PAID      PIC ZZZ,ZZZ,ZZ9.99.
003760     05  WK-FD-OVERPAY       PIC ZZZ,ZZZ,ZZ9.99.
003770     05  FILLER              PIC X(02) VALUE SPACES.
003780     05  WK-FD-MESSAGE       PIC X(28).
003790 01  WK-RAC-COUNT-LINE.
003800     05  WK-TC-LABEL         PIC X(44).
003810     05  WK-TC-COUNT         PIC ZZZ,ZZ9.
003820     05  FILLER              PIC X(02) VALUE SPACES.
003830     05  WK-TC-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003840 PROCEDURE DIVISION.
003850*===========================================================*
003860* 0000-MAINLINE                                              *
003870*===========================================================*
003880 0000-MAINLINE.
003890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003900     PERFORM 2000-LOAD-FINDINGS THRU 2000-EXIT.
003910     PERFORM 3000-MATCH-HISTORY THRU 3000-EXIT.
003920     PERFORM 4000-MATCH-BILLS THRU 4000-EXIT.
003930     PERFORM 5000-APPLY-FINDINGS THRU 5000-EXIT.
003940     PERFORM 6000-WRITE-RESPONSES THRU 6000-EXIT.
003950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003960     STOP RUN.
003970*===========================================================*
003980* 1000-INITIALIZE - READ THE PARAMETER CARDS AND OPEN THE   *
003990* RECONCILIATION REPORT.                                    *
004000*===========================================================*
004010 1000-INITIALIZE.
004020     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
004030     OPEN INPUT RAC-PARM-FILE.
004040     IF WK-PARM-STATUS = '00'
004050         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
004060             UNTIL PARM-AT-EOF
004070         CLOSE RAC-PARM-FILE
004080     END-IF.
004090     OPEN OUTPUT RAC-RPT-OUT.
004100     MOVE 'RAC FINDINGS INTAKE RECONCILIATION' TO WK-RT-TITLE.
004110     MOVE WK-RUN-DATE TO WK-RT-DATE.
004120     MOVE RAC-VERSION TO WK-RT-VERSION.
004130     MOVE WK-RPT-TITLE-LINE TO RAC-RPT-LINE.
004140     WRITE RAC-RPT-LINE.
004150     MOVE WK-RPT-RULE-LINE TO RAC-RPT-LINE.
004160     WRITE RAC-RPT-LINE.
004170 1000-EXIT.
004180     EXIT.
004190 1100-READ-ONE-PARM.
004200     READ RAC-PARM-FILE
004210         AT END
004220             SET PARM-AT-EOF TO TRUE
004230             GO TO 1100-EXIT
004240     END-READ.
004250     IF RAC-PARM-REC = SPACES OR RAC-PARM-REC(1:1) = '*'
004260         GO TO 1100-EXIT
004270     END-IF.
004280     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004290     UNSTRING RAC-PARM-REC DELIMITED BY '='
004300         INTO WK-RC-KEYWORD WK-RC-VALUE.
004310     EVALUATE WK-RC-KEYWORD
004320         WHEN 'PAID-TOLERANCE'
004330             IF WK-RC-VALUE(1:7) IS NUMERIC
004340                 MOVE WK-RC-VALUE(1:7) TO WK-TOLERANCE-CENTS
004350                 COMPUTE WK-PAID-TOLERANCE =
004360                     WK-TOLERANCE-CENTS / 100
004370             END-IF
004380         WHEN OTHER
004390             DISPLAY 'PPRAC215 - PARAMETER CARD IGNORED : '
004400                     RAC-PARM-REC
004410     END-EVALUATE.
004420 1100-EXIT.
004430     EXIT.
004440*===========================================================*
004450* 2000-LOAD-FINDINGS - LOAD AND EDIT THE AUDITOR'S FILE.    *
004460*===========================================================*
004470 2000-LOAD-FINDINGS.
004480     OPEN INPUT FINDINGS-IN.
004490     IF WK-RACIN-STATUS NOT = '00'
004500         DISPLAY 'PPRAC215 - FINDINGS FILE MISSING'
004510         MOVE 16 TO RETURN-CODE
004520         GO TO 2000-EXIT
004530     END-IF.
004540     PERFORM 2010-READ-ONE-FINDING THRU 2010-EXIT
004550         UNTIL RACIN-AT-EOF.
004560     CLOSE FINDINGS-IN.
004570     IF A-TABLE-IS-FULL
004580         DISPLAY 'PPRAC215 - FINDING TABLE FULL - RUN STOPPED'
004590         MOVE 16 TO RETURN-CODE
004600     END-IF.
004610 2000-EXIT.
004620     EXIT.
004630 2010-READ-ONE-FINDING.
004640     READ FINDINGS-IN
004650         AT END
004660             SET RACIN-AT-EOF TO TRUE
004670             GO TO 2010-EXIT
004680     END-READ.
004690     ADD 1 TO WK-FINDINGS-IN.
004700     IF WK-FN-COUNT NOT < 2000
004710         SET A-TABLE-IS-FULL TO TRUE
004720         GO TO 2010-EXIT
004730     END-IF.
004740     ADD 1 TO WK-FN-COUNT.
004750     SET FN-IDX TO WK-FN-COUNT.
004760     MOVE RF-AUDITOR-ID      TO FN-AUDITOR-ID(FN-IDX).
004770     MOVE RF-FINDING-ID      TO FN-FINDING-ID(FN-IDX).
004780     MOVE RF-PROVIDER-NO     TO FN-PROVIDER-NO(FN-IDX).
004790     MOVE RF-DISCHARGE-DATE  TO FN-DISCHARGE-X(FN-IDX).
004800     MOVE RF-MBI             TO FN-MBI(FN-IDX).
004810     MOVE RF-FINDING-TYPE    TO FN-TYPE(FN-IDX).
004820     MOVE ZEROES TO FN-NEW-DRG(FN-IDX) FN-CLAIMED-PAID(FN-IDX)
004830                    FN-OVERPAY-AMT(FN-IDX) FN-OUR-PAID(FN-IDX)
004840                    FN-PAID-DRG(FN-IDX) FN-CLAIM-SEQ(FN-IDX)
004850                    FN-RUN-DATE(FN-IDX).
004860     MOVE SPACE  TO FN-STATUS(FN-IDX).
004870     MOVE 'N'    TO FN-HIST-SW(FN-IDX) FN-BILL-SW(FN-IDX).
004880     MOVE SPACES TO FN-REASON-CODE(FN-IDX) FN-MESSAGE(FN-IDX)
004890                    FN-RUN-ID(FN-IDX) FN-BILL-IMAGE(FN-IDX).
004900     IF RF-CORRECTED-DRG IS NUMERIC
004910         MOVE RF-CORRECTED-DRG TO FN-NEW-DRG(FN-IDX)
004920     END-IF.
004930     IF RF-PAID-AMT IS NUMERIC
004940         MOVE RF-PAID-AMT TO FN-CLAIMED-PAID(FN-IDX)
004950     END-IF.
004960     IF RF-OVERPAY-AMT IS NUMERIC
004970         MOVE RF-OVERPAY-AMT TO FN-OVERPAY-AMT(FN-IDX)
004980     END-IF.
004990     EVALUATE TRUE
005000         WHEN NOT (RF-DENIAL OR RF-DRG-CHANGE)
005010             MOVE 'BAD FINDING TYPE' TO FN-MESSAGE(FN-IDX)
005020         WHEN RF-PROVIDER-NO = SPACES OR RF-MBI = SPACES
005030             MOVE 'CLAIM IDENTIFIERS MISSING'
005040                 TO FN-MESSAGE(FN-IDX)
005050         WHEN RF-DISCHARGE-DATE NOT NUMERIC
005060             MOVE 'BAD DISCHARGE DATE' TO FN-MESSAGE(FN-IDX)
005070         WHEN RF-DRG-CHANGE AND FN-NEW-DRG(FN-IDX) = 0
005080             MOVE 'CORRECTED DRG MISSING' TO FN-MESSAGE(FN-IDX)
005090         WHEN RF-PAID-AMT NOT NUMERIC
005100             MOVE 'BAD PAID AMOUNT' TO FN-MESSAGE(FN-IDX)
005110         WHEN RF-OVERPAY-AMT NOT NUMERIC
005120            OR FN-OVERPAY-AMT(FN-IDX) = 0
005130             MOVE 'BAD OVERPAYMENT AMOUNT' TO FN-MESSAGE(FN-IDX)
005140         WHEN OTHER
005150             PERFORM 2020-CHECK-DUPLICATE THRU 2020-EXIT
005160     END-EVALUATE.
005170     IF FN-MESSAGE(FN-IDX) NOT = SPACES
005180         MOVE 'R' TO FN-STATUS(FN-IDX)
005190         IF FN-REASON-CODE(FN-IDX) = SPACES
005200             MOVE '01' TO FN-REASON-CODE(FN-IDX)
005210         END-IF
005220         ADD 1 TO WK-FINDINGS-REJECTED
005230     END-IF.
005240 2010-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------*
005270* 2020-CHECK-DUPLICATE - ONE FINDING PER CLAIM; A SECOND    *
005280* ONE WOULD POST THE SAME OVERPAYMENT TWICE.                *
005290*-----------------------------------------------------------*
005300 2020-CHECK-DUPLICATE.
005310     IF WK-FN-COUNT < 2
005320         GO TO 2020-EXIT
005330     END-IF.
005340     SET FN-SIDX TO 1.
005350     SEARCH FN-ENTRY VARYING FN-SIDX
005360         AT END
005370             CONTINUE
005380         WHEN FN-SIDX NOT < FN-IDX
005390             CONTINUE
005400         WHEN FN-PROVIDER-NO(FN-SIDX) = RF-PROVIDER-NO
005410          AND FN-DISCHARGE-X(FN-SIDX) = RF-DISCHARGE-DATE
005420          AND FN-MBI(FN-SIDX)         = RF-MBI
005430             MOVE 'DUPLICATE FINDING' TO FN-MESSAGE(FN-IDX)
005440             MOVE '02' TO FN-REASON-CODE(FN-IDX)
005450     END-SEARCH.
005460 2020-EXIT.
005470     EXIT.
005480*===========================================================*
005490* 3000-MATCH-HISTORY - FIND EACH FINDING'S CLAIM IN THE     *
005500* HISTORY REPOSITORY AND JUDGE THE FINDING AGAINST WHAT WE  *
005510* PAID.  THE CLAIM'S LATEST PAYABLE PRICING (RTC UNDER 50)  *
005520* IS WHAT WE PAID - AN EARLIER ONE WAS ADJUSTED AWAY.       *
005530*===========================================================*
005540 3000-MATCH-HISTORY.
005550     IF WK-FN-COUNT = 0 OR RETURN-CODE NOT < 16
005560         GO TO 3000-EXIT
005570     END-IF.
005580     OPEN INPUT HIST-REPO-FILE.
005590     IF WK-HISTREPO-STATUS NOT = '00'
005600         DISPLAY 'PPRAC215 - HISTORY REPOSITORY OPEN FAILED - '
005610                 'STATUS ' WK-HISTREPO-STATUS
005620         MOVE 16 TO RETURN-CODE
005630         GO TO 3000-EXIT
005640     END-IF.
005650     PERFORM 3100-MATCH-ONE-FINDING THRU 3100-EXIT
005660         VARYING FN-IDX FROM 1 BY 1
005670         UNTIL FN-IDX > WK-FN-COUNT.
005680     CLOSE HIST-REPO-FILE.
005690 3000-EXIT.
005700     EXIT.
005710 3100-MATCH-ONE-FINDING.
005720     IF FN-STATUS(FN-IDX) NOT = SPACE
005730         GO TO 3100-EXIT
005740     END-IF.
005750     MOVE 'N' TO WK-HIST-EOF.
005760     MOVE FN-PROVIDER-NO(FN-IDX)    TO HR-PROVIDER-NO.
005770     MOVE FN-DISCHARGE-DATE(FN-IDX) TO HR-DISCHARGE-DATE.
005780     MOVE ZEROES                    TO HR-CLAIM-SEQ.
005790     MOVE LOW-VALUES                TO HR-RUN-ID.
005800     START HIST-REPO-FILE
005810         KEY NOT < HR-KEY
005820         INVALID KEY
005830             SET HIST-AT-EOF TO TRUE
005840     END-START.
005850     PERFORM 3110-SCAN-ONE-HIST THRU 3110-EXIT
005860         UNTIL HIST-AT-EOF.
005870     IF FN-HIST-SW(FN-IDX) NOT = 'Y'
005880         MOVE 'U'  TO FN-STATUS(FN-IDX)
005890         MOVE '03' TO FN-REASON-CODE(FN-IDX)
005900         MOVE 'NO PAID CLAIM IN HISTORY' TO FN-MESSAGE(FN-IDX)
005910         ADD 1 TO WK-FINDINGS-UNMATCHED
005920         GO TO 3100-EXIT
005930     END-IF.
005940     COMPUTE WK-PAID-DIFF =
005950         FN-CLAIMED-PAID(FN-IDX) - FN-OUR-PAID(FN-IDX).
005960     IF WK-PAID-DIFF < 0
005970         COMPUTE WK-PAID-DIFF = 0 - WK-PAID-DIFF
005980     END-IF.
005990     EVALUATE TRUE
006000         WHEN WK-PAID-DIFF > WK-PAID-TOLERANCE
006010             MOVE 'D'  TO FN-STATUS(FN-IDX)
006020             MOVE '05' TO FN-REASON-CODE(FN-IDX)
006030             MOVE 'PAID AMOUNT DISAGREES'
006040                 TO FN-MESSAGE(FN-IDX)
006050             ADD 1 TO WK-FINDINGS-DISPUTED
006060         WHEN FN-OVERPAY-AMT(FN-IDX) > FN-OUR-PAID(FN-IDX)
006070             MOVE 'D'  TO FN-STATUS(FN-IDX)
006080             MOVE '06' TO FN-REASON-CODE(FN-IDX)
006090             MOVE 'OVERPAYMENT EXCEEDS PAID'
006100                 TO FN-MESSAGE(FN-IDX)
006110             ADD 1 TO WK-FINDINGS-DISPUTED
006120         WHEN FN-TYPE(FN-IDX) = 'G'
006130          AND FN-NEW-DRG(FN-IDX) = FN-PAID-DRG(FN-IDX)
006140             MOVE 'R'  TO FN-STATUS(FN-IDX)
006150             MOVE '07' TO FN-REASON-CODE(FN-IDX)
006160             MOVE 'CORRECTED DRG IS DRG PAID'
006170                 TO FN-MESSAGE(FN-IDX)
006180             ADD 1 TO WK-FINDINGS-REJECTED
006190     END-EVALUATE.
006200 3100-EXIT.
006210     EXIT.
006220 3110-SCAN-ONE-HIST.
006230     READ HIST-REPO-FILE NEXT
006240         AT END
006250             SET HIST-AT-EOF TO TRUE
006260             GO TO 3110-EXIT
006270     END-READ.
006280     IF HR-PROVIDER-NO NOT = FN-PROVIDER-NO(FN-IDX)
006290        OR HR-DISCHARGE-DATE NOT = FN-DISCHARGE-DATE(FN-IDX)
006300         SET HIST-AT-EOF TO TRUE
006310         GO TO 3110-EXIT
006320     END-IF.
006330     ADD 1 TO WK-HIST-ROWS.
006340     IF HR-MBI NOT = FN-MBI(FN-IDX)
006350         GO TO 3110-EXIT
006360     END-IF.
006370     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
006380     IF WK-HRD-RTC NOT < 50
006390         GO TO 3110-EXIT
006400     END-IF.
006410     IF FN-HIST-SW(FN-IDX) = 'Y'
006420        AND HR-RUN-DATE < FN-RUN-DATE(FN-IDX)
006430         GO TO 3110-EXIT
006440     END-IF.
006450     MOVE 'Y'                  TO FN-HIST-SW(FN-IDX).
006460     MOVE WK-HRD-TOTAL-PAYMENT TO FN-OUR-PAID(FN-IDX).
006470     MOVE HR-DRG               TO FN-PAID-DRG(FN-IDX).
006480     MOVE HR-CLAIM-SEQ         TO FN-CLAIM-SEQ(FN-IDX).
006490     MOVE HR-RUN-ID            TO FN-RUN-ID(FN-IDX).
006500     MOVE HR-RUN-DATE          TO FN-RUN-DATE(FN-IDX).
006510 3110-EXIT.
006520     EXIT.
006530*===========================================================*
006540* 4000-MATCH-BILLS - ONE PASS OF THE BILL ARCHIVE.  THE     *
006550* LAST BILL FOR THE CLAIM AT THE DRG WE PAID IS THE ONE THE *
006560* CANCEL OR ADJUSTMENT IS BUILT FROM.                       *
006570*===========================================================*
006580 4000-MATCH-BILLS.
006590     IF WK-FN-COUNT = 0 OR RETURN-CODE NOT < 16
006600         GO TO 4000-EXIT
006610     END-IF.
006620     OPEN INPUT BILL-ARCHIVE-IN.
006630     IF WK-BILLARC-STATUS NOT = '00'
006640         DISPLAY 'PPRAC215 - BILL ARCHIVE MISSING - NO FINDING '
006650                 'CAN BE BILLED'
006660         GO TO 4000-EXIT
006670     END-IF.
006680     PERFORM 4100-MATCH-ONE-BILL THRU 4100-EXIT
006690         UNTIL BILLARC-AT-EOF.
006700     CLOSE BILL-ARCHIVE-IN.
006710 4000-EXIT.
006720     EXIT.
006730 4100-MATCH-ONE-BILL.
006740     READ BILL-ARCHIVE-IN
006750         AT END
006760             SET BILLARC-AT-EOF TO TRUE
006770             GO TO 4100-EXIT
006780     END-READ.
006790     IF BILL-ARCHIVE-REC(1:3) = 'HDR'
006800        OR BILL-ARCHIVE-REC(1:3) = 'TRL'
006810         GO TO 4100-EXIT
006820     END-IF.
006830     ADD 1 TO WK-ARCHIVE-BILLS.
006840     MOVE BILL-ARCHIVE-REC TO BILL-DATA-2021.
006850     PERFORM 4110-TEST-ONE-FINDING THRU 4110-EXIT
006860         VARYING FN-SIDX FROM 1 BY 1
006870         UNTIL FN-SIDX > WK-FN-COUNT.
006880 4100-EXIT.
006890     EXIT.
006900 4110-TEST-ONE-FINDING.
006910     IF FN-STATUS(FN-SIDX) NOT = SPACE
006920        OR FN-PROVIDER-NO(FN-SIDX) NOT = B-21-PROVIDER-NO
006930        OR FN-DISCHARGE-DATE(FN-SIDX) NOT = B-21-DISCHARGE-DATE
006940        OR FN-MBI(FN-SIDX) NOT = B-21-MBI
006950        OR FN-PAID-DRG(FN-SIDX) NOT = B-21-DRG
006960        OR B-21-ACTION-CANCEL
006970         GO TO 4110-EXIT
006980     END-IF.
006990     MOVE 'Y'              TO FN-BILL-SW(FN-SIDX).
007000     MOVE BILL-ARCHIVE-REC TO FN-BILL-IMAGE(FN-SIDX).
007010 4110-EXIT.
007020     EXIT.
007030*===========================================================*
007040* 5000-APPLY-FINDINGS - POST EVERY AGREED FINDING TO THE    *
007050* LEDGER, JOURNAL THE POSTING, AND WRITE ITS BILL, THEN     *
007060* CARRY THE LEDGER FORWARD.                                 *
007070*===========================================================*
007080 5000-APPLY-FINDINGS.
007090     IF RETURN-CODE NOT < 16
007100         GO TO 5000-EXIT
007110     END-IF.
007120     PERFORM 5100-LOAD-LEDGER THRU 5100-EXIT.
007130     OPEN OUTPUT RAC-BILL-OUT.
007140     OPEN OUTPUT RAC-POST-OUT.
007150     IF WK-FN-COUNT > 0
007160         PERFORM 5200-APPLY-ONE THRU 5200-EXIT
007170             VARYING FN-IDX FROM 1 BY 1
007180             UNTIL FN-IDX > WK-FN-COUNT
007190     END-IF.
007200     CLOSE RAC-BILL-OUT.
007210     CLOSE RAC-POST-OUT.
007220     PERFORM 5400-WRITE-LEDGER THRU 5400-EXIT.
007230 5000-EXIT.
007240     EXIT.
007250*-----------------------------------------------------------*
007260* 5100-LOAD-LEDGER - A MISSING LEDGER MEANS NO OPEN         *
007270* RECEIVABLES.                                              *
007280*-----------------------------------------------------------*
007290 5100-LOAD-LEDGER.
007300     OPEN INPUT LEDGER-FILE-IN.
007310     IF WK-LEDGIN-STATUS NOT = '00'
007320         GO TO 5100-EXIT
007330     END-IF.
007340     PERFORM 5110-READ-LEDGER THRU 5110-EXIT
007350         UNTIL LEDGIN-AT-EOF.
007360     CLOSE LEDGER-FILE-IN.
007370 5100-EXIT.
007380     EXIT.
007390 5110-READ-LEDGER.
007400     READ LEDGER-FILE-IN
007410         AT END
007420             SET LEDGIN-AT-EOF TO TRUE
007430             GO TO 5110-EXIT
007440     END-READ.
007450     MOVE LEDGER-IN-REC TO GEN-STAMP-REC.
007460     IF GS-IS-STAMP
007470         MOVE GEN-STAMP-REC TO WK-LEDGER-STAMP
007480         GO TO 5110-EXIT
007490     END-IF.
007500     IF WK-LG-COUNT NOT < 2000
007510         SET LEDGER-OVERFLOWED TO TRUE
007520         GO TO 5110-EXIT
007530     END-IF.
007540     ADD 1 TO WK-LG-COUNT.
007550     SET LG-IDX TO WK-LG-COUNT.
007560     MOVE LG-IN-PROVIDER-NO TO LG-PROVIDER-NO(LG-IDX).
007570     MOVE LG-IN-BALANCE     TO LG-BALANCE(LG-IDX).
007580     MOVE LG-IN-OLDEST-DATE TO LG-OLDEST-DATE(LG-IDX).
007590     MOVE LG-IN-RAC-BALANCE TO LG-RAC-BALANCE(LG-IDX).
007600     MOVE LG-IN-INT-BALANCE TO LG-INT-BALANCE(LG-IDX).
007610     MOVE LG-IN-LETTER-STAGE TO LG-LETTER-STAGE(LG-IDX).
007620     MOVE LG-IN-LETTER-DATE TO LG-LETTER-DATE(LG-IDX).
007630     MOVE LG-IN-INT-THRU-DATE TO LG-INT-THRU-DATE(LG-IDX).
007640     MOVE LG-IN-REFERRAL-SW TO LG-REFERRAL-SW(LG-IDX).
007650     MOVE LG-IN-PLAN-SW     TO LG-PLAN-SW(LG-IDX).
007660     MOVE LG-IN-PLAN-PCT    TO LG-PLAN-PCT(LG-IDX).
007670 5110-EXIT.
007680     EXIT.
007690 5200-APPLY-ONE.
007700     IF FN-STATUS(FN-IDX) NOT = SPACE
007710         GO TO 5200-EXIT
007720     END-IF.
007730     IF FN-BILL-SW(FN-IDX) NOT = 'Y'
007740         MOVE 'R'  TO FN-STATUS(FN-IDX)
007750         MOVE '04' TO FN-REASON-CODE(FN-IDX)
007760         MOVE 'NO BILL ON ARCHIVE' TO FN-MESSAGE(FN-IDX)
007770         ADD 1 TO WK-FINDINGS-REJECTED
007780         GO TO 5200-EXIT
007790     END-IF.
007800     PERFORM 5300-FIND-LEDGER-ROW THRU 5300-EXIT.
007810     IF LEDGER-ROW-MISSING
007820         MOVE 'R'  TO FN-STATUS(FN-IDX)
007830         MOVE '08' TO FN-REASON-CODE(FN-IDX)
007840         MOVE 'LEDGER FULL - NOT POSTED' TO FN-MESSAGE(FN-IDX)
007850         ADD 1 TO WK-FINDINGS-REJECTED
007860         GO TO 5200-EXIT
007870     END-IF.
007880     ADD FN-OVERPAY-AMT(FN-IDX) TO LG-BALANCE(LG-SIDX).
007890     ADD FN-OVERPAY-AMT(FN-IDX) TO LG-RAC-BALANCE(LG-SIDX).
007900     IF LG-PLAN-SW(LG-SIDX) = 'A'
007910         MOVE 'N' TO LG-PLAN-SW(LG-SIDX)
007920     END-IF.
007930     IF LG-OLDEST-DATE(LG-SIDX) = 0
007940         MOVE WK-RUN-DATE TO LG-OLDEST-DATE(LG-SIDX)
007950     END-IF.
007960     MOVE FN-BILL-IMAGE(FN-IDX) TO BILL-DATA-2021.
007970     IF FN-TYPE(FN-IDX) = 'D'
007980         MOVE 'C' TO B-21-ACTION-CODE
007990         ADD 1 TO WK-CANCELS-WRITTEN
008000         MOVE 'POSTED - CANCEL BILL' TO FN-MESSAGE(FN-IDX)
008010     ELSE
008020         MOVE FN-NEW-DRG(FN-IDX) TO B-21-DRG
008030         MOVE 'A' TO B-21-ACTION-CODE
008040         ADD 1 TO WK-ADJS-WRITTEN
008050         MOVE 'POSTED - ADJUSTMENT BILL' TO FN-MESSAGE(FN-IDX)
008060     END-IF.
008070     MOVE FN-OUR-PAID(FN-IDX) TO B-21-PRIOR-PAID-AMT.
008080     WRITE RAC-BILL-REC FROM BILL-DATA-2021.
008090     MOVE SPACES                    TO RAC-POST-REC.
008100     MOVE FN-PROVIDER-NO(FN-IDX)    TO LP-PROVIDER-NO.
008110     MOVE 'RAC'                     TO LP-SOURCE-CODE.
008120     MOVE WK-RUN-DATE               TO LP-POST-DATE.
008130     MOVE FN-OVERPAY-AMT(FN-IDX)    TO LP-AMOUNT.
008140     MOVE FN-DISCHARGE-DATE(FN-IDX) TO LP-DISCHARGE-DATE.
008150     MOVE FN-MBI(FN-IDX)            TO LP-MBI.
008160     MOVE B-21-ACTION-CODE          TO LP-ACTION-CODE.
008170     MOVE FN-AUDITOR-ID(FN-IDX)     TO LP-AUDITOR-ID.
008180     MOVE FN-FINDING-ID(FN-IDX)     TO LP-FINDING-ID.
008190     WRITE RAC-POST-REC.
008200     ADD 1 TO WK-POSTINGS-WRITTEN.
008210     MOVE 'A'  TO FN-STATUS(FN-IDX).
008220     MOVE '00' TO FN-REASON-CODE(FN-IDX).
008230     ADD 1 TO WK-FINDINGS-ACCEPTED.
008240 5200-EXIT.
008250     EXIT.
008260 5300-FIND-LEDGER-ROW.
008270     MOVE 'N' TO WK-LG-FULL-SW.
008280     SET LG-SIDX TO 1.
008290     SEARCH LG-ENTRY VARYING LG-SIDX
008300         AT END
008310             SET LEDGER-ROW-MISSING TO TRUE
008320             SET LEDGER-OVERFLOWED TO TRUE
008330         WHEN LG-SIDX > WK-LG-COUNT
008340             IF WK-LG-COUNT NOT < 2000
008350                 SET LEDGER-ROW-MISSING TO TRUE
008360                 SET LEDGER-OVERFLOWED TO TRUE
008370             ELSE
008380                 ADD 1 TO WK-LG-COUNT
008390                 SET LG-SIDX TO WK-LG-COUNT
008400                 MOVE FN-PROVIDER-NO(FN-IDX)
008410                     TO LG-PROVIDER-NO(LG-SIDX)
008420                 MOVE ZEROES TO LG-BALANCE(LG-SIDX)
008430                                LG-OLDEST-DATE(LG-SIDX)
008440                                LG-RAC-BALANCE(LG-SIDX)
008450                                LG-INT-BALANCE(LG-SIDX)
008460                                LG-LETTER-STAGE(LG-SIDX)
008470                                LG-LETTER-DATE(LG-SIDX)
008480                                LG-INT-THRU-DATE(LG-SIDX)
008490                                LG-PLAN-PCT(LG-SIDX)
008500                 MOVE SPACE  TO LG-REFERRAL-SW(LG-SIDX)
008510                                LG-PLAN-SW(LG-SIDX)
008520             END-IF
008530         WHEN LG-PROVIDER-NO(LG-SIDX) = FN-PROVIDER-NO(FN-IDX)
008540             CONTINUE
008550     END-SEARCH.
008560 5300-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------*
008590* 5400-WRITE-LEDGER - CARRY EVERY ROW FORWARD, POSTED OR    *
008600* NOT, FOR THE NEXT PPBAT215 RUN, BEHIND THE GENERATION     *
008610* HEADER THE LEDGER CAME IN WITH.                           *
008620*-----------------------------------------------------------*
008630 5400-WRITE-LEDGER.
008640     OPEN OUTPUT LEDGER-FILE-OUT.
008650     IF WK-LEDGER-STAMP NOT = SPACES
008660         WRITE LEDGER-OUT-REC FROM WK-LEDGER-STAMP
008670     END-IF.
008680     IF WK-LG-COUNT > 0
008690         PERFORM 5410-WRITE-ONE-LEDGER THRU 5410-EXIT
008700             VARYING LG-IDX FROM 1 BY 1
008710             UNTIL LG-IDX > WK-LG-COUNT
008720     END-IF.
008730     CLOSE LEDGER-FILE-OUT.
008740     IF LEDGER-OVERFLOWED
008750         DISPLAY 'PPRAC215 - LEDGER TABLE OVERFLOWED - '
008760                 'BALANCES INCOMPLETE, LEDGER FAILED'
008770         MOVE 16 TO RETURN-CODE
008780     END-IF.
008790 5400-EXIT.
008800     EXIT.
008810 5410-WRITE-ONE-LEDGER.
008820     MOVE LG-PROVIDER-NO(LG-IDX) TO LG-OUT-PROVIDER-NO.
008830     MOVE LG-BALANCE(LG-IDX)     TO LG-OUT-BALANCE.
008840     MOVE LG-OLDEST-DATE(LG-IDX) TO LG-OUT-OLDEST-DATE.
008850     MOVE LG-RAC-BALANCE(LG-IDX) TO LG-OUT-RAC-BALANCE.
008860     MOVE LG-INT-BALANCE(LG-IDX) TO LG-OUT-INT-BALANCE.
008870     MOVE LG-LETTER-STAGE(LG-IDX) TO LG-OUT-LETTER-STAGE.
008880     MOVE LG-LETTER-DATE(LG-IDX) TO LG-OUT-LETTER-DATE.
008890     MOVE LG-INT-THRU-DATE(LG-IDX) TO LG-OUT-INT-THRU-DATE.
008900     MOVE LG-REFERRAL-SW(LG-IDX) TO LG-OUT-REFERRAL-SW.
008910     MOVE LG-PLAN-SW(LG-IDX)     TO LG-OUT-PLAN-SW.
008920     MOVE LG-PLAN-PCT(LG-IDX)    TO LG-OUT-PLAN-PCT.
008930     WRITE LEDGER-OUT-REC.
008940     ADD 1 TO WK-LEDGER-ROWS.
008950 5410-EXIT.
008960     EXIT.
008970*===========================================================*
008980* 6000-WRITE-RESPONSES - A RESPONSE FOR EVERY FINDING, THE  *
008990* EXCEPTIONS ON THE RECONCILIATION REPORT, THEN THE         *
009000* FINDINGS ACCEPTED AND POSTED.                             *
009010*===========================================================*
009020 6000-WRITE-RESPONSES.
009030     IF RETURN-CODE NOT < 16
009040         GO TO 6000-EXIT
009050     END-IF.
009060     OPEN OUTPUT RESPONSE-OUT.
009070     MOVE 'FINDINGS NOT APPLIED - RECONCILIATION' TO WK-RS-TEXT.
009080     MOVE WK-RPT-SECTION-LINE TO RAC-RPT-LINE.
009090     WRITE RAC-RPT-LINE.
009100     MOVE WK-FD-HEADING TO RAC-RPT-LINE.
009110     WRITE RAC-RPT-LINE.
009120     IF WK-FN-COUNT > 0
009130         PERFORM 6100-RESPOND-ONE THRU 6100-EXIT
009140             VARYING FN-IDX FROM 1 BY 1
009150             UNTIL FN-IDX > WK-FN-COUNT
009160     END-IF.
009170     CLOSE RESPONSE-OUT.
009180     MOVE WK-RPT-RULE-LINE TO RAC-RPT-LINE.
009190     WRITE RAC-RPT-LINE.
009200     MOVE 'FINDINGS ACCEPTED AND POSTED' TO WK-RS-TEXT.
009210     MOVE WK-RPT-SECTION-LINE TO RAC-RPT-LINE.
009220     WRITE RAC-RPT-LINE.
009230     MOVE WK-FD-HEADING TO RAC-RPT-LINE.
009240     WRITE RAC-RPT-LINE.
009250     IF WK-FN-COUNT > 0
009260         PERFORM 6200-LIST-ONE-ACCEPTED THRU 6200-EXIT
009270             VARYING FN-IDX FROM 1 BY 1
009280             UNTIL FN-IDX > WK-FN-COUNT
009290     END-IF.
009300 6000-EXIT.
009310     EXIT.
009320 6100-RESPOND-ONE.
009330     MOVE SPACES                  TO RESPONSE-REC.
009340     MOVE FN-AUDITOR-ID(FN-IDX)   TO RS-AUDITOR-ID.
009350     MOVE FN-FINDING-ID(FN-IDX)   TO RS-FINDING-ID.
009360     MOVE FN-PROVIDER-NO(FN-IDX)  TO RS-PROVIDER-NO.
009370     MOVE FN-DISCHARGE-X(FN-IDX)  TO RS-DISCHARGE-DATE.
009380     MOVE FN-MBI(FN-IDX)          TO RS-MBI.
009390     MOVE FN-STATUS(FN-IDX)       TO RS-STATUS.
009400     MOVE FN-REASON-CODE(FN-IDX)  TO RS-REASON-CODE.
009410     MOVE FN-OUR-PAID(FN-IDX)     TO RS-OUR-PAID-AMT.
009420     MOVE FN-CLAIM-SEQ(FN-IDX)    TO RS-CLAIM-SEQ.
009430     MOVE FN-RUN-ID(FN-IDX)       TO RS-RUN-ID.
009440     MOVE WK-RUN-DATE             TO RS-RESPONSE-DATE.
009450     ADD FN-OVERPAY-AMT(FN-IDX)   TO WK-TOT-CLAIMED.
009460     IF FN-STATUS(FN-IDX) = 'A'
009470         MOVE FN-OVERPAY-AMT(FN-IDX) TO RS-RECEIVABLE-AMT
009480         ADD FN-OVERPAY-AMT(FN-IDX)  TO WK-TOT-POSTED
009490     ELSE
009500         MOVE ZEROES TO RS-RECEIVABLE-AMT
009510         ADD FN-OVERPAY-AMT(FN-IDX)  TO WK-TOT-EXCEPTION
009520         PERFORM 6300-WRITE-FINDING-LINE THRU 6300-EXIT
009530     END-IF.
009540     WRITE RESPONSE-REC.
009550     ADD 1 TO WK-RESPONSES-WRITTEN.
009560 6100-EXIT.
009570     EXIT.
009580 6200-LIST-ONE-ACCEPTED.
009590     IF FN-STATUS(FN-IDX) = 'A'
009600         PERFORM 6300-WRITE-FINDING-LINE THRU 6300-EXIT
009610     END-IF.
009620 6200-EXIT.
009630     EXIT.
009640 6300-WRITE-FINDING-LINE.
009650     MOVE FN-AUDITOR-ID(FN-IDX)   TO WK-FD-AUDITOR.
009660     MOVE FN-FINDING-ID(FN-IDX)   TO WK-FD-FINDING-ID.
009670     MOVE FN-PROVIDER-NO(FN-IDX)  TO WK-FD-PROVIDER.
009680     MOVE FN-DISCHARGE-X(FN-IDX)  TO WK-FD-DISCHARGE.
009690     MOVE FN-MBI(FN-IDX)          TO WK-FD-MBI.
009700     MOVE FN-TYPE(FN-IDX)         TO WK-FD-TYPE.
009710     MOVE FN-PAID-DRG(FN-IDX)     TO WK-FD-PAID-DRG.
009720     MOVE FN-NEW-DRG(FN-IDX)      TO WK-FD-NEW-DRG.
009730     MOVE FN-CLAIMED-PAID(FN-IDX) TO WK-FD-CLAIMED-PAID.
009740     MOVE FN-OUR-PAID(FN-IDX)     TO WK-FD-OUR-PAID.
009750     MOVE FN-OVERPAY-AMT(FN-IDX)  TO WK-FD-OVERPAY.
009760     MOVE FN-MESSAGE(FN-IDX)      TO WK-FD-MESSAGE.
009770     MOVE WK-FD-DETAIL-LINE TO RAC-RPT-LINE.
009780     WRITE RAC-RPT-LINE.
009790 6300-EXIT.
009800     EXIT.
009810*===========================================================*
009820* 9000-TERMINATE                                            *
009830*===========================================================*
009840 9000-TERMINATE.
009850     MOVE WK-RPT-RULE-LINE TO RAC-RPT-LINE.
009860     WRITE RAC-RPT-LINE.
009870     MOVE 'FINDINGS READ' TO WK-TC-LABEL.
009880     MOVE WK-FINDINGS-IN TO WK-TC-COUNT.
009890     MOVE WK-TOT-CLAIMED TO WK-TC-AMOUNT.
009900     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
009910     MOVE 'FINDINGS ACCEPTED - RECEIVABLE POSTED' TO WK-TC-LABEL.
009920     MOVE WK-FINDINGS-ACCEPTED TO WK-TC-COUNT.
009930     MOVE WK-TOT-POSTED TO WK-TC-AMOUNT.
009940     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
009950     MOVE 'FINDINGS NOT APPLIED' TO WK-TC-LABEL.
009960     COMPUTE WK-TC-COUNT = WK-FINDINGS-UNMATCHED
009970                         + WK-FINDINGS-DISPUTED
009980                         + WK-FINDINGS-REJECTED.
009990     MOVE WK-TOT-EXCEPTION TO WK-TC-AMOUNT.
010000     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010010     MOVE ZEROES TO WK-TC-AMOUNT.
010020     MOVE '  NO PAID CLAIM IN HISTORY' TO WK-TC-LABEL.
010030     MOVE WK-FINDINGS-UNMATCHED TO WK-TC-COUNT.
010040     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010050     MOVE '  DISAGREE WITH WHAT WE PAID' TO WK-TC-LABEL.
010060     MOVE WK-FINDINGS-DISPUTED TO WK-TC-COUNT.
010070     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010080     MOVE '  REJECTED' TO WK-TC-LABEL.
010090     MOVE WK-FINDINGS-REJECTED TO WK-TC-COUNT.
010100     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010110     MOVE 'HISTORY ROWS EXAMINED' TO WK-TC-LABEL.
010120     MOVE WK-HIST-ROWS TO WK-TC-COUNT.
010130     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010140     MOVE 'ARCHIVED BILLS EXAMINED' TO WK-TC-LABEL.
010150     MOVE WK-ARCHIVE-BILLS TO WK-TC-COUNT.
010160     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010170     MOVE 'CANCEL BILLS WRITTEN' TO WK-TC-LABEL.
010180     MOVE WK-CANCELS-WRITTEN TO WK-TC-COUNT.
010190     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010200     MOVE 'ADJUSTMENT BILLS WRITTEN' TO WK-TC-LABEL.
010210     MOVE WK-ADJS-WRITTEN TO WK-TC-COUNT.
010220     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010230     MOVE 'LEDGER POSTINGS (SOURCE RAC)' TO WK-TC-LABEL.
010240     MOVE WK-POSTINGS-WRITTEN TO WK-TC-COUNT.
010250     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010260     MOVE 'LEDGER ROWS CARRIED FORWARD' TO WK-TC-LABEL.
010270     MOVE WK-LEDGER-ROWS TO WK-TC-COUNT.
010280     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010290     MOVE 'RESPONSES TO THE AUDITOR' TO WK-TC-LABEL.
010300     MOVE WK-RESPONSES-WRITTEN TO WK-TC-COUNT.
010310     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
010320     CLOSE RAC-RPT-OUT.
010330     IF WK-FINDINGS-ACCEPTED < WK-FINDINGS-IN
010340        AND RETURN-CODE < 4
010350         MOVE 4 TO RETURN-CODE
010360     END-IF.
010370     DISPLAY 'PPRAC215 - FINDINGS READ     : ' WK-FINDINGS-IN.
010380     DISPLAY 'PPRAC215 - ACCEPTED/POSTED   : '
010390             WK-FINDINGS-ACCEPTED.
010400     DISPLAY 'PPRAC215 - UNMATCHED/DISPUTED: '
010410             WK-FINDINGS-UNMATCHED ' ' WK-FINDINGS-DISPUTED.
010420     DISPLAY 'PPRAC215 - REJECTED          : '
010430             WK-FINDINGS-REJECTED.
010440 9000-EXIT.
010450     EXIT.
010460 9300-WRITE-COUNT-LINE.
010470     MOVE WK-RAC-COUNT-LINE TO RAC-RPT-LINE.
010480     WRITE RAC-RPT-LINE.
010490 9300-EXIT.
010500     EXIT.
