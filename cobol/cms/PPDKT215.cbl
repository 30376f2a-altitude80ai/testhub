000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPDKT215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - APPEAL DOCKET MAINTENANCE AND AGING.
000070*          - PPAPL215 BUILDS THE CASE FILE FOR AN APPEALED
000080*            CLAIM; THIS PROGRAM TRACKS THE APPEAL ITSELF.
000090*            THE DOCKET (COPYBOOK APLDKT) IS CARRIED FORWARD
000100*            FROM DKTIN TO DKTOUT, ONE ROW PER APPEAL AT ONE
000110*            LEVEL: REDETERMINATION, RECONSIDERATION OR ALJ
000120*            HEARING.
000130*          - THE DOCKET TRANSACTIONS (DKTTRAN) ARE APPLIED
000140*            IN FILE ORDER:
000150*              F - FILE AN APPEAL OF THE CLAIM NAMED BY ITS
000160*                  CLAIM SEQUENCE ID AND PRICING RUN ID (THE
000170*                  RUN ID MAY BE LEFT BLANK WHEN ONLY ONE
000180*                  RUN PRICED THAT SEQUENCE ID).  THE CLAIM
000190*                  MUST BE ON THE HISTORY REPOSITORY.
000200*              D - RECORD THE DECISION: FAVORABLE, PARTIALLY
000210*                  FAVORABLE (WITH THE DRG DECIDED),
000220*                  UNFAVORABLE OR DISMISSED.
000230*              E - ESCALATE AN UNFAVORABLE, PARTIAL OR
000240*                  DISMISSED DECISION TO THE NEXT LEVEL.
000250*              W - THE APPELLANT WITHDREW AN OPEN APPEAL.
000260*          - EACH APPEAL'S DECISION IS DUE ITS LEVEL'S CLOCK
000270*            DAYS AFTER FILING: REDET-DAYS= AND RECON-DAYS=
000280*            (DEFAULT 60) AND ALJ-DAYS= (DEFAULT 90).
000290*          - A FAVORABLE OR PARTIALLY FAVORABLE DECISION
000300*            BECOMES AN ADJUSTMENT ('A') BILL ON DKTBILL FOR
000310*            THE NEXT PPBAT215 RUN, BUILT FROM THE CLAIM'S
000320*            BILL ON THE BILL ARCHIVE AT THE DECIDED DRG AND
000330*            CARRYING WHAT WE PAID AS THE PRIOR PAID AMOUNT.
000340*            A DECISION WHOSE BILL IS NOT ON THE ARCHIVE IS
000350*            TRIED AGAIN ON EVERY RUN.
000360*          - THE APPEAL CLOSES ONLY WHEN A PAYABLE PRICING
000370*            OF THE CLAIM FROM A LATER RUN, AT THE DECIDED
000380*            DRG, IS ON THE HISTORY REPOSITORY.
000390*          - THE AGING REPORT LISTS EVERY OPEN APPEAL DUE
000400*            WITHIN WARN-DAYS= (DEFAULT 15) OF THE AS-OF
000410*            DATE OR PAST ITS DEADLINE, AND EVERY DECISION
000420*            NOT EFFECTUATED WITHIN EFFECT-DAYS= (DEFAULT
000430*            30).  AS-OF-DATE= DEFAULTS TO TODAY.
000440*          - RETURN CODES: 4 - A TRANSACTION REJECTED, AN
000450*            APPEAL PAST DUE OR NOT EFFECTUATED, OR A BILL
000460*            NOT YET WRITTEN; 16 - THE DOCKET TABLE FILLED
000470*            OR THE HISTORY REPOSITORY CANNOT BE READ.  A
000480*            FAILED RUN WRITES NO DOCKET AND NO BILLS.
000490 DATE-COMPILED.
000500****************************************************************
000510*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000520*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000530*   IS THAT OF THE USER.                                       *
000540****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.            IBM-370.
000580 OBJECT-COMPUTER.            IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT DKT-PARM-FILE   ASSIGN TO DKTPARM
000620                            ORGANIZATION IS LINE SEQUENTIAL
000630                            FILE STATUS IS WK-PARM-STATUS.
000640     SELECT DOCKET-FILE-IN  ASSIGN TO DKTIN
000650                            ORGANIZATION IS SEQUENTIAL
000660                            FILE STATUS IS WK-DKTIN-STATUS.
000670     SELECT DOCKET-FILE-OUT ASSIGN TO DKTOUT
000680                            ORGANIZATION IS SEQUENTIAL.
000690     SELECT DOCKET-TRAN-IN  ASSIGN TO DKTTRAN
000700                            ORGANIZATION IS SEQUENTIAL
000710                            FILE STATUS IS WK-TRAN-STATUS.
000720     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
000730                            ORGANIZATION IS INDEXED
000740                            ACCESS MODE IS DYNAMIC
000750                            RECORD KEY IS HR-KEY
000760                            ALTERNATE RECORD KEY IS HR-MBI
000770                                WITH DUPLICATES
000780                            FILE STATUS IS WK-HISTREPO-STATUS.
000790     SELECT BILL-ARCHIVE-IN ASSIGN TO BILLARC
000800                            ORGANIZATION IS SEQUENTIAL
000810                            FILE STATUS IS WK-BILLARC-STATUS.
000820     SELECT DKT-BILL-OUT    ASSIGN TO DKTBILL
000830                            ORGANIZATION IS SEQUENTIAL.
000840     SELECT DKT-RPT-OUT     ASSIGN TO DKTRPT
000850                            ORGANIZATION IS LINE SEQUENTIAL.
000860 DATA DIVISION.
000870 FILE SECTION.
000880*----------------------------------------------------------*
000890* DOCKET PARAMETER CARDS - KEYWORD=VALUE:                   *
000900*   AS-OF-DATE=CCYYMMDD     AGING DATE AND THE DATE BILLS   *
000910*                           AND CLOSINGS ARE STAMPED WITH   *
000920*   REDET-DAYS=NNN          DECISION CLOCK, REDETERMINATION *
000930*   RECON-DAYS=NNN          DECISION CLOCK, RECONSIDERATION *
000940*   ALJ-DAYS=NNN            DECISION CLOCK, ALJ HEARING     *
000950*   WARN-DAYS=NNN           AGE AN OPEN APPEAL THIS CLOSE   *
000960*                           TO ITS DEADLINE                 *
000970*   EFFECT-DAYS=NNN         DAYS ALLOWED TO EFFECTUATE A    *
000980*                           FAVORABLE DECISION              *
000990*----------------------------------------------------------*
001000 FD  DKT-PARM-FILE
001010     RECORDING MODE IS F.
001020 01  DKT-PARM-REC                PIC X(80).
001030*----------------------------------------------------------*
001040* APPEAL DOCKET, PRIOR AND NEW (COPYBOOK APLDKT).           *
001050*----------------------------------------------------------*
001060 FD  DOCKET-FILE-IN
001070     RECORDING MODE IS F.
001080 01  DOCKET-IN-REC               PIC X(200).
001090 FD  DOCKET-FILE-OUT
001100     RECORDING MODE IS F.
001110 01  DOCKET-OUT-REC              PIC X(200).
001120*----------------------------------------------------------*
001130* DOCKET TRANSACTIONS.                                      *
001140*   F  FILE      - DT-CLAIM-SEQ, DT-RUN-ID, DT-LEVEL (BLANK *
001150*                  IS 1), DT-ACTION-DATE (FILED), DT-CASE-  *
001160*                  REF (THE CONTRACTOR'S APPEAL NUMBER)     *
001170*   D  DECISION  - DT-APPEAL-ID, DT-OUTCOME, DT-ACTION-DATE *
001180*                  (DECIDED), DT-DECIDED-DRG                *
001190*   E  ESCALATE  - DT-APPEAL-ID OF THE LOWER LEVEL, DT-     *
001200*                  ACTION-DATE (FILED), DT-CASE-REF         *
001210*   W  WITHDRAW  - DT-APPEAL-ID, DT-ACTION-DATE             *
001220*----------------------------------------------------------*
001230 FD  DOCKET-TRAN-IN
001240     RECORDING MODE IS F.
001250 01  DOCKET-TRAN-REC.
001260     05  DT-ACTION               PIC X(01).
001270         88  DT-FILE-APPEAL      VALUE 'F'.
001280         88  DT-DECISION         VALUE 'D'.
001290         88  DT-ESCALATE         VALUE 'E'.
001300         88  DT-WITHDRAW         VALUE 'W'.
001310     05  DT-APPEAL-ID            PIC 9(09).
001320     05  DT-CLAIM-SEQ            PIC 9(09).
001330     05  DT-RUN-ID               PIC X(08).
001340     05  DT-LEVEL                PIC X(01).
001350     05  DT-ACTION-DATE          PIC 9(08).
001360     05  DT-OUTCOME              PIC X(01).
001370     05  DT-DECIDED-DRG          PIC X(03).
001380     05  DT-CASE-REF             PIC X(15).
001390     05  FILLER                  PIC X(25).
001400*----------------------------------------------------------*
001410* KEYED PRICED-CLAIM HISTORY REPOSITORY, AS PPBAT215 WRITES *
001420* IT.                                                       *
001430*----------------------------------------------------------*
001440 FD  HIST-REPO-FILE
001450     RECORD CONTAINS 252 CHARACTERS.
001460 01  HIST-REPO-REC.
001470     05  HR-KEY.
001480         10  HR-PROVIDER-NO     PIC X(06).
001490         10  HR-DISCHARGE-DATE  PIC 9(08).
001500         10  HR-CLAIM-SEQ       PIC 9(09).
001510         10  HR-RUN-ID          PIC X(08).
001520     05  HR-RUN-DATE            PIC 9(08).
001530     05  HR-PPS-DATA            PIC X(89).
001540     05  HR-WI-AUDIT            PIC X(66).
001550     05  HR-MBI                 PIC X(11).
001560     05  HR-DRG                 PIC 9(03).
001570     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
001580     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
001590     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
001600     05  HR-NEW-TECH            PIC 9(09)V9(02).
001610*----------------------------------------------------------*
001620* BILL ARCHIVE - THE BILL FILES PPBAT215 HAS PRICED, OLDEST *
001630* FIRST.  HEADER AND TRAILER RECORDS ARE SKIPPED.           *
001640*----------------------------------------------------------*
001650 FD  BILL-ARCHIVE-IN
001660     RECORDING MODE IS F.
001670 01  BILL-ARCHIVE-REC            PIC X(791).
001680*----------------------------------------------------------*
001690* READY-TO-RUN ADJUSTMENT BILLS FOR PPBAT215.               *
001700*----------------------------------------------------------*
001710 FD  DKT-BILL-OUT
001720     RECORDING MODE IS F.
001730 01  DKT-BILL-REC                PIC X(791).
001740 FD  DKT-RPT-OUT
001750     RECORDING MODE IS F.
001760 01  DKT-RPT-LINE                PIC X(132).
001770 WORKING-STORAGE SECTION.
001780 01  W-STORAGE-REF                  PIC X(48)  VALUE
001790     'P P D K T 2 1 5 - W O R K I N G   S T O R A G E'.
001800 01  DKT-VERSION                    PIC X(05) VALUE 'D21.5'.
001810 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001820 01  WK-DKTIN-STATUS            PIC X(02) VALUE SPACES.
001830 01  WK-TRAN-STATUS             PIC X(02) VALUE SPACES.
001840 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
001850 01  WK-BILLARC-STATUS          PIC X(02) VALUE SPACES.
001860 01  WK-SWITCHES.
001870     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001880         88  PARM-AT-EOF        VALUE 'Y'.
001890     05  WK-DKTIN-EOF           PIC X(01) VALUE 'N'.
001900         88  DKTIN-AT-EOF       VALUE 'Y'.
001910     05  WK-TRAN-EOF            PIC X(01) VALUE 'N'.
001920         88  TRAN-AT-EOF        VALUE 'Y'.
001930     05  WK-HIST-EOF            PIC X(01) VALUE 'N'.
001940         88  HIST-AT-EOF        VALUE 'Y'.
001950     05  WK-BILLARC-EOF         PIC X(01) VALUE 'N'.
001960         88  BILLARC-AT-EOF     VALUE 'Y'.
001970     05  WK-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
001980         88  A-TABLE-IS-FULL    VALUE 'Y'.
001990     05  WK-FOUND-SW            PIC X(01) VALUE 'N'.
002000         88  APPEAL-WAS-FOUND   VALUE 'Y'.
002010     05  WK-DUP-SW              PIC X(01) VALUE 'N'.
002020         88  CLAIM-UNDER-APPEAL VALUE 'Y'.
002030     05  WK-LEAP-SW             PIC X(01) VALUE 'N'.
002040         88  LEAP-YEAR          VALUE 'Y'.
002050*----------------------------------------------------------*
002060* PARAMETERS IN EFFECT.                                     *
002070*----------------------------------------------------------*
002080 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
002090 01  WK-REDET-DAYS              PIC 9(03) VALUE 060.
002100 01  WK-RECON-DAYS              PIC 9(03) VALUE 060.
002110 01  WK-ALJ-DAYS                PIC 9(03) VALUE 090.
002120 01  WK-WARN-DAYS               PIC 9(03) VALUE 015.
002130 01  WK-EFFECT-DAYS             PIC 9(03) VALUE 030.
002140 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002150 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
002160*----------------------------------------------------------*
002170* RUN COUNTERS.                                             *
002180*----------------------------------------------------------*
002190 01  WK-COUNTERS.
002200     05  WK-DOCKET-IN           PIC 9(07) VALUE ZEROES.
002210     05  WK-DOCKET-OUT          PIC 9(07) VALUE ZEROES.
002220     05  WK-TRANS-READ          PIC 9(07) VALUE ZEROES.
002230     05  WK-TRANS-REJECTED      PIC 9(07) VALUE ZEROES.
002240     05  WK-APPEALS-FILED       PIC 9(07) VALUE ZEROES.
002250     05  WK-FILINGS-DROPPED     PIC 9(07) VALUE ZEROES.
002260     05  WK-DECISIONS           PIC 9(07) VALUE ZEROES.
002270     05  WK-DECIDED-LATE        PIC 9(07) VALUE ZEROES.
002280     05  WK-ESCALATIONS         PIC 9(07) VALUE ZEROES.
002290     05  WK-WITHDRAWALS         PIC 9(07) VALUE ZEROES.
002300     05  WK-HIST-ROWS           PIC 9(07) VALUE ZEROES.
002310     05  WK-ARCHIVE-BILLS       PIC 9(07) VALUE ZEROES.
002320     05  WK-BILLS-WRITTEN       PIC 9(07) VALUE ZEROES.
002330     05  WK-BILLS-PENDING       PIC 9(07) VALUE ZEROES.
002340     05  WK-EFFECTUATED         PIC 9(07) VALUE ZEROES.
002350     05  WK-AGED-DUE-SOON       PIC 9(07) VALUE ZEROES.
002360     05  WK-AGED-PAST-DUE       PIC 9(07) VALUE ZEROES.
002370     05  WK-AGED-NOT-EFFECT     PIC 9(07) VALUE ZEROES.
002380     05  WK-OUT-OPEN            PIC 9(07) VALUE ZEROES.
002390     05  WK-OUT-AWAITING        PIC 9(07) VALUE ZEROES.
002400     05  WK-OUT-CLOSED          PIC 9(07) VALUE ZEROES.
002410*----------------------------------------------------------*
002420* THE DOCKET, LOADED IN APPEAL-ID ORDER WITH THE NEW ROWS   *
002430* ADDED AT THE END.  DK-NEW-SW: 'N' CARRIED IN, 'Y' FILED   *
002440* OR ESCALATED THIS RUN, 'X' A FILING DROPPED BECAUSE ITS   *
002450* CLAIM COULD NOT BE FOUND (NOT WRITTEN).                   *
002460*----------------------------------------------------------*
002470 01  WK-HIGH-ID                 PIC 9(09) VALUE ZEROES.
002480 01  WK-DK-COUNT                PIC 9(05) VALUE ZEROES.
002490 01  DOCKET-TABLE.
002500     05  DK-ENTRY OCCURS 5000 TIMES
002510                  INDEXED BY DK-IDX DK-SIDX.
002520         10  DK-ROW             PIC X(200).
002530         10  DK-ROW-KEY REDEFINES DK-ROW.
002540             15  DK-APPEAL-ID   PIC 9(09).
002550             15  FILLER         PIC X(15).
002560             15  DK-CLAIM-SEQ   PIC 9(09).
002570             15  DK-RUN-ID      PIC X(08).
002580             15  FILLER         PIC X(61).
002590             15  DK-STATUS      PIC X(01).
002600             15  FILLER         PIC X(97).
002610         10  DK-NEW-SW          PIC X(01).
002620 COPY APLDKT.
002630*----------------------------------------------------------*
002640* HISTORY WORK LIST - THE DOCKET ROWS THAT NEED THE HISTORY *
002650* REPOSITORY THIS RUN.  HW-TYPE 'F': A NEW FILING, MATCHED  *
002660* ON CLAIM SEQUENCE ID (AND RUN ID WHEN GIVEN).  HW-TYPE    *
002670* 'E': A BILLED DECISION, EFFECTUATED BY A PAYABLE PRICING  *
002680* OF THE SAME CLAIM FROM ANOTHER RUN ON OR AFTER THE BILL   *
002690* DATE, AT THE DECIDED DRG.                                 *
002700*----------------------------------------------------------*
002710 01  WK-HW-COUNT                PIC 9(05) VALUE ZEROES.
002720 01  HIST-WORK-TABLE.
002730     05  HW-ENTRY OCCURS 2000 TIMES
002740                  INDEXED BY HW-IDX.
002750         10  HW-DK-SUB          PIC 9(05).
002760         10  HW-TYPE            PIC X(01).
002770         10  HW-CLAIM-SEQ       PIC 9(09).
002780         10  HW-RUN-ID          PIC X(08).
002790         10  HW-PROVIDER-NO     PIC X(06).
002800         10  HW-DISCHARGE-DATE  PIC 9(08).
002810         10  HW-MBI             PIC X(11).
002820         10  HW-BILL-DATE       PIC 9(08).
002830         10  HW-DECIDED-DRG     PIC 9(03).
002840         10  HW-MATCHES         PIC 9(03).
002850         10  HW-FD-RUN-DATE     PIC 9(08).
002860         10  HW-FD-RUN-ID       PIC X(08).
002870         10  HW-FD-CLAIM-SEQ    PIC 9(09).
002880         10  HW-FD-PROVIDER-NO  PIC X(06).
002890         10  HW-FD-DISCHARGE    PIC 9(08).
002900         10  HW-FD-MBI          PIC X(11).
002910         10  HW-FD-DRG          PIC 9(03).
002920         10  HW-FD-RTC          PIC 9(02).
002930         10  HW-FD-PAID         PIC 9(09)V9(02).
002940*----------------------------------------------------------*
002950* BILL WORK LIST - THE DECISIONS AWAITING AN ADJUSTMENT     *
002960* BILL.  THE LAST ARCHIVED BILL FOR THE CLAIM AT THE DRG WE *
002970* PAID IS THE ONE THE ADJUSTMENT IS BUILT FROM.  A DECISION *
002980* BEYOND THE LIST'S SIZE WAITS FOR THE NEXT RUN.  AFTER A   *
002990* PARTIAL DECISION WAS ESCALATED, WHAT WE PAID IS WHAT THE  *
003000* LOWER LEVEL'S ADJUSTMENT PAID, AT ITS DECIDED DRG; UNTIL  *
003010* THAT IS EFFECTUATED BL-FOUND-SW IS 'L' AND THE HIGHER     *
003020* DECISION WAITS.                                           *
003030*----------------------------------------------------------*
003040 01  WK-BL-COUNT                PIC 9(05) VALUE ZEROES.
003050 01  WK-BL-DEFERRED             PIC 9(05) VALUE ZEROES.
003060 01  BILL-WORK-TABLE.
003070     05  BL-ENTRY OCCURS 500 TIMES
003080                  INDEXED BY BL-IDX.
003090         10  BL-DK-SUB          PIC 9(05).
003100         10  BL-PROVIDER-NO     PIC X(06).
003110         10  BL-DISCHARGE-DATE  PIC 9(08).
003120         10  BL-MBI             PIC X(11).
003130         10  BL-PAID-DRG        PIC 9(03).
003140         10  BL-PRIOR-PAID      PIC 9(09)V9(02).
003150         10  BL-FOUND-SW        PIC X(01).
003160         10  BL-BILL-IMAGE      PIC X(791).
003170*----------------------------------------------------------*
003180* STORED PRICING RESULT (PPS-DATA LAYOUT).                  *
003190*----------------------------------------------------------*
003200 01  WK-HRD-VIEW.
003210     05  WK-HRD-RTC             PIC 9(02).
003220     05  FILLER                 PIC X(27).
003230     05  WK-HRD-TOTAL-PAYMENT   PIC 9(09)V9(02).
003240     05  FILLER                 PIC X(49).
003250*----------------------------------------------------------*
003260* THE BILL BEING BUILT.                                     *
003270*----------------------------------------------------------*
003280 COPY BILDAT21.
003290*----------------------------------------------------------*
003300* DATE-TO-SERIAL WORK FIELDS, AS IN PPBAT215, AND THE DUE   *
003310* DATE WALKED FORWARD FROM THE FILING DATE A DAY AT A TIME. *
003320*----------------------------------------------------------*
003330 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
003340 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
003350     05  WK-DTS-YYYY            PIC 9(04).
003360     05  WK-DTS-MM              PIC 9(02).
003370     05  WK-DTS-DD              PIC 9(02).
003380 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
003390 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
003400 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
003410 01  WK-DTS-MONTH-DAYS.
003420     05  FILLER PIC X(36) VALUE
003430         '000031059090120151181212243273304334'.
003440 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
003450     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
003460 01  WK-MLEN-DAYS.
003470     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
003480 01  WK-MLEN-TAB REDEFINES WK-MLEN-DAYS.
003490     05  WK-MLEN                PIC 9(02) OCCURS 12 TIMES.
003500 01  WK-MLEN-THIS               PIC 9(02) VALUE ZEROES.
003510 01  WK-LEAP-QUOT               PIC 9(04) VALUE ZEROES.
003520 01  WK-LEAP-REM                PIC 9(04) VALUE ZEROES.
003530 01  WK-FC-DATE                 PIC 9(08) VALUE ZEROES.
003540 01  WK-RUN-SERIAL              PIC 9(07) VALUE ZEROES.
003550 01  WK-DAYS-LEFT               PIC S9(05) VALUE ZEROES.
003560 01  WK-DAYS-SINCE              PIC S9(05) VALUE ZEROES.
003570 01  WK-NEXT-LEVEL              PIC 9(01) VALUE ZEROES.
003580 01  WK-FIND-ID                 PIC 9(09) VALUE ZEROES.
003590 01  WK-FILED-WORD              PIC X(09) VALUE SPACES.
003600 01  WK-FROM-SERIAL             PIC 9(07) VALUE ZEROES.
003610 01  WK-TRAN-MESSAGE            PIC X(48) VALUE SPACES.
003620 01  WK-DECIDE-TAIL             PIC X(26) VALUE SPACES.
003630*----------------------------------------------------------*
003640* REPORT LINES.                                             *
003650*----------------------------------------------------------*
003660 01  WK-RPT-TITLE-LINE.
003670     05  WK-RT-TITLE         PIC X(40).
003680     05  FILLER              PIC X(07) VALUE '  DATE '.
003690     05  WK-RT-DATE          PIC 9(08).
003700     05  FILLER              PIC X(07) VALUE '  VERS '.
003710     05  WK-RT-VERSION       PIC X(05).
003720 01  WK-RPT-RULE-LINE        PIC X(132) VALUE ALL '='.
003730 01  WK-RPT-SECTION-LINE.
003740     05  FILLER              PIC X(04) VALUE '--- '.
003750     05  WK-RS-TEXT          PIC X(60).
003760 01  WK-TX-HEADING.
003770     05  FILLER              PIC X(02) VALUE 'A'.
003780     05  FILLER              PIC X(10) VALUE 'APPEAL-ID'.
003790     05  FILLER              PIC X(10) VALUE 'CLAIM-SEQ'.
003800     05  FILLER              PIC X(09) VALUE 'RUN-ID'.
003810     05  FILLER              PIC X(02) VALUE 'L'.
003820     05  FILLER              PIC X(09) VALUE 'DATE'.
003830     05  FILLER              PIC X(02) VALUE 'O'.
003840     05  FILLER              PIC X(04) VALUE 'DRG'.
003850     05  FILLER              PIC X(16) VALUE 'CASE-REF'.
003860     05  FILLER              PIC X(40) VALUE 'DISPOSITION'.
003870 01  WK-TX-DETAIL-LINE.
003880     05  WK-TX-ACTION        PIC X(01).
003890     05  FILLER              PIC X(01) VALUE SPACES.
003900     05  WK-TX-APPEAL-ID     PIC X(09).
003910     05  FILLER              PIC X(01) VALUE SPACES.
003920     05  WK-TX-CLAIM-SEQ     PIC X(09).
003930     05  FILLER              PIC X(01) VALUE SPACES.
003940     05  WK-TX-RUN-ID        PIC X(08).
003950     05  FILLER              PIC X(01) VALUE SPACES.
003960     05  WK-TX-LEVEL         PIC X(01).
003970     05  FILLER              PIC X(01) VALUE SPACES.
003980     05  WK-TX-DATE          PIC X(08).
003990     05  FILLER              PIC X(01) VALUE SPACES.
004000     05  WK-TX-OUTCOME       PIC X(01).
004010     05  FILLER              PIC X(01) VALUE SPACES.
004020     05  WK-TX-DRG           PIC X(03).
004030     05  FILLER              PIC X(01) VALUE SPACES.
004040     05  WK-TX-CASE-REF      PIC X(15).
004050     05  FILLER              PIC X(01) VALUE SPACES.
004060     05  WK-TX-MESSAGE       PIC X(48).
004070 01  WK-AD-HEADING.
004080     05  FILLER              PIC X(10) VALUE 'APPEAL-ID'.
004090     05  FILLER              PIC X(16) VALUE 'CASE-REF'.
004100     05  FILLER              PIC X(10) VALUE 'CLAIM-SEQ'.
004110     05  FILLER              PIC X(09) VALUE 'RUN-ID'.
004120     05  FILLER              PIC X(07) VALUE 'PROV'.
004130     05  FILLER              PIC X(09) VALUE 'DISCH-DT'.
004140     05  FILLER              PIC X(12) VALUE 'MBI'.
004150     05  FILLER              PIC X(02) VALUE 'L'.
004160     05  FILLER              PIC X(09) VALUE 'FILED'.
004170     05  FILLER              PIC X(09) VALUE 'DUE'.
004180     05  FILLER              PIC X(04) VALUE 'S O'.
004190     05  FILLER              PIC X(07) VALUE ' DAYS'.
004200     05  FILLER              PIC X(28) VALUE 'NOTE'.
004210 01  WK-AD-DETAIL-LINE.
004220     05  WK-AL-APPEAL-ID     PIC 9(09).
004230     05  FILLER              PIC X(01) VALUE SPACES.
004240     05  WK-AL-CASE-REF      PIC X(15).
004250     05  FILLER              PIC X(01) VALUE SPACES.
004260     05  WK-AL-CLAIM-SEQ     PIC 9(09).
004270     05  FILLER              PIC X(01) VALUE SPACES.
004280     05  WK-AL-RUN-ID        PIC X(08).
004290     05  FILLER              PIC X(01) VALUE SPACES.
004300     05  WK-AL-PROVIDER      PIC X(06).
004310     05  FILLER              PIC X(01) VALUE SPACES.
004320     05  WK-AL-DISCHARGE     PIC 9(08).
004330     05  FILLER              PIC X(01) VALUE SPACES.
004340     05  WK-AL-MBI           PIC X(11).
004350     05  FILLER              PIC X(01) VALUE SPACES.
004360     05  WK-AL-LEVEL         PIC 9(01).
004370     05  FILLER              PIC X(01) VALUE SPACES.
004380     05  WK-AL-FILED         PIC 9(08).
004390     05  FILLER              PIC X(01) VALUE SPACES.
004400     05  WK-AL-DUE           PIC 9(08).
004410     05  FILLER              PIC X(01) VALUE SPACES.
004420     05  WK-AL-STATUS        PIC X(01).
004430     05  FILLER              PIC X(01) VALUE SPACES.
004440     05  WK-AL-OUTCOME       PIC X(01).
004450     05  FILLER              PIC X(01) VALUE SPACES.
004460     05  WK-AL-DAYS          PIC -ZZZ9.
004470     05  FILLER              PIC X(02) VALUE SPACES.
004480     05  WK-AL-NOTE          PIC X(28).
004490 01  WK-DKT-COUNT-LINE.
004500     05  WK-TC-LABEL         PIC X(44).
004510     05  WK-TC-COUNT         PIC ZZZ,ZZ9.
004520 PROCEDURE DIVISION.
004530*===========================================================*
004540* 0000-MAINLINE                                              *
004550*===========================================================*
004560 0000-MAINLINE.
004570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004580     PERFORM 2000-LOAD-DOCKET THRU 2000-EXIT.
004590     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
004600     PERFORM 4000-MATCH-HISTORY THRU 4000-EXIT.
004610     PERFORM 5000-WRITE-ADJ-BILLS THRU 5000-EXIT.
004620     PERFORM 6000-WRITE-DOCKET THRU 6000-EXIT.
004630     PERFORM 7000-AGING-REPORT THRU 7000-EXIT.
004640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004650     STOP RUN.
004660*===========================================================*
004670* 1000-INITIALIZE - READ THE PARAMETER CARDS AND OPEN THE   *
004680* DOCKET REPORT.                                            *
004690*===========================================================*
004700 1000-INITIALIZE.
004710     OPEN INPUT DKT-PARM-FILE.
004720     IF WK-PARM-STATUS = '00'
004730         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
004740             UNTIL PARM-AT-EOF
004750         CLOSE DKT-PARM-FILE
004760     END-IF.
004770     IF WK-RUN-DATE = 0
004780         ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD
004790     END-IF.
004800     MOVE WK-RUN-DATE TO WK-DTS-DATE.
004810     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
004820     MOVE WK-DTS-SERIAL TO WK-RUN-SERIAL.
004830     OPEN OUTPUT DKT-RPT-OUT.
004840     MOVE 'APPEAL DOCKET MAINTENANCE AND AGING' TO WK-RT-TITLE.
004850     MOVE WK-RUN-DATE TO WK-RT-DATE.
004860     MOVE DKT-VERSION TO WK-RT-VERSION.
004870     MOVE WK-RPT-TITLE-LINE TO DKT-RPT-LINE.
004880     WRITE DKT-RPT-LINE.
004890     MOVE WK-RPT-RULE-LINE TO DKT-RPT-LINE.
004900     WRITE DKT-RPT-LINE.
004910 1000-EXIT.
004920     EXIT.
004930 1100-READ-ONE-PARM.
004940     READ DKT-PARM-FILE
004950         AT END
004960             SET PARM-AT-EOF TO TRUE
004970             GO TO 1100-EXIT
004980     END-READ.
004990     IF DKT-PARM-REC = SPACES OR DKT-PARM-REC(1:1) = '*'
005000         GO TO 1100-EXIT
005010     END-IF.
005020     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
005030     UNSTRING DKT-PARM-REC DELIMITED BY '='
005040         INTO WK-RC-KEYWORD WK-RC-VALUE.
005050     EVALUATE WK-RC-KEYWORD
005060         WHEN 'AS-OF-DATE'
005070             IF WK-RC-VALUE(1:8) IS NUMERIC
005080                 MOVE WK-RC-VALUE(1:8) TO WK-RUN-DATE
005090             END-IF
005100         WHEN 'REDET-DAYS'
005110             IF WK-RC-VALUE(1:3) IS NUMERIC
005120                 MOVE WK-RC-VALUE(1:3) TO WK-REDET-DAYS
005130             END-IF
005140         WHEN 'RECON-DAYS'
005150             IF WK-RC-VALUE(1:3) IS NUMERIC
005160                 MOVE WK-RC-VALUE(1:3) TO WK-RECON-DAYS
005170             END-IF
005180         WHEN 'ALJ-DAYS'
005190             IF WK-RC-VALUE(1:3) IS NUMERIC
005200                 MOVE WK-RC-VALUE(1:3) TO WK-ALJ-DAYS
005210             END-IF
005220         WHEN 'WARN-DAYS'
005230             IF WK-RC-VALUE(1:3) IS NUMERIC
005240                 MOVE WK-RC-VALUE(1:3) TO WK-WARN-DAYS
005250             END-IF
005260         WHEN 'EFFECT-DAYS'
005270             IF WK-RC-VALUE(1:3) IS NUMERIC
005280                 MOVE WK-RC-VALUE(1:3) TO WK-EFFECT-DAYS
005290             END-IF
005300         WHEN OTHER
005310             DISPLAY 'PPDKT215 - PARAMETER CARD IGNORED : '
005320                     DKT-PARM-REC
005330     END-EVALUATE.
005340 1100-EXIT.
005350     EXIT.
005360*===========================================================*
005370* 2000-LOAD-DOCKET - A MISSING DOCKET STARTS A NEW ONE.     *
005380*===========================================================*
005390 2000-LOAD-DOCKET.
005400     OPEN INPUT DOCKET-FILE-IN.
005410     IF WK-DKTIN-STATUS NOT = '00'
005420         DISPLAY 'PPDKT215 - NO PRIOR DOCKET - STARTING A NEW '
005430                 'ONE'
005440         GO TO 2000-EXIT
005450     END-IF.
005460     PERFORM 2010-READ-ONE-ROW THRU 2010-EXIT
005470         UNTIL DKTIN-AT-EOF.
005480     CLOSE DOCKET-FILE-IN.
005490     IF A-TABLE-IS-FULL
005500         DISPLAY 'PPDKT215 - DOCKET TABLE FULL - RUN STOPPED'
005510         MOVE 16 TO RETURN-CODE
005520     END-IF.
005530 2000-EXIT.
005540     EXIT.
005550 2010-READ-ONE-ROW.
005560     READ DOCKET-FILE-IN
005570         AT END
005580             SET DKTIN-AT-EOF TO TRUE
005590             GO TO 2010-EXIT
005600     END-READ.
005610     ADD 1 TO WK-DOCKET-IN.
005620     IF WK-DK-COUNT NOT < 5000
005630         SET A-TABLE-IS-FULL TO TRUE
005640         GO TO 2010-EXIT
005650     END-IF.
005660     ADD 1 TO WK-DK-COUNT.
005670     SET DK-IDX TO WK-DK-COUNT.
005680     MOVE DOCKET-IN-REC TO DK-ROW(DK-IDX).
005690     MOVE 'N' TO DK-NEW-SW(DK-IDX).
005700     IF DK-APPEAL-ID(DK-IDX) > WK-HIGH-ID
005710         MOVE DK-APPEAL-ID(DK-IDX) TO WK-HIGH-ID
005720     END-IF.
005730 2010-EXIT.
005740     EXIT.
005750*===========================================================*
005760* 3000-APPLY-TRANSACTIONS - APPLY EACH TRANSACTION TO THE   *
005770* DOCKET IN FILE ORDER AND LIST IT WITH ITS DISPOSITION.    *
005780* A NEW FILING IS ADDED NOW AND CONFIRMED AGAINST THE       *
005790* HISTORY REPOSITORY IN 4000.                               *
005800*===========================================================*
005810 3000-APPLY-TRANSACTIONS.
005820     IF RETURN-CODE NOT < 16
005830         GO TO 3000-EXIT
005840     END-IF.
005850     OPEN INPUT DOCKET-TRAN-IN.
005860     IF WK-TRAN-STATUS NOT = '00'
005870         DISPLAY 'PPDKT215 - NO DOCKET TRANSACTIONS - DOCKET '
005880                 'REVIEWED ONLY'
005890         GO TO 3000-EXIT
005900     END-IF.
005910     MOVE 'DOCKET TRANSACTIONS' TO WK-RS-TEXT.
005920     MOVE WK-RPT-SECTION-LINE TO DKT-RPT-LINE.
005930     WRITE DKT-RPT-LINE.
005940     MOVE WK-TX-HEADING TO DKT-RPT-LINE.
005950     WRITE DKT-RPT-LINE.
005960     PERFORM 3010-READ-ONE-TRAN THRU 3010-EXIT
005970         UNTIL TRAN-AT-EOF.
005980     CLOSE DOCKET-TRAN-IN.
005990     IF A-TABLE-IS-FULL
006000         DISPLAY 'PPDKT215 - DOCKET TABLE FULL - RUN STOPPED'
006010         MOVE 16 TO RETURN-CODE
006020     END-IF.
006030 3000-EXIT.
006040     EXIT.
006050 3010-READ-ONE-TRAN.
006060     READ DOCKET-TRAN-IN
006070         AT END
006080             SET TRAN-AT-EOF TO TRUE
006090             GO TO 3010-EXIT
006100     END-READ.
006110     IF DOCKET-TRAN-REC = SPACES OR DT-ACTION = '*'
006120         GO TO 3010-EXIT
006130     END-IF.
006140     ADD 1 TO WK-TRANS-READ.
006150     MOVE SPACES TO WK-TRAN-MESSAGE.
006160     MOVE ZEROES TO WK-FIND-ID.
006170     IF DT-APPEAL-ID IS NUMERIC
006180         MOVE DT-APPEAL-ID TO WK-FIND-ID
006190     END-IF.
006200     EVALUATE TRUE
006210         WHEN DT-ACTION-DATE NOT NUMERIC
006220            OR DT-ACTION-DATE = 0
006230             MOVE 'REJECTED - BAD DATE' TO WK-TRAN-MESSAGE
006240         WHEN DT-FILE-APPEAL
006250             PERFORM 3100-FILE-APPEAL THRU 3100-EXIT
006260         WHEN DT-DECISION
006270             PERFORM 3200-RECORD-DECISION THRU 3200-EXIT
006280         WHEN DT-ESCALATE
006290             PERFORM 3300-ESCALATE-APPEAL THRU 3300-EXIT
006300         WHEN DT-WITHDRAW
006310             PERFORM 3400-WITHDRAW-APPEAL THRU 3400-EXIT
006320         WHEN OTHER
006330             MOVE 'REJECTED - BAD ACTION CODE' TO WK-TRAN-MESSAGE
006340     END-EVALUATE.
006350     IF WK-TRAN-MESSAGE(1:8) = 'REJECTED'
006360         ADD 1 TO WK-TRANS-REJECTED
006370     END-IF.
006380     PERFORM 3900-WRITE-TRAN-LINE THRU 3900-EXIT.
006390 3010-EXIT.
006400     EXIT.
006410*-----------------------------------------------------------*
006420* 3100-FILE-APPEAL - ADD THE NEW APPEAL, OPEN, WITH ITS DUE *
006430* DATE.  THE CLAIM'S FACTS ARE FILLED IN FROM THE HISTORY   *
006440* REPOSITORY IN 4000.                                       *
006450*-----------------------------------------------------------*
006460 3100-FILE-APPEAL.
006470     IF DT-CLAIM-SEQ NOT NUMERIC OR DT-CLAIM-SEQ = 0
006480         MOVE 'REJECTED - BAD CLAIM SEQUENCE ID'
006490             TO WK-TRAN-MESSAGE
006500         GO TO 3100-EXIT
006510     END-IF.
006520     IF DT-LEVEL = SPACE
006530         MOVE '1' TO DT-LEVEL
006540     END-IF.
006550     IF DT-LEVEL NOT = '1' AND '2' AND '3'
006560         MOVE 'REJECTED - BAD APPEAL LEVEL' TO WK-TRAN-MESSAGE
006570         GO TO 3100-EXIT
006580     END-IF.
006590     IF WK-DK-COUNT NOT < 5000
006600         SET A-TABLE-IS-FULL TO TRUE
006610         MOVE 'REJECTED - DOCKET TABLE FULL' TO WK-TRAN-MESSAGE
006620         GO TO 3100-EXIT
006630     END-IF.
006640     MOVE SPACES           TO APPEAL-DOCKET-REC.
006650     MOVE ZEROES           TO AD-DISCHARGE-DATE AD-PAID-DRG
006660                              AD-PAID-RTC AD-PAID-AMT.
006670     MOVE DT-CASE-REF      TO AD-CASE-REF.
006680     MOVE DT-CLAIM-SEQ     TO AD-CLAIM-SEQ.
006690     MOVE DT-RUN-ID        TO AD-RUN-ID.
006700     MOVE DT-LEVEL         TO AD-LEVEL.
006710     MOVE ZEROES           TO AD-PRIOR-APPEAL-ID.
006720     MOVE 'FILED'          TO WK-FILED-WORD.
006730     PERFORM 3500-ADD-NEW-ROW THRU 3500-EXIT.
006740     ADD 1 TO WK-APPEALS-FILED.
006750 3100-EXIT.
006760     EXIT.
006770*-----------------------------------------------------------*
006780* 3200-RECORD-DECISION - ONLY AN OPEN APPEAL IS DECIDED.  A *
006790* FAVORABLE OR PARTIAL DECISION AWAITS ITS ADJUSTMENT BILL  *
006800* AND EFFECTUATION; ANY OTHER CLOSES THE APPEAL.            *
006810*-----------------------------------------------------------*
006820 3200-RECORD-DECISION.
006830     PERFORM 8100-FIND-APPEAL THRU 8100-EXIT.
006840     IF NOT APPEAL-WAS-FOUND
006850         MOVE 'REJECTED - APPEAL NOT ON DOCKET' TO WK-TRAN-MESSAGE
006860         GO TO 3200-EXIT
006870     END-IF.
006880     MOVE DK-ROW(DK-SIDX) TO APPEAL-DOCKET-REC.
006890     EVALUATE TRUE
006900         WHEN NOT AD-OPEN
006910             MOVE 'REJECTED - APPEAL NOT OPEN' TO WK-TRAN-MESSAGE
006920         WHEN DT-OUTCOME NOT = 'F' AND 'P' AND 'U' AND 'D'
006930             MOVE 'REJECTED - BAD OUTCOME' TO WK-TRAN-MESSAGE
006940         WHEN DT-ACTION-DATE < AD-FILED-DATE
006950             MOVE 'REJECTED - DECIDED BEFORE FILED'
006960                 TO WK-TRAN-MESSAGE
006970         WHEN DT-DECIDED-DRG NOT = SPACES
006980          AND DT-DECIDED-DRG NOT NUMERIC
006990             MOVE 'REJECTED - BAD DECIDED DRG' TO WK-TRAN-MESSAGE
007000         WHEN DT-OUTCOME = 'P'
007010          AND (DT-DECIDED-DRG NOT NUMERIC
007020               OR DT-DECIDED-DRG = '000')
007030             MOVE 'REJECTED - PARTIAL NEEDS DECIDED DRG'
007040                 TO WK-TRAN-MESSAGE
007050     END-EVALUATE.
007060     IF WK-TRAN-MESSAGE NOT = SPACES
007070         GO TO 3200-EXIT
007080     END-IF.
007090     MOVE DT-OUTCOME     TO AD-OUTCOME.
007100     MOVE DT-ACTION-DATE TO AD-DECISION-DATE.
007110     MOVE ZEROES         TO AD-DECIDED-DRG.
007120     IF DT-DECIDED-DRG IS NUMERIC
007130         MOVE DT-DECIDED-DRG TO AD-DECIDED-DRG
007140     END-IF.
007150     IF AD-FAVORABLE OR AD-PARTIAL
007160         MOVE 'E' TO AD-STATUS
007170         MOVE '- ADJUSTMENT TO BE BILLED' TO WK-DECIDE-TAIL
007180     ELSE
007190         MOVE 'C' TO AD-STATUS
007200         MOVE AD-DECISION-DATE TO AD-CLOSED-DATE
007210         MOVE '- APPEAL CLOSED' TO WK-DECIDE-TAIL
007220     END-IF.
007230     IF AD-DECISION-DATE > AD-DUE-DATE
007240         ADD 1 TO WK-DECIDED-LATE
007250         STRING 'DECIDED LATE ' WK-DECIDE-TAIL
007260             DELIMITED BY SIZE INTO WK-TRAN-MESSAGE
007270     ELSE
007280         STRING 'DECIDED ' WK-DECIDE-TAIL
007290             DELIMITED BY SIZE INTO WK-TRAN-MESSAGE
007300     END-IF.
007310     MOVE APPEAL-DOCKET-REC TO DK-ROW(DK-SIDX).
007320     ADD 1 TO WK-DECISIONS.
007330 3200-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------*
007360* 3300-ESCALATE-APPEAL - AN UNFAVORABLE, PARTIAL OR         *
007370* DISMISSED DECISION BELOW THE ALJ LEVEL, NOT ALREADY       *
007380* ESCALATED, IS APPEALED TO THE NEXT LEVEL AS A NEW ROW FOR *
007390* THE SAME CLAIM.                                           *
007400*-----------------------------------------------------------*
007410 3300-ESCALATE-APPEAL.
007420     PERFORM 8100-FIND-APPEAL THRU 8100-EXIT.
007430     IF NOT APPEAL-WAS-FOUND
007440         MOVE 'REJECTED - APPEAL NOT ON DOCKET' TO WK-TRAN-MESSAGE
007450         GO TO 3300-EXIT
007460     END-IF.
007470     MOVE DK-ROW(DK-SIDX) TO APPEAL-DOCKET-REC.
007480     EVALUATE TRUE
007490         WHEN DK-NEW-SW(DK-SIDX) NOT = 'N'
007500             MOVE 'REJECTED - APPEAL FILED THIS RUN'
007510                 TO WK-TRAN-MESSAGE
007520         WHEN NOT (AD-UNFAVORABLE OR AD-PARTIAL OR AD-DISMISSED)
007530             MOVE 'REJECTED - NO ADVERSE DECISION'
007540                 TO WK-TRAN-MESSAGE
007550         WHEN AD-ALJ-HEARING
007560             MOVE 'REJECTED - ALREADY AT ALJ LEVEL'
007570                 TO WK-TRAN-MESSAGE
007580         WHEN AD-NEXT-APPEAL-ID NOT = 0
007590             MOVE 'REJECTED - ALREADY ESCALATED'
007600                 TO WK-TRAN-MESSAGE
007610         WHEN DT-ACTION-DATE < AD-DECISION-DATE
007620             MOVE 'REJECTED - FILED BEFORE DECISION'
007630                 TO WK-TRAN-MESSAGE
007640         WHEN WK-DK-COUNT NOT < 5000
007650             SET A-TABLE-IS-FULL TO TRUE
007660             MOVE 'REJECTED - DOCKET TABLE FULL'
007670                 TO WK-TRAN-MESSAGE
007680     END-EVALUATE.
007690     IF WK-TRAN-MESSAGE NOT = SPACES
007700         GO TO 3300-EXIT
007710     END-IF.
007720     COMPUTE WK-NEXT-LEVEL = AD-LEVEL + 1.
007730     MOVE AD-APPEAL-ID TO AD-PRIOR-APPEAL-ID.
007740     MOVE WK-NEXT-LEVEL TO AD-LEVEL.
007750     MOVE DT-CASE-REF  TO AD-CASE-REF.
007760     MOVE 'ESCALATED'  TO WK-FILED-WORD.
007770     PERFORM 3500-ADD-NEW-ROW THRU 3500-EXIT.
007780     MOVE DK-ROW(DK-SIDX) TO APPEAL-DOCKET-REC.
007790     MOVE WK-HIGH-ID TO AD-NEXT-APPEAL-ID.
007800     MOVE APPEAL-DOCKET-REC TO DK-ROW(DK-SIDX).
007810     ADD 1 TO WK-ESCALATIONS.
007820 3300-EXIT.
007830     EXIT.
007840*-----------------------------------------------------------*
007850* 3400-WITHDRAW-APPEAL - ONLY AN OPEN APPEAL IS WITHDRAWN.  *
007860*-----------------------------------------------------------*
007870 3400-WITHDRAW-APPEAL.
007880     PERFORM 8100-FIND-APPEAL THRU 8100-EXIT.
007890     IF NOT APPEAL-WAS-FOUND
007900         MOVE 'REJECTED - APPEAL NOT ON DOCKET' TO WK-TRAN-MESSAGE
007910         GO TO 3400-EXIT
007920     END-IF.
007930     MOVE DK-ROW(DK-SIDX) TO APPEAL-DOCKET-REC.
007940     IF NOT AD-OPEN
007950         MOVE 'REJECTED - APPEAL NOT OPEN' TO WK-TRAN-MESSAGE
007960         GO TO 3400-EXIT
007970     END-IF.
007980     MOVE 'W'            TO AD-OUTCOME.
007990     MOVE 'C'            TO AD-STATUS.
008000     MOVE DT-ACTION-DATE TO AD-DECISION-DATE AD-CLOSED-DATE.
008010     MOVE APPEAL-DOCKET-REC TO DK-ROW(DK-SIDX).
008020     MOVE 'WITHDRAWN - APPEAL CLOSED' TO WK-TRAN-MESSAGE.
008030     ADD 1 TO WK-WITHDRAWALS.
008040 3400-EXIT.
008050     EXIT.
008060*-----------------------------------------------------------*
008070* 3500-ADD-NEW-ROW - THE CLAIM AND LEVEL ARE SET IN THE     *
008080* BUFFER; NUMBER IT, OPEN IT AS FILED ON THE TRANSACTION    *
008090* DATE AND START ITS DECISION CLOCK.                        *
008100*-----------------------------------------------------------*
008110 3500-ADD-NEW-ROW.
008120     ADD 1 TO WK-HIGH-ID.
008130     MOVE WK-HIGH-ID     TO AD-APPEAL-ID.
008140     MOVE DT-ACTION-DATE TO AD-FILED-DATE.
008150     MOVE 'O'            TO AD-STATUS.
008160     MOVE SPACE          TO AD-OUTCOME.
008170     MOVE SPACES         TO AD-EFFECT-RUN-ID.
008180     MOVE ZEROES         TO AD-DECISION-DATE AD-DECIDED-DRG
008190                            AD-BILL-DATE AD-EFFECT-DATE
008200                            AD-EFFECT-CLAIM-SEQ
008210                            AD-EFFECT-PAID-AMT AD-CLOSED-DATE
008220                            AD-NEXT-APPEAL-ID.
008230     PERFORM 8540-SET-DUE-DATE THRU 8540-EXIT.
008240     ADD 1 TO WK-DK-COUNT.
008250     SET DK-IDX TO WK-DK-COUNT.
008260     MOVE APPEAL-DOCKET-REC TO DK-ROW(DK-IDX).
008270     MOVE 'Y' TO DK-NEW-SW(DK-IDX).
008280     MOVE SPACES TO WK-TRAN-MESSAGE.
008290     STRING WK-FILED-WORD DELIMITED BY SPACE
008300            ' - APPEAL ' AD-APPEAL-ID ' DUE ' AD-DUE-DATE
008310         DELIMITED BY SIZE INTO WK-TRAN-MESSAGE.
008320 3500-EXIT.
008330     EXIT.
008340 3900-WRITE-TRAN-LINE.
008350     MOVE DT-ACTION       TO WK-TX-ACTION.
008360     MOVE DT-APPEAL-ID    TO WK-TX-APPEAL-ID.
008370     MOVE DT-CLAIM-SEQ    TO WK-TX-CLAIM-SEQ.
008380     MOVE DT-RUN-ID       TO WK-TX-RUN-ID.
008390     MOVE DT-LEVEL        TO WK-TX-LEVEL.
008400     MOVE DT-ACTION-DATE  TO WK-TX-DATE.
008410     MOVE DT-OUTCOME      TO WK-TX-OUTCOME.
008420     MOVE DT-DECIDED-DRG  TO WK-TX-DRG.
008430     MOVE DT-CASE-REF     TO WK-TX-CASE-REF.
008440     MOVE WK-TRAN-MESSAGE TO WK-TX-MESSAGE.
008450     MOVE WK-TX-DETAIL-LINE TO DKT-RPT-LINE.
008460     WRITE DKT-RPT-LINE.
008470 3900-EXIT.
008480     EXIT.
008490*===========================================================*
008500* 4000-MATCH-HISTORY - ONE PASS OF THE HISTORY REPOSITORY   *
008510* FOR THE NEW FILINGS AND THE BILLED DECISIONS.  A FILING   *
008520* TAKES THE CLAIM'S FACTS FROM ITS PRICING; A BILLED        *
008530* DECISION WHOSE ADJUSTED PAYMENT IS FOUND IS EFFECTUATED   *
008540* AND CLOSED.                                               *
008550*===========================================================*
008560 4000-MATCH-HISTORY.
008570     IF RETURN-CODE NOT < 16
008580         GO TO 4000-EXIT
008590     END-IF.
008600     IF WK-DK-COUNT > 0
008610         PERFORM 4010-LIST-ONE-ROW THRU 4010-EXIT
008620             VARYING DK-IDX FROM 1 BY 1
008630             UNTIL DK-IDX > WK-DK-COUNT
008640     END-IF.
008650     IF WK-HW-COUNT = 0
008660         GO TO 4000-EXIT
008670     END-IF.
008680     OPEN INPUT HIST-REPO-FILE.
008690     IF WK-HISTREPO-STATUS NOT = '00'
008700         DISPLAY 'PPDKT215 - HISTORY REPOSITORY OPEN FAILED - '
008710                 'STATUS ' WK-HISTREPO-STATUS
008720         MOVE 16 TO RETURN-CODE
008730         GO TO 4000-EXIT
008740     END-IF.
008750     PERFORM 4100-READ-ONE-HIST THRU 4100-EXIT
008760         UNTIL HIST-AT-EOF.
008770     CLOSE HIST-REPO-FILE.
008780     MOVE 'NEW APPEALS NOT MATCHED TO A PRICED CLAIM - DROPPED'
008790         TO WK-RS-TEXT.
008800     MOVE WK-RPT-SECTION-LINE TO DKT-RPT-LINE.
008810     WRITE DKT-RPT-LINE.
008820     MOVE WK-AD-HEADING TO DKT-RPT-LINE.
008830     WRITE DKT-RPT-LINE.
008840     PERFORM 4200-SETTLE-ONE-FILING THRU 4200-EXIT
008850         VARYING HW-IDX FROM 1 BY 1
008860         UNTIL HW-IDX > WK-HW-COUNT.
008870     MOVE 'APPEALS EFFECTUATED AND CLOSED THIS RUN'
008880         TO WK-RS-TEXT.
008890     MOVE WK-RPT-SECTION-LINE TO DKT-RPT-LINE.
008900     WRITE DKT-RPT-LINE.
008910     MOVE WK-AD-HEADING TO DKT-RPT-LINE.
008920     WRITE DKT-RPT-LINE.
008930     PERFORM 4300-SETTLE-ONE-EFFECT THRU 4300-EXIT
008940         VARYING HW-IDX FROM 1 BY 1
008950         UNTIL HW-IDX > WK-HW-COUNT.
008960 4000-EXIT.
008970     EXIT.
008980 4010-LIST-ONE-ROW.
008990     MOVE DK-ROW(DK-IDX) TO APPEAL-DOCKET-REC.
009000     IF DK-NEW-SW(DK-IDX) = 'Y' AND AD-PRIOR-APPEAL-ID = 0
009010         CONTINUE
009020     ELSE
009030         IF NOT AD-AWAITING-EFFECT OR AD-BILL-DATE = 0
009040             GO TO 4010-EXIT
009050         END-IF
009060     END-IF.
009070     IF WK-HW-COUNT NOT < 2000
009080         SET A-TABLE-IS-FULL TO TRUE
009090         GO TO 4010-EXIT
009100     END-IF.
009110     ADD 1 TO WK-HW-COUNT.
009120     SET HW-IDX TO WK-HW-COUNT.
009130     SET HW-DK-SUB(HW-IDX)      TO DK-IDX.
009140     IF DK-NEW-SW(DK-IDX) = 'Y'
009150         MOVE 'F' TO HW-TYPE(HW-IDX)
009160     ELSE
009170         MOVE 'E' TO HW-TYPE(HW-IDX)
009180     END-IF.
009190     MOVE AD-CLAIM-SEQ          TO HW-CLAIM-SEQ(HW-IDX).
009200     MOVE AD-RUN-ID             TO HW-RUN-ID(HW-IDX).
009210     MOVE AD-PROVIDER-NO        TO HW-PROVIDER-NO(HW-IDX).
009220     MOVE AD-DISCHARGE-DATE     TO HW-DISCHARGE-DATE(HW-IDX).
009230     MOVE AD-MBI                TO HW-MBI(HW-IDX).
009240     MOVE AD-BILL-DATE          TO HW-BILL-DATE(HW-IDX).
009250     MOVE AD-DECIDED-DRG        TO HW-DECIDED-DRG(HW-IDX).
009260     MOVE ZEROES TO HW-MATCHES(HW-IDX) HW-FD-RUN-DATE(HW-IDX)
009270                    HW-FD-CLAIM-SEQ(HW-IDX)
009280                    HW-FD-DISCHARGE(HW-IDX) HW-FD-DRG(HW-IDX)
009290                    HW-FD-RTC(HW-IDX) HW-FD-PAID(HW-IDX).
009300     MOVE SPACES TO HW-FD-RUN-ID(HW-IDX)
009310                    HW-FD-PROVIDER-NO(HW-IDX) HW-FD-MBI(HW-IDX).
009320 4010-EXIT.
009330     EXIT.
009340 4100-READ-ONE-HIST.
009350     READ HIST-REPO-FILE NEXT
009360         AT END
009370             SET HIST-AT-EOF TO TRUE
009380             GO TO 4100-EXIT
009390     END-READ.
009400     ADD 1 TO WK-HIST-ROWS.
009410     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
009420     PERFORM 4110-TEST-ONE-WORK THRU 4110-EXIT
009430         VARYING HW-IDX FROM 1 BY 1
009440         UNTIL HW-IDX > WK-HW-COUNT.
009450 4100-EXIT.
009460     EXIT.
009470 4110-TEST-ONE-WORK.
009480     IF HW-TYPE(HW-IDX) = 'F'
009490         IF HR-CLAIM-SEQ NOT = HW-CLAIM-SEQ(HW-IDX)
009500            OR (HW-RUN-ID(HW-IDX) NOT = SPACES
009510                AND HR-RUN-ID NOT = HW-RUN-ID(HW-IDX))
009520             GO TO 4110-EXIT
009530         END-IF
009540     ELSE
009550         IF HR-PROVIDER-NO NOT = HW-PROVIDER-NO(HW-IDX)
009560            OR HR-DISCHARGE-DATE NOT = HW-DISCHARGE-DATE(HW-IDX)
009570            OR HR-MBI NOT = HW-MBI(HW-IDX)
009580            OR HR-RUN-ID = HW-RUN-ID(HW-IDX)
009590            OR HR-RUN-DATE < HW-BILL-DATE(HW-IDX)
009600            OR WK-HRD-RTC NOT < 50
009610             GO TO 4110-EXIT
009620         END-IF
009630         IF HW-DECIDED-DRG(HW-IDX) NOT = 0
009640            AND HR-DRG NOT = HW-DECIDED-DRG(HW-IDX)
009650             GO TO 4110-EXIT
009660         END-IF
009670         IF HW-MATCHES(HW-IDX) > 0
009680            AND HR-RUN-DATE < HW-FD-RUN-DATE(HW-IDX)
009690             GO TO 4110-EXIT
009700         END-IF
009710     END-IF.
009720     ADD 1 TO HW-MATCHES(HW-IDX).
009730     MOVE HR-RUN-DATE          TO HW-FD-RUN-DATE(HW-IDX).
009740     MOVE HR-RUN-ID            TO HW-FD-RUN-ID(HW-IDX).
009750     MOVE HR-CLAIM-SEQ         TO HW-FD-CLAIM-SEQ(HW-IDX).
009760     MOVE HR-PROVIDER-NO       TO HW-FD-PROVIDER-NO(HW-IDX).
009770     MOVE HR-DISCHARGE-DATE    TO HW-FD-DISCHARGE(HW-IDX).
009780     MOVE HR-MBI               TO HW-FD-MBI(HW-IDX).
009790     MOVE HR-DRG               TO HW-FD-DRG(HW-IDX).
009800     MOVE WK-HRD-RTC           TO HW-FD-RTC(HW-IDX).
009810     MOVE WK-HRD-TOTAL-PAYMENT TO HW-FD-PAID(HW-IDX).
009820 4110-EXIT.
009830     EXIT.
009840*-----------------------------------------------------------*
009850* 4200-SETTLE-ONE-FILING - A FILING MATCHING ONE PRICING    *
009860* TAKES ITS FACTS; NO MATCH, A SEQUENCE ID PRICED IN MORE   *
009870* THAN ONE RUN WITH NO RUN ID GIVEN, OR A CLAIM ALREADY     *
009880* UNDER APPEAL DROPS THE FILING.  AN ESCALATED APPEAL       *
009890* COPIED ITS FACTS FROM THE LOWER LEVEL AND IS NOT LISTED.  *
009900*-----------------------------------------------------------*
009910 4200-SETTLE-ONE-FILING.
009920     IF HW-TYPE(HW-IDX) NOT = 'F'
009930         GO TO 4200-EXIT
009940     END-IF.
009950     SET DK-IDX TO HW-DK-SUB(HW-IDX).
009960     MOVE DK-ROW(DK-IDX) TO APPEAL-DOCKET-REC.
009970     IF HW-MATCHES(HW-IDX) = 1
009980         MOVE HW-FD-RUN-ID(HW-IDX)      TO AD-RUN-ID
009990         MOVE HW-FD-PROVIDER-NO(HW-IDX) TO AD-PROVIDER-NO
010000         MOVE HW-FD-DISCHARGE(HW-IDX)   TO AD-DISCHARGE-DATE
010010         MOVE HW-FD-MBI(HW-IDX)         TO AD-MBI
010020         MOVE HW-FD-DRG(HW-IDX)         TO AD-PAID-DRG
010030         MOVE HW-FD-RTC(HW-IDX)         TO AD-PAID-RTC
010040         MOVE ZEROES                    TO AD-PAID-AMT
010050         IF HW-FD-RTC(HW-IDX) < 50
010060             MOVE HW-FD-PAID(HW-IDX)    TO AD-PAID-AMT
010070         END-IF
010080         MOVE APPEAL-DOCKET-REC TO DK-ROW(DK-IDX)
010090         PERFORM 4210-CHECK-UNDER-APPEAL THRU 4210-EXIT
010100         IF NOT CLAIM-UNDER-APPEAL
010110             GO TO 4200-EXIT
010120         END-IF
010130         MOVE 'CLAIM ALREADY UNDER APPEAL' TO WK-AL-NOTE
010140     ELSE
010150         IF HW-MATCHES(HW-IDX) = 0
010160             MOVE 'CLAIM NOT IN HISTORY' TO WK-AL-NOTE
010170         ELSE
010180             MOVE 'SEVERAL RUNS - RUN-ID NEEDED'
010190                 TO WK-AL-NOTE
010200         END-IF
010210     END-IF.
010220     MOVE 'X' TO DK-NEW-SW(DK-IDX).
010230     SUBTRACT 1 FROM WK-APPEALS-FILED.
010240     ADD 1 TO WK-FILINGS-DROPPED.
010250     MOVE ZEROES TO WK-DAYS-LEFT.
010260     PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT.
010270 4200-EXIT.
010280     EXIT.
010290*-----------------------------------------------------------*
010300* 4210-CHECK-UNDER-APPEAL - ANOTHER APPEAL OF THE SAME      *
010310* PRICING STILL OPEN OR AWAITING EFFECTUATION.              *
010320*-----------------------------------------------------------*
010330 4210-CHECK-UNDER-APPEAL.
010340     MOVE 'N' TO WK-DUP-SW.
010350     SET DK-SIDX TO 1.
010360     SEARCH DK-ENTRY VARYING DK-SIDX
010370         AT END
010380             CONTINUE
010390         WHEN DK-SIDX > WK-DK-COUNT
010400             CONTINUE
010410         WHEN DK-SIDX NOT = DK-IDX
010420          AND DK-NEW-SW(DK-SIDX) NOT = 'X'
010430          AND DK-CLAIM-SEQ(DK-SIDX) = AD-CLAIM-SEQ
010440          AND DK-RUN-ID(DK-SIDX) = AD-RUN-ID
010450          AND DK-STATUS(DK-SIDX) NOT = 'C'
010460             SET CLAIM-UNDER-APPEAL TO TRUE
010470     END-SEARCH.
010480 4210-EXIT.
010490     EXIT.
010500*-----------------------------------------------------------*
010510* 4300-SETTLE-ONE-EFFECT - A BILLED DECISION WHOSE ADJUSTED *
010520* PAYMENT WAS FOUND CLOSES.                                 *
010530*-----------------------------------------------------------*
010540 4300-SETTLE-ONE-EFFECT.
010550     IF HW-TYPE(HW-IDX) NOT = 'E' OR HW-MATCHES(HW-IDX) = 0
010560         GO TO 4300-EXIT
010570     END-IF.
010580     SET DK-IDX TO HW-DK-SUB(HW-IDX).
010590     MOVE DK-ROW(DK-IDX) TO APPEAL-DOCKET-REC.
010600     MOVE HW-FD-RUN-DATE(HW-IDX)  TO AD-EFFECT-DATE.
010610     MOVE HW-FD-RUN-ID(HW-IDX)    TO AD-EFFECT-RUN-ID.
010620     MOVE HW-FD-CLAIM-SEQ(HW-IDX) TO AD-EFFECT-CLAIM-SEQ.
010630     MOVE HW-FD-PAID(HW-IDX)      TO AD-EFFECT-PAID-AMT.
010640     MOVE 'C'                     TO AD-STATUS.
010650     MOVE WK-RUN-DATE             TO AD-CLOSED-DATE.
010660     MOVE APPEAL-DOCKET-REC TO DK-ROW(DK-IDX).
010670     ADD 1 TO WK-EFFECTUATED.
010680     MOVE AD-DECISION-DATE TO WK-DTS-DATE.
010690     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
010700     MOVE WK-DTS-SERIAL TO WK-FROM-SERIAL.
010710     MOVE AD-EFFECT-DATE TO WK-DTS-DATE.
010720     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
010730     COMPUTE WK-DAYS-LEFT = WK-DTS-SERIAL - WK-FROM-SERIAL.
010740     MOVE SPACES TO WK-AL-NOTE.
010750     STRING 'PAID ' AD-EFFECT-RUN-ID ' ' AD-EFFECT-CLAIM-SEQ
010760         DELIMITED BY SIZE INTO WK-AL-NOTE.
010770     PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT.
010780 4300-EXIT.
010790     EXIT.
010800*===========================================================*
010810* 5000-WRITE-ADJ-BILLS - ONE PASS OF THE BILL ARCHIVE FOR   *
010820* THE DECISIONS NOT YET BILLED, THEN AN ADJUSTMENT BILL FOR *
010830* EACH WHOSE BILL WAS FOUND.                                *
010840*===========================================================*
010850 5000-WRITE-ADJ-BILLS.
010860     IF RETURN-CODE NOT < 16
010870         GO TO 5000-EXIT
010880     END-IF.
010890     OPEN OUTPUT DKT-BILL-OUT.
010900     IF WK-DK-COUNT > 0
010910         PERFORM 5010-LIST-ONE-ROW THRU 5010-EXIT
010920             VARYING DK-IDX FROM 1 BY 1
010930             UNTIL DK-IDX > WK-DK-COUNT
010940     END-IF.
010950     IF WK-BL-COUNT = 0
010960         CLOSE DKT-BILL-OUT
010970         GO TO 5000-EXIT
010980     END-IF.
010990     OPEN INPUT BILL-ARCHIVE-IN.
011000     IF WK-BILLARC-STATUS = '00'
011010         PERFORM 5100-READ-ONE-BILL THRU 5100-EXIT
011020             UNTIL BILLARC-AT-EOF
011030         CLOSE BILL-ARCHIVE-IN
011040     ELSE
011050         DISPLAY 'PPDKT215 - BILL ARCHIVE MISSING - NO DECISION '
011060                 'CAN BE BILLED'
011070     END-IF.
011080     MOVE 'ADJUSTMENT BILLS FOR DECISIONS' TO WK-RS-TEXT.
011090     MOVE WK-RPT-SECTION-LINE TO DKT-RPT-LINE.
011100     WRITE DKT-RPT-LINE.
011110     MOVE WK-AD-HEADING TO DKT-RPT-LINE.
011120     WRITE DKT-RPT-LINE.
011130     PERFORM 5200-BILL-ONE-DECISION THRU 5200-EXIT
011140         VARYING BL-IDX FROM 1 BY 1
011150         UNTIL BL-IDX > WK-BL-COUNT.
011160     CLOSE DKT-BILL-OUT.
011170 5000-EXIT.
011180     EXIT.
011190 5010-LIST-ONE-ROW.
011200     IF DK-NEW-SW(DK-IDX) = 'X'
011210         GO TO 5010-EXIT
011220     END-IF.
011230     MOVE DK-ROW(DK-IDX) TO APPEAL-DOCKET-REC.
011240     IF NOT AD-AWAITING-EFFECT OR AD-BILL-DATE NOT = 0
011250         GO TO 5010-EXIT
011260     END-IF.
011270     IF WK-BL-COUNT NOT < 500
011280         ADD 1 TO WK-BL-DEFERRED WK-BILLS-PENDING
011290         GO TO 5010-EXIT
011300     END-IF.
011310     ADD 1 TO WK-BL-COUNT.
011320     SET BL-IDX TO WK-BL-COUNT.
011330     SET BL-DK-SUB(BL-IDX)       TO DK-IDX.
011340     MOVE AD-PROVIDER-NO         TO BL-PROVIDER-NO(BL-IDX).
011350     MOVE AD-DISCHARGE-DATE      TO BL-DISCHARGE-DATE(BL-IDX).
011360     MOVE AD-MBI                 TO BL-MBI(BL-IDX).
011370     MOVE AD-PAID-DRG            TO BL-PAID-DRG(BL-IDX).
011380     MOVE AD-PAID-AMT            TO BL-PRIOR-PAID(BL-IDX).
011390     MOVE 'N'                    TO BL-FOUND-SW(BL-IDX).
011400     MOVE SPACES                 TO BL-BILL-IMAGE(BL-IDX).
011410     IF AD-PRIOR-APPEAL-ID = 0
011420         GO TO 5010-EXIT
011430     END-IF.
011440     MOVE AD-PRIOR-APPEAL-ID TO WK-FIND-ID.
011450     PERFORM 8100-FIND-APPEAL THRU 8100-EXIT.
011460     IF NOT APPEAL-WAS-FOUND
011470         GO TO 5010-EXIT
011480     END-IF.
011490     MOVE DK-ROW(DK-SIDX) TO APPEAL-DOCKET-REC.
011500     IF NOT AD-PARTIAL
011510         GO TO 5010-EXIT
011520     END-IF.
011530     IF AD-EFFECT-DATE = 0
011540         MOVE 'L' TO BL-FOUND-SW(BL-IDX)
011550         GO TO 5010-EXIT
011560     END-IF.
011570     MOVE AD-DECIDED-DRG     TO BL-PAID-DRG(BL-IDX).
011580     MOVE AD-EFFECT-PAID-AMT TO BL-PRIOR-PAID(BL-IDX).
011590 5010-EXIT.
011600     EXIT.
011610 5100-READ-ONE-BILL.
011620     READ BILL-ARCHIVE-IN
011630         AT END
011640             SET BILLARC-AT-EOF TO TRUE
011650             GO TO 5100-EXIT
011660     END-READ.
011670     IF BILL-ARCHIVE-REC(1:3) = 'HDR'
011680        OR BILL-ARCHIVE-REC(1:3) = 'TRL'
011690         GO TO 5100-EXIT
011700     END-IF.
011710     ADD 1 TO WK-ARCHIVE-BILLS.
011720     MOVE BILL-ARCHIVE-REC TO BILL-DATA-2021.
011730     PERFORM 5110-TEST-ONE-DECISION THRU 5110-EXIT
011740         VARYING BL-IDX FROM 1 BY 1
011750         UNTIL BL-IDX > WK-BL-COUNT.
011760 5100-EXIT.
011770     EXIT.
011780 5110-TEST-ONE-DECISION.
011790     IF BL-FOUND-SW(BL-IDX) = 'L'
011800        OR BL-PROVIDER-NO(BL-IDX) NOT = B-21-PROVIDER-NO
011810        OR BL-DISCHARGE-DATE(BL-IDX) NOT = B-21-DISCHARGE-DATE
011820        OR BL-MBI(BL-IDX) NOT = B-21-MBI
011830        OR BL-PAID-DRG(BL-IDX) NOT = B-21-DRG
011840        OR B-21-ACTION-CANCEL
011850         GO TO 5110-EXIT
011860     END-IF.
011870     MOVE 'Y'              TO BL-FOUND-SW(BL-IDX).
011880     MOVE BILL-ARCHIVE-REC TO BL-BILL-IMAGE(BL-IDX).
011890 5110-EXIT.
011900     EXIT.
011910*-----------------------------------------------------------*
011920* 5200-BILL-ONE-DECISION - THE ARCHIVED BILL BECOMES AN     *
011930* ADJUSTMENT AT THE DECIDED DRG (THE DRG AS BILLED WHEN THE *
011940* DECISION NAMES NONE), WITH WHAT WE PAID AS PRIOR PAID.    *
011950*-----------------------------------------------------------*
011960 5200-BILL-ONE-DECISION.
011970     SET DK-IDX TO BL-DK-SUB(BL-IDX).
011980     MOVE DK-ROW(DK-IDX) TO APPEAL-DOCKET-REC.
011990     MOVE ZEROES TO WK-DAYS-LEFT.
012000     IF BL-FOUND-SW(BL-IDX) NOT = 'Y'
012010         ADD 1 TO WK-BILLS-PENDING
012020         IF BL-FOUND-SW(BL-IDX) = 'L'
012030             MOVE 'LOWER LEVEL NOT EFFECTUATED' TO WK-AL-NOTE
012040         ELSE
012050             MOVE 'NO BILL ON ARCHIVE - PENDING' TO WK-AL-NOTE
012060         END-IF
012070         PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT
012080         GO TO 5200-EXIT
012090     END-IF.
012100     MOVE BL-BILL-IMAGE(BL-IDX) TO BILL-DATA-2021.
012110     IF AD-DECIDED-DRG NOT = 0
012120         MOVE AD-DECIDED-DRG TO B-21-DRG
012130     END-IF.
012140     MOVE 'A' TO B-21-ACTION-CODE.
012150     MOVE BL-PRIOR-PAID(BL-IDX) TO B-21-PRIOR-PAID-AMT.
012160     WRITE DKT-BILL-REC FROM BILL-DATA-2021.
012170     ADD 1 TO WK-BILLS-WRITTEN.
012180     MOVE WK-RUN-DATE TO AD-BILL-DATE.
012190     MOVE APPEAL-DOCKET-REC TO DK-ROW(DK-IDX).
012200     MOVE 'ADJUSTMENT BILL WRITTEN' TO WK-AL-NOTE.
012210     PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT.
012220 5200-EXIT.
012230     EXIT.
012240*===========================================================*
012250* 6000-WRITE-DOCKET - CARRY EVERY ROW FORWARD EXCEPT THE    *
012260* DROPPED FILINGS.                                          *
012270*===========================================================*
012280 6000-WRITE-DOCKET.
012290     IF RETURN-CODE NOT < 16
012300         GO TO 6000-EXIT
012310     END-IF.
012320     OPEN OUTPUT DOCKET-FILE-OUT.
012330     IF WK-DK-COUNT > 0
012340         PERFORM 6010-WRITE-ONE-ROW THRU 6010-EXIT
012350             VARYING DK-IDX FROM 1 BY 1
012360             UNTIL DK-IDX > WK-DK-COUNT
012370     END-IF.
012380     CLOSE DOCKET-FILE-OUT.
012390 6000-EXIT.
012400     EXIT.
012410 6010-WRITE-ONE-ROW.
012420     IF DK-NEW-SW(DK-IDX) = 'X'
012430         GO TO 6010-EXIT
012440     END-IF.
012450     MOVE DK-ROW(DK-IDX) TO APPEAL-DOCKET-REC.
012460     EVALUATE TRUE
012470         WHEN AD-OPEN
012480             ADD 1 TO WK-OUT-OPEN
012490         WHEN AD-AWAITING-EFFECT
012500             ADD 1 TO WK-OUT-AWAITING
012510         WHEN OTHER
012520             ADD 1 TO WK-OUT-CLOSED
012530     END-EVALUATE.
012540     WRITE DOCKET-OUT-REC FROM APPEAL-DOCKET-REC.
012550     ADD 1 TO WK-DOCKET-OUT.
012560 6010-EXIT.
012570     EXIT.
012580*===========================================================*
012590* 7000-AGING-REPORT - OPEN APPEALS DUE WITHIN WARN-DAYS OR  *
012600* PAST THEIR DEADLINE (DAYS LEFT, NEGATIVE WHEN PAST DUE),  *
012610* THEN DECISIONS NOT EFFECTUATED WITHIN EFFECT-DAYS (DAYS   *
012620* SINCE THE DECISION).                                      *
012630*===========================================================*
012640 7000-AGING-REPORT.
012650     IF RETURN-CODE NOT < 16
012660         GO TO 7000-EXIT
012670     END-IF.
012680     MOVE 'AGING - OPEN APPEALS APPROACHING OR PAST DEADLINE'
012690         TO WK-RS-TEXT.
012700     MOVE WK-RPT-SECTION-LINE TO DKT-RPT-LINE.
012710     WRITE DKT-RPT-LINE.
012720     MOVE WK-AD-HEADING TO DKT-RPT-LINE.
012730     WRITE DKT-RPT-LINE.
012740     IF WK-DK-COUNT > 0
012750         PERFORM 7100-AGE-ONE-OPEN THRU 7100-EXIT
012760             VARYING DK-IDX FROM 1 BY 1
012770             UNTIL DK-IDX > WK-DK-COUNT
012780     END-IF.
012790     MOVE 'AGING - FAVORABLE DECISIONS NOT EFFECTUATED'
012800         TO WK-RS-TEXT.
012810     MOVE WK-RPT-SECTION-LINE TO DKT-RPT-LINE.
012820     WRITE DKT-RPT-LINE.
012830     MOVE WK-AD-HEADING TO DKT-RPT-LINE.
012840     WRITE DKT-RPT-LINE.
012850     IF WK-DK-COUNT > 0
012860         PERFORM 7200-AGE-ONE-DECISION THRU 7200-EXIT
012870             VARYING DK-IDX FROM 1 BY 1
012880             UNTIL DK-IDX > WK-DK-COUNT
012890     END-IF.
012900 7000-EXIT.
012910     EXIT.
012920 7100-AGE-ONE-OPEN.
012930     IF DK-NEW-SW(DK-IDX) = 'X'
012940         GO TO 7100-EXIT
012950     END-IF.
012960     MOVE DK-ROW(DK-IDX) TO APPEAL-DOCKET-REC.
012970     IF NOT AD-OPEN
012980         GO TO 7100-EXIT
012990     END-IF.
013000     MOVE AD-DUE-DATE TO WK-DTS-DATE.
013010     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
013020     COMPUTE WK-DAYS-LEFT = WK-DTS-SERIAL - WK-RUN-SERIAL.
013030     IF WK-DAYS-LEFT > WK-WARN-DAYS
013040         GO TO 7100-EXIT
013050     END-IF.
013060     IF WK-DAYS-LEFT < 0
013070         ADD 1 TO WK-AGED-PAST-DUE
013080         MOVE 'PAST DUE' TO WK-AL-NOTE
013090     ELSE
013100         ADD 1 TO WK-AGED-DUE-SOON
013110         MOVE 'DUE SOON' TO WK-AL-NOTE
013120     END-IF.
013130     PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT.
013140 7100-EXIT.
013150     EXIT.
013160 7200-AGE-ONE-DECISION.
013170     IF DK-NEW-SW(DK-IDX) = 'X'
013180         GO TO 7200-EXIT
013190     END-IF.
013200     MOVE DK-ROW(DK-IDX) TO APPEAL-DOCKET-REC.
013210     IF NOT AD-AWAITING-EFFECT
013220         GO TO 7200-EXIT
013230     END-IF.
013240     MOVE AD-DECISION-DATE TO WK-DTS-DATE.
013250     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
013260     COMPUTE WK-DAYS-LEFT = WK-RUN-SERIAL - WK-DTS-SERIAL.
013270     IF WK-DAYS-LEFT NOT > WK-EFFECT-DAYS
013280         GO TO 7200-EXIT
013290     END-IF.
013300     ADD 1 TO WK-AGED-NOT-EFFECT.
013310     IF AD-BILL-DATE = 0
013320         MOVE 'NOT EFFECTUATED - NOT BILLED' TO WK-AL-NOTE
013330     ELSE
013340         MOVE SPACES TO WK-AL-NOTE
013350         STRING 'BILLED ' AD-BILL-DATE ' NOT PAID'
013360             DELIMITED BY SIZE INTO WK-AL-NOTE
013370     END-IF.
013380     PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT.
013390 7200-EXIT.
013400     EXIT.
013410*-----------------------------------------------------------*
013420* 8100-FIND-APPEAL - THE DOCKET ROW FOR WK-FIND-ID, AT      *
013430* DK-SIDX.                                                  *
013440*-----------------------------------------------------------*
013450 8100-FIND-APPEAL.
013460     MOVE 'N' TO WK-FOUND-SW.
013470     IF WK-FIND-ID = 0 OR WK-DK-COUNT = 0
013480         GO TO 8100-EXIT
013490     END-IF.
013500     SET DK-SIDX TO 1.
013510     SEARCH DK-ENTRY VARYING DK-SIDX
013520         AT END
013530             CONTINUE
013540         WHEN DK-SIDX > WK-DK-COUNT
013550             CONTINUE
013560         WHEN DK-APPEAL-ID(DK-SIDX) = WK-FIND-ID
013570             SET APPEAL-WAS-FOUND TO TRUE
013580     END-SEARCH.
013590 8100-EXIT.
013600     EXIT.
013610*-----------------------------------------------------------*
013620* 8200-WRITE-ROW-LINE - THE DOCKET ROW IN THE BUFFER, WITH  *
013630* WK-DAYS-LEFT AND THE NOTE IN WK-AL-NOTE.                  *
013640*-----------------------------------------------------------*
013650 8200-WRITE-ROW-LINE.
013660     MOVE AD-APPEAL-ID      TO WK-AL-APPEAL-ID.
013670     MOVE AD-CASE-REF       TO WK-AL-CASE-REF.
013680     MOVE AD-CLAIM-SEQ      TO WK-AL-CLAIM-SEQ.
013690     MOVE AD-RUN-ID         TO WK-AL-RUN-ID.
013700     MOVE AD-PROVIDER-NO    TO WK-AL-PROVIDER.
013710     MOVE AD-DISCHARGE-DATE TO WK-AL-DISCHARGE.
013720     MOVE AD-MBI            TO WK-AL-MBI.
013730     MOVE AD-LEVEL          TO WK-AL-LEVEL.
013740     MOVE AD-FILED-DATE     TO WK-AL-FILED.
013750     MOVE AD-DUE-DATE       TO WK-AL-DUE.
013760     MOVE AD-STATUS         TO WK-AL-STATUS.
013770     MOVE AD-OUTCOME        TO WK-AL-OUTCOME.
013780     MOVE WK-DAYS-LEFT      TO WK-AL-DAYS.
013790     MOVE WK-AD-DETAIL-LINE TO DKT-RPT-LINE.
013800     WRITE DKT-RPT-LINE.
013810 8200-EXIT.
013820     EXIT.
013830*-----------------------------------------------------------*
013840* 8500-DATE-TO-SERIAL - CCYYMMDD IN WK-DTS-DATE TO A DAY    *
013850* SERIAL IN WK-DTS-SERIAL.                                  *
013860*-----------------------------------------------------------*
013870 8500-DATE-TO-SERIAL.
013880     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
013890     IF WK-DTS-MM < 3
013900         SUBTRACT 1 FROM WK-DTS-YEARS
013910     END-IF.
013920     COMPUTE WK-DTS-LEAPS =
013930         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
013940         + (WK-DTS-YEARS / 400).
013950     COMPUTE WK-DTS-SERIAL =
013960         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
013970         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
013980 8500-EXIT.
013990     EXIT.
014000*-----------------------------------------------------------*
014010* 8530-NEXT-DAY - STEP WK-FC-DATE FORWARD ONE CALENDAR DAY. *
014020* FEBRUARY USES 29 DAYS IN A LEAP YEAR.                     *
014030*-----------------------------------------------------------*
014040 8530-NEXT-DAY.
014050     MOVE WK-FC-DATE TO WK-DTS-DATE.
014060     MOVE WK-MLEN(WK-DTS-MM) TO WK-MLEN-THIS.
014070     IF WK-DTS-MM = 02
014080         MOVE 'N' TO WK-LEAP-SW
014090         DIVIDE WK-DTS-YYYY BY 4 GIVING WK-LEAP-QUOT
014100             REMAINDER WK-LEAP-REM
014110         IF WK-LEAP-REM = 0
014120             SET LEAP-YEAR TO TRUE
014130             DIVIDE WK-DTS-YYYY BY 100 GIVING WK-LEAP-QUOT
014140                 REMAINDER WK-LEAP-REM
014150             IF WK-LEAP-REM = 0
014160                 MOVE 'N' TO WK-LEAP-SW
014170                 DIVIDE WK-DTS-YYYY BY 400 GIVING WK-LEAP-QUOT
014180                     REMAINDER WK-LEAP-REM
014190                 IF WK-LEAP-REM = 0
014200                     SET LEAP-YEAR TO TRUE
014210                 END-IF
014220             END-IF
014230         END-IF
014240         IF LEAP-YEAR
014250             MOVE 29 TO WK-MLEN-THIS
014260         END-IF
014270     END-IF.
014280     IF WK-DTS-DD < WK-MLEN-THIS
014290         ADD 1 TO WK-DTS-DD
014300     ELSE
014310         MOVE 01 TO WK-DTS-DD
014320         IF WK-DTS-MM < 12
014330             ADD 1 TO WK-DTS-MM
014340         ELSE
014350             MOVE 01 TO WK-DTS-MM
014360             ADD 1 TO WK-DTS-YYYY
014370         END-IF
014380     END-IF.
014390     MOVE WK-DTS-DATE TO WK-FC-DATE.
014400 8530-EXIT.
014410     EXIT.
014420*-----------------------------------------------------------*
014430* 8540-SET-DUE-DATE - THE LEVEL'S DECISION CLOCK, COUNTED   *
014440* IN CALENDAR DAYS FROM THE FILING DATE.                    *
014450*-----------------------------------------------------------*
014460 8540-SET-DUE-DATE.
014470     EVALUATE TRUE
014480         WHEN AD-REDETERMINATION
014490             MOVE WK-REDET-DAYS TO AD-CLOCK-DAYS
014500         WHEN AD-RECONSIDERATION
014510             MOVE WK-RECON-DAYS TO AD-CLOCK-DAYS
014520         WHEN OTHER
014530             MOVE WK-ALJ-DAYS   TO AD-CLOCK-DAYS
014540     END-EVALUATE.
014550     MOVE AD-FILED-DATE TO WK-FC-DATE.
014560     IF AD-CLOCK-DAYS > 0
014570         PERFORM 8530-NEXT-DAY THRU 8530-EXIT
014580             AD-CLOCK-DAYS TIMES
014590     END-IF.
014600     MOVE WK-FC-DATE TO AD-DUE-DATE.
014610 8540-EXIT.
014620     EXIT.
014630*===========================================================*
014640* 9000-TERMINATE                                            *
014650*===========================================================*
014660 9000-TERMINATE.
014670     MOVE WK-RPT-RULE-LINE TO DKT-RPT-LINE.
014680     WRITE DKT-RPT-LINE.
014690     MOVE 'DOCKET ROWS READ' TO WK-TC-LABEL.
014700     MOVE WK-DOCKET-IN TO WK-TC-COUNT.
014710     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014720     MOVE 'TRANSACTIONS READ' TO WK-TC-LABEL.
014730     MOVE WK-TRANS-READ TO WK-TC-COUNT.
014740     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014750     MOVE '  REJECTED' TO WK-TC-LABEL.
014760     MOVE WK-TRANS-REJECTED TO WK-TC-COUNT.
014770     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014780     MOVE 'APPEALS FILED' TO WK-TC-LABEL.
014790     MOVE WK-APPEALS-FILED TO WK-TC-COUNT.
014800     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014810     MOVE 'FILINGS DROPPED - NO MATCHING CLAIM' TO WK-TC-LABEL.
014820     MOVE WK-FILINGS-DROPPED TO WK-TC-COUNT.
014830     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014840     MOVE 'APPEALS ESCALATED TO THE NEXT LEVEL' TO WK-TC-LABEL.
014850     MOVE WK-ESCALATIONS TO WK-TC-COUNT.
014860     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014870     MOVE 'DECISIONS RECORDED' TO WK-TC-LABEL.
014880     MOVE WK-DECISIONS TO WK-TC-COUNT.
014890     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014900     MOVE '  DECIDED AFTER THE DEADLINE' TO WK-TC-LABEL.
014910     MOVE WK-DECIDED-LATE TO WK-TC-COUNT.
014920     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014930     MOVE 'APPEALS WITHDRAWN' TO WK-TC-LABEL.
014940     MOVE WK-WITHDRAWALS TO WK-TC-COUNT.
014950     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014960     MOVE 'HISTORY ROWS EXAMINED' TO WK-TC-LABEL.
014970     MOVE WK-HIST-ROWS TO WK-TC-COUNT.
014980     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
014990     MOVE 'ARCHIVED BILLS EXAMINED' TO WK-TC-LABEL.
015000     MOVE WK-ARCHIVE-BILLS TO WK-TC-COUNT.
015010     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015020     MOVE 'ADJUSTMENT BILLS WRITTEN' TO WK-TC-LABEL.
015030     MOVE WK-BILLS-WRITTEN TO WK-TC-COUNT.
015040     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015050     MOVE 'DECISIONS NOT YET BILLED' TO WK-TC-LABEL.
015060     MOVE WK-BILLS-PENDING TO WK-TC-COUNT.
015070     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015080     MOVE 'DECISIONS EFFECTUATED - APPEAL CLOSED' TO WK-TC-LABEL.
015090     MOVE WK-EFFECTUATED TO WK-TC-COUNT.
015100     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015110     MOVE 'OPEN APPEALS DUE WITHIN WARNING DAYS' TO WK-TC-LABEL.
015120     MOVE WK-AGED-DUE-SOON TO WK-TC-COUNT.
015130     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015140     MOVE 'OPEN APPEALS PAST DEADLINE' TO WK-TC-LABEL.
015150     MOVE WK-AGED-PAST-DUE TO WK-TC-COUNT.
015160     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015170     MOVE 'DECISIONS NOT EFFECTUATED IN TIME' TO WK-TC-LABEL.
015180     MOVE WK-AGED-NOT-EFFECT TO WK-TC-COUNT.
015190     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015200     MOVE 'DOCKET ROWS WRITTEN' TO WK-TC-LABEL.
015210     MOVE WK-DOCKET-OUT TO WK-TC-COUNT.
015220     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015230     MOVE '  OPEN' TO WK-TC-LABEL.
015240     MOVE WK-OUT-OPEN TO WK-TC-COUNT.
015250     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015260     MOVE '  AWAITING EFFECTUATION' TO WK-TC-LABEL.
015270     MOVE WK-OUT-AWAITING TO WK-TC-COUNT.
015280     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015290     MOVE '  CLOSED' TO WK-TC-LABEL.
015300     MOVE WK-OUT-CLOSED TO WK-TC-COUNT.
015310     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
015320     CLOSE DKT-RPT-OUT.
015330     IF RETURN-CODE < 4
015340        AND (WK-TRANS-REJECTED > 0 OR WK-FILINGS-DROPPED > 0
015350             OR WK-AGED-PAST-DUE > 0 OR WK-AGED-NOT-EFFECT > 0
015360             OR WK-BILLS-PENDING > 0)
015370         MOVE 4 TO RETURN-CODE
015380     END-IF.
015390     IF WK-BL-DEFERRED > 0
015400         DISPLAY 'PPDKT215 - BILL LIST FULL - DECISIONS LEFT '
015410                 'FOR THE NEXT RUN: ' WK-BL-DEFERRED
015420     END-IF.
015430     DISPLAY 'PPDKT215 - TRANSACTIONS READ : ' WK-TRANS-READ.
015440     DISPLAY 'PPDKT215 - REJECTED/DROPPED  : '
015450             WK-TRANS-REJECTED ' ' WK-FILINGS-DROPPED.
015460     DISPLAY 'PPDKT215 - BILLS / CLOSED    : '
015470             WK-BILLS-WRITTEN ' ' WK-EFFECTUATED.
015480     DISPLAY 'PPDKT215 - PAST DUE / NOT EFF: '
015490             WK-AGED-PAST-DUE ' ' WK-AGED-NOT-EFFECT.
015500 9000-EXIT.
015510     EXIT.
015520 9300-WRITE-COUNT-LINE.
015530     MOVE WK-DKT-COUNT-LINE TO DKT-RPT-LINE.
015540     WRITE DKT-RPT-LINE.
015550 9300-EXIT.
015560     EXIT.
