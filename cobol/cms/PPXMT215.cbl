000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPXMT215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - OUTBOUND FILE TRANSMISSION REGISTRY.
000070*          - EVERY FILE THAT LEAVES THE BUILDING IS REGISTERED
000080*            AS IT IS SENT, SO WHAT WAS SENT, WHEN, WITH HOW
000090*            MANY RECORDS, AND WHETHER THE RECEIVER GOT IT CAN
000100*            BE PROVED AFTERWARDS.  THE REGISTRY (COPYBOOK
000110*            XMTREG) IS CARRIED FORWARD FROM XMTREGIN TO
000120*            XMTREGOT.  FUNCTION= CARD:
000130*              SEND   - READ THE OUTBOUND FILE NAMED BY FILE=
000140*                       AND ADD ITS ROW: RUN ID, DESTINATION,
000150*                       RECORD COUNT, CONTROL TOTAL AND A
000160*                       CONTENT CHECKSUM.  A FILE WHOSE
000170*                       CHECKSUM WAS ALREADY SENT TO THE SAME
000180*                       DESTINATION, OR ONE NAMED BY A
000190*                       RESEND-OF= CARD, IS RECORDED AS A
000200*                       RESEND OF THE FIRST SENDING.
000210*              ACK    - POST THE RECEIVERS' ACKNOWLEDGMENTS
000220*                       AND REJECTIONS (XMTACKIN, COPYBOOK
000230*                       XMTACK) TO THEIR ROWS.  AN ACCEPTANCE
000240*                       WHOSE COUNT OR TOTAL DISAGREES WITH
000250*                       OURS IS POSTED AS A MISMATCH.
000260*              EXCEPT - THE DAILY EXCEPTION REPORT: FILES NOT
000270*                       ACKNOWLEDGED WITHIN THEIR DESTINATION'S
000280*                       AGREED HOURS, REJECTIONS AND MISMATCHES
000290*                       NOT YET SENT AGAIN, AND A SUMMARY BY
000300*                       DESTINATION.  THE REGISTRY IS ONLY
000310*                       READ.
000320*          - THE FILES REGISTERED, BY FILE= VALUE AND DD:
000330*              REMITOUT - REMITTANCE EXTRACT FOR THE 835
000340*                         PROCESSOR (TOTAL: NET PAID AMOUNT)
000350*              XOVROUT  - MEDICAID CROSSOVER EXTRACT (TOTAL:
000360*                         DETAIL BENEFICIARY LIABILITY)
000370*              MSNOUT   - BENEFICIARY NOTICE PRINT FILE
000380*              GLJVOUT  - GENERAL LEDGER JOURNAL VOUCHER
000390*                         (TOTAL: VOUCHER AMOUNTS)
000400*              RESEARCH - DE-IDENTIFIED RESEARCH EXTRACT
000410*              EFTOUT   - BANK EFT FILE (TOTAL: ENTRY DETAIL
000420*                         AMOUNTS)
000430*              CHKOUT   - CHECK-PRINT FILE (TOTAL: CHECK
000440*                         AMOUNTS)
000450*            THE PRINT AND RESEARCH FILES CARRY NO AMOUNT, SO
000460*            THEIR CONTROL TOTAL IS ZERO AND THE RECORD COUNT
000470*            AND CHECKSUM STAND ALONE.
000480*          - THE DESTINATION TABLE (XMTDEST) GIVES EACH
000490*            DESTINATION'S NAME AND AGREED HOURS TO
000500*            ACKNOWLEDGE.  WITHOUT IT EVERY DESTINATION IS
000510*            ALLOWED ACK-HOURS= (DEFAULT 24).
000520*          - OTHER CARDS: FILE=, DEST=, RUN-ID= (DEFAULT THE
000530*            LAST RUN ON THE RUN-HISTORY REGISTRY), RESEND-OF=
000540*            NNNNNNNNN, SENT-DATE=/SENT-TIME=HHMM (DEFAULT
000550*            NOW), AS-OF-DATE=/AS-OF-TIME=HHMM FOR THE
000560*            EXCEPTION REPORT (DEFAULT NOW).
000570*          - RETURN CODES: 4 - EXCEPTIONS LISTED, AN
000580*            ACKNOWLEDGMENT NOT POSTED, OR AN EMPTY FILE SENT;
000590*            12 - THE SENDING WAS REFUSED (UNKNOWN DESTINATION
000600*            OR RESEND-OF); 16 - BAD CARDS OR A MISSING FILE.
000610*            A REFUSED SENDING LEAVES THE REGISTRY UNCHANGED.
000620 DATE-COMPILED.
000630****************************************************************
000640*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000650*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000660*   IS THAT OF THE USER.                                       *
000670****************************************************************
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.            IBM-370.
000710 OBJECT-COMPUTER.            IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT XMT-PARM-FILE   ASSIGN TO XMTPARM
000750                            ORGANIZATION IS LINE SEQUENTIAL
000760                            FILE STATUS IS WK-PARM-STATUS.
000770     SELECT XMT-DEST-FILE   ASSIGN TO XMTDEST
000780                            ORGANIZATION IS SEQUENTIAL
000790                            FILE STATUS IS WK-DEST-STATUS.
000800     SELECT RUN-HIST-IN     ASSIGN TO RUNHIST
000810                            ORGANIZATION IS SEQUENTIAL
000820                            FILE STATUS IS WK-RUNHIST-STATUS.
000830     SELECT REG-FILE-IN     ASSIGN TO XMTREGIN
000840                            ORGANIZATION IS SEQUENTIAL
000850                            FILE STATUS IS WK-REGIN-STATUS.
000860     SELECT REG-FILE-OUT    ASSIGN TO XMTREGOT
000870                            ORGANIZATION IS SEQUENTIAL.
000880     SELECT ACK-FILE-IN     ASSIGN TO XMTACKIN
000890                            ORGANIZATION IS SEQUENTIAL
000900                            FILE STATUS IS WK-ACK-STATUS.
000910     SELECT REMIT-FILE-IN   ASSIGN TO REMITOUT
000920                            ORGANIZATION IS SEQUENTIAL
000930                            FILE STATUS IS WK-SEND-STATUS.
000940     SELECT XOVR-FILE-IN    ASSIGN TO XOVROUT
000950                            ORGANIZATION IS SEQUENTIAL
000960                            FILE STATUS IS WK-SEND-STATUS.
000970     SELECT MSN-FILE-IN     ASSIGN TO MSNOUT
000980                            ORGANIZATION IS LINE SEQUENTIAL
000990                            FILE STATUS IS WK-SEND-STATUS.
001000     SELECT GL-JV-IN        ASSIGN TO GLJVOUT
001010                            ORGANIZATION IS SEQUENTIAL
001020                            FILE STATUS IS WK-SEND-STATUS.
001030     SELECT RESEARCH-IN     ASSIGN TO RESEARCH
001040                            ORGANIZATION IS SEQUENTIAL
001050                            FILE STATUS IS WK-SEND-STATUS.
001060     SELECT EFT-FILE-IN     ASSIGN TO EFTOUT
001070                            ORGANIZATION IS SEQUENTIAL
001080                            FILE STATUS IS WK-SEND-STATUS.
001090     SELECT CHECK-FILE-IN   ASSIGN TO CHKOUT
001100                            ORGANIZATION IS SEQUENTIAL
001110                            FILE STATUS IS WK-SEND-STATUS.
001120     SELECT XMT-RPT-OUT     ASSIGN TO XMTRPT
001130                            ORGANIZATION IS LINE SEQUENTIAL.
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  XMT-PARM-FILE
001170     RECORDING MODE IS F.
001180 01  XMT-PARM-REC                PIC X(80).
001190*----------------------------------------------------------*
001200* DESTINATION TABLE - ONE ROW PER RECEIVER: ITS NAME AND   *
001210* THE HOURS IT HAS AGREED TO ACKNOWLEDGE A FILE WITHIN.    *
001220*----------------------------------------------------------*
001230 FD  XMT-DEST-FILE
001240     RECORDING MODE IS F.
001250 01  XMT-DEST-REC.
001260     05  XD-DEST-ID              PIC X(08).
001270     05  XD-DEST-NAME            PIC X(30).
001280     05  XD-ACK-HOURS            PIC 9(04).
001290     05  FILLER                  PIC X(38).
001300 FD  RUN-HIST-IN
001310     RECORDING MODE IS F.
001320 01  RUN-HIST-IN-REC             PIC X(144).
001330*----------------------------------------------------------*
001340* TRANSMISSION REGISTRY, PRIOR AND NEW (COPYBOOK XMTREG).  *
001350*----------------------------------------------------------*
001360 FD  REG-FILE-IN
001370     RECORDING MODE IS F.
001380 01  REG-IN-REC                  PIC X(240).
001390 FD  REG-FILE-OUT
001400     RECORDING MODE IS F.
001410 01  REG-OUT-REC                 PIC X(240).
001420 FD  ACK-FILE-IN
001430     RECORDING MODE IS F.
001440 COPY XMTACK.
001450*----------------------------------------------------------*
001460* THE OUTBOUND FILES, AS THEIR PROGRAMS WRITE THEM.  ONLY  *
001470* THE AMOUNT FIELDS THAT MAKE UP THE CONTROL TOTAL ARE     *
001480* NAMED.                                                   *
001490*----------------------------------------------------------*
001500 FD  REMIT-FILE-IN
001510     RECORDING MODE IS F.
001520 01  REMIT-IN-REC.
001530     05  FILLER                  PIC X(41).
001540     05  RI-PAID-AMOUNT          PIC 9(09)V9(02).
001550     05  FILLER                  PIC X(25).
001560     05  RI-DEBIT-CREDIT-IND     PIC X(01).
001570     05  FILLER                  PIC X(51).
001580 FD  XOVR-FILE-IN
001590     RECORDING MODE IS F.
001600 01  XOVR-IN-REC.
001610     05  XO-RECORD-TYPE          PIC X(01).
001620         88  XO-DETAIL           VALUE 'D'.
001630     05  FILLER                  PIC X(56).
001640     05  XO-TOTAL-LIABILITY      PIC 9(09)V9(02).
001650 FD  MSN-FILE-IN
001660     RECORDING MODE IS F.
001670 01  MSN-IN-LINE                 PIC X(90).
001680 FD  GL-JV-IN
001690     RECORDING MODE IS F.
001700 01  GL-JV-IN-REC.
001710     05  FILLER                  PIC X(44).
001720     05  JV-AMOUNT               PIC 9(13)V9(02).
001730 FD  RESEARCH-IN
001740     RECORDING MODE IS F.
001750 01  RESEARCH-IN-REC             PIC X(1403).
001760 FD  EFT-FILE-IN
001770     RECORDING MODE IS F.
001780 01  EFT-IN-REC.
001790     05  EF-RECORD-TYPE          PIC X(01).
001800         88  EF-ENTRY-DETAIL     VALUE '6'.
001810     05  FILLER                  PIC X(28).
001820     05  EF-AMOUNT               PIC 9(08)V9(02).
001830     05  FILLER                  PIC X(55).
001840 FD  CHECK-FILE-IN
001850     RECORDING MODE IS F.
001860 01  CHECK-IN-REC.
001870     05  FILLER                  PIC X(124).
001880     05  CK-AMOUNT               PIC 9(11)V9(02).
001890     05  FILLER                  PIC X(13).
001900 FD  XMT-RPT-OUT
001910     RECORDING MODE IS F.
001920 01  XMT-RPT-LINE                PIC X(132).
001930 WORKING-STORAGE SECTION.
001940 01  W-STORAGE-REF                  PIC X(48)  VALUE
001950     'P P X M T 2 1 5 - W O R K I N G   S T O R A G E'.
001960 01  XMT-VERSION                    PIC X(05) VALUE 'X21.5'.
001970 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001980 01  WK-DEST-STATUS             PIC X(02) VALUE SPACES.
001990 01  WK-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
002000 01  WK-REGIN-STATUS            PIC X(02) VALUE SPACES.
002010 01  WK-ACK-STATUS              PIC X(02) VALUE SPACES.
002020 01  WK-SEND-STATUS             PIC X(02) VALUE SPACES.
002030 01  WK-SWITCHES.
002040     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
002050         88  PARM-AT-EOF        VALUE 'Y'.
002060     05  WK-REG-EOF             PIC X(01) VALUE 'N'.
002070         88  REG-AT-EOF         VALUE 'Y'.
002080     05  WK-REGIN-SW            PIC X(01) VALUE 'N'.
002090         88  REGIN-ACTIVE       VALUE 'Y'.
002100     05  WK-SEND-EOF            PIC X(01) VALUE 'N'.
002110         88  SEND-AT-EOF        VALUE 'Y'.
002120     05  WK-DEST-TAB-SW         PIC X(01) VALUE 'N'.
002130         88  DEST-TABLE-LOADED  VALUE 'Y'.
002140     05  WK-REFUSE-SW           PIC X(01) VALUE 'N'.
002150         88  SEND-REFUSED       VALUE 'Y'.
002160 01  WK-FUNCTION                PIC X(08) VALUE SPACES.
002170     88  FUNCTION-SEND          VALUE 'SEND'.
002180     88  FUNCTION-ACK           VALUE 'ACK'.
002190     88  FUNCTION-EXCEPT        VALUE 'EXCEPT'.
002200 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002210 01  WK-RC-VALUE                PIC X(60) VALUE SPACES.
002220 01  WK-FILE-TYPE               PIC X(08) VALUE SPACES.
002230 01  WK-DEST-ID                 PIC X(08) VALUE SPACES.
002240 01  WK-DEST-ID-KEY             PIC X(08) VALUE SPACES.
002250 01  WK-RUN-ID                  PIC X(08) VALUE SPACES.
002260 01  WK-RESEND-OF               PIC 9(09) VALUE ZEROES.
002270 01  WK-DEFAULT-HOURS           PIC 9(04) VALUE 24.
002280 01  WK-SENT-DATE               PIC 9(08) VALUE ZEROES.
002290 01  WK-SENT-TIME               PIC 9(08) VALUE ZEROES.
002300 01  WK-ASOF-DATE               PIC 9(08) VALUE ZEROES.
002310 01  WK-ASOF-TIME               PIC 9(08) VALUE ZEROES.
002320 01  WK-CLOCK-TIME              PIC 9(08) VALUE ZEROES.
002330*----------------------------------------------------------*
002340* DESTINATION TABLE, LOADED FROM XMTDEST, WITH THE         *
002350* EXCEPTION REPORT'S PER-DESTINATION COUNTS.  A            *
002360* DESTINATION ON THE REGISTRY BUT NOT IN THE TABLE IS      *
002370* ADDED FOR THE SUMMARY.                                   *
002380*----------------------------------------------------------*
002390 01  WK-DT-COUNT                PIC 9(03) COMP VALUE ZEROES.
002400 01  WK-DT-I                    PIC 9(03) COMP VALUE ZEROES.
002410 01  WK-DT-FOUND                PIC 9(03) COMP VALUE ZEROES.
002420 01  WK-DT-DROPPED              PIC 9(05) VALUE ZEROES.
002430 01  WK-DEST-TABLE.
002440     05  DT-ENTRY OCCURS 100 TIMES.
002450         10  DT-DEST-ID         PIC X(08).
002460         10  DT-DEST-NAME       PIC X(30).
002470         10  DT-ACK-HOURS       PIC 9(04).
002480         10  DT-SENT            PIC 9(07).
002490         10  DT-ACCEPTED        PIC 9(07).
002500         10  DT-REJECTED        PIC 9(07).
002510         10  DT-MISMATCHED      PIC 9(07).
002520         10  DT-AWAITING        PIC 9(07).
002530         10  DT-OVERDUE         PIC 9(07).
002540         10  DT-RESENDS         PIC 9(07).
002550*----------------------------------------------------------*
002560* THE FILE BEING SENT - ITS COUNT, TOTAL AND CHECKSUM.     *
002570* THE CHECKSUM RUNS OVER EVERY BYTE OF EVERY RECORD IN     *
002580* ORDER, SO ANY CHANGED, ADDED OR MISSING BYTE CHANGES IT. *
002590*----------------------------------------------------------*
002600 01  WK-SEND-COUNT              PIC 9(09) VALUE ZEROES.
002610 01  WK-SEND-TOTAL              PIC S9(13)V9(02) VALUE ZEROES.
002620 01  WK-CKS-WORK.
002630     05  WK-CKS-VALUE           PIC 9(12) COMP VALUE ZEROES.
002640     05  WK-CKS-CHAR            PIC 9(04) COMP VALUE ZEROES.
002650     05  WK-CKS-I               PIC 9(04) COMP VALUE ZEROES.
002660     05  WK-CKS-LEN             PIC 9(04) COMP VALUE ZEROES.
002670 01  WK-CKS-AREA                PIC X(1403) VALUE SPACES.
002680 01  WK-CKS-BYTE-TAB REDEFINES WK-CKS-AREA.
002690     05  WK-CKS-BYTE            PIC X(01) OCCURS 1403 TIMES.
002700 01  WK-SEND-HASH               PIC 9(09) VALUE ZEROES.
002710*----------------------------------------------------------*
002720* THE NEW ROW AND ITS LINK TO A PRIOR SENDING.             *
002730*----------------------------------------------------------*
002740 01  WK-HIGH-ID                 PIC 9(09) VALUE ZEROES.
002750 01  WK-NEW-ID                  PIC 9(09) VALUE ZEROES.
002760 01  WK-ORIGINAL-ID             PIC 9(09) VALUE ZEROES.
002770 01  WK-NEW-HOURS               PIC 9(04) VALUE ZEROES.
002780 01  WK-NEW-DEST-NAME           PIC X(30) VALUE SPACES.
002790*----------------------------------------------------------*
002800* ACKNOWLEDGMENTS, LOADED IN FILE ORDER.  EACH IS RESOLVED *
002810* TO ITS REGISTRY ROW ON A FIRST PASS OF THE REGISTRY AND  *
002820* POSTED ON THE SECOND, SO AN ACKNOWLEDGMENT MATCHED BY    *
002830* FILE AND RUN FINDS THE LATEST SENDING.                   *
002840*----------------------------------------------------------*
002850 01  WK-AK-COUNT                PIC 9(05) COMP VALUE ZEROES.
002860 01  WK-AK-I                    PIC 9(05) COMP VALUE ZEROES.
002870 01  WK-AK-DROPPED              PIC 9(05) VALUE ZEROES.
002880 01  WK-ACK-TABLE.
002890     05  AK-ENTRY OCCURS 2000 TIMES.
002900         10  AK-RECORD          PIC X(140).
002910         10  AK-ROW-ID          PIC 9(09).
002920 01  WK-AK-VIEW.
002930     05  WV-XMIT-ID             PIC 9(09).
002940     05  WV-DEST-ID             PIC X(08).
002950     05  WV-FILE-TYPE           PIC X(08).
002960     05  WV-RUN-ID              PIC X(08).
002970     05  WV-ACK-STATUS          PIC X(01).
002980     05  WV-ACK-DATE            PIC 9(08).
002990     05  WV-ACK-TIME            PIC 9(08).
003000     05  WV-RECORD-COUNT        PIC 9(09).
003010     05  WV-CONTROL-TOTAL       PIC S9(13)V9(02).
003020     05  WV-REASON              PIC X(04).
003030     05  WV-TEXT                PIC X(30).
003040     05  WV-REF                 PIC X(20).
003050     05  FILLER                 PIC X(12).
003060 COPY XMTREG.
003070*----------------------------------------------------------*
003080* ELAPSED TIME SINCE A FILE WAS SENT, IN MINUTES.          *
003090*----------------------------------------------------------*
003100 01  WK-ASOF-MINUTES            PIC 9(11) VALUE ZEROES.
003110 01  WK-SENT-MINUTES            PIC 9(11) VALUE ZEROES.
003120 01  WK-AGE-MINUTES             PIC 9(11) VALUE ZEROES.
003130 01  WK-AGE-HOURS               PIC 9(07) VALUE ZEROES.
003140 01  WK-TIME-PARTS.
003150     05  WK-TP-HH               PIC 9(02).
003160     05  WK-TP-MM               PIC 9(02).
003170     05  WK-TP-REST             PIC 9(04).
003180 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
003190 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
003200     05  WK-DTS-YYYY            PIC 9(04).
003210     05  WK-DTS-MM              PIC 9(02).
003220     05  WK-DTS-DD              PIC 9(02).
003230 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
003240 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
003250 01  WK-DTS-Q4                  PIC 9(04) VALUE ZEROES.
003260 01  WK-DTS-Q100                PIC 9(04) VALUE ZEROES.
003270 01  WK-DTS-Q400                PIC 9(04) VALUE ZEROES.
003280 01  WK-DTS-MONTH-DAYS.
003290     05  FILLER PIC X(36) VALUE
003300         '000031059090120151181212243273304334'.
003310 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
003320     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
003330*----------------------------------------------------------*
003340* RUN COUNTERS.                                            *
003350*----------------------------------------------------------*
003360 01  WK-COUNTERS.
003370     05  WK-REG-IN              PIC 9(07) VALUE ZEROES.
003380     05  WK-REG-OUT             PIC 9(07) VALUE ZEROES.
003390     05  WK-ACKS-READ           PIC 9(07) VALUE ZEROES.
003400     05  WK-ACKS-POSTED         PIC 9(07) VALUE ZEROES.
003410     05  WK-ACKS-UNMATCHED      PIC 9(07) VALUE ZEROES.
003420     05  WK-ACKS-LATE           PIC 9(07) VALUE ZEROES.
003430     05  WK-EXC-OVERDUE         PIC 9(07) VALUE ZEROES.
003440     05  WK-EXC-UNRESOLVED      PIC 9(07) VALUE ZEROES.
003450*----------------------------------------------------------*
003460* REPORT LINES.                                            *
003470*----------------------------------------------------------*
003480 01  WK-XR-TITLE-LINE.
003490     05  FILLER              PIC X(36) VALUE
003500         'OUTBOUND FILE TRANSMISSION REGISTRY '.
003510     05  WK-XT-FUNCTION      PIC X(08).
003520     05  FILLER              PIC X(09) VALUE '  AS OF  '.
003530     05  WK-XT-DATE          PIC 9(08).
003540     05  FILLER              PIC X(01) VALUE SPACES.
003550     05  WK-XT-TIME          PIC 9(04).
003560     05  FILLER              PIC X(07) VALUE '  VERS '.
003570     05  WK-XT-VERSION       PIC X(05).
003580 01  WK-XR-RULE-LINE         PIC X(132) VALUE ALL '='.
003590 01  WK-XR-SECTION-LINE.
003600     05  FILLER              PIC X(02) VALUE SPACES.
003610     05  WK-XS-TITLE         PIC X(60).
003620 01  WK-XR-HEADING1.
003630     05  FILLER              PIC X(40) VALUE
003640         ' XMIT ID  FILE     DEST     RUN ID   SEN'.
003650     05  FILLER              PIC X(40) VALUE
003660         'T DT  TIME     RECORDS      CONTROL TOTA'.
003670     05  FILLER              PIC X(40) VALUE
003680         'L   CHECKSUM  ST   HOURS  NOTE          '.
003690 01  WK-XR-DETAIL-LINE.
003700     05  WK-XL-XMIT-ID       PIC 9(09).
003710     05  FILLER              PIC X(01) VALUE SPACES.
003720     05  WK-XL-FILE-TYPE     PIC X(08).
003730     05  FILLER              PIC X(01) VALUE SPACES.
003740     05  WK-XL-DEST-ID       PIC X(08).
003750     05  FILLER              PIC X(01) VALUE SPACES.
003760     05  WK-XL-RUN-ID        PIC X(08).
003770     05  FILLER              PIC X(01) VALUE SPACES.
003780     05  WK-XL-SENT-DATE     PIC 9(08).
003790     05  FILLER              PIC X(01) VALUE SPACES.
003800     05  WK-XL-SENT-TIME     PIC 9(04).
003810     05  FILLER              PIC X(01) VALUE SPACES.
003820     05  WK-XL-RECORDS       PIC ZZZ,ZZZ,ZZ9.
003830     05  FILLER              PIC X(01) VALUE SPACES.
003840     05  WK-XL-TOTAL         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003850     05  FILLER              PIC X(02) VALUE SPACES.
003860     05  WK-XL-HASH          PIC 9(09).
003870     05  FILLER              PIC X(02) VALUE SPACES.
003880     05  WK-XL-STATUS        PIC X(01).
003890     05  FILLER              PIC X(02) VALUE SPACES.
003900     05  WK-XL-HOURS         PIC ZZZ,ZZ9.
003910     05  FILLER              PIC X(02) VALUE SPACES.
003920     05  WK-XL-NOTE          PIC X(26).
003930 01  WK-XR-ACK-LINE.
003940     05  FILLER              PIC X(10) VALUE SPACES.
003950     05  FILLER              PIC X(05) VALUE 'ACK: '.
003960     05  WK-XA-STATUS        PIC X(01).
003970     05  FILLER              PIC X(01) VALUE SPACES.
003980     05  WK-XA-DATE          PIC 9(08).
003990     05  FILLER              PIC X(01) VALUE SPACES.
004000     05  WK-XA-TIME          PIC 9(04).
004010     05  FILLER              PIC X(10) VALUE '  RECORDS '.
004020     05  WK-XA-RECORDS       PIC ZZZ,ZZZ,ZZ9.
004030     05  FILLER              PIC X(08) VALUE '  TOTAL '.
004040     05  WK-XA-TOTAL         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004050     05  FILLER              PIC X(02) VALUE SPACES.
004060     05  WK-XA-REASON        PIC X(04).
004070     05  FILLER              PIC X(01) VALUE SPACES.
004080     05  WK-XA-TEXT          PIC X(30).
004090     05  FILLER              PIC X(01) VALUE SPACES.
004100     05  WK-XA-REF           PIC X(20).
004110 01  WK-XR-SUM-HEAD.
004120     05  FILLER              PIC X(40) VALUE
004130         '  DEST     NAME                         '.
004140     05  FILLER              PIC X(40) VALUE
004150         '  HOURS   SENT ACCEPTED REJECTED MISMATC'.
004160     05  FILLER              PIC X(40) VALUE
004170         'H AWAITING  OVERDUE  RESENDS            '.
004180 01  WK-XR-SUM-LINE.
004190     05  FILLER              PIC X(02) VALUE SPACES.
004200     05  WK-XU-DEST-ID       PIC X(08).
004210     05  FILLER              PIC X(01) VALUE SPACES.
004220     05  WK-XU-DEST-NAME     PIC X(30).
004230     05  FILLER              PIC X(01) VALUE SPACES.
004240     05  WK-XU-HOURS         PIC Z,ZZ9.
004250     05  WK-XU-SENT          PIC ZZZ,ZZ9.
004260     05  FILLER              PIC X(02) VALUE SPACES.
004270     05  WK-XU-ACCEPTED      PIC ZZZ,ZZ9.
004280     05  FILLER              PIC X(02) VALUE SPACES.
004290     05  WK-XU-REJECTED      PIC ZZZ,ZZ9.
004300     05  FILLER              PIC X(02) VALUE SPACES.
004310     05  WK-XU-MISMATCHED    PIC ZZZ,ZZ9.
004320     05  FILLER              PIC X(02) VALUE SPACES.
004330     05  WK-XU-AWAITING      PIC ZZZ,ZZ9.
004340     05  FILLER              PIC X(02) VALUE SPACES.
004350     05  WK-XU-OVERDUE       PIC ZZZ,ZZ9.
004360     05  FILLER              PIC X(02) VALUE SPACES.
004370     05  WK-XU-RESENDS       PIC ZZZ,ZZ9.
004380 01  WK-XR-COUNT-LINE.
004390     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  WK-XC-LABEL         PIC X(44).
004410     05  WK-XC-COUNT         PIC ZZZ,ZZ9.
004420 PROCEDURE DIVISION.
004430*===========================================================*
004440* 0000-MAINLINE                                              *
004450*===========================================================*
004460 0000-MAINLINE.
004470     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
004480     EVALUATE TRUE
004490         WHEN FUNCTION-SEND
004500             PERFORM 2000-SEND-FILE      THRU 2000-EXIT
004510         WHEN FUNCTION-ACK
004520             PERFORM 3000-POST-ACKS      THRU 3000-EXIT
004530         WHEN FUNCTION-EXCEPT
004540             PERFORM 4000-EXCEPTION-REPORT THRU 4000-EXIT
004550     END-EVALUATE.
004560     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
004570     STOP RUN.
004580*===========================================================*
004590* 1000-INITIALIZE - THE CARDS, THE CLOCK, THE DESTINATION    *
004600* TABLE AND THE REPORT HEADING.                              *
004610*===========================================================*
004620 1000-INITIALIZE.
004630     OPEN INPUT XMT-PARM-FILE.
004640     IF WK-PARM-STATUS = '00'
004650         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
004660             UNTIL PARM-AT-EOF
004670         CLOSE XMT-PARM-FILE
004680     END-IF.
004690     IF NOT FUNCTION-SEND AND NOT FUNCTION-ACK
004700        AND NOT FUNCTION-EXCEPT
004710         DISPLAY 'PPXMT215 - FUNCTION=SEND, ACK OR EXCEPT '
004720                 'IS REQUIRED'
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     ACCEPT WK-CLOCK-TIME FROM TIME.
004770     IF WK-SENT-DATE = 0
004780         ACCEPT WK-SENT-DATE FROM DATE YYYYMMDD
004790         MOVE WK-CLOCK-TIME TO WK-SENT-TIME
004800     END-IF.
004810     IF WK-ASOF-DATE = 0
004820         ACCEPT WK-ASOF-DATE FROM DATE YYYYMMDD
004830         MOVE WK-CLOCK-TIME TO WK-ASOF-TIME
004840     END-IF.
004850     PERFORM 1200-LOAD-DESTINATIONS THRU 1200-EXIT.
004860     OPEN INPUT REG-FILE-IN.
004870     IF WK-REGIN-STATUS = '00'
004880         SET REGIN-ACTIVE TO TRUE
004890         CLOSE REG-FILE-IN
004900     ELSE
004910         DISPLAY 'PPXMT215 - NO PRIOR REGISTRY - STARTING A '
004920                 'NEW ONE'
004930     END-IF.
004940     OPEN OUTPUT XMT-RPT-OUT.
004950     MOVE WK-FUNCTION   TO WK-XT-FUNCTION.
004960     IF FUNCTION-EXCEPT
004970         MOVE WK-ASOF-DATE TO WK-XT-DATE
004980         MOVE WK-ASOF-TIME(1:4) TO WK-XT-TIME
004990     ELSE
005000         MOVE WK-SENT-DATE TO WK-XT-DATE
005010         MOVE WK-SENT-TIME(1:4) TO WK-XT-TIME
005020     END-IF.
005030     MOVE XMT-VERSION   TO WK-XT-VERSION.
005040     MOVE WK-XR-TITLE-LINE TO XMT-RPT-LINE.
005050     WRITE XMT-RPT-LINE.
005060     MOVE WK-XR-RULE-LINE TO XMT-RPT-LINE.
005070     WRITE XMT-RPT-LINE.
005080 1000-EXIT.
005090     EXIT.
005100 1100-READ-ONE-PARM.
005110     READ XMT-PARM-FILE
005120         AT END
005130             SET PARM-AT-EOF TO TRUE
005140             GO TO 1100-EXIT
005150     END-READ.
005160     IF XMT-PARM-REC = SPACES OR XMT-PARM-REC(1:1) = '*'
005170         GO TO 1100-EXIT
005180     END-IF.
005190     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
005200     UNSTRING XMT-PARM-REC DELIMITED BY '='
005210         INTO WK-RC-KEYWORD WK-RC-VALUE.
005220     EVALUATE WK-RC-KEYWORD
005230         WHEN 'FUNCTION'
005240             MOVE WK-RC-VALUE(1:8) TO WK-FUNCTION
005250         WHEN 'FILE'
005260             MOVE WK-RC-VALUE(1:8) TO WK-FILE-TYPE
005270         WHEN 'DEST'
005280             MOVE WK-RC-VALUE(1:8) TO WK-DEST-ID
005290         WHEN 'RUN-ID'
005300             MOVE WK-RC-VALUE(1:8) TO WK-RUN-ID
005310         WHEN 'RESEND-OF'
005320             IF WK-RC-VALUE(1:9) IS NUMERIC
005330                 MOVE WK-RC-VALUE(1:9) TO WK-RESEND-OF
005340             END-IF
005350         WHEN 'ACK-HOURS'
005360             IF WK-RC-VALUE(1:4) IS NUMERIC
005370                 MOVE WK-RC-VALUE(1:4) TO WK-DEFAULT-HOURS
005380             END-IF
005390         WHEN 'SENT-DATE'
005400             IF WK-RC-VALUE(1:8) IS NUMERIC
005410                 MOVE WK-RC-VALUE(1:8) TO WK-SENT-DATE
005420             END-IF
005430         WHEN 'SENT-TIME'
005440             IF WK-RC-VALUE(1:4) IS NUMERIC
005450                 MOVE WK-RC-VALUE(1:4) TO WK-SENT-TIME(1:4)
005460             END-IF
005470         WHEN 'AS-OF-DATE'
005480             IF WK-RC-VALUE(1:8) IS NUMERIC
005490                 MOVE WK-RC-VALUE(1:8) TO WK-ASOF-DATE
005500             END-IF
005510         WHEN 'AS-OF-TIME'
005520             IF WK-RC-VALUE(1:4) IS NUMERIC
005530                 MOVE WK-RC-VALUE(1:4) TO WK-ASOF-TIME(1:4)
005540             END-IF
005550         WHEN OTHER
005560             DISPLAY 'PPXMT215 - UNKNOWN PARAMETER IGNORED: '
005570                     WK-RC-KEYWORD
005580     END-EVALUATE.
005590 1100-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------*
005620* 1200-LOAD-DESTINATIONS - THE DESTINATION TABLE.  WITHOUT   *
005630* IT ANY DESTINATION IS ACCEPTED AT THE DEFAULT HOURS.       *
005640*-----------------------------------------------------------*
005650 1200-LOAD-DESTINATIONS.
005660     OPEN INPUT XMT-DEST-FILE.
005670     IF WK-DEST-STATUS NOT = '00'
005680         DISPLAY 'PPXMT215 - NO DESTINATION TABLE - EVERY '
005690                 'DESTINATION ALLOWED ' WK-DEFAULT-HOURS
005700                 ' HOURS'
005710         GO TO 1200-EXIT
005720     END-IF.
005730     SET DEST-TABLE-LOADED TO TRUE.
005740     MOVE 'N' TO WK-REG-EOF.
005750     PERFORM 1210-LOAD-ONE-DEST THRU 1210-EXIT
005760         UNTIL REG-AT-EOF.
005770     MOVE 'N' TO WK-REG-EOF.
005780     CLOSE XMT-DEST-FILE.
005790 1200-EXIT.
005800     EXIT.
005810 1210-LOAD-ONE-DEST.
005820     READ XMT-DEST-FILE
005830         AT END
005840             SET REG-AT-EOF TO TRUE
005850             GO TO 1210-EXIT
005860     END-READ.
005870     IF XD-DEST-ID = SPACES OR XD-DEST-ID(1:1) = '*'
005880         GO TO 1210-EXIT
005890     END-IF.
005900     IF XD-ACK-HOURS NOT NUMERIC OR XD-ACK-HOURS = 0
005910         MOVE WK-DEFAULT-HOURS TO XD-ACK-HOURS
005920     END-IF.
005930     IF XD-DEST-NAME = SPACES
005940         MOVE XD-DEST-ID TO XD-DEST-NAME
005950     END-IF.
005960     MOVE XD-DEST-ID TO WK-DEST-ID-KEY.
005970     PERFORM 8300-FIND-DEST THRU 8300-EXIT.
005980     IF WK-DT-FOUND > 0
005990         MOVE XD-DEST-NAME  TO DT-DEST-NAME(WK-DT-FOUND)
006000         MOVE XD-ACK-HOURS  TO DT-ACK-HOURS(WK-DT-FOUND)
006010     END-IF.
006020 1210-EXIT.
006030     EXIT.
006040*===========================================================*
006050* 2000-SEND-FILE - REGISTER ONE OUTBOUND FILE.  THE FILE IS  *
006060* READ FOR ITS COUNT, TOTAL AND CHECKSUM; THE PRIOR REGISTRY *
006070* IS THEN SCANNED FOR THE NEXT ID AND ANY EARLIER SENDING OF *
006080* THE SAME CONTENT TO THE SAME DESTINATION, AND COPIED       *
006090* FORWARD WITH THE NEW ROW ADDED.                            *
006100*===========================================================*
006110 2000-SEND-FILE.
006120     IF WK-DEST-ID = SPACES
006130         DISPLAY 'PPXMT215 - DEST= IS REQUIRED TO SEND'
006140         MOVE 16 TO RETURN-CODE
006150         STOP RUN
006160     END-IF.
006170     PERFORM 2050-FIND-RUN-ID THRU 2050-EXIT.
006180     MOVE WK-DEST-ID TO WK-DEST-ID-KEY.
006190     PERFORM 8300-FIND-DEST THRU 8300-EXIT.
006200     IF DEST-TABLE-LOADED
006210        AND (WK-DT-FOUND = 0 OR DT-DEST-NAME(WK-DT-FOUND)
006220                                 = SPACES)
006230         DISPLAY 'PPXMT215 - DESTINATION NOT ON THE '
006240                 'DESTINATION TABLE: ' WK-DEST-ID
006250         SET SEND-REFUSED TO TRUE
006260     END-IF.
006270     MOVE WK-DEFAULT-HOURS TO WK-NEW-HOURS.
006280     MOVE SPACES           TO WK-NEW-DEST-NAME.
006290     IF WK-DT-FOUND > 0
006300         IF DT-ACK-HOURS(WK-DT-FOUND) > 0
006310             MOVE DT-ACK-HOURS(WK-DT-FOUND) TO WK-NEW-HOURS
006320         END-IF
006330         MOVE DT-DEST-NAME(WK-DT-FOUND) TO WK-NEW-DEST-NAME
006340     END-IF.
006350     PERFORM 2100-READ-OUTBOUND THRU 2100-EXIT.
006360     PERFORM 2300-SCAN-REGISTRY THRU 2300-EXIT.
006370     IF WK-RESEND-OF > 0 AND WK-ORIGINAL-ID = 0
006380         DISPLAY 'PPXMT215 - RESEND-OF TRANSMISSION NOT ON '
006390                 'THE REGISTRY FOR THIS FILE AND DESTINATION: '
006400                 WK-RESEND-OF
006410         SET SEND-REFUSED TO TRUE
006420     END-IF.
006430     COMPUTE WK-NEW-ID = WK-HIGH-ID + 1.
006440     OPEN OUTPUT REG-FILE-OUT.
006450     PERFORM 2400-COPY-REGISTRY THRU 2400-EXIT.
006460     IF SEND-REFUSED
006470         MOVE 'SENDING REFUSED - NOT REGISTERED' TO WK-XS-TITLE
006480         MOVE WK-XR-SECTION-LINE TO XMT-RPT-LINE
006490         WRITE XMT-RPT-LINE
006500         MOVE 12 TO RETURN-CODE
006510     ELSE
006520         PERFORM 2500-ADD-NEW-ROW THRU 2500-EXIT
006530     END-IF.
006540     CLOSE REG-FILE-OUT.
006550 2000-EXIT.
006560     EXIT.
006570*-----------------------------------------------------------*
006580* 2050-FIND-RUN-ID - WITHOUT A RUN-ID CARD THE FILE BELONGS  *
006590* TO THE LAST RUN ON THE RUN-HISTORY REGISTRY.               *
006600*-----------------------------------------------------------*
006610 2050-FIND-RUN-ID.
006620     IF WK-RUN-ID NOT = SPACES
006630         GO TO 2050-EXIT
006640     END-IF.
006650     OPEN INPUT RUN-HIST-IN.
006660     IF WK-RUNHIST-STATUS NOT = '00'
006670         DISPLAY 'PPXMT215 - NO RUN-HISTORY REGISTRY AND NO '
006680                 'RUN-ID CARD'
006690         MOVE 16 TO RETURN-CODE
006700         STOP RUN
006710     END-IF.
006720     MOVE 'N' TO WK-REG-EOF.
006730     PERFORM 2060-READ-RUN-HIST THRU 2060-EXIT
006740         UNTIL REG-AT-EOF.
006750     MOVE 'N' TO WK-REG-EOF.
006760     CLOSE RUN-HIST-IN.
006770     IF WK-RUN-ID = SPACES
006780         DISPLAY 'PPXMT215 - RUN-HISTORY REGISTRY IS EMPTY AND '
006790                 'NO RUN-ID CARD'
006800         MOVE 16 TO RETURN-CODE
006810         STOP RUN
006820     END-IF.
006830 2050-EXIT.
006840     EXIT.
006850 2060-READ-RUN-HIST.
006860     READ RUN-HIST-IN
006870         AT END
006880             SET REG-AT-EOF TO TRUE
006890             GO TO 2060-EXIT
006900     END-READ.
006910     MOVE RUN-HIST-IN-REC(1:8) TO WK-RUN-ID.
006920 2060-EXIT.
006930     EXIT.
006940*-----------------------------------------------------------*
006950* 2100-READ-OUTBOUND - OPEN THE FILE NAMED BY FILE= AND      *
006960* COUNT, TOTAL AND CHECKSUM IT.                              *
006970*-----------------------------------------------------------*
006980 2100-READ-OUTBOUND.
006990     EVALUATE WK-FILE-TYPE
007000         WHEN 'REMITOUT'
007010             OPEN INPUT REMIT-FILE-IN
007020         WHEN 'XOVROUT'
007030             OPEN INPUT XOVR-FILE-IN
007040         WHEN 'MSNOUT'
007050             OPEN INPUT MSN-FILE-IN
007060         WHEN 'GLJVOUT'
007070             OPEN INPUT GL-JV-IN
007080         WHEN 'RESEARCH'
007090             OPEN INPUT RESEARCH-IN
007100         WHEN 'EFTOUT'
007110             OPEN INPUT EFT-FILE-IN
007120         WHEN 'CHKOUT'
007130             OPEN INPUT CHECK-FILE-IN
007140         WHEN OTHER
007150             DISPLAY 'PPXMT215 - FILE= MUST NAME AN OUTBOUND '
007160                     'FILE: ' WK-FILE-TYPE
007170             MOVE 16 TO RETURN-CODE
007180             STOP RUN
007190     END-EVALUATE.
007200     IF WK-SEND-STATUS NOT = '00'
007210         DISPLAY 'PPXMT215 - OUTBOUND FILE ' WK-FILE-TYPE
007220                 ' CANNOT BE OPENED - STATUS ' WK-SEND-STATUS
007230         MOVE 16 TO RETURN-CODE
007240         STOP RUN
007250     END-IF.
007260     MOVE ZEROES TO WK-SEND-COUNT WK-SEND-TOTAL WK-CKS-VALUE.
007270     MOVE 'N' TO WK-SEND-EOF.
007280     PERFORM 2110-READ-ONE-RECORD THRU 2110-EXIT
007290         UNTIL SEND-AT-EOF.
007300     EVALUATE WK-FILE-TYPE
007310         WHEN 'REMITOUT'
007320             CLOSE REMIT-FILE-IN
007330         WHEN 'XOVROUT'
007340             CLOSE XOVR-FILE-IN
007350         WHEN 'MSNOUT'
007360             CLOSE MSN-FILE-IN
007370         WHEN 'GLJVOUT'
007380             CLOSE GL-JV-IN
007390         WHEN 'RESEARCH'
007400             CLOSE RESEARCH-IN
007410         WHEN 'EFTOUT'
007420             CLOSE EFT-FILE-IN
007430         WHEN 'CHKOUT'
007440             CLOSE CHECK-FILE-IN
007450     END-EVALUATE.
007460     MOVE WK-CKS-VALUE TO WK-SEND-HASH.
007470     IF WK-SEND-COUNT = 0
007480         DISPLAY 'PPXMT215 - OUTBOUND FILE ' WK-FILE-TYPE
007490                 ' IS EMPTY - REGISTERED WITH NO RECORDS'
007500         MOVE 4 TO RETURN-CODE
007510     END-IF.
007520 2100-EXIT.
007530     EXIT.
007540 2110-READ-ONE-RECORD.
007550     EVALUATE WK-FILE-TYPE
007560         WHEN 'REMITOUT'
007570             READ REMIT-FILE-IN
007580                 AT END
007590                     SET SEND-AT-EOF TO TRUE
007600                     GO TO 2110-EXIT
007610             END-READ
007620             MOVE REMIT-IN-REC TO WK-CKS-AREA
007630             MOVE 129 TO WK-CKS-LEN
007640             EVALUATE TRUE
007650                 WHEN REMIT-IN-REC(1:4) = '*LAY'
007660                     CONTINUE
007670                 WHEN RI-DEBIT-CREDIT-IND = 'C'
007680                     SUBTRACT RI-PAID-AMOUNT FROM WK-SEND-TOTAL
007690                 WHEN OTHER
007700                     ADD RI-PAID-AMOUNT TO WK-SEND-TOTAL
007710             END-EVALUATE
007720         WHEN 'XOVROUT'
007730             READ XOVR-FILE-IN
007740                 AT END
007750                     SET SEND-AT-EOF TO TRUE
007760                     GO TO 2110-EXIT
007770             END-READ
007780             MOVE XOVR-IN-REC TO WK-CKS-AREA
007790             MOVE 68 TO WK-CKS-LEN
007800             IF XO-DETAIL
007810                 ADD XO-TOTAL-LIABILITY TO WK-SEND-TOTAL
007820             END-IF
007830         WHEN 'MSNOUT'
007840             READ MSN-FILE-IN
007850                 AT END
007860                     SET SEND-AT-EOF TO TRUE
007870                     GO TO 2110-EXIT
007880             END-READ
007890             MOVE MSN-IN-LINE TO WK-CKS-AREA
007900             MOVE 90 TO WK-CKS-LEN
007910         WHEN 'GLJVOUT'
007920             READ GL-JV-IN
007930                 AT END
007940                     SET SEND-AT-EOF TO TRUE
007950                     GO TO 2110-EXIT
007960             END-READ
007970             MOVE GL-JV-IN-REC TO WK-CKS-AREA
007980             MOVE 59 TO WK-CKS-LEN
007990             ADD JV-AMOUNT TO WK-SEND-TOTAL
008000         WHEN 'RESEARCH'
008010             READ RESEARCH-IN
008020                 AT END
008030                     SET SEND-AT-EOF TO TRUE
008040                     GO TO 2110-EXIT
008050             END-READ
008060             MOVE RESEARCH-IN-REC TO WK-CKS-AREA
008070             MOVE 1403 TO WK-CKS-LEN
008080         WHEN 'EFTOUT'
008090             READ EFT-FILE-IN
008100                 AT END
008110                     SET SEND-AT-EOF TO TRUE
008120                     GO TO 2110-EXIT
008130             END-READ
008140             MOVE EFT-IN-REC TO WK-CKS-AREA
008150             MOVE 94 TO WK-CKS-LEN
008160             IF EF-ENTRY-DETAIL AND EF-AMOUNT IS NUMERIC
008170                 ADD EF-AMOUNT TO WK-SEND-TOTAL
008180             END-IF
008190         WHEN 'CHKOUT'
008200             READ CHECK-FILE-IN
008210                 AT END
008220                     SET SEND-AT-EOF TO TRUE
008230                     GO TO 2110-EXIT
008240             END-READ
008250             MOVE CHECK-IN-REC TO WK-CKS-AREA
008260             MOVE 150 TO WK-CKS-LEN
008270             ADD CK-AMOUNT TO WK-SEND-TOTAL
008280     END-EVALUATE.
008290*    A LAYOUT HEADER (LAYHDR) IS SENT AND CHECKSUMMED WITH THE
008300*    FILE BUT IS NOT ONE OF ITS RECORDS.
008310     IF (WK-FILE-TYPE = 'REMITOUT' OR 'RESEARCH')
008320        AND WK-CKS-AREA(1:4) = '*LAY'
008330         CONTINUE
008340     ELSE
008350         ADD 1 TO WK-SEND-COUNT
008360     END-IF.
008370     PERFORM 8510-CHECKSUM-ONE-BYTE THRU 8510-EXIT
008380         VARYING WK-CKS-I FROM 1 BY 1
008390         UNTIL WK-CKS-I > WK-CKS-LEN.
008400 2110-EXIT.
008410     EXIT.
008420*-----------------------------------------------------------*
008430* 2300-SCAN-REGISTRY - THE HIGHEST ID SO FAR, AND THE FIRST  *
008440* SENDING THIS FILE REPEATS: THE ONE NAMED BY RESEND-OF, OR  *
008450* THE FIRST ROW WITH THE SAME FILE, DESTINATION AND          *
008460* CHECKSUM.  A RESEND OF A RESEND LINKS TO THE FIRST SENDING.*
008470*-----------------------------------------------------------*
008480 2300-SCAN-REGISTRY.
008490     MOVE ZEROES TO WK-HIGH-ID WK-ORIGINAL-ID.
008500     IF NOT REGIN-ACTIVE
008510         GO TO 2300-EXIT
008520     END-IF.
008530     OPEN INPUT REG-FILE-IN.
008540     MOVE 'N' TO WK-REG-EOF.
008550     PERFORM 2310-SCAN-ONE-ROW THRU 2310-EXIT
008560         UNTIL REG-AT-EOF.
008570     CLOSE REG-FILE-IN.
008580 2300-EXIT.
008590     EXIT.
008600 2310-SCAN-ONE-ROW.
008610     READ REG-FILE-IN INTO XMIT-REG-REC
008620         AT END
008630             SET REG-AT-EOF TO TRUE
008640             GO TO 2310-EXIT
008650     END-READ.
008660     IF XG-XMIT-ID > WK-HIGH-ID
008670         MOVE XG-XMIT-ID TO WK-HIGH-ID
008680     END-IF.
008690     IF WK-ORIGINAL-ID > 0
008700        OR XG-FILE-TYPE NOT = WK-FILE-TYPE
008710        OR XG-DEST-ID NOT = WK-DEST-ID
008720         GO TO 2310-EXIT
008730     END-IF.
008740     IF WK-RESEND-OF > 0
008750         IF XG-XMIT-ID = WK-RESEND-OF
008760             MOVE XG-XMIT-ID TO WK-ORIGINAL-ID
008770             IF XG-RESEND-OF > 0
008780                 MOVE XG-RESEND-OF TO WK-ORIGINAL-ID
008790             END-IF
008800         END-IF
008810         GO TO 2310-EXIT
008820     END-IF.
008830     IF XG-CONTENT-HASH = WK-SEND-HASH
008840        AND XG-RECORD-COUNT = WK-SEND-COUNT
008850         MOVE XG-XMIT-ID TO WK-ORIGINAL-ID
008860         IF XG-RESEND-OF > 0
008870             MOVE XG-RESEND-OF TO WK-ORIGINAL-ID
008880         END-IF
008890     END-IF.
008900 2310-EXIT.
008910     EXIT.
008920*-----------------------------------------------------------*
008930* 2400-COPY-REGISTRY - THE PRIOR ROWS FORWARD.  EVERY       *
008940* EARLIER SENDING OF A RESENT FILE - THE FIRST SENDING AND   *
008950* ANY RESEND OF IT - COUNTS THE RESEND AND KEEPS ITS ID, SO  *
008960* A RESEND THAT WAS ITSELF SENT AGAIN IS JUDGED SUPERSEDED.  *
008970*-----------------------------------------------------------*
008980 2400-COPY-REGISTRY.
008990     IF NOT REGIN-ACTIVE
009000         GO TO 2400-EXIT
009010     END-IF.
009020     OPEN INPUT REG-FILE-IN.
009030     MOVE 'N' TO WK-REG-EOF.
009040     PERFORM 2410-COPY-ONE-ROW THRU 2410-EXIT
009050         UNTIL REG-AT-EOF.
009060     CLOSE REG-FILE-IN.
009070 2400-EXIT.
009080     EXIT.
009090 2410-COPY-ONE-ROW.
009100     READ REG-FILE-IN INTO XMIT-REG-REC
009110         AT END
009120             SET REG-AT-EOF TO TRUE
009130             GO TO 2410-EXIT
009140     END-READ.
009150     ADD 1 TO WK-REG-IN.
009160     IF (XG-XMIT-ID = WK-ORIGINAL-ID
009170         OR XG-RESEND-OF = WK-ORIGINAL-ID)
009180        AND WK-ORIGINAL-ID > 0
009190        AND NOT SEND-REFUSED
009200         ADD 1 TO XG-RESEND-COUNT
009210         MOVE WK-NEW-ID TO XG-LAST-RESEND-ID
009220     END-IF.
009230     PERFORM 8400-WRITE-REG-ROW THRU 8400-EXIT.
009240 2410-EXIT.
009250     EXIT.
009260*-----------------------------------------------------------*
009270* 2500-ADD-NEW-ROW - THE FILE JUST SENT, AWAITING ITS        *
009280* ACKNOWLEDGMENT.                                            *
009290*-----------------------------------------------------------*
009300 2500-ADD-NEW-ROW.
009310     MOVE SPACES           TO XMIT-REG-REC.
009320     MOVE WK-NEW-ID        TO XG-XMIT-ID.
009330     MOVE WK-RUN-ID        TO XG-RUN-ID.
009340     MOVE WK-FILE-TYPE     TO XG-FILE-TYPE.
009350     MOVE WK-DEST-ID       TO XG-DEST-ID.
009360     MOVE WK-SENT-DATE     TO XG-SENT-DATE.
009370     MOVE WK-SENT-TIME     TO XG-SENT-TIME.
009380     MOVE WK-SEND-COUNT    TO XG-RECORD-COUNT.
009390     MOVE WK-SEND-TOTAL    TO XG-CONTROL-TOTAL.
009400     MOVE WK-SEND-HASH     TO XG-CONTENT-HASH.
009410     MOVE WK-NEW-HOURS     TO XG-ACK-HOURS.
009420     SET XG-AWAITING-ACK   TO TRUE.
009430     MOVE ZEROES           TO XG-ACK-DATE XG-ACK-TIME
009440                              XG-ACK-RECORD-COUNT
009450                              XG-ACK-CONTROL-TOTAL
009460                              XG-RESEND-COUNT XG-LAST-RESEND-ID.
009470     MOVE WK-ORIGINAL-ID   TO XG-RESEND-OF.
009480     PERFORM 8400-WRITE-REG-ROW THRU 8400-EXIT.
009490     MOVE 'TRANSMISSION REGISTERED' TO WK-XS-TITLE.
009500     MOVE WK-XR-SECTION-LINE TO XMT-RPT-LINE.
009510     WRITE XMT-RPT-LINE.
009520     MOVE WK-XR-HEADING1 TO XMT-RPT-LINE.
009530     WRITE XMT-RPT-LINE.
009540     MOVE SPACES TO WK-XL-NOTE.
009550     IF WK-ORIGINAL-ID > 0
009560         STRING 'RESEND OF ' WK-ORIGINAL-ID
009570             DELIMITED BY SIZE INTO WK-XL-NOTE
009580     ELSE
009590         MOVE WK-NEW-DEST-NAME TO WK-XL-NOTE
009600     END-IF.
009610     MOVE XG-ACK-HOURS TO WK-XL-HOURS.
009620     PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT.
009630 2500-EXIT.
009640     EXIT.
009650*===========================================================*
009660* 3000-POST-ACKS - LOAD THE ACKNOWLEDGMENTS, RESOLVE EACH TO *
009670* ITS ROW, THEN CARRY THE REGISTRY FORWARD POSTING THEM.     *
009680* AN ACKNOWLEDGMENT WITH NO ROW IS LISTED AND NOT POSTED.    *
009690*===========================================================*
009700 3000-POST-ACKS.
009710     OPEN INPUT ACK-FILE-IN.
009720     IF WK-ACK-STATUS NOT = '00'
009730         DISPLAY 'PPXMT215 - NO ACKNOWLEDGMENT FILE'
009740         MOVE 16 TO RETURN-CODE
009750         STOP RUN
009760     END-IF.
009770     MOVE 'N' TO WK-REG-EOF.
009780     PERFORM 3100-LOAD-ONE-ACK THRU 3100-EXIT
009790         UNTIL REG-AT-EOF.
009800     MOVE 'N' TO WK-REG-EOF.
009810     CLOSE ACK-FILE-IN.
009820     IF REGIN-ACTIVE
009830         OPEN INPUT REG-FILE-IN
009840         PERFORM 3200-RESOLVE-ONE-ROW THRU 3200-EXIT
009850             UNTIL REG-AT-EOF
009860         CLOSE REG-FILE-IN
009870         MOVE 'N' TO WK-REG-EOF
009880     END-IF.
009890     MOVE 'ACKNOWLEDGMENTS POSTED' TO WK-XS-TITLE.
009900     MOVE WK-XR-SECTION-LINE TO XMT-RPT-LINE.
009910     WRITE XMT-RPT-LINE.
009920     MOVE WK-XR-HEADING1 TO XMT-RPT-LINE.
009930     WRITE XMT-RPT-LINE.
009940     OPEN OUTPUT REG-FILE-OUT.
009950     IF REGIN-ACTIVE
009960         OPEN INPUT REG-FILE-IN
009970         PERFORM 3300-POST-ONE-ROW THRU 3300-EXIT
009980             UNTIL REG-AT-EOF
009990         CLOSE REG-FILE-IN
010000     END-IF.
010010     CLOSE REG-FILE-OUT.
010020     PERFORM 3500-LIST-UNMATCHED THRU 3500-EXIT.
010030     IF WK-ACKS-UNMATCHED > 0 OR WK-AK-DROPPED > 0
010040         MOVE 4 TO RETURN-CODE
010050     END-IF.
010060 3000-EXIT.
010070     EXIT.
010080 3100-LOAD-ONE-ACK.
010090     READ ACK-FILE-IN
010100         AT END
010110             SET REG-AT-EOF TO TRUE
010120             GO TO 3100-EXIT
010130     END-READ.
010140     ADD 1 TO WK-ACKS-READ.
010150     IF WK-AK-COUNT NOT < 2000
010160         ADD 1 TO WK-AK-DROPPED
010170         GO TO 3100-EXIT
010180     END-IF.
010190     ADD 1 TO WK-AK-COUNT.
010200     MOVE XMIT-ACK-REC TO AK-RECORD(WK-AK-COUNT).
010210     MOVE ZEROES       TO AK-ROW-ID(WK-AK-COUNT).
010220 3100-EXIT.
010230     EXIT.
010240*-----------------------------------------------------------*
010250* 3200-RESOLVE-ONE-ROW - TIE EACH ACKNOWLEDGMENT TO THIS ROW *
010260* WHEN IT NAMES THE ROW'S ID, OR NAMES NO ID AND THE ROW IS  *
010270* A LATER SENDING OF THE SAME FILE TO THE SAME DESTINATION   *
010280* FOR THE SAME RUN.                                          *
010290*-----------------------------------------------------------*
010300 3200-RESOLVE-ONE-ROW.
010310     READ REG-FILE-IN INTO XMIT-REG-REC
010320         AT END
010330             SET REG-AT-EOF TO TRUE
010340             GO TO 3200-EXIT
010350     END-READ.
010360     PERFORM 3210-RESOLVE-ONE-ACK THRU 3210-EXIT
010370         VARYING WK-AK-I FROM 1 BY 1
010380         UNTIL WK-AK-I > WK-AK-COUNT.
010390 3200-EXIT.
010400     EXIT.
010410 3210-RESOLVE-ONE-ACK.
010420     MOVE AK-RECORD(WK-AK-I) TO WK-AK-VIEW.
010430     IF WV-XMIT-ID > 0
010440         IF WV-XMIT-ID = XG-XMIT-ID
010450             MOVE XG-XMIT-ID TO AK-ROW-ID(WK-AK-I)
010460         END-IF
010470         GO TO 3210-EXIT
010480     END-IF.
010490     IF WV-DEST-ID = XG-DEST-ID
010500        AND WV-FILE-TYPE = XG-FILE-TYPE
010510        AND WV-RUN-ID = XG-RUN-ID
010520        AND XG-XMIT-ID > AK-ROW-ID(WK-AK-I)
010530         MOVE XG-XMIT-ID TO AK-ROW-ID(WK-AK-I)
010540     END-IF.
010550 3210-EXIT.
010560     EXIT.
010570 3300-POST-ONE-ROW.
010580     READ REG-FILE-IN INTO XMIT-REG-REC
010590         AT END
010600             SET REG-AT-EOF TO TRUE
010610             GO TO 3300-EXIT
010620     END-READ.
010630     ADD 1 TO WK-REG-IN.
010640     PERFORM 3310-POST-ONE-ACK THRU 3310-EXIT
010650         VARYING WK-AK-I FROM 1 BY 1
010660         UNTIL WK-AK-I > WK-AK-COUNT.
010670     PERFORM 8400-WRITE-REG-ROW THRU 8400-EXIT.
010680 3300-EXIT.
010690     EXIT.
010700*-----------------------------------------------------------*
010710* 3310-POST-ONE-ACK - THE RECEIVER'S WORD, IN FILE ORDER, SO *
010720* A LATER ACKNOWLEDGMENT OF THE SAME SENDING OVERRIDES AN    *
010730* EARLIER ONE.  AN ACCEPTANCE WHOSE REPORTED COUNT OR TOTAL  *
010740* DISAGREES WITH OURS IS A MISMATCH; ONE RECEIVED AFTER THE  *
010750* AGREED HOURS IS POSTED AND NOTED LATE.                     *
010760*-----------------------------------------------------------*
010770 3310-POST-ONE-ACK.
010780     IF AK-ROW-ID(WK-AK-I) NOT = XG-XMIT-ID
010790         GO TO 3310-EXIT
010800     END-IF.
010810     MOVE AK-RECORD(WK-AK-I) TO WK-AK-VIEW.
010820     ADD 1 TO WK-ACKS-POSTED.
010830     MOVE WV-ACK-DATE      TO XG-ACK-DATE.
010840     MOVE WV-ACK-TIME      TO XG-ACK-TIME.
010850     MOVE WV-RECORD-COUNT  TO XG-ACK-RECORD-COUNT.
010860     MOVE WV-CONTROL-TOTAL TO XG-ACK-CONTROL-TOTAL.
010870     MOVE WV-REASON        TO XG-ACK-REASON.
010880     MOVE WV-TEXT          TO XG-ACK-TEXT.
010890     MOVE WV-REF           TO XG-ACK-REF.
010900     MOVE SPACES           TO WK-XL-NOTE.
010910     EVALUATE TRUE
010920         WHEN WV-ACK-STATUS = 'R'
010930             SET XG-REJECTED TO TRUE
010940             MOVE 'REJECTED BY RECEIVER' TO WK-XL-NOTE
010950         WHEN WV-RECORD-COUNT > 0
010960          AND WV-RECORD-COUNT NOT = XG-RECORD-COUNT
010970             SET XG-MISMATCHED TO TRUE
010980             MOVE 'RECORD COUNT DISAGREES' TO WK-XL-NOTE
010990         WHEN WV-CONTROL-TOTAL NOT = 0
011000          AND WV-CONTROL-TOTAL NOT = XG-CONTROL-TOTAL
011010             SET XG-MISMATCHED TO TRUE
011020             MOVE 'CONTROL TOTAL DISAGREES' TO WK-XL-NOTE
011030         WHEN OTHER
011040             SET XG-ACCEPTED TO TRUE
011050     END-EVALUATE.
011060     MOVE WV-ACK-DATE TO WK-DTS-DATE.
011070     MOVE WV-ACK-TIME TO WK-TIME-PARTS.
011080     PERFORM 8600-MINUTES-SINCE-SENT THRU 8600-EXIT.
011090     IF WK-AGE-MINUTES > XG-ACK-HOURS * 60
011100         ADD 1 TO WK-ACKS-LATE
011110         IF WK-XL-NOTE = SPACES
011120             MOVE 'ACKNOWLEDGED LATE' TO WK-XL-NOTE
011130         END-IF
011140     END-IF.
011150     MOVE WK-AGE-HOURS TO WK-XL-HOURS.
011160     PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT.
011170     PERFORM 8250-WRITE-ACK-LINE THRU 8250-EXIT.
011180 3310-EXIT.
011190     EXIT.
011200 3500-LIST-UNMATCHED.
011210     PERFORM 3510-LIST-ONE-UNMATCHED THRU 3510-EXIT
011220         VARYING WK-AK-I FROM 1 BY 1
011230         UNTIL WK-AK-I > WK-AK-COUNT.
011240 3500-EXIT.
011250     EXIT.
011260 3510-LIST-ONE-UNMATCHED.
011270     IF AK-ROW-ID(WK-AK-I) > 0
011280         GO TO 3510-EXIT
011290     END-IF.
011300     ADD 1 TO WK-ACKS-UNMATCHED.
011310     IF WK-ACKS-UNMATCHED = 1
011320         MOVE 'ACKNOWLEDGMENTS WITH NO TRANSMISSION ON THE '
011330             TO WK-XS-TITLE
011340         MOVE 'REGISTRY - NOT POSTED' TO WK-XS-TITLE(45:16)
011350         MOVE WK-XR-SECTION-LINE TO XMT-RPT-LINE
011360         WRITE XMT-RPT-LINE
011370     END-IF.
011380     MOVE AK-RECORD(WK-AK-I) TO WK-AK-VIEW.
011390     MOVE SPACES TO WK-XR-DETAIL-LINE.
011400     MOVE WV-XMIT-ID   TO WK-XL-XMIT-ID.
011410     MOVE WV-FILE-TYPE TO WK-XL-FILE-TYPE.
011420     MOVE WV-DEST-ID   TO WK-XL-DEST-ID.
011430     MOVE WV-RUN-ID    TO WK-XL-RUN-ID.
011440     MOVE 'NO SUCH TRANSMISSION' TO WK-XL-NOTE.
011450     MOVE WK-XR-DETAIL-LINE TO XMT-RPT-LINE.
011460     WRITE XMT-RPT-LINE.
011470     PERFORM 8250-WRITE-ACK-LINE THRU 8250-EXIT.
011480 3510-EXIT.
011490     EXIT.
011500*===========================================================*
011510* 4000-EXCEPTION-REPORT - EVERY SENDING STILL UNACKNOWLEDGED *
011520* PAST ITS DESTINATION'S AGREED HOURS, EVERY REJECTION OR    *
011530* MISMATCH NOT YET SENT AGAIN, AND THE COUNTS BY             *
011540* DESTINATION.  A ROW SUPERSEDED BY A RESEND IS JUDGED BY    *
011550* THE RESEND.                                                *
011560*===========================================================*
011570 4000-EXCEPTION-REPORT.
011580     MOVE 'OVERDUE, REJECTED OR MISMATCHED TRANSMISSIONS'
011590         TO WK-XS-TITLE.
011600     MOVE WK-XR-SECTION-LINE TO XMT-RPT-LINE.
011610     WRITE XMT-RPT-LINE.
011620     MOVE WK-XR-HEADING1 TO XMT-RPT-LINE.
011630     WRITE XMT-RPT-LINE.
011640     IF REGIN-ACTIVE
011650         OPEN INPUT REG-FILE-IN
011660         MOVE 'N' TO WK-REG-EOF
011670         PERFORM 4100-JUDGE-ONE-ROW THRU 4100-EXIT
011680             UNTIL REG-AT-EOF
011690         CLOSE REG-FILE-IN
011700     END-IF.
011710     MOVE SPACES TO XMT-RPT-LINE.
011720     WRITE XMT-RPT-LINE.
011730     MOVE 'TRANSMISSIONS BY DESTINATION' TO WK-XS-TITLE.
011740     MOVE WK-XR-SECTION-LINE TO XMT-RPT-LINE.
011750     WRITE XMT-RPT-LINE.
011760     MOVE WK-XR-SUM-HEAD TO XMT-RPT-LINE.
011770     WRITE XMT-RPT-LINE.
011780     PERFORM 4500-WRITE-DEST-SUMMARY THRU 4500-EXIT
011790         VARYING WK-DT-I FROM 1 BY 1
011800         UNTIL WK-DT-I > WK-DT-COUNT.
011810     IF WK-EXC-OVERDUE > 0 OR WK-EXC-UNRESOLVED > 0
011820         MOVE 4 TO RETURN-CODE
011830     END-IF.
011840 4000-EXIT.
011850     EXIT.
011860 4100-JUDGE-ONE-ROW.
011870     READ REG-FILE-IN INTO XMIT-REG-REC
011880         AT END
011890             SET REG-AT-EOF TO TRUE
011900             GO TO 4100-EXIT
011910     END-READ.
011920     ADD 1 TO WK-REG-IN.
011930     MOVE XG-DEST-ID TO WK-DEST-ID-KEY.
011940     PERFORM 8300-FIND-DEST THRU 8300-EXIT.
011950     IF WK-DT-FOUND = 0
011960         GO TO 4100-EXIT
011970     END-IF.
011980     ADD 1 TO DT-SENT(WK-DT-FOUND).
011990     IF XG-RESEND-OF > 0
012000         ADD 1 TO DT-RESENDS(WK-DT-FOUND)
012010     END-IF.
012020     MOVE XG-ACK-HOURS TO WK-XL-HOURS.
012030     EVALUATE TRUE
012040         WHEN XG-ACCEPTED
012050             ADD 1 TO DT-ACCEPTED(WK-DT-FOUND)
012060         WHEN XG-REJECTED
012070             ADD 1 TO DT-REJECTED(WK-DT-FOUND)
012080             IF XG-RESEND-COUNT = 0
012090                 ADD 1 TO WK-EXC-UNRESOLVED
012100                 MOVE 'REJECTED - NOT SENT AGAIN' TO WK-XL-NOTE
012110                 PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT
012120                 PERFORM 8260-WRITE-ROW-ACK THRU 8260-EXIT
012130             END-IF
012140         WHEN XG-MISMATCHED
012150             ADD 1 TO DT-MISMATCHED(WK-DT-FOUND)
012160             IF XG-RESEND-COUNT = 0
012170                 ADD 1 TO WK-EXC-UNRESOLVED
012180                 MOVE 'COUNT/TOTAL DISAGREES' TO WK-XL-NOTE
012190                 PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT
012200                 PERFORM 8260-WRITE-ROW-ACK THRU 8260-EXIT
012210             END-IF
012220         WHEN OTHER
012230             PERFORM 4200-JUDGE-AWAITING THRU 4200-EXIT
012240     END-EVALUATE.
012250 4100-EXIT.
012260     EXIT.
012270*-----------------------------------------------------------*
012280* 4200-JUDGE-AWAITING - A SENDING STILL WAITING: WITHIN ITS  *
012290* HOURS IT IS ONLY COUNTED; PAST THEM IT IS LISTED, UNLESS   *
012300* IT HAS SINCE BEEN SENT AGAIN.                              *
012310*-----------------------------------------------------------*
012320 4200-JUDGE-AWAITING.
012330     MOVE WK-ASOF-DATE TO WK-DTS-DATE.
012340     MOVE WK-ASOF-TIME TO WK-TIME-PARTS.
012350     PERFORM 8600-MINUTES-SINCE-SENT THRU 8600-EXIT.
012360     IF WK-AGE-MINUTES NOT > XG-ACK-HOURS * 60
012370        OR XG-RESEND-COUNT > 0
012380         ADD 1 TO DT-AWAITING(WK-DT-FOUND)
012390         GO TO 4200-EXIT
012400     END-IF.
012410     ADD 1 TO DT-OVERDUE(WK-DT-FOUND).
012420     ADD 1 TO WK-EXC-OVERDUE.
012430     MOVE WK-AGE-HOURS TO WK-XL-HOURS.
012440     MOVE 'NOT ACKNOWLEDGED - OVERDUE' TO WK-XL-NOTE.
012450     PERFORM 8200-WRITE-ROW-LINE THRU 8200-EXIT.
012460 4200-EXIT.
012470     EXIT.
012480 4500-WRITE-DEST-SUMMARY.
012490     IF DT-SENT(WK-DT-I) = 0 AND DT-DEST-NAME(WK-DT-I) = SPACES
012500         GO TO 4500-EXIT
012510     END-IF.
012520     MOVE DT-DEST-ID(WK-DT-I)    TO WK-XU-DEST-ID.
012530     MOVE DT-DEST-NAME(WK-DT-I)  TO WK-XU-DEST-NAME.
012540     IF DT-DEST-NAME(WK-DT-I) = SPACES
012550         MOVE '(NOT ON DESTINATION TABLE)' TO WK-XU-DEST-NAME
012560     END-IF.
012570     MOVE DT-ACK-HOURS(WK-DT-I)  TO WK-XU-HOURS.
012580     MOVE DT-SENT(WK-DT-I)       TO WK-XU-SENT.
012590     MOVE DT-ACCEPTED(WK-DT-I)   TO WK-XU-ACCEPTED.
012600     MOVE DT-REJECTED(WK-DT-I)   TO WK-XU-REJECTED.
012610     MOVE DT-MISMATCHED(WK-DT-I) TO WK-XU-MISMATCHED.
012620     MOVE DT-AWAITING(WK-DT-I)   TO WK-XU-AWAITING.
012630     MOVE DT-OVERDUE(WK-DT-I)    TO WK-XU-OVERDUE.
012640     MOVE DT-RESENDS(WK-DT-I)    TO WK-XU-RESENDS.
012650     MOVE WK-XR-SUM-LINE TO XMT-RPT-LINE.
012660     WRITE XMT-RPT-LINE.
012670 4500-EXIT.
012680     EXIT.
012690*-----------------------------------------------------------*
012700* 8200-WRITE-ROW-LINE - ONE REGISTRY ROW ON THE REPORT, WITH *
012710* THE NOTE AND HOURS ALREADY SET.                            *
012720*-----------------------------------------------------------*
012730 8200-WRITE-ROW-LINE.
012740     MOVE XG-XMIT-ID          TO WK-XL-XMIT-ID.
012750     MOVE XG-FILE-TYPE        TO WK-XL-FILE-TYPE.
012760     MOVE XG-DEST-ID          TO WK-XL-DEST-ID.
012770     MOVE XG-RUN-ID           TO WK-XL-RUN-ID.
012780     MOVE XG-SENT-DATE        TO WK-XL-SENT-DATE.
012790     MOVE XG-SENT-TIME(1:4)   TO WK-XL-SENT-TIME.
012800     MOVE XG-RECORD-COUNT     TO WK-XL-RECORDS.
012810     MOVE XG-CONTROL-TOTAL    TO WK-XL-TOTAL.
012820     MOVE XG-CONTENT-HASH     TO WK-XL-HASH.
012830     MOVE XG-STATUS           TO WK-XL-STATUS.
012840     MOVE WK-XR-DETAIL-LINE TO XMT-RPT-LINE.
012850     WRITE XMT-RPT-LINE.
012860 8200-EXIT.
012870     EXIT.
012880 8250-WRITE-ACK-LINE.
012890     MOVE WV-ACK-STATUS      TO WK-XA-STATUS.
012900     MOVE WV-ACK-DATE        TO WK-XA-DATE.
012910     MOVE WV-ACK-TIME(1:4)   TO WK-XA-TIME.
012920     MOVE WV-RECORD-COUNT    TO WK-XA-RECORDS.
012930     MOVE WV-CONTROL-TOTAL   TO WK-XA-TOTAL.
012940     MOVE WV-REASON          TO WK-XA-REASON.
012950     MOVE WV-TEXT            TO WK-XA-TEXT.
012960     MOVE WV-REF             TO WK-XA-REF.
012970     MOVE WK-XR-ACK-LINE TO XMT-RPT-LINE.
012980     WRITE XMT-RPT-LINE.
012990 8250-EXIT.
013000     EXIT.
013010 8260-WRITE-ROW-ACK.
013020     MOVE XG-STATUS            TO WV-ACK-STATUS.
013030     MOVE XG-ACK-DATE          TO WV-ACK-DATE.
013040     MOVE XG-ACK-TIME          TO WV-ACK-TIME.
013050     MOVE XG-ACK-RECORD-COUNT  TO WV-RECORD-COUNT.
013060     MOVE XG-ACK-CONTROL-TOTAL TO WV-CONTROL-TOTAL.
013070     MOVE XG-ACK-REASON        TO WV-REASON.
013080     MOVE XG-ACK-TEXT          TO WV-TEXT.
013090     MOVE XG-ACK-REF           TO WV-REF.
013100     PERFORM 8250-WRITE-ACK-LINE THRU 8250-EXIT.
013110 8260-EXIT.
013120     EXIT.
013130*-----------------------------------------------------------*
013140* 8300-FIND-DEST - THE DESTINATION TABLE ENTRY FOR           *
013150* WK-DEST-ID-KEY, ADDED WHEN NEW.  WK-DT-FOUND IS ZERO ONLY  *
013160* WHEN THE TABLE IS FULL.                                    *
013170*-----------------------------------------------------------*
013180 8300-FIND-DEST.
013190     MOVE ZEROES TO WK-DT-FOUND.
013200     PERFORM 8310-CHECK-ONE-DEST THRU 8310-EXIT
013210         VARYING WK-DT-I FROM 1 BY 1
013220         UNTIL WK-DT-I > WK-DT-COUNT OR WK-DT-FOUND > 0.
013230     IF WK-DT-FOUND > 0
013240         GO TO 8300-EXIT
013250     END-IF.
013260     IF WK-DT-COUNT NOT < 100
013270         ADD 1 TO WK-DT-DROPPED
013280         GO TO 8300-EXIT
013290     END-IF.
013300     ADD 1 TO WK-DT-COUNT.
013310     MOVE WK-DT-COUNT TO WK-DT-FOUND.
013320     MOVE SPACES TO DT-ENTRY(WK-DT-FOUND).
013330     MOVE WK-DEST-ID-KEY   TO DT-DEST-ID(WK-DT-FOUND).
013340     MOVE WK-DEFAULT-HOURS TO DT-ACK-HOURS(WK-DT-FOUND).
013350     MOVE ZEROES TO DT-SENT(WK-DT-FOUND) DT-ACCEPTED(WK-DT-FOUND)
013360                    DT-REJECTED(WK-DT-FOUND)
013370                    DT-MISMATCHED(WK-DT-FOUND)
013380                    DT-AWAITING(WK-DT-FOUND)
013390                    DT-OVERDUE(WK-DT-FOUND)
013400                    DT-RESENDS(WK-DT-FOUND).
013410 8300-EXIT.
013420     EXIT.
013430 8310-CHECK-ONE-DEST.
013440     IF DT-DEST-ID(WK-DT-I) = WK-DEST-ID-KEY
013450         MOVE WK-DT-I TO WK-DT-FOUND
013460     END-IF.
013470 8310-EXIT.
013480     EXIT.
013490 8400-WRITE-REG-ROW.
013500     MOVE XMIT-REG-REC TO REG-OUT-REC.
013510     WRITE REG-OUT-REC.
013520     ADD 1 TO WK-REG-OUT.
013530 8400-EXIT.
013540     EXIT.
013550*-----------------------------------------------------------*
013560* 8500-DATE-TO-SERIAL - CCYYMMDD IN WK-DTS-DATE TO A DAY     *
013570* SERIAL IN WK-DTS-SERIAL.                                   *
013580*-----------------------------------------------------------*
013590 8500-DATE-TO-SERIAL.
013600     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
013610     IF WK-DTS-MM < 3
013620         SUBTRACT 1 FROM WK-DTS-YEARS
013630     END-IF.
013640     DIVIDE WK-DTS-YEARS BY 4   GIVING WK-DTS-Q4.
013650     DIVIDE WK-DTS-YEARS BY 100 GIVING WK-DTS-Q100.
013660     DIVIDE WK-DTS-YEARS BY 400 GIVING WK-DTS-Q400.
013670     COMPUTE WK-DTS-SERIAL =
013680         (WK-DTS-YYYY * 365) + WK-DTS-Q4 - WK-DTS-Q100
013690         + WK-DTS-Q400 + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
013700 8500-EXIT.
013710     EXIT.
013720 8510-CHECKSUM-ONE-BYTE.
013730     COMPUTE WK-CKS-CHAR =
013740         FUNCTION ORD(WK-CKS-BYTE(WK-CKS-I)).
013750     COMPUTE WK-CKS-VALUE =
013760         FUNCTION MOD((WK-CKS-VALUE * 31 + WK-CKS-CHAR),
013770                      999999937).
013780 8510-EXIT.
013790     EXIT.
013800*-----------------------------------------------------------*
013810* 8600-MINUTES-SINCE-SENT - MINUTES FROM THE ROW'S SENDING   *
013820* TO THE DATE IN WK-DTS-DATE AND TIME IN WK-TIME-PARTS, AND  *
013830* THE SAME IN WHOLE HOURS.  A TIME BEFORE THE SENDING IS     *
013840* ZERO.                                                      *
013850*-----------------------------------------------------------*
013860 8600-MINUTES-SINCE-SENT.
013870     MOVE ZEROES TO WK-AGE-MINUTES WK-AGE-HOURS.
013880     IF WK-DTS-DATE NOT NUMERIC OR WK-DTS-DATE = 0
013890        OR WK-TIME-PARTS NOT NUMERIC
013900         GO TO 8600-EXIT
013910     END-IF.
013920     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
013930     COMPUTE WK-ASOF-MINUTES = WK-DTS-SERIAL * 1440
013940                             + WK-TP-HH * 60 + WK-TP-MM.
013950     MOVE XG-SENT-DATE TO WK-DTS-DATE.
013960     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
013970     MOVE XG-SENT-TIME TO WK-TIME-PARTS.
013980     COMPUTE WK-SENT-MINUTES = WK-DTS-SERIAL * 1440
013990                             + WK-TP-HH * 60 + WK-TP-MM.
014000     IF WK-ASOF-MINUTES > WK-SENT-MINUTES
014010         COMPUTE WK-AGE-MINUTES =
014020             WK-ASOF-MINUTES - WK-SENT-MINUTES
014030         DIVIDE WK-AGE-MINUTES BY 60 GIVING WK-AGE-HOURS
014040     END-IF.
014050 8600-EXIT.
014060     EXIT.
014070*===========================================================*
014080* 9000-TERMINATE - CLOSE AND DISPLAY RUN TOTALS.             *
014090*===========================================================*
014100 9000-TERMINATE.
014110     MOVE WK-XR-RULE-LINE TO XMT-RPT-LINE.
014120     WRITE XMT-RPT-LINE.
014130     MOVE 'REGISTRY ROWS READ' TO WK-XC-LABEL.
014140     MOVE WK-REG-IN TO WK-XC-COUNT.
014150     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
014160     IF NOT FUNCTION-EXCEPT
014170         MOVE 'REGISTRY ROWS WRITTEN' TO WK-XC-LABEL
014180         MOVE WK-REG-OUT TO WK-XC-COUNT
014190         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
014200     END-IF.
014210     IF FUNCTION-ACK
014220         MOVE 'ACKNOWLEDGMENTS READ' TO WK-XC-LABEL
014230         MOVE WK-ACKS-READ TO WK-XC-COUNT
014240         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
014250         MOVE 'ACKNOWLEDGMENTS POSTED' TO WK-XC-LABEL
014260         MOVE WK-ACKS-POSTED TO WK-XC-COUNT
014270         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
014280         MOVE 'ACKNOWLEDGMENTS RECEIVED LATE' TO WK-XC-LABEL
014290         MOVE WK-ACKS-LATE TO WK-XC-COUNT
014300         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
014310         MOVE 'ACKNOWLEDGMENTS NOT MATCHED' TO WK-XC-LABEL
014320         MOVE WK-ACKS-UNMATCHED TO WK-XC-COUNT
014330         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
014340     END-IF.
014350     IF FUNCTION-EXCEPT
014360         MOVE 'OVERDUE ACKNOWLEDGMENTS' TO WK-XC-LABEL
014370         MOVE WK-EXC-OVERDUE TO WK-XC-COUNT
014380         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
014390         MOVE 'REJECTIONS/MISMATCHES NOT SENT AGAIN'
014400             TO WK-XC-LABEL
014410         MOVE WK-EXC-UNRESOLVED TO WK-XC-COUNT
014420         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
014430     END-IF.
014440     CLOSE XMT-RPT-OUT.
014450     DISPLAY 'PPXMT215 - FUNCTION           : ' WK-FUNCTION.
014460     DISPLAY 'PPXMT215 - REGISTRY ROWS IN   : ' WK-REG-IN.
014470     IF NOT FUNCTION-EXCEPT
014480         DISPLAY 'PPXMT215 - REGISTRY ROWS OUT  : ' WK-REG-OUT
014490     END-IF.
014500     IF FUNCTION-SEND AND NOT SEND-REFUSED
014510         DISPLAY 'PPXMT215 - REGISTERED         : ' WK-NEW-ID
014520                 ' ' WK-FILE-TYPE ' TO ' WK-DEST-ID
014530         DISPLAY 'PPXMT215 - RECORDS / CHECKSUM : '
014540                 WK-SEND-COUNT ' / ' WK-SEND-HASH
014550     END-IF.
014560     IF FUNCTION-ACK
014570         DISPLAY 'PPXMT215 - ACKS READ          : ' WK-ACKS-READ
014580         DISPLAY 'PPXMT215 - ACKS POSTED        : '
014590                 WK-ACKS-POSTED
014600         DISPLAY 'PPXMT215 - ACKS NOT MATCHED   : '
014610                 WK-ACKS-UNMATCHED
014620     END-IF.
014630     IF WK-AK-DROPPED > 0
014640         DISPLAY 'PPXMT215 - ACKNOWLEDGMENT TABLE FULL - NOT '
014650                 'POSTED: ' WK-AK-DROPPED
014660     END-IF.
014670     IF WK-DT-DROPPED > 0
014680         DISPLAY 'PPXMT215 - DESTINATION TABLE FULL - ROWS '
014690                 'NOT SUMMARIZED: ' WK-DT-DROPPED
014700     END-IF.
014710     IF FUNCTION-EXCEPT
014720         DISPLAY 'PPXMT215 - OVERDUE            : '
014730                 WK-EXC-OVERDUE
014740         DISPLAY 'PPXMT215 - REJECTED/MISMATCHED: '
014750                 WK-EXC-UNRESOLVED
014760     END-IF.
014770 9000-EXIT.
014780     EXIT.
014790 9100-WRITE-COUNT.
014800     MOVE WK-XR-COUNT-LINE TO XMT-RPT-LINE.
014810     WRITE XMT-RPT-LINE.
014820 9100-EXIT.
014830     EXIT.
