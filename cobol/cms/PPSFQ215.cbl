000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPSFQ215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - INBOUND SUBMITTER FILE QUEUE.
000070*          - EVERY CLAIM FILE A TRADING PARTNER SENDS IS
000080*            QUEUED HERE BEFORE PPCNV215 SEES IT, SO A LATE
000090*            FILE OR A RESENT ONE IS NOT LEFT TO THE
000100*            OPERATOR.  EACH FILE GETS A CONTROL ROW ON THE
000110*            QUEUE (COPYBOOK SFQREG, CARRIED FORWARD FROM
000120*            SFQREGI TO SFQREGO): SUBMITTER, FILE NAME,
000130*            ARRIVAL DATE AND TIME, RECORD AND CLAIM COUNTS,
000140*            AND TWO CONTENT CHECKSUMS - ONE OVER THE WHOLE
000150*            FILE, ONE OVER ITS CLAIM CONTENT ONLY.
000160*          - THE FILES ARRIVE ON SFQARRV, EACH PRECEDED BY A
000170*            '++FILE' HEADER RECORD WRITTEN BY THE RECEIVING
000180*            STEP:
000190*              COLUMNS  1-6   '++FILE'
000200*                       8-15  SUBMITTER ID
000210*                      17-60  FILE NAME AS RECEIVED
000220*                      62-69  ARRIVAL DATE CCYYMMDD
000230*                      71-78  ARRIVAL TIME HHMMSSHH
000240*                      80-88  QUEUE ID (HOLD FILE ONLY)
000250*            A HEADER WITHOUT A SUBMITTER TAKES IT FROM THE
000260*            FILE'S FIRST 'SUB' RECORD OR ITS ISA06 SENDER; ONE
000270*            WITHOUT A VALID ARRIVAL DATE OR TIME IS STAMPED
000280*            WITH THE RUN'S CLOCK.  A RECORD BEFORE THE FIRST
000290*            HEADER STOPS THE RUN.
000300*          - CUTOFF.  THE PARTNER PROFILE (PARTPROF, AS
000310*            PPCNV215 READS IT) GIVES EACH SUBMITTER A CUTOFF
000320*            TIME.  A FILE ARRIVING ON THE CYCLE DATE AFTER
000330*            ITS PARTNER'S CUTOFF, OR DATED AFTER THE CYCLE,
000340*            IS HELD: IT IS COPIED TO THE HOLD FILE (SFQHOLDO,
000350*            THE NEXT CYCLE'S SFQHOLDI) AND RELEASED BY THE
000360*            FIRST CYCLE IT FALLS WITHIN.  A PARTNER WITH NO
000370*            CUTOFF, OR NO PROFILE, IS NEVER HELD.
000380*          - DUPLICATES.  AN ARRIVING FILE WITH THE SAME
000390*            CHECKSUM AND RECORD COUNT AS A FILE ALREADY
000400*            RELEASED OR HELD - ON THE QUEUE OR EARLIER IN
000410*            THIS RUN - IS REJECTED AS THE SAME FILE.  ONE
000420*            WHOSE CLAIM CONTENT MATCHES (THE SAME CLAIMS
000430*            UNDER A NEW X12 ENVELOPE OR SUBMITTER RECORD) IS
000440*            REJECTED AS THE SAME CLAIMS.  A FILE WITH NO
000450*            RECORDS IS REJECTED AS EMPTY.  NO RECORD OF A
000460*            REJECTED FILE IS RELEASED.
000470*          - RELEASE.  THE FILES RELEASED TO THE CYCLE ARE
000480*            WRITTEN, IN ARRIVAL ORDER, WITHOUT THEIR HEADERS:
000490*            FLAT FILES TO CLAIMIN FOR PPCNV215, EACH LED BY A
000500*            'SUB' RECORD FOR ITS SUBMITTER WHEN THE FILE DOES
000510*            NOT BEGIN WITH ONE, AND X12 INTERCHANGES TO
000520*            CLAIMX12, WHICH A SECOND PPCNV215 STEP TAKES AS
000530*            ITS CLAIMIN.
000540*          - THE QUEUE STATUS REPORT (SFQRPT) LISTS THE FILES
000550*            RELEASED, HELD AND REJECTED, WITH A SUMMARY BY
000560*            SUBMITTER AND THE RUN'S CONTROL COUNTS.
000570*          - CARDS (SFQPARM): CYCLE-DATE=CCYYMMDD (DEFAULT
000580*            TODAY).
000590*          - RETURN CODES: 4 - A FILE WAS REJECTED, OR A FILE
000600*            THE QUEUE HOLDS IS MISSING FROM THE HOLD FILE;
000610*            16 - AN INVALID CUTOFF ON THE PARTNER PROFILE, A
000620*            RECORD BEFORE THE FIRST HEADER, OR MORE FILES
000630*            THAN THE RUN CAN QUEUE.
000640 DATE-COMPILED.
000650****************************************************************
000660*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000670*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000680*   IS THAT OF THE USER.                                       *
000690****************************************************************
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.            IBM-370.
000730 OBJECT-COMPUTER.            IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT SFQ-PARM-FILE   ASSIGN TO SFQPARM
000770                            ORGANIZATION IS LINE SEQUENTIAL
000780                            FILE STATUS IS WK-PARM-STATUS.
000790     SELECT PART-PROF-FILE  ASSIGN TO PARTPROF
000800                            ORGANIZATION IS SEQUENTIAL
000810                            FILE STATUS IS WK-PROF-STATUS.
000820     SELECT HOLD-FILE-IN    ASSIGN TO SFQHOLDI
000830                            ORGANIZATION IS SEQUENTIAL
000840                            FILE STATUS IS WK-HOLDIN-STATUS.
000850     SELECT ARRIVAL-IN      ASSIGN TO SFQARRV
000860                            ORGANIZATION IS SEQUENTIAL
000870                            FILE STATUS IS WK-ARRV-STATUS.
000880     SELECT REG-FILE-IN     ASSIGN TO SFQREGI
000890                            ORGANIZATION IS SEQUENTIAL
000900                            FILE STATUS IS WK-REGIN-STATUS.
000910     SELECT REG-FILE-OUT    ASSIGN TO SFQREGO
000920                            ORGANIZATION IS SEQUENTIAL.
000930     SELECT HOLD-FILE-OUT   ASSIGN TO SFQHOLDO
000940                            ORGANIZATION IS SEQUENTIAL.
000950     SELECT FLAT-RELEASE-OUT ASSIGN TO CLAIMIN
000960                            ORGANIZATION IS SEQUENTIAL.
000970     SELECT X12-RELEASE-OUT ASSIGN TO CLAIMX12
000980                            ORGANIZATION IS SEQUENTIAL.
000990     SELECT SFQ-RPT-OUT     ASSIGN TO SFQRPT
001000                            ORGANIZATION IS LINE SEQUENTIAL.
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  SFQ-PARM-FILE
001040     RECORDING MODE IS F.
001050 01  SFQ-PARM-REC                PIC X(80).
001060*----------------------------------------------------------*
001070* TRADING-PARTNER PROFILE FILE, AS PPCNV215 DESCRIBES IT.  *
001080* ONLY THE SUBMITTER AND ITS CUTOFF ARE USED HERE.         *
001090*----------------------------------------------------------*
001100 FD  PART-PROF-FILE
001110     RECORDING MODE IS F.
001120 01  PART-PROF-REC.
001130     05  PP-SUBMITTER-ID         PIC X(08).
001140     05  PP-DATE-FORMAT          PIC X(01).
001150     05  PP-CHARGES-DECIMAL      PIC X(01).
001160     05  PP-PROV-QUALIFIER       PIC X(01).
001170     05  PP-SENDS-HI             PIC X(01).
001180     05  PP-SENDS-PR             PIC X(01).
001190     05  PP-SENDS-CC             PIC X(01).
001200     05  PP-SENDS-NDC            PIC X(01).
001210     05  PP-SENDS-OCC            PIC X(01).
001220     05  PP-SUBMIT-MEDIUM        PIC X(01).
001230     05  PP-CUTOFF-TIME          PIC X(04).
001240     05  PP-CUTOFF-PARTS REDEFINES PP-CUTOFF-TIME.
001250         10  PP-CUTOFF-HH        PIC 9(02).
001260         10  PP-CUTOFF-MM        PIC 9(02).
001270*----------------------------------------------------------*
001280* THE HELD AND ARRIVING FILES, HEADER AND CLAIM RECORDS.   *
001290*----------------------------------------------------------*
001300 FD  HOLD-FILE-IN
001310     RECORDING MODE IS F.
001320 01  HOLD-IN-REC                 PIC X(100).
001330 FD  ARRIVAL-IN
001340     RECORDING MODE IS F.
001350 01  ARRIVAL-IN-REC              PIC X(100).
001360*----------------------------------------------------------*
001370* SUBMITTER FILE QUEUE, PRIOR AND NEW (COPYBOOK SFQREG).   *
001380*----------------------------------------------------------*
001390 FD  REG-FILE-IN
001400     RECORDING MODE IS F.
001410 01  REG-IN-REC                  PIC X(160).
001420 FD  REG-FILE-OUT
001430     RECORDING MODE IS F.
001440 01  REG-OUT-REC                 PIC X(160).
001450 FD  HOLD-FILE-OUT
001460     RECORDING MODE IS F.
001470 01  HOLD-OUT-REC                PIC X(100).
001480 FD  FLAT-RELEASE-OUT
001490     RECORDING MODE IS F.
001500 01  FLAT-RELEASE-REC            PIC X(100).
001510 FD  X12-RELEASE-OUT
001520     RECORDING MODE IS F.
001530 01  X12-RELEASE-REC             PIC X(100).
001540 FD  SFQ-RPT-OUT
001550     RECORDING MODE IS F.
001560 01  SFQ-RPT-LINE                PIC X(132).
001570 WORKING-STORAGE SECTION.
001580 01  W-STORAGE-REF                  PIC X(48)  VALUE
001590     'P P S F Q 2 1 5 - W O R K I N G   S T O R A G E'.
001600 01  SFQ-VERSION                    PIC X(05) VALUE 'Q21.5'.
001610 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001620 01  WK-PROF-STATUS             PIC X(02) VALUE SPACES.
001630 01  WK-HOLDIN-STATUS           PIC X(02) VALUE SPACES.
001640 01  WK-ARRV-STATUS             PIC X(02) VALUE SPACES.
001650 01  WK-REGIN-STATUS            PIC X(02) VALUE SPACES.
001660 01  WK-SWITCHES.
001670     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001680         88  PARM-AT-EOF        VALUE 'Y'.
001690     05  WK-PROF-EOF            PIC X(01) VALUE 'N'.
001700         88  PROF-AT-EOF        VALUE 'Y'.
001710     05  WK-REG-EOF             PIC X(01) VALUE 'N'.
001720         88  REG-AT-EOF         VALUE 'Y'.
001730     05  WK-REGIN-SW            PIC X(01) VALUE 'N'.
001740         88  REGIN-ACTIVE       VALUE 'Y'.
001750     05  WK-HOLDIN-SW           PIC X(01) VALUE 'N'.
001760         88  HOLDIN-ACTIVE      VALUE 'Y'.
001770     05  WK-ARRV-SW             PIC X(01) VALUE 'N'.
001780         88  ARRIVALS-ACTIVE    VALUE 'Y'.
001790     05  WK-HOLD-EOF            PIC X(01) VALUE 'N'.
001800         88  HOLD-AT-EOF        VALUE 'Y'.
001810     05  WK-ARRV-EOF            PIC X(01) VALUE 'N'.
001820         88  ARRIVALS-AT-EOF    VALUE 'Y'.
001830     05  WK-STAGE-EOF           PIC X(01) VALUE 'N'.
001840         88  STAGE-AT-EOF       VALUE 'Y'.
001850     05  WK-DEFER-SW            PIC X(01) VALUE 'N'.
001860         88  FILE-DEFERRED      VALUE 'Y'.
001870     05  WK-ROW-MATCHED-SW      PIC X(01) VALUE 'N'.
001880         88  ROW-MATCHED        VALUE 'Y'.
001890 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001900 01  WK-RC-VALUE                PIC X(60) VALUE SPACES.
001910 01  WK-CYCLE-DATE              PIC 9(08) VALUE ZEROES.
001920 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
001930 01  WK-RUN-TIME                PIC 9(08) VALUE ZEROES.
001940 01  WK-HIGH-ID                 PIC 9(09) VALUE ZEROES.
001950*----------------------------------------------------------*
001960* A STAGED RECORD, FROM THE HOLD FILE (SOURCE 'H') OR THE  *
001970* ARRIVALS (SOURCE 'A'), AND ITS '++FILE' HEADER VIEW.     *
001980*----------------------------------------------------------*
001990 01  WK-STAGE-SOURCE            PIC X(01) VALUE SPACE.
002000 01  WK-STAGE-REC.
002010     05  WK-SR-RECORD-TYPE      PIC X(03).
002020     05  WK-SR-DATA             PIC X(97).
002030 01  WK-STAGE-HDR REDEFINES WK-STAGE-REC.
002040     05  WK-SH-TAG              PIC X(06).
002050         88  SH-FILE-HEADER     VALUE '++FILE'.
002060     05  FILLER                 PIC X(01).
002070     05  WK-SH-SUBMITTER        PIC X(08).
002080     05  FILLER                 PIC X(01).
002090     05  WK-SH-FILE-NAME        PIC X(44).
002100     05  FILLER                 PIC X(01).
002110     05  WK-SH-ARRIVAL-DATE     PIC X(08).
002120     05  FILLER                 PIC X(01).
002130     05  WK-SH-ARRIVAL-TIME     PIC X(08).
002140     05  FILLER                 PIC X(01).
002150     05  WK-SH-QUEUE-ID         PIC X(09).
002160     05  FILLER                 PIC X(12).
002170*----------------------------------------------------------*
002180* PARTNER CUTOFF TABLE, LOADED FROM PARTPROF.               *
002190*----------------------------------------------------------*
002200 01  WK-PT-COUNT                PIC 9(03) COMP VALUE ZEROES.
002210 01  WK-PT-I                    PIC 9(03) COMP VALUE ZEROES.
002220 01  WK-PT-ERRORS               PIC 9(03) VALUE ZEROES.
002230 01  WK-PROFILE-TABLE.
002240     05  PT-ENTRY OCCURS 100 TIMES.
002250         10  PT-SUBMITTER-ID    PIC X(08).
002260         10  PT-CUTOFF-TIME     PIC X(04).
002270 01  WK-CUTOFF-KEY              PIC X(08) VALUE SPACES.
002280 01  WK-CUTOFF-TIME             PIC X(04) VALUE SPACES.
002290 01  WK-CUTOFF-FOUND-SW         PIC X(01) VALUE 'N'.
002300     88  CUTOFF-PROFILE-FOUND   VALUE 'Y'.
002310*----------------------------------------------------------*
002320* THE FILES OF THIS RUN, HELD FILES FIRST AND THEN THE     *
002330* ARRIVALS, IN THE ORDER THEY ARE STAGED.  FQ-ON-REG IS    *
002340* 'Y' WHEN A HELD FILE'S ROW WAS FOUND ON THE QUEUE.       *
002350*----------------------------------------------------------*
002360 01  WK-FQ-COUNT                PIC 9(04) COMP VALUE ZEROES.
002370 01  WK-FQ-CUR                  PIC 9(04) COMP VALUE ZEROES.
002380 01  WK-FQ-I                    PIC 9(04) COMP VALUE ZEROES.
002390 01  WK-FQ-J                    PIC 9(04) COMP VALUE ZEROES.
002400 01  WK-FILE-TABLE.
002410     05  FQ-ENTRY OCCURS 500 TIMES.
002420         10  FQ-SOURCE          PIC X(01).
002430         10  FQ-QUEUE-ID        PIC 9(09).
002440         10  FQ-SUBMITTER-ID    PIC X(08).
002450         10  FQ-FILE-NAME       PIC X(44).
002460         10  FQ-ARRIVAL-DATE    PIC 9(08).
002470         10  FQ-ARRIVAL-TIME    PIC 9(08).
002480         10  FQ-FORMAT          PIC X(01).
002490         10  FQ-LEADS-WITH-SUB  PIC X(01).
002500         10  FQ-RECORD-COUNT    PIC 9(09).
002510         10  FQ-CLAIM-COUNT     PIC 9(07).
002520         10  FQ-FILE-HASH       PIC 9(09).
002530         10  FQ-CLAIM-HASH      PIC 9(09).
002540         10  FQ-CUTOFF-TIME     PIC X(04).
002550         10  FQ-STATUS          PIC X(01).
002560         10  FQ-HOLD-REASON     PIC X(01).
002570         10  FQ-QUEUED-DATE     PIC 9(08).
002580         10  FQ-DUP-OF          PIC 9(09).
002590         10  FQ-DUP-REASON      PIC X(01).
002600         10  FQ-DEFER-COUNT     PIC 9(03).
002610         10  FQ-ON-REG          PIC X(01).
002620*----------------------------------------------------------*
002630* THE FILE BEING SCANNED: COUNTS AND CHECKSUMS.            *
002640*----------------------------------------------------------*
002650 01  WK-CUR-RECORDS             PIC 9(09) VALUE ZEROES.
002660 01  WK-CUR-CLAIMS              PIC 9(07) VALUE ZEROES.
002670 01  WK-CKS-WORK.
002680     05  WK-FH-VALUE            PIC 9(12) COMP VALUE ZEROES.
002690     05  WK-CH-VALUE            PIC 9(12) COMP VALUE ZEROES.
002700     05  WK-CKS-CHAR            PIC 9(04) COMP VALUE ZEROES.
002710     05  WK-CKS-I               PIC 9(04) COMP VALUE ZEROES.
002720 01  WK-CH-IN                   PIC X(01) VALUE SPACE.
002730 01  WK-CKS-AREA                PIC X(100) VALUE SPACES.
002740 01  WK-CKS-BYTE-TAB REDEFINES WK-CKS-AREA.
002750     05  WK-CKS-BYTE            PIC X(01) OCCURS 100 TIMES.
002760*----------------------------------------------------------*
002770* X12 CLAIM-CONTENT SCAN.  THE SEGMENT ID IS COLLECTED     *
002780* (STATE 'I'); AN ENVELOPE SEGMENT IS SKIPPED TO ITS       *
002790* TERMINATOR (STATE 'X'), ANY OTHER IS CHECKSUMMED (STATE  *
002800* 'B').  AN ISA IS 106 BYTES AND SUPPLIES THE SEPARATORS   *
002810* (STATE 'S').  PADDING BETWEEN SEGMENTS IS SKIPPED, AS    *
002820* PPCNV215 SKIPS IT.                                       *
002830*----------------------------------------------------------*
002840 01  WK-XH-STATE                PIC X(01) VALUE 'I'.
002850 01  WK-XH-CHAR                 PIC X(01) VALUE SPACE.
002860     88  XH-CHAR-FILLER         VALUE SPACE LOW-VALUE X'0D' X'0A'.
002870 01  WK-XH-ID                   PIC X(03) VALUE SPACES.
002880     88  XH-ENVELOPE-SEG        VALUE 'GS ' 'ST ' 'BHT' 'SE '
002890                                      'GE ' 'IEA'.
002900 01  WK-XH-ID-LEN               PIC 9(01) COMP VALUE ZEROES.
002910 01  WK-XH-J                    PIC 9(01) COMP VALUE ZEROES.
002920 01  WK-XH-ISA-POS              PIC 9(03) COMP VALUE ZEROES.
002930 01  WK-XH-ELEM-SEP             PIC X(01) VALUE '*'.
002940 01  WK-XH-SEG-TERM             PIC X(01) VALUE '~'.
002950*----------------------------------------------------------*
002960* SUMMARY BY SUBMITTER FOR THE REPORT.                     *
002970*----------------------------------------------------------*
002980 01  WK-SS-COUNT                PIC 9(03) COMP VALUE ZEROES.
002990 01  WK-SS-I                    PIC 9(03) COMP VALUE ZEROES.
003000 01  WK-SS-FOUND                PIC 9(03) COMP VALUE ZEROES.
003010 01  WK-SS-DROPPED              PIC 9(05) VALUE ZEROES.
003020 01  WK-SUBMITTER-TABLE.
003030     05  SS-ENTRY OCCURS 100 TIMES.
003040         10  SS-SUBMITTER-ID    PIC X(08).
003050         10  SS-CUTOFF-TIME     PIC X(04).
003060         10  SS-ARRIVED         PIC 9(07).
003070         10  SS-FROM-HOLD       PIC 9(07).
003080         10  SS-RELEASED        PIC 9(07).
003090         10  SS-HELD            PIC 9(07).
003100         10  SS-DUPLICATE       PIC 9(07).
003110         10  SS-EMPTY           PIC 9(07).
003120         10  SS-CLAIMS-OUT      PIC 9(09).
003130 COPY SFQREG.
003140*----------------------------------------------------------*
003150* RUN COUNTERS.                                            *
003160*----------------------------------------------------------*
003170 01  WK-COUNTERS.
003180     05  WK-REG-IN              PIC 9(07) VALUE ZEROES.
003190     05  WK-REG-OUT             PIC 9(07) VALUE ZEROES.
003200     05  WK-FILES-ARRIVED       PIC 9(07) VALUE ZEROES.
003210     05  WK-FILES-FROM-HOLD     PIC 9(07) VALUE ZEROES.
003220     05  WK-FILES-RELEASED      PIC 9(07) VALUE ZEROES.
003230     05  WK-FILES-HELD          PIC 9(07) VALUE ZEROES.
003240     05  WK-FILES-DUPLICATE     PIC 9(07) VALUE ZEROES.
003250     05  WK-FILES-EMPTY         PIC 9(07) VALUE ZEROES.
003260     05  WK-FLAT-RELEASED       PIC 9(07) VALUE ZEROES.
003270     05  WK-X12-RELEASED        PIC 9(07) VALUE ZEROES.
003280     05  WK-HOLD-WRITTEN        PIC 9(07) VALUE ZEROES.
003290     05  WK-HOLD-MISSING        PIC 9(07) VALUE ZEROES.
003300     05  WK-RPT-LISTED          PIC 9(07) VALUE ZEROES.
003310*----------------------------------------------------------*
003320* REPORT LINES.                                            *
003330*----------------------------------------------------------*
003340 01  WK-RPT-STATUS-1            PIC X(01) VALUE SPACE.
003350 01  WK-RPT-STATUS-2            PIC X(01) VALUE SPACE.
003360 01  WK-QR-TITLE-LINE.
003370     05  FILLER              PIC X(36) VALUE
003380         'INBOUND SUBMITTER FILE QUEUE  CYCLE '.
003390     05  WK-QT-CYCLE-DATE    PIC 9(08).
003400     05  FILLER              PIC X(10) VALUE '  RUN ON  '.
003410     05  WK-QT-RUN-DATE      PIC 9(08).
003420     05  FILLER              PIC X(01) VALUE SPACES.
003430     05  WK-QT-RUN-TIME      PIC 9(04).
003440     05  FILLER              PIC X(07) VALUE '  VERS '.
003450     05  WK-QT-VERSION       PIC X(05).
003460 01  WK-QR-RULE-LINE         PIC X(132) VALUE ALL '='.
003470 01  WK-QR-SECTION-LINE.
003480     05  FILLER              PIC X(02) VALUE SPACES.
003490     05  WK-QS-TITLE         PIC X(60).
003500 01  WK-QR-HEADING1.
003510     05  FILLER              PIC X(40) VALUE
003520         '  QUEUE ID SUBMITR  FILE NAME           '.
003530     05  FILLER              PIC X(40) VALUE
003540         '     ARRIVED  TIME CUTF  F     RECORDS  '.
003550     05  FILLER              PIC X(40) VALUE
003560         'CLAIMS FILE HASH CLAIM HSH  NOTE        '.
003570 01  WK-QR-DETAIL-LINE.
003580     05  FILLER              PIC X(01) VALUE SPACES.
003590     05  WK-QL-QUEUE-ID      PIC 9(09).
003600     05  FILLER              PIC X(01) VALUE SPACES.
003610     05  WK-QL-SUBMITTER     PIC X(08).
003620     05  FILLER              PIC X(01) VALUE SPACES.
003630     05  WK-QL-FILE-NAME     PIC X(24).
003640     05  FILLER              PIC X(01) VALUE SPACES.
003650     05  WK-QL-ARRIVAL-DATE  PIC 9(08).
003660     05  FILLER              PIC X(01) VALUE SPACES.
003670     05  WK-QL-ARRIVAL-TIME  PIC 9(04).
003680     05  FILLER              PIC X(01) VALUE SPACES.
003690     05  WK-QL-CUTOFF        PIC X(04).
003700     05  FILLER              PIC X(02) VALUE SPACES.
003710     05  WK-QL-FORMAT        PIC X(01).
003720     05  FILLER              PIC X(01) VALUE SPACES.
003730     05  WK-QL-RECORDS       PIC ZZZ,ZZZ,ZZ9.
003740     05  FILLER              PIC X(01) VALUE SPACES.
003750     05  WK-QL-CLAIMS        PIC ZZZ,ZZ9.
003760     05  FILLER              PIC X(01) VALUE SPACES.
003770     05  WK-QL-FILE-HASH     PIC 9(09).
003780     05  FILLER              PIC X(01) VALUE SPACES.
003790     05  WK-QL-CLAIM-HASH    PIC 9(09).
003800     05  FILLER              PIC X(02) VALUE SPACES.
003810     05  WK-QL-NOTE          PIC X(24).
003820 01  WK-QR-NONE-LINE.
003830     05  FILLER              PIC X(04) VALUE SPACES.
003840     05  FILLER              PIC X(04) VALUE 'NONE'.
003850 01  WK-QR-SUM-HEAD.
003860     05  FILLER              PIC X(40) VALUE
003870         '  SUBMITR   CUTF   ARRIVED FROM HOLD  RE'.
003880     05  FILLER              PIC X(40) VALUE
003890         'LEASED      HELD DUPLICATE     EMPTY    '.
003900     05  FILLER              PIC X(40) VALUE
003910         'CLAIMS OUT                              '.
003920 01  WK-QR-SUM-LINE.
003930     05  FILLER              PIC X(02) VALUE SPACES.
003940     05  WK-QU-SUBMITTER     PIC X(08).
003950     05  FILLER              PIC X(02) VALUE SPACES.
003960     05  WK-QU-CUTOFF        PIC X(04).
003970     05  FILLER              PIC X(03) VALUE SPACES.
003980     05  WK-QU-ARRIVED       PIC ZZZ,ZZ9.
003990     05  FILLER              PIC X(03) VALUE SPACES.
004000     05  WK-QU-FROM-HOLD     PIC ZZZ,ZZ9.
004010     05  FILLER              PIC X(03) VALUE SPACES.
004020     05  WK-QU-RELEASED      PIC ZZZ,ZZ9.
004030     05  FILLER              PIC X(03) VALUE SPACES.
004040     05  WK-QU-HELD          PIC ZZZ,ZZ9.
004050     05  FILLER              PIC X(03) VALUE SPACES.
004060     05  WK-QU-DUPLICATE     PIC ZZZ,ZZ9.
004070     05  FILLER              PIC X(03) VALUE SPACES.
004080     05  WK-QU-EMPTY         PIC ZZZ,ZZ9.
004090     05  FILLER              PIC X(03) VALUE SPACES.
004100     05  WK-QU-CLAIMS-OUT    PIC ZZZ,ZZZ,ZZ9.
004110 01  WK-QR-COUNT-LINE.
004120     05  FILLER              PIC X(02) VALUE SPACES.
004130     05  WK-QC-LABEL         PIC X(44).
004140     05  WK-QC-COUNT         PIC ZZZ,ZZ9.
004150 PROCEDURE DIVISION.
004160*===========================================================*
004170* 0000-MAINLINE                                              *
004180*===========================================================*
004190 0000-MAINLINE.
004200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
004210     PERFORM 2000-SCAN-STAGED     THRU 2000-EXIT.
004220     PERFORM 3000-SCAN-REGISTRY   THRU 3000-EXIT.
004230     PERFORM 4000-DECIDE-ONE-FILE THRU 4000-EXIT
004240         VARYING WK-FQ-I FROM 1 BY 1
004250         UNTIL WK-FQ-I > WK-FQ-COUNT.
004260     PERFORM 5000-WRITE-REGISTRY  THRU 5000-EXIT.
004270     PERFORM 6000-RELEASE-FILES   THRU 6000-EXIT.
004280     PERFORM 7000-QUEUE-REPORT    THRU 7000-EXIT.
004290     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
004300     STOP RUN.
004310*===========================================================*
004320* 1000-INITIALIZE - THE CARDS, THE CLOCK, THE PARTNER        *
004330* CUTOFFS, WHICH FILES ARE PRESENT, AND THE REPORT HEADING.  *
004340*===========================================================*
004350 1000-INITIALIZE.
004360     OPEN INPUT SFQ-PARM-FILE.
004370     IF WK-PARM-STATUS = '00'
004380         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
004390             UNTIL PARM-AT-EOF
004400         CLOSE SFQ-PARM-FILE
004410     END-IF.
004420     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
004430     ACCEPT WK-RUN-TIME FROM TIME.
004440     IF WK-CYCLE-DATE = 0
004450         MOVE WK-RUN-DATE TO WK-CYCLE-DATE
004460     END-IF.
004470     PERFORM 1200-LOAD-CUTOFFS THRU 1200-EXIT.
004480     OPEN INPUT REG-FILE-IN.
004490     IF WK-REGIN-STATUS = '00'
004500         SET REGIN-ACTIVE TO TRUE
004510         CLOSE REG-FILE-IN
004520     ELSE
004530         DISPLAY 'PPSFQ215 - NO PRIOR QUEUE - STARTING A NEW ONE'
004540     END-IF.
004550     OPEN INPUT HOLD-FILE-IN.
004560     IF WK-HOLDIN-STATUS = '00'
004570         SET HOLDIN-ACTIVE TO TRUE
004580         CLOSE HOLD-FILE-IN
004590     ELSE
004600         DISPLAY 'PPSFQ215 - NO HOLD FILE - NO FILES CARRIED '
004610                 'FROM AN EARLIER CYCLE'
004620     END-IF.
004630     OPEN INPUT ARRIVAL-IN.
004640     IF WK-ARRV-STATUS = '00'
004650         SET ARRIVALS-ACTIVE TO TRUE
004660         CLOSE ARRIVAL-IN
004670     ELSE
004680         DISPLAY 'PPSFQ215 - NO ARRIVALS FILE - ONLY HELD FILES '
004690                 'ARE CONSIDERED'
004700     END-IF.
004710     OPEN OUTPUT SFQ-RPT-OUT.
004720     MOVE WK-CYCLE-DATE     TO WK-QT-CYCLE-DATE.
004730     MOVE WK-RUN-DATE       TO WK-QT-RUN-DATE.
004740     MOVE WK-RUN-TIME(1:4)  TO WK-QT-RUN-TIME.
004750     MOVE SFQ-VERSION       TO WK-QT-VERSION.
004760     MOVE WK-QR-TITLE-LINE TO SFQ-RPT-LINE.
004770     WRITE SFQ-RPT-LINE.
004780 1000-EXIT.
004790     EXIT.
004800 1100-READ-ONE-PARM.
004810     READ SFQ-PARM-FILE
004820         AT END
004830             SET PARM-AT-EOF TO TRUE
004840             GO TO 1100-EXIT
004850     END-READ.
004860     IF SFQ-PARM-REC = SPACES OR SFQ-PARM-REC(1:1) = '*'
004870         GO TO 1100-EXIT
004880     END-IF.
004890     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004900     UNSTRING SFQ-PARM-REC DELIMITED BY '='
004910         INTO WK-RC-KEYWORD WK-RC-VALUE.
004920     EVALUATE WK-RC-KEYWORD
004930         WHEN 'CYCLE-DATE'
004940             IF WK-RC-VALUE(1:8) IS NUMERIC
004950                 MOVE WK-RC-VALUE(1:8) TO WK-CYCLE-DATE
004960             END-IF
004970         WHEN OTHER
004980             DISPLAY 'PPSFQ215 - UNKNOWN PARAMETER IGNORED: '
004990                     WK-RC-KEYWORD
005000     END-EVALUATE.
005010 1100-EXIT.
005020     EXIT.
005030*-----------------------------------------------------------*
005040* 1200-LOAD-CUTOFFS - EACH PARTNER'S CUTOFF TIME.  AN        *
005050* INVALID CUTOFF FAILS THE RUN, AS IT FAILS PPCNV215; A      *
005060* MISSING PROFILE FILE HOLDS NO FILE FOR ITS CUTOFF.         *
005070*-----------------------------------------------------------*
005080 1200-LOAD-CUTOFFS.
005090     OPEN INPUT PART-PROF-FILE.
005100     IF WK-PROF-STATUS NOT = '00'
005110         DISPLAY 'PPSFQ215 - NO PARTNER PROFILES - NO CUTOFF '
005120                 'TIMES IN EFFECT'
005130         GO TO 1200-EXIT
005140     END-IF.
005150     PERFORM 1210-LOAD-ONE-CUTOFF THRU 1210-EXIT
005160         UNTIL PROF-AT-EOF OR WK-PT-COUNT >= 100.
005170     CLOSE PART-PROF-FILE.
005180     IF WK-PT-ERRORS > 0
005190         DISPLAY 'PPSFQ215 - PARTNER CUTOFF TIMES FAILED '
005200                 'VALIDATION - RUN STOPPED'
005210         MOVE 16 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240 1200-EXIT.
005250     EXIT.
005260 1210-LOAD-ONE-CUTOFF.
005270     READ PART-PROF-FILE
005280         AT END
005290             SET PROF-AT-EOF TO TRUE
005300             GO TO 1210-EXIT
005310     END-READ.
005320     IF PP-CUTOFF-TIME NOT = SPACES
005330         IF PP-CUTOFF-TIME NOT NUMERIC
005340            OR PP-CUTOFF-HH > 23 OR PP-CUTOFF-MM > 59
005350             DISPLAY 'PPSFQ215 - PROFILE ' PP-SUBMITTER-ID
005360                     ' INVALID CUTOFF TIME ' PP-CUTOFF-TIME
005370             ADD 1 TO WK-PT-ERRORS
005380         END-IF
005390     END-IF.
005400     ADD 1 TO WK-PT-COUNT.
005410     MOVE PP-SUBMITTER-ID TO PT-SUBMITTER-ID(WK-PT-COUNT).
005420     MOVE PP-CUTOFF-TIME  TO PT-CUTOFF-TIME(WK-PT-COUNT).
005430 1210-EXIT.
005440     EXIT.
005450*===========================================================*
005460* 2000-SCAN-STAGED - FIRST PASS OVER THE HELD FILES AND THE  *
005470* ARRIVALS.  EACH FILE IS COUNTED AND CHECKSUMMED INTO THE   *
005480* FILE TABLE; NOTHING IS RELEASED UNTIL EVERY FILE HAS BEEN  *
005490* JUDGED.                                                    *
005500*===========================================================*
005510 2000-SCAN-STAGED.
005520     PERFORM 8000-OPEN-STAGED THRU 8000-EXIT.
005530     MOVE ZEROES TO WK-FQ-COUNT WK-FQ-CUR.
005540     PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
005550         UNTIL STAGE-AT-EOF.
005560     IF WK-FQ-CUR > 0
005570         PERFORM 2290-END-FILE THRU 2290-EXIT
005580     END-IF.
005590     PERFORM 8050-CLOSE-STAGED THRU 8050-EXIT.
005600 2000-EXIT.
005610     EXIT.
005620 2100-SCAN-ONE-RECORD.
005630     PERFORM 8100-READ-STAGED THRU 8100-EXIT.
005640     IF STAGE-AT-EOF
005650         GO TO 2100-EXIT
005660     END-IF.
005670     IF SH-FILE-HEADER
005680         PERFORM 2200-START-FILE THRU 2200-EXIT
005690         GO TO 2100-EXIT
005700     END-IF.
005710     IF WK-FQ-CUR = 0
005720        OR FQ-SOURCE(WK-FQ-CUR) NOT = WK-STAGE-SOURCE
005730         DISPLAY 'PPSFQ215 - RECORD BEFORE THE FIRST ++FILE '
005740                 'HEADER, SOURCE ' WK-STAGE-SOURCE
005750                 ' - RUN STOPPED'
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790     ADD 1 TO WK-CUR-RECORDS.
005800     IF WK-CUR-RECORDS = 1
005810         IF WK-SR-RECORD-TYPE = 'ISA'
005820             MOVE 'X' TO FQ-FORMAT(WK-FQ-CUR)
005830             IF FQ-SUBMITTER-ID(WK-FQ-CUR) = SPACES
005840                 MOVE WK-STAGE-REC(36:8)
005850                     TO FQ-SUBMITTER-ID(WK-FQ-CUR)
005860             END-IF
005870         ELSE
005880             MOVE 'F' TO FQ-FORMAT(WK-FQ-CUR)
005890             IF WK-SR-RECORD-TYPE = 'SUB'
005900                 MOVE 'Y' TO FQ-LEADS-WITH-SUB(WK-FQ-CUR)
005910             END-IF
005920         END-IF
005930     END-IF.
005940     MOVE WK-STAGE-REC TO WK-CKS-AREA.
005950     PERFORM 8510-FILE-HASH-BYTE THRU 8510-EXIT
005960         VARYING WK-CKS-I FROM 1 BY 1
005970         UNTIL WK-CKS-I > 100.
005980     IF FQ-FORMAT(WK-FQ-CUR) = 'X'
005990         PERFORM 2300-X12-CLAIM-BYTE THRU 2300-EXIT
006000             VARYING WK-CKS-I FROM 1 BY 1
006010             UNTIL WK-CKS-I > 100
006020         GO TO 2100-EXIT
006030     END-IF.
006040*    A FLAT FILE'S CLAIM CONTENT IS EVERY RECORD BUT ITS 'SUB'.
006050     IF WK-SR-RECORD-TYPE = 'SUB'
006060         IF FQ-SUBMITTER-ID(WK-FQ-CUR) = SPACES
006070             MOVE WK-SR-DATA(1:8) TO FQ-SUBMITTER-ID(WK-FQ-CUR)
006080         END-IF
006090         GO TO 2100-EXIT
006100     END-IF.
006110     IF WK-SR-RECORD-TYPE = 'CLM'
006120         ADD 1 TO WK-CUR-CLAIMS
006130     END-IF.
006140     PERFORM 2250-FLAT-CLAIM-BYTE THRU 2250-EXIT
006150         VARYING WK-CKS-I FROM 1 BY 1
006160         UNTIL WK-CKS-I > 100.
006170 2100-EXIT.
006180     EXIT.
006190*-----------------------------------------------------------*
006200* 2200-START-FILE - A '++FILE' HEADER CLOSES THE FILE BEFORE *
006210* IT AND OPENS A NEW TABLE ENTRY.                            *
006220*-----------------------------------------------------------*
006230 2200-START-FILE.
006240     IF WK-FQ-CUR > 0
006250         PERFORM 2290-END-FILE THRU 2290-EXIT
006260     END-IF.
006270     IF WK-FQ-COUNT NOT < 500
006280         DISPLAY 'PPSFQ215 - MORE THAN 500 FILES TO QUEUE - '
006290                 'RUN STOPPED'
006300         MOVE 16 TO RETURN-CODE
006310         STOP RUN
006320     END-IF.
006330     ADD 1 TO WK-FQ-COUNT.
006340     MOVE WK-FQ-COUNT TO WK-FQ-CUR.
006350     MOVE SPACES TO FQ-ENTRY(WK-FQ-CUR).
006360     MOVE WK-STAGE-SOURCE   TO FQ-SOURCE(WK-FQ-CUR).
006370     MOVE WK-SH-SUBMITTER   TO FQ-SUBMITTER-ID(WK-FQ-CUR).
006380     MOVE WK-SH-FILE-NAME   TO FQ-FILE-NAME(WK-FQ-CUR).
006390     IF WK-SH-ARRIVAL-DATE IS NUMERIC
006400        AND WK-SH-ARRIVAL-DATE NOT = ZEROES
006410         MOVE WK-SH-ARRIVAL-DATE TO FQ-ARRIVAL-DATE(WK-FQ-CUR)
006420     ELSE
006430         MOVE WK-RUN-DATE        TO FQ-ARRIVAL-DATE(WK-FQ-CUR)
006440     END-IF.
006450     IF WK-SH-ARRIVAL-TIME IS NUMERIC
006460         MOVE WK-SH-ARRIVAL-TIME TO FQ-ARRIVAL-TIME(WK-FQ-CUR)
006470     ELSE
006480         MOVE WK-RUN-TIME        TO FQ-ARRIVAL-TIME(WK-FQ-CUR)
006490     END-IF.
006500     IF WK-STAGE-SOURCE = 'H' AND WK-SH-QUEUE-ID IS NUMERIC
006510         MOVE WK-SH-QUEUE-ID     TO FQ-QUEUE-ID(WK-FQ-CUR)
006520         ADD 1 TO WK-FILES-FROM-HOLD
006530     ELSE
006540         MOVE ZEROES             TO FQ-QUEUE-ID(WK-FQ-CUR)
006550         ADD 1 TO WK-FILES-ARRIVED
006560     END-IF.
006570     MOVE 'F'           TO FQ-FORMAT(WK-FQ-CUR).
006580     MOVE 'N'           TO FQ-LEADS-WITH-SUB(WK-FQ-CUR)
006590                           FQ-ON-REG(WK-FQ-CUR).
006600     MOVE WK-CYCLE-DATE TO FQ-QUEUED-DATE(WK-FQ-CUR).
006610     MOVE ZEROES        TO FQ-RECORD-COUNT(WK-FQ-CUR)
006620                           FQ-CLAIM-COUNT(WK-FQ-CUR)
006630                           FQ-FILE-HASH(WK-FQ-CUR)
006640                           FQ-CLAIM-HASH(WK-FQ-CUR)
006650                           FQ-DUP-OF(WK-FQ-CUR)
006660                           FQ-DEFER-COUNT(WK-FQ-CUR).
006670     MOVE ZEROES TO WK-CUR-RECORDS WK-CUR-CLAIMS
006680                    WK-FH-VALUE WK-CH-VALUE.
006690     MOVE 'I'    TO WK-XH-STATE.
006700     MOVE SPACES TO WK-XH-ID.
006710     MOVE ZEROES TO WK-XH-ID-LEN.
006720     MOVE '*'    TO WK-XH-ELEM-SEP.
006730     MOVE '~'    TO WK-XH-SEG-TERM.
006740 2200-EXIT.
006750     EXIT.
006760 2250-FLAT-CLAIM-BYTE.
006770     MOVE WK-CKS-BYTE(WK-CKS-I) TO WK-CH-IN.
006780     PERFORM 8520-CLAIM-HASH-BYTE THRU 8520-EXIT.
006790 2250-EXIT.
006800     EXIT.
006810 2290-END-FILE.
006820     MOVE WK-CUR-RECORDS TO FQ-RECORD-COUNT(WK-FQ-CUR).
006830     MOVE WK-CUR-CLAIMS  TO FQ-CLAIM-COUNT(WK-FQ-CUR).
006840     MOVE WK-FH-VALUE    TO FQ-FILE-HASH(WK-FQ-CUR).
006850     MOVE WK-CH-VALUE    TO FQ-CLAIM-HASH(WK-FQ-CUR).
006860 2290-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------*
006890* 2300-X12-CLAIM-BYTE - ONE BYTE OF AN X12 FILE THROUGH THE  *
006900* CLAIM-CONTENT SCAN.  A CLM SEGMENT COUNTS A CLAIM.         *
006910*-----------------------------------------------------------*
006920 2300-X12-CLAIM-BYTE.
006930     MOVE WK-CKS-BYTE(WK-CKS-I) TO WK-XH-CHAR.
006940     EVALUATE WK-XH-STATE
006950         WHEN 'S'
006960             ADD 1 TO WK-XH-ISA-POS
006970             IF WK-XH-ISA-POS = 4
006980                 MOVE WK-XH-CHAR TO WK-XH-ELEM-SEP
006990             END-IF
007000             IF WK-XH-ISA-POS = 106
007010                 MOVE WK-XH-CHAR TO WK-XH-SEG-TERM
007020                 PERFORM 2330-NEXT-SEGMENT THRU 2330-EXIT
007030             END-IF
007040         WHEN 'B'
007050             MOVE WK-XH-CHAR TO WK-CH-IN
007060             PERFORM 8520-CLAIM-HASH-BYTE THRU 8520-EXIT
007070             IF WK-XH-CHAR = WK-XH-SEG-TERM
007080                 PERFORM 2330-NEXT-SEGMENT THRU 2330-EXIT
007090             END-IF
007100         WHEN 'X'
007110             IF WK-XH-CHAR = WK-XH-SEG-TERM
007120                 PERFORM 2330-NEXT-SEGMENT THRU 2330-EXIT
007130             END-IF
007140         WHEN OTHER
007150             PERFORM 2310-X12-SEGMENT-ID THRU 2310-EXIT
007160     END-EVALUATE.
007170 2300-EXIT.
007180     EXIT.
007190 2310-X12-SEGMENT-ID.
007200     IF WK-XH-ID-LEN = 0 AND XH-CHAR-FILLER
007210         GO TO 2310-EXIT
007220     END-IF.
007230     IF WK-XH-CHAR NOT = WK-XH-ELEM-SEP
007240        AND WK-XH-CHAR NOT = WK-XH-SEG-TERM
007250        AND WK-XH-ID-LEN < 3
007260         ADD 1 TO WK-XH-ID-LEN
007270         MOVE WK-XH-CHAR TO WK-XH-ID(WK-XH-ID-LEN:1)
007280         IF WK-XH-ID = 'ISA'
007290             MOVE 'S' TO WK-XH-STATE
007300             MOVE 3   TO WK-XH-ISA-POS
007310         END-IF
007320         GO TO 2310-EXIT
007330     END-IF.
007340*    THE SEGMENT ID IS COMPLETE: SKIP AN ENVELOPE SEGMENT,
007350*    CHECKSUM ANY OTHER FROM ITS ID ON.
007360     IF XH-ENVELOPE-SEG
007370         MOVE 'X' TO WK-XH-STATE
007380     ELSE
007390         MOVE 'B' TO WK-XH-STATE
007400         IF WK-XH-ID = 'CLM'
007410             ADD 1 TO WK-CUR-CLAIMS
007420         END-IF
007430         PERFORM 2320-HASH-ID-BYTE THRU 2320-EXIT
007440             VARYING WK-XH-J FROM 1 BY 1
007450             UNTIL WK-XH-J > WK-XH-ID-LEN
007460         MOVE WK-XH-CHAR TO WK-CH-IN
007470         PERFORM 8520-CLAIM-HASH-BYTE THRU 8520-EXIT
007480     END-IF.
007490     IF WK-XH-CHAR = WK-XH-SEG-TERM
007500         PERFORM 2330-NEXT-SEGMENT THRU 2330-EXIT
007510     END-IF.
007520 2310-EXIT.
007530     EXIT.
007540 2320-HASH-ID-BYTE.
007550     MOVE WK-XH-ID(WK-XH-J:1) TO WK-CH-IN.
007560     PERFORM 8520-CLAIM-HASH-BYTE THRU 8520-EXIT.
007570 2320-EXIT.
007580     EXIT.
007590 2330-NEXT-SEGMENT.
007600     MOVE 'I'    TO WK-XH-STATE.
007610     MOVE SPACES TO WK-XH-ID.
007620     MOVE ZEROES TO WK-XH-ID-LEN.
007630 2330-EXIT.
007640     EXIT.
007650*===========================================================*
007660* 3000-SCAN-REGISTRY - THE HIGHEST QUEUE ID SO FAR, THE ROWS *
007670* OF THE HELD FILES, AND THE FIRST RELEASED OR HELD FILE     *
007680* EACH ARRIVAL REPEATS.                                      *
007690*===========================================================*
007700 3000-SCAN-REGISTRY.
007710     MOVE ZEROES TO WK-HIGH-ID.
007720     IF NOT REGIN-ACTIVE
007730         GO TO 3000-EXIT
007740     END-IF.
007750     OPEN INPUT REG-FILE-IN.
007760     MOVE 'N' TO WK-REG-EOF.
007770     PERFORM 3100-SCAN-ONE-ROW THRU 3100-EXIT
007780         UNTIL REG-AT-EOF.
007790     CLOSE REG-FILE-IN.
007800 3000-EXIT.
007810     EXIT.
007820 3100-SCAN-ONE-ROW.
007830     READ REG-FILE-IN INTO SUBMIT-QUEUE-REC
007840         AT END
007850             SET REG-AT-EOF TO TRUE
007860             GO TO 3100-EXIT
007870     END-READ.
007880     IF SQ-QUEUE-ID > WK-HIGH-ID
007890         MOVE SQ-QUEUE-ID TO WK-HIGH-ID
007900     END-IF.
007910     IF NOT SQ-RELEASED AND NOT SQ-HELD
007920         GO TO 3100-EXIT
007930     END-IF.
007940     PERFORM 3200-MATCH-ONE-FILE THRU 3200-EXIT
007950         VARYING WK-FQ-I FROM 1 BY 1
007960         UNTIL WK-FQ-I > WK-FQ-COUNT.
007970 3100-EXIT.
007980     EXIT.
007990 3200-MATCH-ONE-FILE.
008000     IF FQ-SOURCE(WK-FQ-I) = 'H'
008010         IF SQ-HELD AND FQ-QUEUE-ID(WK-FQ-I) = SQ-QUEUE-ID
008020             MOVE 'Y'            TO FQ-ON-REG(WK-FQ-I)
008030             MOVE SQ-QUEUED-DATE TO FQ-QUEUED-DATE(WK-FQ-I)
008040             MOVE SQ-DEFER-COUNT TO FQ-DEFER-COUNT(WK-FQ-I)
008050         END-IF
008060         GO TO 3200-EXIT
008070     END-IF.
008080     IF FQ-DUP-OF(WK-FQ-I) > 0
008090        OR FQ-RECORD-COUNT(WK-FQ-I) = 0
008100         GO TO 3200-EXIT
008110     END-IF.
008120     IF SQ-FILE-HASH = FQ-FILE-HASH(WK-FQ-I)
008130        AND SQ-RECORD-COUNT = FQ-RECORD-COUNT(WK-FQ-I)
008140         MOVE SQ-QUEUE-ID TO FQ-DUP-OF(WK-FQ-I)
008150         MOVE 'F'         TO FQ-DUP-REASON(WK-FQ-I)
008160         GO TO 3200-EXIT
008170     END-IF.
008180     IF FQ-CLAIM-COUNT(WK-FQ-I) > 0
008190        AND SQ-CLAIM-HASH = FQ-CLAIM-HASH(WK-FQ-I)
008200        AND SQ-CLAIM-COUNT = FQ-CLAIM-COUNT(WK-FQ-I)
008210         MOVE SQ-QUEUE-ID TO FQ-DUP-OF(WK-FQ-I)
008220         MOVE 'C'         TO FQ-DUP-REASON(WK-FQ-I)
008230     END-IF.
008240 3200-EXIT.
008250     EXIT.
008260*===========================================================*
008270* 4000-DECIDE-ONE-FILE - RELEASE, HOLD OR REJECT ONE FILE.   *
008280* AN ARRIVAL GETS THE NEXT QUEUE ID; IT IS REJECTED WHEN     *
008290* EMPTY OR A DUPLICATE, OF THE QUEUE OR OF A FILE EARLIER IN *
008300* THIS RUN.  A HELD FILE WAS CHECKED WHEN IT ARRIVED.  ANY   *
008310* FILE NOT REJECTED IS RELEASED UNLESS IT FALLS AFTER ITS    *
008320* PARTNER'S CUTOFF FOR THIS CYCLE.                           *
008330*===========================================================*
008340 4000-DECIDE-ONE-FILE.
008350     IF FQ-QUEUE-ID(WK-FQ-I) = 0
008360         ADD 1 TO WK-HIGH-ID
008370         MOVE WK-HIGH-ID TO FQ-QUEUE-ID(WK-FQ-I)
008380     END-IF.
008390     MOVE FQ-SUBMITTER-ID(WK-FQ-I) TO WK-CUTOFF-KEY.
008400     PERFORM 8300-FIND-CUTOFF THRU 8300-EXIT.
008410     MOVE WK-CUTOFF-TIME TO FQ-CUTOFF-TIME(WK-FQ-I).
008420     IF FQ-SOURCE(WK-FQ-I) = 'A'
008430         IF FQ-RECORD-COUNT(WK-FQ-I) = 0
008440             MOVE 'E' TO FQ-STATUS(WK-FQ-I)
008450             ADD 1 TO WK-FILES-EMPTY
008460             GO TO 4000-EXIT
008470         END-IF
008480         IF FQ-DUP-OF(WK-FQ-I) = 0
008490             PERFORM 4100-CHECK-EARLIER-FILE THRU 4100-EXIT
008500                 VARYING WK-FQ-J FROM 1 BY 1
008510                 UNTIL WK-FQ-J NOT < WK-FQ-I
008520                    OR FQ-DUP-OF(WK-FQ-I) > 0
008530         END-IF
008540         IF FQ-DUP-OF(WK-FQ-I) > 0
008550             MOVE 'D' TO FQ-STATUS(WK-FQ-I)
008560             ADD 1 TO WK-FILES-DUPLICATE
008570             GO TO 4000-EXIT
008580         END-IF
008590     END-IF.
008600     PERFORM 4200-CHECK-CUTOFF THRU 4200-EXIT.
008610     IF FILE-DEFERRED
008620         MOVE 'H' TO FQ-STATUS(WK-FQ-I)
008630         ADD 1 TO FQ-DEFER-COUNT(WK-FQ-I)
008640         ADD 1 TO WK-FILES-HELD
008650     ELSE
008660         MOVE 'R' TO FQ-STATUS(WK-FQ-I)
008670         ADD 1 TO WK-FILES-RELEASED
008680     END-IF.
008690 4000-EXIT.
008700     EXIT.
008710 4100-CHECK-EARLIER-FILE.
008720     IF FQ-STATUS(WK-FQ-J) NOT = 'R' AND NOT = 'H'
008730         GO TO 4100-EXIT
008740     END-IF.
008750     IF FQ-FILE-HASH(WK-FQ-J) = FQ-FILE-HASH(WK-FQ-I)
008760        AND FQ-RECORD-COUNT(WK-FQ-J) = FQ-RECORD-COUNT(WK-FQ-I)
008770         MOVE FQ-QUEUE-ID(WK-FQ-J) TO FQ-DUP-OF(WK-FQ-I)
008780         MOVE 'F'                  TO FQ-DUP-REASON(WK-FQ-I)
008790         GO TO 4100-EXIT
008800     END-IF.
008810     IF FQ-CLAIM-COUNT(WK-FQ-I) > 0
008820        AND FQ-CLAIM-HASH(WK-FQ-J) = FQ-CLAIM-HASH(WK-FQ-I)
008830        AND FQ-CLAIM-COUNT(WK-FQ-J) = FQ-CLAIM-COUNT(WK-FQ-I)
008840         MOVE FQ-QUEUE-ID(WK-FQ-J) TO FQ-DUP-OF(WK-FQ-I)
008850         MOVE 'C'                  TO FQ-DUP-REASON(WK-FQ-I)
008860     END-IF.
008870 4100-EXIT.
008880     EXIT.
008890*-----------------------------------------------------------*
008900* 4200-CHECK-CUTOFF - A FILE DATED AFTER THE CYCLE, OR ON    *
008910* THE CYCLE DATE AFTER ITS PARTNER'S CUTOFF, WAITS FOR A     *
008920* LATER CYCLE.  A FILE DATED BEFORE THE CYCLE IS ALWAYS DUE. *
008930*-----------------------------------------------------------*
008940 4200-CHECK-CUTOFF.
008950     MOVE 'N'   TO WK-DEFER-SW.
008960     MOVE SPACE TO FQ-HOLD-REASON(WK-FQ-I).
008970     IF FQ-ARRIVAL-DATE(WK-FQ-I) > WK-CYCLE-DATE
008980         SET FILE-DEFERRED TO TRUE
008990         MOVE 'D' TO FQ-HOLD-REASON(WK-FQ-I)
009000         GO TO 4200-EXIT
009010     END-IF.
009020     IF FQ-ARRIVAL-DATE(WK-FQ-I) = WK-CYCLE-DATE
009030        AND FQ-CUTOFF-TIME(WK-FQ-I) NOT = SPACES
009040        AND FQ-ARRIVAL-TIME(WK-FQ-I)(1:4)
009050            > FQ-CUTOFF-TIME(WK-FQ-I)
009060         SET FILE-DEFERRED TO TRUE
009070         MOVE 'C' TO FQ-HOLD-REASON(WK-FQ-I)
009080     END-IF.
009090 4200-EXIT.
009100     EXIT.
009110*===========================================================*
009120* 5000-WRITE-REGISTRY - THE PRIOR ROWS FORWARD, THE HELD     *
009130* FILES' ROWS UPDATED, AND A ROW FOR EACH ARRIVAL.  A ROW    *
009140* STILL HELD WHOSE FILE IS NOT ON THE HOLD FILE IS REPORTED. *
009150*===========================================================*
009160 5000-WRITE-REGISTRY.
009170     OPEN OUTPUT REG-FILE-OUT.
009180     IF REGIN-ACTIVE
009190         OPEN INPUT REG-FILE-IN
009200         MOVE 'N' TO WK-REG-EOF
009210         PERFORM 5100-COPY-ONE-ROW THRU 5100-EXIT
009220             UNTIL REG-AT-EOF
009230         CLOSE REG-FILE-IN
009240     END-IF.
009250     PERFORM 5200-ADD-ONE-ROW THRU 5200-EXIT
009260         VARYING WK-FQ-I FROM 1 BY 1
009270         UNTIL WK-FQ-I > WK-FQ-COUNT.
009280     CLOSE REG-FILE-OUT.
009290 5000-EXIT.
009300     EXIT.
009310 5100-COPY-ONE-ROW.
009320     READ REG-FILE-IN INTO SUBMIT-QUEUE-REC
009330         AT END
009340             SET REG-AT-EOF TO TRUE
009350             GO TO 5100-EXIT
009360     END-READ.
009370     ADD 1 TO WK-REG-IN.
009380     IF SQ-HELD
009390         MOVE 'N' TO WK-ROW-MATCHED-SW
009400         PERFORM 5110-UPDATE-HELD-ROW THRU 5110-EXIT
009410             VARYING WK-FQ-I FROM 1 BY 1
009420             UNTIL WK-FQ-I > WK-FQ-COUNT OR ROW-MATCHED
009430         IF NOT ROW-MATCHED
009440             DISPLAY 'PPSFQ215 - HELD FILE NOT ON THE HOLD FILE: '
009450                     SQ-QUEUE-ID ' ' SQ-SUBMITTER-ID
009460             ADD 1 TO WK-HOLD-MISSING
009470         END-IF
009480     END-IF.
009490     PERFORM 8400-WRITE-REG-ROW THRU 8400-EXIT.
009500 5100-EXIT.
009510     EXIT.
009520 5110-UPDATE-HELD-ROW.
009530     IF FQ-SOURCE(WK-FQ-I) NOT = 'H'
009540        OR FQ-QUEUE-ID(WK-FQ-I) NOT = SQ-QUEUE-ID
009550         GO TO 5110-EXIT
009560     END-IF.
009570     SET ROW-MATCHED TO TRUE.
009580     MOVE FQ-STATUS(WK-FQ-I)      TO SQ-STATUS.
009590     MOVE FQ-DEFER-COUNT(WK-FQ-I) TO SQ-DEFER-COUNT.
009600     IF SQ-RELEASED
009610         MOVE WK-CYCLE-DATE TO SQ-RELEASE-DATE
009620     END-IF.
009630 5110-EXIT.
009640     EXIT.
009650 5200-ADD-ONE-ROW.
009660     IF FQ-ON-REG(WK-FQ-I) = 'Y'
009670         GO TO 5200-EXIT
009680     END-IF.
009690     MOVE SPACES                    TO SUBMIT-QUEUE-REC.
009700     MOVE FQ-QUEUE-ID(WK-FQ-I)      TO SQ-QUEUE-ID.
009710     MOVE FQ-SUBMITTER-ID(WK-FQ-I)  TO SQ-SUBMITTER-ID.
009720     MOVE FQ-FILE-NAME(WK-FQ-I)     TO SQ-FILE-NAME.
009730     MOVE FQ-ARRIVAL-DATE(WK-FQ-I)  TO SQ-ARRIVAL-DATE.
009740     MOVE FQ-ARRIVAL-TIME(WK-FQ-I)  TO SQ-ARRIVAL-TIME.
009750     MOVE FQ-FORMAT(WK-FQ-I)        TO SQ-FORMAT.
009760     MOVE FQ-RECORD-COUNT(WK-FQ-I)  TO SQ-RECORD-COUNT.
009770     MOVE FQ-CLAIM-COUNT(WK-FQ-I)   TO SQ-CLAIM-COUNT.
009780     MOVE FQ-FILE-HASH(WK-FQ-I)     TO SQ-FILE-HASH.
009790     MOVE FQ-CLAIM-HASH(WK-FQ-I)    TO SQ-CLAIM-HASH.
009800     MOVE FQ-CUTOFF-TIME(WK-FQ-I)   TO SQ-CUTOFF-TIME.
009810     MOVE FQ-STATUS(WK-FQ-I)        TO SQ-STATUS.
009820     MOVE FQ-QUEUED-DATE(WK-FQ-I)   TO SQ-QUEUED-DATE.
009830     MOVE ZEROES                    TO SQ-RELEASE-DATE.
009840     IF NOT SQ-HELD
009850         MOVE WK-CYCLE-DATE         TO SQ-RELEASE-DATE
009860     END-IF.
009870     MOVE FQ-DUP-OF(WK-FQ-I)        TO SQ-DUP-OF.
009880     MOVE FQ-DUP-REASON(WK-FQ-I)    TO SQ-DUP-REASON.
009890     MOVE FQ-DEFER-COUNT(WK-FQ-I)   TO SQ-DEFER-COUNT.
009900     PERFORM 8400-WRITE-REG-ROW THRU 8400-EXIT.
009910 5200-EXIT.
009920     EXIT.
009930*===========================================================*
009940* 6000-RELEASE-FILES - SECOND PASS.  EACH FILE'S RECORDS GO  *
009950* WHERE ITS DECISION SENDS THEM: A RELEASED FILE TO CLAIMIN  *
009960* (FLAT) OR CLAIMX12, A HELD FILE TO THE HOLD FILE UNDER A   *
009970* HEADER CARRYING ITS QUEUE ID, A REJECTED FILE NOWHERE.     *
009980*===========================================================*
009990 6000-RELEASE-FILES.
010000     OPEN OUTPUT FLAT-RELEASE-OUT.
010010     OPEN OUTPUT X12-RELEASE-OUT.
010020     OPEN OUTPUT HOLD-FILE-OUT.
010030     PERFORM 8000-OPEN-STAGED THRU 8000-EXIT.
010040     MOVE ZEROES TO WK-FQ-CUR.
010050     PERFORM 6100-RELEASE-ONE-RECORD THRU 6100-EXIT
010060         UNTIL STAGE-AT-EOF.
010070     PERFORM 8050-CLOSE-STAGED THRU 8050-EXIT.
010080     CLOSE FLAT-RELEASE-OUT.
010090     CLOSE X12-RELEASE-OUT.
010100     CLOSE HOLD-FILE-OUT.
010110 6000-EXIT.
010120     EXIT.
010130 6100-RELEASE-ONE-RECORD.
010140     PERFORM 8100-READ-STAGED THRU 8100-EXIT.
010150     IF STAGE-AT-EOF
010160         GO TO 6100-EXIT
010170     END-IF.
010180     IF SH-FILE-HEADER
010190         ADD 1 TO WK-FQ-CUR
010200         PERFORM 6200-RELEASE-HEADER THRU 6200-EXIT
010210         GO TO 6100-EXIT
010220     END-IF.
010230     EVALUATE FQ-STATUS(WK-FQ-CUR)
010240         WHEN 'R'
010250             IF FQ-FORMAT(WK-FQ-CUR) = 'X'
010260                 WRITE X12-RELEASE-REC FROM WK-STAGE-REC
010270                 ADD 1 TO WK-X12-RELEASED
010280             ELSE
010290                 WRITE FLAT-RELEASE-REC FROM WK-STAGE-REC
010300                 ADD 1 TO WK-FLAT-RELEASED
010310             END-IF
010320         WHEN 'H'
010330             WRITE HOLD-OUT-REC FROM WK-STAGE-REC
010340             ADD 1 TO WK-HOLD-WRITTEN
010350     END-EVALUATE.
010360 6100-EXIT.
010370     EXIT.
010380*-----------------------------------------------------------*
010390* 6200-RELEASE-HEADER - A HELD FILE KEEPS ITS HEADER, WITH   *
010400* THE ARRIVAL AS QUEUED AND ITS QUEUE ID.  A RELEASED FLAT   *
010410* FILE THAT DOES NOT NAME ITS SUBMITTER IS GIVEN A 'SUB'     *
010420* RECORD, SO IT DOES NOT RUN UNDER THE PROFILE OF THE FILE   *
010430* RELEASED BEFORE IT.                                        *
010440*-----------------------------------------------------------*
010450 6200-RELEASE-HEADER.
010460     EVALUATE FQ-STATUS(WK-FQ-CUR)
010470         WHEN 'H'
010480             MOVE FQ-SUBMITTER-ID(WK-FQ-CUR) TO WK-SH-SUBMITTER
010490             MOVE FQ-ARRIVAL-DATE(WK-FQ-CUR)
010500                 TO WK-SH-ARRIVAL-DATE
010510             MOVE FQ-ARRIVAL-TIME(WK-FQ-CUR)
010520                 TO WK-SH-ARRIVAL-TIME
010530             MOVE FQ-QUEUE-ID(WK-FQ-CUR) TO WK-SH-QUEUE-ID
010540             WRITE HOLD-OUT-REC FROM WK-STAGE-REC
010550             ADD 1 TO WK-HOLD-WRITTEN
010560         WHEN 'R'
010570             IF FQ-FORMAT(WK-FQ-CUR) = 'F'
010580                AND FQ-LEADS-WITH-SUB(WK-FQ-CUR) NOT = 'Y'
010590                AND FQ-SUBMITTER-ID(WK-FQ-CUR) NOT = SPACES
010600                 MOVE SPACES TO FLAT-RELEASE-REC
010610                 MOVE 'SUB'  TO FLAT-RELEASE-REC(1:3)
010620                 MOVE FQ-SUBMITTER-ID(WK-FQ-CUR)
010630                     TO FLAT-RELEASE-REC(4:8)
010640                 WRITE FLAT-RELEASE-REC
010650                 ADD 1 TO WK-FLAT-RELEASED
010660             END-IF
010670     END-EVALUATE.
010680 6200-EXIT.
010690     EXIT.
010700*===========================================================*
010710* 7000-QUEUE-REPORT - THE FILES BY DISPOSITION, THEN THE     *
010720* SUMMARY BY SUBMITTER.                                      *
010730*===========================================================*
010740 7000-QUEUE-REPORT.
010750     MOVE 'FILES RELEASED TO THIS CYCLE' TO WK-QS-TITLE.
010760     MOVE 'R' TO WK-RPT-STATUS-1 WK-RPT-STATUS-2.
010770     PERFORM 7100-LIST-FILES THRU 7100-EXIT.
010780     MOVE 'FILES HELD FOR A LATER CYCLE' TO WK-QS-TITLE.
010790     MOVE 'H' TO WK-RPT-STATUS-1 WK-RPT-STATUS-2.
010800     PERFORM 7100-LIST-FILES THRU 7100-EXIT.
010810     MOVE 'FILES REJECTED - NOT RELEASED' TO WK-QS-TITLE.
010820     MOVE 'D' TO WK-RPT-STATUS-1.
010830     MOVE 'E' TO WK-RPT-STATUS-2.
010840     PERFORM 7100-LIST-FILES THRU 7100-EXIT.
010850     PERFORM 7300-SUMMARY-BY-SUBMITTER THRU 7300-EXIT.
010860 7000-EXIT.
010870     EXIT.
010880 7100-LIST-FILES.
010890     MOVE WK-QR-RULE-LINE TO SFQ-RPT-LINE.
010900     WRITE SFQ-RPT-LINE.
010910     MOVE WK-QR-SECTION-LINE TO SFQ-RPT-LINE.
010920     WRITE SFQ-RPT-LINE.
010930     MOVE WK-QR-HEADING1 TO SFQ-RPT-LINE.
010940     WRITE SFQ-RPT-LINE.
010950     MOVE ZEROES TO WK-RPT-LISTED.
010960     PERFORM 7110-LIST-ONE-FILE THRU 7110-EXIT
010970         VARYING WK-FQ-I FROM 1 BY 1
010980         UNTIL WK-FQ-I > WK-FQ-COUNT.
010990     IF WK-RPT-LISTED = 0
011000         MOVE WK-QR-NONE-LINE TO SFQ-RPT-LINE
011010         WRITE SFQ-RPT-LINE
011020     END-IF.
011030 7100-EXIT.
011040     EXIT.
011050 7110-LIST-ONE-FILE.
011060     IF FQ-STATUS(WK-FQ-I) NOT = WK-RPT-STATUS-1
011070        AND FQ-STATUS(WK-FQ-I) NOT = WK-RPT-STATUS-2
011080         GO TO 7110-EXIT
011090     END-IF.
011100     ADD 1 TO WK-RPT-LISTED.
011110     MOVE FQ-QUEUE-ID(WK-FQ-I)          TO WK-QL-QUEUE-ID.
011120     MOVE FQ-SUBMITTER-ID(WK-FQ-I)      TO WK-QL-SUBMITTER.
011130     MOVE FQ-FILE-NAME(WK-FQ-I)         TO WK-QL-FILE-NAME.
011140     MOVE FQ-ARRIVAL-DATE(WK-FQ-I)      TO WK-QL-ARRIVAL-DATE.
011150     MOVE FQ-ARRIVAL-TIME(WK-FQ-I)(1:4) TO WK-QL-ARRIVAL-TIME.
011160     MOVE FQ-CUTOFF-TIME(WK-FQ-I)       TO WK-QL-CUTOFF.
011170     MOVE FQ-FORMAT(WK-FQ-I)            TO WK-QL-FORMAT.
011180     MOVE FQ-RECORD-COUNT(WK-FQ-I)      TO WK-QL-RECORDS.
011190     MOVE FQ-CLAIM-COUNT(WK-FQ-I)       TO WK-QL-CLAIMS.
011200     MOVE FQ-FILE-HASH(WK-FQ-I)         TO WK-QL-FILE-HASH.
011210     MOVE FQ-CLAIM-HASH(WK-FQ-I)        TO WK-QL-CLAIM-HASH.
011220     MOVE SPACES TO WK-QL-NOTE.
011230     EVALUATE FQ-STATUS(WK-FQ-I)
011240         WHEN 'R'
011250             IF FQ-SOURCE(WK-FQ-I) = 'H'
011260                 STRING 'HELD SINCE ' FQ-QUEUED-DATE(WK-FQ-I)
011270                     DELIMITED BY SIZE INTO WK-QL-NOTE
011280             END-IF
011290         WHEN 'H'
011300             IF FQ-HOLD-REASON(WK-FQ-I) = 'D'
011310                 MOVE 'DATED AFTER THIS CYCLE' TO WK-QL-NOTE
011320             ELSE
011330                 MOVE 'AFTER PARTNER CUTOFF'   TO WK-QL-NOTE
011340             END-IF
011350         WHEN 'D'
011360             IF FQ-DUP-REASON(WK-FQ-I) = 'F'
011370                 STRING 'SAME FILE AS ' FQ-DUP-OF(WK-FQ-I)
011380                     DELIMITED BY SIZE INTO WK-QL-NOTE
011390             ELSE
011400                 STRING 'SAME CLAIMS AS ' FQ-DUP-OF(WK-FQ-I)
011410                     DELIMITED BY SIZE INTO WK-QL-NOTE
011420             END-IF
011430         WHEN 'E'
011440             MOVE 'EMPTY FILE' TO WK-QL-NOTE
011450     END-EVALUATE.
011460     MOVE WK-QR-DETAIL-LINE TO SFQ-RPT-LINE.
011470     WRITE SFQ-RPT-LINE.
011480 7110-EXIT.
011490     EXIT.
011500*-----------------------------------------------------------*
011510* 7300-SUMMARY-BY-SUBMITTER - THE RUN'S FILES AND RELEASED   *
011520* CLAIMS BY SUBMITTER, IN FIRST-SEEN ORDER.                  *
011530*-----------------------------------------------------------*
011540 7300-SUMMARY-BY-SUBMITTER.
011550     PERFORM 7310-COUNT-ONE-FILE THRU 7310-EXIT
011560         VARYING WK-FQ-I FROM 1 BY 1
011570         UNTIL WK-FQ-I > WK-FQ-COUNT.
011580     MOVE WK-QR-RULE-LINE TO SFQ-RPT-LINE.
011590     WRITE SFQ-RPT-LINE.
011600     MOVE 'SUMMARY BY SUBMITTER' TO WK-QS-TITLE.
011610     MOVE WK-QR-SECTION-LINE TO SFQ-RPT-LINE.
011620     WRITE SFQ-RPT-LINE.
011630     MOVE WK-QR-SUM-HEAD TO SFQ-RPT-LINE.
011640     WRITE SFQ-RPT-LINE.
011650     IF WK-SS-COUNT = 0
011660         MOVE WK-QR-NONE-LINE TO SFQ-RPT-LINE
011670         WRITE SFQ-RPT-LINE
011680     END-IF.
011690     PERFORM 7320-WRITE-ONE-SUBMITTER THRU 7320-EXIT
011700         VARYING WK-SS-I FROM 1 BY 1
011710         UNTIL WK-SS-I > WK-SS-COUNT.
011720 7300-EXIT.
011730     EXIT.
011740 7310-COUNT-ONE-FILE.
011750     PERFORM 8350-FIND-SUBMITTER THRU 8350-EXIT.
011760     IF WK-SS-FOUND = 0
011770         GO TO 7310-EXIT
011780     END-IF.
011790     IF FQ-SOURCE(WK-FQ-I) = 'H'
011800         ADD 1 TO SS-FROM-HOLD(WK-SS-FOUND)
011810     ELSE
011820         ADD 1 TO SS-ARRIVED(WK-SS-FOUND)
011830     END-IF.
011840     EVALUATE FQ-STATUS(WK-FQ-I)
011850         WHEN 'R'
011860             ADD 1 TO SS-RELEASED(WK-SS-FOUND)
011870             ADD FQ-CLAIM-COUNT(WK-FQ-I)
011880                 TO SS-CLAIMS-OUT(WK-SS-FOUND)
011890         WHEN 'H'
011900             ADD 1 TO SS-HELD(WK-SS-FOUND)
011910         WHEN 'D'
011920             ADD 1 TO SS-DUPLICATE(WK-SS-FOUND)
011930         WHEN 'E'
011940             ADD 1 TO SS-EMPTY(WK-SS-FOUND)
011950     END-EVALUATE.
011960 7310-EXIT.
011970     EXIT.
011980 7320-WRITE-ONE-SUBMITTER.
011990     MOVE SS-SUBMITTER-ID(WK-SS-I) TO WK-QU-SUBMITTER.
012000     MOVE SS-CUTOFF-TIME(WK-SS-I)  TO WK-QU-CUTOFF.
012010     MOVE SS-ARRIVED(WK-SS-I)      TO WK-QU-ARRIVED.
012020     MOVE SS-FROM-HOLD(WK-SS-I)    TO WK-QU-FROM-HOLD.
012030     MOVE SS-RELEASED(WK-SS-I)     TO WK-QU-RELEASED.
012040     MOVE SS-HELD(WK-SS-I)         TO WK-QU-HELD.
012050     MOVE SS-DUPLICATE(WK-SS-I)    TO WK-QU-DUPLICATE.
012060     MOVE SS-EMPTY(WK-SS-I)        TO WK-QU-EMPTY.
012070     MOVE SS-CLAIMS-OUT(WK-SS-I)   TO WK-QU-CLAIMS-OUT.
012080     MOVE WK-QR-SUM-LINE TO SFQ-RPT-LINE.
012090     WRITE SFQ-RPT-LINE.
012100 7320-EXIT.
012110     EXIT.
012120*===========================================================*
012130* 8000-OPEN-STAGED / 8100-READ-STAGED - THE HOLD FILE AND    *
012140* THEN THE ARRIVALS, READ AS ONE STREAM.  WK-STAGE-SOURCE    *
012150* SAYS WHICH FILE THE RECORD CAME FROM.                      *
012160*===========================================================*
012170 8000-OPEN-STAGED.
012180     MOVE 'N' TO WK-STAGE-EOF WK-HOLD-EOF WK-ARRV-EOF.
012190     IF HOLDIN-ACTIVE
012200         OPEN INPUT HOLD-FILE-IN
012210     ELSE
012220         SET HOLD-AT-EOF TO TRUE
012230     END-IF.
012240     IF ARRIVALS-ACTIVE
012250         OPEN INPUT ARRIVAL-IN
012260     ELSE
012270         SET ARRIVALS-AT-EOF TO TRUE
012280     END-IF.
012290 8000-EXIT.
012300     EXIT.
012310 8050-CLOSE-STAGED.
012320     IF HOLDIN-ACTIVE
012330         CLOSE HOLD-FILE-IN
012340     END-IF.
012350     IF ARRIVALS-ACTIVE
012360         CLOSE ARRIVAL-IN
012370     END-IF.
012380 8050-EXIT.
012390     EXIT.
012400 8100-READ-STAGED.
012410     IF NOT HOLD-AT-EOF
012420         READ HOLD-FILE-IN INTO WK-STAGE-REC
012430             AT END
012440                 SET HOLD-AT-EOF TO TRUE
012450         END-READ
012460         IF NOT HOLD-AT-EOF
012470             MOVE 'H' TO WK-STAGE-SOURCE
012480             GO TO 8100-EXIT
012490         END-IF
012500     END-IF.
012510     IF NOT ARRIVALS-AT-EOF
012520         READ ARRIVAL-IN INTO WK-STAGE-REC
012530             AT END
012540                 SET ARRIVALS-AT-EOF TO TRUE
012550         END-READ
012560         IF NOT ARRIVALS-AT-EOF
012570             MOVE 'A' TO WK-STAGE-SOURCE
012580             GO TO 8100-EXIT
012590         END-IF
012600     END-IF.
012610     SET STAGE-AT-EOF TO TRUE.
012620 8100-EXIT.
012630     EXIT.
012640*-----------------------------------------------------------*
012650* 8300-FIND-CUTOFF - THE CUTOFF FOR WK-CUTOFF-KEY; SPACES    *
012660* WHEN THE PARTNER HAS NONE OR NO PROFILE.                   *
012670*-----------------------------------------------------------*
012680 8300-FIND-CUTOFF.
012690     MOVE SPACES TO WK-CUTOFF-TIME.
012700     MOVE 'N'    TO WK-CUTOFF-FOUND-SW.
012710     PERFORM 8310-CHECK-ONE-CUTOFF THRU 8310-EXIT
012720         VARYING WK-PT-I FROM 1 BY 1
012730         UNTIL WK-PT-I > WK-PT-COUNT OR CUTOFF-PROFILE-FOUND.
012740 8300-EXIT.
012750     EXIT.
012760 8310-CHECK-ONE-CUTOFF.
012770     IF PT-SUBMITTER-ID(WK-PT-I) = WK-CUTOFF-KEY
012780         MOVE PT-CUTOFF-TIME(WK-PT-I) TO WK-CUTOFF-TIME
012790         SET CUTOFF-PROFILE-FOUND TO TRUE
012800     END-IF.
012810 8310-EXIT.
012820     EXIT.
012830*-----------------------------------------------------------*
012840* 8350-FIND-SUBMITTER - THE SUMMARY ENTRY FOR THE FILE IN    *
012850* WK-FQ-I, ADDED WHEN NEW.  WK-SS-FOUND IS ZERO ONLY WHEN    *
012860* THE TABLE IS FULL.                                         *
012870*-----------------------------------------------------------*
012880 8350-FIND-SUBMITTER.
012890     MOVE ZEROES TO WK-SS-FOUND.
012900     PERFORM 8360-CHECK-ONE-SUBMITTER THRU 8360-EXIT
012910         VARYING WK-SS-I FROM 1 BY 1
012920         UNTIL WK-SS-I > WK-SS-COUNT OR WK-SS-FOUND > 0.
012930     IF WK-SS-FOUND > 0
012940         GO TO 8350-EXIT
012950     END-IF.
012960     IF WK-SS-COUNT NOT < 100
012970         ADD 1 TO WK-SS-DROPPED
012980         GO TO 8350-EXIT
012990     END-IF.
013000     ADD 1 TO WK-SS-COUNT.
013010     MOVE WK-SS-COUNT TO WK-SS-FOUND.
013020     MOVE FQ-SUBMITTER-ID(WK-FQ-I)
013030         TO SS-SUBMITTER-ID(WK-SS-FOUND).
013040     MOVE FQ-CUTOFF-TIME(WK-FQ-I)
013050         TO SS-CUTOFF-TIME(WK-SS-FOUND).
013060     MOVE ZEROES TO SS-ARRIVED(WK-SS-FOUND)
013070                    SS-FROM-HOLD(WK-SS-FOUND)
013080                    SS-RELEASED(WK-SS-FOUND)
013090                    SS-HELD(WK-SS-FOUND)
013100                    SS-DUPLICATE(WK-SS-FOUND)
013110                    SS-EMPTY(WK-SS-FOUND)
013120                    SS-CLAIMS-OUT(WK-SS-FOUND).
013130 8350-EXIT.
013140     EXIT.
013150 8360-CHECK-ONE-SUBMITTER.
013160     IF SS-SUBMITTER-ID(WK-SS-I) = FQ-SUBMITTER-ID(WK-FQ-I)
013170         MOVE WK-SS-I TO WK-SS-FOUND
013180     END-IF.
013190 8360-EXIT.
013200     EXIT.
013210 8400-WRITE-REG-ROW.
013220     MOVE SUBMIT-QUEUE-REC TO REG-OUT-REC.
013230     WRITE REG-OUT-REC.
013240     ADD 1 TO WK-REG-OUT.
013250 8400-EXIT.
013260     EXIT.
013270*-----------------------------------------------------------*
013280* 8510/8520 - ONE BYTE INTO THE FILE CHECKSUM OR THE CLAIM   *
013290* CHECKSUM, AS PPXMT215 CHECKSUMS AN OUTBOUND FILE.          *
013300*-----------------------------------------------------------*
013310 8510-FILE-HASH-BYTE.
013320     COMPUTE WK-CKS-CHAR =
013330         FUNCTION ORD(WK-CKS-BYTE(WK-CKS-I)).
013340     COMPUTE WK-FH-VALUE =
013350         FUNCTION MOD((WK-FH-VALUE * 31 + WK-CKS-CHAR),
013360                      999999937).
013370 8510-EXIT.
013380     EXIT.
013390 8520-CLAIM-HASH-BYTE.
013400     COMPUTE WK-CKS-CHAR = FUNCTION ORD(WK-CH-IN).
013410     COMPUTE WK-CH-VALUE =
013420         FUNCTION MOD((WK-CH-VALUE * 31 + WK-CKS-CHAR),
013430                      999999937).
013440 8520-EXIT.
013450     EXIT.
013460*===========================================================*
013470* 9000-TERMINATE - CONTROL COUNTS, CLOSE AND RETURN CODE.    *
013480*===========================================================*
013490 9000-TERMINATE.
013500     MOVE WK-QR-RULE-LINE TO SFQ-RPT-LINE.
013510     WRITE SFQ-RPT-LINE.
013520     MOVE 'FILES ARRIVED' TO WK-QC-LABEL.
013530     MOVE WK-FILES-ARRIVED TO WK-QC-COUNT.
013540     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013550     MOVE 'FILES CARRIED FROM THE HOLD FILE' TO WK-QC-LABEL.
013560     MOVE WK-FILES-FROM-HOLD TO WK-QC-COUNT.
013570     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013580     MOVE 'FILES RELEASED TO THIS CYCLE' TO WK-QC-LABEL.
013590     MOVE WK-FILES-RELEASED TO WK-QC-COUNT.
013600     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013610     MOVE 'FILES HELD FOR A LATER CYCLE' TO WK-QC-LABEL.
013620     MOVE WK-FILES-HELD TO WK-QC-COUNT.
013630     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013640     MOVE 'FILES REJECTED AS DUPLICATES' TO WK-QC-LABEL.
013650     MOVE WK-FILES-DUPLICATE TO WK-QC-COUNT.
013660     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013670     MOVE 'FILES REJECTED AS EMPTY' TO WK-QC-LABEL.
013680     MOVE WK-FILES-EMPTY TO WK-QC-COUNT.
013690     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013700     MOVE 'RECORDS RELEASED TO CLAIMIN' TO WK-QC-LABEL.
013710     MOVE WK-FLAT-RELEASED TO WK-QC-COUNT.
013720     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013730     MOVE 'RECORDS RELEASED TO CLAIMX12' TO WK-QC-LABEL.
013740     MOVE WK-X12-RELEASED TO WK-QC-COUNT.
013750     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013760     MOVE 'RECORDS WRITTEN TO THE HOLD FILE' TO WK-QC-LABEL.
013770     MOVE WK-HOLD-WRITTEN TO WK-QC-COUNT.
013780     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013790     MOVE 'QUEUE ROWS READ' TO WK-QC-LABEL.
013800     MOVE WK-REG-IN TO WK-QC-COUNT.
013810     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013820     MOVE 'QUEUE ROWS WRITTEN' TO WK-QC-LABEL.
013830     MOVE WK-REG-OUT TO WK-QC-COUNT.
013840     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
013850     IF WK-HOLD-MISSING > 0
013860         MOVE 'HELD FILES MISSING FROM THE HOLD FILE'
013870             TO WK-QC-LABEL
013880         MOVE WK-HOLD-MISSING TO WK-QC-COUNT
013890         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
013900     END-IF.
013910     CLOSE SFQ-RPT-OUT.
013920     DISPLAY 'PPSFQ215 - CYCLE DATE         : ' WK-CYCLE-DATE.
013930     DISPLAY 'PPSFQ215 - FILES ARRIVED      : ' WK-FILES-ARRIVED.
013940     DISPLAY 'PPSFQ215 - FILES FROM HOLD    : '
013950             WK-FILES-FROM-HOLD.
013960     DISPLAY 'PPSFQ215 - FILES RELEASED     : '
013970             WK-FILES-RELEASED.
013980     DISPLAY 'PPSFQ215 - FILES HELD         : ' WK-FILES-HELD.
013990     DISPLAY 'PPSFQ215 - DUPLICATES REJECTED: '
014000             WK-FILES-DUPLICATE.
014010     DISPLAY 'PPSFQ215 - EMPTY FILES        : ' WK-FILES-EMPTY.
014020     IF WK-SS-DROPPED > 0
014030         DISPLAY 'PPSFQ215 - SUBMITTER SUMMARY FULL - NOT '
014040                 'SUMMARIZED: ' WK-SS-DROPPED
014050     END-IF.
014060     IF WK-FILES-DUPLICATE > 0 OR WK-FILES-EMPTY > 0
014070        OR WK-HOLD-MISSING > 0
014080         MOVE 4 TO RETURN-CODE
014090     END-IF.
014100 9000-EXIT.
014110     EXIT.
014120 9100-WRITE-COUNT.
014130     MOVE WK-QR-COUNT-LINE TO SFQ-RPT-LINE.
014140     WRITE SFQ-RPT-LINE.
014150 9100-EXIT.
014160     EXIT.
