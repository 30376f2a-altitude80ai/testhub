000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPTAX215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - ANNUAL 1099 REPORTING OF PROVIDER PAYMENTS BY
000070*            TAXPAYER IDENTIFICATION NUMBER.
000080*          - THE PROVIDER TIN MASTER (TINMAST) IS KEYED BY
000090*            PROVIDER NUMBER PLUS EFFECTIVE DATE, LIKE THE
000100*            PROVIDER MASTER, SO A CHANGE OF OWNERSHIP MOVES
000110*            PAYMENTS TO THE NEW TIN FROM ITS EFFECTIVE DATE.
000120*          - FUNCTION=ACCUM RUNS EVERY NIGHT AFTER PPBAT215.  IT
000130*            READS REMITOUT AND ADDS EACH PROVIDER'S PAID AMOUNT
000140*            (DEBITS LESS REVERSALS; THE PAID AMOUNT IS ALREADY
000150*            NET OF RECOUPMENT OFFSETS) AND, SEPARATELY, ITS
000160*            CLEAN-CLAIM INTEREST INTO THE CALENDAR-YEAR-TO-DATE
000170*            FILE UNDER THE TIN IN FORCE ON THE PAYMENT DATE.  A
000180*            MERGED-AWAY CCN FOLLOWS THE PROVXWLK CROSSWALK TO
000190*            THE SURVIVING CCN, AND THE SURVIVOR'S TIN.
000200*          - FUNCTION=YEAREND ROLLS THE TAX YEAR'S ROWS UP BY
000210*            TIN AND WRITES THE 1099 EXTRACT, WITH A TIN-MATCH
000220*            EXCEPTION REPORT FOR EVERY TIN THAT IS MISSING,
000230*            MALFORMED, FAILED IRS TIN MATCHING, HAS NO LEGAL
000240*            NAME OR CONFLICTING NAMES, OR NETS NEGATIVE.
000250*            MISSING, MALFORMED AND NEGATIVE TINS ARE LEFT OFF
000260*            THE EXTRACT.
000270 DATE-COMPILED.
000280****************************************************************
000290*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000300*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000310*   IS THAT OF THE USER.                                       *
000320****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.            IBM-370.
000360 OBJECT-COMPUTER.            IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TAX-PARM-FILE   ASSIGN TO TAXPARM
000400                            ORGANIZATION IS LINE SEQUENTIAL
000410                            FILE STATUS IS WK-PARM-STATUS.
000420     SELECT TIN-MAST-FILE   ASSIGN TO TINMAST
000430                            ORGANIZATION IS INDEXED
000440                            ACCESS MODE IS SEQUENTIAL
000450                            RECORD KEY IS TM-KEY
000460                            FILE STATUS IS WK-TINMAST-STATUS.
000470     SELECT PROV-XWALK-FILE ASSIGN TO PROVXWLK
000480                            ORGANIZATION IS SEQUENTIAL
000490                            FILE STATUS IS WK-XWALK-STATUS.
000500     SELECT REMIT-FILE-IN   ASSIGN TO REMITIN
000510                            ORGANIZATION IS SEQUENTIAL
000520                            FILE STATUS IS WK-REMITIN-STATUS.
000530     SELECT YTD-FILE-IN     ASSIGN TO YTDIN
000540                            ORGANIZATION IS SEQUENTIAL
000550                            FILE STATUS IS WK-YTDIN-STATUS.
000560     SELECT YTD-FILE-OUT    ASSIGN TO YTDOUT
000570                            ORGANIZATION IS SEQUENTIAL.
000580     SELECT TAX-EXTRACT-OUT ASSIGN TO TAX1099
000590                            ORGANIZATION IS SEQUENTIAL.
000600     SELECT TAX-RPT-OUT     ASSIGN TO TAXRPT
000610                            ORGANIZATION IS LINE SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------*
000650* 1099 PARAMETER CARDS - KEYWORD=VALUE:                     *
000660*   FUNCTION=ACCUM | YEAREND                                *
000670*   RUN-ID=XXXXXXXX        RUN BEING ACCUMULATED            *
000680*   PAY-DATE=CCYYMMDD      PAYMENT DATE (TODAY)             *
000690*   TAX-YEAR=CCYY          YEAR TO EXTRACT (YEAREND)        *
000700*----------------------------------------------------------*
000710 FD  TAX-PARM-FILE
000720     RECORDING MODE IS F.
000730 01  TAX-PARM-REC                PIC X(80).
000740*----------------------------------------------------------*
000750* PROVIDER TIN / LEGAL-NAME MASTER - KEYED (INDEXED) BY     *
000760* PROVIDER NUMBER PLUS EFFECTIVE DATE; THE ROW IN FORCE ON  *
000770* THE PAYMENT DATE GOVERNS.                                 *
000780*----------------------------------------------------------*
000790 FD  TIN-MAST-FILE
000800     RECORDING MODE IS F.
000810 01  TIN-MAST-REC.
000820     05  TM-KEY.
000830         10  TM-PROVIDER-NO      PIC X(06).
000840         10  TM-EFF-DATE         PIC 9(08).
000850     05  TM-TIN                  PIC X(09).
000860     05  TM-TIN-TYPE             PIC X(01).
000870*        'E' = EMPLOYER ID, 'S' = SOCIAL SECURITY NUMBER
000880     05  TM-LEGAL-NAME           PIC X(40).
000890     05  TM-ADDR-LINE            PIC X(35).
000900     05  TM-CITY                 PIC X(20).
000910     05  TM-STATE                PIC X(02).
000920     05  TM-ZIP                  PIC X(09).
000930     05  TM-TIN-MATCH            PIC X(01).
000940*        IRS TIN MATCHING - 'Y' MATCHED, 'N' FAILED,
000950*        SPACE = NOT YET SUBMITTED
000960     05  FILLER                  PIC X(19).
000970 FD  PROV-XWALK-FILE
000980     RECORDING MODE IS F.
000990 01  PROV-XWALK-REC.
001000     05  XI-OLD-PROVIDER-NO      PIC X(06).
001010     05  XI-NEW-PROVIDER-NO      PIC X(06).
001020     05  XI-EFF-DATE             PIC 9(08).
001030*----------------------------------------------------------*
001040* REMITTANCE EXTRACT (REMIT-OUT-REC LAYOUT FROM PPBAT215).  *
001050*----------------------------------------------------------*
001060 FD  REMIT-FILE-IN
001070     RECORDING MODE IS F.
001080 01  REMIT-IN-REC.
001090     05  RI-PROVIDER-NO          PIC X(06).
001100     05  RI-DRG                  PIC 9(03).
001110     05  RI-DISCHARGE-DATE       PIC 9(08).
001120     05  RI-CLAIM-STATUS-CODE    PIC X(02).
001130     05  RI-SUBMITTED-CHARGES    PIC 9(09)V9(02).
001140     05  RI-ALLOWED-AMOUNT       PIC 9(09)V9(02).
001150     05  RI-PAID-AMOUNT          PIC 9(09)V9(02).
001160     05  RI-PATIENT-RESP-AMOUNT  PIC 9(09)V9(02).
001170     05  RI-ADJ-REASON-CODE      PIC X(03).
001180     05  RI-ADJ-AMOUNT           PIC 9(09)V9(02).
001190     05  RI-DEBIT-CREDIT-IND     PIC X(01).
001200     05  RI-SEQUESTRATION-AMT    PIC 9(09)V9(02).
001210     05  RI-CLAIM-SEQ            PIC 9(09).
001220     05  RI-LEDGER-OFFSET        PIC 9(09)V9(02).
001230     05  RI-INTEREST-AMT         PIC 9(07)V9(02).
001240     05  RI-ADVANCE-RECOUP       PIC 9(09)V9(02).
001250*----------------------------------------------------------*
001260* CALENDAR-YEAR-TO-DATE FILE - ONE ROW PER TAX YEAR, TIN    *
001270* AND REPORTING PROVIDER, CARRIED FROM RUN TO RUN.          *
001280*----------------------------------------------------------*
001290 FD  YTD-FILE-IN
001300     RECORDING MODE IS F.
001310 01  YTD-IN-REC                  PIC X(110).
001320 FD  YTD-FILE-OUT
001330     RECORDING MODE IS F.
001340 01  YTD-OUT-REC                 PIC X(110).
001350*----------------------------------------------------------*
001360* 1099 EXTRACT - ONE RECORD PER TIN.  THE PAID AMOUNT IS    *
001370* MEDICAL AND HEALTH CARE PAYMENTS; INTEREST IS CARRIED     *
001380* SEPARATELY.                                               *
001390*----------------------------------------------------------*
001400 FD  TAX-EXTRACT-OUT
001410     RECORDING MODE IS F.
001420 01  TAX-EXTRACT-REC.
001430     05  TX-TAX-YEAR             PIC 9(04).
001440     05  TX-TIN                  PIC X(09).
001450     05  TX-TIN-TYPE             PIC X(01).
001460     05  TX-LEGAL-NAME           PIC X(40).
001470     05  TX-ADDR-LINE            PIC X(35).
001480     05  TX-CITY                 PIC X(20).
001490     05  TX-STATE                PIC X(02).
001500     05  TX-ZIP                  PIC X(09).
001510     05  TX-PAID-AMOUNT          PIC 9(11)V9(02).
001520     05  TX-INTEREST-AMT         PIC 9(11)V9(02).
001530     05  TX-PROVIDER-COUNT       PIC 9(03).
001540     05  TX-TIN-MATCH            PIC X(01).
001550 FD  TAX-RPT-OUT
001560     RECORDING MODE IS F.
001570 01  TAX-RPT-LINE                PIC X(110).
001580 WORKING-STORAGE SECTION.
001590 01  W-STORAGE-REF                  PIC X(48)  VALUE
001600     'P P T A X 2 1 5 - W O R K I N G   S T O R A G E'.
001610 01  TAX-VERSION                    PIC X(05) VALUE 'T21.5'.
001620 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001630 01  WK-TINMAST-STATUS          PIC X(02) VALUE SPACES.
001640 01  WK-XWALK-STATUS            PIC X(02) VALUE SPACES.
001650 01  WK-REMITIN-STATUS          PIC X(02) VALUE SPACES.
001660 01  WK-YTDIN-STATUS            PIC X(02) VALUE SPACES.
001670*----------------------------------------------------------*
001680* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001690* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001700* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001710*----------------------------------------------------------*
001720 COPY LAYHDR.
001730 01  WK-LAYOUT-CHECK.
001740     05  WK-LC-DD               PIC X(08).
001750     05  WK-LC-LAYOUT-ID        PIC X(08).
001760     05  WK-LC-VERSION          PIC 9(03).
001770     05  WK-LC-RECORD-LEN       PIC 9(05).
001780 01  WK-LAYOUT-REMITIN.
001790     05  FILLER                 PIC X(08) VALUE 'REMITIN'.
001800     05  FILLER                 PIC X(08) VALUE 'REMITOUT'.
001810     05  FILLER                 PIC 9(03) VALUE 002.
001820     05  FILLER                 PIC 9(05) VALUE 00129.
001830 01  WK-LAYOUT-SWITCHES.
001840     05  WK-REMITIN-LAYOUT-SW     PIC X(01) VALUE 'N'.
001850         88  REMITIN-LAYOUT-CHECKED VALUE 'Y'.
001860 01  WK-SWITCHES.
001870     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001880         88  PARM-AT-EOF        VALUE 'Y'.
001890     05  WK-TINMAST-EOF         PIC X(01) VALUE 'N'.
001900         88  TINMAST-AT-EOF     VALUE 'Y'.
001910     05  WK-XWALK-EOF           PIC X(01) VALUE 'N'.
001920         88  XWALK-AT-EOF       VALUE 'Y'.
001930     05  WK-REMIT-EOF           PIC X(01) VALUE 'N'.
001940         88  REMIT-AT-EOF       VALUE 'Y'.
001950     05  WK-YTDIN-EOF           PIC X(01) VALUE 'N'.
001960         88  YTDIN-AT-EOF       VALUE 'Y'.
001970     05  WK-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
001980         88  A-TABLE-IS-FULL    VALUE 'Y'.
001990*----------------------------------------------------------*
002000* PARAMETERS IN EFFECT.                                     *
002010*----------------------------------------------------------*
002020 01  WK-FUNCTION                PIC X(08) VALUE SPACES.
002030 01  WK-RUN-ID                  PIC X(08) VALUE SPACES.
002040 01  WK-PAY-DATE                PIC 9(08) VALUE ZEROES.
002050 01  WK-PAY-DATE-X REDEFINES WK-PAY-DATE.
002060     05  WK-PAY-YEAR            PIC 9(04).
002070     05  FILLER                 PIC 9(04).
002080 01  WK-TAX-YEAR                PIC 9(04) VALUE ZEROES.
002090 01  WK-YEAR-END-DATE           PIC 9(08) VALUE ZEROES.
002100 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
002110 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
002120*----------------------------------------------------------*
002130* RUN COUNTERS.                                             *
002140*----------------------------------------------------------*
002150 01  WK-COUNTERS.
002160     05  WK-REMIT-ROWS          PIC 9(07) VALUE ZEROES.
002170     05  WK-XWALK-ROWS          PIC 9(07) VALUE ZEROES.
002180     05  WK-NO-TIN-ROWS         PIC 9(07) VALUE ZEROES.
002190     05  WK-YTD-ROWS-IN         PIC 9(07) VALUE ZEROES.
002200     05  WK-YTD-ROWS-OUT        PIC 9(07) VALUE ZEROES.
002210     05  WK-EXTRACT-RECS        PIC 9(07) VALUE ZEROES.
002220     05  WK-EXCEPTIONS          PIC 9(07) VALUE ZEROES.
002230 01  WK-TOTALS.
002240     05  WK-TOT-PAID            PIC S9(13)V9(02) VALUE ZEROES.
002250     05  WK-TOT-INTEREST        PIC 9(13)V9(02) VALUE ZEROES.
002260     05  WK-TOT-EXTRACT-PAID    PIC 9(13)V9(02) VALUE ZEROES.
002270     05  WK-TOT-EXTRACT-INT     PIC 9(13)V9(02) VALUE ZEROES.
002280     05  WK-TOT-EXCLUDED        PIC S9(13)V9(02) VALUE ZEROES.
002290*----------------------------------------------------------*
002300* YEAR-TO-DATE ROW VIEW.                                    *
002310*----------------------------------------------------------*
002320 01  WK-YTD-VIEW.
002330     05  YV-TAX-YEAR            PIC 9(04).
002340     05  YV-TIN                 PIC X(09).
002350     05  YV-PROVIDER-NO         PIC X(06).
002360     05  YV-TIN-TYPE            PIC X(01).
002370     05  YV-LEGAL-NAME          PIC X(40).
002380     05  YV-PAID-AMOUNT         PIC S9(11)V9(02).
002390     05  YV-INTEREST-AMT        PIC 9(11)V9(02).
002400     05  YV-CLAIMS              PIC 9(07).
002410     05  YV-LAST-RUN-ID         PIC X(08).
002420     05  FILLER                 PIC X(09).
002430 01  WK-YTD-COUNT               PIC 9(05) VALUE ZEROES.
002440 01  YTD-TABLE.
002450     05  YT-ENTRY OCCURS 6000 TIMES
002460                  INDEXED BY YT-IDX YT-SIDX.
002470         10  YT-ROW             PIC X(110).
002480         10  YT-ROW-VIEW REDEFINES YT-ROW.
002490             15  YT-TAX-YEAR    PIC 9(04).
002500             15  YT-TIN         PIC X(09).
002510             15  YT-PROVIDER-NO PIC X(06).
002520             15  YT-TIN-TYPE    PIC X(01).
002530             15  YT-LEGAL-NAME  PIC X(40).
002540             15  YT-PAID-AMOUNT PIC S9(11)V9(02).
002550             15  YT-INTEREST-AMT PIC 9(11)V9(02).
002560             15  YT-CLAIMS      PIC 9(07).
002570             15  YT-LAST-RUN-ID PIC X(08).
002580             15  FILLER         PIC X(09).
002590*----------------------------------------------------------*
002600* TIN MASTER TABLE AND THE MERGER CROSSWALK.                *
002610*----------------------------------------------------------*
002620 01  WK-TM-COUNT                PIC 9(05) VALUE ZEROES.
002630 01  TIN-TABLE.
002640     05  TT-ENTRY OCCURS 5000 TIMES
002650                  INDEXED BY TT-IDX TT-SIDX.
002660         10  TT-PROVIDER-NO     PIC X(06).
002670         10  TT-EFF-DATE        PIC 9(08).
002680         10  TT-TIN             PIC X(09).
002690         10  TT-TIN-TYPE        PIC X(01).
002700         10  TT-LEGAL-NAME      PIC X(40).
002710         10  TT-ADDR-LINE       PIC X(35).
002720         10  TT-CITY            PIC X(20).
002730         10  TT-STATE           PIC X(02).
002740         10  TT-ZIP             PIC X(09).
002750         10  TT-TIN-MATCH       PIC X(01).
002760 01  WK-TT-BEST                 PIC 9(05) VALUE ZEROES.
002770 01  WK-TT-BEST-DATE            PIC 9(08) VALUE ZEROES.
002780 01  WK-TT-AS-OF                PIC 9(08) VALUE ZEROES.
002790 01  WK-XW-COUNT                PIC 9(03) VALUE ZEROES.
002800 01  PROV-XWALK-TABLE.
002810     05  XW-ENTRY OCCURS 500 TIMES
002820                  INDEXED BY XW-IDX XW-SIDX.
002830         10  XW-OLD-PROVIDER-NO PIC X(06).
002840         10  XW-NEW-PROVIDER-NO PIC X(06).
002850         10  XW-EFF-DATE        PIC 9(08).
002860 01  WK-RPT-PROVIDER            PIC X(06) VALUE SPACES.
002870*----------------------------------------------------------*
002880* YEAR-END ROLL-UP BY TIN.                                  *
002890*----------------------------------------------------------*
002900 01  WK-TX-COUNT                PIC 9(05) VALUE ZEROES.
002910 01  TIN-ROLLUP-TABLE.
002920     05  TX-ENTRY OCCURS 5000 TIMES
002930                  INDEXED BY TX-IDX TX-SIDX.
002940         10  TR-TIN             PIC X(09).
002950         10  TR-TIN-TYPE        PIC X(01).
002960         10  TR-LEGAL-NAME      PIC X(40).
002970         10  TR-FIRST-PROVIDER  PIC X(06).
002980         10  TR-PAID-AMOUNT     PIC S9(13)V9(02).
002990         10  TR-INTEREST-AMT    PIC 9(13)V9(02).
003000         10  TR-PROVIDERS       PIC 9(03).
003010         10  TR-NAME-CONFLICT   PIC X(01).
003020 01  WK-EXCEPTION-TEXT          PIC X(32) VALUE SPACES.
003030 01  WK-EXCLUDE-SW              PIC X(01) VALUE 'N'.
003040     88  TIN-EXCLUDED           VALUE 'Y'.
003050*----------------------------------------------------------*
003060* REPORT LINES.                                             *
003070*----------------------------------------------------------*
003080 01  WK-RPT-TITLE-LINE.
003090     05  WK-RT-TITLE         PIC X(40).
003100     05  FILLER              PIC X(07) VALUE '  DATE '.
003110     05  WK-RT-DATE          PIC 9(08).
003120     05  FILLER              PIC X(07) VALUE '  VERS '.
003130     05  WK-RT-VERSION       PIC X(05).
003140 01  WK-RPT-RULE-LINE        PIC X(110) VALUE ALL '='.
003150 01  WK-RPT-SECTION-LINE.
003160     05  FILLER              PIC X(04) VALUE '--- '.
003170     05  WK-RS-TEXT          PIC X(50).
003180 01  WK-TX-HEADING.
003190     05  FILLER              PIC X(11) VALUE 'TIN'.
003200     05  FILLER              PIC X(23) VALUE 'LEGAL NAME'.
003210     05  FILLER              PIC X(07) VALUE 'PROV-NO'.
003220     05  FILLER              PIC X(03) VALUE ' PV'.
003230     05  FILLER              PIC X(18) VALUE
003240         '              PAID'.
003250     05  FILLER              PIC X(14) VALUE '      INTEREST'.
003260     05  FILLER              PIC X(02) VALUE SPACES.
003270     05  FILLER              PIC X(09) VALUE 'EXCEPTION'.
003280 01  WK-TX-DETAIL-LINE.
003290     05  WK-TD-TIN           PIC X(09).
003300     05  FILLER              PIC X(02) VALUE SPACES.
003310     05  WK-TD-NAME          PIC X(22).
003320     05  FILLER              PIC X(01) VALUE SPACES.
003330     05  WK-TD-PROVIDER      PIC X(06).
003340     05  FILLER              PIC X(01) VALUE SPACES.
003350     05  WK-TD-PROVS         PIC ZZ9.
003360     05  WK-TD-PAID          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003370     05  WK-TD-INTEREST      PIC ZZZ,ZZZ,ZZ9.99.
003380     05  FILLER              PIC X(02) VALUE SPACES.
003390     05  WK-TD-EXCEPTION     PIC X(32).
003400 01  WK-TAX-COUNT-LINE.
003410     05  WK-TC-LABEL         PIC X(44).
003420     05  WK-TC-COUNT         PIC ZZZ,ZZ9.
003430     05  FILLER              PIC X(02) VALUE SPACES.
003440     05  WK-TC-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003450 PROCEDURE DIVISION.
003460*===========================================================*
003470* 0000-MAINLINE                                              *
003480*===========================================================*
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     EVALUATE WK-FUNCTION
003520         WHEN 'ACCUM'
003530             PERFORM 2000-ACCUMULATE THRU 2000-EXIT
003540         WHEN 'YEAREND'
003550             PERFORM 3000-YEAR-END THRU 3000-EXIT
003560         WHEN OTHER
003570             DISPLAY 'PPTAX215 - UNKNOWN FUNCTION : '
003580                     WK-FUNCTION
003590             MOVE 16 TO RETURN-CODE
003600     END-EVALUATE.
003610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003620     STOP RUN.
003630*===========================================================*
003640* 1000-INITIALIZE - READ THE PARAMETER CARDS, LOAD THE TIN  *
003650* MASTER, THE CROSSWALK AND THE YEAR-TO-DATE FILE, AND OPEN *
003660* THE REPORT.                                               *
003670*===========================================================*
003680 1000-INITIALIZE.
003690     ACCEPT WK-PAY-DATE FROM DATE YYYYMMDD.
003700     OPEN INPUT TAX-PARM-FILE.
003710     IF WK-PARM-STATUS NOT = '00'
003720         DISPLAY 'PPTAX215 - PARAMETER FILE MISSING'
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003770         UNTIL PARM-AT-EOF.
003780     CLOSE TAX-PARM-FILE.
003790     IF WK-TAX-YEAR = 0
003800         MOVE WK-PAY-YEAR TO WK-TAX-YEAR
003810     END-IF.
003820     COMPUTE WK-YEAR-END-DATE = WK-TAX-YEAR * 10000 + 1231.
003830     OPEN INPUT TIN-MAST-FILE.
003840     IF WK-TINMAST-STATUS = '00'
003850         SET TT-IDX TO 1
003860         PERFORM 1200-READ-ONE-TIN THRU 1200-EXIT
003870             UNTIL TINMAST-AT-EOF OR WK-TM-COUNT >= 5000
003880         CLOSE TIN-MAST-FILE
003890     ELSE
003900         DISPLAY 'PPTAX215 - TIN MASTER MISSING'
003910     END-IF.
003920     OPEN INPUT PROV-XWALK-FILE.
003930     IF WK-XWALK-STATUS = '00'
003940         SET XW-IDX TO 1
003950         PERFORM 1300-READ-ONE-XWALK THRU 1300-EXIT
003960             UNTIL XWALK-AT-EOF OR WK-XW-COUNT >= 500
003970         CLOSE PROV-XWALK-FILE
003980     END-IF.
003990     OPEN INPUT YTD-FILE-IN.
004000     IF WK-YTDIN-STATUS = '00'
004010         PERFORM 1400-READ-ONE-YTD THRU 1400-EXIT
004020             UNTIL YTDIN-AT-EOF
004030         CLOSE YTD-FILE-IN
004040     END-IF.
004050     OPEN OUTPUT TAX-RPT-OUT.
004060     IF WK-FUNCTION = 'YEAREND'
004070         MOVE '1099 EXTRACT AND TIN-MATCH EXCEPTIONS'
004080             TO WK-RT-TITLE
004090     ELSE
004100         MOVE '1099 CALENDAR-YEAR ACCUMULATION' TO WK-RT-TITLE
004110     END-IF.
004120     MOVE WK-PAY-DATE TO WK-RT-DATE.
004130     MOVE TAX-VERSION TO WK-RT-VERSION.
004140     MOVE WK-RPT-TITLE-LINE TO TAX-RPT-LINE.
004150     WRITE TAX-RPT-LINE.
004160     MOVE WK-RPT-RULE-LINE TO TAX-RPT-LINE.
004170     WRITE TAX-RPT-LINE.
004180 1000-EXIT.
004190     EXIT.
004200 1100-READ-ONE-PARM.
004210     READ TAX-PARM-FILE
004220         AT END
004230             SET PARM-AT-EOF TO TRUE
004240             GO TO 1100-EXIT
004250     END-READ.
004260     IF TAX-PARM-REC = SPACES OR TAX-PARM-REC(1:1) = '*'
004270         GO TO 1100-EXIT
004280     END-IF.
004290     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004300     UNSTRING TAX-PARM-REC DELIMITED BY '='
004310         INTO WK-RC-KEYWORD WK-RC-VALUE.
004320     EVALUATE WK-RC-KEYWORD
004330         WHEN 'FUNCTION'
004340             MOVE WK-RC-VALUE TO WK-FUNCTION
004350         WHEN 'RUN-ID'
004360             MOVE WK-RC-VALUE TO WK-RUN-ID
004370         WHEN 'PAY-DATE'
004380             IF WK-RC-VALUE(1:8) IS NUMERIC
004390                 MOVE WK-RC-VALUE(1:8) TO WK-PAY-DATE
004400             END-IF
004410         WHEN 'TAX-YEAR'
004420             IF WK-RC-VALUE(1:4) IS NUMERIC
004430                 MOVE WK-RC-VALUE(1:4) TO WK-TAX-YEAR
004440             END-IF
004450         WHEN OTHER
004460             DISPLAY 'PPTAX215 - PARAMETER CARD IGNORED : '
004470                     TAX-PARM-REC
004480     END-EVALUATE.
004490 1100-EXIT.
004500     EXIT.
004510 1200-READ-ONE-TIN.
004520     READ TIN-MAST-FILE
004530         AT END
004540             SET TINMAST-AT-EOF TO TRUE
004550             GO TO 1200-EXIT
004560     END-READ.
004570     MOVE TM-PROVIDER-NO TO TT-PROVIDER-NO(TT-IDX).
004580     MOVE TM-EFF-DATE    TO TT-EFF-DATE(TT-IDX).
004590     MOVE TM-TIN         TO TT-TIN(TT-IDX).
004600     MOVE TM-TIN-TYPE    TO TT-TIN-TYPE(TT-IDX).
004610     MOVE TM-LEGAL-NAME  TO TT-LEGAL-NAME(TT-IDX).
004620     MOVE TM-ADDR-LINE   TO TT-ADDR-LINE(TT-IDX).
004630     MOVE TM-CITY        TO TT-CITY(TT-IDX).
004640     MOVE TM-STATE       TO TT-STATE(TT-IDX).
004650     MOVE TM-ZIP         TO TT-ZIP(TT-IDX).
004660     MOVE TM-TIN-MATCH   TO TT-TIN-MATCH(TT-IDX).
004670     ADD  1 TO WK-TM-COUNT.
004680     SET  TT-IDX UP BY 1.
004690 1200-EXIT.
004700     EXIT.
004710 1300-READ-ONE-XWALK.
004720     READ PROV-XWALK-FILE
004730         AT END
004740             SET XWALK-AT-EOF TO TRUE
004750             GO TO 1300-EXIT
004760     END-READ.
004770     MOVE XI-OLD-PROVIDER-NO TO XW-OLD-PROVIDER-NO(XW-IDX).
004780     MOVE XI-NEW-PROVIDER-NO TO XW-NEW-PROVIDER-NO(XW-IDX).
004790     MOVE XI-EFF-DATE        TO XW-EFF-DATE(XW-IDX).
004800     ADD  1 TO WK-XW-COUNT.
004810     SET  XW-IDX UP BY 1.
004820 1300-EXIT.
004830     EXIT.
004840 1400-READ-ONE-YTD.
004850     READ YTD-FILE-IN
004860         AT END
004870             SET YTDIN-AT-EOF TO TRUE
004880             GO TO 1400-EXIT
004890     END-READ.
004900     IF WK-YTD-COUNT NOT < 6000
004910         SET A-TABLE-IS-FULL TO TRUE
004920         GO TO 1400-EXIT
004930     END-IF.
004940     ADD 1 TO WK-YTD-COUNT.
004950     ADD 1 TO WK-YTD-ROWS-IN.
004960     MOVE YTD-IN-REC TO YT-ROW(WK-YTD-COUNT).
004970 1400-EXIT.
004980     EXIT.
004990*===========================================================*
005000* 2000-ACCUMULATE - POST TONIGHT'S REMITTANCE TO THE        *
005010* CALENDAR-YEAR-TO-DATE ROWS AND CARRY THE FILE FORWARD.    *
005020*===========================================================*
005030 2000-ACCUMULATE.
005040     OPEN INPUT REMIT-FILE-IN.
005050     IF WK-REMITIN-STATUS NOT = '00'
005060         DISPLAY 'PPTAX215 - REMITTANCE FILE MISSING'
005070         MOVE 16 TO RETURN-CODE
005080         GO TO 2000-EXIT
005090     END-IF.
005100     PERFORM 2100-POST-ONE-REMIT THRU 2100-EXIT
005110         UNTIL REMIT-AT-EOF.
005120     CLOSE REMIT-FILE-IN.
005130     IF A-TABLE-IS-FULL
005140         DISPLAY 'PPTAX215 - YEAR-TO-DATE TABLE FULL - NOT SAVED'
005150         MOVE 16 TO RETURN-CODE
005160         GO TO 2000-EXIT
005170     END-IF.
005180     OPEN OUTPUT YTD-FILE-OUT.
005190     IF WK-YTD-COUNT > 0
005200         PERFORM 2400-WRITE-ONE-YTD THRU 2400-EXIT
005210             VARYING YT-IDX FROM 1 BY 1
005220             UNTIL YT-IDX > WK-YTD-COUNT
005230     END-IF.
005240     CLOSE YTD-FILE-OUT.
005250 2000-EXIT.
005260     EXIT.
005270 2100-POST-ONE-REMIT.
005280     READ REMIT-FILE-IN
005290         AT END
005300             SET REMIT-AT-EOF TO TRUE
005310             GO TO 2100-EXIT
005320     END-READ.
005330     IF REMIT-IN-REC(1:4) = '*LAY'
005340        OR NOT REMITIN-LAYOUT-CHECKED
005350         MOVE WK-LAYOUT-REMITIN TO WK-LAYOUT-CHECK
005360         MOVE REMIT-IN-REC TO LAYOUT-HDR-REC
005370         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
005380         SET REMITIN-LAYOUT-CHECKED TO TRUE
005390         IF LH-IS-HEADER
005400             GO TO 2100-POST-ONE-REMIT
005410         END-IF
005420     END-IF.
005430     ADD 1 TO WK-REMIT-ROWS.
005440     IF RI-PAID-AMOUNT = 0 AND RI-INTEREST-AMT = 0
005450         GO TO 2100-EXIT
005460     END-IF.
005470     MOVE RI-PROVIDER-NO TO WK-RPT-PROVIDER.
005480     PERFORM 2200-FOLLOW-XWALK THRU 2200-EXIT.
005490     MOVE WK-PAY-DATE TO WK-TT-AS-OF.
005500     PERFORM 6000-FIND-TIN THRU 6000-EXIT.
005510     MOVE WK-PAY-YEAR     TO YV-TAX-YEAR.
005520     MOVE WK-RPT-PROVIDER TO YV-PROVIDER-NO.
005530     IF WK-TT-BEST > 0
005540         MOVE TT-TIN(WK-TT-BEST)        TO YV-TIN
005550         MOVE TT-TIN-TYPE(WK-TT-BEST)   TO YV-TIN-TYPE
005560         MOVE TT-LEGAL-NAME(WK-TT-BEST) TO YV-LEGAL-NAME
005570     ELSE
005580         MOVE SPACES TO YV-TIN YV-TIN-TYPE YV-LEGAL-NAME
005590         ADD 1 TO WK-NO-TIN-ROWS
005600     END-IF.
005610     PERFORM 2300-FIND-YTD-ROW THRU 2300-EXIT.
005620     IF A-TABLE-IS-FULL
005630         GO TO 2100-EXIT
005640     END-IF.
005650     IF RI-DEBIT-CREDIT-IND = 'C'
005660         SUBTRACT RI-PAID-AMOUNT FROM YT-PAID-AMOUNT(YT-SIDX)
005670         SUBTRACT RI-PAID-AMOUNT FROM WK-TOT-PAID
005680     ELSE
005690         ADD RI-PAID-AMOUNT TO YT-PAID-AMOUNT(YT-SIDX)
005700         ADD RI-PAID-AMOUNT TO WK-TOT-PAID
005710         ADD 1 TO YT-CLAIMS(YT-SIDX)
005720     END-IF.
005730     ADD RI-INTEREST-AMT TO YT-INTEREST-AMT(YT-SIDX).
005740     ADD RI-INTEREST-AMT TO WK-TOT-INTEREST.
005750     MOVE WK-RUN-ID TO YT-LAST-RUN-ID(YT-SIDX).
005760 2100-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------*
005790* 2200-FOLLOW-XWALK - A MERGED-AWAY NUMBER'S PAYMENTS ON OR *
005800* AFTER THE MERGER REPORT UNDER THE SURVIVING NUMBER.       *
005810*-----------------------------------------------------------*
005820 2200-FOLLOW-XWALK.
005830     IF WK-XW-COUNT = 0
005840         GO TO 2200-EXIT
005850     END-IF.
005860     SET XW-SIDX TO 1.
005870     SEARCH XW-ENTRY VARYING XW-SIDX
005880         AT END
005890             CONTINUE
005900         WHEN XW-OLD-PROVIDER-NO(XW-SIDX) = WK-RPT-PROVIDER
005910             AND WK-PAY-DATE NOT < XW-EFF-DATE(XW-SIDX)
005920             MOVE XW-NEW-PROVIDER-NO(XW-SIDX)
005930                 TO WK-RPT-PROVIDER
005940             ADD 1 TO WK-XWALK-ROWS
005950     END-SEARCH.
005960 2200-EXIT.
005970     EXIT.
005980 2300-FIND-YTD-ROW.
005990     SET YT-SIDX TO 1.
006000     SEARCH YT-ENTRY VARYING YT-SIDX
006010         AT END
006020             SET A-TABLE-IS-FULL TO TRUE
006030         WHEN YT-SIDX > WK-YTD-COUNT
006040             PERFORM 2310-ADD-YTD-ROW THRU 2310-EXIT
006050         WHEN YT-TAX-YEAR(YT-SIDX)    = YV-TAX-YEAR
006060          AND YT-TIN(YT-SIDX)         = YV-TIN
006070          AND YT-PROVIDER-NO(YT-SIDX) = YV-PROVIDER-NO
006080             CONTINUE
006090     END-SEARCH.
006100 2300-EXIT.
006110     EXIT.
006120 2310-ADD-YTD-ROW.
006130     IF WK-YTD-COUNT NOT < 6000
006140         SET A-TABLE-IS-FULL TO TRUE
006150         GO TO 2310-EXIT
006160     END-IF.
006170     ADD 1 TO WK-YTD-COUNT.
006180     SET YT-SIDX TO WK-YTD-COUNT.
006190     MOVE ZEROES TO YV-PAID-AMOUNT YV-INTEREST-AMT YV-CLAIMS.
006200     MOVE SPACES TO YV-LAST-RUN-ID.
006210     MOVE WK-YTD-VIEW TO YT-ROW(YT-SIDX).
006220 2310-EXIT.
006230     EXIT.
006240 2400-WRITE-ONE-YTD.
006250     MOVE YT-ROW(YT-IDX) TO YTD-OUT-REC.
006260     WRITE YTD-OUT-REC.
006270     ADD 1 TO WK-YTD-ROWS-OUT.
006280 2400-EXIT.
006290     EXIT.
006300*===========================================================*
006310* 3000-YEAR-END - ROLL THE TAX YEAR'S ROWS UP BY TIN, THEN  *
006320* SCREEN EACH TIN AND WRITE THE 1099 EXTRACT.               *
006330*===========================================================*
006340 3000-YEAR-END.
006350     IF WK-YTD-COUNT = 0
006360         DISPLAY 'PPTAX215 - NO YEAR-TO-DATE ROWS'
006370         MOVE 16 TO RETURN-CODE
006380         GO TO 3000-EXIT
006390     END-IF.
006400     PERFORM 3100-ROLL-ONE-ROW THRU 3100-EXIT
006410         VARYING YT-IDX FROM 1 BY 1
006420         UNTIL YT-IDX > WK-YTD-COUNT.
006430     IF A-TABLE-IS-FULL
006440         DISPLAY 'PPTAX215 - TIN ROLL-UP TABLE FULL'
006450         MOVE 16 TO RETURN-CODE
006460         GO TO 3000-EXIT
006470     END-IF.
006480     OPEN OUTPUT TAX-EXTRACT-OUT.
006490     MOVE 'TIN ROLL-UP' TO WK-RS-TEXT.
006500     MOVE WK-RPT-SECTION-LINE TO TAX-RPT-LINE.
006510     WRITE TAX-RPT-LINE.
006520     MOVE WK-TX-HEADING TO TAX-RPT-LINE.
006530     WRITE TAX-RPT-LINE.
006540     IF WK-TX-COUNT > 0
006550         PERFORM 3200-EXTRACT-ONE-TIN THRU 3200-EXIT
006560             VARYING TX-IDX FROM 1 BY 1
006570             UNTIL TX-IDX > WK-TX-COUNT
006580     END-IF.
006590     CLOSE TAX-EXTRACT-OUT.
006600 3000-EXIT.
006610     EXIT.
006620 3100-ROLL-ONE-ROW.
006630     IF YT-TAX-YEAR(YT-IDX) NOT = WK-TAX-YEAR
006640         GO TO 3100-EXIT
006650     END-IF.
006660     ADD YT-PAID-AMOUNT(YT-IDX)  TO WK-TOT-PAID.
006670     ADD YT-INTEREST-AMT(YT-IDX) TO WK-TOT-INTEREST.
006680     SET TX-SIDX TO 1.
006690     SEARCH TX-ENTRY VARYING TX-SIDX
006700         AT END
006710             SET A-TABLE-IS-FULL TO TRUE
006720             GO TO 3100-EXIT
006730         WHEN TX-SIDX > WK-TX-COUNT
006740             ADD 1 TO WK-TX-COUNT
006750             SET TX-SIDX TO WK-TX-COUNT
006760             MOVE YT-TIN(YT-IDX)         TO TR-TIN(TX-SIDX)
006770             MOVE YT-TIN-TYPE(YT-IDX)    TO TR-TIN-TYPE(TX-SIDX)
006780             MOVE YT-LEGAL-NAME(YT-IDX)  TO TR-LEGAL-NAME(TX-SIDX)
006790             MOVE YT-PROVIDER-NO(YT-IDX)
006800                 TO TR-FIRST-PROVIDER(TX-SIDX)
006810             MOVE ZEROES TO TR-PAID-AMOUNT(TX-SIDX)
006820                            TR-INTEREST-AMT(TX-SIDX)
006830                            TR-PROVIDERS(TX-SIDX)
006840             MOVE 'N' TO TR-NAME-CONFLICT(TX-SIDX)
006850         WHEN TR-TIN(TX-SIDX) = YT-TIN(YT-IDX)
006860             IF TR-LEGAL-NAME(TX-SIDX) NOT = YT-LEGAL-NAME(YT-IDX)
006870                 MOVE 'Y' TO TR-NAME-CONFLICT(TX-SIDX)
006880             END-IF
006890     END-SEARCH.
006900     ADD YT-PAID-AMOUNT(YT-IDX)  TO TR-PAID-AMOUNT(TX-SIDX).
006910     ADD YT-INTEREST-AMT(YT-IDX) TO TR-INTEREST-AMT(TX-SIDX).
006920     ADD 1 TO TR-PROVIDERS(TX-SIDX).
006930 3100-EXIT.
006940     EXIT.
006950*-----------------------------------------------------------*
006960* 3200-EXTRACT-ONE-TIN - SCREEN THE TIN, PRINT IT, AND      *
006970* WRITE ITS 1099 RECORD UNLESS IT CANNOT BE REPORTED.       *
006980*-----------------------------------------------------------*
006990 3200-EXTRACT-ONE-TIN.
007000     MOVE SPACES TO WK-EXCEPTION-TEXT.
007010     MOVE 'N' TO WK-EXCLUDE-SW.
007020     MOVE TR-FIRST-PROVIDER(TX-IDX) TO WK-RPT-PROVIDER.
007030     MOVE WK-YEAR-END-DATE          TO WK-TT-AS-OF.
007040     PERFORM 6000-FIND-TIN THRU 6000-EXIT.
007050     EVALUATE TRUE
007060         WHEN TR-TIN(TX-IDX) = SPACES
007070             MOVE 'NO TIN ON FILE - NOT REPORTED'
007080                 TO WK-EXCEPTION-TEXT
007090             SET TIN-EXCLUDED TO TRUE
007100         WHEN TR-TIN(TX-IDX) IS NOT NUMERIC
007110           OR TR-TIN(TX-IDX) = '000000000'
007120             MOVE 'MALFORMED TIN - NOT REPORTED'
007130                 TO WK-EXCEPTION-TEXT
007140             SET TIN-EXCLUDED TO TRUE
007150         WHEN TR-PAID-AMOUNT(TX-IDX) < 0
007160             MOVE 'NET NEGATIVE - NOT REPORTED'
007170                 TO WK-EXCEPTION-TEXT
007180             SET TIN-EXCLUDED TO TRUE
007190         WHEN TR-LEGAL-NAME(TX-IDX) = SPACES
007200             MOVE 'LEGAL NAME MISSING' TO WK-EXCEPTION-TEXT
007210         WHEN TR-NAME-CONFLICT(TX-IDX) = 'Y'
007220             MOVE 'NAME DIFFERS ACROSS PROVIDERS'
007230                 TO WK-EXCEPTION-TEXT
007240         WHEN WK-TT-BEST > 0
007250          AND TT-TIN-MATCH(WK-TT-BEST) = 'N'
007260             MOVE 'IRS TIN MATCH FAILED' TO WK-EXCEPTION-TEXT
007270         WHEN WK-TT-BEST > 0
007280          AND TT-TIN-MATCH(WK-TT-BEST) NOT = 'Y'
007290             MOVE 'IRS TIN MATCH NOT YET RUN'
007300                 TO WK-EXCEPTION-TEXT
007310         WHEN OTHER
007320             CONTINUE
007330     END-EVALUATE.
007340     MOVE TR-TIN(TX-IDX)            TO WK-TD-TIN.
007350     MOVE TR-LEGAL-NAME(TX-IDX)     TO WK-TD-NAME.
007360     MOVE TR-FIRST-PROVIDER(TX-IDX) TO WK-TD-PROVIDER.
007370     MOVE TR-PROVIDERS(TX-IDX)      TO WK-TD-PROVS.
007380     MOVE TR-PAID-AMOUNT(TX-IDX)    TO WK-TD-PAID.
007390     MOVE TR-INTEREST-AMT(TX-IDX)   TO WK-TD-INTEREST.
007400     MOVE WK-EXCEPTION-TEXT         TO WK-TD-EXCEPTION.
007410     MOVE WK-TX-DETAIL-LINE TO TAX-RPT-LINE.
007420     WRITE TAX-RPT-LINE.
007430     IF WK-EXCEPTION-TEXT NOT = SPACES
007440         ADD 1 TO WK-EXCEPTIONS
007450     END-IF.
007460     IF TIN-EXCLUDED
007470         ADD TR-PAID-AMOUNT(TX-IDX) TO WK-TOT-EXCLUDED
007480         GO TO 3200-EXIT
007490     END-IF.
007500     MOVE WK-TAX-YEAR               TO TX-TAX-YEAR.
007510     MOVE TR-TIN(TX-IDX)            TO TX-TIN.
007520     MOVE TR-TIN-TYPE(TX-IDX)       TO TX-TIN-TYPE.
007530     MOVE TR-LEGAL-NAME(TX-IDX)     TO TX-LEGAL-NAME.
007540     MOVE TR-PAID-AMOUNT(TX-IDX)    TO TX-PAID-AMOUNT.
007550     MOVE TR-INTEREST-AMT(TX-IDX)   TO TX-INTEREST-AMT.
007560     MOVE TR-PROVIDERS(TX-IDX)      TO TX-PROVIDER-COUNT.
007570     IF WK-TT-BEST > 0
007580         MOVE TT-ADDR-LINE(WK-TT-BEST) TO TX-ADDR-LINE
007590         MOVE TT-CITY(WK-TT-BEST)      TO TX-CITY
007600         MOVE TT-STATE(WK-TT-BEST)     TO TX-STATE
007610         MOVE TT-ZIP(WK-TT-BEST)       TO TX-ZIP
007620         MOVE TT-TIN-MATCH(WK-TT-BEST) TO TX-TIN-MATCH
007630     ELSE
007640         MOVE SPACES TO TX-ADDR-LINE TX-CITY TX-STATE TX-ZIP
007650                        TX-TIN-MATCH
007660     END-IF.
007670     WRITE TAX-EXTRACT-REC.
007680     ADD 1 TO WK-EXTRACT-RECS.
007690     ADD TR-PAID-AMOUNT(TX-IDX)  TO WK-TOT-EXTRACT-PAID.
007700     ADD TR-INTEREST-AMT(TX-IDX) TO WK-TOT-EXTRACT-INT.
007710 3200-EXIT.
007720     EXIT.
007730*===========================================================*
007740* 6000-FIND-TIN - THE TIN MASTER ROW IN FORCE ON            *
007750* WK-TT-AS-OF FOR THE PROVIDER IN WK-RPT-PROVIDER: THE      *
007760* LATEST EFFECTIVE DATE NOT AFTER THAT DATE.                *
007770*===========================================================*
007780 6000-FIND-TIN.
007790     MOVE ZEROES TO WK-TT-BEST WK-TT-BEST-DATE.
007800     IF WK-TM-COUNT = 0
007810         GO TO 6000-EXIT
007820     END-IF.
007830     PERFORM 6010-CHECK-ONE-TIN-ROW THRU 6010-EXIT
007840         VARYING TT-SIDX FROM 1 BY 1
007850         UNTIL TT-SIDX > WK-TM-COUNT.
007860 6000-EXIT.
007870     EXIT.
007880 6010-CHECK-ONE-TIN-ROW.
007890     IF TT-PROVIDER-NO(TT-SIDX) = WK-RPT-PROVIDER
007900        AND TT-EFF-DATE(TT-SIDX) NOT > WK-TT-AS-OF
007910        AND TT-EFF-DATE(TT-SIDX) NOT < WK-TT-BEST-DATE
007920         SET WK-TT-BEST TO TT-SIDX
007930         MOVE TT-EFF-DATE(TT-SIDX) TO WK-TT-BEST-DATE
007940     END-IF.
007950 6010-EXIT.
007960     EXIT.
007970*===========================================================*
007980* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
007990* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
008000* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
008010* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
008020* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
008030*===========================================================*
008040 8800-CHECK-LAYOUT.
008050     IF NOT LH-IS-HEADER
008060         IF WK-LC-VERSION = 1
008070             DISPLAY 'PPTAX215 - ' WK-LC-DD ' HAS NO LAYOUT '
008080                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
008090                     ' VERSION 001'
008100             GO TO 8800-EXIT
008110         END-IF
008120         DISPLAY 'PPTAX215 - ' WK-LC-DD ' HAS NO LAYOUT '
008130                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
008140                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
008150         MOVE 12 TO RETURN-CODE
008160         STOP RUN
008170     END-IF.
008180     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
008190        AND LH-LAYOUT-VERSION = WK-LC-VERSION
008200        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
008210         DISPLAY 'PPTAX215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
008220                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
008230                 ' WRITTEN BY ' LH-PRODUCER
008240         GO TO 8800-EXIT
008250     END-IF.
008260     DISPLAY 'PPTAX215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
008270             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
008280             LH-RECORD-LENGTH.
008290     DISPLAY 'PPTAX215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
008300             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
008310             ' - FILE REFUSED'.
008320     MOVE 12 TO RETURN-CODE.
008330     STOP RUN.
008340 8800-EXIT.
008350     EXIT.
008360*===========================================================*
008370* 9000-TERMINATE                                            *
008380*===========================================================*
008390 9000-TERMINATE.
008400     MOVE WK-RPT-RULE-LINE TO TAX-RPT-LINE.
008410     WRITE TAX-RPT-LINE.
008420     IF WK-FUNCTION = 'YEAREND'
008430         PERFORM 9200-YEAR-END-TOTALS THRU 9200-EXIT
008440     ELSE
008450         PERFORM 9100-ACCUM-TOTALS THRU 9100-EXIT
008460     END-IF.
008470     CLOSE TAX-RPT-OUT.
008480 9000-EXIT.
008490     EXIT.
008500 9100-ACCUM-TOTALS.
008510     MOVE 'REMITTANCE ROWS READ' TO WK-TC-LABEL.
008520     MOVE WK-REMIT-ROWS TO WK-TC-COUNT.
008530     MOVE ZEROES TO WK-TC-AMOUNT.
008540     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008550     MOVE 'PAID NET OF REVERSALS THIS RUN' TO WK-TC-LABEL.
008560     MOVE ZEROES TO WK-TC-COUNT.
008570     MOVE WK-TOT-PAID TO WK-TC-AMOUNT.
008580     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008590     MOVE 'CLEAN-CLAIM INTEREST THIS RUN' TO WK-TC-LABEL.
008600     MOVE WK-TOT-INTEREST TO WK-TC-AMOUNT.
008610     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008620     MOVE 'ROWS FOLLOWED THROUGH MERGER CROSSWALK'
008630         TO WK-TC-LABEL.
008640     MOVE WK-XWALK-ROWS TO WK-TC-COUNT.
008650     MOVE ZEROES TO WK-TC-AMOUNT.
008660     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008670     MOVE 'ROWS WITH NO TIN ON FILE' TO WK-TC-LABEL.
008680     MOVE WK-NO-TIN-ROWS TO WK-TC-COUNT.
008690     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008700     MOVE 'YEAR-TO-DATE ROWS CARRIED IN' TO WK-TC-LABEL.
008710     MOVE WK-YTD-ROWS-IN TO WK-TC-COUNT.
008720     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008730     MOVE 'YEAR-TO-DATE ROWS CARRIED OUT' TO WK-TC-LABEL.
008740     MOVE WK-YTD-ROWS-OUT TO WK-TC-COUNT.
008750     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008760     DISPLAY 'PPTAX215 - REMITTANCE ROWS   : ' WK-REMIT-ROWS.
008770     DISPLAY 'PPTAX215 - ROWS WITHOUT TIN  : ' WK-NO-TIN-ROWS.
008780 9100-EXIT.
008790     EXIT.
008800 9200-YEAR-END-TOTALS.
008810     MOVE 'TAX YEAR PAID NET OF REVERSALS' TO WK-TC-LABEL.
008820     MOVE WK-TX-COUNT TO WK-TC-COUNT.
008830     MOVE WK-TOT-PAID TO WK-TC-AMOUNT.
008840     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008850     MOVE 'TAX YEAR CLEAN-CLAIM INTEREST' TO WK-TC-LABEL.
008860     MOVE ZEROES TO WK-TC-COUNT.
008870     MOVE WK-TOT-INTEREST TO WK-TC-AMOUNT.
008880     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008890     MOVE '1099 RECORDS EXTRACTED - PAID' TO WK-TC-LABEL.
008900     MOVE WK-EXTRACT-RECS TO WK-TC-COUNT.
008910     MOVE WK-TOT-EXTRACT-PAID TO WK-TC-AMOUNT.
008920     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008930     MOVE '1099 RECORDS EXTRACTED - INTEREST' TO WK-TC-LABEL.
008940     MOVE WK-TOT-EXTRACT-INT TO WK-TC-AMOUNT.
008950     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
008960     MOVE 'PAID LEFT OFF THE EXTRACT' TO WK-TC-LABEL.
008970     MOVE ZEROES TO WK-TC-COUNT.
008980     MOVE WK-TOT-EXCLUDED TO WK-TC-AMOUNT.
008990     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
009000     MOVE 'TIN-MATCH EXCEPTIONS' TO WK-TC-LABEL.
009010     MOVE WK-EXCEPTIONS TO WK-TC-COUNT.
009020     MOVE ZEROES TO WK-TC-AMOUNT.
009030     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
009040     DISPLAY 'PPTAX215 - 1099 RECORDS      : ' WK-EXTRACT-RECS.
009050     DISPLAY 'PPTAX215 - TIN EXCEPTIONS    : ' WK-EXCEPTIONS.
009060     IF WK-EXCEPTIONS > 0 AND RETURN-CODE = 0
009070         MOVE 08 TO RETURN-CODE
009080     END-IF.
009090 9200-EXIT.
009100     EXIT.
009110 9300-WRITE-COUNT-LINE.
009120     MOVE WK-TAX-COUNT-LINE TO TAX-RPT-LINE.
009130     WRITE TAX-RPT-LINE.
009140 9300-EXIT.
009150     EXIT.
