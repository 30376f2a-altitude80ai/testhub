000120*            WI-AUDIT-RECORD OUT) SO ADJUDICATORS GET A
000130*            PRICE AT ENTRY TIME INSTEAD OF TOMORROW
000140*            MORNING.
000150*          - EACH ONLINE SESSION OWNS ITS PPDRV215
000160*            PROVIDER-BREAK STATE (DRVSTATE), CARRIED IN
000170*            SVC-SESSION-STATE OF ITS OWN COMMAREA AND
000180*            PASSED ON THE 'PPDRV215S' ENTRY, SO
000190*            CONCURRENT TRANSACTIONS NEED NO LATCH AND
000200*            CANNOT DISTURB ONE ANOTHER.
000210*          - SESSION USAGE (CALLS, RETRIES, ERRORS, AVERAGE
000220*            AND LONGEST RESPONSE) ACCUMULATES IN THE
000230*            COMMAREA AND IS WRITTEN TO SVCLOG AT SESSION
000240*            END.
000250*          - EVERY CLAIM PRICED IS ALSO APPENDED TO QUOTELOG
000260*            (PRICELOG LAYOUT) WITH THE BILL, PROVIDER SEGMENT
000270*            AND TABLE SET IT WAS PRICED FROM, FOR THE NIGHTLY
000280*            QUOTE-VERSUS-BATCH CHECK IN PPQVB215.
000290*          - EVERY CLAIM PRICED ALSO CARRIES AN ESTIMATED
000300*            BENEFICIARY LIABILITY AND NET MEDICARE PAYMENT IN
000310*            SVC-LIABILITY-ESTIMATE, SETTLED BY PPLIA215 WITH
000320*            THE RULES PPSET215 APPLIES, AGAINST THE DAY BANK
000330*            OF THE LAST SETTLEMENT RUN AND THE MSP AND
000340*            SEQUESTRATION FILES LOADED AT 'I'.  SVC-LE-STATUS
000350*            'S' MARKS AN ESTIMATE FOR A BENEFICIARY WITH
000360*            ANOTHER CLAIM PRICED TODAY THAT MAY SHARE THE
000370*            BENEFIT PERIOD.
000380*          - THE 'R' FUNCTION REFRESHES THE REFERENCE
000390*            TABLES MID-DAY: THE GENERATION THE TABLE CATALOG
000400*            NAMES IS LOADED INTO A STANDBY BANK, PROVED WITH
000410*            THE BATCH LOAD VALIDATOR'S CHECKS AND SWAPPED IN
000420*            BETWEEN TRANSACTIONS; A SET THAT FAILS KEEPS THE
000430*            OLD TABLES.  EVERY RESPONSE CARRIES THE TABLE SET
000440*            (GENERATION, LOAD TIME, CATALOG VERSIONS) IT WAS
000450*            ANSWERED WITH IN SVC-TABLE-SET.
000460*            FUNCTIONS: 'I' INITIALIZE, 'S' START SESSION,
000470*            'P' PRICE, 'E' END SESSION, 'R' REFRESH TABLES.
000480*            RETURN CODES: 00 OK, 04 NO NEW TABLE GENERATION
000490*            IN THE CATALOG, 08 NOT INITIALIZED, 16 TABLE LOAD
000500*            FAILURE OR UNKNOWN FUNCTION, 20 REFRESHED TABLES
000510*            FAILED VALIDATION, 51 PROVIDER NOT FOUND FOR
000520*            DISCHARGE DATE.
000530*            12 (BUSY - RETRY) IS NO LONGER RETURNED.
000540 DATE-COMPILED.
000550****************************************************************
000560*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000570*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000580*   IS THAT OF THE USER.                                       *
000590****************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.            IBM-370.
000630 OBJECT-COMPUTER.            IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PROV-MAST-FILE  ASSIGN TO PROVMAST
000670                            ORGANIZATION IS INDEXED
000680                            ACCESS MODE IS SEQUENTIAL
000690                            RECORD KEY IS PM-PROV-KEY
000700                            FILE STATUS IS WK-PROVMAST-STATUS.
000710     SELECT MSAX-WI-FILE    ASSIGN TO MSAXWI
000720                            ORGANIZATION IS SEQUENTIAL
000730                            FILE STATUS IS WK-MSAX-STATUS.
000740     SELECT CBSA-WI-FILE    ASSIGN TO CBSAWI
000750                            ORGANIZATION IS SEQUENTIAL
000760                            FILE STATUS IS WK-CBSA-STATUS.
000770     SELECT NEW-TECH-FILE   ASSIGN TO NEWTECH
000780                            ORGANIZATION IS SEQUENTIAL
000790                            FILE STATUS IS WK-NEWTECH-STATUS.
000800     SELECT DRG-WEIGHT-FILE ASSIGN TO DRGWGHT
000810                            ORGANIZATION IS SEQUENTIAL
000820                            FILE STATUS IS WK-DRGWT-STATUS.
000830     SELECT NDC-RATE-FILE   ASSIGN TO NDCRATE
000840                            ORGANIZATION IS SEQUENTIAL
000850                            FILE STATUS IS WK-NDCRATE-STATUS.
000860     SELECT TABLE-CATALOG-IN ASSIGN TO CATLG
000870                            ORGANIZATION IS SEQUENTIAL
000880                            FILE STATUS IS WK-CATLG-STATUS.
000890     SELECT TABLE-IMAGE-FILE ASSIGN TO TABIMAGE
000900                            ORGANIZATION IS SEQUENTIAL
000910                            FILE STATUS IS WK-TABIMG-STATUS.
000920     SELECT OPER-RATE-FILE  ASSIGN TO OPERRATE
000930                            ORGANIZATION IS SEQUENTIAL
000940                            FILE STATUS IS WK-OPRATE-STATUS.
000950     SELECT STATE-CCR-FILE  ASSIGN TO STCCR
000960                            ORGANIZATION IS SEQUENTIAL
000970                            FILE STATUS IS WK-STCCR-STATUS.
000980     SELECT GEO-DESIG-FILE  ASSIGN TO GEODSGN
000990                            ORGANIZATION IS SEQUENTIAL
001000                            FILE STATUS IS WK-GEODSG-STATUS.
001010     SELECT RURAL-FLOOR-FILE ASSIGN TO RUFLOOR
001020                            ORGANIZATION IS SEQUENTIAL
001030                            FILE STATUS IS WK-RUFL-STATUS.
001040     SELECT PRIOR-WI-FILE   ASSIGN TO PREVWI
001050                            ORGANIZATION IS SEQUENTIAL
001060                            FILE STATUS IS WK-PREVWI-STATUS.
001070     SELECT OUTMIG-FILE     ASSIGN TO OUTMIG
001080                            ORGANIZATION IS SEQUENTIAL
001090                            FILE STATUS IS WK-OUTMIG-STATUS.
001100     SELECT MIDNIGHT-FILE   ASSIGN TO MIDNITE
001110                            ORGANIZATION IS SEQUENTIAL
001120                            FILE STATUS IS WK-MIDNT-STATUS.
001130     SELECT DISPATCH-CTL-FILE ASSIGN TO DISPCTL
001140                            ORGANIZATION IS SEQUENTIAL
001150                            FILE STATUS IS WK-DSPCTL-STATUS.
001160     SELECT SESSION-LOG-FILE ASSIGN TO SVCLOG
001170                            ORGANIZATION IS SEQUENTIAL
001180                            FILE STATUS IS WK-SVCLOG-STATUS.
001190     SELECT PRICE-LOG-OUT   ASSIGN TO QUOTELOG
001200                            ORGANIZATION IS SEQUENTIAL
001210                            FILE STATUS IS WK-QUOTELOG-STATUS.
001220     SELECT DAY-BANK-IN     ASSIGN TO DAYBNKIN
001230                            ORGANIZATION IS SEQUENTIAL
001240                            FILE STATUS IS WK-DAYBANK-STATUS.
001250     SELECT MSP-FILE-IN     ASSIGN TO MSPIN
001260                            ORGANIZATION IS SEQUENTIAL
001270                            FILE STATUS IS WK-MSP-STATUS.
001280     SELECT SEQ-RATE-FILE   ASSIGN TO SEQRATE
001290                            ORGANIZATION IS SEQUENTIAL
001300                            FILE STATUS IS WK-SEQRATE-STATUS.
001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  PROV-MAST-FILE
001340     RECORD CONTAINS 325 CHARACTERS.
001350 01  PROV-MAST-REC.
001360     05  PM-PROV-KEY.
001370         10  PM-PROVIDER-NO     PIC X(06).
001380         10  PM-SEGMENT-EFF-DATE PIC 9(08).
001390     05  PM-FORMAT-IND          PIC X(01).
001400     05  PM-PROV-RECORD         PIC X(310).
001410 FD  MSAX-WI-FILE
001420     RECORDING MODE IS F.
001430 01  MSAX-IN-REC.
001440     05  MI-MSAX-MSA            PIC X(04).
001450     05  MI-MSAX-SIZE           PIC X(01).
001460     05  MI-MSAX-EFF-DATE       PIC X(08).
001470     05  MI-MSAX-WAGE-INDX1     PIC S9(02)V9(04).
001480     05  MI-MSAX-WAGE-INDX2     PIC S9(02)V9(04).
001490 FD  CBSA-WI-FILE
001500     RECORDING MODE IS F.
001510 01  CBSA-IN-REC.
001520     05  CI-CBSA                PIC X(05).
001530     05  CI-CBSA-SIZE            PIC X(01).
001540     05  CI-CBSA-EFF-DATE        PIC X(08).
001550     05  CI-CBSA-WAGE-INDX1      PIC S9(02)V9(04).
001560     05  CI-CBSA-WAGE-INDX2      PIC S9(02)V9(04).
001570     05  CI-CBSA-WAGE-INDX3      PIC S9(02)V9(04).
001580 FD  NEW-TECH-FILE
001590     RECORDING MODE IS F.
001600 01  NEW-TECH-IN-REC.
001610     05  NI-PROC-CODE            PIC X(07).
001620     05  NI-EFF-DATE             PIC 9(08).
001630     05  NI-END-DATE             PIC 9(08).
001640     05  NI-ADDON-PCT            PIC 9V99.
001650     05  NI-ADDON-CAP            PIC 9(07)V9(02).
001660 FD  DRG-WEIGHT-FILE
001670     RECORDING MODE IS F.
001680 01  DRG-WT-IN-REC.
001690     05  DW-DRG                  PIC X(03).
001700     05  DW-WT                   PIC 9(02)V9(04).
001710     05  DW-GMALOS               PIC 9(02)V9(01).
001720     05  DW-LOW                  PIC X(01).
001730     05  DW-ARITH-ALOS           PIC 9(02)V9(01).
001740     05  DW-PAC                  PIC X(01).
001750     05  DW-SPPAC                PIC X(01).
001760     05  DW-DESC                 PIC X(26).
001770 FD  NDC-RATE-FILE
001780     RECORDING MODE IS F.
001790 01  NDC-RATE-IN-REC.
001800     05  NC-NDC                  PIC X(11).
001810     05  NC-EFF-DATE             PIC 9(08).
001820     05  NC-END-DATE             PIC 9(08).
001830     05  NC-ALLOWANCE            PIC 9(07)V9(02).
001840*---------------------------------------------------------*
001850* REFERENCE-TABLE IMAGE SAVED BY THE NIGHT'S FIRST        *
001860* PPBAT215 LOADER - THE LOADED, SORTED, VALIDATED TABLES  *
001870* AS ONE STAMPED RECORD.  REGION INITIALIZATION RESTORES  *
001880* FROM IT WHEN PRESENT, FIRST PROVING ITS VERSION STAMPS  *
001890* AGAINST THE TABLE CATALOG IN FORCE TODAY, AND FALLS     *
001900* BACK TO THE FRESH LOADS OTHERWISE.                      *
001910*---------------------------------------------------------*
001920*----------------------------------------------------------*
001930* EFFECTIVE-DATED TABLE-VERSION CATALOG, AS PPBAT215 READS *
001940* IT - THE RESTORE PROVES THE IMAGE'S VERSION STAMPS       *
001950* AGAINST THE VERSIONS IN FORCE TODAY, SO A STALE IMAGE    *
001960* CUT BEFORE A CATALOG MOVE FALLS BACK TO FRESH LOADS.     *
001970*----------------------------------------------------------*
001980 FD  TABLE-CATALOG-IN
001990     RECORDING MODE IS F.
002000 01  TABLE-CATALOG-REC.
002010     05  CT-TABLE-TYPE           PIC X(08).
002020     05  CT-DSN                  PIC X(44).
002030     05  CT-EFF-DATE             PIC 9(08).
002040     05  CT-END-DATE             PIC 9(08).
002050     05  CT-VERSION              PIC X(08).
002060  FD  TABLE-IMAGE-FILE
002070      RECORDING MODE IS F.
002080  01  TABLE-IMAGE-REC.
002090      05  TI-EYECATCHER           PIC X(08).
002100      05  TI-VERSION-STAMPS.
002110          10  TI-VERSION          PIC X(08) OCCURS 6 TIMES.
002120      05  TI-MSAX-COUNT           PIC 9(05).
002130      05  TI-CBSA-COUNT           PIC 9(05).
002140      05  TI-CNTYCBSA-COUNT       PIC 9(05).
002150      05  TI-NEWTECH-COUNT        PIC 9(03).
002160      05  TI-MSAX-IMAGE           PIC X(225000).
002170      05  TI-CBSA-IMAGE           PIC X(256000).
002180      05  TI-CNTY-IMAGE           PIC X(40000).
002190      05  TI-NEWTECH-IMAGE        PIC X(3500).
002200      05  TI-DRGWT-IMAGE          PIC X(35204).
002210      05  TI-NDC-IMAGE            PIC X(7204).
002220      05  TI-OPRT-IMAGE           PIC X(1203).
002230      05  TI-SCCR-IMAGE           PIC X(10803).
002240      05  TI-GEOD-VERSION         PIC X(08).
002250      05  TI-GEOD-IMAGE           PIC X(92004).
002260      05  TI-RUFL-IMAGE           PIC X(9503).
002270      05  TI-PREV-IMAGE           PIC X(72005).
002280      05  TI-OUTM-IMAGE           PIC X(54004).
002290      05  TI-MID-IMAGE            PIC X(6503).
002300      05  TI-DSPC-IMAGE           PIC X(1871).
002310 FD  OPER-RATE-FILE
002320     RECORDING MODE IS F.
002330 01  OPER-RATE-IN-REC.
002340     05  OI-TABLE-NO             PIC 9(01).
002350     05  OI-EFF-DATE             PIC 9(08).
002360     05  OI-END-DATE             PIC 9(08).
002370     05  OI-LABOR                PIC 9(05)V9(02).
002380     05  OI-NLABOR               PIC 9(04)V9(02).
002390 FD  STATE-CCR-FILE
002400     RECORDING MODE IS F.
002410 01  STATE-CCR-IN-REC.
002420     05  SX-STATE                PIC X(02).
002430     05  SX-AREA                 PIC X(01).
002440     05  SX-EFF-DATE             PIC 9(08).
002450     05  SX-END-DATE             PIC 9(08).
002460     05  SX-OPER-CCR             PIC 9(01)V9(03).
002470     05  SX-CAPI-CCR             PIC 9(01)V9(03).
002480 FD  GEO-DESIG-FILE
002490     RECORDING MODE IS F.
002500 01  GEO-DESIG-IN-REC.
002510     05  GX-TYPE                 PIC X(01).
002520     05  GX-PROVIDER             PIC X(06).
002530     05  GX-FY                   PIC 9(04).
002540     05  GX-EFF-DATE             PIC 9(08).
002550     05  GX-END-DATE             PIC 9(08).
002560     05  GX-STATE                PIC X(02).
002570     05  GX-FROM-AREA            PIC X(05).
002580     05  GX-TO-AREA              PIC X(05).
002590     05  GX-SPEC-PAY-REQ         PIC X(01).
002600     05  GX-WAGE-INDEX           PIC 9(02)V9(04).
002610 FD  RURAL-FLOOR-FILE
002620     RECORDING MODE IS F.
002630 01  RURAL-FLOOR-IN-REC.
002640     05  RF-CBSA                 PIC X(05).
002650     05  RF-EFF-DATE             PIC 9(08).
002660     05  RF-WAGE-INDEX           PIC 9(02)V9(04).
002670 FD  PRIOR-WI-FILE
002680     RECORDING MODE IS F.
002690 01  PRIOR-WI-IN-REC.
002700     05  PW-PROVIDER             PIC X(06).
002710     05  PW-WAGE-INDEX           PIC 9(02)V9(04).
002720 FD  OUTMIG-FILE
002730     RECORDING MODE IS F.
002740 01  OUTMIG-IN-REC.
002750     05  OM-COUNTY               PIC X(05).
002760     05  OM-EFF-DATE             PIC 9(08).
002770     05  OM-ADJ-FACT             PIC 9(01)V9(04).
002780 FD  MIDNIGHT-FILE
002790     RECORDING MODE IS F.
002800 01  MIDNIGHT-IN-REC.
002810     05  MN-MSA                  PIC X(04).
002820     05  FILLER                  PIC X(01).
002830     05  MN-ADJ-FACT             PIC 9(02)V9(06).
002840 FD  DISPATCH-CTL-FILE
002850     RECORDING MODE IS F.
002860 01  DISPCTL-IN-REC.
002870     05  DC-REC-TYPE             PIC X(01).
002880         88  DC-HEADER-REC       VALUE 'H'.
002890         88  DC-DETAIL-REC       VALUE 'D'.
002900     05  DC-BEGIN-DATE           PIC 9(08).
002910     05  DC-END-DATE             PIC 9(08).
002920     05  DC-MODULE               PIC X(08).
002930     05  DC-CAL-VERSION          PIC X(05).
002940     05  DC-INTERFACE            PIC X(01).
002950     05  DC-ACTIVE               PIC X(01).
002960 01  DISPCTL-HDR-REC.
002970     05  FILLER                  PIC X(01).
002980     05  DC-HDR-VERSION          PIC X(08).
002990     05  FILLER                  PIC X(23).
003000*-----------------------------------------------------------*
003010* SESSION USAGE LOG - ONE RECORD PER ONLINE SESSION,        *
003020* WRITTEN AT SESSION END ('E').  RESPONSE TIMES ARE IN      *
003030* HUNDREDTHS OF A SECOND, MEASURED ACROSS EACH 'P' CALL.    *
003040*-----------------------------------------------------------*
003050 FD  SESSION-LOG-FILE
003060     RECORDING MODE IS F.
003070 01  SESSION-LOG-REC.
003080     05  SL-SESSION-ID           PIC X(08).
003090     05  SL-START-DATE           PIC 9(08).
003100     05  SL-START-TIME           PIC 9(08).
003110     05  SL-END-DATE             PIC 9(08).
003120     05  SL-END-TIME             PIC 9(08).
003130     05  SL-CALLS                PIC 9(07).
003140     05  SL-RETRIES              PIC 9(07).
003150     05  SL-ERROR-CALLS          PIC 9(07).
003160     05  SL-AVG-RESP-HUND        PIC 9(07).
003170     05  SL-MAX-RESP-HUND        PIC 9(07).
003180     05  FILLER                  PIC X(05).
003190*-----------------------------------------------------------*
003200* QUOTE LOG - ONE RECORD PER CLAIM PRICED, APPENDED AT THE  *
003210* 'P' CALL AND MATCHED TO THE NIGHT'S BATCH PRICING BY      *
003220* PPQVB215.                                                 *
003230*-----------------------------------------------------------*
003240 FD  PRICE-LOG-OUT
003250     RECORDING MODE IS F.
003260 COPY PRICELOG.
003270*-----------------------------------------------------------*
003280* LIABILITY ESTIMATE INPUTS - THE DAY BANK (DAYBNKOT OF THE *
003290* LAST PPSET215 RUN, GENSTAMP HEADER FIRST), THE MSP        *
003300* PRIMARY-PAYER FILE AND THE SEQUESTRATION RATE FILE, IN    *
003310* THE LAYOUTS PPSET215 AND PPBAT215 READ.                   *
003320*-----------------------------------------------------------*
003330 FD  DAY-BANK-IN
003340     RECORDING MODE IS F.
003350 01  DAY-BANK-IN-REC.
003360     05  DB-IN-MBI               PIC X(11).
003370     05  DB-IN-PERIOD-START      PIC 9(08).
003380     05  DB-IN-LAST-DISCHARGE    PIC 9(08).
003390     05  DB-IN-PERIOD-DAYS-USED  PIC 9(03).
003400     05  DB-IN-PERIOD-DED-SW     PIC X(01).
003410     05  DB-IN-LTR-DAYS-USED     PIC 9(02).
003420 FD  MSP-FILE-IN
003430     RECORDING MODE IS F.
003440 01  MSP-IN-REC.
003450     05  MS-PROVIDER-NO          PIC X(06).
003460     05  MS-DRG                  PIC 9(03).
003470     05  MS-DISCHARGE-DATE       PIC 9(08).
003480     05  MS-PRIMARY-PAID-AMT     PIC 9(09)V9(02).
003490     05  MS-PAYER-TYPE           PIC X(01).
003500     05  MS-OTAF-AMT             PIC 9(09)V9(02).
003510 FD  SEQ-RATE-FILE
003520     RECORDING MODE IS F.
003530 01  SEQ-RATE-REC.
003540     05  SQ-EFF-DATE             PIC 9(08).
003550     05  SQ-END-DATE             PIC 9(08).
003560     05  SQ-PCT                  PIC 9(01)V9(04).
003570 WORKING-STORAGE SECTION.
003580 01  W-STORAGE-REF                  PIC X(48)  VALUE
003590     'P P S V C 2 1 5 - W O R K I N G   S T O R A G E'.
003600 01  SVC-VERSION                    PIC X(05) VALUE 'O21.5'.
003610*-----------------------------------------------------------*
003620* REGION STATE - THE TABLES LIVE HERE FROM THE 'I' CALL ON, *
003630* AND EACH SESSION'S OWN STATE TRAVELS IN ITS COMMAREA.     *
003640*-----------------------------------------------------------*
003650 01  WK-INIT-SW                 PIC X(01) VALUE 'N'.
003660     88  SERVICE-INITIALIZED    VALUE 'Y'.
003670 01  WK-CALL-START-TIME         PIC 9(08) VALUE ZEROES.
003680 01  WK-CALL-START-PARTS REDEFINES WK-CALL-START-TIME.
003690     05  WK-CALL-START-HH       PIC 9(02).
003700     05  WK-CALL-START-MM       PIC 9(02).
003710     05  WK-CALL-START-SS       PIC 9(02).
003720     05  WK-CALL-START-HD       PIC 9(02).
003730 01  WK-CALL-END-TIME           PIC 9(08) VALUE ZEROES.
003740 01  WK-CALL-END-PARTS REDEFINES WK-CALL-END-TIME.
003750     05  WK-CALL-END-HH         PIC 9(02).
003760     05  WK-CALL-END-MM         PIC 9(02).
003770     05  WK-CALL-END-SS         PIC 9(02).
003780     05  WK-CALL-END-HD         PIC 9(02).
003790 01  WK-CALL-START-HUND         PIC 9(09) VALUE ZEROES.
003800 01  WK-CALL-END-HUND           PIC 9(09) VALUE ZEROES.
003810 01  WK-CALL-ELAPSED-HUND       PIC 9(09) VALUE ZEROES.
003820 01  WK-STATUSES.
003830     05  WK-PROVMAST-STATUS     PIC X(02) VALUE SPACES.
003840     05  WK-MSAX-STATUS         PIC X(02) VALUE SPACES.
003850     05  WK-CBSA-STATUS         PIC X(02) VALUE SPACES.
003860     05  WK-NEWTECH-STATUS      PIC X(02) VALUE SPACES.
003870     05  WK-DRGWT-STATUS        PIC X(02) VALUE SPACES.
003880     05  WK-NDCRATE-STATUS      PIC X(02) VALUE SPACES.
003890     05  WK-OPRATE-STATUS       PIC X(02) VALUE SPACES.
003900     05  WK-STCCR-STATUS        PIC X(02) VALUE SPACES.
003910     05  WK-GEODSG-STATUS       PIC X(02) VALUE SPACES.
003920     05  WK-RUFL-STATUS         PIC X(02) VALUE SPACES.
003930     05  WK-PREVWI-STATUS       PIC X(02) VALUE SPACES.
003940     05  WK-OUTMIG-STATUS       PIC X(02) VALUE SPACES.
003950     05  WK-MIDNT-STATUS        PIC X(02) VALUE SPACES.
003960     05  WK-DSPCTL-STATUS       PIC X(02) VALUE SPACES.
003970     05  WK-SVCLOG-STATUS       PIC X(02) VALUE SPACES.
003980     05  WK-QUOTELOG-STATUS     PIC X(02) VALUE SPACES.
003990     05  WK-DAYBANK-STATUS      PIC X(02) VALUE SPACES.
004000     05  WK-MSP-STATUS          PIC X(02) VALUE SPACES.
004010     05  WK-SEQRATE-STATUS      PIC X(02) VALUE SPACES.
004020     05  WK-TABIMG-STATUS       PIC X(02) VALUE SPACES.
004030     05  WK-CATLG-STATUS        PIC X(02) VALUE SPACES.
004040     05  WK-CATLG-EOF           PIC X(01) VALUE 'N'.
004050         88  CATLG-AT-EOF       VALUE 'Y'.
004060     05  WK-CATLG-SEEN-SW       PIC X(01) VALUE 'N'.
004070         88  CATALOG-PRESENT    VALUE 'Y'.
004080     05  WK-IMG-MISMATCH-SW     PIC X(01) VALUE 'N'.
004090         88  IMAGE-STAMP-MISMATCH VALUE 'Y'.
004100 01  WK-CAT-CHECK-DATE          PIC X(08) VALUE SPACES.
004110 01  WK-IMG-I                   PIC 9(02) COMP VALUE ZEROES.
004120 01  WK-SVC-TYPE-LIST.
004130     05  FILLER PIC X(08) VALUE 'MSAXWI  '.
004140     05  FILLER PIC X(08) VALUE 'CBSAWI  '.
004150     05  FILLER PIC X(08) VALUE 'CNTYCBSA'.
004160     05  FILLER PIC X(08) VALUE 'NEWTECH '.
004170     05  FILLER PIC X(08) VALUE 'DRGWGHT '.
004180     05  FILLER PIC X(08) VALUE 'OPERRATE'.
004190     05  FILLER PIC X(08) VALUE 'GEODSGN '.
004200 01  WK-SVC-TYPE-TAB REDEFINES WK-SVC-TYPE-LIST.
004210     05  WK-SVC-TYPE        PIC X(08) OCCURS 7 TIMES.
004220 01  WK-CAT-VER-TABLE.
004230     05  WK-CAT-VER             PIC X(08) OCCURS 7 TIMES.
004240 01  WK-EOF-SWITCHES.
004250     05  WK-PROV-MAST-EOF       PIC X(01) VALUE 'N'.
004260         88  PROV-MAST-AT-EOF   VALUE 'Y'.
004270     05  WK-MSAX-EOF            PIC X(01) VALUE 'N'.
004280         88  MSAX-AT-EOF        VALUE 'Y'.
004290     05  WK-CBSA-EOF            PIC X(01) VALUE 'N'.
004300         88  CBSA-AT-EOF        VALUE 'Y'.
004310     05  WK-NEWTECH-EOF         PIC X(01) VALUE 'N'.
004320         88  NEWTECH-AT-EOF     VALUE 'Y'.
004330     05  WK-DRGWT-EOF           PIC X(01) VALUE 'N'.
004340         88  DRGWT-AT-EOF       VALUE 'Y'.
004350     05  WK-NDCRATE-EOF         PIC X(01) VALUE 'N'.
004360         88  NDCRATE-AT-EOF     VALUE 'Y'.
004370     05  WK-OPRATE-EOF          PIC X(01) VALUE 'N'.
004380         88  OPRATE-AT-EOF      VALUE 'Y'.
004390     05  WK-STCCR-EOF           PIC X(01) VALUE 'N'.
004400         88  STCCR-AT-EOF       VALUE 'Y'.
004410     05  WK-GEODSG-EOF          PIC X(01) VALUE 'N'.
004420         88  GEODSG-AT-EOF      VALUE 'Y'.
004430     05  WK-RUFL-EOF            PIC X(01) VALUE 'N'.
004440         88  RUFL-AT-EOF        VALUE 'Y'.
004450     05  WK-PREVWI-EOF          PIC X(01) VALUE 'N'.
004460         88  PREVWI-AT-EOF      VALUE 'Y'.
004470     05  WK-OUTMIG-EOF          PIC X(01) VALUE 'N'.
004480         88  OUTMIG-AT-EOF      VALUE 'Y'.
004490     05  WK-MIDNT-EOF           PIC X(01) VALUE 'N'.
004500         88  MIDNT-AT-EOF       VALUE 'Y'.
004510     05  WK-DSPCTL-EOF          PIC X(01) VALUE 'N'.
004520         88  DSPCTL-AT-EOF      VALUE 'Y'.
004530     05  WK-DAYBANK-EOF         PIC X(01) VALUE 'N'.
004540         88  DAYBANK-AT-EOF     VALUE 'Y'.
004550     05  WK-MSP-EOF             PIC X(01) VALUE 'N'.
004560         88  MSP-AT-EOF         VALUE 'Y'.
004570     05  WK-SEQRATE-EOF         PIC X(01) VALUE 'N'.
004580         88  SEQRATE-AT-EOF     VALUE 'Y'.
004590 01  WK-COUNTERS.
004600     05  WK-PROV-COUNT          PIC 9(05) VALUE ZEROES.
004610     05  WK-MSAX-COUNT          PIC 9(05) VALUE ZEROES.
004620     05  WK-CBSA-COUNT          PIC 9(05) VALUE ZEROES.
004630     05  WK-NEWTECH-COUNT       PIC 9(03) VALUE ZEROES.
004640     05  WK-DRGWT-COUNT         PIC 9(04) VALUE ZEROES.
004650     05  WK-NDCRATE-COUNT       PIC 9(04) VALUE ZEROES.
004660     05  WK-OPRATE-COUNT        PIC 9(03) VALUE ZEROES.
004670     05  WK-STCCR-COUNT         PIC 9(03) VALUE ZEROES.
004680     05  WK-GEODSG-COUNT        PIC 9(04) VALUE ZEROES.
004690     05  WK-RUFL-COUNT          PIC 9(03) VALUE ZEROES.
004700     05  WK-PREVWI-COUNT        PIC 9(05) VALUE ZEROES.
004710     05  WK-OUTMIG-COUNT        PIC 9(04) VALUE ZEROES.
004720     05  WK-MIDNT-COUNT         PIC 9(03) VALUE ZEROES.
004730     05  WK-DSPCTL-COUNT        PIC 9(03) VALUE ZEROES.
004740     05  WK-DAYBANK-COUNT       PIC 9(05) VALUE ZEROES.
004750     05  WK-MSP-COUNT           PIC 9(04) VALUE ZEROES.
004760     05  WK-SEQRATE-COUNT       PIC 9(02) VALUE ZEROES.
004770 01  WK-IMG-RESTORED-SW         PIC X(01) VALUE 'N'.
004780     88  TABLES-FROM-IMAGE      VALUE 'Y'.
004790 01  WK-PROV-FOUND-SW           PIC X(01) VALUE 'N'.
004800     88  PROV-WAS-FOUND         VALUE 'Y'.
004810 01  WK-PROV-BEST-EFF           PIC 9(08) VALUE ZEROES.
004820*----------------------------------------------------------*
004830* STANDBY-BANK VALIDATION - THE SAME CONTENT CHECKS THE    *
004840* BATCH LOAD VALIDATOR IN PPBAT215 APPLIES, WITH ITS       *
004850* DETAIL LINE WRITTEN TO THE JOB LOG INSTEAD OF REFVALID.  *
004860*----------------------------------------------------------*
004870 01  WK-REFVAL-ERRORS           PIC 9(05) VALUE ZEROES.
004880 01  WK-REFVAL-WARNINGS         PIC 9(05) VALUE ZEROES.
004890 01  WK-RV-I                    PIC 9(04) COMP VALUE ZEROES.
004900 01  WK-RV-J                    PIC 9(04) COMP VALUE ZEROES.
004910 01  WK-RV-DETAIL-LINE.
004920     05  WK-RV-SEVERITY      PIC X(05).
004930     05  FILLER              PIC X(02) VALUE SPACES.
004940     05  WK-RV-TABLE-NAME    PIC X(18).
004950     05  FILLER              PIC X(02) VALUE SPACES.
004960     05  WK-RV-KEY           PIC X(11).
004970     05  FILLER              PIC X(02) VALUE SPACES.
004980     05  WK-RV-REASON        PIC X(40).
004990 01  WK-GEODSG-FY-BEGIN         PIC 9(08) VALUE ZEROES.
005000 01  WK-GEODSG-FY-END           PIC 9(08) VALUE ZEROES.
005010 01  WK-DSPCTL-BADRECS          PIC 9(03) VALUE ZEROES.
005020 01  WK-DSPCTL-PREV-I           PIC 9(04) COMP VALUE ZEROES.
005030 01  WK-AM-DATE                 PIC 9(08) VALUE ZEROES.
005040 01  WK-AM-DATE-PARTS REDEFINES WK-AM-DATE.
005050     05  WK-AM-YYYY             PIC 9(04).
005060     05  WK-AM-MM               PIC 9(02).
005070     05  WK-AM-DD               PIC 9(02).
005080 01  WK-AM-QUOT                 PIC 9(05) VALUE ZEROES.
005090 01  WK-AM-REM                  PIC 9(04) VALUE ZEROES.
005100 01  WK-AM-LAST-DAY             PIC 9(02) VALUE ZEROES.
005110 01  WK-AM-MONTH-LENGTHS.
005120     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
005130 01  WK-AM-MONTH-TAB REDEFINES WK-AM-MONTH-LENGTHS.
005140     05  WK-AM-MLEN             PIC 9(02) OCCURS 12 TIMES.
005150*----------------------------------------------------------*
005160* OLD-FORMAT (PRE-MILLENNIUM) PROVIDER RECORD VIEW AND THE *
005170* NEW-FORMAT HOLD AREA THE LOAD-TIME UPGRADE BUILDS.  THE  *
005180* OLD LAYOUT MIRRORS W-PROV-OLD-HOLD IN PPDRV215.          *
005190*----------------------------------------------------------*
005200 01  WK-OLD-PROV-REC.
005210     05  OP-PROVIDER-NO         PIC X(06).
005220     05  OP-EFF-DATE.
005230         10  OP-EFF-YY          PIC 9(02).
005240         10  OP-EFF-MM          PIC 9(02).
005250         10  OP-EFF-DD          PIC 9(02).
005260     05  OP-WAIVER-CODE         PIC X(01).
005270     05  OP-PROVIDER-TYPE       PIC X(02).
005280     05  OP-CURRENT-CENSUS-DIV  PIC X(01).
005290     05  OP-PPS-BLEND-YR-IND    PIC X(01).
005300     05  OP-MSA-X               PIC X(04).
005310     05  OP-FISCAL-YEAR-END.
005320         10  OP-FYE-MM          PIC 9(02).
005330         10  OP-FYE-DD          PIC 9(02).
005340         10  OP-FYE-YY          PIC 9(02).
005350     05  OP-FAC-SPEC-RATE       PIC 9(05)V9(02).
005360     05  OP-COLA                PIC 9(01)V9(03).
005370     05  OP-INTERN-RATIO        PIC 9(01)V9(04).
005380     05  OP-PRUP-UPDT-FACTOR    PIC 9(01)V9(05).
005390     05  OP-BED-SIZE            PIC 9(05).
005400     05  OP-DSH-PERCENT         PIC V9(04).
005410     05  OP-CCR                 PIC 9(01)V9(03).
005420     05  OP-CMI                 PIC 9(01)V9(04).
005430     05  FILLER                 PIC X(01).
005440     05  OP-REPORT-DATE.
005450         10  OP-RPT-MM          PIC 9(02).
005460         10  OP-RPT-DD          PIC 9(02).
005470         10  OP-RPT-YY          PIC 9(02).
005480     05  FILLER                 PIC X(01).
005490     05  OP-INTER-NO            PIC X(05).
005500     05  OP-FY-BEGIN-DATE.
005510         10  OP-FYB-MM          PIC 9(02).
005520         10  OP-FYB-DD          PIC 9(02).
005530         10  OP-FYB-YY          PIC 9(02).
005540     05  OP-PASS-AMT-CAPITAL    PIC 9(04)V9(02).
005550     05  OP-PASS-AMT-DIR-MED-ED PIC 9(04)V9(02).
005560     05  OP-PASS-AMT-ORGAN-ACQ  PIC 9(04)V9(02).
005570     05  OP-PASS-AMT-PLUS-MISC  PIC 9(04)V9(02).
005580     05  OP-SSI-RATIO           PIC V9(04).
005590     05  OP-MEDICAID-RATIO      PIC V9(04).
005600     05  OP-TERMINATION-DATE.
005610         10  OP-TERM-YY         PIC 9(02).
005620         10  OP-TERM-MM         PIC 9(02).
005630         10  OP-TERM-DD         PIC 9(02).
005640     05  OP-WAGE-INDEX-LOC-MSA  PIC X(04).
005650     05  OP-CHG-CODE-INDEX      PIC X(01).
005660     05  OP-STAND-AMT-LOC-MSA   PIC X(04).
005670     05  OP-SOL-COM-DEP-HOSP-YR PIC X(02).
005680     05  OP-LUGAR               PIC X(01).
005690     05  OP-TEMP-RELIEF-IND     PIC X(01).
005700     05  FILLER                 PIC X(23).
005710     05  OP-CAPI-PPS-PAY-CODE   PIC X(01).
005720     05  OP-CAPI-HOSP-SPEC-RATE PIC 9(04)V9(02).
005730     05  OP-CAPI-OLD-HARM-RATE  PIC 9(04)V9(02).
005740     05  OP-CAPI-NEW-HARM-RATIO PIC 9(01)V9(04).
005750     05  OP-CAPI-CSTCHG-RATIO   PIC 9(01)V9(03).
005760     05  OP-CAPI-NEW-HOSP       PIC X(01).
005770     05  OP-CAPI-IME            PIC 9(01)V9(04).
005780     05  OP-CAPI-EXCEPTIONS     PIC 9(04)V9(02).
005790     05  FILLER                 PIC X(143).
005800 01  WK-OLD-CENTURY             PIC 9(02) VALUE ZEROES.
005810 01  WK-LAST-MSAX-KEY           PIC X(12) VALUE LOW-VALUES.
005820 01  WK-THIS-MSAX-KEY           PIC X(12) VALUE LOW-VALUES.
005830 01  WK-LAST-CBSA-KEY           PIC X(13) VALUE LOW-VALUES.
005840 01  WK-THIS-CBSA-KEY           PIC X(13) VALUE LOW-VALUES.
005850 COPY PROVNEW.
005860*----------------------------------------------------------*
005870* IN-MEMORY PROVIDER LOOKUP TABLE - ONE ROW PER EFFECTIVE- *
005880* DATED SEGMENT, AS IN PPBAT215.                           *
005890*----------------------------------------------------------*
005900 01  PROV-MAST-TABLE.
005910     05  PM-ENTRY OCCURS 2000 TIMES
005920                  INDEXED BY PM-IDX PM-SIDX.
005930         10  PM-KEY-NO          PIC X(06).
005940         10  PM-KEY-EFF-DATE    PIC 9(08).
005950         10  PM-KEY-RECORD      PIC X(310).
005960*----------------------------------------------------------*
005970* REFERENCE-TABLE BANKS - TWO COMPLETE TABLE SETS.  THE    *
005980* LIVE BANK PRICES EVERY CALL; THE 'R' FUNCTION LOADS AND  *
005990* PROVES THE STANDBY BANK, THEN MAKES IT LIVE.  A CALL IS  *
006000* ADDRESSED TO ONE BANK FROM START TO FINISH, SO THE SWAP  *
006010* FALLS BETWEEN TRANSACTIONS.  THE SET ID STAMPS EACH BANK *
006020* WITH ITS GENERATION, LOAD TIME AND CATALOG VERSIONS.     *
006030*----------------------------------------------------------*
006040 01  WK-ADDR-BANK               PIC 9(01) COMP VALUE 1.
006050 01  WK-LIVE-BANK               PIC 9(01) COMP VALUE 1.
006060 01  WK-STANDBY-BANK            PIC 9(01) COMP VALUE 2.
006070 01  WK-TABLE-BANKS.
006080     05  WK-TABLE-BANK OCCURS 2 TIMES.
006090         10  WK-BANK-SET-ID.
006100             15  WK-BANK-GENERATION PIC 9(04).
006110             15  WK-BANK-LOAD-DATE  PIC 9(08).
006120             15  WK-BANK-LOAD-TIME  PIC 9(08).
006130             15  WK-BANK-CAT-VERS.
006140                 20  WK-BANK-CAT-VER PIC X(08) OCCURS 7 TIMES.
006150         10  WK-BANK-MSAX       PIC X(225000).
006160         10  WK-BANK-CBSA       PIC X(256000).
006170         10  WK-BANK-NEWTECH    PIC X(3500).
006180         10  WK-BANK-DRGWT      PIC X(35204).
006190         10  WK-BANK-NDC        PIC X(7204).
006200         10  WK-BANK-OPRT       PIC X(1203).
006210         10  WK-BANK-SCCR       PIC X(10803).
006220         10  WK-BANK-GEOD       PIC X(92004).
006230         10  WK-BANK-RUFL       PIC X(9503).
006240         10  WK-BANK-PREV       PIC X(72005).
006250         10  WK-BANK-OUTM       PIC X(54004).
006260         10  WK-BANK-MID        PIC X(6503).
006270         10  WK-BANK-DSPC       PIC X(1871).
006280*----------------------------------------------------------*
006290* LIABILITY ESTIMATE - THE LAST SETTLEMENT RUN'S DAY BANK, *
006300* THE MSP AND SEQUESTRATION TABLES, AND THE CLAIMS PRICED  *
006310* TODAY PER BENEFICIARY.  THE TABLE LAYOUTS MATCH PPSET215 *
006320* AND PPBAT215.                                            *
006330*----------------------------------------------------------*
006340 01  WK-DAYBANK-SW              PIC X(01) VALUE 'N'.
006350     88  DAY-BANK-LOADED        VALUE 'Y'.
006360     88  DAY-BANK-TRUNCATED     VALUE 'T'.
006370 01  WK-DAYBANK-AS-OF           PIC X(08) VALUE SPACES.
006380 01  DAY-BANK-TABLE.
006390     05  DB-ENTRY OCCURS 10000 TIMES
006400                  INDEXED BY DB-IDX DB-SIDX.
006410         10  DB-MBI             PIC X(11).
006420         10  DB-PERIOD-START    PIC 9(08).
006430         10  DB-LAST-DISCHARGE  PIC 9(08).
006440         10  DB-PERIOD-DAYS-USED PIC 9(03).
006450         10  DB-PERIOD-DED-SW   PIC X(01).
006460         10  DB-LTR-DAYS-USED   PIC 9(02).
006470 01  WK-DB-FOUND-SW             PIC X(01) VALUE 'N'.
006480     88  DAY-BANK-ROW-FOUND     VALUE 'Y'.
006490 01  MSP-TABLE.
006500     05  MSP-ENTRY OCCURS 5000 TIMES
006510                   INDEXED BY MSP-IDX MSP-SIDX.
006520         10  MSP-PROVIDER-NO    PIC X(06).
006530         10  MSP-DRG            PIC 9(03).
006540         10  MSP-DISCHARGE-DATE PIC 9(08).
006550         10  MSP-PRIMARY-PAID   PIC 9(09)V9(02).
006560         10  MSP-PAYER-TYPE     PIC X(01).
006570         10  MSP-OTAF-AMT       PIC 9(09)V9(02).
006580 01  SEQ-RATE-TABLE.
006590     05  SQ-ENTRY OCCURS 50 TIMES
006600                  INDEXED BY SQ-IDX SQ-SIDX.
006610         10  SQ-TAB-EFF-DATE    PIC 9(08).
006620         10  SQ-TAB-END-DATE    PIC 9(08).
006630         10  SQ-TAB-PCT         PIC 9(01)V9(04).
006640 01  WK-SEQ-AMT                 PIC 9(09)V9(02) VALUE ZEROES.
006650 01  WK-QT-DATE                 PIC 9(08) VALUE ZEROES.
006660 01  WK-QT-COUNT                PIC 9(04) VALUE ZEROES.
006670 01  QUOTED-TODAY-TABLE.
006680     05  QT-ENTRY OCCURS 5000 TIMES
006690                  INDEXED BY QT-IDX QT-SIDX.
006700         10  QT-MBI             PIC X(11).
006710         10  QT-PROVIDER-NO     PIC X(06).
006720         10  QT-DISCHARGE-DATE  PIC 9(08).
006730 01  WK-QT-FOUND-SW             PIC X(01) VALUE 'N'.
006740     88  QT-CLAIM-FOUND         VALUE 'Y'.
006750 01  WK-SAME-DAY-SW             PIC X(01) VALUE 'N'.
006760     88  SAME-DAY-CLAIM         VALUE 'Y'.
006770 01  WK-LE-STATUS               PIC X(01) VALUE SPACE.
006780 01  WK-LE-TODAY                PIC 9(08) VALUE ZEROES.
006790 COPY GENSTAMP.
006800 COPY LIABSVC.
006810*----------------------------------------------------------*
006820* CALL-INTERFACE AREAS FOR PPDRV215.                       *
006830*----------------------------------------------------------*
006840 COPY PPSOPTSW.
006850 COPY PROVREC.
006860 COPY PPHOLDAR.
006870 COPY PPSDATA.
006880 COPY PPSADDVR.
006890 COPY WIAUDIT.
006900 LINKAGE SECTION.
006910*----------------------------------------------------------*
006920* SINGLE-CLAIM REQUEST/RESPONSE AREA.                      *
006930*----------------------------------------------------------*
006940 01  SVC-COMMAREA.
006950     05  SVC-FUNCTION            PIC X(01).
006960*        'I' = INITIALIZE (LOAD TABLES), 'S' = START
006970*        SESSION, 'P' = PRICE, 'E' = END SESSION,
006980*        'R' = REFRESH THE REFERENCE TABLES
006990     05  SVC-RETURN-CODE         PIC 9(02).
007000     05  SVC-BILL-AREA           PIC X(791).
007010     05  SVC-PPS-DATA-AREA       PIC X(89).
007020     05  SVC-WI-AUDIT-AREA       PIC X(66).
007030*  SESSION FIELDS - THE CALLER KEEPS THESE WITH ITS SESSION
007040*  AND PASSES THEM BACK UNCHANGED ON EVERY CALL.
007050     05  SVC-SESSION-ID          PIC X(08).
007060     05  SVC-RETRY-SW            PIC X(01).
007070*        'Y' = THE CALLER IS RESUBMITTING A REQUEST THAT DID
007080*        NOT COMPLETE; COUNTED AND RESET TO 'N'.
007090     05  SVC-SESSION-USAGE.
007100         10  SVC-SU-CALLS        PIC 9(07).
007110         10  SVC-SU-RETRIES      PIC 9(07).
007120         10  SVC-SU-ERROR-CALLS  PIC 9(07).
007130         10  SVC-SU-TOTAL-HUND   PIC 9(11).
007140         10  SVC-SU-MAX-HUND     PIC 9(07).
007150         10  SVC-SU-START-DATE   PIC 9(08).
007160         10  SVC-SU-START-TIME   PIC 9(08).
007170     05  SVC-SESSION-STATE       PIC X(100).
007180*        PPDRV215 PROVIDER-BREAK STATE (DRVSTATE LAYOUT).
007190*  REFERENCE-TABLE SET THE CALL WAS ANSWERED WITH - SET ON
007200*  EVERY CALL ONCE THE REGION IS UP.
007210     05  SVC-TABLE-SET.
007220         10  SVC-TS-GENERATION   PIC 9(04).
007230         10  SVC-TS-LOAD-DATE    PIC 9(08).
007240         10  SVC-TS-LOAD-TIME    PIC 9(08).
007250         10  SVC-TS-CAT-VER      PIC X(08) OCCURS 7 TIMES.
007260*  ESTIMATED BENEFICIARY LIABILITY FOR THE CLAIM PRICED - SET
007270*  ON EVERY 'P' CALL.
007280     05  SVC-LIABILITY-ESTIMATE.
007290         10  SVC-LE-STATUS       PIC X(01).
007300*            'E' = ESTIMATE FROM THE LAST SETTLEMENT'S DAY BANK
007310*            'S' = ESTIMATE ONLY - ANOTHER CLAIM FOR THE
007320*                  BENEFICIARY WAS PRICED TODAY AND MAY SHARE
007330*                  THE BENEFIT PERIOD
007340*            'P' = PER-BILL ESTIMATE - NO MBI OR NO DAY BANK
007350*            ' ' = NO ESTIMATE - CLAIM NOT PAID OR NO PART A
007360*                  RATE FOR THE DISCHARGE DATE
007370         10  SVC-LE-AS-OF-RUN    PIC X(08).
007380*            RUN THAT WROTE THE DAY BANK USED, WHEN ONE WAS
007390         10  SVC-LE-DEDUCTIBLE   PIC 9(05)V9(02).
007400         10  SVC-LE-COINS-DAYS   PIC 9(03).
007410         10  SVC-LE-COINS-AMT    PIC 9(07)V9(02).
007420         10  SVC-LE-LTR-DAYS     PIC 9(02).
007430         10  SVC-LE-LTR-AMT      PIC 9(07)V9(02).
007440         10  SVC-LE-MSP-PRIMARY-PAID PIC 9(09)V9(02).
007450         10  SVC-LE-SEQUESTRATION PIC 9(09)V9(02).
007460         10  SVC-LE-LIABILITY    PIC 9(09)V9(02).
007470         10  SVC-LE-NET-PAYMENT  PIC 9(09)V9(02).
007480*  THE BILL PAYLOAD IS ADDRESSED IN PLACE INSIDE THE
007490*  COMMAREA (SET ADDRESS AT EACH PRICE CALL).
007500 COPY BILDAT21.
007510*  THE REFERENCE TABLES ARE ADDRESSED OVER THE LIVE BANK OF
007520*  WK-TABLE-BANKS AT EVERY CALL, AND OVER THE STANDBY BANK
007530*  WHILE A REFRESH LOADS AND PROVES IT.
007540 COPY WITABLE.
007550 COPY NTECHTAB.
007560 COPY DRGWTTAB.
007570 COPY NDCRTTAB.
007580 COPY OPRTTAB.
007590 COPY CCRSTTAB.
007600 COPY GEODSTAB.
007610 COPY RUFL200.
007620 COPY PREV200.
007630 COPY HOUTI212.
007640 COPY MIDNIGHT.
007650 COPY DISPCTL.
007660 PROCEDURE DIVISION USING SVC-COMMAREA.
007670*===========================================================*
007680* 0000-DISPATCH - ROUTE THE SERVICE CALL.                   *
007690*===========================================================*
007700 0000-DISPATCH.
007710     MOVE WK-LIVE-BANK TO WK-ADDR-BANK.
007720     PERFORM 0100-ADDRESS-TABLES THRU 0100-EXIT.
007730     EVALUATE SVC-FUNCTION
007740         WHEN 'I'
007750             PERFORM 1000-INITIALIZE-REGION THRU 1000-EXIT
007760         WHEN 'P'
007770             PERFORM 2010-START-CALL THRU 2010-EXIT
007780             PERFORM 2000-PRICE-ONE-CLAIM THRU 2000-EXIT
007790             PERFORM 2900-TALLY-CALL THRU 2900-EXIT
007800         WHEN 'S'
007810             PERFORM 3000-START-SESSION THRU 3000-EXIT
007820         WHEN 'E'
007830             PERFORM 3100-END-SESSION THRU 3100-EXIT
007840         WHEN 'R'
007850             PERFORM 4000-REFRESH-TABLES THRU 4000-EXIT
007860         WHEN OTHER
007870             MOVE 16 TO SVC-RETURN-CODE
007880     END-EVALUATE.
007890     IF SERVICE-INITIALIZED
007900         MOVE WK-BANK-SET-ID(WK-LIVE-BANK) TO SVC-TABLE-SET
007910     END-IF.
007920     GOBACK.
007930*===========================================================*
007940* 0100-ADDRESS-TABLES - POINT THE REFERENCE TABLES AT BANK  *
007950* WK-ADDR-BANK OF WK-TABLE-BANKS.                           *
007960*===========================================================*
007970 0100-ADDRESS-TABLES.
007980     SET ADDRESS OF MSAX-WI-TABLE
007990         TO ADDRESS OF WK-BANK-MSAX(WK-ADDR-BANK).
008000     SET ADDRESS OF CBSA-WI-TABLE
008010         TO ADDRESS OF WK-BANK-CBSA(WK-ADDR-BANK).
008020     SET ADDRESS OF NEW-TECH-TABLE
008030         TO ADDRESS OF WK-BANK-NEWTECH(WK-ADDR-BANK).
008040     SET ADDRESS OF DRG-WEIGHT-FILE-TABLE
008050         TO ADDRESS OF WK-BANK-DRGWT(WK-ADDR-BANK).
008060     SET ADDRESS OF NDC-RATE-TABLE
008070         TO ADDRESS OF WK-BANK-NDC(WK-ADDR-BANK).
008080     SET ADDRESS OF OPER-RATE-TABLE
008090         TO ADDRESS OF WK-BANK-OPRT(WK-ADDR-BANK).
008100     SET ADDRESS OF STATE-CCR-TABLE
008110         TO ADDRESS OF WK-BANK-SCCR(WK-ADDR-BANK).
008120     SET ADDRESS OF GEO-DESIG-TABLE
008130         TO ADDRESS OF WK-BANK-GEOD(WK-ADDR-BANK).
008140     SET ADDRESS OF RUFL-FLOOR-TABLE
008150         TO ADDRESS OF WK-BANK-RUFL(WK-ADDR-BANK).
008160     SET ADDRESS OF PREV-WI-TABLE
008170         TO ADDRESS OF WK-BANK-PREV(WK-ADDR-BANK).
008180     SET ADDRESS OF OUTM-ADJ-TABLE
008190         TO ADDRESS OF WK-BANK-OUTM(WK-ADDR-BANK).
008200     SET ADDRESS OF MID-ADJ-TABLE
008210         TO ADDRESS OF WK-BANK-MID(WK-ADDR-BANK).
008220     SET ADDRESS OF DISP-CTL-TABLE
008230         TO ADDRESS OF WK-BANK-DSPC(WK-ADDR-BANK).
008240 0100-EXIT.
008250     EXIT.
008260*===========================================================*
008270* 1000-INITIALIZE-REGION - LOAD EVERY REFERENCE TABLE ONCE  *
008280* AT REGION START-UP.                                       *
008290*===========================================================*
008300 1000-INITIALIZE-REGION.
008310     MOVE 00 TO SVC-RETURN-CODE.
008320     PERFORM 1100-LOAD-PROV-MASTER THRU 1100-EXIT.
008330     PERFORM 1800-RESTORE-TABLE-IMAGE THRU 1800-EXIT.
008340     IF TABLES-FROM-IMAGE
008350         GO TO 1000-TABLES-READY
008360     END-IF.
008370     PERFORM 1200-LOAD-MSAX THRU 1200-EXIT.
008380     PERFORM 1300-LOAD-CBSA THRU 1300-EXIT.
008390     PERFORM 1400-LOAD-NEWTECH THRU 1400-EXIT.
008400     PERFORM 1500-LOAD-DRGWT THRU 1500-EXIT.
008410     PERFORM 1600-LOAD-NDC THRU 1600-EXIT.
008420     PERFORM 1700-LOAD-OPER-RATES THRU 1700-EXIT.
008430     PERFORM 1750-LOAD-STATE-CCR THRU 1750-EXIT.
008440     PERFORM 1770-LOAD-GEO-DESIG THRU 1770-EXIT.
008450     PERFORM 1782-LOAD-RURAL-FLOOR THRU 1782-EXIT.
008460     PERFORM 1784-LOAD-PRIOR-WI THRU 1784-EXIT.
008470     PERFORM 1786-LOAD-OUTMIG THRU 1786-EXIT.
008480     PERFORM 1788-LOAD-MIDNIGHT THRU 1788-EXIT.
008490     PERFORM 1790-LOAD-DISPATCH THRU 1790-EXIT.
008500 1000-TABLES-READY.
008510     IF SVC-RETURN-CODE = 00
008520         SET SERVICE-INITIALIZED TO TRUE
008530         SET PROV-RECORD-PASSED TO TRUE
008540         MOVE 'N' TO PPS-AGED-BILL-OVERRIDE
008550         MOVE 'N' TO PPS-FORCE-PRIOR-FY
008560         MOVE 'N' TO WK-CATLG-EOF
008570         MOVE 'N' TO WK-CATLG-SEEN-SW
008580         PERFORM 1810-LOAD-CATALOG-VERSIONS THRU 1810-EXIT
008590         MOVE ZEROES TO WK-BANK-GENERATION(WK-LIVE-BANK)
008600         PERFORM 1900-STAMP-TABLE-SET THRU 1900-EXIT
008610         PERFORM 1850-LOAD-LIABILITY-FILES THRU 1850-EXIT
008620     END-IF.
008630 1000-EXIT.
008640     EXIT.
008650 1100-LOAD-PROV-MASTER.
008660     OPEN INPUT PROV-MAST-FILE.
008670     IF WK-PROVMAST-STATUS NOT = '00'
008680         MOVE 16 TO SVC-RETURN-CODE
008690         GO TO 1100-EXIT
008700     END-IF.
008710     SET PM-IDX TO 1.
008720     PERFORM 1110-READ-PROV THRU 1110-EXIT
008730         UNTIL PROV-MAST-AT-EOF OR WK-PROV-COUNT >= 2000.
008740     CLOSE PROV-MAST-FILE.
008750 1100-EXIT.
008760     EXIT.
008770 1110-READ-PROV.
008780     READ PROV-MAST-FILE
008790         AT END
008800             SET PROV-MAST-AT-EOF TO TRUE
008810             GO TO 1110-EXIT
008820     END-READ.
008830     MOVE PM-PROVIDER-NO      TO PM-KEY-NO(PM-IDX).
008840     MOVE PM-SEGMENT-EFF-DATE TO PM-KEY-EFF-DATE(PM-IDX).
008850     IF PM-FORMAT-IND = 'O'
008860         PERFORM 1115-CONVERT-OLD-SEGMENT THRU 1115-EXIT
008870         MOVE PROV-NEW-HOLD   TO PM-KEY-RECORD(PM-IDX)
008880     ELSE
008890         MOVE PM-PROV-RECORD  TO PM-KEY-RECORD(PM-IDX)
008900     END-IF.
008910     ADD  1 TO WK-PROV-COUNT.
008920     SET  PM-IDX UP BY 1.
008930 1110-EXIT.
008940     EXIT.
008950*===========================================================*
008960* 1115-CONVERT-OLD-SEGMENT - UPGRADE AN OLD-FORMAT (PRE-    *
008970* MILLENNIUM) PROVIDER SEGMENT INTO THE NEW-FORMAT HOLD     *
008980* AREA AT LOAD TIME, WINDOWING TWO-DIGIT YEARS (51-99 ->    *
008990* 19XX, 00-50 -> 20XX), SO PERIOD-CORRECT OLD PROVIDER      *
009000* DATA FLOWS THROUGH THE NORMAL PRICING PATH AND PPDRV215'S *
009010* EXISTING OLD-RECORD CONVERSION FOR THE OLD PPCAL CHAIN.   *
009020*===========================================================*
009030 1115-CONVERT-OLD-SEGMENT.
009040     MOVE PM-PROV-RECORD TO WK-OLD-PROV-REC.
009050     INITIALIZE PROV-NEW-HOLD.
009060     MOVE OP-PROVIDER-NO        TO P-NEW-PROVIDER-NO.
009070     IF OP-EFF-YY > 50
009080         MOVE 19 TO WK-OLD-CENTURY
009090     ELSE
009100         MOVE 20 TO WK-OLD-CENTURY
009110     END-IF.
009120     MOVE WK-OLD-CENTURY        TO P-NEW-EFF-DT-CC.
009130     MOVE OP-EFF-YY             TO P-NEW-EFF-DT-YY.
009140     MOVE OP-EFF-MM             TO P-NEW-EFF-DT-MM.
009150     MOVE OP-EFF-DD             TO P-NEW-EFF-DT-DD.
009160     IF OP-FYB-YY > 50
009170         MOVE 19 TO P-NEW-FY-BEG-DT-CC
009180     ELSE
009190         MOVE 20 TO P-NEW-FY-BEG-DT-CC
009200     END-IF.
009210     MOVE OP-FYB-YY             TO P-NEW-FY-BEG-DT-YY.
009220     MOVE OP-FYB-MM             TO P-NEW-FY-BEG-DT-MM.
009230     MOVE OP-FYB-DD             TO P-NEW-FY-BEG-DT-DD.
009240     IF OP-RPT-YY > 50
009250         MOVE 19 TO P-NEW-REPORT-DT-CC
009260     ELSE
009270         MOVE 20 TO P-NEW-REPORT-DT-CC
009280     END-IF.
009290     MOVE OP-RPT-YY             TO P-NEW-REPORT-DT-YY.
009300     MOVE OP-RPT-MM             TO P-NEW-REPORT-DT-MM.
009310     MOVE OP-RPT-DD             TO P-NEW-REPORT-DT-DD.
009320     IF OP-TERMINATION-DATE = '000000'
009330         MOVE ZEROES TO P-NEW-TERMINATION-DATE
009340     ELSE
009350         IF OP-TERM-YY > 50
009360             MOVE 19 TO P-NEW-TERM-DT-CC
009370         ELSE
009380             MOVE 20 TO P-NEW-TERM-DT-CC
009390         END-IF
009400         MOVE OP-TERM-YY        TO P-NEW-TERM-DT-YY
009410         MOVE OP-TERM-MM        TO P-NEW-TERM-DT-MM
009420         MOVE OP-TERM-DD        TO P-NEW-TERM-DT-DD
009430     END-IF.
009440     MOVE OP-WAIVER-CODE        TO P-NEW-WAIVER-CODE.
009450     MOVE OP-PROVIDER-TYPE      TO P-NEW-PROVIDER-TYPE.
009460     MOVE OP-CURRENT-CENSUS-DIV TO P-NEW-CURRENT-CENSUS-DIV.
009470     MOVE OP-PPS-BLEND-YR-IND   TO P-NEW-PPS-BLEND-YR-IND.
009480     MOVE OP-MSA-X              TO P-NEW-GEO-LOC-MSAX.
009490     MOVE OP-WAGE-INDEX-LOC-MSA TO P-NEW-WAGE-INDEX-LOC-MSA.
009500     MOVE OP-STAND-AMT-LOC-MSA  TO P-NEW-STAND-AMT-LOC-MSA.
009510     MOVE OP-CHG-CODE-INDEX     TO P-NEW-CHG-CODE-INDEX.
009520     MOVE OP-SOL-COM-DEP-HOSP-YR TO P-NEW-SOL-COM-DEP-HOSP-YR.
009530     MOVE OP-LUGAR              TO P-NEW-LUGAR.
009540     MOVE OP-TEMP-RELIEF-IND    TO P-NEW-TEMP-RELIEF-IND.
009550     MOVE OP-INTER-NO           TO P-NEW-INTER-NO.
009560     MOVE OP-FAC-SPEC-RATE      TO P-NEW-CMI-ADJ-CPD.
009570     MOVE OP-COLA               TO P-NEW-COLA.
009580     MOVE OP-INTERN-RATIO       TO P-NEW-INTERN-RATIO.
009590     MOVE OP-PRUP-UPDT-FACTOR   TO P-NEW-PRUP-UPDTE-FACTOR.
009600     MOVE OP-BED-SIZE           TO P-NEW-BED-SIZE.
009610     MOVE OP-DSH-PERCENT        TO P-NEW-DSH-PERCENT.
009620     MOVE OP-CCR                TO P-NEW-CCR.
009630     MOVE OP-CMI                TO P-NEW-CMI.
009640     MOVE OP-SSI-RATIO          TO P-NEW-SSI-RATIO.
009650     MOVE OP-MEDICAID-RATIO     TO P-NEW-MEDICAID-RATIO.
009660     MOVE OP-FYE-MM             TO P-NEW-FYE-MM.
009670     MOVE OP-FYE-DD             TO P-NEW-FYE-DD.
009680     MOVE OP-FYE-YY             TO P-NEW-FYE-YY.
009690     IF OP-FYE-YY > 50
009700         MOVE 19 TO P-NEW-FYE-CC
009710     ELSE
009720         MOVE 20 TO P-NEW-FYE-CC
009730     END-IF.
009740     MOVE OP-PASS-AMT-CAPITAL   TO P-NEW-PASS-AMT-CAPITAL.
009750     MOVE OP-PASS-AMT-DIR-MED-ED
009760                                TO P-NEW-PASS-AMT-DIR-MED-ED.
009770     MOVE OP-PASS-AMT-ORGAN-ACQ TO P-NEW-PASS-AMT-ORGAN-ACQ.
009780     MOVE OP-PASS-AMT-PLUS-MISC TO P-NEW-PASS-AMT-PLUS-MISC.
009790     MOVE OP-CAPI-PPS-PAY-CODE  TO P-NEW-CAPI-PPS-PAY-CODE.
009800     MOVE OP-CAPI-HOSP-SPEC-RATE
009810                                TO P-NEW-CAPI-HOSP-SPEC-RATE.
009820     MOVE OP-CAPI-OLD-HARM-RATE TO P-NEW-CAPI-OLD-HARM-RATE.
009830     MOVE OP-CAPI-NEW-HARM-RATIO
009840                                TO P-NEW-CAPI-NEW-HARM-RATIO.
009850     MOVE OP-CAPI-CSTCHG-RATIO  TO P-NEW-CAPI-CSTCHG-RATIO.
009860     MOVE OP-CAPI-NEW-HOSP      TO P-NEW-CAPI-NEW-HOSP.
009870     MOVE OP-CAPI-IME           TO P-NEW-CAPI-IME.
009880     MOVE OP-CAPI-EXCEPTIONS    TO P-NEW-CAPI-EXCEPTIONS.
009890  1115-EXIT.
009900     EXIT.
009910 1200-LOAD-MSAX.
009920     OPEN INPUT MSAX-WI-FILE.
009930     IF WK-MSAX-STATUS NOT = '00'
009940         MOVE 16 TO SVC-RETURN-CODE
009950         GO TO 1200-EXIT
009960     END-IF.
009970     SET MU1 TO 1.
009980     PERFORM 1210-READ-MSAX THRU 1210-EXIT
009990         UNTIL MSAX-AT-EOF OR WK-MSAX-COUNT >= 9000.
010000     PERFORM 1220-FILL-MSAX-TAIL THRU 1220-EXIT
010010         VARYING MU3 FROM MU1 BY 1 UNTIL MU3 > 9000.
010020     CLOSE MSAX-WI-FILE.
010030 1200-EXIT.
010040     EXIT.
010050 1210-READ-MSAX.
010060     READ MSAX-WI-FILE
010070         AT END
010080             SET MSAX-AT-EOF TO TRUE
010090             GO TO 1210-EXIT
010100     END-READ.
010110     MOVE MI-MSAX-MSA        TO WK-THIS-MSAX-KEY(1:4).
010120     MOVE MI-MSAX-EFF-DATE   TO WK-THIS-MSAX-KEY(5:8).
010130     IF WK-THIS-MSAX-KEY < WK-LAST-MSAX-KEY
010140         DISPLAY 'PPSVC215 - MSAX WAGE FILE OUT OF SEQUENCE '
010150                 'AT MSA ' MI-MSAX-MSA ' EFF ' MI-MSAX-EFF-DATE
010160         MOVE 16 TO SVC-RETURN-CODE
010170         SET MSAX-AT-EOF TO TRUE
010180         GO TO 1210-EXIT
010190     END-IF.
010200     MOVE WK-THIS-MSAX-KEY   TO WK-LAST-MSAX-KEY.
010210     MOVE MI-MSAX-MSA        TO M-MSAX-MSA(MU1).
010220     MOVE MI-MSAX-SIZE       TO M-MSAX-SIZE(MU1).
010230     MOVE MI-MSAX-EFF-DATE   TO M-MSAX-EFF-DATE(MU1).
010240     MOVE MI-MSAX-WAGE-INDX1 TO M-MSAX-WAGE-INDX1(MU1).
010250     MOVE MI-MSAX-WAGE-INDX2 TO M-MSAX-WAGE-INDX2(MU1).
010260     ADD  1 TO WK-MSAX-COUNT.
010270     SET  MU1 UP BY 1.
010280 1210-EXIT.
010290     EXIT.
010300 1220-FILL-MSAX-TAIL.
010310     MOVE HIGH-VALUES TO M-MSAX-MSA(MU3).
010320     MOVE HIGH-VALUES TO M-MSAX-EFF-DATE(MU3).
010330 1220-EXIT.
010340     EXIT.
010350 1300-LOAD-CBSA.
010360     OPEN INPUT CBSA-WI-FILE.
010370     IF WK-CBSA-STATUS NOT = '00'
010380         MOVE 16 TO SVC-RETURN-CODE
010390         GO TO 1300-EXIT
010400     END-IF.
010410     SET MA1 TO 1.
010420     PERFORM 1310-READ-CBSA THRU 1310-EXIT
010430         UNTIL CBSA-AT-EOF OR WK-CBSA-COUNT >= 8000.
010440     PERFORM 1315-FILL-CBSA-TAIL THRU 1315-EXIT
010450         VARYING MA3 FROM MA1 BY 1 UNTIL MA3 > 8000.
010460     CLOSE CBSA-WI-FILE.
010470 1300-EXIT.
010480     EXIT.
010490 1310-READ-CBSA.
010500     READ CBSA-WI-FILE
010510         AT END
010520             SET CBSA-AT-EOF TO TRUE
010530             GO TO 1310-EXIT
010540     END-READ.
010550     MOVE CI-CBSA            TO WK-THIS-CBSA-KEY(1:5).
010560     MOVE CI-CBSA-EFF-DATE   TO WK-THIS-CBSA-KEY(6:8).
010570     IF WK-THIS-CBSA-KEY < WK-LAST-CBSA-KEY
010580         DISPLAY 'PPSVC215 - CBSA WAGE FILE OUT OF SEQUENCE '
010590                 'AT CBSA ' CI-CBSA ' EFF ' CI-CBSA-EFF-DATE
010600         MOVE 16 TO SVC-RETURN-CODE
010610         SET CBSA-AT-EOF TO TRUE
010620         GO TO 1310-EXIT
010630     END-IF.
010640     MOVE WK-THIS-CBSA-KEY   TO WK-LAST-CBSA-KEY.
010650     MOVE CI-CBSA            TO T-CBSA(MA1).
010660     MOVE CI-CBSA-SIZE       TO T-CBSA-SIZE(MA1).
010670     MOVE CI-CBSA-EFF-DATE   TO T-CBSA-EFF-DATE(MA1).
010680     MOVE CI-CBSA-WAGE-INDX1 TO T-CBSA-WAGE-INDX1(MA1).
010690     MOVE CI-CBSA-WAGE-INDX2 TO T-CBSA-WAGE-INDX2(MA1).
010700     MOVE CI-CBSA-WAGE-INDX3 TO T-CBSA-WAGE-INDX3(MA1).
010710     ADD  1 TO WK-CBSA-COUNT.
010720     SET  MA1 UP BY 1.
010730 1310-EXIT.
010740     EXIT.
010750 1315-FILL-CBSA-TAIL.
010760     MOVE HIGH-VALUES TO T-CBSA(MA3).
010770     MOVE HIGH-VALUES TO T-CBSA-EFF-DATE(MA3).
010780 1315-EXIT.
010790     EXIT.
010800 1400-LOAD-NEWTECH.
010810     MOVE ZEROES TO WK-NEWTECH-COUNT.
010820     OPEN INPUT NEW-TECH-FILE.
010830     IF WK-NEWTECH-STATUS NOT = '00'
010840         GO TO 1400-EXIT
010850     END-IF.
010860     SET NT-IDX TO 1.
010870     PERFORM 1410-READ-NEWTECH THRU 1410-EXIT
010880         UNTIL NEWTECH-AT-EOF OR WK-NEWTECH-COUNT >= 100.
010890     CLOSE NEW-TECH-FILE.
010900 1400-EXIT.
010910     EXIT.
010920 1410-READ-NEWTECH.
010930     READ NEW-TECH-FILE
010940         AT END
010950             SET NEWTECH-AT-EOF TO TRUE
010960             GO TO 1410-EXIT
010970     END-READ.
010980     MOVE NI-PROC-CODE TO NT-PROC-CODE(NT-IDX).
010990     MOVE NI-EFF-DATE  TO NT-EFF-DATE(NT-IDX).
011000     MOVE NI-END-DATE  TO NT-END-DATE(NT-IDX).
011010     MOVE NI-ADDON-PCT TO NT-ADDON-PCT(NT-IDX).
011020     MOVE NI-ADDON-CAP TO NT-ADDON-CAP(NT-IDX).
011030     ADD  1 TO WK-NEWTECH-COUNT.
011040     SET  NT-IDX UP BY 1.
011050 1410-EXIT.
011060     EXIT.
011070 1500-LOAD-DRGWT.
011080     MOVE ZEROES TO DWF-COUNT.
011090     SET DWF-IDX TO 1.
011100     OPEN INPUT DRG-WEIGHT-FILE.
011110     IF WK-DRGWT-STATUS NOT = '00'
011120         PERFORM 1520-FILL-DRGWT-TAIL THRU 1520-EXIT
011130             VARYING DWF-SIDX FROM DWF-IDX BY 1
011140             UNTIL DWF-SIDX > 800
011150         GO TO 1500-EXIT
011160     END-IF.
011170     PERFORM 1510-READ-DRGWT THRU 1510-EXIT
011180         UNTIL DRGWT-AT-EOF OR WK-DRGWT-COUNT >= 800.
011190     CLOSE DRG-WEIGHT-FILE.
011200     MOVE WK-DRGWT-COUNT TO DWF-COUNT.
011210     PERFORM 1520-FILL-DRGWT-TAIL THRU 1520-EXIT
011220         VARYING DWF-SIDX FROM DWF-IDX BY 1
011230         UNTIL DWF-SIDX > 800.
011240 1500-EXIT.
011250     EXIT.
011260*-----------------------------------------------------------*
011270* 1520-FILL-DRGWT-TAIL - HIGH-VALUES KEYS IN THE UNUSED     *
011280* TAIL SO THE PRICING MODULE'S SERIAL SEARCH CANNOT MATCH   *
011290* AN UNLOADED ROW.                                          *
011300*-----------------------------------------------------------*
011310 1520-FILL-DRGWT-TAIL.
011320     MOVE HIGH-VALUES TO DWF-DRG(DWF-SIDX).
011330 1520-EXIT.
011340     EXIT.
011350 1510-READ-DRGWT.
011360     READ DRG-WEIGHT-FILE
011370         AT END
011380             SET DRGWT-AT-EOF TO TRUE
011390             GO TO 1510-EXIT
011400     END-READ.
011410     MOVE DW-DRG        TO DWF-DRG(DWF-IDX).
011420     MOVE DW-WT         TO DWF-WT(DWF-IDX).
011430     MOVE DW-GMALOS     TO DWF-GMALOS(DWF-IDX).
011440     MOVE DW-LOW        TO DWF-LOW(DWF-IDX).
011450     MOVE DW-ARITH-ALOS TO DWF-ARITH-ALOS(DWF-IDX).
011460     MOVE DW-PAC        TO DWF-PAC(DWF-IDX).
011470     MOVE DW-SPPAC      TO DWF-SPPAC(DWF-IDX).
011480     MOVE DW-DESC       TO DWF-DESC(DWF-IDX).
011490     ADD  1 TO WK-DRGWT-COUNT.
011500     SET  DWF-IDX UP BY 1.
011510 1510-EXIT.
011520     EXIT.
011530 1600-LOAD-NDC.
011540     MOVE ZEROES TO NDC-RT-COUNT.
011550     SET NR-IDX TO 1.
011560     OPEN INPUT NDC-RATE-FILE.
011570     IF WK-NDCRATE-STATUS NOT = '00'
011580         PERFORM 1620-FILL-NDC-TAIL THRU 1620-EXIT
011590             VARYING NR-SIDX FROM NR-IDX BY 1
011600             UNTIL NR-SIDX > 200
011610         GO TO 1600-EXIT
011620     END-IF.
011630     PERFORM 1610-READ-NDC THRU 1610-EXIT
011640         UNTIL NDCRATE-AT-EOF OR WK-NDCRATE-COUNT >= 200.
011650     CLOSE NDC-RATE-FILE.
011660     MOVE WK-NDCRATE-COUNT TO NDC-RT-COUNT.
011670     PERFORM 1620-FILL-NDC-TAIL THRU 1620-EXIT
011680         VARYING NR-SIDX FROM NR-IDX BY 1
011690         UNTIL NR-SIDX > 200.
011700 1600-EXIT.
011710     EXIT.
011720*-----------------------------------------------------------*
011730* 1620-FILL-NDC-TAIL - HIGH-VALUES KEYS IN THE UNUSED TAIL  *
011740* SO THE PRICING MODULE'S SERIAL SEARCH CANNOT MATCH AN     *
011750* UNLOADED ROW.                                             *
011760*-----------------------------------------------------------*
011770 1620-FILL-NDC-TAIL.
011780     MOVE HIGH-VALUES TO NR-NDC(NR-SIDX).
011790 1620-EXIT.
011800     EXIT.
011810 1610-READ-NDC.
011820     READ NDC-RATE-FILE
011830         AT END
011840             SET NDCRATE-AT-EOF TO TRUE
011850             GO TO 1610-EXIT
011860     END-READ.
011870     MOVE NC-NDC       TO NR-NDC(NR-IDX).
011880     MOVE NC-EFF-DATE  TO NR-EFF-DATE(NR-IDX).
011890     MOVE NC-END-DATE  TO NR-END-DATE(NR-IDX).
011900     MOVE NC-ALLOWANCE TO NR-ALLOWANCE(NR-IDX).
011910     ADD  1 TO WK-NDCRATE-COUNT.
011920     SET  NR-IDX UP BY 1.
011930 1610-EXIT.
011940     EXIT.
011950*-----------------------------------------------------------*
011960* 1700-LOAD-OPER-RATES - LOAD THE OPERATING STANDARDIZED-   *
011970* AMOUNT RATE FILE, IF ANY.  A MISSING FILE LEAVES THE      *
011980* COMPILED RATEXNNN TABLES IN EFFECT IN THE PPCAL MODULES.  *
011990*-----------------------------------------------------------*
012000 1700-LOAD-OPER-RATES.
012010     MOVE ALL '0' TO OPER-RATE-TABLE.
012020     SET OPRT-IDX TO 1.
012030     OPEN INPUT OPER-RATE-FILE.
012040     IF WK-OPRATE-STATUS NOT = '00'
012050         GO TO 1700-EXIT
012060     END-IF.
012070     PERFORM 1710-READ-OPER-RATE THRU 1710-EXIT
012080         UNTIL OPRATE-AT-EOF OR WK-OPRATE-COUNT >= 40.
012090     CLOSE OPER-RATE-FILE.
012100     MOVE WK-OPRATE-COUNT TO OPRT-COUNT.
012110 1700-EXIT.
012120     EXIT.
012130 1710-READ-OPER-RATE.
012140     READ OPER-RATE-FILE
012150         AT END
012160             SET OPRATE-AT-EOF TO TRUE
012170             GO TO 1710-EXIT
012180     END-READ.
012190     MOVE OI-TABLE-NO TO OPRT-TABLE-NO(OPRT-IDX).
012200     MOVE OI-EFF-DATE TO OPRT-EFF-DATE(OPRT-IDX).
012210     MOVE OI-END-DATE TO OPRT-END-DATE(OPRT-IDX).
012220     MOVE OI-LABOR    TO OPRT-LABOR(OPRT-IDX).
012230     MOVE OI-NLABOR   TO OPRT-NLABOR(OPRT-IDX).
012240     ADD  1 TO WK-OPRATE-COUNT.
012250     SET  OPRT-IDX UP BY 1.
012260 1710-EXIT.
012270     EXIT.
012280*-----------------------------------------------------------*
012290* 1750-LOAD-STATE-CCR - LOAD THE STATEWIDE-AVERAGE COST-TO- *
012300* CHARGE RATIO FILE, IF ANY.  A MISSING FILE LEAVES THE     *
012310* TABLE EMPTY AND THE FILED RATIOS IN USE IN THE OUTLIER.   *
012320*-----------------------------------------------------------*
012330 1750-LOAD-STATE-CCR.
012340     MOVE ALL '0' TO STATE-CCR-TABLE.
012350     SET SCCR-IDX TO 1.
012360     OPEN INPUT STATE-CCR-FILE.
012370     IF WK-STCCR-STATUS NOT = '00'
012380         GO TO 1750-EXIT
012390     END-IF.
012400     PERFORM 1760-READ-STATE-CCR THRU 1760-EXIT
012410         UNTIL STCCR-AT-EOF OR WK-STCCR-COUNT >= 400.
012420     CLOSE STATE-CCR-FILE.
012430     MOVE WK-STCCR-COUNT TO SCCR-COUNT.
012440 1750-EXIT.
012450     EXIT.
012460 1760-READ-STATE-CCR.
012470     READ STATE-CCR-FILE
012480         AT END
012490             SET STCCR-AT-EOF TO TRUE
012500             GO TO 1760-EXIT
012510     END-READ.
012520     MOVE SX-STATE    TO SCCR-STATE(SCCR-IDX).
012530     MOVE SX-AREA     TO SCCR-AREA(SCCR-IDX).
012540     MOVE SX-EFF-DATE TO SCCR-EFF-DATE(SCCR-IDX).
012550     MOVE SX-END-DATE TO SCCR-END-DATE(SCCR-IDX).
012560     MOVE SX-OPER-CCR TO SCCR-OPER-CCR(SCCR-IDX).
012570     MOVE SX-CAPI-CCR TO SCCR-CAPI-CCR(SCCR-IDX).
012580     ADD  1 TO WK-STCCR-COUNT.
012590     SET  SCCR-IDX UP BY 1.
012600 1760-EXIT.
012610     EXIT.
012620*-------------------------------------------------------------*
012630* 1770-LOAD-GEO-DESIG - LOAD THE GEOGRAPHIC-DESIGNATION FILE, *
012640* IF ANY, FOR PPDRV215.  A MISSING FILE LEAVES THE TABLE      *
012650* EMPTY AND PPDRV215 ON ITS COMPILED LISTS AND THRESHOLDS.    *
012660*-------------------------------------------------------------*
012670 1770-LOAD-GEO-DESIG.
012680     MOVE ALL '0' TO GEO-DESIG-TABLE.
012690     SET GEOD-IDX TO 1.
012700     OPEN INPUT GEO-DESIG-FILE.
012710     IF WK-GEODSG-STATUS NOT = '00'
012720         GO TO 1770-EXIT
012730     END-IF.
012740     PERFORM 1780-READ-GEO-DESIG THRU 1780-EXIT
012750         UNTIL GEODSG-AT-EOF OR WK-GEODSG-COUNT >= 2000.
012760     CLOSE GEO-DESIG-FILE.
012770     MOVE WK-GEODSG-COUNT TO GEOD-COUNT.
012780 1770-EXIT.
012790     EXIT.
012800 1780-READ-GEO-DESIG.
012810     READ GEO-DESIG-FILE
012820         AT END
012830             SET GEODSG-AT-EOF TO TRUE
012840             GO TO 1780-EXIT
012850     END-READ.
012860     MOVE GX-TYPE         TO GEOD-TYPE(GEOD-IDX).
012870     MOVE GX-PROVIDER     TO GEOD-PROVIDER(GEOD-IDX).
012880     MOVE GX-FY           TO GEOD-FY(GEOD-IDX).
012890     MOVE GX-EFF-DATE     TO GEOD-EFF-DATE(GEOD-IDX).
012900     MOVE GX-END-DATE     TO GEOD-END-DATE(GEOD-IDX).
012910     MOVE GX-STATE        TO GEOD-STATE(GEOD-IDX).
012920     MOVE GX-FROM-AREA    TO GEOD-FROM-AREA(GEOD-IDX).
012930     MOVE GX-TO-AREA      TO GEOD-TO-AREA(GEOD-IDX).
012940     MOVE GX-SPEC-PAY-REQ TO GEOD-SPEC-PAY-REQ(GEOD-IDX).
012950     MOVE GX-WAGE-INDEX   TO GEOD-WAGE-INDEX(GEOD-IDX).
012960     ADD  1 TO WK-GEODSG-COUNT.
012970     SET  GEOD-IDX UP BY 1.
012980 1780-EXIT.
012990     EXIT.
013000*-----------------------------------------------------------*
013010* 1782-LOAD-RURAL-FLOOR - LOAD THE RURAL FLOOR FILE, IF     *
013020* ANY, FOR PPDRV215.                                        *
013030*-----------------------------------------------------------*
013040 1782-LOAD-RURAL-FLOOR.
013050     MOVE ALL '0' TO RUFL-FLOOR-TABLE.
013060     SET RUFL-IDX TO 1.
013070     OPEN INPUT RURAL-FLOOR-FILE.
013080     IF WK-RUFL-STATUS NOT = '00'
013090         GO TO 1782-EXIT
013100     END-IF.
013110     PERFORM 1783-READ-RURAL-FLOOR THRU 1783-EXIT
013120         UNTIL RUFL-AT-EOF OR WK-RUFL-COUNT >= 500.
013130     CLOSE RURAL-FLOOR-FILE.
013140     MOVE WK-RUFL-COUNT TO RUFL-COUNT.
013150 1782-EXIT.
013160     EXIT.
013170 1783-READ-RURAL-FLOOR.
013180     READ RURAL-FLOOR-FILE
013190         AT END
013200             SET RUFL-AT-EOF TO TRUE
013210             GO TO 1783-EXIT
013220     END-READ.
013230     MOVE RF-CBSA       TO RUFL-CBSA(RUFL-IDX).
013240     MOVE RF-EFF-DATE   TO RUFL-EFF-DATE(RUFL-IDX).
013250     MOVE RF-WAGE-INDEX TO RUFL-WI3(RUFL-IDX).
013260     ADD  1 TO WK-RUFL-COUNT.
013270     SET  RUFL-IDX UP BY 1.
013280 1783-EXIT.
013290     EXIT.
013300*-----------------------------------------------------------*
013310* 1784-LOAD-PRIOR-WI - LOAD THE PRIOR-YEAR WAGE INDEX FILE, *
013320* IF ANY, FOR PPDRV215.                                     *
013330*-----------------------------------------------------------*
013340 1784-LOAD-PRIOR-WI.
013350     MOVE ALL '0' TO PREV-WI-TABLE.
013360     SET PREV-IDX TO 1.
013370     OPEN INPUT PRIOR-WI-FILE.
013380     IF WK-PREVWI-STATUS NOT = '00'
013390         GO TO 1784-EXIT
013400     END-IF.
013410     PERFORM 1785-READ-PRIOR-WI THRU 1785-EXIT
013420         UNTIL PREVWI-AT-EOF OR WK-PREVWI-COUNT >= 6000.
013430     CLOSE PRIOR-WI-FILE.
013440     MOVE WK-PREVWI-COUNT TO PREV-COUNT.
013450 1784-EXIT.
013460     EXIT.
013470 1785-READ-PRIOR-WI.
013480     READ PRIOR-WI-FILE
013490         AT END
013500             SET PREVWI-AT-EOF TO TRUE
013510             GO TO 1785-EXIT
013520     END-READ.
013530     MOVE PW-PROVIDER   TO PREV-PROV(PREV-IDX).
013540     MOVE PW-WAGE-INDEX TO PREV-WI(PREV-IDX).
013550     ADD  1 TO WK-PREVWI-COUNT.
013560     SET  PREV-IDX UP BY 1.
013570 1785-EXIT.
013580     EXIT.
013590*-----------------------------------------------------------*
013600* 1786-LOAD-OUTMIG - LOAD THE OUTMIGRATION ADJUSTMENT FILE, *
013610* IF ANY, FOR PPDRV215.                                     *
013620*-----------------------------------------------------------*
013630 1786-LOAD-OUTMIG.
013640     MOVE ALL '0' TO OUTM-ADJ-TABLE.
013650     SET OUTM-IDX TO 1.
013660     OPEN INPUT OUTMIG-FILE.
013670     IF WK-OUTMIG-STATUS NOT = '00'
013680         GO TO 1786-EXIT
013690     END-IF.
013700     PERFORM 1787-READ-OUTMIG THRU 1787-EXIT
013710         UNTIL OUTMIG-AT-EOF OR WK-OUTMIG-COUNT >= 3000.
013720     CLOSE OUTMIG-FILE.
013730     MOVE WK-OUTMIG-COUNT TO OUTM-COUNT.
013740 1786-EXIT.
013750     EXIT.
013760 1787-READ-OUTMIG.
013770     READ OUTMIG-FILE
013780         AT END
013790             SET OUTMIG-AT-EOF TO TRUE
013800             GO TO 1787-EXIT
013810     END-READ.
013820     MOVE OM-COUNTY     TO OUTM-CNTY(OUTM-IDX).
013830     MOVE OM-EFF-DATE   TO OUTM-EFF-DATE(OUTM-IDX).
013840     MOVE OM-ADJ-FACT   TO OUTM-ADJ-FACT(OUTM-IDX).
013850     ADD  1 TO WK-OUTMIG-COUNT.
013860     SET  OUTM-IDX UP BY 1.
013870 1787-EXIT.
013880     EXIT.
013890*-----------------------------------------------------------*
013900* 1788-LOAD-MIDNIGHT - LOAD THE TWO-MIDNIGHT ADJUSTMENT     *
013910* FILE, IF ANY, FOR THE PPCAL MODULES.                      *
013920*-----------------------------------------------------------*
013930 1788-LOAD-MIDNIGHT.
013940     MOVE ALL '0' TO MID-ADJ-TABLE.
013950     SET MID-IDX TO 1.
013960     OPEN INPUT MIDNIGHT-FILE.
013970     IF WK-MIDNT-STATUS NOT = '00'
013980         GO TO 1788-EXIT
013990     END-IF.
014000     PERFORM 1789-READ-MIDNIGHT THRU 1789-EXIT
014010         UNTIL MIDNT-AT-EOF OR WK-MIDNT-COUNT >= 500.
014020     CLOSE MIDNIGHT-FILE.
014030     MOVE WK-MIDNT-COUNT TO MID-COUNT.
014040 1788-EXIT.
014050     EXIT.
014060 1789-READ-MIDNIGHT.
014070     READ MIDNIGHT-FILE
014080         AT END
014090             SET MIDNT-AT-EOF TO TRUE
014100             GO TO 1789-EXIT
014110     END-READ.
014120     MOVE MIDNIGHT-IN-REC TO MID-DATA-TAB(MID-IDX).
014130     ADD  1 TO WK-MIDNT-COUNT.
014140     SET  MID-IDX UP BY 1.
014150 1789-EXIT.
014160     EXIT.
014170*------------------------------------------------------------*
014180* 1790-LOAD-DISPATCH - LOAD THE FISCAL-YEAR DISPATCH CONTROL *
014190* FILE, IF ANY, FOR PPDRV215.  A MISSING FILE LEAVES THE     *
014200* TABLE EMPTY AND PPDRV215 DISPATCHES FROM ITS DEFAULTS.     *
014210*------------------------------------------------------------*
014220 1790-LOAD-DISPATCH.
014230     MOVE SPACES TO DSPC-VERSION.
014240     MOVE ZEROES TO DSPC-COUNT.
014250     SET DSPC-IDX TO 1.
014260     OPEN INPUT DISPATCH-CTL-FILE.
014270     IF WK-DSPCTL-STATUS NOT = '00'
014280         GO TO 1790-EXIT
014290     END-IF.
014300     PERFORM 1791-READ-DISPATCH THRU 1791-EXIT
014310         UNTIL DSPCTL-AT-EOF OR WK-DSPCTL-COUNT >= 60.
014320     CLOSE DISPATCH-CTL-FILE.
014330     MOVE WK-DSPCTL-COUNT TO DSPC-COUNT.
014340 1790-EXIT.
014350     EXIT.
014360 1791-READ-DISPATCH.
014370     READ DISPATCH-CTL-FILE
014380         AT END
014390             SET DSPCTL-AT-EOF TO TRUE
014400             GO TO 1791-EXIT
014410     END-READ.
014420     IF DC-HEADER-REC
014430         MOVE DC-HDR-VERSION TO DSPC-VERSION
014440         GO TO 1791-EXIT
014450     END-IF.
014460     IF NOT DC-DETAIL-REC
014470         ADD 1 TO WK-DSPCTL-BADRECS
014480         GO TO 1791-EXIT
014490     END-IF.
014500     MOVE DC-BEGIN-DATE   TO DSPC-BEGIN-DATE(DSPC-IDX).
014510     MOVE DC-END-DATE     TO DSPC-END-DATE(DSPC-IDX).
014520     MOVE DC-MODULE       TO DSPC-MODULE(DSPC-IDX).
014530     MOVE DC-CAL-VERSION  TO DSPC-CAL-VERSION(DSPC-IDX).
014540     MOVE DC-INTERFACE    TO DSPC-INTERFACE(DSPC-IDX).
014550     MOVE DC-ACTIVE       TO DSPC-ACTIVE(DSPC-IDX).
014560     ADD  1 TO WK-DSPCTL-COUNT.
014570     SET  DSPC-IDX UP BY 1.
014580 1791-EXIT.
014590     EXIT.
014600*-----------------------------------------------------------*
014610* 1800-RESTORE-TABLE-IMAGE - RESTORE THE REFERENCE TABLES   *
014620* FROM THE STAMPED IMAGE THE NIGHT'S FIRST LOADER SAVED,    *
014630* INSTEAD OF LOADING THE SIX EXTRACT FILES AGAIN.  A        *
014640* MISSING OR UNRECOGNIZED IMAGE FALLS BACK TO THE FRESH     *
014650* LOADS.                                                    *
014660*-----------------------------------------------------------*
014670 1800-RESTORE-TABLE-IMAGE.
014680     OPEN INPUT TABLE-IMAGE-FILE.
014690     IF WK-TABIMG-STATUS NOT = '00'
014700         GO TO 1800-EXIT
014710     END-IF.
014720     READ TABLE-IMAGE-FILE
014730         AT END
014740             CLOSE TABLE-IMAGE-FILE
014750             GO TO 1800-EXIT
014760     END-READ.
014770     CLOSE TABLE-IMAGE-FILE.
014780     IF TI-EYECATCHER NOT = 'TABIMG21'
014790         DISPLAY 'PPSVC215 - TABLE IMAGE UNRECOGNIZED - '
014800                 'FRESH LOAD'
014810         GO TO 1800-EXIT
014820     END-IF.
014830*    THE IMAGE'S VERSION STAMPS ARE PROVED AGAINST THE
014840*    CATALOG VERSIONS IN FORCE TODAY, AS THE BATCH LOADER
014850*    PROVES THEM - AN IMAGE CUT BEFORE THE CATALOG MOVED
014860*    FALLS BACK TO FRESH LOADS.  A MISSING CATALOG LEAVES
014870*    TABLE SELECTION TO THE JCL, AS IN PPBAT215.
014880     PERFORM 1810-LOAD-CATALOG-VERSIONS THRU 1810-EXIT.
014890     IF CATALOG-PRESENT
014900         MOVE 'N' TO WK-IMG-MISMATCH-SW
014910         PERFORM 1820-CHECK-ONE-STAMP THRU 1820-EXIT
014920             VARYING WK-IMG-I FROM 1 BY 1
014930             UNTIL WK-IMG-I > 6
014940         IF TI-GEOD-VERSION NOT = WK-CAT-VER(7)
014950             SET IMAGE-STAMP-MISMATCH TO TRUE
014960         END-IF
014970         IF IMAGE-STAMP-MISMATCH
014980             DISPLAY 'PPSVC215 - TABLE IMAGE STAMP '
014990                     'MISMATCH - FRESH LOAD'
015000             GO TO 1800-EXIT
015010         END-IF
015020     END-IF.
015030     MOVE TI-MSAX-IMAGE    TO MSAX-WI-TABLE.
015040     MOVE TI-CBSA-IMAGE    TO CBSA-WI-TABLE.
015050     MOVE TI-NEWTECH-IMAGE TO NEW-TECH-TABLE.
015060     MOVE TI-DRGWT-IMAGE   TO DRG-WEIGHT-FILE-TABLE.
015070     MOVE TI-NDC-IMAGE     TO NDC-RATE-TABLE.
015080     MOVE TI-OPRT-IMAGE    TO OPER-RATE-TABLE.
015090     MOVE TI-SCCR-IMAGE    TO STATE-CCR-TABLE.
015100     MOVE TI-GEOD-IMAGE    TO GEO-DESIG-TABLE.
015110     MOVE TI-RUFL-IMAGE    TO RUFL-FLOOR-TABLE.
015120     MOVE TI-PREV-IMAGE    TO PREV-WI-TABLE.
015130     MOVE TI-OUTM-IMAGE    TO OUTM-ADJ-TABLE.
015140     MOVE TI-MID-IMAGE     TO MID-ADJ-TABLE.
015150     MOVE TI-DSPC-IMAGE    TO DISP-CTL-TABLE.
015160     MOVE TI-MSAX-COUNT    TO WK-MSAX-COUNT.
015170     MOVE TI-CBSA-COUNT    TO WK-CBSA-COUNT.
015180     MOVE TI-NEWTECH-COUNT TO WK-NEWTECH-COUNT.
015190     MOVE DWF-COUNT        TO WK-DRGWT-COUNT.
015200     MOVE NDC-RT-COUNT     TO WK-NDCRATE-COUNT.
015210     MOVE OPRT-COUNT       TO WK-OPRATE-COUNT.
015220     MOVE SCCR-COUNT       TO WK-STCCR-COUNT.
015230     MOVE GEOD-COUNT       TO WK-GEODSG-COUNT.
015240     MOVE RUFL-COUNT       TO WK-RUFL-COUNT.
015250     MOVE PREV-COUNT       TO WK-PREVWI-COUNT.
015260     MOVE OUTM-COUNT       TO WK-OUTMIG-COUNT.
015270     MOVE MID-COUNT        TO WK-MIDNT-COUNT.
015280     MOVE DSPC-COUNT       TO WK-DSPCTL-COUNT.
015290     SET TABLES-FROM-IMAGE TO TRUE.
015300     DISPLAY 'PPSVC215 - REFERENCE TABLES RESTORED FROM '
015310             'IMAGE'.
015320 1800-EXIT.
015330     EXIT.
015340 1810-LOAD-CATALOG-VERSIONS.
015350     MOVE SPACES TO WK-CAT-VER-TABLE.
015360     OPEN INPUT TABLE-CATALOG-IN.
015370     IF WK-CATLG-STATUS NOT = '00'
015380         GO TO 1810-EXIT
015390     END-IF.
015400     SET CATALOG-PRESENT TO TRUE.
015410     ACCEPT WK-CAT-CHECK-DATE FROM DATE YYYYMMDD.
015420     PERFORM 1815-JUDGE-ONE-CATALOG THRU 1815-EXIT
015430         UNTIL CATLG-AT-EOF.
015440     CLOSE TABLE-CATALOG-IN.
015450 1810-EXIT.
015460     EXIT.
015470 1815-JUDGE-ONE-CATALOG.
015480     READ TABLE-CATALOG-IN
015490         AT END
015500             SET CATLG-AT-EOF TO TRUE
015510             GO TO 1815-EXIT
015520     END-READ.
015530     IF WK-CAT-CHECK-DATE < CT-EFF-DATE
015540        OR WK-CAT-CHECK-DATE > CT-END-DATE
015550         GO TO 1815-EXIT
015560     END-IF.
015570     PERFORM 1816-MATCH-ONE-TYPE THRU 1816-EXIT
015580         VARYING WK-IMG-I FROM 1 BY 1
015590         UNTIL WK-IMG-I > 7.
015600 1815-EXIT.
015610     EXIT.
015620 1816-MATCH-ONE-TYPE.
015630     IF CT-TABLE-TYPE = WK-SVC-TYPE(WK-IMG-I)
015640         MOVE CT-VERSION TO WK-CAT-VER(WK-IMG-I)
015650     END-IF.
015660 1816-EXIT.
015670     EXIT.
015680 1820-CHECK-ONE-STAMP.
015690     IF TI-VERSION(WK-IMG-I) NOT = WK-CAT-VER(WK-IMG-I)
015700         SET IMAGE-STAMP-MISMATCH TO TRUE
015710     END-IF.
015720 1820-EXIT.
015730     EXIT.
015740*-----------------------------------------------------------*
015750* 1850-LOAD-LIABILITY-FILES - LOAD WHAT THE LIABILITY       *
015760* ESTIMATE SETTLES AGAINST: THE DAY BANK THE LAST           *
015770* SETTLEMENT RUN WROTE, THE MSP PRIMARY-PAYER FILE AND THE  *
015780* SEQUESTRATION RATES.  EACH IS OPTIONAL - WITHOUT A DAY    *
015790* BANK EVERY ESTIMATE IS PER BILL, WITHOUT THE OTHERS THE   *
015800* ESTIMATE TAKES NO MSP OR SEQUESTRATION.                   *
015810*-----------------------------------------------------------*
015820 1850-LOAD-LIABILITY-FILES.
015830     MOVE ZEROES TO WK-DAYBANK-COUNT WK-MSP-COUNT
015840                    WK-SEQRATE-COUNT.
015850     MOVE 'N' TO WK-DAYBANK-EOF WK-MSP-EOF WK-SEQRATE-EOF.
015860     MOVE 'N' TO WK-DAYBANK-SW.
015870     MOVE SPACES TO WK-DAYBANK-AS-OF.
015880     OPEN INPUT DAY-BANK-IN.
015890     IF WK-DAYBANK-STATUS = '00'
015900         SET DAY-BANK-LOADED TO TRUE
015910         SET DB-IDX TO 1
015920         PERFORM 1851-READ-DAY-BANK THRU 1851-EXIT
015930             UNTIL DAYBANK-AT-EOF OR WK-DAYBANK-COUNT >= 10000
015940         IF NOT DAYBANK-AT-EOF
015950             PERFORM 1851-READ-DAY-BANK THRU 1851-EXIT
015960         END-IF
015970         IF NOT DAYBANK-AT-EOF
015980             SET DAY-BANK-TRUNCATED TO TRUE
015990             DISPLAY 'PPSVC215 - DAY BANK EXCEEDS 10000 ROWS, '
016000                     'LATER BENEFICIARIES ESTIMATED PER BILL'
016010         END-IF
016020         CLOSE DAY-BANK-IN
016030     END-IF.
016040     OPEN INPUT MSP-FILE-IN.
016050     IF WK-MSP-STATUS = '00'
016060         SET MSP-IDX TO 1
016070         PERFORM 1861-READ-MSP THRU 1861-EXIT
016080             UNTIL MSP-AT-EOF OR WK-MSP-COUNT >= 5000
016090         CLOSE MSP-FILE-IN
016100     END-IF.
016110     OPEN INPUT SEQ-RATE-FILE.
016120     IF WK-SEQRATE-STATUS = '00'
016130         SET SQ-IDX TO 1
016140         PERFORM 1871-READ-SEQ-RATE THRU 1871-EXIT
016150             UNTIL SEQRATE-AT-EOF OR WK-SEQRATE-COUNT >= 50
016160         CLOSE SEQ-RATE-FILE
016170     END-IF.
016180 1850-EXIT.
016190     EXIT.
016200 1851-READ-DAY-BANK.
016210     READ DAY-BANK-IN
016220         AT END
016230             SET DAYBANK-AT-EOF TO TRUE
016240             GO TO 1851-EXIT
016250     END-READ.
016260     MOVE DAY-BANK-IN-REC TO GEN-STAMP-REC.
016270     IF GS-IS-STAMP
016280         MOVE GS-RUN-ID TO WK-DAYBANK-AS-OF
016290         GO TO 1851-EXIT
016300     END-IF.
016310     IF WK-DAYBANK-COUNT >= 10000
016320         GO TO 1851-EXIT
016330     END-IF.
016340     MOVE DB-IN-MBI              TO DB-MBI(DB-IDX).
016350     MOVE DB-IN-PERIOD-START     TO DB-PERIOD-START(DB-IDX).
016360     MOVE DB-IN-LAST-DISCHARGE   TO DB-LAST-DISCHARGE(DB-IDX).
016370     MOVE DB-IN-PERIOD-DAYS-USED
016380                                 TO DB-PERIOD-DAYS-USED(DB-IDX).
016390     MOVE DB-IN-PERIOD-DED-SW    TO DB-PERIOD-DED-SW(DB-IDX).
016400     MOVE DB-IN-LTR-DAYS-USED    TO DB-LTR-DAYS-USED(DB-IDX).
016410     ADD  1 TO WK-DAYBANK-COUNT.
016420     SET  DB-IDX UP BY 1.
016430 1851-EXIT.
016440     EXIT.
016450 1861-READ-MSP.
016460     READ MSP-FILE-IN
016470         AT END
016480             SET MSP-AT-EOF TO TRUE
016490             GO TO 1861-EXIT
016500     END-READ.
016510     MOVE MS-PROVIDER-NO      TO MSP-PROVIDER-NO(MSP-IDX).
016520     MOVE MS-DRG              TO MSP-DRG(MSP-IDX).
016530     MOVE MS-DISCHARGE-DATE   TO MSP-DISCHARGE-DATE(MSP-IDX).
016540     MOVE MS-PRIMARY-PAID-AMT TO MSP-PRIMARY-PAID(MSP-IDX).
016550     MOVE MS-PAYER-TYPE       TO MSP-PAYER-TYPE(MSP-IDX).
016560     MOVE MS-OTAF-AMT         TO MSP-OTAF-AMT(MSP-IDX).
016570     ADD  1 TO WK-MSP-COUNT.
016580     SET  MSP-IDX UP BY 1.
016590 1861-EXIT.
016600     EXIT.
016610 1871-READ-SEQ-RATE.
016620     READ SEQ-RATE-FILE
016630         AT END
016640             SET SEQRATE-AT-EOF TO TRUE
016650             GO TO 1871-EXIT
016660     END-READ.
016670     MOVE SQ-EFF-DATE TO SQ-TAB-EFF-DATE(SQ-IDX).
016680     MOVE SQ-END-DATE TO SQ-TAB-END-DATE(SQ-IDX).
016690     MOVE SQ-PCT      TO SQ-TAB-PCT(SQ-IDX).
016700     ADD  1 TO WK-SEQRATE-COUNT.
016710     SET  SQ-IDX UP BY 1.
016720 1871-EXIT.
016730     EXIT.
016740*-----------------------------------------------------------*
016750* 1900-STAMP-TABLE-SET - STAMP BANK WK-ADDR-BANK AS THE NEXT*
016760* GENERATION AFTER THE LIVE SET, WITH THE LOAD TIME AND THE *
016770* CATALOG VERSIONS LAST READ.                               *
016780*-----------------------------------------------------------*
016790 1900-STAMP-TABLE-SET.
016800     COMPUTE WK-BANK-GENERATION(WK-ADDR-BANK) =
016810         WK-BANK-GENERATION(WK-LIVE-BANK) + 1.
016820     ACCEPT WK-BANK-LOAD-DATE(WK-ADDR-BANK) FROM DATE YYYYMMDD.
016830     ACCEPT WK-BANK-LOAD-TIME(WK-ADDR-BANK) FROM TIME.
016840     MOVE WK-CAT-VER-TABLE TO WK-BANK-CAT-VERS(WK-ADDR-BANK).
016850 1900-EXIT.
016860     EXIT.
016870*===========================================================*
016880* 2000-PRICE-ONE-CLAIM - SINGLE-CLAIM PRICING AGAINST THE   *
016890* SESSION'S OWN PROVIDER-BREAK STATE, WITH THE ESTIMATED    *
016900* BENEFICIARY LIABILITY.                                    *
016910*===========================================================*
016920 2000-PRICE-ONE-CLAIM.
016930     MOVE SPACES TO SVC-LE-STATUS SVC-LE-AS-OF-RUN.
016940     MOVE ZEROES TO SVC-LE-DEDUCTIBLE
016950                    SVC-LE-COINS-DAYS
016960                    SVC-LE-COINS-AMT
016970                    SVC-LE-LTR-DAYS
016980                    SVC-LE-LTR-AMT
016990                    SVC-LE-MSP-PRIMARY-PAID
017000                    SVC-LE-SEQUESTRATION
017010                    SVC-LE-LIABILITY
017020                    SVC-LE-NET-PAYMENT.
017030     IF NOT SERVICE-INITIALIZED
017040         MOVE 08 TO SVC-RETURN-CODE
017050         GO TO 2000-EXIT
017060     END-IF.
017070     SET ADDRESS OF BILL-DATA-2021
017080         TO ADDRESS OF SVC-BILL-AREA.
017090     PERFORM 2100-FIND-PROVIDER THRU 2100-EXIT.
017100     IF NOT PROV-WAS-FOUND
017110         MOVE 51 TO SVC-RETURN-CODE
017120         GO TO 2000-EXIT
017130     END-IF.
017140     CALL 'PPDRV215S' USING BILL-DATA-2021
017150                           PPS-DATA
017160                           PRICER-OPT-VERS-SW
017170                           PPS-ADDITIONAL-VARIABLES
017180                           PROV-RECORD
017190                           MSAX-WI-TABLE
017200                           CBSA-WI-TABLE
017210                           PPHOLDAR-HOLD-AREA
017220                           NEW-TECH-TABLE
017230                           WI-AUDIT-RECORD
017240                           DRG-WEIGHT-FILE-TABLE
017250                           NDC-RATE-TABLE
017260                           OPER-RATE-TABLE
017270                           STATE-CCR-TABLE
017280                           GEO-DESIG-TABLE
017290                           RUFL-FLOOR-TABLE
017300                           PREV-WI-TABLE
017310                           OUTM-ADJ-TABLE
017320                           MID-ADJ-TABLE
017330                           DISP-CTL-TABLE
017340                           SVC-SESSION-STATE
017350     END-CALL.
017360     MOVE PPS-DATA        TO SVC-PPS-DATA-AREA.
017370     MOVE WI-AUDIT-RECORD TO SVC-WI-AUDIT-AREA.
017380     MOVE 00 TO SVC-RETURN-CODE.
017390     PERFORM 2200-LOG-QUOTE THRU 2200-EXIT.
017400     PERFORM 2300-ESTIMATE-LIABILITY THRU 2300-EXIT.
017410 2000-EXIT.
017420     EXIT.
017430*===========================================================*
017440* 2010-START-CALL - OPEN THE SESSION IF THE CALLER SKIPPED  *
017450* 'S', COUNT A RESUBMITTED REQUEST AND START THE CLOCK.     *
017460*===========================================================*
017470 2010-START-CALL.
017480     IF SVC-SU-START-DATE NOT NUMERIC
017490        OR SVC-SU-START-DATE = ZEROES
017500         PERFORM 3000-START-SESSION THRU 3000-EXIT
017510     END-IF.
017520     IF SVC-RETRY-SW = 'Y'
017530         ADD 1 TO SVC-SU-RETRIES
017540         MOVE 'N' TO SVC-RETRY-SW
017550     END-IF.
017560     ACCEPT WK-CALL-START-TIME FROM TIME.
017570 2010-EXIT.
017580     EXIT.
017590*===========================================================*
017600* 2100-FIND-PROVIDER - SELECT THE PROVIDER SEGMENT IN FORCE *
017610* ON THE CLAIM'S DISCHARGE DATE, AS PPBAT215 DOES.          *
017620*===========================================================*
017630 2100-FIND-PROVIDER.
017640     SET WK-PROV-FOUND-SW TO 'N'.
017650     MOVE ZEROES TO WK-PROV-BEST-EFF.
017660     PERFORM 2110-CHECK-ONE-SEGMENT THRU 2110-EXIT
017670         VARYING PM-SIDX FROM 1 BY 1
017680         UNTIL PM-SIDX > WK-PROV-COUNT.
017690 2100-EXIT.
017700     EXIT.
017710 2110-CHECK-ONE-SEGMENT.
017720     IF PM-KEY-NO(PM-SIDX) = B-21-PROVIDER-NO
017730        AND PM-KEY-EFF-DATE(PM-SIDX) NOT > B-21-DISCHARGE-DATE
017740        AND PM-KEY-EFF-DATE(PM-SIDX) NOT < WK-PROV-BEST-EFF
017750         MOVE PM-KEY-EFF-DATE(PM-SIDX) TO WK-PROV-BEST-EFF
017760         MOVE PM-KEY-RECORD(PM-SIDX)   TO PROV-RECORD
017770         SET WK-PROV-FOUND-SW TO 'Y'
017780     END-IF.
017790 2110-EXIT.
017800     EXIT.
017810*===========================================================*
017820* 2200-LOG-QUOTE - APPEND THE PRICED CLAIM TO QUOTELOG WITH *
017830* THE PROVIDER SEGMENT AND LIVE TABLE SET IT WAS PRICED     *
017840* FROM.  THE QUOTE STANDS WHEN THE LOG CANNOT BE WRITTEN;   *
017850* THE MISS IS REPORTED ON THE JOB LOG.                      *
017860*===========================================================*
017870 2200-LOG-QUOTE.
017880     MOVE 'Q'                   TO PX-SOURCE.
017890     MOVE B-21-PROVIDER-NO      TO PX-PROVIDER-NO.
017900     MOVE B-21-MBI              TO PX-MBI.
017910     MOVE B-21-DISCHARGE-DATE   TO PX-DISCHARGE-DATE.
017920     MOVE SVC-SESSION-ID        TO PX-ORIGIN-ID.
017930     ACCEPT PX-PRICED-DATE FROM DATE YYYYMMDD.
017940     ACCEPT PX-PRICED-TIME FROM TIME.
017950     MOVE WK-BANK-SET-ID(WK-LIVE-BANK) TO PX-TABLE-SET.
017960     MOVE WK-PROV-BEST-EFF      TO PX-PROV-EFF-DATE.
017970     MOVE PROV-RECORD           TO PX-PROV-RECORD.
017980     MOVE SVC-BILL-AREA         TO PX-BILL-IMAGE.
017990     MOVE PPS-DATA              TO PX-PPS-DATA.
018000     MOVE WI-AUDIT-RECORD       TO PX-WI-AUDIT.
018010     OPEN EXTEND PRICE-LOG-OUT.
018020     IF WK-QUOTELOG-STATUS NOT = '00'
018030         OPEN OUTPUT PRICE-LOG-OUT
018040     END-IF.
018050     IF WK-QUOTELOG-STATUS NOT = '00'
018060         DISPLAY 'PPSVC215 - QUOTELOG NOT WRITTEN, STATUS '
018070                 WK-QUOTELOG-STATUS
018080         GO TO 2200-EXIT
018090     END-IF.
018100     WRITE PRICE-LOG-REC.
018110     CLOSE PRICE-LOG-OUT.
018120 2200-EXIT.
018130     EXIT.
018140*===========================================================*
018150* 2300-ESTIMATE-LIABILITY - ESTIMATE THE BENEFICIARY'S      *
018160* LIABILITY AND THE NET MEDICARE PAYMENT FOR THE CLAIM JUST *
018170* PRICED.  PPLIA215 SETTLES IT WITH THE RULES PPSET215      *
018180* APPLIES, AGAINST A COPY OF THE BENEFICIARY'S DAY-BANK     *
018190* POSITION AS OF THE LAST SETTLEMENT RUN; THE REGION'S DAY  *
018200* BANK IS NEVER ADVANCED.  A BENEFICIARY WITH ANOTHER CLAIM *
018210* PRICED TODAY IS MARKED 'S', SINCE THE TWO STAYS MAY SHARE *
018220* ONE BENEFIT PERIOD AND ONE DEDUCTIBLE.                    *
018230*===========================================================*
018240 2300-ESTIMATE-LIABILITY.
018250     IF PPS-RTC NOT < 50
018260         GO TO 2300-EXIT
018270     END-IF.
018280     PERFORM 2310-CALC-SEQUESTRATION THRU 2310-EXIT.
018290     MOVE B-21-DISCHARGE-DATE   TO LB-DISCHARGE-DATE.
018300     MOVE B-21-ADMIT-DATE       TO LB-ADMIT-DATE.
018310     MOVE B-21-COVERED-DAYS     TO LB-COVERED-DAYS.
018320     MOVE B-21-LTR-DAYS         TO LB-LTR-DAYS.
018330     MOVE B-21-CHARGES-CLAIMED  TO LB-CHARGES-CLAIMED.
018340     MOVE PPS-RTC               TO LB-PPS-RTC.
018350     MOVE PPS-TOTAL-PAYMENT     TO LB-GROSS-PAYMENT.
018360     MOVE WK-SEQ-AMT            TO LB-SEQUESTRATION-AMT.
018370     PERFORM 2320-FIND-MSP-AMOUNT THRU 2320-EXIT.
018380     MOVE 'N' TO LB-DAY-BANK-SW.
018390     MOVE ZEROES TO LB-DB-PERIOD-START
018400                    LB-DB-LAST-DISCHARGE
018410                    LB-DB-PERIOD-DAYS-USED
018420                    LB-DB-LTR-DAYS-USED.
018430     MOVE 'N' TO LB-DB-PERIOD-DED-SW.
018440     MOVE 'P' TO WK-LE-STATUS.
018450     MOVE 'N' TO WK-SAME-DAY-SW.
018460     IF B-21-MBI NOT = SPACES AND B-21-MBI NOT = LOW-VALUES
018470         PERFORM 2330-NOTE-QUOTED-TODAY THRU 2330-EXIT
018480         IF DAY-BANK-LOADED OR DAY-BANK-TRUNCATED
018490             PERFORM 2340-FIND-DAY-BANK-ROW THRU 2340-EXIT
018500         END-IF
018510     END-IF.
018520     CALL 'PPLIA215' USING LIABSVC-AREA.
018530     IF NOT LB-SETTLED
018540         MOVE LB-NET-AMT TO SVC-LE-NET-PAYMENT
018550         GO TO 2300-EXIT
018560     END-IF.
018570     MOVE LB-DEDUCTIBLE-AMT     TO SVC-LE-DEDUCTIBLE.
018580     MOVE LB-COINS-DAYS         TO SVC-LE-COINS-DAYS.
018590     MOVE LB-COINS-AMT          TO SVC-LE-COINS-AMT.
018600     MOVE LB-LTR-GRANTED        TO SVC-LE-LTR-DAYS.
018610     MOVE LB-LTR-AMT            TO SVC-LE-LTR-AMT.
018620     MOVE LB-MSP-PRIMARY-PAID   TO SVC-LE-MSP-PRIMARY-PAID.
018630     MOVE LB-SEQUESTRATION-AMT  TO SVC-LE-SEQUESTRATION.
018640     MOVE LB-LIABILITY-AMT      TO SVC-LE-LIABILITY.
018650     MOVE LB-NET-AMT            TO SVC-LE-NET-PAYMENT.
018660     IF LB-USE-DAY-BANK
018670         MOVE WK-DAYBANK-AS-OF  TO SVC-LE-AS-OF-RUN
018680     END-IF.
018690     IF SAME-DAY-CLAIM
018700         MOVE 'S' TO WK-LE-STATUS
018710     END-IF.
018720     MOVE WK-LE-STATUS          TO SVC-LE-STATUS.
018730 2300-EXIT.
018740     EXIT.
018750*-----------------------------------------------------------*
018760* 2310-CALC-SEQUESTRATION - THE SEQUESTRATION REDUCTION IN  *
018770* FORCE ON THE DISCHARGE DATE, AS PPBAT215 TAKES IT.        *
018780*-----------------------------------------------------------*
018790 2310-CALC-SEQUESTRATION.
018800     MOVE ZEROES TO WK-SEQ-AMT.
018810     IF WK-SEQRATE-COUNT = 0
018820         GO TO 2310-EXIT
018830     END-IF.
018840     SET SQ-SIDX TO 1.
018850     SEARCH SQ-ENTRY VARYING SQ-SIDX
018860         AT END
018870             GO TO 2310-EXIT
018880         WHEN B-21-DISCHARGE-DATE NOT < SQ-TAB-EFF-DATE(SQ-SIDX)
018890             AND B-21-DISCHARGE-DATE
018900                 NOT > SQ-TAB-END-DATE(SQ-SIDX)
018910             CONTINUE
018920     END-SEARCH.
018930     COMPUTE WK-SEQ-AMT ROUNDED =
018940         PPS-TOTAL-PAYMENT * SQ-TAB-PCT(SQ-SIDX).
018950 2310-EXIT.
018960     EXIT.
018970*-----------------------------------------------------------*
018980* 2320-FIND-MSP-AMOUNT - THE PRIMARY PAYER'S PAYMENT ON THE *
018990* CLAIM, WHEN MEDICARE IS SECONDARY, MATCHED AS PPSET215    *
019000* MATCHES IT.  NONE FOUND LEAVES THE ESTIMATE MSP-FREE.     *
019010*-----------------------------------------------------------*
019020 2320-FIND-MSP-AMOUNT.
019030     MOVE ZEROES TO LB-MSP-PRIMARY-PAID LB-MSP-OTAF-AMT.
019040     MOVE SPACE  TO LB-MSP-PAYER-TYPE.
019050     IF WK-MSP-COUNT = 0
019060         GO TO 2320-EXIT
019070     END-IF.
019080     SET MSP-SIDX TO 1.
019090     SEARCH MSP-ENTRY VARYING MSP-SIDX
019100         AT END
019110             GO TO 2320-EXIT
019120         WHEN MSP-PROVIDER-NO(MSP-SIDX) = B-21-PROVIDER-NO
019130             AND MSP-DRG(MSP-SIDX) = B-21-DRG
019140             AND MSP-DISCHARGE-DATE(MSP-SIDX)
019150                 = B-21-DISCHARGE-DATE
019160             CONTINUE
019170     END-SEARCH.
019180     MOVE MSP-PRIMARY-PAID(MSP-SIDX) TO LB-MSP-PRIMARY-PAID.
019190     MOVE MSP-PAYER-TYPE(MSP-SIDX)   TO LB-MSP-PAYER-TYPE.
019200     MOVE MSP-OTAF-AMT(MSP-SIDX)     TO LB-MSP-OTAF-AMT.
019210 2320-EXIT.
019220     EXIT.
019230*-----------------------------------------------------------*
019240* 2330-NOTE-QUOTED-TODAY - RECORD THE CLAIM IN TODAY'S      *
019250* QUOTED-CLAIM TABLE AND FLAG THE BENEFICIARY WHEN A        *
019260* DIFFERENT CLAIM (PROVIDER OR DISCHARGE DATE) WAS PRICED   *
019270* FOR THEM EARLIER TODAY.  THE TABLE STARTS OVER AT THE     *
019280* FIRST CALL OF EACH DAY; ONCE FULL, EVERY NEW CLAIM IS     *
019290* FLAGGED RATHER THAN RISK MISSING A SHARED PERIOD.         *
019300*-----------------------------------------------------------*
019310 2330-NOTE-QUOTED-TODAY.
019320     ACCEPT WK-LE-TODAY FROM DATE YYYYMMDD.
019330     IF WK-LE-TODAY NOT = WK-QT-DATE
019340         MOVE WK-LE-TODAY TO WK-QT-DATE
019350         MOVE ZEROES TO WK-QT-COUNT
019360     END-IF.
019370     MOVE 'N' TO WK-QT-FOUND-SW.
019380     PERFORM 2335-CHECK-ONE-QUOTED THRU 2335-EXIT
019390         VARYING QT-SIDX FROM 1 BY 1
019400         UNTIL QT-SIDX > WK-QT-COUNT.
019410     IF QT-CLAIM-FOUND
019420         GO TO 2330-EXIT
019430     END-IF.
019440     IF WK-QT-COUNT >= 5000
019450         SET SAME-DAY-CLAIM TO TRUE
019460         GO TO 2330-EXIT
019470     END-IF.
019480     ADD 1 TO WK-QT-COUNT.
019490     SET QT-IDX TO WK-QT-COUNT.
019500     MOVE B-21-MBI              TO QT-MBI(QT-IDX).
019510     MOVE B-21-PROVIDER-NO      TO QT-PROVIDER-NO(QT-IDX).
019520     MOVE B-21-DISCHARGE-DATE   TO QT-DISCHARGE-DATE(QT-IDX).
019530 2330-EXIT.
019540     EXIT.
019550 2335-CHECK-ONE-QUOTED.
019560     IF QT-MBI(QT-SIDX) NOT = B-21-MBI
019570         GO TO 2335-EXIT
019580     END-IF.
019590     IF QT-PROVIDER-NO(QT-SIDX) = B-21-PROVIDER-NO
019600        AND QT-DISCHARGE-DATE(QT-SIDX) = B-21-DISCHARGE-DATE
019610         SET QT-CLAIM-FOUND TO TRUE
019620     ELSE
019630         SET SAME-DAY-CLAIM TO TRUE
019640     END-IF.
019650 2335-EXIT.
019660     EXIT.
019670*-----------------------------------------------------------*
019680* 2340-FIND-DAY-BANK-ROW - PASS THE BENEFICIARY'S POSITION  *
019690* FROM THE LAST SETTLEMENT'S DAY BANK.  ONE NOT IN IT HAS   *
019700* NOT BEEN SETTLED BEFORE AND STARTS FROM AN EMPTY          *
019710* POSITION - UNLESS THE DAY BANK DID NOT FIT THE TABLE, IN  *
019720* WHICH CASE THE ESTIMATE STAYS PER BILL.                   *
019730*-----------------------------------------------------------*
019740 2340-FIND-DAY-BANK-ROW.
019750     MOVE 'N' TO WK-DB-FOUND-SW.
019760     IF WK-DAYBANK-COUNT > 0
019770         SET DB-SIDX TO 1
019780         SEARCH DB-ENTRY VARYING DB-SIDX
019790             AT END
019800                 CONTINUE
019810             WHEN DB-MBI(DB-SIDX) = B-21-MBI
019820                 SET DAY-BANK-ROW-FOUND TO TRUE
019830         END-SEARCH
019840     END-IF.
019850     IF DAY-BANK-ROW-FOUND
019860         MOVE DB-PERIOD-START(DB-SIDX)  TO LB-DB-PERIOD-START
019870         MOVE DB-LAST-DISCHARGE(DB-SIDX) TO LB-DB-LAST-DISCHARGE
019880         MOVE DB-PERIOD-DAYS-USED(DB-SIDX)
019890                                    TO LB-DB-PERIOD-DAYS-USED
019900         MOVE DB-PERIOD-DED-SW(DB-SIDX) TO LB-DB-PERIOD-DED-SW
019910         MOVE DB-LTR-DAYS-USED(DB-SIDX) TO LB-DB-LTR-DAYS-USED
019920     ELSE
019930         IF DAY-BANK-TRUNCATED
019940             GO TO 2340-EXIT
019950         END-IF
019960     END-IF.
019970     MOVE 'Y' TO LB-DAY-BANK-SW.
019980     MOVE 'E' TO WK-LE-STATUS.
019990 2340-EXIT.
020000     EXIT.
020010*===========================================================*
020020* 2900-TALLY-CALL - ADD THE CALL'S RESPONSE TIME AND        *
020030* OUTCOME TO THE SESSION USAGE.                             *
020040*===========================================================*
020050 2900-TALLY-CALL.
020060     ACCEPT WK-CALL-END-TIME FROM TIME.
020070     COMPUTE WK-CALL-START-HUND =
020080         WK-CALL-START-HH * 360000 + WK-CALL-START-MM * 6000
020090         + WK-CALL-START-SS * 100 + WK-CALL-START-HD.
020100     COMPUTE WK-CALL-END-HUND =
020110         WK-CALL-END-HH * 360000 + WK-CALL-END-MM * 6000
020120         + WK-CALL-END-SS * 100 + WK-CALL-END-HD.
020130     IF WK-CALL-END-HUND < WK-CALL-START-HUND
020140         ADD 8640000 TO WK-CALL-END-HUND
020150     END-IF.
020160     COMPUTE WK-CALL-ELAPSED-HUND =
020170         WK-CALL-END-HUND - WK-CALL-START-HUND.
020180     ADD 1 TO SVC-SU-CALLS.
020190     ADD WK-CALL-ELAPSED-HUND TO SVC-SU-TOTAL-HUND.
020200     IF WK-CALL-ELAPSED-HUND > SVC-SU-MAX-HUND
020210         MOVE WK-CALL-ELAPSED-HUND TO SVC-SU-MAX-HUND
020220     END-IF.
020230     IF SVC-RETURN-CODE NOT = 00
020240         ADD 1 TO SVC-SU-ERROR-CALLS
020250     END-IF.
020260 2900-EXIT.
020270     EXIT.
020280*============================================================*
020290* 3000-START-SESSION - CLEAR THE CALLER'S USAGE COUNTERS AND *
020300* PROVIDER-BREAK STATE FOR A NEW SESSION.                    *
020310*============================================================*
020320 3000-START-SESSION.
020330     MOVE ZEROES TO SVC-SESSION-USAGE.
020340     ACCEPT SVC-SU-START-DATE FROM DATE YYYYMMDD.
020350     ACCEPT SVC-SU-START-TIME FROM TIME.
020360     MOVE SPACES TO SVC-SESSION-STATE.
020370     MOVE 'N' TO SVC-RETRY-SW.
020380     MOVE 00 TO SVC-RETURN-CODE.
020390 3000-EXIT.
020400     EXIT.
020410*===========================================================*
020420* 3100-END-SESSION - WRITE THE SESSION'S USAGE RECORD TO    *
020430* SVCLOG AND CLEAR THE SESSION.  A SESSION THAT NEVER       *
020440* STARTED HAS NOTHING TO REPORT.                            *
020450*===========================================================*
020460 3100-END-SESSION.
020470     MOVE 00 TO SVC-RETURN-CODE.
020480     IF SVC-SU-START-DATE NOT NUMERIC
020490        OR SVC-SU-START-DATE = ZEROES
020500         GO TO 3100-EXIT
020510     END-IF.
020520     MOVE SPACES              TO SESSION-LOG-REC.
020530     MOVE SVC-SESSION-ID      TO SL-SESSION-ID.
020540     MOVE SVC-SU-START-DATE   TO SL-START-DATE.
020550     MOVE SVC-SU-START-TIME   TO SL-START-TIME.
020560     ACCEPT SL-END-DATE FROM DATE YYYYMMDD.
020570     ACCEPT SL-END-TIME FROM TIME.
020580     MOVE SVC-SU-CALLS        TO SL-CALLS.
020590     MOVE SVC-SU-RETRIES      TO SL-RETRIES.
020600     MOVE SVC-SU-ERROR-CALLS  TO SL-ERROR-CALLS.
020610     MOVE SVC-SU-MAX-HUND     TO SL-MAX-RESP-HUND.
020620     MOVE ZEROES              TO SL-AVG-RESP-HUND.
020630     IF SVC-SU-CALLS > ZEROES
020640         COMPUTE SL-AVG-RESP-HUND ROUNDED =
020650             SVC-SU-TOTAL-HUND / SVC-SU-CALLS
020660     END-IF.
020670     PERFORM 3110-WRITE-SESSION-LOG THRU 3110-EXIT.
020680     IF SVC-RETURN-CODE = 00
020690         MOVE ZEROES TO SVC-SESSION-USAGE
020700         MOVE SPACES TO SVC-SESSION-STATE
020710     END-IF.
020720 3100-EXIT.
020730     EXIT.
020740 3110-WRITE-SESSION-LOG.
020750     OPEN EXTEND SESSION-LOG-FILE.
020760     IF WK-SVCLOG-STATUS NOT = '00'
020770         OPEN OUTPUT SESSION-LOG-FILE
020780     END-IF.
020790     IF WK-SVCLOG-STATUS NOT = '00'
020800         MOVE 16 TO SVC-RETURN-CODE
020810         GO TO 3110-EXIT
020820     END-IF.
020830     WRITE SESSION-LOG-REC.
020840     CLOSE SESSION-LOG-FILE.
020850 3110-EXIT.
020860     EXIT.
020870*===========================================================*
020880* 4000-REFRESH-TABLES - LOAD THE GENERATION THE TABLE       *
020890* CATALOG NAMES FOR TODAY INTO THE STANDBY BANK, PROVE IT   *
020900* WITH THE BATCH LOAD VALIDATOR'S CHECKS AND MAKE IT LIVE.  *
020910* A LOAD FAILURE (16) OR A VALIDATION ERROR (20) LEAVES THE *
020920* LIVE TABLES IN PLACE; A CATALOG NAMING THE VERSIONS       *
020930* ALREADY LIVE RETURNS 04.  A MISSING CATALOG LEAVES TABLE  *
020940* SELECTION TO THE JCL AND ALWAYS RELOADS.  THE PROVIDER    *
020950* MASTER IS NOT RELOADED.                                   *
020960*===========================================================*
020970 4000-REFRESH-TABLES.
020980     IF NOT SERVICE-INITIALIZED
020990         MOVE 08 TO SVC-RETURN-CODE
021000         GO TO 4000-EXIT
021010     END-IF.
021020     MOVE 00 TO SVC-RETURN-CODE.
021030     MOVE 'N' TO WK-CATLG-EOF.
021040     MOVE 'N' TO WK-CATLG-SEEN-SW.
021050     PERFORM 1810-LOAD-CATALOG-VERSIONS THRU 1810-EXIT.
021060     IF CATALOG-PRESENT
021070        AND WK-CAT-VER-TABLE = WK-BANK-CAT-VERS(WK-LIVE-BANK)
021080         DISPLAY 'PPSVC215 - TABLE REFRESH - NO NEW GENERATION '
021090                 'IN THE CATALOG - TABLES UNCHANGED'
021100         MOVE 04 TO SVC-RETURN-CODE
021110         GO TO 4000-EXIT
021120     END-IF.
021130     MOVE WK-STANDBY-BANK TO WK-ADDR-BANK.
021140     PERFORM 0100-ADDRESS-TABLES THRU 0100-EXIT.
021150     PERFORM 4100-LOAD-STANDBY THRU 4100-EXIT.
021160     IF SVC-RETURN-CODE NOT = 00
021170         DISPLAY 'PPSVC215 - TABLE REFRESH - STANDBY LOAD '
021180                 'FAILED - LIVE TABLES KEPT'
021190         GO TO 4000-READDRESS-LIVE
021200     END-IF.
021210     PERFORM 4500-VALIDATE-STANDBY THRU 4500-EXIT.
021220     IF WK-REFVAL-ERRORS > 0
021230         DISPLAY 'PPSVC215 - TABLE REFRESH - STANDBY FAILED '
021240                 'VALIDATION - LIVE TABLES KEPT'
021250         MOVE 20 TO SVC-RETURN-CODE
021260         GO TO 4000-READDRESS-LIVE
021270     END-IF.
021280     PERFORM 1900-STAMP-TABLE-SET THRU 1900-EXIT.
021290     MOVE WK-LIVE-BANK TO WK-STANDBY-BANK.
021300     MOVE WK-ADDR-BANK TO WK-LIVE-BANK.
021310     DISPLAY 'PPSVC215 - TABLE REFRESH - GENERATION '
021320             WK-BANK-GENERATION(WK-LIVE-BANK) ' NOW LIVE'.
021330 4000-READDRESS-LIVE.
021340     MOVE WK-LIVE-BANK TO WK-ADDR-BANK.
021350     PERFORM 0100-ADDRESS-TABLES THRU 0100-EXIT.
021360 4000-EXIT.
021370     EXIT.
021380*-----------------------------------------------------------*
021390* 4100-LOAD-STANDBY - CLEAR THE STANDBY BANK AND RUN THE    *
021400* REGION LOADERS INTO IT.                                   *
021410*-----------------------------------------------------------*
021420 4100-LOAD-STANDBY.
021430     MOVE SPACES TO WK-TABLE-BANK(WK-ADDR-BANK).
021440     MOVE ALL 'N' TO WK-EOF-SWITCHES.
021450     MOVE ZEROES TO WK-MSAX-COUNT    WK-CBSA-COUNT
021460                    WK-NEWTECH-COUNT WK-DRGWT-COUNT
021470                    WK-NDCRATE-COUNT WK-OPRATE-COUNT
021480                    WK-STCCR-COUNT   WK-GEODSG-COUNT
021490                    WK-RUFL-COUNT    WK-PREVWI-COUNT
021500                    WK-OUTMIG-COUNT  WK-MIDNT-COUNT
021510                    WK-DSPCTL-COUNT  WK-DSPCTL-BADRECS.
021520     MOVE LOW-VALUES TO WK-LAST-MSAX-KEY.
021530     MOVE LOW-VALUES TO WK-LAST-CBSA-KEY.
021540     PERFORM 1200-LOAD-MSAX THRU 1200-EXIT.
021550     PERFORM 1300-LOAD-CBSA THRU 1300-EXIT.
021560     PERFORM 1400-LOAD-NEWTECH THRU 1400-EXIT.
021570     PERFORM 1500-LOAD-DRGWT THRU 1500-EXIT.
021580     PERFORM 1600-LOAD-NDC THRU 1600-EXIT.
021590     PERFORM 1700-LOAD-OPER-RATES THRU 1700-EXIT.
021600     PERFORM 1750-LOAD-STATE-CCR THRU 1750-EXIT.
021610     PERFORM 1770-LOAD-GEO-DESIG THRU 1770-EXIT.
021620     PERFORM 1782-LOAD-RURAL-FLOOR THRU 1782-EXIT.
021630     PERFORM 1784-LOAD-PRIOR-WI THRU 1784-EXIT.
021640     PERFORM 1786-LOAD-OUTMIG THRU 1786-EXIT.
021650     PERFORM 1788-LOAD-MIDNIGHT THRU 1788-EXIT.
021660     PERFORM 1790-LOAD-DISPATCH THRU 1790-EXIT.
021670 4100-EXIT.
021680     EXIT.
021690*===========================================================*
021700* 4500-VALIDATE-STANDBY - CONTENT-CHECK THE STANDBY TABLES  *
021710* AS PPBAT215'S LOAD VALIDATOR DOES.  EACH FINDING GOES TO  *
021720* THE JOB LOG; ANY ERROR KEEPS THE LIVE TABLES.             *
021730*===========================================================*
021740 4500-VALIDATE-STANDBY.
021750     MOVE ZEROES TO WK-REFVAL-ERRORS.
021760     MOVE ZEROES TO WK-REFVAL-WARNINGS.
021770     PERFORM 4510-VALIDATE-NEWTECH THRU 4510-EXIT.
021780     PERFORM 4520-VALIDATE-DRGWT THRU 4520-EXIT.
021790     PERFORM 4540-VALIDATE-NDC-RATES THRU 4540-EXIT.
021800     PERFORM 4570-VALIDATE-OPER-RATES THRU 4570-EXIT.
021810     PERFORM 4576-VALIDATE-STATE-CCR THRU 4576-EXIT.
021820     PERFORM 4580-VALIDATE-GEO-DESIG THRU 4580-EXIT.
021830     PERFORM 4586-VALIDATE-RURAL-FLOOR THRU 4586-EXIT.
021840     PERFORM 4590-VALIDATE-PRIOR-WI THRU 4590-EXIT.
021850     PERFORM 4593-VALIDATE-OUTMIG THRU 4593-EXIT.
021860     PERFORM 4596-VALIDATE-MIDNIGHT THRU 4596-EXIT.
021870     PERFORM 4599-VALIDATE-DISPATCH THRU 4599-EXIT.
021880     PERFORM 4560-VALIDATE-CAPACITY THRU 4560-EXIT.
021890     DISPLAY 'PPSVC215 - REF VALIDATION ERRORS   : '
021900             WK-REFVAL-ERRORS.
021910     DISPLAY 'PPSVC215 - REF VALIDATION WARNINGS : '
021920             WK-REFVAL-WARNINGS.
021930 4500-EXIT.
021940     EXIT.
021950 4505-WRITE-REFVAL-ERROR.
021960     MOVE 'ERROR' TO WK-RV-SEVERITY.
021970     ADD 1 TO WK-REFVAL-ERRORS.
021980     DISPLAY 'PPSVC215 - ' WK-RV-DETAIL-LINE.
021990 4505-EXIT.
022000     EXIT.
022010 4506-WRITE-REFVAL-WARN.
022020     MOVE 'WARN ' TO WK-RV-SEVERITY.
022030     ADD 1 TO WK-REFVAL-WARNINGS.
022040     DISPLAY 'PPSVC215 - ' WK-RV-DETAIL-LINE.
022050 4506-EXIT.
022060     EXIT.
022070 4510-VALIDATE-NEWTECH.
022080     MOVE 'NEW-TECH-TABLE' TO WK-RV-TABLE-NAME.
022090     PERFORM 4512-CHECK-ONE-NT THRU 4512-EXIT
022100         VARYING WK-RV-I FROM 1 BY 1
022110         UNTIL WK-RV-I > WK-NEWTECH-COUNT.
022120 4510-EXIT.
022130     EXIT.
022140 4512-CHECK-ONE-NT.
022150     MOVE NT-PROC-CODE(WK-RV-I) TO WK-RV-KEY.
022160     IF NT-EFF-DATE(WK-RV-I) > NT-END-DATE(WK-RV-I)
022170         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
022180         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
022190     END-IF.
022200     IF NT-ADDON-PCT(WK-RV-I) = 0
022210         MOVE 'ZERO ADD-ON PERCENT' TO WK-RV-REASON
022220         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
022230     END-IF.
022240     IF NT-ADDON-CAP(WK-RV-I) = 0
022250         MOVE 'ZERO ADD-ON CAP' TO WK-RV-REASON
022260         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
022270     END-IF.
022280     PERFORM 4514-CHECK-NT-OVERLAP THRU 4514-EXIT
022290         VARYING WK-RV-J FROM 1 BY 1
022300         UNTIL WK-RV-J NOT < WK-RV-I.
022310 4512-EXIT.
022320     EXIT.
022330 4514-CHECK-NT-OVERLAP.
022340     IF NT-PROC-CODE(WK-RV-J) = NT-PROC-CODE(WK-RV-I)
022350        AND NT-EFF-DATE(WK-RV-I) NOT > NT-END-DATE(WK-RV-J)
022360        AND NT-EFF-DATE(WK-RV-J) NOT > NT-END-DATE(WK-RV-I)
022370         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
022380             TO WK-RV-REASON
022390         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
022400     END-IF.
022410 4514-EXIT.
022420     EXIT.
022430 4520-VALIDATE-DRGWT.
022440     MOVE 'DRG-WEIGHT-TABLE' TO WK-RV-TABLE-NAME.
022450     PERFORM 4522-CHECK-ONE-DW THRU 4522-EXIT
022460         VARYING WK-RV-I FROM 1 BY 1
022470         UNTIL WK-RV-I > WK-DRGWT-COUNT.
022480 4520-EXIT.
022490     EXIT.
022500 4522-CHECK-ONE-DW.
022510     MOVE DWF-DRG(WK-RV-I) TO WK-RV-KEY.
022520     IF DWF-WT(WK-RV-I) = 0
022530         MOVE 'ZERO RELATIVE WEIGHT' TO WK-RV-REASON
022540         PERFORM 4506-WRITE-REFVAL-WARN THRU 4506-EXIT
022550     END-IF.
022560     PERFORM 4524-CHECK-DW-DUP THRU 4524-EXIT
022570         VARYING WK-RV-J FROM 1 BY 1
022580         UNTIL WK-RV-J NOT < WK-RV-I.
022590 4522-EXIT.
022600     EXIT.
022610 4524-CHECK-DW-DUP.
022620     IF DWF-DRG(WK-RV-J) = DWF-DRG(WK-RV-I)
022630         MOVE 'DUPLICATE DRG' TO WK-RV-REASON
022640         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
022650     END-IF.
022660 4524-EXIT.
022670     EXIT.
022680 4540-VALIDATE-NDC-RATES.
022690     MOVE 'NDC-RATE-TABLE' TO WK-RV-TABLE-NAME.
022700     PERFORM 4542-CHECK-ONE-NR THRU 4542-EXIT
022710         VARYING WK-RV-I FROM 1 BY 1
022720         UNTIL WK-RV-I > WK-NDCRATE-COUNT.
022730 4540-EXIT.
022740     EXIT.
022750 4542-CHECK-ONE-NR.
022760     MOVE NR-NDC(WK-RV-I) TO WK-RV-KEY.
022770     IF NR-EFF-DATE(WK-RV-I) > NR-END-DATE(WK-RV-I)
022780         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
022790         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
022800     END-IF.
022810     IF NR-ALLOWANCE(WK-RV-I) = 0
022820         MOVE 'ZERO ALLOWANCE' TO WK-RV-REASON
022830         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
022840     END-IF.
022850     PERFORM 4544-CHECK-NR-OVERLAP THRU 4544-EXIT
022860         VARYING WK-RV-J FROM 1 BY 1
022870         UNTIL WK-RV-J NOT < WK-RV-I.
022880 4542-EXIT.
022890     EXIT.
022900 4544-CHECK-NR-OVERLAP.
022910     IF NR-NDC(WK-RV-J) = NR-NDC(WK-RV-I)
022920        AND NR-EFF-DATE(WK-RV-I) NOT > NR-END-DATE(WK-RV-J)
022930        AND NR-EFF-DATE(WK-RV-J) NOT > NR-END-DATE(WK-RV-I)
022940         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
022950             TO WK-RV-REASON
022960         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
022970     END-IF.
022980 4544-EXIT.
022990     EXIT.
023000 4570-VALIDATE-OPER-RATES.
023010     MOVE 'OPER-RATE-TABLE' TO WK-RV-TABLE-NAME.
023020     PERFORM 4572-CHECK-ONE-OR THRU 4572-EXIT
023030         VARYING WK-RV-I FROM 1 BY 1
023040         UNTIL WK-RV-I > WK-OPRATE-COUNT.
023050 4570-EXIT.
023060     EXIT.
023070 4572-CHECK-ONE-OR.
023080     MOVE SPACES TO WK-RV-KEY.
023090     MOVE OPRT-TABLE-NO(WK-RV-I) TO WK-RV-KEY(1:1).
023100     MOVE OPRT-EFF-DATE(WK-RV-I) TO WK-RV-KEY(3:8).
023110     IF OPRT-TABLE-NO(WK-RV-I) < 1
023120        OR OPRT-TABLE-NO(WK-RV-I) > 8
023130         MOVE 'RATE TABLE NUMBER NOT 1-8' TO WK-RV-REASON
023140         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023150     END-IF.
023160     IF OPRT-EFF-DATE(WK-RV-I) > OPRT-END-DATE(WK-RV-I)
023170         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
023180         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023190     END-IF.
023200     IF OPRT-LABOR(WK-RV-I) = 0
023210         MOVE 'ZERO LABOR SHARE' TO WK-RV-REASON
023220         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023230     END-IF.
023240     IF OPRT-NLABOR(WK-RV-I) = 0
023250         MOVE 'ZERO NONLABOR SHARE' TO WK-RV-REASON
023260         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023270     END-IF.
023280     PERFORM 4574-CHECK-OR-OVERLAP THRU 4574-EXIT
023290         VARYING WK-RV-J FROM 1 BY 1
023300         UNTIL WK-RV-J NOT < WK-RV-I.
023310 4572-EXIT.
023320     EXIT.
023330 4574-CHECK-OR-OVERLAP.
023340     IF OPRT-TABLE-NO(WK-RV-J) = OPRT-TABLE-NO(WK-RV-I)
023350        AND OPRT-EFF-DATE(WK-RV-I) NOT > OPRT-END-DATE(WK-RV-J)
023360        AND OPRT-EFF-DATE(WK-RV-J) NOT > OPRT-END-DATE(WK-RV-I)
023370         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
023380             TO WK-RV-REASON
023390         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023400     END-IF.
023410 4574-EXIT.
023420     EXIT.
023430 4576-VALIDATE-STATE-CCR.
023440     MOVE 'STATE-CCR-TABLE' TO WK-RV-TABLE-NAME.
023450     PERFORM 4577-CHECK-ONE-SC THRU 4577-EXIT
023460         VARYING WK-RV-I FROM 1 BY 1
023470         UNTIL WK-RV-I > WK-STCCR-COUNT.
023480 4576-EXIT.
023490     EXIT.
023500 4577-CHECK-ONE-SC.
023510     MOVE SPACES TO WK-RV-KEY.
023520     MOVE SCCR-STATE(WK-RV-I)    TO WK-RV-KEY(1:2).
023530     MOVE SCCR-AREA(WK-RV-I)     TO WK-RV-KEY(3:1).
023540     MOVE SCCR-EFF-DATE(WK-RV-I) TO WK-RV-KEY(4:8).
023550     IF NOT SCCR-URBAN(WK-RV-I)
023560        AND NOT SCCR-RURAL(WK-RV-I)
023570        AND NOT SCCR-NATIONAL-CEILING(WK-RV-I)
023580         MOVE 'AREA NOT U, R OR N' TO WK-RV-REASON
023590         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023600     END-IF.
023610     IF SCCR-NATIONAL-CEILING(WK-RV-I)
023620        AND SCCR-STATE(WK-RV-I) NOT = 'US'
023630         MOVE 'CEILING ROW NOT STATE US' TO WK-RV-REASON
023640         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023650     END-IF.
023660     IF SCCR-EFF-DATE(WK-RV-I) > SCCR-END-DATE(WK-RV-I)
023670         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
023680         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023690     END-IF.
023700     IF SCCR-OPER-CCR(WK-RV-I) = 0
023710         MOVE 'ZERO OPERATING CCR' TO WK-RV-REASON
023720         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023730     END-IF.
023740     IF SCCR-CAPI-CCR(WK-RV-I) = 0
023750         MOVE 'ZERO CAPITAL CCR' TO WK-RV-REASON
023760         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023770     END-IF.
023780     PERFORM 4578-CHECK-SC-OVERLAP THRU 4578-EXIT
023790         VARYING WK-RV-J FROM 1 BY 1
023800         UNTIL WK-RV-J NOT < WK-RV-I.
023810 4577-EXIT.
023820     EXIT.
023830 4578-CHECK-SC-OVERLAP.
023840     IF SCCR-STATE(WK-RV-J) = SCCR-STATE(WK-RV-I)
023850        AND SCCR-AREA(WK-RV-J) = SCCR-AREA(WK-RV-I)
023860        AND SCCR-EFF-DATE(WK-RV-I) NOT > SCCR-END-DATE(WK-RV-J)
023870        AND SCCR-EFF-DATE(WK-RV-J) NOT > SCCR-END-DATE(WK-RV-I)
023880         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
023890             TO WK-RV-REASON
023900         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
023910     END-IF.
023920 4578-EXIT.
023930     EXIT.
023940 4580-VALIDATE-GEO-DESIG.
023950     MOVE 'GEO-DESIG-TABLE' TO WK-RV-TABLE-NAME.
023960     PERFORM 4582-CHECK-ONE-GD THRU 4582-EXIT
023970         VARYING WK-RV-I FROM 1 BY 1
023980         UNTIL WK-RV-I > WK-GEODSG-COUNT.
023990 4580-EXIT.
024000     EXIT.
024010 4582-CHECK-ONE-GD.
024020     MOVE SPACES TO WK-RV-KEY.
024030     MOVE GEOD-TYPE(WK-RV-I) TO WK-RV-KEY(1:1).
024040     IF GEOD-PROVIDER(WK-RV-I) NOT = SPACES
024050         MOVE GEOD-PROVIDER(WK-RV-I)  TO WK-RV-KEY(2:6)
024060     ELSE
024070         MOVE GEOD-STATE(WK-RV-I)     TO WK-RV-KEY(2:2)
024080         MOVE GEOD-FROM-AREA(WK-RV-I) TO WK-RV-KEY(4:5)
024090     END-IF.
024100     MOVE GEOD-FY(WK-RV-I) TO WK-RV-KEY(8:4).
024110     IF NOT GEOD-SEC401(WK-RV-I)
024120        AND NOT GEOD-FLOOR(WK-RV-I)
024130        AND NOT GEOD-LUGAR(WK-RV-I)
024140        AND NOT GEOD-QUARTILE(WK-RV-I)
024150         MOVE 'TYPE NOT 4, F, L OR Q' TO WK-RV-REASON
024160         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024170     END-IF.
024180     IF GEOD-EFF-DATE(WK-RV-I) > GEOD-END-DATE(WK-RV-I)
024190         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
024200         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024210     END-IF.
024220     COMPUTE WK-GEODSG-FY-BEGIN =
024230         (GEOD-FY(WK-RV-I) - 1) * 10000 + 1001.
024240     COMPUTE WK-GEODSG-FY-END =
024250         GEOD-FY(WK-RV-I) * 10000 + 0930.
024260     IF GEOD-EFF-DATE(WK-RV-I) < WK-GEODSG-FY-BEGIN
024270        OR GEOD-END-DATE(WK-RV-I) > WK-GEODSG-FY-END
024280         MOVE 'DATES OUTSIDE FISCAL YEAR' TO WK-RV-REASON
024290         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024300     END-IF.
024310     IF (GEOD-SEC401(WK-RV-I) OR GEOD-LUGAR(WK-RV-I))
024320        AND GEOD-PROVIDER(WK-RV-I) = SPACES
024330         MOVE 'PROVIDER NUMBER MISSING' TO WK-RV-REASON
024340         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024350     END-IF.
024360     IF GEOD-FLOOR(WK-RV-I)
024370        AND (GEOD-STATE(WK-RV-I) = SPACES
024380             OR GEOD-FROM-AREA(WK-RV-I) = SPACES)
024390         MOVE 'FLOOR ROW WITHOUT STATE/FROM-AREA' TO WK-RV-REASON
024400         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024410     END-IF.
024420     IF GEOD-LUGAR(WK-RV-I)
024430        AND GEOD-FROM-AREA(WK-RV-I) = SPACES
024440         MOVE 'LUGAR ROW WITHOUT FROM-AREA' TO WK-RV-REASON
024450         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024460     END-IF.
024470     IF (GEOD-SEC401(WK-RV-I) OR GEOD-FLOOR(WK-RV-I))
024480        AND GEOD-TO-AREA(WK-RV-I) = SPACES
024490         MOVE 'TO-AREA MISSING' TO WK-RV-REASON
024500         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024510     END-IF.
024520     IF (GEOD-LUGAR(WK-RV-I) OR GEOD-QUARTILE(WK-RV-I))
024530        AND GEOD-WAGE-INDEX(WK-RV-I) = 0
024540         MOVE 'ZERO WAGE INDEX' TO WK-RV-REASON
024550         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024560     END-IF.
024570     IF GEOD-QUARTILE(WK-RV-I)
024580        AND (GEOD-PROVIDER(WK-RV-I) NOT = SPACES
024590             OR GEOD-STATE(WK-RV-I) NOT = SPACES
024600             OR GEOD-FROM-AREA(WK-RV-I) NOT = SPACES)
024610         MOVE 'QUARTILE ROW NOT NATIONAL' TO WK-RV-REASON
024620         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024630     END-IF.
024640     PERFORM 4584-CHECK-GD-OVERLAP THRU 4584-EXIT
024650         VARYING WK-RV-J FROM 1 BY 1
024660         UNTIL WK-RV-J NOT < WK-RV-I.
024670 4582-EXIT.
024680     EXIT.
024690 4584-CHECK-GD-OVERLAP.
024700     IF GEOD-TYPE(WK-RV-J) = GEOD-TYPE(WK-RV-I)
024710        AND GEOD-PROVIDER(WK-RV-J) = GEOD-PROVIDER(WK-RV-I)
024720        AND GEOD-STATE(WK-RV-J) = GEOD-STATE(WK-RV-I)
024730        AND GEOD-FROM-AREA(WK-RV-J) = GEOD-FROM-AREA(WK-RV-I)
024740        AND GEOD-EFF-DATE(WK-RV-I) NOT > GEOD-END-DATE(WK-RV-J)
024750        AND GEOD-EFF-DATE(WK-RV-J) NOT > GEOD-END-DATE(WK-RV-I)
024760         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
024770             TO WK-RV-REASON
024780         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024790     END-IF.
024800 4584-EXIT.
024810     EXIT.
024820 4586-VALIDATE-RURAL-FLOOR.
024830     MOVE 'RURAL-FLOOR-TABLE' TO WK-RV-TABLE-NAME.
024840     PERFORM 4587-CHECK-ONE-RF THRU 4587-EXIT
024850         VARYING WK-RV-I FROM 1 BY 1
024860         UNTIL WK-RV-I > WK-RUFL-COUNT.
024870 4586-EXIT.
024880     EXIT.
024890 4587-CHECK-ONE-RF.
024900     MOVE SPACES TO WK-RV-KEY.
024910     MOVE RUFL-CBSA(WK-RV-I) TO WK-RV-KEY(1:5).
024920     IF RUFL-CBSA(WK-RV-I) = SPACES
024930         MOVE 'BLANK CBSA' TO WK-RV-REASON
024940         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
024950     END-IF.
024960     IF RUFL-EFF-DATE(WK-RV-I) NOT NUMERIC
024970        OR RUFL-EFF-DATE(WK-RV-I) = 0
024980         MOVE 'MISSING EFFECTIVE DATE' TO WK-RV-REASON
024990         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025000     END-IF.
025010     IF RUFL-WI3(WK-RV-I) NOT NUMERIC
025020        OR RUFL-WI3(WK-RV-I) = 0
025030         MOVE 'ZERO OR NON-NUMERIC WAGE INDEX' TO WK-RV-REASON
025040         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025050     END-IF.
025060     PERFORM 4588-CHECK-RF-DUP THRU 4588-EXIT
025070         VARYING WK-RV-J FROM 1 BY 1
025080         UNTIL WK-RV-J NOT < WK-RV-I.
025090 4587-EXIT.
025100     EXIT.
025110 4588-CHECK-RF-DUP.
025120     IF RUFL-CBSA(WK-RV-J) = RUFL-CBSA(WK-RV-I)
025130         MOVE 'DUPLICATE CBSA' TO WK-RV-REASON
025140         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025150     END-IF.
025160 4588-EXIT.
025170     EXIT.
025180 4590-VALIDATE-PRIOR-WI.
025190     MOVE 'PREV-WI-TABLE' TO WK-RV-TABLE-NAME.
025200     PERFORM 4591-CHECK-ONE-PW THRU 4591-EXIT
025210         VARYING WK-RV-I FROM 1 BY 1
025220         UNTIL WK-RV-I > WK-PREVWI-COUNT.
025230 4590-EXIT.
025240     EXIT.
025250 4591-CHECK-ONE-PW.
025260     MOVE SPACES TO WK-RV-KEY.
025270     MOVE PREV-PROV(WK-RV-I) TO WK-RV-KEY(1:6).
025280     IF PREV-PROV(WK-RV-I) = SPACES
025290         MOVE 'BLANK PROVIDER NUMBER' TO WK-RV-REASON
025300         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025310     END-IF.
025320     IF PREV-WI(WK-RV-I) NOT NUMERIC
025330        OR PREV-WI(WK-RV-I) = 0
025340         MOVE 'ZERO OR NON-NUMERIC WAGE INDEX' TO WK-RV-REASON
025350         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025360     END-IF.
025370     IF WK-RV-I = 1
025380         GO TO 4591-EXIT
025390     END-IF.
025400     COMPUTE WK-RV-J = WK-RV-I - 1.
025410     IF PREV-PROV(WK-RV-J) = PREV-PROV(WK-RV-I)
025420         MOVE 'DUPLICATE PROVIDER' TO WK-RV-REASON
025430         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025440     END-IF.
025450     IF PREV-PROV(WK-RV-J) > PREV-PROV(WK-RV-I)
025460         MOVE 'OUT OF PROVIDER SEQUENCE' TO WK-RV-REASON
025470         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025480     END-IF.
025490 4591-EXIT.
025500     EXIT.
025510 4593-VALIDATE-OUTMIG.
025520     MOVE 'OUTM-ADJ-TABLE' TO WK-RV-TABLE-NAME.
025530     PERFORM 4594-CHECK-ONE-OM THRU 4594-EXIT
025540         VARYING WK-RV-I FROM 1 BY 1
025550         UNTIL WK-RV-I > WK-OUTMIG-COUNT.
025560 4593-EXIT.
025570     EXIT.
025580 4594-CHECK-ONE-OM.
025590     MOVE SPACES TO WK-RV-KEY.
025600     MOVE OUTM-CNTY(WK-RV-I) TO WK-RV-KEY(1:5).
025610     IF OUTM-CNTY(WK-RV-I) = SPACES
025620         MOVE 'BLANK COUNTY CODE' TO WK-RV-REASON
025630         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025640     END-IF.
025650     IF OUTM-EFF-DATE(WK-RV-I) NOT NUMERIC
025660        OR OUTM-EFF-DATE(WK-RV-I) = 0
025670         MOVE 'MISSING EFFECTIVE DATE' TO WK-RV-REASON
025680         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025690     END-IF.
025700     IF OUTM-ADJ-FACT(WK-RV-I) NOT NUMERIC
025710        OR OUTM-ADJ-FACT(WK-RV-I) = 0
025720         MOVE 'ZERO OR NON-NUMERIC ADJUSTMENT' TO WK-RV-REASON
025730         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025740     END-IF.
025750     IF WK-RV-I = 1
025760         GO TO 4594-EXIT
025770     END-IF.
025780     COMPUTE WK-RV-J = WK-RV-I - 1.
025790     IF OUTM-CNTY(WK-RV-J) = OUTM-CNTY(WK-RV-I)
025800        AND OUTM-EFF-DATE(WK-RV-J) = OUTM-EFF-DATE(WK-RV-I)
025810         MOVE 'DUPLICATE COUNTY AND EFFECTIVE DATE'
025820             TO WK-RV-REASON
025830         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025840     END-IF.
025850     IF OUTM-CNTY(WK-RV-J) > OUTM-CNTY(WK-RV-I)
025860        OR (OUTM-CNTY(WK-RV-J) = OUTM-CNTY(WK-RV-I)
025870            AND OUTM-EFF-DATE(WK-RV-J) > OUTM-EFF-DATE(WK-RV-I))
025880         MOVE 'OUT OF COUNTY/DATE SEQUENCE' TO WK-RV-REASON
025890         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
025900     END-IF.
025910 4594-EXIT.
025920     EXIT.
025930 4596-VALIDATE-MIDNIGHT.
025940     MOVE 'MID-ADJ-TABLE' TO WK-RV-TABLE-NAME.
025950     PERFORM 4597-CHECK-ONE-MN THRU 4597-EXIT
025960         VARYING WK-RV-I FROM 1 BY 1
025970         UNTIL WK-RV-I > WK-MIDNT-COUNT.
025980 4596-EXIT.
025990     EXIT.
026000 4597-CHECK-ONE-MN.
026010     MOVE SPACES TO WK-RV-KEY.
026020     MOVE WK-MID-MSAX(WK-RV-I) TO WK-RV-KEY(1:4).
026030     IF WK-MID-MSAX(WK-RV-I) = SPACES
026040         MOVE 'BLANK MSA' TO WK-RV-REASON
026050         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026060     END-IF.
026070     IF MID-ADJ-FACT(WK-RV-I) NOT NUMERIC
026080        OR MID-ADJ-FACT(WK-RV-I) = 0
026090         MOVE 'ZERO OR NON-NUMERIC ADJUSTMENT' TO WK-RV-REASON
026100         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026110     END-IF.
026120     PERFORM 4598-CHECK-MN-DUP THRU 4598-EXIT
026130         VARYING WK-RV-J FROM 1 BY 1
026140         UNTIL WK-RV-J NOT < WK-RV-I.
026150 4597-EXIT.
026160     EXIT.
026170 4598-CHECK-MN-DUP.
026180     IF WK-MID-MSAX(WK-RV-J) = WK-MID-MSAX(WK-RV-I)
026190         MOVE 'DUPLICATE MSA' TO WK-RV-REASON
026200         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026210     END-IF.
026220 4598-EXIT.
026230     EXIT.
026240 4599-VALIDATE-DISPATCH.
026250     MOVE 'DISP-CTL-TABLE' TO WK-RV-TABLE-NAME.
026260     IF WK-DSPCTL-COUNT = 0
026270         GO TO 4599-EXIT
026280     END-IF.
026290     MOVE SPACES TO WK-RV-KEY.
026300     MOVE DSPC-VERSION TO WK-RV-KEY(1:8).
026310     IF DSPC-VERSION = SPACES
026320         MOVE 'MISSING VERSION HEADER RECORD' TO WK-RV-REASON
026330         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026340     END-IF.
026350     IF WK-DSPCTL-BADRECS > 0
026360         MOVE 'UNRECOGNIZED RECORD TYPE ON FILE' TO WK-RV-REASON
026370         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026380     END-IF.
026390     MOVE ZEROES TO WK-DSPCTL-PREV-I.
026400     PERFORM 4599A-CHECK-ONE-DC THRU 4599A-EXIT
026410         VARYING WK-RV-I FROM 1 BY 1
026420         UNTIL WK-RV-I > WK-DSPCTL-COUNT.
026430     MOVE SPACES TO WK-RV-KEY.
026440     IF WK-DSPCTL-PREV-I = 0
026450         MOVE 'NO ACTIVE ROWS' TO WK-RV-REASON
026460         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026470         GO TO 4599-EXIT
026480     END-IF.
026490     MOVE DSPC-MODULE(WK-DSPCTL-PREV-I) TO WK-RV-KEY(1:8).
026500     IF DSPC-END-DATE(WK-DSPCTL-PREV-I) NOT = 99999999
026510         MOVE 'LAST ACTIVE ROW IS NOT OPEN-ENDED' TO WK-RV-REASON
026520         PERFORM 4506-WRITE-REFVAL-WARN THRU 4506-EXIT
026530     END-IF.
026540 4599-EXIT.
026550     EXIT.
026560 4599A-CHECK-ONE-DC.
026570     MOVE SPACES TO WK-RV-KEY.
026580     MOVE DSPC-MODULE(WK-RV-I) TO WK-RV-KEY(1:8).
026590     IF DSPC-MODULE(WK-RV-I) = SPACES
026600         MOVE 'BLANK MODULE NAME' TO WK-RV-REASON
026610         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026620     END-IF.
026630     IF DSPC-BEGIN-DATE(WK-RV-I) NOT NUMERIC
026640        OR DSPC-BEGIN-DATE(WK-RV-I) = 0
026650         MOVE 'MISSING BEGIN DATE' TO WK-RV-REASON
026660         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026670         GO TO 4599A-EXIT
026680     END-IF.
026690     IF DSPC-END-DATE(WK-RV-I) NOT NUMERIC
026700        OR DSPC-END-DATE(WK-RV-I) < DSPC-BEGIN-DATE(WK-RV-I)
026710         MOVE 'END DATE BEFORE BEGIN DATE' TO WK-RV-REASON
026720         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026730         GO TO 4599A-EXIT
026740     END-IF.
026750     IF NOT DSPC-IFACE-VALID(WK-RV-I)
026760         MOVE 'INVALID INTERFACE CODE' TO WK-RV-REASON
026770         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026780     END-IF.
026790     IF DSPC-ACTIVE(WK-RV-I) NOT = 'Y'
026800        AND DSPC-ACTIVE(WK-RV-I) NOT = 'N'
026810         MOVE 'ACTIVE FLAG NOT Y OR N' TO WK-RV-REASON
026820         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026830     END-IF.
026840     IF NOT DSPC-IS-ACTIVE(WK-RV-I)
026850         GO TO 4599A-EXIT
026860     END-IF.
026870     IF DSPC-CAL-VERSION(WK-RV-I) = SPACES
026880         MOVE 'BLANK EXPECTED CAL-VERSION' TO WK-RV-REASON
026890         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
026900     END-IF.
026910     IF WK-DSPCTL-PREV-I = 0
026920         MOVE WK-RV-I TO WK-DSPCTL-PREV-I
026930         GO TO 4599A-EXIT
026940     END-IF.
026950     MOVE WK-DSPCTL-PREV-I TO WK-RV-J.
026960     MOVE WK-RV-I TO WK-DSPCTL-PREV-I.
026970     IF DSPC-BEGIN-DATE(WK-RV-I) < DSPC-BEGIN-DATE(WK-RV-J)
026980         MOVE 'OUT OF BEGIN-DATE SEQUENCE' TO WK-RV-REASON
026990         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027000         GO TO 4599A-EXIT
027010     END-IF.
027020     IF DSPC-BEGIN-DATE(WK-RV-I) NOT > DSPC-END-DATE(WK-RV-J)
027030         MOVE 'DATE RANGE OVERLAPS PRIOR ACTIVE ROW'
027040             TO WK-RV-REASON
027050         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027060         GO TO 4599A-EXIT
027070     END-IF.
027080     MOVE DSPC-END-DATE(WK-RV-J) TO WK-AM-DATE.
027090     PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT.
027100     IF DSPC-BEGIN-DATE(WK-RV-I) NOT = WK-AM-DATE
027110         MOVE 'DATE GAP AFTER PRIOR ACTIVE ROW' TO WK-RV-REASON
027120         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027130     END-IF.
027140 4599A-EXIT.
027150     EXIT.
027160 4560-VALIDATE-CAPACITY.
027170     MOVE SPACES TO WK-RV-KEY.
027180     IF WK-NEWTECH-COUNT >= 100
027190         MOVE 'NEW-TECH-TABLE' TO WK-RV-TABLE-NAME
027200         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027210         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027220     END-IF.
027230     IF WK-DRGWT-COUNT >= 800
027240         MOVE 'DRG-WEIGHT-TABLE' TO WK-RV-TABLE-NAME
027250         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027260         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027270     END-IF.
027280     IF WK-OPRATE-COUNT >= 40
027290         MOVE 'OPER-RATE-TABLE' TO WK-RV-TABLE-NAME
027300         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027310         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027320     END-IF.
027330     IF WK-STCCR-COUNT >= 400
027340         MOVE 'STATE-CCR-TABLE' TO WK-RV-TABLE-NAME
027350         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027360         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027370     END-IF.
027380     IF WK-GEODSG-COUNT >= 2000
027390         MOVE 'GEO-DESIG-TABLE' TO WK-RV-TABLE-NAME
027400         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027410         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027420     END-IF.
027430     IF WK-RUFL-COUNT >= 500
027440         MOVE 'RURAL-FLOOR-TABLE' TO WK-RV-TABLE-NAME
027450         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027460         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027470     END-IF.
027480     IF WK-PREVWI-COUNT >= 6000
027490         MOVE 'PREV-WI-TABLE' TO WK-RV-TABLE-NAME
027500         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027510         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027520     END-IF.
027530     IF WK-OUTMIG-COUNT >= 3000
027540         MOVE 'OUTM-ADJ-TABLE' TO WK-RV-TABLE-NAME
027550         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027560         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027570     END-IF.
027580     IF WK-MIDNT-COUNT >= 500
027590         MOVE 'MID-ADJ-TABLE' TO WK-RV-TABLE-NAME
027600         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027610         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027620     END-IF.
027630     IF WK-DSPCTL-COUNT >= 60
027640         MOVE 'DISP-CTL-TABLE' TO WK-RV-TABLE-NAME
027650         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
027660         PERFORM 4505-WRITE-REFVAL-ERROR THRU 4505-EXIT
027670     END-IF.
027680 4560-EXIT.
027690     EXIT.
027700*===========================================================*
027710* 8520-ADD-ONE-DAY - ADVANCE WK-AM-DATE (CCYYMMDD) ONE DAY. *
027720*===========================================================*
027730 8520-ADD-ONE-DAY.
027740     PERFORM 8535-MONTH-LENGTH THRU 8535-EXIT.
027750     ADD 1 TO WK-AM-DD.
027760     IF WK-AM-DD > WK-AM-LAST-DAY
027770         MOVE 1 TO WK-AM-DD
027780         ADD 1 TO WK-AM-MM
027790         IF WK-AM-MM > 12
027800             MOVE 1 TO WK-AM-MM
027810             ADD 1 TO WK-AM-YYYY
027820         END-IF
027830     END-IF.
027840 8520-EXIT.
027850     EXIT.
027860 8535-MONTH-LENGTH.
027870     MOVE WK-AM-MLEN(WK-AM-MM) TO WK-AM-LAST-DAY.
027880     IF WK-AM-MM NOT = 2
027890         GO TO 8535-EXIT
027900     END-IF.
027910     DIVIDE WK-AM-YYYY BY 4 GIVING WK-AM-QUOT
027920         REMAINDER WK-AM-REM.
027930     IF WK-AM-REM NOT = 0
027940         GO TO 8535-EXIT
027950     END-IF.
027960     MOVE 29 TO WK-AM-LAST-DAY.
027970     DIVIDE WK-AM-YYYY BY 100 GIVING WK-AM-QUOT
027980         REMAINDER WK-AM-REM.
027990     IF WK-AM-REM NOT = 0
028000         GO TO 8535-EXIT
028010     END-IF.
028020     DIVIDE WK-AM-YYYY BY 400 GIVING WK-AM-QUOT
028030         REMAINDER WK-AM-REM.
028040     IF WK-AM-REM NOT = 0
028050         MOVE 28 TO WK-AM-LAST-DAY
028060     END-IF.
028070 8535-EXIT.
028080     EXIT.
