000570*    TWO NEW LINKAGE ITEMS AT ITS OWN WORKING-STORAGE   *
000580*    DUMMIES SO THAT THE UNCONDITIONAL WRITES FARTHER   *
000590*    DOWN NEVER TOUCH AN ADDRESS THE CALLER DIDN'T GIVE *
000600*    US.  'PPDRV215S' ADDS THE CALLER'S OWN PROVIDER- *
000610*    BREAK STATE AREA (DRVSTATE) SO ONLINE SESSIONS   *
000620*    SHARING ONE COPY OF THIS PROGRAM EACH KEEP THEIR *
000630*    OWN; THE OTHER TWO ENTRIES USE THE AREA HERE.    *
000640*******************************************************
000650 01  WK-ENTRY-MODE-SW               PIC X(01) VALUE 'O'.
000660     88  WK-EXTENDED-ENTRY-USED               VALUE 'E' 'S'.
000670     88  WK-SESSION-ENTRY-USED                VALUE 'S'.
000680     88  WK-ORIGINAL-ENTRY-USED               VALUE 'O'.
000690 COPY NTECHTAB REPLACING ==NEW-TECH-TABLE==
000700     BY ==WKD-NEW-TECH-TABLE==.
000710 COPY DRGWTTAB REPLACING ==DRG-WEIGHT-FILE-TABLE==
000720     BY ==WKD-DRG-WEIGHT-FILE-TABLE==,
000730     ==DWF-COUNT== BY ==WKD-DWF-COUNT==,
000740     ==DWF-IDX== BY ==WKD-DWF-IDX==,
000750     ==DWF-SIDX== BY ==WKD-DWF-SIDX==.
000760 COPY NDCRTTAB REPLACING ==NDC-RATE-TABLE==
000770     BY ==WKD-NDC-RATE-TABLE==,
000780     ==NDC-RT-COUNT== BY ==WKD-NDC-RT-COUNT==,
000790     ==NR-IDX== BY ==WKD-NR-IDX==,
000800     ==NR-SIDX== BY ==WKD-NR-SIDX==.
000810 COPY OPRTTAB REPLACING ==OPER-RATE-TABLE==
000820     BY ==WKD-OPER-RATE-TABLE==,
000830     ==OPRT-COUNT== BY ==WKD-OPRT-COUNT==,
000840     ==OPRT-IDX== BY ==WKD-OPRT-IDX==,
000850     ==OPRT-SIDX== BY ==WKD-OPRT-SIDX==.
000860 COPY CCRSTTAB REPLACING ==STATE-CCR-TABLE==
000870     BY ==WKD-STATE-CCR-TABLE==,
000880     ==SCCR-COUNT== BY ==WKD-SCCR-COUNT==,
000890     ==SCCR-IDX== BY ==WKD-SCCR-IDX==,
000900     ==SCCR-SIDX== BY ==WKD-SCCR-SIDX==.
000910 COPY GEODSTAB REPLACING ==GEO-DESIG-TABLE==
000920     BY ==WKD-GEO-DESIG-TABLE==,
000930     ==GEOD-COUNT== BY ==WKD-GEOD-COUNT==,
000940     ==GEOD-IDX== BY ==WKD-GEOD-IDX==,
000950     ==GEOD-SIDX== BY ==WKD-GEOD-SIDX==,
000960     ==GEOD-ENTRY== BY ==WKD-GEOD-ENTRY==,
000970     ==GEOD-TYPE== BY ==WKD-GEOD-TYPE==,
000980     ==GEOD-SEC401== BY ==WKD-GEOD-SEC401==,
000990     ==GEOD-FLOOR== BY ==WKD-GEOD-FLOOR==,
001000     ==GEOD-LUGAR== BY ==WKD-GEOD-LUGAR==,
001010     ==GEOD-QUARTILE== BY ==WKD-GEOD-QUARTILE==,
001020     ==GEOD-PROVIDER== BY ==WKD-GEOD-PROVIDER==,
001030     ==GEOD-FY== BY ==WKD-GEOD-FY==,
001040     ==GEOD-EFF-DATE== BY ==WKD-GEOD-EFF-DATE==,
001050     ==GEOD-END-DATE== BY ==WKD-GEOD-END-DATE==,
001060     ==GEOD-STATE== BY ==WKD-GEOD-STATE==,
001070     ==GEOD-FROM-AREA== BY ==WKD-GEOD-FROM-AREA==,
001080     ==GEOD-TO-AREA== BY ==WKD-GEOD-TO-AREA==,
001090     ==GEOD-SPEC-PAY-REQ== BY ==WKD-GEOD-SPEC-PAY-REQ==,
001100     ==GEOD-WAGE-INDEX== BY ==WKD-GEOD-WAGE-INDEX==.
001110 COPY RUFL200 REPLACING ==RUFL-FLOOR-TABLE==
001120     BY ==WKD-RUFL-FLOOR-TABLE==,
001130     ==RUFL-COUNT== BY ==WKD-RUFL-COUNT==,
001140     ==RUFL-TAB== BY ==WKD-RUFL-TAB==,
001150     ==RUFL-IDX== BY ==WKD-RUFL-IDX==,
001160     ==RUFL-CBSA== BY ==WKD-RUFL-CBSA==,
001170     ==RUFL-EFF-DATE== BY ==WKD-RUFL-EFF-DATE==,
001180     ==RUFL-WI3== BY ==WKD-RUFL-WI3==.
001190 COPY PREV200 REPLACING ==PREV-WI-TABLE==
001200     BY ==WKD-PREV-WI-TABLE==,
001210     ==PREV-COUNT== BY ==WKD-PREV-COUNT==,
001220     ==PREV-TAB== BY ==WKD-PREV-TAB==,
001230     ==PREV-IDX== BY ==WKD-PREV-IDX==,
001240     ==PREV-PROV== BY ==WKD-PREV-PROV==,
001250     ==PREV-WI== BY ==WKD-PREV-WI==.
001260 COPY HOUTI212 REPLACING ==OUTM-ADJ-TABLE==
001270     BY ==WKD-OUTM-ADJ-TABLE==,
001280     ==OUTM-COUNT== BY ==WKD-OUTM-COUNT==,
001290     ==OUTM-TAB== BY ==WKD-OUTM-TAB==,
001300     ==OUTM-IDX== BY ==WKD-OUTM-IDX==,
001310     ==OUTM-CNTY== BY ==WKD-OUTM-CNTY==,
001320     ==OUTM-EFF-DATE== BY ==WKD-OUTM-EFF-DATE==,
001330     ==OUTM-ADJ-FACT== BY ==WKD-OUTM-ADJ-FACT==.
001340 COPY MIDNIGHT REPLACING ==MID-ADJ-TABLE==
001350     BY ==WKD-MID-ADJ-TABLE==,
001360     ==MID-COUNT== BY ==WKD-MID-COUNT==,
001370     ==MID-ADJ-ROWS== BY ==WKD-MID-ADJ-ROWS==,
001380     ==MID-TAB== BY ==WKD-MID-TAB==,
001390     ==MID-IDX== BY ==WKD-MID-IDX==,
001400     ==WK-MID-MSAX== BY ==WKD-WK-MID-MSAX==,
001410     ==MID-ADJ-FACT== BY ==WKD-MID-ADJ-FACT==,
001420     ==MID-DATA-ROWS== BY ==WKD-MID-DATA-ROWS==,
001430     ==MID-DATA-TAB== BY ==WKD-MID-DATA-TAB==.
001440 COPY DISPCTL REPLACING ==DISP-CTL-TABLE==
001450     BY ==WKD-DISP-CTL-TABLE==,
001460     ==DSPC-VERSION== BY ==WKD-DSPC-VERSION==,
001470     ==DSPC-COUNT== BY ==WKD-DSPC-COUNT==,
001480     ==DSPC-ENTRY== BY ==WKD-DSPC-ENTRY==,
001490     ==DSPC-IDX== BY ==WKD-DSPC-IDX==,
001500     ==DSPC-SIDX== BY ==WKD-DSPC-SIDX==,
001510     ==DSPC-BEGIN-DATE== BY ==WKD-DSPC-BEGIN-DATE==,
001520     ==DSPC-END-DATE== BY ==WKD-DSPC-END-DATE==,
001530     ==DSPC-MODULE== BY ==WKD-DSPC-MODULE==,
001540     ==DSPC-CAL-VERSION== BY ==WKD-DSPC-CAL-VERSION==,
001550     ==DSPC-INTERFACE== BY ==WKD-DSPC-INTERFACE==,
001560     ==DSPC-IFACE-VALID== BY ==WKD-DSPC-IFACE-VALID==,
001570     ==DSPC-ACTIVE== BY ==WKD-DSPC-ACTIVE==,
001580     ==DSPC-IS-ACTIVE== BY ==WKD-DSPC-IS-ACTIVE==.
001590 COPY WIAUDIT REPLACING
001600     ==WI-AUDIT-RECORD==
001610         BY ==WKD-WI-AUDIT-RECORD==,
001620     ==WA-CBSA-USED==
001630         BY ==WKD-WA-CBSA-USED==,
001640     ==WA-CBSA-SIZE==
001650         BY ==WKD-WA-CBSA-SIZE==,
001660     ==WA-WI-BEFORE-FLOOR==
001670         BY ==WKD-WA-WI-BEFORE-FLOOR==,
001680     ==WA-WI-AFTER-FLOOR==
001690         BY ==WKD-WA-WI-AFTER-FLOOR==,
001700     ==WA-RURAL-FLOOR-FIRED==
001710         BY ==WKD-WA-RURAL-FLOOR-FIRED==,
001720     ==WA-OUTM-FIRED==
001730         BY ==WKD-WA-OUTM-FIRED==,
001740     ==WA-OUTM-COUNTY-CODE==
001750         BY ==WKD-WA-OUTM-COUNTY-CODE==,
001760     ==WA-OUTM-ADJ-AMOUNT==
001770         BY ==WKD-WA-OUTM-ADJ-AMOUNT==,
001780     ==WA-SUPPLEMENTAL-WI-USED==
001790         BY ==WKD-WA-SUPPL-WI-USED==,
001800     ==WA-PRIOR-YEAR-WI-USED==
001810         BY ==WKD-WA-PRIOR-YR-WI-USED==,
001820     ==WA-PRIOR-YEAR-WI-VALUE==
001830         BY ==WKD-WA-PRIOR-YR-WI-VALUE==,
001840     ==WA-INDIAN-HEALTH-WI-USED==
001850         BY ==WKD-WA-INDIAN-HLTH-WI-USED==,
001860     ==WA-PUERTO-RICO-WI-USED==
001870         BY ==WKD-WA-PR-WI-USED==,
001880     ==WA-PR-WAGE-INDEX==
001890         BY ==WKD-WA-PR-WAGE-INDEX==,
001900     ==WA-NATIONAL-WAGE-INDEX==
001910         BY ==WKD-WA-NATL-WAGE-INDEX==,
001920     ==WA-FINAL-WAGE-INDEX==
001930         BY ==WKD-WA-FINAL-WAGE-INDEX==,
001940     ==WA-FY-MODULE-DISPATCHED==
001950         BY ==WKD-WA-FY-MOD-DISPATCHED==.
001960*******************************************************
001970 01  W-AGED-TODAY                   PIC 9(08) VALUE ZEROES.
001980 01  W-AGED-CUTOFF                  PIC 9(08) VALUE ZEROES.
001990
002000 01  TABLES-LOADED-SW               PIC 9(01) VALUE 0.
002010 01  EOF-SW                         PIC 9(01) VALUE 0.
002020 01  WS-9S                          PIC X(08) VALUE '99999999'.
002030
002040 01  WI_QUARTILE_FY2020       PIC 9(02)V9(04)  VALUE 0.8457.
002050 01  WI_QUARTILE_FY2021       PIC 9(02)V9(04)  VALUE 0.8469.
002060 01  WI_PCT_REDUC_FY2020      PIC S9(01)V9(02) VALUE -0.05.
002070 01  WI_PCT_ADJ_FY2020        PIC 9(01)V9(02)  VALUE 0.95.
002080
002090*---------------------------------------------------------*
002100* GEOGRAPHIC-DESIGNATION TABLE LOOKUP WORK AREA.  WHEN    *
002110* THE CALLER PASSES A LOADED TABLE IT GOVERNS THE 401,    *
002120* RURAL FLOOR, LUGAR AND QUARTILE POLICIES; OTHERWISE THE *
002130* COMPILED LISTS AND THRESHOLDS ABOVE ARE USED.           *
002140*---------------------------------------------------------*
002150 01  WK-GEOD-LOADED-SW              PIC X(01) VALUE 'N'.
002160     88  GEOD-TABLE-LOADED                    VALUE 'Y'.
002170 01  WK-GEOD-FOUND-SW               PIC X(01) VALUE 'N'.
002180     88  GEOD-ROW-WAS-FOUND                   VALUE 'Y'.
002190 01  WK-GEOD-TYPE                   PIC X(01).
002200 01  WK-GEOD-AREA                   PIC X(05).
002210 01  WK-GEOD-PAY-IND                PIC X(01).
002220*---------------------------------------------------------*
002230* FISCAL-YEAR DISPATCH WORK AREA.  WHEN THE CALLER PASSES *
002240* A LOADED DISPATCH CONTROL TABLE IT SELECTS THE PPCAL    *
002250* MODULE FOR THE BILL; OTHERWISE THE COMPILED DEFAULT     *
002260* ROWS BELOW DO.                                          *
002270*---------------------------------------------------------*
002280 01  WK-DSPC-LOADED-SW              PIC X(01) VALUE 'N'.
002290     88  DSPC-TABLE-LOADED                    VALUE 'Y'.
002300 01  WK-DSPC-FOUND-SW               PIC X(01) VALUE 'N'.
002310     88  DSPC-ROW-WAS-FOUND                   VALUE 'Y'.
002320 01  WK-DSPC-LOOKUP-DATE            PIC 9(08) VALUE ZEROES.
002330 01  WK-DSPC-NEWEST-FY              PIC 9(08) VALUE ZEROES.
002340 01  WK-DSPC-NEWEST-FY-PARTS REDEFINES WK-DSPC-NEWEST-FY.
002350     05  WK-DSPC-NFY-YYYY           PIC 9(04).
002360     05  WK-DSPC-NFY-MM             PIC 9(02).
002370     05  WK-DSPC-NFY-DD             PIC 9(02).
002380 01  WK-DSPC-MODULE                 PIC X(08) VALUE SPACES.
002390 01  WK-DSPC-INTERFACE              PIC X(01) VALUE SPACE.
002400     88  DSPC-CALL-2021-TABLES                VALUE 'A'.
002410     88  DSPC-CALL-HOLD-MID                   VALUE 'B'.
002420     88  DSPC-CALL-HOLD                       VALUE 'C'.
002430     88  DSPC-CALL-1314                       VALUE 'D'.
002440     88  DSPC-CALL-PRE13-CBSA                 VALUE 'E'.
002450     88  DSPC-CALL-PRE13-MSA                  VALUE 'F'.
002460     88  DSPC-CALL-OLD-BILL                   VALUE 'G'.
002470     88  DSPC-CALL-VALID                      VALUE 'A' THRU 'G'.
002480
002490*---------------------------------------------------------*
002500* COMPILED DEFAULT DISPATCH ROWS - THE DISCHARGE-DATE     *
002510* RANGE EACH PPCAL MODULE PRICES, IN THE DISPCTL ROW      *
002520* LAYOUT (BEGIN, END, MODULE, CAL-VERSION, INTERFACE,     *
002530* ACTIVE).                                                *
002540*---------------------------------------------------------*
002550 01  WK-DFLT-DISP-DATA.
002560     05  FILLER PIC X(31) VALUE
002570         '1987100119880930PPCAL884     GY'.
002580     05  FILLER PIC X(31) VALUE
002590         '1988100119890930PPCAL894     GY'.
002600     05  FILLER PIC X(31) VALUE
002610         '1989100119900930PPCAL905     GY'.
002620     05  FILLER PIC X(31) VALUE
002630         '1990100119910930PPCAL915     GY'.
002640     05  FILLER PIC X(31) VALUE
002650         '1991100119920930PPCAL926     GY'.
002660     05  FILLER PIC X(31) VALUE
002670         '1992100119930930PPCAL935     GY'.
002680     05  FILLER PIC X(31) VALUE
002690         '1993100119940930PPCAL944     GY'.
002700     05  FILLER PIC X(31) VALUE
002710         '1994100119950930PPCAL954     GY'.
002720     05  FILLER PIC X(31) VALUE
002730         '1995100119960930PPCAL964     GY'.
002740     05  FILLER PIC X(31) VALUE
002750         '1996100119970930PPCAL974     GY'.
002760     05  FILLER PIC X(31) VALUE
002770         '1997100119980930PPCAL987     GY'.
002780     05  FILLER PIC X(31) VALUE
002790         '1998100119990930PPCAL998     FY'.
002800     05  FILLER PIC X(31) VALUE
002810         '1999100120000930PPCAL006     FY'.
002820     05  FILLER PIC X(31) VALUE
002830         '2000100120010930PPCAL017     FY'.
002840     05  FILLER PIC X(31) VALUE
002850         '2001100120020930PPCAL026     FY'.
002860     05  FILLER PIC X(31) VALUE
002870         '2002100120030930PPCAL038     FY'.
002880     05  FILLER PIC X(31) VALUE
002890         '2003100120040930PPCAL04D     FY'.
002900     05  FILLER PIC X(31) VALUE
002910         '2004100120050930PPCAL059     EY'.
002920     05  FILLER PIC X(31) VALUE
002930         '2005100120060930PPCAL069     EY'.
002940     05  FILLER PIC X(31) VALUE
002950         '2006100120070930PPCAL07B     EY'.
002960     05  FILLER PIC X(31) VALUE
002970         '2007100120080930PPCAL08D     EY'.
002980     05  FILLER PIC X(31) VALUE
002990         '2008100120090930PPCAL09D     EY'.
003000     05  FILLER PIC X(31) VALUE
003010         '2009100120100331PPCAL10O     EY'.
003020     05  FILLER PIC X(31) VALUE
003030         '2010040120100930PPCAL10P     EY'.
003040     05  FILLER PIC X(31) VALUE
003050         '2010100120110930PPCAL119     EY'.
003060     05  FILLER PIC X(31) VALUE
003070         '2011100120120930PPCAL125     EY'.
003080     05  FILLER PIC X(31) VALUE
003090         '2012100120130930PPCAL135     DY'.
003100     05  FILLER PIC X(31) VALUE
003110         '2013100120140930PPCAL14B     DY'.
003120     05  FILLER PIC X(31) VALUE
003130         '2014100120150930PPCAL156     CY'.
003140     05  FILLER PIC X(31) VALUE
003150         '2015100120160930PPCAL163C16.3CY'.
003160     05  FILLER PIC X(31) VALUE
003170         '2016100120170930PPCAL171C17.1BY'.
003180     05  FILLER PIC X(31) VALUE
003190         '2017100120180930PPCAL182C18.2BY'.
003200     05  FILLER PIC X(31) VALUE
003210         '2018100120190930PPCAL192C19.2BY'.
003220     05  FILLER PIC X(31) VALUE
003230         '2019100120200930PPCAL204C20.4BY'.
003240     05  FILLER PIC X(31) VALUE
003250         '2020100120210930PPCAL215C21.5AY'.
003260     05  FILLER PIC X(31) VALUE
003270         '2021100199991231PPCAL221C22.1AY'.
003280 01  WK-DFLT-DISP-TABLE REDEFINES WK-DFLT-DISP-DATA.
003290     05  WK-DFLT-ENTRY OCCURS 36 TIMES
003300                       INDEXED BY DFLT-IDX.
003310         10  WK-DFLT-BEGIN          PIC 9(08).
003320         10  WK-DFLT-END            PIC 9(08).
003330         10  WK-DFLT-MODULE         PIC X(08).
003340         10  WK-DFLT-CAL-VERSION    PIC X(05).
003350         10  WK-DFLT-INTERFACE      PIC X(01).
003360         10  WK-DFLT-ACTIVE         PIC X(01).
003370
003380*---------------------------------------------------------*
003390* THE PROVIDER-BREAK HOLD AREAS (OUTMIGRATION, RURAL      *
003400* FLOOR, PRIOR-YEAR WI, PROVIDER MSA/CBSA KEYS) ARE IN    *
003410* DRVSTATE IN LINKAGE.  THIS AREA BACKS THEM FOR THE      *
003420* 'PPDRV215' AND 'PPDRV215E' ENTRIES; 'PPDRV215S'         *
003430* CALLERS PASS THEIR OWN.                                 *
003440*---------------------------------------------------------*
003450 01  WKD-DRV-SESSION-STATE          PIC X(100) VALUE SPACES.
003460
003470*-------------------------------------------------------------*
003480* VARIABLES TO HOLD THE BILL'S FY BEGIN AND END DATES
003490*-----------------------------------------------------------
003500 01  W-FY-BEGIN-DATE.
003510         05  W-FY-BEGIN-CC              PIC 9(02).
003520         05  W-FY-BEGIN-YY              PIC 9(02).
003530         05  W-FY-BEGIN-MM              PIC 9(02) VALUE 10.
003540         05  W-FY-BEGIN-DD              PIC 9(02) VALUE 01.
003550
003560 01  W-FY-END-DATE.
003570         05  W-FY-END-CC                PIC 9(02).
003580         05  W-FY-END-YY                PIC 9(02).
003590         05  W-FY-END-MM                PIC 9(02) VALUE 09.
003600         05  W-FY-END-DD                PIC 9(02) VALUE 30.
003610
003620**************YEARCHANGE 2015.1 ******************************
003630* USED FOR FY15 BLENDED TRANSITION WI FOR CERTAIN PR PROVIDERS
003640**************************************************************
003650 01  PRSPC-PROV-TABLE.
003660     05 PRSPC-PROV-BLEND-DATA.
003670         10  FILLER      PIC X(14) VALUE '400001  010206'.
003680         10  FILLER      PIC X(14) VALUE '400003  009532'.
003690         10  FILLER      PIC X(14) VALUE '400004  010206'.
003700         10  FILLER      PIC X(14) VALUE '400005  010206'.
003710         10  FILLER      PIC X(14) VALUE '400006  010206'.
003720         10  FILLER      PIC X(14) VALUE '400007  010206'.
003730         10  FILLER      PIC X(14) VALUE '400011  010206'.
003740         10  FILLER      PIC X(14) VALUE '400012  010206'.
003750         10  FILLER      PIC X(14) VALUE '400013  010206'.
003760         10  FILLER      PIC X(14) VALUE '400015  010206'.
003770         10  FILLER      PIC X(14) VALUE '400016  010206'.
003780         10  FILLER      PIC X(14) VALUE '400018  010206'.
003790         10  FILLER      PIC X(14) VALUE '400019  010206'.
003800         10  FILLER      PIC X(14) VALUE '400021  010588'.
003810         10  FILLER      PIC X(14) VALUE '400022  009532'.
003820         10  FILLER      PIC X(14) VALUE '400032  010206'.
003830         10  FILLER      PIC X(14) VALUE '400044  009532'.
003840         10  FILLER      PIC X(14) VALUE '400061  010206'.
003850         10  FILLER      PIC X(14) VALUE '400087  009942'.
003860         10  FILLER      PIC X(14) VALUE '400098  010206'.
003870         10  FILLER      PIC X(14) VALUE '400102  010206'.
003880         10  FILLER      PIC X(14) VALUE '400104  010206'.
003890         10  FILLER      PIC X(14) VALUE '400105  010206'.
003900         10  FILLER      PIC X(14) VALUE '400106  010206'.
003910         10  FILLER      PIC X(14) VALUE '400109  010206'.
003920         10  FILLER      PIC X(14) VALUE '400112  010206'.
003930         10  FILLER      PIC X(14) VALUE '400113  009532'.
003940         10  FILLER      PIC X(14) VALUE '400114  010206'.
003950         10  FILLER      PIC X(14) VALUE '400115  010206'.
003960         10  FILLER      PIC X(14) VALUE '400117  009942'.
003970         10  FILLER      PIC X(14) VALUE '400118  010206'.
003980         10  FILLER      PIC X(14) VALUE '400120  010206'.
003990         10  FILLER      PIC X(14) VALUE '400121  010206'.
004000         10  FILLER      PIC X(14) VALUE '400122  010206'.
004010         10  FILLER      PIC X(14) VALUE '400124  010206'.
004020         10  FILLER      PIC X(14) VALUE '400126  010588'.
004030         10  FILLER      PIC X(14) VALUE '400127  010206'.
004040         10  FILLER      PIC X(14) VALUE '400128  010206'.
004050     05  WK-PRSPC-DATA2 REDEFINES PRSPC-PROV-BLEND-DATA.
004060        10  PRSPC-TAB OCCURS 38
004070                        ASCENDING KEY IS WK-PRSPC-PROV
004080                        INDEXED BY PRSPC-IDX.
004090           15  WK-PRSPC-COUNT-ALL.
004100              20  WK-PRSPC-PROV            PIC X(6).
004110              20  FILLER                   PIC XX.
004120              20  WK-PRSPC-WAGEIN-BLEND    PIC S9(02)V9(04).
004130
004140**************YEARCHANGE 2015.1 ******************************
004150* MES-PRSPC, USED FOR FY15 BLENDED TRANSITION WI FOR CERTAIN
004160* PR PROVIDERS, IS CARRIED IN DRVSTATE WITH THE OTHER HOLDS.
004170**************************************************************
004180
004190*
004200************************************************************
004210**    OLD PROVIDER RECORD FORMAT
004220************************************************************
004230 01  W-PROV-OLD-HOLD.
004240     02  W-PROV-OLDREC-HOLD1.
004250         05  W-P-PROVIDER-NO.
004260             10  W-P-STATE                PIC X(02).
004270             10  FILLER                   PIC X(04).
004280         05  W-P-EFF-DATE.
004290             10  W-P-EFF-YY               PIC 9(02).
004300             10  W-P-EFF-MM               PIC 9(02).
004310             10  W-P-EFF-DD               PIC 9(02).
004320         05  W-P-WAIVER-CODE              PIC X(01).
004330         05  W-P-PROVIDER-TYPE            PIC X(02).
004340         05  W-P-CURRENT-CENSUS-DIV       PIC X(01).
004350         05  W-P-PPS-BLEND-YR-IND         PIC X(01).
004360         05  W-P-MSA-X.
004370             10  W-P-RURAL                PIC X(04).
004380         05  W-P-MSA-9 REDEFINES W-P-MSA-X  PIC 9(04).
004390         05  W-P-FISCAL-YEAR-END.
004400             10  W-P-MM                   PIC 9(02).
004410             10  W-P-DD                   PIC 9(02).
004420             10  W-P-YY                   PIC 9(02).
004430         05  W-P-VARIABLES.
004440             10  W-P-FAC-SPEC-RATE        PIC  X(07).
004450             10  W-P-COLA                 PIC  X(04).
004460             10  W-P-INTERN-RATIO         PIC  X(05).
004470             10  W-PRUP-UPDT-FACTOR       PIC  X(06).
004480             10  W-P-BED-SIZE             PIC  X(05).
004490             10  W-P-DSH-PERCENT          PIC  V9(04).
004500             10  W-P-CCR                  PIC  X(04).
004510             10  W-P-CMI                  PIC  X(05).
004520             10  FILLER                 PIC  X(01).
004530             10  W-P-REPORT-DATE.
004540                 15  W-P-REPORT-DT-MM     PIC 99.
004550                 15  W-P-REPORT-DT-DD     PIC 99.
004560                 15  W-P-REPORT-DT-YY     PIC 99.
004570             10  FILLER                 PIC  X(01).
004580             10  W-P-INTER-NO             PIC  X(05).
004590     02  W-PROV-OLDREC-HOLD2.
004600         05  W-P-FY-BEGIN-DATE.
004610             10  W-P-FY-BEG-DT-MM         PIC 99.
004620             10  W-P-FY-BEG-DT-DD         PIC 99.
004630             10  W-P-FY-BEG-DT-YY         PIC 99.
004640         05  W-P-PASS-AMT-CAPITAL         PIC X(6).
004650         05  W-P-PASS-AMT-DIR-MED-ED      PIC X(6).
004660         05  W-P-PASS-AMT-ORGAN-ACQ       PIC X(6).
004670         05  W-P-PASS-AMT-PLUS-MISC       PIC X(6).
004680         05  W-P-SSI-RATIO                PIC X(4).
004690         05  W-P-MEDICAID-RATIO           PIC X(4).
004700         05  W-P-TERMINATION-DATE.
004710             10  W-P-TERM-DT-YY           PIC 99.
004720             10  W-P-TERM-DT-MM           PIC 99.
004730             10  W-P-TERM-DT-DD           PIC 99.
004740         05  W-P-WAGE-INDEX-LOC-MSA       PIC X(4).
004750         05  W-P-CHG-CODE-INDEX           PIC X.
004760         05  W-P-STAND-AMT-LOC-MSA.
004770             10  W-P-RURAL-1ST.
004780                 15  W-P-STAND-RURAL      PIC XX.
004790             10  W-P-RURAL-2ND            PIC XX.
004800         05  W-P-SOL-COM-DEP-HOSP-YR      PIC XX.
004810         05  W-P-LUGAR                    PIC X.
004820         05  W-P-TEMP-RELIEF-IND          PIC X.
004830         05  FILLER                       PIC X(23).
004840     02  W-PROV-OLDREC-HOLD3.
004850         05  W-P-CAPI-PPS-PAY-CODE        PIC X.
004860         05  W-P-CAPI-HOSP-SPEC-RATE      PIC X(6).
004870         05  W-P-CAPI-OLD-HARM-RATE       PIC X(6).
004880         05  W-P-CAPI-NEW-HARM-RATIO      PIC X(5).
004890         05  W-P-CAPI-CSTCHG-RATIO        PIC X(04).
004900         05  W-P-CAPI-NEW-HOSP            PIC X.
004910         05  W-P-CAPI-IME                 PIC X(05).
004920         05  W-P-CAPI-EXCEPTIONS          PIC X(6).
004930         05  W-P-HVBP-HRR-DATA.
004940             15  W-P-VAL-BASED-PURCH-PARTIPNT PIC X.
004950             15  W-P-VAL-BASED-PURCH-ADJUST   PIC 9V9(11).
004960             15  W-P-HOSP-READMISSION-REDUCTN PIC X.
004970             15  W-P-HOSP-HRR-ADJUSTMT        PIC 9V9(4).
004980         05  W-P-MODEL1-BUNDLE-DATA.
004990             15  W-P-MODEL1-BUNDLE-DISPRCNT   PIC V999.
005000             15  W-P-HAC-REDUC-IND            PIC X.
005010             15  W-P-UNCOMP-CARE-AMOUNT       PIC 9(07)V99.
005020             15  W-P-EHR-REDUC-IND            PIC X.
005030         05  FILLER                           PIC X(09).
005040
005050***************************************************************
005060**    NEW PROVIDER RECORD FORMAT
005070***************************************************************
005080 01  W-PROV-NEW-HOLD.
005090     02  W-PROV-NEWREC-HOLD1.
005100         05  W-P-NEW-NPI10.
005110             10  W-P-NEW-NPI8           PIC X(08).
005120             10  W-P-NEW-NPI-FILLER     PIC X(02).
005130         05  W-P-NEW-PROVIDER-OSCAR-NO.
005140             10  W-P-NEW-STATE            PIC X(02).
005150             10  FILLER                   PIC X(04).
005160         05  W-P-NEW-DATE-DATA.
005170             10  W-P-NEW-EFF-DATE.
005180                 15  W-P-NEW-EFF-DT-CC    PIC 9(02).
005190                 15  W-P-NEW-EFF-DT-YY    PIC 9(02).
005200                 15  W-P-NEW-EFF-DT-MM    PIC 9(02).
005210                 15  W-P-NEW-EFF-DT-DD    PIC 9(02).
005220             10  W-P-NEW-FY-BEGIN-DATE.
005230                 15  W-P-NEW-FY-BEG-DT-CC PIC 9(02).
005240                 15  W-P-NEW-FY-BEG-DT-YY PIC 9(02).
005250                 15  W-P-NEW-FY-BEG-DT-MM PIC 9(02).
005260                 15  W-P-NEW-FY-BEG-DT-DD PIC 9(02).
005270             10  W-P-NEW-REPORT-DATE.
005280                 15  W-P-NEW-REPORT-DT-CC PIC 9(02).
005290                 15  W-P-NEW-REPORT-DT-YY PIC 9(02).
005300                 15  W-P-NEW-REPORT-DT-MM PIC 9(02).
005310                 15  W-P-NEW-REPORT-DT-DD PIC 9(02).
005320             10  W-P-NEW-TERMINATION-DATE.
005330                 15  W-P-NEW-TERM-DT-CC   PIC 9(02).
005340                 15  W-P-NEW-TERM-DT-YY   PIC 9(02).
005350                 15  W-P-NEW-TERM-DT-MM   PIC 9(02).
005360                 15  W-P-NEW-TERM-DT-DD   PIC 9(02).
005370         05  W-P-NEW-WAIVER-CODE          PIC X(01).
005380             88  W-P-NEW-WAIVER-STATE       VALUE 'Y'.
005390         05  W-P-NEW-INTER-NO             PIC X(05).
005400         05  W-P-NEW-PROVIDER-TYPE        PIC X(02).
005410         05  W-P-NEW-CURRENT-CENSUS-DIV   PIC X(01).
005420         05  W-P-NEW-MSA-DATA.
005430             10  W-P-NEW-CHG-CODE-INDEX    PIC X.
005440             10  W-P-NEW-GEO-LOC-MSA        PIC X(04) JUST RIGHT.
005450             10  W-P-NEW-WAGE-INDEX-LOC-MSA PIC X(04) JUST RIGHT.
005460             10  W-P-NEW-STAND-AMT-LOC-MSA  PIC X(04) JUST RIGHT.
005470             10  W-P-NEW-STAND-AMT-LOC-MSA9
005480       REDEFINES W-P-NEW-STAND-AMT-LOC-MSA.
005490                 15  W-P-NEW-RURAL-1ST.
005500                     20  W-P-NEW-STAND-RURAL  PIC XX.
005510                 15  W-P-NEW-RURAL-2ND        PIC XX.
005520         05  W-P-NEW-SOL-COM-DEP-HOSP-YR PIC XX.
005530         05  W-P-NEW-LUGAR               PIC X.
005540         05  W-P-NEW-TEMP-RELIEF-IND     PIC X.
005550         05  W-P-NEW-FED-PPS-BLEND-IND   PIC X.
005560         05  W-P-NEW-STATE-CODE          PIC 9(02).
005570         05  W-P-NEW-STATE-CODE-X REDEFINES
005580             W-P-NEW-STATE-CODE          PIC X(02).
005590         05  FILLER                      PIC X(03).
005600     02  W-PROV-NEWREC-HOLD2.
005610         05  W-P-NEW-VARIABLES.
005620             10  W-P-NEW-FAC-SPEC-RATE     PIC  X(07).
005630             10  W-P-NEW-COLA              PIC  X(04).
005640             10  W-P-NEW-INTERN-RATIO      PIC  X(05).
005650             10  W-P-NEW-BED-SIZE          PIC  X(05).
005660             10  W-P-NEW-CCR               PIC  X(04).
005670             10  W-P-NEW-CMI               PIC  X(05).
005680             10  W-P-NEW-SSI-RATIO         PIC  X(04).
005690             10  W-P-NEW-MEDICAID-RATIO    PIC  X(04).
005700             10  W-P-NEW-PPS-BLEND-YR-IND  PIC  X(01).
005710             10  W-P-NEW-PRUP-UPDTE-FACTOR PIC  9(01)V9(05).
005720             10  W-P-NEW-DSH-PERCENT       PIC  V9(04).
005730             10  W-P-NEW-FYE-DATE.
005740                 15  W-P-NEW-FYE-CC        PIC 99.
005750                 15  W-P-NEW-FYE-YY        PIC 99.
005760                 15  W-P-NEW-FYE-MM        PIC 99.
005770                 15  W-P-NEW-FYE-DD        PIC 99.
005780         05  W-P-NEW-CBSA-DATA.
005790             10  W-P-NEW-CBSA-SPEC-PAY-IND   PIC X.
005800             10  W-P-NEW-CBSA-HOSP-QUAL-IND  PIC X.
005810             10  W-P-NEW-CBSA-GEO-LOC        PIC X(05) JUST RIGHT.
005820             10  W-P-NEW-CBSA-RECLASS-LOC    PIC X(05) JUST RIGHT.
005830             10  W-P-NEW-CBSA-STAND-AMT-LOC  PIC X(05) JUST RIGHT.
005840             10  W-P-NEW-CBSA-STAND-AMT-LOC9
005850       REDEFINES W-P-NEW-CBSA-STAND-AMT-LOC.
005860                 15  W-P-NEW-CBSA-RURAL-1ST.
005870                     20  W-P-NEW-CBSA-STAND-RURAL PIC 999.
005880                 15  W-P-NEW-CBSA-RURAL-2ND       PIC 99.
005890             10  W-P-NEW-CBSA-SPEC-WAGE-INDEX     PIC 9(02)V9(04).
005900     02  W-PROV-NEWREC-HOLD3.
005910         05  W-P-NEW-PASS-AMT-DATA.
005920             10  W-P-NEW-PASS-AMT-CAPITAL    PIC X(06).
005930             10  W-P-NEW-PASS-AMT-DIR-MED-ED PIC X(06).
005940             10  W-P-NEW-PASS-AMT-ORGAN-ACQ  PIC X(06).
005950             10  W-P-NEW-PASS-AMT-PLUS-MISC  PIC X(06).
005960         05  W-P-NEW-CAPI-DATA.
005970             15  W-P-NEW-CAPI-PPS-PAY-CODE   PIC X.
005980             15  W-P-NEW-CAPI-HOSP-SPEC-RATE PIC X(6).
005990             15  W-P-NEW-CAPI-OLD-HARM-RATE  PIC X(6).
006000             15  W-P-NEW-CAPI-NEW-HARM-RATIO PIC X(5).
006010             15  W-P-NEW-CAPI-CSTCHG-RATIO   PIC X(04).
006020             15  W-P-NEW-CAPI-NEW-HOSP       PIC X.
006030             15  W-P-NEW-CAPI-IME            PIC X(05).
006040             15  W-P-NEW-CAPI-EXCEPTIONS     PIC X(6).
006050         05  W-P-HVBP-HRR-DATA.
006060             15  W-P-NEW-VAL-BASED-PURCH-PARTIP   PIC X.
006070             15  W-P-NEW-VAL-BASED-PURCH-ADJUST   PIC 9V9(11).
006080             15  W-P-NEW-HOSP-READMISSION-REDU    PIC X.
006090             15  W-P-NEW-HOSP-HRR-ADJUSTMT        PIC 9V9(4).
006100         05  W-P-MODEL1-BUNDLE-DATA.
006110             15  W-P-MODEL1-BUNDLE-DISPRCNT   PIC V999.
006120             15  W-P-HAC-REDUC-IND            PIC X.
006130             15  W-P-UNCOMP-CARE-AMOUNT       PIC 9(07)V99.
006140             15  W-P-EHR-REDUC-IND            PIC X.
006150             15  W-P-LV-ADJ-FACTOR            PIC 9V9(6).
006160         05  W-P-NEW-COUNTY-CODE              PIC 9(05).
006170         05  W-P-NEW-COUNTY-CODE-X REDEFINES
006180             W-P-NEW-COUNTY-CODE              PIC X(05).
006190         05  W-P-NEW-SUPPLEMENTAL-WI.
006200             10  W-P-NEW-SUPP-WI-IND          PIC X.
006210                 88  W-P-NEW-IND-PRIOR-YEAR   VALUE '1'.
006220             10  W-P-NEW-SUPP-WI              PIC 9(02)V9(04).
006230         05  W-P-PASS-THRU-ALLO-STEM-CELL     PIC 9(07)V9(02).
006240         05  FILLER                           PIC X(31).
006250
006260***************************************************************
006270*      THIS IS THE WAGE-INDEX RECORD THAT WILL BE PASSED TO   *
006280*      THE PPCAL001 PROGRAM THRU PPCAL047 FOR PROCESSING
006290*      MSAX TABLE
006300***************************************************************
006310 01  WAGE-NEW-INDEX-RECORD.
006320     05  W-NEW-MSA               PIC 9(4).
006330     05  W-NEW-SIZE              PIC X(01).
006340         88  NEW-LARGE-URBAN       VALUE 'L'.
006350         88  NEW-OTHER-URBAN       VALUE 'O'.
006360         88  NEW-ALL-RURAL         VALUE 'R'.
006370     05  W-NEW-EFF-DATE.
006380          10  W-NEW-EFF-DATE-CC   PIC 9(2).
006390          10  W-NEW-EFF-DATE-YMD.
006400              15  W-NEW-EFF-DATE-YY   PIC 9(2).
006410              15  W-NEW-EFF-DATE-MM   PIC 9(2).
006420              15  W-NEW-EFF-DATE-DD   PIC 9(2).
006430     05  FILLER              PIC X.
006440     05  W-NEW-INDEX-RECORD      PIC S9(02)V9(04).
006450     05  W-NEW-PR-INDEX-RECORD   PIC S9(02)V9(04).
006460
006470***************************************************************
006480*      THIS IS THE WAGE-INDEX RECORD THAT WILL BE PASSED TO   *
006490*      THE PPCAL052 PROGRAM AND AFTER FOR PROCESSING
006500*      CBSA TABLE
006510***************************************************************
006520 01  WAGE-NEW-CBSA-INDEX-RECORD.
006530     05  W-NEW-CBSA               PIC 9(5).
006540     05  W-NEW-CBSA-X  REDEFINES W-NEW-CBSA     PIC X(05).
006550     05  W-NEW-CBSA-SIZE              PIC X(01).
006560         88  NEW-CBSA-LARGE-URBAN       VALUE 'L'.
006570         88  NEW-CBSA-OTHER-URBAN       VALUE 'O'.
006580         88  NEW-CBSA-ALL-RURAL         VALUE 'R'.
006590     05  W-NEW-CBSA-EFF-DATE.
006600          10  W-NEW-CBSA-EFF-DATE-CC   PIC 9(2).
006610          10  W-NEW-CBSA-EFF-DATE-YMD.
006620              15  W-NEW-CBSA-EFF-DATE-YY   PIC 9(2).
006630              15  W-NEW-CBSA-EFF-DATE-MM   PIC 9(2).
006640              15  W-NEW-CBSA-EFF-DATE-DD   PIC 9(2).
006650     05  FILLER                      PIC X.
006660     05  W-NEW-CBSA-WI               PIC S9(02)V9(04).
006670     05  W-NEW-CBSA-PR-WI            PIC S9(02)V9(04).
006680
006690***************************************************************
006700*      THIS IS THE RURAL WAGE-INDEX RECORD THAT WILL BE COMPARED
006710*      TO THE URBAN CBSA RECORD FOR RURAL FLOOR PROCESSING
006720*      CBSA TABLE
006730***************************************************************
006740 01  WAGE-RURAL-CBSA-INDEX-RECORD.
006750     05  W-RURAL-CBSA             PIC 9(5).
006760     05  W-RURAL-CBSA-X REDEFINES W-RURAL-CBSA  PIC X(05).
006770     05  W-RURAL-CBSA-SIZE            PIC X(01).
006780         88  RURAL-CBSA-LARGE-URBAN     VALUE 'L'.
006790         88  RURAL-CBSA-OTHER-URBAN     VALUE 'O'.
006800         88  RURAL-CBSA-ALL-RURAL       VALUE 'R'.
006810     05  W-RURAL-CBSA-EFF-DATE.
006820          10  W-RURAL-CBSA-EFF-DATE-CC PIC 9(2).
006830          10  W-RURAL-CBSA-EFF-DATE-YMD.
006840              15  W-RURAL-CBSA-EFF-DATE-YY PIC 9(2).
006850              15  W-RURAL-CBSA-EFF-DATE-MM PIC 9(2).
006860              15  W-RURAL-CBSA-EFF-DATE-DD PIC 9(2).
006870     05  FILLER                      PIC X.
006880     05  W-RURAL-CBSA-WI             PIC S9(02)V9(04).
006890     05  W-RURAL-CBSA-PR-WI          PIC S9(02)V9(04).
006900
006910***************************************************************
006920*      NON-MILLINNIUM                                         *
006930*      THIS IS THE WAGE-INDEX RECORD THAT WILL BE PASSED TO   *
006940*      PPCAL983 PROGRAM  AND PRIOR YEARS FOR PROCESSING       *
006950***************************************************************
006960 01  WAGE-INDEX-RECORD.
006970     05  W-MSA               PIC 9(4).
006980     05  W-SIZE              PIC X(01).
006990         88  LARGE-URBAN       VALUE 'L'.
007000         88  OTHER-URBAN       VALUE 'O'.
007010         88  ALL-RURAL         VALUE 'R'.
007020     05  W-EFF-DATE          PIC 9(6).
007030     05  FILLER              PIC X.
007040     05  W-INDEX-RECORD      PIC S9(02)V9(04).
007050     05  W-PR-INDEX-RECORD   PIC S9(02)V9(04).
007060
007070**************************************************************
007080*      MILLINNIUM COMPATIBLE                                 *
007090*      THIS IS THE PROV-RECORD THAT WILL BE PASSED TO        *
007100*      THE PPCAL001 PROGRAM AND AFTER FOR PROCESSING         *
007110*      IN THE NEW FORMAT                                     *
007120**************************************************************
007130 01  PROV-NEW-HOLD.
007140     02  PROV-NEWREC-HOLD1.
007150         05  P-NEW-NPI10.
007160             10  P-NEW-NPI8             PIC X(08).
007170             10  P-NEW-NPI-FILLER       PIC X(02).
007180         05  P-NEW-PROVIDER-NO.
007190             10  P-NEW-STATE            PIC X(02).
007200                 88  P-PR-NEW-STATE     VALUE '40' '84'.
007210             10  FILLER                 PIC X(04).
007220         05  P-NEW-DATE-DATA.
007230             10  P-NEW-EFF-DATE.
007240                 15  P-NEW-EFF-DT-CC    PIC 9(02).
007250                 15  P-NEW-EFF-DT-YY    PIC 9(02).
007260                 15  P-NEW-EFF-DT-MM    PIC 9(02).
007270                 15  P-NEW-EFF-DT-DD    PIC 9(02).
007280             10  P-NEW-FY-BEGIN-DATE.
007290                 15  P-NEW-FY-BEG-DT-CC PIC 9(02).
007300                 15  P-NEW-FY-BEG-DT-YY PIC 9(02).
007310                 15  P-NEW-FY-BEG-DT-MM PIC 9(02).
007320                 15  P-NEW-FY-BEG-DT-DD PIC 9(02).
007330             10  P-NEW-REPORT-DATE.
007340                 15  P-NEW-REPORT-DT-CC PIC 9(02).
007350                 15  P-NEW-REPORT-DT-YY PIC 9(02).
007360                 15  P-NEW-REPORT-DT-MM PIC 9(02).
007370                 15  P-NEW-REPORT-DT-DD PIC 9(02).
007380             10  P-NEW-TERMINATION-DATE.
007390                 15  P-NEW-TERM-DT-CC   PIC 9(02).
007400                 15  P-NEW-TERM-DT-YY   PIC 9(02).
007410                 15  P-NEW-TERM-DT-MM   PIC 9(02).
007420                 15  P-NEW-TERM-DT-DD   PIC 9(02).
007430         05  P-NEW-WAIVER-CODE          PIC X(01).
007440             88  P-NEW-WAIVER-STATE       VALUE 'Y'.
007450         05  P-NEW-INTER-NO             PIC 9(05).
007460         05  P-NEW-PROVIDER-TYPE        PIC X(02).
007470             88  P-N-SOLE-COMMUNITY-PROV    VALUE '01' '11'.
007480             88  P-N-REFERRAL-CENTER        VALUE '07' '11'
007490                                                  '15' '17'
007500                                                  '22'.
007510             88  P-N-INDIAN-HEALTH-SERVICE  VALUE '08'.
007520             88  P-N-REDESIGNATED-RURAL-YR1 VALUE '09'.
007530             88  P-N-REDESIGNATED-RURAL-YR2 VALUE '10'.
007540             88  P-N-SOLE-COM-REF-CENT      VALUE '11'.
007550             88  P-N-MDH-REBASED-FY90       VALUE '14' '15'.
007560             88  P-N-MDH-RRC-REBASED-FY90   VALUE '15'.
007570             88  P-N-SCH-REBASED-FY90       VALUE '16' '17'.
007580             88  P-N-SCH-RRC-REBASED-FY90   VALUE '17'.
007590             88  P-N-MEDICAL-ASSIST-FACIL   VALUE '18'.
007600             88  P-N-EACH                   VALUE '21' '22'.
007610             88  P-N-EACH-REFERRAL-CENTER   VALUE '22'.
007620             88  P-N-NHCMQ-II-SNF           VALUE '32'.
007630             88  P-N-NHCMQ-III-SNF          VALUE '33'.
007640         05  P-NEW-CURRENT-CENSUS-DIV   PIC 9(01).
007650             88  P-N-NEW-ENGLAND            VALUE  1.
007660             88  P-N-MIDDLE-ATLANTIC        VALUE  2.
007670             88  P-N-SOUTH-ATLANTIC         VALUE  3.
007680             88  P-N-EAST-NORTH-CENTRAL     VALUE  4.
007690             88  P-N-EAST-SOUTH-CENTRAL     VALUE  5.
007700             88  P-N-WEST-NORTH-CENTRAL     VALUE  6.
007710             88  P-N-WEST-SOUTH-CENTRAL     VALUE  7.
007720             88  P-N-MOUNTAIN               VALUE  8.
007730             88  P-N-PACIFIC                VALUE  9.
007740         05  P-NEW-CURRENT-DIV   REDEFINES
007750                    P-NEW-CURRENT-CENSUS-DIV   PIC 9(01).
007760             88  P-N-VALID-CENSUS-DIV    VALUE 1 THRU 9.
007770         05  P-NEW-MSA-DATA.
007780             10  P-NEW-CHG-CODE-INDEX       PIC X.
007790             10  P-NEW-GEO-LOC-MSAX         PIC X(04) JUST RIGHT.
007800             10  P-NEW-GEO-LOC-MSA9   REDEFINES
007810                             P-NEW-GEO-LOC-MSAX  PIC 9(04).
007820             10  P-NEW-GEO-LOC-MSA-AST REDEFINES
007830                             P-NEW-GEO-LOC-MSA9.
007840                 15  P-NEW-GEO-MSA-1ST    PIC X.
007850                 15  P-NEW-GEO-MSA-2ND    PIC X.
007860                 15  P-NEW-GEO-MSA-3RD    PIC X.
007870                 15  P-NEW-GEO-MSA-4TH    PIC X.
007880             10  P-NEW-WAGE-INDEX-LOC-MSA   PIC X(04) JUST RIGHT.
007890             10  P-NEW-STAND-AMT-LOC-MSA    PIC X(04) JUST RIGHT.
007900             10  P-NEW-STAND-AMT-LOC-MSA9
007910       REDEFINES P-NEW-STAND-AMT-LOC-MSA.
007920                 15  P-NEW-RURAL-1ST.
007930                     20  P-NEW-STAND-RURAL  PIC XX.
007940                         88  P-NEW-STD-RURAL-CHECK VALUE '  '.
007950                 15  P-NEW-RURAL-2ND        PIC XX.
007960         05  P-NEW-SOL-COM-DEP-HOSP-YR PIC XX.
007970                 88  P-NEW-SCH-YRBLANK    VALUE   '  '.
007980                 88  P-NEW-SCH-YR82       VALUE   '82'.
007990                 88  P-NEW-SCH-YR87       VALUE   '87'.
008000         05  P-NEW-LUGAR                    PIC X.
008010         05  P-NEW-TEMP-RELIEF-IND          PIC X.
008020             88  P-NEW-LOW-VOL25PCT     VALUE 'Y'.
008030***          Y = LOW VOLUME PERCENTAGE  25 % ADD ON
008040         05  P-NEW-FED-PPS-BLEND-IND        PIC X.
008050         05  P-NEW-STATE-CODE               PIC 9(02).
008060         05  P-NEW-STATE-CODE-X REDEFINES
008070             P-NEW-STATE-CODE               PIC X(02).
008080         05  FILLER                         PIC X(03).
008090     02  PROV-NEWREC-HOLD2.
008100         05  P-NEW-VARIABLES.
008110             10  P-NEW-CMI-ADJ-CPD       PIC  9(05)V9(02).
008120             10  P-NEW-COLA              PIC  9(01)V9(03).
008130             10  P-NEW-INTERN-RATIO      PIC  9(01)V9(04).
008140             10  P-NEW-BED-SIZE          PIC  9(05).
008150             10  P-NEW-CCR               PIC  9(01)V9(03).
008160             10  P-NEW-CMI               PIC  9(01)V9(04).
008170             10  P-NEW-SSI-RATIO         PIC  V9(04).
008180             10  P-NEW-MEDICAID-RATIO    PIC  V9(04).
008190             10  P-NEW-PPS-BLEND-YR-IND  PIC  X(01).
008200             10  P-NEW-PRUP-UPDTE-FACTOR PIC  9(01)V9(05).
008210             10  P-NEW-DSH-PERCENT       PIC  V9(04).
008220             10  P-NEW-FYE-DATE.
008230                 15  P-NEW-FYE-CC        PIC 99.
008240                 15  P-NEW-FYE-YY        PIC 99.
008250                 15  P-NEW-FYE-MM        PIC 99.
008260                 15  P-NEW-FYE-DD        PIC 99.
008270         05  P-NEW-CBSA-DATA.
008280             10  P-NEW-CBSA-SPEC-PAY-IND    PIC X.
008290                 88  P-NEW-CBSA-WI-GEO        VALUE 'N'.
008300                 88  P-NEW-CBSA-WI-RECLASS    VALUE 'Y'.
008310                 88  P-NEW-CBSA-WI-SPECIAL    VALUE '1' '2'.
008320***                  1 = ANYTHING OR HOLD HARMLESS WITH SPEC WI
008330***                  2 = RECLASS WITH SPEC WI
008340                 88  P-NEW-CBSA-WI-DUAL       VALUE 'D'.
008350                 88  P-NEW-CBSA-WI-BLANK      VALUE ' ' '0'.
008360             10  P-NEW-CBSA-HOSP-QUAL-IND  PIC X.
008370                 88  P-NEW-CBSA-HOSP-QUAL-MET   VALUE '1'.
008380                 88  P-NEW-CBSA-HOSP-QUAL-25PER VALUE '2'.
008390                 88  P-NEW-CBSA-HOSP-QUAL-BOTH  VALUE '3'.
008400             10  P-NEW-CBSA-GEO-LOC        PIC X(05) JUST RIGHT.
008410             10  P-NEW-CBSA-GEO-LOC9  REDEFINES
008420                             P-NEW-CBSA-GEO-LOC  PIC 9(05).
008430             10  P-NEW-CBSA-GEO-LOC-AST REDEFINES
008440                             P-NEW-CBSA-GEO-LOC9.
008450                 15  P-NEW-CBSA-GEO-1ST    PIC X.
008460                 15  P-NEW-CBSA-GEO-2ND    PIC X.
008470                 15  P-NEW-CBSA-GEO-3RD    PIC X.
008480                 15  P-NEW-CBSA-GEO-4TH    PIC X.
008490                 15  P-NEW-CBSA-GEO-5TH    PIC X.
008500             10  P-NEW-CBSA-RECLASS-LOC    PIC X(05) JUST RIGHT.
008510             10  P-NEW-CBSA-STAND-AMT-LOC  PIC X(05) JUST RIGHT.
008520             10  P-NEW-CBSA-STAND-AMT-LOC-MSA9
008530       REDEFINES P-NEW-CBSA-STAND-AMT-LOC.
008540               15  P-NEW-CBSA-RURAL-1ST.
008550                   20  P-NEW-CBSA-STAND-RURAL  PIC XXX.
008560                      88  P-NEW-CBSA-STD-RURAL-CHECK VALUE '   '.
008570               15  P-NEW-CBSA-RURAL-2ND    PIC XX.
008580             10  P-NEW-CBSA-SPEC-WI          PIC 9(02)V9(04).
008590             10  P-NEW-CBSA-SPEC-WI-N  REDEFINES
008600                 P-NEW-CBSA-SPEC-WI          PIC 9(06).
008610     02  PROV-NEWREC-HOLD3.
008620         05  P-NEW-PASS-AMT-DATA.
008630             10  P-NEW-PASS-AMT-CAPITAL    PIC 9(04)V99.
008640             10  P-NEW-PASS-AMT-DIR-MED-ED PIC 9(04)V99.
008650             10  P-NEW-PASS-AMT-ORGAN-ACQ  PIC 9(04)V99.
008660             10  P-NEW-PASS-AMT-PLUS-MISC  PIC 9(04)V99.
008670         05  P-NEW-CAPI-DATA.
008680             15  P-NEW-CAPI-PPS-PAY-CODE   PIC X.
008690             15  P-NEW-CAPI-HOSP-SPEC-RATE PIC 9(04)V99.
008700             15  P-NEW-CAPI-OLD-HARM-RATE  PIC 9(04)V99.
008710             15  P-NEW-CAPI-NEW-HARM-RATIO PIC 9(01)V9999.
008720             15  P-NEW-CAPI-CSTCHG-RATIO   PIC 9V999.
008730             15  P-NEW-CAPI-NEW-HOSP       PIC X.
008740             15  P-NEW-CAPI-IME            PIC 9V9999.
008750             15  P-NEW-CAPI-EXCEPTIONS     PIC 9(04)V99.
008760         05  P-NEW-HVBP-HRR-DATA.
008770             15  P-NEW-VAL-BASED-PURCH-PARTIPNT PIC X.
008780             15  P-NEW-VAL-BASED-PURCH-ADJUST   PIC 9V9(11).
008790             15  P-NEW-HOSP-READMISSION-REDU    PIC X.
008800             15  P-NEW-HOSP-HRR-ADJUSTMT        PIC 9V9(4).
008810         05  P-MODEL1-BUNDLE-DATA.
008820             15  P-MODEL1-BUNDLE-DISPRCNT   PIC V999.
008830             15  P-HAC-REDUC-IND            PIC X.
008840             15  P-UNCOMP-CARE-AMOUNT       PIC 9(07)V99.
008850             15  P-NEW-EHR-REDUC-INDN           PIC X.
008860             15  P-LV-ADJ-FACTOR            PIC 9V9(6).
008870         05  P-NEW-COUNTY-CODE              PIC 9(05).
008880         05  P-NEW-COUNTY-CODE-X REDEFINES
008890             P-NEW-COUNTY-CODE              PIC X(05).
008900         05  P-NEW-SUPPLEMENTAL-WI.
008910             10  P-NEW-SUPP-WI-IND          PIC X.
008920                 88  P-NEW-IND-PRIOR-YEAR   VALUE '1'.
008930             10  P-NEW-SUPP-WI              PIC 9(02)V9(04).
008940         05  P-PASS-THRU-ALLO-STEM-CELL     PIC 9(07)V9(02).
008950         05  FILLER                         PIC X(31).
008960*
008970**************************************************************
008980*      THIS IS THE PROV-RECORD THAT WILL BE PASSED TO        *
008990*      THE PPCAL984 PROGRAM AND PRIOR PPCAL MODULES          *
009000*      FOR PROCESSING --- OLD PSF FORMAT                     *
009010**************************************************************
009020 01  PROV-HOLD.
009030     02  PROV-REC-HOLD1.
009040         05  P-PROVIDER-NO.
009050             10  P-STATE                PIC X(02).
009060             10  FILLER                 PIC X(04).
009070         05  P-EFF-DATE.
009080             10  P-EFF-YY               PIC 9(02).
009090             10  P-EFF-MM               PIC 9(02).
009100             10  P-EFF-DD               PIC 9(02).
009110         05  P-WAIVER-CODE              PIC X(01).
009120             88  WAIVER-STATE           VALUE 'Y'.
009130         05  P-PROVIDER-TYPE            PIC X(02).
009140             88  SOLE-COMMUNITY-PROV    VALUE '01' '11'.
009150             88  REFERRAL-CENTER        VALUE '07' '11' '15' '17'.
009160             88  INDIAN-HEALTH-SERVICE  VALUE '08'.
009170             88  REDESIGNATED-RURAL-YR1 VALUE '09'.
009180             88  REDESIGNATED-RURAL-YR2 VALUE '10'.
009190             88  SOLE-COM-REF-CENT      VALUE '11'.
009200             88  MDH-REBASED-FY90       VALUE '14' '15'.
009210             88  MDH-RRC-REBASED-FY90   VALUE '15'.
009220             88  SCH-REBASED-FY90       VALUE '16' '17'.
009230             88  SCH-RRC-REBASED-FY90   VALUE '17'.
009240             88  MEDICAL-ASSIST-FACIL   VALUE '18'.
009250             88  EACH                   VALUE '21'.
009260             88  EACH-REF-CTR           VALUE '22'.
009270         05  P-CURRENT-CENSUS-DIV       PIC 9(01).
009280             88  NEW-ENGLAND            VALUE  1.
009290             88  MIDDLE-ATLANTIC        VALUE  2.
009300             88  SOUTH-ATLANTIC         VALUE  3.
009310             88  EAST-NORTH-CENTRAL     VALUE  4.
009320             88  EAST-SOUTH-CENTRAL     VALUE  5.
009330             88  WEST-NORTH-CENTRAL     VALUE  6.
009340             88  WEST-SOUTH-CENTRAL     VALUE  7.
009350             88  MOUNTAIN               VALUE  8.
009360             88  PACIFIC                VALUE  9.
009370         05  P-PPS-BLEND-YEAR           PIC 9(01).
009380             88  VALID-PPS-BLEND-YEAR   VALUE 0 THRU 9.
009390         05  P-MSA-X.
009400             10  P-RURAL                PIC X(04).
009410                 88  RURAL              VALUE   '9999'.
009420         05  P-MSA-9 REDEFINES P-MSA-X  PIC 9(04).
009430         05  P-FISCAL-YEAR-END.
009440             10  P-MM                   PIC 9(02).
009450             10  P-DD                   PIC 9(02).
009460             10  P-YY                   PIC 9(02).
009470         05  P-VARIABLES.
009480             10  P-CMI-ADJ-CPD          PIC S9(05)V9(02).
009490             10  P-COLA                 PIC S9(01)V9(03).
009500             10  P-INTERN-RATIO         PIC S9(01)V9(04).
009510             10  PRUP-UPDT-FACTOR       PIC S9(01)V9(05).
009520             10  P-BED-SIZE             PIC  9(05).
009530             10  P-DSH-PERCENT          PIC V9(04).
009540             10  P-CCR                  PIC  9(01)V9(03).
009550             10  P-CMI                  PIC  9(01)V9(04).
009560             10  FILLER                 PIC  9(01).
009570             10  P-REPORT-DATE          PIC  9(06).
009580             10  FILLER                 PIC  9(01).
009590             10  P-INTER-NO             PIC  9(05).
009600     02  PROV-REC-HOLD2.
009610         05  P-FY-BEGIN-DATE            PIC 9(6).
009620         05  P-PASS-AMT-CAPITAL         PIC 9(4)V99.
009630         05  P-PASS-AMT-DIR-MED-ED      PIC 9(4)V99.
009640         05  P-PASS-AMT-ORGAN-ACQ       PIC 9(4)V99.
009650         05  P-PASS-AMT-PLUS-MISC       PIC 9(4)V99.
009660         05  P-SSI-RATIO                PIC V9(4).
009670         05  P-MEDICAID-RATIO           PIC V9(4).
009680         05  P-TERMINATION-DATE         PIC X(6).
009690         05  P-WAGE-INDEX-LOC-MSA       PIC X(4).
009700         05  P-CHG-CODE-INDEX           PIC X.
009710         05  P-STAND-AMT-LOC-MSA.
009720             10  P-RURAL-1ST.
009730                 88  P-RURAL-CHECK        VALUE '  '.
009740                 15  P-STAND-RURAL      PIC XX.
009750             10  P-RURAL-2ND            PIC XX.
009760         05  P-CAPI-SOL-HOSP-RATE       PIC XX.
009770         05  P-LUGAR                    PIC X.
009780         05  P-TEMP-RELIEF-IND          PIC X.
009790         05  FILLER                     PIC X(23).
009800     02  PROV-REC-HOLD3.
009810         05  P-CAPI-PPS-PAY-CODE        PIC X.
009820         05  P-CAPI-HOSP-SPEC-RATE      PIC 9(4)V99.
009830         05  P-CAPI-OLD-HARM-RATE       PIC 9(4)V99.
009840         05  P-CAPI-NEW-HARM-RATIO      PIC 9(1)V9999.
009850         05  P-CAPI-CSTCHG-RATIO        PIC 9V999.
009860         05  P-CAPI-NEW-HOSP            PIC X.
009870         05  P-CAPI-IME                 PIC 9V9999.
009880         05  P-CAPI-EXCEPTIONS          PIC 9(4)V99.
009890         05  P-HVBP-HRR-DATA.
009900             15  P-VAL-BASED-PURCH-PARTIPNT PIC X.
009910             15  P-VAL-BASED-PURCH-ADJUST   PIC 9V9(11).
009920             15  P-HOSP-READMISSION-REDU    PIC X.
009930             15  P-HOSP-HRR-ADJUSTMT        PIC 9V9(4).
009940         05  FILLER                         PIC X(04).
009950
009960************************************************************************
009970* OLD BILL FORMAT                                                      *
009980*                                                                      *
009990* THIS IS THE BILL-RECORD THAT WILL BE PASSED TO THE PPCAL983 PROGRAM  *
010000* AND PRIOR PPCAL MODULES FOR PROCESSING.                              *
010010*                                                                      *
010020* B-CHARGES-CLAIMED = TOTAL COVERED CHARGES ON THE 0001 (TOTALS        *
010030* LINE) MINUS BLOOD CLOT COST, KIDNEY COSTS, ACQUISITION COSTS AND     *
010040* TECHNICAL PROVIDER CHARGES.                                          *
010050************************************************************************
010060 01  BILL-DATA.
010070         10  B-PROVIDER-NO          PIC X(06).
010080         10  B-REVIEW-CODE          PIC 9(02).
010090             88  VALID-REVIEW-CODE     VALUE 00 THRU 08.
010100             88  PAY-WITH-OUTLIER      VALUE 00 07.
010110             88  PAY-DAYS-OUTLIER      VALUE 01.
010120             88  PAY-COST-OUTLIER      VALUE 02.
010130             88  PAY-PERDIEM-DAYS      VALUE 03.
010140             88  PAY-AVG-STAY-ONLY     VALUE 04.
010150             88  PAY-XFER-WITH-COST    VALUE 05.
010160             88  PAY-XFER-NO-COST      VALUE 06.
010170             88  PAY-WITHOUT-COST      VALUE 07.
010180             88  PAY-DRG-480           VALUE 08.
010190         10  B-DRG                  PIC 9(03).
010200         10  B-LOS                  PIC 9(03).
010210         10  B-COVERED-DAYS         PIC 9(03).
010220         10  B-LTR-DAYS             PIC 9(02).
010230         10  B-DISCHARGE-DATE.
010240             15  B-DISCHG-MM        PIC 9(02).
010250             15  B-DISCHG-DD        PIC 9(02).
010260             15  B-DISCHG-YY        PIC 9(02).
010270         10  B-CHARGES-CLAIMED      PIC 9(07)V9(02).
010280
010290************************************************************************
010300* NEW BILL FORMAT (MILLINNIUM COMPATIBLE)                              *
010310*                                                                      *
010320* THIS IS THE BILL-RECORD THAT WILL BE PASSED TO THE PPCAL001 PROGRAM  *
010330* AND AFTER FOR PROCESSING IN THE NEW FORMAT.                          *
010340*                                                                      *
010350* B-N-CHARGES-CLAIMED = TOTAL COVERED CHARGES ON THE 0001 (TOTALS      *
010360* LINE) MINUS BLOOD CLOT COST, KIDNEY COSTS, ACQUISITION COSTS AND     *
010370* TECHNICAL PROVIDER CHARGES.                                          *
010380************************************************************************
010390 01  BILL-NEW-DATA.
010400         10  B-N-NPI10.
010410            15  B-N-NPI8              PIC X(08).
010420            15  B-N-NPI-FILLER        PIC X(02).
010430         10  B-N-PROVIDER-NO          PIC X(06).
010440         10  B-N-REVIEW-CODE          PIC 9(02).
010450             88  N-VALID-REVIEW-CODE    VALUE 00 THRU 09 11.
010460             88  N-PAY-WITH-OUTLIER     VALUE 00 07.
010470             88  N-PAY-DAYS-OUTLIER     VALUE 01.
010480             88  N-PAY-COST-OUTLIER     VALUE 02.
010490             88  N-PAY-PERDIEM-DAYS     VALUE 03.
010500             88  N-PAY-AVG-STAY-ONLY    VALUE 04.
010510             88  N-PAY-XFER-WITH-COST   VALUE 05.
010520             88  N-PAY-XFER-NO-COST     VALUE 06.
010530             88  N-PAY-WITHOUT-COST     VALUE 07.
010540             88  N-PAY-DRG-480          VALUE 08.
010550             88  N-PAY-XFER-SPEC-DRG    VALUE 09 11.
010560             88  N-PAY-XFER-SPEC-DRG-NO-COST VALUE 11.
010570         10  B-N-DRG                  PIC 9(03).
010580         10  B-N-LOS                  PIC 9(03).
010590         10  B-N-COVERED-DAYS         PIC 9(03).
010600         10  B-N-LTR-DAYS             PIC 9(02).
010610         10  B-N-DISCHARGE-DATE.
010620             15  B-N-DISCHG-CC        PIC 9(02).
010630             15  B-N-DISCHG-YY        PIC 9(02).
010640             15  B-N-DISCHG-MM        PIC 9(02).
010650             15  B-N-DISCHG-DD        PIC 9(02).
010660         10  B-N-CHARGES-CLAIMED      PIC 9(07)V9(02).
010670         10  B-N-OTHER-PROC-CODES.
010680             15  B-N-PRIN-PROC-CODE       PIC X(07).
010690             15  B-N-OTHER-PROC-CODE1     PIC X(07).
010700             15  B-N-OTHER-PROC-CODE2     PIC X(07).
010710             15  B-N-OTHER-PROC-CODE3     PIC X(07).
010720             15  B-N-OTHER-PROC-CODE4     PIC X(07).
010730             15  B-N-OTHER-PROC-CODE5     PIC X(07).
010740             15  B-N-OTHER-PROC-CODE6     PIC X(07).
010750             15  B-N-OTHER-PROC-CODE7     PIC X(07).
010760             15  B-N-OTHER-PROC-CODE8     PIC X(07).
010770             15  B-N-OTHER-PROC-CODE9     PIC X(07).
010780             15  B-N-OTHER-PROC-CODE10    PIC X(07).
010790             15  B-N-OTHER-PROC-CODE11    PIC X(07).
010800             15  B-N-OTHER-PROC-CODE12    PIC X(07).
010810             15  B-N-OTHER-PROC-CODE13    PIC X(07).
010820             15  B-N-OTHER-PROC-CODE14    PIC X(07).
010830             15  B-N-OTHER-PROC-CODE15    PIC X(07).
010840             15  B-N-OTHER-PROC-CODE16    PIC X(07).
010850             15  B-N-OTHER-PROC-CODE17    PIC X(07).
010860             15  B-N-OTHER-PROC-CODE18    PIC X(07).
010870             15  B-N-OTHER-PROC-CODE19    PIC X(07).
010880             15  B-N-OTHER-PROC-CODE20    PIC X(07).
010890             15  B-N-OTHER-PROC-CODE21    PIC X(07).
010900             15  B-N-OTHER-PROC-CODE22    PIC X(07).
010910             15  B-N-OTHER-PROC-CODE23    PIC X(07).
010920             15  B-N-OTHER-PROC-CODE24    PIC X(07).
010930         10  B-N-OTHER-DIAG-CODES.
010940             15  B-N-OTHER-DIAG-CODE1     PIC X(07).
010950             15  B-N-OTHER-DIAG-CODE2     PIC X(07).
010960             15  B-N-OTHER-DIAG-CODE3     PIC X(07).
010970             15  B-N-OTHER-DIAG-CODE4     PIC X(07).
010980             15  B-N-OTHER-DIAG-CODE5     PIC X(07).
010990             15  B-N-OTHER-DIAG-CODE6     PIC X(07).
011000             15  B-N-OTHER-DIAG-CODE7     PIC X(07).
011010             15  B-N-OTHER-DIAG-CODE8     PIC X(07).
011020             15  B-N-OTHER-DIAG-CODE9     PIC X(07).
011030             15  B-N-OTHER-DIAG-CODE10    PIC X(07).
011040             15  B-N-OTHER-DIAG-CODE11    PIC X(07).
011050             15  B-N-OTHER-DIAG-CODE12    PIC X(07).
011060             15  B-N-OTHER-DIAG-CODE13    PIC X(07).
011070             15  B-N-OTHER-DIAG-CODE14    PIC X(07).
011080             15  B-N-OTHER-DIAG-CODE15    PIC X(07).
011090             15  B-N-OTHER-DIAG-CODE16    PIC X(07).
011100             15  B-N-OTHER-DIAG-CODE17    PIC X(07).
011110             15  B-N-OTHER-DIAG-CODE18    PIC X(07).
011120             15  B-N-OTHER-DIAG-CODE19    PIC X(07).
011130             15  B-N-OTHER-DIAG-CODE20    PIC X(07).
011140             15  B-N-OTHER-DIAG-CODE21    PIC X(07).
011150             15  B-N-OTHER-DIAG-CODE22    PIC X(07).
011160             15  B-N-OTHER-DIAG-CODE23    PIC X(07).
011170             15  B-N-OTHER-DIAG-CODE24    PIC X(07).
011180             15  B-N-OTHER-DIAG-CODE25    PIC X(07).
011190         10  B-N-DEMO-DATA.
011200             15  B-N-DEMO-CODE1        PIC X(02).
011210             15  B-N-DEMO-CODE2        PIC X(02).
011220             15  B-N-DEMO-CODE3        PIC X(02).
011230             15  B-N-DEMO-CODE4        PIC X(02).
011240         10  B-N-NDC-DATA.
011250             15  B-N-NDC-NUMBER        PIC X(11).
011260         10  B-N-COND-DATA.
011270             15  B-N-COND-CODE1        PIC X(02).
011280             15  B-N-COND-CODE2        PIC X(02).
011290             15  B-N-COND-CODE3        PIC X(02).
011300             15  B-N-COND-CODE4        PIC X(02).
011310             15  B-N-COND-CODE5        PIC X(02).
011320         10  FILLER                     PIC X(63).
011330
011340****************************************************************
011350* OLD PPS-ADDITIONAL-VARIABLES FORMAT - PRE FY 2013            *
011360*                                                              *
011370* THIS IS THE PPS-ADDITIONAL-VARIABLES FORMAT WHICH IS PASSED  *
011380* TO THE PPCAL04E THROUGH PPCAL125 MODULES FOR PROCESSING.     *
011390* RECORD LENGTH: 1320                                          *
011400* TRANSFER ADJ. IS 9(01)V9(05)                                 *
011410* THIS RECORD WILL FILL PPS-ADDITIONAL-VARIABLES AFTER         *
011420* RETURNING FROM PPCAL FOR RETURN TO FISS.                     *
011430****************************************************************
011440 01  PPS-ADDITIONAL-VARIABLES-PRE13.
011450     02  PPS-VARIABLES-SECTION1-PRE13     PIC X(218).
011460     02  PPS-VARIABLES-SECTION2-PRE13.
011470         05  PPS-OTHER-VARIABLES-PRE13.
011480             10  PPS-NON-TEMP-RELIEF-PMT-PRE13    PIC 9(07)V9(02).
011490             10  PPS-NEW-TECH-PAY-ADD-ON-PRE13    PIC 9(07)V9(02).
011500             10  PPS-LOW-VOL-PAYMENT-PRE13        PIC 9(07)V9(02).
011510     02  PPS-VARIABLES-SECTION3-PRE13     PIC X(1075).
011520
011530****************************************************************
011540* OLD PPS-ADDITIONAL-VARIABLES FORMAT - FY 2013 & FY 2014      *
011550*                                                              *
011560* THIS IS THE PPS-ADDITIONAL-VARIABLES FORMAT WHICH IS PASSED  *
011570* TO THE PPCAL135 AND PPCAL14B MODULES FOR PROCESSING.         *
011580* RECORD LENGTH: 1319                                          *
011590* TRANSFER ADJ. IS 9(01)V9(04)                                 *
011600* THIS RECORD WILL FILL PPS-ADDITIONAL-VARIABLES AFTER         *
011610* RETURNING FROM PPCAL FOR RETURN TO FISS.                     *
011620****************************************************************
011630 01  PPS-ADDITIONAL-VARIABLES-1314.
011640     02  PPS-VARIABLES-SECTION1-1314      PIC X(218).
011650     02  PPS-VARIABLES-SECTION2-1314.
011660         05  PPS-OTHER-VARIABLES-1314.
011670             10  PPS-NON-TEMP-RELIEF-PMT-1314     PIC 9(07)V9(02).
011680             10  PPS-NEW-TECH-PAY-ADD-ON-1314     PIC 9(07)V9(02).
011690             10  PPS-LOW-VOL-PAYMENT-1314         PIC 9(07)V9(02).
011700     02  PPS-VARIABLES-SECTION3-1314      PIC X(1074).
011710
011720 LINKAGE SECTION.
011730
011740************************************************************************
011750* NEW BILL FORMAT (MILLINNIUM COMPATIBLE)                              *
011760* CHANGE TO THE NDC CODES PER FY 2021 CR# #####                        *
011770
011780* THIS IS THE BILL-RECORD THAT WILL BE PASSED TO THE PPCAL215 PROGRAM  *
011790* AND AFTER FOR PROCESSING IN THE NEW FORMAT.                          *
011800************************************************************************
011810 01  BILL-DATA-2021.
011820         10  B-21-NPI10.
011830             15  B-21-NPI8             PIC X(08).
011840             15  B-21-NPI-FILLER       PIC X(02).
011850         10  B-21-PROVIDER-NO         PIC X(06).
011860         10  B-21-REVIEW-CODE         PIC 9(02).
011870             88  N-VALID-REVIEW-CODE    VALUE 00 THRU 09 11.
011880             88  N-PAY-WITH-OUTLIER     VALUE 00 07.
011890             88  N-PAY-DAYS-OUTLIER     VALUE 01.
011900             88  N-PAY-COST-OUTLIER     VALUE 02.
011910             88  N-PAY-PERDIEM-DAYS     VALUE 03.
011920             88  N-PAY-AVG-STAY-ONLY    VALUE 04.
011930             88  N-PAY-XFER-WITH-COST   VALUE 05.
011940             88  N-PAY-XFER-NO-COST     VALUE 06.
011950             88  N-PAY-WITHOUT-COST     VALUE 07.
011960             88  N-PAY-DRG-480          VALUE 08.
011970             88  N-PAY-XFER-SPEC-DRG    VALUE 09 11.
011980             88  N-PAY-XFER-SPEC-DRG-NO-COST VALUE 11.
011990         10  B-21-DRG                 PIC 9(03).
012000         10  B-21-LOS                 PIC 9(03).
012010         10  B-21-COVERED-DAYS        PIC 9(03).
012020         10  B-21-LTR-DAYS            PIC 9(02).
012030         10  B-21-DISCHARGE-DATE.
012040             15  B-21-DISCHG-CC       PIC 9(02).
012050             15  B-21-DISCHG-YY       PIC 9(02).
012060             15  B-21-DISCHG-MM       PIC 9(02).
012070             15  B-21-DISCHG-DD       PIC 9(02).
012080         10  B-21-CHARGES-CLAIMED     PIC 9(07)V9(02).
012090         10  B-21-OTHER-PROC-CODES.
012100             15  B-21-PRIN-PROC-CODE      PIC X(07).
012110             15  B-21-OTHER-PROC-CODE1    PIC X(07).
012120             15  B-21-OTHER-PROC-CODE2    PIC X(07).
012130             15  B-21-OTHER-PROC-CODE3    PIC X(07).
012140             15  B-21-OTHER-PROC-CODE4    PIC X(07).
012150             15  B-21-OTHER-PROC-CODE5    PIC X(07).
012160             15  B-21-OTHER-PROC-CODE6    PIC X(07).
012170             15  B-21-OTHER-PROC-CODE7    PIC X(07).
012180             15  B-21-OTHER-PROC-CODE8    PIC X(07).
012190             15  B-21-OTHER-PROC-CODE9    PIC X(07).
012200             15  B-21-OTHER-PROC-CODE10   PIC X(07).
012210             15  B-21-OTHER-PROC-CODE11   PIC X(07).
012220             15  B-21-OTHER-PROC-CODE12   PIC X(07).
012230             15  B-21-OTHER-PROC-CODE13   PIC X(07).
012240             15  B-21-OTHER-PROC-CODE14   PIC X(07).
012250             15  B-21-OTHER-PROC-CODE15   PIC X(07).
012260             15  B-21-OTHER-PROC-CODE16   PIC X(07).
012270             15  B-21-OTHER-PROC-CODE17   PIC X(07).
012280             15  B-21-OTHER-PROC-CODE18   PIC X(07).
012290             15  B-21-OTHER-PROC-CODE19   PIC X(07).
012300             15  B-21-OTHER-PROC-CODE20   PIC X(07).
012310             15  B-21-OTHER-PROC-CODE21   PIC X(07).
012320             15  B-21-OTHER-PROC-CODE22   PIC X(07).
012330             15  B-21-OTHER-PROC-CODE23   PIC X(07).
012340             15  B-21-OTHER-PROC-CODE24   PIC X(07).
012350         10  B-21-OTHER-DIAG-CODES.
012360             15  B-21-OTHER-DIAG-CODE1    PIC X(07).
012370             15  B-21-OTHER-DIAG-CODE2    PIC X(07).
012380             15  B-21-OTHER-DIAG-CODE3    PIC X(07).
012390             15  B-21-OTHER-DIAG-CODE4    PIC X(07).
012400             15  B-21-OTHER-DIAG-CODE5    PIC X(07).
012410             15  B-21-OTHER-DIAG-CODE6    PIC X(07).
012420             15  B-21-OTHER-DIAG-CODE7    PIC X(07).
012430             15  B-21-OTHER-DIAG-CODE8    PIC X(07).
012440             15  B-21-OTHER-DIAG-CODE9    PIC X(07).
012450             15  B-21-OTHER-DIAG-CODE10   PIC X(07).
012460             15  B-21-OTHER-DIAG-CODE11   PIC X(07).
012470             15  B-21-OTHER-DIAG-CODE12   PIC X(07).
012480             15  B-21-OTHER-DIAG-CODE13   PIC X(07).
012490             15  B-21-OTHER-DIAG-CODE14   PIC X(07).
012500             15  B-21-OTHER-DIAG-CODE15   PIC X(07).
012510             15  B-21-OTHER-DIAG-CODE16   PIC X(07).
012520             15  B-21-OTHER-DIAG-CODE17   PIC X(07).
012530             15  B-21-OTHER-DIAG-CODE18   PIC X(07).
012540             15  B-21-OTHER-DIAG-CODE19   PIC X(07).
012550             15  B-21-OTHER-DIAG-CODE20   PIC X(07).
012560             15  B-21-OTHER-DIAG-CODE21   PIC X(07).
012570             15  B-21-OTHER-DIAG-CODE22   PIC X(07).
012580             15  B-21-OTHER-DIAG-CODE23   PIC X(07).
012590             15  B-21-OTHER-DIAG-CODE24   PIC X(07).
012600             15  B-21-OTHER-DIAG-CODE25   PIC X(07).
012610         10  B-21-DEMO-DATA.
012620             15  B-21-DEMO-CODE1       PIC X(02).
012630             15  B-21-DEMO-CODE2       PIC X(02).
012640             15  B-21-DEMO-CODE3       PIC X(02).
012650             15  B-21-DEMO-CODE4       PIC X(02).
012660         10  B-21-NDC-DATA.
012670             15  B-21-NDC-NUMBER1      PIC X(11).
012680             15  B-21-NDC-NUMBER2      PIC X(11).
012690             15  B-21-NDC-NUMBER3      PIC X(11).
012700             15  B-21-NDC-NUMBER4      PIC X(11).
012710             15  B-21-NDC-NUMBER5      PIC X(11).
012720             15  B-21-NDC-NUMBER6      PIC X(11).
012730             15  B-21-NDC-NUMBER7      PIC X(11).
012740             15  B-21-NDC-NUMBER8      PIC X(11).
012750             15  B-21-NDC-NUMBER9      PIC X(11).
012760             15  B-21-NDC-NUMBER10     PIC X(11).
012770         10  B-21-COND-DATA.
012780             15  B-21-COND-CODE1       PIC X(02).
012790             15  B-21-COND-CODE2       PIC X(02).
012800             15  B-21-COND-CODE3       PIC X(02).
012810             15  B-21-COND-CODE4       PIC X(02).
012820             15  B-21-COND-CODE5       PIC X(02).
012830
012840 01  PPS-DATA.
012850         10  PPS-RTC                PIC 9(02).
012860         10  PPS-WAGE-INDX          PIC 9(02)V9(04).
012870         10  PPS-OUTLIER-DAYS       PIC 9(03).
012880         10  PPS-AVG-LOS            PIC 9(02)V9(01).
012890         10  PPS-DAYS-CUTOFF        PIC 9(02)V9(01).
012900         10  PPS-OPER-IME-ADJ       PIC 9(08)V9(02).
012910         10  PPS-TOTAL-PAYMENT      PIC 9(09)V9(02).
012920         10  PPS-OPER-HSP-PART      PIC 9(08)V9(02).
012930         10  PPS-OPER-FSP-PART      PIC 9(08)V9(02).
012940         10  PPS-OPER-OUTLIER-PART  PIC 9(09)V9(02).
012950         10  PPS-REG-DAYS-USED      PIC 9(03).
012960         10  PPS-LTR-DAYS-USED      PIC 9(02).
012970         10  PPS-OPER-DSH-ADJ       PIC 9(08)V9(02).
012980         10  PPS-CALC-VERS          PIC 9(05).
012990
013000 01  PRICER-OPT-VERS-SW.
013010     02  PRICER-OPTION-SW               PIC X(01).
013020         88  ALL-TABLES-PASSED          VALUE 'A'.
013030         88  PROV-RECORD-PASSED         VALUE 'P'.
013040         88  ADDITIONAL-VARIABLES       VALUE 'M'.
013050     02  PPS-VERSIONS.
013060         10  PPDRV-VERSION              PIC X(05).
013070*  AGED-BILL OVERRIDE - 'Y' AUTHORIZES PRICING A BILL
013080*  DISCHARGED MORE THAN FIVE YEARS AGO THROUGH THE PROPER
013090*  OLD PPCALXXX MODULE INSTEAD OF RETURNING RTC 98.
013100     02  PPS-AGED-BILL-OVERRIDE         PIC X(01).
013110*  PRIOR-FY FORCE - 'Y' SKIPS THE CURRENT FY MODULE SO THE
013120*  BILL PRICES THROUGH THE PRIOR YEAR'S PPCAL MODULE.
013130     02  PPS-FORCE-PRIOR-FY             PIC X(01).
013140
013150 01  PPS-ADDITIONAL-VARIABLES.
013160     02  PPS-VARIABLES-SECTION1.
013170         05  PPS-HSP-PCT                PIC 9(01)V9(02).
013180         05  PPS-FSP-PCT                PIC 9(01)V9(02).
013190         05  PPS-NAT-PCT                PIC 9(01)V9(02).
013200         05  PPS-REG-PCT                PIC 9(01)V9(02).
013210         05  PPS-CMI-ADJ-CPD            PIC 9(05)V9(02).
013220         05  PPS-UPDATE-FACTOR          PIC 9(01)V9(05).
013230         05  PPS-DRG-WT                 PIC 9(02)V9(04).
013240         05  PPS-NAT-LABOR              PIC 9(05)V9(02).
013250         05  PPS-NAT-NLABOR             PIC 9(05)V9(02).
013260         05  PPS-REG-LABOR              PIC 9(05)V9(02).
013270         05  PPS-REG-NLABOR             PIC 9(05)V9(02).
013280         05  PPS-OPER-COLA              PIC 9(01)V9(03).
013290         05  PPS-INTERN-RATIO           PIC 9(01)V9(04).
013300         05  PPS-OPER-OUTLIER           PIC 9(09)V9(09).
013310         05  PPS-OPER-BILL-COSTS        PIC 9(09)V9(09).
013320         05  PPS-OPER-DOLLAR-THRESHOLD  PIC 9(09)V9(09).
013330         05  PPS-DSCHG-FRCTN            PIC 9(1)V9999.
013340         05  PPS-DRG-WT-FRCTN           PIC 9(2)V9999.
013350         05  PPS-CAPITAL-VARIABLES.
013360             10  PPS-CAPI-TOTAL-PAY         PIC S9(09)V9(02).
013370             10  PPS-CAPI-HSP               PIC S9(09)V9(02).
013380             10  PPS-CAPI-FSP               PIC S9(09)V9(02).
013390             10  PPS-CAPI-OUTLIER           PIC S9(09)V9(02).
013400             10  PPS-CAPI-OLD-HARM          PIC S9(09)V9(02).
013410             10  PPS-CAPI-DSH-ADJ           PIC S9(09)V9(02).
013420             10  PPS-CAPI-IME-ADJ           PIC S9(09)V9(02).
013430             10  PPS-CAPI-EXCEPTIONS        PIC S9(09)V9(02).
013440         05  PPS-CAPITAL2-VARIABLES.
013450             10  PPS-CAPI2-PAY-CODE          PIC X(1).
013460             10  PPS-CAPI2-B-FSP             PIC S9(09)V9(02).
013470             10  PPS-CAPI2-B-OUTLIER         PIC S9(09)V9(02).
013480     02  PPS-VARIABLES-SECTION2.
013490         05  PPS-OTHER-VARIABLES.
013500             10  PPS-NON-TEMP-RELIEF-PAYMENT PIC 9(09)V9(02).
013510             10  PPS-NEW-TECH-PAY-ADD-ON     PIC 9(09)V9(02).
013520             10  PPS-ISLET-ISOL-PAY-ADD-ON   PIC 9(09)V9(02).
013530             10  PPS-LOW-VOL-PAYMENT         PIC 9(09)V9(02).
013540     02  PPS-VARIABLES-SECTION3.
013550         05  PPS-HVBP-HRR-DATA.
013560             10  PPS-VAL-BASED-PURCH-PARTIPNT PIC X.
013570             10  PPS-VAL-BASED-PURCH-ADJUST   PIC 9V9(11).
013580             10  PPS-HOSP-READMISS-REDUCTN    PIC X.
013590             10  PPS-HOSP-HRR-ADJUSTMT        PIC 9V9(4).
013600         05  PPS-OPERATNG-DATA.
013610             10  PPS-MODEL1-BUNDLE-DISPRCNT  PIC V999.
013620             10  PPS-OPER-BASE-DRG-PAY       PIC 9(08)V99.
013630             10  PPS-OPER-HSP-AMT            PIC 9(08)V99.
013640        10  PPS-PC-VARIABLES.
013650             15  PPS-OPER-DSH                PIC 9(01)V9(04).
013660             15  PPS-CAPI-DSH                PIC 9(01)V9(04).
013670             15  PPS-CAPI-HSP-PCT            PIC 9(01)V9(02).
013680             15  PPS-CAPI-FSP-PCT            PIC 9(01)V9(04).
013690             15  PPS-ARITH-ALOS              PIC 9(02)V9(01).
013700             15  PPS-PR-WAGE-INDEX           PIC 9(02)V9(04).
013710             15  PPS-TRANSFER-ADJ            PIC 9(01)V9(04).
013720             15  PPS-PC-HMO-FLAG             PIC X(01).
013730             15  PPS-PC-COT-FLAG             PIC X(01).
013740             15  PPS-OPER-HSP-PART2          PIC 9(09)V9(02).
013750             15  PPS-BUNDLE-ADJUST-AMT       PIC S9(09)V99.
013760        10  PPS-ADDITIONAL-PAY-INFO-DATA.
013770             15  PPS-UNCOMP-CARE-AMOUNT         PIC S9(09)V9(02).
013780             15  PPS-BUNDLE-ADJUST-AMT          PIC S9(09)V9(02).
013790             15  PPS-VAL-BASED-PURCH-ADJUST-AMT PIC S9(09)V9(02).
013800             15  PPS-READMIS-ADJUST-AMT         PIC S9(09)V9(02).
013810        10  PPS-ADDITIONAL-PAY-INFO-DATA2.
013820             15  PPS-HAC-PROG-REDUC-IND         PIC X.
013830             15  PPS-EHR-PROG-REDUC-IND         PIC X.
013840             15  PPS-EHR-ADJUST-AMT             PIC S9(09)V9(02).
013850             15  PPS-STNDRD-VALUE               PIC S9(09)V9(02).
013860             15  PPS-HAC-PAYMENT-AMT            PIC S9(09)V9(02).
013870             15  PPS-FLX7-PAYMENT               PIC S9(09)V9(02).
013880             15  PPS-NDC-ADDON-AMT              PIC S9(09)V9(02).
013890        10  PPS-FILLER                          PIC X(0886).
013900*******************************************************
013910
013920 01  PROV-RECORD.
013930     05  PROV-RECORD1               PIC X(80).
013940     05  PROV-RECORD2               PIC X(80).
013950     05  PROV-RECORD3               PIC X(150).
013960
013970 01  MSAX-WI-TABLE.
013980     05  M-MSAX-DATA                OCCURS 9000
013990                                    ASCENDING KEY IS
014000                                        M-MSAX-MSA
014010                                        M-MSAX-EFF-DATE
014020                                    INDEXED BY MU1 MU2 MU3.
014030         10  M-MSAX-MSA             PIC X(4).
014040         10  M-MSAX-SIZE            PIC X(01).
014050         10  M-MSAX-EFF-DATE        PIC X(08).
014060         10  M-MSAX-WAGE-INDX1      PIC S9(02)V9(04).
014070         10  M-MSAX-WAGE-INDX2      PIC S9(02)V9(04).
014080
014090 01  CBSA-WI-TABLE.
014100     05  T-CBSA-DATA                  OCCURS 8000
014110                                    ASCENDING KEY IS
014120                                        T-CBSA
014130                                        T-CBSA-EFF-DATE
014140                                    INDEXED BY MA1 MA2 MA3.
014150         10  T-CBSA                   PIC X(5).
014160         10  T-CBSA-SIZE              PIC X(01).
014170         10  T-CBSA-EFF-DATE          PIC X(08).
014180         10  T-CBSA-WAGE-INDX1        PIC S9(02)V9(04).
014190         10  T-CBSA-WAGE-INDX2        PIC S9(02)V9(04).
014200         10  T-CBSA-WAGE-INDX3        PIC S9(02)V9(04).
014210
014220*******************************************************
014230*    HOLD VARIABLES POPULATED IN PPCAL___***          *
014240*******************************************************
014250 COPY PPHOLDAR.
014260*******************************************************
014270*    NEW-TECHNOLOGY ADD-ON RATE/CAP TABLE, LOADED BY   *
014280*    THE BATCH DRIVER AND PASSED DOWN TO PPCAL215      *
014290*******************************************************
014300 COPY NTECHTAB.
014310*******************************************************
014320*    WAGE INDEX LOOKUP AUDIT TRAIL, RETURNED TO THE     *
014330*    CALLER ALONGSIDE PPS-DATA.                          *
014340*******************************************************
014350 COPY WIAUDIT.
014360*******************************************************
014370*    RUNTIME-LOADED DRG WEIGHT TABLE, LOADED BY THE    *
014380*    BATCH DRIVER AND PASSED DOWN TO PPCAL215          *
014390*******************************************************
014400 COPY DRGWTTAB.
014410*******************************************************
014420*    NDC DRUG ADD-ON RATE TABLE, LOADED BY THE BATCH   *
014430*    DRIVER AND PASSED DOWN TO PPCAL215                *
014440*******************************************************
014450  COPY NDCRTTAB.
014460*******************************************************
014470*    OPERATING STANDARDIZED-AMOUNT RATE TABLE, LOADED  *
014480*    BY THE BATCH DRIVER AND PASSED DOWN TO THE        *
014490*    CURRENT PPCAL MODULES                             *
014500*******************************************************
014510  COPY OPRTTAB.
014520*******************************************************
014530*    STATEWIDE-AVERAGE COST-TO-CHARGE RATIO TABLE,     *
014540*    LOADED BY THE BATCH DRIVER AND PASSED DOWN TO     *
014550*    THE CURRENT PPCAL MODULES FOR THE OUTLIER CCR     *
014560*******************************************************
014570  COPY CCRSTTAB.
014580*******************************************************
014590*    GEOGRAPHIC-DESIGNATION TABLE (SECTION 401, RURAL  *
014600*    FLOOR, LUGAR AND QUARTILE ROWS), LOADED BY THE    *
014610*    BATCH DRIVER IN PLACE OF THE COMPILED LISTS       *
014620*******************************************************
014630  COPY GEODSTAB.
014640*******************************************************
014650*    RURAL FLOOR, PRIOR-YEAR WAGE INDEX, OUTMIGRATION  *
014660*    AND TWO-MIDNIGHT TABLES, LOADED NIGHTLY BY THE    *
014670*    BATCH DRIVER.  THE TWO-MIDNIGHT TABLE IS PASSED   *
014680*    ON TO EVERY PPCAL MODULE                          *
014690*******************************************************
014700  COPY RUFL200.
014710  COPY PREV200.
014720  COPY HOUTI212.
014730  COPY MIDNIGHT.
014740*******************************************************
014750*    FISCAL-YEAR DISPATCH CONTROL TABLE, LOADED BY THE *
014760*    BATCH DRIVER IN PLACE OF THE COMPILED DISCHARGE-  *
014770*    DATE CHAIN                                        *
014780*******************************************************
014790  COPY DISPCTL.
014800*******************************************************
014810*    PROVIDER-BREAK STATE CARRIED BETWEEN CALLS - THE *
014820*    CALLER'S AREA ON 'PPDRV215S', OTHERWISE          *
014830*    WKD-DRV-SESSION-STATE                            *
014840*******************************************************
014850 COPY DRVSTATE.
014860
014870**YEARCHANGE 2015.2             **********************
014880*****************************************************************
014890*  ORIGINAL 8-PARAMETER ENTRY, UNCHANGED SINCE BEFORE THE        *
014900*  NEW-TECH-TABLE/WI-AUDIT-RECORD ADD-ONS, KEPT FOR ANY CALLER   *
014910*  STILL BUILT AGAINST THAT SIGNATURE.  SEE 'PPDRV215E' BELOW    *
014920*  FOR THE EXTENDED SIGNATURE PPBAT215 CALLS.                    *
014930*****************************************************************
014940 PROCEDURE DIVISION  USING BILL-DATA-2021
014950                           PPS-DATA
014960                           PRICER-OPT-VERS-SW
014970                           PPS-ADDITIONAL-VARIABLES
014980                           PROV-RECORD
014990                           MSAX-WI-TABLE
015000                           CBSA-WI-TABLE
015010                           PPHOLDAR-HOLD-AREA.
015020
015030     MOVE 'O' TO WK-ENTRY-MODE-SW.
015040     SET ADDRESS OF NEW-TECH-TABLE
015050         TO ADDRESS OF WKD-NEW-TECH-TABLE.
015060     SET ADDRESS OF WI-AUDIT-RECORD
015070         TO ADDRESS OF WKD-WI-AUDIT-RECORD.
015080     SET ADDRESS OF DRG-WEIGHT-FILE-TABLE
015090         TO ADDRESS OF WKD-DRG-WEIGHT-FILE-TABLE.
015100     MOVE ZEROES TO WKD-DWF-COUNT.
015110     SET ADDRESS OF NDC-RATE-TABLE
015120         TO ADDRESS OF WKD-NDC-RATE-TABLE.
015130     MOVE ZEROES TO WKD-NDC-RT-COUNT.
015140     SET ADDRESS OF OPER-RATE-TABLE
015150         TO ADDRESS OF WKD-OPER-RATE-TABLE.
015160     MOVE ZEROES TO WKD-OPRT-COUNT.
015170     SET ADDRESS OF STATE-CCR-TABLE
015180         TO ADDRESS OF WKD-STATE-CCR-TABLE.
015190     MOVE ZEROES TO WKD-SCCR-COUNT.
015200     SET ADDRESS OF GEO-DESIG-TABLE
015210         TO ADDRESS OF WKD-GEO-DESIG-TABLE.
015220     MOVE ZEROES TO WKD-GEOD-COUNT.
015230     SET ADDRESS OF RUFL-FLOOR-TABLE
015240         TO ADDRESS OF WKD-RUFL-FLOOR-TABLE.
015250     MOVE ZEROES TO WKD-RUFL-COUNT.
015260     SET ADDRESS OF PREV-WI-TABLE
015270         TO ADDRESS OF WKD-PREV-WI-TABLE.
015280     MOVE ZEROES TO WKD-PREV-COUNT.
015290     SET ADDRESS OF OUTM-ADJ-TABLE
015300         TO ADDRESS OF WKD-OUTM-ADJ-TABLE.
015310     MOVE ZEROES TO WKD-OUTM-COUNT.
015320     SET ADDRESS OF MID-ADJ-TABLE
015330         TO ADDRESS OF WKD-MID-ADJ-TABLE.
015340     MOVE ZEROES TO WKD-MID-COUNT.
015350     SET ADDRESS OF DISP-CTL-TABLE
015360         TO ADDRESS OF WKD-DISP-CTL-TABLE.
015370     MOVE ZEROES TO WKD-DSPC-COUNT.
015380     SET ADDRESS OF DRV-SESSION-STATE
015390         TO ADDRESS OF WKD-DRV-SESSION-STATE.
015400     GO TO 0000-COMMON-START.
015410
015420*****************************************************************
015430*  EXTENDED ENTRY POINT.  ADDS THE NEW-TECHNOLOGY RATE/CAP       *
015440*  TABLE AND THE WAGE-INDEX AUDIT RECORD TO THE ORIGINAL         *
015450*  8-PARAMETER LIST SO EXISTING CALLERS ARE UNAFFECTED.          *
015460*  PPBAT215 CALLS THIS ENTRY POINT.                              *
015470*****************************************************************
015480 ENTRY 'PPDRV215E' USING BILL-DATA-2021
015490                         PPS-DATA
015500                         PRICER-OPT-VERS-SW
015510                         PPS-ADDITIONAL-VARIABLES
015520                         PROV-RECORD
015530                         MSAX-WI-TABLE
015540                         CBSA-WI-TABLE
015550                         PPHOLDAR-HOLD-AREA
015560                         NEW-TECH-TABLE
015570                         WI-AUDIT-RECORD
015580                         DRG-WEIGHT-FILE-TABLE
015590                         NDC-RATE-TABLE
015600                         OPER-RATE-TABLE
015610                         STATE-CCR-TABLE
015620                         GEO-DESIG-TABLE
015630                         RUFL-FLOOR-TABLE
015640                         PREV-WI-TABLE
015650                         OUTM-ADJ-TABLE
015660                         MID-ADJ-TABLE
015670                         DISP-CTL-TABLE.
015680
015690     MOVE 'E' TO WK-ENTRY-MODE-SW.
015700     SET ADDRESS OF DRV-SESSION-STATE
015710         TO ADDRESS OF WKD-DRV-SESSION-STATE.
015720     GO TO 0000-COMMON-START.
015730
015740*****************************************************************
015750*  SESSION ENTRY POINT.  THE EXTENDED LIST PLUS THE CALLER'S     *
015760*  OWN PROVIDER-BREAK STATE (DRVSTATE), SO CONCURRENT ONLINE     *
015770*  SESSIONS CANNOT DISTURB EACH OTHER'S HOLD AREAS.  PPSVC215    *
015780*  CALLS THIS ENTRY POINT.                                       *
015790*****************************************************************
015800 ENTRY 'PPDRV215S' USING BILL-DATA-2021
015810                         PPS-DATA
015820                         PRICER-OPT-VERS-SW
015830                         PPS-ADDITIONAL-VARIABLES
015840                         PROV-RECORD
015850                         MSAX-WI-TABLE
015860                         CBSA-WI-TABLE
015870                         PPHOLDAR-HOLD-AREA
015880                         NEW-TECH-TABLE
015890                         WI-AUDIT-RECORD
015900                         DRG-WEIGHT-FILE-TABLE
015910                         NDC-RATE-TABLE
015920                         OPER-RATE-TABLE
015930                         STATE-CCR-TABLE
015940                         GEO-DESIG-TABLE
015950                         RUFL-FLOOR-TABLE
015960                         PREV-WI-TABLE
015970                         OUTM-ADJ-TABLE
015980                         MID-ADJ-TABLE
015990                         DISP-CTL-TABLE
016000                         DRV-SESSION-STATE.
016010
016020     MOVE 'S' TO WK-ENTRY-MODE-SW.
016030
016040*****************************************************************
016050*    PROCESSING:
016060*        A. THIS MODULE WILL CALL THE PPCAL MODULES.
016070*        B. THE PROV-RECORD AND WAGE-INDEX-RECORD ASSOCIATED WITH
016080*           EACH BILL WILL BE PASSED TO THE PPCAL PROGRAMS.
016090*****************************************************************
016100
016110 0000-COMMON-START.
016120     MOVE DRV-VERSION TO PPDRV-VERSION.
016130     IF NOT DS-STATE-READY
016140         INITIALIZE DRV-SESSION-STATE
016150         MOVE 'DRV5' TO DS-STATE-TAG
016160     END-IF.
016170     MOVE B-21-PROVIDER-NO TO DS-LAST-PROVIDER.
016180     MOVE 'N' TO WK-GEOD-LOADED-SW.
016190     IF GEOD-COUNT NUMERIC AND GEOD-COUNT > 0
016200        MOVE 'Y' TO WK-GEOD-LOADED-SW.
016210     MOVE 'N' TO WK-DSPC-LOADED-SW.
016220     IF DSPC-COUNT NUMERIC AND DSPC-COUNT > 0
016230        MOVE 'Y' TO WK-DSPC-LOADED-SW.
016240
016250     MOVE ALL '0' TO PPS-DATA.
016260     MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES-PRE13.
016270     MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES-1314.
016280     MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES.
016290
016300*    MOVE ZEROES  TO W-PR-INDEX-RECORD
016310*                    W-NEW-INDEX-RECORD
016320*                    W-NEW-PR-INDEX-RECORD
016330*                    W-NEW-CBSA-PR-WI
016340*                    W-NEW-CBSA-WI
016350*                    W-RURAL-CBSA-WI
016360*                    W-RURAL-CBSA-PR-WI
016370
016380*****************************************************************
016390
016400     INITIALIZE WAGE-NEW-INDEX-RECORD
016410                WAGE-NEW-CBSA-INDEX-RECORD
016420                WAGE-RURAL-CBSA-INDEX-RECORD
016430                WAGE-INDEX-RECORD
016440                MESWK-PRSPC-WAGEIN-BLEND
016450                HOLD-OUTM-DATA.
016460
016470     INITIALIZE PPHOLDAR-HOLD-AREA.
016480
016490     INITIALIZE WI-AUDIT-RECORD.
016500
016510     INITIALIZE W-FY-BEGIN-CC
016520                W-FY-BEGIN-YY
016530                W-FY-END-CC
016540                W-FY-END-YY.
016550
016560     MOVE PROV-RECORD TO PROV-NEW-HOLD.
016570
016580*----------------------------------------------------------*
016590* SET FY BEGIN AND END DATES USING BILL DISCHARGE DATE     *
016600*----------------------------------------------------------*
016610           MOVE B-21-DISCHG-CC TO W-FY-BEGIN-CC.
016620           MOVE B-21-DISCHG-CC TO W-FY-END-CC.
016630
016640*----------------------------------*
016650* FOR CLAIMS DISCHARGED JAN - SEPT *
016660*----------------------------------*
016670     IF B-21-DISCHG-MM >= 01 AND
016680        B-21-DISCHG-MM <= 09
016690        COMPUTE W-FY-BEGIN-YY = B-21-DISCHG-YY - 1
016700        MOVE B-21-DISCHG-YY TO W-FY-END-YY
016710
016720*----------------------------------*
016730* FOR CLAIMS DISCHARGED OCT - DEC  *
016740*----------------------------------*
016750     ELSE
016760        MOVE B-21-DISCHG-YY TO W-FY-BEGIN-YY
016770        COMPUTE W-FY-END-YY = B-21-DISCHG-YY + 1
016780        END-IF.
016790
016800*****************************************************************
016810
016820***     RTC = 98 >> A BILL MORE THAN FIVE YEARS OLD
016830***
016840***   ONLY THE LATEST FIVE YEARS PROCESS UNLESS THE CALLER
016850***   SETS THE AGED-BILL OVERRIDE ('Y' IN PPS-AGED-BILL-
016860***   OVERRIDE) FOR AN AUTHORIZED RE-PRICING, IN WHICH CASE
016870***   THE DISPATCH TABLE (BACK TO PPCAL884) PRICES THE BILL.
016880
016890     ACCEPT W-AGED-TODAY FROM DATE YYYYMMDD.
016900     COMPUTE W-AGED-CUTOFF = W-AGED-TODAY - 50000.
016910     IF B-21-DISCHARGE-DATE < W-AGED-CUTOFF
016920        AND PPS-AGED-BILL-OVERRIDE NOT = 'Y'
016930            MOVE ALL '0' TO  PPS-ADDITIONAL-VARIABLES
016940            MOVE 98 TO PPS-RTC
016950            GOBACK.
016960***
016970*****************************************************************
016980
016990*EHR INDICATOR CHECK FOR 2015 FORWARD
017000
017010 CHECK-EHR-IND.
017020     IF B-21-DISCHARGE-DATE > 20140930 AND
017030        (P-NEW-EHR-REDUC-INDN NOT = 'Y' AND
017040         P-NEW-EHR-REDUC-INDN NOT = ' ')
017050           MOVE 65 TO PPS-RTC
017060             GOBACK
017070     END-IF.
017080
017090 0030-GET-WAGE-INDEX.
017100***  GET THE WAGE-INDEX
017110
017120     IF B-21-DISCHARGE-DATE > 19990930 AND
017130        B-21-DISCHARGE-DATE < 20001001
017140      IF (P-NEW-CHG-CODE-INDEX = 'Y' AND
017150          P-NEW-GEO-LOC-MSAX = P-NEW-WAGE-INDEX-LOC-MSA)
017160          AND (P-NEW-GEO-LOC-MSAX NOT = '1600' AND NOT = '3285'
017170                            AND   NOT = '5600' AND NOT = '1520'
017180                            AND   NOT = '1640' AND NOT = '0240'
017190                            AND   NOT = '3360' AND NOT = '1123')
017200          MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
017210          MOVE 52 TO PPS-RTC
017220          GOBACK.
017230
017240     IF P-NEW-EFF-DATE < 20041001
017250        IF '*' = P-NEW-GEO-MSA-1ST OR
017260                 P-NEW-GEO-MSA-2ND OR
017270                 P-NEW-GEO-MSA-3RD OR
017280                 P-NEW-GEO-MSA-4TH
017290         MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
017300         MOVE 52 TO PPS-RTC
017310         GOBACK.
017320
017330     IF P-NEW-EFF-DATE < 20041001 AND
017340        B-21-DISCHARGE-DATE > 20040930
017350        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
017360        MOVE 52 TO PPS-RTC
017370        GOBACK.
017380
017390     IF P-NEW-EFF-DATE > 20040930
017400        IF '*' = P-NEW-CBSA-GEO-1ST OR
017410                 P-NEW-CBSA-GEO-2ND OR
017420                 P-NEW-CBSA-GEO-3RD OR
017430                 P-NEW-CBSA-GEO-4TH OR
017440                 P-NEW-CBSA-GEO-5TH
017450         MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
017460         MOVE 52 TO PPS-RTC
017470         GOBACK.
017480
017490     IF P-NEW-EFF-DATE < 20041001
017500        IF (P-NEW-WAGE-INDEX-LOC-MSA = '    ' OR
017510            P-NEW-WAGE-INDEX-LOC-MSA = '0000')
017520            MOVE P-NEW-GEO-LOC-MSA9 TO P-NEW-WAGE-INDEX-LOC-MSA.
017530     IF P-NEW-EFF-DATE < 20041001
017540        IF (P-NEW-STAND-AMT-LOC-MSA = '    ' OR
017550            P-NEW-STAND-AMT-LOC-MSA = '0000')
017560            MOVE P-NEW-GEO-LOC-MSA9 TO P-NEW-STAND-AMT-LOC-MSA.
017570
017580****************************
017590* BEGIN OUTMIGRATION CHECK *
017600****************************
017610
017620     IF (P-NEW-CBSA-RECLASS-LOC = '     ' OR
017630         P-NEW-CBSA-RECLASS-LOC = '00000') AND
017640        (P-NEW-CBSA-STAND-AMT-LOC = '     ' OR
017650         P-NEW-CBSA-STAND-AMT-LOC = '00000') AND
017660         P-NEW-CBSA-WI-BLANK
017670       PERFORM 0900-GET-COUNTY-CODE THRU 0900-EXIT
017680     END-IF.
017690
017700     IF OUTM-IND = 1
017710       PERFORM 0950-GET-OUTM-ADJ THRU 0950-EXIT
017720         VARYING OUTM-IDX2 FROM OUTM-IDX BY 1 UNTIL
017730         OUTM-IDX2 > OUTM-COUNT OR
017740         OUTM-CNTY(OUTM-IDX2) NOT = P-NEW-COUNTY-CODE-X
017750     END-IF.
017760
017770**************************
017780* END OUTMIGRATION CHECK *
017790**************************
017800
017810     IF P-NEW-EFF-DATE > 20040930
017820        IF (P-NEW-CBSA-RECLASS-LOC = '     ' OR
017830            P-NEW-CBSA-RECLASS-LOC = '00000')
017840            MOVE P-NEW-CBSA-GEO-LOC9 TO P-NEW-CBSA-RECLASS-LOC.
017850     IF P-NEW-EFF-DATE > 20040930
017860        IF (P-NEW-CBSA-STAND-AMT-LOC = '     ' OR
017870            P-NEW-CBSA-STAND-AMT-LOC = '00000')
017880            MOVE P-NEW-CBSA-GEO-LOC9 TO P-NEW-CBSA-STAND-AMT-LOC.
017890
017900     IF P-NEW-EFF-DATE < 20041001
017910        PERFORM 0500-GET-MSA THRU 0500-EXIT
017920     ELSE
017930        PERFORM 0550-GET-CBSA THRU 0550-EXIT.
017940
017950***     RTC = 52  --  WAGE-INDEX NOT FOUND
017960     IF PPS-RTC = 52
017970          MOVE ALL '0' TO  PPS-ADDITIONAL-VARIABLES
017980          GOBACK.
017990
018000*****************************************************************
018010**   SELECT THE FISCAL-YEAR PRICING MODULE FOR THE DISCHARGE
018020**   DATE FROM THE DISPATCH CONTROL TABLE (THE COMPILED DEFAULT
018030**   ROWS WHEN THE CALLER PASSED NONE) AND CALL IT WITH THE
018040**   PARAMETER LIST ITS INTERFACE CODE NAMES.
018050**
018060***     RTC = 98 >> NO ACTIVE ROW COVERS THE DISCHARGE DATE
018070*****************************************************************
018080     PERFORM 3000-SELECT-FY-MODULE THRU 3000-EXIT.
018090     IF NOT DSPC-ROW-WAS-FOUND
018100        MOVE 98 TO PPS-RTC
018110        GOBACK.
018120
018130     MOVE WK-DSPC-MODULE TO WA-FY-MODULE-DISPATCHED.
018140
018150     IF DSPC-CALL-2021-TABLES
018160        PERFORM 3100-CALL-2021-TABLES THRU 3100-EXIT
018170        GOBACK.
018180
018190*****************************************************************
018200**   MOVE NEW DATA FORMAT INTO OLD DATA FORMAT
018210**   TO PROCESS BEFORE 19981001 NON-MILLENNNIUM STANDARD
018220*****************************************************************
018230
018240     MOVE B-21-PROVIDER-NO      TO B-N-PROVIDER-NO.
018250     MOVE B-21-REVIEW-CODE      TO B-N-REVIEW-CODE.
018260     MOVE B-21-DRG              TO B-N-DRG.
018270     MOVE B-21-LOS              TO B-N-LOS.
018280     MOVE B-21-COVERED-DAYS     TO B-N-COVERED-DAYS.
018290     MOVE B-21-LTR-DAYS         TO B-N-LTR-DAYS.
018300     MOVE B-21-DISCHG-CC        TO B-N-DISCHG-CC.
018310     MOVE B-21-DISCHG-YY        TO B-N-DISCHG-YY.
018320     MOVE B-21-DISCHG-MM        TO B-N-DISCHG-MM.
018330     MOVE B-21-DISCHG-DD        TO B-N-DISCHG-DD.
018340     MOVE B-21-CHARGES-CLAIMED  TO B-N-CHARGES-CLAIMED.
018350     MOVE B-21-OTHER-PROC-CODES TO B-N-OTHER-PROC-CODES.
018360     MOVE B-21-OTHER-DIAG-CODES TO B-N-OTHER-DIAG-CODES.
018370     MOVE B-21-DEMO-DATA        TO B-N-DEMO-DATA.
018380     MOVE B-21-NDC-NUMBER1      TO B-N-NDC-NUMBER.
018390     MOVE B-21-COND-DATA        TO B-N-COND-DATA.
018400
018410     IF DSPC-CALL-HOLD-MID
018420        PERFORM 3200-CALL-HOLD-MIDNIGHT THRU 3200-EXIT
018430        GOBACK.
018440
018450     IF DSPC-CALL-HOLD
018460        PERFORM 3300-CALL-HOLD THRU 3300-EXIT
018470        GOBACK.
018480
018490     IF DSPC-CALL-1314
018500        PERFORM 3400-CALL-ADDVARS-1314 THRU 3400-EXIT
018510        GOBACK.
018520
018530     IF DSPC-CALL-PRE13-CBSA
018540        PERFORM 3500-CALL-PRE13-CBSA THRU 3500-EXIT
018550        GOBACK.
018560
018570     IF DSPC-CALL-PRE13-MSA
018580        PERFORM 3600-CALL-PRE13-MSA THRU 3600-EXIT
018590        GOBACK.
018600
018610*****************************************************************
018620*****************************************************************
018630**   MOVE NEW DATA FORMAT INTO OLD DATA FORMAT
018640**   TO PROCESS BEFORE 19981001 NON-MILLENNNIUM STANDARD
018650*****************************************************************
018660     MOVE ALL '9' TO W-PROV-NEW-HOLD.
018670     MOVE PROV-NEW-HOLD TO W-PROV-NEW-HOLD.
018680     PERFORM 2400-CONVERT-PSF.
018690     MOVE W-PROV-OLD-HOLD TO PROV-HOLD.
018700
018710     MOVE W-NEW-MSA             TO W-MSA.
018720     MOVE W-NEW-SIZE            TO W-SIZE.
018730     MOVE W-NEW-EFF-DATE-YMD    TO W-EFF-DATE.
018740     MOVE W-NEW-INDEX-RECORD    TO W-INDEX-RECORD.
018750     MOVE W-NEW-PR-INDEX-RECORD TO W-PR-INDEX-RECORD.
018760
018770     MOVE B-N-PROVIDER-NO  TO B-PROVIDER-NO.
018780     MOVE B-N-REVIEW-CODE  TO B-REVIEW-CODE.
018790     MOVE B-N-DRG          TO B-DRG.
018800     MOVE B-N-LOS          TO B-LOS.
018810     MOVE B-N-COVERED-DAYS TO B-COVERED-DAYS.
018820     MOVE B-N-LTR-DAYS     TO B-LTR-DAYS.
018830     MOVE B-N-DISCHG-YY    TO B-DISCHG-YY.
018840     MOVE B-N-DISCHG-MM    TO B-DISCHG-MM.
018850     MOVE B-N-DISCHG-DD    TO B-DISCHG-DD.
018860     MOVE B-N-CHARGES-CLAIMED TO B-CHARGES-CLAIMED.
018870
018880     PERFORM 3700-CALL-OLD-BILL THRU 3700-EXIT.
018890     GOBACK.
018900
018910 0100-GET-MSA.
018920*    KEYED BINARY SEARCH - THE LOAD STEP VERIFIED THE TABLE
018930*    IS IN MSA/EFFECTIVE-DATE SEQUENCE AND FILLED THE UNUSED
018940*    TAIL WITH HIGH-VALUES, THEN THE FIRST ROW FOR THE MSA IS
018950*    LOCATED BY BACKING UP OVER EQUAL KEYS.
018960
018970     SEARCH ALL M-MSAX-DATA
018980     AT END
018990          MOVE 999999 TO P-PROVIDER-NO
019000          MOVE 52     TO PPS-RTC
019010          GO TO 0100-EXIT
019020     WHEN M-MSAX-MSA (MU1) = HOLD-PROV-MSAX
019030          CONTINUE
019040     END-SEARCH.
019050     PERFORM 0110-BACKUP-MSA THRU 0110-EXIT
019060         UNTIL MU1 = 1
019070            OR M-MSAX-MSA (MU1 - 1) NOT = HOLD-PROV-MSAX.
019080     SET MU2 TO MU1.
019090
019100 0100-EXIT.  EXIT.
019110
019120 0110-BACKUP-MSA.
019130     SET MU1 DOWN BY 1.
019140 0110-EXIT.  EXIT.
019150
019160 0150-GET-CBSA.
019170*    KEYED BINARY SEARCH - THE HOTTEST LOOKUP OF THE RUN.
019180*    THE LOAD STEP VERIFIED CBSA/EFFECTIVE-DATE SEQUENCE AND
019190*    FILLED THE UNUSED TAIL WITH HIGH-VALUES; THE FIRST ROW
019200*    FOR THE CBSA IS LOCATED BY BACKING UP OVER EQUAL KEYS.
019210
019220     SEARCH ALL T-CBSA-DATA
019230     AT END
019240          MOVE 999999 TO P-PROVIDER-NO
019250          MOVE 52     TO PPS-RTC
019260          GO TO 0150-EXIT
019270     WHEN T-CBSA  (MA1) = HOLD-PROV-CBSA
019280          CONTINUE
019290     END-SEARCH.
019300     PERFORM 0160-BACKUP-CBSA THRU 0160-EXIT
019310         UNTIL MA1 = 1
019320            OR T-CBSA (MA1 - 1) NOT = HOLD-PROV-CBSA.
019330     SET MA2 TO MA1.
019340
019350 0150-EXIT.  EXIT.
019360
019370 0160-BACKUP-CBSA.
019380     SET MA1 DOWN BY 1.
019390 0160-EXIT.  EXIT.
019400
019410 0175-GET-RURAL-CBSA.
019420
019430     IF B-21-DISCHARGE-DATE > 20190930 AND
019440        B-21-DISCHARGE-DATE < 20201001
019450       IF H-CBSA-PROV-BLANK = '   '
019460         GO TO 0175-EXIT
019470       ELSE
019480         PERFORM 0190-GET-RURAL-FLOOR-2020 THRU 0190-EXIT
019490         GO TO 0175-EXIT
019500       END-IF
019510     END-IF.
019520
019530     SET MA1 TO 1.
019540
019550     SEARCH T-CBSA-DATA VARYING MA1
019560     AT END
019570       MOVE '   00'              TO W-RURAL-CBSA-X
019580       MOVE 99999999             TO W-RURAL-CBSA-EFF-DATE
019590       MOVE 0                    TO W-RURAL-CBSA-WI
019600       GO TO 0175-EXIT
019610     WHEN T-CBSA  (MA1) = HOLD-RURAL-CBSA
019620          SET MA2 TO MA1.
019630
019640 0175-EXIT.  EXIT.
019650
019660 0190-GET-RURAL-FLOOR-2020.
019670
019680     SET RUFL-IDX TO 1.
019690
019700     SEARCH RUFL-TAB VARYING RUFL-IDX
019710     AT END
019720       MOVE '   00'              TO W-RURAL-CBSA-X
019730       MOVE 99999999             TO W-RURAL-CBSA-EFF-DATE
019740       MOVE 0                    TO W-RURAL-CBSA-WI
019750       GO TO 0190-EXIT
019760     WHEN RUFL-IDX > RUFL-COUNT
019770       MOVE '   00'              TO W-RURAL-CBSA-X
019780       MOVE 99999999             TO W-RURAL-CBSA-EFF-DATE
019790       MOVE 0                    TO W-RURAL-CBSA-WI
019800       GO TO 0190-EXIT
019810     WHEN RUFL-CBSA(RUFL-IDX) = HOLD-RURAL-CBSA
019820          SET RUFL-IDX2 TO RUFL-IDX.
019830
019840 0190-EXIT.  EXIT.
019850
019860 0200-N-GET-MSAPR.
019870
019880     IF P-NEW-CHG-CODE-INDEX = 'Y'
019890        MOVE P-NEW-WAGE-INDEX-LOC-MSA TO HOLD-PROV-MSAX
019900     ELSE
019910        MOVE P-NEW-GEO-LOC-MSAX TO HOLD-PROV-MSAX.
019920
019930     MOVE '*' TO H-MSAX-LAST-POS.
019940     PERFORM 0100-GET-MSA THRU 0100-EXIT.
019950
019960     IF PPS-RTC = 00
019970      PERFORM 0300-N-GET-PR-WAGE-INDX
019980           THRU 0300-N-EXIT VARYING MU2
019990           FROM MU1 BY 1 UNTIL
020000           M-MSAX-MSA (MU2) NOT = HOLD-PROV-MSAX.
020010
020020 0200-N-EXIT.  EXIT.
020030
020040 0250-N-GET-CBSA-PR.
020050
020060     MOVE ZERO TO MESWK-PRSPC-WAGEIN-BLEND.
020070
020080     IF B-21-DISCHARGE-DATE > 20140930 AND
020090        B-21-DISCHARGE-DATE < 20151001
020100        PERFORM 0370-PRSPC-CODE-RTN THRU 0370-EXIT
020110
020120        IF  MESWK-PRSPC-WAGEIN-BLEND > 00.0000
020130            MOVE MESWK-PRSPC-WAGEIN-BLEND
020140                              TO W-NEW-CBSA-PR-WI
020150        GO TO 0250-EXIT.
020160
020170     MOVE P-NEW-CBSA-STAND-AMT-LOC TO HOLD-PROV-CBSA.
020180
020190     IF P-NEW-CBSA-WI-RECLASS OR P-NEW-CBSA-WI-DUAL
020200        MOVE P-NEW-CBSA-RECLASS-LOC TO HOLD-PROV-CBSA.
020210
020220     MOVE '*' TO H-CBSA-LAST-POS.
020230     PERFORM 0150-GET-CBSA THRU 0150-EXIT.
020240
020250     IF PPS-RTC = 00
020260      PERFORM 0350-N-GET-PR-WAGE-INDX
020270           THRU 0350-EXIT VARYING MA2
020280           FROM MA1 BY 1 UNTIL
020290           T-CBSA (MA2) NOT = HOLD-PROV-CBSA.
020300
020310 0250-EXIT.  EXIT.
020320
020330 0260-N-GET-RURAL-CBSA-PR.
020340
020350     MOVE '*' TO H-CBSA-RURAL-LAST-POS.
020360     PERFORM 0175-GET-RURAL-CBSA THRU 0175-EXIT.
020370
020380     IF PPS-RTC = 00
020390      PERFORM 0360-N-GET-PR-RURAL-WAGE-INDX
020400           THRU 0360-EXIT VARYING MA2
020410           FROM MA1 BY 1 UNTIL
020420           T-CBSA (MA2) NOT = HOLD-RURAL-CBSA.
020430
020440 0260-EXIT.  EXIT.
020450
020460 0300-N-GET-PR-WAGE-INDX.
020470
020480     IF  B-21-DISCHARGE-DATE NOT < M-MSAX-EFF-DATE (MU2)
020490         MOVE M-MSAX-WAGE-INDX1 (MU2) TO W-NEW-PR-INDEX-RECORD
020500         IF P-NEW-CHG-CODE-INDEX  = 'Y'
020510            MOVE M-MSAX-WAGE-INDX2 (MU2)
020520                                     TO W-NEW-PR-INDEX-RECORD.
020530
020540 0300-N-EXIT.  EXIT.
020550
020560 0350-N-GET-PR-WAGE-INDX.
020570
020580     IF  B-21-DISCHARGE-DATE NOT < T-CBSA-EFF-DATE (MA2) AND
020590         (T-CBSA-EFF-DATE (MA2) >= W-FY-BEGIN-DATE AND
020600          T-CBSA-EFF-DATE (MA2) <= W-FY-END-DATE)
020610         MOVE T-CBSA-WAGE-INDX1 (MA2)
020620                              TO W-NEW-CBSA-PR-WI
020630         IF P-NEW-CBSA-SPEC-PAY-IND =  'Y'
020640             MOVE T-CBSA-WAGE-INDX2 (MA2)
020650                              TO W-NEW-CBSA-PR-WI.
020660
020670 0350-EXIT.  EXIT.
020680
020690 0360-N-GET-PR-RURAL-WAGE-INDX.
020700
020710     IF  B-21-DISCHARGE-DATE NOT < T-CBSA-EFF-DATE (MA2) AND
020720         (T-CBSA-EFF-DATE (MA2) >= W-FY-BEGIN-DATE AND
020730          T-CBSA-EFF-DATE (MA2) <= W-FY-END-DATE)
020740         MOVE T-CBSA-WAGE-INDX1 (MA2)
020750                              TO W-RURAL-CBSA-PR-WI
020760         IF P-NEW-CBSA-SPEC-PAY-IND = 'Y'
020770             MOVE T-CBSA-WAGE-INDX2 (MA2)
020780                              TO W-RURAL-CBSA-PR-WI.
020790
020800 0360-EXIT.  EXIT.
020810
020820*
020830***************************************************************
020840* USE IPPS COMPARABLE BLENDED WAGE INDEX FROM TABLE IF        *
020850* PROVIDER FOUND IN TABLE - FOR FY 2015                       *
020860***************************************************************
020870***********************************************************
020880 0370-PRSPC-CODE-RTN.
020890*
020900     SET PRSPC-IDX TO 1.
020910     SEARCH PRSPC-TAB VARYING PRSPC-IDX
020920         AT END
020930           MOVE ZERO TO MESWK-PRSPC-WAGEIN-BLEND
020940       WHEN WK-PRSPC-PROV (PRSPC-IDX) = P-NEW-PROVIDER-NO
020950         MOVE WK-PRSPC-WAGEIN-BLEND(PRSPC-IDX)
020960                            TO MESWK-PRSPC-WAGEIN-BLEND.
020970
020980
020990 0370-EXIT.   EXIT.
021000
021010***********************************************************
021020 0500-GET-MSA.
021030        IF P-NEW-CHG-CODE-INDEX = 'Y'
021040           MOVE P-NEW-WAGE-INDEX-LOC-MSA TO HOLD-PROV-MSAX
021050        ELSE
021060           MOVE P-NEW-GEO-LOC-MSA9 TO HOLD-PROV-MSAX.
021070
021080     IF GEOD-TABLE-LOADED
021090        PERFORM 2600-GEOD-MSA-DESIG THRU 2600-EXIT
021100        GO TO 0500-DESIG-DONE.
021110**1998***********************************************************
021120     IF B-21-DISCHARGE-DATE > 19970930 AND
021130        B-21-DISCHARGE-DATE < 19981001
021140        PERFORM 2300-1998-FLOOR-MSA THRU 2300-1998-EXIT.
021150
021160**1999***********************************************************
021170     IF B-21-DISCHARGE-DATE > 19980930 AND
021180        B-21-DISCHARGE-DATE < 19991001
021190        PERFORM 2300-1999-FLOOR-MSA THRU 2300-1999-EXIT.
021200
021210**2000***********************************************************
021220     IF B-21-DISCHARGE-DATE > 19990930 AND
021230        B-21-DISCHARGE-DATE < 20001001
021240        PERFORM 2300-2000-FLOOR-MSA THRU 2300-2000-EXIT.
021250
021260**2001***********************************************************
021270     IF B-21-DISCHARGE-DATE > 20000930 AND
021280        B-21-DISCHARGE-DATE < 20011001
021290        PERFORM 2300-2001-FLOOR-MSA THRU 2300-2001-EXIT.
021300
021310**2002***********************************************************
021320     IF B-21-DISCHARGE-DATE > 20010930 AND
021330        B-21-DISCHARGE-DATE < 20021001
021340        PERFORM 2300-2002-FLOOR-MSA THRU 2300-2002-EXIT.
021350
021360     IF B-21-DISCHARGE-DATE > 20010930 AND
021370        B-21-DISCHARGE-DATE < 20021001
021380          PERFORM 2700-2002-WI-401-HOSPITAL THRU 2700-2002-EXIT.
021390
021400**2003***********************************************************
021410     IF B-21-DISCHARGE-DATE > 20020930 AND
021420        B-21-DISCHARGE-DATE < 20031001
021430          PERFORM 2700-2003-WI-401-HOSPITAL THRU 2700-2003-EXIT.
021440
021450     IF B-21-DISCHARGE-DATE > 20020930 AND
021460        B-21-DISCHARGE-DATE < 20031001
021470        PERFORM 2300-2003-FLOOR-MSA THRU 2300-2003-EXIT.
021480
021490**2004***********************************************************
021500     IF B-21-DISCHARGE-DATE > 20030930 AND
021510        B-21-DISCHARGE-DATE < 20041001
021520          PERFORM 2700-2004-WI-401-HOSPITAL THRU 2700-2004-EXIT.
021530
021540     IF B-21-DISCHARGE-DATE > 20030930 AND
021550        B-21-DISCHARGE-DATE < 20041001
021560        PERFORM 2300-2004-FLOOR-MSA THRU 2300-2004-EXIT.
021570
021580 0500-DESIG-DONE.
021590*****************************************************************
021600     PERFORM 0100-GET-MSA THRU 0100-EXIT.
021610
021620***     RTC = 52  --  MSA NOT FOUND
021630     IF PPS-RTC = 52    GOBACK.
021640
021650     IF PPS-RTC = 00
021660        PERFORM 0600-N-GET-WAGE-INDX
021670           THRU 0600-N-EXIT VARYING MU2
021680           FROM MU1 BY 1 UNTIL
021690           M-MSAX-MSA (MU2) NOT = HOLD-PROV-MSAX.
021700
021710     IF P-N-INDIAN-HEALTH-SERVICE
021720             MOVE 00 TO PPS-RTC
021730             PERFORM 0800-N-GET-INDIAN-WI THRU 0800-N-EXIT.
021740
021750***     RTC = 52  --  WAGE-INDEX NOT FOUND
021760     IF PPS-RTC = 52    GOBACK.
021770
021780     IF GEOD-TABLE-LOADED
021790        PERFORM 2620-GEOD-LUGAR THRU 2620-EXIT
021800        GO TO 0500-LUGAR-DONE.
021810**2000***********************************************************
021820     IF B-21-DISCHARGE-DATE > 19990930 AND
021830        B-21-DISCHARGE-DATE < 20001001
021840          PERFORM 2500-2000-WI-LUGAR THRU 2500-2000-EXIT.
021850
021860**2001***********************************************************
021870     IF B-21-DISCHARGE-DATE > 20000930 AND
021880        B-21-DISCHARGE-DATE < 20011001
021890          PERFORM 2500-2001-WI-LUGAR THRU 2500-2001-EXIT.
021900
021910**2003***********************************************************
021920     IF B-21-DISCHARGE-DATE > 20020930 AND
021930        B-21-DISCHARGE-DATE < 20031001
021940          PERFORM 2500-2003-WI-LUGAR THRU 2500-2003-EXIT.
021950
021960 0500-LUGAR-DONE.
021970**2004***********************************************************
021980     IF B-21-DISCHARGE-DATE > 20031231 AND
021990        B-21-DISCHARGE-DATE < 20041001
022000        PERFORM 2300-2004-RECLASS152 THRU 2300-2004-RECLASS-EXIT.
022010
022020*****************************************************************
022030     IF W-NEW-INDEX-RECORD = 00.0000
022040        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
022050        MOVE 52 TO PPS-RTC.
022060
022070***  GET THE WAGE-SIZE
022080
022090     MOVE P-NEW-STAND-AMT-LOC-MSA TO HOLD-PROV-MSAX.
022100
022110     PERFORM 0100-GET-MSA THRU 0100-EXIT.
022120
022130     IF PPS-RTC = 00
022140         PERFORM 0700-N-GET-WAGE-SIZE
022150           THRU 0700-N-EXIT VARYING MU2
022160           FROM MU1 BY 1 UNTIL
022170           M-MSAX-MSA (MU2) NOT = HOLD-PROV-MSAX.
022180
022190     IF P-PR-NEW-STATE
022200        IF B-21-DISCHARGE-DATE > 19970930
022210              PERFORM 0200-N-GET-MSAPR THRU 0200-N-EXIT.
022220
022230***     RTC = 52  --  PR-WAGE-INDEX NOT FOUND
022240     IF PPS-RTC = 52
022250          MOVE ALL '0' TO  PPS-ADDITIONAL-VARIABLES
022260          GOBACK.
022270
022280 0500-EXIT.  EXIT.
022290
022300 0550-GET-CBSA.
022310**2005*  OCT 1, 2004 CBSA REPLACED MSA
022320
022330**----------------------------------------------------------------
022340** CBSA DOESN'T APPLY TO CLAIMS DISCHARGED BEFORE 10/01/2004
022350**----------------------------------------------------------------
022360     IF P-NEW-EFF-DATE < 20041001
022370        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
022380        MOVE 52 TO PPS-RTC
022390        GOBACK.
022400
022410**----------------------------------------------------------------
022420** HOLD THE PROVIDER'S CBSA FROM PSF
022430** (EQUIVALENT TO GEO LOCATION CBSA IF NO STAND AMT LOC CBSA)
022440**----------------------------------------------------------------
022450     MOVE P-NEW-CBSA-STAND-AMT-LOC TO HOLD-PROV-CBSA.
022460
022470**----------------------------------------------------------------
022480** HOLD THE PROVIDER'S RECLASS CBSA IF RECLASS STATUS INDICATED
022490**----------------------------------------------------------------
022500     IF P-NEW-CBSA-WI-RECLASS OR P-NEW-CBSA-WI-DUAL
022510        MOVE P-NEW-CBSA-RECLASS-LOC TO HOLD-PROV-CBSA.
022520
022530** CAPTURE THE CBSA WHOSE WAGE INDEX IS ACTUALLY USED BELOW,
022540** AFTER ANY RECLASSIFICATION OVERRIDE HAS BEEN APPLIED.
022550     MOVE HOLD-PROV-CBSA           TO WA-CBSA-USED.
022560
022570**----------------------------------------------------------------
022580** IF THE PSF INDICATES THE SPECIAL WAGE INDEX SHOULD BE USED,
022590** VALIDATE THE SPECIAL WAGE INDEX VALUE AND EFFECTIVE DATE. IF
022600** VALID, USE THE SPECIAL WAGE INDEX AND SKIP THE NON-PR SPECIFIC
022610** CBSA WAGE INDEX SEARCH.
022620**----------------------------------------------------------------
022630     IF (P-NEW-CBSA-WI-SPECIAL AND
022640         P-NEW-CBSA-SPEC-WI-N NOT NUMERIC)
022650        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
022660        MOVE 52 TO PPS-RTC
022670        GOBACK.
022680
022690     IF (P-NEW-CBSA-WI-SPECIAL AND
022700         P-NEW-CBSA-SPEC-WI-N = ZEROES)
022710        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
022720        MOVE 52 TO PPS-RTC
022730        GOBACK.
022740
022750     IF (P-NEW-CBSA-WI-SPECIAL AND
022760        (P-NEW-EFF-DATE < W-FY-BEGIN-DATE OR
022770         P-NEW-EFF-DATE > W-FY-END-DATE))
022780        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
022790        MOVE 52 TO PPS-RTC
022800        GOBACK.
022810
022820     IF P-NEW-CBSA-WI-SPECIAL
022830        MOVE 'SPEC*'            TO W-NEW-CBSA-X
022840        MOVE P-NEW-EFF-DATE     TO W-NEW-CBSA-EFF-DATE
022850        MOVE P-NEW-CBSA-SPEC-WI TO W-NEW-CBSA-WI
022860        GO TO 0550-BYPASS.
022870
022880**----------------------------------------------------------------
022890** FOR FYS 2005 - 2014, CHANGE THE HOLD CBSA TO APPLY THE SECTION
022900** 401 HOSPITAL AND RURAL FLOOR POLICIES FOR CERTAIN PROVIDERS.
022910** A LOADED GEOGRAPHIC-DESIGNATION TABLE REPLACES THE COMPILED
022920** LISTS FOR ALL YEARS.
022930**----------------------------------------------------------------
022940
022950     IF GEOD-TABLE-LOADED
022960        PERFORM 2610-GEOD-CBSA-DESIG THRU 2610-EXIT
022970        GO TO 0550-DESIG-DONE.
022980
022990**2005***********************************************************
023000     IF B-21-DISCHARGE-DATE > 20040930 AND
023010        B-21-DISCHARGE-DATE < 20050401
023020          PERFORM 2700-2005-WI-401-HOSPITAL THRU 2700-2005-EXIT.
023030
023040     IF B-21-DISCHARGE-DATE > 20050331 AND
023050        B-21-DISCHARGE-DATE < 20051001
023060          PERFORM 2750-2005-WI-401-HOSPITAL THRU 2750-2005-EXIT.
023070
023080     IF B-21-DISCHARGE-DATE > 20040930 AND
023090        B-21-DISCHARGE-DATE < 20051001
023100        PERFORM 2300-2005-FLOOR-CBSA THRU 2300-2005-EXIT.
023110
023120**2006***********************************************************
023130
023140     IF B-21-DISCHARGE-DATE > 20050930 AND
023150        B-21-DISCHARGE-DATE < 20061001
023160          PERFORM 2800-2006-WI-401-HOSPITAL THRU 2800-2006-EXIT.
023170
023180     IF B-21-DISCHARGE-DATE > 20050930 AND
023190        B-21-DISCHARGE-DATE < 20061001
023200        PERFORM 2300-2006-FLOOR-CBSA THRU 2300-2006-EXIT.
023210
023220**2007***********************************************************
023230
023240     IF B-21-DISCHARGE-DATE > 20060930 AND
023250        B-21-DISCHARGE-DATE < 20071001
023260          PERFORM 2800-2007-WI-401-HOSPITAL THRU 2800-2007-EXIT.
023270
023280     IF B-21-DISCHARGE-DATE > 20060930 AND
023290        B-21-DISCHARGE-DATE < 20071001
023300        PERFORM 2300-2007-FLOOR-CBSA THRU 2300-2007-EXIT.
023310
023320*****************************************************************
023330**2008***********************************************************
023340
023350     IF B-21-DISCHARGE-DATE > 20070930 AND
023360        B-21-DISCHARGE-DATE < 20081001
023370          PERFORM 2800-2008-WI-401-HOSPITAL THRU 2800-2008-EXIT.
023380
023390     IF B-21-DISCHARGE-DATE > 20070930 AND
023400        B-21-DISCHARGE-DATE < 20081001
023410        PERFORM 2300-2008-FLOOR-CBSA THRU 2300-2008-EXIT.
023420
023430*****************************************************************
023440**2009***********************************************************
023450
023460     IF B-21-DISCHARGE-DATE > 20080930 AND
023470        B-21-DISCHARGE-DATE < 20091001
023480          PERFORM 2800-2009-WI-401-HOSPITAL THRU 2800-2009-EXIT.
023490
023500     IF B-21-DISCHARGE-DATE > 20080930 AND
023510        B-21-DISCHARGE-DATE < 20091001
023520        PERFORM 2300-2009-FLOOR-CBSA THRU 2300-2009-EXIT.
023530
023540*****************************************************************
023550**2010***********************************************************
023560
023570     IF B-21-DISCHARGE-DATE > 20090930 AND
023580        B-21-DISCHARGE-DATE < 20101001
023590          PERFORM 2800-2010-WI-401-HOSPITAL THRU 2800-2010-EXIT.
023600
023610     IF B-21-DISCHARGE-DATE > 20090930 AND
023620        B-21-DISCHARGE-DATE < 20101001
023630        PERFORM 2300-2010-FLOOR-CBSA THRU 2300-2010-EXIT.
023640
023650*****************************************************************
023660**2011***********************************************************
023670
023680     IF B-21-DISCHARGE-DATE > 20100930 AND
023690        B-21-DISCHARGE-DATE < 20111001
023700          PERFORM 2800-2011-WI-401-HOSPITAL THRU 2800-2011-EXIT.
023710
023720     IF B-21-DISCHARGE-DATE > 20100930 AND
023730        B-21-DISCHARGE-DATE < 20111001
023740        PERFORM 2300-2011-FLOOR-CBSA THRU 2300-2011-EXIT.
023750
023760**2012***********************************************************
023770
023780     IF B-21-DISCHARGE-DATE > 20110930 AND
023790        B-21-DISCHARGE-DATE < 20121001
023800          PERFORM 2800-2012-WI-401-HOSPITAL THRU 2800-2012-EXIT.
023810
023820     IF B-21-DISCHARGE-DATE > 20110930 AND
023830        B-21-DISCHARGE-DATE < 20121001
023840        PERFORM 2300-2012-FLOOR-CBSA THRU 2300-2012-EXIT.
023850
023860*****************************************************************
023870**2013***********************************************************
023880
023890     IF B-21-DISCHARGE-DATE > 20120930 AND
023900        B-21-DISCHARGE-DATE < 20131001
023910          PERFORM 2800-2013-WI-401-HOSPITAL THRU 2800-2013-EXIT.
023920
023930     IF B-21-DISCHARGE-DATE > 20120930 AND
023940        B-21-DISCHARGE-DATE < 20131001
023950        PERFORM 2300-2013-FLOOR-CBSA THRU 2300-2013-EXIT.
023960
023970**2014***********************************************************
023980
023990     IF B-21-DISCHARGE-DATE > 20130930 AND
024000        B-21-DISCHARGE-DATE < 20141001
024010          PERFORM 2800-2014-WI-401-HOSPITAL THRU 2800-2014-EXIT.
024020
024030     IF B-21-DISCHARGE-DATE > 20130930 AND
024040        B-21-DISCHARGE-DATE < 20141001
024050        PERFORM 2300-2014-FLOOR-CBSA THRU 2300-2014-EXIT.
024060
024070**2015***********************************************************
024080* 401 HOSPITAL PROCESS STOPPED FOR FY2015
024090**2015***********************************************************
024100*
024110*    IF B-21-DISCHARGE-DATE > 20140930
024120*         PERFORM 2800-2015-WI-401-HOSPITAL THRU 2800-2015-EXIT.
024130*
024140*****************************************************************
024150
024160 0550-DESIG-DONE.
024170**----------------------------------------------------------------
024180** SEARCH FOR THE HOLD CBSA IN THE CBSA WAGE INDEX TABLE, AND
024190** ID THE FIRST RECORD FOR THE HOLD CBSA IN THE TABLE
024200**----------------------------------------------------------------
024210     PERFORM 0150-GET-CBSA THRU 0150-EXIT.
024220
024230***  RTC = 52  --  CBSA NOT FOUND
024240     IF PPS-RTC = 52 GOBACK.
024250
024260**----------------------------------------------------------------
024270** GET CBSA WAGE INDEX - BASED ON DISCHARGE DATE
024280**----------------------------------------------------------------
024290     IF PPS-RTC = 00
024300        PERFORM 0650-N-GET-CBSA-WAGE-INDX
024310         THRU   0650-N-EXIT VARYING MA2
024320                FROM MA1 BY 1 UNTIL
024330                T-CBSA (MA2) NOT = HOLD-PROV-CBSA.
024340     MOVE W-NEW-CBSA-WI            TO WA-WI-BEFORE-FLOOR.
024350
024360**----------------------------------------------------------------
024370** FOR FYS 2015 AND AFTER, APPLY THE RURAL FLOOR POLICY
024380**----------------------------------------------------------------
024390     IF B-21-DISCHARGE-DATE > 20140930
024400          PERFORM 2300-2015-FWD-FLOOR-CBSA
024410             THRU 2300-2015-EXIT.
024420     MOVE W-NEW-CBSA-WI            TO WA-WI-AFTER-FLOOR.
024430     MOVE 'N' TO WA-RURAL-FLOOR-FIRED
024440     IF WA-WI-AFTER-FLOOR NOT = WA-WI-BEFORE-FLOOR
024450        MOVE 'Y' TO WA-RURAL-FLOOR-FIRED.
024460
024470**----------------------------------------------------------------
024480** FOR FYS 2018 AND AFTER, APPLY THE OUTMIGRATION ADJUSTMENT
024490**----------------------------------------------------------------
024500
024510     IF OUTM-IND = 1
024520        COMPUTE W-NEW-CBSA-WI = W-NEW-CBSA-WI + HLD-OUTM-ADJ
024530        MOVE 'Y' TO WA-OUTM-FIRED
024540        MOVE P-NEW-COUNTY-CODE TO WA-OUTM-COUNTY-CODE
024550        MOVE HLD-OUTM-ADJ TO WA-OUTM-ADJ-AMOUNT.
024560
024570**----------------------------------------------------------------
024580** FOR FYS 2020 THROUGH 2023, APPLY THE WAGE INDEX BOOST.  A
024590** LOADED GEOGRAPHIC-DESIGNATION TABLE SUPPLIES THE THRESHOLD.
024600**----------------------------------------------------------------
024610
024620     IF GEOD-TABLE-LOADED
024630        PERFORM 2630-GEOD-QUARTILE THRU 2630-EXIT
024640        GO TO 0550-QUARTILE-DONE.
024650     IF B-21-DISCHARGE-DATE > 20200930
024660        IF W-NEW-CBSA-WI < WI_QUARTILE_FY2021
024670           COMPUTE W-NEW-CBSA-WI ROUNDED =
024680             ((WI_QUARTILE_FY2021 - W-NEW-CBSA-WI) / 2)
024690             + W-NEW-CBSA-WI.
024700
024710     IF B-21-DISCHARGE-DATE > 20190930 AND
024720        B-21-DISCHARGE-DATE < 20201001
024730        IF W-NEW-CBSA-WI < WI_QUARTILE_FY2020
024740           COMPUTE W-NEW-CBSA-WI ROUNDED =
024750             ((WI_QUARTILE_FY2020 - W-NEW-CBSA-WI) / 2)
024760             + W-NEW-CBSA-WI.
024770
024780 0550-QUARTILE-DONE.
024790**----------------------------------------------------------------
024800** APPLY RURAL FLOOR POLICY TRANSITION ADJUSTMENT
024810**----------------------------------------------------------------
024820
024830     IF B-21-DISCHARGE-DATE > 20200930
024840        IF P-NEW-IND-PRIOR-YEAR AND P-NEW-SUPP-WI > 0
024850           MOVE P-NEW-SUPP-WI TO HLD-PREV-WI
024860           MOVE 'Y' TO WA-SUPPLEMENTAL-WI-USED
024870           MOVE HLD-PREV-WI TO WA-PRIOR-YEAR-WI-VALUE
024880        ELSE
024890           MOVE 52 TO PPS-RTC
024900           GOBACK.
024910
024920     IF B-21-DISCHARGE-DATE > 20190930 AND
024930        B-21-DISCHARGE-DATE < 20201001
024940        PERFORM 1000-GET-PREVYR-WI THRU 1000-EXIT
024950        MOVE 'Y' TO WA-PRIOR-YEAR-WI-USED
024960        MOVE HLD-PREV-WI TO WA-PRIOR-YEAR-WI-VALUE.
024970
024980     IF B-21-DISCHARGE-DATE > 20190930
024990        IF (((W-NEW-CBSA-WI - HLD-PREV-WI) / HLD-PREV-WI)
025000              < WI_PCT_REDUC_FY2020)
025010           COMPUTE W-NEW-CBSA-WI ROUNDED =
025020              HLD-PREV-WI * WI_PCT_ADJ_FY2020.
025030
025040 0550-BYPASS.
025050
025060**----------------------------------------------------------------
025070** GET WAGE INDEX FOR INDIAN HEALTH SERVICE PROVIDERS
025080**----------------------------------------------------------------
025090     IF P-N-INDIAN-HEALTH-SERVICE
025100        MOVE 00 TO PPS-RTC
025110        MOVE 'Y' TO WA-INDIAN-HEALTH-WI-USED
025120        PERFORM 0850-N-GET-CBSA-INDIAN-WI THRU 0850-EXIT.
025130
025140***  RTC = 52  --  WAGE-INDEX NOT FOUND
025150     IF PPS-RTC = 52 GOBACK.
025160
025170     IF W-NEW-CBSA-WI NOT NUMERIC
025180        MOVE 0 TO W-NEW-CBSA-WI.
025190
025200     IF W-NEW-CBSA-WI = 00.0000
025210        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
025220        MOVE 52 TO PPS-RTC
025230        GOBACK.
025240
025250**----------------------------------------------------------------
025260** GET CBSA WAGE SIZE  - BASED ON DISCHARGE DATE
025270**----------------------------------------------------------------
025280     MOVE P-NEW-CBSA-STAND-AMT-LOC TO HOLD-PROV-CBSA.
025290
025300     PERFORM 0150-GET-CBSA THRU 0150-EXIT.
025310
025320***  RTC = 52  --  WAGE-INDEX NOT FOUND
025330     IF PPS-RTC = 52 GOBACK.
025340
025350     IF PPS-RTC = 00
025360        PERFORM 0750-GET-CBSA-SIZE
025370           THRU 0750-EXIT VARYING MA2
025380           FROM MA1 BY 1 UNTIL
025390           T-CBSA (MA2) NOT = HOLD-PROV-CBSA.
025400     MOVE W-NEW-CBSA-SIZE           TO WA-CBSA-SIZE.
025410
025420**----------------------------------------------------------------
025430** FOR PUERTO RICO PROVIDERS, GET THE PUERTO RICO SPECIFIC
025440** WAGE INDEX
025450**----------------------------------------------------------------
025460     IF P-PR-NEW-STATE AND B-21-DISCHARGE-DATE < 20161001
025470        PERFORM 0250-N-GET-CBSA-PR THRU 0250-EXIT.
025480
025490**----------------------------------------------------------------
025500** FOR FYS 2015 AND AFTER, APPLY THE RURAL FLOOR POLICY TO THE
025510** PUERTO RICO SPECIFIC WAGE INDEX
025520**----------------------------------------------------------------
025530     IF P-PR-NEW-STATE AND B-21-DISCHARGE-DATE > 20140930
025540                       AND B-21-DISCHARGE-DATE < 20161001
025550        PERFORM 2350-2015-FWD-FLOOR-CBSA-PR
025560           THRU 2350-2015-EXIT.
025570
025580     IF P-PR-NEW-STATE
025590        MOVE 'Y' TO WA-PUERTO-RICO-WI-USED
025600        MOVE W-NEW-CBSA-PR-WI TO WA-PR-WAGE-INDEX.
025610***  RTC = 52  --  WAGE-INDEX NOT FOUND
025620     IF PPS-RTC = 52 GOBACK.
025630
025640     IF P-PR-NEW-STATE AND B-21-DISCHARGE-DATE > 20160930
025650        GO TO 0550-EXIT.
025660
025670     IF P-PR-NEW-STATE AND
025680        W-NEW-CBSA-PR-WI NOT NUMERIC
025690        MOVE 0 TO W-NEW-CBSA-PR-WI.
025700
025710     IF P-PR-NEW-STATE AND
025720        W-NEW-CBSA-PR-WI = 00.0000
025730        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
025740        MOVE 52 TO PPS-RTC
025750        GOBACK.
025760
025770     MOVE W-NEW-CBSA-WI            TO WA-FINAL-WAGE-INDEX.
025780     MOVE W-NEW-CBSA-WI            TO WA-NATIONAL-WAGE-INDEX.
025790 0550-EXIT.  EXIT.
025800
025810 0600-N-GET-WAGE-INDX.
025820
025830     IF  B-21-DISCHARGE-DATE NOT < M-MSAX-EFF-DATE (MU2)
025840         MOVE M-MSAX-MSA        (MU2) TO W-NEW-MSA
025850         MOVE M-MSAX-EFF-DATE   (MU2) TO W-NEW-EFF-DATE
025860         MOVE M-MSAX-WAGE-INDX1 (MU2) TO W-NEW-INDEX-RECORD
025870         IF P-NEW-CHG-CODE-INDEX  = 'Y'
025880            MOVE M-MSAX-WAGE-INDX2 (MU2) TO W-NEW-INDEX-RECORD.
025890
025900 0600-N-EXIT.  EXIT.
025910
025920 0650-N-GET-CBSA-WAGE-INDX.
025930
025940     IF  B-21-DISCHARGE-DATE NOT < T-CBSA-EFF-DATE (MA2)
025950       IF (HOLD-PROV-CBSA = '   98'  OR
025960           HOLD-PROV-CBSA = '   99') OR
025970          (T-CBSA-EFF-DATE (MA2) >= W-FY-BEGIN-DATE AND
025980           T-CBSA-EFF-DATE (MA2) <= W-FY-END-DATE)
025990         MOVE T-CBSA            (MA2) TO W-NEW-CBSA-X
026000         MOVE T-CBSA-EFF-DATE   (MA2) TO W-NEW-CBSA-EFF-DATE
026010         MOVE T-CBSA-WAGE-INDX1 (MA2) TO W-NEW-CBSA-WI
026020         IF P-NEW-CBSA-WI-RECLASS
026030            MOVE T-CBSA-WAGE-INDX2 (MA2) TO W-NEW-CBSA-WI.
026040
026050 0650-N-EXIT.  EXIT.
026060
026070 0660-GET-RURAL-CBSA-WAGE-INDX.
026080
026090     IF B-21-DISCHARGE-DATE NOT < T-CBSA-EFF-DATE (MA2) AND
026100        T-CBSA-EFF-DATE (MA2) >= W-FY-BEGIN-DATE AND
026110        T-CBSA-EFF-DATE (MA2) <= W-FY-END-DATE
026120        MOVE T-CBSA            (MA2) TO W-RURAL-CBSA-X
026130        MOVE T-CBSA-EFF-DATE   (MA2) TO W-RURAL-CBSA-EFF-DATE
026140        MOVE T-CBSA-WAGE-INDX1 (MA2) TO W-RURAL-CBSA-WI.
026150
026160 0660-EXIT.  EXIT.
026170
026180 0670-GET-RURAL-CBSA-WAGE-INDX.
026190
026200     IF B-21-DISCHARGE-DATE NOT < T-CBSA-EFF-DATE (MA2) AND
026210        T-CBSA-EFF-DATE (MA2) >= W-FY-BEGIN-DATE AND
026220        T-CBSA-EFF-DATE (MA2) <= W-FY-END-DATE
026230        MOVE T-CBSA            (MA2) TO W-RURAL-CBSA-X
026240        MOVE T-CBSA-EFF-DATE   (MA2) TO W-RURAL-CBSA-EFF-DATE
026250        MOVE T-CBSA-WAGE-INDX3 (MA2) TO W-RURAL-CBSA-WI.
026260
026270 0670-EXIT.  EXIT.
026280
026290 0690-GET-RURAL-FLOOR-WAGE-INDX.
026300
026310     IF  B-21-DISCHARGE-DATE NOT < RUFL-EFF-DATE (RUFL-IDX2) AND
026320         RUFL-EFF-DATE (RUFL-IDX2) >= W-FY-BEGIN-DATE AND
026330         RUFL-EFF-DATE (RUFL-IDX2) <= W-FY-END-DATE
026340         MOVE RUFL-CBSA      (RUFL-IDX2)  TO W-RURAL-CBSA-X
026350         MOVE RUFL-EFF-DATE  (RUFL-IDX2)  TO W-RURAL-CBSA-EFF-DATE
026360         MOVE RUFL-WI3       (RUFL-IDX2)  TO W-RURAL-CBSA-WI.
026370
026380 0690-EXIT.  EXIT.
026390
026400 0700-N-GET-WAGE-SIZE.
026410
026420     IF  B-21-DISCHARGE-DATE NOT < M-MSAX-EFF-DATE (MU2)
026430         IF  P-NEW-STD-RURAL-CHECK
026440             MOVE 'R' TO W-NEW-SIZE
026450         ELSE
026460         IF  M-MSAX-SIZE (MU2) = 'L'
026470             MOVE 'L' TO W-NEW-SIZE
026480         ELSE
026490             MOVE 'O' TO W-NEW-SIZE.
026500 0700-N-EXIT.  EXIT.
026510
026520 0750-GET-CBSA-SIZE.
026530
026540     IF  B-21-DISCHARGE-DATE NOT < T-CBSA-EFF-DATE (MA2)
026550         IF  P-NEW-CBSA-STD-RURAL-CHECK
026560             MOVE 'R' TO W-NEW-CBSA-SIZE
026570         ELSE
026580         IF  T-CBSA-SIZE (MA2) = 'L'
026590             MOVE 'L' TO W-NEW-CBSA-SIZE
026600         ELSE
026610             MOVE 'O' TO W-NEW-CBSA-SIZE.
026620 0750-EXIT.  EXIT.
026630
026640 0800-N-GET-INDIAN-WI.
026650     IF  P-NEW-STATE = 02
026660             MOVE 98 TO H-MSAX-PROV-STATE
026670     ELSE
026680             MOVE 99 TO H-MSAX-PROV-STATE.
026690
026700     MOVE   '  '  TO H-MSAX-PROV-BLANK.
026710
026720     PERFORM 0100-GET-MSA THRU 0100-EXIT.
026730
026740     IF PPS-RTC = 00
026750        PERFORM 0600-N-GET-WAGE-INDX
026760            THRU 0600-N-EXIT VARYING MU2
026770            FROM MU1 BY 1 UNTIL
026780            M-MSAX-MSA (MU2) NOT = HOLD-PROV-MSAX.
026790
026800 0800-N-EXIT.  EXIT.
026810
026820 0850-N-GET-CBSA-INDIAN-WI.
026830     IF  P-NEW-STATE-CODE-X = 02
026840             MOVE 98 TO H-CBSA-PROV-STATE
026850     ELSE
026860             MOVE 99 TO H-CBSA-PROV-STATE.
026870
026880     MOVE  '   '  TO H-CBSA-PROV-BLANK.
026890
026900     PERFORM 0150-GET-CBSA THRU 0150-EXIT.
026910
026920     IF PPS-RTC = 00
026930        PERFORM 0650-N-GET-CBSA-WAGE-INDX
026940            THRU 0650-N-EXIT VARYING MA2
026950            FROM MA1 BY 1 UNTIL
026960            T-CBSA (MA2) NOT = HOLD-PROV-CBSA.
026970 0850-EXIT.  EXIT.
026980
026990 0900-GET-COUNTY-CODE.
027000
027010     SET OUTM-IDX TO 1.
027020
027030     SEARCH OUTM-TAB VARYING OUTM-IDX
027040     AT END
027050          GO TO 0900-EXIT
027060     WHEN OUTM-IDX > OUTM-COUNT
027070          GO TO 0900-EXIT
027080     WHEN OUTM-CNTY(OUTM-IDX) = P-NEW-COUNTY-CODE-X
027090        SET OUTM-IDX2 TO OUTM-IDX
027100        MOVE 1 TO OUTM-IND.
027110
027120 0900-EXIT.  EXIT.
027130
027140 0950-GET-OUTM-ADJ.
027150
027160     IF OUTM-EFF-DATE(OUTM-IDX2) <= B-21-DISCHARGE-DATE AND
027170        OUTM-EFF-DATE(OUTM-IDX2) >= W-FY-BEGIN-DATE AND
027180        OUTM-EFF-DATE(OUTM-IDX2) <= W-FY-END-DATE
027190          MOVE OUTM-ADJ-FACT(OUTM-IDX2) TO HLD-OUTM-ADJ.
027200
027210 0950-EXIT.  EXIT.
027220
027230 1000-GET-PREVYR-WI.
027240
027250     SET PREV-IDX TO 1.
027260
027270     SEARCH PREV-TAB VARYING PREV-IDX
027280     AT END
027290       MOVE 52 TO PPS-RTC
027300       GOBACK
027310     WHEN PREV-IDX > PREV-COUNT
027320       MOVE 52 TO PPS-RTC
027330       GOBACK
027340     WHEN PREV-PROV(PREV-IDX) = P-NEW-PROVIDER-NO
027350       MOVE PREV-WI(PREV-IDX) TO HLD-PREV-WI.
027360
027370 1000-EXIT.  EXIT.
027380
027390*-----------------------------------------------------------------
027400
027410 2300-1998-FLOOR-MSA.
027420
027430        IF HOLD-PROV-MSAX = '6020'
027440           AND P-NEW-STATE = 36
027450               MOVE '  36' TO HOLD-PROV-MSAX.
027460
027470        IF HOLD-PROV-MSAX = '9000'
027480           AND P-NEW-STATE = 36
027490                MOVE '  36' TO HOLD-PROV-MSAX.
027500
027510 2300-1998-EXIT.  EXIT.
027520
027530 2300-1999-FLOOR-MSA.
027540
027550        IF HOLD-PROV-MSAX = '6020'
027560           AND P-NEW-STATE = 36
027570               MOVE '  36' TO HOLD-PROV-MSAX.
027580
027590        IF HOLD-PROV-MSAX = '9000'
027600           AND P-NEW-STATE = 36
027610                MOVE '  36' TO HOLD-PROV-MSAX.
027620
027630        IF HOLD-PROV-MSAX = '8080'
027640           AND P-NEW-STATE = 36
027650               MOVE '  36' TO HOLD-PROV-MSAX.
027660
027670        IF HOLD-PROV-MSAX = '1900'
027680           AND P-NEW-STATE = 21
027690               MOVE '  21' TO HOLD-PROV-MSAX.
027700
027710        IF HOLD-PROV-MSAX = '6340'
027720           AND P-NEW-CHG-CODE-INDEX = 'Y'
027730           AND P-NEW-STATE = 53
027740               MOVE '  53' TO HOLD-PROV-MSAX.
027750
027760 2300-1999-EXIT. EXIT.
027770
027780 2300-2000-FLOOR-MSA.
027790
027800        IF HOLD-PROV-MSAX = '6020'
027810           AND P-NEW-STATE = 36
027820               MOVE '  36' TO HOLD-PROV-MSAX.
027830
027840        IF HOLD-PROV-MSAX = '9000'
027850           AND P-NEW-STATE = 36
027860                MOVE '  36' TO HOLD-PROV-MSAX.
027870
027880        IF HOLD-PROV-MSAX = '8080'
027890           AND P-NEW-STATE = 36
027900               MOVE '  36' TO HOLD-PROV-MSAX.
027910
027920        IF HOLD-PROV-MSAX = '2440'
027930           AND P-NEW-STATE = 15
027940               MOVE '  15' TO HOLD-PROV-MSAX.
027950
027960        IF HOLD-PROV-MSAX = '2520'
027970           AND P-NEW-CHG-CODE-INDEX = 'Y'
027980           AND P-NEW-STATE = 24
027990               MOVE '  24' TO HOLD-PROV-MSAX.
028000
028010        IF HOLD-PROV-MSAX = '1123'
028020           AND P-NEW-STATE = 22
028030               MOVE '  22' TO HOLD-PROV-MSAX.
028040
028050 2300-2000-EXIT. EXIT.
028060
028070 2300-2001-FLOOR-MSA.
028080
028090        IF HOLD-PROV-MSAX = '1900'
028100           AND P-NEW-STATE = 21
028110               MOVE '  21' TO HOLD-PROV-MSAX.
028120
028130        IF HOLD-PROV-MSAX = '6020'
028140           AND P-NEW-STATE = 36
028150               MOVE '  36' TO HOLD-PROV-MSAX.
028160
028170        IF HOLD-PROV-MSAX = '8080'
028180           AND P-NEW-STATE = 36
028190               MOVE '  36' TO HOLD-PROV-MSAX.
028200
028210        IF HOLD-PROV-MSAX = '1123'
028220           AND P-NEW-STATE = 22
028230               MOVE '  22' TO HOLD-PROV-MSAX.
028240
028250        IF HOLD-PROV-MSAX = '2440'
028260           AND P-NEW-STATE = 15
028270               MOVE '  15' TO HOLD-PROV-MSAX.
028280
028290        IF HOLD-PROV-MSAX = '9000'
028300           AND P-NEW-STATE = 36
028310                MOVE '  36' TO HOLD-PROV-MSAX.
028320
028330        IF HOLD-PROV-MSAX = '9000'
028340           AND P-NEW-STATE = 51
028350                MOVE '  51' TO HOLD-PROV-MSAX.
028360
028370 2300-2001-EXIT. EXIT.
028380
028390 2300-2002-FLOOR-MSA.
028400
028410        IF HOLD-PROV-MSAX = '1123'
028420           AND P-NEW-STATE = 22
028430               MOVE '  22' TO HOLD-PROV-MSAX.
028440
028450        IF HOLD-PROV-MSAX = '1900'
028460           AND P-NEW-STATE = 21
028470               MOVE '  21' TO HOLD-PROV-MSAX.
028480
028490        IF HOLD-PROV-MSAX = '2440'
028500           AND P-NEW-STATE = 15
028510               MOVE '  15' TO HOLD-PROV-MSAX.
028520
028530        IF HOLD-PROV-MSAX = '6020'
028540           AND P-NEW-STATE = 36
028550               MOVE '  36' TO HOLD-PROV-MSAX.
028560
028570        IF HOLD-PROV-MSAX = '8080'
028580           AND P-NEW-STATE = 36
028590               MOVE '  36' TO HOLD-PROV-MSAX.
028600
028610        IF HOLD-PROV-MSAX = '9000'
028620           AND P-NEW-STATE = 36
028630                MOVE '  36' TO HOLD-PROV-MSAX.
028640
028650        IF HOLD-PROV-MSAX = '1303'
028660           AND P-NEW-CHG-CODE-INDEX = 'Y'
028670           AND P-NEW-STATE = 47
028680               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
028690               MOVE '  47' TO HOLD-PROV-MSAX.
028700
028710        IF HOLD-PROV-MSAX = '  14'
028720           AND P-NEW-CHG-CODE-INDEX = 'Y'
028730           AND P-NEW-STATE = 16
028740               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
028750               MOVE '  16' TO HOLD-PROV-MSAX.
028760
028770 2300-2002-EXIT. EXIT.
028780
028790 2300-2003-FLOOR-MSA.
028800
028810        IF HOLD-PROV-MSAX = '  14'
028820           AND P-NEW-CHG-CODE-INDEX = 'Y'
028830           AND P-NEW-STATE = 16
028840               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
028850               MOVE '  16' TO HOLD-PROV-MSAX.
028860
028870        IF HOLD-PROV-MSAX = '1123'
028880           AND P-NEW-STATE = 22
028890               MOVE '  22' TO HOLD-PROV-MSAX.
028900
028910        IF HOLD-PROV-MSAX = '1800'
028920           AND P-NEW-CHG-CODE-INDEX = 'Y'
028930           AND P-NEW-STATE = 11
028940               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
028950               MOVE '  11' TO HOLD-PROV-MSAX.
028960
028970        IF HOLD-PROV-MSAX = '1900'
028980           AND P-NEW-STATE = 21
028990               MOVE '  21' TO HOLD-PROV-MSAX.
029000
029010        IF HOLD-PROV-MSAX = '2440'
029020           AND P-NEW-STATE = 15
029030               MOVE '  15' TO HOLD-PROV-MSAX.
029040
029050        IF HOLD-PROV-MSAX = '3660'
029060           AND P-NEW-CHG-CODE-INDEX = 'Y'
029070           AND P-NEW-STATE = 49
029080               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
029090               MOVE '  49' TO HOLD-PROV-MSAX.
029100
029110        IF HOLD-PROV-MSAX = '3660'
029120           AND P-NEW-STATE = 49
029130               MOVE '  49' TO HOLD-PROV-MSAX.
029140
029150        IF HOLD-PROV-MSAX = '3700'
029160           AND P-NEW-CHG-CODE-INDEX = 'Y'
029170           AND P-NEW-STATE = 26
029180               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
029190               MOVE '  26' TO HOLD-PROV-MSAX.
029200
029210        IF HOLD-PROV-MSAX = '6020'
029220           AND P-NEW-STATE = 36
029230               MOVE '  36' TO HOLD-PROV-MSAX.
029240
029250        IF HOLD-PROV-MSAX = '9000'
029260           AND P-NEW-STATE = 36
029270                MOVE '  36' TO HOLD-PROV-MSAX.
029280
029290 2300-2003-EXIT. EXIT.
029300
029310 2300-2004-FLOOR-MSA.
029320
029330        IF HOLD-PROV-MSAX = '  14'
029340           AND P-NEW-CHG-CODE-INDEX = 'Y'
029350           AND P-NEW-STATE = 16
029360               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
029370               MOVE '  16' TO HOLD-PROV-MSAX.
029380
029390        IF HOLD-PROV-MSAX = '0200'
029400           AND P-NEW-CHG-CODE-INDEX = 'Y'
029410           AND P-NEW-STATE = 06
029420               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
029430               MOVE '  06' TO HOLD-PROV-MSAX.
029440
029450        IF HOLD-PROV-MSAX = '1480'
029460           AND P-NEW-CHG-CODE-INDEX = 'Y'
029470           AND P-NEW-STATE = 36
029480               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
029490               MOVE '  36' TO HOLD-PROV-MSAX.
029500
029510        IF HOLD-PROV-MSAX = '1900'
029520           AND P-NEW-STATE = 21
029530               MOVE '  21' TO HOLD-PROV-MSAX.
029540
029550        IF HOLD-PROV-MSAX = '2440'
029560           AND P-NEW-STATE = 15
029570               MOVE '  15' TO HOLD-PROV-MSAX.
029580
029590        IF HOLD-PROV-MSAX = '2985'
029600           AND P-NEW-STATE = 24
029610               MOVE '  24' TO HOLD-PROV-MSAX.
029620
029630        IF HOLD-PROV-MSAX = '3660'
029640           AND P-NEW-CHG-CODE-INDEX = 'Y'
029650           AND P-NEW-STATE = 49
029660               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
029670               MOVE '  49' TO HOLD-PROV-MSAX.
029680
029690        IF HOLD-PROV-MSAX = '3660'
029700           AND P-NEW-STATE = 49
029710               MOVE '  49' TO HOLD-PROV-MSAX.
029720
029730        IF HOLD-PROV-MSAX = '3700'
029740           AND P-NEW-CHG-CODE-INDEX = 'Y'
029750           AND P-NEW-STATE = 26
029760               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
029770               MOVE '  26' TO HOLD-PROV-MSAX.
029780
029790        IF HOLD-PROV-MSAX = '6020'
029800           AND P-NEW-STATE = 36
029810               MOVE '  36' TO HOLD-PROV-MSAX.
029820
029830        IF HOLD-PROV-MSAX = '6740'
029840           AND P-NEW-CHG-CODE-INDEX = 'Y'
029850           AND P-NEW-STATE = 50
029860               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
029870               MOVE '  50' TO HOLD-PROV-MSAX.
029880
029890        IF HOLD-PROV-MSAX = '7720'
029900           AND P-NEW-CHG-CODE-INDEX = 'Y'
029910           AND P-NEW-STATE = 28
029920               MOVE 'N' TO P-NEW-CHG-CODE-INDEX
029930               MOVE '  28' TO HOLD-PROV-MSAX.
029940
029950        IF HOLD-PROV-MSAX = '8080'
029960           AND P-NEW-STATE = 36
029970                MOVE '  36' TO HOLD-PROV-MSAX.
029980
029990        IF HOLD-PROV-MSAX = '9000'
030000           AND P-NEW-STATE = 36
030010                MOVE '  36' TO HOLD-PROV-MSAX.
030020
030030 2300-2004-EXIT. EXIT.
030040 2300-2004-RECLASS152.
030050
030060       IF (P-NEW-PROVIDER-NO = '330001' OR '330126' OR
030070                               '330135' OR '330205' OR
030080                               '330209' OR '330264')
030090          AND (P-NEW-WAGE-INDEX-LOC-MSA = '5600'
030100          AND  P-NEW-CHG-CODE-INDEX = 'Y')
030110               MOVE 1.3892 TO W-NEW-INDEX-RECORD.
030120
030130       IF (P-NEW-PROVIDER-NO = '470003')
030140          AND (P-NEW-WAGE-INDEX-LOC-MSA = '1123'
030150          AND  P-NEW-CHG-CODE-INDEX = 'Y')
030160               MOVE 1.1120 TO W-NEW-INDEX-RECORD.
030170
030180 2300-2004-RECLASS-EXIT. EXIT.
030190
030200 2300-2005-FLOOR-CBSA.
030210
030220        IF HOLD-PROV-CBSA = '10900'
030230           AND P-NEW-STATE = 31
030240               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030250               MOVE '   31' TO HOLD-PROV-CBSA.
030260
030270        IF HOLD-PROV-CBSA = '16620'
030280           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
030290           AND P-NEW-STATE = 36
030300               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030310               MOVE '   36' TO HOLD-PROV-CBSA.
030320
030330        IF HOLD-PROV-CBSA = '19060'
030340           AND P-NEW-STATE = 21
030350               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030360               MOVE '   21' TO HOLD-PROV-CBSA.
030370
030380        IF HOLD-PROV-CBSA = '21780'
030390           AND P-NEW-STATE = 15
030400               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030410               MOVE '   15' TO HOLD-PROV-CBSA.
030420
030430        IF HOLD-PROV-CBSA = '22020'
030440           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
030450           AND P-NEW-STATE = 24
030460               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030470               MOVE '   24' TO HOLD-PROV-CBSA.
030480
030490        IF HOLD-PROV-CBSA = '22020'
030500           AND P-NEW-STATE = 24
030510               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030520               MOVE '   24' TO HOLD-PROV-CBSA.
030530
030540        IF HOLD-PROV-CBSA = '24220'
030550           AND P-NEW-STATE = 24
030560               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030570               MOVE '   24' TO HOLD-PROV-CBSA.
030580
030590        IF HOLD-PROV-CBSA = '25540'
030600           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
030610           AND P-NEW-STATE = 07
030620               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030630               MOVE '   07' TO HOLD-PROV-CBSA.
030640
030650        IF HOLD-PROV-CBSA = '29100'
030660           AND P-NEW-STATE = 52
030670               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030680               MOVE '   52' TO HOLD-PROV-CBSA.
030690
030700        IF HOLD-PROV-CBSA = '30300'
030710           AND P-NEW-STATE = 50
030720               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030730               MOVE '   50' TO HOLD-PROV-CBSA.
030740
030750        IF HOLD-PROV-CBSA = '37620'
030760           AND P-NEW-STATE = 36
030770               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030780               MOVE '   36' TO HOLD-PROV-CBSA.
030790
030800        IF HOLD-PROV-CBSA = '48260'
030810           AND P-NEW-STATE = 36
030820               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030830               MOVE '   36' TO HOLD-PROV-CBSA.
030840
030850        IF HOLD-PROV-CBSA = '48540'
030860           AND P-NEW-STATE = 36
030870               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030880               MOVE '   36' TO HOLD-PROV-CBSA.
030890
030900        IF HOLD-PROV-CBSA = '48864'
030910           AND P-NEW-STATE = 31
030920               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030930               MOVE '   31' TO HOLD-PROV-CBSA.
030940
030950        IF HOLD-PROV-CBSA = '48864'
030960           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
030970           AND P-NEW-STATE = 31
030980               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
030990               MOVE '   31' TO HOLD-PROV-CBSA.
031000
031010        IF B-21-DISCHARGE-DATE > 20041231
031020           IF HOLD-PROV-CBSA = '39900'
031030              AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
031040              AND P-NEW-STATE = 05
031050                  MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031060                  MOVE '   05' TO HOLD-PROV-CBSA.
031070
031080        IF B-21-DISCHARGE-DATE < 20050101
031090           IF (HOLD-PROV-CBSA = '28420'
031100               AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
031110               AND P-NEW-STATE = 50)
031120                  MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031130                  MOVE '   50' TO HOLD-PROV-CBSA.
031140
031150 2300-2005-EXIT. EXIT.
031160
031170
031180 2300-2006-FLOOR-CBSA.
031190
031200        IF HOLD-PROV-CBSA = '   10'
031210           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
031220           AND P-NEW-STATE = 10
031230               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031240               MOVE '   10' TO HOLD-PROV-CBSA.
031250
031260        IF HOLD-PROV-CBSA = '   50'
031270           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
031280           AND P-NEW-STATE = 50
031290               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031300               MOVE '   50' TO HOLD-PROV-CBSA.
031310
031320        IF HOLD-PROV-CBSA = '10900'
031330           AND P-NEW-STATE = 31
031340               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031350               MOVE '   31' TO HOLD-PROV-CBSA.
031360
031370        IF HOLD-PROV-CBSA = '15764'
031380           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
031390           AND P-NEW-STATE = 30
031400               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031410               MOVE '   30' TO HOLD-PROV-CBSA.
031420
031430        IF HOLD-PROV-CBSA = '16620'
031440           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
031450           AND P-NEW-STATE = 36
031460               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031470               MOVE '   36' TO HOLD-PROV-CBSA.
031480
031490        IF HOLD-PROV-CBSA = '19060'
031500           AND P-NEW-STATE = 21
031510               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031520               MOVE '   21' TO HOLD-PROV-CBSA.
031530
031540        IF HOLD-PROV-CBSA = '22020'
031550           AND P-NEW-STATE = 24
031560               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031570               MOVE '   24' TO HOLD-PROV-CBSA.
031580
031590        IF HOLD-PROV-CBSA = '24220'
031600           AND P-NEW-STATE = 24
031610               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031620               MOVE '   24' TO HOLD-PROV-CBSA.
031630
031640        IF HOLD-PROV-CBSA = '24580'
031650           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
031660           AND P-NEW-STATE = 52
031670               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031680               MOVE '   52' TO HOLD-PROV-CBSA.
031690
031700        IF HOLD-PROV-CBSA = '25540'
031710           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
031720           AND P-NEW-STATE = 07
031730               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031740               MOVE '   07' TO HOLD-PROV-CBSA.
031750
031760        IF HOLD-PROV-CBSA = '30300'
031770           AND P-NEW-STATE = 50
031780               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031790               MOVE '   50' TO HOLD-PROV-CBSA.
031800
031810        IF HOLD-PROV-CBSA = '37620'
031820           AND P-NEW-STATE = 36
031830               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031840               MOVE '   36' TO HOLD-PROV-CBSA.
031850
031860        IF HOLD-PROV-CBSA = '39900'
031870           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
031880           AND P-NEW-STATE = 05
031890               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031900               MOVE '   05' TO HOLD-PROV-CBSA.
031910
031920        IF HOLD-PROV-CBSA = '48260'
031930           AND P-NEW-STATE = 36
031940               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
031950               MOVE '   36' TO HOLD-PROV-CBSA.
031960
031970        IF HOLD-PROV-CBSA = '48540'
031980           AND P-NEW-STATE = 36
031990               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032000               MOVE '   36' TO HOLD-PROV-CBSA.
032010
032020        IF HOLD-PROV-CBSA = '48540'
032030           AND P-NEW-STATE = 51
032040               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032050               MOVE '   51' TO HOLD-PROV-CBSA.
032060
032070        IF HOLD-PROV-CBSA = '48864'
032080           AND P-NEW-STATE = 31
032090               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032100               MOVE '   31' TO HOLD-PROV-CBSA.
032110
032120        IF HOLD-PROV-CBSA = '49660'
032130           AND P-NEW-STATE = 36
032140               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032150               MOVE '   36' TO HOLD-PROV-CBSA.
032160
032170 2300-2006-EXIT. EXIT.
032180
032190 2300-2007-FLOOR-CBSA.
032200
032210        IF HOLD-PROV-CBSA = '   10'
032220           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
032230           AND P-NEW-STATE = 10
032240               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032250               MOVE '   10' TO HOLD-PROV-CBSA.
032260
032270        IF HOLD-PROV-CBSA = '   14'
032280           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
032290           AND P-NEW-STATE = 14
032300               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032310               MOVE '   14' TO HOLD-PROV-CBSA.
032320
032330        IF HOLD-PROV-CBSA = '   26'
032340           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
032350           AND P-NEW-STATE = 26
032360               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032370               MOVE '   26' TO HOLD-PROV-CBSA.
032380
032390        IF HOLD-PROV-CBSA = '   50'
032400           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
032410           AND P-NEW-STATE = 50
032420               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032430               MOVE '   50' TO HOLD-PROV-CBSA.
032440
032450        IF HOLD-PROV-CBSA = '10900'
032460           AND P-NEW-STATE = 31
032470               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032480               MOVE '   31' TO HOLD-PROV-CBSA.
032490
032500        IF HOLD-PROV-CBSA = '19060'
032510           AND P-NEW-STATE = 21
032520               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032530               MOVE '   21' TO HOLD-PROV-CBSA.
032540
032550        IF HOLD-PROV-CBSA = '22020'
032560           AND P-NEW-STATE = 24
032570               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032580               MOVE '   24' TO HOLD-PROV-CBSA.
032590
032600        IF HOLD-PROV-CBSA = '24220'
032610           AND P-NEW-STATE = 24
032620               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032630               MOVE '   24' TO HOLD-PROV-CBSA.
032640
032650        IF HOLD-PROV-CBSA = '24580'
032660           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
032670           AND P-NEW-STATE = 52
032680               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032690               MOVE '   52' TO HOLD-PROV-CBSA.
032700
032710        IF HOLD-PROV-CBSA = '25540'
032720           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
032730           AND P-NEW-STATE = 07
032740               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032750               MOVE '   07' TO HOLD-PROV-CBSA.
032760
032770        IF HOLD-PROV-CBSA = '26580'
032780           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
032790           AND P-NEW-STATE = 36
032800               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032810               MOVE '   36' TO HOLD-PROV-CBSA.
032820
032830        IF B-21-DISCHARGE-DATE < 20061103
032840           IF (HOLD-PROV-CBSA = '27860'
032850               AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
032860               AND P-NEW-STATE = 26)
032870                   MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032880                   MOVE '   26' TO HOLD-PROV-CBSA.
032890
032900        IF HOLD-PROV-CBSA = '29100'
032910           AND P-NEW-STATE = 52
032920               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032930               MOVE '   52' TO HOLD-PROV-CBSA.
032940
032950        IF HOLD-PROV-CBSA = '30300'
032960           AND P-NEW-STATE = 50
032970               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
032980               MOVE '   50' TO HOLD-PROV-CBSA.
032990
033000        IF HOLD-PROV-CBSA = '37620'
033010           AND P-NEW-STATE = 36
033020               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033030               MOVE '   36' TO HOLD-PROV-CBSA.
033040
033050        IF HOLD-PROV-CBSA = '37964'
033060           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
033070           AND P-NEW-STATE = 31
033080               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033090               MOVE '   31' TO HOLD-PROV-CBSA.
033100
033110        IF HOLD-PROV-CBSA = '38300'
033120           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
033130           AND P-NEW-STATE = 36
033140               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033150               MOVE '   36' TO HOLD-PROV-CBSA.
033160
033170        IF HOLD-PROV-CBSA = '39300'
033180           AND P-NEW-STATE = 22
033190               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033200               MOVE '   22' TO HOLD-PROV-CBSA.
033210
033220        IF HOLD-PROV-CBSA = '39300'
033230           AND P-NEW-STATE = 41
033240               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033250               MOVE '   41' TO HOLD-PROV-CBSA.
033260
033270        IF HOLD-PROV-CBSA = '45500'
033280           AND P-NEW-STATE = 45
033290               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033300               MOVE '   45' TO HOLD-PROV-CBSA.
033310
033320        IF HOLD-PROV-CBSA = '48260'
033330           AND P-NEW-STATE = 36
033340               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033350               MOVE '   36' TO HOLD-PROV-CBSA.
033360
033370        IF HOLD-PROV-CBSA = '48540'
033380           AND P-NEW-STATE = 36
033390               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033400               MOVE '   36' TO HOLD-PROV-CBSA.
033410
033420        IF HOLD-PROV-CBSA = '48540'
033430           AND P-NEW-STATE = 51
033440               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033450               MOVE '   51' TO HOLD-PROV-CBSA.
033460
033470        IF HOLD-PROV-CBSA = '48864'
033480           AND P-NEW-STATE = 31
033490               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033500               MOVE '   31' TO HOLD-PROV-CBSA.
033510
033520
033530 2300-2007-EXIT. EXIT.
033540
033550 2300-2008-FLOOR-CBSA.
033560
033570        IF HOLD-PROV-CBSA = '   39'
033580           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
033590           AND P-NEW-STATE = 33
033600               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033610               MOVE '   33' TO HOLD-PROV-CBSA.
033620
033630        IF HOLD-PROV-CBSA = '   39'
033640           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
033650           AND P-NEW-STATE = 39
033660               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033670               MOVE '   39' TO HOLD-PROV-CBSA.
033680
033690        IF HOLD-PROV-CBSA = '10900'
033700           AND P-NEW-STATE = 31
033710               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033720               MOVE '   31' TO HOLD-PROV-CBSA.
033730
033740        IF HOLD-PROV-CBSA = '19060'
033750           AND P-NEW-STATE = 21
033760               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033770               MOVE '   21' TO HOLD-PROV-CBSA.
033780
033790        IF HOLD-PROV-CBSA = '21780'
033800           AND P-NEW-STATE = 15
033810               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033820               MOVE '   15' TO HOLD-PROV-CBSA.
033830
033840        IF HOLD-PROV-CBSA = '21780'
033850           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
033860           AND P-NEW-STATE = 15
033870               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033880               MOVE '   15' TO HOLD-PROV-CBSA.
033890
033900        IF HOLD-PROV-CBSA = '22020'
033910           AND P-NEW-STATE = 24
033920               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033930               MOVE '   24' TO HOLD-PROV-CBSA.
033940
033950        IF HOLD-PROV-CBSA = '24220'
033960           AND P-NEW-STATE = 24
033970               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
033980               MOVE '   24' TO HOLD-PROV-CBSA.
033990
034000        IF HOLD-PROV-CBSA = '24580'
034010           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
034020           AND P-NEW-STATE = 52
034030               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034040               MOVE '   52' TO HOLD-PROV-CBSA.
034050
034060        IF HOLD-PROV-CBSA = '25540'
034070           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
034080           AND P-NEW-STATE = 07
034090               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034100               MOVE '   07' TO HOLD-PROV-CBSA.
034110
034120        IF HOLD-PROV-CBSA = '28420'
034130           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
034140           AND P-NEW-STATE = 50
034150               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034160               MOVE '   50' TO HOLD-PROV-CBSA.
034170
034180        IF HOLD-PROV-CBSA = '28700'
034190           AND P-NEW-STATE = 44
034200               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034210               MOVE '   44' TO HOLD-PROV-CBSA.
034220
034230        IF HOLD-PROV-CBSA = '28700'
034240           AND P-NEW-STATE = 49
034250               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034260               MOVE '   49' TO HOLD-PROV-CBSA.
034270
034280        IF HOLD-PROV-CBSA = '30300'
034290           AND P-NEW-STATE = 50
034300               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034310               MOVE '   50' TO HOLD-PROV-CBSA.
034320
034330        IF HOLD-PROV-CBSA = '35084'
034340           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
034350           AND P-NEW-STATE = 31
034360               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034370               MOVE '   31' TO HOLD-PROV-CBSA.
034380
034390        IF HOLD-PROV-CBSA = '37620'
034400           AND P-NEW-STATE = 36
034410               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034420               MOVE '   36' TO HOLD-PROV-CBSA.
034430
034440        IF HOLD-PROV-CBSA = '37964'
034450           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
034460           AND P-NEW-STATE = 31
034470               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034480               MOVE '   31' TO HOLD-PROV-CBSA.
034490
034500        IF HOLD-PROV-CBSA = '38300'
034510           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
034520           AND P-NEW-STATE = 36
034530               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034540               MOVE '   36' TO HOLD-PROV-CBSA.
034550
034560        IF HOLD-PROV-CBSA = '45500'
034570           AND P-NEW-STATE = 45
034580               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034590               MOVE '   45' TO HOLD-PROV-CBSA.
034600
034610        IF HOLD-PROV-CBSA = '48260'
034620           AND P-NEW-STATE = 36
034630               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034640               MOVE '   36' TO HOLD-PROV-CBSA.
034650
034660        IF HOLD-PROV-CBSA = '48540'
034670           AND P-NEW-STATE = 36
034680               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034690               MOVE '   36' TO HOLD-PROV-CBSA.
034700
034710        IF HOLD-PROV-CBSA = '48540'
034720           AND P-NEW-STATE = 51
034730               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034740               MOVE '   51' TO HOLD-PROV-CBSA.
034750
034760        IF HOLD-PROV-CBSA = '48864'
034770           AND P-NEW-STATE = 31
034780               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034790               MOVE '   31' TO HOLD-PROV-CBSA.
034800
034810        IF HOLD-PROV-CBSA = '48864'
034820           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
034830           AND P-NEW-STATE = 31
034840               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034850               MOVE '   31' TO HOLD-PROV-CBSA.
034860
034870
034880 2300-2008-EXIT. EXIT.
034890
034900**************YEARCHANGE 2009.3 **********************      *****
034910
034920 2300-2009-FLOOR-CBSA.
034930
034940        IF HOLD-PROV-CBSA = '   04'
034950           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
034960           AND P-NEW-STATE = 04
034970               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
034980               MOVE '   04' TO HOLD-PROV-CBSA.
034990
035000        IF HOLD-PROV-CBSA = '   04'
035010           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035020           AND P-NEW-STATE = 19
035030               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035040               MOVE '   19' TO HOLD-PROV-CBSA.
035050
035060        IF HOLD-PROV-CBSA = '   14'
035070           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035080           AND P-NEW-STATE = 14
035090               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035100               MOVE '   14' TO HOLD-PROV-CBSA.
035110
035120        IF HOLD-PROV-CBSA = '   14'
035130           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035140           AND P-NEW-STATE = 26
035150               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035160               MOVE '   26' TO HOLD-PROV-CBSA.
035170
035180        IF HOLD-PROV-CBSA = '10900'
035190           AND P-NEW-STATE = 31
035200               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035210               MOVE '   31' TO HOLD-PROV-CBSA.
035220
035230        IF HOLD-PROV-CBSA = '19340'
035240           AND P-NEW-STATE = 16
035250               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035260               MOVE '   16' TO HOLD-PROV-CBSA.
035270
035280        IF HOLD-PROV-CBSA = '21780'
035290           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035300           AND P-NEW-STATE = 15
035310               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035320               MOVE '   15' TO HOLD-PROV-CBSA.
035330
035340        IF HOLD-PROV-CBSA = '22020'
035350           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035360           AND P-NEW-STATE = 43
035370               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035380               MOVE '   43' TO HOLD-PROV-CBSA.
035390
035400        IF HOLD-PROV-CBSA = '22900'
035410           AND P-NEW-STATE = 37
035420               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035430               MOVE '   37' TO HOLD-PROV-CBSA.
035440
035450        IF HOLD-PROV-CBSA = '24580'
035460           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035470           AND P-NEW-STATE = 52
035480               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035490               MOVE '   52' TO HOLD-PROV-CBSA.
035500
035510        IF HOLD-PROV-CBSA = '25540'
035520           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035530           AND P-NEW-STATE = 07
035540               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035550               MOVE '   07' TO HOLD-PROV-CBSA.
035560
035570        IF HOLD-PROV-CBSA = '28420'
035580           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035590           AND P-NEW-STATE = 50
035600               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035610               MOVE '   50' TO HOLD-PROV-CBSA.
035620
035630        IF HOLD-PROV-CBSA = '28700'
035640           AND P-NEW-STATE = 44
035650               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035660               MOVE '   44' TO HOLD-PROV-CBSA.
035670
035680        IF HOLD-PROV-CBSA = '28700'
035690           AND P-NEW-STATE = 49
035700               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035710               MOVE '   49' TO HOLD-PROV-CBSA.
035720
035730        IF HOLD-PROV-CBSA = '28700'
035740           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035750           AND P-NEW-STATE = 18
035760               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035770               MOVE '   18' TO HOLD-PROV-CBSA.
035780
035790        IF HOLD-PROV-CBSA = '28700'
035800           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035810           AND P-NEW-STATE = 44
035820               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035830               MOVE '   44' TO HOLD-PROV-CBSA.
035840
035850        IF HOLD-PROV-CBSA = '28940'
035860           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035870           AND P-NEW-STATE = 18
035880               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035890               MOVE '   18' TO HOLD-PROV-CBSA.
035900
035910        IF HOLD-PROV-CBSA = '28940'
035920           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035930           AND P-NEW-STATE = 44
035940               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
035950               MOVE '   44' TO HOLD-PROV-CBSA.
035960
035970        IF HOLD-PROV-CBSA = '34820'
035980           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
035990           AND P-NEW-STATE = 34
036000               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036010               MOVE '   34' TO HOLD-PROV-CBSA.
036020
036030        IF HOLD-PROV-CBSA = '34820'
036040           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
036050           AND P-NEW-STATE = 42
036060               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036070               MOVE '   42' TO HOLD-PROV-CBSA.
036080
036090        IF HOLD-PROV-CBSA = '37620'
036100           AND P-NEW-STATE = 36
036110               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036120               MOVE '   36' TO HOLD-PROV-CBSA.
036130
036140        IF HOLD-PROV-CBSA = '37964'
036150           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
036160           AND P-NEW-STATE = 31
036170               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036180               MOVE '   31' TO HOLD-PROV-CBSA.
036190
036200        IF HOLD-PROV-CBSA = '38340'
036210           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
036220           AND P-NEW-STATE = 47
036230               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036240               MOVE '   47' TO HOLD-PROV-CBSA.
036250
036260        IF HOLD-PROV-CBSA = '41620'
036270           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
036280           AND P-NEW-STATE = 29
036290               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036300               MOVE '   29' TO HOLD-PROV-CBSA.
036310
036320        IF HOLD-PROV-CBSA = '43580'
036330           AND P-NEW-STATE = 16
036340               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036350               MOVE '   16' TO HOLD-PROV-CBSA.
036360
036370        IF HOLD-PROV-CBSA = '48540'
036380           AND P-NEW-STATE = 36
036390               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036400               MOVE '   36' TO HOLD-PROV-CBSA.
036410
036420        IF HOLD-PROV-CBSA = '48540'
036430           AND P-NEW-STATE = 51
036440               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036450               MOVE '   51' TO HOLD-PROV-CBSA.
036460
036470        IF HOLD-PROV-CBSA = '48864'
036480           AND P-NEW-STATE = 31
036490               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036500               MOVE '   31' TO HOLD-PROV-CBSA.
036510
036520        IF HOLD-PROV-CBSA = '48864'
036530           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
036540           AND P-NEW-STATE = 31
036550               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036560               MOVE '   31' TO HOLD-PROV-CBSA.
036570
036580        IF HOLD-PROV-CBSA = '19060'
036590           AND P-NEW-STATE = 21
036600               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036610               MOVE '   21' TO HOLD-PROV-CBSA.
036620
036630        IF HOLD-PROV-CBSA = '19060'
036640           AND P-NEW-STATE = 51
036650               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036660               MOVE '   51' TO HOLD-PROV-CBSA.
036670
036680        IF HOLD-PROV-CBSA = '22020'
036690           AND P-NEW-STATE = 24
036700               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036710               MOVE '   24' TO HOLD-PROV-CBSA.
036720
036730        IF HOLD-PROV-CBSA = '24220'
036740           AND P-NEW-STATE = 24
036750               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036760               MOVE '   24' TO HOLD-PROV-CBSA.
036770
036780        IF HOLD-PROV-CBSA = '30300'
036790           AND P-NEW-STATE = 50
036800               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036810               MOVE '   50' TO HOLD-PROV-CBSA.
036820
036830        IF HOLD-PROV-CBSA = '48260'
036840           AND P-NEW-STATE = 36
036850               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
036860               MOVE '   36' TO HOLD-PROV-CBSA.
036870
036880
036890
036900**************YEARCHANGE 2009.3 **********************      *****
036910
036920 2300-2009-EXIT. EXIT.
036930
036940**************YEARCHANGE 2010.0 **********************      *****
036950
036960 2300-2010-FLOOR-CBSA.
036970
036980        IF HOLD-PROV-CBSA = '   33'
036990          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037000          AND P-NEW-STATE = 33
037010               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037020               MOVE '   33' TO HOLD-PROV-CBSA.
037030
037040        IF HOLD-PROV-CBSA = '   30'
037050          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037060          AND P-NEW-STATE = 30
037070               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037080               MOVE '   30' TO HOLD-PROV-CBSA.
037090
037100        IF HOLD-PROV-CBSA = '   33'
037110          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037120          AND P-NEW-STATE = 30
037130               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037140               MOVE '   30' TO HOLD-PROV-CBSA.
037150
037160        IF HOLD-PROV-CBSA = '10900'
037170           AND P-NEW-STATE = 31
037180               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037190               MOVE '   31' TO HOLD-PROV-CBSA.
037200
037210        IF HOLD-PROV-CBSA = '19340'
037220           AND P-NEW-STATE = 16
037230               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037240               MOVE '   16' TO HOLD-PROV-CBSA.
037250
037260        IF HOLD-PROV-CBSA = '19340'
037270           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037280           AND P-NEW-STATE = 16
037290               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037300               MOVE '   16' TO HOLD-PROV-CBSA.
037310
037320        IF HOLD-PROV-CBSA = '21780'
037330           AND P-NEW-STATE = 15
037340               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037350               MOVE '   15' TO HOLD-PROV-CBSA.
037360
037370        IF HOLD-PROV-CBSA = '21780'
037380           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037390           AND P-NEW-STATE = 15
037400               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037410               MOVE '   15' TO HOLD-PROV-CBSA.
037420
037430        IF HOLD-PROV-CBSA = '25180'
037440           AND P-NEW-STATE = 21
037450               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037460               MOVE '   21' TO HOLD-PROV-CBSA.
037470
037480        IF HOLD-PROV-CBSA = '25540'
037490           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037500           AND P-NEW-STATE = 07
037510               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037520               MOVE '   07' TO HOLD-PROV-CBSA.
037530
037540        IF HOLD-PROV-CBSA = '28420'
037550           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037560           AND P-NEW-STATE = 50
037570               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037580               MOVE '   50' TO HOLD-PROV-CBSA.
037590
037600        IF HOLD-PROV-CBSA = '28940'
037610           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037620           AND P-NEW-STATE = 18
037630               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037640               MOVE '   18' TO HOLD-PROV-CBSA.
037650
037660        IF HOLD-PROV-CBSA = '28940'
037670           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037680           AND P-NEW-STATE = 44
037690               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037700               MOVE '   44' TO HOLD-PROV-CBSA.
037710
037720        IF HOLD-PROV-CBSA = '35084'
037730           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037740           AND P-NEW-STATE = 31
037750               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037760               MOVE '   31' TO HOLD-PROV-CBSA.
037770
037780        IF HOLD-PROV-CBSA = '37620'
037790           AND P-NEW-STATE = 36
037800               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037810               MOVE '   36' TO HOLD-PROV-CBSA.
037820
037830        IF HOLD-PROV-CBSA = '37964'
037840           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
037850           AND P-NEW-STATE = 31
037860               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037870               MOVE '   31' TO HOLD-PROV-CBSA.
037880
037890        IF HOLD-PROV-CBSA = '48540'
037900           AND P-NEW-STATE = 36
037910               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037920               MOVE '   36' TO HOLD-PROV-CBSA.
037930
037940        IF HOLD-PROV-CBSA = '48540'
037950           AND P-NEW-STATE = 51
037960               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
037970               MOVE '   51' TO HOLD-PROV-CBSA.
037980
037990        IF HOLD-PROV-CBSA = '48864'
038000           AND P-NEW-STATE = 31
038010               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038020               MOVE '   31' TO HOLD-PROV-CBSA.
038030
038040        IF HOLD-PROV-CBSA = '48864'
038050           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
038060           AND P-NEW-STATE = 31
038070               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038080               MOVE '   31' TO HOLD-PROV-CBSA.
038090
038100        IF HOLD-PROV-CBSA = '49660'
038110           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
038120           AND P-NEW-STATE = 36
038130               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038140               MOVE '   36' TO HOLD-PROV-CBSA.
038150
038160        IF HOLD-PROV-CBSA = '19060'
038170           AND P-NEW-STATE = 21
038180               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038190               MOVE '   21' TO HOLD-PROV-CBSA.
038200
038210        IF HOLD-PROV-CBSA = '22020'
038220           AND P-NEW-STATE = 24
038230               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038240               MOVE '   24' TO HOLD-PROV-CBSA.
038250
038260        IF HOLD-PROV-CBSA = '24220'
038270           AND P-NEW-STATE = 24
038280               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038290               MOVE '   24' TO HOLD-PROV-CBSA.
038300
038310        IF HOLD-PROV-CBSA = '30300'
038320           AND P-NEW-STATE = 50
038330               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038340               MOVE '   50' TO HOLD-PROV-CBSA.
038350
038360        IF HOLD-PROV-CBSA = '35084'
038370           AND P-NEW-STATE = 31
038380               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038390               MOVE '   31' TO HOLD-PROV-CBSA.
038400
038410        IF HOLD-PROV-CBSA = '48260'
038420           AND P-NEW-STATE = 36
038430               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038440               MOVE '   36' TO HOLD-PROV-CBSA.
038450
038460        IF HOLD-PROV-CBSA = '48260'
038470           AND P-NEW-STATE = 51
038480               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038490               MOVE '   51' TO HOLD-PROV-CBSA.
038500
038510
038520
038530**************YEARCHANGE 2010.0 **********************      *****
038540
038550 2300-2010-EXIT. EXIT.
038560
038570
038580**************YEARCHANGE 2011.0 **********************      *****
038590
038600 2300-2011-FLOOR-CBSA.
038610
038620        IF HOLD-PROV-CBSA = '   45'
038630          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
038640          AND P-NEW-STATE = 45
038650               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038660               MOVE '   45' TO HOLD-PROV-CBSA.
038670
038680        IF HOLD-PROV-CBSA = '   37'
038690          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
038700          AND P-NEW-STATE = 37
038710               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038720               MOVE '   37' TO HOLD-PROV-CBSA.
038730
038740        IF HOLD-PROV-CBSA = '10900'
038750           AND P-NEW-STATE = 31
038760               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038770               MOVE '   31' TO HOLD-PROV-CBSA.
038780
038790        IF HOLD-PROV-CBSA = '21500'
038800          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
038810           AND P-NEW-STATE = 33
038820               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038830               MOVE '   33' TO HOLD-PROV-CBSA.
038840
038850        IF HOLD-PROV-CBSA = '21500'
038860          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
038870           AND P-NEW-STATE = 39
038880               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038890               MOVE '   39' TO HOLD-PROV-CBSA.
038900
038910        IF HOLD-PROV-CBSA = '21780'
038920           AND P-NEW-STATE = 15
038930               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038940               MOVE '   15' TO HOLD-PROV-CBSA.
038950
038960        IF HOLD-PROV-CBSA = '22900'
038970           AND P-NEW-STATE = 37
038980               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
038990               MOVE '   37' TO HOLD-PROV-CBSA.
039000
039010        IF HOLD-PROV-CBSA = '24540'
039020           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
039030           AND P-NEW-STATE = 53
039040               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039050               MOVE '   53' TO HOLD-PROV-CBSA.
039060
039070        IF HOLD-PROV-CBSA = '25540'
039080           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
039090           AND P-NEW-STATE = 07
039100               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039110               MOVE '   07' TO HOLD-PROV-CBSA.
039120
039130        IF HOLD-PROV-CBSA = '28700'
039140           AND P-NEW-STATE = 44
039150               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039160               MOVE '   44' TO HOLD-PROV-CBSA.
039170
039180        IF HOLD-PROV-CBSA = '28700'
039190           AND P-NEW-STATE = 49
039200               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039210               MOVE '   49' TO HOLD-PROV-CBSA.
039220
039230        IF HOLD-PROV-CBSA = '28940'
039240           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
039250           AND P-NEW-STATE = 18
039260               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039270               MOVE '   18' TO HOLD-PROV-CBSA.
039280
039290        IF HOLD-PROV-CBSA = '28940'
039300           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
039310           AND P-NEW-STATE = 44
039320               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039330               MOVE '   44' TO HOLD-PROV-CBSA.
039340
039350        IF HOLD-PROV-CBSA = '37620'
039360           AND P-NEW-STATE = 36
039370               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039380               MOVE '   36' TO HOLD-PROV-CBSA.
039390
039400        IF HOLD-PROV-CBSA = '37620'
039410           AND P-NEW-STATE = 51
039420               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039430               MOVE '   51' TO HOLD-PROV-CBSA.
039440
039450        IF HOLD-PROV-CBSA = '37964'
039460           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
039470           AND P-NEW-STATE = 31
039480               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039490               MOVE '   31' TO HOLD-PROV-CBSA.
039500
039510        IF HOLD-PROV-CBSA = '38300'
039520           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
039530           AND P-NEW-STATE = 36
039540               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039550               MOVE '   36' TO HOLD-PROV-CBSA.
039560
039570        IF HOLD-PROV-CBSA = '38300'
039580           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
039590           AND P-NEW-STATE = 39
039600               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039610               MOVE '   39' TO HOLD-PROV-CBSA.
039620
039630        IF HOLD-PROV-CBSA = '43580'
039640           AND P-NEW-STATE = 43
039650               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039660               MOVE '   43' TO HOLD-PROV-CBSA.
039670
039680        IF HOLD-PROV-CBSA = '48540'
039690           AND P-NEW-STATE = 36
039700               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039710               MOVE '   36' TO HOLD-PROV-CBSA.
039720
039730        IF HOLD-PROV-CBSA = '48540'
039740           AND P-NEW-STATE = 51
039750               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039760               MOVE '   51' TO HOLD-PROV-CBSA.
039770
039780        IF HOLD-PROV-CBSA = '48864'
039790           AND P-NEW-STATE = 31
039800               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039810               MOVE '   31' TO HOLD-PROV-CBSA.
039820
039830        IF HOLD-PROV-CBSA = '17300'
039840           AND P-NEW-STATE = 18
039850               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039860               MOVE '   18' TO HOLD-PROV-CBSA.
039870
039880        IF HOLD-PROV-CBSA = '17300'
039890           AND P-NEW-STATE = 44
039900               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039910               MOVE '   44' TO HOLD-PROV-CBSA.
039920
039930        IF HOLD-PROV-CBSA = '19060'
039940           AND P-NEW-STATE = 21
039950               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
039960               MOVE '   21' TO HOLD-PROV-CBSA.
039970
039980        IF HOLD-PROV-CBSA = '22020'
039990           AND P-NEW-STATE = 24
040000               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040010               MOVE '   24' TO HOLD-PROV-CBSA.
040020
040030        IF HOLD-PROV-CBSA = '22020'
040040           AND P-NEW-STATE = 35
040050               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040060               MOVE '   35' TO HOLD-PROV-CBSA.
040070
040080        IF HOLD-PROV-CBSA = '24220'
040090           AND P-NEW-STATE = 24
040100               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040110               MOVE '   24' TO HOLD-PROV-CBSA.
040120
040130        IF HOLD-PROV-CBSA = '24220'
040140           AND P-NEW-STATE = 35
040150               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040160               MOVE '   35' TO HOLD-PROV-CBSA.
040170
040180        IF HOLD-PROV-CBSA = '30300'
040190           AND P-NEW-STATE = 50
040200               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040210               MOVE '   50' TO HOLD-PROV-CBSA.
040220
040230        IF HOLD-PROV-CBSA = '44600'
040240           AND P-NEW-STATE = 36
040250               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040260               MOVE '   36' TO HOLD-PROV-CBSA.
040270
040280        IF HOLD-PROV-CBSA = '44600'
040290           AND P-NEW-STATE = 51
040300               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040310               MOVE '   51' TO HOLD-PROV-CBSA.
040320
040330        IF HOLD-PROV-CBSA = '45500'
040340           AND P-NEW-STATE = 45
040350               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040360               MOVE '   45' TO HOLD-PROV-CBSA.
040370
040380
040390**************YEARCHANGE 2011.0 **********************      *****
040400
040410 2300-2011-EXIT. EXIT.
040420
040430**************YEARCHANGE 2012.0 **********************      *****
040440
040450 2300-2012-FLOOR-CBSA.
040460
040470**************YEARCHANGE 2012.0 ******************************
040480
040490        IF HOLD-PROV-CBSA = '   30'
040500          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
040510          AND P-NEW-STATE = 30
040520               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040530               MOVE '   30' TO HOLD-PROV-CBSA.
040540
040550        IF HOLD-PROV-CBSA = '   39'
040560          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
040570          AND P-NEW-STATE = 39
040580               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040590               MOVE '   39' TO HOLD-PROV-CBSA.
040600
040610        IF HOLD-PROV-CBSA = '   39'
040620          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
040630          AND P-NEW-STATE = 33
040640               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040650               MOVE '   33' TO HOLD-PROV-CBSA.
040660
040670        IF HOLD-PROV-CBSA = '10900'
040680           AND P-NEW-STATE = 31
040690               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040700               MOVE '   31' TO HOLD-PROV-CBSA.
040710
040720        IF HOLD-PROV-CBSA = '14484'
040730           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
040740           AND P-NEW-STATE = 22
040750               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040760               MOVE '   22' TO HOLD-PROV-CBSA.
040770
040780        IF HOLD-PROV-CBSA = '16020'
040790           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
040800           AND P-NEW-STATE = 14
040810               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040820               MOVE '   14' TO HOLD-PROV-CBSA.
040830
040840        IF HOLD-PROV-CBSA = '21500'
040850          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
040860           AND P-NEW-STATE = 33
040870               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040880               MOVE '   33' TO HOLD-PROV-CBSA.
040890
040900        IF HOLD-PROV-CBSA = '21500'
040910          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
040920           AND P-NEW-STATE = 39
040930               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040940               MOVE '   39' TO HOLD-PROV-CBSA.
040950
040960        IF HOLD-PROV-CBSA = '22900'
040970           AND P-NEW-STATE = 37
040980               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
040990               MOVE '   37' TO HOLD-PROV-CBSA.
041000
041010        IF HOLD-PROV-CBSA = '25180'
041020           AND P-NEW-STATE = 21
041030               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041040               MOVE '   21' TO HOLD-PROV-CBSA.
041050
041060        IF HOLD-PROV-CBSA = '25540'
041070           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
041080           AND P-NEW-STATE = 07
041090               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041100               MOVE '   07' TO HOLD-PROV-CBSA.
041110
041120        IF HOLD-PROV-CBSA = '25540'
041130           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
041140           AND P-NEW-STATE = 22
041150               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041160               MOVE '   22' TO HOLD-PROV-CBSA.
041170
041180        IF HOLD-PROV-CBSA = '26820'
041190           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
041200           AND P-NEW-STATE = 53
041210               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041220               MOVE '   53' TO HOLD-PROV-CBSA.
041230
041240        IF HOLD-PROV-CBSA = '28700'
041250           AND P-NEW-STATE = 44
041260               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041270               MOVE '   44' TO HOLD-PROV-CBSA.
041280
041290        IF HOLD-PROV-CBSA = '28700'
041300           AND P-NEW-STATE = 49
041310               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041320               MOVE '   49' TO HOLD-PROV-CBSA.
041330
041340        IF HOLD-PROV-CBSA = '28700'
041350           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
041360           AND P-NEW-STATE = 18
041370               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041380               MOVE '   18' TO HOLD-PROV-CBSA.
041390
041400        IF HOLD-PROV-CBSA = '28700'
041410           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
041420           AND P-NEW-STATE = 44
041430               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041440               MOVE '   44' TO HOLD-PROV-CBSA.
041450
041460        IF HOLD-PROV-CBSA = '28940'
041470           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
041480           AND P-NEW-STATE = 18
041490               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041500               MOVE '   18' TO HOLD-PROV-CBSA.
041510
041520        IF HOLD-PROV-CBSA = '35084'
041530           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
041540           AND P-NEW-STATE = 31
041550               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041560               MOVE '   31' TO HOLD-PROV-CBSA.
041570
041580        IF HOLD-PROV-CBSA = '37620'
041590           AND P-NEW-STATE = 36
041600               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041610               MOVE '   36' TO HOLD-PROV-CBSA.
041620
041630        IF HOLD-PROV-CBSA = '37964'
041640           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
041650           AND P-NEW-STATE = 31
041660               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041670               MOVE '   31' TO HOLD-PROV-CBSA.
041680
041690        IF HOLD-PROV-CBSA = '43580'
041700           AND P-NEW-STATE = 43
041710               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041720               MOVE '   43' TO HOLD-PROV-CBSA.
041730
041740        IF HOLD-PROV-CBSA = '44600'
041750           AND P-NEW-STATE = 36
041760               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041770               MOVE '   36' TO HOLD-PROV-CBSA.
041780
041790        IF HOLD-PROV-CBSA = '44600'
041800           AND P-NEW-STATE = 51
041810               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041820               MOVE '   51' TO HOLD-PROV-CBSA.
041830
041840        IF HOLD-PROV-CBSA = '48540'
041850           AND P-NEW-STATE = 36
041860               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041870               MOVE '   36' TO HOLD-PROV-CBSA.
041880
041890        IF HOLD-PROV-CBSA = '48540'
041900           AND P-NEW-STATE = 51
041910               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041920               MOVE '   51' TO HOLD-PROV-CBSA.
041930
041940        IF HOLD-PROV-CBSA = '48864'
041950           AND P-NEW-STATE = 31
041960               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
041970               MOVE '   31' TO HOLD-PROV-CBSA.
041980
041990        IF HOLD-PROV-CBSA = '49660'
042000           AND P-NEW-STATE = 36
042010               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042020               MOVE '   36' TO HOLD-PROV-CBSA.
042030
042040        IF HOLD-PROV-CBSA = '49660'
042050           AND P-NEW-STATE = 39
042060               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042070               MOVE '   39' TO HOLD-PROV-CBSA.
042080
042090        IF HOLD-PROV-CBSA = '19060'
042100           AND P-NEW-STATE = 21
042110               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042120               MOVE '   21' TO HOLD-PROV-CBSA.
042130
042140        IF HOLD-PROV-CBSA = '22020'
042150           AND P-NEW-STATE = 24
042160               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042170               MOVE '   24' TO HOLD-PROV-CBSA.
042180
042190        IF HOLD-PROV-CBSA = '22020'
042200           AND P-NEW-STATE = 35
042210               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042220               MOVE '   35' TO HOLD-PROV-CBSA.
042230
042240        IF HOLD-PROV-CBSA = '24220'
042250           AND P-NEW-STATE = 24
042260               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042270               MOVE '   24' TO HOLD-PROV-CBSA.
042280
042290        IF HOLD-PROV-CBSA = '24220'
042300           AND P-NEW-STATE = 35
042310               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042320               MOVE '   35' TO HOLD-PROV-CBSA.
042330
042340        IF HOLD-PROV-CBSA = '30300'
042350           AND P-NEW-STATE = 50
042360               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042370               MOVE '   50' TO HOLD-PROV-CBSA.
042380
042390        IF HOLD-PROV-CBSA = '30860'
042400           AND P-NEW-STATE = 46
042410               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042420               MOVE '   46' TO HOLD-PROV-CBSA.
042430
042440        IF HOLD-PROV-CBSA = '35084'
042450           AND P-NEW-STATE = 31
042460               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042470               MOVE '   31' TO HOLD-PROV-CBSA.
042480
042490        IF HOLD-PROV-CBSA = '39300'
042500           AND P-NEW-STATE = 22
042510               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042520               MOVE '   22' TO HOLD-PROV-CBSA.
042530
042540        IF HOLD-PROV-CBSA = '45500'
042550           AND P-NEW-STATE = 45
042560               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042570               MOVE '   45' TO HOLD-PROV-CBSA.
042580
042590**************YEARCHANGE 2012.0 ******************************
042600
042610 2300-2012-EXIT. EXIT.
042620
042630**************YEARCHANGE 2013.0 **********************      *****
042640
042650 2300-2013-FLOOR-CBSA.
042660
042670**************YEARCHANGE 2013.0 ******************************
042680
042690        IF HOLD-PROV-CBSA = '10900'
042700           AND P-NEW-STATE = 31
042710               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042720               MOVE '   31' TO HOLD-PROV-CBSA.
042730
042740        IF HOLD-PROV-CBSA = '14484'
042750           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
042760           AND P-NEW-STATE = 22
042770               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042780               MOVE '   22' TO HOLD-PROV-CBSA.
042790
042800        IF HOLD-PROV-CBSA = '16020'
042810           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
042820           AND P-NEW-STATE = 14
042830               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042840               MOVE '   14' TO HOLD-PROV-CBSA.
042850
042860        IF HOLD-PROV-CBSA = '21500'
042870          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
042880           AND P-NEW-STATE = 33
042890               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042900               MOVE '   33' TO HOLD-PROV-CBSA.
042910
042920        IF HOLD-PROV-CBSA = '21500'
042930          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
042940           AND P-NEW-STATE = 39
042950               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
042960               MOVE '   39' TO HOLD-PROV-CBSA.
042970
042980        IF HOLD-PROV-CBSA = '21780'
042990          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043000           AND P-NEW-STATE = 15
043010               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043020               MOVE '   15' TO HOLD-PROV-CBSA.
043030
043040        IF HOLD-PROV-CBSA = '24580'
043050          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043060           AND P-NEW-STATE = 52
043070               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043080               MOVE '   52' TO HOLD-PROV-CBSA.
043090
043100        IF HOLD-PROV-CBSA = '25540'
043110           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043120           AND P-NEW-STATE = 07
043130               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043140               MOVE '   07' TO HOLD-PROV-CBSA.
043150
043160        IF HOLD-PROV-CBSA = '25540'
043170           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043180           AND P-NEW-STATE = 22
043190               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043200               MOVE '   22' TO HOLD-PROV-CBSA.
043210
043220        IF HOLD-PROV-CBSA = '26820'
043230           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043240           AND P-NEW-STATE = 53
043250               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043260               MOVE '   53' TO HOLD-PROV-CBSA.
043270
043280        IF HOLD-PROV-CBSA = '27900'
043290           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043300           AND P-NEW-STATE = 17
043310               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043320               MOVE '   17' TO HOLD-PROV-CBSA.
043330
043340        IF HOLD-PROV-CBSA = '28700'
043350           AND P-NEW-STATE = 44
043360               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043370               MOVE '   44' TO HOLD-PROV-CBSA.
043380
043390        IF HOLD-PROV-CBSA = '28700'
043400           AND P-NEW-STATE = 49
043410               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043420               MOVE '   49' TO HOLD-PROV-CBSA.
043430
043440        IF HOLD-PROV-CBSA = '28700'
043450           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043460           AND P-NEW-STATE = 18
043470               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043480               MOVE '   18' TO HOLD-PROV-CBSA.
043490
043500        IF HOLD-PROV-CBSA = '28700'
043510           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043520           AND P-NEW-STATE = 44
043530               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043540               MOVE '   44' TO HOLD-PROV-CBSA.
043550
043560        IF HOLD-PROV-CBSA = '28940'
043570           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043580           AND P-NEW-STATE = 18
043590               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043600               MOVE '   18' TO HOLD-PROV-CBSA.
043610
043620        IF HOLD-PROV-CBSA = '35084'
043630           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043640           AND P-NEW-STATE = 31
043650               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043660               MOVE '   31' TO HOLD-PROV-CBSA.
043670
043680        IF HOLD-PROV-CBSA = '37620'
043690           AND P-NEW-STATE = 36
043700               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043710               MOVE '   36' TO HOLD-PROV-CBSA.
043720
043730        IF HOLD-PROV-CBSA = '37964'
043740           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043750           AND P-NEW-STATE = 31
043760               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043770               MOVE '   31' TO HOLD-PROV-CBSA.
043780
043790        IF HOLD-PROV-CBSA = '38300'
043800           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
043810           AND P-NEW-STATE = 36
043820               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043830               MOVE '   36' TO HOLD-PROV-CBSA.
043840
043850        IF HOLD-PROV-CBSA = '43580'
043860           AND P-NEW-STATE = 43
043870               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043880               MOVE '   43' TO HOLD-PROV-CBSA.
043890
043900        IF HOLD-PROV-CBSA = '48540'
043910           AND P-NEW-STATE = 36
043920               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043930               MOVE '   36' TO HOLD-PROV-CBSA.
043940
043950        IF HOLD-PROV-CBSA = '48540'
043960           AND P-NEW-STATE = 51
043970               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
043980               MOVE '   51' TO HOLD-PROV-CBSA.
043990
044000        IF HOLD-PROV-CBSA = '48864'
044010           AND P-NEW-STATE = 31
044020               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044030               MOVE '   31' TO HOLD-PROV-CBSA.
044040
044050        IF HOLD-PROV-CBSA = '49660'
044060           AND P-NEW-STATE = 36
044070               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044080               MOVE '   36' TO HOLD-PROV-CBSA.
044090
044100        IF HOLD-PROV-CBSA = '49660'
044110           AND P-NEW-STATE = 39
044120               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044130               MOVE '   39' TO HOLD-PROV-CBSA.
044140
044150        IF HOLD-PROV-CBSA = '22020'
044160           AND P-NEW-STATE = 24
044170               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044180               MOVE '   24' TO HOLD-PROV-CBSA.
044190
044200        IF HOLD-PROV-CBSA = '22020'
044210           AND P-NEW-STATE = 35
044220               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044230               MOVE '   35' TO HOLD-PROV-CBSA.
044240
044250        IF HOLD-PROV-CBSA = '24220'
044260           AND P-NEW-STATE = 24
044270               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044280               MOVE '   24' TO HOLD-PROV-CBSA.
044290
044300        IF HOLD-PROV-CBSA = '24220'
044310           AND P-NEW-STATE = 35
044320               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044330               MOVE '   35' TO HOLD-PROV-CBSA.
044340
044350        IF HOLD-PROV-CBSA = '30300'
044360           AND P-NEW-STATE = 50
044370               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044380               MOVE '   50' TO HOLD-PROV-CBSA.
044390
044400        IF HOLD-PROV-CBSA = '39300'
044410           AND P-NEW-STATE = 22
044420               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044430               MOVE '   22' TO HOLD-PROV-CBSA.
044440
044450        IF HOLD-PROV-CBSA = '39300'
044460           AND P-NEW-STATE = 41
044470               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044480               MOVE '   41' TO HOLD-PROV-CBSA.
044490
044500        IF HOLD-PROV-CBSA = '44600'
044510           AND P-NEW-STATE = 36
044520               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044530               MOVE '   36' TO HOLD-PROV-CBSA.
044540
044550
044560**************YEARCHANGE 2013.0 ******************************
044570
044580 2300-2013-EXIT. EXIT.
044590
044600
044610 2300-2014-FLOOR-CBSA.
044620
044630**************YEARCHANGE 2014.0 ******************************
044640
044650        IF HOLD-PROV-CBSA = '   07'
044660           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
044670           AND P-NEW-STATE = 07
044680               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044690               MOVE '   07' TO HOLD-PROV-CBSA.
044700
044710        IF HOLD-PROV-CBSA = '   36'
044720           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
044730           AND P-NEW-STATE = 36
044740               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044750               MOVE '   36' TO HOLD-PROV-CBSA.
044760
044770        IF HOLD-PROV-CBSA = '10900'
044780           AND P-NEW-STATE = 31
044790               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044800               MOVE '   31' TO HOLD-PROV-CBSA.
044810
044820        IF HOLD-PROV-CBSA = '14484'
044830           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
044840           AND P-NEW-STATE = 22
044850               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044860               MOVE '   22' TO HOLD-PROV-CBSA.
044870
044880        IF HOLD-PROV-CBSA = '17300'
044890           AND P-NEW-STATE = 18
044900               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044910               MOVE '   18' TO HOLD-PROV-CBSA.
044920
044930        IF HOLD-PROV-CBSA = '22900'
044940           AND P-NEW-STATE = 37
044950               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
044960               MOVE '   37' TO HOLD-PROV-CBSA.
044970
044980        IF HOLD-PROV-CBSA = '25540'
044990          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
045000           AND P-NEW-STATE = 07
045010               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045020               MOVE '   07' TO HOLD-PROV-CBSA.
045030
045040        IF HOLD-PROV-CBSA = '25540'
045050          AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
045060           AND P-NEW-STATE = 22
045070               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045080               MOVE '   22' TO HOLD-PROV-CBSA.
045090
045100        IF HOLD-PROV-CBSA = '26820'
045110           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
045120           AND P-NEW-STATE = 53
045130               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045140               MOVE '   53' TO HOLD-PROV-CBSA.
045150
045160        IF HOLD-PROV-CBSA = '27180'
045170           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
045180           AND P-NEW-STATE = 25
045190               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045200               MOVE '   25' TO HOLD-PROV-CBSA.
045210
045220        IF HOLD-PROV-CBSA = '28700'
045230           AND P-NEW-STATE = 44
045240               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045250               MOVE '   44' TO HOLD-PROV-CBSA.
045260
045270        IF HOLD-PROV-CBSA = '28700'
045280           AND P-NEW-STATE = 49
045290               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045300               MOVE '   49' TO HOLD-PROV-CBSA.
045310
045320        IF HOLD-PROV-CBSA = '35644'
045330           AND P-NEW-CBSA-SPEC-PAY-IND  = 'Y'
045340           AND P-NEW-STATE = 07
045350               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045360               MOVE '   07' TO HOLD-PROV-CBSA.
045370
045380        IF HOLD-PROV-CBSA = '37620'
045390           AND P-NEW-STATE = 36
045400               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045410               MOVE '   36' TO HOLD-PROV-CBSA.
045420
045430        IF HOLD-PROV-CBSA = '43580'
045440           AND P-NEW-STATE = 43
045450               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045460               MOVE '   43' TO HOLD-PROV-CBSA.
045470
045480        IF HOLD-PROV-CBSA = '48540'
045490           AND P-NEW-STATE = 36
045500               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045510               MOVE '   36' TO HOLD-PROV-CBSA.
045520
045530        IF HOLD-PROV-CBSA = '48540'
045540           AND P-NEW-STATE = 51
045550               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045560               MOVE '   51' TO HOLD-PROV-CBSA.
045570
045580        IF HOLD-PROV-CBSA = '48864'
045590           AND P-NEW-STATE = 31
045600               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045610               MOVE '   31' TO HOLD-PROV-CBSA.
045620
045630        IF HOLD-PROV-CBSA = '49660'
045640           AND P-NEW-STATE = 36
045650               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045660               MOVE '   36' TO HOLD-PROV-CBSA.
045670
045680        IF HOLD-PROV-CBSA = '49660'
045690           AND P-NEW-STATE = 39
045700               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045710               MOVE '   39' TO HOLD-PROV-CBSA.
045720
045730        IF HOLD-PROV-CBSA = '19060'
045740           AND P-NEW-STATE = 21
045750               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045760               MOVE '   21' TO HOLD-PROV-CBSA.
045770
045780        IF HOLD-PROV-CBSA = '22020'
045790           AND P-NEW-STATE = 24
045800               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045810               MOVE '   24' TO HOLD-PROV-CBSA.
045820
045830        IF HOLD-PROV-CBSA = '22020'
045840           AND P-NEW-STATE = 35
045850               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045860               MOVE '   35' TO HOLD-PROV-CBSA.
045870
045880        IF HOLD-PROV-CBSA = '24220'
045890           AND P-NEW-STATE = 24
045900               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045910               MOVE '   24' TO HOLD-PROV-CBSA.
045920
045930        IF HOLD-PROV-CBSA = '24220'
045940           AND P-NEW-STATE = 35
045950               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
045960               MOVE '   35' TO HOLD-PROV-CBSA.
045970
045980        IF HOLD-PROV-CBSA = '30300'
045990           AND P-NEW-STATE = 50
046000               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
046010               MOVE '   50' TO HOLD-PROV-CBSA.
046020
046030        IF HOLD-PROV-CBSA = '39300'
046040           AND P-NEW-STATE = 22
046050               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
046060               MOVE '   22' TO HOLD-PROV-CBSA.
046070
046080        IF HOLD-PROV-CBSA = '39300'
046090           AND P-NEW-STATE = 41
046100               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
046110               MOVE '   41' TO HOLD-PROV-CBSA.
046120
046130        IF HOLD-PROV-CBSA = '44600'
046140           AND P-NEW-STATE = 36
046150               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
046160               MOVE '   36' TO HOLD-PROV-CBSA.
046170
046180        IF HOLD-PROV-CBSA = '45500'
046190           AND P-NEW-STATE = 45
046200               MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
046210               MOVE '   45' TO HOLD-PROV-CBSA.
046220
046230
046240**************YEARCHANGE 2014.0 ******************************
046250
046260 2300-2014-EXIT. EXIT.
046270
046280**************YEARCHANGE 2015.0 ******************************
046290 2300-2015-FWD-FLOOR-CBSA.
046300
046310**----------------------------------------------------------------
046320** ENSURE THE CBSA WAGE INDEX IS A VALID VALUE, ELSE SET ERROR RTC
046330**----------------------------------------------------------------
046340     IF W-NEW-CBSA-WI NOT NUMERIC
046350        MOVE 0 TO W-NEW-CBSA-WI.
046360
046370     IF W-NEW-CBSA-WI = 00.0000
046380        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
046390        MOVE 52 TO PPS-RTC
046400        GO TO 2300-2015-EXIT.
046410
046420**----------------------------------------------------------------
046430** SET THE PROVIDER'S STATE RURAL CBSA
046440**----------------------------------------------------------------
046450     MOVE '   ' TO  H-CBSA-RURAL-BLANK.
046460     MOVE P-NEW-STATE-CODE-X TO H-CBSA-RURAL-STATE.
046470
046480     IF H-CBSA-RURAL-STATE = '00'
046490        MOVE '03' TO H-CBSA-RURAL-STATE.
046500
046510*------------------------------------------------------------*
046520* SEARCH TABLE FOR RURAL IPPS CBSA & GET WAGE INDEX (FLOOR)  *
046530*------------------------------------------------------------*
046540     PERFORM 0175-GET-RURAL-CBSA THRU 0175-EXIT.
046550
046560     IF PPS-RTC = 00
046570      IF W-RURAL-CBSA-EFF-DATE NOT = WS-9S
046580       IF B-21-DISCHARGE-DATE > 20200930
046590        IF H-CBSA-PROV-BLANK = '   '
046600          GO TO 0690-BYPASS
046610        ELSE
046620         PERFORM 0670-GET-RURAL-CBSA-WAGE-INDX
046630          THRU   0670-EXIT VARYING MA2
046640                 FROM MA1 BY 1 UNTIL
046650                 T-CBSA (MA2) NOT = HOLD-RURAL-CBSA
046660         GO TO 0690-BYPASS
046670        END-IF
046680       END-IF
046690      END-IF
046700     END-IF.
046710
046720     IF PPS-RTC = 00
046730      IF W-RURAL-CBSA-EFF-DATE NOT = WS-9S
046740       IF B-21-DISCHARGE-DATE > 20190930 AND
046750          B-21-DISCHARGE-DATE < 20201001
046760        IF H-CBSA-PROV-BLANK = '   '
046770          GO TO 0690-BYPASS
046780        ELSE
046790          PERFORM 0690-GET-RURAL-FLOOR-WAGE-INDX THRU 0690-EXIT
046800          GO TO 0690-BYPASS
046810        END-IF
046820       END-IF
046830      END-IF
046840     END-IF.
046850
046860     IF PPS-RTC = 00
046870       IF W-RURAL-CBSA-EFF-DATE NOT = WS-9S
046880         PERFORM 0660-GET-RURAL-CBSA-WAGE-INDX
046890          THRU   0660-EXIT VARYING MA2
046900                 FROM MA1 BY 1 UNTIL
046910                 T-CBSA (MA2) NOT = HOLD-RURAL-CBSA
046920       END-IF
046930     END-IF.
046940
046950 0690-BYPASS.
046960
046970*    IF W-NEW-CBSA-WI NOT NUMERIC
046980*       MOVE 0 TO W-NEW-CBSA-WI.
046990
047000*------------------------------------------------------------*
047010* IF NO RURAL WAGE INDEX FOUND, SET TO ZERO (VALID BECAUSE   *
047020* SOME STATES DO NOT HAVE A RURAL AREA)                      *
047030*------------------------------------------------------------*
047040     IF W-RURAL-CBSA-WI NOT NUMERIC
047050        MOVE 0 TO W-RURAL-CBSA-WI.
047060
047070*------------------------------------------------------------*
047080* IF THE STATE'S RURAL FLOOR WAGE INDEX IS HIGHER THAN THE   *
047090* PROVIDER'S CBSA WAGE INDEX, REPLACE THE CBSA AND WAGE      *
047100* INDEX WITH STATE CODE AND RURAL FLOOR WAGE INDEX           *
047110*------------------------------------------------------------*
047120     IF W-RURAL-CBSA-WI > W-NEW-CBSA-WI
047130        MOVE WAGE-RURAL-CBSA-INDEX-RECORD TO
047140                   WAGE-NEW-CBSA-INDEX-RECORD
047150        MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
047160        MOVE HOLD-RURAL-CBSA TO HOLD-PROV-CBSA.
047170
047180 2300-2015-EXIT. EXIT.
047190
047200**************YEARCHANGE 2015.0 ******************************
047210 2350-2015-FWD-FLOOR-CBSA-PR.
047220
047230**----------------------------------------------------------------
047240** ENSURE PR CBSA WAGE INDEX IS A VALID VALUE, ELSE SET ERROR RTC
047250**----------------------------------------------------------------
047260     IF W-NEW-CBSA-PR-WI NOT NUMERIC
047270        MOVE 0 TO W-NEW-CBSA-WI.
047280
047290     IF W-NEW-CBSA-PR-WI = 00.0000
047300        MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES
047310        MOVE 52 TO PPS-RTC
047320        GO TO 2350-2015-EXIT.
047330
047340**----------------------------------------------------------------
047350** SET THE PROVIDER'S STATE RURAL CBSA TO 40 (PUERTO RICO)
047360**----------------------------------------------------------------
047370     MOVE '   ' TO H-CBSA-RURAL-BLANK.
047380     MOVE '40'  TO H-CBSA-RURAL-STATE.
047390
047400*------------------------------------------------------------*
047410* SEARCH TABLE FOR RURAL PR CBSA & GET WAGE INDEX (FLOOR)    *
047420*------------------------------------------------------------*
047430     PERFORM 0260-N-GET-RURAL-CBSA-PR THRU 0260-EXIT.
047440
047450*------------------------------------------------------------*
047460* IF NO PR RURAL WAGE INDEX FOUND, SET TO ZERO (VALID FOR    *
047470* ANY YEAR WITH NO PUERTO RICO RURAL AREA)                   *
047480*------------------------------------------------------------*
047490     IF W-RURAL-CBSA-PR-WI NOT NUMERIC
047500        MOVE 0 TO W-RURAL-CBSA-PR-WI.
047510
047520*------------------------------------------------------------*
047530* IF THE STATE'S RURAL FLOOR WAGE INDEX IS HIGHER THAN THE   *
047540* PROVIDER'S CBSA WAGE INDEX, REPLACE THE CBSA AND WAGE      *
047550* INDEX WITH STATE CODE AND RURAL FLOOR WAGE INDEX           *
047560*------------------------------------------------------------*
047570     IF W-RURAL-CBSA-PR-WI > W-NEW-CBSA-PR-WI
047580        MOVE W-RURAL-CBSA-PR-WI TO W-NEW-CBSA-PR-WI.
047590
047600 2350-2015-EXIT. EXIT.
047610
047620**************YEARCHANGE 2015.0 ******************************
047630 2400-CONVERT-PSF.
047640***************************************************************
047650*              CONVERSION FOR MILLENNIUM                      *
047660*    CONVERTS TO PSF FROM NEW FORMAT TO OLD FORMAT            *
047670*    THIS OLD PSF FORMAT IS PROCESSED IN NON-MILLENNIUN       *
047680*    PPS PROGRAMS                                             *
047690***************************************************************
047700     MOVE SPACES TO W-PROV-OLD-HOLD.
047710     MOVE W-P-NEW-PROVIDER-OSCAR-NO TO W-P-PROVIDER-NO.
047720
047730     IF W-P-NEW-EFF-DATE < 0 OR
047740        W-P-NEW-EFF-DATE = '00000000'
047750        MOVE ZEROES TO W-P-EFF-DATE
047760     ELSE
047770        MOVE  W-P-NEW-EFF-DT-YY        TO W-P-EFF-YY
047780        MOVE  W-P-NEW-EFF-DT-MM        TO W-P-EFF-MM
047790        MOVE  W-P-NEW-EFF-DT-DD        TO W-P-EFF-DD.
047800     MOVE  W-P-NEW-WAIVER-CODE   TO W-P-WAIVER-CODE.
047810     MOVE  W-P-NEW-PROVIDER-TYPE TO W-P-PROVIDER-TYPE.
047820     MOVE  W-P-NEW-CURRENT-CENSUS-DIV
047830                               TO W-P-CURRENT-CENSUS-DIV.
047840     MOVE  W-P-NEW-GEO-LOC-MSA   TO W-P-MSA-X.
047850     MOVE  W-P-NEW-FAC-SPEC-RATE TO W-P-FAC-SPEC-RATE.
047860     MOVE  W-P-NEW-COLA          TO W-P-COLA.
047870     MOVE  W-P-NEW-INTERN-RATIO  TO W-P-INTERN-RATIO.
047880     MOVE  W-P-NEW-BED-SIZE      TO W-P-BED-SIZE.
047890     MOVE  W-P-NEW-CCR           TO W-P-CCR.
047900     MOVE  W-P-NEW-CMI           TO W-P-CMI.
047910
047920     IF W-P-NEW-REPORT-DATE < 0 OR
047930        W-P-NEW-REPORT-DATE = '00000000'
047940        MOVE ZEROES TO W-P-REPORT-DATE
047950     ELSE
047960        MOVE  W-P-NEW-REPORT-DT-YY  TO W-P-REPORT-DT-YY
047970        MOVE  W-P-NEW-REPORT-DT-MM  TO W-P-REPORT-DT-MM
047980        MOVE  W-P-NEW-REPORT-DT-DD  TO W-P-REPORT-DT-DD.
047990
048000     MOVE  W-P-NEW-INTER-NO      TO W-P-INTER-NO.
048010
048020     IF W-P-NEW-FY-BEGIN-DATE < 0  OR
048030        W-P-NEW-FY-BEGIN-DATE = '00000000'
048040        MOVE ZEROES TO W-P-FY-BEGIN-DATE
048050     ELSE
048060        MOVE  W-P-NEW-FY-BEG-DT-YY  TO W-P-FY-BEG-DT-YY
048070        MOVE  W-P-NEW-FY-BEG-DT-MM  TO W-P-FY-BEG-DT-MM
048080        MOVE  W-P-NEW-FY-BEG-DT-DD  TO W-P-FY-BEG-DT-DD.
048090
048100     MOVE W-P-NEW-PASS-AMT-CAPITAL    TO W-P-PASS-AMT-CAPITAL.
048110     MOVE W-P-NEW-PASS-AMT-DIR-MED-ED TO W-P-PASS-AMT-DIR-MED-ED.
048120     MOVE W-P-NEW-PASS-AMT-ORGAN-ACQ  TO W-P-PASS-AMT-ORGAN-ACQ.
048130     MOVE W-P-NEW-PASS-AMT-PLUS-MISC  TO W-P-PASS-AMT-PLUS-MISC.
048140     MOVE W-P-NEW-SSI-RATIO           TO W-P-SSI-RATIO.
048150     MOVE W-P-NEW-MEDICAID-RATIO      TO W-P-MEDICAID-RATIO.
048160
048170     IF W-P-NEW-TERMINATION-DATE < 0  OR
048180        W-P-NEW-TERMINATION-DATE = '00000000'
048190        MOVE ZEROES TO W-P-TERMINATION-DATE
048200     ELSE
048210        MOVE  W-P-NEW-TERM-DT-YY    TO W-P-TERM-DT-YY
048220        MOVE  W-P-NEW-TERM-DT-MM    TO W-P-TERM-DT-MM
048230        MOVE  W-P-NEW-TERM-DT-DD    TO W-P-TERM-DT-DD.
048240
048250     IF P-NEW-FYE-DATE  NOT NUMERIC
048260        MOVE ZEROES TO W-P-FISCAL-YEAR-END.
048270
048280     IF P-NEW-FYE-DATE               < 0  OR
048290        P-NEW-FYE-DATE               = '00000000'
048300        MOVE ZEROES TO W-P-FISCAL-YEAR-END
048310     ELSE
048320        MOVE  W-P-NEW-FYE-YY       TO W-P-YY
048330        MOVE  W-P-NEW-FYE-MM       TO W-P-MM
048340        MOVE  W-P-NEW-FYE-DD       TO W-P-DD.
048350
048360     MOVE W-P-NEW-WAGE-INDEX-LOC-MSA  TO W-P-WAGE-INDEX-LOC-MSA.
048370     MOVE W-P-NEW-CHG-CODE-INDEX      TO W-P-CHG-CODE-INDEX.
048380     MOVE W-P-NEW-STAND-AMT-LOC-MSA   TO W-P-STAND-AMT-LOC-MSA.
048390     MOVE W-P-NEW-SOL-COM-DEP-HOSP-YR TO W-P-SOL-COM-DEP-HOSP-YR.
048400     MOVE W-P-NEW-LUGAR               TO W-P-LUGAR.
048410     MOVE W-P-NEW-TEMP-RELIEF-IND     TO W-P-TEMP-RELIEF-IND.
048420     MOVE W-P-NEW-CAPI-PPS-PAY-CODE   TO W-P-CAPI-PPS-PAY-CODE.
048430     MOVE W-P-NEW-CAPI-HOSP-SPEC-RATE TO W-P-CAPI-HOSP-SPEC-RATE.
048440     MOVE W-P-NEW-CAPI-OLD-HARM-RATE  TO W-P-CAPI-OLD-HARM-RATE.
048450     MOVE W-P-NEW-CAPI-NEW-HARM-RATIO TO W-P-CAPI-NEW-HARM-RATIO.
048460     MOVE W-P-NEW-CAPI-CSTCHG-RATIO   TO W-P-CAPI-CSTCHG-RATIO.
048470     MOVE W-P-NEW-CAPI-NEW-HOSP       TO W-P-CAPI-NEW-HOSP.
048480     MOVE W-P-NEW-CAPI-IME            TO W-P-CAPI-IME.
048490     MOVE W-P-NEW-CAPI-EXCEPTIONS     TO W-P-CAPI-EXCEPTIONS.
048500 2400-EXIT.   EXIT.
048510
048520 2500-2000-WI-LUGAR.
048530***************************************************************
048540****    FOR FY 2000 NEW LUGAR HOSPITALS ONLY                  *
048550***************************************************************
048560
048570     IF (P-NEW-PROVIDER-NO = '140012' OR '150002' OR '150004' OR
048580                             '150008' OR '150034' OR '150090' OR
048590                             '150125' OR '150126' OR '150132')
048600            AND (P-NEW-STAND-AMT-LOC-MSA = '1600'
048610            AND P-NEW-WAGE-INDEX-LOC-MSA = '1600'
048620            AND P-NEW-CHG-CODE-INDEX  = 'Y')
048630          MOVE 01.0750 TO W-NEW-INDEX-RECORD.
048640
048650     IF (P-NEW-PROVIDER-NO = '250078')
048660            AND (P-NEW-STAND-AMT-LOC-MSA = '3285'
048670            AND P-NEW-WAGE-INDEX-LOC-MSA = '3285'
048680            AND P-NEW-CHG-CODE-INDEX  = 'Y')
048690          MOVE 00.7634 TO W-NEW-INDEX-RECORD.
048700
048710     IF (P-NEW-PROVIDER-NO = '330001' OR '330126' OR '330135' OR
048720                             '330205' OR '330209' OR '330264')
048730            AND (P-NEW-STAND-AMT-LOC-MSA = '5600'
048740            AND P-NEW-WAGE-INDEX-LOC-MSA = '5600'
048750            AND P-NEW-CHG-CODE-INDEX  = 'Y')
048760          MOVE 01.4342 TO W-NEW-INDEX-RECORD.
048770
048780     IF (P-NEW-PROVIDER-NO = '340039' OR '340129' OR '340144')
048790            AND (P-NEW-STAND-AMT-LOC-MSA = '1520'
048800            AND P-NEW-WAGE-INDEX-LOC-MSA = '1520'
048810            AND P-NEW-CHG-CODE-INDEX  = 'Y')
048820          MOVE 00.9434 TO W-NEW-INDEX-RECORD.
048830
048840     IF (P-NEW-PROVIDER-NO = '360046' OR '360056' OR '360076' OR
048850                             '360132')
048860            AND (P-NEW-STAND-AMT-LOC-MSA = '1640'
048870            AND P-NEW-WAGE-INDEX-LOC-MSA = '1640'
048880            AND P-NEW-CHG-CODE-INDEX  = 'Y')
048890          MOVE 00.9419 TO W-NEW-INDEX-RECORD.
048900
048910     IF (P-NEW-PROVIDER-NO = '390019' OR '390049' OR '390162' OR
048920                             '390194' OR '390197' OR '390263')
048930            AND (P-NEW-STAND-AMT-LOC-MSA = '0240'
048940            AND P-NEW-WAGE-INDEX-LOC-MSA = '0240'
048950            AND P-NEW-CHG-CODE-INDEX  = 'Y')
048960          MOVE 01.0228 TO W-NEW-INDEX-RECORD.
048970
048980     IF (P-NEW-PROVIDER-NO = '450065' OR '450072' OR '450591')
048990            AND (P-NEW-STAND-AMT-LOC-MSA = '3360'
049000            AND P-NEW-WAGE-INDEX-LOC-MSA = '3360'
049010            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049020          MOVE 00.9388 TO W-NEW-INDEX-RECORD.
049030
049040     IF (P-NEW-PROVIDER-NO = '470003')
049050            AND (P-NEW-STAND-AMT-LOC-MSA = '1123'
049060            AND P-NEW-WAGE-INDEX-LOC-MSA = '1123'
049070            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049080          MOVE 01.1359 TO W-NEW-INDEX-RECORD.
049090
049100 2500-2000-EXIT.   EXIT.
049110
049120 2500-2001-WI-LUGAR.
049130***************************************************************
049140****    FOR FY 2001 NEW LUGAR HOSPITALS ONLY                  *
049150***************************************************************
049160     IF (P-NEW-PROVIDER-NO = '010043')
049170            AND (P-NEW-STAND-AMT-LOC-MSA = '1000'
049180            AND P-NEW-WAGE-INDEX-LOC-MSA = '1000'
049190            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049200          MOVE 00.8490 TO W-NEW-INDEX-RECORD.
049210
049220     IF (P-NEW-PROVIDER-NO = '010072' OR '010101')
049230            AND (P-NEW-STAND-AMT-LOC-MSA = '0450'
049240            AND P-NEW-WAGE-INDEX-LOC-MSA = '0450'
049250            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049260          MOVE 00.7871 TO W-NEW-INDEX-RECORD.
049270
049280     IF (P-NEW-PROVIDER-NO = '100098')
049290            AND (P-NEW-STAND-AMT-LOC-MSA = '8960'
049300            AND P-NEW-WAGE-INDEX-LOC-MSA = '8960'
049310            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049320          MOVE 00.9615 TO W-NEW-INDEX-RECORD.
049330
049340     IF (P-NEW-PROVIDER-NO = '100232')
049350            AND (P-NEW-STAND-AMT-LOC-MSA = '2900'
049360            AND P-NEW-WAGE-INDEX-LOC-MSA = '2900'
049370            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049380          MOVE 01.0074 TO W-NEW-INDEX-RECORD.
049390
049400     IF (P-NEW-PROVIDER-NO = '110130')
049410            AND (P-NEW-STAND-AMT-LOC-MSA = '0500'
049420            AND P-NEW-WAGE-INDEX-LOC-MSA = '0500'
049430            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049440          MOVE 00.9739 TO W-NEW-INDEX-RECORD.
049450
049460     IF (P-NEW-PROVIDER-NO = '140230')
049470            AND (P-NEW-STAND-AMT-LOC-MSA = '1400'
049480            AND P-NEW-WAGE-INDEX-LOC-MSA = '1400'
049490            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049500          MOVE 00.9069 TO W-NEW-INDEX-RECORD.
049510
049520     IF (P-NEW-PROVIDER-NO = '230027')
049530            AND (P-NEW-STAND-AMT-LOC-MSA = '3000'
049540            AND P-NEW-WAGE-INDEX-LOC-MSA = '3000'
049550            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049560          MOVE 01.0119 TO W-NEW-INDEX-RECORD.
049570
049580     IF (P-NEW-PROVIDER-NO = '340071' OR '340124')
049590            AND (P-NEW-STAND-AMT-LOC-MSA = '6640'
049600            AND P-NEW-WAGE-INDEX-LOC-MSA = '6640'
049610            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049620          MOVE 00.9506 TO W-NEW-INDEX-RECORD.
049630
049640     IF (P-NEW-PROVIDER-NO = '390030' OR '390181' OR '390183')
049650            AND (P-NEW-STAND-AMT-LOC-MSA = '6680'
049660            AND P-NEW-WAGE-INDEX-LOC-MSA = '6680'
049670            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049680          MOVE 00.8992 TO W-NEW-INDEX-RECORD.
049690
049700     IF (P-NEW-PROVIDER-NO = '390201')
049710            AND (P-NEW-STAND-AMT-LOC-MSA = '5640'
049720            AND P-NEW-WAGE-INDEX-LOC-MSA = '5640'
049730            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049740          MOVE 01.0890 TO W-NEW-INDEX-RECORD.
049750
049760 2500-2001-EXIT.   EXIT.
049770
049780 2500-2003-WI-LUGAR.
049790***************************************************************
049800****    FOR FY 2003 NEW LUGAR HOSPITALS ONLY                  *
049810***************************************************************
049820     IF (P-NEW-PROVIDER-NO = '110130')
049830            AND (P-NEW-STAND-AMT-LOC-MSA = '  11'
049840            AND P-NEW-WAGE-INDEX-LOC-MSA = '  11'
049850            AND P-NEW-CHG-CODE-INDEX  = 'Y')
049860          MOVE 00.8230 TO W-NEW-INDEX-RECORD.
049870
049880
049890 2500-2003-EXIT.   EXIT.
049900
049910 2600-GEOD-MSA-DESIG.
049920***************************************************************
049930****    SECTION 401 AND RURAL FLOOR DESIGNATIONS FROM THE     *
049940****    GEOGRAPHIC-DESIGNATION TABLE - MSA YEARS              *
049950***************************************************************
049960     MOVE P-NEW-CHG-CODE-INDEX TO WK-GEOD-PAY-IND.
049970     MOVE '4'    TO WK-GEOD-TYPE.
049980     MOVE SPACES TO WK-GEOD-AREA.
049990     PERFORM 2650-FIND-GEOD-ROW THRU 2650-EXIT.
050000     IF GEOD-ROW-WAS-FOUND
050010         MOVE GEOD-TO-AREA (GEOD-IDX) (1:4) TO HOLD-PROV-MSAX
050020                                    P-NEW-STAND-AMT-LOC-MSA.
050030
050040     MOVE 'F'    TO WK-GEOD-TYPE.
050050     MOVE HOLD-PROV-MSAX TO WK-GEOD-AREA.
050060     PERFORM 2650-FIND-GEOD-ROW THRU 2650-EXIT.
050070     IF GEOD-ROW-WAS-FOUND
050080         IF GEOD-SPEC-PAY-REQ (GEOD-IDX) = 'Y'
050090             MOVE 'N' TO P-NEW-CHG-CODE-INDEX
050100             MOVE GEOD-TO-AREA (GEOD-IDX) (1:4) TO HOLD-PROV-MSAX
050110         ELSE
050120             MOVE GEOD-TO-AREA (GEOD-IDX) (1:4) TO HOLD-PROV-MSAX.
050130
050140 2600-EXIT.   EXIT.
050150
050160 2610-GEOD-CBSA-DESIG.
050170***************************************************************
050180****    SECTION 401 AND RURAL FLOOR DESIGNATIONS FROM THE     *
050190****    GEOGRAPHIC-DESIGNATION TABLE - CBSA YEARS             *
050200***************************************************************
050210     MOVE P-NEW-CBSA-SPEC-PAY-IND TO WK-GEOD-PAY-IND.
050220     MOVE '4'    TO WK-GEOD-TYPE.
050230     MOVE SPACES TO WK-GEOD-AREA.
050240     PERFORM 2650-FIND-GEOD-ROW THRU 2650-EXIT.
050250     IF GEOD-ROW-WAS-FOUND
050260         MOVE GEOD-TO-AREA (GEOD-IDX) TO HOLD-PROV-CBSA
050270                                         P-NEW-CBSA-STAND-AMT-LOC.
050280
050290     MOVE 'F'    TO WK-GEOD-TYPE.
050300     MOVE HOLD-PROV-CBSA TO WK-GEOD-AREA.
050310     PERFORM 2650-FIND-GEOD-ROW THRU 2650-EXIT.
050320     IF GEOD-ROW-WAS-FOUND
050330         MOVE 'N' TO P-NEW-CBSA-SPEC-PAY-IND
050340         MOVE GEOD-TO-AREA (GEOD-IDX) TO HOLD-PROV-CBSA.
050350
050360 2610-EXIT.   EXIT.
050370
050380 2620-GEOD-LUGAR.
050390***************************************************************
050400****    LUGAR HOSPITAL WAGE INDEXES FROM THE                  *
050410****    GEOGRAPHIC-DESIGNATION TABLE                          *
050420***************************************************************
050430     MOVE 'L'    TO WK-GEOD-TYPE.
050440     MOVE SPACE  TO WK-GEOD-PAY-IND.
050450     MOVE P-NEW-STAND-AMT-LOC-MSA TO WK-GEOD-AREA.
050460     PERFORM 2650-FIND-GEOD-ROW THRU 2650-EXIT.
050470     IF GEOD-ROW-WAS-FOUND
050480        AND P-NEW-WAGE-INDEX-LOC-MSA = P-NEW-STAND-AMT-LOC-MSA
050490        AND P-NEW-CHG-CODE-INDEX = 'Y'
050500            MOVE GEOD-WAGE-INDEX (GEOD-IDX) TO W-NEW-INDEX-RECORD.
050510
050520 2620-EXIT.   EXIT.
050530
050540 2630-GEOD-QUARTILE.
050550***************************************************************
050560****    LOW-WAGE-INDEX QUARTILE BOOST - THRESHOLD FROM THE    *
050570****    GEOGRAPHIC-DESIGNATION TABLE.  NO ROW, NO BOOST.      *
050580***************************************************************
050590     MOVE 'Q'    TO WK-GEOD-TYPE.
050600     MOVE SPACE  TO WK-GEOD-PAY-IND.
050610     MOVE SPACES TO WK-GEOD-AREA.
050620     PERFORM 2650-FIND-GEOD-ROW THRU 2650-EXIT.
050630     IF GEOD-ROW-WAS-FOUND
050640        IF W-NEW-CBSA-WI < GEOD-WAGE-INDEX (GEOD-IDX)
050650           COMPUTE W-NEW-CBSA-WI ROUNDED =
050660             ((GEOD-WAGE-INDEX (GEOD-IDX) - W-NEW-CBSA-WI) / 2)
050670             + W-NEW-CBSA-WI.
050680
050690 2630-EXIT.   EXIT.
050700
050710 2650-FIND-GEOD-ROW.
050720***************************************************************
050730****    FIRST ROW OF TYPE WK-GEOD-TYPE THAT APPLIES TO THIS   *
050740****    PROVIDER, STATE AND AREA ON THE DISCHARGE DATE.  A    *
050750****    BLANK PROVIDER, STATE OR FROM-AREA ON THE ROW MATCHES *
050760****    ANY.  GEOD-IDX IS LEFT ON THE ROW FOUND.              *
050770***************************************************************
050780     MOVE 'N' TO WK-GEOD-FOUND-SW.
050790     PERFORM 2655-TEST-GEOD-ROW THRU 2655-EXIT
050800         VARYING GEOD-SIDX FROM 1 BY 1
050810         UNTIL GEOD-ROW-WAS-FOUND
050820            OR GEOD-SIDX > GEOD-COUNT.
050830
050840 2650-EXIT.   EXIT.
050850
050860 2655-TEST-GEOD-ROW.
050870     IF GEOD-TYPE (GEOD-SIDX) = WK-GEOD-TYPE
050880        AND (GEOD-PROVIDER (GEOD-SIDX) = P-NEW-PROVIDER-NO
050890             OR GEOD-PROVIDER (GEOD-SIDX) = SPACES)
050900        AND (GEOD-STATE (GEOD-SIDX) = P-NEW-STATE
050910             OR GEOD-STATE (GEOD-SIDX) = SPACES)
050920        AND (GEOD-FROM-AREA (GEOD-SIDX) = WK-GEOD-AREA
050930             OR GEOD-FROM-AREA (GEOD-SIDX) = SPACES)
050940        AND (GEOD-SPEC-PAY-REQ (GEOD-SIDX) NOT = 'Y'
050950             OR WK-GEOD-PAY-IND = 'Y')
050960        AND B-21-DISCHARGE-DATE NOT < GEOD-EFF-DATE (GEOD-SIDX)
050970        AND B-21-DISCHARGE-DATE NOT > GEOD-END-DATE (GEOD-SIDX)
050980            SET GEOD-IDX TO GEOD-SIDX
050990            MOVE 'Y' TO WK-GEOD-FOUND-SW.
051000
051010 2655-EXIT.   EXIT.
051020
051030 2700-2002-WI-401-HOSPITAL.
051040***************************************************************
051050****    FOR FY 2002 SECTION 401 HOSPITALS                     *
051060***************************************************************
051070     IF (P-NEW-PROVIDER-NO = '050192' OR '050286' OR
051080                             '050446' OR '050469' OR
051090                             '050528' OR '050542')
051100         MOVE '  05' TO HOLD-PROV-MSAX
051110                        P-NEW-STAND-AMT-LOC-MSA.
051120
051130     IF (P-NEW-PROVIDER-NO = '100048' OR '100118')
051140         MOVE '  10' TO HOLD-PROV-MSAX
051150                        P-NEW-STAND-AMT-LOC-MSA.
051160
051170     IF (P-NEW-PROVIDER-NO = '170137')
051180         MOVE '  17' TO HOLD-PROV-MSAX
051190                        P-NEW-STAND-AMT-LOC-MSA.
051200
051210     IF (P-NEW-PROVIDER-NO = '190048' OR '190110')
051220         MOVE '  19' TO HOLD-PROV-MSAX
051230                        P-NEW-STAND-AMT-LOC-MSA.
051240
051250     IF (P-NEW-PROVIDER-NO = '230078')
051260         MOVE '  23' TO HOLD-PROV-MSAX
051270                        P-NEW-STAND-AMT-LOC-MSA.
051280
051290     IF (P-NEW-PROVIDER-NO = '260006')
051300         MOVE '  26' TO HOLD-PROV-MSAX
051310                        P-NEW-STAND-AMT-LOC-MSA.
051320
051330     IF (P-NEW-PROVIDER-NO = '290038')
051340         MOVE '  29' TO HOLD-PROV-MSAX
051350                        P-NEW-STAND-AMT-LOC-MSA.
051360
051370     IF (P-NEW-PROVIDER-NO = '300009')
051380         MOVE '  30' TO HOLD-PROV-MSAX
051390                        P-NEW-STAND-AMT-LOC-MSA.
051400
051410     IF (P-NEW-PROVIDER-NO = '390106')
051420         MOVE '  39' TO HOLD-PROV-MSAX
051430                        P-NEW-STAND-AMT-LOC-MSA.
051440
051450     IF (P-NEW-PROVIDER-NO = '520007' OR '520153')
051460         MOVE '  52' TO HOLD-PROV-MSAX
051470                        P-NEW-STAND-AMT-LOC-MSA.
051480
051490 2700-2002-EXIT.   EXIT.
051500
051510 2700-2003-WI-401-HOSPITAL.
051520***************************************************************
051530****    FOR FY 2003 SECTION 401 HOSPITALS                     *
051540***************************************************************
051550     IF (P-NEW-PROVIDER-NO = '050192' OR '050286' OR
051560                             '050446' OR '050469' OR
051570                             '050528')
051580         MOVE '  05' TO HOLD-PROV-MSAX
051590                        P-NEW-STAND-AMT-LOC-MSA.
051600
051610     IF (P-NEW-PROVIDER-NO = '100048' OR '100118')
051620         MOVE '  10' TO HOLD-PROV-MSAX
051630                        P-NEW-STAND-AMT-LOC-MSA.
051640
051650     IF (P-NEW-PROVIDER-NO = '170137')
051660         MOVE '  17' TO HOLD-PROV-MSAX
051670                        P-NEW-STAND-AMT-LOC-MSA.
051680
051690     IF (P-NEW-PROVIDER-NO = '190048' OR '190110')
051700         MOVE '  19' TO HOLD-PROV-MSAX
051710                        P-NEW-STAND-AMT-LOC-MSA.
051720
051730     IF (P-NEW-PROVIDER-NO = '230078')
051740         MOVE '  23' TO HOLD-PROV-MSAX
051750                        P-NEW-STAND-AMT-LOC-MSA.
051760
051770     IF (P-NEW-PROVIDER-NO = '260006')
051780         MOVE '  26' TO HOLD-PROV-MSAX
051790                        P-NEW-STAND-AMT-LOC-MSA.
051800
051810     IF (P-NEW-PROVIDER-NO = '300009')
051820         MOVE '  30' TO HOLD-PROV-MSAX
051830                        P-NEW-STAND-AMT-LOC-MSA.
051840
051850     IF (P-NEW-PROVIDER-NO = '380084')
051860         MOVE '  38' TO HOLD-PROV-MSAX
051870                        P-NEW-STAND-AMT-LOC-MSA.
051880
051890 2700-2003-EXIT.   EXIT.
051900
051910 2700-2004-WI-401-HOSPITAL.
051920***************************************************************
051930****    FOR FY 2004 SECTION 401 HOSPITALS                     *
051940***************************************************************
051950     IF (P-NEW-PROVIDER-NO = '050192' OR '050286' OR
051960                             '050469' OR '050528' OR
051970                             '050618')
051980         MOVE '  05' TO HOLD-PROV-MSAX
051990                        P-NEW-STAND-AMT-LOC-MSA.
052000
052010     IF (P-NEW-PROVIDER-NO = '100048' OR '100118')
052020         MOVE '  10' TO HOLD-PROV-MSAX
052030                        P-NEW-STAND-AMT-LOC-MSA.
052040
052050     IF (P-NEW-PROVIDER-NO = '170137')
052060         MOVE '  17' TO HOLD-PROV-MSAX
052070                        P-NEW-STAND-AMT-LOC-MSA.
052080
052090     IF (P-NEW-PROVIDER-NO = '190048' OR '190110')
052100         MOVE '  19' TO HOLD-PROV-MSAX
052110                        P-NEW-STAND-AMT-LOC-MSA.
052120
052130     IF (P-NEW-PROVIDER-NO = '230078')
052140         MOVE '  23' TO HOLD-PROV-MSAX
052150                        P-NEW-STAND-AMT-LOC-MSA.
052160
052170     IF (P-NEW-PROVIDER-NO = '260006')
052180         MOVE '  26' TO HOLD-PROV-MSAX
052190                        P-NEW-STAND-AMT-LOC-MSA.
052200
052210     IF (P-NEW-PROVIDER-NO = '300009')
052220         MOVE '  30' TO HOLD-PROV-MSAX
052230                        P-NEW-STAND-AMT-LOC-MSA.
052240
052250     IF (P-NEW-PROVIDER-NO = '380084')
052260         MOVE '  38' TO HOLD-PROV-MSAX
052270                        P-NEW-STAND-AMT-LOC-MSA.
052280
052290     IF (P-NEW-PROVIDER-NO = '390106')
052300         MOVE '  39' TO HOLD-PROV-MSAX
052310                        P-NEW-STAND-AMT-LOC-MSA.
052320
052330 2700-2004-EXIT.   EXIT.
052340
052350 2700-2005-WI-401-HOSPITAL.
052360***************************************************************
052370****    FOR FY 2005 SECTION 401 HOSPITALS  OCT THRU MAR 2005  *
052380***************************************************************
052390     IF (P-NEW-PROVIDER-NO = '050192' OR '050286' OR
052400                             '050446' OR '050469' OR
052410                             '050528' OR '050618' OR
052420                             '051301')
052430         MOVE '   05' TO HOLD-PROV-CBSA
052440                        P-NEW-CBSA-STAND-AMT-LOC.
052450
052460     IF (P-NEW-PROVIDER-NO = '070004')
052470         MOVE '   07' TO HOLD-PROV-CBSA
052480                        P-NEW-CBSA-STAND-AMT-LOC.
052490
052500     IF (P-NEW-PROVIDER-NO = '100048' OR '100118')
052510         MOVE '   10' TO HOLD-PROV-CBSA
052520                        P-NEW-CBSA-STAND-AMT-LOC.
052530
052540     IF (P-NEW-PROVIDER-NO = '170137')
052550         MOVE '   17' TO HOLD-PROV-CBSA
052560                        P-NEW-CBSA-STAND-AMT-LOC.
052570
052580     IF (P-NEW-PROVIDER-NO = '190048' OR '190110')
052590         MOVE '   19' TO HOLD-PROV-CBSA
052600                        P-NEW-CBSA-STAND-AMT-LOC.
052610
052620     IF (P-NEW-PROVIDER-NO = '230078')
052630         MOVE '   23' TO HOLD-PROV-CBSA
052640                        P-NEW-CBSA-STAND-AMT-LOC.
052650
052660     IF (P-NEW-PROVIDER-NO = '260006')
052670         MOVE '   26' TO HOLD-PROV-CBSA
052680                        P-NEW-CBSA-STAND-AMT-LOC.
052690
052700     IF (P-NEW-PROVIDER-NO = '290038' OR '291301')
052710         MOVE '   29' TO HOLD-PROV-CBSA
052720                        P-NEW-CBSA-STAND-AMT-LOC.
052730
052740     IF (P-NEW-PROVIDER-NO = '300009')
052750         MOVE '   30' TO HOLD-PROV-CBSA
052760                        P-NEW-CBSA-STAND-AMT-LOC.
052770
052780     IF (P-NEW-PROVIDER-NO = '380084')
052790         MOVE '   38' TO HOLD-PROV-CBSA
052800                        P-NEW-CBSA-STAND-AMT-LOC.
052810
052820     IF (P-NEW-PROVIDER-NO = '390106' OR '390181')
052830         MOVE '   39' TO HOLD-PROV-CBSA
052840                        P-NEW-CBSA-STAND-AMT-LOC.
052850
052860 2700-2005-EXIT.   EXIT.
052870
052880 2750-2005-WI-401-HOSPITAL.
052890***************************************************************
052900****  FOR FY 2005 SECTION 401 HOSPITALS EFFECTIVE APR 1,2005  *
052910***************************************************************
052920     IF (P-NEW-PROVIDER-NO = '030007')
052930         MOVE '   03' TO HOLD-PROV-CBSA
052940                        P-NEW-CBSA-STAND-AMT-LOC.
052950
052960     IF (P-NEW-PROVIDER-NO = '040075')
052970         MOVE '   04' TO HOLD-PROV-CBSA
052980                        P-NEW-CBSA-STAND-AMT-LOC.
052990
053000     IF (P-NEW-PROVIDER-NO = '050192' OR '050469' OR
053010                             '050528' OR '050618')
053020         MOVE '   05' TO HOLD-PROV-CBSA
053030                        P-NEW-CBSA-STAND-AMT-LOC.
053040
053050     IF (P-NEW-PROVIDER-NO = '070004')
053060         MOVE '   07' TO HOLD-PROV-CBSA
053070                        P-NEW-CBSA-STAND-AMT-LOC.
053080
053090     IF (P-NEW-PROVIDER-NO = '100048' OR '100134')
053100         MOVE '   10' TO HOLD-PROV-CBSA
053110                        P-NEW-CBSA-STAND-AMT-LOC.
053120
053130     IF (P-NEW-PROVIDER-NO = '130018')
053140         MOVE '   13' TO HOLD-PROV-CBSA
053150                        P-NEW-CBSA-STAND-AMT-LOC.
053160
053170     IF (P-NEW-PROVIDER-NO = '140167')
053180         MOVE '   14' TO HOLD-PROV-CBSA
053190                        P-NEW-CBSA-STAND-AMT-LOC.
053200
053210     IF (P-NEW-PROVIDER-NO = '150051' OR '150078')
053220         MOVE '   15' TO HOLD-PROV-CBSA
053230                        P-NEW-CBSA-STAND-AMT-LOC.
053240
053250     IF (P-NEW-PROVIDER-NO = '170137')
053260         MOVE '   17' TO HOLD-PROV-CBSA
053270                        P-NEW-CBSA-STAND-AMT-LOC.
053280
053290     IF (P-NEW-PROVIDER-NO = '190048')
053300         MOVE '   19' TO HOLD-PROV-CBSA
053310                        P-NEW-CBSA-STAND-AMT-LOC.
053320
053330     IF (P-NEW-PROVIDER-NO = '230078')
053340         MOVE '   23' TO HOLD-PROV-CBSA
053350                        P-NEW-CBSA-STAND-AMT-LOC.
053360
053370     IF (P-NEW-PROVIDER-NO = '240037')
053380         MOVE '   24' TO HOLD-PROV-CBSA
053390                        P-NEW-CBSA-STAND-AMT-LOC.
053400
053410     IF (P-NEW-PROVIDER-NO = '260006' OR '260122')
053420         MOVE '   26' TO HOLD-PROV-CBSA
053430                        P-NEW-CBSA-STAND-AMT-LOC.
053440
053450     IF (P-NEW-PROVIDER-NO = '300009')
053460         MOVE '   30' TO HOLD-PROV-CBSA
053470                        P-NEW-CBSA-STAND-AMT-LOC.
053480
053490     IF (P-NEW-PROVIDER-NO = '370054')
053500         MOVE '   37' TO HOLD-PROV-CBSA
053510                        P-NEW-CBSA-STAND-AMT-LOC.
053520
053530     IF (P-NEW-PROVIDER-NO = '380040' OR '380084')
053540         MOVE '   38' TO HOLD-PROV-CBSA
053550                        P-NEW-CBSA-STAND-AMT-LOC.
053560
053570     IF (P-NEW-PROVIDER-NO = '390181' OR '390183' OR
053580                             '390201')
053590         MOVE '   39' TO HOLD-PROV-CBSA
053600                        P-NEW-CBSA-STAND-AMT-LOC.
053610
053620     IF (P-NEW-PROVIDER-NO = '450052' OR '450078' OR
053630                             '450243' OR '450276' OR
053640                             '450348')
053650         MOVE '   45' TO HOLD-PROV-CBSA
053660                        P-NEW-CBSA-STAND-AMT-LOC.
053670
053680     IF (P-NEW-PROVIDER-NO = '500023' OR '500037' OR
053690                             '500122' OR '500147' OR
053700                             '500148')
053710         MOVE '   50' TO HOLD-PROV-CBSA
053720                        P-NEW-CBSA-STAND-AMT-LOC.
053730
053740 2750-2005-EXIT.   EXIT.
053750
053760 2800-2006-WI-401-HOSPITAL.
053770***************************************************************
053780****  FOR FY 2006 SECTION 401 HOSPITALS EFFECTIVE OCT 1,2005  *
053790***************************************************************
053800     IF (P-NEW-PROVIDER-NO = '030007')
053810         MOVE '   03' TO HOLD-PROV-CBSA
053820                        P-NEW-CBSA-STAND-AMT-LOC.
053830
053840     IF (P-NEW-PROVIDER-NO = '040075')
053850         MOVE '   04' TO HOLD-PROV-CBSA
053860                        P-NEW-CBSA-STAND-AMT-LOC.
053870
053880     IF (P-NEW-PROVIDER-NO = '050192' OR '050469' OR
053890                             '050528' OR '050618')
053900         MOVE '   05' TO HOLD-PROV-CBSA
053910                        P-NEW-CBSA-STAND-AMT-LOC.
053920
053930     IF (P-NEW-PROVIDER-NO = '070004')
053940         MOVE '   07' TO HOLD-PROV-CBSA
053950                        P-NEW-CBSA-STAND-AMT-LOC.
053960
053970     IF (P-NEW-PROVIDER-NO = '100048' OR '100134')
053980         MOVE '   10' TO HOLD-PROV-CBSA
053990                        P-NEW-CBSA-STAND-AMT-LOC.
054000
054010     IF (P-NEW-PROVIDER-NO = '130018')
054020         MOVE '   13' TO HOLD-PROV-CBSA
054030                        P-NEW-CBSA-STAND-AMT-LOC.
054040
054050     IF (P-NEW-PROVIDER-NO = '140167')
054060         MOVE '   14' TO HOLD-PROV-CBSA
054070                        P-NEW-CBSA-STAND-AMT-LOC.
054080
054090     IF B-21-DISCHARGE-DATE > 20051231
054100        IF (P-NEW-PROVIDER-NO = '150078')
054110           MOVE '   15' TO HOLD-PROV-CBSA
054120                          P-NEW-CBSA-STAND-AMT-LOC.
054130
054140     IF B-21-DISCHARGE-DATE < 20060101
054150        IF (P-NEW-PROVIDER-NO = '150051' OR '150078')
054160           MOVE '   15' TO HOLD-PROV-CBSA
054170                          P-NEW-CBSA-STAND-AMT-LOC.
054180
054190     IF (P-NEW-PROVIDER-NO = '170137')
054200         MOVE '   17' TO HOLD-PROV-CBSA
054210                        P-NEW-CBSA-STAND-AMT-LOC.
054220
054230     IF (P-NEW-PROVIDER-NO = '190048' OR '190110')
054240         MOVE '   19' TO HOLD-PROV-CBSA
054250                        P-NEW-CBSA-STAND-AMT-LOC.
054260
054270     IF (P-NEW-PROVIDER-NO = '230042' OR '230078')
054280         MOVE '   23' TO HOLD-PROV-CBSA
054290                        P-NEW-CBSA-STAND-AMT-LOC.
054300
054310     IF (P-NEW-PROVIDER-NO = '240037' OR '240122')
054320         MOVE '   24' TO HOLD-PROV-CBSA
054330                        P-NEW-CBSA-STAND-AMT-LOC.
054340
054350     IF (P-NEW-PROVIDER-NO = '260006')
054360         MOVE '   26' TO HOLD-PROV-CBSA
054370                        P-NEW-CBSA-STAND-AMT-LOC.
054380
054390     IF (P-NEW-PROVIDER-NO = '300009')
054400         MOVE '   30' TO HOLD-PROV-CBSA
054410                        P-NEW-CBSA-STAND-AMT-LOC.
054420
054430     IF (P-NEW-PROVIDER-NO = '330268')
054440         MOVE '   33' TO HOLD-PROV-CBSA
054450                        P-NEW-CBSA-STAND-AMT-LOC.
054460
054470     IF (P-NEW-PROVIDER-NO = '370054')
054480         MOVE '   37' TO HOLD-PROV-CBSA
054490                        P-NEW-CBSA-STAND-AMT-LOC.
054500
054510     IF (P-NEW-PROVIDER-NO = '380040' OR '380084')
054520         MOVE '   38' TO HOLD-PROV-CBSA
054530                        P-NEW-CBSA-STAND-AMT-LOC.
054540
054550     IF (P-NEW-PROVIDER-NO = '390181' OR '390183' OR
054560                             '390201')
054570         MOVE '   39' TO HOLD-PROV-CBSA
054580                        P-NEW-CBSA-STAND-AMT-LOC.
054590
054600     IF (P-NEW-PROVIDER-NO = '440135')
054610         MOVE '   44' TO HOLD-PROV-CBSA
054620                        P-NEW-CBSA-STAND-AMT-LOC.
054630
054640     IF (P-NEW-PROVIDER-NO = '450052' OR '450078' OR
054650                             '450243' OR '450276' OR
054660                             '450348')
054670         MOVE '   45' TO HOLD-PROV-CBSA
054680                        P-NEW-CBSA-STAND-AMT-LOC.
054690
054700     IF (P-NEW-PROVIDER-NO = '500023' OR '500043' OR
054710                             '500086' OR '500103' OR
054720                             '500122' OR '500147' OR
054730                             '500148')
054740         MOVE '   50' TO HOLD-PROV-CBSA
054750                        P-NEW-CBSA-STAND-AMT-LOC.
054760
054770 2800-2006-EXIT.   EXIT.
054780
054790 2800-2007-WI-401-HOSPITAL.
054800***************************************************************
054810****  FOR FY 2007 SECTION 401 HOSPITALS EFFECTIVE OCT 1,2006  *
054820***************************************************************
054830
054840     IF (P-NEW-PROVIDER-NO = '050192' OR '050469' OR
054850                             '050528' OR '050618')
054860         MOVE '   05' TO HOLD-PROV-CBSA
054870                        P-NEW-CBSA-STAND-AMT-LOC.
054880
054890     IF (P-NEW-PROVIDER-NO = '070004')
054900         MOVE '   07' TO HOLD-PROV-CBSA
054910                        P-NEW-CBSA-STAND-AMT-LOC.
054920
054930     IF (P-NEW-PROVIDER-NO = '100048' OR '100134')
054940         MOVE '   10' TO HOLD-PROV-CBSA
054950                        P-NEW-CBSA-STAND-AMT-LOC.
054960
054970     IF (P-NEW-PROVIDER-NO = '140167')
054980         MOVE '   14' TO HOLD-PROV-CBSA
054990                        P-NEW-CBSA-STAND-AMT-LOC.
055000
055010     IF (P-NEW-PROVIDER-NO = '170137')
055020         MOVE '   17' TO HOLD-PROV-CBSA
055030                        P-NEW-CBSA-STAND-AMT-LOC.
055040
055050     IF (P-NEW-PROVIDER-NO = '230078')
055060         MOVE '   23' TO HOLD-PROV-CBSA
055070                        P-NEW-CBSA-STAND-AMT-LOC.
055080
055090     IF (P-NEW-PROVIDER-NO = '260006' OR '260047' OR '260195')
055100         MOVE '   26' TO HOLD-PROV-CBSA
055110                        P-NEW-CBSA-STAND-AMT-LOC.
055120
055130     IF (P-NEW-PROVIDER-NO = '330044' OR '330245' OR '330268')
055140         MOVE '   33' TO HOLD-PROV-CBSA
055150                        P-NEW-CBSA-STAND-AMT-LOC.
055160
055170     IF (P-NEW-PROVIDER-NO = '360125')
055180         MOVE '   36' TO HOLD-PROV-CBSA
055190                        P-NEW-CBSA-STAND-AMT-LOC.
055200
055210     IF (P-NEW-PROVIDER-NO = '370054')
055220         MOVE '   37' TO HOLD-PROV-CBSA
055230                        P-NEW-CBSA-STAND-AMT-LOC.
055240
055250     IF (P-NEW-PROVIDER-NO = '380040')
055260         MOVE '   38' TO HOLD-PROV-CBSA
055270                        P-NEW-CBSA-STAND-AMT-LOC.
055280
055290     IF (P-NEW-PROVIDER-NO = '440135' OR '440144')
055300         MOVE '   44' TO HOLD-PROV-CBSA
055310                        P-NEW-CBSA-STAND-AMT-LOC.
055320
055330     IF (P-NEW-PROVIDER-NO = '450052' OR '450078' OR
055340                             '450243' OR '450348')
055350         MOVE '   45' TO HOLD-PROV-CBSA
055360                        P-NEW-CBSA-STAND-AMT-LOC.
055370
055380     IF (P-NEW-PROVIDER-NO = '500148')
055390         MOVE '   50' TO HOLD-PROV-CBSA
055400                        P-NEW-CBSA-STAND-AMT-LOC.
055410
055420     IF (P-NEW-PROVIDER-NO = '520060')
055430         MOVE '   52' TO HOLD-PROV-CBSA
055440                        P-NEW-CBSA-STAND-AMT-LOC.
055450
055460 2800-2007-EXIT.   EXIT.
055470
055480 2800-2008-WI-401-HOSPITAL.
055490***************************************************************
055500****  FOR FY 2008 SECTION 401 HOSPITALS EFFECTIVE OCT 1,2007  *
055510***************************************************************
055520
055530     IF (P-NEW-PROVIDER-NO = '050192' OR
055540                             '050528' OR '050618')
055550         MOVE '   05' TO HOLD-PROV-CBSA
055560                        P-NEW-CBSA-STAND-AMT-LOC.
055570
055580     IF (P-NEW-PROVIDER-NO = '100134')
055590         MOVE '   10' TO HOLD-PROV-CBSA
055600                        P-NEW-CBSA-STAND-AMT-LOC.
055610
055620     IF (P-NEW-PROVIDER-NO = '170137')
055630         MOVE '   17' TO HOLD-PROV-CBSA
055640                        P-NEW-CBSA-STAND-AMT-LOC.
055650
055660     IF (P-NEW-PROVIDER-NO = '220051' OR '230078')
055670         MOVE '   23' TO HOLD-PROV-CBSA
055680                        P-NEW-CBSA-STAND-AMT-LOC.
055690
055700     IF (P-NEW-PROVIDER-NO = '250017')
055710         MOVE '   25' TO HOLD-PROV-CBSA
055720                        P-NEW-CBSA-STAND-AMT-LOC.
055730
055740     IF (P-NEW-PROVIDER-NO = '260006' OR '260195')
055750         MOVE '   26' TO HOLD-PROV-CBSA
055760                        P-NEW-CBSA-STAND-AMT-LOC.
055770
055780     IF (P-NEW-PROVIDER-NO = '330268')
055790         MOVE '   33' TO HOLD-PROV-CBSA
055800                        P-NEW-CBSA-STAND-AMT-LOC.
055810
055820     IF (P-NEW-PROVIDER-NO = '360125')
055830         MOVE '   36' TO HOLD-PROV-CBSA
055840                        P-NEW-CBSA-STAND-AMT-LOC.
055850
055860     IF (P-NEW-PROVIDER-NO = '370054')
055870         MOVE '   37' TO HOLD-PROV-CBSA
055880                        P-NEW-CBSA-STAND-AMT-LOC.
055890
055900     IF (P-NEW-PROVIDER-NO = '380040')
055910         MOVE '   38' TO HOLD-PROV-CBSA
055920                        P-NEW-CBSA-STAND-AMT-LOC.
055930
055940     IF (P-NEW-PROVIDER-NO = '390130' OR '390183' OR
055950                             '390185' OR '390201')
055960         MOVE '   39' TO HOLD-PROV-CBSA
055970                        P-NEW-CBSA-STAND-AMT-LOC.
055980
055990     IF (P-NEW-PROVIDER-NO = '440135')
056000         MOVE '   44' TO HOLD-PROV-CBSA
056010                        P-NEW-CBSA-STAND-AMT-LOC.
056020
056030     IF (P-NEW-PROVIDER-NO = '450052' OR '450078' OR
056040                             '450243' OR '450348')
056050         MOVE '   45' TO HOLD-PROV-CBSA
056060                        P-NEW-CBSA-STAND-AMT-LOC.
056070
056080     IF (P-NEW-PROVIDER-NO = '500148')
056090         MOVE '   50' TO HOLD-PROV-CBSA
056100                        P-NEW-CBSA-STAND-AMT-LOC.
056110
056120 2800-2008-EXIT.   EXIT.
056130
056140 2800-2009-WI-401-HOSPITAL.
056150***************************************************************
056160****  FOR FY 2009 SECTION 401 HOSPITALS EFFECTIVE OCT 1, 2009 *
056170***************************************************************
056180
056190     IF (P-NEW-PROVIDER-NO = '040118')
056200         MOVE '   04' TO HOLD-PROV-CBSA
056210                        P-NEW-CBSA-STAND-AMT-LOC.
056220
056230     IF (P-NEW-PROVIDER-NO = '234202' OR
056240                             '329008' OR '040140')
056250         MOVE '   05' TO HOLD-PROV-CBSA
056260                        P-NEW-CBSA-STAND-AMT-LOC.
056270
056280     IF (P-NEW-PROVIDER-NO = '070004' OR
056290                             '070036')
056300         MOVE '   07' TO HOLD-PROV-CBSA
056310                        P-NEW-CBSA-STAND-AMT-LOC.
056320
056330     IF (P-NEW-PROVIDER-NO = '100048' OR
056340                             '100118' OR '100134')
056350         MOVE '   10' TO HOLD-PROV-CBSA
056360                        P-NEW-CBSA-STAND-AMT-LOC.
056370
056380     IF (P-NEW-PROVIDER-NO = '140167')
056390         MOVE '   14' TO HOLD-PROV-CBSA
056400                        P-NEW-CBSA-STAND-AMT-LOC.
056410
056420     IF (P-NEW-PROVIDER-NO = '170137')
056430         MOVE '   17' TO HOLD-PROV-CBSA
056440                        P-NEW-CBSA-STAND-AMT-LOC.
056450
056460     IF (P-NEW-PROVIDER-NO = '180038')
056470         MOVE '   18' TO HOLD-PROV-CBSA
056480                        P-NEW-CBSA-STAND-AMT-LOC.
056490
056500     IF (P-NEW-PROVIDER-NO = '220051')
056510         MOVE '   22' TO HOLD-PROV-CBSA
056520                        P-NEW-CBSA-STAND-AMT-LOC.
056530
056540     IF (P-NEW-PROVIDER-NO = '230078')
056550         MOVE '   23' TO HOLD-PROV-CBSA
056560                        P-NEW-CBSA-STAND-AMT-LOC.
056570
056580     IF (P-NEW-PROVIDER-NO = '250017')
056590         MOVE '   25' TO HOLD-PROV-CBSA
056600                        P-NEW-CBSA-STAND-AMT-LOC.
056610
056620     IF (P-NEW-PROVIDER-NO = '260006' OR '260047' OR '260195')
056630         MOVE '   26' TO HOLD-PROV-CBSA
056640                        P-NEW-CBSA-STAND-AMT-LOC.
056650
056660     IF (P-NEW-PROVIDER-NO = '330235' OR '330268')
056670         MOVE '   33' TO HOLD-PROV-CBSA
056680                        P-NEW-CBSA-STAND-AMT-LOC.
056690
056700     IF (P-NEW-PROVIDER-NO = '360125')
056710         MOVE '   36' TO HOLD-PROV-CBSA
056720                        P-NEW-CBSA-STAND-AMT-LOC.
056730
056740     IF (P-NEW-PROVIDER-NO = '370054')
056750         MOVE '   37' TO HOLD-PROV-CBSA
056760                        P-NEW-CBSA-STAND-AMT-LOC.
056770
056780     IF (P-NEW-PROVIDER-NO = '380040')
056790         MOVE '   38' TO HOLD-PROV-CBSA
056800                        P-NEW-CBSA-STAND-AMT-LOC.
056810
056820     IF (P-NEW-PROVIDER-NO = '390130' OR '390183' OR
056830                             '390233')
056840         MOVE '   39' TO HOLD-PROV-CBSA
056850                        P-NEW-CBSA-STAND-AMT-LOC.
056860
056870     IF (P-NEW-PROVIDER-NO = '440135')
056880         MOVE '   44' TO HOLD-PROV-CBSA
056890                        P-NEW-CBSA-STAND-AMT-LOC.
056900
056910     IF (P-NEW-PROVIDER-NO = '450052' OR '450078' OR
056920                             '450243' OR '450348')
056930         MOVE '   45' TO HOLD-PROV-CBSA
056940                        P-NEW-CBSA-STAND-AMT-LOC.
056950
056960     IF (P-NEW-PROVIDER-NO = '490116')
056970         MOVE '   49' TO HOLD-PROV-CBSA
056980                        P-NEW-CBSA-STAND-AMT-LOC.
056990
057000     IF (P-NEW-PROVIDER-NO = '500148')
057010         MOVE '   50' TO HOLD-PROV-CBSA
057020                        P-NEW-CBSA-STAND-AMT-LOC.
057030
057040 2800-2009-EXIT.   EXIT.
057050
057060 2800-2010-WI-401-HOSPITAL.
057070***************************************************************
057080****  FOR FY 2010 SECTION 401 HOSPITALS EFFECTIVE OCT 1, 2009 *
057090***************************************************************
057100
057110     IF (P-NEW-PROVIDER-NO = '040118')
057120         MOVE '   04' TO HOLD-PROV-CBSA
057130                        P-NEW-CBSA-STAND-AMT-LOC.
057140
057150     IF (P-NEW-PROVIDER-NO = '050192' OR
057160                             '050528' OR '050618')
057170         MOVE '   05' TO HOLD-PROV-CBSA
057180                        P-NEW-CBSA-STAND-AMT-LOC.
057190
057200     IF (P-NEW-PROVIDER-NO = '070004')
057210         MOVE '   07' TO HOLD-PROV-CBSA
057220                        P-NEW-CBSA-STAND-AMT-LOC.
057230
057240     IF (P-NEW-PROVIDER-NO = '100048' OR
057250                             '100118' OR '100134')
057260         MOVE '   10' TO HOLD-PROV-CBSA
057270                        P-NEW-CBSA-STAND-AMT-LOC.
057280
057290     IF (P-NEW-PROVIDER-NO = '140167')
057300         MOVE '   14' TO HOLD-PROV-CBSA
057310                        P-NEW-CBSA-STAND-AMT-LOC.
057320
057330     IF (P-NEW-PROVIDER-NO = '170137')
057340         MOVE '   17' TO HOLD-PROV-CBSA
057350                        P-NEW-CBSA-STAND-AMT-LOC.
057360
057370     IF (P-NEW-PROVIDER-NO = '180038')
057380         MOVE '   18' TO HOLD-PROV-CBSA
057390                        P-NEW-CBSA-STAND-AMT-LOC.
057400
057410     IF (P-NEW-PROVIDER-NO = '220051')
057420         MOVE '   22' TO HOLD-PROV-CBSA
057430                        P-NEW-CBSA-STAND-AMT-LOC.
057440
057450     IF (P-NEW-PROVIDER-NO = '230078')
057460         MOVE '   23' TO HOLD-PROV-CBSA
057470                        P-NEW-CBSA-STAND-AMT-LOC.
057480
057490     IF (P-NEW-PROVIDER-NO = '250017')
057500         MOVE '   25' TO HOLD-PROV-CBSA
057510                        P-NEW-CBSA-STAND-AMT-LOC.
057520
057530     IF (P-NEW-PROVIDER-NO = '260006' OR '260034' OR
057540                             '260047' OR '260195')
057550         MOVE '   26' TO HOLD-PROV-CBSA
057560                        P-NEW-CBSA-STAND-AMT-LOC.
057570
057580     IF (P-NEW-PROVIDER-NO = '330235' OR '330268')
057590         MOVE '   33' TO HOLD-PROV-CBSA
057600                        P-NEW-CBSA-STAND-AMT-LOC.
057610
057620     IF (P-NEW-PROVIDER-NO = '300023')
057630         MOVE '   30' TO HOLD-PROV-CBSA
057640                        P-NEW-CBSA-STAND-AMT-LOC.
057650
057660     IF (P-NEW-PROVIDER-NO = '360125')
057670         MOVE '   36' TO HOLD-PROV-CBSA
057680                        P-NEW-CBSA-STAND-AMT-LOC.
057690
057700     IF (P-NEW-PROVIDER-NO = '370054')
057710         MOVE '   37' TO HOLD-PROV-CBSA
057720                        P-NEW-CBSA-STAND-AMT-LOC.
057730
057740     IF (P-NEW-PROVIDER-NO = '380040')
057750         MOVE '   38' TO HOLD-PROV-CBSA
057760                        P-NEW-CBSA-STAND-AMT-LOC.
057770
057780     IF (P-NEW-PROVIDER-NO = '390130' OR '390183' OR
057790                             '390233')
057800         MOVE '   39' TO HOLD-PROV-CBSA
057810                        P-NEW-CBSA-STAND-AMT-LOC.
057820
057830     IF (P-NEW-PROVIDER-NO = '450052' OR '450078' OR
057840                             '450243' OR '450348')
057850         MOVE '   45' TO HOLD-PROV-CBSA
057860                        P-NEW-CBSA-STAND-AMT-LOC.
057870
057880     IF (P-NEW-PROVIDER-NO = '490116')
057890         MOVE '   49' TO HOLD-PROV-CBSA
057900                        P-NEW-CBSA-STAND-AMT-LOC.
057910
057920     IF (P-NEW-PROVIDER-NO = '500148')
057930         MOVE '   50' TO HOLD-PROV-CBSA
057940                        P-NEW-CBSA-STAND-AMT-LOC.
057950
057960 2800-2010-EXIT.   EXIT.
057970
057980 2800-2011-WI-401-HOSPITAL.
057990***************************************************************
058000****  FOR FY 2011 SECTION 401 HOSPITALS EFFECTIVE OCT 1, 2010 *
058010***************************************************************
058020*
058030
058040     IF (P-NEW-PROVIDER-NO = '040118')
058050         MOVE '   04' TO HOLD-PROV-CBSA
058060                        P-NEW-CBSA-STAND-AMT-LOC.
058070
058080     IF (P-NEW-PROVIDER-NO = '050192' OR
058090                             '050528' OR '050618')
058100         MOVE '   05' TO HOLD-PROV-CBSA
058110                        P-NEW-CBSA-STAND-AMT-LOC.
058120
058130     IF (P-NEW-PROVIDER-NO = '070004')
058140         MOVE '   07' TO HOLD-PROV-CBSA
058150                        P-NEW-CBSA-STAND-AMT-LOC.
058160
058170     IF (P-NEW-PROVIDER-NO = '100048' OR
058180                             '100118' OR '100134')
058190         MOVE '   10' TO HOLD-PROV-CBSA
058200                        P-NEW-CBSA-STAND-AMT-LOC.
058210
058220     IF (P-NEW-PROVIDER-NO = '140167')
058230         MOVE '   14' TO HOLD-PROV-CBSA
058240                        P-NEW-CBSA-STAND-AMT-LOC.
058250
058260     IF (P-NEW-PROVIDER-NO = '170037' OR '170137')
058270         MOVE '   17' TO HOLD-PROV-CBSA
058280                        P-NEW-CBSA-STAND-AMT-LOC.
058290
058300     IF (P-NEW-PROVIDER-NO = '180016' OR '180038')
058310         MOVE '   18' TO HOLD-PROV-CBSA
058320                        P-NEW-CBSA-STAND-AMT-LOC.
058330
058340     IF (P-NEW-PROVIDER-NO = '220051')
058350         MOVE '   22' TO HOLD-PROV-CBSA
058360                        P-NEW-CBSA-STAND-AMT-LOC.
058370
058380     IF (P-NEW-PROVIDER-NO = '230040' OR '230078')
058390         MOVE '   23' TO HOLD-PROV-CBSA
058400                        P-NEW-CBSA-STAND-AMT-LOC.
058410
058420     IF (P-NEW-PROVIDER-NO = '260006' OR '260034' OR
058430                             '260047' OR '260195')
058440         MOVE '   26' TO HOLD-PROV-CBSA
058450                        P-NEW-CBSA-STAND-AMT-LOC.
058460
058470     IF (P-NEW-PROVIDER-NO = '300023')
058480         MOVE '   30' TO HOLD-PROV-CBSA
058490                        P-NEW-CBSA-STAND-AMT-LOC.
058500
058510     IF (P-NEW-PROVIDER-NO = '330215' OR '330235' OR
058520                             '330268')
058530         MOVE '   33' TO HOLD-PROV-CBSA
058540                        P-NEW-CBSA-STAND-AMT-LOC.
058550
058560     IF (P-NEW-PROVIDER-NO = '340010')
058570         MOVE '   34' TO HOLD-PROV-CBSA
058580                        P-NEW-CBSA-STAND-AMT-LOC.
058590
058600     IF (P-NEW-PROVIDER-NO = '360125')
058610         MOVE '   36' TO HOLD-PROV-CBSA
058620                        P-NEW-CBSA-STAND-AMT-LOC.
058630
058640     IF (P-NEW-PROVIDER-NO = '370054')
058650         MOVE '   37' TO HOLD-PROV-CBSA
058660                        P-NEW-CBSA-STAND-AMT-LOC.
058670
058680     IF (P-NEW-PROVIDER-NO = '380040')
058690         MOVE '   38' TO HOLD-PROV-CBSA
058700                        P-NEW-CBSA-STAND-AMT-LOC.
058710
058720     IF (P-NEW-PROVIDER-NO = '390130' OR '390183' OR
058730                             '390233')
058740         MOVE '   39' TO HOLD-PROV-CBSA
058750                        P-NEW-CBSA-STAND-AMT-LOC.
058760
058770     IF (P-NEW-PROVIDER-NO = '450052' OR '450078' OR
058780                             '450243' OR '450348')
058790         MOVE '   45' TO HOLD-PROV-CBSA
058800                        P-NEW-CBSA-STAND-AMT-LOC.
058810
058820     IF (P-NEW-PROVIDER-NO = '490116')
058830         MOVE '   49' TO HOLD-PROV-CBSA
058840                        P-NEW-CBSA-STAND-AMT-LOC.
058850
058860     IF (P-NEW-PROVIDER-NO = '500148')
058870         MOVE '   50' TO HOLD-PROV-CBSA
058880                        P-NEW-CBSA-STAND-AMT-LOC.
058890
058900
058910 2800-2011-EXIT.   EXIT.
058920
058930
058940 2800-2012-WI-401-HOSPITAL.
058950***************************************************************
058960****  FOR FY 2012 SECTION 401 HOSPITALS EFFECTIVE OCT 1, 2011 *
058970***************************************************************
058980*
058990
059000     IF (P-NEW-PROVIDER-NO = '040118')
059010         MOVE '   04' TO HOLD-PROV-CBSA
059020                        P-NEW-CBSA-STAND-AMT-LOC.
059030
059040     IF (P-NEW-PROVIDER-NO = '050192' OR
059050                             '050528' OR '050618')
059060         MOVE '   05' TO HOLD-PROV-CBSA
059070                        P-NEW-CBSA-STAND-AMT-LOC.
059080
059090     IF (P-NEW-PROVIDER-NO = '070004')
059100         MOVE '   07' TO HOLD-PROV-CBSA
059110                        P-NEW-CBSA-STAND-AMT-LOC.
059120
059130     IF (P-NEW-PROVIDER-NO = '100048' OR
059140                             '100118' OR '100134')
059150         MOVE '   10' TO HOLD-PROV-CBSA
059160                        P-NEW-CBSA-STAND-AMT-LOC.
059170
059180     IF (P-NEW-PROVIDER-NO = '140167')
059190         MOVE '   14' TO HOLD-PROV-CBSA
059200                        P-NEW-CBSA-STAND-AMT-LOC.
059210
059220     IF (P-NEW-PROVIDER-NO = '150003')
059230         MOVE '   15' TO HOLD-PROV-CBSA
059240                        P-NEW-CBSA-STAND-AMT-LOC.
059250
059260     IF (P-NEW-PROVIDER-NO = '170074' OR '170137')
059270         MOVE '   17' TO HOLD-PROV-CBSA
059280                        P-NEW-CBSA-STAND-AMT-LOC.
059290
059300     IF (P-NEW-PROVIDER-NO = '180016' OR '180038')
059310         MOVE '   18' TO HOLD-PROV-CBSA
059320                        P-NEW-CBSA-STAND-AMT-LOC.
059330
059340     IF (P-NEW-PROVIDER-NO = '220051')
059350         MOVE '   22' TO HOLD-PROV-CBSA
059360                        P-NEW-CBSA-STAND-AMT-LOC.
059370
059380     IF (P-NEW-PROVIDER-NO = '230040' OR '230078')
059390         MOVE '   23' TO HOLD-PROV-CBSA
059400                        P-NEW-CBSA-STAND-AMT-LOC.
059410
059420     IF (P-NEW-PROVIDER-NO = '260006' OR '260034' OR
059430                             '260047' OR '260195')
059440         MOVE '   26' TO HOLD-PROV-CBSA
059450                        P-NEW-CBSA-STAND-AMT-LOC.
059460
059470     IF (P-NEW-PROVIDER-NO = '300023')
059480         MOVE '   30' TO HOLD-PROV-CBSA
059490                        P-NEW-CBSA-STAND-AMT-LOC.
059500
059510     IF (P-NEW-PROVIDER-NO = '330013' OR '330057' OR
059520                             '330108' OR '330164' OR
059530                             '330215' OR '330235' OR
059540                             '330268' OR '330285')
059550         MOVE '   33' TO HOLD-PROV-CBSA
059560                        P-NEW-CBSA-STAND-AMT-LOC.
059570
059580     IF (P-NEW-PROVIDER-NO = '340010')
059590         MOVE '   34' TO HOLD-PROV-CBSA
059600                        P-NEW-CBSA-STAND-AMT-LOC.
059610
059620     IF (P-NEW-PROVIDER-NO = '360125')
059630         MOVE '   36' TO HOLD-PROV-CBSA
059640                        P-NEW-CBSA-STAND-AMT-LOC.
059650
059660     IF (P-NEW-PROVIDER-NO = '370054')
059670         MOVE '   37' TO HOLD-PROV-CBSA
059680                        P-NEW-CBSA-STAND-AMT-LOC.
059690
059700     IF (P-NEW-PROVIDER-NO = '380040')
059710         MOVE '   38' TO HOLD-PROV-CBSA
059720                        P-NEW-CBSA-STAND-AMT-LOC.
059730
059740     IF (P-NEW-PROVIDER-NO = '390130' OR '390183' OR
059750                             '390233')
059760         MOVE '   39' TO HOLD-PROV-CBSA
059770                        P-NEW-CBSA-STAND-AMT-LOC.
059780
059790     IF (P-NEW-PROVIDER-NO = '420038')
059800         MOVE '   42' TO HOLD-PROV-CBSA
059810                        P-NEW-CBSA-STAND-AMT-LOC.
059820
059830     IF (P-NEW-PROVIDER-NO = '450052' OR '450078' OR
059840                             '450243' OR '450348')
059850         MOVE '   45' TO HOLD-PROV-CBSA
059860                        P-NEW-CBSA-STAND-AMT-LOC.
059870
059880     IF (P-NEW-PROVIDER-NO = '490116' OR '490116')
059890         MOVE '   49' TO HOLD-PROV-CBSA
059900                        P-NEW-CBSA-STAND-AMT-LOC.
059910
059920     IF (P-NEW-PROVIDER-NO = '500148')
059930         MOVE '   50' TO HOLD-PROV-CBSA
059940                        P-NEW-CBSA-STAND-AMT-LOC.
059950
059960
059970 2800-2012-EXIT.   EXIT.
059980
059990 2800-2013-WI-401-HOSPITAL.
060000***************************************************************
060010****  FOR FY 2013 SECTION 401 HOSPITALS EFFECTIVE OCT 1, 2012 *
060020***************************************************************
060030*
060040
060050     IF (P-NEW-PROVIDER-NO = '290009')
060060         MOVE '   29' TO HOLD-PROV-CBSA
060070                        P-NEW-CBSA-STAND-AMT-LOC.
060080
060090     IF (P-NEW-PROVIDER-NO = '030024')
060100         MOVE '   03' TO HOLD-PROV-CBSA
060110                        P-NEW-CBSA-STAND-AMT-LOC.
060120
060130     IF (P-NEW-PROVIDER-NO = '050192' OR
060140                             '050528' OR '050618')
060150         MOVE '   05' TO HOLD-PROV-CBSA
060160                        P-NEW-CBSA-STAND-AMT-LOC.
060170
060180     IF (P-NEW-PROVIDER-NO = '070004')
060190         MOVE '   07' TO HOLD-PROV-CBSA
060200                        P-NEW-CBSA-STAND-AMT-LOC.
060210
060220     IF (P-NEW-PROVIDER-NO = '100048' OR '100090' OR
060230                             '100118' OR '100134')
060240         MOVE '   10' TO HOLD-PROV-CBSA
060250                        P-NEW-CBSA-STAND-AMT-LOC.
060260
060270     IF (P-NEW-PROVIDER-NO = '170074' OR '170137')
060280         MOVE '   17' TO HOLD-PROV-CBSA
060290                        P-NEW-CBSA-STAND-AMT-LOC.
060300
060310     IF (P-NEW-PROVIDER-NO = '180016' OR '180038')
060320         MOVE '   18' TO HOLD-PROV-CBSA
060330                        P-NEW-CBSA-STAND-AMT-LOC.
060340
060350     IF (P-NEW-PROVIDER-NO = '220051')
060360         MOVE '   22' TO HOLD-PROV-CBSA
060370                        P-NEW-CBSA-STAND-AMT-LOC.
060380
060390     IF (P-NEW-PROVIDER-NO = '230040' OR '230078')
060400         MOVE '   23' TO HOLD-PROV-CBSA
060410                        P-NEW-CBSA-STAND-AMT-LOC.
060420
060430     IF (P-NEW-PROVIDER-NO = '260006' OR '260034' OR
060440                             '260047' OR '260195')
060450         MOVE '   26' TO HOLD-PROV-CBSA
060460                        P-NEW-CBSA-STAND-AMT-LOC.
060470
060480     IF (P-NEW-PROVIDER-NO = '330108' OR
060490                             '330215' OR '330235' OR
060500                             '330268')
060510         MOVE '   33' TO HOLD-PROV-CBSA
060520                        P-NEW-CBSA-STAND-AMT-LOC.
060530
060540     IF (P-NEW-PROVIDER-NO = '340010')
060550         MOVE '   34' TO HOLD-PROV-CBSA
060560                        P-NEW-CBSA-STAND-AMT-LOC.
060570
060580     IF (P-NEW-PROVIDER-NO = '350011')
060590         MOVE '   35' TO HOLD-PROV-CBSA
060600                        P-NEW-CBSA-STAND-AMT-LOC.
060610
060620     IF (P-NEW-PROVIDER-NO = '360125' OR '360141')
060630         MOVE '   36' TO HOLD-PROV-CBSA
060640                        P-NEW-CBSA-STAND-AMT-LOC.
060650
060660     IF (P-NEW-PROVIDER-NO = '370054')
060670         MOVE '   37' TO HOLD-PROV-CBSA
060680                        P-NEW-CBSA-STAND-AMT-LOC.
060690
060700     IF (P-NEW-PROVIDER-NO = '380040')
060710         MOVE '   38' TO HOLD-PROV-CBSA
060720                        P-NEW-CBSA-STAND-AMT-LOC.
060730
060740     IF (P-NEW-PROVIDER-NO = '390130' OR '390183' OR
060750                             '390233')
060760         MOVE '   39' TO HOLD-PROV-CBSA
060770                        P-NEW-CBSA-STAND-AMT-LOC.
060780
060790     IF (P-NEW-PROVIDER-NO = '420009' OR '420038')
060800         MOVE '   42' TO HOLD-PROV-CBSA
060810                        P-NEW-CBSA-STAND-AMT-LOC.
060820
060830     IF (P-NEW-PROVIDER-NO = '440189')
060840         MOVE '   44' TO HOLD-PROV-CBSA
060850                        P-NEW-CBSA-STAND-AMT-LOC.
060860
060870     IF (P-NEW-PROVIDER-NO = '450052' OR '450078' OR
060890         MOVE '   45' TO HOLD-PROV-CBSA
060900                        P-NEW-CBSA-STAND-AMT-LOC.
060910
060920     IF (P-NEW-PROVIDER-NO = '490004' OR '490005' OR
060930                             '490116')
060940         MOVE '   49' TO HOLD-PROV-CBSA
060950                        P-NEW-CBSA-STAND-AMT-LOC.
060960
060970     IF (P-NEW-PROVIDER-NO = '500030' OR '500148')
060980         MOVE '   50' TO HOLD-PROV-CBSA
060990                        P-NEW-CBSA-STAND-AMT-LOC.
061000
061010 2800-2013-EXIT.   EXIT.
061020
061030
061040 2800-2014-WI-401-HOSPITAL.
061050***************************************************************
061060****  FOR FY 2014 SECTION 401 HOSPITALS EFFECTIVE OCT 1, 2012 *
061070***************************************************************
061080*
061090
061100     IF (P-NEW-PROVIDER-NO = '050192' OR
061110                             '050225' OR
061120                             '050528' OR
061130                             '050618')
061140         MOVE '   05' TO HOLD-PROV-CBSA
061150                        P-NEW-CBSA-STAND-AMT-LOC.
061160
061170     IF (P-NEW-PROVIDER-NO = '060010')
061180         MOVE '   06' TO HOLD-PROV-CBSA
061190                        P-NEW-CBSA-STAND-AMT-LOC.
061200
061210     IF (P-NEW-PROVIDER-NO = '070004' OR
061220                             '070005')
061230         MOVE '   07' TO HOLD-PROV-CBSA
061240                        P-NEW-CBSA-STAND-AMT-LOC.
061250
061260     IF (P-NEW-PROVIDER-NO = '100048' OR
061270                             '100090' OR
061280                             '100118' OR
061290                             '100134')
061300         MOVE '   10' TO HOLD-PROV-CBSA
061310                        P-NEW-CBSA-STAND-AMT-LOC.
061320
061330     IF (P-NEW-PROVIDER-NO = '140059' OR
061340                             '140145')
061350         MOVE '   14' TO HOLD-PROV-CBSA
061360                        P-NEW-CBSA-STAND-AMT-LOC.
061370
061380     IF (P-NEW-PROVIDER-NO = '170074' OR
061390                             '170137')
061400         MOVE '   17' TO HOLD-PROV-CBSA
061410                        P-NEW-CBSA-STAND-AMT-LOC.
061420
061430     IF (P-NEW-PROVIDER-NO = '180016' OR
061440                             '180038')
061450         MOVE '   18' TO HOLD-PROV-CBSA
061460                        P-NEW-CBSA-STAND-AMT-LOC.
061470
061480     IF (P-NEW-PROVIDER-NO = '190008')
061490         MOVE '   19' TO HOLD-PROV-CBSA
061500                        P-NEW-CBSA-STAND-AMT-LOC.
061510
061520     IF (P-NEW-PROVIDER-NO = '220051')
061530         MOVE '   22' TO HOLD-PROV-CBSA
061540                        P-NEW-CBSA-STAND-AMT-LOC.
061550
061560     IF (P-NEW-PROVIDER-NO = '230040' OR
061570                             '230078')
061580         MOVE '   23' TO HOLD-PROV-CBSA
061590                        P-NEW-CBSA-STAND-AMT-LOC.
061600
061610     IF (P-NEW-PROVIDER-NO = '260006' OR
061620                             '260034' OR
061630                             '260047' OR
061640                             '260195')
061650         MOVE '   26' TO HOLD-PROV-CBSA
061660                        P-NEW-CBSA-STAND-AMT-LOC.
061670
061680     IF (P-NEW-PROVIDER-NO = '290009')
061690         MOVE '   29' TO HOLD-PROV-CBSA
061700                        P-NEW-CBSA-STAND-AMT-LOC.
061710
061720     IF (P-NEW-PROVIDER-NO = '330108' OR
061730                             '330235' OR
061740                             '330268')
061750         MOVE '   33' TO HOLD-PROV-CBSA
061760                        P-NEW-CBSA-STAND-AMT-LOC.
061770
061780     IF (P-NEW-PROVIDER-NO = '340010')
061790         MOVE '   34' TO HOLD-PROV-CBSA
061800                        P-NEW-CBSA-STAND-AMT-LOC.
061810
061820     IF (P-NEW-PROVIDER-NO = '350011' OR
061830                             '350015')
061840         MOVE '   35' TO HOLD-PROV-CBSA
061850                        P-NEW-CBSA-STAND-AMT-LOC.
061860
061870     IF (P-NEW-PROVIDER-NO = '360125')
061880         MOVE '   36' TO HOLD-PROV-CBSA
061890                        P-NEW-CBSA-STAND-AMT-LOC.
061900
061910     IF (P-NEW-PROVIDER-NO = '370054')
061920         MOVE '   37' TO HOLD-PROV-CBSA
061930                        P-NEW-CBSA-STAND-AMT-LOC.
061940
061950     IF (P-NEW-PROVIDER-NO = '380040')
061960         MOVE '   38' TO HOLD-PROV-CBSA
061970                        P-NEW-CBSA-STAND-AMT-LOC.
061980
061990     IF (P-NEW-PROVIDER-NO = '390130' OR
062000                             '390183' OR
062010                             '390211')
062020         MOVE '   39' TO HOLD-PROV-CBSA
062030                        P-NEW-CBSA-STAND-AMT-LOC.
062040
062050     IF (P-NEW-PROVIDER-NO = '420009' OR
062060                             '420038')
062070         MOVE '   42' TO HOLD-PROV-CBSA
062080                        P-NEW-CBSA-STAND-AMT-LOC.
062090
062100     IF (P-NEW-PROVIDER-NO = '450052' OR
062110                             '450078' OR
062120                             '450243' OR
062130                             '450348')
062140         MOVE '   45' TO HOLD-PROV-CBSA
062150                        P-NEW-CBSA-STAND-AMT-LOC.
062160
062170     IF (P-NEW-PROVIDER-NO = '490004' OR
062180                             '490116')
062190         MOVE '   49' TO HOLD-PROV-CBSA
062200                        P-NEW-CBSA-STAND-AMT-LOC.
062210
062220     IF (P-NEW-PROVIDER-NO = '500030' OR
062230                             '500148')
062240         MOVE '   50' TO HOLD-PROV-CBSA
062250                        P-NEW-CBSA-STAND-AMT-LOC.
062260
062270     IF (P-NEW-PROVIDER-NO = '510039')
062280         MOVE '   51' TO HOLD-PROV-CBSA
062290                        P-NEW-CBSA-STAND-AMT-LOC.
062300
062310 2800-2014-EXIT.   EXIT.
062320
062330 2900-MOVE-PPS-ADDITIONAL-VARS.
062340
062350***FYS 2013 AND 2014 - 1319 BYTES***
062360     IF DSPC-CALL-1314
062370        MOVE PPS-VARIABLES-SECTION1-1314
062380            TO PPS-VARIABLES-SECTION1
062390        MOVE PPS-NON-TEMP-RELIEF-PMT-1314
062400            TO PPS-NON-TEMP-RELIEF-PAYMENT
062410        MOVE PPS-NEW-TECH-PAY-ADD-ON-1314
062420            TO PPS-NEW-TECH-PAY-ADD-ON
062430        MOVE 0 TO PPS-ISLET-ISOL-PAY-ADD-ON
062440        MOVE PPS-LOW-VOL-PAYMENT-1314
062450            TO PPS-LOW-VOL-PAYMENT
062460        MOVE PPS-VARIABLES-SECTION3-1314
062470            TO PPS-VARIABLES-SECTION3
062480     END-IF.
062490
062500***FYS 2012 AND EARLIER - 1320 BYTES***
062510     IF DSPC-CALL-PRE13-CBSA OR DSPC-CALL-PRE13-MSA
062520        OR DSPC-CALL-OLD-BILL
062530        MOVE PPS-VARIABLES-SECTION1-PRE13
062540            TO PPS-VARIABLES-SECTION1
062550        MOVE PPS-NON-TEMP-RELIEF-PMT-PRE13
062560            TO PPS-NON-TEMP-RELIEF-PAYMENT
062570        MOVE PPS-NEW-TECH-PAY-ADD-ON-PRE13
062580            TO PPS-NEW-TECH-PAY-ADD-ON
062590        MOVE 0 TO PPS-ISLET-ISOL-PAY-ADD-ON
062600        MOVE PPS-LOW-VOL-PAYMENT-PRE13
062610            TO PPS-LOW-VOL-PAYMENT
062620        MOVE PPS-VARIABLES-SECTION3-PRE13
062630            TO PPS-VARIABLES-SECTION3
062640     END-IF.
062650
062660 2900-EXIT.   EXIT.
062670 3000-SELECT-FY-MODULE.
062680***************************************************************
062690****    ACTIVE DISPATCH ROW WHOSE DATE RANGE COVERS THE       *
062700****    DISCHARGE DATE.  UNDER THE PRIOR-FY FORCE A BILL IN   *
062710****    THE NEWEST FISCAL YEAR ON THE TABLE IS LOOKED UP AS   *
062720****    OF THE LAST DAY OF THE YEAR BEFORE, SO IT PRICES      *
062730****    THROUGH THE PRIOR YEAR'S MODULE.  THE ROWS ARE THE    *
062740****    CALLER'S DISP-CTL-TABLE WHEN ONE WAS LOADED, ELSE     *
062750****    THE COMPILED DEFAULT ROWS.                            *
062760***************************************************************
062770     MOVE 'N' TO WK-DSPC-FOUND-SW.
062780     MOVE B-21-DISCHARGE-DATE TO WK-DSPC-LOOKUP-DATE.
062790
062800     IF PPS-FORCE-PRIOR-FY = 'Y'
062810        PERFORM 3010-FIND-NEWEST-FY THRU 3010-EXIT
062820        IF WK-DSPC-LOOKUP-DATE NOT < WK-DSPC-NEWEST-FY
062830           SUBTRACT 71 FROM WK-DSPC-NEWEST-FY
062840               GIVING WK-DSPC-LOOKUP-DATE.
062850
062860     IF DSPC-TABLE-LOADED
062870        PERFORM 3020-TEST-LOADED-ROW THRU 3020-EXIT
062880            VARYING DSPC-SIDX FROM 1 BY 1
062890            UNTIL DSPC-ROW-WAS-FOUND
062900               OR DSPC-SIDX > DSPC-COUNT
062910     ELSE
062920        PERFORM 3030-TEST-DEFAULT-ROW THRU 3030-EXIT
062930            VARYING DFLT-IDX FROM 1 BY 1
062940            UNTIL DSPC-ROW-WAS-FOUND
062950               OR DFLT-IDX > 36.
062960
062970     IF DSPC-ROW-WAS-FOUND AND NOT DSPC-CALL-VALID
062980        MOVE 'N' TO WK-DSPC-FOUND-SW.
062990
063000 3000-EXIT.   EXIT.
063010
063020 3010-FIND-NEWEST-FY.
063030***************************************************************
063040****    OCTOBER 1 OF THE FISCAL YEAR HOLDING THE LATEST       *
063050****    ACTIVE BEGIN DATE ON THE TABLE.                       *
063060***************************************************************
063070     MOVE ZEROES TO WK-DSPC-NEWEST-FY.
063080     IF DSPC-TABLE-LOADED
063090        PERFORM 3015-NEWEST-LOADED-ROW THRU 3015-EXIT
063100            VARYING DSPC-SIDX FROM 1 BY 1
063110            UNTIL DSPC-SIDX > DSPC-COUNT
063120     ELSE
063130        PERFORM 3016-NEWEST-DEFAULT-ROW THRU 3016-EXIT
063140            VARYING DFLT-IDX FROM 1 BY 1
063150            UNTIL DFLT-IDX > 36.
063160
063170     IF WK-DSPC-NEWEST-FY = ZEROES
063180        MOVE ALL '9' TO WK-DSPC-NEWEST-FY
063190        GO TO 3010-EXIT.
063200
063210     IF WK-DSPC-NFY-MM < 10
063220        SUBTRACT 1 FROM WK-DSPC-NFY-YYYY.
063230     MOVE 10 TO WK-DSPC-NFY-MM.
063240     MOVE 01 TO WK-DSPC-NFY-DD.
063250
063260 3010-EXIT.   EXIT.
063270
063280 3015-NEWEST-LOADED-ROW.
063290     IF DSPC-IS-ACTIVE (DSPC-SIDX)
063300        AND DSPC-BEGIN-DATE (DSPC-SIDX) > WK-DSPC-NEWEST-FY
063310            MOVE DSPC-BEGIN-DATE (DSPC-SIDX) TO WK-DSPC-NEWEST-FY.
063320
063330 3015-EXIT.   EXIT.
063340
063350 3016-NEWEST-DEFAULT-ROW.
063360     IF WK-DFLT-BEGIN (DFLT-IDX) > WK-DSPC-NEWEST-FY
063370        MOVE WK-DFLT-BEGIN (DFLT-IDX) TO WK-DSPC-NEWEST-FY.
063380
063390 3016-EXIT.   EXIT.
063400
063410 3020-TEST-LOADED-ROW.
063420     IF DSPC-IS-ACTIVE (DSPC-SIDX)
063430        AND WK-DSPC-LOOKUP-DATE NOT < DSPC-BEGIN-DATE (DSPC-SIDX)
063440        AND WK-DSPC-LOOKUP-DATE NOT > DSPC-END-DATE (DSPC-SIDX)
063450            MOVE DSPC-MODULE (DSPC-SIDX)    TO WK-DSPC-MODULE
063460            MOVE DSPC-INTERFACE (DSPC-SIDX) TO WK-DSPC-INTERFACE
063470            MOVE 'Y' TO WK-DSPC-FOUND-SW.
063480
063490 3020-EXIT.   EXIT.
063500
063510 3030-TEST-DEFAULT-ROW.
063520     IF WK-DSPC-LOOKUP-DATE NOT < WK-DFLT-BEGIN (DFLT-IDX)
063530        AND WK-DSPC-LOOKUP-DATE NOT > WK-DFLT-END (DFLT-IDX)
063540            MOVE WK-DFLT-MODULE (DFLT-IDX)    TO WK-DSPC-MODULE
063550            MOVE WK-DFLT-INTERFACE (DFLT-IDX) TO WK-DSPC-INTERFACE
063560            MOVE 'Y' TO WK-DSPC-FOUND-SW.
063570
063580 3030-EXIT.   EXIT.
063590
063600 3100-CALL-2021-TABLES.
063610***************************************************************
063620****    INTERFACE A - PPCAL215 ONWARD                         *
063630***************************************************************
063640         CALL  WK-DSPC-MODULE USING BILL-DATA-2021
063650                              PPS-DATA
063660                              PRICER-OPT-VERS-SW
063670                              PPS-ADDITIONAL-VARIABLES
063680                              PROV-NEW-HOLD
063690                              WAGE-NEW-CBSA-INDEX-RECORD
063700                              PPHOLDAR-HOLD-AREA
063710                              NEW-TECH-TABLE
063720                              DRG-WEIGHT-FILE-TABLE
063730                              NDC-RATE-TABLE
063740                              OPER-RATE-TABLE
063750                              STATE-CCR-TABLE
063760                              MID-ADJ-TABLE.
063770
063780 3100-EXIT.   EXIT.
063790
063800 3200-CALL-HOLD-MIDNIGHT.
063810***************************************************************
063820****    INTERFACE B - FY 2017 THROUGH FY 2020                 *
063830***************************************************************
063840         CALL  WK-DSPC-MODULE USING BILL-NEW-DATA
063850                              PPS-DATA
063860                              PRICER-OPT-VERS-SW
063870                              PPS-ADDITIONAL-VARIABLES
063880                              PROV-NEW-HOLD
063890                              WAGE-NEW-CBSA-INDEX-RECORD
063900                              PPHOLDAR-HOLD-AREA
063910                              MID-ADJ-TABLE.
063920
063930 3200-EXIT.   EXIT.
063940
063950 3300-CALL-HOLD.
063960***************************************************************
063970****    INTERFACE C - FY 2015 AND FY 2016                     *
063980***************************************************************
063990         CALL  WK-DSPC-MODULE USING BILL-NEW-DATA
064000                              PPS-DATA
064010                              PRICER-OPT-VERS-SW
064020                              PPS-ADDITIONAL-VARIABLES
064030                              PROV-NEW-HOLD
064040                              WAGE-NEW-CBSA-INDEX-RECORD
064050                              PPHOLDAR-HOLD-AREA.
064060           MOVE 0 TO PPS-ISLET-ISOL-PAY-ADD-ON.
064070
064080 3300-EXIT.   EXIT.
064090
064100 3400-CALL-ADDVARS-1314.
064110***************************************************************
064120****    INTERFACE D - FY 2013 AND FY 2014                     *
064130***************************************************************
064140         CALL  WK-DSPC-MODULE USING BILL-NEW-DATA
064150                              PPS-DATA
064160                              PRICER-OPT-VERS-SW
064170                              PPS-ADDITIONAL-VARIABLES-1314
064180                              PROV-NEW-HOLD
064190                              WAGE-NEW-CBSA-INDEX-RECORD.
064200
064210         PERFORM 2900-MOVE-PPS-ADDITIONAL-VARS THRU 2900-EXIT.
064220
064230 3400-EXIT.   EXIT.
064240
064250 3500-CALL-PRE13-CBSA.
064260***************************************************************
064270****    INTERFACE E - FY 2005 THROUGH FY 2012 (CBSAS)         *
064280***************************************************************
064290         CALL  WK-DSPC-MODULE USING BILL-NEW-DATA
064300                              PPS-DATA
064310                              PRICER-OPT-VERS-SW
064320                              PPS-ADDITIONAL-VARIABLES-PRE13
064330                              PROV-NEW-HOLD
064340                              WAGE-NEW-CBSA-INDEX-RECORD.
064350
064360         PERFORM 2900-MOVE-PPS-ADDITIONAL-VARS THRU 2900-EXIT.
064370
064380 3500-EXIT.   EXIT.
064390
064400 3600-CALL-PRE13-MSA.
064410***************************************************************
064420****    INTERFACE F - FY 1999 THROUGH FY 2004 (MSAS)          *
064430***************************************************************
064440         CALL  WK-DSPC-MODULE USING BILL-NEW-DATA
064450                              PPS-DATA
064460                              PRICER-OPT-VERS-SW
064470                              PPS-ADDITIONAL-VARIABLES-PRE13
064480                              PROV-NEW-HOLD
064490                              WAGE-NEW-INDEX-RECORD.
064500
064510         PERFORM 2900-MOVE-PPS-ADDITIONAL-VARS THRU 2900-EXIT.
064520
064530 3600-EXIT.   EXIT.
064540
064550 3700-CALL-OLD-BILL.
064560***************************************************************
064570****    INTERFACE G - FY 1988 THROUGH FY 1998, OLD BILL AND   *
064580****    PROVIDER FORMAT                                       *
064590***************************************************************
064600         CALL  WK-DSPC-MODULE USING BILL-DATA
064610                              PPS-DATA
064620                              PRICER-OPT-VERS-SW
064630                              PPS-ADDITIONAL-VARIABLES-PRE13
064640                              PROV-HOLD
064650                              WAGE-INDEX-RECORD.
064660
064670         PERFORM 2900-MOVE-PPS-ADDITIONAL-VARS THRU 2900-EXIT.
064680
064690 3700-EXIT.   EXIT.
064700
064710***************************************************************
064720******       L A S T   S O U R C E   S T A T E M E N T    *****
