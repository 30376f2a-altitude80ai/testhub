000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPLAY215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - OUTBOUND EXTRACT LAYOUT REGISTRY.
000070*          - EVERY MACHINE-READABLE EXTRACT BEGINS WITH A
000080*            LAYHDR HEADER NAMING ITS LAYOUT, VERSION,
000090*            RECORD LENGTH AND PRODUCING RUN.  THIS PROGRAM
000100*            KEEPS THE REGISTRY OF WHAT EACH LAYOUT VERSION
000110*            CONTAINS (COPYBOOK LAYREG, CARRIED FROM
000120*            LAYREGIN TO LAYREGOT) AND PRINTS THE
000130*            DOCUMENTATION THE CONSUMERS BUILD TO.
000140*          - FUNCTION= CARD:
000150*              REGISTER - PROVE THE LAYDICT DICTIONARY (EACH
000160*                         LAYOUT'S FIELD LENGTHS ADD UP TO
000170*                         ITS RECORD LENGTH), ADD EVERY
000180*                         LAYOUT VERSION NOT YET ON THE
000190*                         REGISTRY, AND PRINT THE
000200*                         DOCUMENTATION.  A VERSION ALREADY
000210*                         REGISTERED WITH DIFFERENT FIELDS,
000220*                         OR A DICTIONARY VERSION BELOW THE
000230*                         REGISTRY'S, IS REFUSED - THE
000240*                         LAYOUT CHANGED WITHOUT ITS VERSION
000250*                         BEING RAISED.
000260*              DOC      - PRINT THE DOCUMENTATION FROM THE
000270*                         REGISTRY ONLY.
000280*          - LAYOUT= LIMITS THE DOCUMENTATION TO ONE LAYOUT.
000290*          - THE DOCUMENTATION (LAYDOC) LISTS EVERY VERSION
000300*            OF EACH LAYOUT WITH ITS FIELDS, FROM/TO
000310*            POSITIONS AND PICTURES, AND WHAT CHANGED FROM
000320*            THE VERSION BEFORE IT.
000330*          - RETURN CODES: 12 - A VERSION REFUSED (THE
000340*            REGISTRY IS CARRIED FORWARD UNCHANGED); 16 -
000350*            BAD CARDS, AN INCONSISTENT DICTIONARY, OR THE
000360*            REGISTRY TABLE FULL.
000370 DATE-COMPILED.
000380****************************************************************
000390*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000400*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000410*   IS THAT OF THE USER.                                       *
000420****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.            IBM-370.
000460 OBJECT-COMPUTER.            IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT LAY-PARM-FILE   ASSIGN TO LAYPARM
000500                            ORGANIZATION IS LINE SEQUENTIAL
000510                            FILE STATUS IS WK-PARM-STATUS.
000520     SELECT REG-FILE-IN     ASSIGN TO LAYREGIN
000530                            ORGANIZATION IS SEQUENTIAL
000540                            FILE STATUS IS WK-REGIN-STATUS.
000550     SELECT REG-FILE-OUT    ASSIGN TO LAYREGOT
000560                            ORGANIZATION IS SEQUENTIAL.
000570     SELECT LAY-DOC-OUT     ASSIGN TO LAYDOC
000580                            ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  LAY-PARM-FILE
000620     RECORDING MODE IS F.
000630 01  LAY-PARM-REC                PIC X(80).
000640*----------------------------------------------------------*
000650* LAYOUT REGISTRY, PRIOR AND NEW (COPYBOOK LAYREG).        *
000660*----------------------------------------------------------*
000670 FD  REG-FILE-IN
000680     RECORDING MODE IS F.
000690 01  REG-IN-REC                  PIC X(130).
000700 FD  REG-FILE-OUT
000710     RECORDING MODE IS F.
000720 01  REG-OUT-REC                 PIC X(130).
000730*----------------------------------------------------------*
000740* CONSUMER DOCUMENTATION OF EVERY REGISTERED LAYOUT.       *
000750*----------------------------------------------------------*
000760 FD  LAY-DOC-OUT
000770     RECORDING MODE IS F.
000780 01  LAY-DOC-LINE                PIC X(132).
000790 WORKING-STORAGE SECTION.
000800 01  W-STORAGE-REF                  PIC X(48)  VALUE
000810     'P P L A Y 2 1 5 - W O R K I N G   S T O R A G E'.
000820 01  LAY-VERSION                    PIC X(05) VALUE 'L21.5'.
000830 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
000840 01  WK-REGIN-STATUS            PIC X(02) VALUE SPACES.
000850 01  WK-SWITCHES.
000860     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
000870         88  PARM-AT-EOF        VALUE 'Y'.
000880     05  WK-REG-EOF             PIC X(01) VALUE 'N'.
000890         88  REG-AT-EOF         VALUE 'Y'.
000900     05  WK-REFUSE-SW           PIC X(01) VALUE 'N'.
000910         88  VERSION-REFUSED    VALUE 'Y'.
000920     05  WK-DIFFER-SW           PIC X(01) VALUE 'N'.
000930         88  FIELDS-DIFFER      VALUE 'Y'.
000940 01  WK-FUNCTION                PIC X(08) VALUE SPACES.
000950     88  FUNCTION-REGISTER      VALUE 'REGISTER'.
000960     88  FUNCTION-DOC           VALUE 'DOC'.
000970 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
000980 01  WK-RC-VALUE                PIC X(60) VALUE SPACES.
000990 01  WK-DOC-LAYOUT              PIC X(08) VALUE SPACES.
001000 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
001010 COPY LAYDICT.
001020 COPY LAYREG.
001030*----------------------------------------------------------*
001040* THE REGISTRY IN STORAGE, IN FILE ORDER, WITH NEW         *
001050* VERSIONS ADDED AT THE END.                               *
001060*----------------------------------------------------------*
001070 01  WK-RT-COUNT                PIC 9(05) COMP VALUE ZEROES.
001080 01  WK-RT-I                    PIC 9(05) COMP VALUE ZEROES.
001090 01  WK-RT-J                    PIC 9(05) COMP VALUE ZEROES.
001100 01  WK-RT-FOUND                PIC 9(05) COMP VALUE ZEROES.
001110 01  WK-RT-PRIOR-FOUND          PIC 9(05) COMP VALUE ZEROES.
001120 01  WK-RT-FOUND-FIELD          PIC 9(05) COMP VALUE ZEROES.
001130 01  WK-REG-TABLE.
001140     05  RT-ENTRY OCCURS 3000 TIMES.
001150         10  RT-ROW-TYPE        PIC X(01).
001160         10  RT-LAYOUT-ID       PIC X(08).
001170         10  RT-VERSION         PIC 9(03).
001180         10  RT-FIELD-SEQ       PIC 9(03).
001190         10  RT-FIELD-NAME      PIC X(30).
001200         10  RT-OFFSET          PIC 9(05).
001210         10  RT-LENGTH          PIC 9(05).
001220         10  RT-PICTURE         PIC X(13).
001230         10  RT-DESC-TEXT       PIC X(40).
001240         10  RT-REG-DATE        PIC 9(08).
001250         10  FILLER             PIC X(14).
001260*----------------------------------------------------------*
001270* DICTIONARY WALK - THE LAYOUT ROW BEING PROVED OR         *
001280* REGISTERED AND ITS RUNNING FIELD OFFSET.                 *
001290*----------------------------------------------------------*
001300 01  WK-LD-I                    PIC 9(03) COMP VALUE ZEROES.
001310 01  WK-LD-LAYOUT               PIC 9(03) COMP VALUE ZEROES.
001320 01  WK-LD-FIELDS               PIC 9(03) COMP VALUE ZEROES.
001330 01  WK-LD-SUM                  PIC 9(05) VALUE ZEROES.
001340 01  WK-LD-OFFSET               PIC 9(05) VALUE ZEROES.
001350 01  WK-LD-SEQ                  PIC 9(03) VALUE ZEROES.
001360 01  WK-LD-BAD                  PIC 9(03) VALUE ZEROES.
001370 01  WK-CUR-ID                  PIC X(08) VALUE SPACES.
001380 01  WK-CUR-VERSION             PIC 9(03) VALUE ZEROES.
001390 01  WK-PRIOR-VERSION           PIC 9(03) VALUE ZEROES.
001400 01  WK-HIGH-VERSION            PIC 9(03) VALUE ZEROES.
001410*----------------------------------------------------------*
001420* DOCUMENTATION WALK - THE LAYOUTS IN REGISTRY ORDER.      *
001430*----------------------------------------------------------*
001440 01  WK-DL-COUNT                PIC 9(03) COMP VALUE ZEROES.
001450 01  WK-DL-I                    PIC 9(03) COMP VALUE ZEROES.
001460 01  WK-DL-FOUND                PIC 9(03) COMP VALUE ZEROES.
001470 01  WK-DOC-IDS.
001480     05  DL-LAYOUT-ID           PIC X(08) OCCURS 100 TIMES.
001490 01  WK-NEXT-VERSION            PIC 9(03) VALUE ZEROES.
001500 01  WK-CHANGE-COUNT            PIC 9(03) VALUE ZEROES.
001510 01  WK-COUNTERS.
001520     05  WK-REG-IN              PIC 9(07) VALUE ZEROES.
001530     05  WK-REG-OUT             PIC 9(07) VALUE ZEROES.
001540     05  WK-VERSIONS-ADDED      PIC 9(05) VALUE ZEROES.
001550     05  WK-VERSIONS-KNOWN      PIC 9(05) VALUE ZEROES.
001560     05  WK-VERSIONS-REFUSED    PIC 9(05) VALUE ZEROES.
001570     05  WK-VERSIONS-DOC        PIC 9(05) VALUE ZEROES.
001580*----------------------------------------------------------*
001590* DOCUMENTATION LINES.                                     *
001600*----------------------------------------------------------*
001610 01  WK-LD-TITLE-LINE.
001620     05  FILLER              PIC X(40) VALUE
001630         'OUTBOUND EXTRACT RECORD LAYOUTS - AS REG'.
001640     05  FILLER              PIC X(14) VALUE
001650         'ISTERED  DATE '.
001660     05  WK-LT-DATE          PIC 9(08).
001670     05  FILLER              PIC X(07) VALUE '  VERS '.
001680     05  WK-LT-VERSION       PIC X(05).
001690 01  WK-LD-RULE-LINE         PIC X(132) VALUE ALL '='.
001700 01  WK-LD-DASH-LINE         PIC X(132) VALUE ALL '-'.
001710 01  WK-LD-TEXT-LINE         PIC X(132).
001720 01  WK-LD-LAYOUT-LINE.
001730     05  FILLER              PIC X(08) VALUE ' LAYOUT '.
001740     05  WK-LL-ID            PIC X(08).
001750     05  FILLER              PIC X(10) VALUE '  VERSION '.
001760     05  WK-LL-VERSION       PIC 9(03).
001770     05  FILLER              PIC X(17) VALUE
001780         '  RECORD LENGTH '.
001790     05  WK-LL-LENGTH        PIC ZZZZ9.
001800     05  FILLER              PIC X(15) VALUE
001810         '  PRODUCED BY '.
001820     05  WK-LL-PRODUCER      PIC X(08).
001830     05  FILLER              PIC X(14) VALUE
001840         '  REGISTERED '.
001850     05  WK-LL-REG-DATE      PIC 9(08).
001860     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  WK-LL-CURRENT       PIC X(17).
001880 01  WK-LD-NAME-LINE.
001890     05  FILLER              PIC X(08) VALUE SPACES.
001900     05  WK-LN-TITLE         PIC X(40).
001910     05  FILLER              PIC X(10) VALUE '  FIELDS '.
001920     05  WK-LN-FIELDS        PIC ZZ9.
001930 01  WK-LD-HEADING.
001940     05  FILLER              PIC X(40) VALUE
001950         '    SEQ  FIELD NAME                     '.
001960     05  FILLER              PIC X(40) VALUE
001970         '  FROM     TO  LENGTH  PICTURE        DE'.
001980     05  FILLER              PIC X(11) VALUE
001990         'SCRIPTION  '.
002000 01  WK-LD-FIELD-LINE.
002010     05  FILLER              PIC X(04) VALUE SPACES.
002020     05  WK-LF-SEQ           PIC ZZ9.
002030     05  FILLER              PIC X(02) VALUE SPACES.
002040     05  WK-LF-NAME          PIC X(30).
002050     05  FILLER              PIC X(02) VALUE SPACES.
002060     05  WK-LF-FROM          PIC ZZZZ9.
002070     05  FILLER              PIC X(02) VALUE SPACES.
002080     05  WK-LF-TO            PIC ZZZZ9.
002090     05  FILLER              PIC X(03) VALUE SPACES.
002100     05  WK-LF-LENGTH        PIC ZZZZ9.
002110     05  FILLER              PIC X(02) VALUE SPACES.
002120     05  WK-LF-PICTURE       PIC X(13).
002130     05  FILLER              PIC X(02) VALUE SPACES.
002140     05  WK-LF-DESC          PIC X(40).
002150 01  WK-LD-CHANGE-LINE.
002160     05  FILLER              PIC X(09) VALUE SPACES.
002170     05  WK-LC-WHAT          PIC X(09).
002180     05  WK-LC-NAME          PIC X(30).
002190     05  FILLER              PIC X(02) VALUE SPACES.
002200     05  WK-LC-DETAIL        PIC X(60).
002210 01  WK-LC-WAS.
002220     05  FILLER              PIC X(09) VALUE 'WAS FROM '.
002230     05  WK-LW-FROM          PIC ZZZZ9.
002240     05  FILLER              PIC X(08) VALUE ' LENGTH '.
002250     05  WK-LW-LENGTH        PIC ZZZZ9.
002260     05  FILLER              PIC X(01) VALUE SPACES.
002270     05  WK-LW-PICTURE       PIC X(13).
002280 01  WK-LD-COUNT-LINE.
002290     05  FILLER              PIC X(02) VALUE SPACES.
002300     05  WK-LK-LABEL         PIC X(44).
002310     05  WK-LK-COUNT         PIC ZZZ,ZZ9.
002320 PROCEDURE DIVISION.
002330*===========================================================*
002340* 0000-MAINLINE                                              *
002350*===========================================================*
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002380     IF FUNCTION-REGISTER
002390         PERFORM 2000-REGISTER    THRU 2000-EXIT
002400     END-IF.
002410     PERFORM 3000-WRITE-DOC       THRU 3000-EXIT.
002420     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002430     STOP RUN.
002440*===========================================================*
002450* 1000-INITIALIZE - THE CARDS AND THE PRIOR REGISTRY.        *
002460*===========================================================*
002470 1000-INITIALIZE.
002480     OPEN INPUT LAY-PARM-FILE.
002490     IF WK-PARM-STATUS = '00'
002500         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
002510             UNTIL PARM-AT-EOF
002520         CLOSE LAY-PARM-FILE
002530     END-IF.
002540     IF NOT FUNCTION-REGISTER AND NOT FUNCTION-DOC
002550         DISPLAY 'PPLAY215 - FUNCTION=REGISTER OR DOC IS '
002560                 'REQUIRED'
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
002610     OPEN INPUT REG-FILE-IN.
002620     IF WK-REGIN-STATUS = '00'
002630         PERFORM 1200-LOAD-ONE-ROW THRU 1200-EXIT
002640             UNTIL REG-AT-EOF
002650         CLOSE REG-FILE-IN
002660     ELSE
002670         DISPLAY 'PPLAY215 - NO PRIOR LAYOUT REGISTRY - '
002680                 'STARTING A NEW ONE'
002690     END-IF.
002700 1000-EXIT.
002710     EXIT.
002720 1100-READ-ONE-PARM.
002730     READ LAY-PARM-FILE
002740         AT END
002750             SET PARM-AT-EOF TO TRUE
002760             GO TO 1100-EXIT
002770     END-READ.
002780     IF LAY-PARM-REC = SPACES OR LAY-PARM-REC(1:1) = '*'
002790         GO TO 1100-EXIT
002800     END-IF.
002810     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
002820     UNSTRING LAY-PARM-REC DELIMITED BY '='
002830         INTO WK-RC-KEYWORD WK-RC-VALUE.
002840     EVALUATE WK-RC-KEYWORD
002850         WHEN 'FUNCTION'
002860             MOVE WK-RC-VALUE(1:8) TO WK-FUNCTION
002870         WHEN 'LAYOUT'
002880             MOVE WK-RC-VALUE(1:8) TO WK-DOC-LAYOUT
002890         WHEN OTHER
002900             DISPLAY 'PPLAY215 - UNKNOWN PARAMETER IGNORED: '
002910                     WK-RC-KEYWORD
002920     END-EVALUATE.
002930 1100-EXIT.
002940     EXIT.
002950 1200-LOAD-ONE-ROW.
002960     READ REG-FILE-IN
002970         AT END
002980             SET REG-AT-EOF TO TRUE
002990             GO TO 1200-EXIT
003000     END-READ.
003010     ADD 1 TO WK-REG-IN.
003020     IF WK-RT-COUNT NOT < 3000
003030         DISPLAY 'PPLAY215 - LAYOUT REGISTRY TABLE FULL AT '
003040                 '3000 ROWS'
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     ADD 1 TO WK-RT-COUNT.
003090     MOVE REG-IN-REC TO RT-ENTRY(WK-RT-COUNT).
003100 1200-EXIT.
003110     EXIT.
003120*===========================================================*
003130* 2000-REGISTER - PROVE THE DICTIONARY, THEN TAKE EACH OF    *
003140* ITS LAYOUT VERSIONS IN TURN AND WRITE THE REGISTRY.        *
003150*===========================================================*
003160 2000-REGISTER.
003170     PERFORM 2100-PROVE-ONE-LAYOUT THRU 2100-EXIT
003180         VARYING WK-LD-LAYOUT FROM 1 BY 1
003190         UNTIL WK-LD-LAYOUT > LAYOUT-DICT-COUNT.
003200     IF WK-LD-BAD > 0
003210         DISPLAY 'PPLAY215 - LAYOUT DICTIONARY IS INCONSISTENT '
003220                 '- NOTHING REGISTERED'
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     PERFORM 2200-REGISTER-ONE-LAYOUT THRU 2200-EXIT
003270         VARYING WK-LD-LAYOUT FROM 1 BY 1
003280         UNTIL WK-LD-LAYOUT > LAYOUT-DICT-COUNT.
003290     IF VERSION-REFUSED
003300         DISPLAY 'PPLAY215 - A LAYOUT CHANGED WITHOUT ITS '
003310                 'VERSION BEING RAISED - REGISTRY NOT CHANGED'
003320         MOVE 12 TO RETURN-CODE
003330     END-IF.
003340     OPEN OUTPUT REG-FILE-OUT.
003350     PERFORM 2600-WRITE-ONE-ROW THRU 2600-EXIT
003360         VARYING WK-RT-I FROM 1 BY 1
003370         UNTIL WK-RT-I > WK-RT-COUNT.
003380     CLOSE REG-FILE-OUT.
003390 2000-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------*
003420* 2100-PROVE-ONE-LAYOUT - A LAYOUT ROW'S FIELDS MUST ADD UP  *
003430* TO ITS RECORD LENGTH.                                      *
003440*-----------------------------------------------------------*
003450 2100-PROVE-ONE-LAYOUT.
003460     IF NOT LD-LAYOUT-ROW(WK-LD-LAYOUT)
003470         GO TO 2100-EXIT
003480     END-IF.
003490     MOVE ZEROES TO WK-LD-SUM WK-LD-FIELDS.
003500     COMPUTE WK-LD-I = WK-LD-LAYOUT + 1.
003510     PERFORM 2110-ADD-ONE-LENGTH THRU 2110-EXIT
003520         UNTIL WK-LD-I > LAYOUT-DICT-COUNT.
003530     IF WK-LD-FIELDS = 0
003540        OR WK-LD-SUM NOT = LD-LENGTH(WK-LD-LAYOUT)
003550         DISPLAY 'PPLAY215 - LAYOUT ' LD-LAYOUT-ID(WK-LD-LAYOUT)
003560                 ' VERSION ' LD-LAYOUT-VERSION(WK-LD-LAYOUT)
003570                 ' FIELDS TOTAL ' WK-LD-SUM ' - RECORD LENGTH '
003580                 LD-LENGTH(WK-LD-LAYOUT)
003590         ADD 1 TO WK-LD-BAD
003600     END-IF.
003610 2100-EXIT.
003620     EXIT.
003630 2110-ADD-ONE-LENGTH.
003640     IF LD-LAYOUT-ROW(WK-LD-I)
003650         MOVE LAYOUT-DICT-COUNT TO WK-LD-I
003660     ELSE
003670         ADD LD-LENGTH(WK-LD-I) TO WK-LD-SUM
003680         ADD 1 TO WK-LD-FIELDS
003690     END-IF.
003700     ADD 1 TO WK-LD-I.
003710 2110-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------*
003740* 2200-REGISTER-ONE-LAYOUT - A VERSION ALREADY REGISTERED    *
003750* MUST MATCH FIELD FOR FIELD; A NEW ONE MUST BE ABOVE EVERY  *
003760* REGISTERED VERSION OF ITS LAYOUT AND IS ADDED.             *
003770*-----------------------------------------------------------*
003780 2200-REGISTER-ONE-LAYOUT.
003790     IF NOT LD-LAYOUT-ROW(WK-LD-LAYOUT)
003800         GO TO 2200-EXIT
003810     END-IF.
003820     MOVE LD-LAYOUT-ID(WK-LD-LAYOUT)      TO WK-CUR-ID.
003830     MOVE LD-LAYOUT-VERSION(WK-LD-LAYOUT) TO WK-CUR-VERSION.
003840     MOVE ZEROES TO WK-RT-FOUND WK-HIGH-VERSION.
003850     PERFORM 2210-FIND-VERSION THRU 2210-EXIT
003860         VARYING WK-RT-I FROM 1 BY 1
003870         UNTIL WK-RT-I > WK-RT-COUNT.
003880     IF WK-RT-FOUND > 0
003890         PERFORM 2300-COMPARE-VERSION THRU 2300-EXIT
003900         GO TO 2200-EXIT
003910     END-IF.
003920     IF WK-HIGH-VERSION > WK-CUR-VERSION
003930         DISPLAY 'PPLAY215 - LAYOUT ' WK-CUR-ID ' VERSION '
003940                 WK-CUR-VERSION ' IS BELOW REGISTERED VERSION '
003950                 WK-HIGH-VERSION
003960         SET VERSION-REFUSED TO TRUE
003970         ADD 1 TO WK-VERSIONS-REFUSED
003980         GO TO 2200-EXIT
003990     END-IF.
004000     PERFORM 2400-ADD-VERSION THRU 2400-EXIT.
004010 2200-EXIT.
004020     EXIT.
004030 2210-FIND-VERSION.
004040     IF RT-ROW-TYPE(WK-RT-I) NOT = 'L'
004050        OR RT-LAYOUT-ID(WK-RT-I) NOT = WK-CUR-ID
004060         GO TO 2210-EXIT
004070     END-IF.
004080     IF RT-VERSION(WK-RT-I) > WK-HIGH-VERSION
004090         MOVE RT-VERSION(WK-RT-I) TO WK-HIGH-VERSION
004100     END-IF.
004110     IF RT-VERSION(WK-RT-I) = WK-CUR-VERSION
004120         MOVE WK-RT-I TO WK-RT-FOUND
004130     END-IF.
004140 2210-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------*
004170* 2300-COMPARE-VERSION - THE REGISTERED ROWS FOR THIS        *
004180* VERSION AGAINST THE DICTIONARY: SAME RECORD LENGTH, SAME   *
004190* FIELDS IN THE SAME ORDER AT THE SAME LENGTHS AND PICTURES. *
004200* DESCRIPTIONS MAY BE REWORDED.                              *
004210*-----------------------------------------------------------*
004220 2300-COMPARE-VERSION.
004230     MOVE 'N' TO WK-DIFFER-SW.
004240     IF RT-LENGTH(WK-RT-FOUND) NOT = LD-LENGTH(WK-LD-LAYOUT)
004250         SET FIELDS-DIFFER TO TRUE
004260     END-IF.
004270     MOVE ZEROES TO WK-LD-SEQ.
004280     COMPUTE WK-LD-I = WK-LD-LAYOUT + 1.
004290     PERFORM 2310-COMPARE-ONE-FIELD THRU 2310-EXIT
004300         UNTIL WK-LD-I > LAYOUT-DICT-COUNT.
004310     IF WK-LD-SEQ NOT = RT-OFFSET(WK-RT-FOUND)
004320         SET FIELDS-DIFFER TO TRUE
004330     END-IF.
004340     IF FIELDS-DIFFER
004350         DISPLAY 'PPLAY215 - LAYOUT ' WK-CUR-ID ' VERSION '
004360                 WK-CUR-VERSION ' IS REGISTERED WITH DIFFERENT '
004370                 'FIELDS - RAISE ITS VERSION'
004380         SET VERSION-REFUSED TO TRUE
004390         ADD 1 TO WK-VERSIONS-REFUSED
004400     ELSE
004410         ADD 1 TO WK-VERSIONS-KNOWN
004420     END-IF.
004430 2300-EXIT.
004440     EXIT.
004450 2310-COMPARE-ONE-FIELD.
004460     IF LD-LAYOUT-ROW(WK-LD-I)
004470         MOVE LAYOUT-DICT-COUNT TO WK-LD-I
004480         ADD 1 TO WK-LD-I
004490         GO TO 2310-EXIT
004500     END-IF.
004510     ADD 1 TO WK-LD-SEQ.
004520     COMPUTE WK-RT-J = WK-RT-FOUND + WK-LD-SEQ.
004530     IF WK-RT-J > WK-RT-COUNT
004540         SET FIELDS-DIFFER TO TRUE
004550     ELSE
004560         IF RT-ROW-TYPE(WK-RT-J) NOT = 'F'
004570            OR RT-LAYOUT-ID(WK-RT-J) NOT = WK-CUR-ID
004580            OR RT-VERSION(WK-RT-J) NOT = WK-CUR-VERSION
004590            OR RT-FIELD-NAME(WK-RT-J) NOT = LD-FIELD-NAME(WK-LD-I)
004600            OR RT-LENGTH(WK-RT-J) NOT = LD-LENGTH(WK-LD-I)
004610            OR RT-PICTURE(WK-RT-J) NOT = LD-PICTURE(WK-LD-I)
004620             SET FIELDS-DIFFER TO TRUE
004630         END-IF
004640     END-IF.
004650     ADD 1 TO WK-LD-I.
004660 2310-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------*
004690* 2400-ADD-VERSION - THE LAYOUT ROW AND ITS FIELD ROWS, WITH *
004700* EACH FIELD'S FIRST BYTE WORKED OUT FROM THE LENGTHS.       *
004710*-----------------------------------------------------------*
004720 2400-ADD-VERSION.
004730     COMPUTE WK-RT-J = WK-RT-COUNT + 1.
004740     MOVE SPACES TO LAYOUT-REG-REC.
004750     SET LR-LAYOUT-ROW TO TRUE.
004760     MOVE WK-CUR-ID                      TO LR-LAYOUT-ID.
004770     MOVE WK-CUR-VERSION                 TO LR-LAYOUT-VERSION.
004780     MOVE ZEROES                         TO LR-FIELD-SEQ.
004790     MOVE LD-PRODUCER(WK-LD-LAYOUT)      TO LR-PRODUCER.
004800     MOVE LD-LENGTH(WK-LD-LAYOUT)        TO LR-LENGTH.
004810     MOVE SPACES                         TO LR-PICTURE.
004820     MOVE LD-DESC-TEXT(WK-LD-LAYOUT)     TO LR-DESC-TEXT.
004830     MOVE WK-RUN-DATE                    TO LR-REGISTERED-DATE.
004840     PERFORM 2450-ADD-ROW THRU 2450-EXIT.
004850     MOVE 1 TO WK-LD-OFFSET.
004860     MOVE ZEROES TO WK-LD-SEQ.
004870     COMPUTE WK-LD-I = WK-LD-LAYOUT + 1.
004880     PERFORM 2410-ADD-ONE-FIELD THRU 2410-EXIT
004890         UNTIL WK-LD-I > LAYOUT-DICT-COUNT.
004900     MOVE WK-LD-SEQ TO RT-OFFSET(WK-RT-J).
004910     ADD 1 TO WK-VERSIONS-ADDED.
004920     DISPLAY 'PPLAY215 - REGISTERED ' WK-CUR-ID ' VERSION '
004930             WK-CUR-VERSION ' - ' WK-LD-SEQ ' FIELDS'.
004940 2400-EXIT.
004950     EXIT.
004960 2410-ADD-ONE-FIELD.
004970     IF LD-LAYOUT-ROW(WK-LD-I)
004980         MOVE LAYOUT-DICT-COUNT TO WK-LD-I
004990         ADD 1 TO WK-LD-I
005000         GO TO 2410-EXIT
005010     END-IF.
005020     ADD 1 TO WK-LD-SEQ.
005030     MOVE SPACES TO LAYOUT-REG-REC.
005040     SET LR-FIELD-ROW TO TRUE.
005050     MOVE WK-CUR-ID                  TO LR-LAYOUT-ID.
005060     MOVE WK-CUR-VERSION             TO LR-LAYOUT-VERSION.
005070     MOVE WK-LD-SEQ                  TO LR-FIELD-SEQ.
005080     MOVE LD-FIELD-NAME(WK-LD-I)     TO LR-FIELD-NAME.
005090     MOVE WK-LD-OFFSET               TO LR-OFFSET.
005100     MOVE LD-LENGTH(WK-LD-I)         TO LR-LENGTH.
005110     MOVE LD-PICTURE(WK-LD-I)        TO LR-PICTURE.
005120     MOVE LD-DESC-TEXT(WK-LD-I)      TO LR-DESC-TEXT.
005130     MOVE WK-RUN-DATE                TO LR-REGISTERED-DATE.
005140     PERFORM 2450-ADD-ROW THRU 2450-EXIT.
005150     ADD LD-LENGTH(WK-LD-I) TO WK-LD-OFFSET.
005160     ADD 1 TO WK-LD-I.
005170 2410-EXIT.
005180     EXIT.
005190 2450-ADD-ROW.
005200     IF WK-RT-COUNT NOT < 3000
005210         DISPLAY 'PPLAY215 - LAYOUT REGISTRY TABLE FULL AT '
005220                 '3000 ROWS'
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260     ADD 1 TO WK-RT-COUNT.
005270     MOVE LAYOUT-REG-REC TO RT-ENTRY(WK-RT-COUNT).
005280 2450-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------*
005310* 2600-WRITE-ONE-ROW - A REFUSED RUN WRITES ONLY THE ROWS    *
005320* IT READ.                                                   *
005330*-----------------------------------------------------------*
005340 2600-WRITE-ONE-ROW.
005350     IF VERSION-REFUSED AND WK-RT-I > WK-REG-IN
005360         GO TO 2600-EXIT
005370     END-IF.
005380     MOVE RT-ENTRY(WK-RT-I) TO REG-OUT-REC.
005390     WRITE REG-OUT-REC.
005400     ADD 1 TO WK-REG-OUT.
005410 2600-EXIT.
005420     EXIT.
005430*===========================================================*
005440* 3000-WRITE-DOC - EVERY REGISTERED LAYOUT, IN THE ORDER IT  *
005450* FIRST APPEARS ON THE REGISTRY, EACH OF ITS VERSIONS FROM   *
005460* THE OLDEST.                                                *
005470*===========================================================*
005480 3000-WRITE-DOC.
005490     OPEN OUTPUT LAY-DOC-OUT.
005500     MOVE WK-RUN-DATE TO WK-LT-DATE.
005510     MOVE LAY-VERSION TO WK-LT-VERSION.
005520     MOVE WK-LD-TITLE-LINE TO LAY-DOC-LINE.
005530     WRITE LAY-DOC-LINE.
005540     MOVE WK-LD-RULE-LINE TO LAY-DOC-LINE.
005550     WRITE LAY-DOC-LINE.
005560     MOVE 'EVERY EXTRACT BEGINS WITH ONE 52-BYTE HEADER RECORD'
005570         TO WK-LD-TEXT-LINE.
005580     MOVE ' (REST OF RECORD SPACES) BEFORE ITS DATA RECORDS:'
005590         TO WK-LD-TEXT-LINE(52:50).
005600     PERFORM 3900-WRITE-TEXT THRU 3900-EXIT.
005610     MOVE '    1- 4 TAG ''*LAY''    5-12 LAYOUT ID    13-15 '
005620         TO WK-LD-TEXT-LINE.
005630     MOVE 'VERSION    16-20 RECORD LENGTH'
005640         TO WK-LD-TEXT-LINE(48:30).
005650     PERFORM 3900-WRITE-TEXT THRU 3900-EXIT.
005660     MOVE '   21-28 RUN ID       29-36 RUN DATE CCYYMMDD   '
005670         TO WK-LD-TEXT-LINE.
005680     MOVE '37-44 RUN TIME    45-52 PRODUCING PROGRAM'
005690         TO WK-LD-TEXT-LINE(50:41).
005700     PERFORM 3900-WRITE-TEXT THRU 3900-EXIT.
005710     MOVE 'A FILE WITH NO HEADER RECORD WAS WRITTEN BEFORE '
005720         TO WK-LD-TEXT-LINE.
005730     MOVE 'HEADERS BEGAN AND IS IN VERSION 001 OF ITS LAYOUT.'
005740         TO WK-LD-TEXT-LINE(49:50).
005750     PERFORM 3900-WRITE-TEXT THRU 3900-EXIT.
005760     PERFORM 3050-LIST-ONE-LAYOUT-ID THRU 3050-EXIT
005770         VARYING WK-RT-I FROM 1 BY 1
005780         UNTIL WK-RT-I > WK-RT-COUNT.
005790     PERFORM 3100-DOC-ONE-LAYOUT THRU 3100-EXIT
005800         VARYING WK-DL-I FROM 1 BY 1
005810         UNTIL WK-DL-I > WK-DL-COUNT.
005820 3000-EXIT.
005830     EXIT.
005840 3050-LIST-ONE-LAYOUT-ID.
005850     IF RT-ROW-TYPE(WK-RT-I) NOT = 'L'
005860         GO TO 3050-EXIT
005870     END-IF.
005880     IF WK-DOC-LAYOUT NOT = SPACES
005890        AND RT-LAYOUT-ID(WK-RT-I) NOT = WK-DOC-LAYOUT
005900         GO TO 3050-EXIT
005910     END-IF.
005920     MOVE ZEROES TO WK-DL-FOUND.
005930     PERFORM 3060-CHECK-ONE-ID THRU 3060-EXIT
005940         VARYING WK-DL-I FROM 1 BY 1
005950         UNTIL WK-DL-I > WK-DL-COUNT OR WK-DL-FOUND > 0.
005960     IF WK-DL-FOUND = 0 AND WK-DL-COUNT < 100
005970         ADD 1 TO WK-DL-COUNT
005980         MOVE RT-LAYOUT-ID(WK-RT-I) TO DL-LAYOUT-ID(WK-DL-COUNT)
005990     END-IF.
006000 3050-EXIT.
006010     EXIT.
006020 3060-CHECK-ONE-ID.
006030     IF DL-LAYOUT-ID(WK-DL-I) = RT-LAYOUT-ID(WK-RT-I)
006040         MOVE WK-DL-I TO WK-DL-FOUND
006050     END-IF.
006060 3060-EXIT.
006070     EXIT.
006080*-----------------------------------------------------------*
006090* 3100-DOC-ONE-LAYOUT - FIND EACH NEXT-HIGHER VERSION OF THE *
006100* LAYOUT AND PRINT IT.                                       *
006110*-----------------------------------------------------------*
006120 3100-DOC-ONE-LAYOUT.
006130     MOVE DL-LAYOUT-ID(WK-DL-I) TO WK-CUR-ID.
006140     MOVE ZEROES TO WK-CUR-VERSION WK-PRIOR-VERSION
006150                    WK-RT-PRIOR-FOUND WK-HIGH-VERSION.
006160     PERFORM 3110-FIND-HIGH-VERSION THRU 3110-EXIT
006170         VARYING WK-RT-I FROM 1 BY 1
006180         UNTIL WK-RT-I > WK-RT-COUNT.
006190     PERFORM 3200-DOC-NEXT-VERSION THRU 3200-EXIT
006200         UNTIL WK-CUR-VERSION NOT < WK-HIGH-VERSION.
006210 3100-EXIT.
006220     EXIT.
006230 3110-FIND-HIGH-VERSION.
006240     IF RT-ROW-TYPE(WK-RT-I) = 'L'
006250        AND RT-LAYOUT-ID(WK-RT-I) = WK-CUR-ID
006260        AND RT-VERSION(WK-RT-I) > WK-HIGH-VERSION
006270         MOVE RT-VERSION(WK-RT-I) TO WK-HIGH-VERSION
006280     END-IF.
006290 3110-EXIT.
006300     EXIT.
006310 3200-DOC-NEXT-VERSION.
006320     MOVE 999 TO WK-NEXT-VERSION.
006330     MOVE ZEROES TO WK-RT-FOUND.
006340     PERFORM 3210-CHECK-NEXT THRU 3210-EXIT
006350         VARYING WK-RT-I FROM 1 BY 1
006360         UNTIL WK-RT-I > WK-RT-COUNT.
006370     IF WK-RT-FOUND = 0
006380         MOVE WK-HIGH-VERSION TO WK-CUR-VERSION
006390         GO TO 3200-EXIT
006400     END-IF.
006410     MOVE WK-CUR-VERSION TO WK-PRIOR-VERSION.
006420     MOVE WK-NEXT-VERSION TO WK-CUR-VERSION.
006430     ADD 1 TO WK-VERSIONS-DOC.
006440     MOVE SPACES TO LAY-DOC-LINE.
006450     WRITE LAY-DOC-LINE.
006460     MOVE WK-LD-DASH-LINE TO LAY-DOC-LINE.
006470     WRITE LAY-DOC-LINE.
006480     MOVE WK-CUR-ID                TO WK-LL-ID.
006490     MOVE WK-CUR-VERSION           TO WK-LL-VERSION.
006500     MOVE RT-LENGTH(WK-RT-FOUND)   TO WK-LL-LENGTH.
006510     MOVE RT-FIELD-NAME(WK-RT-FOUND) TO WK-LL-PRODUCER.
006520     MOVE RT-REG-DATE(WK-RT-FOUND) TO WK-LL-REG-DATE.
006530     IF WK-CUR-VERSION = WK-HIGH-VERSION
006540         MOVE '(CURRENT VERSION)' TO WK-LL-CURRENT
006550     ELSE
006560         MOVE '(SUPERSEDED)'      TO WK-LL-CURRENT
006570     END-IF.
006580     MOVE WK-LD-LAYOUT-LINE TO LAY-DOC-LINE.
006590     WRITE LAY-DOC-LINE.
006600     MOVE RT-DESC-TEXT(WK-RT-FOUND) TO WK-LN-TITLE.
006610     MOVE RT-OFFSET(WK-RT-FOUND)    TO WK-LN-FIELDS.
006620     MOVE WK-LD-NAME-LINE TO LAY-DOC-LINE.
006630     WRITE LAY-DOC-LINE.
006640     MOVE WK-LD-HEADING TO LAY-DOC-LINE.
006650     WRITE LAY-DOC-LINE.
006660     PERFORM 3300-DOC-ONE-FIELD THRU 3300-EXIT
006670         VARYING WK-RT-I FROM 1 BY 1
006680         UNTIL WK-RT-I > WK-RT-COUNT.
006690     IF WK-PRIOR-VERSION > 0
006700         PERFORM 3400-DOC-CHANGES THRU 3400-EXIT
006710     END-IF.
006720     MOVE WK-RT-FOUND TO WK-RT-PRIOR-FOUND.
006730 3200-EXIT.
006740     EXIT.
006750 3210-CHECK-NEXT.
006760     IF RT-ROW-TYPE(WK-RT-I) = 'L'
006770        AND RT-LAYOUT-ID(WK-RT-I) = WK-CUR-ID
006780        AND RT-VERSION(WK-RT-I) > WK-CUR-VERSION
006790        AND RT-VERSION(WK-RT-I) NOT > WK-NEXT-VERSION
006800         MOVE RT-VERSION(WK-RT-I) TO WK-NEXT-VERSION
006810         MOVE WK-RT-I TO WK-RT-FOUND
006820     END-IF.
006830 3210-EXIT.
006840     EXIT.
006850 3300-DOC-ONE-FIELD.
006860     IF RT-ROW-TYPE(WK-RT-I) NOT = 'F'
006870        OR RT-LAYOUT-ID(WK-RT-I) NOT = WK-CUR-ID
006880        OR RT-VERSION(WK-RT-I) NOT = WK-CUR-VERSION
006890         GO TO 3300-EXIT
006900     END-IF.
006910     MOVE RT-FIELD-SEQ(WK-RT-I)  TO WK-LF-SEQ.
006920     MOVE RT-FIELD-NAME(WK-RT-I) TO WK-LF-NAME.
006930     MOVE RT-OFFSET(WK-RT-I)     TO WK-LF-FROM.
006940     COMPUTE WK-LF-TO = RT-OFFSET(WK-RT-I)
006950                      + RT-LENGTH(WK-RT-I) - 1.
006960     MOVE RT-LENGTH(WK-RT-I)     TO WK-LF-LENGTH.
006970     MOVE RT-PICTURE(WK-RT-I)    TO WK-LF-PICTURE.
006980     MOVE RT-DESC-TEXT(WK-RT-I)  TO WK-LF-DESC.
006990     MOVE WK-LD-FIELD-LINE TO LAY-DOC-LINE.
007000     WRITE LAY-DOC-LINE.
007010 3300-EXIT.
007020     EXIT.
007030*-----------------------------------------------------------*
007040* 3400-DOC-CHANGES - WHAT A CONSUMER OF THE VERSION BEFORE   *
007050* MUST CHANGE: FIELDS ADDED, REMOVED, MOVED OR RESIZED,      *
007060* MATCHED BY NAME.                                           *
007070*-----------------------------------------------------------*
007080 3400-DOC-CHANGES.
007090     MOVE ZEROES TO WK-CHANGE-COUNT.
007100     MOVE SPACES TO WK-LD-TEXT-LINE.
007110     STRING '    CHANGES FROM VERSION ' WK-PRIOR-VERSION ':'
007120         DELIMITED BY SIZE INTO WK-LD-TEXT-LINE.
007130     PERFORM 3900-WRITE-TEXT THRU 3900-EXIT.
007140     PERFORM 3410-CHECK-NEW-FIELD THRU 3410-EXIT
007150         VARYING WK-RT-I FROM 1 BY 1
007160         UNTIL WK-RT-I > WK-RT-COUNT.
007170     PERFORM 3420-CHECK-OLD-FIELD THRU 3420-EXIT
007180         VARYING WK-RT-I FROM 1 BY 1
007190         UNTIL WK-RT-I > WK-RT-COUNT.
007200     IF WK-CHANGE-COUNT = 0
007210         MOVE '         NO FIELD CHANGES' TO WK-LD-TEXT-LINE
007220         PERFORM 3900-WRITE-TEXT THRU 3900-EXIT
007230     END-IF.
007240 3400-EXIT.
007250     EXIT.
007260 3410-CHECK-NEW-FIELD.
007270     IF RT-ROW-TYPE(WK-RT-I) NOT = 'F'
007280        OR RT-LAYOUT-ID(WK-RT-I) NOT = WK-CUR-ID
007290        OR RT-VERSION(WK-RT-I) NOT = WK-CUR-VERSION
007300         GO TO 3410-EXIT
007310     END-IF.
007320     MOVE WK-PRIOR-VERSION TO WK-NEXT-VERSION.
007330     PERFORM 3500-FIND-FIELD THRU 3500-EXIT.
007340     MOVE SPACES TO WK-LD-CHANGE-LINE.
007350     MOVE RT-FIELD-NAME(WK-RT-I) TO WK-LC-NAME.
007360     IF WK-RT-J = 0
007370         MOVE 'ADDED'    TO WK-LC-WHAT
007380         PERFORM 3600-WRITE-CHANGE THRU 3600-EXIT
007390         GO TO 3410-EXIT
007400     END-IF.
007410     IF RT-OFFSET(WK-RT-J) = RT-OFFSET(WK-RT-I)
007420        AND RT-LENGTH(WK-RT-J) = RT-LENGTH(WK-RT-I)
007430        AND RT-PICTURE(WK-RT-J) = RT-PICTURE(WK-RT-I)
007440         GO TO 3410-EXIT
007450     END-IF.
007460     IF RT-LENGTH(WK-RT-J) = RT-LENGTH(WK-RT-I)
007470        AND RT-PICTURE(WK-RT-J) = RT-PICTURE(WK-RT-I)
007480         MOVE 'MOVED'    TO WK-LC-WHAT
007490     ELSE
007500         MOVE 'CHANGED'  TO WK-LC-WHAT
007510     END-IF.
007520     MOVE RT-OFFSET(WK-RT-J)  TO WK-LW-FROM.
007530     MOVE RT-LENGTH(WK-RT-J)  TO WK-LW-LENGTH.
007540     MOVE RT-PICTURE(WK-RT-J) TO WK-LW-PICTURE.
007550     MOVE WK-LC-WAS TO WK-LC-DETAIL.
007560     PERFORM 3600-WRITE-CHANGE THRU 3600-EXIT.
007570 3410-EXIT.
007580     EXIT.
007590 3420-CHECK-OLD-FIELD.
007600     IF RT-ROW-TYPE(WK-RT-I) NOT = 'F'
007610        OR RT-LAYOUT-ID(WK-RT-I) NOT = WK-CUR-ID
007620        OR RT-VERSION(WK-RT-I) NOT = WK-PRIOR-VERSION
007630         GO TO 3420-EXIT
007640     END-IF.
007650     MOVE WK-CUR-VERSION TO WK-NEXT-VERSION.
007660     PERFORM 3500-FIND-FIELD THRU 3500-EXIT.
007670     IF WK-RT-J > 0
007680         GO TO 3420-EXIT
007690     END-IF.
007700     MOVE SPACES TO WK-LD-CHANGE-LINE.
007710     MOVE 'REMOVED'               TO WK-LC-WHAT.
007720     MOVE RT-FIELD-NAME(WK-RT-I)  TO WK-LC-NAME.
007730     MOVE RT-OFFSET(WK-RT-I)      TO WK-LW-FROM.
007740     MOVE RT-LENGTH(WK-RT-I)      TO WK-LW-LENGTH.
007750     MOVE RT-PICTURE(WK-RT-I)     TO WK-LW-PICTURE.
007760     MOVE WK-LC-WAS TO WK-LC-DETAIL.
007770     PERFORM 3600-WRITE-CHANGE THRU 3600-EXIT.
007780 3420-EXIT.
007790     EXIT.
007800*-----------------------------------------------------------*
007810* 3500-FIND-FIELD - THE FIELD NAMED AT WK-RT-I IN VERSION    *
007820* WK-NEXT-VERSION OF THE SAME LAYOUT, INTO WK-RT-J (ZERO IF  *
007830* NONE).                                                     *
007840*-----------------------------------------------------------*
007850 3500-FIND-FIELD.
007860     MOVE ZEROES TO WK-RT-FOUND-FIELD.
007870     PERFORM 3510-CHECK-ONE-FIELD THRU 3510-EXIT
007880         VARYING WK-RT-J FROM 1 BY 1
007890         UNTIL WK-RT-J > WK-RT-COUNT
007900            OR WK-RT-FOUND-FIELD > 0.
007910     MOVE WK-RT-FOUND-FIELD TO WK-RT-J.
007920 3500-EXIT.
007930     EXIT.
007940 3510-CHECK-ONE-FIELD.
007950     IF RT-ROW-TYPE(WK-RT-J) = 'F'
007960        AND RT-LAYOUT-ID(WK-RT-J) = WK-CUR-ID
007970        AND RT-VERSION(WK-RT-J) = WK-NEXT-VERSION
007980        AND RT-FIELD-NAME(WK-RT-J) = RT-FIELD-NAME(WK-RT-I)
007990         MOVE WK-RT-J TO WK-RT-FOUND-FIELD
008000     END-IF.
008010 3510-EXIT.
008020     EXIT.
008030 3600-WRITE-CHANGE.
008040     ADD 1 TO WK-CHANGE-COUNT.
008050     MOVE WK-LD-CHANGE-LINE TO LAY-DOC-LINE.
008060     WRITE LAY-DOC-LINE.
008070 3600-EXIT.
008080     EXIT.
008090 3900-WRITE-TEXT.
008100     MOVE WK-LD-TEXT-LINE TO LAY-DOC-LINE.
008110     WRITE LAY-DOC-LINE.
008120     MOVE SPACES TO WK-LD-TEXT-LINE.
008130 3900-EXIT.
008140     EXIT.
008150*===========================================================*
008160* 9000-TERMINATE - CLOSE AND DISPLAY RUN TOTALS.             *
008170*===========================================================*
008180 9000-TERMINATE.
008190     MOVE SPACES TO LAY-DOC-LINE.
008200     WRITE LAY-DOC-LINE.
008210     MOVE WK-LD-RULE-LINE TO LAY-DOC-LINE.
008220     WRITE LAY-DOC-LINE.
008230     MOVE 'REGISTRY ROWS READ' TO WK-LK-LABEL.
008240     MOVE WK-REG-IN TO WK-LK-COUNT.
008250     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
008260     IF FUNCTION-REGISTER
008270         MOVE 'REGISTRY ROWS WRITTEN' TO WK-LK-LABEL
008280         MOVE WK-REG-OUT TO WK-LK-COUNT
008290         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008300         MOVE 'LAYOUT VERSIONS ADDED' TO WK-LK-LABEL
008310         MOVE WK-VERSIONS-ADDED TO WK-LK-COUNT
008320         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008330         MOVE 'LAYOUT VERSIONS ALREADY REGISTERED' TO WK-LK-LABEL
008340         MOVE WK-VERSIONS-KNOWN TO WK-LK-COUNT
008350         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008360         MOVE 'LAYOUT VERSIONS REFUSED' TO WK-LK-LABEL
008370         MOVE WK-VERSIONS-REFUSED TO WK-LK-COUNT
008380         PERFORM 9100-WRITE-COUNT THRU 9100-EXIT
008390     END-IF.
008400     MOVE 'LAYOUT VERSIONS DOCUMENTED' TO WK-LK-LABEL.
008410     MOVE WK-VERSIONS-DOC TO WK-LK-COUNT.
008420     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
008430     CLOSE LAY-DOC-OUT.
008440     DISPLAY 'PPLAY215 - FUNCTION           : ' WK-FUNCTION.
008450     DISPLAY 'PPLAY215 - REGISTRY ROWS IN   : ' WK-REG-IN.
008460     IF FUNCTION-REGISTER
008470         DISPLAY 'PPLAY215 - REGISTRY ROWS OUT  : ' WK-REG-OUT
008480         DISPLAY 'PPLAY215 - VERSIONS ADDED     : '
008490                 WK-VERSIONS-ADDED
008500         DISPLAY 'PPLAY215 - VERSIONS REFUSED   : '
008510                 WK-VERSIONS-REFUSED
008520     END-IF.
008530     DISPLAY 'PPLAY215 - VERSIONS DOCUMENTED: ' WK-VERSIONS-DOC.
008540 9000-EXIT.
008550     EXIT.
008560 9100-WRITE-COUNT.
008570     MOVE WK-LD-COUNT-LINE TO LAY-DOC-LINE.
008580     WRITE LAY-DOC-LINE.
008590 9100-EXIT.
008600     EXIT.
