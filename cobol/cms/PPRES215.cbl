000520     05  DT-CLAIM-SEQ            PIC 9(09).
000530     05  DT-PPS-RTC              PIC 9(02).
000540     05  DT-ADDVR-AREA           PIC X(1373).
000550     05  FILLER                  PIC X(25).
000560*----------------------------------------------------------*
000570* THE BILL FILE THE PRICING RUN READ, IN THE SAME ORDER.    *
000580*----------------------------------------------------------*
000590 FD  BILL-FILE-IN
000600     RECORDING MODE IS F.
000610 COPY BILDAT21.
000620*----------------------------------------------------------*
000630* DE-IDENTIFIED RESEARCH EXTRACT - ONE RECORD PER PRICED    *
000640* CLAIM, WITH THE MBI TOKENIZED AND THE DISCHARGE DATE      *
000650* COARSENED TO THE MONTH.                                   *
000660*----------------------------------------------------------*
000670 FD  RESEARCH-OUT
000680     RECORDING MODE IS F.
000690 01  RESEARCH-OUT-REC.
000700     05  RS-PATIENT-TOKEN        PIC X(11).
000710     05  RS-PROVIDER-NO          PIC X(06).
000720     05  RS-DRG                  PIC 9(03).
000730     05  RS-DISCHARGE-MONTH      PIC 9(08).
000740*        CCYYMM01 - THE DAY IS ALWAYS COARSENED TO 01
000750     05  RS-PPS-RTC              PIC 9(02).
000760     05  RS-ADDVR-AREA           PIC X(1373).
000770 FD  DISCLOSE-RPT-OUT
000780     RECORDING MODE IS F.
000790 01  DISCLOSE-RPT-LINE           PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 01  W-STORAGE-REF                  PIC X(48)  VALUE
000820     'P P R E S 2 1 5 - W O R K I N G   S T O R A G E'.
000830 01  RES-VERSION                    PIC X(05) VALUE 'R21.5'.
000840*----------------------------------------------------------*
000850* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
000860* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
000870* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
000880*----------------------------------------------------------*
000890 COPY LAYHDR.
000900 01  WK-LAYOUT-CHECK.
000910     05  WK-LC-DD               PIC X(08).
000920     05  WK-LC-LAYOUT-ID        PIC X(08).
000930     05  WK-LC-VERSION          PIC 9(03).
000940     05  WK-LC-RECORD-LEN       PIC 9(05).
000950 01  WK-LAYOUT-PPSDTL.
000960     05  FILLER                 PIC X(08) VALUE 'PPSDTL'.
000970     05  FILLER                 PIC X(08) VALUE 'PPSDTL'.
000980     05  FILLER                 PIC 9(03) VALUE 001.
000990     05  FILLER                 PIC 9(05) VALUE 01426.
001000 01  WK-RES-RUN-ID               PIC X(08) VALUE SPACES.
001010 01  WK-LAYOUT-SWITCHES.
001020     05  WK-PPSDTL-LAYOUT-SW      PIC X(01) VALUE 'N'.
001030         88  PPSDTL-LAYOUT-CHECKED VALUE 'Y'.
001040 01  WK-SWITCHES.
001050     05  WK-DETAIL-EOF          PIC X(01) VALUE 'N'.
001060         88  DETAIL-AT-EOF      VALUE 'Y'.
001070     05  WK-BILL-EOF            PIC X(01) VALUE 'N'.
001080         88  BILL-AT-EOF        VALUE 'Y'.
001090     05  WK-BILL-MATCH-SW       PIC X(01) VALUE 'N'.
001100         88  BILL-WAS-MATCHED   VALUE 'Y'.
001110 01  WK-COUNTERS.
001120     05  WK-DETAIL-READ         PIC 9(07) VALUE ZEROES.
001130     05  WK-CLAIMS-EXTRACTED    PIC 9(07) VALUE ZEROES.
001140     05  WK-MBIS-TOKENIZED      PIC 9(07) VALUE ZEROES.
001150     05  WK-BLANK-MBI           PIC 9(07) VALUE ZEROES.
001160     05  WK-BILLS-UNMATCHED     PIC 9(07) VALUE ZEROES.
001170*----------------------------------------------------------*
001180* ONE-WAY MBI TOKENIZATION WORK FIELDS.  THE TOKEN IS 'T'   *
001190* PLUS TEN DIGITS FROM A POLYNOMIAL ROLLING HASH OF THE     *
001200* MBI CHARACTERS AGAINST A LARGE PRIME, SO THE SAME MBI     *
001210* ALWAYS YIELDS THE SAME TOKEN AND THE MBI CANNOT BE READ   *
001220* BACK OUT OF IT.                                           *
001230*----------------------------------------------------------*
001240 01  WK-HASH-WORK.
001250     05  WK-HASH-VALUE          PIC 9(12) COMP VALUE ZEROES.
001260     05  WK-HASH-CHAR           PIC 9(04) COMP VALUE ZEROES.
001270     05  WK-HASH-I              PIC 9(02) COMP VALUE ZEROES.
001280     05  WK-HASH-PRIME          PIC 9(10) COMP VALUE 9999999967.
001290 01  WK-TOKEN-DIGITS            PIC 9(10) VALUE ZEROES.
001300 01  WK-PATIENT-TOKEN.
001310     05  FILLER                 PIC X(01) VALUE 'T'.
001320     05  WK-TOKEN-TAIL          PIC 9(10).
001330 01  WK-MBI-CHARS.
001340     05  WK-MBI-CHAR            PIC X(01) OCCURS 11 TIMES.
001350*----------------------------------------------------------*
001360* DISCLOSURE-REVIEW SUMMARY LINES.                          *
001370*----------------------------------------------------------*
001380 01  WK-DS-TITLE-LINE.
001390     05  FILLER              PIC X(35) VALUE
001400         'DISCLOSURE REVIEW - RESEARCH EXTRAC'.
001410     05  FILLER              PIC X(02) VALUE 'T '.
001420     05  FILLER              PIC X(06) VALUE 'DATE  '.
001430     05  WK-DS-DATE          PIC 9(08).
001440 01  WK-DS-RULE-LINE         PIC X(60) VALUE ALL '='.
001450 01  WK-DS-COUNT-LINE.
001460     05  WK-DS-LABEL         PIC X(40).
001470     05  WK-DS-COUNT         PIC ZZZ,ZZ9.
001480 01  WK-DS-TEXT-LINE         PIC X(70).
001490 PROCEDURE DIVISION.
001500*===========================================================*
001510* 0000-MAINLINE                                              *
001520*===========================================================*
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001550     PERFORM 2000-EXTRACT-CLAIMS  THRU 2000-EXIT.
001560     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001570     STOP RUN.
001580 1000-INITIALIZE.
001590     OPEN INPUT  PPS-DETAIL-IN.
001600     OPEN INPUT  BILL-FILE-IN.
001610     OPEN OUTPUT RESEARCH-OUT.
001620     OPEN OUTPUT DISCLOSE-RPT-OUT.
001630     ACCEPT WK-DS-DATE FROM DATE YYYYMMDD.
001640     MOVE WK-DS-TITLE-LINE TO DISCLOSE-RPT-LINE.
001650     WRITE DISCLOSE-RPT-LINE.
001660     MOVE WK-DS-RULE-LINE TO DISCLOSE-RPT-LINE.
001670     WRITE DISCLOSE-RPT-LINE.
001680 1000-EXIT.
001690     EXIT.
001700 2000-EXTRACT-CLAIMS.
001710     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
001720*    THE RESEARCH EXTRACT CARRIES ITS OWN LAYOUT HEADER, NAMING
001730*    THE PRICING RUN WHOSE DETAIL IT WAS CUT FROM.
001740     IF LH-IS-HEADER
001750         MOVE LH-RUN-ID         TO WK-RES-RUN-ID
001760     END-IF.
001770     MOVE SPACES                TO LAYOUT-HDR-REC.
001780     MOVE '*LAY'                TO LH-TAG.
001790     MOVE 'RESEARCH'            TO LH-LAYOUT-ID.
001800     MOVE 1                     TO LH-LAYOUT-VERSION.
001810     MOVE 1403                  TO LH-RECORD-LENGTH.
001820     MOVE WK-RES-RUN-ID         TO LH-RUN-ID.
001830     ACCEPT LH-RUN-DATE FROM DATE YYYYMMDD.
001840     ACCEPT LH-RUN-TIME FROM TIME.
001850     MOVE 'PPRES215'            TO LH-PRODUCER.
001860     WRITE RESEARCH-OUT-REC FROM LAYOUT-HDR-REC.
001870     PERFORM 2200-EXTRACT-ONE THRU 2200-EXIT
001880         UNTIL DETAIL-AT-EOF.
001890 2000-EXIT.
001900     EXIT.
001910 2100-READ-DETAIL.
001920     READ PPS-DETAIL-IN
001930         AT END
001940             SET DETAIL-AT-EOF TO TRUE
001950             GO TO 2100-EXIT
001960     END-READ.
001970     IF PPS-DETAIL-IN-REC(1:4) = '*LAY'
001980        OR NOT PPSDTL-LAYOUT-CHECKED
001990         MOVE WK-LAYOUT-PPSDTL TO WK-LAYOUT-CHECK
002000         MOVE PPS-DETAIL-IN-REC TO LAYOUT-HDR-REC
002010         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
002020         SET PPSDTL-LAYOUT-CHECKED TO TRUE
002030         IF LH-IS-HEADER
002040             GO TO 2100-READ-DETAIL
002050         END-IF
002060     END-IF.
002070     ADD 1 TO WK-DETAIL-READ.
002080 2100-EXIT.
002090     EXIT.
002100*===========================================================*
002110* 2200-EXTRACT-ONE - MATCH THE DETAIL ROW TO ITS BILL FOR   *
002120* THE MBI, TOKENIZE, COARSEN THE DISCHARGE DATE, AND WRITE  *
002130* THE DE-IDENTIFIED RECORD.                                 *
002140*===========================================================*
002150 2200-EXTRACT-ONE.
002160     PERFORM 2210-MATCH-BILL THRU 2210-EXIT.
002170     IF NOT BILL-WAS-MATCHED
002180         ADD 1 TO WK-BILLS-UNMATCHED
002190         PERFORM 2100-READ-DETAIL THRU 2100-EXIT
002200         GO TO 2200-EXIT
002210     END-IF.
002220     IF B-21-MBI = SPACES OR B-21-MBI = LOW-VALUES
002230         ADD 1 TO WK-BLANK-MBI
002240         MOVE SPACES TO RS-PATIENT-TOKEN
002250     ELSE
002260         PERFORM 2300-TOKENIZE-MBI THRU 2300-EXIT
002270         MOVE WK-PATIENT-TOKEN TO RS-PATIENT-TOKEN
002280         ADD 1 TO WK-MBIS-TOKENIZED
002290     END-IF.
002300     MOVE DT-PROVIDER-NO      TO RS-PROVIDER-NO.
002310     MOVE DT-DRG              TO RS-DRG.
002320     MOVE DT-DISCHARGE-DATE   TO RS-DISCHARGE-MONTH.
002330     MOVE 01                  TO RS-DISCHARGE-MONTH(7:2).
002340     MOVE DT-PPS-RTC          TO RS-PPS-RTC.
002350     MOVE DT-ADDVR-AREA       TO RS-ADDVR-AREA.
002360     WRITE RESEARCH-OUT-REC.
002370     ADD 1 TO WK-CLAIMS-EXTRACTED.
002380     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
002390 2200-EXIT.
002400     EXIT.
002410*===========================================================*
002420* 2210-MATCH-BILL - ADVANCE THE BILL FILE UNTIL THE RECORD  *
002430* MATCHING THE CURRENT DETAIL ROW IS FOUND, AS PPSET215     *
002440* DOES.  BILLS SKIPPED OVER NEVER PRICED.                   *
002450*===========================================================*
002460 2210-MATCH-BILL.
002470     MOVE 'N' TO WK-BILL-MATCH-SW.
002480     PERFORM 2220-READ-BILL THRU 2220-EXIT
002490         UNTIL BILL-AT-EOF OR BILL-WAS-MATCHED.
002500 2210-EXIT.
002510     EXIT.
002520 2220-READ-BILL.
002530     READ BILL-FILE-IN
002540         AT END
002550             SET BILL-AT-EOF TO TRUE
002560             GO TO 2220-EXIT
002570     END-READ.
002580     IF B-21-PROVIDER-NO = DT-PROVIDER-NO
002590        AND B-21-DRG = DT-DRG
002600        AND B-21-DISCHARGE-DATE = DT-DISCHARGE-DATE
002610         SET BILL-WAS-MATCHED TO TRUE
002620     END-IF.
002630 2220-EXIT.
002640     EXIT.
002650*===========================================================*
002660* 2300-TOKENIZE-MBI - ONE-WAY POLYNOMIAL ROLLING HASH OF    *
002670* THE MBI, REDUCED MODULO A LARGE PRIME, FORMATTED AS       *
002680* 'T' PLUS TEN DIGITS.  DETERMINISTIC ACROSS RUNS.          *
002690*===========================================================*
002700 2300-TOKENIZE-MBI.
002710     MOVE B-21-MBI TO WK-MBI-CHARS.
002720     MOVE ZEROES TO WK-HASH-VALUE.
002730     PERFORM 2310-HASH-ONE-CHAR THRU 2310-EXIT
002740         VARYING WK-HASH-I FROM 1 BY 1
002750         UNTIL WK-HASH-I > 11.
002760     MOVE WK-HASH-VALUE TO WK-TOKEN-DIGITS.
002770     MOVE WK-TOKEN-DIGITS TO WK-TOKEN-TAIL.
002780 2300-EXIT.
002790     EXIT.
002800 2310-HASH-ONE-CHAR.
002810     COMPUTE WK-HASH-CHAR =
002820         FUNCTION ORD(WK-MBI-CHAR(WK-HASH-I)).
002830     COMPUTE WK-HASH-VALUE =
002840         FUNCTION MOD((WK-HASH-VALUE * 257 + WK-HASH-CHAR),
002850                      WK-HASH-PRIME).
002860 2310-EXIT.
002870     EXIT.
002880*===========================================================*
002890* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
002900* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
002910* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
002920* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
002930* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
002940*===========================================================*
002950 8800-CHECK-LAYOUT.
002960     IF NOT LH-IS-HEADER
002970         IF WK-LC-VERSION = 1
002980             DISPLAY 'PPRES215 - ' WK-LC-DD ' HAS NO LAYOUT '
002990                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
003000                     ' VERSION 001'
003010             GO TO 8800-EXIT
003020         END-IF
003030         DISPLAY 'PPRES215 - ' WK-LC-DD ' HAS NO LAYOUT '
003040                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
003050                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
003060         MOVE 12 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
003100        AND LH-LAYOUT-VERSION = WK-LC-VERSION
003110        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
003120         DISPLAY 'PPRES215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
003130                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
003140                 ' WRITTEN BY ' LH-PRODUCER
003150         GO TO 8800-EXIT
003160     END-IF.
003170     DISPLAY 'PPRES215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
003180             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
003190             LH-RECORD-LENGTH.
003200     DISPLAY 'PPRES215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
003210             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
003220             ' - FILE REFUSED'.
003230     MOVE 12 TO RETURN-CODE.
003240     STOP RUN.
003250 8800-EXIT.
003260     EXIT.
003270*===========================================================*
003280* 9000-TERMINATE - WRITE THE DISCLOSURE-REVIEW SUMMARY AND  *
003290* CLOSE.                                                    *
003300*===========================================================*
003310 9000-TERMINATE.
003320     MOVE 'CLAIMS EXTRACTED' TO WK-DS-LABEL.
003330     MOVE WK-CLAIMS-EXTRACTED TO WK-DS-COUNT.
003340     MOVE WK-DS-COUNT-LINE TO DISCLOSE-RPT-LINE.
003350     WRITE DISCLOSE-RPT-LINE.
003360     MOVE 'MBIS REPLACED BY ONE-WAY TOKENS' TO WK-DS-LABEL.
003370     MOVE WK-MBIS-TOKENIZED TO WK-DS-COUNT.
003380     MOVE WK-DS-COUNT-LINE TO DISCLOSE-RPT-LINE.
003390     WRITE DISCLOSE-RPT-LINE.
003400     MOVE 'CLAIMS WITH NO MBI (TOKEN BLANK)' TO WK-DS-LABEL.
003410     MOVE WK-BLANK-MBI TO WK-DS-COUNT.
003420     MOVE WK-DS-COUNT-LINE TO DISCLOSE-RPT-LINE.
003430     WRITE DISCLOSE-RPT-LINE.
003440     MOVE 'DETAIL ROWS WITHOUT A BILL (DROPPED)'
003450         TO WK-DS-LABEL.
003460     MOVE WK-BILLS-UNMATCHED TO WK-DS-COUNT.
003470     MOVE WK-DS-COUNT-LINE TO DISCLOSE-RPT-LINE.
003480     WRITE DISCLOSE-RPT-LINE.
003490     MOVE 'DISCHARGE DATES COARSENED TO MONTH (DAY = 01)'
003500         TO WK-DS-TEXT-LINE.
003510     MOVE WK-DS-TEXT-LINE TO DISCLOSE-RPT-LINE.
003520     WRITE DISCLOSE-RPT-LINE.
003530     MOVE 'NO BENEFICIARY IDENTIFIER LEAVES THIS EXTRACT'
003540         TO WK-DS-TEXT-LINE.
003550     MOVE WK-DS-TEXT-LINE TO DISCLOSE-RPT-LINE.
003560     WRITE DISCLOSE-RPT-LINE.
003570     CLOSE PPS-DETAIL-IN.
003580     CLOSE BILL-FILE-IN.
003590     CLOSE RESEARCH-OUT.
003600     CLOSE DISCLOSE-RPT-OUT.
003610     DISPLAY 'PPRES215 - DETAIL ROWS READ  : ' WK-DETAIL-READ.
003620     DISPLAY 'PPRES215 - CLAIMS EXTRACTED  : '
003630             WK-CLAIMS-EXTRACTED.
003640     DISPLAY 'PPRES215 - MBIS TOKENIZED    : '
003650             WK-MBIS-TOKENIZED.
003660 9000-EXIT.
003670     EXIT.
