000970     05  RI-CLAIM-SEQ            PIC 9(09).
000980     05  RI-LEDGER-OFFSET        PIC 9(09)V9(02).
000990     05  RI-INTEREST-AMT         PIC 9(07)V9(02).
001000     05  RI-ADVANCE-RECOUP       PIC 9(09)V9(02).
001010*        RECOUPMENT DRAWDOWN WITHHELD FROM THE PAID AMOUNT
001020*       CLEAN-CLAIM INTEREST, PAID IN ADDITION TO THE
001030*       PRICED AMOUNT AND THEREFORE OUTSIDE THE PPSOUT/
001040*       REMIT CROSS-FOOT
001050*        ADVANCE PAYMENT RECOUPMENT WITHHELD FROM THE PAID
001060*        AMOUNT, FOOTED WITH THE DRAWDOWN
001070*----------------------------------------------------------*
001080* PROVIDER/DRG RECONCILIATION EXTRACT (RECON-OUT-REC).      *
001090*----------------------------------------------------------*
001100 FD  RECON-FILE-IN
001110     RECORDING MODE IS F.
001120 01  RECON-IN-REC.
001130     05  RC-PROVIDER-NO          PIC X(06).
001140     05  RC-DRG                  PIC 9(03).
001150     05  RC-BILL-COUNT           PIC 9(07).
001160     05  RC-TOTAL-CHARGES        PIC 9(09)V9(02).
001170     05  RC-TOTAL-PAYMENT        PIC 9(09)V9(02).
001180     05  RC-AVG-PAYMENT          PIC 9(09)V9(02).
001190*----------------------------------------------------------*
001200* BALANCING CERTIFICATE - OUT-OF-BALANCE ITEMS TO THE       *
001210* PENNY, FILE-LEVEL COMPARISONS, AND THE FINAL VERDICT.     *
001220*----------------------------------------------------------*
001230*----------------------------------------------------------*
001240* PAYMENT-SUSPENSION WITHHOLD FILE FROM THE SAME RUN -      *
001250* REMITTANCE RECORDS DIVERTED FROM REMITOUT.  THEIR PAID    *
001260* DOLLARS BELONG ON THE REMITTANCE SIDE OF THE CROSS-FOOT.  *
001270*----------------------------------------------------------*
001280 FD  WITHHOLD-IN
001290     RECORDING MODE IS F.
001300 01  WITHHOLD-IN-REC.
001310     05  WH-REMIT-REC            PIC X(118).
001320     05  WH-HELD-DATE            PIC 9(08).
001330*----------------------------------------------------------*
001340* PIP NOTIONAL REMITTANCE FILE FROM THE SAME RUN - PIP      *
001350* CLAIMS PRICED BUT REMITTED TO THE NOTIONAL LEDGER, NOT    *
001360* REMITOUT.                                                 *
001370*----------------------------------------------------------*
001380 FD  PIP-REMIT-IN
001390     RECORDING MODE IS F.
001400 01  PIP-REMIT-IN-REC.
001410     05  PR-REMIT-REC            PIC X(118).
001420     05  PR-HELD-DATE            PIC 9(08).
001430 FD  BAL-CERT-OUT
001440     RECORDING MODE IS F.
001450 01  BAL-CERT-LINE               PIC X(110).
001460 WORKING-STORAGE SECTION.
001470 01  W-STORAGE-REF                  PIC X(48)  VALUE
001480     'P P B A L 2 1 5 - W O R K I N G   S T O R A G E'.
001490 01  BAL-VERSION                    PIC X(05) VALUE 'L21.5'.
001500*----------------------------------------------------------*
001510* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
001520* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
001530* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
001540*----------------------------------------------------------*
001550 COPY LAYHDR.
001560*----------------------------------------------------------*
001570* GENERATION HEADER AT THE FRONT OF THE CARRIED WITHHOLD    *
001580* FILE (GENSTAMP) - SKIPPED, NOT COUNTED.                   *
001590*----------------------------------------------------------*
001600 COPY GENSTAMP.
001610 01  WK-LAYOUT-CHECK.
001620     05  WK-LC-DD               PIC X(08).
001630     05  WK-LC-LAYOUT-ID        PIC X(08).
001640     05  WK-LC-VERSION          PIC 9(03).
001650     05  WK-LC-RECORD-LEN       PIC 9(05).
001660 01  WK-LAYOUT-PPSIN.
001670     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
001680     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
001690     05  FILLER                 PIC 9(03) VALUE 001.
001700     05  FILLER                 PIC 9(05) VALUE 00235.
001710 01  WK-LAYOUT-REMITIN.
001720     05  FILLER                 PIC X(08) VALUE 'REMITIN'.
001730     05  FILLER                 PIC X(08) VALUE 'REMITOUT'.
001740     05  FILLER                 PIC 9(03) VALUE 002.
001750     05  FILLER                 PIC 9(05) VALUE 00129.
001760 01  WK-LAYOUT-SWITCHES.
001770     05  WK-PPSIN-LAYOUT-SW       PIC X(01) VALUE 'N'.
001780         88  PPSIN-LAYOUT-CHECKED VALUE 'Y'.
001790     05  WK-REMITIN-LAYOUT-SW     PIC X(01) VALUE 'N'.
001800         88  REMITIN-LAYOUT-CHECKED VALUE 'Y'.
001810 01  WK-SWITCHES.
001820     05  WK-PPS-EOF             PIC X(01) VALUE 'N'.
001830         88  PPS-AT-EOF         VALUE 'Y'.
001840     05  WK-REMIT-EOF           PIC X(01) VALUE 'N'.
001850         88  REMIT-AT-EOF       VALUE 'Y'.
001860     05  WK-RECON-EOF           PIC X(01) VALUE 'N'.
001870         88  RECON-AT-EOF       VALUE 'Y'.
001880     05  WK-WTHHOLD-EOF         PIC X(01) VALUE 'N'.
001890         88  WTHHOLD-AT-EOF     VALUE 'Y'.
001900     05  WK-BAL-FAIL-SW         PIC X(01) VALUE 'N'.
001910         88  RUN-OUT-OF-BALANCE VALUE 'Y'.
001920 01  WK-COUNTERS.
001930     05  WK-PPS-ROWS            PIC 9(07) VALUE ZEROES.
001940     05  WK-BILL-FAILS          PIC 9(07) VALUE ZEROES.
001950     05  WK-PPS-DEBIT-TOTAL     PIC 9(13)V9(02) VALUE ZEROES.
001960     05  WK-PPS-CREDIT-TOTAL    PIC 9(13)V9(02) VALUE ZEROES.
001970     05  WK-REMIT-DEBIT-TOTAL   PIC 9(13)V9(02) VALUE ZEROES.
001980     05  WK-REMIT-CREDIT-TOTAL  PIC 9(13)V9(02) VALUE ZEROES.
001990     05  WK-RECON-TOTAL         PIC 9(13)V9(02) VALUE ZEROES.
002000     05  WK-WITHHOLD-TOTAL      PIC 9(13)V9(02) VALUE ZEROES.
002010     05  WK-PIP-TOTAL           PIC 9(13)V9(02) VALUE ZEROES.
002020     05  WK-WR-RELEASE-TOTAL    PIC 9(13)V9(02) VALUE ZEROES.
002030 01  WK-WTHHOLD-STATUS          PIC X(02) VALUE SPACES.
002040 01  WK-PIPRMIT-STATUS          PIC X(02) VALUE SPACES.
002050 01  WK-PIPRMIT-EOF             PIC X(01) VALUE 'N'.
002060     88  PIPRMIT-AT-EOF         VALUE 'Y'.
002070*----------------------------------------------------------*
002080* REMITTANCE FIELD VIEW OF A WITHHELD RECORD.               *
002090*----------------------------------------------------------*
002100 01  WK-WH-VIEW.
002110     05  FILLER                 PIC X(41).
002120     05  WK-WH-PAID-AMOUNT      PIC 9(09)V9(02).
002130     05  FILLER                 PIC X(26).
002140     05  WK-WH-SEQ-AMT          PIC 9(09)V9(02).
002150     05  FILLER                 PIC X(09).
002160     05  WK-WH-LEDGER-OFFSET    PIC 9(09)V9(02).
002170     05  FILLER                 PIC X(09).
002180 01  WK-COMPONENT-SUM           PIC S9(11)V9(02) VALUE ZEROES.
002190 01  WK-CROSSFOOT-DIFF          PIC S9(11)V9(02) VALUE ZEROES.
002200 01  WK-FILE-DIFF               PIC S9(13)V9(02) VALUE ZEROES.
002210*----------------------------------------------------------*
002220* CERTIFICATE HEADING AND DETAIL LINES.                     *
002230*----------------------------------------------------------*
002240 01  WK-BC-HEADING1.
002250     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
002260     05  FILLER              PIC X(04) VALUE 'DRG '.
002270     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
002280     05  FILLER              PIC X(14) VALUE 'TOTAL-PAYMENT '.
002290     05  FILLER              PIC X(15) VALUE 'COMPONENT-SUM  '.
002300     05  FILLER              PIC X(14) VALUE 'DIFFERENCE'.
002310 01  WK-BC-DETAIL-LINE.
002320     05  WK-BC-PROVIDER-NO   PIC X(06).
002330     05  FILLER              PIC X(03) VALUE SPACES.
002340     05  WK-BC-DRG           PIC 9(03).
002350     05  FILLER              PIC X(01) VALUE SPACES.
002360     05  WK-BC-DISCHARGE     PIC 9(08).
002370     05  FILLER              PIC X(02) VALUE SPACES.
002380     05  WK-BC-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
002390     05  FILLER              PIC X(02) VALUE SPACES.
002400     05  WK-BC-COMP-SUM      PIC -Z,ZZZ,ZZZ,ZZ9.99.
002410     05  FILLER              PIC X(02) VALUE SPACES.
002420     05  WK-BC-DIFF          PIC -Z,ZZZ,ZZZ,ZZ9.99.
002430 01  WK-BC-FILE-LINE.
002440     05  WK-BF-LABEL         PIC X(40).
002450     05  WK-BF-AMOUNT1       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  WK-BF-AMOUNT2       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002480 PROCEDURE DIVISION.
002490*===========================================================*
002500* 0000-MAINLINE                                              *
002510*===========================================================*
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
002540     PERFORM 2000-CROSSFOOT-BILLS THRU 2000-EXIT.
002550     PERFORM 3000-SUM-REMIT       THRU 3000-EXIT.
002560     PERFORM 4000-SUM-RECON       THRU 4000-EXIT.
002570     PERFORM 4500-SUM-WITHHOLDS   THRU 4500-EXIT.
002580     PERFORM 4600-SUM-PIP-REMITS  THRU 4600-EXIT.
002590     PERFORM 5000-BALANCE-FILES   THRU 5000-EXIT.
002600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002610     STOP RUN.
002620 1000-INITIALIZE.
002630     OPEN INPUT  PPS-FILE-IN.
002640     OPEN INPUT  REMIT-FILE-IN.
002650     OPEN INPUT  RECON-FILE-IN.
002660     OPEN OUTPUT BAL-CERT-OUT.
002670     MOVE WK-BC-HEADING1 TO BAL-CERT-LINE.
002680     WRITE BAL-CERT-LINE.
002690 1000-EXIT.
002700     EXIT.
002710*===========================================================*
002720* 2000-CROSSFOOT-BILLS - PROVE EVERY PAYMENT (DEBIT) ROW'S  *
002730* COMPONENTS SUM TO ITS TOTAL, LISTING EACH FAILURE TO THE  *
002740* PENNY, AND ROLL THE FILE-LEVEL DEBIT/CREDIT TOTALS.       *
002750*===========================================================*
002760 2000-CROSSFOOT-BILLS.
002770     PERFORM 2100-CHECK-ONE-PPS THRU 2100-EXIT
002780         UNTIL PPS-AT-EOF.
002790 2000-EXIT.
002800     EXIT.
002810 2100-CHECK-ONE-PPS.
002820     READ PPS-FILE-IN
002830         AT END
002840             SET PPS-AT-EOF TO TRUE
002850             GO TO 2100-EXIT
002860     END-READ.
002870     IF PPS-IN-REC(1:4) = '*LAY'
002880        OR NOT PPSIN-LAYOUT-CHECKED
002890         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
002900         MOVE PPS-IN-REC TO LAYOUT-HDR-REC
002910         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
002920         SET PPSIN-LAYOUT-CHECKED TO TRUE
002930         IF LH-IS-HEADER
002940             GO TO 2100-CHECK-ONE-PPS
002950         END-IF
002960     END-IF.
002970     ADD 1 TO WK-PPS-ROWS.
002980     IF PI-DEBIT-CREDIT-IND = 'C'
002990         ADD PI-PPS-TOTAL-PAYMENT TO WK-PPS-CREDIT-TOTAL
003000         GO TO 2100-EXIT
003010     END-IF.
003020     ADD PI-PPS-TOTAL-PAYMENT TO WK-PPS-DEBIT-TOTAL.
003030     IF PI-PPS-RTC NOT < 50
003040         GO TO 2100-EXIT
003050     END-IF.
003060     COMPUTE WK-COMPONENT-SUM =
003070         PI-PPS-OPER-HSP-PART
003080         + PI-PPS-OPER-FSP-PART
003090         + PI-PPS-OPER-IME-ADJ
003100         + PI-PPS-OPER-DSH-ADJ
003110         + PI-PPS-OPER-OUTLIER-PART
003120         + PI-PPS-CAPI-TOTAL-PAY
003130         + PI-PPS-UNCOMP-CARE
003140         + PI-PPS-NEW-TECH
003150         + PI-PPS-LOW-VOL
003160         + PI-PPS-READMIS-ADJ
003170         + PI-PPS-VBP-ADJ
003180         + PI-PPS-PASSTHRU-MISC
003190         + PI-PPS-BUNDLE-ADJ
003200         + PI-PPS-HAC-AMT
003210         + PI-PPS-ISLET-ADDON
003220         + PI-PPS-NDC-ADDON.
003230     COMPUTE WK-CROSSFOOT-DIFF =
003240         PI-PPS-TOTAL-PAYMENT - WK-COMPONENT-SUM.
003250     IF WK-CROSSFOOT-DIFF NOT = ZERO
003260         ADD 1 TO WK-BILL-FAILS
003270         SET RUN-OUT-OF-BALANCE TO TRUE
003280         MOVE PI-PROVIDER-NO       TO WK-BC-PROVIDER-NO
003290         MOVE PI-DRG               TO WK-BC-DRG
003300         MOVE PI-DISCHARGE-DATE    TO WK-BC-DISCHARGE
003310         MOVE PI-PPS-TOTAL-PAYMENT TO WK-BC-TOTAL
003320         MOVE WK-COMPONENT-SUM     TO WK-BC-COMP-SUM
003330         MOVE WK-CROSSFOOT-DIFF    TO WK-BC-DIFF
003340         MOVE WK-BC-DETAIL-LINE    TO BAL-CERT-LINE
003350         WRITE BAL-CERT-LINE
003360     END-IF.
003370 2100-EXIT.
003380     EXIT.
003390*===========================================================*
003400* 3000-SUM-REMIT - ROLL THE REMITTANCE FILE'S DEBIT AND     *
003410* CREDIT TOTALS (PAID PLUS SEQUESTRATION RESTORES THE       *
003420* PRE-SEQUESTRATION PRICED AMOUNT FOR THE COMPARISON).      *
003430*===========================================================*
003440 3000-SUM-REMIT.
003450     PERFORM 3100-SUM-ONE-REMIT THRU 3100-EXIT
003460         UNTIL REMIT-AT-EOF.
003470 3000-EXIT.
003480     EXIT.
003490 3100-SUM-ONE-REMIT.
003500     READ REMIT-FILE-IN
003510         AT END
003520             SET REMIT-AT-EOF TO TRUE
003530             GO TO 3100-EXIT
003540     END-READ.
003550     IF REMIT-IN-REC(1:4) = '*LAY'
003560        OR NOT REMITIN-LAYOUT-CHECKED
003570         MOVE WK-LAYOUT-REMITIN TO WK-LAYOUT-CHECK
003580         MOVE REMIT-IN-REC TO LAYOUT-HDR-REC
003590         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
003600         SET REMITIN-LAYOUT-CHECKED TO TRUE
003610         IF LH-IS-HEADER
003620             GO TO 3100-SUM-ONE-REMIT
003630         END-IF
003640     END-IF.
003650     IF RI-ADJ-REASON-CODE = 'WR '
003660*        A RELEASED WITHHOLD WAS PRICED (AND CROSS-FOOTED)
003670*        IN AN EARLIER RUN - IT IS LISTED, NOT RE-FOOTED.
003680         ADD RI-PAID-AMOUNT TO WK-WR-RELEASE-TOTAL
003690         GO TO 3100-EXIT
003700     END-IF.
003710     IF RI-DEBIT-CREDIT-IND = 'C'
003720         ADD RI-PAID-AMOUNT TO WK-REMIT-CREDIT-TOTAL
003730     ELSE
003740         ADD RI-PAID-AMOUNT         TO WK-REMIT-DEBIT-TOTAL
003750         ADD RI-SEQUESTRATION-AMT   TO WK-REMIT-DEBIT-TOTAL
003760         ADD RI-LEDGER-OFFSET       TO WK-REMIT-DEBIT-TOTAL
003770         ADD RI-ADVANCE-RECOUP      TO WK-REMIT-DEBIT-TOTAL
003780     END-IF.
003790 3100-EXIT.
003800     EXIT.
003810*===========================================================*
003820* 4000-SUM-RECON - ROLL THE RECONCILIATION EXTRACT'S TOTAL  *
003830* PAYMENT CONTROL FIGURE.                                   *
003840*===========================================================*
003850 4000-SUM-RECON.
003860     PERFORM 4100-SUM-ONE-RECON THRU 4100-EXIT
003870         UNTIL RECON-AT-EOF.
003880 4000-EXIT.
003890     EXIT.
003900 4100-SUM-ONE-RECON.
003910     READ RECON-FILE-IN
003920         AT END
003930             SET RECON-AT-EOF TO TRUE
003940             GO TO 4100-EXIT
003950     END-READ.
003960     ADD RC-TOTAL-PAYMENT TO WK-RECON-TOTAL.
003970 4100-EXIT.
003980     EXIT.
003990*===========================================================*
004000* 4500-SUM-WITHHOLDS - ROLL THE RUN'S WITHHELD REMITTANCE   *
004010* DOLLARS (PAID PLUS SEQUESTRATION PLUS OFFSET) ONTO THE    *
004020* REMITTANCE SIDE OF THE CROSS-FOOT - SUSPENDED CLAIMS      *
004030* PRICED BUT DID NOT REMIT.                                 *
004040*===========================================================*
004050 4500-SUM-WITHHOLDS.
004060     OPEN INPUT WITHHOLD-IN.
004070     IF WK-WTHHOLD-STATUS NOT = '00'
004080         GO TO 4500-EXIT
004090     END-IF.
004100     PERFORM 4510-SUM-ONE-WITHHOLD THRU 4510-EXIT
004110         UNTIL WTHHOLD-AT-EOF.
004120     CLOSE WITHHOLD-IN.
004130  4500-EXIT.
004140     EXIT.
004150  4510-SUM-ONE-WITHHOLD.
004160     READ WITHHOLD-IN
004170         AT END
004180             SET WTHHOLD-AT-EOF TO TRUE
004190             GO TO 4510-EXIT
004200     END-READ.
004210     MOVE WITHHOLD-IN-REC(1:28) TO GEN-STAMP-REC.
004220     IF GS-IS-STAMP
004230         GO TO 4510-EXIT
004240     END-IF.
004250     MOVE WH-REMIT-REC TO WK-WH-VIEW.
004260     ADD WK-WH-PAID-AMOUNT   TO WK-REMIT-DEBIT-TOTAL.
004270     ADD WK-WH-SEQ-AMT       TO WK-REMIT-DEBIT-TOTAL.
004280     ADD WK-WH-LEDGER-OFFSET TO WK-REMIT-DEBIT-TOTAL.
004290     ADD WK-WH-PAID-AMOUNT   TO WK-WITHHOLD-TOTAL.
004300  4510-EXIT.
004310     EXIT.
004320*===========================================================*
004330* 4600-SUM-PIP-REMITS - ROLL THE RUN'S PIP NOTIONAL         *
004340* REMITTANCE DOLLARS ONTO THE REMIT SIDE OF THE CROSS-FOOT  *
004350* - PIP CLAIMS PRICED BUT REMIT TO THE NOTIONAL LEDGER,     *
004360* NOT REMITOUT.                                             *
004370*===========================================================*
004380 4600-SUM-PIP-REMITS.
004390     OPEN INPUT PIP-REMIT-IN.
004400     IF WK-PIPRMIT-STATUS NOT = '00'
004410         GO TO 4600-EXIT
004420     END-IF.
004430     PERFORM 4610-SUM-ONE-PIP THRU 4610-EXIT
004440         UNTIL PIPRMIT-AT-EOF.
004450     CLOSE PIP-REMIT-IN.
004460  4600-EXIT.
004470     EXIT.
004480  4610-SUM-ONE-PIP.
004490     READ PIP-REMIT-IN
004500         AT END
004510             SET PIPRMIT-AT-EOF TO TRUE
004520             GO TO 4610-EXIT
004530     END-READ.
004540     MOVE PR-REMIT-REC TO WK-WH-VIEW.
004550     ADD WK-WH-PAID-AMOUNT   TO WK-REMIT-DEBIT-TOTAL.
004560     ADD WK-WH-SEQ-AMT       TO WK-REMIT-DEBIT-TOTAL.
004570     ADD WK-WH-LEDGER-OFFSET TO WK-REMIT-DEBIT-TOTAL.
004580     ADD WK-WH-PAID-AMOUNT   TO WK-PIP-TOTAL.
004590  4610-EXIT.
004600     EXIT.
004610*===========================================================*
004620* 5000-BALANCE-FILES - CROSS-FOOT THE RUN'S OUTPUT FILES    *
004630* AGAINST EACH OTHER AND WRITE THE FILE-LEVEL LINES.        *
004640*===========================================================*
004650 5000-BALANCE-FILES.
004660     MOVE 'PPSOUT DEBIT TOTAL / RECONOUT TOTAL'
004670         TO WK-BF-LABEL.
004680     MOVE WK-PPS-DEBIT-TOTAL  TO WK-BF-AMOUNT1.
004690     MOVE WK-RECON-TOTAL      TO WK-BF-AMOUNT2.
004700     MOVE WK-BC-FILE-LINE TO BAL-CERT-LINE.
004710     WRITE BAL-CERT-LINE.
004720     IF WK-PPS-DEBIT-TOTAL NOT = WK-RECON-TOTAL
004730         SET RUN-OUT-OF-BALANCE TO TRUE
004740     END-IF.
004750     MOVE 'WITHHELD THIS RUN (ON REMIT SIDE)'
004760         TO WK-BF-LABEL.
004770     MOVE WK-WITHHOLD-TOTAL TO WK-BF-AMOUNT1.
004780     MOVE WK-WR-RELEASE-TOTAL TO WK-BF-AMOUNT2.
004790     MOVE WK-BC-FILE-LINE TO BAL-CERT-LINE.
004800     WRITE BAL-CERT-LINE.
004810     MOVE 'PIP NOTIONAL THIS RUN (ON REMIT SIDE)'
004820         TO WK-BF-LABEL.
004830     MOVE WK-PIP-TOTAL TO WK-BF-AMOUNT1.
004840     MOVE ZEROES       TO WK-BF-AMOUNT2.
004850     MOVE WK-BC-FILE-LINE TO BAL-CERT-LINE.
004860     WRITE BAL-CERT-LINE.
004870     MOVE 'PPSOUT DEBIT / REMIT PAID+SEQ+OFFSET'
004880         TO WK-BF-LABEL.
004890     MOVE WK-PPS-DEBIT-TOTAL   TO WK-BF-AMOUNT1.
004900     MOVE WK-REMIT-DEBIT-TOTAL TO WK-BF-AMOUNT2.
004910     MOVE WK-BC-FILE-LINE TO BAL-CERT-LINE.
004920     WRITE BAL-CERT-LINE.
004930     IF WK-PPS-DEBIT-TOTAL NOT = WK-REMIT-DEBIT-TOTAL
004940         SET RUN-OUT-OF-BALANCE TO TRUE
004950     END-IF.
004960     MOVE 'PPSOUT CREDIT TOTAL / REMIT CREDITS'
004970         TO WK-BF-LABEL.
004980     MOVE WK-PPS-CREDIT-TOTAL   TO WK-BF-AMOUNT1.
004990     MOVE WK-REMIT-CREDIT-TOTAL TO WK-BF-AMOUNT2.
005000     MOVE WK-BC-FILE-LINE TO BAL-CERT-LINE.
005010     WRITE BAL-CERT-LINE.
005020     IF WK-PPS-CREDIT-TOTAL NOT = WK-REMIT-CREDIT-TOTAL
005030         SET RUN-OUT-OF-BALANCE TO TRUE
005040     END-IF.
005050 5000-EXIT.
005060     EXIT.
005070*===========================================================*
005080* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
005090* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
005100* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
005110* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
005120* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
005130*===========================================================*
005140 8800-CHECK-LAYOUT.
005150     IF NOT LH-IS-HEADER
005160         IF WK-LC-VERSION = 1
005170             DISPLAY 'PPBAL215 - ' WK-LC-DD ' HAS NO LAYOUT '
005180                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
005190                     ' VERSION 001'
005200             GO TO 8800-EXIT
005210         END-IF
005220         DISPLAY 'PPBAL215 - ' WK-LC-DD ' HAS NO LAYOUT '
005230                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
005240                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
005250         MOVE 12 TO RETURN-CODE
005260         STOP RUN
005270     END-IF.
005280     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
005290        AND LH-LAYOUT-VERSION = WK-LC-VERSION
005300        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
005310         DISPLAY 'PPBAL215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
005320                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
005330                 ' WRITTEN BY ' LH-PRODUCER
005340         GO TO 8800-EXIT
005350     END-IF.
005360     DISPLAY 'PPBAL215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
005370             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
005380             LH-RECORD-LENGTH.
005390     DISPLAY 'PPBAL215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
005400             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
005410             ' - FILE REFUSED'.
005420     MOVE 12 TO RETURN-CODE.
005430     STOP RUN.
005440 8800-EXIT.
005450     EXIT.
005460*===========================================================*
005470* 9000-TERMINATE - WRITE THE VERDICT AND CLOSE.  A FAILED   *
005480* CERTIFICATE ENDS WITH RETURN CODE 16.                     *
005490*===========================================================*
005500 9000-TERMINATE.
005510     IF RUN-OUT-OF-BALANCE
005520         MOVE 'BALANCING CERTIFICATE - FAILED' TO WK-BF-LABEL
005530     ELSE
005540         MOVE 'BALANCING CERTIFICATE - PASSED' TO WK-BF-LABEL
005550     END-IF.
005560     MOVE WK-BILL-FAILS TO WK-BF-AMOUNT1.
005570     MOVE ZEROES        TO WK-BF-AMOUNT2.
005580     MOVE WK-BC-FILE-LINE TO BAL-CERT-LINE.
005590     WRITE BAL-CERT-LINE.
005600     CLOSE PPS-FILE-IN.
005610     CLOSE REMIT-FILE-IN.
005620     CLOSE RECON-FILE-IN.
005630     CLOSE BAL-CERT-OUT.
005640     DISPLAY 'PPBAL215 - PPS ROWS READ     : ' WK-PPS-ROWS.
005650     DISPLAY 'PPBAL215 - BILL-LEVEL FAILS  : ' WK-BILL-FAILS.
005660     IF RUN-OUT-OF-BALANCE
005670         DISPLAY 'PPBAL215 - BALANCING FAILED'
005680         MOVE 16 TO RETURN-CODE
005690     ELSE
005700         DISPLAY 'PPBAL215 - BALANCING PASSED'
005710     END-IF.
005720 9000-EXIT.
005730     EXIT.
