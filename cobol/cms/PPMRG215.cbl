001040 01  PPS-PART4-REC               PIC X(235).
001050 FD  REMIT-PART1-IN
001060     RECORDING MODE IS F.
001070 01  REMIT-PART1-REC             PIC X(129).
001080 FD  REMIT-PART2-IN
001090     RECORDING MODE IS F.
001100 01  REMIT-PART2-REC             PIC X(129).
001110 FD  REMIT-PART3-IN
001120     RECORDING MODE IS F.
001130 01  REMIT-PART3-REC             PIC X(129).
001140 FD  REMIT-PART4-IN
001150     RECORDING MODE IS F.
001160 01  REMIT-PART4-REC             PIC X(129).
001170 FD  RECON-PART1-IN
001180     RECORDING MODE IS F.
001190 01  RECON-PART1-REC             PIC X(049).
001280 01  RECON-PART4-REC             PIC X(049).
001290 FD  MANIFEST1-IN
001300     RECORDING MODE IS F.
001310 01  MANIFEST1-REC               PIC X(144).
001320 FD  MANIFEST2-IN
001330     RECORDING MODE IS F.
001340 01  MANIFEST2-REC               PIC X(144).
001350 FD  MANIFEST3-IN
001360     RECORDING MODE IS F.
001370 01  MANIFEST3-REC               PIC X(144).
001380 FD  MANIFEST4-IN
001390     RECORDING MODE IS F.
001400 01  MANIFEST4-REC               PIC X(144).
001410 FD  PPS-MERGED-OUT
001420     RECORDING MODE IS F.
001430 01  PPS-MERGED-REC              PIC X(235).
001440 FD  REMIT-MERGED-OUT
001450     RECORDING MODE IS F.
001460 01  REMIT-MERGED-REC            PIC X(129).
001470 FD  RECON-MERGED-OUT
001480     RECORDING MODE IS F.
001490 01  RECON-MERGED-REC.
001800 01  WK-EOF-SW                  PIC X(01) VALUE 'N'.
001810     88  PART-AT-EOF            VALUE 'Y'.
001820 01  WK-PARTITION               PIC 9(01) VALUE ZEROES.
001830*----------------------------------------------------------*
001840* LAYOUT HEADER CHECK OF EACH PARTITION EXTRACT (LAYHDR).  *
001850* THE FIRST PARTITION HEADER SEEN, RE-SIGNED BY THIS STEP, *
001860* HEADS THE MERGED EXTRACT.                                *
001870*----------------------------------------------------------*
001880 COPY LAYHDR.
001890 01  WK-LAYOUT-CHECK.
001900     05  WK-LC-DD               PIC X(08).
001910     05  WK-LC-LAYOUT-ID        PIC X(08).
001920     05  WK-LC-VERSION          PIC 9(03).
001930     05  WK-LC-RECORD-LEN       PIC 9(05).
001940 01  WK-LAYOUT-PPSIN.
001950     05  FILLER                 PIC X(08) VALUE 'PPSIN'.
001960     05  FILLER                 PIC X(08) VALUE 'PPSOUT'.
001970     05  FILLER                 PIC 9(03) VALUE 001.
001980     05  FILLER                 PIC 9(05) VALUE 00235.
001990 01  WK-LAYOUT-REMITIN.
002000     05  FILLER                 PIC X(08) VALUE 'REMIN'.
002010     05  FILLER                 PIC X(08) VALUE 'REMITOUT'.
002020     05  FILLER                 PIC 9(03) VALUE 002.
002030     05  FILLER                 PIC 9(05) VALUE 00129.
002040 01  WK-PART-LAYOUT-SW          PIC X(01) VALUE 'N'.
002050     88  PART-LAYOUT-CHECKED    VALUE 'Y'.
002060 01  WK-PPSMRG-HDR-SW           PIC X(01) VALUE 'N'.
002070     88  PPSMRG-HDR-WRITTEN     VALUE 'Y'.
002080 01  WK-REMMRG-HDR-SW           PIC X(01) VALUE 'N'.
002090     88  REMMRG-HDR-WRITTEN     VALUE 'Y'.
002100 01  WK-BAL-FAIL-SW             PIC X(01) VALUE 'N'.
002110     88  MERGE-OUT-OF-BALANCE   VALUE 'Y'.
002120*----------------------------------------------------------*
002130* COMBINED COUNTS/TOTALS VS MANIFEST EXPECTATIONS.          *
002140*----------------------------------------------------------*
002150 01  WK-PPS-MERGED              PIC 9(08) VALUE ZEROES.
002160 01  WK-REMIT-MERGED            PIC 9(08) VALUE ZEROES.
002170 01  WK-MAN-PPS-EXPECT          PIC 9(08) VALUE ZEROES.
002180 01  WK-MAN-REMIT-EXPECT        PIC 9(08) VALUE ZEROES.
002190 01  WK-MAN-PAY-EXPECT          PIC 9(13)V9(02) VALUE ZEROES.
002200 01  WK-RECON-PAY-MERGED        PIC 9(13)V9(02) VALUE ZEROES.
002210*----------------------------------------------------------*
002220* MANIFEST FIELD VIEW (SAME LAYOUT PPBAT215 WRITES).        *
002230*----------------------------------------------------------*
002240 01  WK-MANIFEST-VIEW.
002250     05  MV-RUN-ID               PIC X(08).
002260     05  MV-RUN-DATE             PIC 9(08).
002270     05  MV-RUN-TIME             PIC 9(08).
002280     05  MV-PPDRV-VERSION        PIC X(05).
002290     05  MV-CALC-VERS            PIC X(05).
002300     05  MV-FLAGS                PIC X(05).
002310     05  MV-BILLS-READ           PIC 9(07).
002320     05  MV-BILLS-PRICED         PIC 9(07).
002330     05  MV-BILLS-REJECTED       PIC 9(07).
002340     05  MV-BILLS-QUARANTINED    PIC 9(07).
002350     05  MV-BILLS-DUPLICATE      PIC 9(07).
002360     05  MV-BILLS-FILTERED       PIC 9(07).
002370     05  MV-BILLS-PENDED         PIC 9(07).
002380     05  MV-PPSOUT-RECS          PIC 9(07).
002390     05  MV-REMIT-RECS           PIC 9(07).
002400     05  MV-TOTAL-PAYMENT        PIC 9(13)V9(02).
002410     05  FILLER                  PIC X(05).
002420*----------------------------------------------------------*
002430* RECONCILIATION ROW VIEW AND COMBINED RECON TABLE.         *
002440*----------------------------------------------------------*
002450 01  WK-RECON-VIEW.
002460     05  RV-PROVIDER-NO          PIC X(06).
002470     05  RV-DRG                  PIC 9(03).
002480     05  RV-BILL-COUNT           PIC 9(07).
002490     05  RV-TOTAL-CHARGES        PIC 9(09)V9(02).
002500     05  RV-TOTAL-PAYMENT        PIC 9(09)V9(02).
002510     05  RV-AVG-PAYMENT          PIC 9(09)V9(02).
002520 01  WK-RC-COUNT                PIC 9(05) VALUE ZEROES.
002530 01  MERGED-RECON-TABLE.
002540     05  MR-ENTRY OCCURS 5000 TIMES
002550                  INDEXED BY MR-IDX MR-SIDX.
002560         10  MR-PROVIDER-NO      PIC X(06).
002570         10  MR-DRG              PIC 9(03).
002580         10  MR-BILL-COUNT       PIC 9(07).
002590         10  MR-TOTAL-CHARGES    PIC 9(11)V9(02).
002600         10  MR-TOTAL-PAYMENT    PIC 9(11)V9(02).
002610 01  WK-RPT-LINE.
002620     05  WK-RP-LABEL         PIC X(40).
002630     05  WK-RP-AMOUNT1       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002640     05  FILLER              PIC X(02) VALUE SPACES.
002650     05  WK-RP-AMOUNT2       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002660 PROCEDURE DIVISION.
002670*===========================================================*
002680* 0000-MAINLINE                                              *
002690*===========================================================*
002700 0000-MAINLINE.
002710*    HIGH-VALUES KEYS IN EVERY UNUSED ROW SO THE FOLD'S
002720*    SERIAL SEARCH CANNOT MATCH AN UNLOADED ENTRY.
002730     PERFORM 0100-CLEAR-ONE-RECON THRU 0100-EXIT
002740         VARYING MR-SIDX FROM 1 BY 1
002750         UNTIL MR-SIDX > 5000.
002760     OPEN OUTPUT PPS-MERGED-OUT.
002770     OPEN OUTPUT REMIT-MERGED-OUT.
002780     OPEN OUTPUT RECON-MERGED-OUT.
002790     OPEN OUTPUT MERGE-RPT-OUT.
002800     PERFORM 2000-MERGE-PPS       THRU 2000-EXIT.
002810     PERFORM 3000-MERGE-REMIT     THRU 3000-EXIT.
002820     PERFORM 4000-MERGE-RECON     THRU 4000-EXIT.
002830     PERFORM 5000-READ-MANIFESTS  THRU 5000-EXIT.
002840     PERFORM 6000-BALANCE         THRU 6000-EXIT.
002850     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
002860     STOP RUN.
002870 0100-CLEAR-ONE-RECON.
002880     MOVE HIGH-VALUES TO MR-PROVIDER-NO(MR-SIDX).
002890 0100-EXIT.
002900     EXIT.
002910*===========================================================*
002920* 2000-MERGE-PPS - CONCATENATE THE PER-PARTITION PRICING    *
002930* EXTRACTS, IN PARTITION ORDER.  A MISSING PARTITION FILE   *
002940* SIMPLY MEANS FEWER PARTITIONS RAN.                        *
002950* EACH PARTITION'S LAYOUT HEADER IS CHECKED, NOT COPIED;    *
002960* THE MERGED EXTRACT GETS ONE HEADER OF ITS OWN (8850).     *
002970*===========================================================*
002980 2000-MERGE-PPS.
002990     OPEN INPUT PPS-PART1-IN.
003000     IF WK-PPS1-STATUS = '00'
003010         MOVE 'N' TO WK-EOF-SW
003020         MOVE 'N' TO WK-PART-LAYOUT-SW
003030         PERFORM 2110-COPY-PPS1 THRU 2110-EXIT
003040             UNTIL PART-AT-EOF
003050         CLOSE PPS-PART1-IN
003060     END-IF.
003070     OPEN INPUT PPS-PART2-IN.
003080     IF WK-PPS2-STATUS = '00'
003090         MOVE 'N' TO WK-EOF-SW
003100         MOVE 'N' TO WK-PART-LAYOUT-SW
003110         PERFORM 2120-COPY-PPS2 THRU 2120-EXIT
003120             UNTIL PART-AT-EOF
003130         CLOSE PPS-PART2-IN
003140     END-IF.
003150     OPEN INPUT PPS-PART3-IN.
003160     IF WK-PPS3-STATUS = '00'
003170         MOVE 'N' TO WK-EOF-SW
003180         MOVE 'N' TO WK-PART-LAYOUT-SW
003190         PERFORM 2130-COPY-PPS3 THRU 2130-EXIT
003200             UNTIL PART-AT-EOF
003210         CLOSE PPS-PART3-IN
003220     END-IF.
003230     OPEN INPUT PPS-PART4-IN.
003240     IF WK-PPS4-STATUS = '00'
003250         MOVE 'N' TO WK-EOF-SW
003260         MOVE 'N' TO WK-PART-LAYOUT-SW
003270         PERFORM 2140-COPY-PPS4 THRU 2140-EXIT
003280             UNTIL PART-AT-EOF
003290         CLOSE PPS-PART4-IN
003300     END-IF.
003310 2000-EXIT.
003320     EXIT.
003330 2110-COPY-PPS1.
003340     READ PPS-PART1-IN
003350         AT END
003360             SET PART-AT-EOF TO TRUE
003370             GO TO 2110-EXIT
003380     END-READ.
003390     IF PPS-PART1-REC(1:4) = '*LAY'
003400        OR NOT PART-LAYOUT-CHECKED
003410         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
003420         MOVE 'PPSIN1'   TO WK-LC-DD
003430         MOVE PPS-PART1-REC TO LAYOUT-HDR-REC
003440         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
003450         SET PART-LAYOUT-CHECKED TO TRUE
003460         IF LH-IS-HEADER
003470             PERFORM 8850-WRITE-PPSMRG-HEADER THRU 8850-EXIT
003480             GO TO 2110-COPY-PPS1
003490         END-IF
003500     END-IF.
003510     WRITE PPS-MERGED-REC FROM PPS-PART1-REC.
003520     ADD 1 TO WK-PPS-MERGED.
003530 2110-EXIT.
003540     EXIT.
003550 2120-COPY-PPS2.
003560     READ PPS-PART2-IN
003570         AT END
003580             SET PART-AT-EOF TO TRUE
003590             GO TO 2120-EXIT
003600     END-READ.
003610     IF PPS-PART2-REC(1:4) = '*LAY'
003620        OR NOT PART-LAYOUT-CHECKED
003630         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
003640         MOVE 'PPSIN2'   TO WK-LC-DD
003650         MOVE PPS-PART2-REC TO LAYOUT-HDR-REC
003660         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
003670         SET PART-LAYOUT-CHECKED TO TRUE
003680         IF LH-IS-HEADER
003690             PERFORM 8850-WRITE-PPSMRG-HEADER THRU 8850-EXIT
003700             GO TO 2120-COPY-PPS2
003710         END-IF
003720     END-IF.
003730     WRITE PPS-MERGED-REC FROM PPS-PART2-REC.
003740     ADD 1 TO WK-PPS-MERGED.
003750 2120-EXIT.
003760     EXIT.
003770 2130-COPY-PPS3.
003780     READ PPS-PART3-IN
003790         AT END
003800             SET PART-AT-EOF TO TRUE
003810             GO TO 2130-EXIT
003820     END-READ.
003830     IF PPS-PART3-REC(1:4) = '*LAY'
003840        OR NOT PART-LAYOUT-CHECKED
003850         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
003860         MOVE 'PPSIN3'   TO WK-LC-DD
003870         MOVE PPS-PART3-REC TO LAYOUT-HDR-REC
003880         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
003890         SET PART-LAYOUT-CHECKED TO TRUE
003900         IF LH-IS-HEADER
003910             PERFORM 8850-WRITE-PPSMRG-HEADER THRU 8850-EXIT
003920             GO TO 2130-COPY-PPS3
003930         END-IF
003940     END-IF.
003950     WRITE PPS-MERGED-REC FROM PPS-PART3-REC.
003960     ADD 1 TO WK-PPS-MERGED.
003970 2130-EXIT.
003980     EXIT.
003990 2140-COPY-PPS4.
004000     READ PPS-PART4-IN
004010         AT END
004020             SET PART-AT-EOF TO TRUE
004030             GO TO 2140-EXIT
004040     END-READ.
004050     IF PPS-PART4-REC(1:4) = '*LAY'
004060        OR NOT PART-LAYOUT-CHECKED
004070         MOVE WK-LAYOUT-PPSIN TO WK-LAYOUT-CHECK
004080         MOVE 'PPSIN4'   TO WK-LC-DD
004090         MOVE PPS-PART4-REC TO LAYOUT-HDR-REC
004100         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
004110         SET PART-LAYOUT-CHECKED TO TRUE
004120         IF LH-IS-HEADER
004130             PERFORM 8850-WRITE-PPSMRG-HEADER THRU 8850-EXIT
004140             GO TO 2140-COPY-PPS4
004150         END-IF
004160     END-IF.
004170     WRITE PPS-MERGED-REC FROM PPS-PART4-REC.
004180     ADD 1 TO WK-PPS-MERGED.
004190 2140-EXIT.
004200     EXIT.
004210*===========================================================*
004220* 3000-MERGE-REMIT - SAME CONCATENATION FOR THE REMITTANCE  *
004230* EXTRACTS.                                                 *
004240*===========================================================*
004250 3000-MERGE-REMIT.
004260     OPEN INPUT REMIT-PART1-IN.
004270     IF WK-REM1-STATUS = '00'
004280         MOVE 'N' TO WK-EOF-SW
004290         MOVE 'N' TO WK-PART-LAYOUT-SW
004300         PERFORM 3110-COPY-REM1 THRU 3110-EXIT
004310             UNTIL PART-AT-EOF
004320         CLOSE REMIT-PART1-IN
004330     END-IF.
004340     OPEN INPUT REMIT-PART2-IN.
004350     IF WK-REM2-STATUS = '00'
004360         MOVE 'N' TO WK-EOF-SW
004370         MOVE 'N' TO WK-PART-LAYOUT-SW
004380         PERFORM 3120-COPY-REM2 THRU 3120-EXIT
004390             UNTIL PART-AT-EOF
004400         CLOSE REMIT-PART2-IN
004410     END-IF.
004420     OPEN INPUT REMIT-PART3-IN.
004430     IF WK-REM3-STATUS = '00'
004440         MOVE 'N' TO WK-EOF-SW
004450         MOVE 'N' TO WK-PART-LAYOUT-SW
004460         PERFORM 3130-COPY-REM3 THRU 3130-EXIT
004470             UNTIL PART-AT-EOF
004480         CLOSE REMIT-PART3-IN
004490     END-IF.
004500     OPEN INPUT REMIT-PART4-IN.
004510     IF WK-REM4-STATUS = '00'
004520         MOVE 'N' TO WK-EOF-SW
004530         MOVE 'N' TO WK-PART-LAYOUT-SW
004540         PERFORM 3140-COPY-REM4 THRU 3140-EXIT
004550             UNTIL PART-AT-EOF
004560         CLOSE REMIT-PART4-IN
004570     END-IF.
004580 3000-EXIT.
004590     EXIT.
004600 3110-COPY-REM1.
004610     READ REMIT-PART1-IN
004620         AT END
004630             SET PART-AT-EOF TO TRUE
004640             GO TO 3110-EXIT
004650     END-READ.
004660     IF REMIT-PART1-REC(1:4) = '*LAY'
004670        OR NOT PART-LAYOUT-CHECKED
004680         MOVE WK-LAYOUT-REMITIN TO WK-LAYOUT-CHECK
004690         MOVE 'REMIN1'   TO WK-LC-DD
004700         MOVE REMIT-PART1-REC TO LAYOUT-HDR-REC
004710         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
004720         SET PART-LAYOUT-CHECKED TO TRUE
004730         IF LH-IS-HEADER
004740             PERFORM 8860-WRITE-REMMRG-HEADER THRU 8860-EXIT
004750             GO TO 3110-COPY-REM1
004760         END-IF
004770     END-IF.
004780     WRITE REMIT-MERGED-REC FROM REMIT-PART1-REC.
004790     ADD 1 TO WK-REMIT-MERGED.
004800 3110-EXIT.
004810     EXIT.
004820 3120-COPY-REM2.
004830     READ REMIT-PART2-IN
004840         AT END
004850             SET PART-AT-EOF TO TRUE
004860             GO TO 3120-EXIT
004870     END-READ.
004880     IF REMIT-PART2-REC(1:4) = '*LAY'
004890        OR NOT PART-LAYOUT-CHECKED
004900         MOVE WK-LAYOUT-REMITIN TO WK-LAYOUT-CHECK
004910         MOVE 'REMIN2'   TO WK-LC-DD
004920         MOVE REMIT-PART2-REC TO LAYOUT-HDR-REC
004930         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
004940         SET PART-LAYOUT-CHECKED TO TRUE
004950         IF LH-IS-HEADER
004960             PERFORM 8860-WRITE-REMMRG-HEADER THRU 8860-EXIT
004970             GO TO 3120-COPY-REM2
004980         END-IF
004990     END-IF.
005000     WRITE REMIT-MERGED-REC FROM REMIT-PART2-REC.
005010     ADD 1 TO WK-REMIT-MERGED.
005020 3120-EXIT.
005030     EXIT.
005040 3130-COPY-REM3.
005050     READ REMIT-PART3-IN
005060         AT END
005070             SET PART-AT-EOF TO TRUE
005080             GO TO 3130-EXIT
005090     END-READ.
005100     IF REMIT-PART3-REC(1:4) = '*LAY'
005110        OR NOT PART-LAYOUT-CHECKED
005120         MOVE WK-LAYOUT-REMITIN TO WK-LAYOUT-CHECK
005130         MOVE 'REMIN3'   TO WK-LC-DD
005140         MOVE REMIT-PART3-REC TO LAYOUT-HDR-REC
005150         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
005160         SET PART-LAYOUT-CHECKED TO TRUE
005170         IF LH-IS-HEADER
005180             PERFORM 8860-WRITE-REMMRG-HEADER THRU 8860-EXIT
005190             GO TO 3130-COPY-REM3
005200         END-IF
005210     END-IF.
005220     WRITE REMIT-MERGED-REC FROM REMIT-PART3-REC.
005230     ADD 1 TO WK-REMIT-MERGED.
005240 3130-EXIT.
005250     EXIT.
005260 3140-COPY-REM4.
005270     READ REMIT-PART4-IN
005280         AT END
005290             SET PART-AT-EOF TO TRUE
005300             GO TO 3140-EXIT
005310     END-READ.
005320     IF REMIT-PART4-REC(1:4) = '*LAY'
005330        OR NOT PART-LAYOUT-CHECKED
005340         MOVE WK-LAYOUT-REMITIN TO WK-LAYOUT-CHECK
005350         MOVE 'REMIN4'   TO WK-LC-DD
005360         MOVE REMIT-PART4-REC TO LAYOUT-HDR-REC
005370         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
005380         SET PART-LAYOUT-CHECKED TO TRUE
005390         IF LH-IS-HEADER
005400             PERFORM 8860-WRITE-REMMRG-HEADER THRU 8860-EXIT
005410             GO TO 3140-COPY-REM4
005420         END-IF
005430     END-IF.
005440     WRITE REMIT-MERGED-REC FROM REMIT-PART4-REC.
005450     ADD 1 TO WK-REMIT-MERGED.
005460 3140-EXIT.
005470     EXIT.
005480*===========================================================*
005490* 4000-MERGE-RECON - FOLD EVERY PARTITION'S PROVIDER/DRG    *
005500* CONTROL ROWS INTO ONE COMBINED TABLE (A PROVIDER RANGE    *
005510* NEVER SPANS PARTITIONS, BUT THE FOLD RE-TOTALS CORRECTLY  *
005520* EVEN IF ONE DOES), THEN WRITE THE RE-TOTALED EXTRACT.     *
005530*===========================================================*
005540 4000-MERGE-RECON.
005550     OPEN INPUT RECON-PART1-IN.
005560     IF WK-REC1-STATUS = '00'
005570         MOVE 'N' TO WK-EOF-SW
005580         PERFORM 4110-FOLD-REC1 THRU 4110-EXIT
005590             UNTIL PART-AT-EOF
005600         CLOSE RECON-PART1-IN
005610     END-IF.
005620     OPEN INPUT RECON-PART2-IN.
005630     IF WK-REC2-STATUS = '00'
005640         MOVE 'N' TO WK-EOF-SW
005650         PERFORM 4120-FOLD-REC2 THRU 4120-EXIT
005660             UNTIL PART-AT-EOF
005670         CLOSE RECON-PART2-IN
005680     END-IF.
005690     OPEN INPUT RECON-PART3-IN.
005700     IF WK-REC3-STATUS = '00'
005710         MOVE 'N' TO WK-EOF-SW
005720         PERFORM 4130-FOLD-REC3 THRU 4130-EXIT
005730             UNTIL PART-AT-EOF
005740         CLOSE RECON-PART3-IN
005750     END-IF.
005760     OPEN INPUT RECON-PART4-IN.
005770     IF WK-REC4-STATUS = '00'
005780         MOVE 'N' TO WK-EOF-SW
005790         PERFORM 4140-FOLD-REC4 THRU 4140-EXIT
005800             UNTIL PART-AT-EOF
005810         CLOSE RECON-PART4-IN
005820     END-IF.
005830     SET MR-IDX TO 1.
005840     PERFORM 4200-WRITE-ONE-RECON THRU 4200-EXIT
005850         UNTIL MR-IDX > WK-RC-COUNT.
005860 4000-EXIT.
005870     EXIT.
005880 4110-FOLD-REC1.
005890     READ RECON-PART1-IN
005900         AT END
005910             SET PART-AT-EOF TO TRUE
005920             GO TO 4110-EXIT
005930     END-READ.
005940     MOVE RECON-PART1-REC TO WK-RECON-VIEW.
005950     PERFORM 4150-FOLD-ONE THRU 4150-EXIT.
005960 4110-EXIT.
005970     EXIT.
005980 4120-FOLD-REC2.
005990     READ RECON-PART2-IN
006000         AT END
006010             SET PART-AT-EOF TO TRUE
006020             GO TO 4120-EXIT
006030     END-READ.
006040     MOVE RECON-PART2-REC TO WK-RECON-VIEW.
006050     PERFORM 4150-FOLD-ONE THRU 4150-EXIT.
006060 4120-EXIT.
006070     EXIT.
006080 4130-FOLD-REC3.
006090     READ RECON-PART3-IN
006100         AT END
006110             SET PART-AT-EOF TO TRUE
006120             GO TO 4130-EXIT
006130     END-READ.
006140     MOVE RECON-PART3-REC TO WK-RECON-VIEW.
006150     PERFORM 4150-FOLD-ONE THRU 4150-EXIT.
006160 4130-EXIT.
006170     EXIT.
006180 4140-FOLD-REC4.
006190     READ RECON-PART4-IN
006200         AT END
006210             SET PART-AT-EOF TO TRUE
006220             GO TO 4140-EXIT
006230     END-READ.
006240     MOVE RECON-PART4-REC TO WK-RECON-VIEW.
006250     PERFORM 4150-FOLD-ONE THRU 4150-EXIT.
006260 4140-EXIT.
006270     EXIT.
006280 4150-FOLD-ONE.
006290     SET MR-SIDX TO 1.
006300     SEARCH MR-ENTRY VARYING MR-SIDX
006310         AT END
006320             IF WK-RC-COUNT < 5000
006330                 ADD 1 TO WK-RC-COUNT
006340                 SET MR-SIDX TO WK-RC-COUNT
006350                 MOVE RV-PROVIDER-NO TO MR-PROVIDER-NO(MR-SIDX)
006360                 MOVE RV-DRG         TO MR-DRG(MR-SIDX)
006370                 MOVE 0 TO MR-BILL-COUNT(MR-SIDX)
006380                 MOVE 0 TO MR-TOTAL-CHARGES(MR-SIDX)
006390                 MOVE 0 TO MR-TOTAL-PAYMENT(MR-SIDX)
006400             ELSE
006410                 SET MERGE-OUT-OF-BALANCE TO TRUE
006420                 GO TO 4150-EXIT
006430             END-IF
006440         WHEN MR-PROVIDER-NO(MR-SIDX) = RV-PROVIDER-NO
006450             AND MR-DRG(MR-SIDX) = RV-DRG
006460             CONTINUE
006470     END-SEARCH.
006480     ADD RV-BILL-COUNT    TO MR-BILL-COUNT(MR-SIDX).
006490     ADD RV-TOTAL-CHARGES TO MR-TOTAL-CHARGES(MR-SIDX).
006500     ADD RV-TOTAL-PAYMENT TO MR-TOTAL-PAYMENT(MR-SIDX).
006510     ADD RV-TOTAL-PAYMENT TO WK-RECON-PAY-MERGED.
006520 4150-EXIT.
006530     EXIT.
006540 4200-WRITE-ONE-RECON.
006550     MOVE MR-PROVIDER-NO(MR-IDX)   TO RM-PROVIDER-NO.
006560     MOVE MR-DRG(MR-IDX)           TO RM-DRG.
006570     MOVE MR-BILL-COUNT(MR-IDX)    TO RM-BILL-COUNT.
006580     MOVE MR-TOTAL-CHARGES(MR-IDX) TO RM-TOTAL-CHARGES.
006590     MOVE MR-TOTAL-PAYMENT(MR-IDX) TO RM-TOTAL-PAYMENT.
006600     COMPUTE RM-AVG-PAYMENT ROUNDED =
006610         MR-TOTAL-PAYMENT(MR-IDX) / MR-BILL-COUNT(MR-IDX).
006620     WRITE RECON-MERGED-REC.
006630     SET MR-IDX UP BY 1.
006640 4200-EXIT.
006650     EXIT.
006660*===========================================================*
006670* 5000-READ-MANIFESTS - SUM EACH PARTITION MANIFEST'S       *
006680* EXPECTED RECORD COUNTS AND PAYMENT TOTAL.                 *
006690*===========================================================*
006700 5000-READ-MANIFESTS.
006710     OPEN INPUT MANIFEST1-IN.
006720     IF WK-MAN1-STATUS = '00'
006730         READ MANIFEST1-IN
006740             AT END CONTINUE
006750         END-READ
006760         MOVE MANIFEST1-REC TO WK-MANIFEST-VIEW
006770         PERFORM 5100-ADD-MANIFEST THRU 5100-EXIT
006780         CLOSE MANIFEST1-IN
006790     END-IF.
006800     OPEN INPUT MANIFEST2-IN.
006810     IF WK-MAN2-STATUS = '00'
006820         READ MANIFEST2-IN
006830             AT END CONTINUE
006840         END-READ
006850         MOVE MANIFEST2-REC TO WK-MANIFEST-VIEW
006860         PERFORM 5100-ADD-MANIFEST THRU 5100-EXIT
006870         CLOSE MANIFEST2-IN
006880     END-IF.
006890     OPEN INPUT MANIFEST3-IN.
006900     IF WK-MAN3-STATUS = '00'
006910         READ MANIFEST3-IN
006920             AT END CONTINUE
006930         END-READ
006940         MOVE MANIFEST3-REC TO WK-MANIFEST-VIEW
006950         PERFORM 5100-ADD-MANIFEST THRU 5100-EXIT
006960         CLOSE MANIFEST3-IN
006970     END-IF.
006980     OPEN INPUT MANIFEST4-IN.
006990     IF WK-MAN4-STATUS = '00'
007000         READ MANIFEST4-IN
007010             AT END CONTINUE
007020         END-READ
007030         MOVE MANIFEST4-REC TO WK-MANIFEST-VIEW
007040         PERFORM 5100-ADD-MANIFEST THRU 5100-EXIT
007050         CLOSE MANIFEST4-IN
007060     END-IF.
007070 5000-EXIT.
007080     EXIT.
007090 5100-ADD-MANIFEST.
007100     ADD MV-PPSOUT-RECS   TO WK-MAN-PPS-EXPECT.
007110     ADD MV-REMIT-RECS    TO WK-MAN-REMIT-EXPECT.
007120     ADD MV-TOTAL-PAYMENT TO WK-MAN-PAY-EXPECT.
007130 5100-EXIT.
007140     EXIT.
007150*===========================================================*
007160* 6000-BALANCE - COMPARE THE COMBINED COUNTS AND TOTALS     *
007170* AGAINST THE MANIFEST EXPECTATIONS.                        *
007180*===========================================================*
007190 6000-BALANCE.
007200     MOVE 'MERGED PPS RECORDS / MANIFEST EXPECTED'
007210         TO WK-RP-LABEL.
007220     MOVE WK-PPS-MERGED     TO WK-RP-AMOUNT1.
007230     MOVE WK-MAN-PPS-EXPECT TO WK-RP-AMOUNT2.
007240     MOVE WK-RPT-LINE TO MERGE-RPT-LINE.
007250     WRITE MERGE-RPT-LINE.
007260     IF WK-PPS-MERGED NOT = WK-MAN-PPS-EXPECT
007270         SET MERGE-OUT-OF-BALANCE TO TRUE
007280     END-IF.
007290     MOVE 'MERGED REMIT RECORDS / MANIFEST EXPECTED'
007300         TO WK-RP-LABEL.
007310     MOVE WK-REMIT-MERGED     TO WK-RP-AMOUNT1.
007320     MOVE WK-MAN-REMIT-EXPECT TO WK-RP-AMOUNT2.
007330     MOVE WK-RPT-LINE TO MERGE-RPT-LINE.
007340     WRITE MERGE-RPT-LINE.
007350     IF WK-REMIT-MERGED NOT = WK-MAN-REMIT-EXPECT
007360         SET MERGE-OUT-OF-BALANCE TO TRUE
007370     END-IF.
007380     MOVE 'MERGED RECON PAYMENT / MANIFEST PAYMENT'
007390         TO WK-RP-LABEL.
007400     MOVE WK-RECON-PAY-MERGED TO WK-RP-AMOUNT1.
007410     MOVE WK-MAN-PAY-EXPECT   TO WK-RP-AMOUNT2.
007420     MOVE WK-RPT-LINE TO MERGE-RPT-LINE.
007430     WRITE MERGE-RPT-LINE.
007440     IF WK-RECON-PAY-MERGED NOT = WK-MAN-PAY-EXPECT
007450         SET MERGE-OUT-OF-BALANCE TO TRUE
007460     END-IF.
007470 6000-EXIT.
007480     EXIT.
007490*===========================================================*
007500* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
007510* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
007520* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
007530* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
007540* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
007550*===========================================================*
007560 8800-CHECK-LAYOUT.
007570     IF NOT LH-IS-HEADER
007580         IF WK-LC-VERSION = 1
007590             DISPLAY 'PPMRG215 - ' WK-LC-DD ' HAS NO LAYOUT '
007600                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
007610                     ' VERSION 001'
007620             GO TO 8800-EXIT
007630         END-IF
007640         DISPLAY 'PPMRG215 - ' WK-LC-DD ' HAS NO LAYOUT '
007650                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
007660                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
007670         MOVE 12 TO RETURN-CODE
007680         STOP RUN
007690     END-IF.
007700     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
007710        AND LH-LAYOUT-VERSION = WK-LC-VERSION
007720        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
007730         DISPLAY 'PPMRG215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
007740                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
007750                 ' WRITTEN BY ' LH-PRODUCER
007760         GO TO 8800-EXIT
007770     END-IF.
007780     DISPLAY 'PPMRG215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
007790             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
007800             LH-RECORD-LENGTH.
007810     DISPLAY 'PPMRG215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
007820             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
007830             ' - FILE REFUSED'.
007840     MOVE 12 TO RETURN-CODE.
007850     STOP RUN.
007860 8800-EXIT.
007870     EXIT.
007880*-----------------------------------------------------------*
007890* 8850/8860 - THE FIRST PARTITION HEADER, SIGNED BY THIS     *
007900* STEP, BECOMES THE MERGED EXTRACT'S HEADER.  A HEADER FROM  *
007910* A LATER PARTITION IS DROPPED.                              *
007920*-----------------------------------------------------------*
007930 8850-WRITE-PPSMRG-HEADER.
007940     IF PPSMRG-HDR-WRITTEN OR WK-PPS-MERGED > 0
007950         GO TO 8850-EXIT
007960     END-IF.
007970     MOVE 'PPMRG215' TO LH-PRODUCER.
007980     WRITE PPS-MERGED-REC FROM LAYOUT-HDR-REC.
007990     SET PPSMRG-HDR-WRITTEN TO TRUE.
008000 8850-EXIT.
008010     EXIT.
008020 8860-WRITE-REMMRG-HEADER.
008030     IF REMMRG-HDR-WRITTEN OR WK-REMIT-MERGED > 0
008040         GO TO 8860-EXIT
008050     END-IF.
008060     MOVE 'PPMRG215' TO LH-PRODUCER.
008070     WRITE REMIT-MERGED-REC FROM LAYOUT-HDR-REC.
008080     SET REMMRG-HDR-WRITTEN TO TRUE.
008090 8860-EXIT.
008100     EXIT.
008110*===========================================================*
008120* 9000-TERMINATE - VERDICT AND CLOSE.                       *
008130*===========================================================*
008140 9000-TERMINATE.
008150     IF MERGE-OUT-OF-BALANCE
008160         MOVE 'PARTITION MERGE - OUT OF BALANCE'
008170             TO WK-RP-LABEL
008180     ELSE
008190         MOVE 'PARTITION MERGE - BALANCED'
008200             TO WK-RP-LABEL
008210     END-IF.
008220     MOVE ZEROES TO WK-RP-AMOUNT1 WK-RP-AMOUNT2.
008230     MOVE WK-RPT-LINE TO MERGE-RPT-LINE.
008240     WRITE MERGE-RPT-LINE.
008250     CLOSE PPS-MERGED-OUT.
008260     CLOSE REMIT-MERGED-OUT.
008270     CLOSE RECON-MERGED-OUT.
008280     CLOSE MERGE-RPT-OUT.
008290     DISPLAY 'PPMRG215 - PPS RECORDS MERGED  : ' WK-PPS-MERGED.
008300     DISPLAY 'PPMRG215 - REMIT RECORDS MERGED: '
008310             WK-REMIT-MERGED.
008320     IF MERGE-OUT-OF-BALANCE
008330         DISPLAY 'PPMRG215 - MERGE OUT OF BALANCE'
008340         MOVE 16 TO RETURN-CODE
008350     ELSE
008360         DISPLAY 'PPMRG215 - MERGE BALANCED'
008370     END-IF.
008380 9000-EXIT.
008390     EXIT.
