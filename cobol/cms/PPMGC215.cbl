000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPMGC215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - ANNUAL MGCRB RECLASSIFICATION EXPIRATION LIST.
000070*          - READS THE MGCRB RECLASSIFICATION REGISTER (MGCRBREG)
000080*            AND LISTS EVERY RECLASSIFICATION WHOSE TERM ENDS
000090*            WITH THE FISCAL YEAR BEFORE THE TARGET YEAR - THE
000100*            ONES THAT STOP PAYING AT THE NEXT FISCAL YEAR
000110*            UNLESS THE PROVIDER RECORD IS CHANGED.  A PROVIDER
000120*            WITH A NEW TERM STARTING IN THE TARGET YEAR IS
000130*            SHOWN AS RENEWED WITH ITS NEW CBSA AND DECISION;
000140*            THE REST ARE SHOWN AS EXPIRING, SO THEIR PROVIDER
000150*            RECORDS CAN BE RESET BEFORE OCTOBER 1.  TERMS
000160*            ALREADY WITHDRAWN OR TERMINATED ARE COUNTED BUT
000170*            NOT LISTED.
000180*          - PARAMETER CARD - TARGET-FY=CCYY (DEFAULT THE FISCAL
000190*            YEAR AFTER THE CURRENT ONE).
000200 DATE-COMPILED.
000210****************************************************************
000220*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000230*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000240*   IS THAT OF THE USER.                                       *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.            IBM-370.
000290 OBJECT-COMPUTER.            IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT MGC-PARM-FILE   ASSIGN TO MGCPARM
000330                            ORGANIZATION IS LINE SEQUENTIAL
000340                            FILE STATUS IS WK-PARM-STATUS.
000350     SELECT MGCRB-REG-FILE  ASSIGN TO MGCRBREG
000360                            ORGANIZATION IS SEQUENTIAL
000370                            FILE STATUS IS WK-MGCRB-STATUS.
000380     SELECT MGC-RPT-OUT     ASSIGN TO MGCRPT
000390                            ORGANIZATION IS LINE SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  MGC-PARM-FILE
000430     RECORDING MODE IS F.
000440 01  MGC-PARM-REC                PIC X(80).
000450*----------------------------------------------------------*
000460* MGCRB RECLASSIFICATION REGISTER, AS PPBAT215 READS IT.    *
000470*----------------------------------------------------------*
000480 FD  MGCRB-REG-FILE
000490     RECORDING MODE IS F.
000500 COPY MGCRBREG.
000510 FD  MGC-RPT-OUT
000520     RECORDING MODE IS F.
000530 01  MGC-RPT-LINE                PIC X(100).
000540 WORKING-STORAGE SECTION.
000550 01  W-STORAGE-REF                  PIC X(48)  VALUE
000560     'P P M G C 2 1 5 - W O R K I N G   S T O R A G E'.
000570 01  MGC-VERSION                    PIC X(05) VALUE 'M21.5'.
000580 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
000590 01  WK-MGCRB-STATUS            PIC X(02) VALUE SPACES.
000600 01  WK-SWITCHES.
000610     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
000620         88  PARM-AT-EOF        VALUE 'Y'.
000630     05  WK-MGCRB-EOF           PIC X(01) VALUE 'N'.
000640         88  MGCRB-AT-EOF       VALUE 'Y'.
000650     05  WK-RENEWED-SW          PIC X(01) VALUE 'N'.
000660         88  TERM-WAS-RENEWED   VALUE 'Y'.
000670 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
000680 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
000690 01  WK-TODAY                   PIC 9(08) VALUE ZEROES.
000700 01  WK-TODAY-PARTS REDEFINES WK-TODAY.
000710     05  WK-TODAY-YYYY          PIC 9(04).
000720     05  WK-TODAY-MM            PIC 9(02).
000730     05  WK-TODAY-DD            PIC 9(02).
000740 01  WK-TARGET-FY               PIC 9(04) VALUE ZEROES.
000750 01  WK-EXPIRING-FY             PIC 9(04) VALUE ZEROES.
000760*----------------------------------------------------------*
000770* THE REGISTER, HELD SO EACH EXPIRING TERM CAN BE MATCHED  *
000780* TO A SUCCESSOR TERM FOR THE SAME PROVIDER.                *
000790*----------------------------------------------------------*
000800 01  WK-MG-COUNT                PIC 9(05) VALUE ZEROES.
000810 01  MGCRB-REG-TABLE.
000820     05  MGR-ENTRY OCCURS 5000 TIMES
000830                   INDEXED BY MGR-IDX MGR-SIDX.
000840         10  MGR-PROVIDER-NO    PIC X(06).
000850         10  MGR-TARGET-CBSA    PIC X(05).
000860         10  MGR-DECISION-NO    PIC X(10).
000870         10  MGR-FIRST-FY       PIC 9(04).
000880         10  MGR-LAST-FY        PIC 9(04).
000890         10  MGR-END-DATE       PIC 9(08).
000900         10  MGR-END-REASON     PIC X(01).
000910 01  WK-EXPIRING                PIC 9(05) VALUE ZEROES.
000920 01  WK-RENEWED                 PIC 9(05) VALUE ZEROES.
000930 01  WK-ALREADY-ENDED           PIC 9(05) VALUE ZEROES.
000940*----------------------------------------------------------*
000950* REPORT LINES.                                             *
000960*----------------------------------------------------------*
000970 01  WK-MG-TITLE-LINE.
000980     05  FILLER              PIC X(40) VALUE
000990         'MGCRB RECLASSIFICATIONS ENDING BEFORE FY'.
001000     05  FILLER              PIC X(01) VALUE SPACES.
001010     05  WK-MT-TARGET-FY     PIC 9(04).
001020     05  FILLER              PIC X(14) VALUE '  (LAST FY OF '.
001030     05  WK-MT-EXPIRING-FY   PIC 9(04).
001040     05  FILLER              PIC X(01) VALUE ')'.
001050 01  WK-MG-RULE-LINE         PIC X(80) VALUE ALL '='.
001060 01  WK-MG-HEADING1.
001070     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
001080     05  FILLER              PIC X(07) VALUE 'CBSA   '.
001090     05  FILLER              PIC X(12) VALUE 'DECISION    '.
001100     05  FILLER              PIC X(11) VALUE 'TERM       '.
001110     05  FILLER              PIC X(10) VALUE 'STATUS    '.
001120     05  FILLER              PIC X(07) VALUE 'NEW    '.
001130     05  FILLER              PIC X(12) VALUE 'NEW DECISION'.
001140 01  WK-MG-DETAIL-LINE.
001150     05  WK-MG2-PROVIDER-NO  PIC X(06).
001160     05  FILLER              PIC X(03) VALUE SPACES.
001170     05  WK-MG2-CBSA         PIC X(05).
001180     05  FILLER              PIC X(02) VALUE SPACES.
001190     05  WK-MG2-DECISION     PIC X(10).
001200     05  FILLER              PIC X(02) VALUE SPACES.
001210     05  WK-MG2-FIRST-FY     PIC 9(04).
001220     05  FILLER              PIC X(01) VALUE '-'.
001230     05  WK-MG2-LAST-FY      PIC 9(04).
001240     05  FILLER              PIC X(02) VALUE SPACES.
001250     05  WK-MG2-STATUS       PIC X(08).
001260     05  FILLER              PIC X(02) VALUE SPACES.
001270     05  WK-MG2-NEW-CBSA     PIC X(05).
001280     05  FILLER              PIC X(02) VALUE SPACES.
001290     05  WK-MG2-NEW-DECISION PIC X(10).
001300 01  WK-MG-TOTAL-LINE.
001310     05  FILLER              PIC X(11) VALUE 'EXPIRING - '.
001320     05  WK-MG3-EXPIRING     PIC ZZ,ZZ9.
001330     05  FILLER              PIC X(13) VALUE '  RENEWED - '.
001340     05  WK-MG3-RENEWED      PIC ZZ,ZZ9.
001350     05  FILLER              PIC X(26) VALUE
001360         '  ALREADY WITHDRAWN/TERM '.
001370     05  WK-MG3-ENDED        PIC ZZ,ZZ9.
001380 PROCEDURE DIVISION.
001390*===========================================================*
001400* 0000-MAINLINE                                              *
001410*===========================================================*
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001440     PERFORM 2000-LOAD-REGISTER   THRU 2000-EXIT.
001450     PERFORM 3000-WRITE-EXPIRING  THRU 3000-EXIT.
001460     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
001470     STOP RUN.
001480*===========================================================*
001490* 1000-INITIALIZE - THE TARGET FISCAL YEAR FROM THE PARAMETER *
001500* CARD, OR THE YEAR AFTER THE CURRENT FISCAL YEAR.            *
001510*===========================================================*
001520 1000-INITIALIZE.
001530     OPEN INPUT MGC-PARM-FILE.
001540     IF WK-PARM-STATUS = '00'
001550         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
001560             UNTIL PARM-AT-EOF
001570         CLOSE MGC-PARM-FILE
001580     END-IF.
001590     IF WK-TARGET-FY = 0
001600         ACCEPT WK-TODAY FROM DATE YYYYMMDD
001610         COMPUTE WK-TARGET-FY = WK-TODAY-YYYY + 1
001620         IF WK-TODAY-MM > 09
001630             ADD 1 TO WK-TARGET-FY
001640         END-IF
001650     END-IF.
001660     COMPUTE WK-EXPIRING-FY = WK-TARGET-FY - 1.
001670     OPEN INPUT MGCRB-REG-FILE.
001680     IF WK-MGCRB-STATUS NOT = '00'
001690         DISPLAY 'PPMGC215 - MGCRB REGISTER UNAVAILABLE'
001700         MOVE 16 TO RETURN-CODE
001710         STOP RUN
001720     END-IF.
001730     OPEN OUTPUT MGC-RPT-OUT.
001740 1000-EXIT.
001750     EXIT.
001760 1100-READ-ONE-PARM.
001770     READ MGC-PARM-FILE
001780         AT END
001790             SET PARM-AT-EOF TO TRUE
001800             GO TO 1100-EXIT
001810     END-READ.
001820     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
001830     UNSTRING MGC-PARM-REC DELIMITED BY '='
001840         INTO WK-RC-KEYWORD WK-RC-VALUE.
001850     IF WK-RC-KEYWORD = 'TARGET-FY'
001860        AND WK-RC-VALUE(1:4) IS NUMERIC
001870         MOVE WK-RC-VALUE(1:4) TO WK-TARGET-FY
001880     END-IF.
001890 1100-EXIT.
001900     EXIT.
001910*===========================================================*
001920* 2000-LOAD-REGISTER - HOLD EVERY REGISTER ROW.              *
001930*===========================================================*
001940 2000-LOAD-REGISTER.
001950     SET MGR-IDX TO 1.
001960     PERFORM 2100-LOAD-ONE-ROW THRU 2100-EXIT
001970         UNTIL MGCRB-AT-EOF OR WK-MG-COUNT >= 5000.
001980     CLOSE MGCRB-REG-FILE.
001990     IF WK-MG-COUNT >= 5000
002000         DISPLAY 'PPMGC215 - REGISTER EXCEEDS 5000 ROWS - '
002010                 'REST NOT LISTED'
002020         MOVE 04 TO RETURN-CODE
002030     END-IF.
002040 2000-EXIT.
002050     EXIT.
002060 2100-LOAD-ONE-ROW.
002070     READ MGCRB-REG-FILE
002080         AT END
002090             SET MGCRB-AT-EOF TO TRUE
002100             GO TO 2100-EXIT
002110     END-READ.
002120     IF MR-FIRST-FY NOT NUMERIC
002130        OR MR-LAST-FY NOT NUMERIC
002140        OR MR-END-DATE NOT NUMERIC
002150         GO TO 2100-EXIT
002160     END-IF.
002170     MOVE MR-PROVIDER-NO  TO MGR-PROVIDER-NO(MGR-IDX).
002180     MOVE MR-TARGET-CBSA  TO MGR-TARGET-CBSA(MGR-IDX).
002190     MOVE MR-DECISION-NO  TO MGR-DECISION-NO(MGR-IDX).
002200     MOVE MR-FIRST-FY     TO MGR-FIRST-FY(MGR-IDX).
002210     MOVE MR-LAST-FY      TO MGR-LAST-FY(MGR-IDX).
002220     MOVE MR-END-DATE     TO MGR-END-DATE(MGR-IDX).
002230     MOVE MR-END-REASON   TO MGR-END-REASON(MGR-IDX).
002240     ADD  1 TO WK-MG-COUNT.
002250     SET  MGR-IDX UP BY 1.
002260 2100-EXIT.
002270     EXIT.
002280*===========================================================*
002290* 3000-WRITE-EXPIRING - ONE LINE PER TERM WHOSE LAST FISCAL   *
002300* YEAR IS THE YEAR BEFORE THE TARGET, IN REGISTER ORDER.      *
002310*===========================================================*
002320 3000-WRITE-EXPIRING.
002330     MOVE WK-TARGET-FY   TO WK-MT-TARGET-FY.
002340     MOVE WK-EXPIRING-FY TO WK-MT-EXPIRING-FY.
002350     MOVE WK-MG-TITLE-LINE TO MGC-RPT-LINE.
002360     WRITE MGC-RPT-LINE.
002370     MOVE WK-MG-RULE-LINE TO MGC-RPT-LINE.
002380     WRITE MGC-RPT-LINE.
002390     MOVE WK-MG-HEADING1 TO MGC-RPT-LINE.
002400     WRITE MGC-RPT-LINE.
002410     PERFORM 3100-CHECK-ONE-TERM THRU 3100-EXIT
002420         VARYING MGR-IDX FROM 1 BY 1
002430         UNTIL MGR-IDX > WK-MG-COUNT.
002440     MOVE WK-EXPIRING      TO WK-MG3-EXPIRING.
002450     MOVE WK-RENEWED       TO WK-MG3-RENEWED.
002460     MOVE WK-ALREADY-ENDED TO WK-MG3-ENDED.
002470     MOVE WK-MG-RULE-LINE TO MGC-RPT-LINE.
002480     WRITE MGC-RPT-LINE.
002490     MOVE WK-MG-TOTAL-LINE TO MGC-RPT-LINE.
002500     WRITE MGC-RPT-LINE.
002510 3000-EXIT.
002520     EXIT.
002530 3100-CHECK-ONE-TERM.
002540     IF MGR-LAST-FY(MGR-IDX) NOT = WK-EXPIRING-FY
002550         GO TO 3100-EXIT
002560     END-IF.
002570     IF MGR-END-REASON(MGR-IDX) NOT = SPACE
002580         ADD 1 TO WK-ALREADY-ENDED
002590         GO TO 3100-EXIT
002600     END-IF.
002610     MOVE MGR-PROVIDER-NO(MGR-IDX) TO WK-MG2-PROVIDER-NO.
002620     MOVE MGR-TARGET-CBSA(MGR-IDX) TO WK-MG2-CBSA.
002630     MOVE MGR-DECISION-NO(MGR-IDX) TO WK-MG2-DECISION.
002640     MOVE MGR-FIRST-FY(MGR-IDX)    TO WK-MG2-FIRST-FY.
002650     MOVE MGR-LAST-FY(MGR-IDX)     TO WK-MG2-LAST-FY.
002660     MOVE SPACES TO WK-MG2-NEW-CBSA WK-MG2-NEW-DECISION.
002670     MOVE 'N' TO WK-RENEWED-SW.
002680     SET MGR-SIDX TO 1.
002690     SEARCH MGR-ENTRY VARYING MGR-SIDX
002700         AT END
002710             CONTINUE
002720         WHEN MGR-SIDX > WK-MG-COUNT
002730             CONTINUE
002740         WHEN MGR-PROVIDER-NO(MGR-SIDX) = MGR-PROVIDER-NO(MGR-IDX)
002750              AND MGR-FIRST-FY(MGR-SIDX) = WK-TARGET-FY
002760              AND MGR-END-REASON(MGR-SIDX) = SPACE
002770             SET TERM-WAS-RENEWED TO TRUE
002780             MOVE MGR-TARGET-CBSA(MGR-SIDX) TO WK-MG2-NEW-CBSA
002790             MOVE MGR-DECISION-NO(MGR-SIDX)
002800                                  TO WK-MG2-NEW-DECISION
002810     END-SEARCH.
002820     IF TERM-WAS-RENEWED
002830         MOVE 'RENEWED ' TO WK-MG2-STATUS
002840         ADD 1 TO WK-RENEWED
002850     ELSE
002860         MOVE 'EXPIRING' TO WK-MG2-STATUS
002870         ADD 1 TO WK-EXPIRING
002880     END-IF.
002890     MOVE WK-MG-DETAIL-LINE TO MGC-RPT-LINE.
002900     WRITE MGC-RPT-LINE.
002910 3100-EXIT.
002920     EXIT.
002930 9000-TERMINATE.
002940     CLOSE MGC-RPT-OUT.
002950     DISPLAY 'PPMGC215 - TARGET FISCAL YEAR: ' WK-TARGET-FY.
002960     DISPLAY 'PPMGC215 - REGISTER ROWS     : ' WK-MG-COUNT.
002970     DISPLAY 'PPMGC215 - TERMS EXPIRING    : ' WK-EXPIRING.
002980     DISPLAY 'PPMGC215 - TERMS RENEWED     : ' WK-RENEWED.
002990 9000-EXIT.
003000     EXIT.
