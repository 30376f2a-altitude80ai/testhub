000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPDMD215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - OVERPAYMENT DEMAND AND INTEREST CYCLE FOR THE
000070*            PROVIDER RECOUPMENT LEDGER.  RUN BETWEEN PPBAT215
000080*            CYCLES, LEDGIN TO LEDGOUT.
000090*          - A BALANCE THAT HAS NOT YET HAD A DEMAND GETS AN
000100*            INITIAL DEMAND LETTER, AND FOLLOW-UP LETTERS GO OUT
000110*            WHEN THE DEBT REACHES 30, 60 AND 90 DAYS PAST ITS
000120*            OLDEST OPEN POSTING DATE.  ONE LETTER PER DEBT PER
000130*            CYCLE - THE HIGHEST STAGE DUE - IS WRITTEN TO DMDLTR
000140*            FOR THE PRINT VENDOR.  THE 90-DAY LETTER CARRIES THE
000150*            NOTICE OF INTENT TO REFER.
000160*          - INTEREST RUNS FROM THE INITIAL DEMAND.  EACH FULL
000170*            MONTH THE PRINCIPAL STAYS UNPAID ACCRUES ONE MONTH
000180*            OF SIMPLE INTEREST ON IT AT THE ANNUAL RATE IN
000190*            FORCE AT THE MONTH'S END, TAKEN FROM THE EFFECTIVE-
000200*            DATED DMDRATE TABLE (THE INTRATE LAYOUT).  A DEBT
000210*            PAID WITHIN 30 DAYS OF THE DEMAND THEREFORE DRAWS
000220*            NO INTEREST.  THE INTEREST IS CARRIED ON THE LEDGER
000230*            AS A SEPARATE INTEREST RECEIVABLE; PPBAT215 DRAWS IT
000240*            DOWN BEFORE THE PRINCIPAL.  A MONTH WITH NO RATE ON
000250*            FILE IS HELD UNTIL A LATER CYCLE HAS ONE.
000260*          - A DEBT PAST REFERRAL-DAYS (120) WHOSE 90-DAY LETTER
000270*            WENT OUT IN AN EARLIER CYCLE IS FLAGGED ON THE
000280*            LEDGER AS REFERRED AND WRITTEN TO TRSYREF FOR
000290*            REFERRAL TO TREASURY.
000300*          - A DEBT UNDER AN EXTENDED REPAYMENT PLAN (PLAN FLAG
000310*            'A' ON THE LEDGER, SET BY PPBAT215) GETS NO FURTHER
000320*            LETTERS AND IS NOT REFERRED WHILE THE PLAN STANDS.
000330*            ITS INTEREST ACCRUES AT THE PLAN'S OWN RATE WHEN THE
000340*            PLAN CARRIES ONE, OTHERWISE AT THE DMDRATE RATE.
000350*          - PARAMETER CARDS (DMDPARM):
000360*              AS-OF-DATE=CCYYMMDD    CYCLE DATE (DEFAULT TODAY)
000370*              REFERRAL-DAYS=NNN      DAYS BEFORE TREASURY
000380*                                     REFERRAL (DEFAULT 120)
000390 DATE-COMPILED.
000400****************************************************************
000410*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000420*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000430*   IS THAT OF THE USER.                                       *
000440****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.            IBM-370.
000480 OBJECT-COMPUTER.            IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DMD-PARM-FILE   ASSIGN TO DMDPARM
000520                            ORGANIZATION IS LINE SEQUENTIAL
000530                            FILE STATUS IS WK-PARM-STATUS.
000540     SELECT DMD-RATE-FILE   ASSIGN TO DMDRATE
000550                            ORGANIZATION IS SEQUENTIAL
000560                            FILE STATUS IS WK-DMDRATE-STATUS.
000570     SELECT LEDGER-FILE-IN  ASSIGN TO LEDGIN
000580                            ORGANIZATION IS SEQUENTIAL
000590                            FILE STATUS IS WK-LEDGIN-STATUS.
000600     SELECT LEDGER-FILE-OUT ASSIGN TO LEDGOUT
000610                            ORGANIZATION IS SEQUENTIAL.
000620     SELECT DEMAND-LTR-OUT  ASSIGN TO DMDLTR
000630                            ORGANIZATION IS SEQUENTIAL.
000640     SELECT TREASURY-OUT    ASSIGN TO TRSYREF
000650                            ORGANIZATION IS SEQUENTIAL.
000660     SELECT DMD-RPT-OUT     ASSIGN TO DMDRPT
000670                            ORGANIZATION IS LINE SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  DMD-PARM-FILE
000710     RECORDING MODE IS F.
000720 01  DMD-PARM-REC                PIC X(80).
000730*----------------------------------------------------------*
000740* DEBT INTEREST RATE FILE - THE PUBLISHED ANNUAL RATE IN    *
000750* FORCE PER EFFECTIVE DATE RANGE, LAID OUT AS INTRATE.      *
000760*----------------------------------------------------------*
000770 FD  DMD-RATE-FILE
000780     RECORDING MODE IS F.
000790 01  DMD-RATE-REC.
000800     05  DR-EFF-DATE             PIC 9(08).
000810     05  DR-END-DATE             PIC 9(08).
000820     05  DR-ANNUAL-PCT           PIC 9(02)V9(03).
000830*----------------------------------------------------------*
000840* PROVIDER RECOUPMENT LEDGER, AS PPBAT215 CARRIES IT.       *
000850* LETTER STAGE: 0 NO DEMAND YET, 1 INITIAL, 2 30-DAY,       *
000860* 3 60-DAY, 4 90-DAY.  REFERRAL FLAG 'T' = SENT TO TREASURY.*
000870*----------------------------------------------------------*
000880 FD  LEDGER-FILE-IN
000890     RECORDING MODE IS F.
000900 01  LEDGER-IN-REC.
000910     05  LG-IN-PROVIDER-NO       PIC X(06).
000920     05  LG-IN-BALANCE           PIC 9(11)V9(02).
000930     05  LG-IN-OLDEST-DATE       PIC 9(08).
000940     05  LG-IN-RAC-BALANCE       PIC 9(11)V9(02).
000950     05  LG-IN-INT-BALANCE       PIC 9(11)V9(02).
000960     05  LG-IN-LETTER-STAGE      PIC 9(01).
000970     05  LG-IN-LETTER-DATE       PIC 9(08).
000980     05  LG-IN-INT-THRU-DATE     PIC 9(08).
000990     05  LG-IN-REFERRAL-SW       PIC X(01).
001000     05  LG-IN-PLAN-SW           PIC X(01).
001010     05  LG-IN-PLAN-PCT          PIC 9(02)V9(03).
001020 FD  LEDGER-FILE-OUT
001030     RECORDING MODE IS F.
001040 01  LEDGER-OUT-REC.
001050     05  LG-OUT-PROVIDER-NO      PIC X(06).
001060     05  LG-OUT-BALANCE          PIC 9(11)V9(02).
001070     05  LG-OUT-OLDEST-DATE      PIC 9(08).
001080     05  LG-OUT-RAC-BALANCE      PIC 9(11)V9(02).
001090     05  LG-OUT-INT-BALANCE      PIC 9(11)V9(02).
001100     05  LG-OUT-LETTER-STAGE     PIC 9(01).
001110     05  LG-OUT-LETTER-DATE      PIC 9(08).
001120     05  LG-OUT-INT-THRU-DATE    PIC 9(08).
001130     05  LG-OUT-REFERRAL-SW      PIC X(01).
001140         88  LG-OUT-REFERRED     VALUE 'T'.
001150     05  LG-OUT-PLAN-SW          PIC X(01).
001160         88  LG-OUT-ON-PLAN      VALUE 'A'.
001170     05  LG-OUT-PLAN-PCT         PIC 9(02)V9(03).
001180*----------------------------------------------------------*
001190* DEMAND LETTER EXTRACT - ONE RECORD PER LETTER FOR THE     *
001200* PRINT VENDOR.  DL-REFERRAL-WARNING IS 'Y' ON THE 90-DAY   *
001210* LETTER, WHICH GIVES NOTICE OF INTENT TO REFER.            *
001220*----------------------------------------------------------*
001230 FD  DEMAND-LTR-OUT
001240     RECORDING MODE IS F.
001250 01  DEMAND-LTR-REC.
001260     05  DL-PROVIDER-NO          PIC X(06).
001270     05  DL-LETTER-DATE          PIC 9(08).
001280     05  DL-LETTER-STAGE         PIC 9(01).
001290     05  DL-LETTER-TYPE          PIC X(08).
001300     05  DL-OLDEST-DATE          PIC 9(08).
001310     05  DL-DAYS-OUTSTANDING     PIC 9(05).
001320     05  DL-PRINCIPAL            PIC 9(11)V9(02).
001330     05  DL-RAC-PRINCIPAL        PIC 9(11)V9(02).
001340     05  DL-INTEREST             PIC 9(11)V9(02).
001350     05  DL-TOTAL-DUE            PIC 9(11)V9(02).
001360     05  DL-ANNUAL-PCT           PIC 9(02)V9(03).
001370     05  DL-REFERRAL-WARNING     PIC X(01).
001380     05  FILLER                  PIC X(26).
001390*----------------------------------------------------------*
001400* TREASURY REFERRAL LIST - DEBTS FLAGGED THIS CYCLE.        *
001410*----------------------------------------------------------*
001420 FD  TREASURY-OUT
001430     RECORDING MODE IS F.
001440 01  TREASURY-REC.
001450     05  TR-PROVIDER-NO          PIC X(06).
001460     05  TR-REFERRAL-DATE        PIC 9(08).
001470     05  TR-OLDEST-DATE          PIC 9(08).
001480     05  TR-DAYS-DELINQUENT      PIC 9(05).
001490     05  TR-PRINCIPAL            PIC 9(11)V9(02).
001500     05  TR-INTEREST             PIC 9(11)V9(02).
001510     05  TR-TOTAL-DEBT           PIC 9(11)V9(02).
001520     05  TR-LAST-LETTER-DATE     PIC 9(08).
001530     05  FILLER                  PIC X(26).
001540 FD  DMD-RPT-OUT
001550     RECORDING MODE IS F.
001560 01  DMD-RPT-LINE                PIC X(132).
001570 WORKING-STORAGE SECTION.
001580 01  W-STORAGE-REF                  PIC X(48)  VALUE
001590     'P P D M D 2 1 5 - W O R K I N G   S T O R A G E'.
001600 01  DMD-VERSION                    PIC X(05) VALUE 'R21.5'.
001610 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001620 01  WK-DMDRATE-STATUS          PIC X(02) VALUE SPACES.
001630 01  WK-LEDGIN-STATUS           PIC X(02) VALUE SPACES.
001640 COPY GENSTAMP.
001650 01  WK-SWITCHES.
001660     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001670         88  PARM-AT-EOF        VALUE 'Y'.
001680     05  WK-DMDRATE-EOF         PIC X(01) VALUE 'N'.
001690         88  DMDRATE-AT-EOF     VALUE 'Y'.
001700     05  WK-LEDGIN-EOF          PIC X(01) VALUE 'N'.
001710         88  LEDGIN-AT-EOF      VALUE 'Y'.
001720     05  WK-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
001730         88  RATE-WAS-FOUND     VALUE 'Y'.
001740     05  WK-ACCRUAL-DONE-SW     PIC X(01) VALUE 'N'.
001750         88  ACCRUAL-IS-DONE    VALUE 'Y'.
001760     05  WK-RATE-HELD-SW        PIC X(01) VALUE 'N'.
001770         88  RATE-WAS-MISSING   VALUE 'Y'.
001780*----------------------------------------------------------*
001790* PARAMETERS IN EFFECT.                                     *
001800*----------------------------------------------------------*
001810 01  WK-RUN-DATE                PIC 9(08) VALUE ZEROES.
001820 01  WK-RUN-SERIAL              PIC 9(07) VALUE ZEROES.
001830 01  WK-REFERRAL-DAYS           PIC 9(03) VALUE 120.
001840 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001850 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001860*----------------------------------------------------------*
001870* RUN COUNTERS.                                             *
001880*----------------------------------------------------------*
001890 01  WK-COUNTERS.
001900     05  WK-LEDGER-READ         PIC 9(07) VALUE ZEROES.
001910     05  WK-LEDGER-ROWS         PIC 9(07) VALUE ZEROES.
001920     05  WK-OPEN-DEBTS          PIC 9(07) VALUE ZEROES.
001930     05  WK-LETTERS-WRITTEN     PIC 9(07) VALUE ZEROES.
001940     05  WK-INT-MONTHS          PIC 9(07) VALUE ZEROES.
001950     05  WK-INT-HELD            PIC 9(07) VALUE ZEROES.
001960     05  WK-REFERRED-NOW        PIC 9(07) VALUE ZEROES.
001970     05  WK-REFERRED-BEFORE     PIC 9(07) VALUE ZEROES.
001980     05  WK-ON-PLAN             PIC 9(07) VALUE ZEROES.
001990     05  WK-DMDRATE-COUNT       PIC 9(03) VALUE ZEROES.
002000     05  WK-RATE-DROPS          PIC 9(07) VALUE ZEROES.
002010 01  WK-LETTER-COUNTS           VALUE ZEROES.
002020     05  WK-LETTERS-BY-STAGE    PIC 9(07) OCCURS 4 TIMES.
002030 01  WK-TOTALS.
002040     05  WK-TOT-PRINCIPAL       PIC S9(13)V9(02) VALUE ZEROES.
002050     05  WK-TOT-INT-BALANCE     PIC S9(13)V9(02) VALUE ZEROES.
002060     05  WK-TOT-ACCRUED         PIC S9(13)V9(02) VALUE ZEROES.
002070     05  WK-TOT-REFERRED        PIC S9(13)V9(02) VALUE ZEROES.
002080*----------------------------------------------------------*
002090* DEBT INTEREST RATE TABLE.                                 *
002100*----------------------------------------------------------*
002110 01  DMD-RATE-TABLE.
002120     05  DR-ENTRY OCCURS 50 TIMES
002130                  INDEXED BY DR-IDX DR-SIDX.
002140         10  DR-TAB-EFF-DATE    PIC 9(08).
002150         10  DR-TAB-END-DATE    PIC 9(08).
002160         10  DR-TAB-PCT         PIC 9(02)V9(03).
002170 01  WK-RATE-DATE               PIC 9(08) VALUE ZEROES.
002180 01  WK-RATE-PCT                PIC 9(02)V9(03) VALUE ZEROES.
002190 01  WK-CURRENT-PCT             PIC 9(02)V9(03) VALUE ZEROES.
002200*----------------------------------------------------------*
002210* THE DEBT BEING WORKED.                                    *
002220*----------------------------------------------------------*
002230 01  WK-DEBT-AGE                PIC S9(07) VALUE ZEROES.
002240 01  WK-STAGE-DUE               PIC 9(01) VALUE ZERO.
002250 01  WK-LETTER-NOW              PIC 9(01) VALUE ZERO.
002260 01  WK-MONTH-INTEREST          PIC 9(11)V9(02) VALUE ZEROES.
002270 01  WK-ROW-ACCRUED             PIC 9(11)V9(02) VALUE ZEROES.
002280 01  WK-ROW-REFERRED-SW         PIC X(01) VALUE 'N'.
002290     88  ROW-REFERRED-NOW       VALUE 'Y'.
002300 01  WK-LETTER-TYPES.
002310     05  FILLER              PIC X(08) VALUE 'INITIAL '.
002320     05  FILLER              PIC X(08) VALUE '30-DAY  '.
002330     05  FILLER              PIC X(08) VALUE '60-DAY  '.
002340     05  FILLER              PIC X(08) VALUE '90-DAY  '.
002350 01  WK-LETTER-TYPE-TAB REDEFINES WK-LETTER-TYPES.
002360     05  WK-LETTER-TYPE      PIC X(08) OCCURS 4 TIMES.
002370*----------------------------------------------------------*
002380* DATE WORK - CCYYMMDD TO DAY SERIAL, AND ONE MONTH ON.     *
002390*----------------------------------------------------------*
002400 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
002410 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
002420     05  WK-DTS-YYYY            PIC 9(04).
002430     05  WK-DTS-MM              PIC 9(02).
002440     05  WK-DTS-DD              PIC 9(02).
002450 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
002460 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
002470 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
002480 01  WK-DTS-MONTH-DAYS.
002490     05  FILLER PIC X(36) VALUE
002500         '000031059090120151181212243273304334'.
002510 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
002520     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
002530 01  WK-AM-DATE                 PIC 9(08) VALUE ZEROES.
002540 01  WK-AM-DATE-PARTS REDEFINES WK-AM-DATE.
002550     05  WK-AM-YYYY             PIC 9(04).
002560     05  WK-AM-MM               PIC 9(02).
002570     05  WK-AM-DD               PIC 9(02).
002580 01  WK-AM-LAST-DAY             PIC 9(02) VALUE ZEROES.
002590 01  WK-AM-QUOT                 PIC 9(04) VALUE ZEROES.
002600 01  WK-AM-REM                  PIC 9(04) VALUE ZEROES.
002610 01  WK-AM-MONTH-LENGTHS.
002620     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
002630 01  WK-AM-MONTH-TAB REDEFINES WK-AM-MONTH-LENGTHS.
002640     05  WK-AM-MLEN             PIC 9(02) OCCURS 12 TIMES.
002650*----------------------------------------------------------*
002660* REPORT LINES.                                             *
002670*----------------------------------------------------------*
002680 01  WK-RPT-TITLE-LINE.
002690     05  WK-RT-TITLE         PIC X(40).
002700     05  FILLER              PIC X(07) VALUE '  DATE '.
002710     05  WK-RT-DATE          PIC 9(08).
002720     05  FILLER              PIC X(07) VALUE '  VERS '.
002730     05  WK-RT-VERSION       PIC X(05).
002740 01  WK-RPT-RULE-LINE        PIC X(132) VALUE ALL '='.
002750 01  WK-RPT-SECTION-LINE.
002760     05  FILLER              PIC X(04) VALUE '--- '.
002770     05  WK-RS-TEXT          PIC X(50).
002780 01  WK-DD-HEADING.
002790     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
002800     05  FILLER              PIC X(10) VALUE 'OLDEST'.
002810     05  FILLER              PIC X(07) VALUE ' DAYS'.
002820     05  FILLER              PIC X(15) VALUE '      PRINCIPAL'.
002830     05  FILLER              PIC X(15) VALUE '  INT ACCRUED'.
002840     05  FILLER              PIC X(15) VALUE '  INT BALANCE'.
002850     05  FILLER              PIC X(16) VALUE '      TOTAL DUE'.
002860     05  FILLER              PIC X(04) VALUE 'STG'.
002870     05  FILLER              PIC X(18) VALUE 'LETTER ISSUED'.
002880     05  FILLER              PIC X(20) VALUE 'TREASURY'.
002890 01  WK-DD-DETAIL-LINE.
002900     05  WK-DD-PROVIDER      PIC X(06).
002910     05  FILLER              PIC X(02) VALUE SPACES.
002920     05  WK-DD-OLDEST        PIC 9(08).
002930     05  FILLER              PIC X(02) VALUE SPACES.
002940     05  WK-DD-DAYS          PIC ZZZZ9.
002950     05  FILLER              PIC X(02) VALUE SPACES.
002960     05  WK-DD-PRINCIPAL     PIC ZZ,ZZZ,ZZ9.99.
002970     05  FILLER              PIC X(02) VALUE SPACES.
002980     05  WK-DD-ACCRUED       PIC ZZ,ZZZ,ZZ9.99.
002990     05  FILLER              PIC X(02) VALUE SPACES.
003000     05  WK-DD-INT-BALANCE   PIC ZZ,ZZZ,ZZ9.99.
003010     05  FILLER              PIC X(02) VALUE SPACES.
003020     05  WK-DD-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
003030     05  FILLER              PIC X(03) VALUE SPACES.
003040     05  WK-DD-STAGE         PIC 9(01).
003050     05  FILLER              PIC X(02) VALUE SPACES.
003060     05  WK-DD-LETTER        PIC X(16).
003070     05  FILLER              PIC X(02) VALUE SPACES.
003080     05  WK-DD-TREASURY      PIC X(20).
003090 01  WK-DMD-COUNT-LINE.
003100     05  WK-TC-LABEL         PIC X(44).
003110     05  WK-TC-COUNT         PIC ZZZ,ZZ9.
003120     05  FILLER              PIC X(02) VALUE SPACES.
003130     05  WK-TC-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003140 PROCEDURE DIVISION.
003150*===========================================================*
003160* 0000-MAINLINE                                              *
003170*===========================================================*
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200     PERFORM 2000-LOAD-RATES THRU 2000-EXIT.
003210     PERFORM 3000-WORK-LEDGER THRU 3000-EXIT.
003220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003230     STOP RUN.
003240*===========================================================*
003250* 1000-INITIALIZE - READ THE PARAMETER CARDS, LATCH THE     *
003260* CYCLE DATE AS A DAY SERIAL, AND OPEN THE OUTPUTS.         *
003270*===========================================================*
003280 1000-INITIALIZE.
003290     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
003300     OPEN INPUT DMD-PARM-FILE.
003310     IF WK-PARM-STATUS = '00'
003320         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003330             UNTIL PARM-AT-EOF
003340         CLOSE DMD-PARM-FILE
003350     END-IF.
003360     MOVE WK-RUN-DATE TO WK-DTS-DATE.
003370     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
003380     MOVE WK-DTS-SERIAL TO WK-RUN-SERIAL.
003390     OPEN OUTPUT LEDGER-FILE-OUT.
003400     OPEN OUTPUT DEMAND-LTR-OUT.
003410     OPEN OUTPUT TREASURY-OUT.
003420     OPEN OUTPUT DMD-RPT-OUT.
003430     MOVE 'RECOUPMENT DEMAND AND INTEREST CYCLE' TO WK-RT-TITLE.
003440     MOVE WK-RUN-DATE TO WK-RT-DATE.
003450     MOVE DMD-VERSION TO WK-RT-VERSION.
003460     MOVE WK-RPT-TITLE-LINE TO DMD-RPT-LINE.
003470     WRITE DMD-RPT-LINE.
003480     MOVE WK-RPT-RULE-LINE TO DMD-RPT-LINE.
003490     WRITE DMD-RPT-LINE.
003500 1000-EXIT.
003510     EXIT.
003520 1100-READ-ONE-PARM.
003530     READ DMD-PARM-FILE
003540         AT END
003550             SET PARM-AT-EOF TO TRUE
003560             GO TO 1100-EXIT
003570     END-READ.
003580     IF DMD-PARM-REC = SPACES OR DMD-PARM-REC(1:1) = '*'
003590         GO TO 1100-EXIT
003600     END-IF.
003610     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
003620     UNSTRING DMD-PARM-REC DELIMITED BY '='
003630         INTO WK-RC-KEYWORD WK-RC-VALUE.
003640     EVALUATE WK-RC-KEYWORD
003650         WHEN 'AS-OF-DATE'
003660             IF WK-RC-VALUE(1:8) IS NUMERIC
003670                 MOVE WK-RC-VALUE(1:8) TO WK-RUN-DATE
003680             END-IF
003690         WHEN 'REFERRAL-DAYS'
003700             IF WK-RC-VALUE(1:3) IS NUMERIC
003710                 MOVE WK-RC-VALUE(1:3) TO WK-REFERRAL-DAYS
003720             END-IF
003730         WHEN OTHER
003740             DISPLAY 'PPDMD215 - PARAMETER CARD IGNORED : '
003750                     DMD-PARM-REC
003760     END-EVALUATE.
003770 1100-EXIT.
003780     EXIT.
003790*===========================================================*
003800* 2000-LOAD-RATES - LOAD THE DEBT INTEREST RATE TABLE AND   *
003810* FIND THE RATE IN FORCE ON THE CYCLE DATE FOR THE LETTERS. *
003820* NO FILE MEANS NO INTEREST ACCRUES THIS CYCLE.             *
003830*===========================================================*
003840 2000-LOAD-RATES.
003850     OPEN INPUT DMD-RATE-FILE.
003860     IF WK-DMDRATE-STATUS NOT = '00'
003870         DISPLAY 'PPDMD215 - NO DEBT INTEREST RATE FILE - '
003880                 'INTEREST HELD THIS CYCLE'
003890         GO TO 2000-EXIT
003900     END-IF.
003910     SET DR-IDX TO 1.
003920     PERFORM 2010-READ-ONE-RATE THRU 2010-EXIT
003930         UNTIL DMDRATE-AT-EOF.
003940     CLOSE DMD-RATE-FILE.
003950     IF WK-RATE-DROPS > 0
003960         DISPLAY 'PPDMD215 - RATE TABLE FULL - DROPPED : '
003970                 WK-RATE-DROPS
003980         MOVE 4 TO RETURN-CODE
003990     END-IF.
004000     MOVE WK-RUN-DATE TO WK-RATE-DATE.
004010     PERFORM 8700-FIND-RATE THRU 8700-EXIT.
004020     MOVE WK-RATE-PCT TO WK-CURRENT-PCT.
004030 2000-EXIT.
004040     EXIT.
004050 2010-READ-ONE-RATE.
004060     READ DMD-RATE-FILE
004070         AT END
004080             SET DMDRATE-AT-EOF TO TRUE
004090             GO TO 2010-EXIT
004100     END-READ.
004110     IF WK-DMDRATE-COUNT >= 50
004120         ADD 1 TO WK-RATE-DROPS
004130         GO TO 2010-EXIT
004140     END-IF.
004150     MOVE DR-EFF-DATE   TO DR-TAB-EFF-DATE(DR-IDX).
004160     MOVE DR-END-DATE   TO DR-TAB-END-DATE(DR-IDX).
004170     MOVE DR-ANNUAL-PCT TO DR-TAB-PCT(DR-IDX).
004180     ADD  1 TO WK-DMDRATE-COUNT.
004190     SET  DR-IDX UP BY 1.
004200 2010-EXIT.
004210     EXIT.
004220*===========================================================*
004230* 3000-WORK-LEDGER - ONE PASS OF THE LEDGER: ACCRUE, DEMAND *
004240* AND REFER EACH OPEN DEBT, CARRYING EVERY ROW FORWARD.     *
004250* A MISSING LEDGER MEANS NO OPEN RECEIVABLES.               *
004260*===========================================================*
004270 3000-WORK-LEDGER.
004280     MOVE 'OPEN RECEIVABLES - DEMAND AND INTEREST ACTIVITY'
004290         TO WK-RS-TEXT.
004300     MOVE WK-RPT-SECTION-LINE TO DMD-RPT-LINE.
004310     WRITE DMD-RPT-LINE.
004320     MOVE WK-DD-HEADING TO DMD-RPT-LINE.
004330     WRITE DMD-RPT-LINE.
004340     OPEN INPUT LEDGER-FILE-IN.
004350     IF WK-LEDGIN-STATUS NOT = '00'
004360         GO TO 3000-EXIT
004370     END-IF.
004380     PERFORM 3100-WORK-ONE-DEBT THRU 3100-EXIT
004390         UNTIL LEDGIN-AT-EOF.
004400     CLOSE LEDGER-FILE-IN.
004410 3000-EXIT.
004420     EXIT.
004430 3100-WORK-ONE-DEBT.
004440     READ LEDGER-FILE-IN
004450         AT END
004460             SET LEDGIN-AT-EOF TO TRUE
004470             GO TO 3100-EXIT
004480     END-READ.
004490     MOVE LEDGER-IN-REC TO GEN-STAMP-REC.
004500     IF GS-IS-STAMP
004510         WRITE LEDGER-OUT-REC FROM LEDGER-IN-REC
004520         GO TO 3100-EXIT
004530     END-IF.
004540     ADD 1 TO WK-LEDGER-READ.
004550     MOVE LEDGER-IN-REC TO LEDGER-OUT-REC.
004560     IF LG-OUT-BALANCE > 0 OR LG-OUT-INT-BALANCE > 0
004570         PERFORM 3110-WORK-OPEN-DEBT THRU 3110-EXIT
004580     END-IF.
004590     WRITE LEDGER-OUT-REC.
004600     ADD 1 TO WK-LEDGER-ROWS.
004610 3100-EXIT.
004620     EXIT.
004630 3110-WORK-OPEN-DEBT.
004640     ADD 1 TO WK-OPEN-DEBTS.
004650     IF LG-OUT-ON-PLAN
004660         ADD 1 TO WK-ON-PLAN
004670     END-IF.
004680     MOVE ZEROES TO WK-ROW-ACCRUED WK-LETTER-NOW.
004690     MOVE 'N' TO WK-ROW-REFERRED-SW.
004700     IF LG-OUT-OLDEST-DATE = 0
004710         MOVE WK-RUN-DATE TO LG-OUT-OLDEST-DATE
004720     END-IF.
004730     MOVE LG-OUT-OLDEST-DATE TO WK-DTS-DATE.
004740     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
004750     COMPUTE WK-DEBT-AGE = WK-RUN-SERIAL - WK-DTS-SERIAL.
004760     IF WK-DEBT-AGE < 0
004770         MOVE ZEROES TO WK-DEBT-AGE
004780     END-IF.
004790     PERFORM 3200-ACCRUE-INTEREST THRU 3200-EXIT.
004800     PERFORM 3300-ISSUE-LETTER THRU 3300-EXIT.
004810     PERFORM 3400-CHECK-REFERRAL THRU 3400-EXIT.
004820     ADD LG-OUT-BALANCE     TO WK-TOT-PRINCIPAL.
004830     ADD LG-OUT-INT-BALANCE TO WK-TOT-INT-BALANCE.
004840     PERFORM 3500-WRITE-DEBT-LINE THRU 3500-EXIT.
004850 3110-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------*
004880* 3200-ACCRUE-INTEREST - BRING THE INTEREST-THROUGH DATE UP *
004890* TO THE CYCLE DATE ONE WHOLE MONTH AT A TIME.  NO DEMAND   *
004900* YET, OR NO PRINCIPAL LEFT, MEANS NOTHING ACCRUES.         *
004910*-----------------------------------------------------------*
004920 3200-ACCRUE-INTEREST.
004930     IF LG-OUT-INT-THRU-DATE = 0 OR LG-OUT-BALANCE = 0
004940         GO TO 3200-EXIT
004950     END-IF.
004960     MOVE 'N' TO WK-ACCRUAL-DONE-SW.
004970     PERFORM 3210-ACCRUE-ONE-MONTH THRU 3210-EXIT
004980         UNTIL ACCRUAL-IS-DONE.
004990 3200-EXIT.
005000     EXIT.
005010 3210-ACCRUE-ONE-MONTH.
005020     MOVE LG-OUT-INT-THRU-DATE TO WK-AM-DATE.
005030     PERFORM 8600-ADD-ONE-MONTH THRU 8600-EXIT.
005040     IF WK-AM-DATE > WK-RUN-DATE
005050         SET ACCRUAL-IS-DONE TO TRUE
005060         GO TO 3210-EXIT
005070     END-IF.
005080     IF LG-OUT-ON-PLAN AND LG-OUT-PLAN-PCT > 0
005090         MOVE LG-OUT-PLAN-PCT TO WK-RATE-PCT
005100     ELSE
005110         MOVE WK-AM-DATE TO WK-RATE-DATE
005120         PERFORM 8700-FIND-RATE THRU 8700-EXIT
005130         IF NOT RATE-WAS-FOUND
005140             SET RATE-WAS-MISSING TO TRUE
005150             ADD 1 TO WK-INT-HELD
005160             SET ACCRUAL-IS-DONE TO TRUE
005170             GO TO 3210-EXIT
005180         END-IF
005190     END-IF.
005200     COMPUTE WK-MONTH-INTEREST ROUNDED =
005210         LG-OUT-BALANCE * WK-RATE-PCT / 1200.
005220     ADD WK-MONTH-INTEREST TO LG-OUT-INT-BALANCE.
005230     ADD WK-MONTH-INTEREST TO WK-ROW-ACCRUED.
005240     ADD WK-MONTH-INTEREST TO WK-TOT-ACCRUED.
005250     ADD 1 TO WK-INT-MONTHS.
005260     MOVE WK-AM-DATE TO LG-OUT-INT-THRU-DATE.
005270 3210-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------*
005300* 3300-ISSUE-LETTER - THE STAGE DUE FOLLOWS THE DEBT'S AGE. *
005310* A DEBT NEVER DEMANDED GETS THE INITIAL LETTER FIRST,      *
005320* WHATEVER ITS AGE, AND INTEREST STARTS FROM THAT DEMAND.   *
005330* A DEBT UNDER A REPAYMENT PLAN GETS NO LETTER.             *
005340*-----------------------------------------------------------*
005350 3300-ISSUE-LETTER.
005360     EVALUATE TRUE
005370         WHEN WK-DEBT-AGE NOT < 90
005380             MOVE 4 TO WK-STAGE-DUE
005390         WHEN WK-DEBT-AGE NOT < 60
005400             MOVE 3 TO WK-STAGE-DUE
005410         WHEN WK-DEBT-AGE NOT < 30
005420             MOVE 2 TO WK-STAGE-DUE
005430         WHEN OTHER
005440             MOVE 1 TO WK-STAGE-DUE
005450     END-EVALUATE.
005460     IF LG-OUT-ON-PLAN
005470         IF LG-OUT-INT-THRU-DATE = 0
005480             MOVE WK-RUN-DATE TO LG-OUT-INT-THRU-DATE
005490         END-IF
005500         GO TO 3300-EXIT
005510     END-IF.
005520     IF LG-OUT-LETTER-STAGE = 0
005530         MOVE 1 TO WK-STAGE-DUE
005540         IF LG-OUT-INT-THRU-DATE = 0
005550             MOVE WK-RUN-DATE TO LG-OUT-INT-THRU-DATE
005560         END-IF
005570     END-IF.
005580     IF WK-STAGE-DUE NOT > LG-OUT-LETTER-STAGE
005590         GO TO 3300-EXIT
005600     END-IF.
005610     MOVE WK-STAGE-DUE TO WK-LETTER-NOW.
005620     MOVE WK-STAGE-DUE TO LG-OUT-LETTER-STAGE.
005630     MOVE WK-RUN-DATE  TO LG-OUT-LETTER-DATE.
005640     MOVE SPACES TO DEMAND-LTR-REC.
005650     MOVE LG-OUT-PROVIDER-NO  TO DL-PROVIDER-NO.
005660     MOVE WK-RUN-DATE         TO DL-LETTER-DATE.
005670     MOVE WK-STAGE-DUE        TO DL-LETTER-STAGE.
005680     MOVE WK-LETTER-TYPE(WK-STAGE-DUE) TO DL-LETTER-TYPE.
005690     MOVE LG-OUT-OLDEST-DATE  TO DL-OLDEST-DATE.
005700     MOVE WK-DEBT-AGE         TO DL-DAYS-OUTSTANDING.
005710     MOVE LG-OUT-BALANCE      TO DL-PRINCIPAL.
005720     MOVE LG-OUT-RAC-BALANCE  TO DL-RAC-PRINCIPAL.
005730     MOVE LG-OUT-INT-BALANCE  TO DL-INTEREST.
005740     COMPUTE DL-TOTAL-DUE = LG-OUT-BALANCE + LG-OUT-INT-BALANCE.
005750     MOVE WK-CURRENT-PCT      TO DL-ANNUAL-PCT.
005760     IF WK-STAGE-DUE = 4
005770         MOVE 'Y' TO DL-REFERRAL-WARNING
005780     ELSE
005790         MOVE 'N' TO DL-REFERRAL-WARNING
005800     END-IF.
005810     WRITE DEMAND-LTR-REC.
005820     ADD 1 TO WK-LETTERS-WRITTEN.
005830     ADD 1 TO WK-LETTERS-BY-STAGE(WK-STAGE-DUE).
005840 3300-EXIT.
005850     EXIT.
005860*-----------------------------------------------------------*
005870* 3400-CHECK-REFERRAL - A DEBT PAST REFERRAL-DAYS IS SENT   *
005880* TO TREASURY ONCE ITS 90-DAY LETTER, WITH THE NOTICE OF    *
005890* INTENT TO REFER, HAS GONE OUT IN AN EARLIER CYCLE, UNLESS *
005900* THE DEBT IS UNDER A REPAYMENT PLAN.                       *
005910*-----------------------------------------------------------*
005920 3400-CHECK-REFERRAL.
005930     IF LG-OUT-REFERRED
005940         ADD 1 TO WK-REFERRED-BEFORE
005950         GO TO 3400-EXIT
005960     END-IF.
005970     IF LG-OUT-ON-PLAN
005980         GO TO 3400-EXIT
005990     END-IF.
006000     IF WK-DEBT-AGE < WK-REFERRAL-DAYS
006010        OR LG-OUT-LETTER-STAGE < 4
006020        OR WK-LETTER-NOW = 4
006030         GO TO 3400-EXIT
006040     END-IF.
006050     SET LG-OUT-REFERRED TO TRUE.
006060     SET ROW-REFERRED-NOW TO TRUE.
006070     MOVE SPACES TO TREASURY-REC.
006080     MOVE LG-OUT-PROVIDER-NO  TO TR-PROVIDER-NO.
006090     MOVE WK-RUN-DATE         TO TR-REFERRAL-DATE.
006100     MOVE LG-OUT-OLDEST-DATE  TO TR-OLDEST-DATE.
006110     MOVE WK-DEBT-AGE         TO TR-DAYS-DELINQUENT.
006120     MOVE LG-OUT-BALANCE      TO TR-PRINCIPAL.
006130     MOVE LG-OUT-INT-BALANCE  TO TR-INTEREST.
006140     COMPUTE TR-TOTAL-DEBT = LG-OUT-BALANCE + LG-OUT-INT-BALANCE.
006150     MOVE LG-OUT-LETTER-DATE  TO TR-LAST-LETTER-DATE.
006160     WRITE TREASURY-REC.
006170     ADD 1 TO WK-REFERRED-NOW.
006180     ADD TR-TOTAL-DEBT TO WK-TOT-REFERRED.
006190 3400-EXIT.
006200     EXIT.
006210 3500-WRITE-DEBT-LINE.
006220     MOVE LG-OUT-PROVIDER-NO  TO WK-DD-PROVIDER.
006230     MOVE LG-OUT-OLDEST-DATE  TO WK-DD-OLDEST.
006240     MOVE WK-DEBT-AGE         TO WK-DD-DAYS.
006250     MOVE LG-OUT-BALANCE      TO WK-DD-PRINCIPAL.
006260     MOVE WK-ROW-ACCRUED      TO WK-DD-ACCRUED.
006270     MOVE LG-OUT-INT-BALANCE  TO WK-DD-INT-BALANCE.
006280     COMPUTE WK-DD-TOTAL = LG-OUT-BALANCE + LG-OUT-INT-BALANCE.
006290     MOVE LG-OUT-LETTER-STAGE TO WK-DD-STAGE.
006300     MOVE SPACES TO WK-DD-LETTER WK-DD-TREASURY.
006310     IF WK-LETTER-NOW > 0
006320         MOVE WK-LETTER-TYPE(WK-LETTER-NOW) TO WK-DD-LETTER
006330     END-IF.
006340     EVALUATE TRUE
006350         WHEN ROW-REFERRED-NOW
006360             MOVE 'REFERRED THIS CYCLE' TO WK-DD-TREASURY
006370         WHEN LG-OUT-REFERRED
006380             MOVE 'REFERRED' TO WK-DD-TREASURY
006390         WHEN LG-OUT-ON-PLAN
006400             MOVE 'ON REPAYMENT PLAN' TO WK-DD-TREASURY
006410     END-EVALUATE.
006420     MOVE WK-DD-DETAIL-LINE TO DMD-RPT-LINE.
006430     WRITE DMD-RPT-LINE.
006440 3500-EXIT.
006450     EXIT.
006460*===========================================================*
006470* 8500-DATE-TO-SERIAL - CONVERT WK-DTS-DATE (CCYYMMDD) TO A  *
006480*                 DAY SERIAL SO DEBT AGES CAN BE COMPUTED    *
006490*                 ACROSS MONTH AND YEAR ENDS.                *
006500*===========================================================*
006510 8500-DATE-TO-SERIAL.
006520     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
006530     IF WK-DTS-MM < 3
006540         SUBTRACT 1 FROM WK-DTS-YEARS
006550     END-IF.
006560     COMPUTE WK-DTS-LEAPS =
006570         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
006580         + (WK-DTS-YEARS / 400).
006590     COMPUTE WK-DTS-SERIAL =
006600         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
006610         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
006620 8500-EXIT.
006630     EXIT.
006640*===========================================================*
006650* 8600-ADD-ONE-MONTH - ADVANCE WK-AM-DATE BY ONE CALENDAR    *
006660*                 MONTH, HOLDING THE DAY UNLESS THE NEW      *
006670*                 MONTH IS SHORTER.                          *
006680*===========================================================*
006690 8600-ADD-ONE-MONTH.
006700     ADD 1 TO WK-AM-MM.
006710     IF WK-AM-MM > 12
006720         MOVE 1 TO WK-AM-MM
006730         ADD 1 TO WK-AM-YYYY
006740     END-IF.
006750     MOVE WK-AM-MLEN(WK-AM-MM) TO WK-AM-LAST-DAY.
006760     IF WK-AM-MM = 2
006770         DIVIDE WK-AM-YYYY BY 4 GIVING WK-AM-QUOT
006780             REMAINDER WK-AM-REM
006790         IF WK-AM-REM = 0
006800             MOVE 29 TO WK-AM-LAST-DAY
006810             DIVIDE WK-AM-YYYY BY 100 GIVING WK-AM-QUOT
006820                 REMAINDER WK-AM-REM
006830             IF WK-AM-REM = 0
006840                 DIVIDE WK-AM-YYYY BY 400 GIVING WK-AM-QUOT
006850                     REMAINDER WK-AM-REM
006860                 IF WK-AM-REM NOT = 0
006870                     MOVE 28 TO WK-AM-LAST-DAY
006880                 END-IF
006890             END-IF
006900         END-IF
006910     END-IF.
006920     IF WK-AM-DD > WK-AM-LAST-DAY
006930         MOVE WK-AM-LAST-DAY TO WK-AM-DD
006940     END-IF.
006950 8600-EXIT.
006960     EXIT.
006970*===========================================================*
006980* 8700-FIND-RATE - THE ANNUAL RATE IN FORCE ON WK-RATE-DATE. *
006990*===========================================================*
007000 8700-FIND-RATE.
007010     MOVE 'N' TO WK-RATE-FOUND-SW.
007020     MOVE ZEROES TO WK-RATE-PCT.
007030     SET DR-SIDX TO 1.
007040     SEARCH DR-ENTRY VARYING DR-SIDX
007050         AT END
007060             CONTINUE
007070         WHEN DR-SIDX > WK-DMDRATE-COUNT
007080             CONTINUE
007090         WHEN WK-RATE-DATE NOT < DR-TAB-EFF-DATE(DR-SIDX)
007100          AND WK-RATE-DATE NOT > DR-TAB-END-DATE(DR-SIDX)
007110             SET RATE-WAS-FOUND TO TRUE
007120             MOVE DR-TAB-PCT(DR-SIDX) TO WK-RATE-PCT
007130     END-SEARCH.
007140 8700-EXIT.
007150     EXIT.
007160*===========================================================*
007170* 9000-TERMINATE                                            *
007180*===========================================================*
007190 9000-TERMINATE.
007200     CLOSE LEDGER-FILE-OUT.
007210     CLOSE DEMAND-LTR-OUT.
007220     CLOSE TREASURY-OUT.
007230     MOVE WK-RPT-RULE-LINE TO DMD-RPT-LINE.
007240     WRITE DMD-RPT-LINE.
007250     MOVE 'LEDGER ROWS READ' TO WK-TC-LABEL.
007260     MOVE WK-LEDGER-READ TO WK-TC-COUNT.
007270     MOVE ZEROES TO WK-TC-AMOUNT.
007280     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007290     MOVE 'OPEN DEBTS - PRINCIPAL' TO WK-TC-LABEL.
007300     MOVE WK-OPEN-DEBTS TO WK-TC-COUNT.
007310     MOVE WK-TOT-PRINCIPAL TO WK-TC-AMOUNT.
007320     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007330     MOVE 'OPEN DEBTS - INTEREST RECEIVABLE' TO WK-TC-LABEL.
007340     MOVE WK-TOT-INT-BALANCE TO WK-TC-AMOUNT.
007350     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007360     MOVE 'INTEREST MONTHS ACCRUED' TO WK-TC-LABEL.
007370     MOVE WK-INT-MONTHS TO WK-TC-COUNT.
007380     MOVE WK-TOT-ACCRUED TO WK-TC-AMOUNT.
007390     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007400     MOVE ZEROES TO WK-TC-AMOUNT.
007410     MOVE 'INTEREST HELD - NO RATE ON FILE' TO WK-TC-LABEL.
007420     MOVE WK-INT-HELD TO WK-TC-COUNT.
007430     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007440     MOVE 'DEMAND LETTERS WRITTEN' TO WK-TC-LABEL.
007450     MOVE WK-LETTERS-WRITTEN TO WK-TC-COUNT.
007460     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007470     MOVE '  INITIAL DEMAND' TO WK-TC-LABEL.
007480     MOVE WK-LETTERS-BY-STAGE(1) TO WK-TC-COUNT.
007490     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007500     MOVE '  30-DAY FOLLOW-UP' TO WK-TC-LABEL.
007510     MOVE WK-LETTERS-BY-STAGE(2) TO WK-TC-COUNT.
007520     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007530     MOVE '  60-DAY FOLLOW-UP' TO WK-TC-LABEL.
007540     MOVE WK-LETTERS-BY-STAGE(3) TO WK-TC-COUNT.
007550     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007560     MOVE '  90-DAY FOLLOW-UP (INTENT TO REFER)' TO WK-TC-LABEL.
007570     MOVE WK-LETTERS-BY-STAGE(4) TO WK-TC-COUNT.
007580     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007590     MOVE 'REFERRED TO TREASURY THIS CYCLE' TO WK-TC-LABEL.
007600     MOVE WK-REFERRED-NOW TO WK-TC-COUNT.
007610     MOVE WK-TOT-REFERRED TO WK-TC-AMOUNT.
007620     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007630     MOVE ZEROES TO WK-TC-AMOUNT.
007640     MOVE 'REFERRED IN EARLIER CYCLES, STILL OPEN' TO WK-TC-LABEL.
007650     MOVE WK-REFERRED-BEFORE TO WK-TC-COUNT.
007660     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007670     MOVE 'ON EXTENDED REPAYMENT PLAN' TO WK-TC-LABEL.
007680     MOVE WK-ON-PLAN TO WK-TC-COUNT.
007690     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007700     MOVE 'LEDGER ROWS CARRIED FORWARD' TO WK-TC-LABEL.
007710     MOVE WK-LEDGER-ROWS TO WK-TC-COUNT.
007720     PERFORM 9300-WRITE-COUNT-LINE THRU 9300-EXIT.
007730     CLOSE DMD-RPT-OUT.
007740     IF RATE-WAS-MISSING AND RETURN-CODE < 4
007750         MOVE 4 TO RETURN-CODE
007760     END-IF.
007770     DISPLAY 'PPDMD215 - LEDGER ROWS READ  : ' WK-LEDGER-READ.
007780     DISPLAY 'PPDMD215 - OPEN DEBTS        : ' WK-OPEN-DEBTS.
007790     DISPLAY 'PPDMD215 - DEMAND LETTERS    : ' WK-LETTERS-WRITTEN.
007800     DISPLAY 'PPDMD215 - INTEREST MONTHS   : ' WK-INT-MONTHS.
007810     DISPLAY 'PPDMD215 - TREASURY REFERRALS: ' WK-REFERRED-NOW.
007820 9000-EXIT.
007830     EXIT.
007840 9300-WRITE-COUNT-LINE.
007850     MOVE WK-DMD-COUNT-LINE TO DMD-RPT-LINE.
007860     WRITE DMD-RPT-LINE.
007870 9300-EXIT.
007880     EXIT.
