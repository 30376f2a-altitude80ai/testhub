000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPRCN215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - DISBURSEMENT RECONCILIATION - RETURNED EFTS AND
000070*            OUTSTANDING CHECKS.
000080*          - PPDSB215 WRITES ONE DISBURSEMENT REGISTER RECORD PER
000090*            EFT OR CHECK ISSUED.  THIS MODULE ADDS TONIGHT'S
000100*            REGISTER TO THE OUTSTANDING-PAYMENT FILE CARRIED
000110*            FROM RUN TO RUN AND MATCHES THE BANK'S RETURN/
000120*            PAID-CHECK FILE AGAINST IT BY PAYMENT ID (EFT TRACE
000130*            NUMBER OR CHECK NUMBER).
000140*          - A PAID CHECK CLEARS.  A RETURNED EFT IS REVERSED
000150*            INTO THE CARRIED PROVIDER PAYABLE ('RT').  A CHECK
000160*            STILL OUTSTANDING PAST THE STALE-DATE LIMIT (180
000170*            DAYS) IS VOIDED AND REVERSED INTO THE PAYABLE THE
000180*            SAME WAY ('SC').  AN EFT NOT RETURNED WITHIN THE
000190*            SETTLEMENT WINDOW (60 DAYS) IS TAKEN AS SETTLED.
000200*          - PPDSB215 REISSUES A REVERSED ITEM ON THE NEXT
000210*            CYCLE ONCE THE PROVIDER'S BANKING MASTER ROW HAS
000220*            BEEN CORRECTED (EFFECTIVE AFTER THE ITEM WAS HELD).
000230*          - PRINTS THE BANK-ITEM DISPOSITIONS, THE STALE CHECKS
000240*            VOIDED, AND AN AGED OUTSTANDING-PAYMENT REPORT,
000250*            PROVED IN/OUT.  A BANK ITEM THAT MATCHES NOTHING
000260*            IS LISTED AS AN EXCEPTION AND ENDS WITH RETURN
000270*            CODE 08.
000280 DATE-COMPILED.
000290****************************************************************
000300*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000310*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000320*   IS THAT OF THE USER.                                       *
000330****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.            IBM-370.
000370 OBJECT-COMPUTER.            IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RCN-PARM-FILE   ASSIGN TO RCNPARM
000410                            ORGANIZATION IS LINE SEQUENTIAL
000420                            FILE STATUS IS WK-PARM-STATUS.
000430     SELECT DSB-REG-IN      ASSIGN TO DSBRIN
000440                            ORGANIZATION IS SEQUENTIAL
000450                            FILE STATUS IS WK-DSBRIN-STATUS.
000460     SELECT OUTSTAND-IN     ASSIGN TO OUTSTIN
000470                            ORGANIZATION IS SEQUENTIAL
000480                            FILE STATUS IS WK-OUTSTIN-STATUS.
000490     SELECT OUTSTAND-OUT    ASSIGN TO OUTSTOUT
000500                            ORGANIZATION IS SEQUENTIAL.
000510     SELECT BANK-ITEM-IN    ASSIGN TO BANKRTN
000520                            ORGANIZATION IS SEQUENTIAL
000530                            FILE STATUS IS WK-BANKRTN-STATUS.
000540     SELECT PAYABLE-IN      ASSIGN TO PAYBLIN
000550                            ORGANIZATION IS SEQUENTIAL
000560                            FILE STATUS IS WK-PAYBLIN-STATUS.
000570     SELECT PAYABLE-OUT     ASSIGN TO PAYBLOUT
000580                            ORGANIZATION IS SEQUENTIAL.
000590     SELECT RCN-RPT-OUT     ASSIGN TO RCNRPT
000600                            ORGANIZATION IS LINE SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------*
000640* RECONCILIATION PARAMETER CARDS - KEYWORD=VALUE:           *
000650*   RUN-ID=XXXXXXXX        RUN STAMPED ON PAYABLES          *
000660*   AS-OF-DATE=CCYYMMDD    AGING DATE (TODAY)               *
000670*   STALE-DAYS=NNN         CHECK STALE-DATE LIMIT (180)     *
000680*   EFT-SETTLE-DAYS=NNN    EFT RETURN WINDOW (60)           *
000690*----------------------------------------------------------*
000700 FD  RCN-PARM-FILE
000710     RECORDING MODE IS F.
000720 01  RCN-PARM-REC                PIC X(80).
000730*----------------------------------------------------------*
000740* DISBURSEMENT REGISTER (DSB-REG-REC LAYOUT FROM PPDSB215). *
000750* THE OUTSTANDING-PAYMENT FILE CARRIES THE SAME RECORD.     *
000760*----------------------------------------------------------*
000770 FD  DSB-REG-IN
000780     RECORDING MODE IS F.
000790 01  DSB-REG-IN-REC              PIC X(150).
000800 FD  OUTSTAND-IN
000810     RECORDING MODE IS F.
000820 01  OUTSTAND-IN-REC             PIC X(150).
000830 FD  OUTSTAND-OUT
000840     RECORDING MODE IS F.
000850 01  OUTSTAND-OUT-REC            PIC X(150).
000860*----------------------------------------------------------*
000870* BANK RETURN / PAID-CHECK FILE.  THE PAYMENT ID IS THE     *
000880* 15-DIGIT EFT TRACE NUMBER, OR THE 9-DIGIT CHECK NUMBER    *
000890* LEFT-JUSTIFIED.                                           *
000900*----------------------------------------------------------*
000910 FD  BANK-ITEM-IN
000920     RECORDING MODE IS F.
000930 01  BANK-ITEM-REC.
000940     05  BI-ITEM-TYPE            PIC X(01).
000950*        'R' = RETURNED EFT ENTRY, 'P' = PAID CHECK
000960     05  BI-PAYMENT-ID           PIC X(15).
000970     05  BI-AMOUNT               PIC 9(11)V9(02).
000980     05  BI-ITEM-DATE            PIC 9(08).
000990     05  BI-RETURN-REASON        PIC X(03).
001000*        ACH RETURN REASON (R01, R02, R03, R04 ...)
001010     05  FILLER                  PIC X(10).
001020*----------------------------------------------------------*
001030* CARRIED PROVIDER PAYABLE (PPDSB215 LAYOUT).               *
001040*----------------------------------------------------------*
001050 FD  PAYABLE-IN
001060     RECORDING MODE IS F.
001070 01  PAYABLE-IN-REC              PIC X(60).
001080 FD  PAYABLE-OUT
001090     RECORDING MODE IS F.
001100 01  PAYABLE-OUT-REC.
001110     05  PY-OUT-PROVIDER-NO      PIC X(06).
001120     05  PY-OUT-AMOUNT           PIC 9(11)V9(02).
001130     05  PY-OUT-REASON           PIC X(02).
001140*        'RT' = RETURNED EFT, 'SC' = STALE CHECK VOIDED
001150     05  PY-OUT-ORIG-PAYMENT-ID  PIC X(15).
001160     05  PY-OUT-ORIG-PAY-DATE    PIC 9(08).
001170     05  PY-OUT-HELD-DATE        PIC 9(08).
001180     05  PY-OUT-RUN-ID           PIC X(08).
001190 FD  RCN-RPT-OUT
001200     RECORDING MODE IS F.
001210 01  RCN-RPT-LINE                PIC X(110).
001220 WORKING-STORAGE SECTION.
001230 01  W-STORAGE-REF                  PIC X(48)  VALUE
001240     'P P R C N 2 1 5 - W O R K I N G   S T O R A G E'.
001250 01  RCN-VERSION                    PIC X(05) VALUE 'I21.5'.
001260 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001270 01  WK-DSBRIN-STATUS           PIC X(02) VALUE SPACES.
001280 01  WK-OUTSTIN-STATUS          PIC X(02) VALUE SPACES.
001290 01  WK-BANKRTN-STATUS          PIC X(02) VALUE SPACES.
001300 01  WK-PAYBLIN-STATUS          PIC X(02) VALUE SPACES.
001310 01  WK-SWITCHES.
001320     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001330         88  PARM-AT-EOF        VALUE 'Y'.
001340     05  WK-DSBRIN-EOF          PIC X(01) VALUE 'N'.
001350         88  DSBRIN-AT-EOF      VALUE 'Y'.
001360     05  WK-OUTSTIN-EOF         PIC X(01) VALUE 'N'.
001370         88  OUTSTIN-AT-EOF     VALUE 'Y'.
001380     05  WK-BANKRTN-EOF         PIC X(01) VALUE 'N'.
001390         88  BANKRTN-AT-EOF     VALUE 'Y'.
001400     05  WK-PAYBLIN-EOF         PIC X(01) VALUE 'N'.
001410         88  PAYBLIN-AT-EOF     VALUE 'Y'.
001420     05  WK-OS-FULL-SW          PIC X(01) VALUE 'N'.
001430         88  OS-TABLE-FULL      VALUE 'Y'.
001440     05  WK-MATCH-SW            PIC X(01) VALUE 'N'.
001450         88  ITEM-MATCHED       VALUE 'Y'.
001460*----------------------------------------------------------*
001470* PARAMETERS IN EFFECT.                                     *
001480*----------------------------------------------------------*
001490 01  WK-RUN-ID                  PIC X(08) VALUE SPACES.
001500 01  WK-AS-OF-DATE              PIC 9(08) VALUE ZEROES.
001510 01  WK-STALE-DAYS              PIC 9(03) VALUE 180.
001520 01  WK-SETTLE-DAYS             PIC 9(03) VALUE 060.
001530 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001540 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001550 01  WK-MATCH-METHOD            PIC X(01) VALUE SPACES.
001560*----------------------------------------------------------*
001570* DATE-TO-SERIAL WORK AREA.                                 *
001580*----------------------------------------------------------*
001590 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
001600 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
001610     05  WK-DTS-YYYY            PIC 9(04).
001620     05  WK-DTS-MM              PIC 9(02).
001630     05  WK-DTS-DD              PIC 9(02).
001640 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
001650 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
001660 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
001670 01  WK-DTS-MONTH-DAYS.
001680     05  FILLER PIC X(36) VALUE
001690         '000031059090120151181212243273304334'.
001700 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
001710     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
001720 01  WK-AS-OF-SERIAL            PIC 9(07) VALUE ZEROES.
001730 01  WK-AGE-DAYS                PIC 9(05) VALUE ZEROES.
001740*----------------------------------------------------------*
001750* RUN COUNTERS AND CONTROL TOTALS.                          *
001760*----------------------------------------------------------*
001770 01  WK-COUNTERS.
001780     05  WK-CARRIED-IN-CNT      PIC 9(07) VALUE ZEROES.
001790     05  WK-ISSUED-CNT          PIC 9(07) VALUE ZEROES.
001800     05  WK-BANK-ITEMS          PIC 9(07) VALUE ZEROES.
001810     05  WK-PAID-CNT            PIC 9(07) VALUE ZEROES.
001820     05  WK-SETTLED-CNT         PIC 9(07) VALUE ZEROES.
001830     05  WK-RETURNED-CNT        PIC 9(07) VALUE ZEROES.
001840     05  WK-STALE-CNT           PIC 9(07) VALUE ZEROES.
001850     05  WK-EXCEPTION-CNT       PIC 9(07) VALUE ZEROES.
001860     05  WK-OUTSTAND-CNT        PIC 9(07) VALUE ZEROES.
001870     05  WK-PAYBL-CNT           PIC 9(07) VALUE ZEROES.
001880 01  WK-TOTALS.
001890     05  WK-CARRIED-IN-AMT      PIC 9(13)V9(02) VALUE ZEROES.
001900     05  WK-ISSUED-AMT          PIC 9(13)V9(02) VALUE ZEROES.
001910     05  WK-PAID-AMT            PIC 9(13)V9(02) VALUE ZEROES.
001920     05  WK-SETTLED-AMT         PIC 9(13)V9(02) VALUE ZEROES.
001930     05  WK-RETURNED-AMT        PIC 9(13)V9(02) VALUE ZEROES.
001940     05  WK-STALE-AMT           PIC 9(13)V9(02) VALUE ZEROES.
001950     05  WK-EXCEPTION-AMT       PIC 9(13)V9(02) VALUE ZEROES.
001960     05  WK-OUTSTAND-AMT        PIC 9(13)V9(02) VALUE ZEROES.
001970     05  WK-PAYBL-AMT           PIC 9(13)V9(02) VALUE ZEROES.
001980 01  WK-PROOF-AMT               PIC S9(13)V9(02) VALUE ZEROES.
001990*----------------------------------------------------------*
002000* AGING BUCKETS - 0-30, 31-60, 61-90, 91-180, OVER 180.     *
002010*----------------------------------------------------------*
002020 01  WK-AGE-BUCKETS.
002030     05  WK-AB-ENTRY OCCURS 5 TIMES.
002040         10  WK-AB-COUNT        PIC 9(07).
002050         10  WK-AB-AMOUNT       PIC 9(13)V9(02).
002060 01  WK-AB-LABELS.
002070     05  FILLER PIC X(20) VALUE '  0 -  30 DAYS      '.
002080     05  FILLER PIC X(20) VALUE ' 31 -  60 DAYS      '.
002090     05  FILLER PIC X(20) VALUE ' 61 -  90 DAYS      '.
002100     05  FILLER PIC X(20) VALUE ' 91 - 180 DAYS      '.
002110     05  FILLER PIC X(20) VALUE 'OVER 180 DAYS       '.
002120 01  WK-AB-LABEL-TAB REDEFINES WK-AB-LABELS.
002130     05  WK-AB-LABEL            PIC X(20) OCCURS 5 TIMES.
002140 01  WK-AB-X                    PIC 9(01) VALUE ZEROES.
002150*----------------------------------------------------------*
002160* REGISTER RECORD VIEW (PPDSB215 DSB-REG-REC).              *
002170*----------------------------------------------------------*
002180 01  WK-REG-VIEW.
002190     05  WK-RV-RUN-ID           PIC X(08).
002200     05  WK-RV-PAY-DATE         PIC 9(08).
002210     05  WK-RV-PROVIDER-NO      PIC X(06).
002220     05  WK-RV-PAY-METHOD       PIC X(01).
002230     05  WK-RV-PAYMENT-ID       PIC X(15).
002240     05  WK-RV-AMOUNT           PIC 9(11)V9(02).
002250     05  WK-RV-INTEREST-AMT     PIC 9(09)V9(02).
002260     05  WK-RV-OFFSET-AMT       PIC 9(11)V9(02).
002270     05  WK-RV-CREDIT-AMT       PIC 9(11)V9(02).
002280     05  WK-RV-ERA-IND          PIC X(01).
002290     05  WK-RV-ROUTING-NO       PIC X(09).
002300     05  WK-RV-ACCOUNT-NO       PIC X(17).
002310     05  WK-RV-PAYEE-NAME       PIC X(35).
002320*----------------------------------------------------------*
002330* OUTSTANDING-PAYMENT TABLE.                                *
002340*----------------------------------------------------------*
002350 01  WK-OS-COUNT                PIC 9(05) VALUE ZEROES.
002360 01  OUTSTANDING-TABLE.
002370     05  OS-ENTRY OCCURS 5000 TIMES
002380                  INDEXED BY OS-IDX OS-SIDX.
002390         10  OS-PAYMENT-ID      PIC X(15).
002400         10  OS-PAY-METHOD      PIC X(01).
002410         10  OS-STATE           PIC X(01).
002420             88  OS-OPEN        VALUE 'O'.
002430             88  OS-PAID        VALUE 'P'.
002440             88  OS-SETTLED     VALUE 'E'.
002450             88  OS-RETURNED    VALUE 'R'.
002460             88  OS-STALE       VALUE 'S'.
002470         10  OS-REG-REC         PIC X(150).
002480*----------------------------------------------------------*
002490* REPORT LINES.                                             *
002500*----------------------------------------------------------*
002510 01  WK-RPT-TITLE-LINE.
002520     05  WK-RT-TITLE         PIC X(40).
002530     05  FILLER              PIC X(07) VALUE '  DATE '.
002540     05  WK-RT-DATE          PIC 9(08).
002550     05  FILLER              PIC X(09) VALUE '  RUN-ID '.
002560     05  WK-RT-RUN-ID        PIC X(08).
002570     05  FILLER              PIC X(07) VALUE '  VERS '.
002580     05  WK-RT-VERSION       PIC X(05).
002590 01  WK-RPT-RULE-LINE        PIC X(110) VALUE ALL '='.
002600 01  WK-RPT-SECTION-LINE.
002610     05  FILLER              PIC X(04) VALUE '--- '.
002620     05  WK-RS-TEXT          PIC X(50).
002630 01  WK-BI-HEADING.
002640     05  FILLER              PIC X(05) VALUE 'TYPE'.
002650     05  FILLER              PIC X(16) VALUE 'PAYMENT-ID'.
002660     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
002670     05  FILLER              PIC X(10) VALUE 'ITEM DATE'.
002680     05  FILLER              PIC X(04) VALUE 'RSN'.
002690     05  FILLER              PIC X(17) VALUE '           AMOUNT'.
002700     05  FILLER              PIC X(02) VALUE SPACES.
002710     05  FILLER              PIC X(11) VALUE 'DISPOSITION'.
002720 01  WK-BI-DETAIL-LINE.
002730     05  WK-BD-TYPE          PIC X(04).
002740     05  FILLER              PIC X(01) VALUE SPACES.
002750     05  WK-BD-PAYMENT-ID    PIC X(15).
002760     05  FILLER              PIC X(01) VALUE SPACES.
002770     05  WK-BD-PROVIDER      PIC X(06).
002780     05  FILLER              PIC X(02) VALUE SPACES.
002790     05  WK-BD-DATE          PIC 9(08).
002800     05  FILLER              PIC X(02) VALUE SPACES.
002810     05  WK-BD-REASON        PIC X(03).
002820     05  FILLER              PIC X(01) VALUE SPACES.
002830     05  WK-BD-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002840     05  FILLER              PIC X(02) VALUE SPACES.
002850     05  WK-BD-DISPOSITION   PIC X(40).
002860 01  WK-OS-HEADING.
002870     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
002880     05  FILLER              PIC X(05) VALUE 'MTH'.
002890     05  FILLER              PIC X(16) VALUE 'PAYMENT-ID'.
002900     05  FILLER              PIC X(10) VALUE 'PAY DATE'.
002910     05  FILLER              PIC X(07) VALUE '   AGE'.
002920     05  FILLER              PIC X(17) VALUE '           AMOUNT'.
002930     05  FILLER              PIC X(02) VALUE SPACES.
002940     05  FILLER              PIC X(20) VALUE 'PAYEE'.
002950 01  WK-OS-DETAIL-LINE.
002960     05  WK-OD-PROVIDER      PIC X(06).
002970     05  FILLER              PIC X(02) VALUE SPACES.
002980     05  WK-OD-METHOD        PIC X(04).
002990     05  FILLER              PIC X(01) VALUE SPACES.
003000     05  WK-OD-PAYMENT-ID    PIC X(15).
003010     05  FILLER              PIC X(01) VALUE SPACES.
003020     05  WK-OD-PAY-DATE      PIC 9(08).
003030     05  FILLER              PIC X(02) VALUE SPACES.
003040     05  WK-OD-AGE           PIC ZZ,ZZ9.
003050     05  FILLER              PIC X(01) VALUE SPACES.
003060     05  WK-OD-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003070     05  FILLER              PIC X(02) VALUE SPACES.
003080     05  WK-OD-PAYEE         PIC X(30).
003090 01  WK-RCN-COUNT-LINE.
003100     05  WK-RL-LABEL         PIC X(44).
003110     05  WK-RL-COUNT         PIC ZZZ,ZZ9.
003120     05  FILLER              PIC X(02) VALUE SPACES.
003130     05  WK-RL-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003140 PROCEDURE DIVISION.
003150*===========================================================*
003160* 0000-MAINLINE                                              *
003170*===========================================================*
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003200     PERFORM 2000-MATCH-BANK-ITEMS THRU 2000-EXIT.
003210     PERFORM 3000-AGE-OUTSTANDING  THRU 3000-EXIT.
003220     PERFORM 4000-WRITE-OUTSTANDING THRU 4000-EXIT.
003230     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003240     STOP RUN.
003250*===========================================================*
003260* 1000-INITIALIZE - READ THE PARAMETER CARDS, LOAD THE      *
003270* CARRIED OUTSTANDING PAYMENTS AND TONIGHT'S REGISTER, AND  *
003280* COPY THE CARRIED PAYABLES FORWARD.                        *
003290*===========================================================*
003300 1000-INITIALIZE.
003310     ACCEPT WK-AS-OF-DATE FROM DATE YYYYMMDD.
003320     OPEN INPUT RCN-PARM-FILE.
003330     IF WK-PARM-STATUS = '00'
003340         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003350             UNTIL PARM-AT-EOF
003360         CLOSE RCN-PARM-FILE
003370     END-IF.
003380     MOVE WK-AS-OF-DATE TO WK-DTS-DATE.
003390     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
003400     MOVE WK-DTS-SERIAL TO WK-AS-OF-SERIAL.
003410     OPEN INPUT OUTSTAND-IN.
003420     IF WK-OUTSTIN-STATUS = '00'
003430         PERFORM 1200-LOAD-ONE-CARRIED THRU 1200-EXIT
003440             UNTIL OUTSTIN-AT-EOF
003450         CLOSE OUTSTAND-IN
003460     END-IF.
003470     OPEN INPUT DSB-REG-IN.
003480     IF WK-DSBRIN-STATUS = '00'
003490         PERFORM 1300-LOAD-ONE-ISSUED THRU 1300-EXIT
003500             UNTIL DSBRIN-AT-EOF
003510         CLOSE DSB-REG-IN
003520     END-IF.
003530     IF OS-TABLE-FULL
003540         DISPLAY 'PPRCN215 - OUTSTANDING TABLE FULL - RUN STOPPED'
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     OPEN OUTPUT PAYABLE-OUT.
003590     OPEN INPUT PAYABLE-IN.
003600     IF WK-PAYBLIN-STATUS = '00'
003610         PERFORM 1400-COPY-ONE-PAYABLE THRU 1400-EXIT
003620             UNTIL PAYBLIN-AT-EOF
003630         CLOSE PAYABLE-IN
003640     END-IF.
003650     OPEN OUTPUT RCN-RPT-OUT.
003660     MOVE 'DISBURSEMENT RECONCILIATION' TO WK-RT-TITLE.
003670     MOVE WK-AS-OF-DATE TO WK-RT-DATE.
003680     MOVE WK-RUN-ID     TO WK-RT-RUN-ID.
003690     MOVE RCN-VERSION   TO WK-RT-VERSION.
003700     MOVE WK-RPT-TITLE-LINE TO RCN-RPT-LINE.
003710     WRITE RCN-RPT-LINE.
003720     MOVE WK-RPT-RULE-LINE TO RCN-RPT-LINE.
003730     WRITE RCN-RPT-LINE.
003740 1000-EXIT.
003750     EXIT.
003760 1100-READ-ONE-PARM.
003770     READ RCN-PARM-FILE
003780         AT END
003790             SET PARM-AT-EOF TO TRUE
003800             GO TO 1100-EXIT
003810     END-READ.
003820     IF RCN-PARM-REC = SPACES OR RCN-PARM-REC(1:1) = '*'
003830         GO TO 1100-EXIT
003840     END-IF.
003850     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
003860     UNSTRING RCN-PARM-REC DELIMITED BY '='
003870         INTO WK-RC-KEYWORD WK-RC-VALUE.
003880     EVALUATE WK-RC-KEYWORD
003890         WHEN 'RUN-ID'
003900             MOVE WK-RC-VALUE TO WK-RUN-ID
003910         WHEN 'AS-OF-DATE'
003920             IF WK-RC-VALUE(1:8) IS NUMERIC
003930                 MOVE WK-RC-VALUE(1:8) TO WK-AS-OF-DATE
003940             END-IF
003950         WHEN 'STALE-DAYS'
003960             IF WK-RC-VALUE(1:3) IS NUMERIC
003970                 MOVE WK-RC-VALUE(1:3) TO WK-STALE-DAYS
003980             END-IF
003990         WHEN 'EFT-SETTLE-DAYS'
004000             IF WK-RC-VALUE(1:3) IS NUMERIC
004010                 MOVE WK-RC-VALUE(1:3) TO WK-SETTLE-DAYS
004020             END-IF
004030         WHEN OTHER
004040             DISPLAY 'PPRCN215 - PARAMETER CARD IGNORED : '
004050                     RCN-PARM-REC
004060     END-EVALUATE.
004070 1100-EXIT.
004080     EXIT.
004090 1200-LOAD-ONE-CARRIED.
004100     READ OUTSTAND-IN
004110         AT END
004120             SET OUTSTIN-AT-EOF TO TRUE
004130             GO TO 1200-EXIT
004140     END-READ.
004150     MOVE OUTSTAND-IN-REC TO WK-REG-VIEW.
004160     PERFORM 1500-ADD-OUTSTANDING THRU 1500-EXIT.
004170     ADD 1            TO WK-CARRIED-IN-CNT.
004180     ADD WK-RV-AMOUNT TO WK-CARRIED-IN-AMT.
004190 1200-EXIT.
004200     EXIT.
004210 1300-LOAD-ONE-ISSUED.
004220     READ DSB-REG-IN
004230         AT END
004240             SET DSBRIN-AT-EOF TO TRUE
004250             GO TO 1300-EXIT
004260     END-READ.
004270     MOVE DSB-REG-IN-REC TO WK-REG-VIEW.
004280     PERFORM 1500-ADD-OUTSTANDING THRU 1500-EXIT.
004290     ADD 1            TO WK-ISSUED-CNT.
004300     ADD WK-RV-AMOUNT TO WK-ISSUED-AMT.
004310 1300-EXIT.
004320     EXIT.
004330 1400-COPY-ONE-PAYABLE.
004340     READ PAYABLE-IN
004350         AT END
004360             SET PAYBLIN-AT-EOF TO TRUE
004370             GO TO 1400-EXIT
004380     END-READ.
004390     MOVE PAYABLE-IN-REC TO PAYABLE-OUT-REC.
004400     WRITE PAYABLE-OUT-REC.
004410 1400-EXIT.
004420     EXIT.
004430 1500-ADD-OUTSTANDING.
004440     IF WK-OS-COUNT NOT < 5000
004450         SET OS-TABLE-FULL TO TRUE
004460         GO TO 1500-EXIT
004470     END-IF.
004480     ADD 1 TO WK-OS-COUNT.
004490     SET OS-IDX TO WK-OS-COUNT.
004500     MOVE WK-RV-PAYMENT-ID TO OS-PAYMENT-ID(OS-IDX).
004510     MOVE WK-RV-PAY-METHOD TO OS-PAY-METHOD(OS-IDX).
004520     SET  OS-OPEN(OS-IDX)  TO TRUE.
004530     MOVE WK-REG-VIEW      TO OS-REG-REC(OS-IDX).
004540 1500-EXIT.
004550     EXIT.
004560*===========================================================*
004570* 2000-MATCH-BANK-ITEMS - EACH BANK ITEM MUST MATCH AN OPEN *
004580* PAYMENT OF THE SAME KIND AND AMOUNT.                      *
004590*===========================================================*
004600 2000-MATCH-BANK-ITEMS.
004610     MOVE 'BANK RETURNS AND PAID CHECKS' TO WK-RS-TEXT.
004620     MOVE WK-RPT-SECTION-LINE TO RCN-RPT-LINE.
004630     WRITE RCN-RPT-LINE.
004640     MOVE WK-BI-HEADING TO RCN-RPT-LINE.
004650     WRITE RCN-RPT-LINE.
004660     OPEN INPUT BANK-ITEM-IN.
004670     IF WK-BANKRTN-STATUS NOT = '00'
004680         DISPLAY 'PPRCN215 - NO BANK RETURN FILE THIS RUN'
004690         GO TO 2000-EXIT
004700     END-IF.
004710     PERFORM 2100-MATCH-ONE-ITEM THRU 2100-EXIT
004720         UNTIL BANKRTN-AT-EOF.
004730     CLOSE BANK-ITEM-IN.
004740 2000-EXIT.
004750     EXIT.
004760 2100-MATCH-ONE-ITEM.
004770     READ BANK-ITEM-IN
004780         AT END
004790             SET BANKRTN-AT-EOF TO TRUE
004800             GO TO 2100-EXIT
004810     END-READ.
004820     ADD 1 TO WK-BANK-ITEMS.
004830     MOVE BI-PAYMENT-ID    TO WK-BD-PAYMENT-ID.
004840     MOVE BI-ITEM-DATE     TO WK-BD-DATE.
004850     MOVE BI-RETURN-REASON TO WK-BD-REASON.
004860     MOVE BI-AMOUNT        TO WK-BD-AMOUNT.
004870     MOVE SPACES           TO WK-BD-PROVIDER.
004880     MOVE 'N' TO WK-MATCH-SW.
004890     EVALUATE BI-ITEM-TYPE
004900         WHEN 'R'
004910             MOVE 'RTN' TO WK-BD-TYPE
004920             MOVE 'E'   TO WK-MATCH-METHOD
004930         WHEN 'P'
004940             MOVE 'PAID' TO WK-BD-TYPE
004950             MOVE 'C'    TO WK-MATCH-METHOD
004960         WHEN OTHER
004970             MOVE BI-ITEM-TYPE TO WK-BD-TYPE
004980             MOVE 'EXCEPTION - UNKNOWN ITEM TYPE'
004990                 TO WK-BD-DISPOSITION
005000             GO TO 2190-EXCEPTION
005010     END-EVALUATE.
005020     IF WK-OS-COUNT > 0
005030         SET OS-SIDX TO 1
005040         SEARCH OS-ENTRY VARYING OS-SIDX
005050             AT END
005060                 CONTINUE
005070             WHEN OS-SIDX > WK-OS-COUNT
005080                 CONTINUE
005090             WHEN OS-PAYMENT-ID(OS-SIDX) = BI-PAYMENT-ID
005100              AND OS-PAY-METHOD(OS-SIDX) = WK-MATCH-METHOD
005110              AND OS-OPEN(OS-SIDX)
005120                 SET ITEM-MATCHED TO TRUE
005130         END-SEARCH
005140     END-IF.
005150     IF NOT ITEM-MATCHED
005160         MOVE 'EXCEPTION - NO OPEN PAYMENT MATCHES'
005170             TO WK-BD-DISPOSITION
005180         GO TO 2190-EXCEPTION
005190     END-IF.
005200     MOVE OS-REG-REC(OS-SIDX) TO WK-REG-VIEW.
005210     MOVE WK-RV-PROVIDER-NO   TO WK-BD-PROVIDER.
005220     IF BI-AMOUNT NOT = WK-RV-AMOUNT
005230         MOVE 'EXCEPTION - AMOUNT DIFFERS FROM REGISTER'
005240             TO WK-BD-DISPOSITION
005250         GO TO 2190-EXCEPTION
005260     END-IF.
005270     IF BI-ITEM-TYPE = 'P'
005280         SET OS-PAID(OS-SIDX) TO TRUE
005290         ADD 1            TO WK-PAID-CNT
005300         ADD WK-RV-AMOUNT TO WK-PAID-AMT
005310         MOVE 'CHECK PAID - CLEARED' TO WK-BD-DISPOSITION
005320     ELSE
005330         SET OS-RETURNED(OS-SIDX) TO TRUE
005340         ADD 1            TO WK-RETURNED-CNT
005350         ADD WK-RV-AMOUNT TO WK-RETURNED-AMT
005360         MOVE 'RT'         TO PY-OUT-REASON
005370         MOVE BI-ITEM-DATE TO PY-OUT-HELD-DATE
005380         PERFORM 5000-WRITE-PAYABLE THRU 5000-EXIT
005390         MOVE 'EFT RETURNED - TO PROVIDER PAYABLE'
005400             TO WK-BD-DISPOSITION
005410     END-IF.
005420     MOVE WK-BI-DETAIL-LINE TO RCN-RPT-LINE.
005430     WRITE RCN-RPT-LINE.
005440     GO TO 2100-EXIT.
005450 2190-EXCEPTION.
005460     ADD 1         TO WK-EXCEPTION-CNT.
005470     ADD BI-AMOUNT TO WK-EXCEPTION-AMT.
005480     MOVE WK-BI-DETAIL-LINE TO RCN-RPT-LINE.
005490     WRITE RCN-RPT-LINE.
005500 2100-EXIT.
005510     EXIT.
005520*===========================================================*
005530* 3000-AGE-OUTSTANDING - VOID STALE CHECKS INTO THE         *
005540* PAYABLE, TREAT EFTS PAST THE RETURN WINDOW AS SETTLED,    *
005550* AND AGE WHAT REMAINS OPEN.                                *
005560*===========================================================*
005570 3000-AGE-OUTSTANDING.
005580     INITIALIZE WK-AGE-BUCKETS.
005590     MOVE WK-RPT-RULE-LINE TO RCN-RPT-LINE.
005600     WRITE RCN-RPT-LINE.
005610     MOVE 'STALE-DATED CHECKS VOIDED' TO WK-RS-TEXT.
005620     MOVE WK-RPT-SECTION-LINE TO RCN-RPT-LINE.
005630     WRITE RCN-RPT-LINE.
005640     MOVE WK-OS-HEADING TO RCN-RPT-LINE.
005650     WRITE RCN-RPT-LINE.
005660     IF WK-OS-COUNT > 0
005670         PERFORM 3100-CHECK-ONE-STALE THRU 3100-EXIT
005680             VARYING OS-IDX FROM 1 BY 1
005690             UNTIL OS-IDX > WK-OS-COUNT
005700     END-IF.
005710     MOVE WK-RPT-RULE-LINE TO RCN-RPT-LINE.
005720     WRITE RCN-RPT-LINE.
005730     MOVE 'AGED OUTSTANDING PAYMENTS' TO WK-RS-TEXT.
005740     MOVE WK-RPT-SECTION-LINE TO RCN-RPT-LINE.
005750     WRITE RCN-RPT-LINE.
005760     MOVE WK-OS-HEADING TO RCN-RPT-LINE.
005770     WRITE RCN-RPT-LINE.
005780     IF WK-OS-COUNT > 0
005790         PERFORM 3200-AGE-ONE-PAYMENT THRU 3200-EXIT
005800             VARYING OS-IDX FROM 1 BY 1
005810             UNTIL OS-IDX > WK-OS-COUNT
005820     END-IF.
005830 3000-EXIT.
005840     EXIT.
005850 3100-CHECK-ONE-STALE.
005860     IF NOT OS-OPEN(OS-IDX)
005870         GO TO 3100-EXIT
005880     END-IF.
005890     PERFORM 3300-COMPUTE-AGE THRU 3300-EXIT.
005900     IF OS-PAY-METHOD(OS-IDX) = 'E'
005910         IF WK-AGE-DAYS > WK-SETTLE-DAYS
005920             SET OS-SETTLED(OS-IDX) TO TRUE
005930             ADD 1            TO WK-SETTLED-CNT
005940             ADD WK-RV-AMOUNT TO WK-SETTLED-AMT
005950         END-IF
005960         GO TO 3100-EXIT
005970     END-IF.
005980     IF WK-AGE-DAYS NOT > WK-STALE-DAYS
005990         GO TO 3100-EXIT
006000     END-IF.
006010     SET OS-STALE(OS-IDX) TO TRUE.
006020     ADD 1            TO WK-STALE-CNT.
006030     ADD WK-RV-AMOUNT TO WK-STALE-AMT.
006040     MOVE 'SC'          TO PY-OUT-REASON.
006050     MOVE WK-AS-OF-DATE TO PY-OUT-HELD-DATE.
006060     PERFORM 5000-WRITE-PAYABLE THRU 5000-EXIT.
006070     PERFORM 3400-FORMAT-OS-LINE THRU 3400-EXIT.
006080     MOVE WK-OS-DETAIL-LINE TO RCN-RPT-LINE.
006090     WRITE RCN-RPT-LINE.
006100 3100-EXIT.
006110     EXIT.
006120 3200-AGE-ONE-PAYMENT.
006130     IF NOT OS-OPEN(OS-IDX)
006140         GO TO 3200-EXIT
006150     END-IF.
006160     PERFORM 3300-COMPUTE-AGE THRU 3300-EXIT.
006170     EVALUATE TRUE
006180         WHEN WK-AGE-DAYS NOT > 30
006190             MOVE 1 TO WK-AB-X
006200         WHEN WK-AGE-DAYS NOT > 60
006210             MOVE 2 TO WK-AB-X
006220         WHEN WK-AGE-DAYS NOT > 90
006230             MOVE 3 TO WK-AB-X
006240         WHEN WK-AGE-DAYS NOT > 180
006250             MOVE 4 TO WK-AB-X
006260         WHEN OTHER
006270             MOVE 5 TO WK-AB-X
006280     END-EVALUATE.
006290     ADD 1            TO WK-AB-COUNT(WK-AB-X).
006300     ADD WK-RV-AMOUNT TO WK-AB-AMOUNT(WK-AB-X).
006310     PERFORM 3400-FORMAT-OS-LINE THRU 3400-EXIT.
006320     MOVE WK-OS-DETAIL-LINE TO RCN-RPT-LINE.
006330     WRITE RCN-RPT-LINE.
006340 3200-EXIT.
006350     EXIT.
006360 3300-COMPUTE-AGE.
006370     MOVE OS-REG-REC(OS-IDX) TO WK-REG-VIEW.
006380     MOVE WK-RV-PAY-DATE TO WK-DTS-DATE.
006390     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
006400     IF WK-DTS-SERIAL < WK-AS-OF-SERIAL
006410         COMPUTE WK-AGE-DAYS = WK-AS-OF-SERIAL - WK-DTS-SERIAL
006420     ELSE
006430         MOVE ZEROES TO WK-AGE-DAYS
006440     END-IF.
006450 3300-EXIT.
006460     EXIT.
006470 3400-FORMAT-OS-LINE.
006480     MOVE WK-RV-PROVIDER-NO TO WK-OD-PROVIDER.
006490     IF WK-RV-PAY-METHOD = 'E'
006500         MOVE 'EFT' TO WK-OD-METHOD
006510     ELSE
006520         MOVE 'CHK' TO WK-OD-METHOD
006530     END-IF.
006540     MOVE WK-RV-PAYMENT-ID  TO WK-OD-PAYMENT-ID.
006550     MOVE WK-RV-PAY-DATE    TO WK-OD-PAY-DATE.
006560     MOVE WK-AGE-DAYS       TO WK-OD-AGE.
006570     MOVE WK-RV-AMOUNT      TO WK-OD-AMOUNT.
006580     MOVE WK-RV-PAYEE-NAME  TO WK-OD-PAYEE.
006590 3400-EXIT.
006600     EXIT.
006610*===========================================================*
006620* 4000-WRITE-OUTSTANDING - CARRY EVERY STILL-OPEN PAYMENT   *
006630* FORWARD TO THE NEXT RUN.                                  *
006640*===========================================================*
006650 4000-WRITE-OUTSTANDING.
006660     OPEN OUTPUT OUTSTAND-OUT.
006670     IF WK-OS-COUNT > 0
006680         PERFORM 4100-WRITE-ONE-OUTSTANDING THRU 4100-EXIT
006690             VARYING OS-IDX FROM 1 BY 1
006700             UNTIL OS-IDX > WK-OS-COUNT
006710     END-IF.
006720     CLOSE OUTSTAND-OUT.
006730 4000-EXIT.
006740     EXIT.
006750 4100-WRITE-ONE-OUTSTANDING.
006760     IF NOT OS-OPEN(OS-IDX)
006770         GO TO 4100-EXIT
006780     END-IF.
006790     MOVE OS-REG-REC(OS-IDX) TO OUTSTAND-OUT-REC.
006800     WRITE OUTSTAND-OUT-REC.
006810     MOVE OS-REG-REC(OS-IDX) TO WK-REG-VIEW.
006820     ADD 1            TO WK-OUTSTAND-CNT.
006830     ADD WK-RV-AMOUNT TO WK-OUTSTAND-AMT.
006840 4100-EXIT.
006850     EXIT.
006860*-----------------------------------------------------------*
006870* 5000-WRITE-PAYABLE - REVERSE THE PAYMENT IN WK-REG-VIEW   *
006880* INTO THE CARRIED PROVIDER PAYABLE.  REASON AND HELD DATE  *
006890* ARE SET BY THE CALLER.                                    *
006900*-----------------------------------------------------------*
006910 5000-WRITE-PAYABLE.
006920     MOVE WK-RV-PROVIDER-NO TO PY-OUT-PROVIDER-NO.
006930     MOVE WK-RV-AMOUNT      TO PY-OUT-AMOUNT.
006940     MOVE WK-RV-PAYMENT-ID  TO PY-OUT-ORIG-PAYMENT-ID.
006950     MOVE WK-RV-PAY-DATE    TO PY-OUT-ORIG-PAY-DATE.
006960     MOVE WK-RUN-ID         TO PY-OUT-RUN-ID.
006970     WRITE PAYABLE-OUT-REC.
006980     ADD 1            TO WK-PAYBL-CNT.
006990     ADD WK-RV-AMOUNT TO WK-PAYBL-AMT.
007000 5000-EXIT.
007010     EXIT.
007020*===========================================================*
007030* 8500-DATE-TO-SERIAL - CCYYMMDD IN WK-DTS-DATE TO A DAY    *
007040* SERIAL IN WK-DTS-SERIAL.                                  *
007050*===========================================================*
007060 8500-DATE-TO-SERIAL.
007070     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
007080     IF WK-DTS-MM < 3
007090         SUBTRACT 1 FROM WK-DTS-YEARS
007100     END-IF.
007110     COMPUTE WK-DTS-LEAPS =
007120         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
007130         + (WK-DTS-YEARS / 400).
007140     COMPUTE WK-DTS-SERIAL =
007150         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
007160         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
007170 8500-EXIT.
007180     EXIT.
007190*===========================================================*
007200* 9000-TERMINATE - AGING SUMMARY AND THE IN/OUT PROOF.      *
007210*===========================================================*
007220 9000-TERMINATE.
007230     MOVE WK-RPT-RULE-LINE TO RCN-RPT-LINE.
007240     WRITE RCN-RPT-LINE.
007250     PERFORM 9100-WRITE-ONE-BUCKET THRU 9100-EXIT
007260         VARYING WK-AB-X FROM 1 BY 1
007270         UNTIL WK-AB-X > 5.
007280     MOVE WK-RPT-RULE-LINE TO RCN-RPT-LINE.
007290     WRITE RCN-RPT-LINE.
007300     MOVE 'OUTSTANDING CARRIED IN' TO WK-RL-LABEL.
007310     MOVE WK-CARRIED-IN-CNT TO WK-RL-COUNT.
007320     MOVE WK-CARRIED-IN-AMT TO WK-RL-AMOUNT.
007330     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007340     MOVE '  PLUS PAYMENTS ISSUED THIS RUN' TO WK-RL-LABEL.
007350     MOVE WK-ISSUED-CNT TO WK-RL-COUNT.
007360     MOVE WK-ISSUED-AMT TO WK-RL-AMOUNT.
007370     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007380     MOVE '  LESS CHECKS PAID' TO WK-RL-LABEL.
007390     MOVE WK-PAID-CNT TO WK-RL-COUNT.
007400     COMPUTE WK-PROOF-AMT = 0 - WK-PAID-AMT.
007410     MOVE WK-PROOF-AMT TO WK-RL-AMOUNT.
007420     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007430     MOVE '  LESS EFTS SETTLED (PAST RETURN WINDOW)'
007440         TO WK-RL-LABEL.
007450     MOVE WK-SETTLED-CNT TO WK-RL-COUNT.
007460     COMPUTE WK-PROOF-AMT = 0 - WK-SETTLED-AMT.
007470     MOVE WK-PROOF-AMT TO WK-RL-AMOUNT.
007480     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007490     MOVE '  LESS EFTS RETURNED TO PAYABLE' TO WK-RL-LABEL.
007500     MOVE WK-RETURNED-CNT TO WK-RL-COUNT.
007510     COMPUTE WK-PROOF-AMT = 0 - WK-RETURNED-AMT.
007520     MOVE WK-PROOF-AMT TO WK-RL-AMOUNT.
007530     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007540     MOVE '  LESS STALE CHECKS VOIDED TO PAYABLE' TO WK-RL-LABEL.
007550     MOVE WK-STALE-CNT TO WK-RL-COUNT.
007560     COMPUTE WK-PROOF-AMT = 0 - WK-STALE-AMT.
007570     MOVE WK-PROOF-AMT TO WK-RL-AMOUNT.
007580     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007590     MOVE 'OUTSTANDING CARRIED OUT' TO WK-RL-LABEL.
007600     MOVE WK-OUTSTAND-CNT TO WK-RL-COUNT.
007610     MOVE WK-OUTSTAND-AMT TO WK-RL-AMOUNT.
007620     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007630     COMPUTE WK-PROOF-AMT =
007640         WK-CARRIED-IN-AMT + WK-ISSUED-AMT - WK-PAID-AMT
007650         - WK-SETTLED-AMT - WK-RETURNED-AMT - WK-STALE-AMT
007660         - WK-OUTSTAND-AMT.
007670     MOVE 'PROOF DIFFERENCE' TO WK-RL-LABEL.
007680     MOVE ZEROES TO WK-RL-COUNT.
007690     MOVE WK-PROOF-AMT TO WK-RL-AMOUNT.
007700     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007710     MOVE 'REVERSED TO PROVIDER PAYABLE THIS RUN' TO WK-RL-LABEL.
007720     MOVE WK-PAYBL-CNT TO WK-RL-COUNT.
007730     MOVE WK-PAYBL-AMT TO WK-RL-AMOUNT.
007740     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007750     MOVE 'BANK ITEMS IN EXCEPTION' TO WK-RL-LABEL.
007760     MOVE WK-EXCEPTION-CNT TO WK-RL-COUNT.
007770     MOVE WK-EXCEPTION-AMT TO WK-RL-AMOUNT.
007780     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
007790     CLOSE RCN-RPT-OUT.
007800     CLOSE PAYABLE-OUT.
007810     DISPLAY 'PPRCN215 - BANK ITEMS READ   : ' WK-BANK-ITEMS.
007820     DISPLAY 'PPRCN215 - EFTS RETURNED     : ' WK-RETURNED-CNT.
007830     DISPLAY 'PPRCN215 - STALE CHECKS      : ' WK-STALE-CNT.
007840     DISPLAY 'PPRCN215 - STILL OUTSTANDING : ' WK-OUTSTAND-CNT.
007850     IF WK-PROOF-AMT NOT = 0
007860         DISPLAY 'PPRCN215 - OUTSTANDING FILE DOES NOT PROVE'
007870         MOVE 16 TO RETURN-CODE
007880     ELSE
007890         IF WK-EXCEPTION-CNT > 0
007900             DISPLAY 'PPRCN215 - BANK ITEMS IN EXCEPTION : '
007910                     WK-EXCEPTION-CNT
007920             MOVE 08 TO RETURN-CODE
007930         END-IF
007940     END-IF.
007950 9000-EXIT.
007960     EXIT.
007970 9100-WRITE-ONE-BUCKET.
007980     MOVE SPACES TO WK-RL-LABEL.
007990     STRING 'OUTSTANDING ' DELIMITED BY SIZE
008000            WK-AB-LABEL(WK-AB-X) DELIMITED BY SIZE
008010            INTO WK-RL-LABEL.
008020     MOVE WK-AB-COUNT(WK-AB-X)  TO WK-RL-COUNT.
008030     MOVE WK-AB-AMOUNT(WK-AB-X) TO WK-RL-AMOUNT.
008040     PERFORM 9200-WRITE-COUNT-LINE THRU 9200-EXIT.
008050 9100-EXIT.
008060     EXIT.
008070 9200-WRITE-COUNT-LINE.
008080     MOVE WK-RCN-COUNT-LINE TO RCN-RPT-LINE.
008090     WRITE RCN-RPT-LINE.
008100 9200-EXIT.
008110     EXIT.
