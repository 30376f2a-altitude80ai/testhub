000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPDSB215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - PROVIDER DISBURSEMENT - EFT AND CHECK PAYMENTS.
000070*          - RUNS AFTER PPBAL215 HAS CERTIFIED THE NIGHT.  THE
000080*            REMITOUT EXTRACT SAYS WHAT EACH CLAIM PAID, BUT
000090*            NOTHING TURNED THE NIGHT'S NET INTO MONEY MOVING;
000100*            TREASURY KEYED THE TOTALS BY HAND.  THIS MODULE
000110*            READS REMITOUT AND NETS EACH PROVIDER'S PAYMENTS
000120*            (DEBITS, INCLUDING RELEASED WITHHOLDS), REVERSALS
000130*            (CREDITS), RECOUPMENT OFFSETS ALREADY TAKEN OUT OF
000140*            THE PAID AMOUNT, AND CLEAN-CLAIM INTEREST INTO ONE
000150*            PAYMENT PER PROVIDER.
000160*          - A REVERSAL SHORTFALL (CREDITS ABOVE THE NIGHT'S
000170*            NET CASH) IS NOT DISBURSED: PPBAT215 HAS ALREADY
000180*            POSTED IT TO THE RECOUPMENT LEDGER.
000190*          - THE PAYMENT IS ROUTED BY THE PROVIDER BANKING/
000200*            PAYEE MASTER: EFT WHEN THE PROVIDER IS ENROLLED
000210*            AND ITS ROUTING NUMBER PASSES THE ABA CHECK
000220*            DIGIT, A PAPER CHECK OTHERWISE.  A PROVIDER WITH
000230*            NO USABLE PAYEE RECORD IS HELD ON THE CARRIED
000240*            PROVIDER PAYABLE FILE AND RELEASED ON A LATER
000250*            CYCLE ONCE THE MASTER IS CORRECTED.
000260*          - WRITES A BANK-FORMAT (NACHA CCD) EFT FILE, A
000270*            CHECK-PRINT FILE, A MACHINE-READABLE DISBURSEMENT
000280*            REGISTER, AND THE PRINTED PAYMENT REGISTER, WHOSE
000290*            CONTROL SECTION TIES TO THE PPBAL215 CERTIFICATE
000300*            TO THE PENNY.  AN UNCERTIFIED NIGHT, OR A
000310*            REMITTANCE FILE THAT DOES NOT TIE, DISBURSES
000320*            NOTHING AND ENDS WITH RETURN CODE 16.
000330*          - APPENDS A DISBURSED EVENT TO THE CLAIM EVENT
000340*            JOURNAL (EVTJRNL) FOR EVERY REMITTANCE ROW WHOSE
000350*            PROVIDER WAS PAID BY EFT OR CHECK, CARRYING THE
000360*            PAYMENT ID THE MONEY LEFT UNDER.
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
000490     SELECT DSB-PARM-FILE   ASSIGN TO DSBPARM
000500                            ORGANIZATION IS LINE SEQUENTIAL
000510                            FILE STATUS IS WK-PARM-STATUS.
000520     SELECT REMIT-FILE-IN   ASSIGN TO REMITIN
000530                            ORGANIZATION IS SEQUENTIAL.
000540     SELECT WITHHOLD-IN     ASSIGN TO WTHHOLD
000550                            ORGANIZATION IS SEQUENTIAL
000560                            FILE STATUS IS WK-WTHHOLD-STATUS.
000570     SELECT PIP-REMIT-IN    ASSIGN TO PIPRMIT
000580                            ORGANIZATION IS SEQUENTIAL
000590                            FILE STATUS IS WK-PIPRMIT-STATUS.
000600     SELECT BAL-CERT-IN     ASSIGN TO BALCERT
000610                            ORGANIZATION IS LINE SEQUENTIAL
000620                            FILE STATUS IS WK-BALCERT-STATUS.
000630     SELECT BANK-MAST-FILE  ASSIGN TO BANKMAST
000640                            ORGANIZATION IS SEQUENTIAL
000650                            FILE STATUS IS WK-BANK-STATUS.
000660     SELECT PAYABLE-IN      ASSIGN TO PAYBLIN
000670                            ORGANIZATION IS SEQUENTIAL
000680                            FILE STATUS IS WK-PAYBLIN-STATUS.
000690     SELECT PAYABLE-OUT     ASSIGN TO PAYBLOUT
000700                            ORGANIZATION IS SEQUENTIAL.
000710     SELECT CHECK-CTL-IN    ASSIGN TO CHKCTLIN
000720                            ORGANIZATION IS SEQUENTIAL
000730                            FILE STATUS IS WK-CHKCTLIN-STATUS.
000740     SELECT CHECK-CTL-OUT   ASSIGN TO CHKCTLOT
000750                            ORGANIZATION IS SEQUENTIAL.
000760     SELECT EFT-FILE-OUT    ASSIGN TO EFTOUT
000770                            ORGANIZATION IS SEQUENTIAL.
000780     SELECT CHECK-FILE-OUT  ASSIGN TO CHKOUT
000790                            ORGANIZATION IS SEQUENTIAL.
000800     SELECT DSB-REG-OUT     ASSIGN TO DSBROUT
000810                            ORGANIZATION IS SEQUENTIAL.
000820     SELECT DSB-RPT-OUT     ASSIGN TO DSBRPT
000830                            ORGANIZATION IS LINE SEQUENTIAL.
000840     SELECT CLAIM-EVENT-OUT ASSIGN TO EVTJRNL
000850                            ORGANIZATION IS SEQUENTIAL.
000860 DATA DIVISION.
000870 FILE SECTION.
000880*----------------------------------------------------------*
000890* DISBURSEMENT PARAMETER CARDS - KEYWORD=VALUE:             *
000900*   RUN-ID=XXXXXXXX        RUN BEING DISBURSED              *
000910*   PAY-DATE=CCYYMMDD      EFFECTIVE/ISSUE DATE (TODAY)     *
000920*   FIRST-CHECK=NNNNNNNNN  OVERRIDES THE CARRIED CHECK      *
000930*                          NUMBER CONTROL                   *
000940*   ORIGIN-DFI=NNNNNNNN    OUR BANK'S ROUTING (8 DIGITS)    *
000950*   ORIGIN-ID=XXXXXXXXXX   ACH COMPANY IDENTIFICATION       *
000960*   COMPANY-NAME=X(16)     ACH COMPANY NAME                 *
000970*   DEST-ROUTING=NNNNNNNNN RECEIVING POINT ROUTING NUMBER   *
000980*   DEST-NAME=X(23)        RECEIVING POINT NAME             *
000990*----------------------------------------------------------*
001000 FD  DSB-PARM-FILE
001010     RECORDING MODE IS F.
001020 01  DSB-PARM-REC                PIC X(80).
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
001260* WITHHOLD AND PIP NOTIONAL FILES FROM THE SAME RUN - ON    *
001270* THE CERTIFICATE'S REMITTANCE SIDE, NOT DISBURSED.         *
001280*----------------------------------------------------------*
001290 FD  WITHHOLD-IN
001300     RECORDING MODE IS F.
001310 01  WITHHOLD-IN-REC.
001320     05  WH-REMIT-REC            PIC X(118).
001330     05  WH-HELD-DATE            PIC 9(08).
001340 FD  PIP-REMIT-IN
001350     RECORDING MODE IS F.
001360 01  PIP-REMIT-IN-REC.
001370     05  PR-REMIT-REC            PIC X(118).
001380     05  PR-HELD-DATE            PIC 9(08).
001390*----------------------------------------------------------*
001400* BALANCING CERTIFICATE FROM PPBAL215.                      *
001410*----------------------------------------------------------*
001420 FD  BAL-CERT-IN
001430     RECORDING MODE IS F.
001440 01  BAL-CERT-IN-LINE            PIC X(110).
001450*----------------------------------------------------------*
001460* PROVIDER BANKING/PAYEE MASTER - ONE OR MORE EFFECTIVE-    *
001470* DATED ROWS PER PROVIDER; THE LATEST ROW IN FORCE ON THE   *
001480* PAY DATE GOVERNS.                                         *
001490*----------------------------------------------------------*
001500 FD  BANK-MAST-FILE
001510     RECORDING MODE IS F.
001520 01  BANK-MAST-REC.
001530     05  BK-PROVIDER-NO          PIC X(06).
001540     05  BK-EFF-DATE             PIC 9(08).
001550     05  BK-PAYEE-NAME           PIC X(35).
001560     05  BK-EFT-STATUS           PIC X(01).
001570*        'A' = EFT ACTIVE, 'P' = PRENOTE PENDING,
001580*        'N' = NOT ENROLLED - PAY BY CHECK
001590     05  BK-ERA-STATUS           PIC X(01).
001600*        'Y' = ELECTRONIC REMITTANCE ADVICE ENROLLED
001610     05  BK-ROUTING-NO           PIC X(09).
001620     05  BK-ACCOUNT-NO           PIC X(17).
001630     05  BK-ACCOUNT-TYPE         PIC X(01).
001640*        'C' = CHECKING, 'S' = SAVINGS
001650     05  BK-ADDR-LINE            PIC X(35).
001660     05  BK-CITY                 PIC X(20).
001670     05  BK-STATE                PIC X(02).
001680     05  BK-ZIP                  PIC X(09).
001690     05  FILLER                  PIC X(06).
001700*----------------------------------------------------------*
001710* CARRIED PROVIDER PAYABLE - MONEY OWED TO A PROVIDER THAT  *
001720* COULD NOT BE PAID (NO USABLE PAYEE RECORD), CARRIED FROM  *
001730* RUN TO RUN UNTIL THE BANKING MASTER ALLOWS PAYMENT.       *
001740*----------------------------------------------------------*
001750 FD  PAYABLE-IN
001760     RECORDING MODE IS F.
001770 01  PAYABLE-IN-REC.
001780     05  PY-IN-PROVIDER-NO       PIC X(06).
001790     05  PY-IN-AMOUNT            PIC 9(11)V9(02).
001800     05  PY-IN-REASON            PIC X(02).
001810     05  PY-IN-ORIG-PAYMENT-ID   PIC X(15).
001820     05  PY-IN-ORIG-PAY-DATE     PIC 9(08).
001830     05  PY-IN-HELD-DATE         PIC 9(08).
001840     05  PY-IN-RUN-ID            PIC X(08).
001850 FD  PAYABLE-OUT
001860     RECORDING MODE IS F.
001870 01  PAYABLE-OUT-REC.
001880     05  PY-OUT-PROVIDER-NO      PIC X(06).
001890     05  PY-OUT-AMOUNT           PIC 9(11)V9(02).
001900     05  PY-OUT-REASON           PIC X(02).
001910*        'NP' = NO USABLE PAYEE RECORD
001920     05  PY-OUT-ORIG-PAYMENT-ID  PIC X(15).
001930     05  PY-OUT-ORIG-PAY-DATE    PIC 9(08).
001940     05  PY-OUT-HELD-DATE        PIC 9(08).
001950     05  PY-OUT-RUN-ID           PIC X(08).
001960*----------------------------------------------------------*
001970* CHECK-NUMBER CONTROL - THE NEXT CHECK NUMBER TO ISSUE,    *
001980* CARRIED FROM RUN TO RUN.                                  *
001990*----------------------------------------------------------*
002000 FD  CHECK-CTL-IN
002010     RECORDING MODE IS F.
002020 01  CHECK-CTL-IN-REC.
002030     05  CC-IN-NEXT-CHECK-NO     PIC 9(09).
002040     05  CC-IN-LAST-PAY-DATE     PIC 9(08).
002050     05  CC-IN-LAST-RUN-ID       PIC X(08).
002060 FD  CHECK-CTL-OUT
002070     RECORDING MODE IS F.
002080 01  CHECK-CTL-OUT-REC.
002090     05  CC-OUT-NEXT-CHECK-NO    PIC 9(09).
002100     05  CC-OUT-LAST-PAY-DATE    PIC 9(08).
002110     05  CC-OUT-LAST-RUN-ID      PIC X(08).
002120*----------------------------------------------------------*
002130* BANK-FORMAT EFT FILE - 94-BYTE NACHA RECORDS (FILE        *
002140* HEADER, ONE CCD CREDIT BATCH, FILE CONTROL, 9-FILL TO A   *
002150* BLOCK OF TEN).                                            *
002160*----------------------------------------------------------*
002170 FD  EFT-FILE-OUT
002180     RECORDING MODE IS F.
002190 01  EFT-OUT-REC                 PIC X(94).
002200*----------------------------------------------------------*
002210* CHECK-PRINT FILE - ONE RECORD PER CHECK.                  *
002220*----------------------------------------------------------*
002230 FD  CHECK-FILE-OUT
002240     RECORDING MODE IS F.
002250 01  CHECK-OUT-REC.
002260     05  CK-CHECK-NO             PIC 9(09).
002270     05  CK-ISSUE-DATE           PIC 9(08).
002280     05  CK-PROVIDER-NO          PIC X(06).
002290     05  CK-PAYEE-NAME           PIC X(35).
002300     05  CK-ADDR-LINE            PIC X(35).
002310     05  CK-CITY                 PIC X(20).
002320     05  CK-STATE                PIC X(02).
002330     05  CK-ZIP                  PIC X(09).
002340     05  CK-AMOUNT               PIC 9(11)V9(02).
002350     05  CK-CLAIM-COUNT          PIC 9(05).
002360     05  CK-RUN-ID               PIC X(08).
002370*----------------------------------------------------------*
002380* DISBURSEMENT REGISTER - ONE RECORD PER PAYMENT ISSUED,    *
002390* THE FILE THE BANK RETURNS AND CLEARED CHECKS ARE MATCHED  *
002400* AGAINST.  THE PAYMENT ID IS THE EFT TRACE NUMBER OR THE   *
002410* CHECK NUMBER.                                             *
002420*----------------------------------------------------------*
002430 FD  DSB-REG-OUT
002440     RECORDING MODE IS F.
002450 01  DSB-REG-REC.
002460     05  DR-RUN-ID               PIC X(08).
002470     05  DR-PAY-DATE             PIC 9(08).
002480     05  DR-PROVIDER-NO          PIC X(06).
002490     05  DR-PAY-METHOD           PIC X(01).
002500*        'E' = EFT, 'C' = CHECK
002510     05  DR-PAYMENT-ID           PIC X(15).
002520     05  DR-AMOUNT               PIC 9(11)V9(02).
002530     05  DR-INTEREST-AMT         PIC 9(09)V9(02).
002540     05  DR-OFFSET-AMT           PIC 9(11)V9(02).
002550     05  DR-CREDIT-AMT           PIC 9(11)V9(02).
002560     05  DR-ERA-IND              PIC X(01).
002570     05  DR-ROUTING-NO           PIC X(09).
002580     05  DR-ACCOUNT-NO           PIC X(17).
002590     05  DR-PAYEE-NAME           PIC X(35).
002600 FD  DSB-RPT-OUT
002610     RECORDING MODE IS F.
002620 01  DSB-RPT-LINE                PIC X(110).
002630*----------------------------------------------------------*
002640* CLAIM EVENT JOURNAL - APPEND-ONLY, SHARED WITH THE OTHER *
002650* CLAIM STEPS.  THIS RUN ADDS ONE DISBURSED EVENT PER PAID *
002660* REMITTANCE ROW.                                          *
002670*----------------------------------------------------------*
002680 FD  CLAIM-EVENT-OUT
002690     RECORDING MODE IS F.
002700 COPY CLMEVENT.
002710 WORKING-STORAGE SECTION.
002720 01  W-STORAGE-REF                  PIC X(48)  VALUE
002730     'P P D S B 2 1 5 - W O R K I N G   S T O R A G E'.
002740 01  DSB-VERSION                    PIC X(05) VALUE 'C21.5'.
002750*----------------------------------------------------------*
002760* FILE STATUSES AND SWITCHES.                               *
002770*----------------------------------------------------------*
002780 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
002790 01  WK-WTHHOLD-STATUS          PIC X(02) VALUE SPACES.
002800 01  WK-PIPRMIT-STATUS          PIC X(02) VALUE SPACES.
002810 01  WK-BALCERT-STATUS          PIC X(02) VALUE SPACES.
002820 01  WK-BANK-STATUS             PIC X(02) VALUE SPACES.
002830 01  WK-PAYBLIN-STATUS          PIC X(02) VALUE SPACES.
002840 01  WK-CHKCTLIN-STATUS         PIC X(02) VALUE SPACES.
002850*----------------------------------------------------------*
002860* LAYOUT HEADER CHECK - THE LAYOUT, VERSION AND RECORD     *
002870* LENGTH EACH EXTRACT READ HERE MUST CARRY (LAYHDR).  A    *
002880* FILE WITH NO HEADER IS TAKEN AS VERSION 001.             *
002890*----------------------------------------------------------*
002900 COPY LAYHDR.
002910*----------------------------------------------------------*
002920* GENERATION HEADER AT THE FRONT OF THE CARRIED WITHHOLD    *
002930* FILE (GENSTAMP) - SKIPPED, NOT COUNTED.                   *
002940*----------------------------------------------------------*
002950 COPY GENSTAMP.
002960 01  WK-LAYOUT-CHECK.
002970     05  WK-LC-DD               PIC X(08).
002980     05  WK-LC-LAYOUT-ID        PIC X(08).
002990     05  WK-LC-VERSION          PIC 9(03).
003000     05  WK-LC-RECORD-LEN       PIC 9(05).
003010 01  WK-LAYOUT-REMITIN.
003020     05  FILLER                 PIC X(08) VALUE 'REMITIN'.
003030     05  FILLER                 PIC X(08) VALUE 'REMITOUT'.
003040     05  FILLER                 PIC 9(03) VALUE 002.
003050     05  FILLER                 PIC 9(05) VALUE 00129.
003060 01  WK-LAYOUT-SWITCHES.
003070     05  WK-REMITIN-LAYOUT-SW     PIC X(01) VALUE 'N'.
003080         88  REMITIN-LAYOUT-CHECKED VALUE 'Y'.
003090 01  WK-SWITCHES.
003100     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
003110         88  PARM-AT-EOF        VALUE 'Y'.
003120     05  WK-REMIT-EOF           PIC X(01) VALUE 'N'.
003130         88  REMIT-AT-EOF       VALUE 'Y'.
003140     05  WK-WTHHOLD-EOF         PIC X(01) VALUE 'N'.
003150         88  WTHHOLD-AT-EOF     VALUE 'Y'.
003160     05  WK-PIPRMIT-EOF         PIC X(01) VALUE 'N'.
003170         88  PIPRMIT-AT-EOF     VALUE 'Y'.
003180     05  WK-BALCERT-EOF         PIC X(01) VALUE 'N'.
003190         88  BALCERT-AT-EOF     VALUE 'Y'.
003200     05  WK-BANK-EOF            PIC X(01) VALUE 'N'.
003210         88  BANK-AT-EOF        VALUE 'Y'.
003220     05  WK-PAYBLIN-EOF         PIC X(01) VALUE 'N'.
003230         88  PAYBLIN-AT-EOF     VALUE 'Y'.
003240     05  WK-CERT-VERDICT        PIC X(01) VALUE ' '.
003250         88  CERT-PASSED        VALUE 'P'.
003260         88  CERT-FAILED        VALUE 'F'.
003270     05  WK-TIE-SW              PIC X(01) VALUE 'Y'.
003280         88  REGISTER-TIES      VALUE 'Y'.
003290         88  REGISTER-NO-TIE    VALUE 'N'.
003300     05  WK-PV-OVERFLOW-SW      PIC X(01) VALUE 'N'.
003310         88  PV-TABLE-OVERFLOWED VALUE 'Y'.
003320     05  WK-PAYEE-SW            PIC X(01) VALUE 'N'.
003330         88  PAYEE-FOUND        VALUE 'Y'.
003340     05  WK-ROUTE-SW            PIC X(01) VALUE SPACES.
003350         88  ROUTE-EFT          VALUE 'E'.
003360         88  ROUTE-CHECK        VALUE 'C'.
003370         88  ROUTE-HOLD         VALUE 'H'.
003380*----------------------------------------------------------*
003390* PARAMETERS IN EFFECT.                                     *
003400*----------------------------------------------------------*
003410 01  WK-RUN-ID                  PIC X(08) VALUE SPACES.
003420 01  WK-PAY-DATE                PIC 9(08) VALUE ZEROES.
003430 01  WK-PAY-DATE-X REDEFINES WK-PAY-DATE.
003440     05  WK-PD-CC               PIC 9(02).
003450     05  WK-PD-YYMMDD           PIC 9(06).
003460 01  WK-FIRST-CHECK             PIC 9(09) VALUE ZEROES.
003470 01  WK-ORIGIN-DFI              PIC 9(08) VALUE ZEROES.
003480 01  WK-ORIGIN-ID               PIC X(10) VALUE SPACES.
003490 01  WK-COMPANY-NAME            PIC X(16) VALUE SPACES.
003500 01  WK-DEST-ROUTING            PIC X(09) VALUE SPACES.
003510 01  WK-DEST-NAME               PIC X(23) VALUE SPACES.
003520 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
003530 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
003540 01  WK-NEXT-CHECK-NO           PIC 9(09) VALUE 1.
003550 01  WK-RUN-TIME                PIC 9(08) VALUE ZEROES.
003560 01  WK-RUN-TIME-X REDEFINES WK-RUN-TIME.
003570     05  WK-RT-HHMM             PIC 9(04).
003580     05  FILLER                 PIC 9(04).
003590*----------------------------------------------------------*
003600* RUN COUNTERS AND CONTROL TOTALS.                          *
003610*----------------------------------------------------------*
003620 01  WK-COUNTERS.
003630     05  WK-REMIT-ROWS          PIC 9(07) VALUE ZEROES.
003640     05  WK-BANK-ROWS           PIC 9(05) VALUE ZEROES.
003650     05  WK-EFT-COUNT           PIC 9(07) VALUE ZEROES.
003660     05  WK-CHECK-COUNT         PIC 9(07) VALUE ZEROES.
003670     05  WK-HOLD-COUNT          PIC 9(07) VALUE ZEROES.
003680     05  WK-ZERO-COUNT          PIC 9(07) VALUE ZEROES.
003690     05  WK-PAYBL-RELEASED      PIC 9(07) VALUE ZEROES.
003700     05  WK-PAYBL-CARRIED       PIC 9(07) VALUE ZEROES.
003710 01  WK-TOTALS.
003720     05  WK-TOT-DEBIT-PAID      PIC 9(13)V9(02) VALUE ZEROES.
003730     05  WK-TOT-SEQ             PIC 9(13)V9(02) VALUE ZEROES.
003740     05  WK-TOT-OFFSET          PIC 9(13)V9(02) VALUE ZEROES.
003750     05  WK-TOT-WR-PAID         PIC 9(13)V9(02) VALUE ZEROES.
003760     05  WK-TOT-CREDIT          PIC 9(13)V9(02) VALUE ZEROES.
003770     05  WK-TOT-INTEREST        PIC 9(13)V9(02) VALUE ZEROES.
003780     05  WK-TOT-NOT-DISB        PIC 9(13)V9(02) VALUE ZEROES.
003790     05  WK-TOT-SHORTFALL       PIC 9(13)V9(02) VALUE ZEROES.
003800     05  WK-TOT-PAYBL-REL       PIC 9(13)V9(02) VALUE ZEROES.
003810     05  WK-TOT-HELD            PIC 9(13)V9(02) VALUE ZEROES.
003820     05  WK-TOT-EFT             PIC 9(13)V9(02) VALUE ZEROES.
003830     05  WK-TOT-CHECK           PIC 9(13)V9(02) VALUE ZEROES.
003840     05  WK-TOT-PAYBL-CARRIED   PIC 9(13)V9(02) VALUE ZEROES.
003850 01  WK-CALC-DEBIT              PIC 9(13)V9(02) VALUE ZEROES.
003860 01  WK-CALC-NET                PIC S9(13)V9(02) VALUE ZEROES.
003870 01  WK-TIE-DIFF                PIC S9(13)V9(02) VALUE ZEROES.
003880 01  WK-PROJECTED.
003890     05  WK-PRJ-SHORTFALL       PIC 9(13)V9(02) VALUE ZEROES.
003900     05  WK-PRJ-HELD            PIC 9(13)V9(02) VALUE ZEROES.
003910     05  WK-PRJ-PAID            PIC 9(13)V9(02) VALUE ZEROES.
003920 01  WK-PRJ-NET                 PIC 9(11)V9(02) VALUE ZEROES.
003930*----------------------------------------------------------*
003940* CERTIFIED FIGURES, DE-EDITED FROM THE CERTIFICATE'S       *
003950* FILE-LEVEL LINES (SAME LAYOUT PPBAL215 WRITES).           *
003960*----------------------------------------------------------*
003970 01  WK-CERT-LINE-VIEW.
003980     05  WK-CV-LABEL            PIC X(40).
003990     05  WK-CV-AMOUNT1          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004000     05  FILLER                 PIC X(02).
004010     05  WK-CV-AMOUNT2          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004020     05  FILLER                 PIC X(32).
004030 01  WK-CERT-DEBIT              PIC 9(13)V9(02) VALUE ZEROES.
004040 01  WK-CERT-CREDIT             PIC 9(13)V9(02) VALUE ZEROES.
004050 01  WK-CERT-WR                 PIC 9(13)V9(02) VALUE ZEROES.
004060 01  WK-CERT-LINES-SEEN         PIC 9(01) VALUE ZEROES.
004070*----------------------------------------------------------*
004080* REMITTANCE FIELD VIEW OF A WITHHELD OR PIP RECORD.        *
004090*----------------------------------------------------------*
004100 01  WK-WH-VIEW.
004110     05  FILLER                 PIC X(41).
004120     05  WK-WH-PAID-AMOUNT      PIC 9(09)V9(02).
004130     05  FILLER                 PIC X(26).
004140     05  WK-WH-SEQ-AMT          PIC 9(09)V9(02).
004150     05  FILLER                 PIC X(09).
004160     05  WK-WH-LEDGER-OFFSET    PIC 9(09)V9(02).
004170     05  FILLER                 PIC X(09).
004180*----------------------------------------------------------*
004190* PROVIDER NETTING TABLE - ONE ROW PER PROVIDER IN THE      *
004200* ORDER FIRST SEEN ON REMITOUT.                             *
004210*----------------------------------------------------------*
004220 01  WK-PV-COUNT                PIC 9(05) VALUE ZEROES.
004230 01  PROVIDER-NET-TABLE.
004240     05  PV-ENTRY OCCURS 3000 TIMES
004250                  INDEXED BY PV-IDX PV-SIDX.
004260         10  PV-PROVIDER-NO     PIC X(06).
004270         10  PV-CLAIMS          PIC 9(05).
004280         10  PV-DEBITS          PIC 9(11)V9(02).
004290         10  PV-CREDITS         PIC 9(11)V9(02).
004300         10  PV-OFFSETS         PIC 9(11)V9(02).
004310         10  PV-INTEREST        PIC 9(09)V9(02).
004320         10  PV-PAYABLE         PIC 9(11)V9(02).
004330         10  PV-SHORTFALL       PIC 9(11)V9(02).
004340         10  PV-NET             PIC 9(11)V9(02).
004350         10  PV-METHOD          PIC X(04).
004360         10  PV-PAYMENT-ID      PIC X(15).
004370*----------------------------------------------------------*
004380* BANKING MASTER TABLE.                                     *
004390*----------------------------------------------------------*
004400 01  WK-BK-COUNT                PIC 9(05) VALUE ZEROES.
004410 01  BANK-TABLE.
004420     05  BK-ENTRY OCCURS 5000 TIMES
004430                  INDEXED BY BK-IDX BK-SIDX.
004440         10  BK-TAB-PROVIDER-NO PIC X(06).
004450         10  BK-TAB-EFF-DATE    PIC 9(08).
004460         10  BK-TAB-PAYEE-NAME  PIC X(35).
004470         10  BK-TAB-EFT-STATUS  PIC X(01).
004480         10  BK-TAB-ERA-STATUS  PIC X(01).
004490         10  BK-TAB-ROUTING-NO  PIC X(09).
004500         10  BK-TAB-ACCOUNT-NO  PIC X(17).
004510         10  BK-TAB-ACCT-TYPE   PIC X(01).
004520         10  BK-TAB-ADDR-LINE   PIC X(35).
004530         10  BK-TAB-CITY        PIC X(20).
004540         10  BK-TAB-STATE       PIC X(02).
004550         10  BK-TAB-ZIP         PIC X(09).
004560 01  WK-BK-BEST                 PIC 9(05) VALUE ZEROES.
004570 01  WK-BK-BEST-DATE            PIC 9(08) VALUE ZEROES.
004580*----------------------------------------------------------*
004590* CARRIED PAYABLE TABLE.                                    *
004600*----------------------------------------------------------*
004610 01  WK-PB-COUNT                PIC 9(05) VALUE ZEROES.
004620 01  PAYABLE-TABLE.
004630     05  PB-ENTRY OCCURS 2000 TIMES
004640                  INDEXED BY PB-IDX PB-SIDX.
004650         10  PB-PROVIDER-NO     PIC X(06).
004660         10  PB-AMOUNT          PIC 9(11)V9(02).
004670         10  PB-REASON          PIC X(02).
004680         10  PB-ORIG-PAYMENT-ID PIC X(15).
004690         10  PB-ORIG-PAY-DATE   PIC 9(08).
004700         10  PB-HELD-DATE       PIC 9(08).
004710         10  PB-RUN-ID          PIC X(08).
004720         10  PB-RELEASE-SW      PIC X(01).
004730             88  PB-RELEASED    VALUE 'Y'.
004740*----------------------------------------------------------*
004750* ABA ROUTING-NUMBER CHECK-DIGIT WORK AREA.                 *
004760*----------------------------------------------------------*
004770 01  WK-ABA-ROUTING             PIC X(09) VALUE SPACES.
004780 01  WK-ABA-DIGITS REDEFINES WK-ABA-ROUTING.
004790     05  WK-ABA-D               PIC 9(01) OCCURS 9 TIMES.
004800 01  WK-ABA-SUM                 PIC 9(04) VALUE ZEROES.
004810 01  WK-ABA-QUOT                PIC 9(04) VALUE ZEROES.
004820 01  WK-ABA-REM                 PIC 9(01) VALUE ZEROES.
004830 01  WK-ABA-VALID-SW            PIC X(01) VALUE 'N'.
004840     88  ABA-IS-VALID           VALUE 'Y'.
004850*----------------------------------------------------------*
004860* NACHA RECORD LAYOUTS.                                     *
004870*----------------------------------------------------------*
004880 01  WK-ACH-FILE-HEADER.
004890     05  FILLER                 PIC X(01) VALUE '1'.
004900     05  FILLER                 PIC X(02) VALUE '01'.
004910     05  FILLER                 PIC X(01) VALUE SPACE.
004920     05  WK-AFH-DEST            PIC X(09).
004930     05  FILLER                 PIC X(01) VALUE SPACE.
004940     05  WK-AFH-ORIGIN          PIC X(09).
004950     05  WK-AFH-DATE            PIC 9(06).
004960     05  WK-AFH-TIME            PIC 9(04).
004970     05  FILLER                 PIC X(01) VALUE 'A'.
004980     05  FILLER                 PIC X(03) VALUE '094'.
004990     05  FILLER                 PIC X(02) VALUE '10'.
005000     05  FILLER                 PIC X(01) VALUE '1'.
005010     05  WK-AFH-DEST-NAME       PIC X(23).
005020     05  WK-AFH-ORIGIN-NAME     PIC X(23).
005030     05  WK-AFH-REF             PIC X(08).
005040 01  WK-ACH-BATCH-HEADER.
005050     05  FILLER                 PIC X(01) VALUE '5'.
005060     05  FILLER                 PIC X(03) VALUE '220'.
005070     05  WK-ABH-COMPANY-NAME    PIC X(16).
005080     05  WK-ABH-DISCRETION      PIC X(20).
005090     05  WK-ABH-COMPANY-ID      PIC X(10).
005100     05  FILLER                 PIC X(03) VALUE 'CCD'.
005110     05  FILLER                 PIC X(10) VALUE 'MEDICARE A'.
005120     05  WK-ABH-DESC-DATE       PIC 9(06).
005130     05  WK-ABH-EFF-DATE        PIC 9(06).
005140     05  FILLER                 PIC X(03) VALUE SPACES.
005150     05  FILLER                 PIC X(01) VALUE '1'.
005160     05  WK-ABH-ODFI            PIC 9(08).
005170     05  WK-ABH-BATCH-NO        PIC 9(07) VALUE 1.
005180 01  WK-ACH-ENTRY.
005190     05  FILLER                 PIC X(01) VALUE '6'.
005200     05  WK-AEN-TRAN-CODE       PIC X(02).
005210     05  WK-AEN-RDFI            PIC X(08).
005220     05  WK-AEN-CHECK-DIGIT     PIC X(01).
005230     05  WK-AEN-ACCOUNT         PIC X(17).
005240     05  WK-AEN-AMOUNT          PIC 9(08)V9(02).
005250     05  WK-AEN-ID-NUMBER       PIC X(15).
005260     05  WK-AEN-NAME            PIC X(22).
005270     05  FILLER                 PIC X(02) VALUE SPACES.
005280     05  FILLER                 PIC X(01) VALUE '0'.
005290     05  WK-AEN-TRACE.
005300         10  WK-AEN-TRACE-ODFI  PIC 9(08).
005310         10  WK-AEN-TRACE-SEQ   PIC 9(07).
005320 01  WK-ACH-BATCH-CONTROL.
005330     05  FILLER                 PIC X(01) VALUE '8'.
005340     05  FILLER                 PIC X(03) VALUE '220'.
005350     05  WK-ABC-ENTRY-COUNT     PIC 9(06).
005360     05  WK-ABC-ENTRY-HASH      PIC 9(10).
005370     05  WK-ABC-DEBIT-TOTAL     PIC 9(10)V9(02).
005380     05  WK-ABC-CREDIT-TOTAL    PIC 9(10)V9(02).
005390     05  WK-ABC-COMPANY-ID      PIC X(10).
005400     05  FILLER                 PIC X(19) VALUE SPACES.
005410     05  FILLER                 PIC X(06) VALUE SPACES.
005420     05  WK-ABC-ODFI            PIC 9(08).
005430     05  WK-ABC-BATCH-NO        PIC 9(07) VALUE 1.
005440 01  WK-ACH-FILE-CONTROL.
005450     05  FILLER                 PIC X(01) VALUE '9'.
005460     05  WK-AFC-BATCH-COUNT     PIC 9(06) VALUE 1.
005470     05  WK-AFC-BLOCK-COUNT     PIC 9(06).
005480     05  WK-AFC-ENTRY-COUNT     PIC 9(08).
005490     05  WK-AFC-ENTRY-HASH      PIC 9(10).
005500     05  WK-AFC-DEBIT-TOTAL     PIC 9(10)V9(02).
005510     05  WK-AFC-CREDIT-TOTAL    PIC 9(10)V9(02).
005520     05  FILLER                 PIC X(39) VALUE SPACES.
005530 01  WK-ACH-FILL-REC            PIC X(94) VALUE ALL '9'.
005540 01  WK-ACH-RECORDS             PIC 9(07) VALUE ZEROES.
005550 01  WK-ACH-HASH-ACCUM          PIC 9(12) VALUE ZEROES.
005560 01  WK-ACH-RDFI-NUM            PIC 9(08) VALUE ZEROES.
005570 01  WK-ACH-EFT-LIMIT           PIC 9(11)V9(02)
005580                                VALUE 99999999.99.
005590 01  WK-ACH-BLOCKS              PIC 9(06) VALUE ZEROES.
005600 01  WK-ACH-FILL-NEEDED         PIC 9(02) VALUE ZEROES.
005610*----------------------------------------------------------*
005620* PAYMENT IN PROGRESS.                                      *
005630*----------------------------------------------------------*
005640 01  WK-PAYMENT-ID              PIC X(15) VALUE SPACES.
005650 01  WK-CHECK-NO-X              PIC 9(09) VALUE ZEROES.
005660 01  WK-HOLD-REASON             PIC X(30) VALUE SPACES.
005670 01  WK-ROUTE-AMOUNT            PIC 9(11)V9(02) VALUE ZEROES.
005680*----------------------------------------------------------*
005690* PAYMENT REGISTER LINES.                                   *
005700*----------------------------------------------------------*
005710 01  WK-RPT-TITLE-LINE.
005720     05  WK-RT-TITLE         PIC X(40).
005730     05  FILLER              PIC X(07) VALUE '  DATE '.
005740     05  WK-RT-DATE          PIC 9(08).
005750     05  FILLER              PIC X(09) VALUE '  RUN-ID '.
005760     05  WK-RT-RUN-ID        PIC X(08).
005770     05  FILLER              PIC X(07) VALUE '  VERS '.
005780     05  WK-RT-VERSION       PIC X(05).
005790 01  WK-RPT-RULE-LINE        PIC X(110) VALUE ALL '='.
005800 01  WK-DR-HEADING1.
005810     05  FILLER              PIC X(08) VALUE 'PROV-NO'.
005820     05  FILLER              PIC X(18) VALUE 'PAYEE'.
005830     05  FILLER              PIC X(05) VALUE 'MTH'.
005840     05  FILLER              PIC X(16) VALUE 'PAYMENT-ID'.
005850     05  FILLER              PIC X(02) VALUE 'E'.
005860     05  FILLER              PIC X(17) VALUE '           DEBITS'.
005870     05  FILLER              PIC X(17) VALUE '          CREDITS'.
005880     05  FILLER              PIC X(10) VALUE '  INTEREST'.
005890     05  FILLER              PIC X(17) VALUE '         NET PAID'.
005900 01  WK-DR-DETAIL-LINE.
005910     05  WK-DD-PROVIDER      PIC X(06).
005920     05  FILLER              PIC X(02) VALUE SPACES.
005930     05  WK-DD-PAYEE         PIC X(16).
005940     05  FILLER              PIC X(02) VALUE SPACES.
005950     05  WK-DD-METHOD        PIC X(04).
005960     05  FILLER              PIC X(01) VALUE SPACES.
005970     05  WK-DD-PAYMENT-ID    PIC X(15).
005980     05  FILLER              PIC X(01) VALUE SPACES.
005990     05  WK-DD-ERA           PIC X(01).
006000     05  FILLER              PIC X(01) VALUE SPACES.
006010     05  WK-DD-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006020     05  WK-DD-CREDITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006030     05  WK-DD-INTEREST      PIC ZZZ,ZZ9.99.
006040     05  WK-DD-NET           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006050 01  WK-DR-NOTE-LINE.
006060     05  FILLER              PIC X(08) VALUE SPACES.
006070     05  WK-DN-TEXT          PIC X(40).
006080     05  WK-DN-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
006090 01  WK-DR-TIE-LINE.
006100     05  WK-DT-LABEL         PIC X(44).
006110     05  WK-DT-AMOUNT1       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
006120     05  FILLER              PIC X(02) VALUE SPACES.
006130     05  WK-DT-AMOUNT2       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
006140 01  WK-DR-WALK-LINE.
006150     05  WK-DW-LABEL         PIC X(44).
006160     05  WK-DW-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
006170 01  WK-DR-COUNT-LINE.
006180     05  WK-DC-LABEL         PIC X(44).
006190     05  WK-DC-COUNT         PIC ZZZ,ZZ9.
006200     05  FILLER              PIC X(02) VALUE SPACES.
006210     05  WK-DC-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
006220 PROCEDURE DIVISION.
006230*===========================================================*
006240* 0000-MAINLINE                                              *
006250*===========================================================*
006260 0000-MAINLINE.
006270     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
006280     PERFORM 2000-NET-REMITTANCE  THRU 2000-EXIT.
006290     PERFORM 2500-SUM-NOT-DISB    THRU 2500-EXIT.
006300     PERFORM 3000-RELEASE-PAYABLES THRU 3000-EXIT.
006310     PERFORM 4000-PROVE-TO-CERT   THRU 4000-EXIT.
006320     PERFORM 5000-ISSUE-PAYMENTS  THRU 5000-EXIT.
006330     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
006340     STOP RUN.
006350*===========================================================*
006360* 1000-INITIALIZE - READ THE PARAMETER CARDS, REFUSE AN     *
006370* UNCERTIFIED NIGHT, LOAD THE BANKING MASTER, THE CARRIED   *
006380* PAYABLES AND THE CHECK-NUMBER CONTROL, AND OPEN THE       *
006390* OUTPUTS.                                                  *
006400*===========================================================*
006410 1000-INITIALIZE.
006420     ACCEPT WK-PAY-DATE FROM DATE YYYYMMDD.
006430     ACCEPT WK-RUN-TIME FROM TIME.
006440     OPEN INPUT DSB-PARM-FILE.
006450     IF WK-PARM-STATUS = '00'
006460         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
006470             UNTIL PARM-AT-EOF
006480         CLOSE DSB-PARM-FILE
006490     END-IF.
006500     PERFORM 1200-READ-CERTIFICATE THRU 1200-EXIT.
006510     IF NOT CERT-PASSED
006520         DISPLAY 'PPDSB215 - BALANCING CERTIFICATE NOT PASSED - '
006530                 'NOTHING DISBURSED'
006540         MOVE 16 TO RETURN-CODE
006550         STOP RUN
006560     END-IF.
006570     OPEN INPUT BANK-MAST-FILE.
006580     IF WK-BANK-STATUS = '00'
006590         SET BK-IDX TO 1
006600         PERFORM 1300-READ-ONE-BANK THRU 1300-EXIT
006610             UNTIL BANK-AT-EOF OR WK-BK-COUNT >= 5000
006620         CLOSE BANK-MAST-FILE
006630     ELSE
006640         DISPLAY 'PPDSB215 - BANKING MASTER MISSING - ALL '
006650                 'PAYMENTS WILL BE HELD'
006660     END-IF.
006670     OPEN INPUT PAYABLE-IN.
006680     IF WK-PAYBLIN-STATUS = '00'
006690         SET PB-IDX TO 1
006700         PERFORM 1400-READ-ONE-PAYABLE THRU 1400-EXIT
006710             UNTIL PAYBLIN-AT-EOF OR WK-PB-COUNT >= 2000
006720         CLOSE PAYABLE-IN
006730     END-IF.
006740     OPEN INPUT CHECK-CTL-IN.
006750     IF WK-CHKCTLIN-STATUS = '00'
006760         READ CHECK-CTL-IN
006770             AT END
006780                 CONTINUE
006790             NOT AT END
006800                 IF CC-IN-NEXT-CHECK-NO IS NUMERIC
006810                    AND CC-IN-NEXT-CHECK-NO > 0
006820                     MOVE CC-IN-NEXT-CHECK-NO TO WK-NEXT-CHECK-NO
006830                 END-IF
006840         END-READ
006850         CLOSE CHECK-CTL-IN
006860     END-IF.
006870     IF WK-FIRST-CHECK > 0
006880         MOVE WK-FIRST-CHECK TO WK-NEXT-CHECK-NO
006890     END-IF.
006900     OPEN INPUT  REMIT-FILE-IN.
006910     OPEN OUTPUT DSB-RPT-OUT.
006920     MOVE 'PROVIDER PAYMENT REGISTER' TO WK-RT-TITLE.
006930     MOVE WK-PAY-DATE TO WK-RT-DATE.
006940     MOVE WK-RUN-ID   TO WK-RT-RUN-ID.
006950     MOVE DSB-VERSION TO WK-RT-VERSION.
006960     MOVE WK-RPT-TITLE-LINE TO DSB-RPT-LINE.
006970     WRITE DSB-RPT-LINE.
006980     MOVE WK-RPT-RULE-LINE TO DSB-RPT-LINE.
006990     WRITE DSB-RPT-LINE.
007000 1000-EXIT.
007010     EXIT.
007020 1100-READ-ONE-PARM.
007030     READ DSB-PARM-FILE
007040         AT END
007050             SET PARM-AT-EOF TO TRUE
007060             GO TO 1100-EXIT
007070     END-READ.
007080     IF DSB-PARM-REC = SPACES OR DSB-PARM-REC(1:1) = '*'
007090         GO TO 1100-EXIT
007100     END-IF.
007110     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
007120     UNSTRING DSB-PARM-REC DELIMITED BY '='
007130         INTO WK-RC-KEYWORD WK-RC-VALUE.
007140     EVALUATE WK-RC-KEYWORD
007150         WHEN 'RUN-ID'
007160             MOVE WK-RC-VALUE TO WK-RUN-ID
007170         WHEN 'PAY-DATE'
007180             IF WK-RC-VALUE(1:8) IS NUMERIC
007190                 MOVE WK-RC-VALUE(1:8) TO WK-PAY-DATE
007200             END-IF
007210         WHEN 'FIRST-CHECK'
007220             IF WK-RC-VALUE(1:9) IS NUMERIC
007230                 MOVE WK-RC-VALUE(1:9) TO WK-FIRST-CHECK
007240             END-IF
007250         WHEN 'ORIGIN-DFI'
007260             IF WK-RC-VALUE(1:8) IS NUMERIC
007270                 MOVE WK-RC-VALUE(1:8) TO WK-ORIGIN-DFI
007280             END-IF
007290         WHEN 'ORIGIN-ID'
007300             MOVE WK-RC-VALUE TO WK-ORIGIN-ID
007310         WHEN 'COMPANY-NAME'
007320             MOVE WK-RC-VALUE TO WK-COMPANY-NAME
007330         WHEN 'DEST-ROUTING'
007340             MOVE WK-RC-VALUE TO WK-DEST-ROUTING
007350         WHEN 'DEST-NAME'
007360             MOVE WK-RC-VALUE TO WK-DEST-NAME
007370         WHEN OTHER
007380             DISPLAY 'PPDSB215 - PARAMETER CARD IGNORED : '
007390                     DSB-PARM-REC
007400     END-EVALUATE.
007410 1100-EXIT.
007420     EXIT.
007430*-----------------------------------------------------------*
007440* 1200-READ-CERTIFICATE - TAKE THE VERDICT AND THE CERTIFIED*
007450* REMITTANCE-SIDE FIGURES FROM THE PPBAL215 CERTIFICATE.    *
007460*-----------------------------------------------------------*
007470 1200-READ-CERTIFICATE.
007480     OPEN INPUT BAL-CERT-IN.
007490     IF WK-BALCERT-STATUS NOT = '00'
007500         DISPLAY 'PPDSB215 - NO BALANCING CERTIFICATE'
007510         GO TO 1200-EXIT
007520     END-IF.
007530     PERFORM 1210-SCAN-ONE-CERT-LINE THRU 1210-EXIT
007540         UNTIL BALCERT-AT-EOF.
007550     CLOSE BAL-CERT-IN.
007560 1200-EXIT.
007570     EXIT.
007580 1210-SCAN-ONE-CERT-LINE.
007590     READ BAL-CERT-IN
007600         AT END
007610             SET BALCERT-AT-EOF TO TRUE
007620             GO TO 1210-EXIT
007630     END-READ.
007640     MOVE BAL-CERT-IN-LINE TO WK-CERT-LINE-VIEW.
007650     EVALUATE WK-CV-LABEL
007660         WHEN 'BALANCING CERTIFICATE - PASSED'
007670             SET CERT-PASSED TO TRUE
007680         WHEN 'BALANCING CERTIFICATE - FAILED'
007690             SET CERT-FAILED TO TRUE
007700         WHEN 'PPSOUT DEBIT / REMIT PAID+SEQ+OFFSET'
007710             MOVE WK-CV-AMOUNT2 TO WK-CERT-DEBIT
007720             ADD 1 TO WK-CERT-LINES-SEEN
007730         WHEN 'PPSOUT CREDIT TOTAL / REMIT CREDITS'
007740             MOVE WK-CV-AMOUNT2 TO WK-CERT-CREDIT
007750             ADD 1 TO WK-CERT-LINES-SEEN
007760         WHEN 'WITHHELD THIS RUN (ON REMIT SIDE)'
007770             MOVE WK-CV-AMOUNT2 TO WK-CERT-WR
007780             ADD 1 TO WK-CERT-LINES-SEEN
007790         WHEN OTHER
007800             CONTINUE
007810     END-EVALUATE.
007820 1210-EXIT.
007830     EXIT.
007840 1300-READ-ONE-BANK.
007850     READ BANK-MAST-FILE
007860         AT END
007870             SET BANK-AT-EOF TO TRUE
007880             GO TO 1300-EXIT
007890     END-READ.
007900     MOVE BK-PROVIDER-NO  TO BK-TAB-PROVIDER-NO(BK-IDX).
007910     MOVE BK-EFF-DATE     TO BK-TAB-EFF-DATE(BK-IDX).
007920     MOVE BK-PAYEE-NAME   TO BK-TAB-PAYEE-NAME(BK-IDX).
007930     MOVE BK-EFT-STATUS   TO BK-TAB-EFT-STATUS(BK-IDX).
007940     MOVE BK-ERA-STATUS   TO BK-TAB-ERA-STATUS(BK-IDX).
007950     MOVE BK-ROUTING-NO   TO BK-TAB-ROUTING-NO(BK-IDX).
007960     MOVE BK-ACCOUNT-NO   TO BK-TAB-ACCOUNT-NO(BK-IDX).
007970     MOVE BK-ACCOUNT-TYPE TO BK-TAB-ACCT-TYPE(BK-IDX).
007980     MOVE BK-ADDR-LINE    TO BK-TAB-ADDR-LINE(BK-IDX).
007990     MOVE BK-CITY         TO BK-TAB-CITY(BK-IDX).
008000     MOVE BK-STATE        TO BK-TAB-STATE(BK-IDX).
008010     MOVE BK-ZIP          TO BK-TAB-ZIP(BK-IDX).
008020     ADD  1 TO WK-BK-COUNT.
008030     SET  BK-IDX UP BY 1.
008040 1300-EXIT.
008050     EXIT.
008060 1400-READ-ONE-PAYABLE.
008070     READ PAYABLE-IN
008080         AT END
008090             SET PAYBLIN-AT-EOF TO TRUE
008100             GO TO 1400-EXIT
008110     END-READ.
008120     MOVE PY-IN-PROVIDER-NO     TO PB-PROVIDER-NO(PB-IDX).
008130     MOVE PY-IN-AMOUNT          TO PB-AMOUNT(PB-IDX).
008140     MOVE PY-IN-REASON          TO PB-REASON(PB-IDX).
008150     MOVE PY-IN-ORIG-PAYMENT-ID TO PB-ORIG-PAYMENT-ID(PB-IDX).
008160     MOVE PY-IN-ORIG-PAY-DATE   TO PB-ORIG-PAY-DATE(PB-IDX).
008170     MOVE PY-IN-HELD-DATE       TO PB-HELD-DATE(PB-IDX).
008180     MOVE PY-IN-RUN-ID          TO PB-RUN-ID(PB-IDX).
008190     MOVE 'N'                   TO PB-RELEASE-SW(PB-IDX).
008200     ADD  1 TO WK-PB-COUNT.
008210     SET  PB-IDX UP BY 1.
008220 1400-EXIT.
008230     EXIT.
008240*===========================================================*
008250* 2000-NET-REMITTANCE - ROLL EVERY REMITOUT ROW INTO ITS    *
008260* PROVIDER'S NETTING ROW AND THE RUN CONTROL TOTALS.  THE   *
008270* PAID AMOUNT IS ALREADY NET OF THE RECOUPMENT OFFSET AND   *
008280* SEQUESTRATION; BOTH ARE CARRIED ONLY FOR THE CERTIFICATE  *
008290* TIE.                                                      *
008300*===========================================================*
008310 2000-NET-REMITTANCE.
008320     PERFORM 2100-NET-ONE-REMIT THRU 2100-EXIT
008330         UNTIL REMIT-AT-EOF.
008340     CLOSE REMIT-FILE-IN.
008350 2000-EXIT.
008360     EXIT.
008370 2100-NET-ONE-REMIT.
008380     READ REMIT-FILE-IN
008390         AT END
008400             SET REMIT-AT-EOF TO TRUE
008410             GO TO 2100-EXIT
008420     END-READ.
008430     IF REMIT-IN-REC(1:4) = '*LAY'
008440        OR NOT REMITIN-LAYOUT-CHECKED
008450         MOVE WK-LAYOUT-REMITIN TO WK-LAYOUT-CHECK
008460         MOVE REMIT-IN-REC TO LAYOUT-HDR-REC
008470         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
008480         SET REMITIN-LAYOUT-CHECKED TO TRUE
008490         IF LH-IS-HEADER
008500             GO TO 2100-NET-ONE-REMIT
008510         END-IF
008520     END-IF.
008530     ADD 1 TO WK-REMIT-ROWS.
008540     MOVE RI-PROVIDER-NO TO WK-RC-KEYWORD.
008550     PERFORM 2200-FIND-PROVIDER-ROW THRU 2200-EXIT.
008560     IF RI-DEBIT-CREDIT-IND = 'C'
008570         ADD RI-PAID-AMOUNT TO WK-TOT-CREDIT
008580         IF WK-PV-COUNT > 0 AND NOT PV-TABLE-OVERFLOWED
008590             ADD RI-PAID-AMOUNT TO PV-CREDITS(PV-SIDX)
008600             ADD 1 TO PV-CLAIMS(PV-SIDX)
008610         END-IF
008620         GO TO 2100-EXIT
008630     END-IF.
008640     IF RI-ADJ-REASON-CODE = 'WR '
008650*        A RELEASED WITHHOLD - CERTIFIED (AND CROSS-FOOTED) IN
008660*        AN EARLIER RUN, BUT ITS MONEY MOVES TONIGHT.
008670         ADD RI-PAID-AMOUNT TO WK-TOT-WR-PAID
008680     ELSE
008690         ADD RI-PAID-AMOUNT       TO WK-TOT-DEBIT-PAID
008700         ADD RI-SEQUESTRATION-AMT TO WK-TOT-SEQ
008710         ADD RI-LEDGER-OFFSET     TO WK-TOT-OFFSET
008720         ADD RI-ADVANCE-RECOUP    TO WK-TOT-OFFSET
008730     END-IF.
008740     ADD RI-INTEREST-AMT TO WK-TOT-INTEREST.
008750     IF WK-PV-COUNT > 0 AND NOT PV-TABLE-OVERFLOWED
008760         ADD RI-PAID-AMOUNT   TO PV-DEBITS(PV-SIDX)
008770         ADD RI-LEDGER-OFFSET TO PV-OFFSETS(PV-SIDX)
008780         ADD RI-ADVANCE-RECOUP TO PV-OFFSETS(PV-SIDX)
008790         ADD RI-INTEREST-AMT  TO PV-INTEREST(PV-SIDX)
008800         ADD 1 TO PV-CLAIMS(PV-SIDX)
008810     END-IF.
008820 2100-EXIT.
008830     EXIT.
008840*-----------------------------------------------------------*
008850* 2200-FIND-PROVIDER-ROW - POSITION PV-SIDX ON THE NETTING  *
008860* ROW FOR THE PROVIDER IN WK-RC-KEYWORD, ADDING ONE IF NEW. *
008870*-----------------------------------------------------------*
008880 2200-FIND-PROVIDER-ROW.
008890     SET PV-SIDX TO 1.
008900     SEARCH PV-ENTRY VARYING PV-SIDX
008910         AT END
008920             PERFORM 2210-ADD-PROVIDER-ROW THRU 2210-EXIT
008930         WHEN PV-SIDX > WK-PV-COUNT
008940             PERFORM 2210-ADD-PROVIDER-ROW THRU 2210-EXIT
008950         WHEN PV-PROVIDER-NO(PV-SIDX) = WK-RC-KEYWORD(1:6)
008960             CONTINUE
008970     END-SEARCH.
008980 2200-EXIT.
008990     EXIT.
009000 2210-ADD-PROVIDER-ROW.
009010     IF WK-PV-COUNT NOT < 3000
009020         SET PV-TABLE-OVERFLOWED TO TRUE
009030         GO TO 2210-EXIT
009040     END-IF.
009050     ADD 1 TO WK-PV-COUNT.
009060     SET PV-SIDX TO WK-PV-COUNT.
009070     MOVE WK-RC-KEYWORD(1:6) TO PV-PROVIDER-NO(PV-SIDX).
009080     MOVE ZEROES TO PV-CLAIMS(PV-SIDX)    PV-DEBITS(PV-SIDX)
009090                    PV-CREDITS(PV-SIDX)   PV-OFFSETS(PV-SIDX)
009100                    PV-INTEREST(PV-SIDX)  PV-PAYABLE(PV-SIDX)
009110                    PV-SHORTFALL(PV-SIDX) PV-NET(PV-SIDX).
009120     MOVE SPACES TO PV-METHOD(PV-SIDX) PV-PAYMENT-ID(PV-SIDX).
009130 2210-EXIT.
009140     EXIT.
009150*===========================================================*
009160* 2500-SUM-NOT-DISB - ROLL THE RUN'S WITHHELD AND PIP       *
009170* NOTIONAL REMITTANCES THE SAME WAY PPBAL215 PUTS THEM ON   *
009180* THE CERTIFICATE'S REMITTANCE SIDE.  THEY ARE NOT PAID.    *
009190*===========================================================*
009200 2500-SUM-NOT-DISB.
009210     OPEN INPUT WITHHOLD-IN.
009220     IF WK-WTHHOLD-STATUS = '00'
009230         PERFORM 2510-SUM-ONE-WITHHOLD THRU 2510-EXIT
009240             UNTIL WTHHOLD-AT-EOF
009250         CLOSE WITHHOLD-IN
009260     END-IF.
009270     OPEN INPUT PIP-REMIT-IN.
009280     IF WK-PIPRMIT-STATUS = '00'
009290         PERFORM 2520-SUM-ONE-PIP THRU 2520-EXIT
009300             UNTIL PIPRMIT-AT-EOF
009310         CLOSE PIP-REMIT-IN
009320     END-IF.
009330 2500-EXIT.
009340     EXIT.
009350 2510-SUM-ONE-WITHHOLD.
009360     READ WITHHOLD-IN
009370         AT END
009380             SET WTHHOLD-AT-EOF TO TRUE
009390             GO TO 2510-EXIT
009400     END-READ.
009410     MOVE WITHHOLD-IN-REC(1:28) TO GEN-STAMP-REC.
009420     IF GS-IS-STAMP
009430         GO TO 2510-EXIT
009440     END-IF.
009450     MOVE WH-REMIT-REC TO WK-WH-VIEW.
009460     ADD WK-WH-PAID-AMOUNT   TO WK-TOT-NOT-DISB.
009470     ADD WK-WH-SEQ-AMT       TO WK-TOT-NOT-DISB.
009480     ADD WK-WH-LEDGER-OFFSET TO WK-TOT-NOT-DISB.
009490 2510-EXIT.
009500     EXIT.
009510 2520-SUM-ONE-PIP.
009520     READ PIP-REMIT-IN
009530         AT END
009540             SET PIPRMIT-AT-EOF TO TRUE
009550             GO TO 2520-EXIT
009560     END-READ.
009570     MOVE PR-REMIT-REC TO WK-WH-VIEW.
009580     ADD WK-WH-PAID-AMOUNT   TO WK-TOT-NOT-DISB.
009590     ADD WK-WH-SEQ-AMT       TO WK-TOT-NOT-DISB.
009600     ADD WK-WH-LEDGER-OFFSET TO WK-TOT-NOT-DISB.
009610 2520-EXIT.
009620     EXIT.
009630*===========================================================*
009640* 3000-RELEASE-PAYABLES - A CARRIED PAYABLE IS RELEASED     *
009650* INTO TONIGHT'S PAYMENT WHEN THE PROVIDER NOW HAS A USABLE *
009660* PAYEE RECORD - FOR A RETURNED OR STALE ITEM, ONE THAT WAS *
009670* CORRECTED (EFFECTIVE) AFTER THE ITEM WAS HELD.            *
009680*===========================================================*
009690 3000-RELEASE-PAYABLES.
009700     IF WK-PB-COUNT = 0
009710         GO TO 3000-EXIT
009720     END-IF.
009730     PERFORM 3100-RELEASE-ONE-PAYABLE THRU 3100-EXIT
009740         VARYING PB-IDX FROM 1 BY 1
009750         UNTIL PB-IDX > WK-PB-COUNT.
009760 3000-EXIT.
009770     EXIT.
009780 3100-RELEASE-ONE-PAYABLE.
009790     MOVE PB-PROVIDER-NO(PB-IDX) TO WK-RC-KEYWORD.
009800     PERFORM 6000-FIND-PAYEE THRU 6000-EXIT.
009810     IF NOT PAYEE-FOUND
009820         GO TO 3100-EXIT
009830     END-IF.
009840     MOVE PB-AMOUNT(PB-IDX) TO WK-ROUTE-AMOUNT.
009850     PERFORM 6100-CHOOSE-ROUTE THRU 6100-EXIT.
009860     IF ROUTE-HOLD
009870         GO TO 3100-EXIT
009880     END-IF.
009890     IF PB-REASON(PB-IDX) NOT = 'NP'
009900        AND WK-BK-BEST-DATE NOT > PB-HELD-DATE(PB-IDX)
009910         GO TO 3100-EXIT
009920     END-IF.
009930     PERFORM 2200-FIND-PROVIDER-ROW THRU 2200-EXIT.
009940     IF PV-TABLE-OVERFLOWED
009950         GO TO 3100-EXIT
009960     END-IF.
009970     SET PB-RELEASED(PB-IDX) TO TRUE.
009980     ADD PB-AMOUNT(PB-IDX) TO PV-PAYABLE(PV-SIDX).
009990     ADD PB-AMOUNT(PB-IDX) TO WK-TOT-PAYBL-REL.
010000     ADD 1 TO WK-PAYBL-RELEASED.
010010 3100-EXIT.
010020     EXIT.
010030*===========================================================*
010040* 4000-PROVE-TO-CERT - THE REMITTANCE FILE BEING DISBURSED  *
010050* MUST BE THE ONE PPBAL215 CERTIFIED: ITS PAID + SEQUESTER  *
010060* + OFFSET DEBITS (WITH THE WITHHELD AND PIP NOTIONAL       *
010070* DOLLARS), ITS CREDITS, AND ITS RELEASED WITHHOLDS MUST    *
010080* EQUAL THE CERTIFICATE'S FIGURES TO THE PENNY.  THE WALK   *
010090* FROM THE CERTIFICATE TO EFT PLUS CHECKS IS THEN PROVED ON *
010100* THE PROJECTED PAYMENTS, SO A NIGHT THAT WOULD NOT TIE     *
010110* STOPS BEFORE ANY EFT, CHECK OR REGISTER RECORD IS WRITTEN *
010120*===========================================================*
010130 4000-PROVE-TO-CERT.
010140     COMPUTE WK-CALC-DEBIT =
010150         WK-TOT-DEBIT-PAID + WK-TOT-SEQ + WK-TOT-OFFSET
010160         + WK-TOT-NOT-DISB.
010170     IF WK-CERT-LINES-SEEN < 3
010180         DISPLAY 'PPDSB215 - CERTIFICATE CONTROL LINES MISSING'
010190         SET REGISTER-NO-TIE TO TRUE
010200     END-IF.
010210     IF WK-CALC-DEBIT NOT = WK-CERT-DEBIT
010220        OR WK-TOT-CREDIT NOT = WK-CERT-CREDIT
010230        OR WK-TOT-WR-PAID NOT = WK-CERT-WR
010240         SET REGISTER-NO-TIE TO TRUE
010250     END-IF.
010260     IF PV-TABLE-OVERFLOWED
010270         DISPLAY 'PPDSB215 - PROVIDER TABLE OVERFLOWED'
010280         SET REGISTER-NO-TIE TO TRUE
010290     END-IF.
010300     IF REGISTER-TIES
010310         PERFORM 4100-PROJECT-WALK THRU 4100-EXIT
010320     END-IF.
010330 4000-EXIT.
010340     EXIT.
010350*-----------------------------------------------------------*
010360* 4100-PROJECT-WALK - NET AND ROUTE EVERY PROVIDER THE WAY  *
010370* 5200 WILL, WITHOUT WRITING ANYTHING, AND PROVE THE 9000   *
010380* WALK (CERTIFIED DEBITS DOWN TO NET TO DISBURSE) AGAINST   *
010390* THE EFT PLUS CHECK DOLLARS THAT WOULD BE ISSUED.          *
010400*-----------------------------------------------------------*
010410 4100-PROJECT-WALK.
010420     MOVE ZEROES TO WK-PRJ-SHORTFALL WK-PRJ-HELD WK-PRJ-PAID.
010430     PERFORM 4110-PROJECT-ONE-PROVIDER THRU 4110-EXIT
010440         VARYING PV-IDX FROM 1 BY 1
010450         UNTIL PV-IDX > WK-PV-COUNT.
010460     COMPUTE WK-CALC-NET =
010470         WK-CERT-DEBIT - WK-TOT-NOT-DISB - WK-TOT-SEQ
010480         - WK-TOT-OFFSET + WK-TOT-WR-PAID - WK-TOT-CREDIT
010490         + WK-PRJ-SHORTFALL + WK-TOT-INTEREST
010500         + WK-TOT-PAYBL-REL - WK-PRJ-HELD.
010510     IF WK-CALC-NET NOT = WK-PRJ-PAID
010520         DISPLAY 'PPDSB215 - DISBURSEMENT WALK DOES NOT TIE TO '
010530                 'EFT PLUS CHECKS - NOTHING ISSUED'
010540         SET REGISTER-NO-TIE TO TRUE
010550     END-IF.
010560 4100-EXIT.
010570     EXIT.
010580 4110-PROJECT-ONE-PROVIDER.
010590     IF PV-DEBITS(PV-IDX) < PV-CREDITS(PV-IDX)
010600         COMPUTE WK-PRJ-SHORTFALL = WK-PRJ-SHORTFALL
010610             + PV-CREDITS(PV-IDX) - PV-DEBITS(PV-IDX)
010620         MOVE ZEROES TO WK-PRJ-NET
010630     ELSE
010640         COMPUTE WK-PRJ-NET =
010650             PV-DEBITS(PV-IDX) - PV-CREDITS(PV-IDX)
010660     END-IF.
010670     ADD PV-INTEREST(PV-IDX) PV-PAYABLE(PV-IDX)
010680         TO WK-PRJ-NET.
010690     IF WK-PRJ-NET = 0
010700         GO TO 4110-EXIT
010710     END-IF.
010720     MOVE PV-PROVIDER-NO(PV-IDX) TO WK-RC-KEYWORD.
010730     PERFORM 6000-FIND-PAYEE THRU 6000-EXIT.
010740     IF NOT PAYEE-FOUND
010750         ADD WK-PRJ-NET TO WK-PRJ-HELD
010760         GO TO 4110-EXIT
010770     END-IF.
010780     MOVE WK-PRJ-NET TO WK-ROUTE-AMOUNT.
010790     PERFORM 6100-CHOOSE-ROUTE THRU 6100-EXIT.
010800     IF ROUTE-HOLD
010810         ADD WK-PRJ-NET TO WK-PRJ-HELD
010820     ELSE
010830         ADD WK-PRJ-NET TO WK-PRJ-PAID
010840     END-IF.
010850 4110-EXIT.
010860     EXIT.
010870*===========================================================*
010880* 5000-ISSUE-PAYMENTS - ONE PAYMENT PER PROVIDER: NET CASH  *
010890* (DEBITS LESS CREDITS, NEVER BELOW ZERO) PLUS INTEREST     *
010900* PLUS RELEASED PAYABLES, ROUTED TO EFT, CHECK, OR HOLD.    *
010910* WHEN THE REGISTER DOES NOT TIE THE PAYMENT FILES ARE LEFT *
010920* EMPTY AND EVERY CARRIED PAYABLE GOES FORWARD UNCHANGED.   *
010930*===========================================================*
010940 5000-ISSUE-PAYMENTS.
010950     OPEN OUTPUT EFT-FILE-OUT.
010960     OPEN OUTPUT CHECK-FILE-OUT.
010970     OPEN OUTPUT DSB-REG-OUT.
010980     OPEN OUTPUT PAYABLE-OUT.
010990     IF REGISTER-NO-TIE
011000         GO TO 5050-CARRY-FORWARD
011010     END-IF.
011020     PERFORM 5100-WRITE-ACH-HEADERS THRU 5100-EXIT.
011030     MOVE WK-DR-HEADING1 TO DSB-RPT-LINE.
011040     WRITE DSB-RPT-LINE.
011050     PERFORM 5200-PAY-ONE-PROVIDER THRU 5200-EXIT
011060         VARYING PV-IDX FROM 1 BY 1
011070         UNTIL PV-IDX > WK-PV-COUNT.
011080     PERFORM 5800-WRITE-ACH-TRAILERS THRU 5800-EXIT.
011090     PERFORM 5900-JOURNAL-DISBURSED THRU 5900-EXIT.
011100 5050-CARRY-FORWARD.
011110     PERFORM 5700-CARRY-PAYABLES THRU 5700-EXIT.
011120     CLOSE EFT-FILE-OUT.
011130     CLOSE CHECK-FILE-OUT.
011140     CLOSE DSB-REG-OUT.
011150     CLOSE PAYABLE-OUT.
011160     OPEN OUTPUT CHECK-CTL-OUT.
011170     MOVE WK-NEXT-CHECK-NO TO CC-OUT-NEXT-CHECK-NO.
011180     MOVE WK-PAY-DATE      TO CC-OUT-LAST-PAY-DATE.
011190     MOVE WK-RUN-ID        TO CC-OUT-LAST-RUN-ID.
011200     WRITE CHECK-CTL-OUT-REC.
011210     CLOSE CHECK-CTL-OUT.
011220 5000-EXIT.
011230     EXIT.
011240 5100-WRITE-ACH-HEADERS.
011250     MOVE WK-DEST-ROUTING  TO WK-AFH-DEST.
011260     MOVE WK-ORIGIN-ID     TO WK-AFH-ORIGIN.
011270     MOVE WK-PD-YYMMDD     TO WK-AFH-DATE.
011280     MOVE WK-RT-HHMM       TO WK-AFH-TIME.
011290     MOVE WK-DEST-NAME     TO WK-AFH-DEST-NAME.
011300     MOVE WK-COMPANY-NAME  TO WK-AFH-ORIGIN-NAME.
011310     MOVE WK-RUN-ID        TO WK-AFH-REF.
011320     MOVE WK-ACH-FILE-HEADER TO EFT-OUT-REC.
011330     WRITE EFT-OUT-REC.
011340     MOVE WK-COMPANY-NAME  TO WK-ABH-COMPANY-NAME.
011350     MOVE WK-RUN-ID        TO WK-ABH-DISCRETION.
011360     MOVE WK-ORIGIN-ID     TO WK-ABH-COMPANY-ID.
011370     MOVE WK-PD-YYMMDD     TO WK-ABH-DESC-DATE.
011380     MOVE WK-PD-YYMMDD     TO WK-ABH-EFF-DATE.
011390     MOVE WK-ORIGIN-DFI    TO WK-ABH-ODFI.
011400     MOVE WK-ACH-BATCH-HEADER TO EFT-OUT-REC.
011410     WRITE EFT-OUT-REC.
011420     MOVE 2 TO WK-ACH-RECORDS.
011430 5100-EXIT.
011440     EXIT.
011450 5200-PAY-ONE-PROVIDER.
011460     IF PV-DEBITS(PV-IDX) < PV-CREDITS(PV-IDX)
011470         COMPUTE PV-SHORTFALL(PV-IDX) =
011480             PV-CREDITS(PV-IDX) - PV-DEBITS(PV-IDX)
011490         ADD PV-SHORTFALL(PV-IDX) TO WK-TOT-SHORTFALL
011500         MOVE ZEROES TO PV-NET(PV-IDX)
011510     ELSE
011520         COMPUTE PV-NET(PV-IDX) =
011530             PV-DEBITS(PV-IDX) - PV-CREDITS(PV-IDX)
011540     END-IF.
011550     ADD PV-INTEREST(PV-IDX) PV-PAYABLE(PV-IDX)
011560         TO PV-NET(PV-IDX).
011570     MOVE PV-PROVIDER-NO(PV-IDX) TO WK-DD-PROVIDER.
011580     MOVE PV-DEBITS(PV-IDX)      TO WK-DD-DEBITS.
011590     MOVE PV-CREDITS(PV-IDX)     TO WK-DD-CREDITS.
011600     MOVE PV-INTEREST(PV-IDX)    TO WK-DD-INTEREST.
011610     MOVE PV-NET(PV-IDX)         TO WK-DD-NET.
011620     MOVE SPACES TO WK-DD-PAYEE WK-DD-PAYMENT-ID WK-DD-ERA.
011630     IF PV-NET(PV-IDX) = 0
011640         ADD 1 TO WK-ZERO-COUNT
011650         MOVE 'NONE' TO WK-DD-METHOD
011660         MOVE 'NONE' TO PV-METHOD(PV-IDX)
011670         MOVE WK-DR-DETAIL-LINE TO DSB-RPT-LINE
011680         WRITE DSB-RPT-LINE
011690         GO TO 5290-NOTES
011700     END-IF.
011710     MOVE PV-PROVIDER-NO(PV-IDX) TO WK-RC-KEYWORD.
011720     PERFORM 6000-FIND-PAYEE THRU 6000-EXIT.
011730     IF PAYEE-FOUND
011740         MOVE PV-NET(PV-IDX) TO WK-ROUTE-AMOUNT
011750         PERFORM 6100-CHOOSE-ROUTE THRU 6100-EXIT
011760         MOVE BK-TAB-PAYEE-NAME(WK-BK-BEST) TO WK-DD-PAYEE
011770         MOVE BK-TAB-ERA-STATUS(WK-BK-BEST) TO WK-DD-ERA
011780     ELSE
011790         SET ROUTE-HOLD TO TRUE
011800         MOVE 'HELD - NO PAYEE RECORD' TO WK-HOLD-REASON
011810     END-IF.
011820     EVALUATE TRUE
011830         WHEN ROUTE-EFT
011840             PERFORM 5300-WRITE-EFT-ENTRY THRU 5300-EXIT
011850             MOVE 'EFT ' TO WK-DD-METHOD
011860         WHEN ROUTE-CHECK
011870             PERFORM 5400-WRITE-CHECK THRU 5400-EXIT
011880             MOVE 'CHK ' TO WK-DD-METHOD
011890         WHEN OTHER
011900             PERFORM 5500-HOLD-PAYMENT THRU 5500-EXIT
011910             MOVE 'HOLD' TO WK-DD-METHOD
011920     END-EVALUATE.
011930     MOVE WK-PAYMENT-ID TO WK-DD-PAYMENT-ID.
011940     MOVE WK-DD-METHOD  TO PV-METHOD(PV-IDX).
011950     MOVE WK-PAYMENT-ID TO PV-PAYMENT-ID(PV-IDX).
011960     MOVE WK-DR-DETAIL-LINE TO DSB-RPT-LINE.
011970     WRITE DSB-RPT-LINE.
011980     IF ROUTE-HOLD
011990         MOVE WK-HOLD-REASON TO WK-DN-TEXT
012000         MOVE PV-NET(PV-IDX) TO WK-DN-AMOUNT
012010         MOVE WK-DR-NOTE-LINE TO DSB-RPT-LINE
012020         WRITE DSB-RPT-LINE
012030     END-IF.
012040 5290-NOTES.
012050     IF PV-OFFSETS(PV-IDX) > 0
012060         MOVE 'RECOUPMENT OFFSET ALREADY DEDUCTED'
012070             TO WK-DN-TEXT
012080         MOVE PV-OFFSETS(PV-IDX) TO WK-DN-AMOUNT
012090         MOVE WK-DR-NOTE-LINE TO DSB-RPT-LINE
012100         WRITE DSB-RPT-LINE
012110     END-IF.
012120     IF PV-SHORTFALL(PV-IDX) > 0
012130         MOVE 'SHORTFALL LEFT ON RECOUPMENT LEDGER'
012140             TO WK-DN-TEXT
012150         MOVE PV-SHORTFALL(PV-IDX) TO WK-DN-AMOUNT
012160         MOVE WK-DR-NOTE-LINE TO DSB-RPT-LINE
012170         WRITE DSB-RPT-LINE
012180     END-IF.
012190     IF PV-PAYABLE(PV-IDX) > 0
012200         MOVE 'CARRIED PAYABLE RELEASED' TO WK-DN-TEXT
012210         MOVE PV-PAYABLE(PV-IDX) TO WK-DN-AMOUNT
012220         MOVE WK-DR-NOTE-LINE TO DSB-RPT-LINE
012230         WRITE DSB-RPT-LINE
012240     END-IF.
012250 5200-EXIT.
012260     EXIT.
012270*-----------------------------------------------------------*
012280* 5300-WRITE-EFT-ENTRY - ONE CCD CREDIT ENTRY; THE TRACE    *
012290* NUMBER (ORIGINATING DFI + SEQUENCE) IS THE PAYMENT ID.    *
012300*-----------------------------------------------------------*
012310 5300-WRITE-EFT-ENTRY.
012320     ADD 1 TO WK-EFT-COUNT.
012330     IF BK-TAB-ACCT-TYPE(WK-BK-BEST) = 'S'
012340         MOVE '32' TO WK-AEN-TRAN-CODE
012350     ELSE
012360         MOVE '22' TO WK-AEN-TRAN-CODE
012370     END-IF.
012380     MOVE BK-TAB-ROUTING-NO(WK-BK-BEST)(1:8) TO WK-AEN-RDFI.
012390     MOVE BK-TAB-ROUTING-NO(WK-BK-BEST)(9:1)
012400         TO WK-AEN-CHECK-DIGIT.
012410     MOVE BK-TAB-ACCOUNT-NO(WK-BK-BEST) TO WK-AEN-ACCOUNT.
012420     MOVE PV-NET(PV-IDX)                TO WK-AEN-AMOUNT.
012430     MOVE PV-PROVIDER-NO(PV-IDX)        TO WK-AEN-ID-NUMBER.
012440     MOVE BK-TAB-PAYEE-NAME(WK-BK-BEST) TO WK-AEN-NAME.
012450     MOVE WK-ORIGIN-DFI                 TO WK-AEN-TRACE-ODFI.
012460     MOVE WK-EFT-COUNT                  TO WK-AEN-TRACE-SEQ.
012470     MOVE WK-ACH-ENTRY TO EFT-OUT-REC.
012480     WRITE EFT-OUT-REC.
012490     ADD 1 TO WK-ACH-RECORDS.
012500     MOVE WK-AEN-RDFI TO WK-ACH-RDFI-NUM.
012510     ADD WK-ACH-RDFI-NUM TO WK-ACH-HASH-ACCUM.
012520     ADD PV-NET(PV-IDX) TO WK-TOT-EFT.
012530     MOVE WK-AEN-TRACE TO WK-PAYMENT-ID.
012540     MOVE 'E' TO DR-PAY-METHOD.
012550     PERFORM 5600-WRITE-REGISTER-REC THRU 5600-EXIT.
012560 5300-EXIT.
012570     EXIT.
012580 5400-WRITE-CHECK.
012590     ADD 1 TO WK-CHECK-COUNT.
012600     MOVE WK-NEXT-CHECK-NO              TO CK-CHECK-NO.
012610     MOVE WK-PAY-DATE                   TO CK-ISSUE-DATE.
012620     MOVE PV-PROVIDER-NO(PV-IDX)        TO CK-PROVIDER-NO.
012630     MOVE BK-TAB-PAYEE-NAME(WK-BK-BEST) TO CK-PAYEE-NAME.
012640     MOVE BK-TAB-ADDR-LINE(WK-BK-BEST)  TO CK-ADDR-LINE.
012650     MOVE BK-TAB-CITY(WK-BK-BEST)       TO CK-CITY.
012660     MOVE BK-TAB-STATE(WK-BK-BEST)      TO CK-STATE.
012670     MOVE BK-TAB-ZIP(WK-BK-BEST)        TO CK-ZIP.
012680     MOVE PV-NET(PV-IDX)                TO CK-AMOUNT.
012690     MOVE PV-CLAIMS(PV-IDX)             TO CK-CLAIM-COUNT.
012700     MOVE WK-RUN-ID                     TO CK-RUN-ID.
012710     WRITE CHECK-OUT-REC.
012720     ADD PV-NET(PV-IDX) TO WK-TOT-CHECK.
012730     MOVE SPACES TO WK-PAYMENT-ID.
012740     MOVE WK-NEXT-CHECK-NO TO WK-CHECK-NO-X.
012750     MOVE WK-CHECK-NO-X TO WK-PAYMENT-ID(1:9).
012760     ADD 1 TO WK-NEXT-CHECK-NO.
012770     MOVE 'C' TO DR-PAY-METHOD.
012780     PERFORM 5600-WRITE-REGISTER-REC THRU 5600-EXIT.
012790 5400-EXIT.
012800     EXIT.
012810 5500-HOLD-PAYMENT.
012820     ADD 1 TO WK-HOLD-COUNT.
012830     ADD PV-NET(PV-IDX) TO WK-TOT-HELD.
012840     MOVE PV-PROVIDER-NO(PV-IDX) TO PY-OUT-PROVIDER-NO.
012850     MOVE PV-NET(PV-IDX)         TO PY-OUT-AMOUNT.
012860     MOVE 'NP'                   TO PY-OUT-REASON.
012870     MOVE SPACES                 TO PY-OUT-ORIG-PAYMENT-ID.
012880     MOVE WK-PAY-DATE            TO PY-OUT-ORIG-PAY-DATE.
012890     MOVE WK-PAY-DATE            TO PY-OUT-HELD-DATE.
012900     MOVE WK-RUN-ID              TO PY-OUT-RUN-ID.
012910     WRITE PAYABLE-OUT-REC.
012920     MOVE SPACES TO WK-PAYMENT-ID.
012930 5500-EXIT.
012940     EXIT.
012950 5600-WRITE-REGISTER-REC.
012960     MOVE WK-RUN-ID              TO DR-RUN-ID.
012970     MOVE WK-PAY-DATE            TO DR-PAY-DATE.
012980     MOVE PV-PROVIDER-NO(PV-IDX) TO DR-PROVIDER-NO.
012990     MOVE WK-PAYMENT-ID          TO DR-PAYMENT-ID.
013000     MOVE PV-NET(PV-IDX)         TO DR-AMOUNT.
013010     MOVE PV-INTEREST(PV-IDX)    TO DR-INTEREST-AMT.
013020     MOVE PV-OFFSETS(PV-IDX)     TO DR-OFFSET-AMT.
013030     MOVE PV-CREDITS(PV-IDX)     TO DR-CREDIT-AMT.
013040     MOVE BK-TAB-ERA-STATUS(WK-BK-BEST) TO DR-ERA-IND.
013050     MOVE BK-TAB-PAYEE-NAME(WK-BK-BEST) TO DR-PAYEE-NAME.
013060     IF DR-PAY-METHOD = 'E'
013070         MOVE BK-TAB-ROUTING-NO(WK-BK-BEST) TO DR-ROUTING-NO
013080         MOVE BK-TAB-ACCOUNT-NO(WK-BK-BEST) TO DR-ACCOUNT-NO
013090     ELSE
013100         MOVE SPACES TO DR-ROUTING-NO DR-ACCOUNT-NO
013110     END-IF.
013120     WRITE DSB-REG-REC.
013130 5600-EXIT.
013140     EXIT.
013150*-----------------------------------------------------------*
013160* 5700-CARRY-PAYABLES - EVERY CARRIED PAYABLE NOT RELEASED  *
013170* TONIGHT GOES FORWARD UNCHANGED.                           *
013180*-----------------------------------------------------------*
013190 5700-CARRY-PAYABLES.
013200     IF WK-PB-COUNT = 0
013210         GO TO 5700-EXIT
013220     END-IF.
013230     PERFORM 5710-CARRY-ONE-PAYABLE THRU 5710-EXIT
013240         VARYING PB-IDX FROM 1 BY 1
013250         UNTIL PB-IDX > WK-PB-COUNT.
013260 5700-EXIT.
013270     EXIT.
013280 5710-CARRY-ONE-PAYABLE.
013290     IF PB-RELEASED(PB-IDX) AND REGISTER-TIES
013300         GO TO 5710-EXIT
013310     END-IF.
013320     MOVE PB-PROVIDER-NO(PB-IDX)     TO PY-OUT-PROVIDER-NO.
013330     MOVE PB-AMOUNT(PB-IDX)          TO PY-OUT-AMOUNT.
013340     MOVE PB-REASON(PB-IDX)          TO PY-OUT-REASON.
013350     MOVE PB-ORIG-PAYMENT-ID(PB-IDX) TO PY-OUT-ORIG-PAYMENT-ID.
013360     MOVE PB-ORIG-PAY-DATE(PB-IDX)   TO PY-OUT-ORIG-PAY-DATE.
013370     MOVE PB-HELD-DATE(PB-IDX)       TO PY-OUT-HELD-DATE.
013380     MOVE PB-RUN-ID(PB-IDX)          TO PY-OUT-RUN-ID.
013390     WRITE PAYABLE-OUT-REC.
013400     ADD 1 TO WK-PAYBL-CARRIED.
013410     ADD PB-AMOUNT(PB-IDX) TO WK-TOT-PAYBL-CARRIED.
013420 5710-EXIT.
013430     EXIT.
013440*-----------------------------------------------------------*
013450* 5800-WRITE-ACH-TRAILERS - BATCH CONTROL, FILE CONTROL,    *
013460* AND 9-FILL RECORDS TO COMPLETE THE LAST BLOCK OF TEN.     *
013470*-----------------------------------------------------------*
013480 5800-WRITE-ACH-TRAILERS.
013490     MOVE WK-EFT-COUNT       TO WK-ABC-ENTRY-COUNT.
013500     MOVE WK-ACH-HASH-ACCUM  TO WK-ABC-ENTRY-HASH.
013510     MOVE ZEROES             TO WK-ABC-DEBIT-TOTAL.
013520     MOVE WK-TOT-EFT         TO WK-ABC-CREDIT-TOTAL.
013530     MOVE WK-ORIGIN-ID       TO WK-ABC-COMPANY-ID.
013540     MOVE WK-ORIGIN-DFI      TO WK-ABC-ODFI.
013550     MOVE WK-ACH-BATCH-CONTROL TO EFT-OUT-REC.
013560     WRITE EFT-OUT-REC.
013570     ADD 2 TO WK-ACH-RECORDS.
013580     DIVIDE WK-ACH-RECORDS BY 10 GIVING WK-ACH-BLOCKS
013590         REMAINDER WK-ACH-FILL-NEEDED.
013600     IF WK-ACH-FILL-NEEDED > 0
013610         ADD 1 TO WK-ACH-BLOCKS
013620         COMPUTE WK-ACH-FILL-NEEDED = 10 - WK-ACH-FILL-NEEDED
013630     END-IF.
013640     MOVE WK-ACH-BLOCKS      TO WK-AFC-BLOCK-COUNT.
013650     MOVE WK-EFT-COUNT       TO WK-AFC-ENTRY-COUNT.
013660     MOVE WK-ACH-HASH-ACCUM  TO WK-AFC-ENTRY-HASH.
013670     MOVE ZEROES             TO WK-AFC-DEBIT-TOTAL.
013680     MOVE WK-TOT-EFT         TO WK-AFC-CREDIT-TOTAL.
013690     MOVE WK-ACH-FILE-CONTROL TO EFT-OUT-REC.
013700     WRITE EFT-OUT-REC.
013710     IF WK-ACH-FILL-NEEDED > 0
013720         MOVE WK-ACH-FILL-REC TO EFT-OUT-REC
013730         PERFORM 5810-WRITE-ONE-FILL THRU 5810-EXIT
013740             WK-ACH-FILL-NEEDED TIMES
013750     END-IF.
013760 5800-EXIT.
013770     EXIT.
013780 5810-WRITE-ONE-FILL.
013790     WRITE EFT-OUT-REC.
013800 5810-EXIT.
013810     EXIT.
013820*-----------------------------------------------------------*
013830* 5900-JOURNAL-DISBURSED - RE-READ THE REMITTANCE AND       *
013840* JOURNAL A DISBURSED EVENT FOR EACH ROW OF A PROVIDER PAID *
013850* BY EFT OR CHECK TONIGHT.  A REVERSAL ROW NETTED INTO THE  *
013860* PAYMENT JOURNALS NEGATIVE.  HELD AND ZERO PAYMENTS MOVED  *
013870* NO MONEY AND ARE NOT JOURNALED.                           *
013880*-----------------------------------------------------------*
013890 5900-JOURNAL-DISBURSED.
013900     MOVE 'N' TO WK-REMIT-EOF.
013910     OPEN INPUT  REMIT-FILE-IN.
013920     OPEN EXTEND CLAIM-EVENT-OUT.
013930     PERFORM 5910-JOURNAL-ONE-REMIT THRU 5910-EXIT
013940         UNTIL REMIT-AT-EOF.
013950     CLOSE REMIT-FILE-IN.
013960     CLOSE CLAIM-EVENT-OUT.
013970 5900-EXIT.
013980     EXIT.
013990 5910-JOURNAL-ONE-REMIT.
014000     READ REMIT-FILE-IN
014010         AT END
014020             SET REMIT-AT-EOF TO TRUE
014030             GO TO 5910-EXIT
014040     END-READ.
014050     IF REMIT-IN-REC(1:4) = '*LAY'
014060        OR NOT REMITIN-LAYOUT-CHECKED
014070         MOVE WK-LAYOUT-REMITIN TO WK-LAYOUT-CHECK
014080         MOVE REMIT-IN-REC TO LAYOUT-HDR-REC
014090         PERFORM 8800-CHECK-LAYOUT THRU 8800-EXIT
014100         SET REMITIN-LAYOUT-CHECKED TO TRUE
014110         IF LH-IS-HEADER
014120             GO TO 5910-JOURNAL-ONE-REMIT
014130         END-IF
014140     END-IF.
014150     MOVE RI-PROVIDER-NO TO WK-RC-KEYWORD.
014160     PERFORM 2200-FIND-PROVIDER-ROW THRU 2200-EXIT.
014170     IF PV-TABLE-OVERFLOWED OR PV-SIDX > WK-PV-COUNT
014180         GO TO 5910-EXIT
014190     END-IF.
014200     IF PV-METHOD(PV-SIDX) NOT = 'EFT ' AND NOT = 'CHK '
014210         GO TO 5910-EXIT
014220     END-IF.
014230     MOVE SPACES               TO CLAIM-EVENT-REC.
014240     MOVE RI-CLAIM-SEQ         TO EV-CLAIM-SEQ.
014250     MOVE WK-RUN-ID            TO EV-RUN-ID.
014260     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
014270     ACCEPT EV-EVENT-TIME FROM TIME.
014280     MOVE 'DS'                 TO EV-EVENT-TYPE.
014290     MOVE 'PPDSB215'           TO EV-PROGRAM.
014300     MOVE RI-PROVIDER-NO       TO EV-PROVIDER-NO.
014310     MOVE RI-DISCHARGE-DATE    TO EV-DISCHARGE-DATE.
014320     MOVE RI-DRG               TO EV-DRG.
014330     MOVE ZEROES               TO EV-RTC.
014340     MOVE RI-SUBMITTED-CHARGES TO EV-CHARGES.
014350     IF RI-DEBIT-CREDIT-IND = 'C'
014360         COMPUTE EV-PAYMENT = 0 - RI-PAID-AMOUNT
014370     ELSE
014380         MOVE RI-PAID-AMOUNT   TO EV-PAYMENT
014390     END-IF.
014400     MOVE RI-INTEREST-AMT      TO EV-OTHER-AMT.
014410     STRING PV-METHOD(PV-SIDX) DELIMITED BY SIZE
014420            PV-PAYMENT-ID(PV-SIDX) DELIMITED BY SIZE
014430         INTO EV-DETAIL.
014440     WRITE CLAIM-EVENT-REC.
014450 5910-EXIT.
014460     EXIT.
014470*===========================================================*
014480* 6000-FIND-PAYEE - THE BANKING ROW IN FORCE ON THE PAY     *
014490* DATE FOR THE PROVIDER IN WK-RC-KEYWORD: THE LATEST        *
014500* EFFECTIVE DATE NOT AFTER THE PAY DATE.                    *
014510*===========================================================*
014520 6000-FIND-PAYEE.
014530     MOVE 'N' TO WK-PAYEE-SW.
014540     MOVE ZEROES TO WK-BK-BEST WK-BK-BEST-DATE.
014550     IF WK-BK-COUNT = 0
014560         GO TO 6000-EXIT
014570     END-IF.
014580     PERFORM 6010-CHECK-ONE-BANK-ROW THRU 6010-EXIT
014590         VARYING BK-SIDX FROM 1 BY 1
014600         UNTIL BK-SIDX > WK-BK-COUNT.
014610     IF WK-BK-BEST > 0
014620         SET PAYEE-FOUND TO TRUE
014630     END-IF.
014640 6000-EXIT.
014650     EXIT.
014660 6010-CHECK-ONE-BANK-ROW.
014670     IF BK-TAB-PROVIDER-NO(BK-SIDX) = WK-RC-KEYWORD(1:6)
014680        AND BK-TAB-EFF-DATE(BK-SIDX) NOT > WK-PAY-DATE
014690        AND BK-TAB-EFF-DATE(BK-SIDX) NOT < WK-BK-BEST-DATE
014700         SET WK-BK-BEST TO BK-SIDX
014710         MOVE BK-TAB-EFF-DATE(BK-SIDX) TO WK-BK-BEST-DATE
014720     END-IF.
014730 6010-EXIT.
014740     EXIT.
014750*-----------------------------------------------------------*
014760* 6100-CHOOSE-ROUTE - EFT FOR AN ACTIVE ENROLLMENT WITH A   *
014770* VALID ROUTING NUMBER AND AN ACCOUNT, WITHIN THE ACH       *
014780* AMOUNT FIELD; A CHECK WHEN THERE IS A MAILING ADDRESS;    *
014790* OTHERWISE HOLD.                                           *
014800*-----------------------------------------------------------*
014810 6100-CHOOSE-ROUTE.
014820     SET ROUTE-HOLD TO TRUE.
014830     MOVE 'HELD - NO USABLE PAYEE ADDRESS' TO WK-HOLD-REASON.
014840     IF BK-TAB-EFT-STATUS(WK-BK-BEST) = 'A'
014850        AND BK-TAB-ACCOUNT-NO(WK-BK-BEST) NOT = SPACES
014860        AND WK-ROUTE-AMOUNT NOT > WK-ACH-EFT-LIMIT
014870         MOVE BK-TAB-ROUTING-NO(WK-BK-BEST) TO WK-ABA-ROUTING
014880         PERFORM 6200-CHECK-ABA THRU 6200-EXIT
014890         IF ABA-IS-VALID
014900             SET ROUTE-EFT TO TRUE
014910             GO TO 6100-EXIT
014920         END-IF
014930     END-IF.
014940     IF BK-TAB-ADDR-LINE(WK-BK-BEST) NOT = SPACES
014950        AND BK-TAB-CITY(WK-BK-BEST) NOT = SPACES
014960         SET ROUTE-CHECK TO TRUE
014970     END-IF.
014980 6100-EXIT.
014990     EXIT.
015000 6200-CHECK-ABA.
015010     MOVE 'N' TO WK-ABA-VALID-SW.
015020     IF WK-ABA-ROUTING IS NOT NUMERIC
015030         GO TO 6200-EXIT
015040     END-IF.
015050     COMPUTE WK-ABA-SUM =
015060         3 * (WK-ABA-D(1) + WK-ABA-D(4) + WK-ABA-D(7))
015070       + 7 * (WK-ABA-D(2) + WK-ABA-D(5) + WK-ABA-D(8))
015080       +     (WK-ABA-D(3) + WK-ABA-D(6) + WK-ABA-D(9)).
015090     DIVIDE WK-ABA-SUM BY 10 GIVING WK-ABA-QUOT
015100         REMAINDER WK-ABA-REM.
015110     IF WK-ABA-REM = 0 AND WK-ABA-SUM > 0
015120         SET ABA-IS-VALID TO TRUE
015130     END-IF.
015140 6200-EXIT.
015150     EXIT.
015160*===========================================================*
015170* 8800-CHECK-LAYOUT - JUDGE THE FIRST RECORD OF AN EXTRACT   *
015180* (AND ANY LAYOUT HEADER FOUND IN IT) AGAINST THE LAYOUT,    *
015190* VERSION AND RECORD LENGTH THIS PROGRAM IS BUILT FOR.  A    *
015200* FILE WITH NO HEADER IS VERSION 001.  ANY DIFFERENCE IS     *
015210* REFUSED BEFORE A RECORD OF THE FILE IS USED.               *
015220*===========================================================*
015230 8800-CHECK-LAYOUT.
015240     IF NOT LH-IS-HEADER
015250         IF WK-LC-VERSION = 1
015260             DISPLAY 'PPDSB215 - ' WK-LC-DD ' HAS NO LAYOUT '
015270                     'HEADER - READ AS ' WK-LC-LAYOUT-ID
015280                     ' VERSION 001'
015290             GO TO 8800-EXIT
015300         END-IF
015310         DISPLAY 'PPDSB215 - ' WK-LC-DD ' HAS NO LAYOUT '
015320                 'HEADER - ' WK-LC-LAYOUT-ID ' VERSION '
015330                 WK-LC-VERSION ' REQUIRED - FILE REFUSED'
015340         MOVE 12 TO RETURN-CODE
015350         STOP RUN
015360     END-IF.
015370     IF LH-LAYOUT-ID = WK-LC-LAYOUT-ID
015380        AND LH-LAYOUT-VERSION = WK-LC-VERSION
015390        AND LH-RECORD-LENGTH = WK-LC-RECORD-LEN
015400         DISPLAY 'PPDSB215 - ' WK-LC-DD ' LAYOUT ' LH-LAYOUT-ID
015410                 ' VERSION ' LH-LAYOUT-VERSION ' RUN ' LH-RUN-ID
015420                 ' WRITTEN BY ' LH-PRODUCER
015430         GO TO 8800-EXIT
015440     END-IF.
015450     DISPLAY 'PPDSB215 - ' WK-LC-DD ' IS LAYOUT ' LH-LAYOUT-ID
015460             ' VERSION ' LH-LAYOUT-VERSION ' LENGTH '
015470             LH-RECORD-LENGTH.
015480     DISPLAY 'PPDSB215 - THIS PROGRAM READS ' WK-LC-LAYOUT-ID
015490             ' VERSION ' WK-LC-VERSION ' LENGTH ' WK-LC-RECORD-LEN
015500             ' - FILE REFUSED'.
015510     MOVE 12 TO RETURN-CODE.
015520     STOP RUN.
015530 8800-EXIT.
015540     EXIT.
015550*===========================================================*
015560* 9000-TERMINATE - WRITE THE CONTROL SECTION THAT TIES THE  *
015570* REGISTER TO THE CERTIFICATE, AND CLOSE.  THE WALK WAS     *
015580* PROVED BEFORE ISSUE (4100); HERE IT IS ONLY REPORTED.     *
015590*===========================================================*
015600 9000-TERMINATE.
015610     MOVE WK-RPT-RULE-LINE TO DSB-RPT-LINE.
015620     WRITE DSB-RPT-LINE.
015630     MOVE 'CERTIFIED REMIT DEBITS (PAID+SEQ+OFFSET)'
015640         TO WK-DT-LABEL.
015650     MOVE WK-CERT-DEBIT TO WK-DT-AMOUNT1.
015660     MOVE WK-CALC-DEBIT TO WK-DT-AMOUNT2.
015670     PERFORM 9100-WRITE-TIE-LINE THRU 9100-EXIT.
015680     MOVE 'CERTIFIED REMIT CREDITS (REVERSALS)' TO WK-DT-LABEL.
015690     MOVE WK-CERT-CREDIT TO WK-DT-AMOUNT1.
015700     MOVE WK-TOT-CREDIT  TO WK-DT-AMOUNT2.
015710     PERFORM 9100-WRITE-TIE-LINE THRU 9100-EXIT.
015720     MOVE 'CERTIFIED RELEASED WITHHOLDS' TO WK-DT-LABEL.
015730     MOVE WK-CERT-WR     TO WK-DT-AMOUNT1.
015740     MOVE WK-TOT-WR-PAID TO WK-DT-AMOUNT2.
015750     PERFORM 9100-WRITE-TIE-LINE THRU 9100-EXIT.
015760     MOVE WK-RPT-RULE-LINE TO DSB-RPT-LINE.
015770     WRITE DSB-RPT-LINE.
015780     MOVE 'CERTIFIED REMIT DEBITS' TO WK-DW-LABEL.
015790     MOVE WK-CERT-DEBIT TO WK-DW-AMOUNT.
015800     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
015810     MOVE '  LESS WITHHELD AND PIP NOTIONAL' TO WK-DW-LABEL.
015820     COMPUTE WK-CALC-NET = 0 - WK-TOT-NOT-DISB.
015830     MOVE WK-CALC-NET   TO WK-DW-AMOUNT.
015840     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
015850     MOVE '  LESS SEQUESTRATION' TO WK-DW-LABEL.
015860     COMPUTE WK-CALC-NET = 0 - WK-TOT-SEQ.
015870     MOVE WK-CALC-NET   TO WK-DW-AMOUNT.
015880     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
015890     MOVE '  LESS RECOUPMENT OFFSETS' TO WK-DW-LABEL.
015900     COMPUTE WK-CALC-NET = 0 - WK-TOT-OFFSET.
015910     MOVE WK-CALC-NET   TO WK-DW-AMOUNT.
015920     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
015930     MOVE '  PLUS RELEASED WITHHOLDS' TO WK-DW-LABEL.
015940     MOVE WK-TOT-WR-PAID TO WK-DW-AMOUNT.
015950     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
015960     MOVE '  LESS REVERSALS' TO WK-DW-LABEL.
015970     COMPUTE WK-CALC-NET = 0 - WK-TOT-CREDIT.
015980     MOVE WK-CALC-NET   TO WK-DW-AMOUNT.
015990     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
016000     MOVE '  PLUS SHORTFALL LEFT ON RECOUPMENT LEDGER'
016010         TO WK-DW-LABEL.
016020     MOVE WK-TOT-SHORTFALL TO WK-DW-AMOUNT.
016030     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
016040     MOVE '  PLUS CLEAN-CLAIM INTEREST' TO WK-DW-LABEL.
016050     MOVE WK-TOT-INTEREST TO WK-DW-AMOUNT.
016060     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
016070     MOVE '  PLUS CARRIED PAYABLES RELEASED' TO WK-DW-LABEL.
016080     MOVE WK-TOT-PAYBL-REL TO WK-DW-AMOUNT.
016090     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
016100     MOVE '  LESS PAYMENTS HELD (NO USABLE PAYEE)'
016110         TO WK-DW-LABEL.
016120     COMPUTE WK-CALC-NET = 0 - WK-TOT-HELD.
016130     MOVE WK-CALC-NET   TO WK-DW-AMOUNT.
016140     PERFORM 9110-WRITE-WALK-LINE THRU 9110-EXIT.
016150     COMPUTE WK-CALC-NET =
016160         WK-CERT-DEBIT - WK-TOT-NOT-DISB - WK-TOT-SEQ
016170         - WK-TOT-OFFSET + WK-TOT-WR-PAID - WK-TOT-CREDIT
016180         + WK-TOT-SHORTFALL + WK-TOT-INTEREST
016190         + WK-TOT-PAYBL-REL - WK-TOT-HELD.
016200     MOVE 'NET TO DISBURSE / EFT PLUS CHECKS' TO WK-DT-LABEL.
016210     MOVE WK-CALC-NET   TO WK-DT-AMOUNT1.
016220     COMPUTE WK-TIE-DIFF = WK-TOT-EFT + WK-TOT-CHECK.
016230     MOVE WK-TIE-DIFF   TO WK-DT-AMOUNT2.
016240     MOVE WK-DR-TIE-LINE TO DSB-RPT-LINE.
016250     WRITE DSB-RPT-LINE.
016260     MOVE WK-RPT-RULE-LINE TO DSB-RPT-LINE.
016270     WRITE DSB-RPT-LINE.
016280     MOVE 'EFT PAYMENTS' TO WK-DC-LABEL.
016290     MOVE WK-EFT-COUNT   TO WK-DC-COUNT.
016300     MOVE WK-TOT-EFT     TO WK-DC-AMOUNT.
016310     MOVE WK-DR-COUNT-LINE TO DSB-RPT-LINE.
016320     WRITE DSB-RPT-LINE.
016330     MOVE 'CHECKS ISSUED' TO WK-DC-LABEL.
016340     MOVE WK-CHECK-COUNT  TO WK-DC-COUNT.
016350     MOVE WK-TOT-CHECK    TO WK-DC-AMOUNT.
016360     MOVE WK-DR-COUNT-LINE TO DSB-RPT-LINE.
016370     WRITE DSB-RPT-LINE.
016380     MOVE 'PAYMENTS HELD TO PROVIDER PAYABLE' TO WK-DC-LABEL.
016390     MOVE WK-HOLD-COUNT   TO WK-DC-COUNT.
016400     MOVE WK-TOT-HELD     TO WK-DC-AMOUNT.
016410     MOVE WK-DR-COUNT-LINE TO DSB-RPT-LINE.
016420     WRITE DSB-RPT-LINE.
016430     MOVE 'CARRIED PAYABLES STILL OPEN' TO WK-DC-LABEL.
016440     MOVE WK-PAYBL-CARRIED TO WK-DC-COUNT.
016450     MOVE WK-TOT-PAYBL-CARRIED TO WK-DC-AMOUNT.
016460     MOVE WK-DR-COUNT-LINE TO DSB-RPT-LINE.
016470     WRITE DSB-RPT-LINE.
016480     MOVE 'PROVIDERS WITH NO NET PAYMENT' TO WK-DC-LABEL.
016490     MOVE WK-ZERO-COUNT   TO WK-DC-COUNT.
016500     MOVE ZEROES          TO WK-DC-AMOUNT.
016510     MOVE WK-DR-COUNT-LINE TO DSB-RPT-LINE.
016520     WRITE DSB-RPT-LINE.
016530     IF REGISTER-TIES
016540         MOVE 'PAYMENT REGISTER - TIES TO CERTIFICATE'
016550             TO DSB-RPT-LINE
016560     ELSE
016570         MOVE 'PAYMENT REGISTER - DOES NOT TIE - NOTHING PAID'
016580             TO DSB-RPT-LINE
016590     END-IF.
016600     WRITE DSB-RPT-LINE.
016610     CLOSE DSB-RPT-OUT.
016620     DISPLAY 'PPDSB215 - REMIT ROWS READ   : ' WK-REMIT-ROWS.
016630     DISPLAY 'PPDSB215 - EFT PAYMENTS      : ' WK-EFT-COUNT.
016640     DISPLAY 'PPDSB215 - CHECKS ISSUED     : ' WK-CHECK-COUNT.
016650     DISPLAY 'PPDSB215 - PAYMENTS HELD     : ' WK-HOLD-COUNT.
016660     IF REGISTER-NO-TIE
016670         DISPLAY 'PPDSB215 - REGISTER DOES NOT TIE TO THE '
016680                 'CERTIFICATE - NOTHING DISBURSED'
016690         MOVE 16 TO RETURN-CODE
016700     END-IF.
016710 9000-EXIT.
016720     EXIT.
016730 9100-WRITE-TIE-LINE.
016740     MOVE WK-DR-TIE-LINE TO DSB-RPT-LINE.
016750     WRITE DSB-RPT-LINE.
016760     MOVE ZEROES TO WK-DT-AMOUNT2.
016770 9100-EXIT.
016780     EXIT.
016790 9110-WRITE-WALK-LINE.
016800     MOVE WK-DR-WALK-LINE TO DSB-RPT-LINE.
016810     WRITE DSB-RPT-LINE.
016820 9110-EXIT.
016830     EXIT.
