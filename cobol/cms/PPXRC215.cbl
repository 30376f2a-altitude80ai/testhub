000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.           PPXRC215.
000030*AUTHOR.   DDS TEAM.
000040*UPDATE.   FY 2021 PRODUCTION.
000050*
000060*REMARKS.  - MEDICAID CROSSOVER RESPONSE INTAKE AND
000070*            RECONCILIATION.
000080*          - PPSET215 SENDS EACH PAID DUAL-ELIGIBLE CLAIM'S
000090*            BENEFICIARY LIABILITY TO THE STATE MEDICAID AGENCY
000100*            ON THE CROSSOVER EXTRACT (XOVROUT).  THIS PROGRAM
000110*            KEEPS ONE TRACKING RECORD PER CROSSOVER SENT
000120*            (COPYBOOK XOVRTRK), CARRIED FORWARD FROM THE PRIOR
000130*            RUN (XOVTRKIN) TO THE NEXT (XOVTRKOT):
000140*              THE CROSSOVER EXTRACTS WRITTEN SINCE THE LAST RUN
000150*              (XOVRIN) ADD NEW CROSSOVERS, SENT ON THE
000160*              SENT-DATE; A BILL SENT AGAIN TAKES ITS NEW
000170*              LIABILITY AND AWAITS A NEW REPLY.
000180*              THE STATES' REPLIES (XOVRSPIN, COPYBOOK XOVRRESP)
000190*              ARE MATCHED BY PROVIDER, DISCHARGE DATE AND MBI
000200*              AND POSTED IN RESPONSE-DATE ORDER - ACCEPTED,
000210*              REJECTED WITH A REASON, OR PAID WITH AN AMOUNT.
000220*          - A REJECTED CROSSOVER IS FLAGGED FOR RESUBMISSION
000230*            WITH ITS REASON AND WRITTEN TO THE RESUBMISSION
000240*            EXTRACT (XOVRSUB).  EACH PAID REPLY IS WRITTEN TO
000250*            THE STATE PAYMENT EXTRACT (XRCSTPD, COPYBOOK
000260*            STPAID) THAT PPBDR215 NETS FROM THE BAD DEBT.
000270*          - THE REPORT (XRCRPT) LISTS THE REJECTIONS, THE
000280*            REPLIES WITH NO CROSSOVER ON FILE AND THE
000290*            CROSSOVERS STILL UNANSWERED PAST THE AGING LIMIT,
000300*            THEN AGES EACH STATE FOR THE COORDINATION-OF-
000310*            BENEFITS CONTACT: CROSSOVERS SENT THIS RUN AND ON
000320*            FILE, ACKNOWLEDGED (ANY REPLY), REJECTED, AND
000330*            OUTSTANDING BY DAYS SINCE SENT.
000340*          - PARAMETER CARDS - AS-OF-DATE=CCYYMMDD (DEFAULT
000350*            TODAY), SENT-DATE=CCYYMMDD FOR THE NEW CROSSOVERS
000360*            (DEFAULT THE AS-OF DATE) AND AGING-DAYS=NNN, THE
000370*            DAYS A STATE HAS TO REPLY (DEFAULT 30).
000380 DATE-COMPILED.
000390****************************************************************
000400*   THE RESPONSIBILITY FOR INSTALLING, MODIFYING, TESTING,     *
000410*   MAINTAINING, AND VERIFYING THE ACCURACY OF THIS PROGRAM    *
000420*   IS THAT OF THE USER.                                       *
000430****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.            IBM-370.
000470 OBJECT-COMPUTER.            IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT XRC-PARM-FILE   ASSIGN TO XRCPARM
000510                            ORGANIZATION IS LINE SEQUENTIAL
000520                            FILE STATUS IS WK-PARM-STATUS.
000530     SELECT XOVR-FILE-IN    ASSIGN TO XOVRIN
000540                            ORGANIZATION IS SEQUENTIAL
000550                            FILE STATUS IS WK-XOVR-STATUS.
000560     SELECT TRACK-FILE-IN   ASSIGN TO XOVTRKIN
000570                            ORGANIZATION IS SEQUENTIAL
000580                            FILE STATUS IS WK-TRKIN-STATUS.
000590     SELECT RESP-FILE-IN    ASSIGN TO XOVRSPIN
000600                            ORGANIZATION IS SEQUENTIAL
000610                            FILE STATUS IS WK-RESP-STATUS.
000620     SELECT SEND-WORK-FILE  ASSIGN TO XRCWORK
000630                            ORGANIZATION IS SEQUENTIAL.
000640     SELECT SEND-SORT-FILE  ASSIGN TO SORTWK01.
000650     SELECT SEND-SORTED-FILE ASSIGN TO XRCSORT
000660                            ORGANIZATION IS SEQUENTIAL.
000670     SELECT RESP-SORT-FILE  ASSIGN TO SORTWK01.
000680     SELECT RESP-SORTED-FILE ASSIGN TO XRCRSPS
000690                            ORGANIZATION IS SEQUENTIAL.
000700     SELECT TRACK-FILE-OUT  ASSIGN TO XOVTRKOT
000710                            ORGANIZATION IS SEQUENTIAL.
000720     SELECT RESUB-FILE-OUT  ASSIGN TO XOVRSUB
000730                            ORGANIZATION IS SEQUENTIAL.
000740     SELECT STPD-FILE-OUT   ASSIGN TO XRCSTPD
000750                            ORGANIZATION IS SEQUENTIAL.
000760     SELECT XRC-RPT-OUT     ASSIGN TO XRCRPT
000770                            ORGANIZATION IS LINE SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  XRC-PARM-FILE
000810     RECORDING MODE IS F.
000820 01  XRC-PARM-REC                PIC X(80).
000830*----------------------------------------------------------*
000840* MEDICAID CROSSOVER EXTRACT, AS PPSET215 WRITES IT - ONE   *
000850* DETAIL PER CROSSOVER AND ONE CONTROL TRAILER PER STATE.   *
000860*----------------------------------------------------------*
000870 FD  XOVR-FILE-IN
000880     RECORDING MODE IS F.
000890 01  XOVR-IN-REC.
000900     05  XO-RECORD-TYPE          PIC X(01).
000910         88  XO-DETAIL           VALUE 'D'.
000920     05  XO-STATE                PIC X(02).
000930     05  XO-PROVIDER-NO          PIC X(06).
000940     05  XO-MBI                  PIC X(11).
000950     05  XO-DISCHARGE-DATE       PIC 9(08).
000960     05  XO-DEDUCTIBLE-AMT       PIC 9(05)V9(02).
000970     05  XO-COINSURANCE-AMT      PIC 9(09)V9(02).
000980     05  XO-LTR-AMT              PIC 9(09)V9(02).
000990     05  XO-TOTAL-LIABILITY      PIC 9(09)V9(02).
001000*----------------------------------------------------------*
001010* CROSSOVER TRACKING FILE FROM THE PRIOR RUN, IN KEY ORDER  *
001020* (COPYBOOK XOVRTRK).                                       *
001030*----------------------------------------------------------*
001040 FD  TRACK-FILE-IN
001050     RECORDING MODE IS F.
001060 01  TRACK-IN-REC                PIC X(180).
001070*----------------------------------------------------------*
001080* STATE CROSSOVER REPLIES, IN ANY ORDER (COPYBOOK XOVRRESP).*
001090*----------------------------------------------------------*
001100 FD  RESP-FILE-IN
001110     RECORDING MODE IS F.
001120 01  RESP-IN-REC                 PIC X(120).
001130*----------------------------------------------------------*
001140* ONE ROW PER CROSSOVER DETAIL (LAYOUT WK-SEND-ROW), BEFORE *
001150* AND AFTER THE SORT INTO KEY ORDER.  THE INPUT SEQUENCE    *
001160* KEEPS A BILL'S CROSSOVERS IN THE ORDER THEY WERE SENT.    *
001170*----------------------------------------------------------*
001180 FD  SEND-WORK-FILE
001190     RECORDING MODE IS F.
001200 01  SEND-WORK-REC               PIC X(80).
001210 SD  SEND-SORT-FILE.
001220 01  SEND-SORT-REC.
001230     05  SS-KEY                  PIC X(25).
001240     05  SS-INPUT-SEQ            PIC 9(09).
001250     05  FILLER                  PIC X(46).
001260 FD  SEND-SORTED-FILE
001270     RECORDING MODE IS F.
001280 01  SEND-SORTED-REC             PIC X(80).
001290 SD  RESP-SORT-FILE.
001300 01  RESP-SORT-REC.
001310     05  RQ-KEY                  PIC X(25).
001320     05  RQ-RESPONSE-DATE        PIC 9(08).
001330     05  FILLER                  PIC X(87).
001340 FD  RESP-SORTED-FILE
001350     RECORDING MODE IS F.
001360 COPY XOVRRESP.
001370 FD  TRACK-FILE-OUT
001380     RECORDING MODE IS F.
001390 01  TRACK-OUT-REC               PIC X(180).
001400*----------------------------------------------------------*
001410* RESUBMISSION EXTRACT - THE CROSSOVER DETAIL AS FIRST SENT,*
001420* WITH THE STATE'S REJECTION REASON.                        *
001430*----------------------------------------------------------*
001440 FD  RESUB-FILE-OUT
001450     RECORDING MODE IS F.
001460 01  RESUB-OUT-REC.
001470     05  RS-RECORD-TYPE          PIC X(01).
001480     05  RS-STATE                PIC X(02).
001490     05  RS-PROVIDER-NO          PIC X(06).
001500     05  RS-MBI                  PIC X(11).
001510     05  RS-DISCHARGE-DATE       PIC 9(08).
001520     05  RS-DEDUCTIBLE-AMT       PIC 9(05)V9(02).
001530     05  RS-COINSURANCE-AMT      PIC 9(09)V9(02).
001540     05  RS-LTR-AMT              PIC 9(09)V9(02).
001550     05  RS-TOTAL-LIABILITY      PIC 9(09)V9(02).
001560     05  RS-REJECT-DATE          PIC 9(08).
001570     05  RS-REJECT-REASON        PIC X(04).
001580     05  RS-REJECT-TEXT          PIC X(30).
001590     05  RS-SEND-COUNT           PIC 9(03).
001600     05  FILLER                  PIC X(07).
001610 FD  STPD-FILE-OUT
001620     RECORDING MODE IS F.
001630 COPY STPAID.
001640 FD  XRC-RPT-OUT
001650     RECORDING MODE IS F.
001660 01  XRC-RPT-LINE                PIC X(132).
001670 WORKING-STORAGE SECTION.
001680 01  W-STORAGE-REF                  PIC X(48)  VALUE
001690     'P P X R C 2 1 5 - W O R K I N G   S T O R A G E'.
001700 01  XRC-VERSION                    PIC X(05) VALUE 'R21.5'.
001710 01  WK-PARM-STATUS             PIC X(02) VALUE SPACES.
001720 01  WK-XOVR-STATUS             PIC X(02) VALUE SPACES.
001730 01  WK-TRKIN-STATUS            PIC X(02) VALUE SPACES.
001740 01  WK-RESP-STATUS             PIC X(02) VALUE SPACES.
001750 01  WK-SWITCHES.
001760     05  WK-PARM-EOF            PIC X(01) VALUE 'N'.
001770         88  PARM-AT-EOF        VALUE 'Y'.
001780     05  WK-XOVR-EOF            PIC X(01) VALUE 'N'.
001790         88  XOVR-AT-EOF        VALUE 'Y'.
001800     05  WK-XOVR-SW             PIC X(01) VALUE 'N'.
001810         88  XOVR-ACTIVE        VALUE 'Y'.
001820     05  WK-TRKIN-SW            PIC X(01) VALUE 'N'.
001830         88  TRKIN-ACTIVE       VALUE 'Y'.
001840     05  WK-RESP-SW             PIC X(01) VALUE 'N'.
001850         88  RESP-ACTIVE        VALUE 'Y'.
001860     05  WK-HELD-SW             PIC X(01) VALUE 'N'.
001870         88  TRACK-IS-HELD      VALUE 'Y'.
001880 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
001890 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
001900 01  WK-ASOF-DATE               PIC 9(08) VALUE ZEROES.
001910 01  WK-SENT-DATE               PIC 9(08) VALUE ZEROES.
001920 01  WK-AGING-DAYS              PIC 9(03) VALUE 30.
001930 01  WK-ASOF-SERIAL             PIC 9(07) VALUE ZEROES.
001940 01  WK-AGE-DAYS                PIC 9(05) VALUE ZEROES.
001950 01  WK-AGE-BUCKET              PIC 9(01) VALUE ZEROES.
001960*----------------------------------------------------------*
001970* MATCH KEYS - PROVIDER, DISCHARGE DATE AND MBI - OF THE    *
001980* NEXT OLD TRACKING RECORD, CROSSOVER AND REPLY, HIGH-VALUES *
001990* AT END OF FILE, AND THE LOWEST OF THE THREE.              *
002000*----------------------------------------------------------*
002010 01  WK-OLD-KEY                 PIC X(25) VALUE SPACES.
002020 01  WK-SEND-KEY                PIC X(25) VALUE SPACES.
002030 01  WK-RESP-KEY                PIC X(25) VALUE SPACES.
002040 01  WK-LOW-KEY                 PIC X(25) VALUE SPACES.
002050 01  WK-OLD-TRACK               PIC X(180) VALUE SPACES.
002060 COPY XOVRTRK.
002070 01  WK-SEND-ROW.
002080     05  SD-KEY.
002090         10  SD-PROVIDER-NO     PIC X(06).
002100         10  SD-DISCHARGE-DATE  PIC 9(08).
002110         10  SD-MBI             PIC X(11).
002120     05  SD-INPUT-SEQ           PIC 9(09).
002130     05  SD-STATE               PIC X(02).
002140     05  SD-DEDUCTIBLE-AMT      PIC 9(05)V9(02).
002150     05  SD-COINSURANCE-AMT     PIC 9(09)V9(02).
002160     05  SD-LTR-AMT             PIC 9(09)V9(02).
002170     05  SD-TOTAL-LIABILITY     PIC 9(09)V9(02).
002180     05  FILLER                 PIC X(04).
002190*----------------------------------------------------------*
002200* DAY SERIAL OF A CCYYMMDD DATE, FOR THE AGING.             *
002210*----------------------------------------------------------*
002220 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
002230 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
002240     05  WK-DTS-YYYY            PIC 9(04).
002250     05  WK-DTS-MM              PIC 9(02).
002260     05  WK-DTS-DD              PIC 9(02).
002270 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
002280 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
002290 01  WK-DTS-Q4                  PIC 9(04) VALUE ZEROES.
002300 01  WK-DTS-Q100                PIC 9(04) VALUE ZEROES.
002310 01  WK-DTS-Q400                PIC 9(04) VALUE ZEROES.
002320 01  WK-DTS-MONTH-DAYS.
002330     05  FILLER PIC X(36) VALUE
002340         '000031059090120151181212243273304334'.
002350 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
002360     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
002370*----------------------------------------------------------*
002380* PER-STATE COUNTS, KEPT IN STATE ORDER.  ENTRIES BEYOND    *
002390* THE LAST STATE HOLD HIGH-VALUES; ENTRY 101 IS THE RUN     *
002400* TOTAL, AND TAKES A STATE THE TABLE HAS NO ROOM FOR.       *
002410*----------------------------------------------------------*
002420 01  XRC-STATE-TABLE.
002430     05  XS-ENTRY OCCURS 101 TIMES.
002440         10  XS-STATE           PIC X(02).
002450         10  XS-SENT-RUN        PIC 9(07).
002460         10  XS-ON-FILE         PIC 9(07).
002470         10  XS-ACKNOWLEDGED    PIC 9(07).
002480         10  XS-REJECTED        PIC 9(07).
002490         10  XS-OUTSTANDING     PIC 9(07).
002500         10  XS-AGE-COUNT       PIC 9(07) OCCURS 4 TIMES.
002510         10  XS-PAST-LIMIT      PIC 9(07).
002520         10  XS-PAID-AMT        PIC 9(11)V9(02).
002530 01  WK-XS-STATE                PIC X(02) VALUE SPACES.
002540 01  WK-XS-COUNT                PIC 9(03) COMP VALUE ZEROES.
002550 01  WK-XS-I                    PIC 9(03) COMP VALUE ZEROES.
002560 01  WK-XS-J                    PIC 9(03) COMP VALUE ZEROES.
002570 01  WK-XS-K                    PIC 9(01) COMP VALUE ZEROES.
002580*----------------------------------------------------------*
002590* RUN COUNTERS.                                             *
002600*----------------------------------------------------------*
002610 01  WK-COUNTERS.
002620     05  WK-TRACK-IN            PIC 9(09) VALUE ZEROES.
002630     05  WK-TRACK-OUT           PIC 9(09) VALUE ZEROES.
002640     05  WK-SENDS-READ          PIC 9(09) VALUE ZEROES.
002650     05  WK-SENDS-NEW           PIC 9(09) VALUE ZEROES.
002660     05  WK-SENDS-AGAIN         PIC 9(09) VALUE ZEROES.
002670     05  WK-RESP-READ           PIC 9(09) VALUE ZEROES.
002680     05  WK-RESP-ACCEPTED       PIC 9(09) VALUE ZEROES.
002690     05  WK-RESP-REJECTED       PIC 9(09) VALUE ZEROES.
002700     05  WK-RESP-PAID           PIC 9(09) VALUE ZEROES.
002710     05  WK-RESP-UNMATCHED      PIC 9(09) VALUE ZEROES.
002720     05  WK-RESP-INVALID        PIC 9(09) VALUE ZEROES.
002730     05  WK-OVERDUE             PIC 9(09) VALUE ZEROES.
002740     05  WK-XS-DROPPED          PIC 9(07) VALUE ZEROES.
002750*----------------------------------------------------------*
002760* REPORT LINES.                                             *
002770*----------------------------------------------------------*
002780 01  WK-XR-TITLE-LINE.
002790     05  FILLER              PIC X(48) VALUE
002800         'MEDICAID CROSSOVER RESPONSE RECONCILIATION - AS '.
002810     05  FILLER              PIC X(03) VALUE 'OF '.
002820     05  WK-XT-ASOF-DATE     PIC 9(08).
002830     05  FILLER              PIC X(16) VALUE
002840         '  AGING LIMIT - '.
002850     05  WK-XT-AGING-DAYS    PIC ZZ9.
002860     05  FILLER              PIC X(05) VALUE ' DAYS'.
002870 01  WK-XR-RULE-LINE         PIC X(132) VALUE ALL '='.
002880 01  WK-XR-EXC-SECTION.
002890     05  FILLER              PIC X(40) VALUE
002900         '--- CROSSOVER EXCEPTIONS'.
002910 01  WK-XR-EXC-HEAD.
002920     05  FILLER              PIC X(40) VALUE
002930         '    EXCEPTION     ST  PROVDR  MBI       '.
002940     05  FILLER              PIC X(40) VALUE
002950         '   DISCH DT  RESP/SNT   DAYS         AMO'.
002960     05  FILLER              PIC X(21) VALUE
002970         'UNT  RSN  REASON TEXT'.
002980 01  WK-XR-EXC-LINE.
002990     05  FILLER              PIC X(04) VALUE SPACES.
003000     05  WK-XE-TYPE          PIC X(12).
003010     05  FILLER              PIC X(02) VALUE SPACES.
003020     05  WK-XE-STATE         PIC X(02).
003030     05  FILLER              PIC X(02) VALUE SPACES.
003040     05  WK-XE-PROVIDER      PIC X(06).
003050     05  FILLER              PIC X(02) VALUE SPACES.
003060     05  WK-XE-MBI           PIC X(11).
003070     05  FILLER              PIC X(02) VALUE SPACES.
003080     05  WK-XE-DISCHARGE     PIC 9(08).
003090     05  FILLER              PIC X(02) VALUE SPACES.
003100     05  WK-XE-DATE          PIC 9(08).
003110     05  FILLER              PIC X(02) VALUE SPACES.
003120     05  WK-XE-DAYS          PIC ZZZZZ.
003130     05  FILLER              PIC X(02) VALUE SPACES.
003140     05  WK-XE-AMOUNT        PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
003150     05  FILLER              PIC X(02) VALUE SPACES.
003160     05  WK-XE-REASON        PIC X(04).
003170     05  FILLER              PIC X(01) VALUE SPACES.
003180     05  WK-XE-TEXT          PIC X(30).
003190 01  WK-XR-AGE-SECTION.
003200     05  FILLER              PIC X(40) VALUE
003210         '--- CROSSOVER AGING BY STATE'.
003220 01  WK-XR-AGE-HEAD.
003230     05  FILLER              PIC X(38) VALUE
003240         '  ST     SENT RUN    ON FILE ACKNOWLDG'.
003250     05  FILLER              PIC X(40) VALUE
003260         'D   REJECTED OUTSTANDNG  0-30 DAYS      '.
003270     05  FILLER              PIC X(40) VALUE
003280         '31-60      61-90    OVER 90 PAST LIMIT  '.
003290     05  FILLER              PIC X(14) VALUE
003300         '    STATE PAID'.
003310 01  WK-XR-AGE-LINE.
003320     05  FILLER              PIC X(02) VALUE SPACES.
003330     05  WK-XA-STATE         PIC X(03).
003340     05  FILLER              PIC X(01) VALUE SPACES.
003350     05  WK-XA-COUNTS OCCURS 10 TIMES.
003360         10  FILLER          PIC X(04).
003370         10  WK-XA-COUNT     PIC ZZZ,ZZ9.
003380     05  FILLER              PIC X(02) VALUE SPACES.
003390     05  WK-XA-PAID-AMT      PIC ZZZ,ZZZ,ZZ9.99.
003400 PROCEDURE DIVISION.
003410*===========================================================*
003420* 0000-MAINLINE                                              *
003430*===========================================================*
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003460     PERFORM 2000-SORT-SENDS      THRU 2000-EXIT.
003470     PERFORM 2500-SORT-RESPONSES  THRU 2500-EXIT.
003480     PERFORM 3000-RECONCILE       THRU 3000-EXIT.
003490     PERFORM 6000-WRITE-STATE-AGING THRU 6000-EXIT.
003500     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
003510     STOP RUN.
003520*===========================================================*
003530* 1000-INITIALIZE - THE DATES AND AGING LIMIT FROM THE       *
003540* PARAMETER CARDS, AND THE FILE OPENS.  EVERY INPUT IS       *
003550* OPTIONAL - THE FIRST RUN HAS NO TRACKING FILE, AND A RUN   *
003560* MAY HAVE NO NEW CROSSOVERS OR NO REPLIES.                  *
003570*===========================================================*
003580 1000-INITIALIZE.
003590     OPEN INPUT XRC-PARM-FILE.
003600     IF WK-PARM-STATUS = '00'
003610         PERFORM 1100-READ-ONE-PARM THRU 1100-EXIT
003620             UNTIL PARM-AT-EOF
003630         CLOSE XRC-PARM-FILE
003640     END-IF.
003650     IF WK-ASOF-DATE = 0
003660         ACCEPT WK-ASOF-DATE FROM DATE YYYYMMDD
003670     END-IF.
003680     IF WK-SENT-DATE = 0
003690         MOVE WK-ASOF-DATE TO WK-SENT-DATE
003700     END-IF.
003710     MOVE WK-ASOF-DATE TO WK-DTS-DATE.
003720     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
003730     MOVE WK-DTS-SERIAL TO WK-ASOF-SERIAL.
003740     PERFORM 1200-CLEAR-STATE THRU 1200-EXIT
003750         VARYING WK-XS-I FROM 1 BY 1 UNTIL WK-XS-I > 101.
003760     OPEN INPUT XOVR-FILE-IN.
003770     IF WK-XOVR-STATUS = '00'
003780         SET XOVR-ACTIVE TO TRUE
003790     ELSE
003800         DISPLAY 'PPXRC215 - NO CROSSOVER EXTRACT - NO NEW '
003810                 'CROSSOVERS THIS RUN'
003820     END-IF.
003830     OPEN INPUT TRACK-FILE-IN.
003840     IF WK-TRKIN-STATUS = '00'
003850         SET TRKIN-ACTIVE TO TRUE
003860     ELSE
003870         DISPLAY 'PPXRC215 - NO PRIOR TRACKING FILE - STARTING '
003880                 'A NEW ONE'
003890         MOVE 4 TO RETURN-CODE
003900     END-IF.
003910     OPEN INPUT RESP-FILE-IN.
003920     IF WK-RESP-STATUS = '00'
003930         SET RESP-ACTIVE TO TRUE
003940         CLOSE RESP-FILE-IN
003950     ELSE
003960         DISPLAY 'PPXRC215 - NO STATE REPLIES THIS RUN'
003970     END-IF.
003980     OPEN OUTPUT TRACK-FILE-OUT.
003990     OPEN OUTPUT RESUB-FILE-OUT.
004000     OPEN OUTPUT STPD-FILE-OUT.
004010     OPEN OUTPUT XRC-RPT-OUT.
004020     MOVE WK-ASOF-DATE  TO WK-XT-ASOF-DATE.
004030     MOVE WK-AGING-DAYS TO WK-XT-AGING-DAYS.
004040     MOVE WK-XR-TITLE-LINE TO XRC-RPT-LINE.
004050     WRITE XRC-RPT-LINE.
004060     MOVE WK-XR-RULE-LINE TO XRC-RPT-LINE.
004070     WRITE XRC-RPT-LINE.
004080     MOVE SPACES TO XRC-RPT-LINE.
004090     WRITE XRC-RPT-LINE.
004100     MOVE WK-XR-EXC-SECTION TO XRC-RPT-LINE.
004110     WRITE XRC-RPT-LINE.
004120     MOVE WK-XR-EXC-HEAD TO XRC-RPT-LINE.
004130     WRITE XRC-RPT-LINE.
004140 1000-EXIT.
004150     EXIT.
004160 1100-READ-ONE-PARM.
004170     READ XRC-PARM-FILE
004180         AT END
004190             SET PARM-AT-EOF TO TRUE
004200             GO TO 1100-EXIT
004210     END-READ.
004220     IF XRC-PARM-REC = SPACES OR XRC-PARM-REC(1:1) = '*'
004230         GO TO 1100-EXIT
004240     END-IF.
004250     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
004260     UNSTRING XRC-PARM-REC DELIMITED BY '='
004270         INTO WK-RC-KEYWORD WK-RC-VALUE.
004280     EVALUATE WK-RC-KEYWORD
004290         WHEN 'AS-OF-DATE'
004300             IF WK-RC-VALUE(1:8) IS NUMERIC
004310                 MOVE WK-RC-VALUE(1:8) TO WK-ASOF-DATE
004320             END-IF
004330         WHEN 'SENT-DATE'
004340             IF WK-RC-VALUE(1:8) IS NUMERIC
004350                 MOVE WK-RC-VALUE(1:8) TO WK-SENT-DATE
004360             END-IF
004370         WHEN 'AGING-DAYS'
004380             IF WK-RC-VALUE(1:3) IS NUMERIC
004390                 MOVE WK-RC-VALUE(1:3) TO WK-AGING-DAYS
004400             END-IF
004410         WHEN OTHER
004420             DISPLAY 'PPXRC215 - UNKNOWN PARAMETER IGNORED: '
004430                     WK-RC-KEYWORD
004440     END-EVALUATE.
004450 1100-EXIT.
004460     EXIT.
004470 1200-CLEAR-STATE.
004480     MOVE ZEROES      TO XS-ENTRY(WK-XS-I).
004490     MOVE HIGH-VALUES TO XS-STATE(WK-XS-I).
004500 1200-EXIT.
004510     EXIT.
004520*===========================================================*
004530* 2000-SORT-SENDS - NUMBER THE CROSSOVER DETAILS IN THE      *
004540* ORDER THEY WERE SENT AND SORT THEM INTO KEY ORDER.  THE    *
004550* STATE TRAILERS ARE PASSED OVER.                            *
004560*===========================================================*
004570 2000-SORT-SENDS.
004580     IF NOT XOVR-ACTIVE
004590         MOVE HIGH-VALUES TO WK-SEND-KEY
004600         GO TO 2000-EXIT
004610     END-IF.
004620     OPEN OUTPUT SEND-WORK-FILE.
004630     PERFORM 2100-COPY-ONE-SEND THRU 2100-EXIT
004640         UNTIL XOVR-AT-EOF.
004650     CLOSE XOVR-FILE-IN SEND-WORK-FILE.
004660     SORT SEND-SORT-FILE
004670         ON ASCENDING KEY SS-KEY SS-INPUT-SEQ
004680         USING SEND-WORK-FILE
004690         GIVING SEND-SORTED-FILE.
004700     OPEN INPUT SEND-SORTED-FILE.
004710     PERFORM 2200-READ-SEND THRU 2200-EXIT.
004720 2000-EXIT.
004730     EXIT.
004740 2100-COPY-ONE-SEND.
004750     READ XOVR-FILE-IN
004760         AT END
004770             SET XOVR-AT-EOF TO TRUE
004780             GO TO 2100-EXIT
004790     END-READ.
004800     IF NOT XO-DETAIL
004810         GO TO 2100-EXIT
004820     END-IF.
004830     ADD 1 TO WK-SENDS-READ.
004840     MOVE SPACES                  TO WK-SEND-ROW.
004850     MOVE XO-PROVIDER-NO          TO SD-PROVIDER-NO.
004860     MOVE XO-DISCHARGE-DATE       TO SD-DISCHARGE-DATE.
004870     MOVE XO-MBI                  TO SD-MBI.
004880     MOVE WK-SENDS-READ           TO SD-INPUT-SEQ.
004890     MOVE XO-STATE                TO SD-STATE.
004900     MOVE XO-DEDUCTIBLE-AMT       TO SD-DEDUCTIBLE-AMT.
004910     MOVE XO-COINSURANCE-AMT      TO SD-COINSURANCE-AMT.
004920     MOVE XO-LTR-AMT              TO SD-LTR-AMT.
004930     MOVE XO-TOTAL-LIABILITY      TO SD-TOTAL-LIABILITY.
004940     MOVE WK-SEND-ROW TO SEND-WORK-REC.
004950     WRITE SEND-WORK-REC.
004960 2100-EXIT.
004970     EXIT.
004980 2200-READ-SEND.
004990     READ SEND-SORTED-FILE INTO WK-SEND-ROW
005000         AT END
005010             MOVE HIGH-VALUES TO WK-SEND-KEY
005020             GO TO 2200-EXIT
005030     END-READ.
005040     MOVE SD-KEY TO WK-SEND-KEY.
005050 2200-EXIT.
005060     EXIT.
005070*===========================================================*
005080* 2500-SORT-RESPONSES - THE STATE REPLIES INTO KEY ORDER,    *
005090* EACH CROSSOVER'S REPLIES IN THE ORDER THE STATE MADE THEM. *
005100*===========================================================*
005110 2500-SORT-RESPONSES.
005120     IF NOT RESP-ACTIVE
005130         MOVE HIGH-VALUES TO WK-RESP-KEY
005140         GO TO 2500-EXIT
005150     END-IF.
005160     SORT RESP-SORT-FILE
005170         ON ASCENDING KEY RQ-KEY RQ-RESPONSE-DATE
005180         WITH DUPLICATES IN ORDER
005190         USING RESP-FILE-IN
005200         GIVING RESP-SORTED-FILE.
005210     OPEN INPUT RESP-SORTED-FILE.
005220     PERFORM 2600-READ-RESPONSE THRU 2600-EXIT.
005230 2500-EXIT.
005240     EXIT.
005250 2600-READ-RESPONSE.
005260     READ RESP-SORTED-FILE
005270         AT END
005280             MOVE HIGH-VALUES TO WK-RESP-KEY
005290             GO TO 2600-EXIT
005300     END-READ.
005310     ADD 1 TO WK-RESP-READ.
005320     MOVE XR-KEY TO WK-RESP-KEY.
005330 2600-EXIT.
005340     EXIT.
005350 2700-READ-OLD-TRACK.
005360     IF NOT TRKIN-ACTIVE
005370         MOVE HIGH-VALUES TO WK-OLD-KEY
005380         GO TO 2700-EXIT
005390     END-IF.
005400     READ TRACK-FILE-IN INTO WK-OLD-TRACK
005410         AT END
005420             MOVE HIGH-VALUES TO WK-OLD-KEY
005430             GO TO 2700-EXIT
005440     END-READ.
005450     ADD 1 TO WK-TRACK-IN.
005460     MOVE WK-OLD-TRACK(1:25) TO WK-OLD-KEY.
005470 2700-EXIT.
005480     EXIT.
005490*===========================================================*
005500* 3000-RECONCILE - MATCH THE PRIOR TRACKING FILE, THE NEW    *
005510* CROSSOVERS AND THE REPLIES BY KEY, ONE CROSSOVER AT A      *
005520* TIME, AND WRITE THE NEW TRACKING FILE.                     *
005530*===========================================================*
005540 3000-RECONCILE.
005550     PERFORM 2700-READ-OLD-TRACK THRU 2700-EXIT.
005560     PERFORM 3100-RECONCILE-ONE-KEY THRU 3100-EXIT
005570         UNTIL WK-OLD-KEY  = HIGH-VALUES
005580           AND WK-SEND-KEY = HIGH-VALUES
005590           AND WK-RESP-KEY = HIGH-VALUES.
005600     IF TRKIN-ACTIVE
005610         CLOSE TRACK-FILE-IN
005620     END-IF.
005630     IF XOVR-ACTIVE
005640         CLOSE SEND-SORTED-FILE
005650     END-IF.
005660     IF RESP-ACTIVE
005670         CLOSE RESP-SORTED-FILE
005680     END-IF.
005690 3000-EXIT.
005700     EXIT.
005710 3100-RECONCILE-ONE-KEY.
005720     MOVE WK-OLD-KEY TO WK-LOW-KEY.
005730     IF WK-SEND-KEY < WK-LOW-KEY
005740         MOVE WK-SEND-KEY TO WK-LOW-KEY
005750     END-IF.
005760     IF WK-RESP-KEY < WK-LOW-KEY
005770         MOVE WK-RESP-KEY TO WK-LOW-KEY
005780     END-IF.
005790     MOVE 'N' TO WK-HELD-SW.
005800     IF WK-OLD-KEY = WK-LOW-KEY
005810         MOVE WK-OLD-TRACK TO XOVR-TRACK-REC
005820         SET TRACK-IS-HELD TO TRUE
005830         PERFORM 2700-READ-OLD-TRACK THRU 2700-EXIT
005840     END-IF.
005850     PERFORM 3200-APPLY-ONE-SEND THRU 3200-EXIT
005860         UNTIL WK-SEND-KEY NOT = WK-LOW-KEY.
005870     PERFORM 3300-APPLY-ONE-RESPONSE THRU 3300-EXIT
005880         UNTIL WK-RESP-KEY NOT = WK-LOW-KEY.
005890     IF NOT TRACK-IS-HELD
005900         GO TO 3100-EXIT
005910     END-IF.
005920     PERFORM 3400-AGE-CROSSOVER THRU 3400-EXIT.
005930     MOVE XOVR-TRACK-REC TO TRACK-OUT-REC.
005940     WRITE TRACK-OUT-REC.
005950     ADD 1 TO WK-TRACK-OUT.
005960 3100-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------*
005990* 3200-APPLY-ONE-SEND - A NEW CROSSOVER, OR A BILL SENT      *
006000* AGAIN WITH ITS NEW LIABILITY.  EITHER WAY IT NOW AWAITS A  *
006010* REPLY.                                                     *
006020*-----------------------------------------------------------*
006030 3200-APPLY-ONE-SEND.
006040     IF TRACK-IS-HELD
006050         ADD 1 TO WK-SENDS-AGAIN
006060     ELSE
006070         ADD 1 TO WK-SENDS-NEW
006080         MOVE SPACES         TO XOVR-TRACK-REC
006090         MOVE SD-KEY         TO XK-KEY
006100         MOVE WK-SENT-DATE   TO XK-FIRST-SENT-DATE
006110         MOVE ZEROES         TO XK-SEND-COUNT XK-RESPONSE-DATE
006120                                XK-PAID-AMT
006130         SET TRACK-IS-HELD TO TRUE
006140     END-IF.
006150     MOVE SD-STATE           TO XK-STATE.
006160     MOVE SD-DEDUCTIBLE-AMT  TO XK-DEDUCTIBLE-AMT.
006170     MOVE SD-COINSURANCE-AMT TO XK-COINSURANCE-AMT.
006180     MOVE SD-LTR-AMT         TO XK-LTR-AMT.
006190     MOVE SD-TOTAL-LIABILITY TO XK-TOTAL-LIABILITY.
006200     MOVE WK-SENT-DATE       TO XK-SENT-DATE.
006210     ADD 1                   TO XK-SEND-COUNT.
006220     MOVE 'S'                TO XK-STATUS.
006230     MOVE SPACES             TO XK-REJECT-REASON XK-REJECT-TEXT.
006240     MOVE SD-STATE TO WK-XS-STATE.
006250     PERFORM 3500-FIND-STATE THRU 3500-EXIT.
006260     ADD 1 TO XS-SENT-RUN(WK-XS-I).
006270     PERFORM 2200-READ-SEND THRU 2200-EXIT.
006280 3200-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------*
006310* 3300-APPLY-ONE-RESPONSE - POST ONE STATE REPLY.  A REPLY   *
006320* WITH NO CROSSOVER ON FILE, OR WITH A CODE NOT KNOWN, IS    *
006330* LISTED AND NOT POSTED.                                     *
006340*-----------------------------------------------------------*
006350 3300-APPLY-ONE-RESPONSE.
006360     IF NOT TRACK-IS-HELD
006370         ADD 1 TO WK-RESP-UNMATCHED
006380         MOVE 'NO CROSSOVER' TO WK-XE-TYPE
006390         PERFORM 3390-LIST-RESPONSE THRU 3390-EXIT
006400         GO TO 3300-NEXT
006410     END-IF.
006420     EVALUATE TRUE
006430         WHEN XR-ACCEPTED
006440             ADD 1 TO WK-RESP-ACCEPTED
006450             MOVE 'A' TO XK-STATUS
006460         WHEN XR-REJECTED
006470             ADD 1 TO WK-RESP-REJECTED
006480             MOVE 'R'              TO XK-STATUS
006490             MOVE XR-REJECT-REASON TO XK-REJECT-REASON
006500             MOVE XR-REJECT-TEXT   TO XK-REJECT-TEXT
006510             PERFORM 3310-WRITE-RESUBMISSION THRU 3310-EXIT
006520         WHEN XR-PAID
006530             ADD 1 TO WK-RESP-PAID
006540             MOVE 'P' TO XK-STATUS
006550             ADD XR-PAID-AMT TO XK-PAID-AMT
006560             PERFORM 3320-WRITE-STATE-PAID THRU 3320-EXIT
006570         WHEN OTHER
006580             ADD 1 TO WK-RESP-INVALID
006590             MOVE 'BAD RESPONSE' TO WK-XE-TYPE
006600             PERFORM 3390-LIST-RESPONSE THRU 3390-EXIT
006610             GO TO 3300-NEXT
006620     END-EVALUATE.
006630     MOVE XR-RESPONSE-DATE TO XK-RESPONSE-DATE.
006640     IF XR-STATE-REF NOT = SPACES
006650         MOVE XR-STATE-REF TO XK-STATE-REF
006660     END-IF.
006670 3300-NEXT.
006680     PERFORM 2600-READ-RESPONSE THRU 2600-EXIT.
006690 3300-EXIT.
006700     EXIT.
006710 3310-WRITE-RESUBMISSION.
006720     MOVE SPACES             TO RESUB-OUT-REC.
006730     MOVE 'D'                TO RS-RECORD-TYPE.
006740     MOVE XK-STATE           TO RS-STATE.
006750     MOVE XK-PROVIDER-NO     TO RS-PROVIDER-NO.
006760     MOVE XK-MBI             TO RS-MBI.
006770     MOVE XK-DISCHARGE-DATE  TO RS-DISCHARGE-DATE.
006780     MOVE XK-DEDUCTIBLE-AMT  TO RS-DEDUCTIBLE-AMT.
006790     MOVE XK-COINSURANCE-AMT TO RS-COINSURANCE-AMT.
006800     MOVE XK-LTR-AMT         TO RS-LTR-AMT.
006810     MOVE XK-TOTAL-LIABILITY TO RS-TOTAL-LIABILITY.
006820     MOVE XR-RESPONSE-DATE   TO RS-REJECT-DATE.
006830     MOVE XR-REJECT-REASON   TO RS-REJECT-REASON.
006840     MOVE XR-REJECT-TEXT     TO RS-REJECT-TEXT.
006850     MOVE XK-SEND-COUNT      TO RS-SEND-COUNT.
006860     WRITE RESUB-OUT-REC.
006870     MOVE 'REJECTED'         TO WK-XE-TYPE.
006880     MOVE XK-STATE           TO WK-XE-STATE.
006890     MOVE XK-PROVIDER-NO     TO WK-XE-PROVIDER.
006900     MOVE XK-MBI             TO WK-XE-MBI.
006910     MOVE XK-DISCHARGE-DATE  TO WK-XE-DISCHARGE.
006920     MOVE XR-RESPONSE-DATE   TO WK-XE-DATE.
006930     MOVE ZEROES             TO WK-XE-DAYS.
006940     MOVE XK-TOTAL-LIABILITY TO WK-XE-AMOUNT.
006950     MOVE XR-REJECT-REASON   TO WK-XE-REASON.
006960     MOVE XR-REJECT-TEXT     TO WK-XE-TEXT.
006970     PERFORM 8700-WRITE-EXCEPTION THRU 8700-EXIT.
006980 3310-EXIT.
006990     EXIT.
007000 3320-WRITE-STATE-PAID.
007010     MOVE SPACES             TO STATE-PAID-REC.
007020     MOVE XK-KEY             TO SP-BILL-KEY.
007030     IF XR-STATE = SPACES
007040         MOVE XK-STATE TO SP-STATE
007050     ELSE
007060         MOVE XR-STATE TO SP-STATE
007070     END-IF.
007080     MOVE XR-RESPONSE-DATE   TO SP-PAID-DATE.
007090     MOVE XR-PAID-AMT        TO SP-PAID-AMT.
007100     MOVE XR-STATE-REF       TO SP-REFERENCE.
007110     WRITE STATE-PAID-REC.
007120 3320-EXIT.
007130     EXIT.
007140 3390-LIST-RESPONSE.
007150     MOVE XR-STATE           TO WK-XE-STATE.
007160     MOVE XR-PROVIDER-NO     TO WK-XE-PROVIDER.
007170     MOVE XR-MBI             TO WK-XE-MBI.
007180     MOVE XR-DISCHARGE-DATE  TO WK-XE-DISCHARGE.
007190     MOVE XR-RESPONSE-DATE   TO WK-XE-DATE.
007200     MOVE ZEROES             TO WK-XE-DAYS.
007210     MOVE XR-PAID-AMT        TO WK-XE-AMOUNT.
007220     MOVE XR-RESPONSE-CODE   TO WK-XE-REASON.
007230     MOVE XR-REJECT-TEXT     TO WK-XE-TEXT.
007240     PERFORM 8700-WRITE-EXCEPTION THRU 8700-EXIT.
007250 3390-EXIT.
007260     EXIT.
007270*-----------------------------------------------------------*
007280* 3400-AGE-CROSSOVER - COUNT THE CROSSOVER FOR ITS STATE.    *
007290* ONE STILL AWAITING A REPLY IS AGED FROM THE DATE IT WAS    *
007300* LAST SENT, AND LISTED ONCE PAST THE AGING LIMIT.           *
007310*-----------------------------------------------------------*
007320 3400-AGE-CROSSOVER.
007330     MOVE XK-STATE TO WK-XS-STATE.
007340     PERFORM 3500-FIND-STATE THRU 3500-EXIT.
007350     ADD 1           TO XS-ON-FILE(WK-XS-I).
007360     ADD XK-PAID-AMT TO XS-PAID-AMT(WK-XS-I).
007370     IF NOT XK-AWAITING-REPLY
007380         ADD 1 TO XS-ACKNOWLEDGED(WK-XS-I)
007390         IF XK-REJECTED
007400             ADD 1 TO XS-REJECTED(WK-XS-I)
007410         END-IF
007420         GO TO 3400-EXIT
007430     END-IF.
007440     ADD 1 TO XS-OUTSTANDING(WK-XS-I).
007450     MOVE XK-SENT-DATE TO WK-DTS-DATE.
007460     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
007470     IF WK-DTS-SERIAL NOT < WK-ASOF-SERIAL
007480         MOVE ZEROES TO WK-AGE-DAYS
007490     ELSE
007500         COMPUTE WK-AGE-DAYS = WK-ASOF-SERIAL - WK-DTS-SERIAL
007510     END-IF.
007520     EVALUATE TRUE
007530         WHEN WK-AGE-DAYS NOT > 30
007540             MOVE 1 TO WK-AGE-BUCKET
007550         WHEN WK-AGE-DAYS NOT > 60
007560             MOVE 2 TO WK-AGE-BUCKET
007570         WHEN WK-AGE-DAYS NOT > 90
007580             MOVE 3 TO WK-AGE-BUCKET
007590         WHEN OTHER
007600             MOVE 4 TO WK-AGE-BUCKET
007610     END-EVALUATE.
007620     ADD 1 TO XS-AGE-COUNT(WK-XS-I WK-AGE-BUCKET).
007630     IF WK-AGE-DAYS NOT > WK-AGING-DAYS
007640         GO TO 3400-EXIT
007650     END-IF.
007660     ADD 1 TO XS-PAST-LIMIT(WK-XS-I).
007670     ADD 1 TO WK-OVERDUE.
007680     MOVE 'UNANSWERED'       TO WK-XE-TYPE.
007690     MOVE XK-STATE           TO WK-XE-STATE.
007700     MOVE XK-PROVIDER-NO     TO WK-XE-PROVIDER.
007710     MOVE XK-MBI             TO WK-XE-MBI.
007720     MOVE XK-DISCHARGE-DATE  TO WK-XE-DISCHARGE.
007730     MOVE XK-SENT-DATE       TO WK-XE-DATE.
007740     MOVE WK-AGE-DAYS        TO WK-XE-DAYS.
007750     MOVE XK-TOTAL-LIABILITY TO WK-XE-AMOUNT.
007760     MOVE SPACES             TO WK-XE-REASON WK-XE-TEXT.
007770     PERFORM 8700-WRITE-EXCEPTION THRU 8700-EXIT.
007780 3400-EXIT.
007790     EXIT.
007800*-----------------------------------------------------------*
007810* 3500-FIND-STATE - POINT WK-XS-I AT THE ENTRY FOR           *
007820* WK-XS-STATE, ADDING IT IN STATE ORDER IF IT IS NEW.  WITH  *
007830* THE TABLE FULL THE STATE COUNTS IN THE RUN TOTAL ONLY.     *
007840*-----------------------------------------------------------*
007850 3500-FIND-STATE.
007860     MOVE 1 TO WK-XS-I.
007870     PERFORM 3510-STEP-STATE THRU 3510-EXIT
007880         UNTIL XS-STATE(WK-XS-I) NOT < WK-XS-STATE.
007890     IF XS-STATE(WK-XS-I) = WK-XS-STATE
007900         GO TO 3500-EXIT
007910     END-IF.
007920     IF WK-XS-COUNT NOT < 100
007930         ADD 1 TO WK-XS-DROPPED
007940         MOVE 101 TO WK-XS-I
007950         GO TO 3500-EXIT
007960     END-IF.
007970     PERFORM 3520-SHIFT-STATE THRU 3520-EXIT
007980         VARYING WK-XS-J FROM WK-XS-COUNT BY -1
007990         UNTIL WK-XS-J < WK-XS-I.
008000     MOVE ZEROES      TO XS-ENTRY(WK-XS-I).
008010     MOVE WK-XS-STATE TO XS-STATE(WK-XS-I).
008020     ADD 1 TO WK-XS-COUNT.
008030 3500-EXIT.
008040     EXIT.
008050 3510-STEP-STATE.
008060     ADD 1 TO WK-XS-I.
008070 3510-EXIT.
008080     EXIT.
008090 3520-SHIFT-STATE.
008100     MOVE XS-ENTRY(WK-XS-J) TO XS-ENTRY(WK-XS-J + 1).
008110 3520-EXIT.
008120     EXIT.
008130*===========================================================*
008140* 6000-WRITE-STATE-AGING - ONE LINE PER STATE, THEN THE RUN  *
008150* TOTAL.                                                     *
008160*===========================================================*
008170 6000-WRITE-STATE-AGING.
008180     MOVE SPACES TO XRC-RPT-LINE.
008190     WRITE XRC-RPT-LINE.
008200     MOVE WK-XR-RULE-LINE TO XRC-RPT-LINE.
008210     WRITE XRC-RPT-LINE.
008220     MOVE WK-XR-AGE-SECTION TO XRC-RPT-LINE.
008230     WRITE XRC-RPT-LINE.
008240     MOVE WK-XR-AGE-HEAD TO XRC-RPT-LINE.
008250     WRITE XRC-RPT-LINE.
008260     MOVE SPACES TO WK-XR-AGE-LINE.
008270     PERFORM 6100-WRITE-ONE-STATE THRU 6100-EXIT
008280         VARYING WK-XS-I FROM 1 BY 1
008290         UNTIL WK-XS-I > WK-XS-COUNT.
008300     MOVE 101 TO WK-XS-I.
008310     MOVE 'ALL' TO WK-XA-STATE.
008320     PERFORM 6200-WRITE-AGE-LINE THRU 6200-EXIT.
008330 6000-EXIT.
008340     EXIT.
008350 6100-WRITE-ONE-STATE.
008360     MOVE XS-STATE(WK-XS-I) TO WK-XA-STATE.
008370     PERFORM 6200-WRITE-AGE-LINE THRU 6200-EXIT.
008380     ADD XS-SENT-RUN(WK-XS-I)     TO XS-SENT-RUN(101).
008390     ADD XS-ON-FILE(WK-XS-I)      TO XS-ON-FILE(101).
008400     ADD XS-ACKNOWLEDGED(WK-XS-I) TO XS-ACKNOWLEDGED(101).
008410     ADD XS-REJECTED(WK-XS-I)     TO XS-REJECTED(101).
008420     ADD XS-OUTSTANDING(WK-XS-I)  TO XS-OUTSTANDING(101).
008430     ADD XS-AGE-COUNT(WK-XS-I 1)  TO XS-AGE-COUNT(101 1).
008440     ADD XS-AGE-COUNT(WK-XS-I 2)  TO XS-AGE-COUNT(101 2).
008450     ADD XS-AGE-COUNT(WK-XS-I 3)  TO XS-AGE-COUNT(101 3).
008460     ADD XS-AGE-COUNT(WK-XS-I 4)  TO XS-AGE-COUNT(101 4).
008470     ADD XS-PAST-LIMIT(WK-XS-I)   TO XS-PAST-LIMIT(101).
008480     ADD XS-PAID-AMT(WK-XS-I)     TO XS-PAID-AMT(101).
008490 6100-EXIT.
008500     EXIT.
008510 6200-WRITE-AGE-LINE.
008520     MOVE XS-SENT-RUN(WK-XS-I)     TO WK-XA-COUNT(1).
008530     MOVE XS-ON-FILE(WK-XS-I)      TO WK-XA-COUNT(2).
008540     MOVE XS-ACKNOWLEDGED(WK-XS-I) TO WK-XA-COUNT(3).
008550     MOVE XS-REJECTED(WK-XS-I)     TO WK-XA-COUNT(4).
008560     MOVE XS-OUTSTANDING(WK-XS-I)  TO WK-XA-COUNT(5).
008570     MOVE XS-AGE-COUNT(WK-XS-I 1)  TO WK-XA-COUNT(6).
008580     MOVE XS-AGE-COUNT(WK-XS-I 2)  TO WK-XA-COUNT(7).
008590     MOVE XS-AGE-COUNT(WK-XS-I 3)  TO WK-XA-COUNT(8).
008600     MOVE XS-AGE-COUNT(WK-XS-I 4)  TO WK-XA-COUNT(9).
008610     MOVE XS-PAST-LIMIT(WK-XS-I)   TO WK-XA-COUNT(10).
008620     MOVE XS-PAID-AMT(WK-XS-I)     TO WK-XA-PAID-AMT.
008630     MOVE WK-XR-AGE-LINE TO XRC-RPT-LINE.
008640     WRITE XRC-RPT-LINE.
008650 6200-EXIT.
008660     EXIT.
008670*-----------------------------------------------------------*
008680* 8500-DATE-TO-SERIAL - CCYYMMDD IN WK-DTS-DATE TO A DAY     *
008690* SERIAL IN WK-DTS-SERIAL.                                   *
008700*-----------------------------------------------------------*
008710 8500-DATE-TO-SERIAL.
008720     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
008730     IF WK-DTS-MM < 3
008740         SUBTRACT 1 FROM WK-DTS-YEARS
008750     END-IF.
008760     DIVIDE WK-DTS-YEARS BY 4   GIVING WK-DTS-Q4.
008770     DIVIDE WK-DTS-YEARS BY 100 GIVING WK-DTS-Q100.
008780     DIVIDE WK-DTS-YEARS BY 400 GIVING WK-DTS-Q400.
008790     COMPUTE WK-DTS-SERIAL =
008800         (WK-DTS-YYYY * 365) + WK-DTS-Q4 - WK-DTS-Q100
008810         + WK-DTS-Q400 + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
008820 8500-EXIT.
008830     EXIT.
008840 8700-WRITE-EXCEPTION.
008850     MOVE WK-XR-EXC-LINE TO XRC-RPT-LINE.
008860     WRITE XRC-RPT-LINE.
008870 8700-EXIT.
008880     EXIT.
008890*===========================================================*
008900* 9000-TERMINATE - CLOSE AND DISPLAY RUN TOTALS.  A REPLY    *
008910* THAT COULD NOT BE POSTED SETS RETURN CODE 4.               *
008920*===========================================================*
008930 9000-TERMINATE.
008940     CLOSE TRACK-FILE-OUT RESUB-FILE-OUT STPD-FILE-OUT
008950           XRC-RPT-OUT.
008960     DISPLAY 'PPXRC215 - AS-OF DATE           : ' WK-ASOF-DATE.
008970     DISPLAY 'PPXRC215 - TRACKING RECORDS IN  : ' WK-TRACK-IN.
008980     DISPLAY 'PPXRC215 - CROSSOVERS READ      : ' WK-SENDS-READ.
008990     DISPLAY 'PPXRC215 - NEW CROSSOVERS       : ' WK-SENDS-NEW.
009000     DISPLAY 'PPXRC215 - CROSSOVERS SENT AGAIN: ' WK-SENDS-AGAIN.
009010     DISPLAY 'PPXRC215 - REPLIES READ         : ' WK-RESP-READ.
009020     DISPLAY 'PPXRC215 - ACCEPTED             : '
009030             WK-RESP-ACCEPTED.
009040     DISPLAY 'PPXRC215 - REJECTED FOR RESUBMIT: '
009050             WK-RESP-REJECTED.
009060     DISPLAY 'PPXRC215 - PAID                 : ' WK-RESP-PAID.
009070     DISPLAY 'PPXRC215 - UNANSWERED PAST LIMIT: ' WK-OVERDUE.
009080     DISPLAY 'PPXRC215 - TRACKING RECORDS OUT : ' WK-TRACK-OUT.
009090     IF WK-XS-DROPPED > 0
009100         DISPLAY 'PPXRC215 - STATE TABLE FULL - CROSSOVERS IN '
009110                 'THE RUN TOTAL ONLY: ' WK-XS-DROPPED
009120     END-IF.
009130     IF WK-RESP-UNMATCHED > 0 OR WK-RESP-INVALID > 0
009140         DISPLAY 'PPXRC215 - REPLIES NOT POSTED - NO CROSSOVER: '
009150                 WK-RESP-UNMATCHED ' BAD CODE: ' WK-RESP-INVALID
009160         MOVE 4 TO RETURN-CODE
009170     END-IF.
009180 9000-EXIT.
009190     EXIT.
