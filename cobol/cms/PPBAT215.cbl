001440     SELECT CHECKPOINT-FILE ASSIGN TO CHKPT
001450                            ORGANIZATION IS LINE SEQUENTIAL
001460                            FILE STATUS IS WK-CHKPT-STATUS.
001470     SELECT STOP-REQ-FILE   ASSIGN TO STOPREQ
001480                            ORGANIZATION IS LINE SEQUENTIAL
001490                            FILE STATUS IS WK-STOPREQ-STATUS.
001500     SELECT OUTLIER-RECON-PARM ASSIGN TO OUTRPARM
001510                            ORGANIZATION IS LINE SEQUENTIAL
001520                            FILE STATUS IS WK-OUTRPARM-STATUS.
001530     SELECT SORT-PARM-FILE  ASSIGN TO SORTPARM
001540                            ORGANIZATION IS LINE SEQUENTIAL
001550                            FILE STATUS IS WK-SORTPARM-STATUS.
001560     SELECT SORT-WORK-FILE  ASSIGN TO SORTWK01.
001570     SELECT SCENARIO-IN     ASSIGN TO SCENOVR
001580                            ORGANIZATION IS SEQUENTIAL
001590                            FILE STATUS IS WK-SCEN-STATUS.
001600     SELECT SCENARIO-RPT-OUT ASSIGN TO SCENRPT
001610                            ORGANIZATION IS LINE SEQUENTIAL.
001620     SELECT CBSA-ORPHAN-OUT ASSIGN TO CBSAORPH
001630                            ORGANIZATION IS LINE SEQUENTIAL.
001640     SELECT XFER-MATCH-OUT  ASSIGN TO XFERMTCH
001650                            ORGANIZATION IS LINE SEQUENTIAL.
001660     SELECT CERT-DECK-IN    ASSIGN TO CERTIN
001670                            ORGANIZATION IS SEQUENTIAL
001680                            FILE STATUS IS WK-CERTIN-STATUS.
001690     SELECT CERT-RPT-OUT    ASSIGN TO CERTRPT
001700                            ORGANIZATION IS LINE SEQUENTIAL.
001710     SELECT HIST-REPO-FILE  ASSIGN TO HISTREPO
001720                            ORGANIZATION IS INDEXED
001730                            ACCESS MODE IS DYNAMIC
001740                            RECORD KEY IS HR-KEY
001750                            ALTERNATE RECORD KEY IS HR-MBI
001760                                WITH DUPLICATES
001770                            FILE STATUS IS WK-HISTREPO-STATUS.
001780     SELECT LEDGER-FILE-IN  ASSIGN TO LEDGIN
001790                            ORGANIZATION IS SEQUENTIAL
001800                            FILE STATUS IS WK-LEDGIN-STATUS.
001810     SELECT LEDGER-FILE-OUT ASSIGN TO LEDGOUT
001820                            ORGANIZATION IS SEQUENTIAL.
001830     SELECT LEDGER-RPT-OUT  ASSIGN TO LEDGRPT
001840                            ORGANIZATION IS LINE SEQUENTIAL.
001850     SELECT RAC-POST-IN     ASSIGN TO RACPOST
001860                            ORGANIZATION IS SEQUENTIAL
001870                            FILE STATUS IS WK-RACPOST-STATUS.
001880     SELECT REPAY-PLAN-IN   ASSIGN TO REPAYIN
001890                            ORGANIZATION IS SEQUENTIAL
001900                            FILE STATUS IS WK-REPAYIN-STATUS.
001910     SELECT REPAY-PLAN-OUT  ASSIGN TO REPAYOUT
001920                            ORGANIZATION IS SEQUENTIAL.
001930     SELECT REPAY-RPT-OUT   ASSIGN TO REPAYRPT
001940                            ORGANIZATION IS LINE SEQUENTIAL.
001950     SELECT MANUAL-PAY-IN   ASSIGN TO MANPAYI
001960                            ORGANIZATION IS SEQUENTIAL
001970                            FILE STATUS IS WK-MANPAYI-STATUS.
001980     SELECT MANUAL-PAY-OUT  ASSIGN TO MANPAYO
001990                            ORGANIZATION IS SEQUENTIAL.
002000     SELECT MANUAL-RPT-OUT  ASSIGN TO MANPAYRP
002010                            ORGANIZATION IS LINE SEQUENTIAL.
002020     SELECT ADVANCE-PAY-IN  ASSIGN TO ADVPAYI
002030                            ORGANIZATION IS SEQUENTIAL
002040                            FILE STATUS IS WK-ADVPAYI-STATUS.
002050     SELECT ADVANCE-PAY-OUT ASSIGN TO ADVPAYO
002060                            ORGANIZATION IS SEQUENTIAL.
002070     SELECT ADVANCE-RPT-OUT ASSIGN TO ADVPAYRP
002080                            ORGANIZATION IS LINE SEQUENTIAL.
002090     SELECT CHG-SUSPENSE-OUT ASSIGN TO CHGSUSP
002100                            ORGANIZATION IS LINE SEQUENTIAL.
002110     SELECT REWORK-FILE-IN  ASSIGN TO REWORKIN
002120                            ORGANIZATION IS SEQUENTIAL
002130                            FILE STATUS IS WK-REWORKIN-STATUS.
002140     SELECT REWORK-FILE-OUT ASSIGN TO REWORKOUT
002150                            ORGANIZATION IS SEQUENTIAL.
002160     SELECT CORRECTION-IN   ASSIGN TO CORRIN
002170                            ORGANIZATION IS SEQUENTIAL
002180                            FILE STATUS IS WK-CORRIN-STATUS.
002190     SELECT REWORK-RPT-OUT  ASSIGN TO REWRKRPT
002200                            ORGANIZATION IS LINE SEQUENTIAL.
002210     SELECT PPS-DETAIL-OUT  ASSIGN TO PPSDTL
002220                            ORGANIZATION IS SEQUENTIAL.
002230     SELECT TABLE-CATALOG-IN ASSIGN TO CATLG
002240                            ORGANIZATION IS SEQUENTIAL
002250                            FILE STATUS IS WK-CATLG-STATUS.
002260     SELECT CATALOG-LOG-OUT ASSIGN TO CATLOG
002270                            ORGANIZATION IS LINE SEQUENTIAL.
002280     SELECT MANIFEST-OUT    ASSIGN TO MANIFEST
002290                            ORGANIZATION IS SEQUENTIAL.
002300     SELECT RUN-HIST-OUT    ASSIGN TO RUNHIST
002310                            ORGANIZATION IS SEQUENTIAL.
002320     SELECT RUN-HIST-IN     ASSIGN TO RUNHIST
002330                            ORGANIZATION IS SEQUENTIAL
002340                            FILE STATUS IS WK-RUNHIST-STATUS.
002350     SELECT CMI-DRIFT-OUT   ASSIGN TO CMIDRIFT
002360                            ORGANIZATION IS LINE SEQUENTIAL.
002370     SELECT PROV-HIST-IN    ASSIGN TO PROVHIST
002380                            ORGANIZATION IS SEQUENTIAL
002390                            FILE STATUS IS WK-PROVHIST-STATUS.
002400     SELECT PROV-HIST-OUT   ASSIGN TO PROVHSTO
002410                            ORGANIZATION IS SEQUENTIAL.
002420     SELECT ANOMALY-OUT     ASSIGN TO ANOMOUT
002430                            ORGANIZATION IS LINE SEQUENTIAL.
002440     SELECT FY-COMPARE-OUT  ASSIGN TO FYCOMP
002450                            ORGANIZATION IS LINE SEQUENTIAL.
002460     SELECT REF-VALID-OUT   ASSIGN TO REFVAL
002470                            ORGANIZATION IS LINE SEQUENTIAL.
002480     SELECT OVERRIDE-AUDIT-OUT ASSIGN TO OVRAUDIT
002490                            ORGANIZATION IS LINE SEQUENTIAL.
002500     SELECT WAIVER-RATE-FILE ASSIGN TO WVRATE
002510                            ORGANIZATION IS SEQUENTIAL
002520                            FILE STATUS IS WK-WVRATE-STATUS.
002530     SELECT WAIVER-BILL-OUT ASSIGN TO WAIVOUT
002540                            ORGANIZATION IS SEQUENTIAL.
002550     SELECT PEND-FILE-IN    ASSIGN TO PENDIN
002560                            ORGANIZATION IS SEQUENTIAL
002570                            FILE STATUS IS WK-PENDIN-STATUS.
002580     SELECT PEND-FILE-OUT   ASSIGN TO PENDOUT
002590                            ORGANIZATION IS SEQUENTIAL.
002600     SELECT PEND-AGED-OUT   ASSIGN TO AGEDOUT
002610                            ORGANIZATION IS LINE SEQUENTIAL.
002620     SELECT CLAIM-EVENT-OUT ASSIGN TO EVTJRNL
002630                            ORGANIZATION IS SEQUENTIAL.
002640     SELECT PRICE-LOG-OUT   ASSIGN TO PRCLOG
002650                            ORGANIZATION IS SEQUENTIAL.
002660     SELECT QUARANTINE-OUT  ASSIGN TO QUARANTN
002670                            ORGANIZATION IS SEQUENTIAL.
002680     SELECT LOS-ERROR-OUT   ASSIGN TO LOSERR
002690                            ORGANIZATION IS LINE SEQUENTIAL.
002700     SELECT READMIT-OUT     ASSIGN TO READMIT
002710                            ORGANIZATION IS LINE SEQUENTIAL.
002720     SELECT REV-DETAIL-FILE ASSIGN TO REVDTL
002730                            ORGANIZATION IS SEQUENTIAL
002740                            FILE STATUS IS WK-REVDTL-STATUS.
002750     SELECT REV-ROLLUP-OUT  ASSIGN TO REVROLL
002760                            ORGANIZATION IS LINE SEQUENTIAL.
002770     SELECT NDC-RATE-FILE   ASSIGN TO NDCRATE
002780                            ORGANIZATION IS SEQUENTIAL
002790                            FILE STATUS IS WK-NDCRATE-STATUS.
002800     SELECT EDITQ-IN        ASSIGN TO EDITQIN
002810                            ORGANIZATION IS SEQUENTIAL
002820                            FILE STATUS IS WK-EDITQ-STATUS.
002830     SELECT EDITQ-OUT       ASSIGN TO EDITQOUT
002840                            ORGANIZATION IS SEQUENTIAL.
002850     SELECT SAMEDAY-HOLD-OUT ASSIGN TO SAMEDAYH
002860                            ORGANIZATION IS SEQUENTIAL.
002870     SELECT SAMEDAY-RPT-OUT ASSIGN TO SAMEDAYR
002880                            ORGANIZATION IS LINE SEQUENTIAL.
002890     SELECT TABLE-IMAGE-FILE ASSIGN TO TABIMAGE
002900                            ORGANIZATION IS SEQUENTIAL
002910                            FILE STATUS IS WK-TABIMG-STATUS.
002920     SELECT PRIOR-BILL-FILE ASSIGN TO PRIORBIL
002930                            ORGANIZATION IS SEQUENTIAL
002940                            FILE STATUS IS WK-PRIORBIL-STATUS.
002950     SELECT TIMELY-RPT-OUT  ASSIGN TO TIMELYRT
002960                            ORGANIZATION IS LINE SEQUENTIAL.
002970     SELECT PEND-STAY-IN    ASSIGN TO PNDSTAYI
002980                            ORGANIZATION IS SEQUENTIAL
002990                            FILE STATUS IS WK-PNDSTAY-STATUS.
003000     SELECT PEND-STAY-OUT   ASSIGN TO PNDSTAYO
003010                            ORGANIZATION IS SEQUENTIAL.
003020     SELECT STALE-STAY-OUT  ASSIGN TO STALESTY
003030                            ORGANIZATION IS LINE SEQUENTIAL.
003040     SELECT DSTS-RPT-OUT    ASSIGN TO DSTSRPT
003050                            ORGANIZATION IS LINE SEQUENTIAL.
003060     SELECT POA-RPT-OUT     ASSIGN TO POARPT
003070                            ORGANIZATION IS LINE SEQUENTIAL.
003080     SELECT HAC-POA-OUT     ASSIGN TO HACPOA
003090                            ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT OCC-ADJ-OUT     ASSIGN TO OCCADJ
003110                            ORGANIZATION IS LINE SEQUENTIAL.
003120     SELECT SUSPENSION-FILE ASSIGN TO SUSPFILE
003130                            ORGANIZATION IS SEQUENTIAL
003140                            FILE STATUS IS WK-SUSP-STATUS.
003150     SELECT WITHHOLD-IN     ASSIGN TO WTHHLDI
003160                            ORGANIZATION IS SEQUENTIAL
003170                            FILE STATUS IS WK-WTHHLDI-STATUS.
003180     SELECT WITHHOLD-OUT    ASSIGN TO WTHHLDO
003190                            ORGANIZATION IS SEQUENTIAL.
003200     SELECT PIP-REMIT-OUT   ASSIGN TO PIPRMIT
003210                            ORGANIZATION IS SEQUENTIAL.
003220     SELECT SUSP-DISP-IN    ASSIGN TO SUSPDISP
003230                            ORGANIZATION IS SEQUENTIAL
003240                            FILE STATUS IS WK-SUSPDISP-STATUS.
003250     SELECT SUSP-RPT-OUT    ASSIGN TO SUSPRPT
003260                            ORGANIZATION IS LINE SEQUENTIAL.
003270     SELECT PIP-SCHED-FILE  ASSIGN TO PIPSCHED
003280                            ORGANIZATION IS SEQUENTIAL
003290                            FILE STATUS IS WK-PIPSCHED-STATUS.
003300     SELECT PIP-LEDGER-OUT  ASSIGN TO PIPLEDG
003310                            ORGANIZATION IS SEQUENTIAL.
003320     SELECT PIP-RPT-OUT     ASSIGN TO PIPRPT
003330                            ORGANIZATION IS LINE SEQUENTIAL.
003340     SELECT FUNDS-CTL-FILE  ASSIGN TO FUNDCTL
003350                            ORGANIZATION IS SEQUENTIAL
003360                            FILE STATUS IS WK-FUNDS-STATUS.
003370     SELECT PAY-HOLD-IN     ASSIGN TO PAYHLDI
003380                            ORGANIZATION IS SEQUENTIAL
003390                            FILE STATUS IS WK-PAYHLDI-STATUS.
003400     SELECT PAY-HOLD-OUT    ASSIGN TO PAYHLDO
003410                            ORGANIZATION IS SEQUENTIAL.
003420     SELECT FUNDS-RPT-OUT   ASSIGN TO FUNDRPT
003430                            ORGANIZATION IS LINE SEQUENTIAL.
003440     SELECT CLAIM-MEDIUM-IN ASSIGN TO SUBMEDIA
003450                            ORGANIZATION IS SEQUENTIAL
003460                            FILE STATUS IS WK-SUBMEDIA-STATUS.
003470     SELECT PAPER-MEDIA-IN  ASSIGN TO PAPMEDI
003480                            ORGANIZATION IS SEQUENTIAL
003490                            FILE STATUS IS WK-PAPMEDI-STATUS.
003500     SELECT PAPER-MEDIA-OUT ASSIGN TO PAPMEDO
003510                            ORGANIZATION IS SEQUENTIAL.
003520     SELECT FLOOR-HOLD-IN   ASSIGN TO FLRHLDI
003530                            ORGANIZATION IS SEQUENTIAL
003540                            FILE STATUS IS WK-FLRHLDI-STATUS.
003550     SELECT FLOOR-HOLD-OUT  ASSIGN TO FLRHLDO
003560                            ORGANIZATION IS SEQUENTIAL.
003570     SELECT FLOOR-RPT-OUT   ASSIGN TO FLRRPT
003580                            ORGANIZATION IS LINE SEQUENTIAL.
003590     SELECT GL-MAP-FILE     ASSIGN TO GLMAP
003600                            ORGANIZATION IS SEQUENTIAL
003610                            FILE STATUS IS WK-GLMAP-STATUS.
003620     SELECT GL-JV-OUT       ASSIGN TO GLJVOUT
003630                            ORGANIZATION IS SEQUENTIAL.
003640     SELECT INTER-SUM-OUT   ASSIGN TO INTSUM
003650                            ORGANIZATION IS LINE SEQUENTIAL.
003660     SELECT INTER-MTD-IN    ASSIGN TO INTMTDI
003670                            ORGANIZATION IS SEQUENTIAL
003680                            FILE STATUS IS WK-INTMTD-STATUS.
003690     SELECT INTER-MTD-OUT   ASSIGN TO INTMTDO
003700                            ORGANIZATION IS SEQUENTIAL.
003710     SELECT NEAR-THRESH-OUT ASSIGN TO NEARTHR
003720                            ORGANIZATION IS LINE SEQUENTIAL.
003730     SELECT PROV-XWALK-FILE ASSIGN TO PROVXWLK
003740                            ORGANIZATION IS SEQUENTIAL
003750                            FILE STATUS IS WK-XWALK-STATUS.
003760     SELECT XWALK-RPT-OUT   ASSIGN TO XWLKRPT
003770                            ORGANIZATION IS LINE SEQUENTIAL.
003780     SELECT HIST-DUP-OUT    ASSIGN TO HISTDUP
003790                            ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT HELD-CLAIMS-IN  ASSIGN TO HELDIN
003810                            ORGANIZATION IS SEQUENTIAL
003820                            FILE STATUS IS WK-HELDIN-STATUS.
003830     SELECT HELD-CLAIMS-OUT ASSIGN TO HELDOUT
003840                            ORGANIZATION IS SEQUENTIAL.
003850     SELECT RELEASE-IN      ASSIGN TO RELIN
003860                            ORGANIZATION IS SEQUENTIAL
003870                            FILE STATUS IS WK-RELIN-STATUS.
003880     SELECT HOLD-RPT-OUT    ASSIGN TO HOLDRPT
003890                            ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT TPE-CONTROL-IN  ASSIGN TO TPECTLI
003910                            ORGANIZATION IS SEQUENTIAL
003920                            FILE STATUS IS WK-TPEIN-STATUS.
003930     SELECT TPE-CONTROL-OUT ASSIGN TO TPECTLO
003940                            ORGANIZATION IS SEQUENTIAL.
003950     SELECT TPE-SELECT-OUT  ASSIGN TO TPESEL
003960                            ORGANIZATION IS SEQUENTIAL
003970                            FILE STATUS IS WK-TPESEL-STATUS.
003980     SELECT HEARTBEAT-FILE  ASSIGN TO HRTBEAT
003990                            ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT INT-RATE-FILE   ASSIGN TO INTRATE
004010                            ORGANIZATION IS SEQUENTIAL
004020                            FILE STATUS IS WK-INTRATE-STATUS.
004030     SELECT DISASTER-FILE   ASSIGN TO DSTRDECL
004040                            ORGANIZATION IS SEQUENTIAL
004050                            FILE STATUS IS WK-DSTR-STATUS.
004060     SELECT DISASTER-RPT-OUT ASSIGN TO DSTRRPT
004070                            ORGANIZATION IS LINE SEQUENTIAL.
004080     SELECT EXCL-LIST-FILE  ASSIGN TO EXCLLIST
004090                            ORGANIZATION IS SEQUENTIAL
004100                            FILE STATUS IS WK-EXCL-STATUS.
004110     SELECT NPI-DEACT-FILE  ASSIGN TO NPIDEACT
004120                            ORGANIZATION IS SEQUENTIAL
004130                            FILE STATUS IS WK-DEACT-STATUS.
004140     SELECT PHYS-SCREEN-RPT-OUT ASSIGN TO PHYSXRPT
004150                            ORGANIZATION IS LINE SEQUENTIAL.
004160     SELECT OPER-RATE-FILE  ASSIGN TO OPERRATE
004170                            ORGANIZATION IS SEQUENTIAL
004180                            FILE STATUS IS WK-OPRATE-STATUS.
004190     SELECT STATE-CCR-FILE  ASSIGN TO STCCR
004200                            ORGANIZATION IS SEQUENTIAL
004210                            FILE STATUS IS WK-STCCR-STATUS.
004220     SELECT GEO-DESIG-FILE  ASSIGN TO GEODSGN
004230                            ORGANIZATION IS SEQUENTIAL
004240                            FILE STATUS IS WK-GEODSG-STATUS.
004250     SELECT RURAL-FLOOR-FILE ASSIGN TO RUFLOOR
004260                            ORGANIZATION IS SEQUENTIAL
004270                            FILE STATUS IS WK-RUFL-STATUS.
004280     SELECT PRIOR-WI-FILE   ASSIGN TO PREVWI
004290                            ORGANIZATION IS SEQUENTIAL
004300                            FILE STATUS IS WK-PREVWI-STATUS.
004310     SELECT OUTMIG-FILE     ASSIGN TO OUTMIG
004320                            ORGANIZATION IS SEQUENTIAL
004330                            FILE STATUS IS WK-OUTMIG-STATUS.
004340     SELECT MIDNIGHT-FILE   ASSIGN TO MIDNITE
004350                            ORGANIZATION IS SEQUENTIAL
004360                            FILE STATUS IS WK-MIDNT-STATUS.
004370     SELECT DISPATCH-CTL-FILE ASSIGN TO DISPCTL
004380                            ORGANIZATION IS SEQUENTIAL
004390                            FILE STATUS IS WK-DSPCTL-STATUS.
004400     SELECT MGCRB-REG-FILE  ASSIGN TO MGCRBREG
004410                            ORGANIZATION IS SEQUENTIAL
004420                            FILE STATUS IS WK-MGCRB-STATUS.
004430     SELECT MGCRB-EXCP-OUT  ASSIGN TO MGCRBEXC
004440                            ORGANIZATION IS LINE SEQUENTIAL.
004450     SELECT NPI-ENRL-FILE   ASSIGN TO NPIENRL
004460                            ORGANIZATION IS SEQUENTIAL
004470                            FILE STATUS IS WK-NPIENRL-STATUS.
004480     SELECT NPI-EXCP-OUT    ASSIGN TO NPIEXC
004490                            ORGANIZATION IS SEQUENTIAL.
004500     SELECT NPI-RPT-OUT     ASSIGN TO NPIRPT
004510                            ORGANIZATION IS LINE SEQUENTIAL.
004520     SELECT GRPR-RSLT-FILE  ASSIGN TO GRPRSLT
004530                            ORGANIZATION IS INDEXED
004540                            ACCESS MODE IS RANDOM
004550                            RECORD KEY IS GR-KEY
004560                            FILE STATUS IS WK-GRPRSLT-STATUS.
004570     SELECT GRPR-RPT-OUT    ASSIGN TO GRPRRPT
004580                            ORGANIZATION IS LINE SEQUENTIAL.
004590     SELECT OUTPT-CLAIM-FILE ASSIGN TO OUTPTCLM
004600                            ORGANIZATION IS SEQUENTIAL
004610                            FILE STATUS IS WK-OPCLM-STATUS.
004620     SELECT OPWIN-RPT-OUT   ASSIGN TO OPWINRPT
004630                            ORGANIZATION IS LINE SEQUENTIAL.
004640     SELECT EXEMPT-UNIT-OUT ASSIGN TO EXMOUT
004650                            ORGANIZATION IS SEQUENTIAL.
004660     SELECT ICD-CODE-FILE   ASSIGN TO ICDCODES
004670                            ORGANIZATION IS SEQUENTIAL
004680                            FILE STATUS IS WK-ICDF-STATUS.
004690     SELECT ICD-RPT-OUT     ASSIGN TO ICDRPT
004700                            ORGANIZATION IS LINE SEQUENTIAL.
004710     SELECT MARGIN-FILE-IN  ASSIGN TO MGNIN
004720                            ORGANIZATION IS SEQUENTIAL
004730                            FILE STATUS IS WK-MGNIN-STATUS.
004740     SELECT MARGIN-FILE-OUT ASSIGN TO MGNOUT
004750                            ORGANIZATION IS SEQUENTIAL.
004760     SELECT MARGIN-RPT-OUT  ASSIGN TO MGNRPT
004770                            ORGANIZATION IS LINE SEQUENTIAL.
004780     SELECT AUTH-USER-FILE  ASSIGN TO AUTHUSER
004790                            ORGANIZATION IS SEQUENTIAL
004800                            FILE STATUS IS WK-AUTHU-STATUS.
004810     SELECT OVR-USAGE-IN    ASSIGN TO OVRUSGI
004820                            ORGANIZATION IS SEQUENTIAL
004830                            FILE STATUS IS WK-OVUIN-STATUS.
004840     SELECT OVR-USAGE-OUT   ASSIGN TO OVRUSGO
004850                            ORGANIZATION IS SEQUENTIAL
004860                            FILE STATUS IS WK-OVUOUT-STATUS.
004870     SELECT OVR-USAGE-RPT   ASSIGN TO OVRRPT
004880                            ORGANIZATION IS LINE SEQUENTIAL.
004890     SELECT TERM-RPT-OUT    ASSIGN TO TERMRPT
004900                            ORGANIZATION IS LINE SEQUENTIAL.
004910     SELECT CC44-RPT-OUT    ASSIGN TO CC44RPT
004920                            ORGANIZATION IS LINE SEQUENTIAL.
004930     SELECT SCHMDH-OUT      ASSIGN TO SCHMDH
004940                            ORGANIZATION IS LINE SEQUENTIAL.
004950     SELECT SEQ-RATE-FILE   ASSIGN TO SEQRATE
004960                            ORGANIZATION IS SEQUENTIAL
004970                            FILE STATUS IS WK-SEQRATE-STATUS.
004980     SELECT DRG-RULES-FILE  ASSIGN TO DRGRULES
004990                            ORGANIZATION IS SEQUENTIAL
005000                            FILE STATUS IS WK-DRGRULES-STATUS.
005010     SELECT DRG-SCREEN-OUT  ASSIGN TO DRGSCRN
005020                            ORGANIZATION IS LINE SEQUENTIAL.
005030     SELECT PASS-SETTLE-OUT ASSIGN TO PSTHSETL
005040                            ORGANIZATION IS SEQUENTIAL.
005050     SELECT MTD-FILE-IN     ASSIGN TO MTDIN
005060                            ORGANIZATION IS SEQUENTIAL
005070                            FILE STATUS IS WK-MTDIN-STATUS.
005080     SELECT MTD-FILE-OUT    ASSIGN TO MTDOUT
005090                            ORGANIZATION IS SEQUENTIAL.
005100     SELECT MTD-RPT-OUT     ASSIGN TO MTDRPT
005110                            ORGANIZATION IS LINE SEQUENTIAL.
005120     SELECT PRIOR-PPS-FILE  ASSIGN TO PRIORPPS
005130                            ORGANIZATION IS SEQUENTIAL
005140                            FILE STATUS IS WK-PRIORPPS-STATUS.
005150     SELECT PRICE-DIFF-OUT  ASSIGN TO PRICEDIF
005160                            ORGANIZATION IS LINE SEQUENTIAL.
005170     SELECT RUN-CTL-FILE    ASSIGN TO RUNCTL
005180                            ORGANIZATION IS LINE SEQUENTIAL
005190                            FILE STATUS IS WK-RUNCTL-STATUS.
005200     SELECT TRACE-PARM-FILE ASSIGN TO TRCPARM
005210                            ORGANIZATION IS LINE SEQUENTIAL
005220                            FILE STATUS IS WK-TRCPARM-STATUS.
005230     SELECT TRACE-OUT       ASSIGN TO TRACEOUT
005240                            ORGANIZATION IS LINE SEQUENTIAL.
005250     SELECT BILL-SORTED-FILE ASSIGN TO BILLSRT
005260                            ORGANIZATION IS SEQUENTIAL.
005270     SELECT BENE-ELIG-FILE  ASSIGN TO BENEELIG
005280                            ORGANIZATION IS INDEXED
005290                            ACCESS MODE IS RANDOM
005300                            RECORD KEY IS EL-MBI
005310                            FILE STATUS IS WK-BENEELIG-STATUS.
005320     SELECT ELIG-RPT-OUT    ASSIGN TO ELIGRPT
005330                            ORGANIZATION IS LINE SEQUENTIAL.
005340     SELECT OVERLAP-HOLD-OUT ASSIGN TO OVLPHOLD
005350                            ORGANIZATION IS SEQUENTIAL.
005360     SELECT OVERLAP-RPT-OUT ASSIGN TO OVLPRPT
005370                            ORGANIZATION IS LINE SEQUENTIAL.
005380     SELECT CCR-SUBST-RPT-OUT ASSIGN TO CCRSUBRP
005390                            ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT PROV-SNAP-IN    ASSIGN TO PMSNAPIN
005410                            ORGANIZATION IS SEQUENTIAL
005420                            FILE STATUS IS WK-PMSNAPIN-STATUS.
005430     SELECT PROV-SNAP-OUT   ASSIGN TO PMSNAPOT
005440                            ORGANIZATION IS SEQUENTIAL.
005450     SELECT PROV-APPR-FILE  ASSIGN TO PSFAPPR
005460                            ORGANIZATION IS SEQUENTIAL
005470                            FILE STATUS IS WK-PSFAPPR-STATUS.
005480     SELECT PROV-CHG-RPT-OUT ASSIGN TO PMCHGRPT
005490                            ORGANIZATION IS LINE SEQUENTIAL.
005500 DATA DIVISION.
005510 FILE SECTION.
005520*----------------------------------------------------------*
005530* INPUT BILL EXTRACT - ONE BILL-DATA-2021 RECORD PER BILL. *
005540*----------------------------------------------------------*
005550 FD  BILL-FILE-IN
005560     RECORDING MODE IS F.
005570 COPY BILDAT21.
005580*----------------------------------------------------------*
005590* PROVIDER MASTER - KEYED (INDEXED) FILE HOLDING EVERY     *
005600* EFFECTIVE-DATED SEGMENT PER PROVIDER, KEYED BY PROVIDER  *
005610* NUMBER PLUS SEGMENT EFFECTIVE DATE.  LOADED INTO MEMORY  *
005620* ONCE PER RUN; THE LOOKUP SELECTS THE SEGMENT IN FORCE ON *
005630* THE BILL'S DISCHARGE DATE, SO A PRIOR-QUARTER RE-PRICING *
005640* PAYS AT THE RATES IN EFFECT THEN, NOT TODAY'S.           *
005650*----------------------------------------------------------*
005660 FD  PROV-MAST-FILE
005670     RECORD CONTAINS 325 CHARACTERS.
005680 01  PROV-MAST-REC.
005690     05  PM-PROV-KEY.
005700         10  PM-PROVIDER-NO     PIC X(06).
005710         10  PM-SEGMENT-EFF-DATE PIC 9(08).
005720     05  PM-FORMAT-IND          PIC X(01).
005730*        ' '/'N' = 310-BYTE NEW-FORMAT BLOB; 'O' = OLD-FORMAT
005740*        (PRE-MILLENNIUM) RECORD, UPGRADED AT LOAD TIME SO
005750*        LITIGATION/APPEAL RE-PRICINGS OF OLD DISCHARGES USE
005760*        PERIOD-CORRECT PROVIDER DATA.
005770     05  PM-PROV-RECORD         PIC X(310).
005780*----------------------------------------------------------*
005790* WAGE INDEX RATE FILES - LOADED ONCE INTO MSAX-WI-TABLE   *
005800* AND CBSA-WI-TABLE FOR THE WHOLE RUN.                     *
005810*----------------------------------------------------------*
005820 FD  MSAX-WI-FILE
005830     RECORDING MODE IS F.
005840 01  MSAX-IN-REC.
005850     05  MI-MSAX-MSA            PIC X(04).
005860     05  MI-MSAX-SIZE           PIC X(01).
005870     05  MI-MSAX-EFF-DATE       PIC X(08).
005880     05  MI-MSAX-WAGE-INDX1     PIC S9(02)V9(04).
005890     05  MI-MSAX-WAGE-INDX2     PIC S9(02)V9(04).
005900 FD  CBSA-WI-FILE
005910     RECORDING MODE IS F.
005920 01  CBSA-IN-REC.
005930     05  CI-CBSA                PIC X(05).
005940     05  CI-CBSA-SIZE            PIC X(01).
005950     05  CI-CBSA-EFF-DATE        PIC X(08).
005960     05  CI-CBSA-WAGE-INDX1      PIC S9(02)V9(04).
005970     05  CI-CBSA-WAGE-INDX2      PIC S9(02)V9(04).
005980     05  CI-CBSA-WAGE-INDX3      PIC S9(02)V9(04).
005990*----------------------------------------------------------*
006000* COUNTY-TO-CBSA CROSSWALK FILE - THE STANDARD MAPPING     *
006010* LOADED ONCE INTO COUNTY-CBSA-TABLE FOR THE WHOLE RUN, SO  *
006020* A PROVIDER'S STORED COUNTY CODE AND CBSA ASSIGNMENT CAN  *
006030* BE CROSS-CHECKED AGAINST IT.                              *
006040*----------------------------------------------------------*
006050 FD  COUNTY-CBSA-FILE
006060     RECORDING MODE IS F.
006070 01  COUNTY-CBSA-IN-REC.
006080     05  CX-COUNTY-CODE          PIC 9(05).
006090     05  CX-CBSA                 PIC X(05).
006100*----------------------------------------------------------*
006110* COUNTY-CODE/CBSA CROSS-REFERENCE VALIDATION REPORT - ONE  *
006120* LINE PER PROVIDER WHOSE STORED COUNTY CODE AND CBSA        *
006130* ASSIGNMENT DISAGREE WITH THE STANDARD CROSSWALK.           *
006140*----------------------------------------------------------*
006150 FD  CBSA-XREF-OUT
006160     RECORDING MODE IS F.
006170 01  CBSA-XREF-LINE              PIC X(80).
006180*----------------------------------------------------------*
006190* OUTPUT PRICING EXTRACT - ONE RESULT ROW PER BILL PRICED. *
006200*----------------------------------------------------------*
006210 FD  PPS-FILE-OUT
006220     RECORDING MODE IS F.
006230 01  PPS-OUT-REC.
006240     05  PO-PROVIDER-NO          PIC X(06).
006250     05  PO-DRG                  PIC 9(03).
006260     05  PO-DISCHARGE-DATE       PIC 9(08).
006270     05  PO-PPS-RTC              PIC 9(02).
006280     05  PO-PPS-WAGE-INDX        PIC 9(02)V9(04).
006290     05  PO-PPS-TOTAL-PAYMENT    PIC 9(09)V9(02).
006300     05  PO-PPS-OPER-HSP-PART    PIC 9(08)V9(02).
006310     05  PO-PPS-OPER-FSP-PART    PIC 9(08)V9(02).
006320     05  PO-PPS-OPER-OUTLIER-PART PIC 9(09)V9(02).
006330     05  PO-PPS-OPER-DSH-ADJ     PIC 9(08)V9(02).
006340     05  PO-PPS-CALC-VERS        PIC X(05).
006350     05  PO-DEBIT-CREDIT-IND     PIC X(01).
006360     05  PO-SEQUESTRATION-AMT    PIC 9(09)V9(02).
006370     05  PO-AGED-OVERRIDE-IND    PIC X(01).
006380*----------------------------------------------------------*
006390* FULL PAYMENT COMPONENT SET, SO A BALANCING PROGRAM CAN    *
006400* CROSS-FOOT EVERY PRICED BILL TO THE PENNY.                *
006410*----------------------------------------------------------*
006420     05  PO-PPS-OPER-IME-ADJ     PIC 9(08)V9(02).
006430     05  PO-PPS-CAPI-TOTAL-PAY   PIC S9(09)V9(02).
006440     05  PO-PPS-UNCOMP-CARE      PIC S9(09)V9(02).
006450     05  PO-PPS-NEW-TECH         PIC 9(09)V9(02).
006460     05  PO-PPS-LOW-VOL          PIC 9(09)V9(02).
006470     05  PO-PPS-READMIS-ADJ      PIC S9(09)V9(02).
006480     05  PO-PPS-VBP-ADJ          PIC S9(09)V9(02).
006490     05  PO-PPS-PASSTHRU-MISC    PIC 9(08)V9(02).
006500     05  PO-PPS-BUNDLE-ADJ       PIC S9(09)V9(02).
006510     05  PO-PPS-HAC-AMT          PIC S9(09)V9(02).
006520     05  PO-PPS-ISLET-ADDON      PIC 9(09)V9(02).
006530     05  PO-PPS-NDC-ADDON        PIC S9(09)V9(02).
006540     05  PO-CLAIM-SEQ            PIC 9(09).
006550     05  PO-BILL-SOURCE          PIC X(01).
006560*        ' ' = RUN BILL FILE, 'R' = RECYCLED PEND,
006570*        'W' = REWORKED REJECT
006580*        'D' = PAYMENT (DEBIT), 'C' = REVERSAL (CREDIT)
006590*----------------------------------------------------------*
006600* DOWNSTREAM REMITTANCE EXTRACT - ONE RECORD PER BILL PRICED, *
006610* CARRYING THE SUBMITTED CHARGES, ALLOWED/PAID AMOUNT,        *
006620* PATIENT RESPONSIBILITY, AND ADJUSTMENT REASON CODE A        *
006630* REMITTANCE (835-STYLE) PROCESSOR NEEDS TO BUILD THE         *
006640* PAYMENT ADVICE WITHOUT RE-DERIVING THEM FROM PPS-DATA.       *
006650*----------------------------------------------------------*
006660*----------------------------------------------------------*
006670* SETTLED-BILL COMPANION EXTRACT - THE FULL BILL RECORD OF  *
006680* EVERY RECYCLED-PEND AND REWORKED BILL PRICED THIS RUN,    *
006690* IN THE ORDER THEIR RESULT ROWS APPEAR IN PPSOUT, SO THE   *
006700* SETTLEMENT MODULE CAN APPLY LIABILITY TO PAYMENTS WHOSE   *
006710* BILLS ARE NOT IN THE RUN'S OWN BILL FILE.                 *
006720*----------------------------------------------------------*
006730 FD  RW-BILL-OUT
006740     RECORDING MODE IS F.
006750 01  RW-BILL-OUT-REC             PIC X(791).
006760 FD  REMIT-FILE-OUT
006770     RECORDING MODE IS F.
006780 01  REMIT-OUT-REC.
006790     05  RM-PROVIDER-NO          PIC X(06).
006800     05  RM-DRG                  PIC 9(03).
006810     05  RM-DISCHARGE-DATE       PIC 9(08).
006820     05  RM-CLAIM-STATUS-CODE    PIC X(02).
006830     05  RM-SUBMITTED-CHARGES    PIC 9(09)V9(02).
006840     05  RM-ALLOWED-AMOUNT       PIC 9(09)V9(02).
006850     05  RM-PAID-AMOUNT          PIC 9(09)V9(02).
006860     05  RM-PATIENT-RESP-AMOUNT  PIC 9(09)V9(02).
006870     05  RM-ADJ-REASON-CODE      PIC X(03).
006880     05  RM-ADJ-AMOUNT           PIC 9(09)V9(02).
006890     05  RM-DEBIT-CREDIT-IND     PIC X(01).
006900*        'D' = PAYMENT (DEBIT), 'C' = REVERSAL (CREDIT)
006910     05  RM-SEQUESTRATION-AMT    PIC 9(09)V9(02).
006920     05  RM-CLAIM-SEQ            PIC 9(09).
006930     05  RM-LEDGER-OFFSET        PIC 9(09)V9(02).
006940*        RECOUPMENT DRAWDOWN AND MANUAL-CHECK OFFSET WITHHELD
006950*        FROM THE PAID AMOUNT
006960     05  RM-INTEREST-AMT         PIC 9(07)V9(02).
006970*        CLEAN-CLAIM INTEREST ON A PAYMENT MADE MORE THAN
006980*        30 DAYS AFTER THE CLAIM'S RECEIPT DATE, PAID IN
006990*        ADDITION TO THE PAID AMOUNT
007000     05  RM-ADVANCE-RECOUP       PIC 9(09)V9(02).
007010*        ACCELERATED/ADVANCE PAYMENT RECOUPMENT WITHHELD
007020*        FROM THE PAID AMOUNT AT THE SCHEDULED PERCENTAGE
007030*----------------------------------------------------------*
007040* MULTI-PROVIDER BATCH PERFORMANCE/TIMING REPORT - ONE LINE  *
007050* PER PROVIDER-NUMBER BREAK IN THE INPUT, CARRYING THE       *
007060* BILL COUNT, TOTAL PAYMENT, AND ELAPSED WALL-CLOCK TIME     *
007070* THIS BATCH RUN SPENT PRICING THAT PROVIDER'S BILLS.        *
007080*----------------------------------------------------------*
007090 FD  PROV-PERF-OUT
007100     RECORDING MODE IS F.
007110 01  PROV-PERF-LINE              PIC X(80).
007120*----------------------------------------------------------*
007130* PER-BILL PAYMENT SUMMARY REPORT - OPERATING/CAPITAL/     *
007140* OUTLIER/DSH/IME/NEW-TECH, ITEMIZED FOR REIMBURSEMENT      *
007150* ANALYSTS SO THEY DON'T HAVE TO DECODE PPHOLDAR BY HAND.  *
007160*----------------------------------------------------------*
007170 FD  PAY-SUMMARY-OUT
007180     RECORDING MODE IS F.
007190 01  SUMMARY-LINE                PIC X(118).
007200*----------------------------------------------------------*
007210* PROVIDER/DRG PAYMENT RECONCILIATION EXTRACT - CONTROL     *
007220* TOTALS ACCUMULATED ACROSS THE WHOLE RUN, ONE ROW PER      *
007230* DISTINCT PROVIDER/DRG COMBINATION SEEN.                   *
007240*----------------------------------------------------------*
007250 FD  RECON-FILE-OUT
007260     RECORDING MODE IS F.
007270 01  RECON-OUT-REC.
007280     05  RO-PROVIDER-NO          PIC X(06).
007290     05  RO-DRG                  PIC 9(03).
007300     05  RO-BILL-COUNT           PIC 9(07).
007310     05  RO-TOTAL-CHARGES        PIC 9(09)V9(02).
007320     05  RO-TOTAL-PAYMENT        PIC 9(09)V9(02).
007330     05  RO-AVG-PAYMENT          PIC 9(09)V9(02).
007340*----------------------------------------------------------*
007350* EDIT-ERROR/REJECTION REPORT - ONE LINE PER BILL THAT      *
007360* 1000-EDIT-THE-BILL-INFO (IN PPCAL215) REJECTED, WITH THE  *
007370* RETURN CODE TRANSLATED INTO PLAIN LANGUAGE SO THE BILLING *
007380* OFFICE DOESN'T HAVE TO LOOK UP PPS-RTC IN A MANUAL.       *
007390*----------------------------------------------------------*
007400 FD  EDIT-ERROR-OUT
007410     RECORDING MODE IS F.
007420 01  EDIT-ERROR-LINE             PIC X(70).
007430*----------------------------------------------------------*
007440* NEW-TECHNOLOGY ADD-ON RATE/CAP TABLE - PROCEDURE CODE,    *
007450* EFFECTIVE DATE RANGE, PERCENT-OF-COST RATE, AND PER-CASE  *
007460* COST CAP.  LOADED ONCE AND PASSED DOWN TO PPCAL215 VIA    *
007470* PPDRV215 SO A MID-YEAR CMS TECHNOLOGY ADD IS A DATA       *
007480* CHANGE INSTEAD OF A RECOMPILE.                            *
007490*----------------------------------------------------------*
007500 FD  NEW-TECH-FILE
007510     RECORDING MODE IS F.
007520 01  NEW-TECH-IN-REC.
007530     05  NI-PROC-CODE            PIC X(07).
007540     05  NI-EFF-DATE             PIC 9(08).
007550     05  NI-END-DATE             PIC 9(08).
007560     05  NI-ADDON-PCT            PIC 9V99.
007570     05  NI-ADDON-CAP            PIC 9(07)V9(02).
007580*----------------------------------------------------------*
007590* PRIOR-FISCAL-YEAR DRG WEIGHT/ALOS/SHORT-STAY-CUTOFF       *
007600* REFERENCE FILE - ONE RECORD PER DRG, CARRYING THE DRG'S   *
007610* RELATIVE WEIGHT, ARITHMETIC AVERAGE LENGTH OF STAY, AND   *
007620* SHORT-STAY OUTLIER DAY CUTOFF AS PUBLISHED FOR THE PRIOR  *
007630* FISCAL YEAR, FOR THE YEAR-OVER-YEAR IMPACT SIMULATOR.     *
007640*----------------------------------------------------------*
007650 FD  DRG-HIST-FILE
007660     RECORDING MODE IS F.
007670 01  DRG-HIST-IN-REC.
007680     05  DGI-DRG                 PIC 9(03).
007690     05  DGI-PRIORYR-WT          PIC 9(01)V9(04).
007700     05  DGI-PRIORYR-ALOS        PIC 9(02)V9(01).
007710     05  DGI-PRIORYR-CUTOFF      PIC 9(02)V9(01).
007720*----------------------------------------------------------*
007730* CURRENT-FISCAL-YEAR DRG WEIGHT FILE - ONE RECORD PER      *
007740* MS-DRG FROM TABLE 5 OF THE IPPS FINAL RULE, LOADED ONCE   *
007750* INTO DRG-WEIGHT-FILE-TABLE AND PASSED DOWN TO PPCAL215    *
007760* THROUGH PPDRV215 SO THE ANNUAL TABLE SWAP IS A DATA LOAD  *
007770* INSTEAD OF A RECOMPILE OF THE PPCAL MODULES.              *
007780*----------------------------------------------------------*
007790 FD  DRG-WEIGHT-FILE
007800     RECORDING MODE IS F.
007810 01  DRG-WT-IN-REC.
007820     05  DW-DRG                  PIC X(03).
007830     05  DW-WT                   PIC 9(02)V9(04).
007840     05  DW-GMALOS               PIC 9(02)V9(01).
007850     05  DW-LOW                  PIC X(01).
007860     05  DW-ARITH-ALOS           PIC 9(02)V9(01).
007870     05  DW-PAC                  PIC X(01).
007880     05  DW-SPPAC                PIC X(01).
007890     05  DW-DESC                 PIC X(26).
007900*----------------------------------------------------------*
007910* WAGE INDEX LOOKUP AUDIT TRAIL - ONE LINE PER BILL PRICED,  *
007920* SHOWING WHICH CBSA AND WHICH OVERRIDE (RURAL FLOOR,        *
007930* OUTMIGRATION, SUPPLEMENTAL/PRIOR-YEAR, INDIAN HEALTH       *
007940* SERVICE, PUERTO RICO) DETERMINED THE WAGE INDEX USED, SO   *
007950* A PAYMENT DISPUTE CAN BE DEFENDED WITHOUT RE-TRACING       *
007960* PPDRV215'S 0550-GET-CBSA BY HAND.                          *
007970*----------------------------------------------------------*
007980 FD  WI-AUDIT-OUT
007990     RECORDING MODE IS F.
008000 01  WI-AUDIT-LINE               PIC X(133).
008010*----------------------------------------------------------*
008020* FISCAL-YEAR DISPATCH COVERAGE REPORT - ONE LINE PER       *
008030* PPCALxxx MODULE PPDRV215 CAN DISPATCH TO, WITH THE COUNT  *
008040* OF BILLS THIS RUN ACTUALLY ROUTED TO IT.  A MODULE SHOWING*
008050* A ZERO COUNT NEVER FIRED FOR THIS RUN'S DISCHARGE DATES.  *
008060*----------------------------------------------------------*
008070  FD  DISPATCH-COV-OUT
008080      RECORDING MODE IS F.
008090  01  DISPATCH-COV-LINE           PIC X(80).
008100*----------------------------------------------------------*
008110* LOW-VOLUME HOSPITAL ADD-ON ELIGIBILITY REPORT - ONE LINE  *
008120* PER PRICED BILL WHOSE PROVIDER IS TEMPORARY-RELIEF-        *
008130* ELIGIBLE (P-NEW-TEMP-RELIEF-IND = 'Y' AND A LOW-VOLUME     *
008140* ADJUSTMENT FACTOR BETWEEN 0 AND .25), SHOWING THE FACTOR   *
008150* USED AND THE DOLLAR ADD-ON PPCAL215 ACTUALLY PAID.         *
008160*----------------------------------------------------------*
008170 FD  LOW-VOL-OUT
008180     RECORDING MODE IS F.
008190 01  LOW-VOL-LINE                PIC X(80).
008200*----------------------------------------------------------*
008210* HMO/MEDICARE ADVANTAGE BILL STREAM - SAME LAYOUT AS       *
008220* PPS-OUT-REC, HOLDING ONLY BILLS THAT CARRY CONDITION      *
008230* CODE 04 (HMO/MA INFORMATION-ONLY BILL), SO THOSE CLAIMS   *
008240* CAN BE ROUTED TO MANAGED-CARE RECONCILIATION SEPARATELY   *
008250* FROM NORMAL FEE-FOR-SERVICE OUTPUT.                       *
008260*----------------------------------------------------------*
008270 FD  HMO-BILL-OUT
008280     RECORDING MODE IS F.
008290 01  HMO-OUT-REC.
008300     05  HO-PROVIDER-NO          PIC X(06).
008310     05  HO-DRG                  PIC 9(03).
008320     05  HO-DISCHARGE-DATE       PIC 9(08).
008330     05  HO-PPS-RTC              PIC 9(02).
008340     05  HO-PPS-WAGE-INDX        PIC 9(02)V9(04).
008350     05  HO-PPS-TOTAL-PAYMENT    PIC 9(09)V9(02).
008360     05  HO-PPS-OPER-HSP-PART    PIC 9(08)V9(02).
008370     05  HO-PPS-OPER-FSP-PART    PIC 9(08)V9(02).
008380     05  HO-PPS-OPER-OUTLIER-PART PIC 9(09)V9(02).
008390     05  HO-PPS-OPER-DSH-ADJ     PIC 9(08)V9(02).
008400     05  HO-PPS-CALC-VERS        PIC X(05).
008410     05  HO-CLAIM-SEQ            PIC 9(09).
008420*----------------------------------------------------------*
008430* VBP/HRR EXCEPTION LOG - ONE LINE PER BILL WHERE PPCAL215   *
008440* RETURNED PPS-RTC 65 (INVALID/BLANK PSF READMISSION FLAG    *
008450* OR ADJUSTMENT) OR PPS-RTC 68 (INVALID VALUE-BASED-         *
008460* PURCHASING PARTICIPANT FLAG), SO THE PROVIDER'S PSF DATA   *
008470* CAN BE CORRECTED WITHOUT DIGGING THROUGH THE GENERAL       *
008480* EDIT-ERROR REPORT FOR THESE TWO SPECIFIC CODES.            *
008490*----------------------------------------------------------*
008500 FD  VBP-HRR-OUT
008510     RECORDING MODE IS F.
008520 01  VBP-HRR-LINE                PIC X(90).
008530*----------------------------------------------------------*
008540* UNCOMPENSATED CARE (FACTOR 3) PAYMENT TRENDING REPORT -    *
008550* ONE LINE PER PROVIDER PER DISCHARGE-DATE YEAR SEEN THIS    *
008560* RUN, SHOWING BILL COUNT AND TOTAL FACTOR 3 UNCOMPENSATED   *
008570* CARE PAYMENT (PPS-UNCOMP-CARE-AMOUNT), SO A PROVIDER'S     *
008580* DSH/UNCOMPENSATED-CARE PAYMENTS CAN BE TRENDED YEAR OVER   *
008590* YEAR WITHOUT RE-SUMMARIZING PPS-FILE-OUT BY HAND.          *
008600*----------------------------------------------------------*
008610 FD  UNCOMP-CARE-OUT
008620     RECORDING MODE IS F.
008630 01  UNCOMP-CARE-LINE            PIC X(80).
008640*----------------------------------------------------------*
008650* ISLET CELL TRANSPLANT ADD-ON ELIGIBILITY CROSS-CHECK       *
008660* REPORT - ONE LINE PER BILL PPCAL215 RETURNED A NON-ZERO    *
008670* PPS-ISLET-ISOL-PAY-ADD-ON FOR (18,848.00 FOR ONE           *
008680* QUALIFYING ISLET-ISOLATION PROCEDURE, 37,696.00 FOR MORE   *
008690* THAN ONE), SO THE CLINICAL DOCUMENTATION TEAM CAN CROSS-   *
008700* CHECK THE PAID COUNT AGAINST THE DIAGNOSIS/PROCEDURE       *
008710* CODES ACTUALLY BILLED.                                     *
008720*----------------------------------------------------------*
008730 FD  ISLET-OUT
008740     RECORDING MODE IS F.
008750 01  ISLET-LINE                  PIC X(80).
008760*----------------------------------------------------------*
008770* CAR-T / CLINICAL-TRIAL NO-COST PRODUCT REPORT - ONE LINE   *
008780* PER MS-DRG 018 BILL, SHOWING WHETHER DIAGNOSIS CODE Z00.6  *
008790* AND CONDITION CODE ZB (NO-COST PRODUCT) OR ZC (NON-NO-     *
008800* COST PRODUCT) WERE PRESENT, SO THE 0.17 CAR-T/CLINICAL-    *
008810* TRIAL WEIGHT REDUCTION PPCAL215'S 2800-CART-CLIN-TRIAL-    *
008820* REDUC PARAGRAPH APPLIES CAN BE CROSS-CHECKED AGAINST THE   *
008830* RESULTING DRG WEIGHT AND PAYMENT.                          *
008840*----------------------------------------------------------*
008850 FD  CART-OUT
008860     RECORDING MODE IS F.
008870 01  CART-LINE                   PIC X(90).
008880*----------------------------------------------------------*
008890* PUERTO RICO WAGE INDEX PARALLEL REPORT - ONE LINE PER      *
008900* BILL WHERE PPDRV215'S 0550-GET-CBSA APPLIED A PUERTO RICO  *
008910* SPECIFIC WAGE INDEX, SHOWING THE PR WAGE INDEX SIDE BY     *
008920* SIDE WITH THE NATIONAL WAGE INDEX AND THE FINAL BLENDED    *
008930* WAGE INDEX ACTUALLY USED TO PRICE THE BILL.                *
008940*----------------------------------------------------------*
008950 FD  PR-WI-OUT
008960     RECORDING MODE IS F.
008970 01  PR-WI-LINE                  PIC X(80).
008980*----------------------------------------------------------*
008990* RURAL FLOOR / IMPUTED FLOOR CHANGE-IMPACT REPORT - ONE     *
009000* LINE PER BILL WHERE PPDRV215'S 2300-2015-FWD-FLOOR-CBSA    *
009010* RAISED THE CBSA WAGE INDEX, SHOWING THE WAGE INDEX BEFORE  *
009020* AND AFTER THE FLOOR WAS APPLIED ALONGSIDE THE BILL'S       *
009030* RESULTING TOTAL PAYMENT.                                   *
009040*----------------------------------------------------------*
009050 FD  FLOOR-OUT
009060     RECORDING MODE IS F.
009070 01  FLOOR-LINE                  PIC X(90).
009080*----------------------------------------------------------*
009090* PROVIDER WAGE INDEX HISTORY FILE - ONE LINE PER DISTINCT   *
009100* PROVIDER/FISCAL-YEAR-MODULE COMBINATION SEEN THIS RUN,      *
009110* APPENDED TO THE END OF THE FILE EVERY RUN (REGARDLESS OF   *
009120* RESTART STATUS) SO A PROVIDER'S CBSA WAGE INDEX CAN BE      *
009130* TRACKED ACROSS FISCAL YEARS WITHOUT RE-RUNNING OLDER FYS.   *
009140*----------------------------------------------------------*
009150 FD  WI-HIST-OUT
009160     RECORDING MODE IS F.
009170 01  WI-HIST-LINE                PIC X(40).
009180*----------------------------------------------------------*
009190* NEW-HOSPITAL / COST-TO-CHARGE-RATIO NO-OUTLIER REPORT -    *
009200* ONE LINE PER BILL WHERE PPCAL215 ZEROED OUT THE CAPITAL    *
009210* COST OUTLIER THRESHOLD BECAUSE THE PROVIDER IS A NEW       *
009220* HOSPITAL WITHOUT ITS OWN ESTABLISHED CAPITAL COST-TO-      *
009230* CHARGE RATIO, SO NO CAPITAL OUTLIER PAYMENT COULD BE MADE. *
009240*----------------------------------------------------------*
009250 FD  NEWHOSP-OUT
009260     RECORDING MODE IS F.
009270 01  NEWHOSP-LINE                PIC X(90).
009280*----------------------------------------------------------*
009290* HOSPITAL ACQUIRED CONDITION (HAC) PENALTY IMPACT REPORT -  *
009300* ONE LINE PER BILL WHERE THE PROVIDER IS IN THE HAC        *
009310* PROGRAM'S BOTTOM QUARTILE, SHOWING THE 1% PAYMENT          *
009320* REDUCTION AMOUNT AND THE RESULTING TOTAL PAYMENT.          *
009330*----------------------------------------------------------*
009340 FD  HAC-OUT
009350     RECORDING MODE IS F.
009360 01  HAC-LINE                    PIC X(80).
009370*----------------------------------------------------------*
009380* EHR MEANINGFUL-USE PAYMENT REDUCTION REPORT - ONE LINE PER *
009390* BILL WHERE THE PROVIDER FAILED TO DEMONSTRATE MEANINGFUL   *
009400* USE OF CERTIFIED EHR TECHNOLOGY, SHOWING THE MARKET-       *
009410* BASKET REDUCTION AMOUNT AND THE RESULTING TOTAL PAYMENT.   *
009420*----------------------------------------------------------*
009430 FD  EHR-OUT
009440     RECORDING MODE IS F.
009450 01  EHR-LINE                    PIC X(80).
009460*----------------------------------------------------------*
009470* SHORT-STAY TRANSFER POLICY (PER-DIEM/50-50 BLEND) AUDIT     *
009480* REPORT - ONE LINE PER BILL PAID UNDER THE PER-DIEM OR      *
009490* POST-ACUTE 50/50 BLEND TRANSFER POLICY (REVIEW CODES 03,   *
009500* 06, 09, 11), SHOWING THE BILL'S LENGTH OF STAY AGAINST     *
009510* THE DRG'S AVERAGE LENGTH OF STAY AND THE RESULTING         *
009520* PAYMENT, SO THE TRANSFER ADJUSTMENT PPCAL215 APPLIED       *
009530* CAN BE AUDITED.                                            *
009540*----------------------------------------------------------*
009550 FD  XFER-OUT
009560     RECORDING MODE IS F.
009570 01  XFER-LINE                   PIC X(90).
009580*----------------------------------------------------------*
009590* PASS-THROUGH COST ITEMIZATION REPORT - ONE LINE PER HMO/MA *
009600* BILL, SHOWING THE LENGTH-OF-STAY-BASED MISCELLANEOUS PASS- *
009610* THROUGH ADD-ON AMOUNT PPCAL215'S 3850-HMO-IME-ADJ          *
009620* PARAGRAPH COMPUTES (THE PROVIDER'S MISC PASS-THROUGH RATE  *
009630* LESS ORGAN ACQUISITION AND DIRECT MEDICAL EDUCATION,       *
009640* TIMES LENGTH OF STAY).                                     *
009650*----------------------------------------------------------*
009660 FD  PASSTHRU-OUT
009670     RECORDING MODE IS F.
009680 01  PASSTHRU-LINE               PIC X(80).
009690*----------------------------------------------------------*
009700* BPCI MODEL 1 BUNDLE-PAYMENT DEMONSTRATION PARTICIPATION     *
009710* REPORT - ONE LINE PER BILL PRICED UNDER A NONZERO MODEL 1   *
009720* BUNDLE DISCOUNT PERCENTAGE, SHOWING THE DISCOUNT PERCENT,   *
009730* THE RESULTING BUNDLE PAYMENT ADJUSTMENT, AND TOTAL PAYMENT. *
009740*----------------------------------------------------------*
009750 FD  BPCI-OUT
009760     RECORDING MODE IS F.
009770 01  BPCI-LINE                   PIC X(80).
009780*----------------------------------------------------------*
009790* SUPPLEMENTAL WAGE INDEX OVERRIDE TRACKING REPORT - ONE     *
009800* LINE PER BILL WHERE PPDRV215'S 0550-GET-CBSA APPLIED A     *
009810* SUPPLEMENTAL OR PRIOR-YEAR WAGE INDEX OVERRIDE IN PLACE OF *
009820* THE STANDARD CBSA WAGE INDEX.                              *
009830*----------------------------------------------------------*
009840 FD  SUPP-WI-OUT
009850     RECORDING MODE IS F.
009860 01  SUPP-WI-LINE                PIC X(80).
009870*----------------------------------------------------------*
009880* PROVIDER EFFECTIVE-DATE TIMELINE / HISTORY VIEW - ONE LINE *
009890* PER PROVIDER IN THE PROVIDER MASTER, SHOWING THE          *
009900* EFFECTIVE, FY-BEGIN, TERMINATION, AND FISCAL-YEAR-END     *
009910* DATES CARRIED ON THE PROVIDER RECORD.  WRITTEN ONCE AT    *
009920* STARTUP FROM THE FULLY-LOADED PROVIDER TABLE, INDEPENDENT *
009930* OF WHICH BILLS THE RUN ACTUALLY PRICES.                   *
009940*----------------------------------------------------------*
009950 FD  PROV-TIMELINE-OUT
009960     RECORDING MODE IS F.
009970 01  PROV-TIMELINE-LINE          PIC X(80).
009980*----------------------------------------------------------*
009990* PPS RETURN-CODE (RTC) REFERENCE AND FREQUENCY REPORT -     *
010000* ONE LINE PER RTC-DESC-ENTRY ROW, SHOWING THE RETURN CODE,  *
010010* ITS PLAIN-LANGUAGE DESCRIPTION, AND HOW MANY BILLS THIS    *
010020* RUN PRICED WITH THAT RETURN CODE.                          *
010030*----------------------------------------------------------*
010040 FD  RTC-FREQ-OUT
010050     RECORDING MODE IS F.
010060 01  RTC-FREQ-LINE               PIC X(80).
010070*----------------------------------------------------------*
010080* NDC DRUG-CODE AND DEMO-CODE ARRAY VALIDATION EXCEPTION     *
010090* REPORT - ONE LINE PER B-21-NDC-DATA OR B-21-DEMO-DATA      *
010100* ARRAY ENTRY THAT IS NEITHER SPACES NOR NUMERIC.            *
010110*----------------------------------------------------------*
010120 FD  NDC-DEMO-OUT
010130     RECORDING MODE IS F.
010140 01  NDC-DEMO-LINE               PIC X(80).
010150*----------------------------------------------------------*
010160* RURAL COMMUNITY HOSPITAL DEMONSTRATION (FLX7) PAYMENT      *
010170* REPORT - ONE LINE PER BILL PRICED WITH A NON-ZERO FLX7     *
010180* DEMONSTRATION PAYMENT AMOUNT.                              *
010190*----------------------------------------------------------*
010200 FD  FLX7-OUT
010210     RECORDING MODE IS F.
010220 01  FLX7-LINE                   PIC X(80).
010230*----------------------------------------------------------*
010240* DSH BED-SIZE/CBSA-SIZE CLASSIFICATION EXCEPTION REPORT -   *
010250* ONE LINE PER BILL WHERE THE PROVIDER'S BED-SIZE/CBSA-SIZE  *
010260* CLASSIFICATION PLACED IT IN THE UNCAPPED DSH CATEGORY      *
010270* (100+ BEDS URBAN, OR 500+ BEDS RURAL) AND THE OPERATING    *
010280* DSH PERCENTAGE ACTUALLY EXCEEDED THE 12% CAP THAT WOULD    *
010290* OTHERWISE HAVE APPLIED.                                    *
010300*----------------------------------------------------------*
010310 FD  DSH-BEDCBSA-OUT
010320     RECORDING MODE IS F.
010330 01  DSH-BEDCBSA-LINE            PIC X(80).
010340*----------------------------------------------------------*
010350* INDIAN HEALTH SERVICE AND RECLASSIFIED-RURAL WAGE INDEX    *
010360* USAGE REPORT - ONE LINE PER BILL WHOSE WAGE INDEX CAME     *
010370* FROM THE INDIAN-HEALTH-SERVICE OVERRIDE, OR WHOSE          *
010380* PROVIDER IS CBSA-RECLASSIFIED, OR WHOSE PROVIDER TYPE IS   *
010390* A REDESIGNATED-RURAL HOSPITAL.                             *
010400*----------------------------------------------------------*
010410 FD  IHS-RECLASS-OUT
010420     RECORDING MODE IS F.
010430 01  IHS-RECLASS-LINE            PIC X(80).
010440*----------------------------------------------------------*
010450* OUTLIER RECONCILIATION BATCH-MODE EXTRACT - ONE LINE PER    *
010460* PROVIDER/DRG COMBINATION ACCUMULATING DAY-OUTLIER AND       *
010470* COST-OUTLIER BILL COUNTS AND TOTAL OUTLIER PAYMENT.         *
010480* WRITTEN ONLY WHEN OUTLIER-RECON-MODE IS ON FOR THIS RUN.    *
010490*----------------------------------------------------------*
010500 FD  OUTLIER-RECON-OUT
010510     RECORDING MODE IS F.
010520 01  OUTLIER-RECON-LINE          PIC X(80).
010530*----------------------------------------------------------*
010540* CAPITAL OLD-HOLD-HARMLESS / GAF AND LARGE-URBAN BLEND       *
010550* REPORT - ONE LINE PER BILL WITH A NONZERO CAPITAL PAYMENT, *
010560* SHOWING THE OLD-HOLD-HARMLESS AMOUNT, THE NATIONAL AND     *
010570* PUERTO RICO GEOGRAPHIC ADJUSTMENT FACTORS, THE BLENDED     *
010580* GAF ACTUALLY APPLIED, THE LARGE-URBAN ADD-ON FACTOR, AND   *
010590* THE RESULTING TOTAL CAPITAL PAYMENT.                       *
010600*----------------------------------------------------------*
010610 FD  CAPI-GAF-OUT
010620     RECORDING MODE IS F.
010630 01  CAPI-GAF-LINE               PIC X(90).
010640*----------------------------------------------------------*
010650* TWO-MIDNIGHT / SHORT-STAY POLICY ADJUSTMENT FACTOR REPORT -*
010660* ONE LINE PER BILL WHOSE CBSA FELL IN THE TWO-MIDNIGHT      *
010670* MSA RANGE (9400-9900) AND WHOSE MID-TAB FACTOR WAS NOT     *
010680* THE NEUTRAL VALUE OF 1.0000, SHOWING THE FACTOR PPCAL215   *
010690* APPLIED ALONGSIDE THE BILL'S RESULTING TOTAL PAYMENT.      *
010700*----------------------------------------------------------*
010710 FD  TWO-MIDNIGHT-OUT
010720     RECORDING MODE IS F.
010730 01  TWO-MIDNIGHT-LINE           PIC X(80).
010740*----------------------------------------------------------*
010750* MODEL 1 BUNDLE / LOW-VOLUME STACKING VALIDATION REPORT -  *
010760* ONE LINE PER BILL WHERE THE LOW-VOLUME HOSPITAL ADD-ON    *
010770* AND THE BPCI MODEL 1 BUNDLE DISCOUNT BOTH FIRED ON THE    *
010780* SAME CLAIM, SHOWING EACH ADJUSTMENT'S DOLLAR EFFECT       *
010790* SEPARATELY SO THE STACKING ORDER CAN BE CONFIRMED.        *
010800*----------------------------------------------------------*
010810 FD  MODEL1-LOWVOL-OUT
010820     RECORDING MODE IS F.
010830 01  MODEL1-LOWVOL-LINE          PIC X(90).
010840*----------------------------------------------------------*
010850* PROVIDER-TYPE/CBSA DATA-DICTIONARY REPORT - ONE LINE PER  *
010860* 88-LEVEL CONDITION NAME DEFINED ON THE PROVIDER RECORD,   *
010870* WRITTEN ONCE PER RUN FROM THE PROV-DICT-TABLE REFERENCE   *
010880* DATA SO ANALYSTS CAN LOOK UP WHAT A CODE MEANS WITHOUT    *
010890* READING THE COPYBOOK.                                     *
010900*----------------------------------------------------------*
010910 FD  PROV-DICT-OUT
010920     RECORDING MODE IS F.
010930 01  PROV-DICT-LINE              PIC X(110).
010940*----------------------------------------------------------*
010950* REVIEW-CODE/BILL-TYPE DISTRIBUTION REPORT - ONE LINE PER   *
010960* BILL-TYPE-DESC-ENTRY ROW, SHOWING THE REVIEW CODE, ITS     *
010970* PLAIN-LANGUAGE MEANING, AND HOW MANY BILLS THIS RUN        *
010980* PRICED WITH THAT REVIEW CODE.                              *
010990*----------------------------------------------------------*
011000 FD  BILL-TYPE-OUT
011010     RECORDING MODE IS F.
011020 01  BILL-TYPE-LINE              PIC X(80).
011030*----------------------------------------------------------*
011040* DRG-480 SPECIAL-PAYMENT CLAIM TRACKING REPORT - ONE LINE   *
011050* PER BILL PAID UNDER THE REVIEW-CODE-08 (N-PAY-DRG-480)     *
011060* SPECIAL PAYMENT METHODOLOGY.                               *
011070*----------------------------------------------------------*
011080 FD  DRG480-OUT
011090     RECORDING MODE IS F.
011100 01  DRG480-LINE                 PIC X(80).
011110*----------------------------------------------------------*
011120* RURAL OUTMIGRATION WAGE-INDEX ADJUSTMENT REPORT - ONE      *
011130* LINE PER BILL WHERE PPDRV215'S 0550-GET-CBSA APPLIED THE   *
011140* COUNTY'S OUTMIGRATION ADD-ON (WA-OUTM-FIRED).              *
011150*----------------------------------------------------------*
011160 FD  OUTM-OUT
011170     RECORDING MODE IS F.
011180 01  OUTM-LINE                   PIC X(80).
011190*----------------------------------------------------------*
011200* PRIOR-YEAR WAGE-INDEX TRANSITION BLEND TRACKING REPORT -   *
011210* ONE LINE PER BILL WHERE PPDRV215 BLENDED IN THE PROVIDER'S  *
011220* PRIOR-YEAR WAGE INDEX (WA-PRIOR-YEAR-WI-USED), SHOWING      *
011230* THE PRIOR-YEAR VALUE AGAINST THE FINAL BLENDED RESULT.      *
011240*----------------------------------------------------------*
011250 FD  PRIORYR-BLEND-OUT
011260     RECORDING MODE IS F.
011270 01  PRIORYR-BLEND-LINE          PIC X(80).
011280*----------------------------------------------------------*
011290* BUDGET-NEUTRALITY FACTOR-CHAIN REPORT - ONE LINE PER BILL  *
011300* SHOWING THE NATIONAL LABOR/NONLABOR SHARE, WAGE INDEX,     *
011310* OPERATING COLA, UPDATE FACTOR, AND DRG WEIGHT THAT PPDRV215 *
011320* COMBINED TO BUILD THE OPERATING FEDERAL PAYMENT RATE FOR    *
011330* THIS BILL, SO THE FULL CHAIN CAN BE COMPARED BILL-FOR-BILL   *
011340* ACROSS RUNS WHEN ANY OF THOSE RATE-SETTING FACTORS CHANGE.   *
011350*----------------------------------------------------------*
011360 FD  BN-FACTOR-OUT
011370     RECORDING MODE IS F.
011380 01  BN-FACTOR-LINE              PIC X(80).
011390*----------------------------------------------------------*
011400* ALASKA/HAWAII COLA VALIDATION EXCEPTION REPORT - ONE LINE   *
011410* PER BILL WHERE THE COST-OF-LIVING ADJUSTMENT PPDRV215        *
011420* APPLIED DISAGREES WITH THE PROVIDER'S STATE: AN ALASKA OR    *
011430* HAWAII PROVIDER PRICED WITH NO COLA, OR A COLA APPLIED TO    *
011440* A PROVIDER OUTSIDE THOSE TWO STATES.                         *
011450*----------------------------------------------------------*
011460 FD  COLA-VALID-OUT
011470     RECORDING MODE IS F.
011480 01  COLA-VALID-LINE             PIC X(80).
011490*----------------------------------------------------------*
011500* LARGE-URBAN WAGE-INDEX FLOOR COMPLIANCE REPORT - ONE LINE   *
011510* FOR EVERY BILL IN A LARGE-URBAN CBSA (WA-CBSA-SIZE = 'L')    *
011520* WHERE THE RURAL/IMPUTED WAGE-INDEX FLOOR FIRED, SHOWING THE  *
011530* WAGE INDEX BEFORE AND AFTER THE FLOOR WAS APPLIED AND         *
011540* FLAGGING THE RARE CASE WHERE THE FLOOR LOWERED RATHER THAN   *
011550* RAISED THE WAGE INDEX, WHICH CMS POLICY NEVER ALLOWS.        *
011560*----------------------------------------------------------*
011570 FD  LARGURB-FLR-OUT
011580     RECORDING MODE IS F.
011590 01  LARGURB-FLR-LINE            PIC X(80).
011600*----------------------------------------------------------*
011610* WAGE-INDEX/CBSA REFERENCE TABLE CAPACITY/REFRESH MONITOR -   *
011620* ONE LINE PER IN-MEMORY REFERENCE TABLE LOADED IN 1000-        *
011630* INITIALIZE, SHOWING HOW MANY ROWS THIS RUN'S EXTRACT FILE      *
011640* ACTUALLY LOADED AGAINST THE TABLE'S OCCURS CAPACITY, SO A      *
011650* TABLE THAT IS NEARING ITS CAPACITY (RISKING SILENT TABLE     *
011660* TRUNCATION) OR THAT LOADED ZERO ROWS (A STALE OR MISSING       *
011670* REFRESH FILE) IS CAUGHT BEFORE IT AFFECTS PRICING.             *
011680*----------------------------------------------------------*
011690 FD  REFTAB-MON-OUT
011700     RECORDING MODE IS F.
011710 01  REFTAB-MON-LINE             PIC X(80).
011720*----------------------------------------------------------*
011730* PRICER VERSION-CONSISTENCY EXCEPTION REPORT - ONE LINE     *
011740* PER BILL WHERE THE CAL-VERSION LITERAL PPS-CALC-VERS       *
011750* CAME BACK WITH DOES NOT MATCH THE PPCALxxx MODULE          *
011760* WA-FY-MODULE-DISPATCHED SAYS PPDRV215 ACTUALLY DISPATCHED  *
011770* THE BILL TO, SIGNALLING A MISMATCHED OR STALE PRICING      *
011780* MODULE LOAD.                                               *
011790*----------------------------------------------------------*
011800 FD  CALC-VERS-OUT
011810     RECORDING MODE IS F.
011820 01  CALC-VERS-LINE              PIC X(90).
011830*----------------------------------------------------------*
011840* DRG WEIGHT/ALOS/SHORT-STAY-CUTOFF YEAR-OVER-YEAR IMPACT    *
011850* SIMULATOR - ONE LINE PER BILL WHOSE DRG IS FOUND IN THE    *
011860* DRG-HIST-TABLE, SHOWING THIS FISCAL YEAR'S DRG WEIGHT,      *
011870* AVERAGE LENGTH OF STAY, AND SHORT-STAY CUTOFF SIDE BY SIDE *
011880* WITH THE PRIOR FISCAL YEAR'S PUBLISHED VALUES AND THE      *
011890* RESULTING PAYMENT IMPACT OF THE WEIGHT CHANGE ALONE.        *
011900*----------------------------------------------------------*
011910 FD  DRG-YOY-OUT
011920     RECORDING MODE IS F.
011930 01  DRG-YOY-LINE                PIC X(100).
011940*----------------------------------------------------------*
011950* RESTART CHECKPOINT FILE - HOLDS THE COUNT OF BILLS         *
011960* SUCCESSFULLY PRICED SO FAR IN THIS RUN, REWRITTEN EVERY    *
011970* WK-CHECKPOINT-INTERVAL BILLS.  IF THE RUN ABENDS, A        *
011980* RESTART READS THIS COUNT AND SKIPS THAT MANY BILL-FILE-IN  *
011990* RECORDS INSTEAD OF RE-PRICING THEM.  CLEARED TO EMPTY ON A *
012000* NORMAL END OF RUN.  A RUN STOPPED BY THE OPERATOR LEAVES   *
012010* ITS STOPPING POINT FOLLOWED BY A SECOND RECORD 'STOPPED',  *
012020* SO THE RESUMING RUN KNOWS THE CARRIED FILES WERE CLOSED    *
012030* CLEANLY AND HAVE BEEN ROTATED IN AS ITS IN GENERATION.     *
012040*----------------------------------------------------------*
012050 FD  CHECKPOINT-FILE
012060     RECORDING MODE IS F.
012070 01  CHECKPOINT-REC              PIC X(07).
012080*----------------------------------------------------------*
012090* OPERATOR STOP REQUEST - OPERATIONS WRITES ONE RECORD       *
012100* BEGINNING 'STOP' (ANY TEXT AFTER IT IS TAKEN AS THE        *
012110* REASON) TO ASK A RUNNING JOB TO END EARLY.  THE FILE IS    *
012120* POLLED AT EVERY CHECKPOINT; THE RUN FINISHES THE PROVIDER  *
012130* IN HAND, CLOSES EVERYTHING CLEANLY AND REPLACES THE        *
012140* REQUEST WITH A 'DONE' RECORD SO IT CANNOT STOP THE NEXT    *
012150* RUN AS WELL.                                               *
012160*----------------------------------------------------------*
012170 FD  STOP-REQ-FILE
012180     RECORDING MODE IS F.
012190 01  STOP-REQ-REC.
012200     05  SR-VERB                 PIC X(04).
012210     05  FILLER                  PIC X(01).
012220     05  SR-TEXT                 PIC X(75).
012230*----------------------------------------------------------*
012240* OUTLIER RECONCILIATION MODE CONTROL CARD - A SINGLE 'Y'/'N' *
012250* RECORD TELLING THIS RUN WHETHER TO ACCUMULATE AND WRITE     *
012260* THE OUTLIER RECONCILIATION EXTRACT.  IF THE CONTROL FILE    *
012270* IS MISSING, THE RUN DEFAULTS TO MODE OFF.                   *
012280*----------------------------------------------------------*
012290 FD  OUTLIER-RECON-PARM
012300     RECORDING MODE IS F.
012310 01  OUTLIER-RECON-PARM-REC      PIC X(01).
012320*----------------------------------------------------------*
012330* SUSPECTED DUPLICATE BILL EXCEPTION FILE - ONE LINE PER     *
012340* BILL WHOSE PROVIDER, DISCHARGE DATE, DRG, AND SUBMITTED    *
012350* CHARGES MATCH A BILL ALREADY READ THIS RUN, IDENTIFYING    *
012360* BOTH OCCURRENCES BY THEIR RECORD SEQUENCE IN THE INPUT.    *
012370* DUPLICATES ARE EXCLUDED FROM PRICING AND FROM EVERY        *
012380* PAYMENT CONTROL TOTAL.                                     *
012390*----------------------------------------------------------*
012400 FD  DUP-BILL-OUT
012410     RECORDING MODE IS F.
012420  01  DUP-BILL-LINE               PIC X(90).
012430*----------------------------------------------------------*
012440* BILL PRE-SORT MODE CONTROL CARD - A SINGLE 'Y'/'N' RECORD *
012450* TELLING THIS RUN WHETHER TO SORT THE BILL FILE BY         *
012460* PROVIDER NUMBER BEFORE PRICING, SO AN EXTRACT THAT        *
012470* ARRIVES IN DISCHARGE-DATE ORDER STILL EXPLOITS THE        *
012480* PROVIDER-BREAK DESIGN.  IF THE CONTROL FILE IS MISSING,   *
012490* THE RUN DEFAULTS TO MODE OFF.                             *
012500*----------------------------------------------------------*
012510 FD  SORT-PARM-FILE
012520     RECORDING MODE IS F.
012530 01  SORT-PARM-REC               PIC X(01).
012540*----------------------------------------------------------*
012550* SORT WORK FILE AND THE PROVIDER-SORTED COPY OF THE BILL   *
012560* FILE THE PRICING LOOP READS WHEN PRE-SORT MODE IS ON.     *
012570*----------------------------------------------------------*
012580*---------------------------------------------------------*
012590* WHAT-IF SCENARIO MODELING - OVERRIDE CARDS (PROVIDER,     *
012600* FIELD NAME, REPLACEMENT VALUE) APPLIED TO THE IN-MEMORY   *
012610* PROVIDER RECORD AFTER THE BASELINE PRICING, WITH EACH     *
012620* AFFECTED BILL RE-PRICED UNDER THE SCENARIO AND A          *
012630* BASELINE-VS-SCENARIO PAYMENT REPORT BY PROVIDER.          *
012640* STRICTLY ANALYTICAL: SCENARIO RESULTS NEVER TOUCH THE     *
012650* PRICING, REMITTANCE, OR RECONCILIATION OUTPUTS.           *
012660*---------------------------------------------------------*
012670 FD  SCENARIO-IN
012680     RECORDING MODE IS F.
012690 01  SCENARIO-REC.
012700     05  SO-PROVIDER-NO          PIC X(06).
012710     05  SO-FIELD-NAME           PIC X(20).
012720     05  SO-NEW-VALUE            PIC X(20).
012730 FD  SCENARIO-RPT-OUT
012740     RECORDING MODE IS F.
012750 01  SCENARIO-RPT-LINE           PIC X(100).
012760*---------------------------------------------------------*
012770* PRE-FLIGHT CBSA REFERENTIAL CHECK - EVERY PROVIDER WHOSE   *
012780* GEOGRAPHIC, RECLASSIFICATION, OR STANDARDIZED-AMOUNT CBSA  *
012790* HAS NO ROW IN THE CBSA WAGE TABLE JUST LOADED IS REPORTED  *
012800* BEFORE THE FIRST BILL IS READ, WITH AN OPTIONAL HALT WHEN  *
012810* THE ORPHAN COUNT SAYS THE WRONG TABLE GENERATION WAS       *
012820* MOUNTED.                                                   *
012830*---------------------------------------------------------*
012840 FD  CBSA-ORPHAN-OUT
012850     RECORDING MODE IS F.
012860 01  CBSA-ORPHAN-LINE            PIC X(80).
012870*---------------------------------------------------------*
012880* TRANSFER PAIR MATCHING REPORT - EACH TRANSFER BILL PAIRED  *
012890* WITH THE RECEIVING PROVIDER'S ADMISSION WHEN BOTH SIDES    *
012900* APPEAR IN THE RUN, AND EVERY TRANSFER WHOSE COUNTERPART    *
012910* NEVER ARRIVED FLAGGED - UNMATCHED TRANSFERS ARE WHERE      *
012920* PER-DIEM ABUSE HIDES.                                      *
012930*---------------------------------------------------------*
012940 FD  XFER-MATCH-OUT
012950     RECORDING MODE IS F.
012960 01  XFER-MATCH-LINE             PIC X(100).
012970*---------------------------------------------------------*
012980* FISCAL-YEAR RELEASE CERTIFICATION DECK - BILL RECORDS      *
012990* PAIRED WITH THE EXPECTED RETURN CODE, TOTAL PAYMENT, AND   *
013000* COMPONENT VALUES.  IN CERTIFICATION MODE THE RUN PRICES    *
013010* THE DECK THROUGH THE NORMAL PPDRV215 PATH AND REPORTS      *
013020* EVERY MISMATCH FIELD BY FIELD WITH A FINAL CERTIFIED/      *
013030* FAILED VERDICT.  THE DECK GROWS WITH EVERY DEFECT EVER     *
013040* FIXED, SO NO OLD BUG RETURNS UNNOTICED.                    *
013050*---------------------------------------------------------*
013060 FD  CERT-DECK-IN
013070     RECORDING MODE IS F.
013080 01  CERT-DECK-REC.
013090     05  CD-BILL-RECORD          PIC X(791).
013100     05  CD-EXP-RTC              PIC 9(02).
013110     05  CD-EXP-TOTAL            PIC 9(09)V9(02).
013120     05  CD-EXP-HSP              PIC 9(08)V9(02).
013130     05  CD-EXP-FSP              PIC 9(08)V9(02).
013140     05  CD-EXP-OUTLIER          PIC 9(09)V9(02).
013150     05  CD-EXP-DSH              PIC 9(08)V9(02).
013160 FD  CERT-RPT-OUT
013170     RECORDING MODE IS F.
013180 01  CERT-RPT-LINE               PIC X(110).
013190*---------------------------------------------------------*
013200* KEYED PRICED-CLAIM HISTORY REPOSITORY - ONE RECORD PER     *
013210* PRICING OF A CLAIM, KEYED BY PROVIDER, DISCHARGE DATE,     *
013220* CLAIM SEQUENCE ID, AND RUN ID, HOLDING THE PPS-DATA        *
013230* RESULT, THE WAGE-INDEX AUDIT RECORD, AND THE RUN DATE,     *
013240* SO "HOW DID WE PRICE THIS CLAIM LAST MARCH" IS A KEYED     *
013250* RETRIEVAL (PPINQ215) INSTEAD OF A TAPE RESTORE.  AN        *
013260* ALTERNATE INDEX ON THE MBI (DUPLICATES ALLOWED), KEPT UP   *
013270* BY EVERY WRITE, FINDS ALL OF A BENEFICIARY'S STAYS.        *
013280*---------------------------------------------------------*
013290 FD  HIST-REPO-FILE
013300     RECORD CONTAINS 252 CHARACTERS.
013310 01  HIST-REPO-REC.
013320     05  HR-KEY.
013330         10  HR-PROVIDER-NO     PIC X(06).
013340         10  HR-DISCHARGE-DATE  PIC 9(08).
013350         10  HR-CLAIM-SEQ       PIC 9(09).
013360         10  HR-RUN-ID          PIC X(08).
013370     05  HR-RUN-DATE            PIC 9(08).
013380     05  HR-PPS-DATA            PIC X(89).
013390     05  HR-WI-AUDIT            PIC X(66).
013400     05  HR-MBI                 PIC X(11).
013410     05  HR-DRG                 PIC 9(03).
013420     05  HR-CAPI-TOTAL-PAY      PIC S9(09)V9(02).
013430     05  HR-CAPI-OUTLIER        PIC S9(09)V9(02).
013440     05  HR-UNCOMP-CARE         PIC S9(09)V9(02).
013450     05  HR-NEW-TECH            PIC 9(09)V9(02).
013460*---------------------------------------------------------*
013470* PROVIDER RECOUPMENT LEDGER - RECEIVABLE BALANCES CARRIED   *
013480* RUN TO RUN.  A PERIOD WHOSE REVERSALS EXCEED NEW PAYMENTS  *
013490* POSTS THE SHORTFALL AS A RECEIVABLE; LATER PAYMENTS DRAW   *
013500* THE BALANCE DOWN BEFORE THE REMITTANCE EXTRACT IS CUT.     *
013510* THE LEDGER REPORT SHOWS EACH PROVIDER'S BALANCE WITH THE   *
013520* OLDEST OPEN POSTING DATE FOR AGING.                        *
013530* THE RAC BALANCE IS THE PART OF THE BALANCE PPRAC215        *
013540* POSTED FROM RECOVERY-AUDITOR FINDINGS.                     *
013550* THE INTEREST BALANCE, DEMAND-LETTER STAGE, INTEREST-       *
013560* THROUGH DATE AND TREASURY REFERRAL FLAG ARE MAINTAINED BY  *
013570* PPDMD215; PAYMENTS DRAW THE INTEREST DOWN FIRST.           *
013580* THE PLAN FLAG IS 'A' WHILE AN EXTENDED REPAYMENT PLAN IS   *
013590* IN EFFECT, WITH ITS INTEREST RATE; PPRAC215 SETS IT TO 'N' *
013600* WHEN IT POSTS A NEW OVERPAYMENT, WHICH DEFAULTS THE PLAN.  *
013610*---------------------------------------------------------*
013620 FD  LEDGER-FILE-IN
013630     RECORDING MODE IS F.
013640 01  LEDGER-IN-REC.
013650     05  LG-IN-PROVIDER-NO       PIC X(06).
013660     05  LG-IN-BALANCE           PIC 9(11)V9(02).
013670     05  LG-IN-OLDEST-DATE       PIC 9(08).
013680     05  LG-IN-RAC-BALANCE       PIC 9(11)V9(02).
013690     05  LG-IN-INT-BALANCE       PIC 9(11)V9(02).
013700     05  LG-IN-LETTER-STAGE      PIC 9(01).
013710     05  LG-IN-LETTER-DATE       PIC 9(08).
013720     05  LG-IN-INT-THRU-DATE     PIC 9(08).
013730     05  LG-IN-REFERRAL-SW       PIC X(01).
013740     05  LG-IN-PLAN-SW           PIC X(01).
013750     05  LG-IN-PLAN-PCT          PIC 9(02)V9(03).
013760 FD  LEDGER-FILE-OUT
013770     RECORDING MODE IS F.
013780 01  LEDGER-OUT-REC.
013790     05  LG-OUT-PROVIDER-NO      PIC X(06).
013800     05  LG-OUT-BALANCE          PIC 9(11)V9(02).
013810     05  LG-OUT-OLDEST-DATE      PIC 9(08).
013820     05  LG-OUT-RAC-BALANCE      PIC 9(11)V9(02).
013830     05  LG-OUT-INT-BALANCE      PIC 9(11)V9(02).
013840     05  LG-OUT-LETTER-STAGE     PIC 9(01).
013850     05  LG-OUT-LETTER-DATE      PIC 9(08).
013860     05  LG-OUT-INT-THRU-DATE    PIC 9(08).
013870     05  LG-OUT-REFERRAL-SW      PIC X(01).
013880     05  LG-OUT-PLAN-SW          PIC X(01).
013890     05  LG-OUT-PLAN-PCT         PIC 9(02)V9(03).
013900 FD  LEDGER-RPT-OUT
013910     RECORDING MODE IS F.
013920 01  LEDGER-RPT-LINE             PIC X(110).
013930*---------------------------------------------------------*
013940* RAC-SOURCE LEDGER POSTINGS - THE RECEIVABLES PPRAC215     *
013950* POSTED FROM RECOVERY-AUDITOR FINDINGS, ONE PER FINDING,   *
013960* TO NET AGAINST THE CANCEL OR ADJUSTMENT IT CUT.           *
013970*---------------------------------------------------------*
013980 FD  RAC-POST-IN
013990     RECORDING MODE IS F.
014000 01  RAC-POST-IN-REC.
014010     05  RP-IN-PROVIDER-NO       PIC X(06).
014020     05  RP-IN-SOURCE-CODE       PIC X(03).
014030     05  RP-IN-POST-DATE         PIC 9(08).
014040     05  RP-IN-AMOUNT            PIC 9(09)V9(02).
014050     05  RP-IN-DISCHARGE-DATE    PIC 9(08).
014060     05  RP-IN-MBI               PIC X(11).
014070     05  RP-IN-ACTION-CODE       PIC X(01).
014080     05  RP-IN-REFERENCE         PIC X(16).
014090     05  FILLER                  PIC X(16).
014100*---------------------------------------------------------*
014110* EXTENDED REPAYMENT SCHEDULES - ONE RECORD PER PLAN: THE   *
014120* APPROVED PRINCIPAL, THE INSTALLMENT AND ITS FREQUENCY     *
014130* (W WEEKLY, B BIWEEKLY, M MONTHLY, Q QUARTERLY), THE       *
014140* START DATE AND THE PLAN INTEREST RATE, FOLLOWED BY THE    *
014150* SCHEDULE STATE THIS PROGRAM CARRIES RUN TO RUN.  STATUS:  *
014160* A ACTIVE, D IN DEFAULT (MI MISSED INSTALLMENT, NO NEW     *
014170* OVERPAYMENT), C COMPLETE.  A NEW PLAN IS ADDED AS STATUS  *
014180* A WITH THE STATE FIELDS ZERO.  THE FILE IS WRITTEN BACK.  *
014190*---------------------------------------------------------*
014200 FD  REPAY-PLAN-IN
014210     RECORDING MODE IS F.
014220 01  REPAY-PLAN-IN-REC.
014230     05  EI-PROVIDER-NO          PIC X(06).
014240     05  EI-PLAN-ID              PIC X(10).
014250     05  EI-STATUS               PIC X(01).
014260     05  EI-APPROVED-PRIN        PIC 9(11)V9(02).
014270     05  EI-INSTALLMENT          PIC 9(09)V9(02).
014280     05  EI-FREQUENCY            PIC X(01).
014290     05  EI-START-DATE           PIC 9(08).
014300     05  EI-ANNUAL-PCT           PIC 9(02)V9(03).
014310     05  EI-NEXT-DUE             PIC 9(08).
014320     05  EI-BILLED               PIC 9(03).
014330     05  EI-AMOUNT-DUE           PIC 9(09)V9(02).
014340     05  EI-PAID-TO-DATE         PIC 9(11)V9(02).
014350     05  EI-PRIN-PAID            PIC 9(11)V9(02).
014360     05  EI-MISSED               PIC 9(02).
014370     05  EI-LAST-PAID            PIC 9(08).
014380     05  EI-END-REASON           PIC X(02).
014390     05  EI-STATUS-DATE          PIC 9(08).
014400     05  FILLER                  PIC X(07).
014410 FD  REPAY-PLAN-OUT
014420     RECORDING MODE IS F.
014430 01  REPAY-PLAN-OUT-REC          PIC X(130).
014440 FD  REPAY-RPT-OUT
014450     RECORDING MODE IS F.
014460 01  REPAY-RPT-LINE              PIC X(150).
014470*---------------------------------------------------------*
014480* OFF-CYCLE MANUAL PAYMENTS - ONE RECORD PER CHECK FINANCE  *
014490* ISSUED OUTSIDE THE CYCLE: THE PROVIDER, THE CHECK NUMBER, *
014500* ISSUE DATE AND AMOUNT, THE BENEFICIARY AND DISCHARGE DATE *
014510* OF THE CLAIM IT PAID WHERE KNOWN (SPACES AND ZEROES WHERE *
014520* NOT), THE AUTHORITY (CO COURT ORDER, HA HARDSHIP ADVANCE, *
014530* SO SYSTEM OUTAGE, OT OTHER) AND THE APPROVING OFFICIAL,   *
014540* FOLLOWED BY THE STATE THIS PROGRAM CARRIES RUN TO RUN.    *
014550* STATUS: O OUTSTANDING, M MATCHED TO A PRICED CLAIM AND    *
014560* OFFSET FROM ITS PAYMENT, C CONVERTED TO A LEDGER          *
014570* RECEIVABLE.  A NEW CHECK IS ADDED AS STATUS O WITH THE    *
014580* STATE FIELDS ZERO.  THE FILE IS WRITTEN BACK.             *
014590*---------------------------------------------------------*
014600 FD  MANUAL-PAY-IN
014610     RECORDING MODE IS F.
014620 01  MANUAL-PAY-IN-REC.
014630     05  MV-PROVIDER-NO          PIC X(06).
014640     05  MV-PAYMENT-ID           PIC X(10).
014650     05  MV-ISSUE-DATE           PIC 9(08).
014660     05  MV-AMOUNT               PIC 9(09)V9(02).
014670     05  MV-MBI                  PIC X(11).
014680     05  MV-DISCHARGE-DATE       PIC 9(08).
014690     05  MV-AUTHORITY            PIC X(02).
014700     05  MV-APPROVED-BY          PIC X(20).
014710     05  MV-STATUS               PIC X(01).
014720     05  MV-POSTED-DATE          PIC 9(08).
014730     05  MV-APPLIED-AMT          PIC 9(09)V9(02).
014740     05  MV-MATCH-SEQ            PIC 9(09).
014750     05  MV-CONVERTED-AMT        PIC 9(09)V9(02).
014760     05  MV-STATUS-DATE          PIC 9(08).
014770     05  FILLER                  PIC X(26).
014780 FD  MANUAL-PAY-OUT
014790     RECORDING MODE IS F.
014800 01  MANUAL-PAY-OUT-REC          PIC X(150).
014810 FD  MANUAL-RPT-OUT
014820     RECORDING MODE IS F.
014830 01  MANUAL-RPT-LINE             PIC X(170).
014840*---------------------------------------------------------*
014850* ACCELERATED AND ADVANCE PAYMENTS - ONE RECORD PER ADVANCE *
014860* MADE TO A PROVIDER: THE PROGRAM (A ACCELERATED, D ADVANCE)*
014870* THE AMOUNT ADVANCED AND ISSUE DATE, THE DATE RECOUPMENT   *
014880* STARTS, AND UP TO FOUR SCHEDULE PERIODS, EACH THE PERCENT *
014890* WITHHELD FROM EVERY PAYMENT AND THE LAST DATE IT APPLIES  *
014900* (THE FIRST PERIOD RUNS FROM THE START DATE, EACH LATER    *
014910* ONE FROM THE DAY AFTER THE PERIOD BEFORE; UNUSED PERIODS  *
014920* ARE ZERO).  THE STATE THIS PROGRAM CARRIES RUN TO RUN     *
014930* FOLLOWS.  STATUS: A RECOUPING, D SCHEDULE ENDED WITH A    *
014940* BALANCE OPEN, DEMANDED THROUGH THE PROVIDER LEDGER, C     *
014950* REPAID.  A NEW ADVANCE IS ADDED AS STATUS A WITH THE      *
014960* STATE FIELDS ZERO.  THE FILE IS WRITTEN BACK.             *
014970*---------------------------------------------------------*
014980 FD  ADVANCE-PAY-IN
014990     RECORDING MODE IS F.
015000 01  ADVANCE-PAY-IN-REC.
015010     05  AI-PROVIDER-NO          PIC X(06).
015020     05  AI-ADVANCE-ID           PIC X(10).
015030     05  AI-PROGRAM              PIC X(01).
015040     05  AI-AMOUNT               PIC 9(11)V9(02).
015050     05  AI-ISSUE-DATE           PIC 9(08).
015060     05  AI-RECOUP-START         PIC 9(08).
015070     05  AI-PERIOD OCCURS 4 TIMES.
015080         10  AI-PERIOD-PCT       PIC 9(03)V9(02).
015090         10  AI-PERIOD-THRU      PIC 9(08).
015100     05  AI-STATUS               PIC X(01).
015110     05  AI-WITHHELD             PIC 9(11)V9(02).
015120     05  AI-DEMAND-AMT           PIC 9(11)V9(02).
015130     05  AI-LAST-RECOUP          PIC 9(08).
015140     05  AI-STATUS-DATE          PIC 9(08).
015150     05  FILLER                  PIC X(19).
015160 FD  ADVANCE-PAY-OUT
015170     RECORDING MODE IS F.
015180 01  ADVANCE-PAY-OUT-REC         PIC X(160).
015190 FD  ADVANCE-RPT-OUT
015200     RECORDING MODE IS F.
015210 01  ADVANCE-RPT-LINE            PIC X(170).
015220*---------------------------------------------------------*
015230* CHARGE-REASONABLENESS SUSPENSE REPORT - BILLS WHOSE        *
015240* IMPLIED COST (CHARGES TIMES THE PROVIDER CCR) EXCEEDS THE  *
015250* TOLERANCE MULTIPLE OF THE NATIONAL AVERAGE COST FOR THE    *
015260* BILL'S DRG WEIGHT.  THE COST-OUTLIER PORTION IS WITHHELD   *
015270* PENDING CONFIRMATION INSTEAD OF PAYING AN OUTLIER BORN     *
015280* FROM A KEYING ERROR.                                       *
015290*---------------------------------------------------------*
015300 FD  CHG-SUSPENSE-OUT
015310     RECORDING MODE IS F.
015320 01  CHG-SUSPENSE-LINE           PIC X(110).
015330*---------------------------------------------------------*
015340* CORRECTION-AND-REWORK CYCLE - EVERY REJECTED BILL IS ALSO  *
015350* WRITTEN TO THE REWORK FILE IN FULL RECORD FORM WITH ITS    *
015360* REJECT REASON.  THE BILLING OFFICE SUBMITS SIMPLE          *
015370* CORRECTION TRANSACTIONS (BILL KEY PLUS REPLACEMENT FIELD   *
015380* VALUES); AT THE START OF THE NEXT RUN THE REWORK STEP      *
015390* APPLIES THEM, RE-PRICES ONLY THE CORRECTED BILLS, AND      *
015400* REPORTS CORRECTED-AND-PAID VERSUS STILL-FAILING BY THE     *
015410* ORIGINAL REJECT REASON.  UNCORRECTED AND STILL-FAILING     *
015420* BILLS STAY ON THE REWORK FILE FOR THE NEXT CYCLE.          *
015430*---------------------------------------------------------*
015440 FD  REWORK-FILE-IN
015450     RECORDING MODE IS F.
015460 01  REWORK-IN-REC.
015470     05  RW-IN-BILL              PIC X(791).
015480     05  RW-IN-RTC               PIC 9(02).
015490 FD  REWORK-FILE-OUT
015500     RECORDING MODE IS F.
015510 01  REWORK-OUT-REC.
015520     05  RW-OUT-BILL             PIC X(791).
015530     05  RW-OUT-RTC              PIC 9(02).
015540 FD  CORRECTION-IN
015550     RECORDING MODE IS F.
015560 01  CORRECTION-REC.
015570     05  CR-PROVIDER-NO          PIC X(06).
015580     05  CR-DRG                  PIC X(03).
015590     05  CR-DISCHARGE-DATE       PIC X(08).
015600     05  CR-FIELD-NAME           PIC X(20).
015610     05  CR-NEW-VALUE            PIC X(20).
015620 FD  REWORK-RPT-OUT
015630     RECORDING MODE IS F.
015640 01  REWORK-RPT-LINE             PIC X(100).
015650*---------------------------------------------------------*
015660* FULL PPS-ADDITIONAL-VARIABLES DETAIL EXTRACT - ONE RECORD  *
015670* PER PRICED BILL CARRYING THE BILL KEYS, THE CLAIM SEQUENCE *
015680* ID, AND THE COMPLETE PPSADDVR RESULT AREA AS RETURNED BY   *
015690* THE PRICER, IN A FIXED LAYOUT THE DATA WAREHOUSE LOADS     *
015700* DIRECTLY, SO NOTHING THE PRICER COMPUTED EVAPORATES WHEN   *
015710* THE RUN ENDS.                                              *
015720*---------------------------------------------------------*
015730 FD  PPS-DETAIL-OUT
015740     RECORDING MODE IS F.
015750 01  PPS-DETAIL-REC.
015760     05  DT-PROVIDER-NO          PIC X(06).
015770     05  DT-DRG                  PIC 9(03).
015780     05  DT-DISCHARGE-DATE       PIC 9(08).
015790     05  DT-CLAIM-SEQ            PIC 9(09).
015800     05  DT-PPS-RTC              PIC 9(02).
015810*        THE COMPLETE PPS-ADDITIONAL-VARIABLES AREA, BYTE
015820*        FOR BYTE AS PPSADDVR DEFINES IT.
015830     05  DT-ADDVR-AREA           PIC X(1373).
015840*        NEW-TECH-TABLE PROCEDURE CODES ON THE BILL (UP TO
015850*        THREE), EACH WITH 'P' = A TABLE ROW IN FORCE ON THE
015860*        DISCHARGE DATE, 'E' = DISCHARGED AFTER THE CODE'S
015870*        END DATE, 'B' = BEFORE ITS EFFECTIVE DATE.
015880     05  DT-NT-COUNT             PIC 9(01).
015890     05  DT-NT-TABLE.
015900         10  DT-NT-ENTRY OCCURS 3 TIMES.
015910             15  DT-NT-PROC-CODE PIC X(07).
015920             15  DT-NT-STATUS    PIC X(01).
015930*---------------------------------------------------------*
015940* EFFECTIVE-DATED TABLE-VERSION CATALOG - ONE ROW PER        *
015950* REFERENCE TABLE SET: TABLE TYPE, DATASET NAME, EFFECTIVE   *
015960* DATE RANGE, AND PUBLISHED VERSION STAMP.  AT START-UP THE  *
015970* RUN SELECTS AND LOGS THE SET IN FORCE FOR ITS DISCHARGE    *
015980* WINDOW AND ENDS WITH RETURN CODE 16 WHEN THE CATALOG HAS   *
015990* A COVERAGE GAP, SO TABLE SELECTION IS DATA INSTEAD OF      *
016000* LAST-MINUTE JCL EDITING.  (DATASET MOUNTING ITSELF REMAINS *
016010* A JCL RESPONSIBILITY; THE CATALOG IS THE CONTROL AND THE   *
016020* AUDIT OF WHAT SHOULD BE MOUNTED.)                          *
016030*---------------------------------------------------------*
016040 FD  TABLE-CATALOG-IN
016050     RECORDING MODE IS F.
016060 01  TABLE-CATALOG-REC.
016070     05  CT-TABLE-TYPE           PIC X(08).
016080     05  CT-DSN                  PIC X(44).
016090     05  CT-EFF-DATE             PIC 9(08).
016100     05  CT-END-DATE             PIC 9(08).
016110     05  CT-VERSION              PIC X(08).
016120 FD  CATALOG-LOG-OUT
016130     RECORDING MODE IS F.
016140 01  CATALOG-LOG-LINE            PIC X(90).
016150*---------------------------------------------------------*
016160* RUN MANIFEST - ONE SELF-DESCRIBING RECORD PER RUN: RUN ID, *
016170* PARAMETERS IN EFFECT, THE PRICER VERSIONS SEEN, RECORD     *
016180* COUNTS AND PAYMENT TOTALS, AND CHECKPOINT/RESTART STATUS.  *
016190* THE SAME RECORD IS APPENDED TO THE CUMULATIVE RUN-HISTORY  *
016200* REGISTRY, SO "WHICH RUN PRODUCED THIS FILE" IS A LOOKUP.   *
016210* A RUN STOPPED BY THE OPERATOR FOLLOWS THE RUN RECORD WITH  *
016220* ITS STOP RECORD.  THE GENERATION STAMPS OF THE CARRIED-    *
016230* FORWARD FILES COME LAST.                                   *
016240*---------------------------------------------------------*
016250 FD  MANIFEST-OUT
016260     RECORDING MODE IS F.
016270 01  MANIFEST-REC.
016280     05  MF-RUN-ID               PIC X(08).
016290     05  MF-RUN-DATE             PIC 9(08).
016300     05  MF-RUN-TIME             PIC 9(08).
016310     05  MF-PPDRV-VERSION        PIC X(05).
016320     05  MF-CALC-VERS            PIC X(05).
016330     05  MF-RESTART-IND          PIC X(01).
016340     05  MF-REPORTS-SW           PIC X(01).
016350     05  MF-SORT-SW              PIC X(01).
016360     05  MF-COMPARE-SW           PIC X(01).
016370     05  MF-PARFY-SW             PIC X(01).
016380     05  MF-BILLS-READ           PIC 9(07).
016390     05  MF-BILLS-PRICED         PIC 9(07).
016400     05  MF-BILLS-REJECTED       PIC 9(07).
016410     05  MF-BILLS-QUARANTINED    PIC 9(07).
016420     05  MF-BILLS-DUPLICATE      PIC 9(07).
016430     05  MF-BILLS-FILTERED       PIC 9(07).
016440     05  MF-BILLS-PENDED         PIC 9(07).
016450     05  MF-PPSOUT-RECS          PIC 9(07).
016460     05  MF-REMIT-RECS           PIC 9(07).
016470     05  MF-TOTAL-PAYMENT        PIC 9(13)V9(02).
016480*        PRICED CLAIMS HELD BACK BY THE FUNDS-CONTROL
016490*        CEILING THIS RUN (THE MANIFEST RECORDS THE SPLIT)
016500     05  MF-BILLS-FUNDS-HELD     PIC 9(05).
016510*        UNCHANGED BILLS WHOSE PRIOR RESULT CARRIED FORWARD
016520*        IN DELTA MODE (MF-BILLS-PRICED IS FRESH PRICINGS)
016530     05  MF-BILLS-CARRIED        PIC 9(07).
016540*        KEYED HISTORY-REPOSITORY ROWS WRITTEN THIS RUN -
016550*        THE NO-PAY DIVERTS RECORD A ROW WITHOUT COUNTING
016560*        AS PRICED, SO PPHRM215'S VERIFY PROVES AGAINST
016570*        THIS FIGURE, NOT THE PRICED COUNT.
016580     05  MF-HISTREPO-WRITES      PIC 9(07).
016590*        VERSION OF THE FISCAL-YEAR DISPATCH CONTROL FILE
016600*        IN FORCE ('COMPILED' WHEN NONE WAS LOADED)
016610     05  MF-DISPATCH-VERSION     PIC X(08).
016620*    BEHIND THE RUN RECORD, ONE GENERATION RECORD PER
016630*    CARRIED-FORWARD FILE: THE STAMP FOUND ON EACH IN FILE
016640*    AND HOW IT WAS JUDGED, AND THE STAMP WRITTEN ON EACH
016650*    OUT FILE.  ONLY THE RUN RECORD GOES TO THE REGISTRY.
016660 01  MANIFEST-GEN-REC.
016670     05  MG-RUN-ID               PIC X(08).
016680     05  MG-REC-TYPE             PIC X(08).
016690     05  MG-DIRECTION            PIC X(03).
016700     05  MG-DD-NAME              PIC X(08).
016710     05  MG-STAMP-RUN-ID         PIC X(08).
016720     05  MG-STAMP-DATE           PIC 9(08).
016730     05  MG-STAMP-TIME           PIC 9(08).
016740     05  MG-RESULT               PIC X(09).
016750     05  FILLER                  PIC X(84).
016760*    A RUN ENDED EARLY BY AN OPERATOR STOP REQUEST: WHERE
016770*    IT STOPPED AND THE CHECKPOINT POSITION THE NEXT RUN
016780*    RESUMES FROM.  NOT WRITTEN WHEN THE RUN COMPLETES.
016790 01  MANIFEST-STOP-REC.
016800     05  MS-RUN-ID               PIC X(08).
016810     05  MS-REC-TYPE             PIC X(08).
016820     05  MS-STOP-REASON          PIC X(20).
016830     05  MS-RESUME-POSITION      PIC 9(07).
016840     05  MS-LAST-PROVIDER        PIC X(06).
016850     05  MS-NEXT-PROVIDER        PIC X(06).
016860     05  MS-STOP-DATE            PIC 9(08).
016870     05  MS-STOP-TIME            PIC 9(08).
016880     05  MS-REQUEST-TEXT         PIC X(40).
016890     05  FILLER                  PIC X(33).
016900 FD  RUN-HIST-OUT
016910     RECORDING MODE IS F.
016920 01  RUN-HIST-REC                PIC X(144).
016930*---------------------------------------------------------*
016940* THE SAME REGISTRY READ BACK AT START-UP - ITS LAST ROW  *
016950* NAMES THE RUN WHOSE CARRIED-FORWARD FILES THIS RUN MUST *
016960* BE GIVEN.                                               *
016970*---------------------------------------------------------*
016980 FD  RUN-HIST-IN
016990     RECORDING MODE IS F.
017000 01  RUN-HIST-IN-REC             PIC X(144).
017010*---------------------------------------------------------*
017020* CASE-MIX INDEX DRIFT REPORT - EACH PROVIDER'S ACTUAL CMI   *
017030* COMPUTED FROM THE DRG WEIGHTS OF THE BILLS JUST PRICED,    *
017040* COMPARED TO THE P-NEW-CMI STORED ON ITS PROVIDER RECORD,   *
017050* FLAGGING PROVIDERS BEYOND THE RUN-CONTROL TOLERANCE.  A    *
017060* STALE STORED CMI QUIETLY MIS-PAYS EVERY SCH/MDH BILL.      *
017070*---------------------------------------------------------*
017080 FD  CMI-DRIFT-OUT
017090     RECORDING MODE IS F.
017100 01  CMI-DRIFT-LINE              PIC X(80).
017110*---------------------------------------------------------*
017120* PAYMENT ANOMALY SCREENING - PER-PROVIDER DISTRIBUTIONS     *
017130* FROM THE PRICED RESULTS (AVERAGE PAYMENT PER CASE, COST-   *
017140* OUTLIER RATE, HIGH-WEIGHT DRG SHARE, AVERAGE DRG WEIGHT)   *
017150* COMPARED TO THE PROVIDER'S OWN HISTORY FILE AND TO THE     *
017160* RUN-WIDE PEER AVERAGES, WITH A SCORED EXCEPTION EXTRACT    *
017170* FOR THE PROGRAM-INTEGRITY TEAM.  THE HISTORY FILE IS       *
017180* REWRITTEN WITH THIS RUN'S METRICS FOR THE NEXT RUN.        *
017190*---------------------------------------------------------*
017200 FD  PROV-HIST-IN
017210     RECORDING MODE IS F.
017220 01  PROV-HIST-IN-REC.
017230     05  PH-PROVIDER-NO          PIC X(06).
017240     05  PH-AVG-PAYMENT          PIC 9(07)V9(02).
017250     05  PH-OUTLIER-RATE         PIC 9(01)V9(04).
017260     05  PH-AVG-DRG-WT           PIC 9(02)V9(04).
017270 FD  PROV-HIST-OUT
017280     RECORDING MODE IS F.
017290 01  PROV-HIST-OUT-REC.
017300     05  PJ-PROVIDER-NO          PIC X(06).
017310     05  PJ-AVG-PAYMENT          PIC 9(07)V9(02).
017320     05  PJ-OUTLIER-RATE         PIC 9(01)V9(04).
017330     05  PJ-AVG-DRG-WT           PIC 9(02)V9(04).
017340 FD  ANOMALY-OUT
017350     RECORDING MODE IS F.
017360 01  ANOMALY-LINE                PIC X(110).
017370*---------------------------------------------------------*
017380* DUAL FISCAL-YEAR PARALLEL PRICING COMPARISON - EACH BILL   *
017390* PRICED ONCE THROUGH THE MODULE THE DISPATCH NATURALLY      *
017400* SELECTS AND ONCE FORCED THROUGH THE PRIOR YEAR'S MODULE    *
017410* WITH THAT YEAR'S TABLES, WITH PER-BILL AND PER-PROVIDER    *
017420* COMPARISONS OF TOTAL, OUTLIER, DSH, AND IME COMPONENTS.    *
017430*---------------------------------------------------------*
017440 FD  FY-COMPARE-OUT
017450     RECORDING MODE IS F.
017460 01  FY-COMPARE-LINE             PIC X(130).
017470*---------------------------------------------------------*
017480* REFERENCE-FILE LOAD VALIDATION REPORT - CONTENT CHECKS ON  *
017490* EVERY RUNTIME-LOADED REFERENCE TABLE BEFORE THE FIRST BILL *
017500* IS READ: DUPLICATE KEYS, OVERLAPPING OR INVERTED DATE      *
017510* RANGES, ZERO RATES AND CAPS, AND COUNTS AGAINST THE TABLE  *
017520* OCCURS LIMITS.  A HARD ERROR FAILS THE RUN (RETURN CODE    *
017530* 16) BEFORE ANY PRICING - BAD REFERENCE DATA FAILS LOUDLY   *
017540* AT LOAD TIME, NOT SUBTLY ALL NIGHT.                        *
017550*---------------------------------------------------------*
017560 FD  REF-VALID-OUT
017570     RECORDING MODE IS F.
017580 01  REF-VALID-LINE              PIC X(90).
017590*---------------------------------------------------------*
017600* AGED-BILL OVERRIDE AUDIT FILE - ONE RECORD PER BILL PRICED *
017610* PAST THE FIVE-YEAR CUTOFF UNDER THE RUN-CONTROL OVERRIDE,  *
017620* RECORDING WHO AUTHORIZED IT AND WHY.                       *
017630*---------------------------------------------------------*
017640 FD  OVERRIDE-AUDIT-OUT
017650     RECORDING MODE IS F.
017660 01  OVERRIDE-AUDIT-REC.
017670     05  OV-PROVIDER-NO          PIC X(06).
017680     05  OV-DRG                  PIC 9(03).
017690     05  OV-DISCHARGE-DATE       PIC 9(08).
017700     05  OV-OPERATOR             PIC X(08).
017710     05  OV-REASON               PIC X(40).
017720*---------------------------------------------------------*
017730* WAIVER-STATE BILL STREAM - BILLS FOR PROVIDERS IN WAIVER   *
017740* STATES (PPS-RTC 53) ROUTED TO THEIR OWN OUTPUT, PRICED ON  *
017750* A CHARGE BASIS: COVERED CHARGES TIMES THE PROVIDER-LEVEL   *
017760* INTERIM PERCENTAGE FROM THE WAIVER RATE FILE, SO THE       *
017770* STREAM ARRIVES DOWNSTREAM PRICED INSTEAD OF AS REJECTS.    *
017780*---------------------------------------------------------*
017790 FD  WAIVER-RATE-FILE
017800     RECORDING MODE IS F.
017810 01  WAIVER-RATE-REC.
017820     05  WV-PROVIDER-NO          PIC X(06).
017830     05  WV-INTERIM-PCT          PIC 9(01)V9(04).
017840 FD  WAIVER-BILL-OUT
017850     RECORDING MODE IS F.
017860 01  WAIVER-OUT-REC.
017870     05  WO-PROVIDER-NO          PIC X(06).
017880     05  WO-DRG                  PIC 9(03).
017890     05  WO-DISCHARGE-DATE       PIC 9(08).
017900     05  WO-COVERED-CHARGES      PIC 9(09)V9(02).
017910     05  WO-INTERIM-PCT          PIC 9(01)V9(04).
017920     05  WO-PAYMENT-AMT          PIC 9(09)V9(02).
017930     05  WO-CLAIM-SEQ            PIC 9(09).
017940*---------------------------------------------------------*
017950* PEND-AND-RECYCLE FILES - BILLS WHOSE PROVIDER WAS NOT ON   *
017960* THE MASTER ARE PENDED IN FULL BILL FORM WITH A PEND DATE   *
017970* AND CYCLE COUNT.  AT THE START OF EACH RUN THE PEND FILE   *
017980* FROM THE PRIOR RUN IS RE-PRESENTED AGAINST THE FRESHLY     *
017990* LOADED PROVIDER MASTER: BILLS THAT NOW FIND A SEGMENT      *
018000* PRICE NORMALLY, THE REST CYCLE FORWARD, AND BILLS PAST     *
018010* THE OPERATOR-SET CYCLE LIMIT AGE OUT TO A REPORT.          *
018020*---------------------------------------------------------*
018030 FD  PEND-FILE-IN
018040     RECORDING MODE IS F.
018050 01  PEND-IN-REC.
018060     05  PN-BILL-RECORD          PIC X(791).
018070     05  PN-PEND-DATE            PIC 9(08).
018080     05  PN-CYCLE-COUNT          PIC 9(02).
018090 FD  PEND-FILE-OUT
018100     RECORDING MODE IS F.
018110 01  PEND-OUT-REC.
018120     05  PQ-BILL-RECORD          PIC X(791).
018130     05  PQ-PEND-DATE            PIC 9(08).
018140     05  PQ-CYCLE-COUNT          PIC 9(02).
018150 FD  PEND-AGED-OUT
018160     RECORDING MODE IS F.
018170 01  PEND-AGED-LINE              PIC X(80).
018180*---------------------------------------------------------*
018190* CLAIM EVENT JOURNAL - APPEND-ONLY, SHARED WITH          *
018200* PPCNV215, PPSET215 AND PPDSB215.  THIS RUN ADDS THE     *
018210* EDIT-FAILED, PENDED, QUARANTINED, HELD, RELEASED,       *
018220* PRICED, REMITTED AND REVERSED EVENTS, KEYED BY CLAIM    *
018230* SEQUENCE ID AND RUN ID.                                 *
018240*---------------------------------------------------------*
018250 FD  CLAIM-EVENT-OUT
018260     RECORDING MODE IS F.
018270 COPY CLMEVENT.
018280*---------------------------------------------------------*
018290* BATCH PRICING LOG - APPEND-ONLY, ONE RECORD PER CLAIM   *
018300* PRICED WITH THE BILL, PROVIDER SEGMENT AND CATALOG      *
018310* VERSIONS IT WAS PRICED FROM, MATCHED TO THE ONLINE      *
018320* QUOTE LOG BY PPQVB215.                                  *
018330*---------------------------------------------------------*
018340 FD  PRICE-LOG-OUT
018350     RECORDING MODE IS F.
018360 COPY PRICELOG.
018370*---------------------------------------------------------*
018380* STRUCTURAL QUARANTINE FILE - EVERY BILL RECORD WHOSE       *
018390* FIELDS FAIL CLASS OR RANGE CHECKS BEFORE ANY ARITHMETIC    *
018400* TOUCHES THEM, WRITTEN WHOLE WITH THE OFFENDING FIELD AND   *
018410* REASON, SO ONE GARBAGE RECORD CANNOT ABEND A QUARTER-      *
018420* MILLION-BILL NIGHT.  THE RUN CONTINUES PAST EACH ONE.      *
018430*---------------------------------------------------------*
018440 FD  QUARANTINE-OUT
018450     RECORDING MODE IS F.
018460 01  QUARANTINE-REC.
018470     05  QU-FIELD-NAME           PIC X(20).
018480     05  QU-REASON               PIC X(30).
018490     05  QU-BILL-RECORD          PIC X(791).
018500     05  QU-CLAIM-SEQ            PIC 9(09).
018510*---------------------------------------------------------*
018520* LENGTH-OF-STAY VERIFICATION REPORT - ONE LINE PER BILL     *
018530* WHOSE SUBMITTED LOS CONTRADICTS THE STAY RECOMPUTED FROM   *
018540* ADMISSION TO DISCHARGE.  THE BILL IS REJECTED, NOT PRICED. *
018550*---------------------------------------------------------*
018560 FD  LOS-ERROR-OUT
018570     RECORDING MODE IS F.
018580 01  LOS-ERROR-LINE              PIC X(80).
018590*---------------------------------------------------------*
018600* 30-DAY READMISSION CHAIN REPORT - SAME-MBI, SAME-PROVIDER  *
018610* STAY PAIRS WHERE THE LATER STAY FALLS WITHIN 30 DAYS OF    *
018620* THE PRIOR DISCHARGE, WITH DRGS AND PAYMENTS ON BOTH ENDS,  *
018630* SO THE HRR ADJUSTMENT DATA CAN BE SANITY-CHECKED IN-HOUSE. *
018640*---------------------------------------------------------*
018650 FD  READMIT-OUT
018660     RECORDING MODE IS F.
018670 01  READMIT-LINE                PIC X(120).
018680*---------------------------------------------------------*
018690* OPTIONAL REVENUE-CENTER CHARGE DETAIL FILE - REVENUE CODE, *
018700* UNITS, AND CHARGES BEHIND EACH BILL, IN THE SAME ORDER AS  *
018710* THE BILL FILE AND KEYED THE SAME WAY.  THE INTAKE MATCHES  *
018720* DETAILS TO THEIR PARENT BILL, SPLITS ACCOMMODATION         *
018730* (REVENUE CODES 0100-0219) FROM ANCILLARY CHARGES TO        *
018740* SHARPEN THE COST-OUTLIER BASE IN PPCAL215, AND ROLLS UP    *
018750* CHARGES BY REVENUE CENTER FOR THE RUN.                     *
018760*---------------------------------------------------------*
018770 FD  REV-DETAIL-FILE
018780     RECORDING MODE IS F.
018790 01  REV-DETAIL-REC.
018800     05  RD-PROVIDER-NO          PIC X(06).
018810     05  RD-DISCHARGE-DATE       PIC 9(08).
018820     05  RD-DRG                  PIC 9(03).
018830     05  RD-REV-CODE             PIC X(04).
018840     05  RD-UNITS                PIC 9(05).
018850     05  RD-CHARGES              PIC 9(07)V9(02).
018860 FD  REV-ROLLUP-OUT
018870     RECORDING MODE IS F.
018880 01  REV-ROLLUP-LINE             PIC X(80).
018890*---------------------------------------------------------*
018900* NDC DRUG ADD-ON RATE FILE - ONE ROW PER NATIONAL DRUG     *
018910* CODE WITH ITS EFFECTIVE DATE RANGE AND PER-OCCURRENCE     *
018920* ALLOWANCE, LOADED ONCE INTO NDC-RATE-TABLE AND PASSED     *
018930* DOWN TO PPCAL215 THROUGH PPDRV215.                        *
018940*---------------------------------------------------------*
018950 FD  NDC-RATE-FILE
018960     RECORDING MODE IS F.
018970 01  NDC-RATE-IN-REC.
018980     05  NC-NDC                  PIC X(11).
018990     05  NC-EFF-DATE             PIC 9(08).
019000     05  NC-END-DATE             PIC 9(08).
019010     05  NC-ALLOWANCE            PIC 9(07)V9(02).
019020*---------------------------------------------------------*
019030* OPERATING STANDARDIZED-AMOUNT RATE FILE - ONE ROW PER   *
019040* RATE TABLE NUMBER (1-8, THE QUALITY/UPDATE/EHR          *
019050* COMBINATION) PER EFFECTIVE DATE RANGE, CARRYING THE     *
019060* NATIONAL LABOR AND NONLABOR SHARES.  LOADED ONCE INTO   *
019070* OPER-RATE-TABLE AND PASSED DOWN TO THE CURRENT PPCAL    *
019080* MODULES THROUGH PPDRV215, SO A MID-YEAR CMS CORRECTION  *
019090* NOTICE IS A DATA CHANGE WITH AN AUDIT TRAIL INSTEAD OF  *
019100* A RECOMPILE OF THE PPCAL MODULES.                       *
019110*---------------------------------------------------------*
019120*---------------------------------------------------------*
019130* PROVIDER EDIT-QUALITY STATISTICS - PER-PROVIDER BILL AND *
019140* REJECT COUNTS WITH A FREQUENCY SLOT PER RETURN CODE AND  *
019150* A FEW EXAMPLE CLAIMS, ACCUMULATED ACROSS RUNS INTO THE   *
019160* QUARTERLY FILE THE PROVIDER-OUTREACH LETTER GENERATOR    *
019170* (PPLTR215) READS.                                        *
019180*---------------------------------------------------------*
019190 FD  EDITQ-IN
019200     RECORDING MODE IS F.
019210 01  EDITQ-IN-REC.
019220     05  EQ-IN-PROVIDER-NO       PIC X(06).
019230     05  EQ-IN-BILLS             PIC 9(07).
019240     05  EQ-IN-ERRORS            PIC 9(07).
019250     05  EQ-IN-RTC-COUNTS.
019260         10  EQ-IN-RTC-CNT       PIC 9(05) OCCURS 33 TIMES.
019270     05  EQ-IN-EXAMPLES.
019280         10  EQ-IN-EXAMPLE OCCURS 3 TIMES.
019290             15  EQ-IN-EX-DISCHARGE PIC 9(08).
019300             15  EQ-IN-EX-DRG       PIC 9(03).
019310             15  EQ-IN-EX-RTC       PIC 9(02).
019320 FD  EDITQ-OUT
019330     RECORDING MODE IS F.
019340 01  EDITQ-OUT-REC.
019350     05  EQ-OUT-PROVIDER-NO      PIC X(06).
019360     05  EQ-OUT-BILLS            PIC 9(07).
019370     05  EQ-OUT-ERRORS           PIC 9(07).
019380     05  EQ-OUT-RTC-COUNTS.
019390         10  EQ-OUT-RTC-CNT      PIC 9(05) OCCURS 33 TIMES.
019400     05  EQ-OUT-EXAMPLES.
019410         10  EQ-OUT-EXAMPLE OCCURS 3 TIMES.
019420             15  EQ-OUT-EX-DISCHARGE PIC 9(08).
019430             15  EQ-OUT-EX-DRG       PIC 9(03).
019440             15  EQ-OUT-EX-RTC       PIC 9(02).
019450*---------------------------------------------------------*
019460* SAME-DAY READMISSION COMBINE EDIT - UNDER THE IPPS       *
019470* SAME-DAY RULE, A PATIENT READMITTED TO THE SAME          *
019480* HOSPITAL ON THE DAY OF DISCHARGE IS ONE STAY, ONE DRG   *
019490* PAYMENT.  A PRESCAN OF THE BILL FILE PAIRS SUCH STAYS    *
019500* BEFORE PRICING; BOTH BILLS ARE HELD OFF THE PRICED       *
019510* STREAM TO THE COMBINE FILE AND REPORTED FOR              *
019520* COMBINATION, INSTEAD OF BEING DISCOVERED AFTER PAYMENT.  *
019530*---------------------------------------------------------*
019540 FD  SAMEDAY-HOLD-OUT
019550     RECORDING MODE IS F.
019560 01  SAMEDAY-HOLD-REC            PIC X(791).
019570 FD  SAMEDAY-RPT-OUT
019580     RECORDING MODE IS F.
019590 01  SAMEDAY-RPT-LINE            PIC X(100).
019600*---------------------------------------------------------*
019610* REFERENCE-TABLE IMAGE - THE LOADED, SORTED, VALIDATED    *
019620* REFERENCE TABLES DUMPED AS ONE RECORD, STAMPED WITH THE  *
019630* TABLE-CATALOG VERSION IDS IN FORCE.  THE FIRST LOADER    *
019640* OF A PARTITIONED NIGHT SAVES IT (TABLE-IMAGE=SAVE);      *
019650* LATER PARTITIONS AND PPSVC215'S REGION INITIALIZATION    *
019660* RESTORE FROM IT (TABLE-IMAGE=RESTORE) AFTER CHECKING     *
019670* THE STAMPS, FALLING BACK TO A FRESH LOAD ON ANY          *
019680* MISMATCH.                                                *
019690*---------------------------------------------------------*
019700 FD  TABLE-IMAGE-FILE
019710     RECORDING MODE IS F.
019720 01  TABLE-IMAGE-REC.
019730     05  TI-EYECATCHER           PIC X(08).
019740     05  TI-VERSION-STAMPS.
019750         10  TI-VERSION          PIC X(08) OCCURS 6 TIMES.
019760     05  TI-MSAX-COUNT           PIC 9(05).
019770     05  TI-CBSA-COUNT           PIC 9(05).
019780     05  TI-CNTYCBSA-COUNT       PIC 9(05).
019790     05  TI-NEWTECH-COUNT        PIC 9(03).
019800     05  TI-MSAX-IMAGE           PIC X(225000).
019810     05  TI-CBSA-IMAGE           PIC X(256000).
019820     05  TI-CNTY-IMAGE           PIC X(40000).
019830     05  TI-NEWTECH-IMAGE        PIC X(3500).
019840     05  TI-DRGWT-IMAGE          PIC X(35204).
019850     05  TI-NDC-IMAGE            PIC X(7204).
019860     05  TI-OPRT-IMAGE           PIC X(1203).
019870     05  TI-SCCR-IMAGE           PIC X(10803).
019880     05  TI-GEOD-VERSION         PIC X(08).
019890     05  TI-GEOD-IMAGE           PIC X(92004).
019900     05  TI-RUFL-IMAGE           PIC X(9503).
019910     05  TI-PREV-IMAGE           PIC X(72005).
019920     05  TI-OUTM-IMAGE           PIC X(54004).
019930     05  TI-MID-IMAGE            PIC X(6503).
019940     05  TI-DSPC-IMAGE           PIC X(1871).
019950*---------------------------------------------------------*
019960* PRIOR CYCLE'S BILL FILE - READ IN DELTA MODE (DELTA=Y)   *
019970* SO ONLY NEW AND CHANGED BILLS PRICE TONIGHT; UNCHANGED   *
019980* BILLS CARRY THE PRIOR RUN'S PRICED RESULT FORWARD INTO   *
019990* TONIGHT'S OUTPUTS, AND THE MANIFEST DISTINGUISHES        *
020000* FRESH-PRICED FROM CARRIED-FORWARD.  THE PRIOR RESULT     *
020010* ROWS COME FROM THE EXISTING PRIOR-PPS FILE.              *
020020*---------------------------------------------------------*
020030 FD  PRIOR-BILL-FILE
020040     RECORDING MODE IS F.
020050 01  PRIOR-BILL-REC              PIC X(791).
020060*---------------------------------------------------------*
020070* TIMELY-FILING DENIAL REPORT - ONE LINE PER CLAIM         *
020080* RECEIVED MORE THAN 12 MONTHS AFTER ITS DISCHARGE DATE    *
020090* WITHOUT AN EXCEPTION REASON.  DISTINCT FROM THE PRICING  *
020100* REJECTIONS: THESE CLAIMS ARE NOT PAYABLE AT ALL.         *
020110*---------------------------------------------------------*
020120 FD  TIMELY-RPT-OUT
020130     RECORDING MODE IS F.
020140 01  TIMELY-RPT-LINE             PIC X(100).
020150*---------------------------------------------------------*
020160* PENDING-STAY FILE - INTERIM BILLS OF A LONG STAY, HELD   *
020170* AND COMBINED ACROSS RUNS (KEYED BY MBI AND PROVIDER)     *
020180* UNTIL THE FINAL BILL ARRIVES, SO THE STAY PRICES ONCE    *
020190* WITH ITS FULL DAYS AND CHARGES.  STAYS STILL OPEN PAST   *
020200* THE STALENESS THRESHOLD ARE REPORTED.                    *
020210*---------------------------------------------------------*
020220 FD  PEND-STAY-IN
020230     RECORDING MODE IS F.
020240 01  PEND-STAY-IN-REC.
020250     05  PY-IN-BILL-RECORD       PIC X(791).
020260     05  PY-IN-FIRST-DATE        PIC 9(08).
020270     05  PY-IN-INTERIM-COUNT     PIC 9(02).
020280 FD  PEND-STAY-OUT
020290     RECORDING MODE IS F.
020300 01  PEND-STAY-OUT-REC.
020310     05  PY-BILL-RECORD          PIC X(791).
020320     05  PY-FIRST-DATE           PIC 9(08).
020330     05  PY-INTERIM-COUNT        PIC 9(02).
020340 FD  STALE-STAY-OUT
020350     RECORDING MODE IS F.
020360 01  STALE-STAY-LINE             PIC X(90).
020370*---------------------------------------------------------*
020380* DISCHARGE-STATUS / REVIEW-CODE VERIFICATION REPORT - ONE *
020390* LINE PER BILL WHOSE SUBMITTED REVIEW CODE CONTRADICTS    *
020400* THE PATIENT DISCHARGE-STATUS CODE PER THE DERIVATION     *
020410* TABLE (E.G. A PER-DIEM TRANSFER REVIEW CODE ON A BILL    *
020420* WHOSE STATUS SAYS DISCHARGED HOME).                      *
020430*---------------------------------------------------------*
020440 FD  DSTS-RPT-OUT
020450     RECORDING MODE IS F.
020460 01  DSTS-RPT-LINE               PIC X(100).
020470*---------------------------------------------------------*
020480* PRESENT-ON-ADMISSION EDIT REPORT - ONE LINE PER BILL     *
020490* FROM A POA-REQUIRED PROVIDER REJECTED FOR A MISSING      *
020500* INDICATOR ON A CODED DIAGNOSIS SLOT.                     *
020510*---------------------------------------------------------*
020520 FD  POA-RPT-OUT
020530     RECORDING MODE IS F.
020540 01  POA-RPT-LINE                PIC X(90).
020550*---------------------------------------------------------*
020560* CLAIM-LEVEL HAC EXPOSURE REPORT - ONE LINE PER DIAGNOSIS *
020570* IN A HAC CATEGORY CODED NOT-PRESENT-ON-ADMISSION, SO THE *
020580* CASE-LEVEL EXPOSURE BEHIND THE FLAT 1 PERCENT PROVIDER   *
020590* PENALTY IS VISIBLE.                                      *
020600*---------------------------------------------------------*
020610 FD  HAC-POA-OUT
020620     RECORDING MODE IS F.
020630 01  HAC-POA-LINE                PIC X(90).
020640*---------------------------------------------------------*
020650* OCCURRENCE-CODE COVERAGE ADJUSTMENT REPORT - ONE LINE    *
020660* PER BILL WHOSE COVERED DAYS WERE ADJUSTED BEFORE PRICING *
020670* FROM THE OCCURRENCE CODE/DATE ARRAY: BENEFITS-EXHAUSTED  *
020680* (CODE A3) CAPS COVERED DAYS AT THE EXHAUST DATE, AND A   *
020690* LEAVE-OF-ABSENCE DAY (CODE 74) IS NOT A COVERED DAY.     *
020700*---------------------------------------------------------*
020710 FD  OCC-ADJ-OUT
020720     RECORDING MODE IS F.
020730 01  OCC-ADJ-LINE                PIC X(100).
020740*---------------------------------------------------------*
020750* PROVIDER PAYMENT-SUSPENSION WITHHOLD STREAM - A          *
020760* SUSPENDED PROVIDER'S CLAIMS STILL PRICE AND SETTLE, BUT  *
020770* THE REMITTANCE RECORD DIVERTS TO THE WITHHOLD FILE WITH  *
020780* ITS OWN BALANCING TOTALS.  A DISPOSITION TRANSACTION IN  *
020790* A LATER RUN RELEASES THE MONEY INTO THAT RUN'S           *
020800* REMITTANCE (ADJUSTMENT REASON 'WR') OR FORFEITS IT; THE  *
020810* REST CYCLE FORWARD.                                      *
020820*---------------------------------------------------------*
020830 FD  SUSPENSION-FILE
020840     RECORDING MODE IS F.
020850 01  SUSPENSION-REC.
020860     05  SU-PROVIDER-NO          PIC X(06).
020870     05  SU-EFF-DATE             PIC 9(08).
020880     05  SU-END-DATE             PIC 9(08).
020890 FD  WITHHOLD-IN
020900     RECORDING MODE IS F.
020910 01  WITHHOLD-IN-REC.
020920     05  WH-IN-REMIT-REC         PIC X(118).
020930     05  WH-IN-HELD-DATE         PIC 9(08).
020940 FD  WITHHOLD-OUT
020950     RECORDING MODE IS F.
020960 01  WITHHOLD-OUT-REC.
020970     05  WH-REMIT-REC            PIC X(118).
020980     05  WH-HELD-DATE            PIC 9(08).
020990*---------------------------------------------------------*
021000* PIP NOTIONAL REMITTANCE FILE - THE REMIT IMAGE OF EVERY  *
021010* PIP PROVIDER'S PRICED CLAIM, DIVERTED FROM REMITOUT TO   *
021020* THE NOTIONAL LEDGER.  PPBAL215 FOLDS THESE ONTO THE      *
021030* REMIT SIDE OF THE CROSS-FOOT, AS IT DOES THE SUSPENSION  *
021040* WITHHOLDS.                                               *
021050*---------------------------------------------------------*
021060 FD  PIP-REMIT-OUT
021070     RECORDING MODE IS F.
021080 01  PIP-REMIT-OUT-REC.
021090     05  PR-REMIT-REC            PIC X(118).
021100     05  PR-HELD-DATE            PIC 9(08).
021110 FD  SUSP-DISP-IN
021120     RECORDING MODE IS F.
021130 01  SUSP-DISP-REC.
021140     05  SD-PROVIDER-NO          PIC X(06).
021150     05  SD-DISCHARGE-DATE       PIC X(08).
021160     05  SD-CLAIM-SEQ            PIC X(09).
021170     05  SD-DISPOSITION          PIC X(01).
021180*        'R' = RELEASE TO REMITTANCE, 'F' = FORFEIT
021190 FD  SUSP-RPT-OUT
021200     RECORDING MODE IS F.
021210 01  SUSP-RPT-LINE               PIC X(100).
021220*---------------------------------------------------------*
021230* PERIODIC-INTERIM-PAYMENT (PIP) HANDLING - A PIP          *
021240* PROVIDER'S CLAIMS PRICE AND RECORD NORMALLY BUT SKIP     *
021250* THE REMITTANCE EXTRACT (THE PROVIDER IS PAID BIWEEKLY    *
021260* LUMP SUMS).  THE NOTIONAL PRICING ACCUMULATES IN A       *
021270* PER-PROVIDER LEDGER FOR THE COST-REPORT RECONCILIATION,  *
021280* AND THE PIP SUMMARY REPORT COMPARES IT TO THE LUMP-SUM   *
021290* SCHEDULE.                                                *
021300*---------------------------------------------------------*
021310 FD  PIP-SCHED-FILE
021320     RECORDING MODE IS F.
021330 01  PIP-SCHED-REC.
021340     05  PC-PROVIDER-NO          PIC X(06).
021350     05  PC-PERIOD-LUMP-SUM      PIC 9(09)V9(02).
021360 FD  PIP-LEDGER-OUT
021370     RECORDING MODE IS F.
021380 01  PIP-LEDGER-REC.
021390     05  PL-PROVIDER-NO          PIC X(06).
021400     05  PL-BILL-COUNT           PIC 9(07).
021410     05  PL-NOTIONAL-PAYMENT     PIC 9(11)V9(02).
021420 FD  PIP-RPT-OUT
021430     RECORDING MODE IS F.
021440 01  PIP-RPT-LINE                PIC X(100).
021450*---------------------------------------------------------*
021460* TREASURY FUNDS-CONTROL CEILING - THE PARAMETER FILE      *
021470* CARRIES THE PERIOD'S AUTHORIZED DISBURSEMENT CEILING.    *
021480* WHEN CUMULATIVE REMITTANCE DOLLARS WOULD BREACH IT, THE  *
021490* REMAINING PRICED CLAIMS GO WHOLE (BILL, RESULT ROW,      *
021500* REMITTANCE RECORD) TO THE PAYMENT-HOLD FILE WITH A FULL  *
021510* REPORT, THE MANIFEST RECORDS THE SPLIT, AND A RUN WITH   *
021520* FUNDS-RELEASE=Y ISSUES THEM WHEN THE NEXT AUTHORIZATION  *
021530* LOADS.                                                   *
021540*---------------------------------------------------------*
021550 FD  FUNDS-CTL-FILE
021560     RECORDING MODE IS F.
021570 01  FUNDS-CTL-REC.
021580     05  FC-CEILING              PIC 9(13)V9(02).
021590 FD  PAY-HOLD-IN
021600     RECORDING MODE IS F.
021610 01  PAY-HOLD-IN-REC.
021620     05  FH-IN-BILL-RECORD       PIC X(791).
021630     05  FH-IN-PPS-REC           PIC X(235).
021640     05  FH-IN-REMIT-REC         PIC X(118).
021650     05  FH-IN-HELD-DATE         PIC 9(08).
021660 FD  PAY-HOLD-OUT
021670     RECORDING MODE IS F.
021680 01  PAY-HOLD-OUT-REC.
021690     05  FH-BILL-RECORD          PIC X(791).
021700     05  FH-PPS-REC              PIC X(235).
021710     05  FH-REMIT-REC            PIC X(118).
021720     05  FH-HELD-DATE            PIC 9(08).
021730 FD  FUNDS-RPT-OUT
021740     RECORDING MODE IS F.
021750 01  FUNDS-RPT-LINE              PIC X(100).
021760*---------------------------------------------------------*
021770* CLEAN-CLAIM PAYMENT FLOOR - A PAYABLE ORIGINAL CLAIM MAY*
021780* NOT BE PAID BEFORE THE 14TH DAY (ELECTRONIC) OR THE 29TH*
021790* DAY (PAPER) AFTER ITS RECEIPT DATE.  PPCNV215'S MEDIUM  *
021800* EXTRACT AND THE CARRIED PAPER-CLAIM FILE NAME THE PAPER *
021810* CLAIMS; ANY OTHER CLAIM IS ELECTRONIC.  A CLAIM WHOSE   *
021820* FLOOR DATE IS STILL AHEAD GOES WHOLE (BILL, RESULT ROW, *
021830* REMITTANCE RECORD) TO THE FLOOR-HOLD FILE, WHICH CARRIES*
021840* RUN TO RUN UNTIL THE NIGHT ITS FLOOR DATE ARRIVES, AND  *
021850* THE INVENTORY REPORT LISTS WHAT IS WAITING BY RELEASE   *
021860* DATE.                                                   *
021870*---------------------------------------------------------*
021880 FD  CLAIM-MEDIUM-IN
021890     RECORDING MODE IS F.
021900     COPY CLMMEDIA.
021910*---------------------------------------------------------*
021920* CARRIED PAPER-CLAIM MEDIUM (CLMMEDIA LAYOUT).  SUBMEDIA  *
021930* ONLY NAMES TONIGHT'S CONVERTED CLAIMS, SO THE PAPER ROWS *
021940* ARE CARRIED RUN TO RUN (PAPMEDI TO PAPMEDO) UNTIL THE    *
021950* PAPER FLOOR DATE HAS PASSED.  A PENDED, RECYCLED OR      *
021960* REWORKED PAPER CLAIM KEEPS ITS PAPER FLOOR THAT WAY.     *
021970*---------------------------------------------------------*
021980 FD  PAPER-MEDIA-IN
021990     RECORDING MODE IS F.
022000 01  PAPER-MEDIA-IN-REC.
022010     05  PI-PROVIDER-NO          PIC X(06).
022020     05  PI-DISCHARGE-DATE       PIC 9(08).
022030     05  PI-MBI                  PIC X(11).
022040     05  PI-RECEIPT-DATE         PIC 9(08).
022050     05  PI-SUBMITTER-ID         PIC X(08).
022060     05  PI-MEDIUM               PIC X(01).
022070     05  FILLER                  PIC X(18).
022080 FD  PAPER-MEDIA-OUT
022090     RECORDING MODE IS F.
022100 01  PAPER-MEDIA-OUT-REC.
022110     05  PU-PROVIDER-NO          PIC X(06).
022120     05  PU-DISCHARGE-DATE       PIC 9(08).
022130     05  PU-MBI                  PIC X(11).
022140     05  PU-RECEIPT-DATE         PIC 9(08).
022150     05  PU-SUBMITTER-ID         PIC X(08).
022160     05  PU-MEDIUM               PIC X(01).
022170     05  FILLER                  PIC X(18).
022180 FD  FLOOR-HOLD-IN
022190     RECORDING MODE IS F.
022200 01  FLOOR-HOLD-IN-REC.
022210     05  FL-IN-BILL-RECORD       PIC X(791).
022220     05  FL-IN-PPS-REC           PIC X(235).
022230     05  FL-IN-REMIT-REC         PIC X(118).
022240     05  FL-IN-HELD-DATE         PIC 9(08).
022250     05  FL-IN-FLOOR-DATE        PIC 9(08).
022260     05  FL-IN-MEDIUM            PIC X(01).
022270 FD  FLOOR-HOLD-OUT
022280     RECORDING MODE IS F.
022290 01  FLOOR-HOLD-OUT-REC.
022300     05  FL-BILL-RECORD          PIC X(791).
022310     05  FL-PPS-REC              PIC X(235).
022320     05  FL-REMIT-REC            PIC X(118).
022330     05  FL-HELD-DATE            PIC 9(08).
022340     05  FL-FLOOR-DATE           PIC 9(08).
022350     05  FL-MEDIUM               PIC X(01).
022360 FD  FLOOR-RPT-OUT
022370     RECORDING MODE IS F.
022380 01  FLOOR-RPT-LINE              PIC X(100).
022390*---------------------------------------------------------*
022400* GENERAL-LEDGER JOURNAL VOUCHER EXTRACT - ONE BALANCED    *
022410* DEBIT/CREDIT PAIR PER ACCOUNTING CLASSIFICATION (DRG     *
022420* PAYMENT EXPENSE, OUTLIER EXPENSE, PASS-THROUGH,          *
022430* SEQUESTRATION CONTRA, RECOUPMENT OFFSET, CLEAN-CLAIM     *
022440* INTEREST) FROM THE SAME ACCUMULATORS THE TRAILER         *
022450* BALANCING PROVES.  THE ACCOUNT-MAPPING CONTROL FILE      *
022460* RE-MAPS ACCOUNTS WITHOUT A CODE CHANGE.                  *
022470*---------------------------------------------------------*
022480 FD  GL-MAP-FILE
022490     RECORDING MODE IS F.
022500 01  GL-MAP-REC.
022510     05  GM-CLASS                PIC X(08).
022520     05  GM-DEBIT-ACCT           PIC X(10).
022530     05  GM-CREDIT-ACCT          PIC X(10).
022540 FD  GL-JV-OUT
022550     RECORDING MODE IS F.
022560 01  GL-JV-REC.
022570     05  JV-RUN-ID               PIC X(08).
022580     05  JV-RUN-DATE             PIC 9(08).
022590     05  JV-CLASS                PIC X(08).
022600     05  JV-DEBIT-ACCT           PIC X(10).
022610     05  JV-CREDIT-ACCT          PIC X(10).
022620     05  JV-AMOUNT               PIC 9(13)V9(02).
022630*---------------------------------------------------------*
022640* FISCAL-INTERMEDIARY FUNDS SUMMARY - RUN-LEVEL AND       *
022650* MONTH-TO-DATE CLAIM COUNTS, TOTAL PAYMENT, OUTLIER      *
022660* PORTION, AND MISCELLANEOUS PASS-THROUGH ROLLED UP BY    *
022670* THE PROVIDER'S INTERMEDIARY/MAC NUMBER, WITH AN         *
022680* UNKNOWN-INTERMEDIARY EXCEPTION LIST, SO FINANCE STOPS   *
022690* MAPPING PROVIDER NUMBERS IN A SPREADSHEET.  THE MTD     *
022700* FILE CARRIES FORWARD RUN TO RUN AND RESETS WITH THE     *
022710* MTD-RESET=Y RUN-CONTROL CARD.                           *
022720*---------------------------------------------------------*
022730 FD  INTER-SUM-OUT
022740     RECORDING MODE IS F.
022750 01  INTER-SUM-LINE              PIC X(110).
022760 FD  INTER-MTD-IN
022770     RECORDING MODE IS F.
022780 01  INTER-MTD-IN-REC.
022790     05  IT-IN-INTER-NO          PIC X(05).
022800     05  IT-IN-BILL-COUNT        PIC 9(07).
022810     05  IT-IN-TOT-PAYMENT       PIC 9(11)V9(02).
022820     05  IT-IN-TOT-OUTLIER       PIC 9(11)V9(02).
022830     05  IT-IN-TOT-PASSTHRU      PIC 9(11)V9(02).
022840 FD  INTER-MTD-OUT
022850     RECORDING MODE IS F.
022860 01  INTER-MTD-OUT-REC.
022870     05  IT-OUT-INTER-NO         PIC X(05).
022880     05  IT-OUT-BILL-COUNT       PIC 9(07).
022890     05  IT-OUT-TOT-PAYMENT      PIC 9(11)V9(02).
022900     05  IT-OUT-TOT-OUTLIER      PIC 9(11)V9(02).
022910     05  IT-OUT-TOT-PASSTHRU     PIC 9(11)V9(02).
022920*---------------------------------------------------------*
022930* COST-OUTLIER NEAR-THRESHOLD REPORT - ONE LINE PER PRICED *
022940* BILL WHOSE OPERATING COST LANDED WITHIN THE PARAMETER    *
022950* PERCENTAGE ON EITHER SIDE OF THE FIXED-LOSS DOLLAR       *
022960* THRESHOLD, GROUPED BY PROVIDER (BILLS ARRIVE GROUPED BY  *
022970* PROVIDER), WITH CHARGES AND THE PROVIDER CCR SHOWN, SO   *
022980* THE AUDIT TEAM CAN SEE WHO CLUSTERS JUST ABOVE THE LINE. *
022990*---------------------------------------------------------*
023000 FD  NEAR-THRESH-OUT
023010     RECORDING MODE IS F.
023020 01  NEAR-THRESH-LINE            PIC X(110).
023030*---------------------------------------------------------*
023040* PROVIDER MERGER / CHANGE-OF-OWNERSHIP CROSSWALK - ONE    *
023050* EFFECTIVE-DATED ROW PER OLD-TO-NEW PROVIDER NUMBER       *
023060* MAPPING.  INTAKE ANNOTATES BILLS STILL ARRIVING UNDER    *
023070* THE OLD NUMBER, AND THE RECOUPMENT LEDGER DRAWDOWN       *
023080* OFFSETS AN OLD NUMBER'S OPEN BALANCE AGAINST THE NEW     *
023090* NUMBER'S PAYMENTS, SO ONE HOSPITAL'S MONEY READS AS ONE  *
023100* HOSPITAL.                                                *
023110*---------------------------------------------------------*
023120 FD  PROV-XWALK-FILE
023130     RECORDING MODE IS F.
023140 01  PROV-XWALK-REC.
023150     05  XI-OLD-PROVIDER-NO      PIC X(06).
023160     05  XI-NEW-PROVIDER-NO      PIC X(06).
023170     05  XI-EFF-DATE             PIC 9(08).
023180 FD  XWALK-RPT-OUT
023190     RECORDING MODE IS F.
023200 01  XWALK-RPT-LINE              PIC X(90).
023210*---------------------------------------------------------*
023220* SUSPECTED CROSS-RUN DUPLICATE REPORT - ONE LINE PER     *
023230* BILL WHOSE PROVIDER, MBI, AND DISCHARGE DATE MATCH A    *
023240* CLAIM ALREADY PAID IN A PRIOR RUN PER THE KEYED HISTORY *
023250* REPOSITORY, SHOWING THE PRIOR RUN, CLAIM SEQUENCE, AND  *
023260* PAID AMOUNT.  THE BILL IS DIVERTED FROM PRICING UNLESS  *
023270* IT CARRIES AN ADJUSTMENT OR CANCEL ACTION CODE.         *
023280*---------------------------------------------------------*
023290 FD  HIST-DUP-OUT
023300     RECORDING MODE IS F.
023310 01  HIST-DUP-LINE               PIC X(100).
023320*---------------------------------------------------------*
023330* HIGH-DOLLAR MANUAL-REVIEW HOLD QUEUE - A PRICED CLAIM   *
023340* WHOSE TOTAL PAYMENT EXCEEDS THE OPERATOR-SET THRESHOLD  *
023350* IS DIVERTED WHOLE (BILL, PRICED RESULT ROW, REMITTANCE  *
023360* RECORD) TO THE HELD-CLAIMS FILE INSTEAD OF THE PRICING  *
023370* AND REMITTANCE EXTRACTS.  A RELEASE TRANSACTION IN THE  *
023380* NEXT RUN MOVES THE APPROVED CLAIM'S STORED ROWS INTO    *
023390* THAT RUN'S EXTRACTS WITH FULL BALANCING; THE REST CYCLE *
023400* FORWARD ON THE HELD FILE.                               *
023410*---------------------------------------------------------*
023420 FD  HELD-CLAIMS-IN
023430     RECORDING MODE IS F.
023440 01  HELD-IN-REC.
023450     05  HI-BILL-RECORD          PIC X(791).
023460     05  HI-PPS-REC              PIC X(235).
023470     05  HI-REMIT-REC            PIC X(118).
023480     05  HI-HELD-DATE            PIC 9(08).
023490 FD  HELD-CLAIMS-OUT
023500     RECORDING MODE IS F.
023510 01  HELD-OUT-REC.
023520     05  HE-BILL-RECORD          PIC X(791).
023530     05  HE-PPS-REC              PIC X(235).
023540     05  HE-REMIT-REC            PIC X(118).
023550     05  HE-HELD-DATE            PIC 9(08).
023560*---------------------------------------------------------*
023570* RELEASE TRANSACTIONS - ONE RECORD PER HELD CLAIM THE    *
023580* REVIEWER DECIDED.  DISPOSITION ' ' OR 'R' RELEASES THE  *
023590* CLAIM FOR PAYMENT; 'D' WITHDRAWS IT FROM THE QUEUE      *
023600* BECAUSE MEDICAL REVIEW DENIED OR RECODED IT AND SENT A  *
023610* REPLACEMENT ADJUSTMENT OR CANCEL BILL (PPMRV215).       *
023620*---------------------------------------------------------*
023630 FD  RELEASE-IN
023640     RECORDING MODE IS F.
023650 01  RELEASE-REC.
023660     05  RE-PROVIDER-NO          PIC X(06).
023670     05  RE-DISCHARGE-DATE       PIC X(08).
023680     05  RE-CLAIM-SEQ            PIC X(09).
023690     05  RE-DISPOSITION          PIC X(01).
023700*---------------------------------------------------------*
023710* MANUAL-REVIEW HOLD REPORT - ONE LINE PER CLAIM HELD     *
023720* THIS RUN, WITH ITS PAYMENT COMPONENTS AND THE WAGE-     *
023730* INDEX AUDIT FACTS, FOR THE REVIEW QUEUE.                *
023740*---------------------------------------------------------*
023750 FD  HOLD-RPT-OUT
023760     RECORDING MODE IS F.
023770 01  HOLD-RPT-LINE               PIC X(120).
023780*---------------------------------------------------------*
023790* TARGETED PROBE-AND-EDUCATE (TPE) CONTROL FILE - ONE     *
023800* RECORD PER PROVIDER UNDER TPE: ITS ROUND, THE ROUND'S   *
023810* SAMPLE SIZE AND HOW MANY CLAIMS HAVE BEEN PULLED SO     *
023820* FAR, THE DRG SET PROBED (ALL ZERO = EVERY DRG), AND     *
023830* THE DATE THE ROUND OPENED PLUS THE EDUCATION DAYS TO    *
023840* WAIT BEFORE PULLING.  ONLY STATUS 'A' RECORDS PULL      *
023850* CLAIMS; THE FILE IS WRITTEN BACK WITH THE NEW PULLED    *
023860* COUNTS.  PPTPE215 MAINTAINS THE ROUNDS.                 *
023870*---------------------------------------------------------*
023880 FD  TPE-CONTROL-IN
023890     RECORDING MODE IS F.
023900 01  TPE-CONTROL-IN-REC.
023910     05  TI-PROVIDER-NO          PIC X(06).
023920     05  TI-ROUND                PIC 9(01).
023930     05  TI-STATUS               PIC X(01).
023940     05  TI-SAMPLE-SIZE          PIC 9(03).
023950     05  TI-SELECTED             PIC 9(03).
023960     05  TI-ROUND-OPENED         PIC 9(08).
023970     05  TI-WAIT-DAYS            PIC 9(03).
023980     05  TI-DRG                  PIC 9(03) OCCURS 10 TIMES.
023990     05  FILLER                  PIC X(25).
024000 FD  TPE-CONTROL-OUT
024010     RECORDING MODE IS F.
024020 01  TPE-CONTROL-OUT-REC         PIC X(80).
024030*---------------------------------------------------------*
024040* TPE SELECTIONS - ONE RECORD PER CLAIM PULLED INTO       *
024050* PREPAYMENT REVIEW FOR A PROBE ROUND.  THE CLAIM ITSELF  *
024060* GOES TO THE MANUAL-REVIEW HOLD QUEUE.                   *
024070*---------------------------------------------------------*
024080 FD  TPE-SELECT-OUT
024090     RECORDING MODE IS F.
024100 01  TPE-SELECT-REC.
024110     05  TS-PROVIDER-NO          PIC X(06).
024120     05  TS-DISCHARGE-DATE       PIC 9(08).
024130     05  TS-CLAIM-SEQ            PIC 9(09).
024140     05  TS-DRG                  PIC 9(03).
024150     05  TS-ROUND                PIC 9(01).
024160     05  TS-SELECT-DATE          PIC 9(08).
024170     05  FILLER                  PIC X(05).
024180*---------------------------------------------------------*
024190* LIVE PROGRESS HEARTBEAT FILE - REWRITTEN EVERY           *
024200* HEARTBEAT-INT BILLS WITH THE COUNTS SO FAR, THE CURRENT  *
024210* PROVIDER, THE CHECKPOINT SEQUENCE, AND AN ESTIMATED      *
024220* COMPLETION FROM THROUGHPUT SO FAR, SO THE OVERNIGHT      *
024230* OPERATOR CAN TELL A STALLED RUN FROM A SLOW ONE WITHOUT  *
024240* KILLING THE JOB.                                         *
024250*---------------------------------------------------------*
024260 FD  HEARTBEAT-FILE
024270     RECORDING MODE IS F.
024280 01  HEARTBEAT-LINE              PIC X(110).
024290*--------------------------------------------------------*
024300* CLEAN-CLAIM INTEREST RATE FILE - THE PUBLISHED INTEREST *
024310* RATE IN FORCE PER EFFECTIVE DATE RANGE (ANNUAL PERCENT).*
024320* A PAYMENT MADE MORE THAN 30 DAYS AFTER THE CLAIM'S      *
024330* RECEIPT DATE DRAWS INTEREST FOR THE DAYS PAST THE 30TH. *
024340*--------------------------------------------------------*
024350  FD  INT-RATE-FILE
024360      RECORDING MODE IS F.
024370  01  INT-RATE-REC.
024380      05  IR-EFF-DATE             PIC 9(08).
024390      05  IR-END-DATE             PIC 9(08).
024400      05  IR-ANNUAL-PCT           PIC 9(02)V9(03).
024410*---------------------------------------------------------*
024420* DISASTER DECLARATION FILE - ONE ROW PER DECLARED         *
024430* EMERGENCY: THE DECLARATION ID, THE INCIDENT START AND    *
024440* END DATES (ZERO END IS OPEN-ENDED), THE WAIVERS IT       *
024450* GRANTS ('Y'/'N'), AND UP TO 20 FIPS COUNTY CODES.  A     *
024460* DECLARATION NAMING MORE COUNTIES CONTINUES ON FURTHER    *
024470* ROWS WITH THE SAME ID, DATES AND WAIVERS, CONTIGUOUS IN  *
024480* THE FILE.  A BILL WHOSE PROVIDER'S COUNTY IS DECLARED    *
024490* AND WHOSE STAY TOUCHES THE INCIDENT PERIOD GETS THE      *
024500* WAIVERS WITHOUT AN EXCEPTION CODE ON THE BILL.           *
024510*   DR-WAIVE-TF  - THE 12-MONTH TIMELY-FILING LIMIT        *
024520*   DR-WAIVE-INT - CLEAN-CLAIM INTEREST DOES NOT ACCRUE    *
024530*                  FOR THE DAYS OF THE INCIDENT PERIOD     *
024540*---------------------------------------------------------*
024550 FD  DISASTER-FILE
024560     RECORDING MODE IS F.
024570 01  DISASTER-REC.
024580     05  DR-DECL-ID              PIC X(12).
024590     05  DR-START-DATE           PIC 9(08).
024600     05  DR-END-DATE             PIC 9(08).
024610     05  DR-WAIVE-TF             PIC X(01).
024620     05  DR-WAIVE-INT            PIC X(01).
024630     05  DR-COUNTY-COUNT         PIC 9(02).
024640     05  DR-COUNTY               PIC 9(05) OCCURS 20 TIMES.
024650     05  FILLER                  PIC X(08).
024660*---------------------------------------------------------*
024670* DISASTER DECLARATION WAIVER REPORT - BY DECLARATION, ONE *
024680* LINE PER CLAIM A DECLARATION'S WAIVER WAS APPLIED TO,    *
024690* WITH THE DECLARATION'S TOTALS.                           *
024700*---------------------------------------------------------*
024710 FD  DISASTER-RPT-OUT
024720     RECORDING MODE IS F.
024730 01  DISASTER-RPT-LINE           PIC X(100).
024740*---------------------------------------------------------*
024750* PHYSICIAN EXCLUSION LIST - THE MONTHLY LIST OF EXCLUDED  *
024760* INDIVIDUALS, ONE ROW PER EXCLUSION OF AN NPI: THE        *
024770* EXCLUSION DATE, THE REINSTATEMENT DATE (ZERO = STILL     *
024780* EXCLUDED), THE EXCLUSION TYPE (AUTHORITY) AND THE NAME.  *
024790* KEPT IN ASCENDING NPI ORDER.                             *
024800*---------------------------------------------------------*
024810 FD  EXCL-LIST-FILE
024820     RECORDING MODE IS F.
024830 01  EXCL-LIST-REC.
024840     05  XL-NPI10                PIC X(10).
024850     05  XL-EXCL-DATE            PIC 9(08).
024860     05  XL-REINSTATE-DATE       PIC 9(08).
024870     05  XL-EXCL-TYPE            PIC X(09).
024880     05  XL-LAST-NAME            PIC X(20).
024890     05  XL-FIRST-NAME           PIC X(15).
024900     05  FILLER                  PIC X(10).
024910*---------------------------------------------------------*
024920* DEACTIVATED-NPI FILE - ONE ROW PER DEACTIVATION OF AN    *
024930* NPI: THE DEACTIVATION DATE, THE REACTIVATION DATE (ZERO  *
024940* = NOT REACTIVATED) AND THE DEACTIVATION REASON.  KEPT IN *
024950* ASCENDING NPI ORDER.                                     *
024960*---------------------------------------------------------*
024970 FD  NPI-DEACT-FILE
024980     RECORDING MODE IS F.
024990 01  NPI-DEACT-REC.
025000     05  DN-NPI10                PIC X(10).
025010     05  DN-DEACT-DATE           PIC 9(08).
025020     05  DN-REACT-DATE           PIC 9(08).
025030     05  DN-REASON               PIC X(02).
025040     05  FILLER                  PIC X(12).
025050*---------------------------------------------------------*
025060* PHYSICIAN EXCLUSION SCREEN REPORT - FOR THE PROGRAM      *
025070* INTEGRITY UNIT, BY PHYSICIAN AND HOSPITAL: THE EXCLUSION *
025080* OR DEACTIVATION, EVERY CLAIM HELD FOR IT AND THE TOTALS. *
025090*---------------------------------------------------------*
025100 FD  PHYS-SCREEN-RPT-OUT
025110     RECORDING MODE IS F.
025120 01  PHYS-SCREEN-RPT-LINE        PIC X(120).
025130 FD  OPER-RATE-FILE
025140     RECORDING MODE IS F.
025150 01  OPER-RATE-IN-REC.
025160     05  OI-TABLE-NO             PIC 9(01).
025170     05  OI-EFF-DATE             PIC 9(08).
025180     05  OI-END-DATE             PIC 9(08).
025190     05  OI-LABOR                PIC 9(05)V9(02).
025200     05  OI-NLABOR               PIC 9(04)V9(02).
025210*---------------------------------------------------------*
025220* STATEWIDE-AVERAGE COST-TO-CHARGE RATIO FILE - ONE ROW PER *
025230* STATE AND AREA (U URBAN, R RURAL) PER EFFECTIVE DATE      *
025240* RANGE WITH THE OPERATING AND CAPITAL AVERAGES, PLUS ROWS  *
025250* FOR STATE 'US' AREA 'N' CARRYING THE NATIONAL CEILINGS.   *
025260* LOADED INTO STATE-CCR-TABLE AND PASSED DOWN TO THE        *
025270* CURRENT PPCAL MODULES THROUGH PPDRV215, WHICH SUBSTITUTE  *
025280* THE AVERAGE FOR A MISSING OR ABOVE-CEILING FILED RATIO    *
025290* AND FOR A NEW HOSPITAL IN THE OUTLIER CALCULATION.        *
025300*---------------------------------------------------------*
025310 FD  STATE-CCR-FILE
025320     RECORDING MODE IS F.
025330 01  STATE-CCR-IN-REC.
025340     05  SX-STATE                PIC X(02).
025350     05  SX-AREA                 PIC X(01).
025360     05  SX-EFF-DATE             PIC 9(08).
025370     05  SX-END-DATE             PIC 9(08).
025380     05  SX-OPER-CCR             PIC 9(01)V9(03).
025390     05  SX-CAPI-CCR             PIC 9(01)V9(03).
025400*---------------------------------------------------------*
025410* GEOGRAPHIC-DESIGNATION FILE - ONE ROW PER SECTION 401    *
025420* HOSPITAL, RURAL FLOOR AREA, LUGAR HOSPITAL OR QUARTILE   *
025430* THRESHOLD PER FISCAL YEAR, EFFECTIVE-DATED WITHIN THE    *
025440* YEAR.  LOADED INTO GEO-DESIG-TABLE AND PASSED DOWN TO    *
025450* PPDRV215 IN PLACE OF ITS COMPILED PROVIDER AND AREA      *
025460* LISTS.  ROW TYPES ARE DESCRIBED IN COPYBOOK GEODSTAB.    *
025470*---------------------------------------------------------*
025480 FD  GEO-DESIG-FILE
025490     RECORDING MODE IS F.
025500 01  GEO-DESIG-IN-REC.
025510     05  GX-TYPE                 PIC X(01).
025520     05  GX-PROVIDER             PIC X(06).
025530     05  GX-FY                   PIC 9(04).
025540     05  GX-EFF-DATE             PIC 9(08).
025550     05  GX-END-DATE             PIC 9(08).
025560     05  GX-STATE                PIC X(02).
025570     05  GX-FROM-AREA            PIC X(05).
025580     05  GX-TO-AREA              PIC X(05).
025590     05  GX-SPEC-PAY-REQ         PIC X(01).
025600     05  GX-WAGE-INDEX           PIC 9(02)V9(04).
025610*---------------------------------------------------------*
025620* RURAL FLOOR FILE - ONE ROW PER RURAL FLOOR CBSA: THE     *
025630* CBSA, THE DATE THE FLOOR TAKES EFFECT AND THE FLOOR WAGE *
025640* INDEX.  LOADED INTO RUFL-FLOOR-TABLE FOR PPDRV215.       *
025650*---------------------------------------------------------*
025660 FD  RURAL-FLOOR-FILE
025670     RECORDING MODE IS F.
025680 01  RURAL-FLOOR-IN-REC.
025690     05  RF-CBSA                 PIC X(05).
025700     05  RF-EFF-DATE             PIC 9(08).
025710     05  RF-WAGE-INDEX           PIC 9(02)V9(04).
025720*---------------------------------------------------------*
025730* PRIOR-YEAR WAGE INDEX FILE - ONE ROW PER PROVIDER IN     *
025740* ASCENDING PROVIDER ORDER.  LOADED INTO PREV-WI-TABLE FOR *
025750* PPDRV215; A PROVIDER NOT ON THE FILE GETS RETURN CODE 52 *
025760* WHEN ITS PRIOR-YEAR WAGE INDEX IS NEEDED.                *
025770*---------------------------------------------------------*
025780 FD  PRIOR-WI-FILE
025790     RECORDING MODE IS F.
025800 01  PRIOR-WI-IN-REC.
025810     05  PW-PROVIDER             PIC X(06).
025820     05  PW-WAGE-INDEX           PIC 9(02)V9(04).
025830*---------------------------------------------------------*
025840* OUTMIGRATION ADJUSTMENT FILE - ONE ROW PER COUNTY PER    *
025850* EFFECTIVE DATE, IN ASCENDING COUNTY AND DATE ORDER SO    *
025860* EACH COUNTY'S ROWS ARE CONTIGUOUS.  LOADED INTO          *
025870* OUTM-ADJ-TABLE FOR PPDRV215.                             *
025880*---------------------------------------------------------*
025890 FD  OUTMIG-FILE
025900     RECORDING MODE IS F.
025910 01  OUTMIG-IN-REC.
025920     05  OM-COUNTY               PIC X(05).
025930     05  OM-EFF-DATE             PIC 9(08).
025940     05  OM-ADJ-FACT             PIC 9(01)V9(04).
025950*---------------------------------------------------------*
025960* TWO-MIDNIGHT ADJUSTMENT FILE - ONE ROW PER MSA, IN THE   *
025970* MIDNIGHT COPYBOOK'S ROW LAYOUT.  LOADED INTO             *
025980* MID-ADJ-TABLE AND PASSED THROUGH PPDRV215 TO THE PPCAL   *
025990* MODULES.                                                 *
026000*---------------------------------------------------------*
026010 FD  MIDNIGHT-FILE
026020     RECORDING MODE IS F.
026030 01  MIDNIGHT-IN-REC.
026040     05  MN-MSA                  PIC X(04).
026050     05  FILLER                  PIC X(01).
026060     05  MN-ADJ-FACT             PIC 9(02)V9(06).
026070*---------------------------------------------------------*
026080* FISCAL-YEAR DISPATCH CONTROL FILE - A HEADER RECORD ('H') *
026090* CARRYING THE FILE VERSION, THEN ONE DETAIL RECORD ('D')   *
026100* PER MODULE AND DISCHARGE-DATE RANGE IN THE DISPCTL ROW    *
026110* LAYOUT.  LOADED INTO DISP-CTL-TABLE AND PASSED TO         *
026120* PPDRV215, WHICH DISPATCHES EACH BILL FROM IT.             *
026130*---------------------------------------------------------*
026140 FD  DISPATCH-CTL-FILE
026150     RECORDING MODE IS F.
026160 01  DISPCTL-IN-REC.
026170     05  DC-REC-TYPE             PIC X(01).
026180         88  DC-HEADER-REC       VALUE 'H'.
026190         88  DC-DETAIL-REC       VALUE 'D'.
026200     05  DC-BEGIN-DATE           PIC 9(08).
026210     05  DC-END-DATE             PIC 9(08).
026220     05  DC-MODULE               PIC X(08).
026230     05  DC-CAL-VERSION          PIC X(05).
026240     05  DC-INTERFACE            PIC X(01).
026250     05  DC-ACTIVE               PIC X(01).
026260 01  DISPCTL-HDR-REC.
026270     05  FILLER                  PIC X(01).
026280     05  DC-HDR-VERSION          PIC X(08).
026290     05  FILLER                  PIC X(23).
026300*---------------------------------------------------------*
026310* OPTIONAL MGCRB RECLASSIFICATION REGISTER - THE BOARD'S  *
026320* APPROVED RECLASSIFICATIONS AND THEIR TERMS, AGAINST     *
026330* WHICH EVERY CLAIM PRICED UNDER A RECLASSIFIED CBSA IS   *
026340* CHECKED, AND THE EXCEPTION REPORT OF THOSE THAT WERE    *
026350* NOT IN FORCE ON THE DISCHARGE DATE.                     *
026360*---------------------------------------------------------*
026370 FD  MGCRB-REG-FILE
026380     RECORDING MODE IS F.
026390 COPY MGCRBREG.
026400 FD  MGCRB-EXCP-OUT
026410     RECORDING MODE IS F.
026420 01  MGCRB-EXCP-LINE             PIC X(110).
026430*---------------------------------------------------------*
026440* OPTIONAL NPI/CCN ENROLLMENT FILE - THE BILLING NPIS EACH  *
026450* PROVIDER IS ENROLLED UNDER, AGAINST WHICH EVERY BILL'S    *
026460* NPI IS CHECKED AT INTAKE; THE EXTRACT OF BILLS REJECTED   *
026470* BY THE CHECK, WHICH PPCNV215 RETURNS TO THE SUBMITTING    *
026480* TRADING PARTNER, AND ITS LISTING.                         *
026490*---------------------------------------------------------*
026500 FD  NPI-ENRL-FILE
026510     RECORDING MODE IS F.
026520 COPY NPIENRL.
026530 FD  NPI-EXCP-OUT
026540     RECORDING MODE IS F.
026550 COPY NPIEXCP.
026560 FD  NPI-RPT-OUT
026570     RECORDING MODE IS F.
026580 01  NPI-RPT-LINE                PIC X(100).
026590*---------------------------------------------------------*
026600* MS-DRG GROUPER RESULTS - KEYED BY PROVIDER, MBI AND       *
026610* DISCHARGE DATE, ONE RECORD PER CLAIM FROM OUR OWN GROUPER *
026620* RUNS - AND THE VALIDATION REPORT OF PRICED CLAIMS WHOSE   *
026630* DRG OR GROUPER VERSION DISAGREES, WITH THE PAYMENT AT THE *
026640* GROUPER'S DRG.                                            *
026650*---------------------------------------------------------*
026660 FD  GRPR-RSLT-FILE
026670     RECORD CONTAINS 80 CHARACTERS.
026680 COPY GRPRSLT.
026690 FD  GRPR-RPT-OUT
026700     RECORDING MODE IS F.
026710 01  GRPR-RPT-LINE               PIC X(132).
026720*---------------------------------------------------------*
026730* OPTIONAL OUTPATIENT-CLAIMS COMPANION FILE - SEPARATELY  *
026740* PAID OUTPATIENT CLAIMS TO BE TESTED AGAINST THE THREE-  *
026750* DAY PAYMENT WINDOW BEFORE EACH PRICED ADMISSION.        *
026760*---------------------------------------------------------*
026770 FD  OUTPT-CLAIM-FILE
026780     RECORDING MODE IS F.
026790 01  OUTPT-CLAIM-REC.
026800     05  OC-PROVIDER-NO          PIC X(06).
026810     05  OC-MBI                  PIC X(11).
026820     05  OC-CLAIM-ID             PIC X(14).
026830     05  OC-SERVICE-DATE         PIC 9(08).
026840     05  OC-PAID-AMT             PIC 9(09)V9(02).
026850 FD  OPWIN-RPT-OUT
026860     RECORDING MODE IS F.
026870 01  OPWIN-RPT-LINE              PIC X(110).
026880*---------------------------------------------------------*
026890* EXCLUDED-UNIT OUTPUT STREAM - BILLS ROUTED AWAY FROM    *
026900* THE PPDRV215 PATH AND PAID THE EXEMPT PER-DIEM BY       *
026910* PPEXM215.  BALANCED BY ITS OWN COUNT AND DOLLAR TOTALS. *
026920*---------------------------------------------------------*
026930 FD  EXEMPT-UNIT-OUT
026940     RECORDING MODE IS F.
026950 01  EXEMPT-UNIT-REC.
026960     05  EX-PROVIDER-NO          PIC X(06).
026970     05  EX-MBI                  PIC X(11).
026980     05  EX-DISCHARGE-DATE       PIC 9(08).
026990     05  EX-COVERED-DAYS         PIC 9(03).
027000     05  EX-PER-DIEM             PIC 9(05)V9(02).
027010     05  EX-PAYMENT              PIC 9(09)V9(02).
027020     05  EX-RTC                  PIC 9(02).
027030*---------------------------------------------------------*
027040* DATED ICD CODE REFERENCE FILE - ONE ROW PER CODE AND    *
027050* VALIDITY PERIOD, REGISTERED IN THE TABLE CATALOG AS     *
027060* TYPE ICDCODES.                                          *
027070*---------------------------------------------------------*
027080 FD  ICD-CODE-FILE
027090     RECORDING MODE IS F.
027100 01  ICD-CODE-REC.
027110     05  IC-CODE                 PIC X(07).
027120     05  IC-TYPE                 PIC X(01).
027130     05  IC-EFF-DATE             PIC 9(08).
027140     05  IC-END-DATE             PIC 9(08).
027150 FD  ICD-RPT-OUT
027160     RECORDING MODE IS F.
027170 01  ICD-RPT-LINE                PIC X(90).
027180*---------------------------------------------------------*
027190* PAYMENT-TO-COST MARGIN EXTRACT - ONE ROW PER PROVIDER,  *
027200* WRITTEN EVERY RUN AND READ BACK NEXT RUN SO A MARGIN    *
027210* SHIFT UNDER A NEW CCR IS VISIBLE (THE MTD CARRY         *
027220* PATTERN).                                               *
027230*---------------------------------------------------------*
027240 FD  MARGIN-FILE-IN
027250     RECORDING MODE IS F.
027260 01  MARGIN-IN-REC.
027270     05  MI-PROVIDER-NO          PIC X(06).
027280     05  MI-BILLS                PIC 9(07).
027290     05  MI-PAYMENT              PIC 9(11)V9(02).
027300     05  MI-COST                 PIC 9(11)V9(02).
027310     05  MI-OUTLIER              PIC 9(11)V9(02).
027320     05  MI-MARGIN-PCT           PIC S9(03)V9(02).
027330     05  MI-CCR                  PIC 9V9(03).
027340 FD  MARGIN-FILE-OUT
027350     RECORDING MODE IS F.
027360 01  MARGIN-OUT-REC.
027370     05  MX-PROVIDER-NO          PIC X(06).
027380     05  MX-BILLS                PIC 9(07).
027390     05  MX-PAYMENT              PIC 9(11)V9(02).
027400     05  MX-COST                 PIC 9(11)V9(02).
027410     05  MX-OUTLIER              PIC 9(11)V9(02).
027420     05  MX-MARGIN-PCT           PIC S9(03)V9(02).
027430     05  MX-CCR                  PIC 9V9(03).
027440 FD  MARGIN-RPT-OUT
027450     RECORDING MODE IS F.
027460 01  MARGIN-RPT-LINE             PIC X(110).
027470*---------------------------------------------------------*
027480* OVERRIDE AUTHORIZATION - THE AUTHORIZED-USERS FILE      *
027490* (OPERATOR AND OVERRIDE TYPE, '*' FOR ALL TYPES) AND THE *
027500* CUMULATIVE OVERRIDE-USAGE LOG.  EACH USAGE RECORD       *
027510* CARRIES A SEQUENCE NUMBER AND A CHAINED CHECK VALUE     *
027520* COMPUTED FROM THE PRIOR RECORD'S CHECK, SO A REMOVED OR *
027530* ALTERED RECORD BREAKS THE CHAIN AND IS REPORTED.        *
027540*---------------------------------------------------------*
027550 FD  AUTH-USER-FILE
027560     RECORDING MODE IS F.
027570 01  AUTH-USER-REC.
027580     05  AU-IN-OPERATOR          PIC X(08).
027590     05  AU-IN-OVR-TYPE          PIC X(08).
027600 FD  OVR-USAGE-IN
027610     RECORDING MODE IS F.
027620 01  OVR-USAGE-IN-REC            PIC X(93).
027630 FD  OVR-USAGE-OUT
027640     RECORDING MODE IS F.
027650 01  OVR-USAGE-OUT-REC           PIC X(93).
027660 FD  OVR-USAGE-RPT
027670     RECORDING MODE IS F.
027680 01  OVR-USAGE-RPT-LINE          PIC X(100).
027690*---------------------------------------------------------*
027700* TERMINATED-PROVIDER ACTIVITY REPORT - REJECTS FOR        *
027710* DISCHARGES AFTER THE PROVIDER'S TERMINATION DATE, NEAR-  *
027720* TERMINATION (30-DAY) WIND-DOWN WARNINGS, AND THE PER-RUN *
027730* PROVIDER SUMMARY.                                        *
027740*---------------------------------------------------------*
027750 FD  TERM-RPT-OUT
027760     RECORDING MODE IS F.
027770 01  TERM-RPT-LINE               PIC X(100).
027780*---------------------------------------------------------*
027790* CONDITION CODE 44 REGISTER - ONE LINE PER DIVERTED BILL  *
027800* AND A PER-PROVIDER SUMMARY FOR THE UTILIZATION-REVIEW    *
027810* COMMITTEE.                                               *
027820*---------------------------------------------------------*
027830 FD  CC44-RPT-OUT
027840     RECORDING MODE IS F.
027850 01  CC44-RPT-LINE               PIC X(90).
027860*---------------------------------------------------------*
027870* SCH/MDH PAYMENT-BASIS DETERMINATION REPORT - ONE LINE    *
027880* PER BILL FOR A SOLE COMMUNITY OR MEDICARE DEPENDENT      *
027890* HOSPITAL, SHOWING THE HOSPITAL-SPECIFIC AND FEDERAL-RATE *
027900* RESULTS BOTH COMPUTED BY PPCAL215, WHICH BASIS GOVERNED, *
027910* AND THE DOLLAR DIFFERENCE, WITH A PER-PROVIDER SUMMARY   *
027920* AT END OF RUN FOR REBASING DISCUSSIONS.                  *
027930*---------------------------------------------------------*
027940 FD  SCHMDH-OUT
027950     RECORDING MODE IS F.
027960 01  SCHMDH-LINE                 PIC X(100).
027970*---------------------------------------------------------*
027980* SEQUESTRATION RATE FILE - EFFECTIVE-DATED REDUCTION       *
027990* PERCENTAGES (THE 2 PERCENT REDUCTION AND ITS SUSPENSION   *
028000* WINDOWS).  A DISCHARGE DATE COVERED BY NO ROW, OR BY A    *
028010* ZERO-PERCENT ROW, TAKES NO REDUCTION.                     *
028020*---------------------------------------------------------*
028030  FD  SEQ-RATE-FILE
028040      RECORDING MODE IS F.
028050  01  SEQ-RATE-REC.
028060      05  SQ-EFF-DATE             PIC 9(08).
028070      05  SQ-END-DATE             PIC 9(08).
028080      05  SQ-PCT                  PIC 9(01)V9(04).
028090*----------------------------------------------------------*
028100* DRG PLAUSIBILITY RULES FILE - ONE RULE PER RECORD:         *
028110*   RL-DRG   THE MS-DRG THE RULE APPLIES TO                  *
028120*   RL-KIND  'RD' REQUIRED DIAGNOSIS  'RP' REQUIRED PROC     *
028130*            'XD' DISQUALIFYING DIAG  'XP' DISQUALIFYING     *
028140*            PROC  'NP' PROCEDURE CODES REQUIRED (SURGICAL)  *
028150*   RL-CODE  THE DIAGNOSIS/PROCEDURE CODE PATTERN            *
028160*   RL-LEN   HOW MANY LEADING CHARACTERS OF THE PATTERN      *
028170*            MUST MATCH (PREFIX COMPARE)                     *
028180* A BILL VIOLATING A RULE IS FLAGGED TO THE DRG SCREENING    *
028190* REVIEW EXTRACT WITHOUT STOPPING PAYMENT.                   *
028200*----------------------------------------------------------*
028210 FD  DRG-RULES-FILE
028220     RECORDING MODE IS F.
028230  01  DRG-RULES-REC.
028240     05  RI-DRG                  PIC X(03).
028250     05  RI-KIND                 PIC X(02).
028260     05  RI-CODE                 PIC X(07).
028270     05  RI-LEN                  PIC 9(01).
028280*----------------------------------------------------------*
028290* DRG PLAUSIBILITY SCREENING REVIEW EXTRACT - ONE LINE PER  *
028300* RULE VIOLATION FOUND, FOR THE GROUPER/KEYING-ERROR        *
028310* REVIEW QUEUE.  SCREENING NEVER STOPS PAYMENT.             *
028320*----------------------------------------------------------*
028330  FD  DRG-SCREEN-OUT
028340     RECORDING MODE IS F.
028350  01  DRG-SCREEN-LINE             PIC X(90).
028360*----------------------------------------------------------*
028370* INTERIM COST-REPORT PASS-THROUGH SETTLEMENT EXTRACT - ONE  *
028380* RECORD PER PROVIDER PER PASS-THROUGH COMPONENT (CAPITAL,   *
028390* DIRECT MEDICAL EDUCATION, ORGAN ACQUISITION), CARRYING THE *
028400* PER-DIEM RATE, THE COVERED DAYS ACTUALLY PRICED THIS       *
028410* PERIOD, AND THE RESULTING INTERIM SETTLEMENT AMOUNT, IN A  *
028420* LAYOUT THE COST REPORT SYSTEM CAN INGEST FOR LUMP-SUM      *
028430* INTERIM PAYMENTS.                                          *
028440*----------------------------------------------------------*
028450 FD  PASS-SETTLE-OUT
028460     RECORDING MODE IS F.
028470 01  PASS-SETTLE-REC.
028480     05  PS-PROVIDER-NO          PIC X(06).
028490     05  PS-COMPONENT            PIC X(03).
028500*        'CAP' CAPITAL, 'DME' DIRECT MEDICAL EDUCATION,
028510*        'ORG' ORGAN ACQUISITION
028520     05  PS-PER-DIEM-RATE        PIC 9(04)V9(02).
028530     05  PS-COVERED-DAYS         PIC 9(07).
028540     05  PS-SETTLE-AMT           PIC 9(09)V9(02).
028550*----------------------------------------------------------*
028560* MONTH-TO-DATE ACCUMULATION FILE - PROVIDER-LEVEL BILL      *
028570* COUNT, CHARGES, AND PAYMENT TOTALS CARRIED FORWARD FROM    *
028580* THE PRIOR DAILY RUN, FOLDED IN WITH TODAY'S BILLS, AND     *
028590* REWRITTEN FOR TOMORROW, WITH A SUMMARY REPORT.  THE RUN-   *
028600* CONTROL CARD MTD-RESET=Y STARTS A NEW PERIOD AT MONTH-END  *
028610* CLOSE.                                                     *
028620*----------------------------------------------------------*
028630 FD  MTD-FILE-IN
028640     RECORDING MODE IS F.
028650 01  MTD-IN-REC.
028660     05  MT-PROVIDER-NO          PIC X(06).
028670     05  MT-BILL-COUNT           PIC 9(07).
028680     05  MT-TOTAL-CHARGES        PIC 9(11)V9(02).
028690     05  MT-TOTAL-PAYMENT        PIC 9(11)V9(02).
028700 FD  MTD-FILE-OUT
028710     RECORDING MODE IS F.
028720 01  MTD-OUT-REC.
028730     05  MO-PROVIDER-NO          PIC X(06).
028740     05  MO-BILL-COUNT           PIC 9(07).
028750     05  MO-TOTAL-CHARGES        PIC 9(11)V9(02).
028760     05  MO-TOTAL-PAYMENT        PIC 9(11)V9(02).
028770 FD  MTD-RPT-OUT
028780     RECORDING MODE IS F.
028790 01  MTD-RPT-LINE                PIC X(80).
028800*----------------------------------------------------------*
028810* PRIOR RUN'S PRICING EXTRACT (PPS-OUT-REC LAYOUT) FOR THE   *
028820* RE-PRICE COMPARISON MODE, AND THE PER-BILL DIFFERENCE      *
028830* REPORT IT PRODUCES.  BOTH RUNS MUST HAVE READ THE SAME     *
028840* BILL FILE, SO THE PRICED ROWS MATCH IN LOCKSTEP BY KEY.    *
028850*----------------------------------------------------------*
028860 FD  PRIOR-PPS-FILE
028870     RECORDING MODE IS F.
028880 01  PRIOR-PPS-REC.
028890     05  PP-PROVIDER-NO          PIC X(06).
028900     05  PP-DRG                  PIC 9(03).
028910     05  PP-DISCHARGE-DATE       PIC 9(08).
028920     05  PP-PPS-RTC              PIC 9(02).
028930     05  PP-PPS-WAGE-INDX        PIC 9(02)V9(04).
028940     05  PP-PPS-TOTAL-PAYMENT    PIC 9(09)V9(02).
028950     05  PP-PPS-OPER-HSP-PART    PIC 9(08)V9(02).
028960     05  PP-PPS-OPER-FSP-PART    PIC 9(08)V9(02).
028970     05  PP-PPS-OPER-OUTLIER-PART PIC 9(09)V9(02).
028980     05  PP-PPS-OPER-DSH-ADJ     PIC 9(08)V9(02).
028990     05  PP-PPS-CALC-VERS        PIC X(05).
029000     05  PP-DEBIT-CREDIT-IND     PIC X(01).
029010     05  PP-SEQUESTRATION-AMT    PIC 9(09)V9(02).
029020     05  PP-AGED-OVERRIDE-IND    PIC X(01).
029030     05  FILLER                  PIC X(130).
029040     05  PP-CLAIM-SEQ            PIC 9(09).
029050     05  PP-BILL-SOURCE          PIC X(01).
029060 FD  PRICE-DIFF-OUT
029070     RECORDING MODE IS F.
029080 01  PRICE-DIFF-LINE             PIC X(120).
029090*----------------------------------------------------------*
029100* RUN-CONTROL PARAMETER FILE - KEYWORD=VALUE CARDS NAMING    *
029110* THE RUN AND SELECTING RUN OPTIONS:                         *
029120*   RUN-ID=XXXXXXXX     RUN IDENTIFIER FOR THE JOB LOG       *
029130*   REPORTS=FULL|MIN|POST                                  *
029140*                       MIN SUPPRESSES THE ANALYTIC REPORT   *
029150*                       SUITE, LEAVING THE PRICING, REMIT,   *
029160*                       RECONCILIATION, AND EDIT-ERROR       *
029170*                       OUTPUTS.  POST LEAVES TO PPRPT215    *
029180*                       THE REPORTS IT BUILDS FROM THE       *
029190*                       EXTRACTS AFTER THE RUN (PAY-SUMMARY, *
029200*                       VBP-HRR, ISLET, FLOOR, HAC, EHR,     *
029210*                       BPCI, RTC-FREQ, FLX7, BN-FACTOR).    *
029220*                       THE WI-AUDIT EXTRACT IS WRITTEN      *
029230*                       WHATEVER THE SETTING.                *
029240*   DISCH-FROM=CCYYMMDD RESTRICT PROCESSING TO A DISCHARGE-  *
029250*   DISCH-THRU=CCYYMMDD DATE RANGE                           *
029260*   PROVIDER=NNNNNN     RESTRICT PROCESSING TO LISTED        *
029270*                       PROVIDERS (CARD MAY REPEAT)          *
029280* IF THE FILE IS MISSING THE RUN PROCESSES EVERYTHING WITH   *
029290* THE FULL REPORT SUITE, AS BEFORE.                          *
029300*----------------------------------------------------------*
029310 FD  RUN-CTL-FILE
029320     RECORDING MODE IS F.
029330 01  RUN-CTL-REC                 PIC X(80).
029340*----------------------------------------------------------*
029350* PRICING TRACE PARAMETER CARD - PROVIDER NUMBER AND         *
029360* (OPTIONALLY) DISCHARGE DATE SELECTING THE BILLS WHOSE      *
029370* PAYMENT IS TO BE WALKED THROUGH STEP BY STEP ON THE        *
029380* TRACE REPORT.  A BLANK DATE TRACES EVERY BILL FOR THE      *
029390* PROVIDER.  IF THE CONTROL FILE IS MISSING, TRACE MODE      *
029400* IS OFF.                                                    *
029410*----------------------------------------------------------*
029420 FD  TRACE-PARM-FILE
029430     RECORDING MODE IS F.
029440 01  TRACE-PARM-REC.
029450     05  TP-PROVIDER-NO          PIC X(06).
029460     05  TP-DISCHARGE-DATE       PIC X(08).
029470*----------------------------------------------------------*
029480* PRICING TRACE REPORT - ONE FORMATTED WALK-THROUGH PER      *
029490* TRACED BILL: THE RATE COMPONENTS PICKED UP FROM THE RATE   *
029500* TABLE, THE DRG WEIGHT AND WAGE INDEX USED, EACH PAYMENT    *
029510* PART AS COMPUTED, EVERY ADJUSTMENT, AND THE FINAL TOTAL.   *
029520*----------------------------------------------------------*
029530 FD  TRACE-OUT
029540     RECORDING MODE IS F.
029550 01  TRACE-LINE                  PIC X(80).
029560 SD  SORT-WORK-FILE.
029570 01  SORT-WORK-REC.
029580     05  FILLER                  PIC X(10).
029590     05  SW-PROVIDER-NO          PIC X(06).
029600     05  FILLER                  PIC X(755).
029610 FD  BILL-SORTED-FILE
029620     RECORDING MODE IS F.
029630 01  BILL-SORTED-REC             PIC X(791).
029640*---------------------------------------------------------*
029650* BENEFICIARY ELIGIBILITY - KEYED BY MBI, ONE RECORD PER   *
029660* BENEFICIARY: PART A ENTITLEMENT START AND END (ZERO END  *
029670* IS OPEN-ENDED), DATE OF DEATH (ZERO WHEN LIVING), AND UP *
029680* TO SIX MEDICARE ADVANTAGE ENROLLMENT PERIODS (ZERO END   *
029690* IS OPEN-ENDED).                                          *
029700*---------------------------------------------------------*
029710 FD  BENE-ELIG-FILE
029720     RECORD CONTAINS 180 CHARACTERS.
029730 01  BENE-ELIG-REC.
029740     05  EL-MBI                 PIC X(11).
029750     05  EL-PARTA-START         PIC 9(08).
029760     05  EL-PARTA-END           PIC 9(08).
029770     05  EL-DEATH-DATE          PIC 9(08).
029780     05  EL-MA-COUNT            PIC 9(02).
029790     05  EL-MA-PERIOD           OCCURS 6 TIMES
029800                                INDEXED BY EL-MA-IDX.
029810         10  EL-MA-START        PIC 9(08).
029820         10  EL-MA-END          PIC 9(08).
029830         10  EL-MA-CONTRACT     PIC X(05).
029840     05  FILLER                 PIC X(17).
029850*---------------------------------------------------------*
029860* BENEFICIARY ELIGIBILITY EXCEPTIONS - ONE LINE PER BILL   *
029870* DENIED FOR NO PART A ENTITLEMENT OR A DECEASED           *
029880* BENEFICIARY, AND PER BILL WHOSE CONDITION-CODE HMO FLAG  *
029890* DISAGREES WITH THE MEDICARE ADVANTAGE ENROLLMENT ON THE  *
029900* ELIGIBILITY FILE (EITHER DIRECTION).                     *
029910*---------------------------------------------------------*
029920 FD  ELIG-RPT-OUT
029930     RECORDING MODE IS F.
029940 01  ELIG-RPT-LINE               PIC X(100).
029950*---------------------------------------------------------*
029960* OVERLAPPING-STAY HOLD QUEUE - A BILL WHOSE ADMISSION-TO- *
029970* DISCHARGE SPAN OVERLAPS ANOTHER INPATIENT STAY FOR THE   *
029980* SAME MBI AT A DIFFERENT PROVIDER (IN THIS RUN OR ON THE  *
029990* HISTORY REPOSITORY) IS HELD OFF THE PRICED STREAM WITH   *
030000* THE HOLD DATE AND THE NUMBER OF STAYS IT CONFLICTS WITH, *
030010* FOR REVIEW AS A BILLING ERROR OR A MISSED TRANSFER.      *
030020*---------------------------------------------------------*
030030 FD  OVERLAP-HOLD-OUT
030040     RECORDING MODE IS F.
030050 01  OVERLAP-HOLD-REC.
030060     05  OH-BILL-RECORD          PIC X(791).
030070     05  OH-HOLD-DATE            PIC 9(08).
030080     05  OH-CONFLICTS            PIC 9(02).
030090 FD  OVERLAP-RPT-OUT
030100     RECORDING MODE IS F.
030110 01  OVERLAP-RPT-LINE            PIC X(100).
030120*---------------------------------------------------------*
030130* STATEWIDE CCR SUBSTITUTION REPORT - ONE LINE PER PRICED   *
030140* BILL WHOSE TOTAL PAYMENT CHANGED BECAUSE THE OUTLIER      *
030150* CALCULATION USED THE STATEWIDE-AVERAGE RATIO IN PLACE OF  *
030160* THE FILED ONE.  THE BILL IS PRICED A SECOND TIME WITH THE *
030170* TABLE WITHHELD TO GET THE PAYMENT ON THE FILED RATIOS.    *
030180* REASON PER RATIO: M MISSING, C ABOVE THE NATIONAL         *
030190* CEILING, N NEW HOSPITAL.                                  *
030200*---------------------------------------------------------*
030210 FD  CCR-SUBST-RPT-OUT
030220     RECORDING MODE IS F.
030230 01  CCR-SUBST-RPT-LINE          PIC X(100).
030240*---------------------------------------------------------*
030250* PROVIDER MASTER SNAPSHOT - EVERY PROVMAST SEGMENT IN KEY *
030260* ORDER AS IT STOOD AT THE END OF A RUN, WITH THE DATE AND *
030270* RUN-ID THAT TOOK IT.  THE NEXT RUN COMPARES TONIGHT'S    *
030280* MASTER AGAINST IT AT START-UP; ANY SEGMENT CHANGED,      *
030290* ADDED, OR DELETED SINCE THEN MUST BE ACCOUNTED FOR BY AN *
030300* ENTRY ON THE PPPSF215 APPROVAL LOG, OR IS LISTED FIELD   *
030310* BY FIELD ON THE CHANGE REPORT AND HALTS THE RUN (RETURN  *
030320* CODE 12) UNLESS THE RUN-CONTROL CARD PROVMAST-ACK=Y IS   *
030330* PRESENT.  A FRESH SNAPSHOT IS WRITTEN AT TERMINATION.    *
030340*---------------------------------------------------------*
030350 FD  PROV-SNAP-IN
030360     RECORDING MODE IS F.
030370 01  PROV-SNAP-IN-REC.
030380     05  SI-PROV-KEY.
030390         10  SI-PROVIDER-NO     PIC X(06).
030400         10  SI-SEGMENT-EFF-DATE PIC 9(08).
030410     05  SI-FORMAT-IND          PIC X(01).
030420     05  SI-PROV-RECORD         PIC X(310).
030430     05  SI-SNAP-DATE           PIC 9(08).
030440     05  SI-RUN-ID              PIC X(08).
030450 FD  PROV-SNAP-OUT
030460     RECORDING MODE IS F.
030470 01  PROV-SNAP-OUT-REC.
030480     05  SN-PROV-KEY.
030490         10  SN-PROVIDER-NO     PIC X(06).
030500         10  SN-SEGMENT-EFF-DATE PIC 9(08).
030510     05  SN-FORMAT-IND          PIC X(01).
030520     05  SN-PROV-RECORD         PIC X(310).
030530     05  SN-SNAP-DATE           PIC 9(08).
030540     05  SN-RUN-ID              PIC X(08).
030550 FD  PROV-APPR-FILE
030560     RECORD CONTAINS 360 CHARACTERS.
030570 COPY PROVAPPR.
030580 FD  PROV-CHG-RPT-OUT
030590     RECORDING MODE IS F.
030600 01  PROV-CHG-RPT-LINE          PIC X(100).
030610 WORKING-STORAGE SECTION.
030620 01  W-STORAGE-REF                  PIC X(48)  VALUE
030630     'P P B A T 2 1 5 - W O R K I N G   S T O R A G E'.
030640 01  BAT-VERSION                    PIC X(05) VALUE 'B21.5'.
030650*----------------------------------------------------------*
030660* SWITCHES.                                                *
030670*----------------------------------------------------------*
030680 01  WK-SWITCHES.
030690     05  WK-BILL-EOF            PIC X(01) VALUE 'N'.
030700         88  BILL-AT-EOF        VALUE 'Y'.
030710     05  WK-PROV-MAST-EOF       PIC X(01) VALUE 'N'.
030720         88  PROV-MAST-AT-EOF   VALUE 'Y'.
030730     05  WK-MSAX-EOF            PIC X(01) VALUE 'N'.
030740         88  MSAX-AT-EOF        VALUE 'Y'.
030750     05  WK-CBSA-EOF            PIC X(01) VALUE 'N'.
030760         88  CBSA-AT-EOF        VALUE 'Y'.
030770     05  WK-NEWTECH-EOF         PIC X(01) VALUE 'N'.
030780         88  NEWTECH-AT-EOF     VALUE 'Y'.
030790     05  WK-CNTYCBSA-EOF        PIC X(01) VALUE 'N'.
030800         88  CNTYCBSA-AT-EOF    VALUE 'Y'.
030810     05  WK-DRGHIST-EOF         PIC X(01) VALUE 'N'.
030820         88  DRGHIST-AT-EOF     VALUE 'Y'.
030830     05  WK-DRGWT-EOF           PIC X(01) VALUE 'N'.
030840         88  DRGWT-AT-EOF       VALUE 'Y'.
030850     05  WK-PROV-FOUND-SW       PIC X(01) VALUE 'N'.
030860         88  PROV-WAS-FOUND     VALUE 'Y'.
030870     05  WK-HMO-BILL-SW         PIC X(01) VALUE 'N'.
030880         88  BILL-IS-HMO        VALUE 'Y'.
030890     05  WK-OUTLIER-RECON-SW    PIC X(01) VALUE 'N'.
030900         88  OUTLIER-RECON-MODE VALUE 'Y'.
030910*----------------------------------------------------------*
030920* RUN COUNTERS.                                             *
030930*----------------------------------------------------------*
030940 01  WK-COUNTERS.
030950     05  WK-BILLS-READ          PIC 9(07) VALUE ZEROES.
030960     05  WK-BILLS-PRICED        PIC 9(07) VALUE ZEROES.
030970     05  WK-BILLS-NO-PROVIDER   PIC 9(07) VALUE ZEROES.
030980     05  WK-PROV-COUNT          PIC 9(05) VALUE ZEROES.
030990     05  WK-MSAX-COUNT          PIC 9(05) VALUE ZEROES.
031000     05  WK-CBSA-COUNT          PIC 9(05) VALUE ZEROES.
031010     05  WK-NEWTECH-COUNT       PIC 9(03) VALUE ZEROES.
031020     05  WK-CNTYCBSA-COUNT      PIC 9(05) VALUE ZEROES.
031030     05  WK-DRGHIST-COUNT       PIC 9(03) VALUE ZEROES.
031040     05  WK-DRGWT-COUNT         PIC 9(04) VALUE ZEROES.
031050     05  WK-BILLS-REJECTED      PIC 9(07) VALUE ZEROES.
031060*----------------------------------------------------------*
031070* RESTART/CHECKPOINT CONTROLS.                               *
031080*----------------------------------------------------------*
031090 01  WK-CHKPT-STATUS            PIC X(02) VALUE SPACES.
031100 01  WK-RESTART-COUNT           PIC 9(07) VALUE ZEROES.
031110 01  WK-CHECKPOINT-INTERVAL     PIC 9(05) VALUE 01000.
031120 01  WK-CHECKPOINT-SW           PIC X(01) VALUE 'N'.
031130     88  RUN-IS-A-RESTART       VALUE 'Y'.
031140 01  WK-CHECKPOINT-EDIT         PIC 9(07) VALUE ZEROES.
031150 01  WK-CHECKPOINT-QUOT         PIC 9(07) VALUE ZEROES.
031160 01  WK-CHECKPOINT-REMAINDER    PIC 9(07) VALUE ZEROES.
031170 01  WK-STOPREQ-STATUS          PIC X(02) VALUE SPACES.
031180 01  WK-STOP-SW                 PIC X(01) VALUE 'N'.
031190     88  STOP-IS-PENDING        VALUE 'P'.
031200     88  RUN-STOPPED-BY-OPERATOR VALUE 'S'.
031210 01  WK-RESUME-SW               PIC X(01) VALUE 'N'.
031220     88  RESUME-AFTER-STOP      VALUE 'Y'.
031230 01  WK-STOP-PROVIDER           PIC X(06) VALUE SPACES.
031240 01  WK-STOP-NEXT-PROVIDER      PIC X(06) VALUE SPACES.
031250 01  WK-STOP-POSITION           PIC 9(07) VALUE ZEROES.
031260 01  WK-STOP-REASON             PIC X(40) VALUE SPACES.
031270 01  WK-STOP-DATE               PIC 9(08) VALUE ZEROES.
031280 01  WK-STOP-TIME               PIC 9(08) VALUE ZEROES.
031290 01  WK-STOP-ACK.
031300     05  FILLER                 PIC X(04) VALUE 'RUN '.
031310     05  WK-SA-RUN-ID           PIC X(08).
031320     05  FILLER                 PIC X(01) VALUE SPACES.
031330     05  WK-SA-RESULT           PIC X(38).
031340     05  FILLER                 PIC X(01) VALUE SPACES.
031350     05  WK-SA-POSITION         PIC X(07).
031360 01  WK-OUTRPARM-STATUS         PIC X(02) VALUE SPACES.
031370*----------------------------------------------------------*
031380* BILL PRE-SORT MODE CONTROLS AND PROVIDER-BREAK COUNTS.    *
031390*----------------------------------------------------------*
031400 01  WK-SORTPARM-STATUS         PIC X(02) VALUE SPACES.
031410 01  WK-SORT-MODE-SW            PIC X(01) VALUE 'N'.
031420     88  BILL-SORT-MODE         VALUE 'Y'.
031430 01  WK-SCAN-LAST-PROV          PIC X(06) VALUE SPACES.
031440 01  WK-BREAKS-ARRIVAL          PIC 9(07) VALUE ZEROES.
031450 01  WK-BREAKS-PROCESSED        PIC 9(07) VALUE ZEROES.
031460 01  WK-OUT-OF-SEQ              PIC 9(07) VALUE ZEROES.
031470 01  WK-BREAKS-SAVED            PIC S9(07) VALUE ZEROES.
031480*----------------------------------------------------------*
031490* DUPLICATE BILL DETECTION - KEY TABLE HOLDING EVERY BILL   *
031500* KEY READ THIS RUN, THE DUPLICATE SWITCH, AND THE          *
031510* EXCEPTION REPORT HEADING/DETAIL LINE.                     *
031520*----------------------------------------------------------*
031530 01  WK-BILLS-DUPLICATE         PIC 9(07) VALUE ZEROES.
031540 01  WK-BILLS-ADJUSTED          PIC 9(07) VALUE ZEROES.
031550*----------------------------------------------------------*
031560* BILL INPUT HEADER/TRAILER CONTROL RECORD HANDLING.  THE    *
031570* UPSTREAM EXTRACT MAY CARRY A HEADER RECORD ('HDR' IN THE   *
031580* FIRST THREE BYTES: RUN DATE AND SOURCE SYSTEM) AND A       *
031590* TRAILER RECORD ('TRL': DATA RECORD COUNT AND TOTAL         *
031600* SUBMITTED CHARGES).  THE RUN BALANCES WHAT IT READ         *
031610* AGAINST THE TRAILER AND REFUSES TO CLOSE CLEAN (RETURN     *
031620* CODE 16) ON A MISMATCH, SO A TRUNCATED TRANSMISSION IS     *
031630* CAUGHT THE SAME NIGHT.  A FILE WITHOUT CONTROL RECORDS     *
031640* PROCESSES AS BEFORE.                                       *
031650*----------------------------------------------------------*
031660 01  WK-BILL-CTL-REC.
031670     05  WK-CTL-TYPE            PIC X(03).
031680     05  FILLER                 PIC X(531).
031690 01  WK-BILL-CTL-HDR REDEFINES WK-BILL-CTL-REC.
031700     05  FILLER                 PIC X(03).
031710     05  WK-HDR-RUN-DATE       PIC X(08).
031720     05  WK-HDR-SOURCE-SYSTEM  PIC X(08).
031730     05  FILLER                 PIC X(515).
031740 01  WK-BILL-CTL-TRL REDEFINES WK-BILL-CTL-REC.
031750     05  FILLER                 PIC X(03).
031760     05  WK-TRL-RECORD-COUNT   PIC 9(09).
031770     05  WK-TRL-TOTAL-CHARGES  PIC 9(11)V9(02).
031780     05  FILLER                 PIC X(509).
031790 01  WK-HDR-SEEN-SW             PIC X(01) VALUE 'N'.
031800     88  BILL-HDR-SEEN          VALUE 'Y'.
031810 01  WK-TRL-SEEN-SW             PIC X(01) VALUE 'N'.
031820     88  BILL-TRL-SEEN          VALUE 'Y'.
031830 01  WK-CTL-RECS-READ           PIC 9(03) VALUE ZEROES.
031840 01  WK-ACT-TOT-CHARGES         PIC 9(11)V9(02) VALUE ZEROES.
031850 01  WK-BAL-FAIL-SW             PIC X(01) VALUE 'N'.
031860     88  BILL-BALANCE-FAILED    VALUE 'Y'.
031870 01  WK-TRL-SAVED-COUNT         PIC 9(09) VALUE ZEROES.
031880 01  WK-TRL-SAVED-CHARGES       PIC 9(11)V9(02) VALUE ZEROES.
031890*----------------------------------------------------------*
031900* RUN-CONTROL OPTIONS IN EFFECT FOR THIS RUN.                *
031910*----------------------------------------------------------*
031920 01  WK-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
031930 01  WK-RUNCTL-EOF              PIC X(01) VALUE 'N'.
031940     88  RUNCTL-AT-EOF          VALUE 'Y'.
031950 01  WK-RUN-ID                  PIC X(08) VALUE SPACES.
031960 01  WK-REPORTS-SW              PIC X(01) VALUE 'F'.
031970     88  REPORTS-FULL           VALUE 'F' 'P'.
031980     88  REPORTS-INLINE         VALUE 'F'.
031990     88  REPORTS-POST           VALUE 'P'.
032000     88  REPORTS-MIN            VALUE 'M'.
032010 01  WK-RC-DISCH-FROM           PIC X(08) VALUE '00000000'.
032020 01  WK-RC-DISCH-THRU           PIC X(08) VALUE '99999999'.
032030 01  WK-RC-PROV-COUNT           PIC 9(02) VALUE ZEROES.
032040 01  WK-RC-PROV-TABLE.
032050     05  WK-RC-PROV-NO          PIC X(06) OCCURS 50 TIMES
032060                                INDEXED BY RC-PROV-IDX.
032070 01  WK-COMPARE-SW              PIC X(01) VALUE 'N'.
032080     88  COMPARE-MODE           VALUE 'Y'.
032090 01  WK-RC-KEYWORD              PIC X(20) VALUE SPACES.
032100 01  WK-RC-VALUE                PIC X(40) VALUE SPACES.
032110 01  WK-BILLS-FILTERED          PIC 9(07) VALUE ZEROES.
032120 01  WK-RC-PROV-HIT-SW          PIC X(01) VALUE 'N'.
032130     88  RC-PROV-LISTED         VALUE 'Y'.
032140*----------------------------------------------------------*
032150* PASS-THROUGH SETTLEMENT ACCUMULATION TABLE - COVERED DAYS  *
032160* PRICED AND THE PER-DIEM RATES IN FORCE, PER PROVIDER.      *
032170*----------------------------------------------------------*
032180*---------------------------------------------------------*
032190* SCH/MDH PAYMENT-BASIS REPORT LINES AND PER-PROVIDER       *
032200* SUMMARY TABLE.                                            *
032210*---------------------------------------------------------*
032220  01  WK-SM-COUNT                PIC 9(05) VALUE ZEROES.
032230  01  SCHMDH-SUM-TABLE.
032240      05  SM-ENTRY OCCURS 2000 TIMES
032250                   INDEXED BY SM-IDX SM-SIDX.
032260          10  SM-PROVIDER-NO     PIC X(06).
032270          10  SM-BILL-COUNT      PIC 9(07).
032280          10  SM-HSP-WON         PIC 9(07).
032290          10  SM-FED-WON         PIC 9(07).
032300          10  SM-TOT-DIFF        PIC S9(11)V9(02).
032310  01  WK-SM-DIFF                 PIC S9(09)V9(02) VALUE ZEROES.
032320  01  WK-SM-HEADING1.
032330      05  FILLER              PIC X(09) VALUE 'PROVIDER '.
032340      05  FILLER              PIC X(04) VALUE 'DRG '.
032350      05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
032360      05  FILLER              PIC X(05) VALUE 'TYPE '.
032370      05  FILLER              PIC X(14) VALUE '   HSP-AMOUNT '.
032380      05  FILLER              PIC X(14) VALUE '   FED-AMOUNT '.
032390      05  FILLER              PIC X(06) VALUE 'BASIS '.
032400      05  FILLER              PIC X(14) VALUE '  DIFFERENCE'.
032410  01  WK-SM-DETAIL-LINE.
032420      05  WK-SM-PROVIDER-NO   PIC X(06).
032430      05  FILLER              PIC X(03) VALUE SPACES.
032440      05  WK-SM-DRG           PIC 9(03).
032450      05  FILLER              PIC X(01) VALUE SPACES.
032460      05  WK-SM-DISCHARGE     PIC 9(08).
032470      05  FILLER              PIC X(02) VALUE SPACES.
032480      05  WK-SM-PROV-TYPE     PIC X(02).
032490      05  FILLER              PIC X(02) VALUE SPACES.
032500      05  WK-SM-HSP-AMT       PIC Z,ZZZ,ZZ9.99.
032510      05  FILLER              PIC X(02) VALUE SPACES.
032520      05  WK-SM-FED-AMT       PIC Z,ZZZ,ZZ9.99.
032530      05  FILLER              PIC X(02) VALUE SPACES.
032540      05  WK-SM-BASIS         PIC X(03).
032550      05  FILLER              PIC X(03) VALUE SPACES.
032560      05  WK-SM-DIFF-ED       PIC -Z,ZZZ,ZZ9.99.
032570  01  WK-SMS-HEADING1.
032580      05  FILLER              PIC X(09) VALUE 'PROVIDER '.
032590      05  FILLER              PIC X(07) VALUE 'BILLS  '.
032600      05  FILLER              PIC X(09) VALUE 'HSP-WON  '.
032610      05  FILLER              PIC X(09) VALUE 'FED-WON  '.
032620      05  FILLER              PIC X(16) VALUE ' TOTAL-DIFF'.
032630  01  WK-SMS-DETAIL-LINE.
032640      05  WK-SS-PROVIDER-NO   PIC X(06).
032650      05  FILLER              PIC X(03) VALUE SPACES.
032660      05  WK-SS-BILL-COUNT    PIC ZZZ,ZZ9.
032670      05  FILLER              PIC X(02) VALUE SPACES.
032680      05  WK-SS-HSP-WON       PIC ZZZ,ZZ9.
032690      05  FILLER              PIC X(02) VALUE SPACES.
032700      05  WK-SS-FED-WON       PIC ZZZ,ZZ9.
032710      05  FILLER              PIC X(02) VALUE SPACES.
032720      05  WK-SS-TOT-DIFF      PIC -ZZ,ZZZ,ZZ9.99.
032730*---------------------------------------------------------*
032740* ERROR-RATE CIRCUIT BREAKER - OPERATOR-SET THRESHOLDS FROM *
032750* THE RUN-CONTROL FILE.  ERR-THRESH-PCT=0 (THE DEFAULT)     *
032760* LEAVES THE BREAKER OFF.                                   *
032770*---------------------------------------------------------*
032780 01  WK-ERR-THRESH-PCT          PIC 9(03) VALUE ZEROES.
032790 01  WK-ERR-THRESH-BASE         PIC 9(07) VALUE 0010000.
032800 01  WK-ERR-RATE-WORK           PIC 9(11) VALUE ZEROES.
032810 01  WK-ERR-RATE-LIMIT          PIC 9(11) VALUE ZEROES.
032820*---------------------------------------------------------*
032830* SCENARIO MODELING TABLES AND WORK FIELDS.                 *
032840*---------------------------------------------------------*
032850 01  WK-SCEN-STATUS             PIC X(02) VALUE SPACES.
032860 01  WK-SCEN-EOF                PIC X(01) VALUE 'N'.
032870     88  SCEN-AT-EOF            VALUE 'Y'.
032880 01  WK-SCEN-COUNT              PIC 9(03) VALUE ZEROES.
032890 01  SCENARIO-TABLE.
032900     05  SC-ENTRY OCCURS 200 TIMES
032910                  INDEXED BY SC-IDX SC-SIDX.
032920         10  SC-PROVIDER-NO     PIC X(06).
032930         10  SC-FIELD-NAME      PIC X(20).
032940         10  SC-NEW-VALUE       PIC X(20).
032950 01  WK-SCEN-HIT-SW             PIC X(01) VALUE 'N'.
032960     88  SCEN-PROV-LISTED       VALUE 'Y'.
032970 01  WK-SCEN-SAVE-PROV          PIC X(310) VALUE SPACES.
032980 01  WK-SCEN-NEW-TOTAL          PIC 9(09)V9(02) VALUE ZEROES.
032990 01  WK-SCEN-BASE-TOTAL         PIC 9(09)V9(02) VALUE ZEROES.
033000 01  WK-SC-COUNT                PIC 9(05) VALUE ZEROES.
033010 01  SCEN-SUM-TABLE.
033020     05  SS-ENTRY OCCURS 2000 TIMES
033030                  INDEXED BY SS-IDX SS-SIDX.
033040         10  SS-PROVIDER-NO     PIC X(06).
033050         10  SS-BILL-COUNT      PIC 9(07).
033060         10  SS-BASE-TOTAL      PIC 9(11)V9(02).
033070         10  SS-SCEN-TOTAL      PIC 9(11)V9(02).
033080 01  WK-SS-HEADING1.
033090     05  FILLER              PIC X(26) VALUE
033100         'SCENARIO RESULTS - NOT FOR'.
033110     05  FILLER              PIC X(26) VALUE
033120         ' REMITTANCE - ANALYTICAL  '.
033130 01  WK-SS-HEADING2.
033140     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
033150     05  FILLER              PIC X(07) VALUE 'BILLS  '.
033160     05  FILLER              PIC X(18) VALUE '  BASELINE-TOTAL  '.
033170     05  FILLER              PIC X(18) VALUE '  SCENARIO-TOTAL'.
033180 01  WK-SS-DETAIL-LINE.
033190     05  WK-SC2-PROVIDER-NO  PIC X(06).
033200     05  FILLER              PIC X(03) VALUE SPACES.
033210     05  WK-SC2-BILLS        PIC ZZZ,ZZ9.
033220     05  FILLER              PIC X(02) VALUE SPACES.
033230     05  WK-SC2-BASE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033240     05  FILLER              PIC X(02) VALUE SPACES.
033250     05  WK-SC2-SCEN         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033260*---------------------------------------------------------*
033270* BILL FORMAT TRANSITION COUNTS (ORIGINAL FIVE-CONDITION    *
033280* LAYOUT VS THE FORMAT-2 EXTENDED LAYOUT), REPORTED WITH    *
033290* THE SOURCE SYSTEM FROM THE FILE HEADER.                   *
033300*---------------------------------------------------------*
033310 01  WK-FMT-ORIGINAL            PIC 9(07) VALUE ZEROES.
033320 01  WK-FMT-EXTENDED            PIC 9(07) VALUE ZEROES.
033330*---------------------------------------------------------*
033340* PRE-FLIGHT CBSA REFERENTIAL CHECK WORK FIELDS.            *
033350*---------------------------------------------------------*
033360 01  WK-ORPHAN-COUNT            PIC 9(05) VALUE ZEROES.
033370 01  WK-ORPHAN-LIMIT            PIC 9(05) VALUE 99999.
033380 01  WK-ORPH-FOUND-SW           PIC X(01) VALUE 'N'.
033390     88  ORPH-CBSA-FOUND        VALUE 'Y'.
033400 01  WK-ORPH-CHECK-CBSA         PIC X(05) VALUE SPACES.
033410 01  WK-ORPH-DETAIL-LINE.
033420     05  WK-OR2-PROVIDER-NO  PIC X(06).
033430     05  FILLER              PIC X(03) VALUE SPACES.
033440     05  WK-OR2-EFF-DATE     PIC 9(08).
033450     05  FILLER              PIC X(03) VALUE SPACES.
033460     05  WK-OR2-KIND         PIC X(10).
033470     05  FILLER              PIC X(03) VALUE SPACES.
033480     05  WK-OR2-CBSA         PIC X(05).
033490*---------------------------------------------------------*
033500* TRANSFER PAIR MATCHING TABLES AND WORK FIELDS.            *
033510*---------------------------------------------------------*
033520 01  WK-XT-COUNT                PIC 9(05) VALUE ZEROES.
033530 01  XFER-TABLE.
033540     05  XT-ENTRY OCCURS 5000 TIMES
033550                  INDEXED BY XT-IDX.
033560         10  XT-FROM-PROVIDER   PIC X(06).
033570         10  XT-RECV-PROVIDER   PIC X(06).
033580         10  XT-MBI             PIC X(11).
033590         10  XT-DISCHG-DATE     PIC 9(08).
033600         10  XT-DISCHG-SERIAL   PIC 9(07).
033610 01  WK-AD-COUNT                PIC 9(05) VALUE ZEROES.
033620 01  ADMIT-TABLE.
033630     05  AD-ENTRY OCCURS 10000 TIMES
033640                  INDEXED BY AD-IDX AD-SIDX.
033650         10  AD-PROVIDER-NO     PIC X(06).
033660         10  AD-MBI             PIC X(11).
033670         10  AD-ADMIT-SERIAL    PIC 9(07).
033680 01  WK-XT-MATCH-SW             PIC X(01) VALUE 'N'.
033690     88  XFER-PAIR-MATCHED      VALUE 'Y'.
033700 01  WK-XT-GAP                  PIC S9(05) VALUE ZEROES.
033710 01  WK-XFER-EDIT-REJECTS       PIC 9(07) VALUE ZEROES.
033720 01  WK-XFER-UNMATCHED          PIC 9(07) VALUE ZEROES.
033730 01  WK-XM-HEADING1.
033740     05  FILLER              PIC X(10) VALUE 'FROM-PROV '.
033750     05  FILLER              PIC X(10) VALUE 'RECV-PROV '.
033760     05  FILLER              PIC X(12) VALUE 'MBI         '.
033770     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
033780     05  FILLER              PIC X(12) VALUE 'DISPOSITION'.
033790 01  WK-XM-DETAIL-LINE.
033800     05  WK-XM-FROM          PIC X(06).
033810     05  FILLER              PIC X(04) VALUE SPACES.
033820     05  WK-XM-RECV          PIC X(06).
033830     05  FILLER              PIC X(04) VALUE SPACES.
033840     05  WK-XM-MBI           PIC X(11).
033850     05  FILLER              PIC X(01) VALUE SPACES.
033860     05  WK-XM-DISCHARGE     PIC 9(08).
033870     05  FILLER              PIC X(03) VALUE SPACES.
033880     05  WK-XM-DISPOSITION   PIC X(20).
033890*---------------------------------------------------------*
033900* CERTIFICATION MODE WORK FIELDS.                           *
033910*---------------------------------------------------------*
033920 01  WK-CERTIN-STATUS           PIC X(02) VALUE SPACES.
033930 01  WK-CERTIFY-SW              PIC X(01) VALUE 'N'.
033940     88  CERTIFY-MODE           VALUE 'Y'.
033950 01  WK-CERT-EOF                PIC X(01) VALUE 'N'.
033960     88  CERT-AT-EOF            VALUE 'Y'.
033970 01  WK-CERT-CASES              PIC 9(05) VALUE ZEROES.
033980 01  WK-CERT-FAILED             PIC 9(05) VALUE ZEROES.
033990 01  WK-CERT-CASE-BAD-SW        PIC X(01) VALUE 'N'.
034000     88  CERT-CASE-FAILED       VALUE 'Y'.
034010 01  WK-CF-DETAIL-LINE.
034020     05  WK-CF-PROVIDER-NO   PIC X(06).
034030     05  FILLER              PIC X(02) VALUE SPACES.
034040     05  WK-CF-DRG           PIC 9(03).
034050     05  FILLER              PIC X(02) VALUE SPACES.
034060     05  WK-CF-FIELD         PIC X(14).
034070     05  FILLER              PIC X(02) VALUE SPACES.
034080     05  WK-CF-EXPECTED      PIC -Z,ZZZ,ZZZ,ZZ9.99.
034090     05  FILLER              PIC X(02) VALUE SPACES.
034100     05  WK-CF-ACTUAL        PIC -Z,ZZZ,ZZZ,ZZ9.99.
034110*---------------------------------------------------------*
034120* PRICED-CLAIM HISTORY REPOSITORY CONTROLS.                 *
034130*---------------------------------------------------------*
034140 01  WK-HISTREPO-STATUS         PIC X(02) VALUE SPACES.
034150 01  WK-HISTREPO-ACTIVE-SW      PIC X(01) VALUE 'N'.
034160     88  HISTREPO-ACTIVE        VALUE 'Y'.
034170 01  WK-HISTREPO-WRITES         PIC 9(07) VALUE ZEROES.
034180 01  WK-HISTREPO-DATE           PIC 9(08) VALUE ZEROES.
034190 01  WK-PRCLOG-WRITES           PIC 9(07) VALUE ZEROES.
034200*---------------------------------------------------------*
034210* RECOUPMENT LEDGER TABLE AND REPORT LINES.                 *
034220*---------------------------------------------------------*
034230 01  WK-LEDGIN-STATUS           PIC X(02) VALUE SPACES.
034240 01  WK-LEDGIN-EOF              PIC X(01) VALUE 'N'.
034250     88  LEDGIN-AT-EOF          VALUE 'Y'.
034260 01  WK-LG-COUNT                PIC 9(05) VALUE ZEROES.
034270 01  LEDGER-TABLE.
034280     05  LG-ENTRY OCCURS 2000 TIMES
034290                  INDEXED BY LG-IDX LG-SIDX.
034300         10  LG-PROVIDER-NO     PIC X(06).
034310         10  LG-OPEN-BALANCE    PIC 9(11)V9(02).
034320         10  LG-BALANCE         PIC 9(11)V9(02).
034330         10  LG-DEBITS          PIC 9(11)V9(02).
034340         10  LG-CREDITS         PIC 9(11)V9(02).
034350         10  LG-OFFSETS         PIC 9(11)V9(02).
034360         10  LG-OLDEST-DATE     PIC 9(08).
034370         10  LG-RAC-BALANCE     PIC 9(11)V9(02).
034380         10  LG-INT-BALANCE     PIC 9(11)V9(02).
034390         10  LG-LETTER-STAGE    PIC 9(01).
034400         10  LG-LETTER-DATE     PIC 9(08).
034410         10  LG-INT-THRU-DATE   PIC 9(08).
034420         10  LG-REFERRAL-SW     PIC X(01).
034430         10  LG-PLAN-SW         PIC X(01).
034440         10  LG-PLAN-PCT        PIC 9(02)V9(03).
034450 01  WK-LG-OFFSET               PIC 9(09)V9(02) VALUE ZEROES.
034460 01  WK-LG-SHORTFALL            PIC S9(11)V9(02) VALUE ZEROES.
034470 01  WK-LG-RUN-DATE             PIC 9(08) VALUE ZEROES.
034480 01  WK-LG-HEADING1.
034490     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
034500     05  FILLER              PIC X(15) VALUE '  OPEN-BALANCE '.
034510     05  FILLER              PIC X(15) VALUE '   PAYMENTS    '.
034520     05  FILLER              PIC X(15) VALUE '   REVERSALS   '.
034530     05  FILLER              PIC X(15) VALUE '   OFFSETS     '.
034540     05  FILLER              PIC X(15) VALUE ' CLOSE-BALANCE '.
034550     05  FILLER              PIC X(10) VALUE 'OLDEST    '.
034560     05  FILLER              PIC X(13) VALUE '  RAC-BALANCE'.
034570 01  WK-LG-DETAIL-LINE.
034580     05  WK-LG-PROVIDER-NO   PIC X(06).
034590     05  FILLER              PIC X(03) VALUE SPACES.
034600     05  WK-LG-OPEN          PIC ZZ,ZZZ,ZZ9.99.
034610     05  FILLER              PIC X(02) VALUE SPACES.
034620     05  WK-LG-DEBITS        PIC ZZ,ZZZ,ZZ9.99.
034630     05  FILLER              PIC X(02) VALUE SPACES.
034640     05  WK-LG-CREDITS       PIC ZZ,ZZZ,ZZ9.99.
034650     05  FILLER              PIC X(02) VALUE SPACES.
034660     05  WK-LG-OFFS          PIC ZZ,ZZZ,ZZ9.99.
034670     05  FILLER              PIC X(02) VALUE SPACES.
034680     05  WK-LG-CLOSE         PIC ZZ,ZZZ,ZZ9.99.
034690     05  FILLER              PIC X(02) VALUE SPACES.
034700     05  WK-LG-OLDEST        PIC 9(08).
034710     05  FILLER              PIC X(02) VALUE SPACES.
034720     05  WK-LG-RAC           PIC ZZ,ZZZ,ZZ9.99.
034730*---------------------------------------------------------*
034740* RAC-SOURCE LEDGER POSTINGS (PPRAC215 RACPOST JOURNAL).    *
034750*---------------------------------------------------------*
034760 01  WK-RACPOST-STATUS          PIC X(02) VALUE SPACES.
034770 01  WK-RACPOST-EOF             PIC X(01) VALUE 'N'.
034780     88  RACPOST-AT-EOF         VALUE 'Y'.
034790 01  WK-RP-COUNT                PIC 9(05) VALUE ZEROES.
034800 01  RAC-POSTING-TABLE.
034810     05  RP-ENTRY OCCURS 2000 TIMES
034820                  INDEXED BY RP-IDX RP-SIDX.
034830         10  RP-PROVIDER-NO     PIC X(06).
034840         10  RP-DISCHARGE-DATE  PIC 9(08).
034850         10  RP-MBI             PIC X(11).
034860         10  RP-AMOUNT          PIC 9(09)V9(02).
034870         10  RP-USED-SW         PIC X(01).
034880             88  RP-WAS-USED    VALUE 'Y'.
034890 01  WK-RAC-CREDIT              PIC S9(09)V9(02) VALUE ZEROES.
034900 01  WK-RAC-NETTED              PIC 9(07) VALUE ZEROES.
034910*---------------------------------------------------------*
034920* EXTENDED REPAYMENT SCHEDULES.  THE PLAN FILE IS OPTIONAL; *
034930* A PROVIDER WITH A PLAN IN EFFECT HAS ONLY ITS DUE         *
034940* INSTALLMENT DRAWN FROM ITS PAYMENTS.                      *
034950*---------------------------------------------------------*
034960 01  WK-REPAYIN-STATUS          PIC X(02) VALUE SPACES.
034970 01  WK-REPAYIN-EOF             PIC X(01) VALUE 'N'.
034980     88  REPAYIN-AT-EOF         VALUE 'Y'.
034990 01  WK-REPAY-LOADED-SW         PIC X(01) VALUE 'N'.
035000     88  REPAY-PLANS-LOADED     VALUE 'Y'.
035010 01  WK-ER-FOUND-SW             PIC X(01) VALUE 'N'.
035020     88  REPAY-PLAN-FOUND       VALUE 'Y'.
035030 01  WK-ER-LG-SW                PIC X(01) VALUE 'N'.
035040     88  ER-LEDGER-ROW-FOUND    VALUE 'Y'.
035050 01  WK-ER-COUNT                PIC 9(04) VALUE ZEROES.
035060 01  REPAY-PLAN-TABLE.
035070     05  ER-ENTRY OCCURS 500 TIMES
035080                  INDEXED BY ER-IDX ER-SIDX.
035090         10  ER-PLAN-REC        PIC X(130).
035100         10  ER-PLAN-VIEW REDEFINES ER-PLAN-REC.
035110             15  ER-PROVIDER-NO PIC X(06).
035120             15  ER-PLAN-ID     PIC X(10).
035130             15  ER-STATUS      PIC X(01).
035140                 88  ER-PLAN-ACTIVE VALUE 'A'.
035150             15  ER-APPROVED-PRIN PIC 9(11)V9(02).
035160             15  ER-INSTALLMENT PIC 9(09)V9(02).
035170             15  ER-FREQUENCY   PIC X(01).
035180                 88  ER-FREQ-WEEKLY    VALUE 'W'.
035190                 88  ER-FREQ-BIWEEKLY  VALUE 'B'.
035200                 88  ER-FREQ-QUARTERLY VALUE 'Q'.
035210                 88  ER-FREQ-VALID     VALUE 'W' 'B' 'M' 'Q'.
035220             15  ER-START-DATE  PIC 9(08).
035230             15  ER-ANNUAL-PCT  PIC 9(02)V9(03).
035240             15  ER-NEXT-DUE    PIC 9(08).
035250             15  ER-BILLED      PIC 9(03).
035260             15  ER-AMOUNT-DUE  PIC 9(09)V9(02).
035270             15  ER-PAID-TO-DATE PIC 9(11)V9(02).
035280             15  ER-PRIN-PAID   PIC 9(11)V9(02).
035290             15  ER-MISSED      PIC 9(02).
035300             15  ER-LAST-PAID   PIC 9(08).
035310             15  ER-END-REASON  PIC X(02).
035320             15  ER-STATUS-DATE PIC 9(08).
035330             15  FILLER         PIC X(07).
035340         10  ER-PAID-THIS-RUN   PIC 9(09)V9(02).
035350         10  ER-IN-EFFECT-SW    PIC X(01).
035360             88  ER-IN-EFFECT   VALUE 'Y'.
035370         10  ER-NOTE            PIC X(28).
035380 01  WK-ER-KEY                  PIC X(06) VALUE SPACES.
035390 01  WK-ER-RUN-DATE             PIC 9(08) VALUE ZEROES.
035400 01  WK-ER-NEW-STATUS           PIC X(01) VALUE SPACE.
035410 01  WK-ER-REASON               PIC X(02) VALUE SPACES.
035420 01  WK-ER-TEXT                 PIC X(28) VALUE SPACES.
035430 01  WK-ER-ACTIVE               PIC 9(05) VALUE ZEROES.
035440 01  WK-ER-DEFAULTED            PIC 9(05) VALUE ZEROES.
035450 01  WK-ER-COMPLETED            PIC 9(05) VALUE ZEROES.
035460 01  WK-LG-AVAIL                PIC 9(09)V9(02) VALUE ZEROES.
035470 01  WK-ER-HEADING1.
035480     05  FILLER              PIC X(08) VALUE 'PROVIDER'.
035490     05  FILLER              PIC X(11) VALUE 'PLAN-ID'.
035500     05  FILLER              PIC X(04) VALUE 'S F'.
035510     05  FILLER              PIC X(15) VALUE '    APPROVED'.
035520     05  FILLER              PIC X(12) VALUE ' INSTALLMENT'.
035530     05  FILLER              PIC X(10) VALUE '  NEXT-DUE'.
035540     05  FILLER              PIC X(12) VALUE '  AMOUNT-DUE'.
035550     05  FILLER              PIC X(12) VALUE '   PAID-RUN'.
035560     05  FILLER              PIC X(15) VALUE '  PAID-TO-DATE'.
035570     05  FILLER              PIC X(15) VALUE ' REMAINING-PRIN'.
035580     05  FILLER              PIC X(04) VALUE ' MS'.
035590     05  FILLER              PIC X(14) VALUE 'NOTE'.
035600 01  WK-ER-DETAIL-LINE.
035610     05  WK-ER-PROVIDER-NO   PIC X(06).
035620     05  FILLER              PIC X(02) VALUE SPACES.
035630     05  WK-ER-PLAN-ID       PIC X(10).
035640     05  FILLER              PIC X(01) VALUE SPACES.
035650     05  WK-ER-STATUS        PIC X(01).
035660     05  FILLER              PIC X(01) VALUE SPACES.
035670     05  WK-ER-FREQ          PIC X(01).
035680     05  FILLER              PIC X(02) VALUE SPACES.
035690     05  WK-ER-APPROVED      PIC ZZ,ZZZ,ZZ9.99.
035700     05  FILLER              PIC X(02) VALUE SPACES.
035710     05  WK-ER-INSTALL       PIC ZZZ,ZZ9.99.
035720     05  FILLER              PIC X(02) VALUE SPACES.
035730     05  WK-ER-NEXT-DUE      PIC 9(08).
035740     05  FILLER              PIC X(02) VALUE SPACES.
035750     05  WK-ER-AMT-DUE       PIC ZZZ,ZZ9.99.
035760     05  FILLER              PIC X(02) VALUE SPACES.
035770     05  WK-ER-PAID-RUN      PIC ZZZ,ZZ9.99.
035780     05  FILLER              PIC X(02) VALUE SPACES.
035790     05  WK-ER-PAID-TODATE   PIC ZZ,ZZZ,ZZ9.99.
035800     05  FILLER              PIC X(02) VALUE SPACES.
035810     05  WK-ER-REMAINING     PIC ZZ,ZZZ,ZZ9.99.
035820     05  FILLER              PIC X(02) VALUE SPACES.
035830     05  WK-ER-MISSED        PIC Z9.
035840     05  FILLER              PIC X(02) VALUE SPACES.
035850     05  WK-ER-NOTE          PIC X(28).
035860*---------------------------------------------------------*
035870* OFF-CYCLE MANUAL PAYMENTS.  THE REGISTER IS OPTIONAL.     *
035880* MANUAL-AGE-DAYS COMES FROM THE RUN-CONTROL FILE (DEFAULT  *
035890* 90) AND COUNTS CALENDAR DAYS FROM THE ISSUE DATE.         *
035900*---------------------------------------------------------*
035910 01  WK-MANPAYI-STATUS          PIC X(02) VALUE SPACES.
035920 01  WK-MANPAYI-EOF             PIC X(01) VALUE 'N'.
035930     88  MANPAYI-AT-EOF         VALUE 'Y'.
035940 01  WK-MANPAY-LOADED-SW        PIC X(01) VALUE 'N'.
035950     88  MANUAL-PAYS-LOADED     VALUE 'Y'.
035960 01  WK-MW-FOUND-SW             PIC X(01) VALUE 'N'.
035970     88  MANUAL-PAY-FOUND       VALUE 'Y'.
035980 01  WK-MW-COUNT                PIC 9(04) VALUE ZEROES.
035990 01  MANUAL-PAY-TABLE.
036000     05  MW-ENTRY OCCURS 500 TIMES
036010                  INDEXED BY MW-IDX MW-SIDX.
036020         10  MW-PAY-REC         PIC X(150).
036030         10  MW-PAY-VIEW REDEFINES MW-PAY-REC.
036040             15  MW-PROVIDER-NO PIC X(06).
036050             15  MW-PAYMENT-ID  PIC X(10).
036060             15  MW-ISSUE-DATE  PIC 9(08).
036070             15  MW-AMOUNT      PIC 9(09)V9(02).
036080             15  MW-MBI         PIC X(11).
036090             15  MW-DISCHARGE-DATE PIC 9(08).
036100             15  MW-AUTHORITY   PIC X(02).
036110                 88  MW-AUTHORITY-VALID VALUE 'CO' 'HA' 'SO' 'OT'.
036120             15  MW-APPROVED-BY PIC X(20).
036130             15  MW-STATUS      PIC X(01).
036140                 88  MW-OUTSTANDING VALUE 'O'.
036150                 88  MW-MATCHED     VALUE 'M'.
036160                 88  MW-CONVERTED   VALUE 'C'.
036170             15  MW-POSTED-DATE PIC 9(08).
036180             15  MW-APPLIED-AMT PIC 9(09)V9(02).
036190             15  MW-MATCH-SEQ   PIC 9(09).
036200             15  MW-CONVERTED-AMT PIC 9(09)V9(02).
036210             15  MW-STATUS-DATE PIC 9(08).
036220             15  FILLER         PIC X(26).
036230         10  MW-IN-EFFECT-SW    PIC X(01).
036240             88  MW-IN-EFFECT   VALUE 'Y'.
036250         10  MW-NOTE            PIC X(28).
036260 01  WK-MW-KEY                  PIC X(06) VALUE SPACES.
036270 01  WK-MW-AGE-DAYS             PIC 9(03) VALUE 090.
036280 01  WK-MW-RUN-DATE             PIC 9(08) VALUE ZEROES.
036290 01  WK-MW-RUN-SERIAL           PIC 9(07) VALUE ZEROES.
036300 01  WK-MW-AGE                  PIC S9(07) VALUE ZEROES.
036310 01  WK-MW-REMAINING            PIC 9(09)V9(02) VALUE ZEROES.
036320 01  WK-MW-OFFSET               PIC 9(09)V9(02) VALUE ZEROES.
036330 01  WK-MW-OFFSET-TOT           PIC 9(11)V9(02) VALUE ZEROES.
036340 01  WK-MW-CONVERT-TOT          PIC 9(11)V9(02) VALUE ZEROES.
036350 01  WK-MW-POSTED               PIC 9(05) VALUE ZEROES.
036360 01  WK-MW-OUTSTANDING          PIC 9(05) VALUE ZEROES.
036370 01  WK-MW-MATCHED              PIC 9(05) VALUE ZEROES.
036380 01  WK-MW-CONVERTED            PIC 9(05) VALUE ZEROES.
036390 01  WK-MW-HEADING1.
036400     05  FILLER              PIC X(08) VALUE 'PROVIDER'.
036410     05  FILLER              PIC X(11) VALUE 'CHECK-NO'.
036420     05  FILLER              PIC X(09) VALUE 'ISSUED'.
036430     05  FILLER              PIC X(03) VALUE 'AU'.
036440     05  FILLER              PIC X(21) VALUE 'APPROVED-BY'.
036450     05  FILLER              PIC X(12) VALUE 'MBI'.
036460     05  FILLER              PIC X(09) VALUE 'DISCHRG'.
036470     05  FILLER              PIC X(16) VALUE '         AMOUNT'.
036480     05  FILLER              PIC X(02) VALUE 'S'.
036490     05  FILLER              PIC X(16) VALUE '        APPLIED'.
036500     05  FILLER              PIC X(10) VALUE ' CLAIM-SEQ'.
036510     05  FILLER              PIC X(16) VALUE '      CONVERTED'.
036520     05  FILLER              PIC X(09) VALUE ' STATUS'.
036530     05  FILLER              PIC X(04) VALUE 'NOTE'.
036540 01  WK-MW-DETAIL-LINE.
036550     05  WK-MW-PROVIDER-NO   PIC X(06).
036560     05  FILLER              PIC X(02) VALUE SPACES.
036570     05  WK-MW-PAYMENT-ID    PIC X(10).
036580     05  FILLER              PIC X(01) VALUE SPACES.
036590     05  WK-MW-ISSUE-DATE    PIC 9(08).
036600     05  FILLER              PIC X(01) VALUE SPACES.
036610     05  WK-MW-AUTHORITY     PIC X(02).
036620     05  FILLER              PIC X(01) VALUE SPACES.
036630     05  WK-MW-APPROVED-BY   PIC X(20).
036640     05  FILLER              PIC X(01) VALUE SPACES.
036650     05  WK-MW-MBI           PIC X(11).
036660     05  FILLER              PIC X(01) VALUE SPACES.
036670     05  WK-MW-DISCH-DATE    PIC 9(08).
036680     05  FILLER              PIC X(01) VALUE SPACES.
036690     05  WK-MW-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
036700     05  FILLER              PIC X(02) VALUE SPACES.
036710     05  WK-MW-STATUS        PIC X(01).
036720     05  FILLER              PIC X(01) VALUE SPACES.
036730     05  WK-MW-APPLIED       PIC ZZZ,ZZZ,ZZ9.99.
036740     05  FILLER              PIC X(02) VALUE SPACES.
036750     05  WK-MW-MATCH-SEQ     PIC Z(08)9.
036760     05  FILLER              PIC X(01) VALUE SPACES.
036770     05  WK-MW-CONVERTED-AMT PIC ZZZ,ZZZ,ZZ9.99.
036780     05  FILLER              PIC X(02) VALUE SPACES.
036790     05  WK-MW-STATUS-DATE   PIC 9(08).
036800     05  FILLER              PIC X(01) VALUE SPACES.
036810     05  WK-MW-NOTE          PIC X(28).
036820*---------------------------------------------------------*
036830* ACCELERATED AND ADVANCE PAYMENT RECOUPMENT.  THE FILE IS   *
036840* OPTIONAL.  AV-RUN-PCT IS THE PERCENT OF THE SCHEDULE       *
036850* PERIOD THE RUN DATE FALLS IN, ZERO BEFORE RECOUPMENT       *
036860* STARTS.                                                    *
036870*---------------------------------------------------------*
036880 01  WK-ADVPAYI-STATUS          PIC X(02) VALUE SPACES.
036890 01  WK-ADVPAYI-EOF             PIC X(01) VALUE 'N'.
036900     88  ADVPAYI-AT-EOF         VALUE 'Y'.
036910 01  WK-ADVPAY-LOADED-SW        PIC X(01) VALUE 'N'.
036920     88  ADVANCES-LOADED        VALUE 'Y'.
036930 01  WK-AV-FOUND-SW             PIC X(01) VALUE 'N'.
036940     88  ADVANCE-FOUND          VALUE 'Y'.
036950 01  WK-AV-INVALID-SW           PIC X(01) VALUE 'N'.
036960     88  ADVANCE-INVALID        VALUE 'Y'.
036970 01  WK-AV-COUNT                PIC 9(04) VALUE ZEROES.
036980 01  ADVANCE-PAY-TABLE.
036990     05  AV-ENTRY OCCURS 500 TIMES
037000                  INDEXED BY AV-IDX AV-SIDX.
037010         10  AV-ADV-REC         PIC X(160).
037020         10  AV-ADV-VIEW REDEFINES AV-ADV-REC.
037030             15  AV-PROVIDER-NO PIC X(06).
037040             15  AV-ADVANCE-ID  PIC X(10).
037050             15  AV-PROGRAM     PIC X(01).
037060                 88  AV-PROGRAM-VALID VALUE 'A' 'D'.
037070             15  AV-AMOUNT      PIC 9(11)V9(02).
037080             15  AV-ISSUE-DATE  PIC 9(08).
037090             15  AV-RECOUP-START PIC 9(08).
037100             15  AV-PERIOD OCCURS 4 TIMES
037110                           INDEXED BY AV-PIDX.
037120                 20  AV-PERIOD-PCT  PIC 9(03)V9(02).
037130                 20  AV-PERIOD-THRU PIC 9(08).
037140             15  AV-STATUS      PIC X(01).
037150                 88  AV-RECOUPING   VALUE 'A'.
037160                 88  AV-DEMANDED    VALUE 'D'.
037170                 88  AV-REPAID      VALUE 'C'.
037180             15  AV-WITHHELD    PIC 9(11)V9(02).
037190             15  AV-DEMAND-AMT  PIC 9(11)V9(02).
037200             15  AV-LAST-RECOUP PIC 9(08).
037210             15  AV-STATUS-DATE PIC 9(08).
037220             15  FILLER         PIC X(19).
037230         10  AV-IN-EFFECT-SW    PIC X(01).
037240             88  AV-IN-EFFECT   VALUE 'Y'.
037250         10  AV-RUN-PCT         PIC 9(03)V9(02).
037260         10  AV-WITHHELD-RUN    PIC 9(11)V9(02).
037270         10  AV-NOTE            PIC X(28).
037280 01  WK-AV-RUN-DATE             PIC 9(08) VALUE ZEROES.
037290 01  WK-AV-LAST-THRU            PIC 9(08) VALUE ZEROES.
037300 01  WK-AV-REMAINING            PIC 9(11)V9(02) VALUE ZEROES.
037310 01  WK-AV-TAKE                 PIC 9(11)V9(02) VALUE ZEROES.
037320 01  WK-AV-CARRY                PIC 9(11)V9(02) VALUE ZEROES.
037330 01  WK-AV-TAKE-TOT             PIC 9(11)V9(02) VALUE ZEROES.
037340 01  WK-AV-DEMAND-TOT           PIC 9(11)V9(02) VALUE ZEROES.
037350 01  WK-AV-OPEN-TOT             PIC 9(11)V9(02) VALUE ZEROES.
037360 01  WK-AV-RECOUPING            PIC 9(05) VALUE ZEROES.
037370 01  WK-AV-DEMANDED             PIC 9(05) VALUE ZEROES.
037380 01  WK-AV-REPAID               PIC 9(05) VALUE ZEROES.
037390 01  WK-AV-HEADING1.
037400     05  FILLER              PIC X(08) VALUE 'PROVIDER'.
037410     05  FILLER              PIC X(11) VALUE 'ADVANCE-ID'.
037420     05  FILLER              PIC X(02) VALUE 'P'.
037430     05  FILLER              PIC X(09) VALUE 'ISSUED'.
037440     05  FILLER              PIC X(19) VALUE '         ADVANCED'.
037450     05  FILLER              PIC X(08) VALUE '   PCT'.
037460     05  FILLER              PIC X(16) VALUE '   WITHHELD-RUN'.
037470     05  FILLER              PIC X(19) VALUE '  WITHHELD-TO-DATE'.
037480     05  FILLER              PIC X(19) VALUE '        REMAINING'.
037490     05  FILLER              PIC X(19) VALUE '         DEMANDED'.
037500     05  FILLER              PIC X(02) VALUE 'S'.
037510     05  FILLER              PIC X(09) VALUE 'AS-OF'.
037520     05  FILLER              PIC X(04) VALUE 'NOTE'.
037530 01  WK-AV-DETAIL-LINE.
037540     05  WK-AV-PROVIDER-NO   PIC X(06).
037550     05  FILLER              PIC X(02) VALUE SPACES.
037560     05  WK-AV-ADVANCE-ID    PIC X(10).
037570     05  FILLER              PIC X(01) VALUE SPACES.
037580     05  WK-AV-PROGRAM       PIC X(01).
037590     05  FILLER              PIC X(01) VALUE SPACES.
037600     05  WK-AV-ISSUE-DATE    PIC 9(08).
037610     05  FILLER              PIC X(01) VALUE SPACES.
037620     05  WK-AV-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
037630     05  FILLER              PIC X(02) VALUE SPACES.
037640     05  WK-AV-PCT           PIC ZZ9.99.
037650     05  FILLER              PIC X(02) VALUE SPACES.
037660     05  WK-AV-WITHHELD-RUN  PIC ZZZ,ZZZ,ZZ9.99.
037670     05  FILLER              PIC X(02) VALUE SPACES.
037680     05  WK-AV-WITHHELD      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
037690     05  FILLER              PIC X(02) VALUE SPACES.
037700     05  WK-AV-REMAIN        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
037710     05  FILLER              PIC X(02) VALUE SPACES.
037720     05  WK-AV-DEMAND        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
037730     05  FILLER              PIC X(02) VALUE SPACES.
037740     05  WK-AV-STATUS        PIC X(01).
037750     05  FILLER              PIC X(01) VALUE SPACES.
037760     05  WK-AV-STATUS-DATE   PIC 9(08).
037770     05  FILLER              PIC X(01) VALUE SPACES.
037780     05  WK-AV-NOTE          PIC X(28).
037790*---------------------------------------------------------*
037800* CALENDAR ARITHMETIC FOR SCHEDULED DUE DATES.              *
037810*---------------------------------------------------------*
037820 01  WK-AM-DATE                 PIC 9(08) VALUE ZEROES.
037830 01  WK-AM-DATE-PARTS REDEFINES WK-AM-DATE.
037840     05  WK-AM-YYYY             PIC 9(04).
037850     05  WK-AM-MM               PIC 9(02).
037860     05  WK-AM-DD               PIC 9(02).
037870 01  WK-AM-MONTHS               PIC 9(04) VALUE ZEROES.
037880 01  WK-AM-WORK                 PIC 9(05) VALUE ZEROES.
037890 01  WK-AM-QUOT                 PIC 9(05) VALUE ZEROES.
037900 01  WK-AM-REM                  PIC 9(04) VALUE ZEROES.
037910 01  WK-AM-LAST-DAY             PIC 9(02) VALUE ZEROES.
037920 01  WK-AM-MONTH-LENGTHS.
037930     05  FILLER PIC X(24) VALUE '312831303130313130313031'.
037940 01  WK-AM-MONTH-TAB REDEFINES WK-AM-MONTH-LENGTHS.
037950     05  WK-AM-MLEN             PIC 9(02) OCCURS 12 TIMES.
037960*---------------------------------------------------------*
037970* BUSINESS PROCESSING CALENDAR (PPCLD215).  WITH NO       *
037980* CALENDAR FILE, PROCESSING DAYS ARE CALENDAR DAYS.       *
037990*---------------------------------------------------------*
038000 01  WK-CAL-SW                  PIC X(01) VALUE 'N'.
038010     88  BUS-CALENDAR-ACTIVE    VALUE 'Y'.
038020 01  WK-CAL-RUN-DATE            PIC 9(08) VALUE ZEROES.
038030 01  WK-CAL-ROLL-DAYS           PIC 9(03) VALUE ZEROES.
038040 01  WK-CAL-OFF-CALENDAR        PIC 9(07) VALUE ZEROES.
038050 COPY CALSVC.
038060*---------------------------------------------------------*
038070* CHARGE-REASONABLENESS PRESCREEN WORK FIELDS.              *
038080*---------------------------------------------------------*
038090 01  WK-CHG-TOLERANCE           PIC 9(03) VALUE 010.
038100 01  WK-CHG-IMPLIED-COST        PIC 9(11)V9(02) VALUE ZEROES.
038110 01  WK-CHG-NATL-AVG-COST       PIC 9(11)V9(02) VALUE ZEROES.
038120 01  WK-CHG-SUSPENDED           PIC 9(07) VALUE ZEROES.
038130 01  WK-CHG-WITHHELD            PIC 9(11)V9(02) VALUE ZEROES.
038140 01  WK-CS-HEADING1.
038150     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
038160     05  FILLER              PIC X(05) VALUE 'DRG  '.
038170     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
038180     05  FILLER              PIC X(15) VALUE '    CHARGES    '.
038190     05  FILLER              PIC X(15) VALUE ' IMPLIED-COST  '.
038200     05  FILLER              PIC X(15) VALUE ' NATL-AVG-COST '.
038210     05  FILLER              PIC X(16) VALUE 'OUTLIER-WITHHELD'.
038220 01  WK-CS-DETAIL-LINE.
038230     05  WK-CS-PROVIDER-NO   PIC X(06).
038240     05  FILLER              PIC X(03) VALUE SPACES.
038250     05  WK-CS-DRG           PIC 9(03).
038260     05  FILLER              PIC X(02) VALUE SPACES.
038270     05  WK-CS-DISCHARGE     PIC 9(08).
038280     05  FILLER              PIC X(02) VALUE SPACES.
038290     05  WK-CS-CHARGES       PIC ZZ,ZZZ,ZZ9.99.
038300     05  FILLER              PIC X(02) VALUE SPACES.
038310     05  WK-CS-IMPLIED       PIC ZZ,ZZZ,ZZ9.99.
038320     05  FILLER              PIC X(02) VALUE SPACES.
038330     05  WK-CS-NATL-AVG      PIC ZZ,ZZZ,ZZ9.99.
038340     05  FILLER              PIC X(03) VALUE SPACES.
038350     05  WK-CS-WITHHELD      PIC ZZ,ZZZ,ZZ9.99.
038360*---------------------------------------------------------*
038370* CORRECTION-AND-REWORK WORK FIELDS.                        *
038380*---------------------------------------------------------*
038390 01  WK-REWORKIN-STATUS         PIC X(02) VALUE SPACES.
038400 01  WK-CORRIN-STATUS           PIC X(02) VALUE SPACES.
038410 01  WK-REWORKIN-EOF            PIC X(01) VALUE 'N'.
038420     88  REWORKIN-AT-EOF        VALUE 'Y'.
038430 01  WK-CORRIN-EOF              PIC X(01) VALUE 'N'.
038440     88  CORRIN-AT-EOF          VALUE 'Y'.
038450 01  WK-CORR-COUNT              PIC 9(04) VALUE ZEROES.
038460 01  CORRECTION-TABLE.
038470     05  CO-ENTRY OCCURS 1000 TIMES
038480                  INDEXED BY CO-IDX CO-SIDX.
038490         10  CO-PROVIDER-NO     PIC X(06).
038500         10  CO-DRG             PIC X(03).
038510         10  CO-DISCHARGE       PIC X(08).
038520         10  CO-FIELD-NAME      PIC X(20).
038530         10  CO-NEW-VALUE       PIC X(20).
038540 01  WK-RW-CORRECTED-SW         PIC X(01) VALUE 'N'.
038550     88  REWORK-BILL-CORRECTED  VALUE 'Y'.
038560 01  WK-RW-ORIG-RTC             PIC 9(02) VALUE ZEROES.
038570 01  WK-RW-READ                 PIC 9(07) VALUE ZEROES.
038580 01  WK-RW-PAID                 PIC 9(07) VALUE ZEROES.
038590 01  WK-RW-STILL-FAILING        PIC 9(07) VALUE ZEROES.
038600 01  WK-RW-UNCORRECTED          PIC 9(07) VALUE ZEROES.
038610 01  WK-RW-HEADING1.
038620     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
038630     05  FILLER              PIC X(05) VALUE 'DRG  '.
038640     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
038650     05  FILLER              PIC X(09) VALUE 'ORIG-RTC '.
038660     05  FILLER              PIC X(08) VALUE 'NEW-RTC '.
038670     05  FILLER              PIC X(20) VALUE 'DISPOSITION'.
038680 01  WK-RW-DETAIL-LINE.
038690     05  WK-RW-PROVIDER-NO   PIC X(06).
038700     05  FILLER              PIC X(03) VALUE SPACES.
038710     05  WK-RW-DRG           PIC 9(03).
038720     05  FILLER              PIC X(02) VALUE SPACES.
038730     05  WK-RW-DISCHARGE     PIC 9(08).
038740     05  FILLER              PIC X(05) VALUE SPACES.
038750     05  WK-RW-ORIG          PIC 9(02).
038760     05  FILLER              PIC X(06) VALUE SPACES.
038770     05  WK-RW-NEW           PIC 9(02).
038780     05  FILLER              PIC X(04) VALUE SPACES.
038790     05  WK-RW-DISPOSITION   PIC X(24).
038800*---------------------------------------------------------*
038810* TABLE-VERSION CATALOG WORK FIELDS.                        *
038820*---------------------------------------------------------*
038830 01  WK-CATLG-STATUS            PIC X(02) VALUE SPACES.
038840 01  WK-CATLG-EOF               PIC X(01) VALUE 'N'.
038850     88  CATLG-AT-EOF           VALUE 'Y'.
038860 01  WK-CATLG-COUNT             PIC 9(03) VALUE ZEROES.
038870 01  TABLE-CATALOG-TABLE.
038880     05  CT-ENTRY OCCURS 100 TIMES
038890                  INDEXED BY CT-IDX CT-SIDX.
038900         10  CT-TAB-TYPE        PIC X(08).
038910         10  CT-TAB-DSN         PIC X(44).
038920         10  CT-TAB-EFF         PIC 9(08).
038930         10  CT-TAB-END         PIC 9(08).
038940         10  CT-TAB-VERSION     PIC X(08).
038950 01  WK-CAT-CHECK-DATE          PIC X(08) VALUE SPACES.
038960 01  WK-CAT-GAPS                PIC 9(03) VALUE ZEROES.
038970 01  WK-CAT-FOUND-SW            PIC X(01) VALUE 'N'.
038980     88  CAT-SET-FOUND          VALUE 'Y'.
038990 01  WK-CAT-TYPE-I              PIC 9(02) COMP VALUE ZEROES.
039000 01  WK-CAT-TYPE-LIST.
039010     05  FILLER PIC X(08) VALUE 'MSAXWI  '.
039020     05  FILLER PIC X(08) VALUE 'CBSAWI  '.
039030     05  FILLER PIC X(08) VALUE 'CNTYCBSA'.
039040     05  FILLER PIC X(08) VALUE 'NEWTECH '.
039050     05  FILLER PIC X(08) VALUE 'DRGWGHT '.
039060     05  FILLER PIC X(08) VALUE 'OPERRATE'.
039070     05  FILLER PIC X(08) VALUE 'ICDCODES'.
039080     05  FILLER PIC X(08) VALUE 'GEODSGN '.
039090 01  WK-CAT-TYPE-TAB REDEFINES WK-CAT-TYPE-LIST.
039100     05  WK-CAT-TYPE        PIC X(08) OCCURS 8 TIMES.
039110 01  WK-CAT-LOG-LINE.
039120     05  WK-CL-TYPE          PIC X(08).
039130     05  FILLER              PIC X(02) VALUE SPACES.
039140     05  WK-CL-DSN           PIC X(44).
039150     05  FILLER              PIC X(02) VALUE SPACES.
039160     05  WK-CL-VERSION       PIC X(08).
039170     05  FILLER              PIC X(02) VALUE SPACES.
039180     05  WK-CL-STATUS        PIC X(12).
039190*---------------------------------------------------------*
039200* COMMON REPORT FORMATTING - ONE SHARED ROUTINE BUILDS THE  *
039210* STANDARD REPORT HEADER BLOCK (TITLE, RUN ID AND DATE,     *
039220* DRIVER VERSION) AND THE STANDARD END-OF-REPORT TOTALS     *
039230* LINE, SO EVERY REPORT IDENTIFIES ITS RUN THE SAME WAY.    *
039240*---------------------------------------------------------*
039250 01  WK-RPT-TITLE               PIC X(40) VALUE SPACES.
039260 01  WK-RPT-COUNT               PIC 9(07) VALUE ZEROES.
039270 01  WK-RPT-RUN-DATE            PIC 9(08) VALUE ZEROES.
039280 01  WK-RPT-HDR-LINE1.
039290     05  WK-RH-TITLE         PIC X(40).
039300     05  FILLER              PIC X(08) VALUE 'RUN-ID: '.
039310     05  WK-RH-RUN-ID        PIC X(08).
039320     05  FILLER              PIC X(07) VALUE '  DATE '.
039330     05  WK-RH-DATE          PIC 9(08).
039340     05  FILLER              PIC X(07) VALUE '  VERS '.
039350     05  WK-RH-VERSION       PIC X(05).
039360 01  WK-RPT-HDR-LINE2           PIC X(83) VALUE ALL '='.
039370 01  WK-RPT-FTR-LINE.
039380     05  FILLER              PIC X(24) VALUE
039390         'END OF REPORT - RECORDS '.
039400     05  WK-RF-RECORDS       PIC ZZZ,ZZ9.
039410 01  WK-PAYSUM-LINES            PIC 9(03) VALUE ZEROES.
039420*---------------------------------------------------------*
039430* RUN MANIFEST WORK FIELDS.                                 *
039440*---------------------------------------------------------*
039450 01  WK-PPSOUT-RECS             PIC 9(07) VALUE ZEROES.
039460 01  WK-REMIT-RECS              PIC 9(07) VALUE ZEROES.
039470 01  WK-MANIFEST-TIME           PIC 9(08) VALUE ZEROES.
039480*---------------------------------------------------------*
039490* RUN-SCOPED CLAIM SEQUENCE ID - ASSIGNED AS EACH DATA      *
039500* RECORD IS READ (AND AS EACH PENDED BILL IS RECYCLED), AND *
039510* STAMPED ON EVERY PER-BILL ARTIFACT THE RUN WRITES SO ALL  *
039520* OF ONE BILL'S OUTPUT ROWS LINK EXACTLY, EVEN WHEN A       *
039530* PROVIDER HAS TWO SAME-DAY DISCHARGES IN ONE DRG.          *
039540*---------------------------------------------------------*
039550 01  WK-CLAIM-SEQ               PIC 9(09) VALUE ZEROES.
039560*---------------------------------------------------------*
039570* CLAIM EVENT STAGING - THE CALLER SETS THE EVENT TYPE    *
039580* AND WHATEVER AMOUNTS AND DETAIL THE STEP HAS; 2390      *
039590* TAKES THE CLAIM'S IDENTITY FROM THE CURRENT BILL (2392  *
039600* FROM THE REMITTANCE RECORD), AND 2391 WRITES THE EVENT  *
039610* AND CLEARS THE STAGING FIELDS FOR THE NEXT ONE.         *
039620*---------------------------------------------------------*
039630 01  WK-EVENT-WORK.
039640     05  WK-EV-TYPE             PIC X(02) VALUE SPACES.
039650     05  WK-EV-CLAIM-SEQ        PIC 9(09) VALUE ZEROES.
039660     05  WK-EV-PROVIDER-NO      PIC X(06) VALUE SPACES.
039670     05  WK-EV-MBI              PIC X(11) VALUE SPACES.
039680     05  WK-EV-DISCHARGE        PIC 9(08) VALUE ZEROES.
039690     05  WK-EV-DRG              PIC 9(03) VALUE ZEROES.
039700     05  WK-EV-CHARGES          PIC 9(09)V9(02) VALUE ZEROES.
039710     05  WK-EV-RTC              PIC 9(02) VALUE ZEROES.
039720     05  WK-EV-PAYMENT          PIC S9(09)V9(02) VALUE ZEROES.
039730     05  WK-EV-OTHER-AMT        PIC S9(09)V9(02) VALUE ZEROES.
039740     05  WK-EV-DETAIL           PIC X(30) VALUE SPACES.
039750 01  WK-BILL-SOURCE             PIC X(01) VALUE SPACE.
039760*        ' ' = RUN BILL FILE, 'R' = RECYCLED PEND,
039770*        'W' = REWORKED REJECT
039780*---------------------------------------------------------*
039790* CASE-MIX INDEX RECONCILIATION WORK FIELDS.                *
039800*---------------------------------------------------------*
039810 01  WK-CMI-TOLERANCE           PIC 9(01)V9(04) VALUE 0.0500.
039820 01  WK-CMI-ACTUAL              PIC 9(02)V9(04) VALUE ZEROES.
039830 01  WK-CMI-DELTA               PIC S9(02)V9(04) VALUE ZEROES.
039840 01  WK-CMI-DRIFTERS            PIC 9(05) VALUE ZEROES.
039850 01  WK-CD-HEADING1.
039860     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
039870     05  FILLER              PIC X(07) VALUE 'BILLS  '.
039880     05  FILLER              PIC X(11) VALUE 'ACTUAL-CMI '.
039890     05  FILLER              PIC X(11) VALUE 'STORED-CMI '.
039900     05  FILLER              PIC X(09) VALUE '  DRIFT'.
039910 01  WK-CD-DETAIL-LINE.
039920     05  WK-CD-PROVIDER-NO   PIC X(06).
039930     05  FILLER              PIC X(03) VALUE SPACES.
039940     05  WK-CD-BILLS         PIC ZZZ,ZZ9.
039950     05  FILLER              PIC X(03) VALUE SPACES.
039960     05  WK-CD-ACTUAL        PIC Z9.9999.
039970     05  FILLER              PIC X(04) VALUE SPACES.
039980     05  WK-CD-STORED        PIC 9.9999.
039990     05  FILLER              PIC X(03) VALUE SPACES.
040000     05  WK-CD-DRIFT         PIC -9.9999.
040010*---------------------------------------------------------*
040020* PAYMENT ANOMALY SCREENING TABLES AND WORK FIELDS.         *
040030*---------------------------------------------------------*
040040 01  WK-PROVHIST-STATUS         PIC X(02) VALUE SPACES.
040050 01  WK-PROVHIST-EOF            PIC X(01) VALUE 'N'.
040060     88  PROVHIST-AT-EOF        VALUE 'Y'.
040070 01  WK-PH-COUNT                PIC 9(05) VALUE ZEROES.
040080 01  PROV-HIST-TABLE.
040090     05  PH-ENTRY OCCURS 2000 TIMES
040100                  INDEXED BY PH-IDX PH-SIDX.
040110         10  PH-TAB-PROVIDER-NO PIC X(06).
040120         10  PH-TAB-AVG-PAY     PIC 9(07)V9(02).
040130         10  PH-TAB-OUT-RATE    PIC 9(01)V9(04).
040140         10  PH-TAB-AVG-WT      PIC 9(02)V9(04).
040150 01  WK-AN-COUNT                PIC 9(05) VALUE ZEROES.
040160 01  ANOM-STAT-TABLE.
040170     05  AN-ENTRY OCCURS 2000 TIMES
040180                  INDEXED BY AN-IDX AN-SIDX.
040190         10  AN-PROVIDER-NO     PIC X(06).
040200         10  AN-BILL-COUNT      PIC 9(07).
040210         10  AN-TOT-PAYMENT     PIC 9(11)V9(02).
040220         10  AN-OUTLIER-BILLS   PIC 9(07).
040230         10  AN-HIWT-BILLS      PIC 9(07).
040240         10  AN-TOT-DRG-WT      PIC 9(09)V9(04).
040250         10  AN-STORED-CMI      PIC 9(01)V9(04).
040260 01  WK-AN-AVG-PAY              PIC 9(07)V9(02) VALUE ZEROES.
040270 01  WK-AN-OUT-RATE             PIC 9(01)V9(04) VALUE ZEROES.
040280 01  WK-AN-AVG-WT               PIC 9(02)V9(04) VALUE ZEROES.
040290 01  WK-AN-PEER-AVG-PAY         PIC 9(07)V9(02) VALUE ZEROES.
040300 01  WK-AN-PEER-OUT-RATE        PIC 9(01)V9(04) VALUE ZEROES.
040310 01  WK-AN-PEER-AVG-WT          PIC 9(02)V9(04) VALUE ZEROES.
040320 01  WK-AN-RUN-BILLS            PIC 9(09) VALUE ZEROES.
040330 01  WK-AN-RUN-PAY              PIC 9(13)V9(02) VALUE ZEROES.
040340 01  WK-AN-RUN-OUTLIERS         PIC 9(09) VALUE ZEROES.
040350 01  WK-AN-RUN-WT               PIC 9(11)V9(04) VALUE ZEROES.
040360 01  WK-AN-SCORE                PIC 9(02) VALUE ZEROES.
040370 01  WK-AN-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
040380     88  ANOM-HIST-FOUND        VALUE 'Y'.
040390 01  WK-AN-HEADING1.
040400     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
040410     05  FILLER              PIC X(07) VALUE 'BILLS  '.
040420     05  FILLER              PIC X(12) VALUE '  AVG-PAY   '.
040430     05  FILLER              PIC X(12) VALUE ' HIST-AVG   '.
040440     05  FILLER              PIC X(12) VALUE ' PEER-AVG   '.
040450     05  FILLER              PIC X(09) VALUE 'OUT-RATE '.
040460     05  FILLER              PIC X(09) VALUE 'HIST-RT  '.
040470     05  FILLER              PIC X(08) VALUE 'AVG-WT  '.
040480     05  FILLER              PIC X(06) VALUE 'SCORE'.
040490 01  WK-AN-DETAIL-LINE.
040500     05  WK-AN-PROVIDER-NO   PIC X(06).
040510     05  FILLER              PIC X(03) VALUE SPACES.
040520     05  WK-AN-BILLS         PIC ZZZ,ZZ9.
040530     05  FILLER              PIC X(01) VALUE SPACES.
040540     05  WK-AN-AVG-PAY-ED    PIC Z,ZZZ,ZZ9.99.
040550     05  FILLER              PIC X(01) VALUE SPACES.
040560     05  WK-AN-HIST-PAY-ED   PIC Z,ZZZ,ZZ9.99.
040570     05  FILLER              PIC X(01) VALUE SPACES.
040580     05  WK-AN-PEER-PAY-ED   PIC Z,ZZZ,ZZ9.99.
040590     05  FILLER              PIC X(02) VALUE SPACES.
040600     05  WK-AN-OUT-RATE-ED   PIC 9.9999.
040610     05  FILLER              PIC X(03) VALUE SPACES.
040620     05  WK-AN-HIST-RT-ED    PIC 9.9999.
040630     05  FILLER              PIC X(02) VALUE SPACES.
040640     05  WK-AN-AVG-WT-ED     PIC Z9.9999.
040650     05  FILLER              PIC X(03) VALUE SPACES.
040660     05  WK-AN-SCORE-ED      PIC Z9.
040670*---------------------------------------------------------*
040680* DUAL FISCAL-YEAR PARALLEL PRICING MODE WORK FIELDS.       *
040690*---------------------------------------------------------*
040700 01  WK-PARFY-SW                PIC X(01) VALUE 'N'.
040710     88  PARALLEL-FY-MODE       VALUE 'Y'.
040720 01  WK-FY-CUR-TOTAL            PIC 9(09)V9(02) VALUE ZEROES.
040730 01  WK-FY-CUR-OUTLIER          PIC 9(09)V9(02) VALUE ZEROES.
040740 01  WK-FY-CUR-DSH              PIC 9(06)V9(02) VALUE ZEROES.
040750 01  WK-FY-CUR-IME              PIC 9(06)V9(02) VALUE ZEROES.
040760 01  WK-FY-PRI-TOTAL-W          PIC 9(09)V9(02) VALUE ZEROES.
040770 01  WK-FY-PRI-OUTLIER-W        PIC 9(09)V9(02) VALUE ZEROES.
040780 01  WK-FY-PRI-DSH-W            PIC 9(06)V9(02) VALUE ZEROES.
040790 01  WK-FY-PRI-IME-W            PIC 9(06)V9(02) VALUE ZEROES.
040800*    PRODUCTION PRICING RESULT, LATCHED ACROSS THE SECOND
040810*    (PRIOR-FY OR SCENARIO) PRICING CALL SO DOWNSTREAM
040820*    DISPOSITIONS ALWAYS JUDGE THE PRODUCTION NUMBERS.
040830 01  WK-PPS-DATA-SAVE           PIC X(89) VALUE SPACES.
040840 01  WK-FY-COUNT                PIC 9(05) VALUE ZEROES.
040850 01  FY-COMPARE-TABLE.
040860     05  FY-ENTRY OCCURS 2000 TIMES
040870                  INDEXED BY FY-IDX FY-SIDX.
040880         10  FY-PROVIDER-NO     PIC X(06).
040890         10  FY-BILL-COUNT      PIC 9(07).
040900         10  FY-CUR-TOTAL       PIC 9(11)V9(02).
040910         10  FY-PRI-TOTAL       PIC 9(11)V9(02).
040920 01  WK-FY-HEADING1.
040930     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
040940     05  FILLER              PIC X(04) VALUE 'DRG '.
040950     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
040960     05  FILLER              PIC X(13) VALUE '  CUR-TOTAL  '.
040970     05  FILLER              PIC X(13) VALUE '  PRI-TOTAL  '.
040980     05  FILLER              PIC X(13) VALUE ' CUR-OUTLIER '.
040990     05  FILLER              PIC X(13) VALUE ' PRI-OUTLIER '.
041000     05  FILLER              PIC X(11) VALUE '  CUR-DSH  '.
041010     05  FILLER              PIC X(11) VALUE '  PRI-DSH  '.
041020     05  FILLER              PIC X(11) VALUE '  CUR-IME  '.
041030     05  FILLER              PIC X(11) VALUE '  PRI-IME  '.
041040 01  WK-FY-DETAIL-LINE.
041050     05  WK-FY-PROVIDER-NO   PIC X(06).
041060     05  FILLER              PIC X(03) VALUE SPACES.
041070     05  WK-FY-DRG           PIC 9(03).
041080     05  FILLER              PIC X(01) VALUE SPACES.
041090     05  WK-FY-DISCHARGE     PIC 9(08).
041100     05  FILLER              PIC X(01) VALUE SPACES.
041110     05  WK-FY-CUR-TOT       PIC ZZZ,ZZZ,ZZ9.99.
041120     05  FILLER              PIC X(01) VALUE SPACES.
041130     05  WK-FY-PRI-TOT       PIC ZZZ,ZZZ,ZZ9.99.
041140     05  FILLER              PIC X(01) VALUE SPACES.
041150     05  WK-FY-CUR-OUT       PIC Z,ZZZ,ZZ9.99.
041160     05  FILLER              PIC X(01) VALUE SPACES.
041170     05  WK-FY-PRI-OUT       PIC Z,ZZZ,ZZ9.99.
041180     05  FILLER              PIC X(01) VALUE SPACES.
041190     05  WK-FY-CUR-DSH-ED    PIC ZZZ,ZZ9.99.
041200     05  FILLER              PIC X(01) VALUE SPACES.
041210     05  WK-FY-PRI-DSH-ED    PIC ZZZ,ZZ9.99.
041220     05  FILLER              PIC X(01) VALUE SPACES.
041230     05  WK-FY-CUR-IME-ED    PIC ZZZ,ZZ9.99.
041240     05  FILLER              PIC X(01) VALUE SPACES.
041250     05  WK-FY-PRI-IME-ED    PIC ZZZ,ZZ9.99.
041260 01  WK-FYS-HEADING1.
041270     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
041280     05  FILLER              PIC X(07) VALUE 'BILLS  '.
041290     05  FILLER              PIC X(16) VALUE '  CURRENT-FY    '.
041300     05  FILLER              PIC X(16) VALUE '  PRIOR-FY'.
041310 01  WK-FYS-DETAIL-LINE.
041320     05  WK-FS-PROVIDER-NO   PIC X(06).
041330     05  FILLER              PIC X(03) VALUE SPACES.
041340     05  WK-FS-BILL-COUNT    PIC ZZZ,ZZ9.
041350     05  FILLER              PIC X(02) VALUE SPACES.
041360     05  WK-FS-CUR-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
041370     05  FILLER              PIC X(02) VALUE SPACES.
041380     05  WK-FS-PRI-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
041390*---------------------------------------------------------*
041400* REFERENCE-FILE VALIDATION WORK FIELDS.                    *
041410*---------------------------------------------------------*
041420 01  WK-REFVAL-ERRORS           PIC 9(05) VALUE ZEROES.
041430 01  WK-REFVAL-WARNINGS         PIC 9(05) VALUE ZEROES.
041440 01  WK-RV-I                    PIC 9(04) COMP VALUE ZEROES.
041450 01  WK-RV-J                    PIC 9(04) COMP VALUE ZEROES.
041460 01  WK-RV-DETAIL-LINE.
041470     05  WK-RV-SEVERITY      PIC X(05).
041480     05  FILLER              PIC X(02) VALUE SPACES.
041490     05  WK-RV-TABLE-NAME    PIC X(18).
041500     05  FILLER              PIC X(02) VALUE SPACES.
041510     05  WK-RV-KEY           PIC X(11).
041520     05  FILLER              PIC X(02) VALUE SPACES.
041530     05  WK-RV-REASON        PIC X(40).
041540*---------------------------------------------------------*
041550* AGED-BILL OVERRIDE CONTROLS FROM THE RUN-CONTROL FILE.    *
041560*---------------------------------------------------------*
041570*---------------------------------------------------------*
041580* PARTITIONED PARALLEL RUN SUPPORT - THIS INSTANCE PRICES   *
041590* ONLY PROVIDERS IN ITS RUN-CONTROL PARTITION RANGE; THE    *
041600* PER-PARTITION OUTPUTS ARE COMBINED AND BALANCED BY        *
041610* PPMRG215 AGAINST EACH PARTITION'S MANIFEST.               *
041620*---------------------------------------------------------*
041630  01  WK-PART-FROM               PIC X(06) VALUE LOW-VALUES.
041640  01  WK-PART-THRU               PIC X(06) VALUE HIGH-VALUES.
041650 01  WK-OVR-PROVIDER            PIC X(06) VALUE SPACES.
041660 01  WK-OVR-FROM                PIC X(08) VALUE '99999999'.
041670 01  WK-OVR-THRU                PIC X(08) VALUE '00000000'.
041680 01  WK-OVR-OPERATOR            PIC X(08) VALUE SPACES.
041690 01  WK-OVR-REASON              PIC X(40) VALUE SPACES.
041700 01  WK-BILLS-OVERRIDDEN        PIC 9(07) VALUE ZEROES.
041710*---------------------------------------------------------*
041720* WAIVER-STATE RATE TABLE AND STREAM CONTROLS.              *
041730*---------------------------------------------------------*
041740 01  WK-WVRATE-STATUS           PIC X(02) VALUE SPACES.
041750 01  WK-WVRATE-EOF              PIC X(01) VALUE 'N'.
041760     88  WVRATE-AT-EOF          VALUE 'Y'.
041770 01  WK-WVRATE-COUNT            PIC 9(04) VALUE ZEROES.
041780 01  WAIVER-RATE-TABLE.
041790     05  WV-ENTRY OCCURS 2000 TIMES
041800                  INDEXED BY WV-IDX WV-SIDX.
041810         10  WV-TAB-PROVIDER-NO PIC X(06).
041820         10  WV-TAB-PCT         PIC 9(01)V9(04).
041830 01  WK-WAIVER-BILLS            PIC 9(07) VALUE ZEROES.
041840 01  WK-WAIVER-PCT              PIC 9(01)V9(04) VALUE ZEROES.
041850*---------------------------------------------------------*
041860* PEND-AND-RECYCLE CONTROLS.                                *
041870*---------------------------------------------------------*
041880 01  WK-PENDIN-STATUS           PIC X(02) VALUE SPACES.
041890 01  WK-PENDIN-EOF              PIC X(01) VALUE 'N'.
041900     88  PENDIN-AT-EOF          VALUE 'Y'.
041910 01  WK-PEND-MAX-CYCLES         PIC 9(02) VALUE 05.
041920 01  WK-PEND-DATE               PIC 9(08) VALUE ZEROES.
041930 01  WK-BILLS-PENDED            PIC 9(07) VALUE ZEROES.
041940 01  WK-PEND-RECYCLED           PIC 9(07) VALUE ZEROES.
041950 01  WK-PEND-PAID               PIC 9(07) VALUE ZEROES.
041960 01  WK-PEND-AGED               PIC 9(07) VALUE ZEROES.
041970 01  WK-PAG-HEADING1.
041980     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
041990     05  FILLER              PIC X(05) VALUE 'DRG  '.
042000     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
042010     05  FILLER              PIC X(10) VALUE 'PENDED-ON '.
042020     05  FILLER              PIC X(07) VALUE 'CYCLES '.
042030 01  WK-PAG-DETAIL-LINE.
042040     05  WK-PG-PROVIDER-NO   PIC X(06).
042050     05  FILLER              PIC X(03) VALUE SPACES.
042060     05  WK-PG-DRG           PIC 9(03).
042070     05  FILLER              PIC X(02) VALUE SPACES.
042080     05  WK-PG-DISCHARGE     PIC 9(08).
042090     05  FILLER              PIC X(03) VALUE SPACES.
042100     05  WK-PG-PEND-DATE     PIC 9(08).
042110     05  FILLER              PIC X(04) VALUE SPACES.
042120     05  WK-PG-CYCLES        PIC 9(02).
042130*---------------------------------------------------------*
042140* STRUCTURAL PRE-EDIT QUARANTINE CONTROLS.                  *
042150*---------------------------------------------------------*
042160 01  WK-BILLS-QUARANTINED       PIC 9(07) VALUE ZEROES.
042170 01  WK-QUAR-FAIL-SW            PIC X(01) VALUE 'N'.
042180     88  BILL-IS-STRUCTURAL-FAIL VALUE 'Y'.
042190*---------------------------------------------------------*
042200* LENGTH-OF-STAY VERIFICATION WORK FIELDS AND REPORT LINES. *
042210*---------------------------------------------------------*
042220 01  WK-LOS-COMPUTED            PIC S9(05) VALUE ZEROES.
042230 01  WK-LOS-FAIL-SW             PIC X(01) VALUE 'N'.
042240     88  LOS-EDIT-FAILED        VALUE 'Y'.
042250 01  WK-LOS-ADMIT-SERIAL        PIC 9(07) VALUE ZEROES.
042260 01  WK-BILLS-LOS-REJECT        PIC 9(07) VALUE ZEROES.
042270 01  WK-LOS-HEADING1.
042280     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
042290     05  FILLER              PIC X(05) VALUE 'DRG  '.
042300     05  FILLER              PIC X(10) VALUE 'ADMISSION '.
042310     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
042320     05  FILLER              PIC X(14) VALUE 'SUBMITTED-LOS '.
042330     05  FILLER              PIC X(13) VALUE 'COMPUTED-LOS'.
042340 01  WK-LOS-DETAIL-LINE.
042350     05  WK-LE-PROVIDER-NO   PIC X(06).
042360     05  FILLER              PIC X(03) VALUE SPACES.
042370     05  WK-LE-DRG           PIC 9(03).
042380     05  FILLER              PIC X(02) VALUE SPACES.
042390     05  WK-LE-ADMIT         PIC 9(08).
042400     05  FILLER              PIC X(02) VALUE SPACES.
042410     05  WK-LE-DISCHARGE     PIC 9(08).
042420     05  FILLER              PIC X(07) VALUE SPACES.
042430     05  WK-LE-SUBMITTED     PIC ZZ9.
042440     05  FILLER              PIC X(10) VALUE SPACES.
042450     05  WK-LE-COMPUTED      PIC -ZZZ9.
042460     05  FILLER              PIC X(02) VALUE SPACES.
042470     05  WK-LE-CLAIM-SEQ     PIC 9(09).
042480*---------------------------------------------------------*
042490* SAME-MBI STAY TABLE FOR THE 30-DAY READMISSION CHAIN      *
042500* ANALYSIS, SERIAL-DATE WORK FIELDS, AND THE CHAIN REPORT   *
042510* LINES.                                                    *
042520*---------------------------------------------------------*
042530 01  WK-STAY-COUNT              PIC 9(05) VALUE ZEROES.
042540 01  STAY-TABLE.
042550     05  STY-ENTRY OCCURS 10000 TIMES
042560                   INDEXED BY STY-IDX STY-JDX.
042570         10  STY-MBI            PIC X(11).
042580         10  STY-PROVIDER-NO    PIC X(06).
042590         10  STY-DISCHG-DATE    PIC 9(08).
042600         10  STY-DISCHG-SERIAL  PIC 9(07).
042610         10  STY-ADMIT-SERIAL   PIC 9(07).
042620         10  STY-DRG            PIC 9(03).
042630         10  STY-PAYMENT        PIC 9(09)V9(02).
042640 01  WK-DTS-DATE                PIC 9(08) VALUE ZEROES.
042650 01  WK-DTS-DATE-PARTS REDEFINES WK-DTS-DATE.
042660     05  WK-DTS-YYYY            PIC 9(04).
042670     05  WK-DTS-MM              PIC 9(02).
042680     05  WK-DTS-DD              PIC 9(02).
042690 01  WK-DTS-SERIAL              PIC 9(07) VALUE ZEROES.
042700 01  WK-DTS-YEARS               PIC 9(04) VALUE ZEROES.
042710 01  WK-DTS-LEAPS               PIC 9(04) VALUE ZEROES.
042720 01  WK-DTS-WORK                PIC 9(04) VALUE ZEROES.
042730 01  WK-DTS-MONTH-DAYS.
042740     05  FILLER PIC X(36) VALUE
042750         '000031059090120151181212243273304334'.
042760 01  WK-DTS-MONTH-TAB REDEFINES WK-DTS-MONTH-DAYS.
042770     05  WK-DTS-MCUM            PIC 9(03) OCCURS 12 TIMES.
042780 01  WK-READMIT-COUNT           PIC 9(07) VALUE ZEROES.
042790 01  WK-READMIT-DAYS            PIC S9(05) VALUE ZEROES.
042800 01  WK-RA-HEADING1.
042810     05  FILLER              PIC X(12) VALUE 'MBI         '.
042820     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
042830     05  FILLER              PIC X(10) VALUE 'DISCH-1   '.
042840     05  FILLER              PIC X(05) VALUE 'DRG-1'.
042850     05  FILLER              PIC X(13) VALUE '   PAYMENT-1 '.
042860     05  FILLER              PIC X(10) VALUE 'DISCH-2   '.
042870     05  FILLER              PIC X(05) VALUE 'DRG-2'.
042880     05  FILLER              PIC X(13) VALUE '   PAYMENT-2 '.
042890     05  FILLER              PIC X(05) VALUE 'DAYS '.
042900 01  WK-RA-DETAIL-LINE.
042910     05  WK-RA-MBI           PIC X(11).
042920     05  FILLER              PIC X(01) VALUE SPACES.
042930     05  WK-RA-PROVIDER-NO   PIC X(06).
042940     05  FILLER              PIC X(03) VALUE SPACES.
042950     05  WK-RA-DISCH1        PIC 9(08).
042960     05  FILLER              PIC X(02) VALUE SPACES.
042970     05  WK-RA-DRG1          PIC 9(03).
042980     05  FILLER              PIC X(02) VALUE SPACES.
042990     05  WK-RA-PAY1          PIC ZZZ,ZZZ,ZZ9.99.
043000     05  FILLER              PIC X(01) VALUE SPACES.
043010     05  WK-RA-DISCH2        PIC 9(08).
043020     05  FILLER              PIC X(02) VALUE SPACES.
043030     05  WK-RA-DRG2          PIC 9(03).
043040     05  FILLER              PIC X(02) VALUE SPACES.
043050     05  WK-RA-PAY2          PIC ZZZ,ZZZ,ZZ9.99.
043060     05  FILLER              PIC X(02) VALUE SPACES.
043070     05  WK-RA-DAYS          PIC ZZ9.
043080*---------------------------------------------------------*
043090* REVENUE-CENTER DETAIL MATCHING AND ROLLUP.                *
043100*---------------------------------------------------------*
043110 01  WK-REVDTL-STATUS           PIC X(02) VALUE SPACES.
043120 01  WK-REVDTL-EOF              PIC X(01) VALUE 'N'.
043130     88  REVDTL-AT-EOF          VALUE 'Y'.
043140 01  WK-REVDTL-ACTIVE-SW        PIC X(01) VALUE 'N'.
043150     88  REVDTL-ACTIVE          VALUE 'Y'.
043160 01  WK-REV-UNCONSUMED          PIC 9(07) VALUE ZEROES.
043170 01  WK-REVDTL-PENDING-SW       PIC X(01) VALUE 'N'.
043180     88  REVDTL-PENDING         VALUE 'Y'.
043190 01  WK-REV-MISMATCH            PIC 9(07) VALUE ZEROES.
043200 01  WK-REV-DTL-READ            PIC 9(07) VALUE ZEROES.
043210 01  WK-REV-BILL-TOTAL          PIC 9(09)V9(02) VALUE ZEROES.
043220 01  WK-RR-COUNT                PIC 9(03) VALUE ZEROES.
043230 01  REV-ROLLUP-TABLE.
043240     05  RR-ENTRY OCCURS 200 TIMES
043250                  INDEXED BY RR-IDX RR-SIDX.
043260         10  RR-REV-CODE        PIC X(04).
043270         10  RR-UNITS           PIC 9(09).
043280         10  RR-CHARGES         PIC 9(11)V9(02).
043290 01  WK-RR-HEADING1.
043300     05  FILLER              PIC X(09) VALUE 'REV-CODE '.
043310     05  FILLER              PIC X(12) VALUE '   UNITS    '.
043320     05  FILLER              PIC X(18) VALUE '    CHARGES'.
043330 01  WK-RR-DETAIL-LINE.
043340     05  WK-RR-REV-CODE      PIC X(04).
043350     05  FILLER              PIC X(05) VALUE SPACES.
043360     05  WK-RR-UNITS         PIC ZZZ,ZZZ,ZZ9.
043370     05  FILLER              PIC X(02) VALUE SPACES.
043380     05  WK-RR-CHARGES       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
043390*---------------------------------------------------------*
043400* NDC DRUG ADD-ON RATE FILE LOAD CONTROLS.                  *
043410*---------------------------------------------------------*
043420 01  WK-NDCRATE-STATUS          PIC X(02) VALUE SPACES.
043430 01  WK-NDCRATE-EOF             PIC X(01) VALUE 'N'.
043440     88  NDCRATE-AT-EOF         VALUE 'Y'.
043450 01  WK-NDCRATE-COUNT           PIC 9(04) VALUE ZEROES.
043460*---------------------------------------------------------*
043470* OPERATING STANDARDIZED-AMOUNT RATE FILE LOAD CONTROLS.   *
043480*---------------------------------------------------------*
043490*---------------------------------------------------------*
043500* PROVIDER EDIT-QUALITY ACCUMULATION TABLE, CARRIED ACROSS *
043510* RUNS FOR THE QUARTERLY OUTREACH LETTERS.  EQ-RESET=Y IN  *
043520* THE RUN-CONTROL FILE STARTS A NEW QUARTER.               *
043530*---------------------------------------------------------*
043540 01  WK-EDITQ-STATUS            PIC X(02) VALUE SPACES.
043550 01  WK-EDITQ-EOF               PIC X(01) VALUE 'N'.
043560     88  EDITQ-AT-EOF           VALUE 'Y'.
043570 01  WK-EQ-RESET-SW             PIC X(01) VALUE 'N'.
043580     88  EQ-PERIOD-RESET        VALUE 'Y'.
043590 01  WK-EQ-COUNT                PIC 9(04) VALUE ZEROES.
043600 01  EDITQ-TABLE.
043610     05  EQ-ENTRY OCCURS 2000 TIMES
043620                  INDEXED BY EQ-IDX EQ-SIDX.
043630         10  EQ-PROVIDER-NO     PIC X(06).
043640         10  EQ-BILLS           PIC 9(07).
043650         10  EQ-ERRORS          PIC 9(07).
043660         10  EQ-RTC-CNT         PIC 9(05) OCCURS 33 TIMES.
043670         10  EQ-EXAMPLE OCCURS 3 TIMES.
043680             15  EQ-EX-DISCHARGE PIC 9(08).
043690             15  EQ-EX-DRG       PIC 9(03).
043700             15  EQ-EX-RTC       PIC 9(02).
043710 01  WK-EQ-RTC-X                PIC X(02) VALUE SPACES.
043720 01  WK-EQ-I                    PIC 9(02) COMP VALUE ZEROES.
043730*---------------------------------------------------------*
043740* SAME-DAY READMISSION PRESCAN TABLE - EVERY STAY IN THE   *
043750* BILL FILE (MBI, PROVIDER, ADMIT AND DISCHARGE SERIALS),  *
043760* WITH A FLAG ON BOTH HALVES OF EVERY SAME-DAY PAIR.       *
043770* SAMEDAY-EDIT=N IN THE RUN-CONTROL FILE TURNS THE EDIT    *
043780* OFF.  THE OVERLAPPING-STAY EDIT READS THE SAME TABLE, SO  *
043790* THE PRESCAN RUNS WHEN EITHER EDIT IS ON.                 *
043800*---------------------------------------------------------*
043810 01  WK-SAMEDAY-SW              PIC X(01) VALUE 'Y'.
043820     88  SAMEDAY-EDIT-ON        VALUE 'Y'.
043830 01  WK-SDY-COUNT               PIC 9(05) VALUE ZEROES.
043840 01  SAMEDAY-TABLE.
043850     05  SDY-ENTRY OCCURS 10000 TIMES
043860                   INDEXED BY SDY-IDX SDY-JDX SDY-SIDX.
043870         10  SDY-MBI            PIC X(11).
043880         10  SDY-PROVIDER-NO    PIC X(06).
043890         10  SDY-ADMIT-SERIAL   PIC 9(07).
043900         10  SDY-DISCHG-SERIAL  PIC 9(07).
043910         10  SDY-PAIRED-SW      PIC X(01).
043920         10  SDY-DRG            PIC 9(03).
043930         10  SDY-DISCHARGE      PIC 9(08).
043940         10  SDY-CANCEL-SW      PIC X(01).
043950 01  WK-SDY-DROPPED             PIC 9(07) VALUE ZEROES.
043960 01  WK-BILLS-SAMEDAY           PIC 9(07) VALUE ZEROES.
043970 01  WK-SDY-HOLD-SW             PIC X(01) VALUE 'N'.
043980     88  BILL-IS-SAMEDAY        VALUE 'Y'.
043990 01  WK-SDY-ADMIT-SER           PIC 9(07) VALUE ZEROES.
044000 01  WK-SDY-DISCH-SER           PIC 9(07) VALUE ZEROES.
044010 01  WK-SDY-HEADING1.
044020     05  FILLER              PIC X(12) VALUE 'MBI         '.
044030     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
044040     05  FILLER              PIC X(05) VALUE 'DRG  '.
044050     05  FILLER              PIC X(10) VALUE 'ADMITTED  '.
044060     05  FILLER              PIC X(11) VALUE 'DISCHARGED '.
044070     05  FILLER              PIC X(40) VALUE 'DISPOSITION'.
044080 01  WK-SDY-DETAIL-LINE.
044090     05  WK-SDY2-MBI         PIC X(11).
044100     05  FILLER              PIC X(01) VALUE SPACES.
044110     05  WK-SDY2-PROVIDER-NO PIC X(06).
044120     05  FILLER              PIC X(03) VALUE SPACES.
044130     05  WK-SDY2-DRG         PIC 9(03).
044140     05  FILLER              PIC X(02) VALUE SPACES.
044150     05  WK-SDY2-ADMIT       PIC 9(08).
044160     05  FILLER              PIC X(02) VALUE SPACES.
044170     05  WK-SDY2-DISCHARGE   PIC 9(08).
044180     05  FILLER              PIC X(03) VALUE SPACES.
044190     05  WK-SDY2-NOTE        PIC X(40).
044200*---------------------------------------------------------*
044210* OVERLAPPING-STAY EDIT - THE BILL'S SPAN IS PROVED AGAINST *
044220* THE SAME-DAY PRESCAN TABLE (THIS RUN'S STAYS) AND AGAINST *
044230* THE PAID STAYS LOADED FROM THE HISTORY REPOSITORY FOR THE *
044240* LOOKBACK WINDOW (OVERLAP-LOOKBACK, DEFAULT 365 DAYS).  THE *
044250* REPOSITORY CARRIES NO ADMISSION DATE, SO A HISTORY STAY   *
044260* IS TAKEN TO BEGIN ITS REGULAR PLUS LIFETIME-RESERVE DAYS  *
044270* USED BEFORE ITS DISCHARGE.  OVERLAP-EDIT=N IN THE         *
044280* RUN-CONTROL FILE TURNS THE EDIT OFF.                      *
044290*---------------------------------------------------------*
044300 01  WK-OVERLAP-SW              PIC X(01) VALUE 'Y'.
044310     88  OVERLAP-EDIT-ON        VALUE 'Y'.
044320 01  WK-OVL-LOOKBACK            PIC 9(03) VALUE 365.
044330 01  WK-OVL-CUTOFF-SER          PIC 9(07) VALUE ZEROES.
044340 01  WK-OVS-COUNT               PIC 9(05) VALUE ZEROES.
044350 01  OVERLAP-HIST-TABLE.
044360     05  OVS-ENTRY OCCURS 10000 TIMES
044370                   INDEXED BY OVS-IDX OVS-SIDX.
044380         10  OVS-MBI            PIC X(11).
044390         10  OVS-PROVIDER-NO    PIC X(06).
044400         10  OVS-DRG            PIC 9(03).
044410         10  OVS-DISCHARGE      PIC 9(08).
044420         10  OVS-ADMIT-SERIAL   PIC 9(07).
044430         10  OVS-DISCHG-SERIAL  PIC 9(07).
044440         10  OVS-CLAIM-SEQ      PIC 9(09).
044450         10  OVS-RUN-ID         PIC X(08).
044460 01  WK-OVS-DROPPED             PIC 9(07) VALUE ZEROES.
044470 01  WK-BILLS-OVERLAP           PIC 9(07) VALUE ZEROES.
044480 01  WK-OVL-HOLD-SW             PIC X(01) VALUE 'N'.
044490     88  BILL-IS-OVERLAP        VALUE 'Y'.
044500 01  WK-OVL-HITS                PIC 9(02) VALUE ZEROES.
044510 01  WK-OVL-ADMIT-SER           PIC 9(07) VALUE ZEROES.
044520 01  WK-OVL-DISCH-SER           PIC 9(07) VALUE ZEROES.
044530 01  WK-OVL-LO-SER              PIC 9(07) VALUE ZEROES.
044540 01  WK-OVL-HI-SER              PIC 9(07) VALUE ZEROES.
044550 01  WK-OV-HEADING1.
044560     05  FILLER              PIC X(12) VALUE 'MBI         '.
044570     05  FILLER              PIC X(11) VALUE 'PROV   DRG '.
044580     05  FILLER              PIC X(09) VALUE 'ADMITTED '.
044590     05  FILLER              PIC X(10) VALUE 'DISCHARGED'.
044600     05  FILLER              PIC X(01) VALUE SPACES.
044610     05  FILLER              PIC X(11) VALUE 'OTHER  DRG '.
044620     05  FILLER              PIC X(10) VALUE 'DISCHARGED'.
044630     05  FILLER              PIC X(19) VALUE
044640         'OTHER CLAIM'.
044650     05  FILLER              PIC X(04) VALUE 'DAYS'.
044660 01  WK-OV-DETAIL-LINE.
044670     05  WK-OV2-MBI          PIC X(11).
044680     05  FILLER              PIC X(01) VALUE SPACES.
044690     05  WK-OV2-PROVIDER-NO  PIC X(06).
044700     05  FILLER              PIC X(01) VALUE SPACES.
044710     05  WK-OV2-DRG          PIC 9(03).
044720     05  FILLER              PIC X(01) VALUE SPACES.
044730     05  WK-OV2-ADMIT        PIC 9(08).
044740     05  FILLER              PIC X(01) VALUE SPACES.
044750     05  WK-OV2-DISCHARGE    PIC 9(08).
044760     05  FILLER              PIC X(03) VALUE SPACES.
044770     05  WK-OV2-OTH-PROVIDER PIC X(06).
044780     05  FILLER              PIC X(01) VALUE SPACES.
044790     05  WK-OV2-OTH-DRG      PIC 9(03).
044800     05  FILLER              PIC X(01) VALUE SPACES.
044810     05  WK-OV2-OTH-DISCHARGE PIC 9(08).
044820     05  FILLER              PIC X(02) VALUE SPACES.
044830     05  WK-OV2-OTH-CLAIM.
044840         10  WK-OV2-OTH-RUN-ID   PIC X(08).
044850         10  WK-OV2-OTH-SLASH    PIC X(01).
044860         10  WK-OV2-OTH-SEQ      PIC 9(09).
044870     05  FILLER              PIC X(01) VALUE SPACES.
044880     05  WK-OV2-DAYS         PIC ZZ9.
044890*---------------------------------------------------------*
044900* STATEWIDE CCR SUBSTITUTION REPORT CONTROLS AND LINES.     *
044910*---------------------------------------------------------*
044920 01  WK-BILLS-CCR-SUBST         PIC 9(07) VALUE ZEROES.
044930 01  WK-SX-USED-TOTAL           PIC 9(07)V9(02) VALUE ZEROES.
044940 01  WK-SX-FILED-TOTAL          PIC 9(07)V9(02) VALUE ZEROES.
044950 01  WK-SX-SAVE-COUNT           PIC 9(03) VALUE ZEROES.
044960 01  WK-SX-HEADING1.
044970     05  FILLER              PIC X(24) VALUE SPACES.
044980     05  FILLER              PIC X(05) VALUE 'RSN'.
044990     05  FILLER              PIC X(13) VALUE 'OPER-CCR'.
045000     05  FILLER              PIC X(13) VALUE 'CAPI-CCR'.
045010     05  FILLER              PIC X(12) VALUE '   PAYMENT'.
045020     05  FILLER              PIC X(12) VALUE '   PAYMENT'.
045030 01  WK-SX-HEADING2.
045040     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
045050     05  FILLER              PIC X(05) VALUE 'DRG  '.
045060     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
045070     05  FILLER              PIC X(05) VALUE 'O C  '.
045080     05  FILLER              PIC X(13) VALUE 'FILED USED   '.
045090     05  FILLER              PIC X(13) VALUE 'FILED USED   '.
045100     05  FILLER              PIC X(12) VALUE '  FILED CCR '.
045110     05  FILLER              PIC X(12) VALUE ' STATEWIDE  '.
045120     05  FILLER              PIC X(11) VALUE ' DIFFERENCE'.
045130 01  WK-SX-DETAIL-LINE.
045140     05  WK-SX-PROVIDER-NO   PIC X(06).
045150     05  FILLER              PIC X(03) VALUE SPACES.
045160     05  WK-SX-DRG           PIC 9(03).
045170     05  FILLER              PIC X(02) VALUE SPACES.
045180     05  WK-SX-DISCHARGE     PIC 9(08).
045190     05  FILLER              PIC X(02) VALUE SPACES.
045200     05  WK-SX-OPER-IND      PIC X(01).
045210     05  FILLER              PIC X(01) VALUE SPACES.
045220     05  WK-SX-CAPI-IND      PIC X(01).
045230     05  FILLER              PIC X(02) VALUE SPACES.
045240     05  WK-SX-OPER-FILED    PIC 9.999.
045250     05  FILLER              PIC X(01) VALUE SPACES.
045260     05  WK-SX-OPER-USED     PIC 9.999.
045270     05  FILLER              PIC X(02) VALUE SPACES.
045280     05  WK-SX-CAPI-FILED    PIC 9.999.
045290     05  FILLER              PIC X(01) VALUE SPACES.
045300     05  WK-SX-CAPI-USED     PIC 9.999.
045310     05  FILLER              PIC X(02) VALUE SPACES.
045320     05  WK-SX-FILED-PAYMENT PIC ZZZ,ZZ9.99.
045330     05  FILLER              PIC X(02) VALUE SPACES.
045340     05  WK-SX-USED-PAYMENT  PIC ZZZ,ZZ9.99.
045350     05  FILLER              PIC X(02) VALUE SPACES.
045360     05  WK-SX-DIFFERENCE    PIC -ZZZ,ZZ9.99.
045370*---------------------------------------------------------*
045380* REFERENCE-TABLE IMAGE CONTROLS.  TABLE-IMAGE=SAVE|       *
045390* RESTORE COMES FROM THE RUN-CONTROL FILE; OFF IS THE      *
045400* DEFAULT.  THE CATALOG VERSIONS IN FORCE ARE LATCHED      *
045410* DURING THE CATALOG CHECK FOR THE STAMP COMPARISON.       *
045420*---------------------------------------------------------*
045430 01  WK-TABIMG-STATUS           PIC X(02) VALUE SPACES.
045440 01  WK-TABIMG-SW               PIC X(01) VALUE ' '.
045450     88  TABLE-IMAGE-SAVE       VALUE 'S'.
045460     88  TABLE-IMAGE-RESTORE    VALUE 'R'.
045470 01  WK-IMG-RESTORED-SW         PIC X(01) VALUE 'N'.
045480     88  TABLES-FROM-IMAGE      VALUE 'Y'.
045490 01  WK-IMG-MISMATCH-SW         PIC X(01) VALUE 'N'.
045500     88  IMAGE-STAMP-MISMATCH   VALUE 'Y'.
045510 01  WK-CAT-VER-TABLE.
045520     05  WK-CAT-VER             PIC X(08) OCCURS 8 TIMES.
045530 01  WK-IMG-I                   PIC 9(02) COMP VALUE ZEROES.
045540*---------------------------------------------------------*
045550* DELTA PRICING CYCLE - THE PRIOR CYCLE'S BILL KEYS AND    *
045560* RECORD CHECKSUMS, WITH EACH BILL'S PRIOR PRICED RESULT   *
045570* ROW, SO AN UNCHANGED RESUBMISSION CARRIES FORWARD        *
045580* INSTEAD OF RE-PRICING.                                   *
045590*---------------------------------------------------------*
045600 01  WK-PRIORBIL-STATUS         PIC X(02) VALUE SPACES.
045610 01  WK-PRIORBIL-EOF            PIC X(01) VALUE 'N'.
045620     88  PRIORBIL-AT-EOF        VALUE 'Y'.
045630 01  WK-DELTA-SW                PIC X(01) VALUE 'N'.
045640     88  DELTA-MODE             VALUE 'Y'.
045650 01  WK-CARRIED-SW              PIC X(01) VALUE 'N'.
045660     88  BILL-IS-CARRIED        VALUE 'Y'.
045670 01  WK-DL-COUNT                PIC 9(05) VALUE ZEROES.
045680 01  DELTA-TABLE.
045690     05  DL-ENTRY OCCURS 20000 TIMES
045700                  INDEXED BY DL-IDX DL-SIDX.
045710         10  DL-PROVIDER-NO     PIC X(06).
045720         10  DL-DISCHARGE-DATE  PIC X(08).
045730         10  DL-DRG             PIC X(03).
045740         10  DL-CHECKSUM        PIC 9(09) COMP.
045750         10  DL-PPS-IMAGE       PIC X(235).
045760 01  WK-BILLS-CARRIED           PIC 9(07) VALUE ZEROES.
045770 01  WK-DELTA-DROPPED           PIC 9(07) VALUE ZEROES.
045780 01  WK-CKS-WORK.
045790     05  WK-CKS-VALUE           PIC 9(12) COMP VALUE ZEROES.
045800     05  WK-CKS-CHAR            PIC 9(04) COMP VALUE ZEROES.
045810     05  WK-CKS-I               PIC 9(04) COMP VALUE ZEROES.
045820     05  WK-CKS-RESULT          PIC 9(09) COMP VALUE ZEROES.
045830 01  WK-CKS-BILL-AREA           PIC X(791) VALUE SPACES.
045840 01  WK-CKS-BYTE-TAB REDEFINES WK-CKS-BILL-AREA.
045850     05  WK-CKS-BYTE            PIC X(01) OCCURS 791 TIMES.
045860*    PRICED-RESULT IMAGE FIELD VIEW (PPS-OUT-REC PREFIX).
045870 01  WK-DPP-VIEW.
045880     05  WK-DPP-PROVIDER-NO     PIC X(06).
045890     05  WK-DPP-DRG             PIC 9(03).
045900     05  WK-DPP-DISCHARGE      PIC 9(08).
045910     05  WK-DPP-RTC             PIC 9(02).
045920     05  WK-DPP-WAGE-INDX       PIC 9(02)V9(04).
045930     05  WK-DPP-TOTAL           PIC 9(09)V9(02).
045940     05  WK-DPP-HSP             PIC 9(08)V9(02).
045950     05  WK-DPP-FSP             PIC 9(08)V9(02).
045960     05  WK-DPP-OUTLIER         PIC 9(09)V9(02).
045970     05  WK-DPP-DSH             PIC 9(08)V9(02).
045980     05  WK-DPP-CALC-VERS       PIC X(05).
045990     05  WK-DPP-DC-IND          PIC X(01).
046000     05  WK-DPP-SEQ-AMT         PIC 9(09)V9(02).
046010     05  FILLER                 PIC X(141).
046020*---------------------------------------------------------*
046030* TIMELY-FILING EDIT WORK FIELDS.                          *
046040*---------------------------------------------------------*
046050 01  WK-TF-FAIL-SW              PIC X(01) VALUE 'N'.
046060     88  TIMELY-FILING-FAILED   VALUE 'Y'.
046070 01  WK-TF-RECEIPT-SERIAL       PIC 9(07) VALUE ZEROES.
046080 01  WK-TF-DISCH-SERIAL         PIC 9(07) VALUE ZEROES.
046090 01  WK-BILLS-TF-DENIED         PIC 9(07) VALUE ZEROES.
046100 01  WK-BILLS-TF-WAIVED         PIC 9(07) VALUE ZEROES.
046110 01  WK-TF-HEADING1.
046120     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
046130     05  FILLER              PIC X(05) VALUE 'DRG  '.
046140     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
046150     05  FILLER              PIC X(10) VALUE 'RECEIVED  '.
046160     05  FILLER              PIC X(10) VALUE 'EXCEPTION '.
046170     05  FILLER              PIC X(40) VALUE 'DISPOSITION'.
046180 01  WK-TF-DETAIL-LINE.
046190     05  WK-TF2-PROVIDER-NO  PIC X(06).
046200     05  FILLER              PIC X(03) VALUE SPACES.
046210     05  WK-TF2-DRG          PIC 9(03).
046220     05  FILLER              PIC X(02) VALUE SPACES.
046230     05  WK-TF2-DISCHARGE    PIC 9(08).
046240     05  FILLER              PIC X(02) VALUE SPACES.
046250     05  WK-TF2-RECEIVED     PIC 9(08).
046260     05  FILLER              PIC X(05) VALUE SPACES.
046270     05  WK-TF2-EXCEPTION    PIC X(02).
046280     05  FILLER              PIC X(05) VALUE SPACES.
046290     05  WK-TF2-DISPOSITION  PIC X(40).
046300*---------------------------------------------------------*
046310* BENEFICIARY ELIGIBILITY EDIT WORK FIELDS.  THE EDIT IS   *
046320* BYPASSED WHEN THE ELIGIBILITY FILE CANNOT BE OPENED.     *
046330*---------------------------------------------------------*
046340 01  WK-BENEELIG-STATUS         PIC X(02) VALUE SPACES.
046350 01  WK-BENEELIG-ACTIVE-SW      PIC X(01) VALUE 'N'.
046360     88  BENEELIG-ACTIVE        VALUE 'Y'.
046370 01  WK-ELIG-FAIL-SW            PIC X(01) VALUE 'N'.
046380     88  ELIGIBILITY-FAILED     VALUE 'Y'.
046390 01  WK-ELIG-MA-SW              PIC X(01) VALUE 'N'.
046400     88  BENE-MA-ENROLLED       VALUE 'Y'.
046410 01  WK-ELIG-FROM-DATE          PIC 9(08) VALUE ZEROES.
046420 01  WK-ELIG-MA-LIMIT           PIC 9(02) VALUE ZEROES.
046430 01  WK-BILLS-ELIG-DENIED       PIC 9(07) VALUE ZEROES.
046440 01  WK-ELIG-HMO-MISMATCH       PIC 9(07) VALUE ZEROES.
046450 01  WK-EL-HEADING1.
046460     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
046470     05  FILLER              PIC X(05) VALUE 'DRG  '.
046480     05  FILLER              PIC X(10) VALUE 'ADMIT     '.
046490     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
046500     05  FILLER              PIC X(13) VALUE 'MBI          '.
046510     05  FILLER              PIC X(05) VALUE 'HMO  '.
046520     05  FILLER              PIC X(05) VALUE 'MA   '.
046530     05  FILLER              PIC X(40) VALUE 'DISPOSITION'.
046540 01  WK-EL-DETAIL-LINE.
046550     05  WK-EL2-PROVIDER-NO  PIC X(06).
046560     05  FILLER              PIC X(03) VALUE SPACES.
046570     05  WK-EL2-DRG          PIC 9(03).
046580     05  FILLER              PIC X(02) VALUE SPACES.
046590     05  WK-EL2-ADMIT        PIC 9(08).
046600     05  FILLER              PIC X(02) VALUE SPACES.
046610     05  WK-EL2-DISCHARGE    PIC 9(08).
046620     05  FILLER              PIC X(02) VALUE SPACES.
046630     05  WK-EL2-MBI          PIC X(11).
046640     05  FILLER              PIC X(02) VALUE SPACES.
046650     05  WK-EL2-HMO-FLAG     PIC X(01).
046660     05  FILLER              PIC X(04) VALUE SPACES.
046670     05  WK-EL2-MA-FLAG      PIC X(01).
046680     05  FILLER              PIC X(04) VALUE SPACES.
046690     05  WK-EL2-DISPOSITION  PIC X(40).
046700*---------------------------------------------------------*
046710* PENDING-STAY TABLE AND INTERIM-COMBINATION WORK FIELDS.  *
046720* STALE-STAY-DAYS COMES FROM THE RUN-CONTROL FILE         *
046730* (DEFAULT 60) AND COUNTS BUSINESS DAYS WHEN A BUSINESS   *
046740* CALENDAR IS LOADED.                                     *
046750*---------------------------------------------------------*
046760 01  WK-PNDSTAY-STATUS          PIC X(02) VALUE SPACES.
046770 01  WK-PNDSTAY-EOF             PIC X(01) VALUE 'N'.
046780     88  PNDSTAY-AT-EOF         VALUE 'Y'.
046790 01  WK-PY-COUNT                PIC 9(04) VALUE ZEROES.
046800 01  PEND-STAY-TABLE.
046810     05  PY-ENTRY OCCURS 2000 TIMES
046820                  INDEXED BY PY-IDX PY-SIDX.
046830         10  PY-TAB-MBI         PIC X(11).
046840         10  PY-TAB-PROVIDER-NO PIC X(06).
046850         10  PY-TAB-BILL        PIC X(791).
046860         10  PY-TAB-FIRST-DATE  PIC 9(08).
046870         10  PY-TAB-COUNT       PIC 9(02).
046880         10  PY-TAB-DONE-SW     PIC X(01).
046890 01  WK-STALE-DAYS              PIC 9(03) VALUE 060.
046900 01  WK-STAY-FOUND-SW           PIC X(01) VALUE 'N'.
046910     88  PENDING-STAY-FOUND     VALUE 'Y'.
046920 01  WK-INTERIM-HELD            PIC 9(07) VALUE ZEROES.
046930 01  WK-STAYS-COMBINED          PIC 9(07) VALUE ZEROES.
046940 01  WK-STAYS-CARRIED           PIC 9(07) VALUE ZEROES.
046950 01  WK-STAYS-STALE             PIC 9(07) VALUE ZEROES.
046960 01  WK-COMB-DAYS               PIC 9(05) VALUE ZEROES.
046970 01  WK-COMB-CHARGES            PIC 9(09)V9(02) VALUE ZEROES.
046980 01  WK-PY-STALE-SERIAL         PIC 9(07) VALUE ZEROES.
046990 01  WK-PY-RUN-SERIAL           PIC 9(07) VALUE ZEROES.
047000 01  WK-PY-AGE-DAYS             PIC S9(07) VALUE ZEROES.
047010*    A SECOND BILL AREA SO THE HELD STAY-TO-DATE IMAGE AND
047020*    THE ARRIVING BILL CAN BE COMBINED FIELD BY FIELD.
047030 01  WK-HELD-BILL.
047040     05  FILLER                 PIC X(21).
047050     05  WK-HB-LOS              PIC 9(03).
047060     05  WK-HB-COVERED-DAYS     PIC 9(03).
047070     05  WK-HB-LTR-DAYS         PIC 9(02).
047080     05  FILLER                 PIC X(08).
047090     05  WK-HB-CHARGES          PIC 9(07)V9(02).
047100     05  FILLER                 PIC X(519).
047110     05  WK-HB-ADMIT-DATE       PIC 9(08).
047120     05  FILLER                 PIC X(198).
047130 01  WK-SS-DETAIL-LINE2.
047140     05  WK-SS2-MBI          PIC X(11).
047150     05  FILLER              PIC X(02) VALUE SPACES.
047160     05  WK-SS2-PROVIDER-NO  PIC X(06).
047170     05  FILLER              PIC X(03) VALUE SPACES.
047180     05  WK-SS2-FIRST-DATE   PIC 9(08).
047190     05  FILLER              PIC X(03) VALUE SPACES.
047200     05  WK-SS2-COUNT        PIC Z9.
047210     05  FILLER              PIC X(03) VALUE SPACES.
047220     05  WK-SS2-NOTE         PIC X(40).
047230*---------------------------------------------------------*
047240* DISCHARGE-STATUS / REVIEW-CODE DERIVATION TABLE - EACH   *
047250* STATUS MAPS TO THE PAYMENT CLASS ITS REVIEW CODE SHOULD  *
047260* ASSERT: 'N' NORMAL DRG, 'A' ACUTE TRANSFER PER-DIEM,     *
047270* 'P' POST-ACUTE TRANSFER.  A STATUS NOT IN THE TABLE (OR  *
047280* BLANK) IS NOT CHECKED.                                   *
047290*---------------------------------------------------------*
047300 01  WK-DSTS-CLASS-DATA.
047310     05  FILLER PIC X(03) VALUE '01N'.
047320     05  FILLER PIC X(03) VALUE '20N'.
047330     05  FILLER PIC X(03) VALUE '02A'.
047340     05  FILLER PIC X(03) VALUE '03P'.
047350     05  FILLER PIC X(03) VALUE '05P'.
047360     05  FILLER PIC X(03) VALUE '06P'.
047370     05  FILLER PIC X(03) VALUE '50P'.
047380     05  FILLER PIC X(03) VALUE '51P'.
047390     05  FILLER PIC X(03) VALUE '62P'.
047400     05  FILLER PIC X(03) VALUE '63P'.
047410     05  FILLER PIC X(03) VALUE '65P'.
047420 01  WK-DSTS-CLASS-TAB REDEFINES WK-DSTS-CLASS-DATA.
047430     05  DS-ENTRY OCCURS 11 TIMES
047440                  INDEXED BY DS-IDX.
047450         10  DS-STATUS          PIC X(02).
047460         10  DS-CLASS           PIC X(01).
047470 01  WK-DSTS-EXPECT-CLASS       PIC X(01) VALUE SPACE.
047480 01  WK-DSTS-PAC                PIC X(01) VALUE 'N'.
047490 01  WK-DSTS-SPPAC              PIC X(01) VALUE 'N'.
047500 01  WK-DSTS-I                  PIC 9(03) COMP VALUE ZEROES.
047510 01  WK-DSTS-REVIEW-CLASS       PIC X(01) VALUE SPACE.
047520 01  WK-DSTS-FLAGGED            PIC 9(07) VALUE ZEROES.
047530 01  WK-DS-HEADING1.
047540     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
047550     05  FILLER              PIC X(05) VALUE 'DRG  '.
047560     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
047570     05  FILLER              PIC X(07) VALUE 'STATUS '.
047580     05  FILLER              PIC X(07) VALUE 'REVIEW '.
047590     05  FILLER              PIC X(40) VALUE 'CONTRADICTION'.
047600 01  WK-DS-DETAIL-LINE.
047610     05  WK-DS2-PROVIDER-NO  PIC X(06).
047620     05  FILLER              PIC X(03) VALUE SPACES.
047630     05  WK-DS2-DRG          PIC 9(03).
047640     05  FILLER              PIC X(02) VALUE SPACES.
047650     05  WK-DS2-DISCHARGE    PIC 9(08).
047660     05  FILLER              PIC X(04) VALUE SPACES.
047670     05  WK-DS2-STATUS       PIC X(02).
047680     05  FILLER              PIC X(05) VALUE SPACES.
047690     05  WK-DS2-REVIEW       PIC 9(02).
047700     05  FILLER              PIC X(04) VALUE SPACES.
047710     05  WK-DS2-NOTE         PIC X(44).
047720*---------------------------------------------------------*
047730* PRESENT-ON-ADMISSION EDIT AND CLAIM-LEVEL HAC EXPOSURE   *
047740* WORK FIELDS.  THE HAC CATEGORY TABLE HOLDS THE LEADING   *
047750* CHARACTERS OF DIAGNOSIS CODES IN THE HAC PROGRAM'S       *
047760* CONDITION CATEGORIES.                                    *
047770*---------------------------------------------------------*
047780 01  WK-POA-FAIL-SW             PIC X(01) VALUE 'N'.
047790     88  POA-EDIT-FAILED        VALUE 'Y'.
047800 01  WK-BILLS-POA-REJECT        PIC 9(07) VALUE ZEROES.
047810 01  WK-HAC-POA-HITS            PIC 9(07) VALUE ZEROES.
047820 01  WK-HAC-CAT-DATA.
047830     05  FILLER PIC X(05) VALUE 'L89  '.
047840     05  FILLER PIC X(05) VALUE 'T80  '.
047850     05  FILLER PIC X(05) VALUE 'T81  '.
047860     05  FILLER PIC X(05) VALUE 'T83  '.
047870     05  FILLER PIC X(05) VALUE 'S72  '.
047880     05  FILLER PIC X(05) VALUE 'E1610'.
047890     05  FILLER PIC X(05) VALUE 'E1611'.
047900     05  FILLER PIC X(05) VALUE 'I8010'.
047910 01  WK-HAC-CAT-TAB REDEFINES WK-HAC-CAT-DATA.
047920     05  WK-HAC-CAT        PIC X(05) OCCURS 8 TIMES
047930                           INDEXED BY HACC-IDX.
047940 01  WK-HAC-CAT-LEN             PIC 9(01) VALUE ZEROES.
047950 01  WK-POA-HEADING1.
047960     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
047970     05  FILLER              PIC X(05) VALUE 'DRG  '.
047980     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
047990     05  FILLER              PIC X(05) VALUE 'SLOT '.
048000     05  FILLER              PIC X(40) VALUE 'REASON'.
048010 01  WK-POA-DETAIL-LINE.
048020     05  WK-POA-PROVIDER-NO  PIC X(06).
048030     05  FILLER              PIC X(03) VALUE SPACES.
048040     05  WK-POA-DRG          PIC 9(03).
048050     05  FILLER              PIC X(02) VALUE SPACES.
048060     05  WK-POA-DISCHARGE    PIC 9(08).
048070     05  FILLER              PIC X(03) VALUE SPACES.
048080     05  WK-POA-SLOT         PIC Z9.
048090     05  FILLER              PIC X(03) VALUE SPACES.
048100     05  WK-POA-REASON       PIC X(40).
048110 01  WK-HCP-HEADING1.
048120     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
048130     05  FILLER              PIC X(05) VALUE 'DRG  '.
048140     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
048150     05  FILLER              PIC X(09) VALUE 'DIAGNOSIS'.
048160     05  FILLER              PIC X(02) VALUE SPACES.
048170     05  FILLER              PIC X(30) VALUE 'HAC EXPOSURE'.
048180 01  WK-HCP-DETAIL-LINE.
048190     05  WK-HCP-PROVIDER-NO  PIC X(06).
048200     05  FILLER              PIC X(03) VALUE SPACES.
048210     05  WK-HCP-DRG          PIC 9(03).
048220     05  FILLER              PIC X(02) VALUE SPACES.
048230     05  WK-HCP-DISCHARGE    PIC 9(08).
048240     05  FILLER              PIC X(03) VALUE SPACES.
048250     05  WK-HCP-DIAG         PIC X(07).
048260     05  FILLER              PIC X(04) VALUE SPACES.
048270     05  WK-HCP-NOTE         PIC X(36).
048280*---------------------------------------------------------*
048290* OCCURRENCE-CODE COVERAGE ADJUSTMENT WORK FIELDS.         *
048300*---------------------------------------------------------*
048310 01  WK-OCC-NOPAY-SW            PIC X(01) VALUE 'N'.
048320     88  BILL-BENEFITS-EXHAUSTED VALUE 'Y'.
048330 01  WK-OCC-OLD-COVERED         PIC 9(03) VALUE ZEROES.
048340 01  WK-OCC-EXH-SERIAL          PIC 9(07) VALUE ZEROES.
048350 01  WK-OCC-ADMIT-SERIAL        PIC 9(07) VALUE ZEROES.
048360 01  WK-OCC-ALLOWED             PIC S9(05) VALUE ZEROES.
048370 01  WK-OCC-ADJUSTED            PIC 9(07) VALUE ZEROES.
048380 01  WK-OCC-NOPAY-BILLS         PIC 9(07) VALUE ZEROES.
048390 01  WK-OA-HEADING1.
048400     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
048410     05  FILLER              PIC X(05) VALUE 'DRG  '.
048420     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
048430     05  FILLER              PIC X(05) VALUE 'OCC  '.
048440     05  FILLER              PIC X(09) VALUE 'OLD-DAYS '.
048450     05  FILLER              PIC X(09) VALUE 'NEW-DAYS '.
048460     05  FILLER              PIC X(30) VALUE 'ADJUSTMENT'.
048470 01  WK-OA-DETAIL-LINE.
048480     05  WK-OA-PROVIDER-NO   PIC X(06).
048490     05  FILLER              PIC X(03) VALUE SPACES.
048500     05  WK-OA-DRG           PIC 9(03).
048510     05  FILLER              PIC X(02) VALUE SPACES.
048520     05  WK-OA-DISCHARGE     PIC 9(08).
048530     05  FILLER              PIC X(03) VALUE SPACES.
048540     05  WK-OA-OCC-CODE      PIC X(02).
048550     05  FILLER              PIC X(04) VALUE SPACES.
048560     05  WK-OA-OLD-DAYS      PIC ZZ9.
048570     05  FILLER              PIC X(06) VALUE SPACES.
048580     05  WK-OA-NEW-DAYS      PIC ZZ9.
048590     05  FILLER              PIC X(05) VALUE SPACES.
048600     05  WK-OA-NOTE          PIC X(36).
048610*---------------------------------------------------------*
048620* PAYMENT-SUSPENSION TABLE, DISPOSITIONS, AND WITHHOLD     *
048630* BALANCING TOTALS.                                        *
048640*---------------------------------------------------------*
048650 01  WK-SUSP-STATUS             PIC X(02) VALUE SPACES.
048660 01  WK-WTHHLDI-STATUS          PIC X(02) VALUE SPACES.
048670 01  WK-SUSPDISP-STATUS         PIC X(02) VALUE SPACES.
048680 01  WK-SUSP-EOF                PIC X(01) VALUE 'N'.
048690     88  SUSP-AT-EOF            VALUE 'Y'.
048700 01  WK-WTHHLDI-EOF             PIC X(01) VALUE 'N'.
048710     88  WTHHLDI-AT-EOF         VALUE 'Y'.
048720 01  WK-SUSPDISP-EOF            PIC X(01) VALUE 'N'.
048730     88  SUSPDISP-AT-EOF        VALUE 'Y'.
048740 01  WK-SU-COUNT                PIC 9(03) VALUE ZEROES.
048750 01  SUSPENSION-TABLE.
048760     05  SU-ENTRY OCCURS 200 TIMES
048770                  INDEXED BY SU-IDX SU-SIDX.
048780         10  SU-TAB-PROVIDER-NO PIC X(06).
048790         10  SU-TAB-EFF-DATE    PIC 9(08).
048800         10  SU-TAB-END-DATE    PIC 9(08).
048810 01  WK-SUSP-SW                 PIC X(01) VALUE 'N'.
048820     88  BILL-IS-SUSPENDED      VALUE 'Y'.
048830 01  WK-SD-COUNT                PIC 9(04) VALUE ZEROES.
048840 01  SUSP-DISP-TABLE.
048850     05  SD-ENTRY OCCURS 1000 TIMES
048860                  INDEXED BY SD-IDX SD-SIDX.
048870         10  SD-TAB-PROVIDER-NO PIC X(06).
048880         10  SD-TAB-DISCHARGE   PIC X(08).
048890         10  SD-TAB-CLAIM-SEQ   PIC X(09).
048900         10  SD-TAB-DISPOSITION PIC X(01).
048910 01  WK-BILLS-SUSPENDED         PIC 9(07) VALUE ZEROES.
048920 01  WK-SUSP-DOLLARS            PIC 9(13)V9(02) VALUE ZEROES.
048930 01  WK-SUSP-RELEASED           PIC 9(07) VALUE ZEROES.
048940 01  WK-SUSP-FORFEITED          PIC 9(07) VALUE ZEROES.
048950 01  WK-SUSP-CARRIED            PIC 9(07) VALUE ZEROES.
048960 01  WK-WH-REMIT-VIEW.
048970     05  WK-WHV-PROVIDER-NO     PIC X(06).
048980     05  WK-WHV-DRG             PIC 9(03).
048990     05  WK-WHV-DISCHARGE       PIC X(08).
049000     05  FILLER                 PIC X(02).
049010     05  FILLER                 PIC X(22).
049020     05  WK-WHV-PAID-AMOUNT     PIC 9(09)V9(02).
049030     05  FILLER                 PIC X(37).
049040     05  WK-WHV-CLAIM-SEQ       PIC X(09).
049050     05  FILLER                 PIC X(20).
049060 01  WK-SU-HEADING1.
049070     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
049080     05  FILLER              PIC X(05) VALUE 'DRG  '.
049090     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
049100     05  FILLER              PIC X(17) VALUE '   PAID-WITHHELD '.
049110     05  FILLER              PIC X(11) VALUE 'CLAIM-SEQ  '.
049120     05  FILLER              PIC X(14) VALUE 'DISPOSITION'.
049130 01  WK-SU-DETAIL-LINE.
049140     05  WK-SU2-PROVIDER-NO  PIC X(06).
049150     05  FILLER              PIC X(03) VALUE SPACES.
049160     05  WK-SU2-DRG          PIC 9(03).
049170     05  FILLER              PIC X(02) VALUE SPACES.
049180     05  WK-SU2-DISCHARGE    PIC X(08).
049190     05  FILLER              PIC X(02) VALUE SPACES.
049200     05  WK-SU2-PAID         PIC Z,ZZZ,ZZZ,ZZ9.99.
049210     05  FILLER              PIC X(02) VALUE SPACES.
049220     05  WK-SU2-CLAIM-SEQ    PIC X(09).
049230     05  FILLER              PIC X(02) VALUE SPACES.
049240     05  WK-SU2-DISPOSITION  PIC X(14).
049250*---------------------------------------------------------*
049260* PIP NOTIONAL-PAYMENT LEDGER AND LUMP-SUM SCHEDULE.       *
049270*---------------------------------------------------------*
049280 01  WK-PIPSCHED-STATUS         PIC X(02) VALUE SPACES.
049290 01  WK-PIPSCHED-EOF            PIC X(01) VALUE 'N'.
049300     88  PIPSCHED-AT-EOF        VALUE 'Y'.
049310 01  WK-PIP-COUNT               PIC 9(04) VALUE ZEROES.
049320 01  PIP-LEDGER-TABLE.
049330     05  PL-ENTRY OCCURS 500 TIMES
049340                  INDEXED BY PL-IDX PL-SIDX.
049350         10  PL-TAB-PROVIDER-NO PIC X(06).
049360         10  PL-TAB-BILLS       PIC 9(07).
049370         10  PL-TAB-NOTIONAL    PIC 9(11)V9(02).
049380         10  PL-TAB-SCHEDULED   PIC 9(09)V9(02).
049390 01  WK-BILLS-PIP               PIC 9(07) VALUE ZEROES.
049400 01  WK-PIP-DIFF                PIC S9(11)V9(02) VALUE ZEROES.
049410 01  WK-PIP-HEADING1.
049420     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
049430     05  FILLER              PIC X(07) VALUE 'BILLS  '.
049440     05  FILLER              PIC X(18) VALUE '  NOTIONAL-PRICED '.
049450     05  FILLER              PIC X(16) VALUE '  LUMP-SCHEDULE '.
049460     05  FILLER              PIC X(16) VALUE '   DIFFERENCE'.
049470 01  WK-PIP-DETAIL-LINE.
049480     05  WK-PL2-PROVIDER-NO  PIC X(06).
049490     05  FILLER              PIC X(03) VALUE SPACES.
049500     05  WK-PL2-BILLS        PIC ZZZ,ZZ9.
049510     05  FILLER              PIC X(02) VALUE SPACES.
049520     05  WK-PL2-NOTIONAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
049530     05  FILLER              PIC X(02) VALUE SPACES.
049540     05  WK-PL2-SCHEDULED    PIC Z,ZZZ,ZZZ,ZZ9.99.
049550     05  FILLER              PIC X(02) VALUE SPACES.
049560     05  WK-PL2-DIFF         PIC -Z,ZZZ,ZZZ,ZZ9.99.
049570*---------------------------------------------------------*
049580* TREASURY FUNDS-CONTROL CEILING CONTROLS.  A MISSING      *
049590* PARAMETER FILE (OR A ZERO CEILING) LEAVES THE CONTROL    *
049600* OFF.                                                     *
049610*---------------------------------------------------------*
049620 01  WK-FUNDS-STATUS            PIC X(02) VALUE SPACES.
049630 01  WK-PAYHLDI-STATUS          PIC X(02) VALUE SPACES.
049640 01  WK-PAYHLDI-EOF             PIC X(01) VALUE 'N'.
049650     88  PAYHLDI-AT-EOF         VALUE 'Y'.
049660 01  WK-FUNDS-CEILING           PIC 9(13)V9(02) VALUE ZEROES.
049670 01  WK-FUNDS-DISBURSED         PIC 9(13)V9(02) VALUE ZEROES.
049680 01  WK-FUNDS-PROJECTED         PIC 9(13)V9(02) VALUE ZEROES.
049690 01  WK-FUNDS-BREACH-SW         PIC X(01) VALUE 'N'.
049700     88  FUNDS-CEILING-BREACHED VALUE 'Y'.
049710 01  WK-FUNDS-HOLD-SW           PIC X(01) VALUE 'N'.
049720     88  BILL-IS-FUNDS-HELD     VALUE 'Y'.
049730 01  WK-FUNDS-RELEASE-SW        PIC X(01) VALUE 'N'.
049740     88  FUNDS-RELEASE-MODE     VALUE 'Y'.
049750 01  WK-BILLS-FUNDS-HELD        PIC 9(05) VALUE ZEROES.
049760 01  WK-FUNDS-HELD-DOLLARS      PIC 9(13)V9(02) VALUE ZEROES.
049770 01  WK-FUNDS-RELEASED          PIC 9(05) VALUE ZEROES.
049780 01  WK-FH-HEADING1.
049790     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
049800     05  FILLER              PIC X(05) VALUE 'DRG  '.
049810     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
049820     05  FILLER              PIC X(17) VALUE '   TOTAL-PAYMENT '.
049830     05  FILLER              PIC X(11) VALUE 'CLAIM-SEQ'.
049840 01  WK-FH-DETAIL-LINE.
049850     05  WK-FH-PROVIDER-NO   PIC X(06).
049860     05  FILLER              PIC X(03) VALUE SPACES.
049870     05  WK-FH-DRG           PIC 9(03).
049880     05  FILLER              PIC X(02) VALUE SPACES.
049890     05  WK-FH-DISCHARGE     PIC 9(08).
049900     05  FILLER              PIC X(02) VALUE SPACES.
049910     05  WK-FH-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
049920     05  FILLER              PIC X(02) VALUE SPACES.
049930     05  WK-FH-CLAIM-SEQ     PIC 9(09).
049940*---------------------------------------------------------*
049950* CLEAN-CLAIM PAYMENT-FLOOR CONTROLS.  THE FLOOR DATE IS  *
049960* THE RECEIPT DATE PLUS THE MEDIUM'S WAITING DAYS; A CLAIM*
049970* IS HELD WHILE THAT DATE IS LATER THAN THE RUN DATE.     *
049980* PAYMENT-FLOOR=N ON THE RUN-CONTROL FILE TURNS THE HOLD  *
049990* OFF AND RELEASES EVERYTHING ALREADY WAITING.            *
050000*---------------------------------------------------------*
050010 01  WK-SUBMEDIA-STATUS         PIC X(02) VALUE SPACES.
050020 01  WK-SUBMEDIA-EOF            PIC X(01) VALUE 'N'.
050030     88  SUBMEDIA-AT-EOF        VALUE 'Y'.
050040 01  WK-PAPMEDI-STATUS          PIC X(02) VALUE SPACES.
050050 01  WK-PAPMEDI-EOF             PIC X(01) VALUE 'N'.
050060     88  PAPMEDI-AT-EOF         VALUE 'Y'.
050070 01  WK-FLRHLDI-STATUS          PIC X(02) VALUE SPACES.
050080 01  WK-FLRHLDI-EOF             PIC X(01) VALUE 'N'.
050090     88  FLRHLDI-AT-EOF         VALUE 'Y'.
050100 01  WK-PFL-SW                  PIC X(01) VALUE 'Y'.
050110     88  PAYMENT-FLOOR-ON       VALUE 'Y'.
050120 01  WK-PFL-HOLD-SW             PIC X(01) VALUE 'N'.
050130     88  BILL-IS-FLOOR-HELD     VALUE 'Y'.
050140 01  WK-PFL-DAYS-EMC            PIC 9(02) VALUE 14.
050150 01  WK-PFL-DAYS-PAPER          PIC 9(02) VALUE 29.
050160 01  WK-PFL-RUN-DATE            PIC 9(08) VALUE ZEROES.
050170 01  WK-PFL-FLOOR-DATE          PIC 9(08) VALUE ZEROES.
050180 01  WK-PFL-MEDIUM              PIC X(01) VALUE 'E'.
050190 01  WK-BILLS-FLOOR-HELD        PIC 9(05) VALUE ZEROES.
050200 01  WK-FLOOR-HELD-DOLLARS      PIC 9(13)V9(02) VALUE ZEROES.
050210 01  WK-FLOOR-RELEASED          PIC 9(05) VALUE ZEROES.
050220 01  WK-FLOOR-RELEASED-DOLLARS  PIC 9(13)V9(02) VALUE ZEROES.
050230 01  WK-FLOOR-CARRIED           PIC 9(05) VALUE ZEROES.
050240 01  WK-PFL-MD-COUNT            PIC 9(05) VALUE ZEROES.
050250 01  WK-PFL-MD-DROPS            PIC 9(05) VALUE ZEROES.
050260 01  WK-PFL-MD-CARRIED-IN       PIC 9(05) VALUE ZEROES.
050270 01  WK-PFL-MD-CARRIED-OUT      PIC 9(05) VALUE ZEROES.
050280 01  WK-PFL-INV-COUNT           PIC 9(03) VALUE ZEROES.
050290 01  WK-PFL-INV-DROPS           PIC 9(05) VALUE ZEROES.
050300 01  WK-PFL-I                   PIC 9(03) VALUE ZEROES.
050310 01  WK-PFL-POS                 PIC 9(03) VALUE ZEROES.
050320 01  WK-PFL-FOUND-SW            PIC X(01) VALUE 'N'.
050330     88  PFL-DATE-FOUND         VALUE 'Y'.
050340 01  PFL-MEDIUM-TABLE.
050350     05  PFM-ENTRY OCCURS 10000 TIMES
050360                   INDEXED BY PFM-IDX PFM-SIDX.
050370         10  PFM-TAB-PROVIDER-NO PIC X(06).
050380         10  PFM-TAB-DISCHARGE   PIC 9(08).
050390         10  PFM-TAB-MBI         PIC X(11).
050400         10  PFM-TAB-RECEIPT     PIC 9(08).
050410         10  PFM-TAB-SUBMITTER   PIC X(08).
050420 01  PFL-INVENTORY-TABLE.
050430     05  PFI-ENTRY OCCURS 61 TIMES
050440                   INDEXED BY PFI-IDX PFI-SIDX.
050450         10  PFI-RELEASE-DATE    PIC 9(08).
050460         10  PFI-EMC-CLAIMS      PIC 9(07).
050470         10  PFI-PAPER-CLAIMS    PIC 9(07).
050480         10  PFI-DOLLARS         PIC 9(13)V9(02).
050490 01  WK-PFL-INV-TOTALS.
050500     05  WK-PFL-TOT-EMC          PIC 9(07) VALUE ZEROES.
050510     05  WK-PFL-TOT-PAPER        PIC 9(07) VALUE ZEROES.
050520     05  WK-PFL-TOT-DOLLARS      PIC 9(13)V9(02) VALUE ZEROES.
050530 01  WK-PFL-HEADING1.
050540     05  FILLER              PIC X(12) VALUE 'RELEASE DATE'.
050550     05  FILLER              PIC X(11) VALUE ' ELECTRONIC'.
050560     05  FILLER              PIC X(11) VALUE '      PAPER'.
050570     05  FILLER              PIC X(11) VALUE '     CLAIMS'.
050580     05  FILLER              PIC X(08) VALUE SPACES.
050590     05  FILLER              PIC X(12) VALUE 'HELD-PAYMENT'.
050600 01  WK-PFL-DETAIL-LINE.
050610     05  WK-PFL-RL-DATE      PIC X(08).
050620     05  FILLER              PIC X(08) VALUE SPACES.
050630     05  WK-PFL-RL-EMC       PIC ZZZ,ZZ9.
050640     05  FILLER              PIC X(04) VALUE SPACES.
050650     05  WK-PFL-RL-PAPER     PIC ZZZ,ZZ9.
050660     05  FILLER              PIC X(04) VALUE SPACES.
050670     05  WK-PFL-RL-CLAIMS    PIC ZZZ,ZZ9.
050680     05  FILLER              PIC X(04) VALUE SPACES.
050690     05  WK-PFL-RL-DOLLARS   PIC Z,ZZZ,ZZZ,ZZ9.99.
050700*---------------------------------------------------------*
050710* GENERAL-LEDGER VOUCHER ACCUMULATORS AND THE ACCOUNT      *
050720* MAP.  THE COMPILED DEFAULTS APPLY UNLESS THE CONTROL     *
050730* FILE RE-MAPS A CLASSIFICATION.                           *
050740*---------------------------------------------------------*
050750 01  WK-GLMAP-STATUS            PIC X(02) VALUE SPACES.
050760 01  WK-GLMAP-EOF               PIC X(01) VALUE 'N'.
050770     88  GLMAP-AT-EOF           VALUE 'Y'.
050780 01  WK-GL-DRG-PAY              PIC 9(13)V9(02) VALUE ZEROES.
050790 01  WK-GL-OUTLIER              PIC 9(13)V9(02) VALUE ZEROES.
050800 01  WK-GL-PASSTHRU             PIC 9(13)V9(02) VALUE ZEROES.
050810 01  WK-GL-OFFSETS              PIC 9(13)V9(02) VALUE ZEROES.
050820 01  GL-ACCOUNT-MAP.
050830     05  GL-ENTRY OCCURS 6 TIMES
050840                  INDEXED BY GL-IDX GL-SIDX.
050850         10  GL-CLASS           PIC X(08).
050860         10  GL-DEBIT-ACCT      PIC X(10).
050870         10  GL-CREDIT-ACCT     PIC X(10).
050880 01  GL-ACCOUNT-DEFAULTS.
050890     05  FILLER PIC X(28) VALUE 'DRG-PAY 51000010002100001000'.
050900     05  FILLER PIC X(28) VALUE 'OUTLIER 51000020002100001000'.
050910     05  FILLER PIC X(28) VALUE 'PASSTHRU51000030002100001000'.
050920     05  FILLER PIC X(28) VALUE 'SEQUESTR21000010005900001000'.
050930     05  FILLER PIC X(28) VALUE 'RECOUP  21000010001300001000'.
050940     05  FILLER PIC X(28) VALUE 'INTEREST51000040002100001000'.
050950*---------------------------------------------------------*
050960 01  WK-INTMTD-STATUS           PIC X(02) VALUE SPACES.
050970 01  WK-INTMTD-EOF              PIC X(01) VALUE 'N'.
050980     88  INTMTD-AT-EOF          VALUE 'Y'.
050990 01  WK-IN-COUNT                PIC 9(03) VALUE ZEROES.
051000 01  INTER-SUM-TABLE.
051010     05  IN-ENTRY OCCURS 200 TIMES
051020                  INDEXED BY IN-IDX IN-SIDX.
051030         10  IN-INTER-NO        PIC X(05).
051040         10  IN-RUN-BILLS       PIC 9(07).
051050         10  IN-RUN-PAYMENT     PIC 9(11)V9(02).
051060         10  IN-RUN-OUTLIER     PIC 9(11)V9(02).
051070         10  IN-RUN-PASSTHRU    PIC 9(11)V9(02).
051080         10  IN-MTD-BILLS       PIC 9(07).
051090         10  IN-MTD-PAYMENT     PIC 9(11)V9(02).
051100         10  IN-MTD-OUTLIER     PIC 9(11)V9(02).
051110         10  IN-MTD-PASSTHRU    PIC 9(11)V9(02).
051120 01  WK-UNK-COUNT               PIC 9(03) VALUE ZEROES.
051130 01  UNKNOWN-INTER-TABLE.
051140     05  UK-ENTRY OCCURS 200 TIMES
051150                  INDEXED BY UK-IDX UK-SIDX.
051160         10  UK-PROVIDER-NO     PIC X(06).
051170 01  WK-IN-WORK-NO              PIC X(05) VALUE SPACES.
051180 01  WK-IN-HEADING1.
051190     05  FILLER              PIC X(07) VALUE 'INTER  '.
051200     05  FILLER              PIC X(10) VALUE 'RUN-BILLS '.
051210     05  FILLER              PIC X(17) VALUE '   RUN-PAYMENT   '.
051220     05  FILLER              PIC X(15) VALUE '  RUN-OUTLIER  '.
051230     05  FILLER              PIC X(15) VALUE ' RUN-PASSTHRU  '.
051240     05  FILLER              PIC X(10) VALUE 'MTD-BILLS '.
051250     05  FILLER              PIC X(17) VALUE '   MTD-PAYMENT'.
051260 01  WK-IN-DETAIL-LINE.
051270     05  WK-IN2-INTER-NO     PIC X(05).
051280     05  FILLER              PIC X(02) VALUE SPACES.
051290     05  WK-IN2-RUN-BILLS    PIC ZZZ,ZZ9.
051300     05  FILLER              PIC X(02) VALUE SPACES.
051310     05  WK-IN2-RUN-PAYMENT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
051320     05  FILLER              PIC X(01) VALUE SPACES.
051330     05  WK-IN2-RUN-OUTLIER  PIC Z,ZZZ,ZZZ,ZZ9.99.
051340     05  FILLER              PIC X(01) VALUE SPACES.
051350     05  WK-IN2-RUN-PASSTHRU PIC Z,ZZZ,ZZZ,ZZ9.99.
051360     05  FILLER              PIC X(02) VALUE SPACES.
051370     05  WK-IN2-MTD-BILLS    PIC ZZZ,ZZ9.
051380     05  FILLER              PIC X(02) VALUE SPACES.
051390     05  WK-IN2-MTD-PAYMENT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
051400 01  WK-UK-DETAIL-LINE.
051410     05  FILLER              PIC X(31) VALUE
051420         'UNKNOWN INTERMEDIARY - PROVIDER'.
051430     05  FILLER              PIC X(01) VALUE SPACES.
051440     05  WK-UK-PROVIDER-NO   PIC X(06).
051450*---------------------------------------------------------*
051460* COST-OUTLIER NEAR-THRESHOLD BAND CONTROLS.  NEAR-THRESH- *
051470* PCT COMES FROM THE RUN-CONTROL FILE (DEFAULT 10).        *
051480*---------------------------------------------------------*
051490 01  WK-NEAR-PCT                PIC 9(03) VALUE 010.
051500 01  WK-NEAR-BAND               PIC 9(09)V9(02) VALUE ZEROES.
051510 01  WK-NEAR-BELOW              PIC 9(07) VALUE ZEROES.
051520 01  WK-NEAR-ABOVE              PIC 9(07) VALUE ZEROES.
051530 01  WK-NTH-HEADING1.
051540     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
051550     05  FILLER              PIC X(05) VALUE 'DRG  '.
051560     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
051570     05  FILLER              PIC X(15) VALUE '    CHARGES    '.
051580     05  FILLER              PIC X(06) VALUE 'CCR   '.
051590     05  FILLER              PIC X(15) VALUE '  BILL-COSTS   '.
051600     05  FILLER              PIC X(15) VALUE '  THRESHOLD    '.
051610     05  FILLER              PIC X(06) VALUE 'SIDE'.
051620 01  WK-NTH-DETAIL-LINE.
051630     05  WK-NT2-PROVIDER-NO  PIC X(06).
051640     05  FILLER              PIC X(03) VALUE SPACES.
051650     05  WK-NT2-DRG          PIC 9(03).
051660     05  FILLER              PIC X(02) VALUE SPACES.
051670     05  WK-NT2-DISCHARGE    PIC 9(08).
051680     05  FILLER              PIC X(02) VALUE SPACES.
051690     05  WK-NT2-CHARGES      PIC ZZ,ZZZ,ZZ9.99.
051700     05  FILLER              PIC X(02) VALUE SPACES.
051710     05  WK-NT2-CCR          PIC 9.999.
051720     05  FILLER              PIC X(02) VALUE SPACES.
051730     05  WK-NT2-BILL-COSTS   PIC ZZ,ZZZ,ZZ9.99.
051740     05  FILLER              PIC X(02) VALUE SPACES.
051750     05  WK-NT2-THRESHOLD    PIC ZZ,ZZZ,ZZ9.99.
051760     05  FILLER              PIC X(02) VALUE SPACES.
051770     05  WK-NT2-SIDE         PIC X(05).
051780*---------------------------------------------------------*
051790* THREE-DAY PAYMENT-WINDOW BUNDLING CHECK.  THE OPTIONAL  *
051800* OUTPATIENT COMPANION FILE IS HELD IN A TABLE; EVERY     *
051810* PRICED ADMISSION IS TESTED FOR SEPARATELY-PAID          *
051820* OUTPATIENT CLAIMS DATED IN THE THREE DAYS BEFORE (OR    *
051830* ON) THE ADMISSION DATE - THOSE DOLLARS BELONG INSIDE    *
051840* THE DRG PAYMENT AND ARE RECOVERABLE.                    *
051850*---------------------------------------------------------*
051860 01  WK-OPCLM-STATUS            PIC X(02) VALUE SPACES.
051870 01  WK-OPCLM-EOF               PIC X(01) VALUE 'N'.
051880     88  OPCLM-AT-EOF           VALUE 'Y'.
051890 01  WK-OC-COUNT                PIC 9(05) VALUE ZEROES.
051900 01  OUTPT-CLAIM-TABLE.
051910     05  OCL-ENTRY OCCURS 10000 TIMES
051920                   INDEXED BY OCL-IDX.
051930         10  OCL-PROVIDER-NO    PIC X(06).
051940         10  OCL-MBI            PIC X(11).
051950         10  OCL-CLAIM-ID       PIC X(14).
051960         10  OCL-SERVICE-DATE   PIC 9(08).
051970         10  OCL-SVC-SERIAL     PIC 9(07).
051980         10  OCL-PAID-AMT       PIC 9(09)V9(02).
051990 01  WK-OPW-ADMIT-SERIAL        PIC 9(07) VALUE ZEROES.
052000 01  WK-OPW-HITS                PIC 9(07) VALUE ZEROES.
052010 01  WK-OPW-AT-RISK             PIC 9(11)V9(02) VALUE ZEROES.
052020 01  WK-OPW-HEADING1.
052030     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
052040     05  FILLER              PIC X(12) VALUE 'MBI         '.
052050     05  FILLER              PIC X(15) VALUE 'OUTPT-CLAIM-ID '.
052060     05  FILLER              PIC X(10) VALUE 'SERVICE   '.
052070     05  FILLER              PIC X(10) VALUE 'ADMITTED  '.
052080     05  FILLER              PIC X(15) VALUE '  PAID-AT-RISK'.
052090 01  WK-OPW-DETAIL-LINE.
052100     05  WK-OW2-PROVIDER-NO  PIC X(06).
052110     05  FILLER              PIC X(03) VALUE SPACES.
052120     05  WK-OW2-MBI          PIC X(11).
052130     05  FILLER              PIC X(01) VALUE SPACES.
052140     05  WK-OW2-CLAIM-ID     PIC X(14).
052150     05  FILLER              PIC X(01) VALUE SPACES.
052160     05  WK-OW2-SERVICE      PIC 9(08).
052170     05  FILLER              PIC X(02) VALUE SPACES.
052180     05  WK-OW2-ADMIT        PIC 9(08).
052190     05  FILLER              PIC X(02) VALUE SPACES.
052200     05  WK-OW2-PAID         PIC ZZ,ZZZ,ZZ9.99.
052210 01  WK-OPW-TOTAL-LINE.
052220     05  FILLER              PIC X(25) VALUE
052230         'WINDOW CLAIMS FLAGGED -  '.
052240     05  WK-OW3-HITS         PIC ZZZ,ZZ9.
052250     05  FILLER              PIC X(18) VALUE
052260         '  DOLLARS AT RISK '.
052270     05  WK-OW3-AT-RISK      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
052280*---------------------------------------------------------*
052290* MGCRB RECLASSIFICATION CHECK.  THE REGISTER IS HELD IN  *
052300* A TABLE; A CLAIM PRICED UNDER A RECLASSIFIED CBSA MUST  *
052310* FIND A REGISTER ROW FOR ITS PROVIDER AND CBSA WHOSE     *
052320* TERM COVERS THE DISCHARGE FISCAL YEAR AND THAT WAS NOT  *
052330* WITHDRAWN OR TERMINATED BY THE DISCHARGE DATE.  WHEN    *
052340* NONE DOES, THE CLOSEST ROW (HIGHEST WK-MG-RANK) NAMES   *
052350* THE REASON ON THE EXCEPTION REPORT:                     *
052360*   1 NOT ON REGISTER      4 TERM EXPIRED                 *
052370*   2 TARGET CBSA DIFFERS  5 WITHDRAWN                    *
052380*   3 TERM NOT YET STARTED 6 TERMINATED                   *
052390*---------------------------------------------------------*
052400 01  WK-MGCRB-STATUS            PIC X(02) VALUE SPACES.
052410 01  WK-MGCRB-EOF               PIC X(01) VALUE 'N'.
052420     88  MGCRB-AT-EOF           VALUE 'Y'.
052430 01  WK-MG-COUNT                PIC 9(05) VALUE ZEROES.
052440 01  MGCRB-REG-TABLE.
052450     05  MGR-ENTRY OCCURS 5000 TIMES
052460                   INDEXED BY MGR-IDX.
052470         10  MGR-PROVIDER-NO    PIC X(06).
052480         10  MGR-TARGET-CBSA    PIC X(05).
052490         10  MGR-DECISION-NO    PIC X(10).
052500         10  MGR-FIRST-FY       PIC 9(04).
052510         10  MGR-LAST-FY        PIC 9(04).
052520         10  MGR-END-DATE       PIC 9(08).
052530         10  MGR-END-REASON     PIC X(01).
052540 01  WK-MG-CLAIM-FY             PIC 9(04) VALUE ZEROES.
052550 01  WK-MG-DISCH-DATE           PIC 9(08) VALUE ZEROES.
052560 01  WK-MG-RANK                 PIC 9(01) VALUE ZERO.
052570     88  MG-IN-FORCE            VALUE 9.
052580 01  WK-MG-ROW-RANK             PIC 9(01) VALUE ZERO.
052590 01  WK-MG-HIT-I                PIC 9(05) COMP VALUE ZEROES.
052600 01  WK-MG-EXCEPTIONS           PIC 9(07) VALUE ZEROES.
052610 01  WK-MG-AT-RISK              PIC 9(11)V9(02) VALUE ZEROES.
052620 01  WK-MG-REASON-TEXT.
052630     05  FILLER PIC X(20) VALUE 'NOT ON REGISTER     '.
052640     05  FILLER PIC X(20) VALUE 'TARGET CBSA DIFFERS '.
052650     05  FILLER PIC X(20) VALUE 'TERM NOT YET STARTED'.
052660     05  FILLER PIC X(20) VALUE 'TERM EXPIRED        '.
052670     05  FILLER PIC X(20) VALUE 'WITHDRAWN           '.
052680     05  FILLER PIC X(20) VALUE 'TERMINATED          '.
052690 01  WK-MG-REASON-TAB REDEFINES WK-MG-REASON-TEXT.
052700     05  WK-MG-REASON           PIC X(20) OCCURS 6 TIMES.
052710 01  WK-MGX-HEADING1.
052720     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
052730     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
052740     05  FILLER              PIC X(05) VALUE 'DRG  '.
052750     05  FILLER              PIC X(07) VALUE 'CBSA   '.
052760     05  FILLER              PIC X(06) VALUE 'FY    '.
052770     05  FILLER              PIC X(12) VALUE 'DECISION    '.
052780     05  FILLER              PIC X(11) VALUE 'TERM       '.
052790     05  FILLER              PIC X(22) VALUE 'REASON'.
052800     05  FILLER              PIC X(13) VALUE '      PAYMENT'.
052810 01  WK-MGX-DETAIL-LINE.
052820     05  WK-MX2-PROVIDER-NO  PIC X(06).
052830     05  FILLER              PIC X(03) VALUE SPACES.
052840     05  WK-MX2-DISCHARGE    PIC 9(08).
052850     05  FILLER              PIC X(02) VALUE SPACES.
052860     05  WK-MX2-DRG          PIC 9(03).
052870     05  FILLER              PIC X(02) VALUE SPACES.
052880     05  WK-MX2-CBSA         PIC X(05).
052890     05  FILLER              PIC X(02) VALUE SPACES.
052900     05  WK-MX2-CLAIM-FY     PIC 9(04).
052910     05  FILLER              PIC X(02) VALUE SPACES.
052920     05  WK-MX2-DECISION     PIC X(10).
052930     05  FILLER              PIC X(02) VALUE SPACES.
052940     05  WK-MX2-FIRST-FY     PIC 9(04) BLANK WHEN ZERO.
052950     05  WK-MX2-DASH         PIC X(01).
052960     05  WK-MX2-LAST-FY      PIC 9(04) BLANK WHEN ZERO.
052970     05  FILLER              PIC X(02) VALUE SPACES.
052980     05  WK-MX2-REASON       PIC X(20).
052990     05  FILLER              PIC X(02) VALUE SPACES.
053000     05  WK-MX2-PAYMENT      PIC ZZ,ZZZ,ZZ9.99.
053010 01  WK-MGX-TOTAL-LINE.
053020     05  FILLER              PIC X(25) VALUE
053030         'RECLASS EXCEPTIONS -     '.
053040     05  WK-MX3-COUNT        PIC ZZZ,ZZ9.
053050     05  FILLER              PIC X(18) VALUE
053060         '  DOLLARS AT RISK '.
053070     05  WK-MX3-AT-RISK      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
053080*---------------------------------------------------------*
053090* BILLING NPI INTAKE EDIT.  A BILL'S NPI MUST MATCH THE     *
053100* NPI ON THE PROVIDER SEGMENT IN FORCE (WHEN THE SEGMENT    *
053110* CARRIES ONE) AND, WHEN THE ENROLLMENT FILE IS LOADED,     *
053120* FIND AN ENROLLMENT ROW FOR THE NPI AND THE BILL'S CCN     *
053130* IN FORCE ON THE DISCHARGE DATE.  WHEN NONE IS, THE        *
053140* CLOSEST ROW (HIGHEST WK-NPI-RANK) NAMES THE REASON, AS    *
053150* NUMBERED IN COPYBOOK NPIEXCP.  A FAILING BILL IS REJECTED *
053160* RTC 70.  A BILL WITH NO NPI IS COUNTED BUT NOT EDITED.    *
053170* NPI-EDIT=N IN THE RUN-CONTROL FILE TURNS THE EDIT OFF.    *
053180*---------------------------------------------------------*
053190 01  WK-NPI-EDIT-SW             PIC X(01) VALUE 'Y'.
053200     88  NPI-EDIT-ON            VALUE 'Y'.
053210 01  WK-NPIENRL-STATUS          PIC X(02) VALUE SPACES.
053220 01  WK-NPIENRL-EOF             PIC X(01) VALUE 'N'.
053230     88  NPIENRL-AT-EOF         VALUE 'Y'.
053240 01  WK-NE-COUNT                PIC 9(04) VALUE ZEROES.
053250 01  NPI-ENRL-TABLE.
053260     05  NPE-ENTRY OCCURS 9000 TIMES
053270                   INDEXED BY NPE-IDX.
053280         10  NPE-NPI10          PIC X(10).
053290         10  NPE-PROVIDER-NO    PIC X(06).
053300         10  NPE-EFF-DATE       PIC 9(08).
053310         10  NPE-END-DATE       PIC 9(08).
053320         10  NPE-STATUS         PIC X(01).
053330 01  WK-NPI-FAIL-SW             PIC X(01) VALUE 'N'.
053340     88  BILL-NPI-INVALID       VALUE 'Y'.
053350 01  WK-NPI-PAST-SW             PIC X(01) VALUE 'N'.
053360     88  NPI-SCAN-PAST          VALUE 'Y'.
053370 01  WK-NPI-DISCH-DATE          PIC 9(08) VALUE ZEROES.
053380 01  WK-NPI-RANK                PIC 9(01) VALUE ZERO.
053390     88  NPI-IN-FORCE           VALUE 9.
053400 01  WK-NPI-ROW-RANK            PIC 9(01) VALUE ZERO.
053410 01  WK-NPI-CHECKED             PIC 9(07) VALUE ZEROES.
053420 01  WK-NPI-BLANK               PIC 9(07) VALUE ZEROES.
053430 01  WK-NPI-REJECTS             PIC 9(07) VALUE ZEROES.
053440 01  WK-NPI-REJ-CHARGES         PIC 9(11)V9(02) VALUE ZEROES.
053450 01  WK-NPI-REASON-TEXT.
053460     05  FILLER PIC X(24) VALUE 'NOT ON ENROLLMENT FILE  '.
053470     05  FILLER PIC X(24) VALUE 'NOT LINKED TO CCN       '.
053480     05  FILLER PIC X(24) VALUE 'ENROLLMENT NOT IN EFFECT'.
053490     05  FILLER PIC X(24) VALUE 'NPI DEACTIVATED         '.
053500     05  FILLER PIC X(24) VALUE 'DIFFERS FROM PROV MASTER'.
053510 01  WK-NPI-REASON-TAB REDEFINES WK-NPI-REASON-TEXT.
053520     05  WK-NPI-REASON          PIC X(24) OCCURS 5 TIMES.
053530 01  WK-NPX-HEADING1.
053540     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
053550     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
053560     05  FILLER              PIC X(05) VALUE 'DRG  '.
053570     05  FILLER              PIC X(12) VALUE 'BILL NPI    '.
053580     05  FILLER              PIC X(12) VALUE 'MASTER NPI  '.
053590     05  FILLER              PIC X(26) VALUE 'REASON'.
053600     05  FILLER              PIC X(13) VALUE '      CHARGES'.
053610 01  WK-NPX-DETAIL-LINE.
053620     05  WK-NX2-PROVIDER-NO  PIC X(06).
053630     05  FILLER              PIC X(03) VALUE SPACES.
053640     05  WK-NX2-DISCHARGE    PIC 9(08).
053650     05  FILLER              PIC X(02) VALUE SPACES.
053660     05  WK-NX2-DRG          PIC 9(03).
053670     05  FILLER              PIC X(02) VALUE SPACES.
053680     05  WK-NX2-BILL-NPI     PIC X(10).
053690     05  FILLER              PIC X(02) VALUE SPACES.
053700     05  WK-NX2-MASTER-NPI   PIC X(10).
053710     05  FILLER              PIC X(02) VALUE SPACES.
053720     05  WK-NX2-REASON       PIC X(24).
053730     05  FILLER              PIC X(02) VALUE SPACES.
053740     05  WK-NX2-CHARGES      PIC ZZ,ZZZ,ZZ9.99.
053750 01  WK-NPX-TOTAL-LINE.
053760     05  FILLER              PIC X(25) VALUE
053770         'NPI REJECTS (RTC 70) -   '.
053780     05  WK-NX3-COUNT        PIC ZZZ,ZZ9.
053790     05  FILLER              PIC X(18) VALUE
053800         '  CHARGES         '.
053810     05  WK-NX3-CHARGES      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
053820*---------------------------------------------------------*
053830* GROUPER DRG VALIDATION.  EVERY PRICED CLAIM IS LOOKED UP  *
053840* ON THE GROUPER RESULT FILE; IT IS REPORTED WHEN THE       *
053850* GROUPER ASSIGNED A DIFFERENT DRG, OR WHEN THE GROUPER     *
053860* VERSION IS NOT THE ONE FOR THE DISCHARGE FISCAL YEAR.  A  *
053870* DIFFERENT DRG IS RE-PRICED AT THE GROUPER'S DRG; THE      *
053880* DIFFERENCE IS GROUPER PAYMENT LESS SUBMITTED PAYMENT, SO  *
053890* A NEGATIVE DIFFERENCE IS AN OVERPAYMENT ON THE SUBMITTED  *
053900* DRG.  DIFFERENCES ROLL UP BY PROVIDER, DRG PAIR AND       *
053910* DRIVER CODE FOR THE END-OF-RUN SUMMARY, LARGEST FIRST.    *
053920* MS-DRG VERSION 25 WAS FY 2008 AND EACH FISCAL YEAR TAKES  *
053930* THE NEXT MAJOR VERSION (V38 = FY 2021).                   *
053940*---------------------------------------------------------*
053950 01  WK-GRPRSLT-STATUS          PIC X(02) VALUE SPACES.
053960 01  WK-GRPRSLT-ACTIVE-SW       PIC X(01) VALUE 'N'.
053970     88  GRPRSLT-ACTIVE         VALUE 'Y'.
053980 01  WK-GR-DRG-SW               PIC X(01) VALUE 'N'.
053990     88  GR-DRG-DIFFERS         VALUE 'Y'.
054000 01  WK-GR-VER-SW               PIC X(01) VALUE 'N'.
054010     88  GR-VERSION-WRONG       VALUE 'Y'.
054020 01  WK-GR-CLAIM-FY             PIC 9(04) VALUE ZEROES.
054030 01  WK-GR-EXPECT-VER           PIC 9(02) VALUE ZEROES.
054040 01  WK-GR-SUB-DRG              PIC 9(03) VALUE ZEROES.
054050 01  WK-GR-GRP-RTC              PIC 9(02) VALUE ZEROES.
054060 01  WK-GR-SUB-PAYMENT          PIC 9(09)V9(02) VALUE ZEROES.
054070 01  WK-GR-GRP-PAYMENT          PIC 9(09)V9(02) VALUE ZEROES.
054080 01  WK-GR-DIFF                 PIC S9(09)V9(02) VALUE ZEROES.
054090 01  WK-GR-CHECKED              PIC 9(07) VALUE ZEROES.
054100 01  WK-GR-NOT-FOUND            PIC 9(07) VALUE ZEROES.
054110 01  WK-GR-BAD-ROWS             PIC 9(07) VALUE ZEROES.
054120 01  WK-GR-DRG-MISMATCH         PIC 9(07) VALUE ZEROES.
054130 01  WK-GR-VER-MISMATCH         PIC 9(07) VALUE ZEROES.
054140 01  WK-GR-NOT-PAYABLE          PIC 9(07) VALUE ZEROES.
054150 01  WK-GR-NET-DIFF             PIC S9(11)V9(02) VALUE ZEROES.
054160 01  WK-GRS-COUNT               PIC 9(04) VALUE ZEROES.
054170 01  GRPR-PAIR-TABLE.
054180     05  GRS-ENTRY OCCURS 3000 TIMES
054190                   INDEXED BY GRS-IDX GRS-SIDX.
054200         10  GRS-PROVIDER-NO    PIC X(06).
054210         10  GRS-SUB-DRG        PIC 9(03).
054220         10  GRS-GRP-DRG        PIC 9(03).
054230         10  GRS-DRIVER-TYPE    PIC X(01).
054240         10  GRS-DRIVER-CODE    PIC X(07).
054250         10  GRS-CLAIMS         PIC 9(05).
054260         10  GRS-DIFF           PIC S9(11)V9(02).
054270         10  GRS-ABS-DIFF       PIC 9(11)V9(02).
054280         10  GRS-USED-SW        PIC X(01).
054290 01  WK-GRS-PASS                PIC 9(04) COMP VALUE ZEROES.
054300 01  WK-GRS-BEST-I              PIC 9(04) COMP VALUE ZEROES.
054310 01  WK-GRS-BEST-ABS            PIC 9(11)V9(02) VALUE ZEROES.
054320 01  WK-GRX-HEADING1.
054330     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
054340     05  FILLER              PIC X(13) VALUE 'MBI          '.
054350     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
054360     05  FILLER              PIC X(05) VALUE 'DRG  '.
054370     05  FILLER              PIC X(05) VALUE 'GRP  '.
054380     05  FILLER              PIC X(04) VALUE 'MDC '.
054390     05  FILLER              PIC X(06) VALUE 'VER   '.
054400     05  FILLER              PIC X(11) VALUE 'DRIVER     '.
054410     05  FILLER              PIC X(15) VALUE '  SUBMITTED PAY'.
054420     05  FILLER              PIC X(15) VALUE '    GROUPER PAY'.
054430     05  FILLER              PIC X(16) VALUE '      DIFFERENCE'.
054440     05  FILLER              PIC X(02) VALUE SPACES.
054450     05  FILLER              PIC X(18) VALUE 'FLAG'.
054460 01  WK-GRX-DETAIL-LINE.
054470     05  WK-GX2-PROVIDER-NO  PIC X(06).
054480     05  FILLER              PIC X(03) VALUE SPACES.
054490     05  WK-GX2-MBI          PIC X(11).
054500     05  FILLER              PIC X(02) VALUE SPACES.
054510     05  WK-GX2-DISCHARGE    PIC 9(08).
054520     05  FILLER              PIC X(02) VALUE SPACES.
054530     05  WK-GX2-SUB-DRG      PIC 9(03).
054540     05  FILLER              PIC X(02) VALUE SPACES.
054550     05  WK-GX2-GRP-DRG      PIC 9(03).
054560     05  FILLER              PIC X(02) VALUE SPACES.
054570     05  WK-GX2-MDC          PIC 9(02).
054580     05  FILLER              PIC X(02) VALUE SPACES.
054590     05  WK-GX2-VER-MAJOR    PIC 9(02).
054600     05  FILLER              PIC X(01) VALUE '.'.
054610     05  WK-GX2-VER-MINOR    PIC 9(01).
054620     05  FILLER              PIC X(02) VALUE SPACES.
054630     05  WK-GX2-DRIVER-TYPE  PIC X(01).
054640     05  FILLER              PIC X(01) VALUE SPACES.
054650     05  WK-GX2-DRIVER-CODE  PIC X(07).
054660     05  FILLER              PIC X(04) VALUE SPACES.
054670     05  WK-GX2-SUB-PAYMENT  PIC ZZ,ZZZ,ZZ9.99.
054680     05  FILLER              PIC X(02) VALUE SPACES.
054690     05  WK-GX2-GRP-PAYMENT  PIC ZZ,ZZZ,ZZ9.99.
054700     05  FILLER              PIC X(02) VALUE SPACES.
054710     05  WK-GX2-DIFF         PIC -ZZ,ZZZ,ZZ9.99.
054720     05  FILLER              PIC X(02) VALUE SPACES.
054730     05  WK-GX2-FLAG         PIC X(18).
054740 01  WK-GRS-HEADING1.
054750     05  FILLER              PIC X(40) VALUE
054760         'PAYMENT DIFFERENCE BY PROVIDER, DRG PAIR'.
054770     05  FILLER              PIC X(40) VALUE
054780         ' AND DRIVER CODE - LARGEST FIRST        '.
054790 01  WK-GRS-HEADING2.
054800     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
054810     05  FILLER              PIC X(05) VALUE 'DRG  '.
054820     05  FILLER              PIC X(05) VALUE 'GRP  '.
054830     05  FILLER              PIC X(11) VALUE 'DRIVER     '.
054840     05  FILLER              PIC X(08) VALUE '  CLAIMS'.
054850     05  FILLER              PIC X(20) VALUE
054860         '      NET DIFFERENCE'.
054870 01  WK-GRS-DETAIL-LINE.
054880     05  WK-GS2-PROVIDER-NO  PIC X(06).
054890     05  FILLER              PIC X(03) VALUE SPACES.
054900     05  WK-GS2-SUB-DRG      PIC 9(03).
054910     05  FILLER              PIC X(02) VALUE SPACES.
054920     05  WK-GS2-GRP-DRG      PIC 9(03).
054930     05  FILLER              PIC X(02) VALUE SPACES.
054940     05  WK-GS2-DRIVER-TYPE  PIC X(01).
054950     05  FILLER              PIC X(01) VALUE SPACES.
054960     05  WK-GS2-DRIVER-CODE  PIC X(07).
054970     05  FILLER              PIC X(02) VALUE SPACES.
054980     05  WK-GS2-CLAIMS       PIC ZZ,ZZ9.
054990     05  FILLER              PIC X(02) VALUE SPACES.
055000     05  WK-GS2-DIFF         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
055010 01  WK-GRX-TOTAL-LINE1.
055020     05  FILLER              PIC X(25) VALUE
055030         'CLAIMS CHECKED -         '.
055040     05  WK-GX3-CHECKED      PIC ZZZ,ZZ9.
055050     05  FILLER              PIC X(18) VALUE
055060         '  NOT ON FILE     '.
055070     05  WK-GX3-NOT-FOUND    PIC ZZZ,ZZ9.
055080 01  WK-GRX-TOTAL-LINE2.
055090     05  FILLER              PIC X(25) VALUE
055100         'DRG MISMATCHES -         '.
055110     05  WK-GX3-DRG-MISMATCH PIC ZZZ,ZZ9.
055120     05  FILLER              PIC X(18) VALUE
055130         '  VERSION NOT FY  '.
055140     05  WK-GX3-VER-MISMATCH PIC ZZZ,ZZ9.
055150 01  WK-GRX-TOTAL-LINE3.
055160     05  FILLER              PIC X(25) VALUE
055170         'NET PAYMENT DIFFERENCE - '.
055180     05  WK-GX3-NET-DIFF     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
055190*---------------------------------------------------------*
055200* EXCLUDED-UNIT ROUTING.  THE COMMUNICATION AREA MATCHES  *
055210* PPEXM215'S LINKAGE; THE COUNT AND DOLLAR ACCUMULATORS   *
055220* BALANCE THE SEPARATE EXEMPT-UNIT OUTPUT STREAM.         *
055230*---------------------------------------------------------*
055240 01  EXM-PAY-DATA.
055250     05  EXM-PER-DIEM            PIC 9(05)V9(02).
055260     05  EXM-PAYMENT             PIC 9(09)V9(02).
055270     05  EXM-RTC                 PIC 9(02).
055280 01  WK-EXM-BILLS               PIC 9(07) VALUE ZEROES.
055290 01  WK-EXM-DOLLARS             PIC 9(11)V9(02) VALUE ZEROES.
055300 01  WK-EXM-ERRORS              PIC 9(07) VALUE ZEROES.
055310*---------------------------------------------------------*
055320* DATED ICD CODE VALIDITY EDIT.  THE REFERENCE TABLE IS   *
055330* SORTED AS DELIVERED; EVERY DIAGNOSIS AND PROCEDURE CODE *
055340* ON A BILL IS CHECKED FOR A ROW COVERING THE DISCHARGE   *
055350* DATE.  AN ABSENT REFERENCE FILE SKIPS THE EDIT.  CODES  *
055360* THAT FAIL WARN AND FEED THE BY-PROVIDER FREQUENCY       *
055370* REPORT - THE BILL STILL PRICES.                         *
055380*---------------------------------------------------------*
055390 01  WK-ICDF-STATUS             PIC X(02) VALUE SPACES.
055400 01  WK-ICDF-EOF                PIC X(01) VALUE 'N'.
055410     88  ICDF-AT-EOF            VALUE 'Y'.
055420 01  WK-ICD-COUNT               PIC 9(05) VALUE ZEROES.
055430 01  ICD-CODE-TABLE.
055440     05  ICD-ENTRY OCCURS 10000 TIMES
055450                   INDEXED BY ICD-IDX ICD-SIDX.
055460         10  ICD-CODE           PIC X(07).
055470         10  ICD-TYPE           PIC X(01).
055480         10  ICD-EFF-DATE       PIC 9(08).
055490         10  ICD-END-DATE       PIC 9(08).
055500 01  WK-ICD-HIT-SW              PIC X(01) VALUE 'N'.
055510     88  ICD-CODE-VALID         VALUE 'Y'.
055520 01  WK-ICD-TEST-CODE           PIC X(07) VALUE SPACES.
055530 01  WK-ICD-TEST-TYPE           PIC X(01) VALUE SPACES.
055540 01  WK-ICD-INVALID-CODES       PIC 9(07) VALUE ZEROES.
055550 01  WK-ICD-BILLS-FLAGGED       PIC 9(07) VALUE ZEROES.
055560 01  WK-ICD-BILL-HIT-SW         PIC X(01) VALUE 'N'.
055570 01  WK-ICF-COUNT               PIC 9(04) VALUE ZEROES.
055580 01  ICD-FREQ-TABLE.
055590     05  ICF-ENTRY OCCURS 1000 TIMES
055600                   INDEXED BY ICF-IDX ICF-SIDX.
055610         10  ICF-PROVIDER-NO    PIC X(06).
055620         10  ICF-CODE           PIC X(07).
055630         10  ICF-TYPE           PIC X(01).
055640         10  ICF-COUNT          PIC 9(05).
055650 01  WK-ICD-HEADING1.
055660     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
055670     05  FILLER              PIC X(09) VALUE 'CODE     '.
055680     05  FILLER              PIC X(06) VALUE 'TYPE  '.
055690     05  FILLER              PIC X(08) VALUE '   COUNT'.
055700 01  WK-ICD-DETAIL-LINE.
055710     05  WK-IC2-PROVIDER-NO  PIC X(06).
055720     05  FILLER              PIC X(03) VALUE SPACES.
055730     05  WK-IC2-CODE         PIC X(07).
055740     05  FILLER              PIC X(04) VALUE SPACES.
055750     05  WK-IC2-TYPE         PIC X(01).
055760     05  FILLER              PIC X(03) VALUE SPACES.
055770     05  WK-IC2-COUNT        PIC ZZ,ZZ9.
055780*---------------------------------------------------------*
055790* PAYMENT-TO-COST MARGIN ANALYSIS.  EVERY PRICED BILL     *
055800* ADDS ITS PAYMENT, ESTIMATED OPERATING COST, AND OUTLIER *
055810* DOLLARS TO THE PROVIDER AND DRG TABLES; THE PRIOR RUN'S *
055820* EXTRACT SUPPLIES LAST MARGIN AND CCR SO A SHARP MARGIN  *
055830* MOVE UNDER A CHANGED CCR IS FLAGGED.                    *
055840*---------------------------------------------------------*
055850 01  WK-MGNIN-STATUS            PIC X(02) VALUE SPACES.
055860 01  WK-MGNIN-EOF               PIC X(01) VALUE 'N'.
055870     88  MGNIN-AT-EOF           VALUE 'Y'.
055880 01  WK-MP-COUNT                PIC 9(04) VALUE ZEROES.
055890 01  MARGIN-PROV-TABLE.
055900     05  MP-ENTRY OCCURS 2000 TIMES
055910                  INDEXED BY MP-IDX MP-SIDX.
055920         10  MP-PROVIDER-NO     PIC X(06).
055930         10  MP-BILLS           PIC 9(07).
055940         10  MP-PAYMENT         PIC 9(11)V9(02).
055950         10  MP-COST            PIC 9(11)V9(02).
055960         10  MP-OUTLIER         PIC 9(11)V9(02).
055970         10  MP-CCR             PIC 9V9(03).
055980         10  MP-PRIOR-PCT       PIC S9(03)V9(02).
055990         10  MP-PRIOR-CCR       PIC 9V9(03).
056000         10  MP-PRIOR-SW        PIC X(01).
056010 01  WK-MD-COUNT                PIC 9(04) VALUE ZEROES.
056020 01  MARGIN-DRG-TABLE.
056030     05  MD-ENTRY OCCURS 1000 TIMES
056040                  INDEXED BY MD-IDX MD-SIDX.
056050         10  MD-DRG             PIC 9(03).
056060         10  MD-BILLS           PIC 9(07).
056070         10  MD-PAYMENT         PIC 9(11)V9(02).
056080         10  MD-COST            PIC 9(11)V9(02).
056090         10  MD-OUTLIER         PIC 9(11)V9(02).
056100 01  WK-MG-MARGIN               PIC S9(11)V9(02) VALUE ZEROES.
056110 01  WK-MG-MARGIN-PCT           PIC S9(03)V9(02) VALUE ZEROES.
056120 01  WK-MG-OUT-SHARE            PIC S9(03)V9(02) VALUE ZEROES.
056130 01  WK-MG-SHIFT                PIC S9(03)V9(02) VALUE ZEROES.
056140 01  WK-MG-SHIFT-FLAGS          PIC 9(05) VALUE ZEROES.
056150 01  WK-MG-HEADING1.
056160     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
056170     05  FILLER              PIC X(08) VALUE '  BILLS '.
056180     05  FILLER              PIC X(17) VALUE '   TOTAL-PAYMENT '.
056190     05  FILLER              PIC X(17) VALUE '   EST-OPER-COST '.
056200     05  FILLER              PIC X(09) VALUE ' MARGIN% '.
056210     05  FILLER              PIC X(09) VALUE ' OUTSHR% '.
056220     05  FILLER              PIC X(10) VALUE 'CCR-FLAG'.
056230 01  WK-MG-HEADING2.
056240     05  FILLER              PIC X(09) VALUE 'DRG      '.
056250     05  FILLER              PIC X(08) VALUE '  BILLS '.
056260     05  FILLER              PIC X(17) VALUE '   TOTAL-PAYMENT '.
056270     05  FILLER              PIC X(17) VALUE '   EST-OPER-COST '.
056280     05  FILLER              PIC X(09) VALUE ' MARGIN% '.
056290     05  FILLER              PIC X(09) VALUE ' OUTSHR% '.
056300 01  WK-MG-DETAIL-LINE.
056310     05  WK-MG2-KEY          PIC X(06).
056320     05  FILLER              PIC X(02) VALUE SPACES.
056330     05  WK-MG2-BILLS        PIC ZZZ,ZZ9.
056340     05  FILLER              PIC X(01) VALUE SPACES.
056350     05  WK-MG2-PAYMENT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
056360     05  FILLER              PIC X(01) VALUE SPACES.
056370     05  WK-MG2-COST         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
056380     05  FILLER              PIC X(01) VALUE SPACES.
056390     05  WK-MG2-PCT          PIC +ZZ9.99.
056400     05  FILLER              PIC X(02) VALUE SPACES.
056410     05  WK-MG2-OUT-SHARE    PIC +ZZ9.99.
056420     05  FILLER              PIC X(02) VALUE SPACES.
056430     05  WK-MG2-FLAG         PIC X(09).
056440*---------------------------------------------------------*
056450* OVERRIDE AUTHORIZATION AND USAGE-LOG WORK FIELDS.  AN   *
056460* ABSENT AUTHORIZED-USERS FILE LEAVES THE LEGACY BEHAVIOR *
056470* (NO ENFORCEMENT); WHEN THE FILE IS PRESENT AN OVERRIDE  *
056480* WITHOUT A LISTED OPERATOR AND A REASON IS SWITCHED OFF  *
056490* BEFORE ANY BILL IS READ.                                *
056500*---------------------------------------------------------*
056510 01  WK-AUTHU-STATUS            PIC X(02) VALUE SPACES.
056520 01  WK-OVUIN-STATUS            PIC X(02) VALUE SPACES.
056530 01  WK-OVUOUT-STATUS           PIC X(02) VALUE SPACES.
056540 01  WK-AUTHU-EOF               PIC X(01) VALUE 'N'.
056550     88  AUTHU-AT-EOF           VALUE 'Y'.
056560 01  WK-OVUIN-EOF               PIC X(01) VALUE 'N'.
056570     88  OVUIN-AT-EOF           VALUE 'Y'.
056580 01  WK-AU-COUNT                PIC 9(03) VALUE ZEROES.
056590 01  AUTH-USER-TABLE.
056600     05  AU-ENTRY OCCURS 100 TIMES
056610                  INDEXED BY AU-IDX AU-SIDX.
056620         10  AU-OPERATOR        PIC X(08).
056630         10  AU-OVR-TYPE        PIC X(08).
056640 01  WK-OVA-TYPE                PIC X(08) VALUE SPACES.
056650 01  WK-OVA-AUTH-SW             PIC X(01) VALUE 'N'.
056660     88  OVERRIDE-AUTHORIZED    VALUE 'Y'.
056670 01  WK-OVA-DENIALS             PIC 9(03) VALUE ZEROES.
056680 01  WK-OVU-PARFY-BILLS         PIC 9(07) VALUE ZEROES.
056690 01  WK-OVU-SCEN-BILLS          PIC 9(07) VALUE ZEROES.
056700 01  WK-OVU-RECON-BILLS         PIC 9(07) VALUE ZEROES.
056710*    THE USAGE RECORD, CHAINED BY SEQUENCE AND CHECK VALUE
056720 01  WK-OVU-REC.
056730     05  OU-SEQ-NO              PIC 9(05).
056740     05  OU-RUN-ID              PIC X(08).
056750     05  OU-RUN-DATE            PIC 9(08).
056760     05  OU-TYPE                PIC X(08).
056770     05  OU-OPERATOR            PIC X(08).
056780     05  OU-REASON              PIC X(40).
056790     05  OU-BILL-COUNT          PIC 9(07).
056800     05  OU-CHAIN-CHECK         PIC 9(09).
056810 01  WK-OVU-BODY                PIC X(84) VALUE SPACES.
056820 01  WK-OVU-BODY-TAB REDEFINES WK-OVU-BODY.
056830     05  WK-OVU-BYTE            PIC X(01) OCCURS 84 TIMES.
056840 01  WK-OVU-I                   PIC 9(03) COMP VALUE ZEROES.
056850 01  WK-OVU-CHAR                PIC 9(03) COMP VALUE ZEROES.
056860 01  WK-OVU-CHAIN               PIC 9(09) VALUE ZEROES.
056870 01  WK-OVU-CALC                PIC 9(09) VALUE ZEROES.
056880 01  WK-OVU-LAST-SEQ            PIC 9(05) VALUE ZEROES.
056890 01  WK-OVU-TAMPERED            PIC 9(05) VALUE ZEROES.
056900 01  WK-OVU-HIST-COUNT          PIC 9(05) VALUE ZEROES.
056910 01  WK-OVU-RUN-DATE            PIC 9(08) VALUE ZEROES.
056920 01  WK-OVH-COUNT               PIC 9(03) VALUE ZEROES.
056930 01  OVR-HIST-TABLE.
056940     05  OVH-ENTRY OCCURS 200 TIMES
056950                   INDEXED BY OVH-IDX OVH-SIDX.
056960         10  OVH-TYPE           PIC X(08).
056970         10  OVH-OPERATOR       PIC X(08).
056980         10  OVH-USES           PIC 9(05).
056990         10  OVH-BILLS          PIC 9(09).
057000 01  WK-OVU-HEADING1.
057010     05  FILLER              PIC X(09) VALUE 'TYPE     '.
057020     05  FILLER              PIC X(09) VALUE 'OPERATOR '.
057030     05  FILLER              PIC X(08) VALUE '   USES '.
057040     05  FILLER              PIC X(12) VALUE '       BILLS'.
057050 01  WK-OVU-DETAIL-LINE.
057060     05  WK-OU2-TYPE         PIC X(08).
057070     05  FILLER              PIC X(01) VALUE SPACES.
057080     05  WK-OU2-OPERATOR     PIC X(08).
057090     05  FILLER              PIC X(01) VALUE SPACES.
057100     05  WK-OU2-USES         PIC ZZ,ZZ9.
057110     05  FILLER              PIC X(02) VALUE SPACES.
057120     05  WK-OU2-BILLS        PIC ZZZ,ZZZ,ZZ9.
057130*---------------------------------------------------------*
057140* TERMINATED-PROVIDER ENFORCEMENT.  DISCHARGE AFTER THE    *
057150* TERMINATION DATE REJECTS RTC 66; A DISCHARGE IN THE 30   *
057160* DAYS BEFORE IT WARNS ON THE WIND-DOWN REPORT.            *
057170*---------------------------------------------------------*
057180 01  WK-TERM-FAIL-SW            PIC X(01) VALUE 'N'.
057190     88  BILL-PROV-TERMINATED   VALUE 'Y'.
057200 01  WK-TERM-REJECTS            PIC 9(07) VALUE ZEROES.
057210 01  WK-TERM-NEAR-BILLS         PIC 9(07) VALUE ZEROES.
057220 01  WK-TERM-DISCH-SERIAL       PIC 9(07) VALUE ZEROES.
057230 01  WK-TERM-TERM-SERIAL        PIC 9(07) VALUE ZEROES.
057240 01  WK-TRM-COUNT               PIC 9(04) VALUE ZEROES.
057250 01  TERM-PROV-TABLE.
057260     05  TRM-ENTRY OCCURS 500 TIMES
057270                  INDEXED BY TRM-IDX TRM-SIDX.
057280         10  TRM-PROVIDER-NO    PIC X(06).
057290         10  TRM-TERM-DATE      PIC 9(08).
057300         10  TRM-REJECTS        PIC 9(05).
057310         10  TRM-NEAR-BILLS     PIC 9(05).
057320 01  WK-TM-HEADING1.
057330     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
057340     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
057350     05  FILLER              PIC X(11) VALUE 'TERM-DATE  '.
057360     05  FILLER              PIC X(10) VALUE 'NOTE'.
057370 01  WK-TM-DETAIL-LINE.
057380     05  WK-TM2-PROVIDER-NO  PIC X(06).
057390     05  FILLER              PIC X(03) VALUE SPACES.
057400     05  WK-TM2-DISCHARGE    PIC 9(08).
057410     05  FILLER              PIC X(03) VALUE SPACES.
057420     05  WK-TM2-TERM-DATE    PIC 9(08).
057430     05  FILLER              PIC X(03) VALUE SPACES.
057440     05  WK-TM2-NOTE         PIC X(40).
057450 01  WK-TM-SUM-LINE.
057460     05  WK-TM3-PROVIDER-NO  PIC X(06).
057470     05  FILLER              PIC X(03) VALUE SPACES.
057480     05  WK-TM3-TERM-DATE    PIC 9(08).
057490     05  FILLER              PIC X(03) VALUE SPACES.
057500     05  WK-TM3-REJECTS      PIC ZZ,ZZ9.
057510     05  FILLER              PIC X(03) VALUE SPACES.
057520     05  WK-TM3-NEAR         PIC ZZ,ZZ9.
057530*---------------------------------------------------------*
057540* CONDITION CODE 44 - UTILIZATION REVIEW DECIDED THE       *
057550* ADMISSION SHOULD HAVE BEEN OUTPATIENT.  THE BILL MUST    *
057560* NOT PAY A DRG: IT LEAVES AS A ZERO-PAYMENT RTC 69 RECORD *
057570* BEFORE THE SAME-DAY, READMISSION, OR HISTORY STRUCTURES  *
057580* EVER SEE IT, SO THOSE ANALYSES STAY CLEAN.               *
057590*---------------------------------------------------------*
057600 01  WK-CC44-SW                 PIC X(01) VALUE 'N'.
057610     88  BILL-IS-CC44           VALUE 'Y'.
057620 01  WK-CC44-BILLS              PIC 9(07) VALUE ZEROES.
057630 01  WK-CF-COUNT                PIC 9(04) VALUE ZEROES.
057640 01  CC44-PROV-TABLE.
057650     05  CF-ENTRY OCCURS 500 TIMES
057660                  INDEXED BY CF-IDX CF-SIDX.
057670         10  CF-PROVIDER-NO     PIC X(06).
057680         10  CF-BILLS           PIC 9(05).
057690 01  WK-CC-HEADING1.
057700     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
057710     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
057720     05  FILLER              PIC X(05) VALUE 'DRG  '.
057730     05  FILLER              PIC X(15) VALUE '    CHARGES'.
057740 01  WK-CC-DETAIL-LINE.
057750     05  WK-CC2-PROVIDER-NO  PIC X(06).
057760     05  FILLER              PIC X(03) VALUE SPACES.
057770     05  WK-CC2-DISCHARGE    PIC 9(08).
057780     05  FILLER              PIC X(03) VALUE SPACES.
057790     05  WK-CC2-DRG          PIC 9(03).
057800     05  FILLER              PIC X(02) VALUE SPACES.
057810     05  WK-CC2-CHARGES      PIC ZZ,ZZZ,ZZ9.99.
057820 01  WK-CC-SUM-LINE.
057830     05  WK-CC3-PROVIDER-NO  PIC X(06).
057840     05  FILLER              PIC X(03) VALUE SPACES.
057850     05  WK-CC3-BILLS        PIC ZZ,ZZ9.
057860*---------------------------------------------------------*
057870* PROVIDER MERGER CROSSWALK TABLE AND WORK FIELDS.         *
057880*---------------------------------------------------------*
057890 01  WK-XWALK-STATUS            PIC X(02) VALUE SPACES.
057900 01  WK-XWALK-EOF               PIC X(01) VALUE 'N'.
057910     88  XWALK-AT-EOF           VALUE 'Y'.
057920 01  WK-XW-COUNT                PIC 9(03) VALUE ZEROES.
057930 01  PROV-XWALK-TABLE.
057940     05  XW-ENTRY OCCURS 500 TIMES
057950                  INDEXED BY XW-IDX XW-SIDX.
057960         10  XW-OLD-PROVIDER-NO PIC X(06).
057970         10  XW-NEW-PROVIDER-NO PIC X(06).
057980         10  XW-EFF-DATE        PIC 9(08).
057990 01  WK-XWALK-OLD-BILLS         PIC 9(07) VALUE ZEROES.
058000 01  WK-XWALK-OFFSETS           PIC 9(07) VALUE ZEROES.
058010 01  WK-XW-DRAW                 PIC 9(09)V9(02) VALUE ZEROES.
058020 01  WK-LG-OLD-SIDX             PIC 9(05) VALUE ZEROES.
058030 01  WK-XA-HEADING1.
058040     05  FILLER              PIC X(09) VALUE 'OLD-PROV '.
058050     05  FILLER              PIC X(09) VALUE 'NEW-PROV '.
058060     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
058070     05  FILLER              PIC X(40) VALUE 'NOTE'.
058080 01  WK-XA-DETAIL-LINE.
058090     05  WK-XA-OLD           PIC X(06).
058100     05  FILLER              PIC X(03) VALUE SPACES.
058110     05  WK-XA-NEW           PIC X(06).
058120     05  FILLER              PIC X(03) VALUE SPACES.
058130     05  WK-XA-DISCHARGE     PIC 9(08).
058140     05  FILLER              PIC X(03) VALUE SPACES.
058150     05  WK-XA-NOTE          PIC X(44).
058160*---------------------------------------------------------*
058170* CROSS-RUN DUPLICATE PROBE CONTROLS AND THE PPS-DATA     *
058180* FIELD VIEW NEEDED TO READ A REPOSITORY ROW'S RETURN     *
058190* CODE AND PAID AMOUNT WITHOUT DISTURBING THE LIVE        *
058200* PPS-DATA AREA.                                          *
058210*---------------------------------------------------------*
058220 01  WK-HISTDUP-SW              PIC X(01) VALUE 'N'.
058230     88  BILL-IS-HIST-DUP       VALUE 'Y'.
058240 01  WK-HISTSCAN-EOF            PIC X(01) VALUE 'N'.
058250     88  HIST-SCAN-DONE         VALUE 'Y'.
058260 01  WK-BILLS-HIST-DUP          PIC 9(07) VALUE ZEROES.
058270 01  WK-HRD-VIEW.
058280     05  WK-HRD-RTC             PIC 9(02).
058290     05  FILLER                 PIC X(25).
058300     05  WK-HRD-TOTAL-PAYMENT   PIC 9(09)V9(02).
058310     05  FILLER                 PIC X(31).
058320     05  WK-HRD-REG-DAYS        PIC 9(03).
058330     05  WK-HRD-LTR-DAYS        PIC 9(02).
058340     05  FILLER                 PIC X(15).
058350 01  WK-HD2-HEADING1.
058360     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
058370     05  FILLER              PIC X(05) VALUE 'DRG  '.
058380     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
058390     05  FILLER              PIC X(12) VALUE 'MBI         '.
058400     05  FILLER              PIC X(10) VALUE 'PRIOR-RUN '.
058410     05  FILLER              PIC X(11) VALUE 'PRIOR-SEQ  '.
058420     05  FILLER              PIC X(15) VALUE '    PRIOR-PAID'.
058430 01  WK-HD2-DETAIL-LINE.
058440     05  WK-HD2-PROVIDER-NO  PIC X(06).
058450     05  FILLER              PIC X(03) VALUE SPACES.
058460     05  WK-HD2-DRG          PIC 9(03).
058470     05  FILLER              PIC X(02) VALUE SPACES.
058480     05  WK-HD2-DISCHARGE    PIC 9(08).
058490     05  FILLER              PIC X(02) VALUE SPACES.
058500     05  WK-HD2-MBI          PIC X(11).
058510     05  FILLER              PIC X(01) VALUE SPACES.
058520     05  WK-HD2-PRIOR-RUN    PIC X(08).
058530     05  FILLER              PIC X(02) VALUE SPACES.
058540     05  WK-HD2-PRIOR-SEQ    PIC 9(09).
058550     05  FILLER              PIC X(02) VALUE SPACES.
058560     05  WK-HD2-PRIOR-PAID   PIC Z,ZZZ,ZZZ,ZZ9.99.
058570*---------------------------------------------------------*
058580* HIGH-DOLLAR HOLD QUEUE CONTROLS.  HOLD-THRESHOLD=0 (THE *
058590* DEFAULT) LEAVES THE QUEUE OFF.                          *
058600*---------------------------------------------------------*
058610 01  WK-HELDIN-STATUS           PIC X(02) VALUE SPACES.
058620 01  WK-RELIN-STATUS            PIC X(02) VALUE SPACES.
058630 01  WK-HELDIN-EOF              PIC X(01) VALUE 'N'.
058640     88  HELDIN-AT-EOF          VALUE 'Y'.
058650 01  WK-RELIN-EOF               PIC X(01) VALUE 'N'.
058660     88  RELIN-AT-EOF           VALUE 'Y'.
058670 01  WK-HOLD-THRESHOLD          PIC 9(09) VALUE ZEROES.
058680 01  WK-HOLD-SW                 PIC X(01) VALUE 'N'.
058690     88  BILL-IS-HELD           VALUE 'Y'.
058700 01  WK-BILLS-HELD              PIC 9(07) VALUE ZEROES.
058710 01  WK-HELD-DOLLARS            PIC 9(11)V9(02) VALUE ZEROES.
058720 01  WK-HELD-RELEASED           PIC 9(07) VALUE ZEROES.
058730 01  WK-HELD-CARRIED            PIC 9(07) VALUE ZEROES.
058740 01  WK-REL-COUNT               PIC 9(04) VALUE ZEROES.
058750 01  RELEASE-TABLE.
058760     05  REL-ENTRY OCCURS 1000 TIMES
058770                  INDEXED BY REL-IDX REL-SIDX.
058780         10  REL-PROVIDER-NO    PIC X(06).
058790         10  REL-DISCHARGE-DATE PIC X(08).
058800         10  REL-CLAIM-SEQ      PIC X(09).
058810         10  REL-DISPOSITION    PIC X(01).
058820 01  WK-REL-MATCH-SW            PIC X(01) VALUE 'N'.
058830     88  HELD-CLAIM-RELEASED    VALUE 'Y'.
058840 01  WK-REL-DISPOSITION         PIC X(01) VALUE SPACE.
058850     88  HELD-CLAIM-WITHDRAWN   VALUE 'D'.
058860 01  WK-HELD-WITHDRAWN          PIC 9(07) VALUE ZEROES.
058870*---------------------------------------------------------*
058880* TPE PROBE CONTROLS.  THE CONTROL FILE IS OPTIONAL; WITH *
058890* NONE, NO CLAIMS ARE PULLED.  A PROVIDER'S ROUND PULLS   *
058900* ONLY ONCE ITS EDUCATION WAIT HAS RUN OUT.               *
058910*---------------------------------------------------------*
058920 01  WK-TPEIN-STATUS            PIC X(02) VALUE SPACES.
058930 01  WK-TPESEL-STATUS           PIC X(02) VALUE SPACES.
058940 01  WK-TPEIN-EOF               PIC X(01) VALUE 'N'.
058950     88  TPEIN-AT-EOF           VALUE 'Y'.
058960 01  WK-TPESEL-EOF              PIC X(01) VALUE 'N'.
058970     88  TPESEL-AT-EOF          VALUE 'Y'.
058980 01  WK-TPE-LOADED-SW           PIC X(01) VALUE 'N'.
058990     88  TPE-CONTROL-LOADED     VALUE 'Y'.
059000 01  WK-TP-COUNT                PIC 9(04) VALUE ZEROES.
059010 01  TPE-TABLE.
059020     05  TC-ENTRY OCCURS 500 TIMES
059030                  INDEXED BY TC-IDX TC-SIDX.
059040         10  TC-CONTROL-REC     PIC X(80).
059050         10  TC-CONTROL-VIEW REDEFINES TC-CONTROL-REC.
059060             15  TC-PROVIDER-NO PIC X(06).
059070             15  TC-ROUND       PIC 9(01).
059080             15  TC-STATUS      PIC X(01).
059090                 88  TC-ROUND-ACTIVE VALUE 'A'.
059100             15  TC-SAMPLE-SIZE PIC 9(03).
059110             15  TC-SELECTED    PIC 9(03).
059120             15  TC-ROUND-OPENED PIC 9(08).
059130             15  TC-WAIT-DAYS   PIC 9(03).
059140             15  TC-DRG         PIC 9(03) OCCURS 10 TIMES.
059150             15  FILLER         PIC X(25).
059160         10  TC-PULLING-SW      PIC X(01).
059170             88  TC-IS-PULLING  VALUE 'Y'.
059180 01  WK-TP-DRG-IDX              PIC 9(02) VALUE ZEROES.
059190 01  WK-TP-DRG-SW               PIC X(01) VALUE 'N'.
059200     88  TC-DRG-IN-SET          VALUE 'Y'.
059210 01  WK-TP-TODAY                PIC 9(08) VALUE ZEROES.
059220 01  WK-TP-TODAY-SERIAL         PIC 9(07) VALUE ZEROES.
059230 01  WK-TP-RESTORED             PIC 9(07) VALUE ZEROES.
059240 01  WK-TPE-PULLED              PIC 9(07) VALUE ZEROES.
059250 01  WK-TP-HIT                  PIC 9(04) VALUE ZEROES.
059260 01  WK-HOLD-REASON             PIC X(03) VALUE SPACES.
059270 01  WK-HELD-VIEW.
059280     05  WK-HV-PROVIDER-NO      PIC X(06).
059290     05  WK-HV-DRG              PIC 9(03).
059300     05  WK-HV-DISCHARGE        PIC X(08).
059310     05  FILLER                 PIC X(08).
059320     05  WK-HV-TOTAL-PAYMENT    PIC 9(09)V9(02).
059330     05  FILLER                 PIC X(189).
059340     05  WK-HV-CLAIM-SEQ        PIC X(09).
059350     05  WK-HV-BILL-SOURCE      PIC X(01).
059360 01  WK-HQ-HEADING1.
059370     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
059380     05  FILLER              PIC X(05) VALUE 'DRG  '.
059390     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
059400     05  FILLER              PIC X(16) VALUE '  TOTAL-PAYMENT '.
059410     05  FILLER              PIC X(15) VALUE '  OUTLIER-PART '.
059420     05  FILLER              PIC X(06) VALUE 'CBSA  '.
059430     05  FILLER              PIC X(09) VALUE 'FINAL-WI '.
059440     05  FILLER              PIC X(11) VALUE 'CLAIM-SEQ'.
059450     05  FILLER              PIC X(09) VALUE '   REASON'.
059460 01  WK-HQ-DETAIL-LINE.
059470     05  WK-HQ-PROVIDER-NO   PIC X(06).
059480     05  FILLER              PIC X(03) VALUE SPACES.
059490     05  WK-HQ-DRG           PIC 9(03).
059500     05  FILLER              PIC X(02) VALUE SPACES.
059510     05  WK-HQ-DISCHARGE     PIC 9(08).
059520     05  FILLER              PIC X(02) VALUE SPACES.
059530     05  WK-HQ-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
059540     05  FILLER              PIC X(02) VALUE SPACES.
059550     05  WK-HQ-OUTLIER       PIC ZZZ,ZZZ,ZZ9.99.
059560     05  FILLER              PIC X(02) VALUE SPACES.
059570     05  WK-HQ-CBSA          PIC X(05).
059580     05  FILLER              PIC X(02) VALUE SPACES.
059590     05  WK-HQ-FINAL-WI      PIC Z9.9999.
059600     05  FILLER              PIC X(02) VALUE SPACES.
059610     05  WK-HQ-CLAIM-SEQ     PIC 9(09).
059620     05  FILLER              PIC X(02) VALUE SPACES.
059630     05  WK-HQ-REASON        PIC X(03).
059640*---------------------------------------------------------*
059650* LIVE PROGRESS HEARTBEAT CONTROLS.  HEARTBEAT-INT AND     *
059660* EXPECTED-BILLS COME FROM THE RUN-CONTROL FILE; WITH NO   *
059670* EXPECTED COUNT THE ESTIMATE COLUMNS STAY ZERO.           *
059680*---------------------------------------------------------*
059690 01  WK-HB-INTERVAL             PIC 9(05) VALUE 01000.
059700 01  WK-HB-EXPECTED             PIC 9(07) VALUE ZEROES.
059710 01  WK-HB-QUOT                 PIC 9(07) VALUE ZEROES.
059720 01  WK-HB-REMAINDER            PIC 9(07) VALUE ZEROES.
059730 01  WK-HB-START-TIME           PIC 9(08) VALUE ZEROES.
059740 01  WK-HB-START-PARTS REDEFINES WK-HB-START-TIME.
059750     05  WK-HB-START-HH         PIC 9(02).
059760     05  WK-HB-START-MM         PIC 9(02).
059770     05  WK-HB-START-SS         PIC 9(02).
059780     05  WK-HB-START-HD         PIC 9(02).
059790 01  WK-HB-NOW-TIME             PIC 9(08) VALUE ZEROES.
059800 01  WK-HB-NOW-PARTS REDEFINES WK-HB-NOW-TIME.
059810     05  WK-HB-NOW-HH           PIC 9(02).
059820     05  WK-HB-NOW-MM           PIC 9(02).
059830     05  WK-HB-NOW-SS           PIC 9(02).
059840     05  WK-HB-NOW-HD           PIC 9(02).
059850 01  WK-HB-START-HUND           PIC 9(09) VALUE ZEROES.
059860 01  WK-HB-NOW-HUND             PIC 9(09) VALUE ZEROES.
059870 01  WK-HB-ELAPSED-SECS         PIC 9(07) VALUE ZEROES.
059880 01  WK-HB-THROUGHPUT           PIC 9(05)V9(02) VALUE ZEROES.
059890 01  WK-HB-REMAIN-SECS          PIC 9(07) VALUE ZEROES.
059900 01  WK-HB-HEADING1.
059910     05  FILLER              PIC X(07) VALUE 'TIME   '.
059920     05  FILLER              PIC X(09) VALUE 'READ     '.
059930     05  FILLER              PIC X(09) VALUE 'PRICED   '.
059940     05  FILLER              PIC X(09) VALUE 'REJECT   '.
059950     05  FILLER              PIC X(09) VALUE 'QUARANT  '.
059960     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
059970     05  FILLER              PIC X(09) VALUE 'CHECKPT  '.
059980     05  FILLER              PIC X(10) VALUE 'BILLS/SEC '.
059990     05  FILLER              PIC X(13) VALUE 'EST-SECS-LEFT'.
060000 01  WK-HB-DETAIL-LINE.
060010     05  WK-HB-TIME          PIC X(06).
060020     05  FILLER              PIC X(01) VALUE SPACES.
060030     05  WK-HB-READ          PIC ZZZZZZ9.
060040     05  FILLER              PIC X(02) VALUE SPACES.
060050     05  WK-HB-PRICED        PIC ZZZZZZ9.
060060     05  FILLER              PIC X(02) VALUE SPACES.
060070     05  WK-HB-REJECTED      PIC ZZZZZZ9.
060080     05  FILLER              PIC X(02) VALUE SPACES.
060090     05  WK-HB-QUAR          PIC ZZZZZZ9.
060100     05  FILLER              PIC X(02) VALUE SPACES.
060110     05  WK-HB-PROVIDER      PIC X(06).
060120     05  FILLER              PIC X(03) VALUE SPACES.
060130     05  WK-HB-CHKPT         PIC ZZZZZZ9.
060140     05  FILLER              PIC X(02) VALUE SPACES.
060150     05  WK-HB-RATE          PIC ZZZZ9.99.
060160     05  FILLER              PIC X(05) VALUE SPACES.
060170     05  WK-HB-EST-LEFT      PIC ZZZZZZ9.
060180*--------------------------------------------------------*
060190* CLEAN-CLAIM INTEREST RATE TABLE AND WORK FIELDS.        *
060200*--------------------------------------------------------*
060210  01  WK-INTRATE-STATUS          PIC X(02) VALUE SPACES.
060220  01  WK-INTRATE-EOF             PIC X(01) VALUE 'N'.
060230      88  INTRATE-AT-EOF         VALUE 'Y'.
060240  01  WK-INTRATE-COUNT           PIC 9(02) VALUE ZEROES.
060250  01  INT-RATE-TABLE.
060260      05  IR-ENTRY OCCURS 50 TIMES
060270                   INDEXED BY IR-IDX IR-SIDX.
060280          10  IR-TAB-EFF-DATE    PIC 9(08).
060290          10  IR-TAB-END-DATE    PIC 9(08).
060300          10  IR-TAB-PCT         PIC 9(02)V9(03).
060310  01  WK-INT-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
060320      88  INT-RATE-WAS-FOUND     VALUE 'Y'.
060330  01  WK-INT-RUN-SERIAL          PIC 9(07) VALUE ZEROES.
060340  01  WK-INT-DAYS-LATE           PIC S9(05) VALUE ZEROES.
060350  01  WK-INT-AMT                 PIC 9(07)V9(02) VALUE ZEROES.
060360  01  WK-INT-BILLS               PIC 9(07) VALUE ZEROES.
060370  01  WK-TOT-INTEREST            PIC 9(11)V9(02) VALUE ZEROES.
060380*---------------------------------------------------------*
060390* DISASTER DECLARATION TABLE, THE CLAIMS ITS WAIVERS WERE  *
060400* APPLIED TO, AND WORK FIELDS.  A MISSING FILE MEANS NO    *
060410* DECLARATIONS ARE IN FORCE THIS RUN.                      *
060420*---------------------------------------------------------*
060430 01  WK-DSTR-STATUS             PIC X(02) VALUE SPACES.
060440 01  WK-DSTR-EOF                PIC X(01) VALUE 'N'.
060450     88  DSTR-AT-EOF            VALUE 'Y'.
060460 01  WK-DSTR-COUNT              PIC 9(02) VALUE ZEROES.
060470 01  WK-DSTR-ROWS               PIC 9(05) VALUE ZEROES.
060480 01  DISASTER-TABLE.
060490     05  DZ-ENTRY OCCURS 50 TIMES
060500                  INDEXED BY DZ-IDX DZ-SIDX.
060510         10  DZ-DECL-ID         PIC X(12).
060520         10  DZ-START-DATE      PIC 9(08).
060530         10  DZ-END-DATE        PIC 9(08).
060540         10  DZ-START-SERIAL    PIC 9(07).
060550         10  DZ-END-SERIAL      PIC 9(07).
060560         10  DZ-WAIVE-TF        PIC X(01).
060570             88  DZ-WAIVES-TF     VALUE 'Y'.
060580         10  DZ-WAIVE-INT       PIC X(01).
060590             88  DZ-WAIVES-INT    VALUE 'Y'.
060600         10  DZ-COUNTY-COUNT    PIC 9(03).
060610         10  DZ-COUNTY          PIC 9(05) OCCURS 200 TIMES.
060620         10  DZ-TF-CLAIMS       PIC 9(07).
060630         10  DZ-INT-CLAIMS      PIC 9(07).
060640         10  DZ-INT-DAYS        PIC 9(07).
060650 01  WK-DSTR-C                  PIC 9(03) COMP VALUE ZERO.
060660 01  WK-DSTR-N                  PIC 9(03) COMP VALUE ZERO.
060670 01  WK-DSTR-HIT                PIC 9(03) COMP VALUE ZERO.
060680 01  WK-DSTR-HIT-SW             PIC X(01) VALUE 'N'.
060690     88  BILL-IN-DISASTER       VALUE 'Y'.
060700 01  WK-DSTR-WANT               PIC X(01) VALUE SPACE.
060710     88  DSTR-WANT-TF           VALUE 'T'.
060720     88  DSTR-WANT-INT          VALUE 'I'.
060730 01  WK-DSTR-FROM-DATE          PIC 9(08) VALUE ZEROES.
060740 01  WK-DSTR-COUNTY             PIC 9(05) VALUE ZEROES.
060750 01  WK-DSTR-ERROR              PIC X(40) VALUE SPACES.
060760 01  WK-DSTR-LATE-FIRST         PIC 9(07) VALUE ZEROES.
060770 01  WK-DSTR-LATE-LAST          PIC 9(07) VALUE ZEROES.
060780 01  WK-DSTR-EXCUSED            PIC 9(05) VALUE ZEROES.
060790 01  WK-DSTR-TF-WAIVED          PIC 9(07) VALUE ZEROES.
060800 01  WK-DSTR-INT-BILLS          PIC 9(07) VALUE ZEROES.
060810 01  WK-DSTR-INT-DAYS           PIC 9(07) VALUE ZEROES.
060820 01  WK-DX-COUNT                PIC 9(05) VALUE ZEROES.
060830 01  WK-DX-DROPPED              PIC 9(07) VALUE ZEROES.
060840 01  DISASTER-CLAIM-TABLE.
060850     05  DX-ENTRY OCCURS 5000 TIMES
060860                  INDEXED BY DX-IDX.
060870         10  DX-DECL            PIC 9(03).
060880         10  DX-PROVIDER-NO     PIC X(06).
060890         10  DX-COUNTY          PIC 9(05).
060900         10  DX-DRG             PIC 9(03).
060910         10  DX-ADMIT-DATE      PIC 9(08).
060920         10  DX-DISCHARGE       PIC 9(08).
060930         10  DX-RECEIVED        PIC 9(08).
060940         10  DX-WAIVER          PIC X(01).
060950         10  DX-DAYS            PIC 9(05).
060960 01  WK-DZ-DECL-LINE.
060970     05  FILLER              PIC X(12) VALUE 'DECLARATION '.
060980     05  WK-DZ1-DECL-ID      PIC X(12).
060990     05  FILLER              PIC X(11) VALUE '  INCIDENT '.
061000     05  WK-DZ1-START        PIC 9(08).
061010     05  FILLER              PIC X(04) VALUE ' TO '.
061020     05  WK-DZ1-END          PIC X(08).
061030     05  FILLER              PIC X(11) VALUE '  COUNTIES '.
061040     05  WK-DZ1-COUNTIES     PIC ZZ9.
061050     05  FILLER              PIC X(09) VALUE '  WAIVES '.
061060     05  WK-DZ1-WAIVES       PIC X(22).
061070 01  WK-DZ-HEADING1.
061080     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
061090     05  FILLER              PIC X(07) VALUE 'COUNTY '.
061100     05  FILLER              PIC X(05) VALUE 'DRG  '.
061110     05  FILLER              PIC X(10) VALUE 'ADMITTED  '.
061120     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
061130     05  FILLER              PIC X(10) VALUE 'RECEIVED  '.
061140     05  FILLER              PIC X(24) VALUE 'WAIVER APPLIED'.
061150     05  FILLER              PIC X(05) VALUE ' DAYS'.
061160 01  WK-DZ-DETAIL-LINE.
061170     05  WK-DZ2-PROVIDER-NO  PIC X(06).
061180     05  FILLER              PIC X(03) VALUE SPACES.
061190     05  WK-DZ2-COUNTY       PIC 9(05).
061200     05  FILLER              PIC X(02) VALUE SPACES.
061210     05  WK-DZ2-DRG          PIC 9(03).
061220     05  FILLER              PIC X(02) VALUE SPACES.
061230     05  WK-DZ2-ADMIT        PIC 9(08).
061240     05  FILLER              PIC X(02) VALUE SPACES.
061250     05  WK-DZ2-DISCHARGE    PIC 9(08).
061260     05  FILLER              PIC X(02) VALUE SPACES.
061270     05  WK-DZ2-RECEIVED     PIC 9(08).
061280     05  FILLER              PIC X(02) VALUE SPACES.
061290     05  WK-DZ2-WAIVER       PIC X(24).
061300     05  WK-DZ2-DAYS         PIC ZZZZZ.
061310 01  WK-DZ-TOTAL-LINE.
061320     05  FILLER              PIC X(23) VALUE
061330         'TIMELY FILING WAIVED: '.
061340     05  WK-DZ3-TF-CLAIMS    PIC ZZZ,ZZ9.
061350     05  FILLER              PIC X(24) VALUE
061360         '   INTEREST SUSPENDED: '.
061370     05  WK-DZ3-INT-CLAIMS   PIC ZZZ,ZZ9.
061380     05  FILLER              PIC X(15) VALUE
061390         ' CLAIMS, DAYS: '.
061400     05  WK-DZ3-INT-DAYS     PIC Z,ZZZ,ZZ9.
061410*---------------------------------------------------------*
061420* PHYSICIAN EXCLUSION SCREEN - THE EXCLUSION LIST AND THE  *
061430* DEACTIVATED-NPI FILE, THE PHYSICIAN/HOSPITAL PAIRS (IN   *
061440* NPI, HOSPITAL AND BASIS ORDER) AND CLAIMS HELD FOR THE   *
061450* REPORT, AND WORK FIELDS.  A MISSING FILE SKIPS ITS HALF  *
061460* OF THE SCREEN.                                           *
061470*---------------------------------------------------------*
061480 01  WK-EXCL-STATUS             PIC X(02) VALUE SPACES.
061490 01  WK-EXCL-EOF                PIC X(01) VALUE 'N'.
061500     88  EXCL-AT-EOF            VALUE 'Y'.
061510 01  WK-EXCL-COUNT              PIC 9(05) VALUE ZEROES.
061520 01  EXCL-TABLE.
061530     05  XE-ENTRY OCCURS 20000 TIMES
061540                  INDEXED BY XE-IDX.
061550         10  XE-NPI10           PIC X(10).
061560         10  XE-EXCL-DATE       PIC 9(08).
061570         10  XE-REINSTATE-DATE  PIC 9(08).
061580         10  XE-EXCL-TYPE       PIC X(09).
061590         10  XE-NAME            PIC X(30).
061600 01  WK-DEACT-STATUS            PIC X(02) VALUE SPACES.
061610 01  WK-DEACT-EOF               PIC X(01) VALUE 'N'.
061620     88  DEACT-AT-EOF           VALUE 'Y'.
061630 01  WK-DEACT-COUNT             PIC 9(05) VALUE ZEROES.
061640 01  DEACT-TABLE.
061650     05  DV-ENTRY OCCURS 20000 TIMES
061660                  INDEXED BY DV-IDX.
061670         10  DV-NPI10           PIC X(10).
061680         10  DV-DEACT-DATE      PIC 9(08).
061690         10  DV-REACT-DATE      PIC 9(08).
061700         10  DV-REASON          PIC X(02).
061710 01  WK-PS-ROWS                 PIC 9(07) VALUE ZEROES.
061720 01  WK-PS-PRIOR-NPI            PIC X(10) VALUE SPACES.
061730 01  WK-PS-ERROR                PIC X(40) VALUE SPACES.
061740 01  WK-PS-NPI                  PIC X(10) VALUE SPACES.
061750 01  WK-PS-ROLE                 PIC X(01) VALUE SPACE.
061760 01  WK-PS-FROM-DATE            PIC 9(08) VALUE ZEROES.
061770 01  WK-PS-PAST-SW              PIC X(01) VALUE 'N'.
061780     88  PS-SCAN-PAST           VALUE 'Y'.
061790 01  WK-PS-HIT-SW               PIC X(01) VALUE SPACE.
061800     88  PS-HIT-EXCLUDED        VALUE 'E'.
061810     88  PS-HIT-DEACTIVATED     VALUE 'D'.
061820 01  WK-PS-BILL-BASIS           PIC X(01) VALUE SPACE.
061830     88  PS-BILL-EXCLUDED       VALUE 'E'.
061840     88  PS-BILL-DEACTIVATED    VALUE 'D'.
061850 01  WK-PS-BASIS-DATE           PIC 9(08) VALUE ZEROES.
061860 01  WK-PS-BASIS-END            PIC 9(08) VALUE ZEROES.
061870 01  WK-PS-BASIS-TYPE           PIC X(09) VALUE SPACES.
061880 01  WK-PS-NAME                 PIC X(30) VALUE SPACES.
061890 01  WK-PS-SCREENED             PIC 9(07) VALUE ZEROES.
061900 01  WK-PS-EXCL-HELD            PIC 9(07) VALUE ZEROES.
061910 01  WK-PS-DEACT-HELD           PIC 9(07) VALUE ZEROES.
061920 01  WK-PS-HELD-DOLLARS         PIC 9(11)V9(02) VALUE ZEROES.
061930 01  WK-PS-RPT-DROPPED          PIC 9(07) VALUE ZEROES.
061940 01  WK-PG-KEY.
061950     05  WK-PG-KEY-NPI10        PIC X(10).
061960     05  WK-PG-KEY-PROVIDER-NO  PIC X(06).
061970     05  WK-PG-KEY-BASIS        PIC X(01).
061980 01  WK-PG-FOUND-SW             PIC X(01) VALUE 'N'.
061990     88  PG-PAIR-FOUND          VALUE 'Y'.
062000 01  WK-PG-I                    PIC 9(04) VALUE ZEROES.
062010 01  WK-PG-POS                  PIC 9(04) VALUE ZEROES.
062020 01  WK-PG-COUNT                PIC 9(04) VALUE ZEROES.
062030 01  PHYS-GROUP-TABLE.
062040     05  PG-ENTRY OCCURS 1000 TIMES
062050                  INDEXED BY PG-IDX PG-SIDX.
062060         10  PG-KEY.
062070             15  PG-NPI10       PIC X(10).
062080             15  PG-PROVIDER-NO PIC X(06).
062090             15  PG-BASIS       PIC X(01).
062100         10  PG-BASIS-DATE      PIC 9(08).
062110         10  PG-BASIS-END       PIC 9(08).
062120         10  PG-BASIS-TYPE      PIC X(09).
062130         10  PG-NAME            PIC X(30).
062140         10  PG-CLAIMS          PIC 9(07).
062150         10  PG-DOLLARS         PIC 9(11)V9(02).
062160 01  WK-PC-COUNT                PIC 9(05) VALUE ZEROES.
062170 01  PHYS-CLAIM-TABLE.
062180     05  PC-ENTRY OCCURS 5000 TIMES
062190                  INDEXED BY PC-IDX.
062200         10  PC-KEY             PIC X(17).
062210         10  PC-ROLE            PIC X(01).
062220         10  PC-CLAIM-SEQ       PIC 9(09).
062230         10  PC-MBI             PIC X(11).
062240         10  PC-DRG             PIC 9(03).
062250         10  PC-ADMIT-DATE      PIC 9(08).
062260         10  PC-DISCHARGE       PIC 9(08).
062270         10  PC-PAYMENT         PIC 9(09)V9(02).
062280 01  WK-PX-GROUP-LINE.
062290     05  FILLER              PIC X(10) VALUE 'PHYSICIAN '.
062300     05  WK-PX1-NPI10        PIC X(10).
062310     05  FILLER              PIC X(02) VALUE SPACES.
062320     05  WK-PX1-NAME         PIC X(30).
062330     05  FILLER              PIC X(10) VALUE ' HOSPITAL '.
062340     05  WK-PX1-PROVIDER-NO  PIC X(06).
062350     05  FILLER              PIC X(02) VALUE SPACES.
062360     05  WK-PX1-BASIS        PIC X(16).
062370     05  WK-PX1-FROM         PIC 9(08).
062380     05  FILLER              PIC X(04) VALUE ' TO '.
062390     05  WK-PX1-TO           PIC X(08).
062400     05  FILLER              PIC X(02) VALUE SPACES.
062410     05  WK-PX1-TYPE         PIC X(09).
062420 01  WK-PX-HEADING1.
062430     05  FILLER              PIC X(11) VALUE 'ROLE       '.
062440     05  FILLER              PIC X(11) VALUE 'CLAIM-SEQ  '.
062450     05  FILLER              PIC X(12) VALUE 'MBI         '.
062460     05  FILLER              PIC X(05) VALUE 'DRG  '.
062470     05  FILLER              PIC X(10) VALUE 'ADMITTED  '.
062480     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
062490     05  FILLER              PIC X(16) VALUE '    PAYMENT HELD'.
062500 01  WK-PX-DETAIL-LINE.
062510     05  WK-PX2-ROLE         PIC X(09).
062520     05  FILLER              PIC X(02) VALUE SPACES.
062530     05  WK-PX2-CLAIM-SEQ    PIC 9(09).
062540     05  FILLER              PIC X(02) VALUE SPACES.
062550     05  WK-PX2-MBI          PIC X(11).
062560     05  FILLER              PIC X(01) VALUE SPACES.
062570     05  WK-PX2-DRG          PIC 9(03).
062580     05  FILLER              PIC X(02) VALUE SPACES.
062590     05  WK-PX2-ADMIT        PIC 9(08).
062600     05  FILLER              PIC X(02) VALUE SPACES.
062610     05  WK-PX2-DISCHARGE    PIC 9(08).
062620     05  FILLER              PIC X(02) VALUE SPACES.
062630     05  WK-PX2-PAYMENT      PIC Z,ZZZ,ZZZ,ZZ9.99.
062640 01  WK-PX-TOTAL-LINE.
062650     05  FILLER              PIC X(13) VALUE 'CLAIMS HELD: '.
062660     05  WK-PX3-CLAIMS       PIC ZZZ,ZZ9.
062670     05  FILLER              PIC X(17) VALUE
062680         '   PAYMENT HELD: '.
062690     05  WK-PX3-DOLLARS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
062700 01  WK-PX-RUN-LINE.
062710     05  FILLER              PIC X(34) VALUE
062720         'CLAIMS HELD - EXCLUDED PHYSICIAN: '.
062730     05  WK-PX4-EXCL         PIC ZZZ,ZZ9.
062740     05  FILLER              PIC X(20) VALUE
062750         '   DEACTIVATED NPI: '.
062760     05  WK-PX4-DEACT        PIC ZZZ,ZZ9.
062770     05  FILLER              PIC X(17) VALUE
062780         '   PAYMENT HELD: '.
062790     05  WK-PX4-DOLLARS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
062800 01  WK-OPRATE-STATUS           PIC X(02) VALUE SPACES.
062810 01  WK-OPRATE-EOF              PIC X(01) VALUE 'N'.
062820     88  OPRATE-AT-EOF          VALUE 'Y'.
062830 01  WK-OPRATE-COUNT            PIC 9(03) VALUE ZEROES.
062840 01  WK-STCCR-STATUS            PIC X(02) VALUE SPACES.
062850 01  WK-STCCR-EOF               PIC X(01) VALUE 'N'.
062860     88  STCCR-AT-EOF           VALUE 'Y'.
062870 01  WK-STCCR-COUNT             PIC 9(03) VALUE ZEROES.
062880 01  WK-GEODSG-STATUS           PIC X(02) VALUE SPACES.
062890 01  WK-GEODSG-EOF              PIC X(01) VALUE 'N'.
062900     88  GEODSG-AT-EOF          VALUE 'Y'.
062910 01  WK-GEODSG-COUNT            PIC 9(04) VALUE ZEROES.
062920 01  WK-GEODSG-FY-BEGIN         PIC 9(08) VALUE ZEROES.
062930 01  WK-GEODSG-FY-END           PIC 9(08) VALUE ZEROES.
062940 01  WK-RUFL-STATUS             PIC X(02) VALUE SPACES.
062950 01  WK-RUFL-EOF                PIC X(01) VALUE 'N'.
062960     88  RUFL-AT-EOF            VALUE 'Y'.
062970 01  WK-RUFL-COUNT              PIC 9(03) VALUE ZEROES.
062980 01  WK-PREVWI-STATUS           PIC X(02) VALUE SPACES.
062990 01  WK-PREVWI-EOF              PIC X(01) VALUE 'N'.
063000     88  PREVWI-AT-EOF          VALUE 'Y'.
063010 01  WK-PREVWI-COUNT            PIC 9(05) VALUE ZEROES.
063020 01  WK-OUTMIG-STATUS           PIC X(02) VALUE SPACES.
063030 01  WK-OUTMIG-EOF              PIC X(01) VALUE 'N'.
063040     88  OUTMIG-AT-EOF          VALUE 'Y'.
063050 01  WK-OUTMIG-COUNT            PIC 9(04) VALUE ZEROES.
063060 01  WK-MIDNT-STATUS            PIC X(02) VALUE SPACES.
063070 01  WK-MIDNT-EOF               PIC X(01) VALUE 'N'.
063080     88  MIDNT-AT-EOF           VALUE 'Y'.
063090 01  WK-MIDNT-COUNT             PIC 9(03) VALUE ZEROES.
063100 01  WK-DSPCTL-STATUS           PIC X(02) VALUE SPACES.
063110 01  WK-DSPCTL-EOF              PIC X(01) VALUE 'N'.
063120     88  DSPCTL-AT-EOF          VALUE 'Y'.
063130 01  WK-DSPCTL-COUNT            PIC 9(03) VALUE ZEROES.
063140 01  WK-DSPCTL-BADRECS          PIC 9(03) VALUE ZEROES.
063150 01  WK-DSPCTL-PREV-I           PIC 9(04) COMP VALUE ZEROES.
063160*---------------------------------------------------------*
063170* SEQUESTRATION RATE TABLE AND PER-BILL REDUCTION AMOUNT.   *
063180*---------------------------------------------------------*
063190 01  WK-SEQRATE-STATUS          PIC X(02) VALUE SPACES.
063200 01  WK-SEQRATE-EOF             PIC X(01) VALUE 'N'.
063210     88  SEQRATE-AT-EOF         VALUE 'Y'.
063220 01  WK-SEQRATE-COUNT           PIC 9(02) VALUE ZEROES.
063230 01  SEQ-RATE-TABLE.
063240     05  SQ-ENTRY OCCURS 50 TIMES
063250                  INDEXED BY SQ-IDX SQ-SIDX.
063260         10  SQ-TAB-EFF-DATE    PIC 9(08).
063270         10  SQ-TAB-END-DATE    PIC 9(08).
063280         10  SQ-TAB-PCT         PIC 9(01)V9(04).
063290 01  WK-SEQ-AMT                 PIC 9(09)V9(02) VALUE ZEROES.
063300 01  WK-TOT-SEQUESTERED         PIC 9(11)V9(02) VALUE ZEROES.
063310*---------------------------------------------------------*
063320* DRG PLAUSIBILITY RULES TABLE AND SCREENING WORK FIELDS.   *
063330*---------------------------------------------------------*
063340  01  WK-DRGRULES-STATUS         PIC X(02) VALUE SPACES.
063350  01  WK-DRGRULES-EOF            PIC X(01) VALUE 'N'.
063360      88  DRGRULES-AT-EOF        VALUE 'Y'.
063370  01  WK-DRGRULES-COUNT          PIC 9(03) VALUE ZEROES.
063380  01  DRG-RULES-TABLE.
063390      05  RL-ENTRY OCCURS 500 TIMES
063400                   INDEXED BY RL-IDX RL-SIDX.
063410          10  RL-DRG             PIC X(03).
063420          10  RL-KIND            PIC X(02).
063430          10  RL-CODE            PIC X(07).
063440          10  RL-LEN             PIC 9(01).
063450  01  WK-RULE-HIT-SW             PIC X(01) VALUE 'N'.
063460      88  RULE-CODE-FOUND        VALUE 'Y'.
063470  01  WK-SCREEN-VIOLATIONS       PIC 9(07) VALUE ZEROES.
063480  01  WK-SCR-HEADING1.
063490      05  FILLER              PIC X(09) VALUE 'PROVIDER '.
063500      05  FILLER              PIC X(05) VALUE 'DRG  '.
063510      05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
063520      05  FILLER              PIC X(05) VALUE 'RULE '.
063530      05  FILLER              PIC X(09) VALUE 'PATTERN  '.
063540      05  FILLER              PIC X(36) VALUE 'REASON'.
063550  01  WK-SCR-DETAIL-LINE.
063560      05  WK-SC-PROVIDER-NO   PIC X(06).
063570      05  FILLER              PIC X(03) VALUE SPACES.
063580      05  WK-SC-DRG           PIC 9(03).
063590      05  FILLER              PIC X(02) VALUE SPACES.
063600      05  WK-SC-DISCHARGE     PIC 9(08).
063610      05  FILLER              PIC X(03) VALUE SPACES.
063620      05  WK-SC-KIND          PIC X(02).
063630      05  FILLER              PIC X(03) VALUE SPACES.
063640      05  WK-SC-CODE          PIC X(07).
063650      05  FILLER              PIC X(02) VALUE SPACES.
063660      05  WK-SC-REASON        PIC X(40).
063670 01  WK-PT-COUNT                PIC 9(05) VALUE ZEROES.
063680 01  PASS-THRU-TABLE.
063690     05  PT-ENTRY OCCURS 2000 TIMES
063700                  INDEXED BY PT-IDX PT-SIDX.
063710         10  PT-PROVIDER-NO     PIC X(06).
063720         10  PT-DAYS-PRICED     PIC 9(07).
063730         10  PT-RATE-CAPITAL    PIC 9(04)V9(02).
063740         10  PT-RATE-DIR-MED-ED PIC 9(04)V9(02).
063750         10  PT-RATE-ORGAN-ACQ  PIC 9(04)V9(02).
063760 01  WK-PT-DAYS-USED            PIC 9(05) VALUE ZEROES.
063770*----------------------------------------------------------*
063780* MONTH-TO-DATE ACCUMULATION TABLE AND REPORT LINES.         *
063790*----------------------------------------------------------*
063800 01  WK-MTDIN-STATUS            PIC X(02) VALUE SPACES.
063810 01  WK-MTDIN-EOF               PIC X(01) VALUE 'N'.
063820     88  MTDIN-AT-EOF           VALUE 'Y'.
063830 01  WK-MTD-RESET-SW            PIC X(01) VALUE 'N'.
063840     88  MTD-PERIOD-RESET       VALUE 'Y'.
063850 01  WK-MTD-COUNT               PIC 9(05) VALUE ZEROES.
063860 01  MTD-TABLE.
063870     05  MTD-ENTRY OCCURS 2000 TIMES
063880                   INDEXED BY MTD-IDX MTD-SIDX.
063890         10  MTD-PROVIDER-NO    PIC X(06).
063900         10  MTD-BILL-COUNT     PIC 9(07).
063910         10  MTD-TOT-CHARGES    PIC 9(11)V9(02).
063920         10  MTD-TOT-PAYMENT    PIC 9(11)V9(02).
063930 01  WK-MTD-HEADING1.
063940     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
063950     05  FILLER              PIC X(10) VALUE 'MTD-BILLS '.
063960     05  FILLER              PIC X(18) VALUE '   MTD-CHARGES    '.
063970     05  FILLER              PIC X(18) VALUE '   MTD-PAYMENT    '.
063980 01  WK-MTD-DETAIL-LINE.
063990     05  WK-MT-PROVIDER-NO   PIC X(06).
064000     05  FILLER              PIC X(03) VALUE SPACES.
064010     05  WK-MT-BILL-COUNT    PIC ZZZ,ZZ9.
064020     05  FILLER              PIC X(03) VALUE SPACES.
064030     05  WK-MT-CHARGES       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
064040     05  FILLER              PIC X(02) VALUE SPACES.
064050     05  WK-MT-PAYMENT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
064060*----------------------------------------------------------*
064070* RE-PRICE COMPARISON MODE WORK FIELDS AND REPORT LINES.     *
064080*----------------------------------------------------------*
064090 01  WK-PRIORPPS-STATUS         PIC X(02) VALUE SPACES.
064100 01  WK-PRIOR-EOF               PIC X(01) VALUE 'N'.
064110     88  PRIOR-AT-EOF           VALUE 'Y'.
064120 01  WK-PRIOR-MATCH-SW          PIC X(01) VALUE 'N'.
064130     88  PRIOR-ROW-MATCHED      VALUE 'Y'.
064140 01  WK-CMP-PAID-MORE           PIC 9(07) VALUE ZEROES.
064150 01  WK-CMP-PAID-LESS           PIC 9(07) VALUE ZEROES.
064160 01  WK-CMP-UNCHANGED           PIC 9(07) VALUE ZEROES.
064170 01  WK-CMP-NEW-ONLY            PIC 9(07) VALUE ZEROES.
064180 01  WK-CMP-PRIOR-ONLY          PIC 9(07) VALUE ZEROES.
064190 01  WK-CMP-DELTA               PIC S9(09)V9(02) VALUE ZEROES.
064200 01  WK-CMP-NET-DELTA           PIC S9(11)V9(02) VALUE ZEROES.
064210 01  WK-CMP-HEADING1.
064220     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
064230     05  FILLER              PIC X(04) VALUE 'DRG '.
064240     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
064250     05  FILLER              PIC X(08) VALUE 'OLD-RTC '.
064260     05  FILLER              PIC X(08) VALUE 'NEW-RTC '.
064270     05  FILLER              PIC X(13) VALUE '   OLD-PAY   '.
064280     05  FILLER              PIC X(13) VALUE '   NEW-PAY   '.
064290     05  FILLER              PIC X(14) VALUE '    DELTA     '.
064300     05  FILLER              PIC X(08) VALUE ' OLD-WI '.
064310     05  FILLER              PIC X(08) VALUE ' NEW-WI '.
064320 01  WK-CMP-DETAIL-LINE.
064330     05  WK-CM-PROVIDER-NO   PIC X(06).
064340     05  FILLER              PIC X(03) VALUE SPACES.
064350     05  WK-CM-DRG           PIC 9(03).
064360     05  FILLER              PIC X(01) VALUE SPACES.
064370     05  WK-CM-DISCHARGE     PIC 9(08).
064380     05  FILLER              PIC X(04) VALUE SPACES.
064390     05  WK-CM-OLD-RTC       PIC 9(02).
064400     05  FILLER              PIC X(06) VALUE SPACES.
064410     05  WK-CM-NEW-RTC       PIC 9(02).
064420     05  FILLER              PIC X(03) VALUE SPACES.
064430     05  WK-CM-OLD-PAY       PIC Z,ZZZ,ZZ9.99.
064440     05  FILLER              PIC X(01) VALUE SPACES.
064450     05  WK-CM-NEW-PAY       PIC Z,ZZZ,ZZ9.99.
064460     05  FILLER              PIC X(01) VALUE SPACES.
064470     05  WK-CM-DELTA         PIC -Z,ZZZ,ZZ9.99.
064480     05  FILLER              PIC X(02) VALUE SPACES.
064490     05  WK-CM-OLD-WI        PIC Z9.9999.
064500     05  FILLER              PIC X(01) VALUE SPACES.
064510     05  WK-CM-NEW-WI        PIC Z9.9999.
064520*----------------------------------------------------------*
064530* PRICING TRACE MODE CONTROLS AND REPORT LINES.              *
064540*----------------------------------------------------------*
064550 01  WK-TRCPARM-STATUS          PIC X(02) VALUE SPACES.
064560 01  WK-TRACE-SW                PIC X(01) VALUE 'N'.
064570     88  TRACE-MODE             VALUE 'Y'.
064580 01  WK-TRC-PROVIDER            PIC X(06) VALUE SPACES.
064590 01  WK-TRC-DATE                PIC X(08) VALUE SPACES.
064600 01  WK-BILLS-TRACED            PIC 9(05) VALUE ZEROES.
064610 01  WK-TRACE-HEAD-LINE.
064620     05  FILLER              PIC X(25) VALUE
064630         'PRICING TRACE - PROVIDER '.
064640     05  WK-TH-PROVIDER-NO   PIC X(06).
064650     05  FILLER              PIC X(06) VALUE ' DRG  '.
064660     05  WK-TH-DRG           PIC 9(03).
064670     05  FILLER              PIC X(12) VALUE ' DISCHARGE  '.
064680     05  WK-TH-DISCHARGE     PIC 9(08).
064690     05  FILLER              PIC X(06) VALUE ' RTC  '.
064700     05  WK-TH-RTC           PIC 9(02).
064710 01  WK-TRACE-DETAIL-LINE.
064720     05  WK-TRC-LABEL        PIC X(30).
064730     05  WK-TRC-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.9(04).
064740 01  WK-TRACE-RULE-LINE     PIC X(62) VALUE ALL '='.
064750 01  WK-BILLS-CANCELLED         PIC 9(07) VALUE ZEROES.
064760 01  WK-DUP-SW                  PIC X(01) VALUE 'N'.
064770     88  BILL-IS-DUPLICATE      VALUE 'Y'.
064780 01  WK-DUP-KEY-COUNT           PIC 9(05) VALUE ZEROES.
064790 01  WK-DUP-KEYS-DROPPED        PIC 9(07) VALUE ZEROES.
064800 01  WK-TABLE-DROPS             PIC 9(07) VALUE ZEROES.
064810*        ACCUMULATION-TABLE ROWS DROPPED AT CAPACITY - A
064820*        NONZERO COUNT MEANS CONTROL TOTALS ARE INCOMPLETE
064830 01  WK-LG-FULL-SW              PIC X(01) VALUE 'N'.
064840     88  LEDGER-ROW-MISSING     VALUE 'Y'.
064850 01  WK-LEDGER-OVFL-SW          PIC X(01) VALUE 'N'.
064860     88  LEDGER-OVERFLOWED      VALUE 'Y'.
064870 01  DUP-KEY-TABLE.
064880     05  DK-ENTRY OCCURS 20000 TIMES
064890                  INDEXED BY DK-IDX DK-SIDX.
064900         10  DK-PROVIDER-NO     PIC X(06).
064910         10  DK-DISCHARGE-DATE  PIC 9(08).
064920         10  DK-DRG             PIC 9(03).
064930         10  DK-CHARGES         PIC 9(07)V9(02).
064940         10  DK-FIRST-SEQ       PIC 9(07).
064950 01  WK-DUP-HEADING1.
064960     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
064970     05  FILLER              PIC X(05) VALUE 'DRG  '.
064980     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
064990     05  FILLER              PIC X(14) VALUE 'CHARGES       '.
065000     05  FILLER              PIC X(11) VALUE 'FIRST-REC  '.
065010     05  FILLER              PIC X(11) VALUE 'DUP-REC    '.
065020 01  WK-DUP-DETAIL-LINE.
065030     05  WK-DP-PROVIDER-NO   PIC X(06).
065040     05  FILLER              PIC X(03) VALUE SPACES.
065050     05  WK-DP-DRG           PIC 9(03).
065060     05  FILLER              PIC X(02) VALUE SPACES.
065070     05  WK-DP-DISCHARGE-DATE PIC 9(08).
065080     05  FILLER              PIC X(02) VALUE SPACES.
065090     05  WK-DP-CHARGES       PIC Z,ZZZ,ZZ9.99.
065100     05  FILLER              PIC X(02) VALUE SPACES.
065110     05  WK-DP-FIRST-SEQ     PIC ZZZ,ZZ9.
065120     05  FILLER              PIC X(04) VALUE SPACES.
065130     05  WK-DP-DUP-SEQ       PIC ZZZ,ZZ9.
065140     05  FILLER              PIC X(02) VALUE SPACES.
065150     05  WK-DP-CLAIM-SEQ     PIC 9(09).
065160*----------------------------------------------------------*
065170* PER-BILL PAYMENT SUMMARY REPORT LINE.                    *
065180*----------------------------------------------------------*
065190 01  WK-SUMMARY-HEADING1.
065200     05  FILLER                  PIC X(09) VALUE 'PROVIDER '.
065210     05  FILLER                  PIC X(05) VALUE 'DRG  '.
065220     05  FILLER                  PIC X(10) VALUE 'DISCHARGE '.
065230     05  FILLER                  PIC X(12) VALUE '  OPER-HSP  '.
065240     05  FILLER                  PIC X(12) VALUE '  OPER-FSP  '.
065250     05  FILLER                  PIC X(12) VALUE ' OPER-OUTLR '.
065260     05  FILLER                  PIC X(12) VALUE '  OPER-DSH  '.
065270     05  FILLER                  PIC X(12) VALUE '  OPER-IME  '.
065280     05  FILLER                  PIC X(12) VALUE ' CAPI-TOTAL '.
065290     05  FILLER                  PIC X(12) VALUE '  NEW-TECH  '.
065300     05  FILLER        PIC X(16) VALUE '      TOTAL-PAY '.
065310 01  WK-SUMMARY-DETAIL-LINE.
065320     05  WK-SUM-PROVIDER-NO      PIC X(06).
065330     05  FILLER                  PIC X(03) VALUE SPACES.
065340     05  WK-SUM-DRG              PIC 9(03).
065350     05  FILLER                  PIC X(02) VALUE SPACES.
065360     05  WK-SUM-DISCHARGE-DATE   PIC 9(08).
065370     05  FILLER                  PIC X(02) VALUE SPACES.
065380     05  WK-SUM-OPER-HSP         PIC ZZZ,ZZ9.99.
065390     05  FILLER                  PIC X(02) VALUE SPACES.
065400     05  WK-SUM-OPER-FSP         PIC ZZZ,ZZ9.99.
065410     05  FILLER                  PIC X(02) VALUE SPACES.
065420     05  WK-SUM-OPER-OUTLIER     PIC ZZZ,ZZ9.99.
065430     05  FILLER                  PIC X(02) VALUE SPACES.
065440     05  WK-SUM-OPER-DSH         PIC ZZZ,ZZ9.99.
065450     05  FILLER                  PIC X(02) VALUE SPACES.
065460     05  WK-SUM-OPER-IME         PIC ZZZ,ZZ9.99.
065470     05  FILLER                  PIC X(02) VALUE SPACES.
065480     05  WK-SUM-CAPI-TOTAL       PIC ZZZ,ZZ9.99.
065490     05  FILLER                  PIC X(02) VALUE SPACES.
065500     05  WK-SUM-NEW-TECH         PIC ZZZ,ZZ9.99.
065510     05  FILLER                  PIC X(02) VALUE SPACES.
065520     05  WK-SUM-TOTAL-PAYMENT    PIC Z,ZZZ,ZZZ,ZZ9.99.
065530*----------------------------------------------------------*
065540* PROVIDER/DRG RECONCILIATION TABLE - ACCUMULATES BILL      *
065550* COUNT, TOTAL CHARGES, AND TOTAL PAYMENT PER DISTINCT       *
065560* PROVIDER/DRG COMBINATION ACROSS THE WHOLE RUN.             *
065570*----------------------------------------------------------*
065580 01  WK-RECON-COUNT              PIC 9(05) VALUE ZEROES.
065590 01  RECON-TABLE.
065600     05  RC-ENTRY OCCURS 5000 TIMES
065610                  INDEXED BY RC-IDX RC-SIDX.
065620         10  RC-PROVIDER-NO      PIC X(06).
065630         10  RC-DRG              PIC 9(03).
065640         10  RC-BILL-COUNT       PIC 9(07).
065650         10  RC-TOTAL-CHARGES    PIC 9(09)V9(02).
065660         10  RC-TOTAL-PAYMENT    PIC 9(09)V9(02).
065670*----------------------------------------------------------*
065680* OUTLIER RECONCILIATION TABLE - ACCUMULATES DAY-OUTLIER AND *
065690* COST-OUTLIER BILL COUNTS AND TOTAL OUTLIER PAYMENT PER     *
065700* DISTINCT PROVIDER/DRG COMBINATION.  ONLY POPULATED WHEN     *
065710* OUTLIER-RECON-MODE IS ON FOR THIS RUN.                      *
065720*----------------------------------------------------------*
065730 01  WK-OUTL-RECON-COUNT         PIC 9(05) VALUE ZEROES.
065740 01  OUTLIER-RECON-TABLE.
065750     05  OR-ENTRY OCCURS 5000 TIMES
065760                  INDEXED BY OR-IDX OR-SIDX.
065770         10  OR-PROVIDER-NO      PIC X(06).
065780         10  OR-DRG              PIC 9(03).
065790         10  OR-DAYS-OUTLIER-CNT PIC 9(07).
065800         10  OR-COST-OUTLIER-CNT PIC 9(07).
065810         10  OR-TOTAL-OUTLIER-PAY PIC 9(09)V9(02).
065820*----------------------------------------------------------*
065830* UNCOMPENSATED CARE (FACTOR 3) TRENDING TABLE - ACCUMULATES *
065840* BILL COUNT AND TOTAL UNCOMPENSATED CARE PAYMENT PER        *
065850* DISTINCT PROVIDER/DISCHARGE-YEAR COMBINATION SEEN.         *
065860*----------------------------------------------------------*
065870 01  WK-UC-COUNT                 PIC 9(05) VALUE ZEROES.
065880 01  WK-UC-DISCHG-YEAR           PIC 9(04).
065890 01  UC-TABLE.
065900     05  UC-ENTRY OCCURS 5000 TIMES
065910                  INDEXED BY UC-IDX UC-SIDX.
065920         10  UC-PROVIDER-NO      PIC X(06).
065930         10  UC-YEAR             PIC 9(04).
065940         10  UC-BILL-COUNT       PIC 9(07).
065950         10  UC-TOTAL-AMOUNT     PIC 9(09)V9(02).
065960*----------------------------------------------------------*
065970* UNCOMPENSATED CARE TRENDING REPORT HEADING AND DETAIL.     *
065980*----------------------------------------------------------*
065990 01  WK-UC-HEADING1.
066000     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
066010     05  FILLER              PIC X(06) VALUE 'YEAR  '.
066020     05  FILLER              PIC X(08) VALUE 'BILLS   '.
066030     05  FILLER              PIC X(20) VALUE 'TOTAL UNCOMP CARE'.
066040 01  WK-UC-DETAIL-LINE.
066050     05  WK-UC-PROVIDER-NO   PIC X(06).
066060     05  FILLER              PIC X(03) VALUE SPACES.
066070     05  WK-UC-YEAR          PIC 9(04).
066080     05  FILLER              PIC X(03) VALUE SPACES.
066090     05  WK-UC-BILL-COUNT    PIC ZZZ,ZZ9.
066100     05  FILLER              PIC X(03) VALUE SPACES.
066110     05  WK-UC-TOTAL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
066120*----------------------------------------------------------*
066130* PROVIDER WAGE INDEX HISTORY TABLE - ACCUMULATES THE LAST   *
066140* CBSA/WAGE INDEX SEEN PER DISTINCT PROVIDER/FISCAL-YEAR-    *
066150* MODULE COMBINATION SO A CROSS-FISCAL-YEAR HISTORY LINE CAN *
066160* BE APPENDED TO A RUNNING HISTORY FILE AT END OF RUN.        *
066170*----------------------------------------------------------*
066180 01  WK-WIHIST-COUNT             PIC 9(05) VALUE ZEROES.
066190 01  WIHIST-TABLE.
066200     05  WIHIST-ENTRY OCCURS 5000 TIMES
066210                  INDEXED BY WIHIST-IDX WIHIST-SIDX.
066220         10  WIHIST-PROVIDER-NO  PIC X(06).
066230         10  WIHIST-FY-MODULE    PIC X(08).
066240         10  WIHIST-CBSA-USED    PIC X(05).
066250         10  WIHIST-WAGE-INDEX   PIC S9(02)V9(04).
066260* EDIT-ERROR/REJECTION REPORT HEADING AND DETAIL LINE.       *
066270*----------------------------------------------------------*
066280 01  WK-EDIT-ERR-HEADING1.
066290     05  FILLER                  PIC X(09) VALUE 'PROVIDER '.
066300     05  FILLER                  PIC X(05) VALUE 'DRG  '.
066310     05  FILLER                  PIC X(11) VALUE 'DISCHARGE  '.
066320     05  FILLER                  PIC X(05) VALUE 'RTC  '.
066330     05  FILLER                  PIC X(40) VALUE
066340         'REASON'.
066350 01  WK-EDIT-ERR-DETAIL-LINE.
066360     05  WK-ERR-PROVIDER-NO      PIC X(06).
066370     05  FILLER                  PIC X(03) VALUE SPACES.
066380     05  WK-ERR-DRG              PIC 9(03).
066390     05  FILLER                  PIC X(02) VALUE SPACES.
066400     05  WK-ERR-DISCHARGE-DATE   PIC 9(08).
066410     05  FILLER                  PIC X(03) VALUE SPACES.
066420     05  WK-ERR-RTC              PIC 9(02).
066430     05  FILLER                  PIC X(03) VALUE SPACES.
066440     05  WK-ERR-REASON           PIC X(40).
066450     05  FILLER                  PIC X(02) VALUE SPACES.
066460     05  WK-ERR-CLAIM-SEQ        PIC 9(09).
066470*----------------------------------------------------------*
066480* IN-MEMORY PROVIDER LOOKUP TABLE - LOADED FROM PROVMAST.  *
066490* ONE ROW PER EFFECTIVE-DATED SEGMENT; A PROVIDER WITH     *
066500* SEVERAL DATED SEGMENTS OCCUPIES SEVERAL ROWS.            *
066510*----------------------------------------------------------*
066520 01  PROV-MAST-TABLE.
066530     05  PM-ENTRY OCCURS 2000 TIMES
066540                  INDEXED BY PM-IDX PM-SIDX.
066550         10  PM-KEY-NO          PIC X(06).
066560         10  PM-KEY-EFF-DATE    PIC 9(08).
066570         10  PM-KEY-RECORD      PIC X(310).
066580 01  WK-PROVMAST-STATUS         PIC X(02) VALUE SPACES.
066590 01  WK-PROV-BEST-EFF           PIC 9(08) VALUE ZEROES.
066600*----------------------------------------------------------*
066610* OLD-FORMAT (PRE-MILLENNIUM) PROVIDER RECORD VIEW AND THE  *
066620* NEW-FORMAT HOLD AREA THE LOAD-TIME UPGRADE BUILDS.  THE   *
066630* OLD LAYOUT MIRRORS W-PROV-OLD-HOLD IN PPDRV215.           *
066640*----------------------------------------------------------*
066650 01  WK-OLD-PROV-REC.
066660     05  OP-PROVIDER-NO         PIC X(06).
066670     05  OP-EFF-DATE.
066680         10  OP-EFF-YY          PIC 9(02).
066690         10  OP-EFF-MM          PIC 9(02).
066700         10  OP-EFF-DD          PIC 9(02).
066710     05  OP-WAIVER-CODE         PIC X(01).
066720     05  OP-PROVIDER-TYPE       PIC X(02).
066730     05  OP-CURRENT-CENSUS-DIV  PIC X(01).
066740     05  OP-PPS-BLEND-YR-IND    PIC X(01).
066750     05  OP-MSA-X               PIC X(04).
066760     05  OP-FISCAL-YEAR-END.
066770         10  OP-FYE-MM          PIC 9(02).
066780         10  OP-FYE-DD          PIC 9(02).
066790         10  OP-FYE-YY          PIC 9(02).
066800     05  OP-FAC-SPEC-RATE       PIC 9(05)V9(02).
066810     05  OP-COLA                PIC 9(01)V9(03).
066820     05  OP-INTERN-RATIO        PIC 9(01)V9(04).
066830     05  OP-PRUP-UPDT-FACTOR    PIC 9(01)V9(05).
066840     05  OP-BED-SIZE            PIC 9(05).
066850     05  OP-DSH-PERCENT         PIC V9(04).
066860     05  OP-CCR                 PIC 9(01)V9(03).
066870     05  OP-CMI                 PIC 9(01)V9(04).
066880     05  FILLER                 PIC X(01).
066890     05  OP-REPORT-DATE.
066900         10  OP-RPT-MM          PIC 9(02).
066910         10  OP-RPT-DD          PIC 9(02).
066920         10  OP-RPT-YY          PIC 9(02).
066930     05  FILLER                 PIC X(01).
066940     05  OP-INTER-NO            PIC X(05).
066950     05  OP-FY-BEGIN-DATE.
066960         10  OP-FYB-MM          PIC 9(02).
066970         10  OP-FYB-DD          PIC 9(02).
066980         10  OP-FYB-YY          PIC 9(02).
066990     05  OP-PASS-AMT-CAPITAL    PIC 9(04)V9(02).
067000     05  OP-PASS-AMT-DIR-MED-ED PIC 9(04)V9(02).
067010     05  OP-PASS-AMT-ORGAN-ACQ  PIC 9(04)V9(02).
067020     05  OP-PASS-AMT-PLUS-MISC  PIC 9(04)V9(02).
067030     05  OP-SSI-RATIO           PIC V9(04).
067040     05  OP-MEDICAID-RATIO      PIC V9(04).
067050     05  OP-TERMINATION-DATE.
067060         10  OP-TERM-YY         PIC 9(02).
067070         10  OP-TERM-MM         PIC 9(02).
067080         10  OP-TERM-DD         PIC 9(02).
067090     05  OP-WAGE-INDEX-LOC-MSA  PIC X(04).
067100     05  OP-CHG-CODE-INDEX      PIC X(01).
067110     05  OP-STAND-AMT-LOC-MSA   PIC X(04).
067120     05  OP-SOL-COM-DEP-HOSP-YR PIC X(02).
067130     05  OP-LUGAR               PIC X(01).
067140     05  OP-TEMP-RELIEF-IND     PIC X(01).
067150     05  FILLER                 PIC X(23).
067160     05  OP-CAPI-PPS-PAY-CODE   PIC X(01).
067170     05  OP-CAPI-HOSP-SPEC-RATE PIC 9(04)V9(02).
067180     05  OP-CAPI-OLD-HARM-RATE  PIC 9(04)V9(02).
067190     05  OP-CAPI-NEW-HARM-RATIO PIC 9(01)V9(04).
067200     05  OP-CAPI-CSTCHG-RATIO   PIC 9(01)V9(03).
067210     05  OP-CAPI-NEW-HOSP       PIC X(01).
067220     05  OP-CAPI-IME            PIC 9(01)V9(04).
067230     05  OP-CAPI-EXCEPTIONS     PIC 9(04)V9(02).
067240     05  FILLER                 PIC X(143).
067250 01  WK-OLD-CENTURY             PIC 9(02) VALUE ZEROES.
067260*----------------------------------------------------------*
067270* WAGE-INDEX TABLE SORTED-LOAD VERIFICATION KEYS.           *
067280*----------------------------------------------------------*
067290 01  WK-LAST-MSAX-KEY           PIC X(12) VALUE LOW-VALUES.
067300 01  WK-THIS-MSAX-KEY           PIC X(12) VALUE LOW-VALUES.
067310 01  WK-LAST-CBSA-KEY           PIC X(13) VALUE LOW-VALUES.
067320 01  WK-THIS-CBSA-KEY           PIC X(13) VALUE LOW-VALUES.
067330 01  WK-BILLS-OLD-FORMAT        PIC 9(05) VALUE ZEROES.
067340*----------------------------------------------------------*
067350* NEW-FORMAT PROVIDER HOLD AREA USED BY THE LOAD-TIME       *
067360* UPGRADE OF OLD-FORMAT SEGMENTS.                           *
067370*----------------------------------------------------------*
067380 COPY PROVNEW.
067390*----------------------------------------------------------*
067400* CALL-INTERFACE WORKING STORAGE FOR PPDRV215.             *
067410*----------------------------------------------------------*
067420 COPY PPSDATA.
067430 COPY PPSOPTSW.
067440 COPY PPSADDVR.
067450 COPY PROVREC.
067460 COPY WITABLE.
067470*----------------------------------------------------------*
067480* STANDARD COUNTY-CODE-TO-CBSA CROSSWALK, LOADED ONCE FROM  *
067490* COUNTY-CBSA-FILE FOR THE WHOLE RUN.                       *
067500*----------------------------------------------------------*
067510 01  COUNTY-CBSA-TABLE.
067520     05  CC-DATA                OCCURS 4000
067530                                INDEXED BY CX1 CX2 CX3.
067540         10  CC-COUNTY-CODE     PIC 9(05).
067550         10  CC-CBSA            PIC X(05).
067560*----------------------------------------------------------*
067570* PRIOR-FISCAL-YEAR DRG WEIGHT/ALOS/SHORT-STAY-CUTOFF       *
067580* TABLE, LOADED ONCE FROM DRG-HIST-FILE FOR THE YEAR-OVER-  *
067590* YEAR IMPACT SIMULATOR.                                   *
067600*----------------------------------------------------------*
067610 01  DRG-HIST-TABLE.
067620     05  DH-ENTRY               OCCURS 1000 TIMES
067630                                INDEXED BY DH-IDX DH-SIDX.
067640         10  DH-DRG             PIC 9(03).
067650         10  DH-PRIORYR-WT      PIC 9(01)V9(04).
067660         10  DH-PRIORYR-ALOS    PIC 9(02)V9(01).
067670         10  DH-PRIORYR-CUTOFF  PIC 9(02)V9(01).
067680*----------------------------------------------------------*
067690* COUNTY-CODE/CBSA CROSS-REFERENCE VALIDATION REPORT        *
067700* HEADING AND DETAIL LINE.                                  *
067710*----------------------------------------------------------*
067720 01  WK-CX-HEADING1.
067730     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
067740     05  FILLER              PIC X(08) VALUE 'COUNTY  '.
067750     05  FILLER              PIC X(10) VALUE 'PROV-CBSA '.
067760     05  FILLER              PIC X(15) VALUE 'EXPECTED-CBSA  '.
067770 01  WK-CX-DETAIL-LINE.
067780     05  WK-CX-PROVIDER-NO   PIC X(06).
067790     05  FILLER              PIC X(03) VALUE SPACES.
067800     05  WK-CX-COUNTY-CODE   PIC 9(05).
067810     05  FILLER              PIC X(03) VALUE SPACES.
067820     05  WK-CX-PROV-CBSA     PIC X(05).
067830     05  FILLER              PIC X(05) VALUE SPACES.
067840     05  WK-CX-EXPECT-CBSA   PIC X(05).
067850 01  WK-CX-FOUND-SW          PIC X(01) VALUE 'N'.
067860     88  CX-WAS-FOUND        VALUE 'Y'.
067870 COPY PPHOLDAR.
067880*----------------------------------------------------------*
067890* PPS-RTC REFERENCE TABLE FOR THE EDIT-ERROR REPORT.        *
067900*----------------------------------------------------------*
067910 COPY PPRTC215.
067920 01  WK-RTC-FOUND-SW             PIC X(01) VALUE 'N'.
067930     88  RTC-DESC-WAS-FOUND      VALUE 'Y'.
067940*----------------------------------------------------------*
067950* PPS-RTC FREQUENCY COUNTS - ONE COUNTER PER RTC-DESC-ENTRY  *
067960* ROW, INDEXED IN PARALLEL WITH RTC-DESC-TABLE, TALLYING HOW *
067970* MANY BILLS THIS RUN PRICED WITH EACH RETURN CODE.          *
067980*----------------------------------------------------------*
067990 01  RTC-FREQ-TABLE.
068000     05  RTC-FREQ-COUNT  PIC 9(07) VALUE ZEROES OCCURS 33 TIMES
068010                         INDEXED BY RTC-FREQ-IDX.
068020*----------------------------------------------------------*
068030* REVIEW-CODE/BILL-TYPE DESCRIPTION TABLE AND ITS FREQUENCY *
068040* COUNTS, INDEXED IN PARALLEL, FOR THE BILL-TYPE            *
068050* DISTRIBUTION REPORT.                                      *
068060*----------------------------------------------------------*
068070 COPY BILTYPE.
068080 01  WK-BT-FOUND-SW              PIC X(01) VALUE 'N'.
068090     88  BT-DESC-WAS-FOUND       VALUE 'Y'.
068100 01  BILL-TYPE-FREQ-TABLE.
068110     05  BT-FREQ-COUNT   PIC 9(07) VALUE ZEROES OCCURS 11 TIMES
068120                         INDEXED BY BT-FREQ-IDX.
068130*----------------------------------------------------------*
068140* WAGE-INDEX/CBSA REFERENCE TABLE CAPACITY/REFRESH MONITOR   *
068150* TABLE - ONE ROW PER IN-MEMORY REFERENCE TABLE LOADED IN    *
068160* 1000-INITIALIZE, ASSEMBLED FROM EACH TABLE'S OWN LOAD       *
068170* COUNTER AFTER ALL FOUR TABLES HAVE FINISHED LOADING.       *
068180*----------------------------------------------------------*
068190 01  REFTAB-MON-TABLE.
068200     05  RTM-ENTRY  OCCURS 4 TIMES INDEXED BY RTM-IDX.
068210         10  RTM-NAME      PIC X(20).
068220         10  RTM-COUNT     PIC 9(05).
068230         10  RTM-CAPACITY  PIC 9(05).
068240*----------------------------------------------------------*
068250* PPCALxxx MODULE/CAL-VERSION CROSSWALK TABLE FOR THE        *
068260* PRICER VERSION-CONSISTENCY EXCEPTION REPORT.                *
068270*----------------------------------------------------------*
068280 COPY CALVERS.
068290 01  WK-CV-FOUND-SW              PIC X(01) VALUE 'N'.
068300     88  CV-DESC-WAS-FOUND       VALUE 'Y'.
068310 01  WK-CV-EXPECT-VERS           PIC X(05) VALUE SPACES.
068320 01  WK-DH-FOUND-SW              PIC X(01) VALUE 'N'.
068330     88  DH-WAS-FOUND            VALUE 'Y'.
068340*----------------------------------------------------------*
068350* NDC CHECK-DIGIT/DUPLICATE/NEW-TECH CROSS-REFERENCE        *
068360* VALIDATION WORKING STORAGE (2283-VALIDATE-NDC-DEMO).      *
068370*----------------------------------------------------------*
068380 01  WK-ND-DUP-FOUND-SW          PIC X(01) VALUE 'N'.
068390     88  ND-DUP-WAS-FOUND        VALUE 'Y'.
068400 01  WK-ND-DUP-IDX               PIC 99  COMP VALUE ZERO.
068410 01  WK-ND-NT-FOUND-SW           PIC X(01) VALUE 'N'.
068420     88  ND-NT-MATCH-WAS-FOUND   VALUE 'Y'.
068430 01  WK-ND-ANY-POP-SW            PIC X(01) VALUE 'N'.
068440     88  ND-ANY-NDC-POPULATED    VALUE 'Y'.
068450 01  WK-NDC-CHECK-WORK.
068460     05  WK-NDC-DIGITS-X         PIC X(11).
068470     05  WK-NDC-DIGIT-TAB REDEFINES WK-NDC-DIGITS-X.
068480         10  WK-NDC-DIGIT        PIC 9 OCCURS 11 TIMES
068490                                 INDEXED BY WK-NDC-DIGIT-IDX.
068500 01  WK-NDC-CHECK-SUM            PIC 9(04) COMP VALUE ZERO.
068510 01  WK-NDC-CHECK-WEIGHT         PIC 9(01) COMP VALUE ZERO.
068520 01  WK-NDC-CHECK-DOUBLED        PIC 9(02) COMP VALUE ZERO.
068530 01  WK-NDC-CHECK-REMAINDER      PIC 9(01) COMP VALUE ZERO.
068540 01  WK-NDC-CHECK-DIGIT-CALC     PIC 9(01) COMP VALUE ZERO.
068550 01  WK-NDC-VALID-SW             PIC X(01) VALUE 'N'.
068560     88  NDC-IS-NUMERIC-11       VALUE 'Y'.
068570*----------------------------------------------------------*
068580* NEW-TECHNOLOGY PROCEDURE TAGGING FOR THE DETAIL EXTRACT   *
068590* (2220A-TAG-NEW-TECH).                                     *
068600*----------------------------------------------------------*
068610 01  WK-NT-TAG-STATUS            PIC X(01) VALUE SPACE.
068620 01  WK-NT-TAG-I                 PIC 9(01) COMP VALUE ZERO.
068630 01  WK-NT-DUP-SW                PIC X(01) VALUE 'N'.
068640     88  NT-TAG-IS-DUP           VALUE 'Y'.
068650*----------------------------------------------------------*
068660* PROVIDER-RECORD 88-LEVEL DATA-DICTIONARY REFERENCE TABLE  *
068670* AND ITS REPORT HEADING/DETAIL LINE.                       *
068680*----------------------------------------------------------*
068690 COPY PROVDICT.
068700 01  WK-PD-HEADING1.
068710     05  FILLER              PIC X(27) VALUE 'CONDITION NAME'.
068720     05  FILLER              PIC X(24) VALUE 'UNDERLYING FIELD'.
068730     05  FILLER              PIC X(14) VALUE 'VALUE SET'.
068740     05  FILLER              PIC X(40) VALUE 'DESCRIPTION'.
068750 01  WK-PD-DETAIL-LINE.
068760     05  WK-PD-COND-NAME     PIC X(27).
068770     05  WK-PD-FIELD-NAME    PIC X(24).
068780     05  WK-PD-VALUE-SET     PIC X(14).
068790     05  WK-PD-DESC-TEXT     PIC X(40).
068800*----------------------------------------------------------*
068810* NEW-TECHNOLOGY ADD-ON TABLE FOR PPDRV215/PPCAL215.        *
068820*----------------------------------------------------------*
068830 COPY NTECHTAB.
068840*----------------------------------------------------------*
068850* RUNTIME-LOADED DRG WEIGHT TABLE FOR PPDRV215/PPCAL215.   *
068860*----------------------------------------------------------*
068870 COPY DRGWTTAB.
068880*----------------------------------------------------------*
068890* NDC DRUG ADD-ON RATE TABLE FOR PPDRV215/PPCAL215.        *
068900*----------------------------------------------------------*
068910 COPY NDCRTTAB.
068920*----------------------------------------------------------*
068930* OPERATING STANDARDIZED-AMOUNT RATE TABLE FOR PPDRV215    *
068940* AND THE CURRENT PPCAL MODULES.                           *
068950*----------------------------------------------------------*
068960 COPY OPRTTAB.
068970*----------------------------------------------------------*
068980* STATEWIDE-AVERAGE COST-TO-CHARGE RATIO TABLE FOR PPDRV215 *
068990* AND THE CURRENT PPCAL MODULES' OUTLIER CALCULATION.       *
069000*----------------------------------------------------------*
069010 COPY CCRSTTAB.
069020*----------------------------------------------------------*
069030* GEOGRAPHIC-DESIGNATION TABLE (SECTION 401, RURAL FLOOR,  *
069040* LUGAR AND QUARTILE ROWS) FOR PPDRV215.                   *
069050*----------------------------------------------------------*
069060 COPY GEODSTAB.
069070*----------------------------------------------------------*
069080* RURAL FLOOR, PRIOR-YEAR WAGE INDEX AND OUTMIGRATION      *
069090* TABLES FOR PPDRV215, AND THE TWO-MIDNIGHT TABLE IT       *
069100* PASSES ON TO THE PPCAL MODULES.                          *
069110*----------------------------------------------------------*
069120 COPY RUFL200.
069130 COPY PREV200.
069140 COPY HOUTI212.
069150 COPY MIDNIGHT.
069160*----------------------------------------------------------*
069170* FISCAL-YEAR DISPATCH CONTROL TABLE FOR PPDRV215.         *
069180*----------------------------------------------------------*
069190 COPY DISPCTL.
069200*----------------------------------------------------------*
069210* WAGE INDEX AUDIT TRAIL RECORD, RETURNED FROM PPDRV215      *
069220* ALONGSIDE PPS-DATA.                                        *
069230*----------------------------------------------------------*
069240 COPY WIAUDIT.
069250 01  WK-WI-AUDIT-HEADING1.
069260     05  FILLER                  PIC X(09) VALUE 'PROVIDER '.
069270     05  FILLER                  PIC X(05) VALUE 'DRG  '.
069280     05  FILLER                  PIC X(10) VALUE 'DISCHARGE '.
069290     05  FILLER                  PIC X(06) VALUE 'CBSA  '.
069300     05  FILLER                  PIC X(02) VALUE 'SZ'.
069310     05  FILLER                  PIC X(11) VALUE ' BEFR-FLOOR'.
069320     05  FILLER                  PIC X(11) VALUE ' AFTR-FLOOR'.
069330     05  FILLER                  PIC X(06) VALUE 'FLOOR '.
069340     05  FILLER                  PIC X(06) VALUE 'OUTM  '.
069350     05  FILLER                  PIC X(06) VALUE 'SUPWI '.
069360     05  FILLER                  PIC X(06) VALUE 'PRYWI '.
069370     05  FILLER                  PIC X(06) VALUE 'IHS   '.
069380     05  FILLER                  PIC X(06) VALUE 'PR    '.
069390     05  FILLER                  PIC X(11) VALUE 'FINAL-WI   '.
069400 01  WK-WI-AUDIT-DETAIL-LINE.
069410     05  WK-WIA-PROVIDER-NO      PIC X(06).
069420     05  FILLER                  PIC X(03) VALUE SPACES.
069430     05  WK-WIA-DRG              PIC 9(03).
069440     05  FILLER                  PIC X(02) VALUE SPACES.
069450     05  WK-WIA-DISCHARGE-DATE   PIC 9(08).
069460     05  FILLER                  PIC X(02) VALUE SPACES.
069470     05  WK-WIA-CBSA-USED        PIC X(05).
069480     05  FILLER                  PIC X(01) VALUE SPACES.
069490     05  WK-WIA-CBSA-SIZE        PIC X(01).
069500     05  FILLER                  PIC X(01) VALUE SPACES.
069510     05  WK-WIA-WI-BEFORE-FLOOR  PIC Z9.9999.
069520     05  FILLER                  PIC X(01) VALUE SPACES.
069530     05  WK-WIA-WI-AFTER-FLOOR   PIC Z9.9999.
069540     05  FILLER                  PIC X(01) VALUE SPACES.
069550     05  WK-WIA-RURAL-FLOOR-FIRED PIC X(01).
069560     05  FILLER                  PIC X(05) VALUE SPACES.
069570     05  WK-WIA-OUTM-FIRED       PIC X(01).
069580     05  FILLER                  PIC X(05) VALUE SPACES.
069590     05  WK-WIA-SUPP-WI-USED     PIC X(01).
069600     05  FILLER                  PIC X(05) VALUE SPACES.
069610     05  WK-WIA-PRIORYR-WI-USED  PIC X(01).
069620     05  FILLER                  PIC X(05) VALUE SPACES.
069630     05  WK-WIA-IHS-WI-USED      PIC X(01).
069640     05  FILLER                  PIC X(05) VALUE SPACES.
069650     05  WK-WIA-PR-WI-USED       PIC X(01).
069660     05  FILLER                  PIC X(04) VALUE SPACES.
069670     05  WK-WIA-FINAL-WI         PIC Z9.9999.
069680     05  FILLER                  PIC X(02) VALUE SPACES.
069690     05  WK-WIA-CLAIM-SEQ        PIC 9(09).
069700*----------------------------------------------------------*
069710* FISCAL-YEAR DISPATCH MODULE TABLE AND ITS RUN TALLY.       *
069720*----------------------------------------------------------*
069730 COPY DISPFYCV.
069740 01  DISP-COV-COUNT-TABLE.
069750     05  DISP-COV-COUNT  OCCURS 36 TIMES PIC 9(07) VALUE ZERO.
069760 01  WK-DISP-COV-HEADING1.
069770     05  FILLER                  PIC X(10) VALUE 'FY MODULE '.
069780     05  FILLER                  PIC X(06) VALUE 'FY    '.
069790     05  FILLER            PIC X(17) VALUE 'BILLS DISPATCHED'.
069800 01  WK-DISP-COV-DETAIL-LINE.
069810     05  WK-DCOV-MODULE-NAME     PIC X(08).
069820     05  FILLER                  PIC X(03) VALUE SPACES.
069830     05  WK-DCOV-FY-LABEL        PIC X(04).
069840     05  FILLER                  PIC X(03) VALUE SPACES.
069850     05  WK-DCOV-COUNT           PIC ZZZ,ZZ9.
069860*----------------------------------------------------------*
069870* LOW-VOLUME HOSPITAL ADD-ON ELIGIBILITY REPORT LINE.        *
069880*----------------------------------------------------------*
069890 01  WK-LOW-VOL-HEADING1.
069900     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
069910     05  FILLER              PIC X(05) VALUE 'DRG  '.
069920     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
069930     05  FILLER              PIC X(13) VALUE '  LOW-VOL-PAY'.
069940 01  WK-LOW-VOL-DETAIL-LINE.
069950     05  WK-LV-PROVIDER-NO   PIC X(06).
069960     05  FILLER              PIC X(03) VALUE SPACES.
069970     05  WK-LV-DRG           PIC 9(03).
069980     05  FILLER              PIC X(02) VALUE SPACES.
069990     05  WK-LV-DISCHARGE-DATE PIC 9(08).
070000     05  FILLER              PIC X(02) VALUE SPACES.
070010     05  WK-LV-PAYMENT       PIC ZZZ,ZZ9.99.
070020*----------------------------------------------------------*
070030* VBP/HRR EXCEPTION LOG LINE.                                 *
070040*----------------------------------------------------------*
070050 01  WK-VBP-HRR-HEADING1.
070060     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
070070     05  FILLER              PIC X(05) VALUE 'DRG  '.
070080     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
070090     05  FILLER              PIC X(05) VALUE 'RTC  '.
070100     05  FILLER              PIC X(03) VALUE 'VBP'.
070110     05  FILLER              PIC X(04) VALUE ' HRR'.
070120     05  FILLER              PIC X(30) VALUE ' REASON'.
070130 01  WK-VBP-HRR-DETAIL-LINE.
070140     05  WK-VH-PROVIDER-NO   PIC X(06).
070150     05  FILLER              PIC X(03) VALUE SPACES.
070160     05  WK-VH-DRG           PIC 9(03).
070170     05  FILLER              PIC X(02) VALUE SPACES.
070180     05  WK-VH-DISCHARGE-DATE PIC 9(08).
070190     05  FILLER              PIC X(02) VALUE SPACES.
070200     05  WK-VH-RTC           PIC 9(02).
070210     05  FILLER              PIC X(03) VALUE SPACES.
070220     05  WK-VH-VBP-FLAG      PIC X(01).
070230     05  FILLER              PIC X(03) VALUE SPACES.
070240     05  WK-VH-HRR-FLAG      PIC X(01).
070250     05  FILLER              PIC X(03) VALUE SPACES.
070260     05  WK-VH-REASON        PIC X(40).
070270*----------------------------------------------------------*
070280* ISLET CELL TRANSPLANT ADD-ON CROSS-CHECK REPORT LINE.       *
070290*----------------------------------------------------------*
070300 01  WK-ISLET-HEADING1.
070310     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
070320     05  FILLER              PIC X(05) VALUE 'DRG  '.
070330     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
070340     05  FILLER              PIC X(15) VALUE '   ISLET ADD-ON'.
070350 01  WK-ISLET-DETAIL-LINE.
070360     05  WK-ISL-PROVIDER-NO  PIC X(06).
070370     05  FILLER              PIC X(03) VALUE SPACES.
070380     05  WK-ISL-DRG          PIC 9(03).
070390     05  FILLER              PIC X(02) VALUE SPACES.
070400     05  WK-ISL-DISCHARGE-DATE PIC 9(08).
070410     05  FILLER              PIC X(02) VALUE SPACES.
070420     05  WK-ISL-ADD-ON       PIC ZZZ,ZZ9.99.
070430*----------------------------------------------------------*
070440* CAR-T / CLINICAL-TRIAL NO-COST PRODUCT REPORT LINE.        *
070450*----------------------------------------------------------*
070460 01  WK-CART-HEADING1.
070470     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
070480     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
070490     05  FILLER              PIC X(06) VALUE 'DIAG  '.
070500     05  FILLER              PIC X(06) VALUE 'COND  '.
070510     05  FILLER              PIC X(08) VALUE 'DRG-WT  '.
070520     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
070530 01  WK-CART-DETAIL-LINE.
070540     05  WK-CT-PROVIDER-NO   PIC X(06).
070550     05  FILLER              PIC X(03) VALUE SPACES.
070560     05  WK-CT-DISCHARGE-DATE PIC 9(08).
070570     05  FILLER              PIC X(02) VALUE SPACES.
070580     05  WK-CT-DIAG-FOUND    PIC X(01).
070590     05  FILLER              PIC X(05) VALUE SPACES.
070600     05  WK-CT-COND-FOUND    PIC X(02).
070610     05  FILLER              PIC X(04) VALUE SPACES.
070620     05  WK-CT-DRG-WT        PIC ZZ.9999.
070630     05  FILLER              PIC X(03) VALUE SPACES.
070640     05  WK-CT-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
070650*----------------------------------------------------------*
070660* PUERTO RICO WAGE INDEX PARALLEL REPORT LINE.               *
070670*----------------------------------------------------------*
070680 01  WK-PR-WI-HEADING1.
070690     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
070700     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
070710     05  FILLER              PIC X(09) VALUE 'PR-WI    '.
070720     05  FILLER              PIC X(09) VALUE 'NATL-WI  '.
070730     05  FILLER              PIC X(09) VALUE 'FINAL-WI '.
070740 01  WK-PR-WI-DETAIL-LINE.
070750     05  WK-PRW-PROVIDER-NO  PIC X(06).
070760     05  FILLER              PIC X(03) VALUE SPACES.
070770     05  WK-PRW-DISCHARGE-DATE PIC 9(08).
070780     05  FILLER              PIC X(02) VALUE SPACES.
070790     05  WK-PRW-PR-WI        PIC Z9.9999.
070800     05  FILLER              PIC X(03) VALUE SPACES.
070810     05  WK-PRW-NATL-WI      PIC Z9.9999.
070820     05  FILLER              PIC X(03) VALUE SPACES.
070830     05  WK-PRW-FINAL-WI     PIC Z9.9999.
070840*----------------------------------------------------------*
070850* RURAL FLOOR / IMPUTED FLOOR CHANGE-IMPACT REPORT LINE.      *
070860*----------------------------------------------------------*
070870 01  WK-FLOOR-HEADING1.
070880     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
070890     05  FILLER              PIC X(05) VALUE 'DRG  '.
070900     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
070910     05  FILLER              PIC X(11) VALUE 'BEFR-FLOOR '.
070920     05  FILLER              PIC X(11) VALUE 'AFTR-FLOOR '.
070930     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
070940 01  WK-FLOOR-DETAIL-LINE.
070950     05  WK-FLR-PROVIDER-NO  PIC X(06).
070960     05  FILLER              PIC X(03) VALUE SPACES.
070970     05  WK-FLR-DRG          PIC 9(03).
070980     05  FILLER              PIC X(02) VALUE SPACES.
070990     05  WK-FLR-DISCHARGE-DATE PIC 9(08).
071000     05  FILLER              PIC X(02) VALUE SPACES.
071010     05  WK-FLR-WI-BEFORE    PIC Z9.9999.
071020     05  FILLER              PIC X(03) VALUE SPACES.
071030     05  WK-FLR-WI-AFTER     PIC Z9.9999.
071040     05  FILLER              PIC X(03) VALUE SPACES.
071050     05  WK-FLR-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
071060*----------------------------------------------------------*
071070* PROVIDER WAGE INDEX HISTORY FILE DETAIL LINE.               *
071080*----------------------------------------------------------*
071090 01  WK-WIHIST-DETAIL-LINE.
071100     05  WK-WH-PROVIDER-NO   PIC X(06).
071110     05  FILLER              PIC X(02) VALUE SPACES.
071120     05  WK-WH-FY-MODULE     PIC X(08).
071130     05  FILLER              PIC X(02) VALUE SPACES.
071140     05  WK-WH-CBSA-USED     PIC X(05).
071150     05  FILLER              PIC X(02) VALUE SPACES.
071160     05  WK-WH-WAGE-INDEX    PIC Z9.9999.
071170*----------------------------------------------------------*
071180* NEW-HOSPITAL / COST-TO-CHARGE-RATIO NO-OUTLIER REPORT      *
071190* HEADING AND DETAIL LINE.                                    *
071200*----------------------------------------------------------*
071210 01  WK-NEWHOSP-HEADING1.
071220     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
071230     05  FILLER              PIC X(05) VALUE 'DRG  '.
071240     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
071250     05  FILLER              PIC X(09) VALUE 'OPER-CCR '.
071260     05  FILLER              PIC X(09) VALUE 'CAPI-CCR '.
071270     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
071280 01  WK-NEWHOSP-DETAIL-LINE.
071290     05  WK-NH-PROVIDER-NO   PIC X(06).
071300     05  FILLER              PIC X(03) VALUE SPACES.
071310     05  WK-NH-DRG           PIC 9(03).
071320     05  FILLER              PIC X(02) VALUE SPACES.
071330     05  WK-NH-DISCHARGE-DATE PIC 9(08).
071340     05  FILLER              PIC X(02) VALUE SPACES.
071350     05  WK-NH-OPER-CCR      PIC 9.999.
071360     05  FILLER              PIC X(03) VALUE SPACES.
071370     05  WK-NH-CAPI-CCR      PIC 9.999.
071380     05  FILLER              PIC X(03) VALUE SPACES.
071390     05  WK-NH-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
071400*----------------------------------------------------------*
071410* HAC PENALTY IMPACT REPORT HEADING AND DETAIL LINE.          *
071420*----------------------------------------------------------*
071430 01  WK-HAC-HEADING1.
071440     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
071450     05  FILLER              PIC X(05) VALUE 'DRG  '.
071460     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
071470     05  FILLER              PIC X(12) VALUE 'HAC PENALTY '.
071480     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
071490 01  WK-HAC-DETAIL-LINE.
071500     05  WK-HC-PROVIDER-NO   PIC X(06).
071510     05  FILLER              PIC X(03) VALUE SPACES.
071520     05  WK-HC-DRG           PIC 9(03).
071530     05  FILLER              PIC X(02) VALUE SPACES.
071540     05  WK-HC-DISCHARGE-DATE PIC 9(08).
071550     05  FILLER              PIC X(02) VALUE SPACES.
071560     05  WK-HC-PENALTY-AMT   PIC -ZZZ,ZZ9.99.
071570     05  FILLER              PIC X(03) VALUE SPACES.
071580     05  WK-HC-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
071590*----------------------------------------------------------*
071600* EHR MEANINGFUL-USE REDUCTION REPORT HEADING AND DETAIL.     *
071610*----------------------------------------------------------*
071620 01  WK-EHR-HEADING1.
071630     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
071640     05  FILLER              PIC X(05) VALUE 'DRG  '.
071650     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
071660     05  FILLER              PIC X(12) VALUE 'EHR ADJUST  '.
071670     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
071680 01  WK-EHR-DETAIL-LINE.
071690     05  WK-EH-PROVIDER-NO   PIC X(06).
071700     05  FILLER              PIC X(03) VALUE SPACES.
071710     05  WK-EH-DRG           PIC 9(03).
071720     05  FILLER              PIC X(02) VALUE SPACES.
071730     05  WK-EH-DISCHARGE-DATE PIC 9(08).
071740     05  FILLER              PIC X(02) VALUE SPACES.
071750     05  WK-EH-ADJUST-AMT    PIC -ZZZ,ZZ9.99.
071760     05  FILLER              PIC X(03) VALUE SPACES.
071770     05  WK-EH-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
071780*----------------------------------------------------------*
071790* SHORT-STAY TRANSFER POLICY AUDIT REPORT HEADING/DETAIL.     *
071800*----------------------------------------------------------*
071810 01  WK-XFER-HEADING1.
071820     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
071830     05  FILLER              PIC X(05) VALUE 'DRG  '.
071840     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
071850     05  FILLER              PIC X(04) VALUE 'RVCD'.
071860     05  FILLER              PIC X(06) VALUE '  LOS '.
071870     05  FILLER              PIC X(08) VALUE '  ALOS  '.
071880     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
071890 01  WK-XFER-DETAIL-LINE.
071900     05  WK-XF-PROVIDER-NO   PIC X(06).
071910     05  FILLER              PIC X(03) VALUE SPACES.
071920     05  WK-XF-DRG           PIC 9(03).
071930     05  FILLER              PIC X(02) VALUE SPACES.
071940     05  WK-XF-DISCHARGE-DATE PIC 9(08).
071950     05  FILLER              PIC X(02) VALUE SPACES.
071960     05  WK-XF-REVIEW-CODE   PIC 9(02).
071970     05  FILLER              PIC X(02) VALUE SPACES.
071980     05  WK-XF-LOS           PIC ZZ9.
071990     05  FILLER              PIC X(03) VALUE SPACES.
072000     05  WK-XF-ALOS          PIC Z9.9.
072010     05  FILLER              PIC X(03) VALUE SPACES.
072020     05  WK-XF-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
072030*----------------------------------------------------------*
072040* PASS-THROUGH COST ITEMIZATION REPORT HEADING/DETAIL LINE.   *
072050*----------------------------------------------------------*
072060 01  WK-PASSTHRU-HEADING1.
072070     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
072080     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
072090     05  FILLER              PIC X(06) VALUE '  LOS '.
072100     05  FILLER              PIC X(16) VALUE 'MISC PASS-THRU  '.
072110 01  WK-PASSTHRU-DETAIL-LINE.
072120     05  WK-PT-PROVIDER-NO   PIC X(06).
072130     05  FILLER              PIC X(03) VALUE SPACES.
072140     05  WK-PT-DISCHARGE-DATE PIC 9(08).
072150     05  FILLER              PIC X(02) VALUE SPACES.
072160     05  WK-PT-LOS           PIC ZZ9.
072170     05  FILLER              PIC X(03) VALUE SPACES.
072180     05  WK-PT-MISC-PASSTHRU PIC ZZZ,ZZ9.99.
072190*----------------------------------------------------------*
072200* BPCI MODEL 1 BUNDLE PARTICIPATION REPORT HEADING/DETAIL.    *
072210*----------------------------------------------------------*
072220 01  WK-BPCI-HEADING1.
072230     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
072240     05  FILLER              PIC X(04) VALUE ' DRG'.
072250     05  FILLER              PIC X(10) VALUE ' DISCHARGE'.
072260     05  FILLER              PIC X(08) VALUE '  DISCNT'.
072270     05  FILLER              PIC X(16) VALUE '  BUNDLE ADJUST '.
072280 01  WK-BPCI-DETAIL-LINE.
072290     05  WK-BP-PROVIDER-NO   PIC X(06).
072300     05  FILLER              PIC X(03) VALUE SPACES.
072310     05  WK-BP-DRG           PIC 9(03).
072320     05  FILLER              PIC X(03) VALUE SPACES.
072330     05  WK-BP-DISCHARGE-DATE PIC 9(08).
072340     05  FILLER              PIC X(02) VALUE SPACES.
072350     05  WK-BP-DISPRCNT      PIC 9.999.
072360     05  FILLER              PIC X(03) VALUE SPACES.
072370     05  WK-BP-BUNDLE-ADJUST PIC -ZZZ,ZZ9.99.
072380     05  FILLER              PIC X(03) VALUE SPACES.
072390     05  WK-BP-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
072400*----------------------------------------------------------*
072410* SUPPLEMENTAL WAGE INDEX OVERRIDE REPORT HEADING/DETAIL.     *
072420*----------------------------------------------------------*
072430 01  WK-SUPP-WI-HEADING1.
072440     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
072450     05  FILLER              PIC X(10) VALUE ' DISCHARGE'.
072460     05  FILLER              PIC X(08) VALUE 'SUPPLMTL'.
072470     05  FILLER              PIC X(08) VALUE ' PRIORYR'.
072480     05  FILLER              PIC X(10) VALUE '  FINAL WI'.
072490 01  WK-SUPP-WI-DETAIL-LINE.
072500     05  WK-SW-PROVIDER-NO   PIC X(06).
072510     05  FILLER              PIC X(03) VALUE SPACES.
072520     05  WK-SW-DISCHARGE-DATE PIC 9(08).
072530     05  FILLER              PIC X(02) VALUE SPACES.
072540     05  WK-SW-SUPP-USED     PIC X(01).
072550     05  FILLER              PIC X(07) VALUE SPACES.
072560     05  WK-SW-PRIORYR-USED  PIC X(01).
072570     05  FILLER              PIC X(06) VALUE SPACES.
072580     05  WK-SW-PRIORYR-WI    PIC Z9.9999.
072590     05  FILLER              PIC X(02) VALUE SPACES.
072600     05  WK-SW-FINAL-WI      PIC Z9.9999.
072610*----------------------------------------------------------*
072620* PROVIDER EFFECTIVE-DATE TIMELINE REPORT HEADING/DETAIL.     *
072630*----------------------------------------------------------*
072640 01  WK-PROVTL-HEADING1.
072650     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
072660     05  FILLER              PIC X(10) VALUE 'EFF DATE  '.
072670     05  FILLER              PIC X(10) VALUE 'FY BEGIN  '.
072680     05  FILLER              PIC X(10) VALUE 'TERM DATE '.
072690     05  FILLER              PIC X(08) VALUE 'FYE DATE'.
072700 01  WK-PROVTL-DETAIL-LINE.
072710     05  WK-PVT-PROVIDER-NO  PIC X(06).
072720     05  FILLER              PIC X(03) VALUE SPACES.
072730     05  WK-PVT-EFF-DATE     PIC 9(08).
072740     05  FILLER              PIC X(02) VALUE SPACES.
072750     05  WK-PVT-FY-BEGIN-DATE PIC 9(08).
072760     05  FILLER              PIC X(02) VALUE SPACES.
072770     05  WK-PVT-TERM-DATE    PIC 9(08).
072780     05  FILLER              PIC X(02) VALUE SPACES.
072790     05  WK-PVT-FYE-DATE     PIC 9(08).
072800*----------------------------------------------------------*
072810* RTC REFERENCE AND FREQUENCY REPORT HEADING/DETAIL LINE.     *
072820*----------------------------------------------------------*
072830 01  WK-RTC-FREQ-HEADING1.
072840     05  FILLER              PIC X(04) VALUE 'RTC '.
072850     05  FILLER              PIC X(42) VALUE 'DESCRIPTION'.
072860     05  FILLER              PIC X(10) VALUE '  COUNT'.
072870 01  WK-RTC-FREQ-DETAIL-LINE.
072880     05  WK-RF-CODE          PIC X(02).
072890     05  FILLER              PIC X(02) VALUE SPACES.
072900     05  WK-RF-DESC          PIC X(40).
072910     05  FILLER              PIC X(02) VALUE SPACES.
072920     05  WK-RF-COUNT         PIC ZZZ,ZZ9.
072930*----------------------------------------------------------*
072940* REVIEW-CODE/BILL-TYPE DISTRIBUTION REPORT HEADING/DETAIL   *
072950* LINE.                                                      *
072960*----------------------------------------------------------*
072970 01  WK-BT-HEADING1.
072980     05  FILLER              PIC X(04) VALUE 'CODE'.
072990     05  FILLER              PIC X(42) VALUE 'DESCRIPTION'.
073000     05  FILLER              PIC X(10) VALUE '  COUNT'.
073010 01  WK-BT-DETAIL-LINE.
073020     05  WK-BT-CODE          PIC X(02).
073030     05  FILLER              PIC X(02) VALUE SPACES.
073040     05  WK-BT-DESC          PIC X(40).
073050     05  FILLER              PIC X(02) VALUE SPACES.
073060     05  WK-BT-COUNT         PIC ZZZ,ZZ9.
073070*----------------------------------------------------------*
073080* DRG-480 SPECIAL-PAYMENT CLAIM TRACKING REPORT HEADING/      *
073090* DETAIL LINE.                                                *
073100*----------------------------------------------------------*
073110 01  WK-D480-HEADING1.
073120     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
073130     05  FILLER              PIC X(05) VALUE 'DRG  '.
073140     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
073150     05  FILLER              PIC X(13) VALUE '  TOTAL-PAY'.
073160 01  WK-D480-DETAIL-LINE.
073170     05  WK-D480-PROVIDER-NO PIC X(06).
073180     05  FILLER              PIC X(03) VALUE SPACES.
073190     05  WK-D480-DRG         PIC 9(03).
073200     05  FILLER              PIC X(02) VALUE SPACES.
073210     05  WK-D480-DISCHG-DATE PIC 9(08).
073220     05  FILLER              PIC X(02) VALUE SPACES.
073230     05  WK-D480-PAYMENT     PIC ZZZ,ZZ9.99.
073240*----------------------------------------------------------*
073250* RURAL OUTMIGRATION WAGE-INDEX ADJUSTMENT REPORT HEADING/    *
073260* DETAIL LINE.                                                *
073270*----------------------------------------------------------*
073280 01  WK-OUTM-HEADING1.
073290     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
073300     05  FILLER              PIC X(08) VALUE 'COUNTY  '.
073310     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
073320     05  FILLER              PIC X(10) VALUE 'OUTM-ADJ  '.
073330     05  FILLER              PIC X(10) VALUE 'FINAL-WI  '.
073340 01  WK-OUTM-DETAIL-LINE.
073350     05  WK-OUTM-PROVIDER-NO PIC X(06).
073360     05  FILLER              PIC X(03) VALUE SPACES.
073370     05  WK-OUTM-COUNTY-CODE PIC 9(05).
073380     05  FILLER              PIC X(03) VALUE SPACES.
073390     05  WK-OUTM-DISCHG-DATE PIC 9(08).
073400     05  FILLER              PIC X(02) VALUE SPACES.
073410     05  WK-OUTM-ADJ-AMOUNT  PIC Z9.9999.
073420     05  FILLER              PIC X(02) VALUE SPACES.
073430     05  WK-OUTM-FINAL-WI    PIC Z9.9999.
073440*----------------------------------------------------------*
073450* PRIOR-YEAR WAGE-INDEX TRANSITION BLEND REPORT HEADING/      *
073460* DETAIL LINE.                                                *
073470*----------------------------------------------------------*
073480 01  WK-PYB-HEADING1.
073490     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
073500     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
073510     05  FILLER              PIC X(10) VALUE 'PRIOR-YR  '.
073520     05  FILLER              PIC X(10) VALUE 'FINAL-WI  '.
073530 01  WK-PYB-DETAIL-LINE.
073540     05  WK-PYB-PROVIDER-NO  PIC X(06).
073550     05  FILLER              PIC X(03) VALUE SPACES.
073560     05  WK-PYB-DISCHG-DATE  PIC 9(08).
073570     05  FILLER              PIC X(02) VALUE SPACES.
073580     05  WK-PYB-PRIORYR-WI   PIC Z9.9999.
073590     05  FILLER              PIC X(02) VALUE SPACES.
073600     05  WK-PYB-FINAL-WI     PIC Z9.9999.
073610*----------------------------------------------------------*
073620* BUDGET-NEUTRALITY FACTOR-CHAIN REPORT HEADING/DETAIL LINE.  *
073630*----------------------------------------------------------*
073640 01  WK-BNF-HEADING1.
073650     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
073660     05  FILLER              PIC X(04) VALUE 'DRG '.
073670     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
073680     05  FILLER              PIC X(09) VALUE 'NAT-LABOR'.
073690     05  FILLER              PIC X(10) VALUE ' NAT-NLABR'.
073700     05  FILLER              PIC X(09) VALUE ' UPDT-FAC'.
073710     05  FILLER              PIC X(09) VALUE ' DRG-WGT '.
073720     05  FILLER              PIC X(08) VALUE ' OP-COLA'.
073730 01  WK-BNF-DETAIL-LINE.
073740     05  WK-BNF-PROVIDER-NO  PIC X(06).
073750     05  FILLER              PIC X(03) VALUE SPACES.
073760     05  WK-BNF-DRG          PIC 9(03).
073770     05  FILLER              PIC X(01) VALUE SPACES.
073780     05  WK-BNF-DISCHG-DATE  PIC 9(08).
073790     05  FILLER              PIC X(02) VALUE SPACES.
073800     05  WK-BNF-NAT-LABOR    PIC ZZZZ9.99.
073810     05  FILLER              PIC X(01) VALUE SPACES.
073820     05  WK-BNF-NAT-NLABOR   PIC ZZZZ9.99.
073830     05  FILLER              PIC X(01) VALUE SPACES.
073840     05  WK-BNF-UPDATE-FACTOR PIC Z9.99999.
073850     05  FILLER              PIC X(01) VALUE SPACES.
073860     05  WK-BNF-DRG-WT       PIC Z9.9999.
073870     05  FILLER              PIC X(01) VALUE SPACES.
073880     05  WK-BNF-OPER-COLA    PIC Z9.999.
073890*----------------------------------------------------------*
073900* ALASKA/HAWAII COLA VALIDATION EXCEPTION HEADING/DETAIL LINE.*
073910*----------------------------------------------------------*
073920 01  WK-CLV-HEADING1.
073930     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
073940     05  FILLER              PIC X(07) VALUE 'STATE  '.
073950     05  FILLER              PIC X(09) VALUE 'COLA-USED'.
073960     05  FILLER              PIC X(30) VALUE
073970         'EXCEPTION'.
073980 01  WK-CLV-DETAIL-LINE.
073990     05  WK-CLV-PROVIDER-NO  PIC X(06).
074000     05  FILLER              PIC X(03) VALUE SPACES.
074010     05  WK-CLV-STATE        PIC X(02).
074020     05  FILLER              PIC X(05) VALUE SPACES.
074030     05  WK-CLV-COLA         PIC Z9.999.
074040     05  FILLER              PIC X(03) VALUE SPACES.
074050     05  WK-CLV-REASON       PIC X(40).
074060*----------------------------------------------------------*
074070* LARGE-URBAN WAGE-INDEX FLOOR COMPLIANCE HEADING/DETAIL LINE.*
074080*----------------------------------------------------------*
074090 01  WK-LUF-HEADING1.
074100     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
074110     05  FILLER              PIC X(04) VALUE 'DRG '.
074120     05  FILLER              PIC X(10) VALUE 'DISCHARGE '.
074130     05  FILLER              PIC X(10) VALUE 'WI-BEFORE '.
074140     05  FILLER              PIC X(10) VALUE 'WI-AFTER  '.
074150     05  FILLER              PIC X(16) VALUE 'STATUS'.
074160 01  WK-LUF-DETAIL-LINE.
074170     05  WK-LUF-PROVIDER-NO  PIC X(06).
074180     05  FILLER              PIC X(03) VALUE SPACES.
074190     05  WK-LUF-DRG          PIC 9(03).
074200     05  FILLER              PIC X(01) VALUE SPACES.
074210     05  WK-LUF-DISCHG-DATE  PIC 9(08).
074220     05  FILLER              PIC X(02) VALUE SPACES.
074230     05  WK-LUF-WI-BEFORE    PIC Z9.9999.
074240     05  FILLER              PIC X(02) VALUE SPACES.
074250     05  WK-LUF-WI-AFTER     PIC Z9.9999.
074260     05  FILLER              PIC X(02) VALUE SPACES.
074270     05  WK-LUF-STATUS       PIC X(20).
074280*----------------------------------------------------------*
074290* REFERENCE TABLE CAPACITY/REFRESH MONITOR HEADING/DETAIL     *
074300* LINE.                                                       *
074310*----------------------------------------------------------*
074320 01  WK-RTM-HEADING1.
074330     05  FILLER              PIC X(21) VALUE
074340         'TABLE               '.
074350     05  FILLER              PIC X(08) VALUE 'ROWS    '.
074360     05  FILLER              PIC X(10) VALUE 'CAPACITY  '.
074370     05  FILLER              PIC X(16) VALUE 'STATUS'.
074380 01  WK-RTM-DETAIL-LINE.
074390     05  WK-RTM-NAME         PIC X(20).
074400     05  FILLER              PIC X(01) VALUE SPACES.
074410     05  WK-RTM-COUNT        PIC ZZZZ9.
074420     05  FILLER              PIC X(03) VALUE SPACES.
074430     05  WK-RTM-CAPACITY     PIC ZZZZ9.
074440     05  FILLER              PIC X(03) VALUE SPACES.
074450     05  WK-RTM-STATUS       PIC X(16).
074460*----------------------------------------------------------*
074470* PRICER VERSION-CONSISTENCY EXCEPTION HEADING/DETAIL LINE.    *
074480*----------------------------------------------------------*
074490 01  WK-CXV-HEADING1.
074500     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
074510     05  FILLER              PIC X(04) VALUE 'DRG '.
074520     05  FILLER              PIC X(10) VALUE 'MODULE    '.
074530     05  FILLER              PIC X(10) VALUE 'EXPECTED  '.
074540     05  FILLER              PIC X(10) VALUE 'ACTUAL    '.
074550     05  FILLER              PIC X(30) VALUE
074560         'EXCEPTION'.
074570 01  WK-CXV-DETAIL-LINE.
074580     05  WK-CXV-PROVIDER-NO  PIC X(06).
074590     05  FILLER              PIC X(03) VALUE SPACES.
074600     05  WK-CXV-DRG          PIC 9(03).
074610     05  FILLER              PIC X(01) VALUE SPACES.
074620     05  WK-CXV-MODULE       PIC X(08).
074630     05  FILLER              PIC X(02) VALUE SPACES.
074640     05  WK-CXV-EXPECT-VERS  PIC X(05).
074650     05  FILLER              PIC X(05) VALUE SPACES.
074660     05  WK-CXV-ACTUAL-VERS  PIC X(05).
074670     05  FILLER              PIC X(05) VALUE SPACES.
074680     05  WK-CXV-REASON       PIC X(40).
074690*----------------------------------------------------------*
074700* DRG WEIGHT/ALOS/SHORT-STAY-CUTOFF YEAR-OVER-YEAR IMPACT     *
074710* SIMULATOR HEADING/DETAIL LINE.                              *
074720*----------------------------------------------------------*
074730 01  WK-DYY-HEADING1.
074740     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
074750     05  FILLER              PIC X(04) VALUE 'DRG '.
074760     05  FILLER              PIC X(09) VALUE 'CUR-WT   '.
074770     05  FILLER              PIC X(09) VALUE 'PRIOR-WT '.
074780     05  FILLER              PIC X(11) VALUE 'DIRECTION  '.
074790     05  FILLER              PIC X(30) VALUE
074800         'PYMT-IMPACT'.
074810 01  WK-DYY-DETAIL-LINE.
074820     05  WK-DYY-PROVIDER-NO  PIC X(06).
074830     05  FILLER              PIC X(03) VALUE SPACES.
074840     05  WK-DYY-DRG          PIC 9(03).
074850     05  FILLER              PIC X(01) VALUE SPACES.
074860     05  WK-DYY-CUR-WT       PIC Z.9999.
074870     05  FILLER              PIC X(02) VALUE SPACES.
074880     05  WK-DYY-PRIORYR-WT   PIC Z.9999.
074890     05  FILLER              PIC X(02) VALUE SPACES.
074900     05  WK-DYY-DIRECTION    PIC X(09).
074910     05  FILLER              PIC X(02) VALUE SPACES.
074920     05  WK-DYY-PYMT-IMPACT  PIC -(6)9.99.
074930 01  WK-DYY-WT-DELTA         PIC S9(01)V9(04) VALUE ZERO.
074940 01  WK-DYY-PYMT-IMPACT-N    PIC S9(07)V9(02) VALUE ZERO.
074950*----------------------------------------------------------*
074960* MULTI-PROVIDER BATCH PERFORMANCE/TIMING REPORT HEADING/    *
074970* DETAIL LINE AND PROVIDER-BREAK TRACKING FIELDS.            *
074980*----------------------------------------------------------*
074990 01  WK-PPF-HEADING1.
075000     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
075010     05  FILLER              PIC X(11) VALUE 'BILL-COUNT '.
075020     05  FILLER              PIC X(16) VALUE 'TOTAL-PAYMENT   '.
075030     05  FILLER              PIC X(30) VALUE
075040         'ELAPSED-SECONDS'.
075050 01  WK-PPF-DETAIL-LINE.
075060     05  WK-PPF-PROVIDER-NO  PIC X(06).
075070     05  FILLER              PIC X(04) VALUE SPACES.
075080     05  WK-PPF-BILL-COUNT   PIC ZZZZ9.
075090     05  FILLER              PIC X(06) VALUE SPACES.
075100     05  WK-PPF-TOTAL-PYMT   PIC Z(6)9.99.
075110     05  FILLER              PIC X(04) VALUE SPACES.
075120     05  WK-PPF-ELAPSED-SECS PIC Z(4)9.99.
075130 01  WK-PPF-LAST-PROVIDER    PIC X(06) VALUE SPACES.
075140 01  WK-PPF-BILL-COUNT-N     PIC 9(05) VALUE ZERO.
075150 01  WK-PPF-PYMT-TOTAL-N     PIC 9(09)V9(02) VALUE ZERO.
075160 01  WK-PPF-START-TIME       PIC 9(08) VALUE ZERO.
075170 01  WK-PPF-START-PARTS REDEFINES WK-PPF-START-TIME.
075180     05  WK-PPF-START-HH     PIC 9(02).
075190     05  WK-PPF-START-MM     PIC 9(02).
075200     05  WK-PPF-START-SS     PIC 9(02).
075210     05  WK-PPF-START-HD     PIC 9(02).
075220 01  WK-PPF-END-TIME         PIC 9(08) VALUE ZERO.
075230 01  WK-PPF-END-PARTS REDEFINES WK-PPF-END-TIME.
075240     05  WK-PPF-END-HH       PIC 9(02).
075250     05  WK-PPF-END-MM       PIC 9(02).
075260     05  WK-PPF-END-SS       PIC 9(02).
075270     05  WK-PPF-END-HD       PIC 9(02).
075280*    HUNDREDTHS OF A SECOND SINCE MIDNIGHT - RAW HHMMSSHH
075290*    VALUES CANNOT BE DIFFERENCED ACROSS A MINUTE BOUNDARY.
075300 01  WK-PPF-START-HUND       PIC 9(09) VALUE ZERO.
075310 01  WK-PPF-END-HUND         PIC 9(09) VALUE ZERO.
075320 01  WK-PPF-ELAPSED-N        PIC S9(05)V9(02) VALUE ZERO.
075330*----------------------------------------------------------*
075340* NDC/DEMO-CODE VALIDATION EXCEPTION HEADING/DETAIL LINE.     *
075350*----------------------------------------------------------*
075360 01  WK-NDC-DEMO-HEADING1.
075370     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
075380     05  FILLER              PIC X(04) VALUE ' DRG'.
075390     05  FILLER              PIC X(08) VALUE 'ARRAY   '.
075400     05  FILLER              PIC X(04) VALUE 'IDX '.
075410     05  FILLER              PIC X(13) VALUE 'VALUE        '.
075420     05  FILLER              PIC X(20) VALUE 'REASON'.
075430 01  WK-NDC-DEMO-DETAIL-LINE.
075440     05  WK-ND-PROVIDER-NO   PIC X(06).
075450     05  FILLER              PIC X(03) VALUE SPACES.
075460     05  WK-ND-DRG           PIC 9(03).
075470     05  FILLER              PIC X(03) VALUE SPACES.
075480     05  WK-ND-ARRAY-NAME    PIC X(04).
075490     05  FILLER              PIC X(03) VALUE SPACES.
075500     05  WK-ND-ENTRY-IDX     PIC 99.
075510     05  FILLER              PIC X(03) VALUE SPACES.
075520     05  WK-ND-ENTRY-VALUE   PIC X(11).
075530     05  FILLER              PIC X(03) VALUE SPACES.
075540     05  WK-ND-REASON        PIC X(20).
075550*----------------------------------------------------------*
075560* RURAL COMMUNITY HOSPITAL DEMONSTRATION (FLX7) PAYMENT       *
075570* REPORT HEADING/DETAIL LINE.                                 *
075580*----------------------------------------------------------*
075590 01  WK-FLX7-HEADING1.
075600     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
075610     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
075620     05  FILLER              PIC X(04) VALUE ' DRG'.
075630     05  FILLER              PIC X(15) VALUE 'FLX7 PAYMENT   '.
075640 01  WK-FLX7-DETAIL-LINE.
075650     05  WK-FX-PROVIDER-NO   PIC X(06).
075660     05  FILLER              PIC X(06) VALUE SPACES.
075670     05  WK-FX-DISCHARGE-DATE PIC 9(08).
075680     05  FILLER              PIC X(04) VALUE SPACES.
075690     05  WK-FX-DRG           PIC 9(03).
075700     05  FILLER              PIC X(05) VALUE SPACES.
075710     05  WK-FX-FLX7-PAYMENT  PIC ZZZ,ZZ9.99.
075720*----------------------------------------------------------*
075730* DSH BED-SIZE/CBSA-SIZE CLASSIFICATION EXCEPTION REPORT      *
075740* HEADING/DETAIL LINE.                                       *
075750*----------------------------------------------------------*
075760 01  WK-DSHBC-HEADING1.
075770     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
075780     05  FILLER              PIC X(05) VALUE 'CBSA '.
075790     05  FILLER              PIC X(06) VALUE 'BEDS  '.
075800     05  FILLER              PIC X(09) VALUE 'OPER DSH '.
075810     05  FILLER              PIC X(10) VALUE 'CLASS     '.
075820 01  WK-DSHBC-DETAIL-LINE.
075830     05  WK-DB-PROVIDER-NO   PIC X(06).
075840     05  FILLER              PIC X(03) VALUE SPACES.
075850     05  WK-DB-CBSA-SIZE     PIC X(01).
075860     05  FILLER              PIC X(04) VALUE SPACES.
075870     05  WK-DB-BED-SIZE      PIC ZZZZ9.
075880     05  FILLER              PIC X(03) VALUE SPACES.
075890     05  WK-DB-OPER-DSH      PIC Z.9999.
075900     05  FILLER              PIC X(03) VALUE SPACES.
075910     05  WK-DB-CLASS         PIC X(10).
075920*----------------------------------------------------------*
075930* IHS/RECLASSIFIED-RURAL WAGE INDEX USAGE REPORT              *
075940* HEADING/DETAIL LINE.                                       *
075950*----------------------------------------------------------*
075960 01  WK-IHSRC-HEADING1.
075970     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
075980     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
075990     05  FILLER              PIC X(14) VALUE 'PROV TYPE     '.
076000     05  FILLER              PIC X(14) VALUE 'RECLASS IND   '.
076010     05  FILLER              PIC X(10) VALUE 'IHS WI USD'.
076020 01  WK-IHSRC-DETAIL-LINE.
076030     05  WK-IH-PROVIDER-NO   PIC X(06).
076040     05  FILLER              PIC X(06) VALUE SPACES.
076050     05  WK-IH-DISCHARGE-DATE PIC 9(08).
076060     05  FILLER              PIC X(06) VALUE SPACES.
076070     05  WK-IH-PROVIDER-TYPE PIC X(02).
076080     05  FILLER              PIC X(12) VALUE SPACES.
076090     05  WK-IH-RECLASS-IND   PIC X(01).
076100     05  FILLER              PIC X(13) VALUE SPACES.
076110     05  WK-IH-IHS-WI-USED   PIC X(01).
076120*----------------------------------------------------------*
076130* OUTLIER RECONCILIATION EXTRACT HEADING/DETAIL LINE.         *
076140*----------------------------------------------------------*
076150 01  WK-OUTLR-HEADING1.
076160     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
076170     05  FILLER              PIC X(04) VALUE ' DRG'.
076180     05  FILLER              PIC X(12) VALUE 'DAYS OUTLIER'.
076190     05  FILLER              PIC X(12) VALUE 'COST OUTLIER'.
076200     05  FILLER              PIC X(15) VALUE 'TOTAL OUTLIER  '.
076210 01  WK-OUTLR-DETAIL-LINE.
076220     05  WK-OR-PROVIDER-NO   PIC X(06).
076230     05  FILLER              PIC X(03) VALUE SPACES.
076240     05  WK-OR-DRG           PIC 9(03).
076250     05  FILLER              PIC X(04) VALUE SPACES.
076260     05  WK-OR-DAYS-OUTLIER  PIC ZZZ,ZZ9.
076270     05  FILLER              PIC X(04) VALUE SPACES.
076280     05  WK-OR-COST-OUTLIER  PIC ZZZ,ZZ9.
076290     05  FILLER              PIC X(04) VALUE SPACES.
076300     05  WK-OR-TOTAL-PAYMENT PIC ZZZ,ZZZ,ZZ9.99.
076310*----------------------------------------------------------*
076320* CAPITAL OLD-HOLD-HARMLESS / GAF / LARGE-URBAN BLEND         *
076330* REPORT HEADING AND DETAIL LINE.                             *
076340*----------------------------------------------------------*
076350 01  WK-CAPIGAF-HEADING1.
076360     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
076370     05  FILLER              PIC X(05) VALUE 'DRG  '.
076380     05  FILLER              PIC X(09) VALUE 'OLD HARML'.
076390     05  FILLER              PIC X(08) VALUE 'NATL GAF'.
076400     05  FILLER              PIC X(07) VALUE 'PR GAF '.
076410     05  FILLER              PIC X(09) VALUE 'BLEND GAF'.
076420     05  FILLER              PIC X(09) VALUE 'LRG URBAN'.
076430     05  FILLER              PIC X(15) VALUE 'CAPITAL PAYMENT'.
076440 01  WK-CAPIGAF-DETAIL-LINE.
076450     05  WK-CG-PROVIDER-NO   PIC X(06).
076460     05  FILLER              PIC X(03) VALUE SPACES.
076470     05  WK-CG-DRG           PIC 9(03).
076480     05  FILLER              PIC X(02) VALUE SPACES.
076490     05  WK-CG-OLD-HARMLESS  PIC ZZZZZZ9.99.
076500     05  FILLER              PIC X(02) VALUE SPACES.
076510     05  WK-CG-NATL-GAF      PIC Z.9999.
076520     05  FILLER              PIC X(03) VALUE SPACES.
076530     05  WK-CG-PR-GAF        PIC Z.9999.
076540     05  FILLER              PIC X(03) VALUE SPACES.
076550     05  WK-CG-BLEND-GAF     PIC Z.9999.
076560     05  FILLER              PIC X(03) VALUE SPACES.
076570     05  WK-CG-LARG-URBAN    PIC Z.99.
076580     05  FILLER              PIC X(05) VALUE SPACES.
076590     05  WK-CG-CAPI-TOTAL-PAY PIC ZZZ,ZZ9.99.
076600*----------------------------------------------------------*
076610* TWO-MIDNIGHT / SHORT-STAY ADJUSTMENT FACTOR REPORT          *
076620* HEADING AND DETAIL LINE.                                   *
076630*----------------------------------------------------------*
076640 01  WK-TWOMID-HEADING1.
076650     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
076660     05  FILLER              PIC X(05) VALUE 'DRG  '.
076670     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
076680     05  FILLER              PIC X(13) VALUE 'TWOMID FACTOR'.
076690     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
076700 01  WK-TWOMID-DETAIL-LINE.
076710     05  WK-TM-PROVIDER-NO   PIC X(06).
076720     05  FILLER              PIC X(03) VALUE SPACES.
076730     05  WK-TM-DRG           PIC 9(03).
076740     05  FILLER              PIC X(02) VALUE SPACES.
076750     05  WK-TM-DISCHARGE-DATE PIC 9(08).
076760     05  FILLER              PIC X(02) VALUE SPACES.
076770     05  WK-TM-FACTOR        PIC Z9.999999.
076780     05  FILLER              PIC X(04) VALUE SPACES.
076790     05  WK-TM-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
076800*----------------------------------------------------------*
076810* MODEL 1 BUNDLE / LOW-VOLUME STACKING VALIDATION REPORT   *
076820* HEADING AND DETAIL LINE.                                 *
076830*----------------------------------------------------------*
076840 01  WK-M1LV-HEADING1.
076850     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
076860     05  FILLER              PIC X(05) VALUE 'DRG  '.
076870     05  FILLER              PIC X(11) VALUE 'DISCHARGE  '.
076880     05  FILLER              PIC X(15) VALUE '  LOW-VOL AMT  '.
076890     05  FILLER              PIC X(15) VALUE ' BUNDLE ADJ AMT'.
076900     05  FILLER              PIC X(15) VALUE '  TOTAL PAYMENT'.
076910 01  WK-M1LV-DETAIL-LINE.
076920     05  WK-ML-PROVIDER-NO   PIC X(06).
076930     05  FILLER              PIC X(03) VALUE SPACES.
076940     05  WK-ML-DRG           PIC 9(03).
076950     05  FILLER              PIC X(02) VALUE SPACES.
076960     05  WK-ML-DISCHARGE-DATE PIC 9(08).
076970     05  FILLER              PIC X(02) VALUE SPACES.
076980     05  WK-ML-LOW-VOL-AMT   PIC ZZZ,ZZ9.99.
076990     05  FILLER              PIC X(03) VALUE SPACES.
077000     05  WK-ML-BUNDLE-ADJ-AMT PIC ZZZ,ZZ9.99.
077010     05  FILLER              PIC X(03) VALUE SPACES.
077020     05  WK-ML-TOTAL-PAYMENT PIC ZZZ,ZZ9.99.
077030*----------------------------------------------------------*
077040* PROVIDER MASTER OUT-OF-BAND CHANGE CHECK - SWITCHES,     *
077050* COUNTS, THE APPROVAL LOG ENTRIES DATED ON OR AFTER THE   *
077060* PRIOR SNAPSHOT, AND THE CHANGE REPORT LINES.  PROVFLDS   *
077070* LOCATES EACH FIELD OF A SEGMENT FOR THE BEFORE/AFTER.    *
077080*----------------------------------------------------------*
077090 COPY PROVFLDS.
077100 01  WK-PMSNAPIN-STATUS         PIC X(02) VALUE SPACES.
077110 01  WK-PSFAPPR-STATUS          PIC X(02) VALUE SPACES.
077120 01  WK-PMC-SWITCHES.
077130     05  WK-PMC-MAST-EOF        PIC X(01) VALUE 'N'.
077140         88  PMC-MAST-AT-EOF    VALUE 'Y'.
077150     05  WK-PMC-SNAP-EOF        PIC X(01) VALUE 'N'.
077160         88  PMC-SNAP-AT-EOF    VALUE 'Y'.
077170     05  WK-PMC-APPR-EOF        PIC X(01) VALUE 'N'.
077180         88  PMC-APPR-AT-EOF    VALUE 'Y'.
077190     05  WK-PMC-ACK-SW          PIC X(01) VALUE 'N'.
077200         88  PMC-CHANGES-ACKED  VALUE 'Y'.
077210     05  WK-PMC-APPR-SW         PIC X(01) VALUE 'N'.
077220         88  PMC-APPROVAL-FOUND VALUE 'Y'.
077230 01  WK-PMC-COUNTERS.
077240     05  WK-PMC-SEGS-READ       PIC 9(05) VALUE ZEROES.
077250     05  WK-PMC-UNCHANGED       PIC 9(05) VALUE ZEROES.
077260     05  WK-PMC-APPROVED        PIC 9(05) VALUE ZEROES.
077270     05  WK-PMC-CHANGED         PIC 9(05) VALUE ZEROES.
077280     05  WK-PMC-ADDED           PIC 9(05) VALUE ZEROES.
077290     05  WK-PMC-DELETED         PIC 9(05) VALUE ZEROES.
077300     05  WK-PMC-OUT-OF-BAND     PIC 9(05) VALUE ZEROES.
077310     05  WK-PMC-APPR-DROPPED    PIC 9(05) VALUE ZEROES.
077320     05  WK-PMC-SNAP-WRITTEN    PIC 9(05) VALUE ZEROES.
077330 01  WK-PMC-SNAP-DATE           PIC 9(08) VALUE ZEROES.
077340 01  WK-PMC-SNAP-RUN-ID         PIC X(08) VALUE SPACES.
077350 01  WK-PMC-TODAY               PIC 9(08) VALUE ZEROES.
077360 01  WK-PMC-MAST-KEY            PIC X(14) VALUE SPACES.
077370 01  WK-PMC-SNAP-KEY            PIC X(14) VALUE SPACES.
077380 01  WK-PA-COUNT                PIC 9(04) VALUE ZEROES.
077390 01  PMC-APPR-TABLE.
077400     05  PA-ENTRY OCCURS 2000 TIMES
077410                  INDEXED BY PA-IDX PA-SIDX.
077420         10  PA-PROV-KEY        PIC X(14).
077430         10  PA-SOURCE          PIC X(01).
077440         10  PA-REFERENCE       PIC X(20).
077450         10  PA-PROV-RECORD     PIC X(310).
077460 01  WK-PMC-SNAP-LINE.
077470     05  FILLER              PIC X(26) VALUE
077480         'COMPARED AGAINST SNAPSHOT '.
077490     05  WK-PMC-SL-DATE      PIC 9(08).
077500     05  FILLER              PIC X(09) VALUE '  RUN-ID '.
077510     05  WK-PMC-SL-RUN-ID    PIC X(08).
077520 01  WK-PMC-HEADING1.
077530     05  FILLER              PIC X(09) VALUE 'PROVIDER '.
077540     05  FILLER              PIC X(11) VALUE 'EFF-DATE   '.
077550     05  FILLER              PIC X(31) VALUE 'DISPOSITION'.
077560     05  FILLER              PIC X(09) VALUE 'REFERENCE'.
077570 01  WK-PMC-SEG-LINE.
077580     05  WK-PMC-PROVIDER-NO  PIC X(06).
077590     05  FILLER              PIC X(03) VALUE SPACES.
077600     05  WK-PMC-EFF-DATE     PIC 9(08).
077610     05  FILLER              PIC X(03) VALUE SPACES.
077620     05  WK-PMC-DISPOSITION  PIC X(30).
077630     05  FILLER              PIC X(01) VALUE SPACES.
077640     05  WK-PMC-REFERENCE    PIC X(20).
077650 01  WK-PMC-FIELD-LINE.
077660     05  FILLER              PIC X(05) VALUE SPACES.
077670     05  WK-PMC-FIELD-NAME   PIC X(30).
077680     05  FILLER              PIC X(09) VALUE '  BEFORE '.
077690     05  WK-PMC-BEFORE       PIC X(21).
077700     05  FILLER              PIC X(08) VALUE '  AFTER '.
077710     05  WK-PMC-AFTER        PIC X(21).
077720*----------------------------------------------------------*
077730* GENERATION CONTROL OF THE FILES CARRIED FORWARD RUN TO   *
077740* RUN IN IN/OUT PAIRS.  EVERY OUT FILE IS WRITTEN BEHIND A *
077750* GENSTAMP HEADER NAMING THIS RUN; AT START-UP EVERY IN    *
077760* FILE'S HEADER MUST NAME THE LAST RUN ON THE RUN-HISTORY  *
077770* REGISTRY.  A FILE LEFT BY ANY OTHER RUN, OR WITH NO      *
077780* HEADER, HALTS THE RUN (RETURN CODE 12) UNLESS THE RUN-   *
077790* CONTROL CARD GEN-ACK=Y IS PRESENT.  THE STAMPS CHECKED   *
077800* AND WRITTEN ARE LISTED ON THE MANIFEST.                  *
077810*----------------------------------------------------------*
077820 COPY GENSTAMP.
077830 COPY LAYHDR.
077840 01  WK-RUNHIST-STATUS          PIC X(02) VALUE SPACES.
077850 01  WK-GEN-SWITCHES.
077860     05  WK-GEN-HIST-EOF        PIC X(01) VALUE 'N'.
077870         88  GEN-HIST-AT-EOF    VALUE 'Y'.
077880     05  WK-GEN-ACK-SW          PIC X(01) VALUE 'N'.
077890         88  GEN-MISMATCH-ACKED VALUE 'Y'.
077900     05  WK-GEN-EMPTY-SW        PIC X(01) VALUE 'N'.
077910         88  GEN-FILE-EMPTY     VALUE 'Y'.
077920 01  WK-GEN-COUNTERS.
077930     05  WK-GEN-HIST-ROWS       PIC 9(05) VALUE ZEROES.
077940     05  WK-GEN-REFUSED         PIC 9(03) VALUE ZEROES.
077950 01  WK-GEN-I                   PIC 9(03) COMP VALUE ZEROES.
077960 01  WK-GEN-LAST-RUN-ID         PIC X(08) VALUE SPACES.
077970 01  WK-GEN-OPEN-STATUS         PIC X(02) VALUE SPACES.
077980 01  WK-GEN-FIRST-REC           PIC X(28) VALUE SPACES.
077990 01  WK-GEN-OUT-STAMP           PIC X(28) VALUE SPACES.
078000 01  WK-GEN-HIST-VIEW.
078010     05  WK-GH-RUN-ID           PIC X(08).
078020     05  FILLER                 PIC X(136).
078030 01  WK-GEN-DD-LIST.
078040     05  FILLER PIC X(16) VALUE 'LEDGIN  LEDGOUT '.
078050     05  FILLER PIC X(16) VALUE 'PENDIN  PENDOUT '.
078060     05  FILLER PIC X(16) VALUE 'MTDIN   MTDOUT  '.
078070     05  FILLER PIC X(16) VALUE 'EDITQIN EDITQOUT'.
078080     05  FILLER PIC X(16) VALUE 'HELDIN  HELDOUT '.
078090     05  FILLER PIC X(16) VALUE 'PNDSTAYIPNDSTAYO'.
078100     05  FILLER PIC X(16) VALUE 'WTHHLDI WTHHLDO '.
078110     05  FILLER PIC X(16) VALUE 'PAYHLDI PAYHLDO '.
078120     05  FILLER PIC X(16) VALUE 'INTMTDI INTMTDO '.
078130     05  FILLER PIC X(16) VALUE 'MGNIN   MGNOUT  '.
078140     05  FILLER PIC X(16) VALUE 'OVRUSGI OVRUSGO '.
078150     05  FILLER PIC X(16) VALUE 'FLRHLDI FLRHLDO '.
078160 01  WK-GEN-DD-TAB REDEFINES WK-GEN-DD-LIST.
078170     05  GN-ENTRY OCCURS 12 TIMES.
078180         10  GN-IN-DD           PIC X(08).
078190         10  GN-OUT-DD          PIC X(08).
078200 01  WK-GEN-RESULT-TAB.
078210     05  GR-ENTRY OCCURS 12 TIMES.
078220         10  GR-RESULT          PIC X(09).
078230         10  GR-RUN-ID          PIC X(08).
078240         10  GR-RUN-DATE        PIC 9(08).
078250         10  GR-RUN-TIME        PIC 9(08).
078260 PROCEDURE DIVISION.
078270*===========================================================*
078280* 0000-MAINLINE                                              *
078290*===========================================================*
078300 0000-MAINLINE.
078310     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
078320     PERFORM 2000-PROCESS-BILLS   THRU 2000-EXIT.
078330     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
078340     STOP RUN.
078350*===========================================================*
078360* 1000-INITIALIZE - OPEN FILES, LOAD THE PROVIDER AND WAGE  *
078370*                   INDEX TABLES FOR THE WHOLE RUN.         *
078380*===========================================================*
078390 1000-INITIALIZE.
078400     PERFORM 1335-READ-RUN-CONTROL THRU 1335-EXIT.
078410     PERFORM 1780-CHECK-GENERATIONS THRU 1780-EXIT.
078420*    THE CATALOG CHECK RUNS BEFORE THE TABLE LOADS SO THE
078430*    VERSION STAMPS IN FORCE ARE ON HAND WHEN A SAVED
078440*    TABLE IMAGE OFFERS ITSELF FOR RESTORE.
078450     PERFORM 1360-CHECK-TABLE-CATALOG THRU 1360-EXIT.
078460     PERFORM 1375A-RESTORE-TABLE-IMAGE THRU 1375A-EXIT.
078470     ACCEPT WK-HB-START-TIME FROM TIME.
078480     COMPUTE WK-HB-START-HUND =
078490         WK-HB-START-HH * 360000 + WK-HB-START-MM * 6000
078500         + WK-HB-START-SS * 100 + WK-HB-START-HD.
078510     PERFORM 1700-CHECK-PROVMAST-DRIFT THRU 1700-EXIT.
078520     PERFORM 1100-LOAD-PROV-MASTER THRU 1100-EXIT.
078530     IF REPORTS-FULL
078540         PERFORM 1150-WRITE-PROV-TIMELINE THRU 1150-EXIT
078550     END-IF.
078560     PERFORM 1200-LOAD-MSAX-TABLE  THRU 1200-EXIT.
078570     PERFORM 1300-LOAD-CBSA-TABLE  THRU 1300-EXIT.
078580     PERFORM 1320-LOAD-COUNTY-CBSA THRU 1320-EXIT.
078590     PERFORM 1340-LOAD-DRGHIST-TABLE THRU 1340-EXIT.
078600     PERFORM 1400-LOAD-NEWTECH-TABLE THRU 1400-EXIT.
078610     PERFORM 1420-LOAD-DRGWT-TABLE THRU 1420-EXIT.
078620     PERFORM 1470-CHECK-OUTLIER-RECON THRU 1470-EXIT.
078630     PERFORM 1385A-LOAD-AUTH-USERS THRU 1385A-EXIT.
078640     PERFORM 1386-CHECK-OVERRIDE-AUTH THRU 1386-EXIT.
078650     PERFORM 1336-OPEN-COMPARE-FILES THRU 1336-EXIT.
078660     PERFORM 1338-LOAD-MTD-TABLE THRU 1338-EXIT.
078670     PERFORM 1342-LOAD-DRG-RULES THRU 1342-EXIT.
078680     PERFORM 1344-LOAD-SEQ-RATES THRU 1344-EXIT.
078690     PERFORM 1348-LOAD-NDC-RATES THRU 1348-EXIT.
078700     PERFORM 1354-LOAD-OPER-RATES THRU 1354-EXIT.
078710     PERFORM 1354A-LOAD-STATE-CCR THRU 1354A-EXIT.
078720     PERFORM 1354B-LOAD-GEO-DESIG THRU 1354B-EXIT.
078730     PERFORM 1354C-LOAD-RURAL-FLOOR THRU 1354C-EXIT.
078740     PERFORM 1354D-LOAD-PRIOR-WI THRU 1354D-EXIT.
078750     PERFORM 1354E-LOAD-OUTMIG THRU 1354E-EXIT.
078760     PERFORM 1354F-LOAD-MIDNIGHT THRU 1354F-EXIT.
078770     PERFORM 1354G-LOAD-DISPATCH THRU 1354G-EXIT.
078780     PERFORM 1357A-LOAD-BUS-CALENDAR THRU 1357A-EXIT.
078790     PERFORM 1358A-LOAD-INT-RATES THRU 1358A-EXIT.
078800     PERFORM 1358C-LOAD-DISASTERS THRU 1358C-EXIT.
078810     PERFORM 1359A-LOAD-PROV-XWALK THRU 1359A-EXIT.
078820     PERFORM 1379A-LOAD-OUTPT-CLAIMS THRU 1379A-EXIT.
078830     PERFORM 1379C-LOAD-MGCRB-REG THRU 1379C-EXIT.
078840     PERFORM 1379E-LOAD-NPI-ENRL THRU 1379E-EXIT.
078850     PERFORM 1379G-LOAD-EXCLUSIONS THRU 1379G-EXIT.
078860     PERFORM 1379J-LOAD-DEACT-NPI THRU 1379J-EXIT.
078870     PERFORM 1381A-LOAD-ICD-CODES THRU 1381A-EXIT.
078880     PERFORM 1383A-LOAD-PRIOR-MARGIN THRU 1383A-EXIT.
078890     PERFORM 1361A-LOAD-INTER-MTD THRU 1361A-EXIT.
078900     PERFORM 1363A-LOAD-GL-MAP THRU 1363A-EXIT.
078910     PERFORM 1365A-LOAD-FUNDS-CEILING THRU 1365A-EXIT.
078920     PERFORM 1365B-LOAD-CLAIM-MEDIA THRU 1365B-EXIT.
078930     PERFORM 1367A-LOAD-PIP-SCHEDULE THRU 1367A-EXIT.
078940     PERFORM 1369A-LOAD-SUSPENSIONS THRU 1369A-EXIT.
078950     PERFORM 1389A-LOAD-TPE-CONTROL THRU 1389A-EXIT.
078960     PERFORM 1371A-LOAD-PEND-STAYS THRU 1371A-EXIT.
078970     PERFORM 1373A-LOAD-DELTA-TABLES THRU 1373A-EXIT.
078980     PERFORM 1377A-LOAD-EDITQ THRU 1377A-EXIT.
078990     PERFORM 1352-OPEN-REV-DETAIL THRU 1352-EXIT.
079000     PERFORM 1356-LOAD-WAIVER-RATES THRU 1356-EXIT.
079010     PERFORM 1358-LOAD-PROV-HIST THRU 1358-EXIT.
079020     PERFORM 1362A-LOAD-LEDGER THRU 1362A-EXIT.
079030     PERFORM 1362C-LOAD-RAC-POSTINGS THRU 1362C-EXIT.
079040     PERFORM 1362E-LOAD-REPAY-PLANS THRU 1362E-EXIT.
079050     PERFORM 1362H-LOAD-MANUAL-PAYS THRU 1362H-EXIT.
079060     PERFORM 1362L-LOAD-ADVANCES THRU 1362L-EXIT.
079070     PERFORM 1366-OPEN-HIST-REPO THRU 1366-EXIT.
079080     PERFORM 1366A-OPEN-BENE-ELIG THRU 1366A-EXIT.
079090     PERFORM 1366B-OPEN-GROUPER-RSLT THRU 1366B-EXIT.
079100     PERFORM 1368-LOAD-SCENARIO THRU 1368-EXIT.
079110     PERFORM 1437-CHECK-TRACE-PARM THRU 1437-EXIT.
079120     PERFORM 1500-VALIDATE-REF-TABLES THRU 1500-EXIT.
079130     PERFORM 1376A-SAVE-TABLE-IMAGE THRU 1376A-EXIT.
079140     PERFORM 1600-PREFLIGHT-CBSA-CHECK THRU 1600-EXIT.
079150     PERFORM 1435-CHECK-SORT-PARM THRU 1435-EXIT.
079160*    THE REVENUE-CENTER DETAIL FILE IS CONSUMED IN LOCKSTEP
079170*    WITH THE BILL FILE IN ITS ORIGINAL EXTRACT ORDER - A
079180*    PRE-SORTED BILL STREAM WOULD SILENTLY STALL THE DETAIL
079190*    MATCH AND PRICE EVERY BILL OFF THE LUMP CHARGES.
079200     IF BILL-SORT-MODE AND REVDTL-ACTIVE
079210         DISPLAY 'PPBAT215 - BILL PRE-SORT MODE CANNOT RUN '
079220                 'WITH THE REVENUE-CENTER DETAIL FILE - '
079230                 'SORT THE DETAIL FILE WITH THE BILLS OR '
079240                 'DROP ONE OPTION'
079250         MOVE 16 TO RETURN-CODE
079260         STOP RUN
079270     END-IF.
079280     PERFORM 1445-PRESCAN-SAMEDAY THRU 1445-EXIT.
079290     PERFORM 1449A-LOAD-OVERLAP-HIST THRU 1449A-EXIT.
079300     IF BILL-SORT-MODE
079310         PERFORM 1440-PRESCAN-AND-SORT THRU 1440-EXIT
079320     ELSE
079330         OPEN INPUT  BILL-FILE-IN
079340     END-IF.
079350     PERFORM 1450-CHECK-RESTART   THRU 1450-EXIT.
079360     OPEN EXTEND CLAIM-EVENT-OUT.
079370     OPEN EXTEND PRICE-LOG-OUT.
079380     IF RUN-IS-A-RESTART
079390         OPEN EXTEND PPS-FILE-OUT
079400         IF REPORTS-INLINE
079410         OPEN EXTEND PAY-SUMMARY-OUT
079420         END-IF
079430         OPEN EXTEND REMIT-FILE-OUT
079440         OPEN EXTEND RW-BILL-OUT
079450         OPEN EXTEND RECON-FILE-OUT
079460         OPEN EXTEND EDIT-ERROR-OUT
079470         OPEN EXTEND WI-AUDIT-OUT
079480         IF REPORTS-FULL
079490         OPEN EXTEND DISPATCH-COV-OUT
079500         END-IF
079510         IF REPORTS-FULL
079520         OPEN EXTEND LOW-VOL-OUT
079530         END-IF
079540         OPEN EXTEND HMO-BILL-OUT
079550         IF REPORTS-INLINE
079560         OPEN EXTEND VBP-HRR-OUT
079570         END-IF
079580         IF REPORTS-FULL
079590         OPEN EXTEND UNCOMP-CARE-OUT
079600         END-IF
079610         IF REPORTS-INLINE
079620         OPEN EXTEND ISLET-OUT
079630         END-IF
079640         IF REPORTS-FULL
079650         OPEN EXTEND CART-OUT
079660         END-IF
079670         IF REPORTS-FULL
079680         OPEN EXTEND PR-WI-OUT
079690         END-IF
079700         IF REPORTS-INLINE
079710         OPEN EXTEND FLOOR-OUT
079720         END-IF
079730         IF REPORTS-FULL
079740         OPEN EXTEND WI-HIST-OUT
079750         END-IF
079760         IF REPORTS-FULL
079770         OPEN EXTEND NEWHOSP-OUT
079780         END-IF
079790         IF REPORTS-INLINE
079800         OPEN EXTEND HAC-OUT
079810         END-IF
079820         IF REPORTS-INLINE
079830         OPEN EXTEND EHR-OUT
079840         END-IF
079850         IF REPORTS-FULL
079860         OPEN EXTEND XFER-OUT
079870         END-IF
079880         IF REPORTS-FULL
079890         OPEN EXTEND PASSTHRU-OUT
079900         END-IF
079910         IF REPORTS-INLINE
079920         OPEN EXTEND BPCI-OUT
079930         END-IF
079940         IF REPORTS-FULL
079950         OPEN EXTEND SUPP-WI-OUT
079960         END-IF
079970         IF REPORTS-INLINE
079980         OPEN EXTEND RTC-FREQ-OUT
079990         END-IF
080000         IF REPORTS-FULL
080010         OPEN EXTEND NDC-DEMO-OUT
080020         END-IF
080030         IF REPORTS-INLINE
080040         OPEN EXTEND FLX7-OUT
080050         END-IF
080060         IF REPORTS-FULL
080070         OPEN EXTEND DSH-BEDCBSA-OUT
080080         END-IF
080090         IF REPORTS-FULL
080100         OPEN EXTEND IHS-RECLASS-OUT
080110         END-IF
080120         IF REPORTS-FULL
080130         OPEN EXTEND OUTLIER-RECON-OUT
080140         END-IF
080150         IF REPORTS-FULL
080160         OPEN EXTEND CAPI-GAF-OUT
080170         END-IF
080180         IF REPORTS-FULL
080190         OPEN EXTEND TWO-MIDNIGHT-OUT
080200         END-IF
080210         IF REPORTS-FULL
080220         OPEN EXTEND MODEL1-LOWVOL-OUT
080230         END-IF
080240         IF REPORTS-FULL
080250         OPEN EXTEND CBSA-XREF-OUT
080260         END-IF
080270         IF REPORTS-FULL
080280         OPEN EXTEND BILL-TYPE-OUT
080290         END-IF
080300         IF REPORTS-FULL
080310         OPEN EXTEND DRG480-OUT
080320         END-IF
080330         IF REPORTS-FULL
080340         OPEN EXTEND OUTM-OUT
080350         END-IF
080360         IF REPORTS-FULL
080370         OPEN EXTEND PRIORYR-BLEND-OUT
080380         END-IF
080390         IF REPORTS-INLINE
080400         OPEN EXTEND BN-FACTOR-OUT
080410         END-IF
080420         IF REPORTS-FULL
080430         OPEN EXTEND COLA-VALID-OUT
080440         END-IF
080450         IF REPORTS-FULL
080460         OPEN EXTEND LARGURB-FLR-OUT
080470         END-IF
080480         OPEN OUTPUT REFTAB-MON-OUT
080490         PERFORM 1489-LOAD-REFTAB-MONITOR THRU 1489-EXIT
080500         PERFORM 1490-WRITE-REFTAB-MONITOR THRU 1490-EXIT
080510         IF REPORTS-FULL
080520         OPEN EXTEND CALC-VERS-OUT
080530         END-IF
080540         IF REPORTS-FULL
080550         OPEN EXTEND DRG-YOY-OUT
080560         END-IF
080570         IF REPORTS-FULL
080580         OPEN EXTEND PROV-PERF-OUT
080590         END-IF
080600         OPEN EXTEND DUP-BILL-OUT
080610         IF REPORTS-FULL
080620         OPEN EXTEND SCHMDH-OUT
080630         END-IF
080640         OPEN EXTEND LOS-ERROR-OUT
080650         OPEN EXTEND QUARANTINE-OUT
080660         IF RESUME-AFTER-STOP
080670             OPEN OUTPUT PEND-FILE-OUT
080680             WRITE PEND-OUT-REC FROM WK-GEN-OUT-STAMP
080690         ELSE
080700             OPEN EXTEND PEND-FILE-OUT
080710         END-IF
080720         OPEN EXTEND WAIVER-BILL-OUT
080730         OPEN EXTEND SAMEDAY-HOLD-OUT
080740         OPEN EXTEND SAMEDAY-RPT-OUT
080750         OPEN EXTEND OVERLAP-HOLD-OUT
080760         OPEN EXTEND OVERLAP-RPT-OUT
080770         OPEN EXTEND CCR-SUBST-RPT-OUT
080780         OPEN EXTEND TIMELY-RPT-OUT
080790         OPEN EXTEND ELIG-RPT-OUT
080800         IF RESUME-AFTER-STOP
080810             OPEN OUTPUT PEND-STAY-OUT
080820             WRITE PEND-STAY-OUT-REC FROM WK-GEN-OUT-STAMP
080830         ELSE
080840             OPEN EXTEND PEND-STAY-OUT
080850         END-IF
080860         OPEN EXTEND STALE-STAY-OUT
080870         OPEN EXTEND DSTS-RPT-OUT
080880         OPEN EXTEND POA-RPT-OUT
080890         OPEN EXTEND HAC-POA-OUT
080900         OPEN EXTEND OCC-ADJ-OUT
080910         IF RESUME-AFTER-STOP
080920             OPEN OUTPUT WITHHOLD-OUT
080930             WRITE WITHHOLD-OUT-REC FROM WK-GEN-OUT-STAMP
080940         ELSE
080950             OPEN EXTEND WITHHOLD-OUT
080960         END-IF
080970         OPEN EXTEND PIP-REMIT-OUT
080980         OPEN EXTEND SUSP-RPT-OUT
080990         IF RESUME-AFTER-STOP
081000             OPEN OUTPUT PAY-HOLD-OUT
081010             WRITE PAY-HOLD-OUT-REC FROM WK-GEN-OUT-STAMP
081020         ELSE
081030             OPEN EXTEND PAY-HOLD-OUT
081040         END-IF
081050         OPEN EXTEND FUNDS-RPT-OUT
081060         IF RESUME-AFTER-STOP
081070             OPEN OUTPUT FLOOR-HOLD-OUT
081080             WRITE FLOOR-HOLD-OUT-REC FROM WK-GEN-OUT-STAMP
081090         ELSE
081100             OPEN EXTEND FLOOR-HOLD-OUT
081110         END-IF
081120         OPEN EXTEND NEAR-THRESH-OUT
081130         OPEN EXTEND OPWIN-RPT-OUT
081140         OPEN EXTEND MGCRB-EXCP-OUT
081150         OPEN EXTEND NPI-EXCP-OUT
081160         OPEN EXTEND NPI-RPT-OUT
081170         OPEN EXTEND GRPR-RPT-OUT
081180         OPEN EXTEND EXEMPT-UNIT-OUT
081190         OPEN EXTEND TERM-RPT-OUT
081200         OPEN EXTEND CC44-RPT-OUT
081210         OPEN EXTEND XWALK-RPT-OUT
081220         OPEN EXTEND HIST-DUP-OUT
081230         IF RESUME-AFTER-STOP
081240             OPEN OUTPUT HELD-CLAIMS-OUT
081250             WRITE HELD-OUT-REC FROM WK-GEN-OUT-STAMP
081260         ELSE
081270             OPEN EXTEND HELD-CLAIMS-OUT
081280         END-IF
081290         PERFORM 1389C-RESTORE-TPE-PULLS THRU 1389C-EXIT
081300         OPEN EXTEND TPE-SELECT-OUT
081310         OPEN EXTEND HOLD-RPT-OUT
081320         OPEN EXTEND OVERRIDE-AUDIT-OUT
081330         OPEN EXTEND PPS-DETAIL-OUT
081340         OPEN EXTEND REWORK-FILE-OUT
081350         OPEN EXTEND CHG-SUSPENSE-OUT
081360         OPEN EXTEND XFER-MATCH-OUT
081370         OPEN EXTEND REWORK-RPT-OUT
081380         OPEN EXTEND PEND-AGED-OUT
081390         IF REPORTS-FULL
081400         OPEN OUTPUT PROV-DICT-OUT
081410         MOVE 'PROV-DICT REPORT' TO WK-RPT-TITLE
081420         PERFORM 8600-FORMAT-REPORT-HEADER
081430             THRU 8600-EXIT
081440         MOVE WK-RPT-HDR-LINE1 TO PROV-DICT-LINE
081450         WRITE PROV-DICT-LINE
081460         MOVE WK-RPT-HDR-LINE2 TO PROV-DICT-LINE
081470         WRITE PROV-DICT-LINE
081480         MOVE WK-PD-HEADING1 TO PROV-DICT-LINE
081490         WRITE PROV-DICT-LINE
081500         PERFORM 1480-WRITE-PROV-DICT THRU 1480-EXIT
081510         END-IF
081520     ELSE
081530         IF REPORTS-INLINE
081540         OPEN OUTPUT PAY-SUMMARY-OUT
081550         MOVE 'PAY-SUMMARY REPORT' TO WK-RPT-TITLE
081560         PERFORM 8600-FORMAT-REPORT-HEADER
081570             THRU 8600-EXIT
081580         MOVE WK-RPT-HDR-LINE1 TO SUMMARY-LINE
081590         WRITE SUMMARY-LINE
081600         MOVE WK-RPT-HDR-LINE2 TO SUMMARY-LINE
081610         WRITE SUMMARY-LINE
081620         MOVE WK-SUMMARY-HEADING1 TO SUMMARY-LINE
081630         WRITE SUMMARY-LINE
081640         END-IF
081650         OPEN OUTPUT RECON-FILE-OUT
081660         OPEN OUTPUT EDIT-ERROR-OUT
081670         MOVE 'EDIT-ERROR REPORT' TO WK-RPT-TITLE
081680         PERFORM 8600-FORMAT-REPORT-HEADER
081690             THRU 8600-EXIT
081700         MOVE WK-RPT-HDR-LINE1 TO EDIT-ERROR-LINE
081710         WRITE EDIT-ERROR-LINE
081720         MOVE WK-RPT-HDR-LINE2 TO EDIT-ERROR-LINE
081730         WRITE EDIT-ERROR-LINE
081740         MOVE WK-EDIT-ERR-HEADING1 TO EDIT-ERROR-LINE
081750         WRITE EDIT-ERROR-LINE
081760         IF REPORTS-FULL
081770         OPEN OUTPUT DISPATCH-COV-OUT
081780         END-IF
081790         OPEN OUTPUT WI-AUDIT-OUT
081800         MOVE 'WI-AUDIT REPORT' TO WK-RPT-TITLE
081810         PERFORM 8600-FORMAT-REPORT-HEADER
081820             THRU 8600-EXIT
081830         MOVE WK-RPT-HDR-LINE1 TO WI-AUDIT-LINE
081840         WRITE WI-AUDIT-LINE
081850         MOVE WK-RPT-HDR-LINE2 TO WI-AUDIT-LINE
081860         WRITE WI-AUDIT-LINE
081870         MOVE WK-WI-AUDIT-HEADING1 TO WI-AUDIT-LINE
081880         WRITE WI-AUDIT-LINE
081890         IF REPORTS-FULL
081900         OPEN OUTPUT LOW-VOL-OUT
081910         MOVE 'LOW-VOL REPORT' TO WK-RPT-TITLE
081920         PERFORM 8600-FORMAT-REPORT-HEADER
081930             THRU 8600-EXIT
081940         MOVE WK-RPT-HDR-LINE1 TO LOW-VOL-LINE
081950         WRITE LOW-VOL-LINE
081960         MOVE WK-RPT-HDR-LINE2 TO LOW-VOL-LINE
081970         WRITE LOW-VOL-LINE
081980         MOVE WK-LOW-VOL-HEADING1 TO LOW-VOL-LINE
081990         WRITE LOW-VOL-LINE
082000         END-IF
082010         OPEN OUTPUT HMO-BILL-OUT
082020         IF REPORTS-INLINE
082030         OPEN OUTPUT VBP-HRR-OUT
082040         MOVE 'VBP-HRR REPORT' TO WK-RPT-TITLE
082050         PERFORM 8600-FORMAT-REPORT-HEADER
082060             THRU 8600-EXIT
082070         MOVE WK-RPT-HDR-LINE1 TO VBP-HRR-LINE
082080         WRITE VBP-HRR-LINE
082090         MOVE WK-RPT-HDR-LINE2 TO VBP-HRR-LINE
082100         WRITE VBP-HRR-LINE
082110         MOVE WK-VBP-HRR-HEADING1 TO VBP-HRR-LINE
082120         WRITE VBP-HRR-LINE
082130         END-IF
082140         IF REPORTS-FULL
082150         OPEN OUTPUT UNCOMP-CARE-OUT
082160         MOVE 'UNCOMP-CARE REPORT' TO WK-RPT-TITLE
082170         PERFORM 8600-FORMAT-REPORT-HEADER
082180             THRU 8600-EXIT
082190         MOVE WK-RPT-HDR-LINE1 TO UNCOMP-CARE-LINE
082200         WRITE UNCOMP-CARE-LINE
082210         MOVE WK-RPT-HDR-LINE2 TO UNCOMP-CARE-LINE
082220         WRITE UNCOMP-CARE-LINE
082230         MOVE WK-UC-HEADING1 TO UNCOMP-CARE-LINE
082240         WRITE UNCOMP-CARE-LINE
082250         END-IF
082260         IF REPORTS-INLINE
082270         OPEN OUTPUT ISLET-OUT
082280         MOVE 'ISLET REPORT' TO WK-RPT-TITLE
082290         PERFORM 8600-FORMAT-REPORT-HEADER
082300             THRU 8600-EXIT
082310         MOVE WK-RPT-HDR-LINE1 TO ISLET-LINE
082320         WRITE ISLET-LINE
082330         MOVE WK-RPT-HDR-LINE2 TO ISLET-LINE
082340         WRITE ISLET-LINE
082350         MOVE WK-ISLET-HEADING1 TO ISLET-LINE
082360         WRITE ISLET-LINE
082370         END-IF
082380         IF REPORTS-FULL
082390         OPEN OUTPUT CART-OUT
082400         MOVE 'CART REPORT' TO WK-RPT-TITLE
082410         PERFORM 8600-FORMAT-REPORT-HEADER
082420             THRU 8600-EXIT
082430         MOVE WK-RPT-HDR-LINE1 TO CART-LINE
082440         WRITE CART-LINE
082450         MOVE WK-RPT-HDR-LINE2 TO CART-LINE
082460         WRITE CART-LINE
082470         MOVE WK-CART-HEADING1 TO CART-LINE
082480         WRITE CART-LINE
082490         END-IF
082500         IF REPORTS-FULL
082510         OPEN OUTPUT PR-WI-OUT
082520         MOVE 'PR-WI REPORT' TO WK-RPT-TITLE
082530         PERFORM 8600-FORMAT-REPORT-HEADER
082540             THRU 8600-EXIT
082550         MOVE WK-RPT-HDR-LINE1 TO PR-WI-LINE
082560         WRITE PR-WI-LINE
082570         MOVE WK-RPT-HDR-LINE2 TO PR-WI-LINE
082580         WRITE PR-WI-LINE
082590         MOVE WK-PR-WI-HEADING1 TO PR-WI-LINE
082600         WRITE PR-WI-LINE
082610         END-IF
082620         IF REPORTS-INLINE
082630         OPEN OUTPUT FLOOR-OUT
082640         MOVE 'FLOOR REPORT' TO WK-RPT-TITLE
082650         PERFORM 8600-FORMAT-REPORT-HEADER
082660             THRU 8600-EXIT
082670         MOVE WK-RPT-HDR-LINE1 TO FLOOR-LINE
082680         WRITE FLOOR-LINE
082690         MOVE WK-RPT-HDR-LINE2 TO FLOOR-LINE
082700         WRITE FLOOR-LINE
082710         MOVE WK-FLOOR-HEADING1 TO FLOOR-LINE
082720         WRITE FLOOR-LINE
082730         END-IF
082740         IF REPORTS-FULL
082750         OPEN EXTEND WI-HIST-OUT
082760         END-IF
082770         IF REPORTS-FULL
082780         OPEN OUTPUT NEWHOSP-OUT
082790         MOVE 'NEWHOSP REPORT' TO WK-RPT-TITLE
082800         PERFORM 8600-FORMAT-REPORT-HEADER
082810             THRU 8600-EXIT
082820         MOVE WK-RPT-HDR-LINE1 TO NEWHOSP-LINE
082830         WRITE NEWHOSP-LINE
082840         MOVE WK-RPT-HDR-LINE2 TO NEWHOSP-LINE
082850         WRITE NEWHOSP-LINE
082860         MOVE WK-NEWHOSP-HEADING1 TO NEWHOSP-LINE
082870         WRITE NEWHOSP-LINE
082880         END-IF
082890         IF REPORTS-INLINE
082900         OPEN OUTPUT HAC-OUT
082910         MOVE 'HAC REPORT' TO WK-RPT-TITLE
082920         PERFORM 8600-FORMAT-REPORT-HEADER
082930             THRU 8600-EXIT
082940         MOVE WK-RPT-HDR-LINE1 TO HAC-LINE
082950         WRITE HAC-LINE
082960         MOVE WK-RPT-HDR-LINE2 TO HAC-LINE
082970         WRITE HAC-LINE
082980         MOVE WK-HAC-HEADING1 TO HAC-LINE
082990         WRITE HAC-LINE
083000         END-IF
083010         IF REPORTS-INLINE
083020         OPEN OUTPUT EHR-OUT
083030         MOVE 'EHR REPORT' TO WK-RPT-TITLE
083040         PERFORM 8600-FORMAT-REPORT-HEADER
083050             THRU 8600-EXIT
083060         MOVE WK-RPT-HDR-LINE1 TO EHR-LINE
083070         WRITE EHR-LINE
083080         MOVE WK-RPT-HDR-LINE2 TO EHR-LINE
083090         WRITE EHR-LINE
083100         MOVE WK-EHR-HEADING1 TO EHR-LINE
083110         WRITE EHR-LINE
083120         END-IF
083130         IF REPORTS-FULL
083140         OPEN OUTPUT XFER-OUT
083150         MOVE 'XFER REPORT' TO WK-RPT-TITLE
083160         PERFORM 8600-FORMAT-REPORT-HEADER
083170             THRU 8600-EXIT
083180         MOVE WK-RPT-HDR-LINE1 TO XFER-LINE
083190         WRITE XFER-LINE
083200         MOVE WK-RPT-HDR-LINE2 TO XFER-LINE
083210         WRITE XFER-LINE
083220         MOVE WK-XFER-HEADING1 TO XFER-LINE
083230         WRITE XFER-LINE
083240         END-IF
083250         IF REPORTS-FULL
083260         OPEN OUTPUT PASSTHRU-OUT
083270         MOVE 'PASSTHRU REPORT' TO WK-RPT-TITLE
083280         PERFORM 8600-FORMAT-REPORT-HEADER
083290             THRU 8600-EXIT
083300         MOVE WK-RPT-HDR-LINE1 TO PASSTHRU-LINE
083310         WRITE PASSTHRU-LINE
083320         MOVE WK-RPT-HDR-LINE2 TO PASSTHRU-LINE
083330         WRITE PASSTHRU-LINE
083340         MOVE WK-PASSTHRU-HEADING1 TO PASSTHRU-LINE
083350         WRITE PASSTHRU-LINE
083360         END-IF
083370         IF REPORTS-INLINE
083380         OPEN OUTPUT BPCI-OUT
083390         MOVE 'BPCI REPORT' TO WK-RPT-TITLE
083400         PERFORM 8600-FORMAT-REPORT-HEADER
083410             THRU 8600-EXIT
083420         MOVE WK-RPT-HDR-LINE1 TO BPCI-LINE
083430         WRITE BPCI-LINE
083440         MOVE WK-RPT-HDR-LINE2 TO BPCI-LINE
083450         WRITE BPCI-LINE
083460         MOVE WK-BPCI-HEADING1 TO BPCI-LINE
083470         WRITE BPCI-LINE
083480         END-IF
083490         IF REPORTS-FULL
083500         OPEN OUTPUT SUPP-WI-OUT
083510         MOVE 'SUPP-WI REPORT' TO WK-RPT-TITLE
083520         PERFORM 8600-FORMAT-REPORT-HEADER
083530             THRU 8600-EXIT
083540         MOVE WK-RPT-HDR-LINE1 TO SUPP-WI-LINE
083550         WRITE SUPP-WI-LINE
083560         MOVE WK-RPT-HDR-LINE2 TO SUPP-WI-LINE
083570         WRITE SUPP-WI-LINE
083580         MOVE WK-SUPP-WI-HEADING1 TO SUPP-WI-LINE
083590         WRITE SUPP-WI-LINE
083600         END-IF
083610         IF REPORTS-INLINE
083620         OPEN OUTPUT RTC-FREQ-OUT
083630         MOVE 'RTC-FREQ REPORT' TO WK-RPT-TITLE
083640         PERFORM 8600-FORMAT-REPORT-HEADER
083650             THRU 8600-EXIT
083660         MOVE WK-RPT-HDR-LINE1 TO RTC-FREQ-LINE
083670         WRITE RTC-FREQ-LINE
083680         MOVE WK-RPT-HDR-LINE2 TO RTC-FREQ-LINE
083690         WRITE RTC-FREQ-LINE
083700         MOVE WK-RTC-FREQ-HEADING1 TO RTC-FREQ-LINE
083710         WRITE RTC-FREQ-LINE
083720         END-IF
083730         IF REPORTS-FULL
083740         OPEN OUTPUT NDC-DEMO-OUT
083750         MOVE 'NDC-DEMO REPORT' TO WK-RPT-TITLE
083760         PERFORM 8600-FORMAT-REPORT-HEADER
083770             THRU 8600-EXIT
083780         MOVE WK-RPT-HDR-LINE1 TO NDC-DEMO-LINE
083790         WRITE NDC-DEMO-LINE
083800         MOVE WK-RPT-HDR-LINE2 TO NDC-DEMO-LINE
083810         WRITE NDC-DEMO-LINE
083820         MOVE WK-NDC-DEMO-HEADING1 TO NDC-DEMO-LINE
083830         WRITE NDC-DEMO-LINE
083840         END-IF
083850         IF REPORTS-INLINE
083860         OPEN OUTPUT FLX7-OUT
083870         MOVE 'FLX7 REPORT' TO WK-RPT-TITLE
083880         PERFORM 8600-FORMAT-REPORT-HEADER
083890             THRU 8600-EXIT
083900         MOVE WK-RPT-HDR-LINE1 TO FLX7-LINE
083910         WRITE FLX7-LINE
083920         MOVE WK-RPT-HDR-LINE2 TO FLX7-LINE
083930         WRITE FLX7-LINE
083940         MOVE WK-FLX7-HEADING1 TO FLX7-LINE
083950         WRITE FLX7-LINE
083960         END-IF
083970         IF REPORTS-FULL
083980         OPEN OUTPUT DSH-BEDCBSA-OUT
083990         MOVE 'DSH-BEDCBSA REPORT' TO WK-RPT-TITLE
084000         PERFORM 8600-FORMAT-REPORT-HEADER
084010             THRU 8600-EXIT
084020         MOVE WK-RPT-HDR-LINE1 TO DSH-BEDCBSA-LINE
084030         WRITE DSH-BEDCBSA-LINE
084040         MOVE WK-RPT-HDR-LINE2 TO DSH-BEDCBSA-LINE
084050         WRITE DSH-BEDCBSA-LINE
084060         MOVE WK-DSHBC-HEADING1 TO DSH-BEDCBSA-LINE
084070         WRITE DSH-BEDCBSA-LINE
084080         END-IF
084090         IF REPORTS-FULL
084100         OPEN OUTPUT IHS-RECLASS-OUT
084110         MOVE 'IHS-RECLASS REPORT' TO WK-RPT-TITLE
084120         PERFORM 8600-FORMAT-REPORT-HEADER
084130             THRU 8600-EXIT
084140         MOVE WK-RPT-HDR-LINE1 TO IHS-RECLASS-LINE
084150         WRITE IHS-RECLASS-LINE
084160         MOVE WK-RPT-HDR-LINE2 TO IHS-RECLASS-LINE
084170         WRITE IHS-RECLASS-LINE
084180         MOVE WK-IHSRC-HEADING1 TO IHS-RECLASS-LINE
084190         WRITE IHS-RECLASS-LINE
084200         END-IF
084210         IF REPORTS-FULL
084220         OPEN OUTPUT OUTLIER-RECON-OUT
084230         MOVE 'OUTLIER-RECON REPORT' TO WK-RPT-TITLE
084240         PERFORM 8600-FORMAT-REPORT-HEADER
084250             THRU 8600-EXIT
084260         MOVE WK-RPT-HDR-LINE1 TO OUTLIER-RECON-LINE
084270         WRITE OUTLIER-RECON-LINE
084280         MOVE WK-RPT-HDR-LINE2 TO OUTLIER-RECON-LINE
084290         WRITE OUTLIER-RECON-LINE
084300         MOVE WK-OUTLR-HEADING1 TO OUTLIER-RECON-LINE
084310         WRITE OUTLIER-RECON-LINE
084320         END-IF
084330         IF REPORTS-FULL
084340         OPEN OUTPUT CAPI-GAF-OUT
084350         MOVE 'CAPI-GAF REPORT' TO WK-RPT-TITLE
084360         PERFORM 8600-FORMAT-REPORT-HEADER
084370             THRU 8600-EXIT
084380         MOVE WK-RPT-HDR-LINE1 TO CAPI-GAF-LINE
084390         WRITE CAPI-GAF-LINE
084400         MOVE WK-RPT-HDR-LINE2 TO CAPI-GAF-LINE
084410         WRITE CAPI-GAF-LINE
084420         MOVE WK-CAPIGAF-HEADING1 TO CAPI-GAF-LINE
084430         WRITE CAPI-GAF-LINE
084440         END-IF
084450         IF REPORTS-FULL
084460         OPEN OUTPUT TWO-MIDNIGHT-OUT
084470         MOVE 'TWO-MIDNIGHT REPORT' TO WK-RPT-TITLE
084480         PERFORM 8600-FORMAT-REPORT-HEADER
084490             THRU 8600-EXIT
084500         MOVE WK-RPT-HDR-LINE1 TO TWO-MIDNIGHT-LINE
084510         WRITE TWO-MIDNIGHT-LINE
084520         MOVE WK-RPT-HDR-LINE2 TO TWO-MIDNIGHT-LINE
084530         WRITE TWO-MIDNIGHT-LINE
084540         MOVE WK-TWOMID-HEADING1 TO TWO-MIDNIGHT-LINE
084550         WRITE TWO-MIDNIGHT-LINE
084560         END-IF
084570         IF REPORTS-FULL
084580         OPEN OUTPUT MODEL1-LOWVOL-OUT
084590         MOVE 'MODEL1-LOWVOL REPORT' TO WK-RPT-TITLE
084600         PERFORM 8600-FORMAT-REPORT-HEADER
084610             THRU 8600-EXIT
084620         MOVE WK-RPT-HDR-LINE1 TO MODEL1-LOWVOL-LINE
084630         WRITE MODEL1-LOWVOL-LINE
084640         MOVE WK-RPT-HDR-LINE2 TO MODEL1-LOWVOL-LINE
084650         WRITE MODEL1-LOWVOL-LINE
084660         MOVE WK-M1LV-HEADING1 TO MODEL1-LOWVOL-LINE
084670         WRITE MODEL1-LOWVOL-LINE
084680         END-IF
084690         IF REPORTS-FULL
084700         OPEN OUTPUT CBSA-XREF-OUT
084710         MOVE 'CBSA-XREF REPORT' TO WK-RPT-TITLE
084720         PERFORM 8600-FORMAT-REPORT-HEADER
084730             THRU 8600-EXIT
084740         MOVE WK-RPT-HDR-LINE1 TO CBSA-XREF-LINE
084750         WRITE CBSA-XREF-LINE
084760         MOVE WK-RPT-HDR-LINE2 TO CBSA-XREF-LINE
084770         WRITE CBSA-XREF-LINE
084780         MOVE WK-CX-HEADING1 TO CBSA-XREF-LINE
084790         WRITE CBSA-XREF-LINE
084800         END-IF
084810         IF REPORTS-FULL
084820         OPEN OUTPUT BILL-TYPE-OUT
084830         MOVE 'BILL-TYPE REPORT' TO WK-RPT-TITLE
084840         PERFORM 8600-FORMAT-REPORT-HEADER
084850             THRU 8600-EXIT
084860         MOVE WK-RPT-HDR-LINE1 TO BILL-TYPE-LINE
084870         WRITE BILL-TYPE-LINE
084880         MOVE WK-RPT-HDR-LINE2 TO BILL-TYPE-LINE
084890         WRITE BILL-TYPE-LINE
084900         MOVE WK-BT-HEADING1 TO BILL-TYPE-LINE
084910         WRITE BILL-TYPE-LINE
084920         END-IF
084930         IF REPORTS-FULL
084940         OPEN OUTPUT DRG480-OUT
084950         MOVE 'DRG480 REPORT' TO WK-RPT-TITLE
084960         PERFORM 8600-FORMAT-REPORT-HEADER
084970             THRU 8600-EXIT
084980         MOVE WK-RPT-HDR-LINE1 TO DRG480-LINE
084990         WRITE DRG480-LINE
085000         MOVE WK-RPT-HDR-LINE2 TO DRG480-LINE
085010         WRITE DRG480-LINE
085020         MOVE WK-D480-HEADING1 TO DRG480-LINE
085030         WRITE DRG480-LINE
085040         END-IF
085050         IF REPORTS-FULL
085060         OPEN OUTPUT OUTM-OUT
085070         MOVE 'OUTM REPORT' TO WK-RPT-TITLE
085080         PERFORM 8600-FORMAT-REPORT-HEADER
085090             THRU 8600-EXIT
085100         MOVE WK-RPT-HDR-LINE1 TO OUTM-LINE
085110         WRITE OUTM-LINE
085120         MOVE WK-RPT-HDR-LINE2 TO OUTM-LINE
085130         WRITE OUTM-LINE
085140         MOVE WK-OUTM-HEADING1 TO OUTM-LINE
085150         WRITE OUTM-LINE
085160         END-IF
085170         IF REPORTS-FULL
085180         OPEN OUTPUT PRIORYR-BLEND-OUT
085190         MOVE 'PRIORYR-BLEND REPORT' TO WK-RPT-TITLE
085200         PERFORM 8600-FORMAT-REPORT-HEADER
085210             THRU 8600-EXIT
085220         MOVE WK-RPT-HDR-LINE1 TO PRIORYR-BLEND-LINE
085230         WRITE PRIORYR-BLEND-LINE
085240         MOVE WK-RPT-HDR-LINE2 TO PRIORYR-BLEND-LINE
085250         WRITE PRIORYR-BLEND-LINE
085260         MOVE WK-PYB-HEADING1 TO PRIORYR-BLEND-LINE
085270         WRITE PRIORYR-BLEND-LINE
085280         END-IF
085290         IF REPORTS-INLINE
085300         OPEN OUTPUT BN-FACTOR-OUT
085310         MOVE 'BN-FACTOR REPORT' TO WK-RPT-TITLE
085320         PERFORM 8600-FORMAT-REPORT-HEADER
085330             THRU 8600-EXIT
085340         MOVE WK-RPT-HDR-LINE1 TO BN-FACTOR-LINE
085350         WRITE BN-FACTOR-LINE
085360         MOVE WK-RPT-HDR-LINE2 TO BN-FACTOR-LINE
085370         WRITE BN-FACTOR-LINE
085380         MOVE WK-BNF-HEADING1 TO BN-FACTOR-LINE
085390         WRITE BN-FACTOR-LINE
085400         END-IF
085410         IF REPORTS-FULL
085420         OPEN OUTPUT COLA-VALID-OUT
085430         MOVE 'COLA-VALID REPORT' TO WK-RPT-TITLE
085440         PERFORM 8600-FORMAT-REPORT-HEADER
085450             THRU 8600-EXIT
085460         MOVE WK-RPT-HDR-LINE1 TO COLA-VALID-LINE
085470         WRITE COLA-VALID-LINE
085480         MOVE WK-RPT-HDR-LINE2 TO COLA-VALID-LINE
085490         WRITE COLA-VALID-LINE
085500         MOVE WK-CLV-HEADING1 TO COLA-VALID-LINE
085510         WRITE COLA-VALID-LINE
085520         END-IF
085530         IF REPORTS-FULL
085540         OPEN OUTPUT LARGURB-FLR-OUT
085550         MOVE 'LARGURB-FLR REPORT' TO WK-RPT-TITLE
085560         PERFORM 8600-FORMAT-REPORT-HEADER
085570             THRU 8600-EXIT
085580         MOVE WK-RPT-HDR-LINE1 TO LARGURB-FLR-LINE
085590         WRITE LARGURB-FLR-LINE
085600         MOVE WK-RPT-HDR-LINE2 TO LARGURB-FLR-LINE
085610         WRITE LARGURB-FLR-LINE
085620         MOVE WK-LUF-HEADING1 TO LARGURB-FLR-LINE
085630         WRITE LARGURB-FLR-LINE
085640         END-IF
085650         IF REPORTS-FULL
085660         OPEN OUTPUT PROV-DICT-OUT
085670         MOVE 'PROV-DICT REPORT' TO WK-RPT-TITLE
085680         PERFORM 8600-FORMAT-REPORT-HEADER
085690             THRU 8600-EXIT
085700         MOVE WK-RPT-HDR-LINE1 TO PROV-DICT-LINE
085710         WRITE PROV-DICT-LINE
085720         MOVE WK-RPT-HDR-LINE2 TO PROV-DICT-LINE
085730         WRITE PROV-DICT-LINE
085740         MOVE WK-PD-HEADING1 TO PROV-DICT-LINE
085750         WRITE PROV-DICT-LINE
085760         PERFORM 1480-WRITE-PROV-DICT THRU 1480-EXIT
085770         END-IF
085780         OPEN OUTPUT REFTAB-MON-OUT
085790         MOVE 'REFTAB-MON REPORT' TO WK-RPT-TITLE
085800         PERFORM 8600-FORMAT-REPORT-HEADER
085810             THRU 8600-EXIT
085820         MOVE WK-RPT-HDR-LINE1 TO REFTAB-MON-LINE
085830         WRITE REFTAB-MON-LINE
085840         MOVE WK-RPT-HDR-LINE2 TO REFTAB-MON-LINE
085850         WRITE REFTAB-MON-LINE
085860         MOVE WK-RTM-HEADING1 TO REFTAB-MON-LINE
085870         WRITE REFTAB-MON-LINE
085880         PERFORM 1489-LOAD-REFTAB-MONITOR THRU 1489-EXIT
085890         PERFORM 1490-WRITE-REFTAB-MONITOR THRU 1490-EXIT
085900         IF REPORTS-FULL
085910         OPEN OUTPUT CALC-VERS-OUT
085920         MOVE 'CALC-VERS REPORT' TO WK-RPT-TITLE
085930         PERFORM 8600-FORMAT-REPORT-HEADER
085940             THRU 8600-EXIT
085950         MOVE WK-RPT-HDR-LINE1 TO CALC-VERS-LINE
085960         WRITE CALC-VERS-LINE
085970         MOVE WK-RPT-HDR-LINE2 TO CALC-VERS-LINE
085980         WRITE CALC-VERS-LINE
085990         MOVE WK-CXV-HEADING1 TO CALC-VERS-LINE
086000         WRITE CALC-VERS-LINE
086010         END-IF
086020         IF REPORTS-FULL
086030         OPEN OUTPUT DRG-YOY-OUT
086040         MOVE 'DRG-YOY REPORT' TO WK-RPT-TITLE
086050         PERFORM 8600-FORMAT-REPORT-HEADER
086060             THRU 8600-EXIT
086070         MOVE WK-RPT-HDR-LINE1 TO DRG-YOY-LINE
086080         WRITE DRG-YOY-LINE
086090         MOVE WK-RPT-HDR-LINE2 TO DRG-YOY-LINE
086100         WRITE DRG-YOY-LINE
086110         MOVE WK-DYY-HEADING1 TO DRG-YOY-LINE
086120         WRITE DRG-YOY-LINE
086130         END-IF
086140         IF REPORTS-FULL
086150         OPEN OUTPUT PROV-PERF-OUT
086160         END-IF
086170         OPEN OUTPUT DUP-BILL-OUT
086180         MOVE 'DUP-BILL REPORT' TO WK-RPT-TITLE
086190         PERFORM 8600-FORMAT-REPORT-HEADER
086200             THRU 8600-EXIT
086210         MOVE WK-RPT-HDR-LINE1 TO DUP-BILL-LINE
086220         WRITE DUP-BILL-LINE
086230         MOVE WK-RPT-HDR-LINE2 TO DUP-BILL-LINE
086240         WRITE DUP-BILL-LINE
086250         MOVE WK-DUP-HEADING1 TO DUP-BILL-LINE
086260         WRITE DUP-BILL-LINE
086270         IF REPORTS-FULL
086280         OPEN OUTPUT SCHMDH-OUT
086290         MOVE 'SCHMDH REPORT' TO WK-RPT-TITLE
086300         PERFORM 8600-FORMAT-REPORT-HEADER
086310             THRU 8600-EXIT
086320         MOVE WK-RPT-HDR-LINE1 TO SCHMDH-LINE
086330         WRITE SCHMDH-LINE
086340         MOVE WK-RPT-HDR-LINE2 TO SCHMDH-LINE
086350         WRITE SCHMDH-LINE
086360         MOVE WK-SM-HEADING1 TO SCHMDH-LINE
086370         WRITE SCHMDH-LINE
086380         END-IF
086390         OPEN OUTPUT LOS-ERROR-OUT
086400         MOVE 'LOS-ERROR REPORT' TO WK-RPT-TITLE
086410         PERFORM 8600-FORMAT-REPORT-HEADER
086420             THRU 8600-EXIT
086430         MOVE WK-RPT-HDR-LINE1 TO LOS-ERROR-LINE
086440         WRITE LOS-ERROR-LINE
086450         MOVE WK-RPT-HDR-LINE2 TO LOS-ERROR-LINE
086460         WRITE LOS-ERROR-LINE
086470         MOVE WK-LOS-HEADING1 TO LOS-ERROR-LINE
086480         WRITE LOS-ERROR-LINE
086490         OPEN OUTPUT QUARANTINE-OUT
086500         OPEN OUTPUT PEND-FILE-OUT
086510         WRITE PEND-OUT-REC FROM WK-GEN-OUT-STAMP
086520         OPEN OUTPUT WAIVER-BILL-OUT
086530         OPEN OUTPUT SAMEDAY-HOLD-OUT
086540         OPEN OUTPUT SAMEDAY-RPT-OUT
086550         MOVE 'SAME-DAY READMISSION COMBINE' TO WK-RPT-TITLE
086560         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
086570         MOVE WK-RPT-HDR-LINE1 TO SAMEDAY-RPT-LINE
086580         WRITE SAMEDAY-RPT-LINE
086590         MOVE WK-RPT-HDR-LINE2 TO SAMEDAY-RPT-LINE
086600         WRITE SAMEDAY-RPT-LINE
086610         MOVE WK-SDY-HEADING1 TO SAMEDAY-RPT-LINE
086620         WRITE SAMEDAY-RPT-LINE
086630         OPEN OUTPUT OVERLAP-HOLD-OUT
086640         OPEN OUTPUT OVERLAP-RPT-OUT
086650         MOVE 'OVERLAPPING INPATIENT STAYS' TO WK-RPT-TITLE
086660         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
086670         MOVE WK-RPT-HDR-LINE1 TO OVERLAP-RPT-LINE
086680         WRITE OVERLAP-RPT-LINE
086690         MOVE WK-RPT-HDR-LINE2 TO OVERLAP-RPT-LINE
086700         WRITE OVERLAP-RPT-LINE
086710         MOVE WK-OV-HEADING1 TO OVERLAP-RPT-LINE
086720         WRITE OVERLAP-RPT-LINE
086730         OPEN OUTPUT CCR-SUBST-RPT-OUT
086740         MOVE 'STATEWIDE CCR SUBSTITUTION' TO WK-RPT-TITLE
086750         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
086760         MOVE WK-RPT-HDR-LINE1 TO CCR-SUBST-RPT-LINE
086770         WRITE CCR-SUBST-RPT-LINE
086780         MOVE WK-RPT-HDR-LINE2 TO CCR-SUBST-RPT-LINE
086790         WRITE CCR-SUBST-RPT-LINE
086800         MOVE WK-SX-HEADING1 TO CCR-SUBST-RPT-LINE
086810         WRITE CCR-SUBST-RPT-LINE
086820         MOVE WK-SX-HEADING2 TO CCR-SUBST-RPT-LINE
086830         WRITE CCR-SUBST-RPT-LINE
086840         OPEN OUTPUT TIMELY-RPT-OUT
086850         MOVE 'TIMELY-FILING DENIALS' TO WK-RPT-TITLE
086860         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
086870         MOVE WK-RPT-HDR-LINE1 TO TIMELY-RPT-LINE
086880         WRITE TIMELY-RPT-LINE
086890         MOVE WK-RPT-HDR-LINE2 TO TIMELY-RPT-LINE
086900         WRITE TIMELY-RPT-LINE
086910         MOVE WK-TF-HEADING1 TO TIMELY-RPT-LINE
086920         WRITE TIMELY-RPT-LINE
086930         OPEN OUTPUT ELIG-RPT-OUT
086940         MOVE 'BENEFICIARY ELIGIBILITY EXCEPTIONS' TO WK-RPT-TITLE
086950         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
086960         MOVE WK-RPT-HDR-LINE1 TO ELIG-RPT-LINE
086970         WRITE ELIG-RPT-LINE
086980         MOVE WK-RPT-HDR-LINE2 TO ELIG-RPT-LINE
086990         WRITE ELIG-RPT-LINE
087000         MOVE WK-EL-HEADING1 TO ELIG-RPT-LINE
087010         WRITE ELIG-RPT-LINE
087020         OPEN OUTPUT PEND-STAY-OUT
087030         WRITE PEND-STAY-OUT-REC FROM WK-GEN-OUT-STAMP
087040         OPEN OUTPUT STALE-STAY-OUT
087050         MOVE 'OPEN INTERIM STAYS' TO WK-RPT-TITLE
087060         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087070         MOVE WK-RPT-HDR-LINE1 TO STALE-STAY-LINE
087080         WRITE STALE-STAY-LINE
087090         MOVE WK-RPT-HDR-LINE2 TO STALE-STAY-LINE
087100         WRITE STALE-STAY-LINE
087110         OPEN OUTPUT DSTS-RPT-OUT
087120         MOVE 'DISCHARGE-STATUS VS REVIEW CODE' TO WK-RPT-TITLE
087130         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087140         MOVE WK-RPT-HDR-LINE1 TO DSTS-RPT-LINE
087150         WRITE DSTS-RPT-LINE
087160         MOVE WK-RPT-HDR-LINE2 TO DSTS-RPT-LINE
087170         WRITE DSTS-RPT-LINE
087180         MOVE WK-DS-HEADING1 TO DSTS-RPT-LINE
087190         WRITE DSTS-RPT-LINE
087200         OPEN OUTPUT POA-RPT-OUT
087210         MOVE 'POA INDICATOR EDIT' TO WK-RPT-TITLE
087220         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087230         MOVE WK-RPT-HDR-LINE1 TO POA-RPT-LINE
087240         WRITE POA-RPT-LINE
087250         MOVE WK-RPT-HDR-LINE2 TO POA-RPT-LINE
087260         WRITE POA-RPT-LINE
087270         MOVE WK-POA-HEADING1 TO POA-RPT-LINE
087280         WRITE POA-RPT-LINE
087290         OPEN OUTPUT HAC-POA-OUT
087300         MOVE 'CLAIM-LEVEL HAC EXPOSURE' TO WK-RPT-TITLE
087310         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087320         MOVE WK-RPT-HDR-LINE1 TO HAC-POA-LINE
087330         WRITE HAC-POA-LINE
087340         MOVE WK-RPT-HDR-LINE2 TO HAC-POA-LINE
087350         WRITE HAC-POA-LINE
087360         MOVE WK-HCP-HEADING1 TO HAC-POA-LINE
087370         WRITE HAC-POA-LINE
087380         OPEN OUTPUT OCC-ADJ-OUT
087390         MOVE 'OCCURRENCE COVERAGE ADJUSTMENTS' TO WK-RPT-TITLE
087400         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087410         MOVE WK-RPT-HDR-LINE1 TO OCC-ADJ-LINE
087420         WRITE OCC-ADJ-LINE
087430         MOVE WK-RPT-HDR-LINE2 TO OCC-ADJ-LINE
087440         WRITE OCC-ADJ-LINE
087450         MOVE WK-OA-HEADING1 TO OCC-ADJ-LINE
087460         WRITE OCC-ADJ-LINE
087470         OPEN OUTPUT WITHHOLD-OUT
087480         WRITE WITHHOLD-OUT-REC FROM WK-GEN-OUT-STAMP
087490         OPEN OUTPUT PIP-REMIT-OUT
087500         OPEN OUTPUT SUSP-RPT-OUT
087510         MOVE 'PAYMENT-SUSPENSION WITHHOLDS' TO WK-RPT-TITLE
087520         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087530         MOVE WK-RPT-HDR-LINE1 TO SUSP-RPT-LINE
087540         WRITE SUSP-RPT-LINE
087550         MOVE WK-RPT-HDR-LINE2 TO SUSP-RPT-LINE
087560         WRITE SUSP-RPT-LINE
087570         MOVE WK-SU-HEADING1 TO SUSP-RPT-LINE
087580         WRITE SUSP-RPT-LINE
087590         OPEN OUTPUT PAY-HOLD-OUT
087600         WRITE PAY-HOLD-OUT-REC FROM WK-GEN-OUT-STAMP
087610         OPEN OUTPUT FUNDS-RPT-OUT
087620         OPEN OUTPUT FLOOR-HOLD-OUT
087630         WRITE FLOOR-HOLD-OUT-REC FROM WK-GEN-OUT-STAMP
087640         MOVE 'FUNDS-CONTROL PAYMENT HOLD' TO WK-RPT-TITLE
087650         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087660         MOVE WK-RPT-HDR-LINE1 TO FUNDS-RPT-LINE
087670         WRITE FUNDS-RPT-LINE
087680         MOVE WK-RPT-HDR-LINE2 TO FUNDS-RPT-LINE
087690         WRITE FUNDS-RPT-LINE
087700         MOVE WK-FH-HEADING1 TO FUNDS-RPT-LINE
087710         WRITE FUNDS-RPT-LINE
087720         OPEN OUTPUT NEAR-THRESH-OUT
087730         MOVE 'COST-OUTLIER NEAR-THRESHOLD' TO WK-RPT-TITLE
087740         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087750         MOVE WK-RPT-HDR-LINE1 TO NEAR-THRESH-LINE
087760         WRITE NEAR-THRESH-LINE
087770         MOVE WK-RPT-HDR-LINE2 TO NEAR-THRESH-LINE
087780         WRITE NEAR-THRESH-LINE
087790         MOVE WK-NTH-HEADING1 TO NEAR-THRESH-LINE
087800         WRITE NEAR-THRESH-LINE
087810         OPEN OUTPUT OPWIN-RPT-OUT
087820         MOVE 'THREE-DAY PAYMENT WINDOW' TO WK-RPT-TITLE
087830         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087840         MOVE WK-RPT-HDR-LINE1 TO OPWIN-RPT-LINE
087850         WRITE OPWIN-RPT-LINE
087860         MOVE WK-RPT-HDR-LINE2 TO OPWIN-RPT-LINE
087870         WRITE OPWIN-RPT-LINE
087880         MOVE WK-OPW-HEADING1 TO OPWIN-RPT-LINE
087890         WRITE OPWIN-RPT-LINE
087900         OPEN OUTPUT MGCRB-EXCP-OUT
087910         MOVE 'MGCRB RECLASS EXCEPTIONS' TO WK-RPT-TITLE
087920         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
087930         MOVE WK-RPT-HDR-LINE1 TO MGCRB-EXCP-LINE
087940         WRITE MGCRB-EXCP-LINE
087950         MOVE WK-RPT-HDR-LINE2 TO MGCRB-EXCP-LINE
087960         WRITE MGCRB-EXCP-LINE
087970         MOVE WK-MGX-HEADING1 TO MGCRB-EXCP-LINE
087980         WRITE MGCRB-EXCP-LINE
087990         OPEN OUTPUT NPI-EXCP-OUT
088000         OPEN OUTPUT NPI-RPT-OUT
088010         MOVE 'BILLING NPI REJECTS' TO WK-RPT-TITLE
088020         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088030         MOVE WK-RPT-HDR-LINE1 TO NPI-RPT-LINE
088040         WRITE NPI-RPT-LINE
088050         MOVE WK-RPT-HDR-LINE2 TO NPI-RPT-LINE
088060         WRITE NPI-RPT-LINE
088070         MOVE WK-NPX-HEADING1 TO NPI-RPT-LINE
088080         WRITE NPI-RPT-LINE
088090         OPEN OUTPUT GRPR-RPT-OUT
088100         MOVE 'GROUPER DRG VALIDATION' TO WK-RPT-TITLE
088110         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088120         MOVE WK-RPT-HDR-LINE1 TO GRPR-RPT-LINE
088130         WRITE GRPR-RPT-LINE
088140         MOVE WK-RPT-HDR-LINE2 TO GRPR-RPT-LINE
088150         WRITE GRPR-RPT-LINE
088160         MOVE WK-GRX-HEADING1 TO GRPR-RPT-LINE
088170         WRITE GRPR-RPT-LINE
088180         OPEN OUTPUT EXEMPT-UNIT-OUT
088190         OPEN OUTPUT TERM-RPT-OUT
088200         MOVE 'TERMINATED-PROVIDER ACTIVITY' TO WK-RPT-TITLE
088210         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088220         MOVE WK-RPT-HDR-LINE1 TO TERM-RPT-LINE
088230         WRITE TERM-RPT-LINE
088240         MOVE WK-RPT-HDR-LINE2 TO TERM-RPT-LINE
088250         WRITE TERM-RPT-LINE
088260         MOVE WK-TM-HEADING1 TO TERM-RPT-LINE
088270         WRITE TERM-RPT-LINE
088280         OPEN OUTPUT CC44-RPT-OUT
088290         MOVE 'CONDITION CODE 44 REGISTER' TO WK-RPT-TITLE
088300         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088310         MOVE WK-RPT-HDR-LINE1 TO CC44-RPT-LINE
088320         WRITE CC44-RPT-LINE
088330         MOVE WK-RPT-HDR-LINE2 TO CC44-RPT-LINE
088340         WRITE CC44-RPT-LINE
088350         MOVE WK-CC-HEADING1 TO CC44-RPT-LINE
088360         WRITE CC44-RPT-LINE
088370         OPEN OUTPUT XWALK-RPT-OUT
088380     MOVE 'PROVIDER CROSSWALK REPORT' TO WK-RPT-TITLE
088390     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088400     MOVE WK-RPT-HDR-LINE1 TO XWALK-RPT-LINE
088410     WRITE XWALK-RPT-LINE
088420     MOVE WK-RPT-HDR-LINE2 TO XWALK-RPT-LINE
088430     WRITE XWALK-RPT-LINE
088440     MOVE WK-XA-HEADING1 TO XWALK-RPT-LINE
088450     WRITE XWALK-RPT-LINE
088460     OPEN OUTPUT HIST-DUP-OUT
088470         MOVE 'SUSPECTED CROSS-RUN DUPLICATES' TO WK-RPT-TITLE
088480         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088490         MOVE WK-RPT-HDR-LINE1 TO HIST-DUP-LINE
088500         WRITE HIST-DUP-LINE
088510         MOVE WK-RPT-HDR-LINE2 TO HIST-DUP-LINE
088520         WRITE HIST-DUP-LINE
088530         MOVE WK-HD2-HEADING1 TO HIST-DUP-LINE
088540         WRITE HIST-DUP-LINE
088550         OPEN OUTPUT HELD-CLAIMS-OUT
088560         WRITE HELD-OUT-REC FROM WK-GEN-OUT-STAMP
088570         OPEN OUTPUT TPE-SELECT-OUT
088580         OPEN OUTPUT HOLD-RPT-OUT
088590         MOVE 'MANUAL-REVIEW HOLD QUEUE' TO WK-RPT-TITLE
088600         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088610         MOVE WK-RPT-HDR-LINE1 TO HOLD-RPT-LINE
088620         WRITE HOLD-RPT-LINE
088630         MOVE WK-RPT-HDR-LINE2 TO HOLD-RPT-LINE
088640         WRITE HOLD-RPT-LINE
088650         MOVE WK-HQ-HEADING1 TO HOLD-RPT-LINE
088660         WRITE HOLD-RPT-LINE
088670         OPEN OUTPUT OVERRIDE-AUDIT-OUT
088680         OPEN OUTPUT PPS-DETAIL-OUT
088690         MOVE 'PPSDTL'          TO LH-LAYOUT-ID
088700         MOVE 1                 TO LH-LAYOUT-VERSION
088710         MOVE 1426              TO LH-RECORD-LENGTH
088720         WRITE PPS-DETAIL-REC FROM LAYOUT-HDR-REC
088730         OPEN OUTPUT REWORK-FILE-OUT
088740         OPEN OUTPUT CHG-SUSPENSE-OUT
088750         MOVE 'CHARGE SUSPENSE REPORT' TO WK-RPT-TITLE
088760         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088770         MOVE WK-RPT-HDR-LINE1 TO CHG-SUSPENSE-LINE
088780         WRITE CHG-SUSPENSE-LINE
088790         MOVE WK-RPT-HDR-LINE2 TO CHG-SUSPENSE-LINE
088800         WRITE CHG-SUSPENSE-LINE
088810         MOVE WK-CS-HEADING1 TO CHG-SUSPENSE-LINE
088820         WRITE CHG-SUSPENSE-LINE
088830         OPEN OUTPUT XFER-MATCH-OUT
088840         MOVE 'TRANSFER MATCH REPORT' TO WK-RPT-TITLE
088850         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088860         MOVE WK-RPT-HDR-LINE1 TO XFER-MATCH-LINE
088870         WRITE XFER-MATCH-LINE
088880         MOVE WK-RPT-HDR-LINE2 TO XFER-MATCH-LINE
088890         WRITE XFER-MATCH-LINE
088900         MOVE WK-XM-HEADING1 TO XFER-MATCH-LINE
088910         WRITE XFER-MATCH-LINE
088920         OPEN OUTPUT REWORK-RPT-OUT
088930         MOVE 'REWORK CYCLE REPORT' TO WK-RPT-TITLE
088940         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
088950         MOVE WK-RPT-HDR-LINE1 TO REWORK-RPT-LINE
088960         WRITE REWORK-RPT-LINE
088970         MOVE WK-RPT-HDR-LINE2 TO REWORK-RPT-LINE
088980         WRITE REWORK-RPT-LINE
088990         MOVE WK-RW-HEADING1 TO REWORK-RPT-LINE
089000         WRITE REWORK-RPT-LINE
089010         OPEN OUTPUT PEND-AGED-OUT
089020         MOVE 'PEND-AGED REPORT' TO WK-RPT-TITLE
089030         PERFORM 8600-FORMAT-REPORT-HEADER
089040             THRU 8600-EXIT
089050         MOVE WK-RPT-HDR-LINE1 TO PEND-AGED-LINE
089060         WRITE PEND-AGED-LINE
089070         MOVE WK-RPT-HDR-LINE2 TO PEND-AGED-LINE
089080         WRITE PEND-AGED-LINE
089090         MOVE WK-PAG-HEADING1 TO PEND-AGED-LINE
089100         WRITE PEND-AGED-LINE
089110         IF REPORTS-FULL
089120             MOVE WK-PPF-HEADING1 TO PROV-PERF-LINE
089130             WRITE PROV-PERF-LINE
089140         END-IF
089150         OPEN OUTPUT PPS-FILE-OUT
089160         MOVE 'PPSOUT'          TO LH-LAYOUT-ID
089170         MOVE 1                 TO LH-LAYOUT-VERSION
089180         MOVE 235               TO LH-RECORD-LENGTH
089190         WRITE PPS-OUT-REC FROM LAYOUT-HDR-REC
089200         OPEN OUTPUT REMIT-FILE-OUT
089210         MOVE 'REMITOUT'        TO LH-LAYOUT-ID
089220         MOVE 2                 TO LH-LAYOUT-VERSION
089230         MOVE 129               TO LH-RECORD-LENGTH
089240         WRITE REMIT-OUT-REC FROM LAYOUT-HDR-REC
089250         OPEN OUTPUT RW-BILL-OUT
089260     END-IF.
089270     SET PROV-RECORD-PASSED TO TRUE.
089280 1000-EXIT.
089290     EXIT.
089300*===========================================================*
089310* 1450-CHECK-RESTART - READ THE CHECKPOINT FILE, IF ANY, TO *
089320*                 FIND OUT HOW MANY BILLS A PRIOR, ABENDED  *
089330*                 RUN ALREADY PRICED, AND SKIP THAT MANY    *
089340*                 BILL-FILE-IN RECORDS SO THIS RUN PICKS UP *
089350*                 WHERE THE OLD ONE LEFT OFF.               *
089360*                 BEHIND THE COUNT OF A RUN STOPPED BY THE  *
089370*                 OPERATOR IS A 'STOPPED' RECORD: THE OLD   *
089380*                 RUN CLOSED ITS CARRIED FILES, WHICH COME  *
089390*                 IN AS THIS RUN'S IN GENERATION, SO THOSE  *
089400*                 OUT FILES START A NEW GENERATION INSTEAD  *
089410*                 OF BEING EXTENDED.                        *
089420*===========================================================*
089430 1450-CHECK-RESTART.
089440     OPEN INPUT CHECKPOINT-FILE.
089450     IF WK-CHKPT-STATUS = '00'
089460         READ CHECKPOINT-FILE INTO CHECKPOINT-REC
089470             AT END
089480                 MOVE ZEROES TO WK-RESTART-COUNT
089490         END-READ
089500         IF CHECKPOINT-REC IS NUMERIC
089510             MOVE CHECKPOINT-REC TO WK-RESTART-COUNT
089520             READ CHECKPOINT-FILE INTO CHECKPOINT-REC
089530                 AT END
089540                     MOVE SPACES TO CHECKPOINT-REC
089550             END-READ
089560             IF CHECKPOINT-REC = 'STOPPED'
089570                 SET RESUME-AFTER-STOP TO TRUE
089580             END-IF
089590         END-IF
089600         CLOSE CHECKPOINT-FILE
089610     ELSE
089620         MOVE ZEROES TO WK-RESTART-COUNT
089630     END-IF.
089640     IF WK-RESTART-COUNT > 0
089650         SET RUN-IS-A-RESTART TO TRUE
089660         DISPLAY 'PPBAT215 - RESTARTING AFTER BILL : '
089670                 WK-RESTART-COUNT
089680         IF RESUME-AFTER-STOP
089690             DISPLAY 'PPBAT215 - RESUMING A RUN STOPPED BY THE '
089700                     'OPERATOR'
089710         END-IF
089720         PERFORM 1460-SKIP-BILL THRU 1460-EXIT
089730             WK-RESTART-COUNT TIMES
089740     END-IF.
089750 1450-EXIT.
089760     EXIT.
089770*===========================================================*
089780* 1460-SKIP-BILL - READ AND DISCARD ONE BILL-FILE-IN RECORD *
089790*                 ALREADY ACCOUNTED FOR BY A PRIOR RUN.     *
089800*===========================================================*
089810 1460-SKIP-BILL.
089820     IF BILL-SORT-MODE
089830         READ BILL-SORTED-FILE INTO BILL-DATA-2021
089840             AT END
089850                 SET BILL-AT-EOF TO TRUE
089860         END-READ
089870     ELSE
089880         READ BILL-FILE-IN
089890             AT END
089900                 SET BILL-AT-EOF TO TRUE
089910         END-READ
089920     END-IF.
089930 1460-EXIT.
089940     EXIT.
089950*===========================================================*
089960* 1470-CHECK-OUTLIER-RECON - READ THE ONE-CHARACTER OUTLIER   *
089970*                 RECONCILIATION MODE CONTROL CARD, IF ANY,   *
089980*                 AND SET OUTLIER-RECON-MODE ACCORDINGLY.     *
089990*                 IF THE CONTROL FILE IS MISSING, THE RUN     *
090000*                 DEFAULTS TO MODE OFF.                       *
090010*===========================================================*
090020 1470-CHECK-OUTLIER-RECON.
090030     OPEN INPUT OUTLIER-RECON-PARM.
090040     IF WK-OUTRPARM-STATUS = '00'
090050         READ OUTLIER-RECON-PARM
090060             AT END
090070                 MOVE 'N' TO WK-OUTLIER-RECON-SW
090080         END-READ
090090         IF WK-OUTRPARM-STATUS = '00'
090100             MOVE OUTLIER-RECON-PARM-REC TO WK-OUTLIER-RECON-SW
090110         END-IF
090120         CLOSE OUTLIER-RECON-PARM
090130     ELSE
090140         MOVE 'N' TO WK-OUTLIER-RECON-SW
090150     END-IF.
090160 1470-EXIT.
090170     EXIT.
090180*===========================================================*
090190* 1435-CHECK-SORT-PARM - READ THE ONE-CHARACTER BILL         *
090200*                 PRE-SORT MODE CONTROL CARD, IF ANY, AND    *
090210*                 SET BILL-SORT-MODE ACCORDINGLY.  IF THE     *
090220*                 CONTROL FILE IS MISSING, THE RUN DEFAULTS  *
090230*                 TO MODE OFF.                               *
090240*===========================================================*
090250 1435-CHECK-SORT-PARM.
090260     OPEN INPUT SORT-PARM-FILE.
090270     IF WK-SORTPARM-STATUS = '00'
090280         READ SORT-PARM-FILE
090290             AT END
090300                 MOVE 'N' TO WK-SORT-MODE-SW
090310         END-READ
090320         IF WK-SORTPARM-STATUS = '00'
090330             MOVE SORT-PARM-REC TO WK-SORT-MODE-SW
090340         END-IF
090350         CLOSE SORT-PARM-FILE
090360     ELSE
090370         MOVE 'N' TO WK-SORT-MODE-SW
090380     END-IF.
090390 1435-EXIT.
090400     EXIT.
090410*===========================================================*
090420* 1335-READ-RUN-CONTROL - READ THE RUN-CONTROL PARAMETER     *
090430*                 FILE, IF ANY, AND SET THE RUN OPTIONS IT    *
090440*                 CARRIES.  A MISSING FILE LEAVES EVERY       *
090450*                 OPTION AT ITS DEFAULT (PROCESS EVERYTHING,  *
090460*                 FULL REPORT SUITE).                        *
090470*===========================================================*
090480 1335-READ-RUN-CONTROL.
090490     OPEN INPUT RUN-CTL-FILE.
090500     IF WK-RUNCTL-STATUS NOT = '00'
090510         GO TO 1335-EXIT
090520     END-IF.
090530     PERFORM 1332-READ-ONE-CARD THRU 1332-EXIT
090540         UNTIL RUNCTL-AT-EOF.
090550     CLOSE RUN-CTL-FILE.
090560     DISPLAY 'PPBAT215 - RUN-ID            : ' WK-RUN-ID.
090570     IF REPORTS-MIN
090580         DISPLAY 'PPBAT215 - ANALYTIC REPORT SUITE SUPPRESSED'
090590     END-IF.
090600     IF REPORTS-POST
090610         DISPLAY 'PPBAT215 - EXTRACT-BUILT REPORTS LEFT TO '
090620                 'PPRPT215'
090630     END-IF.
090640 1335-EXIT.
090650     EXIT.
090660*===========================================================*
090670* 1336-OPEN-COMPARE-FILES - WHEN RE-PRICE COMPARISON MODE IS *
090680*                 ON, OPEN THE PRIOR RUN'S PRICING EXTRACT    *
090690*                 AND THE DIFFERENCE REPORT.  A MISSING       *
090700*                 PRIOR FILE TURNS THE MODE BACK OFF WITH A   *
090710*                 WARNING.                                    *
090720*===========================================================*
090730 1336-OPEN-COMPARE-FILES.
090740     IF NOT COMPARE-MODE
090750         GO TO 1336-EXIT
090760     END-IF.
090770     OPEN INPUT PRIOR-PPS-FILE.
090780     IF WK-PRIORPPS-STATUS NOT = '00'
090790         DISPLAY 'PPBAT215 - PRIOR PPS FILE MISSING - '
090800                 'COMPARE MODE OFF'
090810         MOVE 'N' TO WK-COMPARE-SW
090820         GO TO 1336-EXIT
090830     END-IF.
090840     OPEN OUTPUT PRICE-DIFF-OUT.
090850     MOVE 'REPRICE COMPARE REPORT' TO WK-RPT-TITLE.
090860     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
090870     MOVE WK-RPT-HDR-LINE1 TO PRICE-DIFF-LINE.
090880     WRITE PRICE-DIFF-LINE.
090890     MOVE WK-RPT-HDR-LINE2 TO PRICE-DIFF-LINE.
090900     WRITE PRICE-DIFF-LINE.
090910     MOVE WK-CMP-HEADING1 TO PRICE-DIFF-LINE.
090920     WRITE PRICE-DIFF-LINE.
090930 1336-EXIT.
090940     EXIT.
090950*===========================================================*
090960* 1338-LOAD-MTD-TABLE - LOAD THE PRIOR RUN'S MONTH-TO-DATE   *
090970*                 ACCUMULATION FILE, UNLESS THE RUN-CONTROL  *
090980*                 CARD MTD-RESET=Y STARTS A NEW PERIOD OR     *
090990*                 THE FILE IS MISSING (FIRST RUN OF A         *
091000*                 PERIOD).                                    *
091010*===========================================================*
091020 1338-LOAD-MTD-TABLE.
091030     IF MTD-PERIOD-RESET
091040         DISPLAY 'PPBAT215 - MTD PERIOD RESET - '
091050                 'STARTING FROM ZERO'
091060         GO TO 1338-EXIT
091070     END-IF.
091080     OPEN INPUT MTD-FILE-IN.
091090     IF WK-MTDIN-STATUS NOT = '00'
091100         GO TO 1338-EXIT
091110     END-IF.
091120     SET MTD-IDX TO 1.
091130     PERFORM 1339-READ-MTD THRU 1339-EXIT
091140         UNTIL MTDIN-AT-EOF OR WK-MTD-COUNT >= 2000.
091150     CLOSE MTD-FILE-IN.
091160 1338-EXIT.
091170     EXIT.
091180 1339-READ-MTD.
091190     READ MTD-FILE-IN
091200         AT END
091210             SET MTDIN-AT-EOF TO TRUE
091220             GO TO 1339-EXIT
091230     END-READ.
091240     MOVE MTD-IN-REC TO GEN-STAMP-REC.
091250     IF GS-IS-STAMP
091260         GO TO 1339-EXIT
091270     END-IF.
091280     MOVE MT-PROVIDER-NO    TO MTD-PROVIDER-NO(MTD-IDX).
091290     MOVE MT-BILL-COUNT     TO MTD-BILL-COUNT(MTD-IDX).
091300     MOVE MT-TOTAL-CHARGES  TO MTD-TOT-CHARGES(MTD-IDX).
091310     MOVE MT-TOTAL-PAYMENT  TO MTD-TOT-PAYMENT(MTD-IDX).
091320     ADD  1 TO WK-MTD-COUNT.
091330     SET  MTD-IDX UP BY 1.
091340 1339-EXIT.
091350     EXIT.
091360*===========================================================*
091370* 1342-LOAD-DRG-RULES - LOAD THE DRG PLAUSIBILITY RULES      *
091380*                 FILE, IF ANY, AND OPEN THE SCREENING        *
091390*                 REVIEW EXTRACT.  A MISSING RULES FILE       *
091400*                 TURNS SCREENING OFF.                        *
091410*===========================================================*
091420 1342-LOAD-DRG-RULES.
091430     OPEN INPUT DRG-RULES-FILE.
091440     IF WK-DRGRULES-STATUS NOT = '00'
091450         GO TO 1342-EXIT
091460     END-IF.
091470     SET RL-IDX TO 1.
091480     PERFORM 1343-READ-ONE-RULE THRU 1343-EXIT
091490         UNTIL DRGRULES-AT-EOF OR WK-DRGRULES-COUNT >= 500.
091500     CLOSE DRG-RULES-FILE.
091510     IF WK-DRGRULES-COUNT > 0
091520         OPEN OUTPUT DRG-SCREEN-OUT
091530         MOVE 'DRG SCREENING REPORT' TO WK-RPT-TITLE
091540         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
091550         MOVE WK-RPT-HDR-LINE1 TO DRG-SCREEN-LINE
091560         WRITE DRG-SCREEN-LINE
091570         MOVE WK-RPT-HDR-LINE2 TO DRG-SCREEN-LINE
091580         WRITE DRG-SCREEN-LINE
091590         MOVE WK-SCR-HEADING1 TO DRG-SCREEN-LINE
091600         WRITE DRG-SCREEN-LINE
091610     END-IF.
091620 1342-EXIT.
091630     EXIT.
091640 1343-READ-ONE-RULE.
091650     READ DRG-RULES-FILE
091660         AT END
091670             SET DRGRULES-AT-EOF TO TRUE
091680             GO TO 1343-EXIT
091690     END-READ.
091700     MOVE RI-DRG   TO RL-DRG(RL-IDX).
091710     MOVE RI-KIND  TO RL-KIND(RL-IDX).
091720     MOVE RI-CODE  TO RL-CODE(RL-IDX).
091730     MOVE RI-LEN   TO RL-LEN(RL-IDX).
091740     ADD  1 TO WK-DRGRULES-COUNT.
091750     SET  RL-IDX UP BY 1.
091760 1343-EXIT.
091770     EXIT.
091780*===========================================================*
091790* 1344-LOAD-SEQ-RATES - LOAD THE EFFECTIVE-DATED             *
091800*                 SEQUESTRATION RATE FILE, IF ANY.  A         *
091810*                 MISSING FILE MEANS NO REDUCTION IS          *
091820*                 APPLIED.                                    *
091830*===========================================================*
091840 1344-LOAD-SEQ-RATES.
091850     OPEN INPUT SEQ-RATE-FILE.
091860     IF WK-SEQRATE-STATUS NOT = '00'
091870         GO TO 1344-EXIT
091880     END-IF.
091890     SET SQ-IDX TO 1.
091900     PERFORM 1346-READ-SEQ-RATE THRU 1346-EXIT
091910         UNTIL SEQRATE-AT-EOF OR WK-SEQRATE-COUNT >= 50.
091920     CLOSE SEQ-RATE-FILE.
091930 1344-EXIT.
091940     EXIT.
091950 1346-READ-SEQ-RATE.
091960     READ SEQ-RATE-FILE
091970         AT END
091980             SET SEQRATE-AT-EOF TO TRUE
091990             GO TO 1346-EXIT
092000     END-READ.
092010     MOVE SQ-EFF-DATE TO SQ-TAB-EFF-DATE(SQ-IDX).
092020     MOVE SQ-END-DATE TO SQ-TAB-END-DATE(SQ-IDX).
092030     MOVE SQ-PCT      TO SQ-TAB-PCT(SQ-IDX).
092040     ADD  1 TO WK-SEQRATE-COUNT.
092050     SET  SQ-IDX UP BY 1.
092060 1346-EXIT.
092070     EXIT.
092080*===========================================================*
092090* 1348-LOAD-NDC-RATES - LOAD THE NDC DRUG ADD-ON RATE FILE,  *
092100*                 IF ANY, FOR PPCAL215.  A MISSING FILE       *
092110*                 MEANS NO NDC ADD-ON IS PAID.                *
092120*===========================================================*
092130 1348-LOAD-NDC-RATES.
092140     IF TABLES-FROM-IMAGE
092150         GO TO 1348-EXIT
092160     END-IF.
092170     MOVE ZEROES TO NDC-RT-COUNT.
092180     SET NR-IDX TO 1.
092190     OPEN INPUT NDC-RATE-FILE.
092200     IF WK-NDCRATE-STATUS NOT = '00'
092210         PERFORM 1350-FILL-NDC-TAIL THRU 1350-EXIT
092220             VARYING NR-SIDX FROM NR-IDX BY 1
092230             UNTIL NR-SIDX > 200
092240         GO TO 1348-EXIT
092250     END-IF.
092260     PERFORM 1349-READ-NDC-RATE THRU 1349-EXIT
092270         UNTIL NDCRATE-AT-EOF OR WK-NDCRATE-COUNT >= 200.
092280     CLOSE NDC-RATE-FILE.
092290     MOVE WK-NDCRATE-COUNT TO NDC-RT-COUNT.
092300     PERFORM 1350-FILL-NDC-TAIL THRU 1350-EXIT
092310         VARYING NR-SIDX FROM NR-IDX BY 1
092320         UNTIL NR-SIDX > 200.
092330 1348-EXIT.
092340     EXIT.
092350 1349-READ-NDC-RATE.
092360     READ NDC-RATE-FILE
092370         AT END
092380             SET NDCRATE-AT-EOF TO TRUE
092390             GO TO 1349-EXIT
092400     END-READ.
092410     MOVE NC-NDC       TO NR-NDC(NR-IDX).
092420     MOVE NC-EFF-DATE  TO NR-EFF-DATE(NR-IDX).
092430     MOVE NC-END-DATE  TO NR-END-DATE(NR-IDX).
092440     MOVE NC-ALLOWANCE TO NR-ALLOWANCE(NR-IDX).
092450     ADD  1 TO WK-NDCRATE-COUNT.
092460     SET  NR-IDX UP BY 1.
092470 1349-EXIT.
092480     EXIT.
092490*-----------------------------------------------------------*
092500* 1350-FILL-NDC-TAIL - FILL THE UNUSED TABLE TAIL WITH      *
092510* HIGH-VALUES KEYS SO THE SERIAL SEARCH IN THE PRICING      *
092520* MODULE CANNOT MATCH AN UNLOADED ROW.                      *
092530*-----------------------------------------------------------*
092540 1350-FILL-NDC-TAIL.
092550     MOVE HIGH-VALUES TO NR-NDC(NR-SIDX).
092560 1350-EXIT.
092570     EXIT.
092580*===========================================================*
092590* 1354-LOAD-OPER-RATES - LOAD THE OPERATING STANDARDIZED-    *
092600*                 AMOUNT RATE FILE, IF ANY, FOR THE CURRENT  *
092610*                 PPCAL MODULES.  A MISSING FILE LEAVES THE  *
092620*                 COMPILED RATEXNNN TABLES IN EFFECT.        *
092630*===========================================================*
092640 1354-LOAD-OPER-RATES.
092650     IF TABLES-FROM-IMAGE
092660         GO TO 1354-EXIT
092670     END-IF.
092680     MOVE ALL '0' TO OPER-RATE-TABLE.
092690     SET OPRT-IDX TO 1.
092700     OPEN INPUT OPER-RATE-FILE.
092710     IF WK-OPRATE-STATUS NOT = '00'
092720         GO TO 1354-EXIT
092730     END-IF.
092740     PERFORM 1355-READ-OPER-RATE THRU 1355-EXIT
092750         UNTIL OPRATE-AT-EOF OR WK-OPRATE-COUNT >= 40.
092760     CLOSE OPER-RATE-FILE.
092770     MOVE WK-OPRATE-COUNT TO OPRT-COUNT.
092780 1354-EXIT.
092790     EXIT.
092800 1355-READ-OPER-RATE.
092810     READ OPER-RATE-FILE
092820         AT END
092830             SET OPRATE-AT-EOF TO TRUE
092840             GO TO 1355-EXIT
092850     END-READ.
092860     MOVE OI-TABLE-NO TO OPRT-TABLE-NO(OPRT-IDX).
092870     MOVE OI-EFF-DATE TO OPRT-EFF-DATE(OPRT-IDX).
092880     MOVE OI-END-DATE TO OPRT-END-DATE(OPRT-IDX).
092890     MOVE OI-LABOR    TO OPRT-LABOR(OPRT-IDX).
092900     MOVE OI-NLABOR   TO OPRT-NLABOR(OPRT-IDX).
092910     ADD  1 TO WK-OPRATE-COUNT.
092920     SET  OPRT-IDX UP BY 1.
092930 1355-EXIT.
092940     EXIT.
092950*===========================================================*
092960* 1354A-LOAD-STATE-CCR - LOAD THE STATEWIDE-AVERAGE COST-TO- *
092970*                 CHARGE RATIO FILE, IF ANY, FOR THE CURRENT *
092980*                 PPCAL MODULES.  A MISSING FILE LEAVES THE  *
092990*                 TABLE EMPTY AND THE FILED RATIOS IN USE.   *
093000*===========================================================*
093010 1354A-LOAD-STATE-CCR.
093020     IF TABLES-FROM-IMAGE
093030         GO TO 1354A-EXIT
093040     END-IF.
093050     MOVE ALL '0' TO STATE-CCR-TABLE.
093060     SET SCCR-IDX TO 1.
093070     OPEN INPUT STATE-CCR-FILE.
093080     IF WK-STCCR-STATUS NOT = '00'
093090         GO TO 1354A-EXIT
093100     END-IF.
093110     PERFORM 1355A-READ-STATE-CCR THRU 1355A-EXIT
093120         UNTIL STCCR-AT-EOF OR WK-STCCR-COUNT >= 400.
093130     CLOSE STATE-CCR-FILE.
093140     MOVE WK-STCCR-COUNT TO SCCR-COUNT.
093150 1354A-EXIT.
093160     EXIT.
093170 1355A-READ-STATE-CCR.
093180     READ STATE-CCR-FILE
093190         AT END
093200             SET STCCR-AT-EOF TO TRUE
093210             GO TO 1355A-EXIT
093220     END-READ.
093230     MOVE SX-STATE    TO SCCR-STATE(SCCR-IDX).
093240     MOVE SX-AREA     TO SCCR-AREA(SCCR-IDX).
093250     MOVE SX-EFF-DATE TO SCCR-EFF-DATE(SCCR-IDX).
093260     MOVE SX-END-DATE TO SCCR-END-DATE(SCCR-IDX).
093270     MOVE SX-OPER-CCR TO SCCR-OPER-CCR(SCCR-IDX).
093280     MOVE SX-CAPI-CCR TO SCCR-CAPI-CCR(SCCR-IDX).
093290     ADD  1 TO WK-STCCR-COUNT.
093300     SET  SCCR-IDX UP BY 1.
093310 1355A-EXIT.
093320     EXIT.
093330*===========================================================*
093340* 1354B-LOAD-GEO-DESIG - LOAD THE GEOGRAPHIC-DESIGNATION     *
093350*                 FILE, IF ANY, FOR PPDRV215.  A MISSING     *
093360*                 FILE LEAVES THE TABLE EMPTY AND PPDRV215   *
093370*                 ON ITS COMPILED LISTS AND THRESHOLDS.      *
093380*===========================================================*
093390 1354B-LOAD-GEO-DESIG.
093400     IF TABLES-FROM-IMAGE
093410         GO TO 1354B-EXIT
093420     END-IF.
093430     MOVE ALL '0' TO GEO-DESIG-TABLE.
093440     SET GEOD-IDX TO 1.
093450     OPEN INPUT GEO-DESIG-FILE.
093460     IF WK-GEODSG-STATUS NOT = '00'
093470         GO TO 1354B-EXIT
093480     END-IF.
093490     PERFORM 1355B-READ-GEO-DESIG THRU 1355B-EXIT
093500         UNTIL GEODSG-AT-EOF OR WK-GEODSG-COUNT >= 2000.
093510     CLOSE GEO-DESIG-FILE.
093520     MOVE WK-GEODSG-COUNT TO GEOD-COUNT.
093530 1354B-EXIT.
093540     EXIT.
093550 1355B-READ-GEO-DESIG.
093560     READ GEO-DESIG-FILE
093570         AT END
093580             SET GEODSG-AT-EOF TO TRUE
093590             GO TO 1355B-EXIT
093600     END-READ.
093610     MOVE GX-TYPE         TO GEOD-TYPE(GEOD-IDX).
093620     MOVE GX-PROVIDER     TO GEOD-PROVIDER(GEOD-IDX).
093630     MOVE GX-FY           TO GEOD-FY(GEOD-IDX).
093640     MOVE GX-EFF-DATE     TO GEOD-EFF-DATE(GEOD-IDX).
093650     MOVE GX-END-DATE     TO GEOD-END-DATE(GEOD-IDX).
093660     MOVE GX-STATE        TO GEOD-STATE(GEOD-IDX).
093670     MOVE GX-FROM-AREA    TO GEOD-FROM-AREA(GEOD-IDX).
093680     MOVE GX-TO-AREA      TO GEOD-TO-AREA(GEOD-IDX).
093690     MOVE GX-SPEC-PAY-REQ TO GEOD-SPEC-PAY-REQ(GEOD-IDX).
093700     MOVE GX-WAGE-INDEX   TO GEOD-WAGE-INDEX(GEOD-IDX).
093710     ADD  1 TO WK-GEODSG-COUNT.
093720     SET  GEOD-IDX UP BY 1.
093730 1355B-EXIT.
093740     EXIT.
093750*===========================================================*
093760* 1354C-LOAD-RURAL-FLOOR - LOAD THE RURAL FLOOR FILE, IF    *
093770*                 ANY, FOR PPDRV215.  A MISSING FILE LEAVES *
093780*                 THE TABLE EMPTY AND NO FLOOR APPLIES.     *
093790*===========================================================*
093800 1354C-LOAD-RURAL-FLOOR.
093810     IF TABLES-FROM-IMAGE
093820         GO TO 1354C-EXIT
093830     END-IF.
093840     MOVE ALL '0' TO RUFL-FLOOR-TABLE.
093850     SET RUFL-IDX TO 1.
093860     OPEN INPUT RURAL-FLOOR-FILE.
093870     IF WK-RUFL-STATUS NOT = '00'
093880         GO TO 1354C-EXIT
093890     END-IF.
093900     PERFORM 1355C-READ-RURAL-FLOOR THRU 1355C-EXIT
093910         UNTIL RUFL-AT-EOF OR WK-RUFL-COUNT >= 500.
093920     CLOSE RURAL-FLOOR-FILE.
093930     MOVE WK-RUFL-COUNT TO RUFL-COUNT.
093940 1354C-EXIT.
093950     EXIT.
093960 1355C-READ-RURAL-FLOOR.
093970     READ RURAL-FLOOR-FILE
093980         AT END
093990             SET RUFL-AT-EOF TO TRUE
094000             GO TO 1355C-EXIT
094010     END-READ.
094020     MOVE RF-CBSA       TO RUFL-CBSA(RUFL-IDX).
094030     MOVE RF-EFF-DATE   TO RUFL-EFF-DATE(RUFL-IDX).
094040     MOVE RF-WAGE-INDEX TO RUFL-WI3(RUFL-IDX).
094050     ADD  1 TO WK-RUFL-COUNT.
094060     SET  RUFL-IDX UP BY 1.
094070 1355C-EXIT.
094080     EXIT.
094090*===========================================================*
094100* 1354D-LOAD-PRIOR-WI - LOAD THE PRIOR-YEAR WAGE INDEX      *
094110*                 FILE, IF ANY, FOR PPDRV215.  A MISSING    *
094120*                 FILE LEAVES THE TABLE EMPTY, SO A BILL    *
094130*                 NEEDING A PRIOR-YEAR INDEX GETS RTC 52.   *
094140*===========================================================*
094150 1354D-LOAD-PRIOR-WI.
094160     IF TABLES-FROM-IMAGE
094170         GO TO 1354D-EXIT
094180     END-IF.
094190     MOVE ALL '0' TO PREV-WI-TABLE.
094200     SET PREV-IDX TO 1.
094210     OPEN INPUT PRIOR-WI-FILE.
094220     IF WK-PREVWI-STATUS NOT = '00'
094230         GO TO 1354D-EXIT
094240     END-IF.
094250     PERFORM 1355D-READ-PRIOR-WI THRU 1355D-EXIT
094260         UNTIL PREVWI-AT-EOF OR WK-PREVWI-COUNT >= 6000.
094270     CLOSE PRIOR-WI-FILE.
094280     MOVE WK-PREVWI-COUNT TO PREV-COUNT.
094290 1354D-EXIT.
094300     EXIT.
094310 1355D-READ-PRIOR-WI.
094320     READ PRIOR-WI-FILE
094330         AT END
094340             SET PREVWI-AT-EOF TO TRUE
094350             GO TO 1355D-EXIT
094360     END-READ.
094370     MOVE PW-PROVIDER   TO PREV-PROV(PREV-IDX).
094380     MOVE PW-WAGE-INDEX TO PREV-WI(PREV-IDX).
094390     ADD  1 TO WK-PREVWI-COUNT.
094400     SET  PREV-IDX UP BY 1.
094410 1355D-EXIT.
094420     EXIT.
094430*===========================================================*
094440* 1354E-LOAD-OUTMIG - LOAD THE OUTMIGRATION ADJUSTMENT      *
094450*                 FILE, IF ANY, FOR PPDRV215.  A MISSING    *
094460*                 FILE LEAVES THE TABLE EMPTY AND NO COUNTY *
094470*                 GETS AN OUTMIGRATION ADJUSTMENT.          *
094480*===========================================================*
094490 1354E-LOAD-OUTMIG.
094500     IF TABLES-FROM-IMAGE
094510         GO TO 1354E-EXIT
094520     END-IF.
094530     MOVE ALL '0' TO OUTM-ADJ-TABLE.
094540     SET OUTM-IDX TO 1.
094550     OPEN INPUT OUTMIG-FILE.
094560     IF WK-OUTMIG-STATUS NOT = '00'
094570         GO TO 1354E-EXIT
094580     END-IF.
094590     PERFORM 1355E-READ-OUTMIG THRU 1355E-EXIT
094600         UNTIL OUTMIG-AT-EOF OR WK-OUTMIG-COUNT >= 3000.
094610     CLOSE OUTMIG-FILE.
094620     MOVE WK-OUTMIG-COUNT TO OUTM-COUNT.
094630 1354E-EXIT.
094640     EXIT.
094650 1355E-READ-OUTMIG.
094660     READ OUTMIG-FILE
094670         AT END
094680             SET OUTMIG-AT-EOF TO TRUE
094690             GO TO 1355E-EXIT
094700     END-READ.
094710     MOVE OM-COUNTY     TO OUTM-CNTY(OUTM-IDX).
094720     MOVE OM-EFF-DATE   TO OUTM-EFF-DATE(OUTM-IDX).
094730     MOVE OM-ADJ-FACT   TO OUTM-ADJ-FACT(OUTM-IDX).
094740     ADD  1 TO WK-OUTMIG-COUNT.
094750     SET  OUTM-IDX UP BY 1.
094760 1355E-EXIT.
094770     EXIT.
094780*===========================================================*
094790* 1354F-LOAD-MIDNIGHT - LOAD THE TWO-MIDNIGHT ADJUSTMENT    *
094800*                 FILE, IF ANY, FOR THE PPCAL MODULES.  A   *
094810*                 MISSING FILE LEAVES THE TABLE EMPTY AND   *
094820*                 NO AREA GETS A TWO-MIDNIGHT FACTOR.       *
094830*===========================================================*
094840 1354F-LOAD-MIDNIGHT.
094850     IF TABLES-FROM-IMAGE
094860         GO TO 1354F-EXIT
094870     END-IF.
094880     MOVE ALL '0' TO MID-ADJ-TABLE.
094890     SET MID-IDX TO 1.
094900     OPEN INPUT MIDNIGHT-FILE.
094910     IF WK-MIDNT-STATUS NOT = '00'
094920         GO TO 1354F-EXIT
094930     END-IF.
094940     PERFORM 1355F-READ-MIDNIGHT THRU 1355F-EXIT
094950         UNTIL MIDNT-AT-EOF OR WK-MIDNT-COUNT >= 500.
094960     CLOSE MIDNIGHT-FILE.
094970     MOVE WK-MIDNT-COUNT TO MID-COUNT.
094980 1354F-EXIT.
094990     EXIT.
095000 1355F-READ-MIDNIGHT.
095010     READ MIDNIGHT-FILE
095020         AT END
095030             SET MIDNT-AT-EOF TO TRUE
095040             GO TO 1355F-EXIT
095050     END-READ.
095060     MOVE MIDNIGHT-IN-REC TO MID-DATA-TAB(MID-IDX).
095070     ADD  1 TO WK-MIDNT-COUNT.
095080     SET  MID-IDX UP BY 1.
095090 1355F-EXIT.
095100     EXIT.
095110*===========================================================*
095120* 1354G-LOAD-DISPATCH - LOAD THE FISCAL-YEAR DISPATCH       *
095130*                 CONTROL FILE, IF ANY, FOR PPDRV215.  THE  *
095140*                 HEADER RECORD CARRIES THE FILE VERSION    *
095150*                 FOR THE RUN MANIFEST.  A MISSING FILE     *
095160*                 LEAVES THE TABLE EMPTY AND PPDRV215       *
095170*                 DISPATCHES FROM ITS COMPILED DEFAULTS.    *
095180*===========================================================*
095190 1354G-LOAD-DISPATCH.
095200     IF TABLES-FROM-IMAGE
095210         GO TO 1354G-EXIT
095220     END-IF.
095230     MOVE SPACES TO DSPC-VERSION.
095240     MOVE ZEROES TO DSPC-COUNT.
095250     SET DSPC-IDX TO 1.
095260     OPEN INPUT DISPATCH-CTL-FILE.
095270     IF WK-DSPCTL-STATUS NOT = '00'
095280         GO TO 1354G-EXIT
095290     END-IF.
095300     PERFORM 1355G-READ-DISPATCH THRU 1355G-EXIT
095310         UNTIL DSPCTL-AT-EOF OR WK-DSPCTL-COUNT >= 60.
095320     CLOSE DISPATCH-CTL-FILE.
095330     MOVE WK-DSPCTL-COUNT TO DSPC-COUNT.
095340 1354G-EXIT.
095350     EXIT.
095360 1355G-READ-DISPATCH.
095370     READ DISPATCH-CTL-FILE
095380         AT END
095390             SET DSPCTL-AT-EOF TO TRUE
095400             GO TO 1355G-EXIT
095410     END-READ.
095420     IF DC-HEADER-REC
095430         MOVE DC-HDR-VERSION TO DSPC-VERSION
095440         GO TO 1355G-EXIT
095450     END-IF.
095460     IF NOT DC-DETAIL-REC
095470         ADD 1 TO WK-DSPCTL-BADRECS
095480         GO TO 1355G-EXIT
095490     END-IF.
095500     MOVE DC-BEGIN-DATE   TO DSPC-BEGIN-DATE(DSPC-IDX).
095510     MOVE DC-END-DATE     TO DSPC-END-DATE(DSPC-IDX).
095520     MOVE DC-MODULE       TO DSPC-MODULE(DSPC-IDX).
095530     MOVE DC-CAL-VERSION  TO DSPC-CAL-VERSION(DSPC-IDX).
095540     MOVE DC-INTERFACE    TO DSPC-INTERFACE(DSPC-IDX).
095550     MOVE DC-ACTIVE       TO DSPC-ACTIVE(DSPC-IDX).
095560     ADD  1 TO WK-DSPCTL-COUNT.
095570     SET  DSPC-IDX UP BY 1.
095580 1355G-EXIT.
095590     EXIT.
095600*==========================================================*
095610* 1357A-LOAD-BUS-CALENDAR - INITIALIZE THE BUSINESS        *
095620*                 PROCESSING CALENDAR SERVICE FOR A RANGE  *
095630*                 RUNNING FROM THE START OF THE MONTH A    *
095640*                 YEAR BACK TO 45 DAYS PAST THE RUN DATE.  *
095650*                 WITH NO CALENDAR FILE, PROCESSING DAYS   *
095660*                 ARE COUNTED AS CALENDAR DAYS; A CALENDAR *
095670*                 THAT FAILS VALIDATION OR DOES NOT COVER  *
095680*                 THE RANGE STOPS THE RUN.                 *
095690*==========================================================*
095700 1357A-LOAD-BUS-CALENDAR.
095710     ACCEPT WK-CAL-RUN-DATE FROM DATE YYYYMMDD.
095720     MOVE WK-CAL-RUN-DATE TO WK-AM-DATE.
095730     SUBTRACT 1 FROM WK-AM-YYYY.
095740     MOVE 01 TO WK-AM-DD.
095750     MOVE WK-AM-DATE TO CS-FROM-DATE.
095760     MOVE WK-CAL-RUN-DATE TO WK-AM-DATE.
095770     PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT 45 TIMES.
095780     MOVE WK-AM-DATE TO CS-TO-DATE.
095790     MOVE 'I' TO CS-FUNCTION.
095800     CALL 'PPCLD215' USING CALSVC-AREA
095810     END-CALL.
095820     IF CS-OK
095830         SET BUS-CALENDAR-ACTIVE TO TRUE
095840         DISPLAY 'PPBAT215 - BUSINESS CALENDAR : '
095850                 CS-FIRST-DATE ' - ' CS-LAST-DATE
095860         GO TO 1357A-EXIT
095870     END-IF.
095880     IF CS-NO-CALENDAR
095890         DISPLAY 'PPBAT215 - NO BUSINESS CALENDAR - PROCESSING '
095900                 'DAYS COUNTED AS CALENDAR DAYS'
095910         GO TO 1357A-EXIT
095920     END-IF.
095930     DISPLAY 'PPBAT215 - BUSINESS CALENDAR FAILED VALIDATION '
095940             '(RC ' CS-RETURN-CODE ') - RUN STOPPED'.
095950     MOVE 16 TO RETURN-CODE.
095960     STOP RUN.
095970 1357A-EXIT.
095980     EXIT.
095990*==========================================================*
096000* 1358A-LOAD-INT-RATES - LOAD THE CLEAN-CLAIM INTEREST      *
096010*                 RATE FILE, IF ANY, AND LATCH THE RUN      *
096020*                 DATE AS A DAY SERIAL.  A MISSING FILE     *
096030*                 MEANS NO INTEREST IS PAID THIS RUN.       *
096040*==========================================================*
096050  1358A-LOAD-INT-RATES.
096060      ACCEPT WK-DTS-DATE FROM DATE YYYYMMDD.
096070      PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
096080      MOVE WK-DTS-SERIAL TO WK-INT-RUN-SERIAL.
096090      OPEN INPUT INT-RATE-FILE.
096100      IF WK-INTRATE-STATUS NOT = '00'
096110          GO TO 1358A-EXIT
096120      END-IF.
096130      SET IR-IDX TO 1.
096140      PERFORM 1358B-READ-INT-RATE THRU 1358B-EXIT
096150          UNTIL INTRATE-AT-EOF OR WK-INTRATE-COUNT >= 50.
096160      CLOSE INT-RATE-FILE.
096170  1358A-EXIT.
096180      EXIT.
096190  1358B-READ-INT-RATE.
096200      READ INT-RATE-FILE
096210          AT END
096220              SET INTRATE-AT-EOF TO TRUE
096230              GO TO 1358B-EXIT
096240      END-READ.
096250      MOVE IR-EFF-DATE   TO IR-TAB-EFF-DATE(IR-IDX).
096260      MOVE IR-END-DATE   TO IR-TAB-END-DATE(IR-IDX).
096270      MOVE IR-ANNUAL-PCT TO IR-TAB-PCT(IR-IDX).
096280      ADD  1 TO WK-INTRATE-COUNT.
096290      SET  IR-IDX UP BY 1.
096300  1358B-EXIT.
096310*==========================================================*
096320* 1358C-LOAD-DISASTERS - LOAD THE DISASTER DECLARATION      *
096330*                 FILE, IF ANY.  CONTINUATION ROWS OF A     *
096340*                 DECLARATION ADD THEIR COUNTIES TO IT.  A  *
096350*                 ROW THAT FAILS VALIDATION STOPS THE RUN   *
096360*                 (RC 16) - A WAIVER MUST NEVER BE GRANTED  *
096370*                 OR WITHHELD ON A GARBLED DECLARATION.     *
096380*==========================================================*
096390 1358C-LOAD-DISASTERS.
096400     OPEN INPUT DISASTER-FILE.
096410     IF WK-DSTR-STATUS NOT = '00'
096420         GO TO 1358C-EXIT
096430     END-IF.
096440     PERFORM 1358D-READ-DISASTER THRU 1358D-EXIT
096450         UNTIL DSTR-AT-EOF.
096460     CLOSE DISASTER-FILE.
096470     DISPLAY 'PPBAT215 - DISASTER DECLS    : ' WK-DSTR-COUNT.
096480 1358C-EXIT.
096490     EXIT.
096500 1358D-READ-DISASTER.
096510     READ DISASTER-FILE
096520         AT END
096530             SET DSTR-AT-EOF TO TRUE
096540             GO TO 1358D-EXIT
096550     END-READ.
096560     ADD 1 TO WK-DSTR-ROWS.
096570     PERFORM 1358E-VALIDATE-DISASTER THRU 1358E-EXIT.
096580     IF WK-DSTR-ERROR NOT = SPACES
096590         DISPLAY 'PPBAT215 - DISASTER ROW ' WK-DSTR-ROWS
096600                 ' (' DR-DECL-ID ') ' WK-DSTR-ERROR
096610         DISPLAY 'PPBAT215 - DISASTER DECLARATIONS FAILED '
096620                 'VALIDATION - RUN STOPPED'
096630         MOVE 16 TO RETURN-CODE
096640         STOP RUN
096650     END-IF.
096660     IF WK-DSTR-COUNT > 0
096670        AND DR-DECL-ID = DZ-DECL-ID(WK-DSTR-COUNT)
096680         GO TO 1358D-ADD-COUNTIES
096690     END-IF.
096700     ADD 1 TO WK-DSTR-COUNT.
096710     MOVE DR-DECL-ID    TO DZ-DECL-ID(WK-DSTR-COUNT).
096720     MOVE DR-START-DATE TO DZ-START-DATE(WK-DSTR-COUNT).
096730     MOVE DR-END-DATE   TO DZ-END-DATE(WK-DSTR-COUNT).
096740     MOVE DR-WAIVE-TF   TO DZ-WAIVE-TF(WK-DSTR-COUNT).
096750     MOVE DR-WAIVE-INT  TO DZ-WAIVE-INT(WK-DSTR-COUNT).
096760     MOVE ZEROES        TO DZ-COUNTY-COUNT(WK-DSTR-COUNT).
096770     MOVE ZEROES        TO DZ-TF-CLAIMS(WK-DSTR-COUNT).
096780     MOVE ZEROES        TO DZ-INT-CLAIMS(WK-DSTR-COUNT).
096790     MOVE ZEROES        TO DZ-INT-DAYS(WK-DSTR-COUNT).
096800     MOVE DR-START-DATE TO WK-DTS-DATE.
096810     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
096820     MOVE WK-DTS-SERIAL TO DZ-START-SERIAL(WK-DSTR-COUNT).
096830     MOVE 9999999       TO DZ-END-SERIAL(WK-DSTR-COUNT).
096840     IF DR-END-DATE > 0
096850         MOVE DR-END-DATE TO WK-DTS-DATE
096860         PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
096870         MOVE WK-DTS-SERIAL TO DZ-END-SERIAL(WK-DSTR-COUNT)
096880     END-IF.
096890 1358D-ADD-COUNTIES.
096900     PERFORM 1358F-ADD-ONE-COUNTY THRU 1358F-EXIT
096910         VARYING WK-DSTR-C FROM 1 BY 1
096920         UNTIL WK-DSTR-C > DR-COUNTY-COUNT.
096930 1358D-EXIT.
096940     EXIT.
096950*----------------------------------------------------------*
096960* 1358E-VALIDATE-DISASTER - EDIT ONE DECLARATION ROW, AND   *
096970* A CONTINUATION ROW AGAINST THE DECLARATION IT CONTINUES.  *
096980*----------------------------------------------------------*
096990 1358E-VALIDATE-DISASTER.
097000     MOVE SPACES TO WK-DSTR-ERROR.
097010     IF DR-DECL-ID = SPACES
097020         MOVE 'DECLARATION ID IS BLANK' TO WK-DSTR-ERROR
097030         GO TO 1358E-EXIT
097040     END-IF.
097050     IF DR-START-DATE NOT NUMERIC OR DR-START-DATE = 0
097060        OR DR-END-DATE NOT NUMERIC
097070         MOVE 'START OR END DATE NOT NUMERIC' TO WK-DSTR-ERROR
097080         GO TO 1358E-EXIT
097090     END-IF.
097100     IF DR-END-DATE > 0 AND DR-END-DATE < DR-START-DATE
097110         MOVE 'END DATE BEFORE START DATE' TO WK-DSTR-ERROR
097120         GO TO 1358E-EXIT
097130     END-IF.
097140     IF (DR-WAIVE-TF NOT = 'Y' AND DR-WAIVE-TF NOT = 'N')
097150        OR (DR-WAIVE-INT NOT = 'Y' AND DR-WAIVE-INT NOT = 'N')
097160         MOVE 'WAIVER FLAG NOT Y OR N' TO WK-DSTR-ERROR
097170         GO TO 1358E-EXIT
097180     END-IF.
097190     IF DR-WAIVE-TF = 'N' AND DR-WAIVE-INT = 'N'
097200         MOVE 'NO WAIVER GRANTED' TO WK-DSTR-ERROR
097210         GO TO 1358E-EXIT
097220     END-IF.
097230     IF DR-COUNTY-COUNT NOT NUMERIC
097240        OR DR-COUNTY-COUNT = 0 OR DR-COUNTY-COUNT > 20
097250         MOVE 'COUNTY COUNT NOT 1 THRU 20' TO WK-DSTR-ERROR
097260         GO TO 1358E-EXIT
097270     END-IF.
097280     PERFORM 1358G-CHECK-ONE-COUNTY THRU 1358G-EXIT
097290         VARYING WK-DSTR-C FROM 1 BY 1
097300         UNTIL WK-DSTR-C > DR-COUNTY-COUNT.
097310     IF WK-DSTR-ERROR NOT = SPACES
097320         GO TO 1358E-EXIT
097330     END-IF.
097340     IF WK-DSTR-COUNT > 0
097350        AND DR-DECL-ID = DZ-DECL-ID(WK-DSTR-COUNT)
097360         IF DR-START-DATE NOT = DZ-START-DATE(WK-DSTR-COUNT)
097370            OR DR-END-DATE NOT = DZ-END-DATE(WK-DSTR-COUNT)
097380            OR DR-WAIVE-TF NOT = DZ-WAIVE-TF(WK-DSTR-COUNT)
097390            OR DR-WAIVE-INT NOT = DZ-WAIVE-INT(WK-DSTR-COUNT)
097400             MOVE 'CONTINUATION ROW DISAGREES' TO WK-DSTR-ERROR
097410             GO TO 1358E-EXIT
097420         END-IF
097430         IF DZ-COUNTY-COUNT(WK-DSTR-COUNT) + DR-COUNTY-COUNT
097440                > 200
097450             MOVE 'MORE THAN 200 COUNTIES' TO WK-DSTR-ERROR
097460         END-IF
097470         GO TO 1358E-EXIT
097480     END-IF.
097490     IF WK-DSTR-COUNT >= 50
097500         MOVE 'MORE THAN 50 DECLARATIONS' TO WK-DSTR-ERROR
097510     END-IF.
097520 1358E-EXIT.
097530     EXIT.
097540 1358F-ADD-ONE-COUNTY.
097550     ADD 1 TO DZ-COUNTY-COUNT(WK-DSTR-COUNT).
097560     MOVE DZ-COUNTY-COUNT(WK-DSTR-COUNT) TO WK-DSTR-N.
097570     MOVE DR-COUNTY(WK-DSTR-C)
097580         TO DZ-COUNTY(WK-DSTR-COUNT, WK-DSTR-N).
097590 1358F-EXIT.
097600     EXIT.
097610 1358G-CHECK-ONE-COUNTY.
097620     IF DR-COUNTY(WK-DSTR-C) NOT NUMERIC
097630        OR DR-COUNTY(WK-DSTR-C) = 0
097640         MOVE 'COUNTY CODE NOT NUMERIC' TO WK-DSTR-ERROR
097650     END-IF.
097660 1358G-EXIT.
097670     EXIT.
097680*=========================================================*
097690* 1377A-LOAD-EDITQ - LOAD THE QUARTER-TO-DATE EDIT-QUALITY *
097700* STATISTICS CARRIED FROM PRIOR RUNS.  EQ-RESET=Y STARTS   *
097710* A FRESH QUARTER.                                         *
097720*=========================================================*
097730 1377A-LOAD-EDITQ.
097740     IF EQ-PERIOD-RESET
097750         GO TO 1377A-EXIT
097760     END-IF.
097770     OPEN INPUT EDITQ-IN.
097780     IF WK-EDITQ-STATUS NOT = '00'
097790         GO TO 1377A-EXIT
097800     END-IF.
097810     SET EQ-IDX TO 1.
097820     PERFORM 1377B-READ-ONE-EDITQ THRU 1377B-EXIT
097830         UNTIL EDITQ-AT-EOF OR WK-EQ-COUNT >= 2000.
097840     CLOSE EDITQ-IN.
097850 1377A-EXIT.
097860     EXIT.
097870 1377B-READ-ONE-EDITQ.
097880     READ EDITQ-IN
097890         AT END
097900             SET EDITQ-AT-EOF TO TRUE
097910             GO TO 1377B-EXIT
097920     END-READ.
097930     MOVE EDITQ-IN-REC TO GEN-STAMP-REC.
097940     IF GS-IS-STAMP
097950         GO TO 1377B-EXIT
097960     END-IF.
097970     MOVE EQ-IN-PROVIDER-NO TO EQ-PROVIDER-NO(EQ-IDX).
097980     MOVE EQ-IN-BILLS       TO EQ-BILLS(EQ-IDX).
097990     MOVE EQ-IN-ERRORS      TO EQ-ERRORS(EQ-IDX).
098000     PERFORM 1377C-LOAD-ONE-RTC-CNT THRU 1377C-EXIT
098010         VARYING WK-EQ-I FROM 1 BY 1
098020         UNTIL WK-EQ-I > 33.
098030     PERFORM 1377D-LOAD-ONE-EXAMPLE THRU 1377D-EXIT
098040         VARYING WK-EQ-I FROM 1 BY 1
098050         UNTIL WK-EQ-I > 3.
098060     ADD  1 TO WK-EQ-COUNT.
098070     SET  EQ-IDX UP BY 1.
098080 1377B-EXIT.
098090     EXIT.
098100 1377C-LOAD-ONE-RTC-CNT.
098110     MOVE EQ-IN-RTC-CNT(WK-EQ-I)
098120         TO EQ-RTC-CNT(EQ-IDX, WK-EQ-I).
098130 1377C-EXIT.
098140     EXIT.
098150 1377D-LOAD-ONE-EXAMPLE.
098160     MOVE EQ-IN-EX-DISCHARGE(WK-EQ-I)
098170         TO EQ-EX-DISCHARGE(EQ-IDX, WK-EQ-I).
098180     MOVE EQ-IN-EX-DRG(WK-EQ-I)
098190         TO EQ-EX-DRG(EQ-IDX, WK-EQ-I).
098200     MOVE EQ-IN-EX-RTC(WK-EQ-I)
098210         TO EQ-EX-RTC(EQ-IDX, WK-EQ-I).
098220 1377D-EXIT.
098230     EXIT.
098240*=========================================================*
098250* 1373A-LOAD-DELTA-TABLES - IN DELTA MODE, LOAD THE PRIOR  *
098260* CYCLE'S BILL KEYS AND RECORD CHECKSUMS, THEN ATTACH      *
098270* EACH BILL'S PRIOR PRICED RESULT ROW FROM THE PRIOR-PPS   *
098280* FILE.  DELTA AND RE-PRICE COMPARE MODES BOTH CONSUME     *
098290* THE PRIOR-PPS FILE, SO DELTA TURNS COMPARE OFF.          *
098300*=========================================================*
098310 1373A-LOAD-DELTA-TABLES.
098320     IF NOT DELTA-MODE
098330         GO TO 1373A-EXIT
098340     END-IF.
098350     IF COMPARE-MODE
098360         DISPLAY 'PPBAT215 - DELTA MODE SUPERSEDES COMPARE '
098370                 'MODE - COMPARE TURNED OFF'
098380         MOVE 'N' TO WK-COMPARE-SW
098390     END-IF.
098400     OPEN INPUT PRIOR-BILL-FILE.
098410     IF WK-PRIORBIL-STATUS NOT = '00'
098420         DISPLAY 'PPBAT215 - DELTA MODE WITHOUT PRIOR BILL '
098430                 'FILE - EVERY BILL PRICES FRESH'
098440         MOVE 'N' TO WK-DELTA-SW
098450         GO TO 1373A-EXIT
098460     END-IF.
098470     PERFORM 1373B-LOAD-ONE-PRIOR-BILL THRU 1373B-EXIT
098480         UNTIL PRIORBIL-AT-EOF.
098490     CLOSE PRIOR-BILL-FILE.
098500     OPEN INPUT PRIOR-PPS-FILE.
098510     IF WK-PRIORPPS-STATUS NOT = '00'
098520         DISPLAY 'PPBAT215 - DELTA MODE WITHOUT PRIOR PPS '
098530                 'FILE - EVERY BILL PRICES FRESH'
098540         MOVE 'N' TO WK-DELTA-SW
098550         GO TO 1373A-EXIT
098560     END-IF.
098570     MOVE 'N' TO WK-PRIOR-EOF.
098580     PERFORM 1373C-ATTACH-ONE-PRIOR-PPS THRU 1373C-EXIT
098590         UNTIL PRIOR-AT-EOF.
098600     CLOSE PRIOR-PPS-FILE.
098610 1373A-EXIT.
098620     EXIT.
098630 1373B-LOAD-ONE-PRIOR-BILL.
098640     READ PRIOR-BILL-FILE
098650         AT END
098660             SET PRIORBIL-AT-EOF TO TRUE
098670             GO TO 1373B-EXIT
098680     END-READ.
098690     MOVE PRIOR-BILL-REC TO WK-CKS-BILL-AREA.
098700     IF WK-CKS-BILL-AREA(1:3) = 'HDR'
098710        OR WK-CKS-BILL-AREA(1:3) = 'TRL'
098720         GO TO 1373B-EXIT
098730     END-IF.
098740     IF WK-DL-COUNT >= 20000
098750         ADD 1 TO WK-DELTA-DROPPED
098760         GO TO 1373B-EXIT
098770     END-IF.
098780     PERFORM 8510-BILL-CHECKSUM THRU 8510-EXIT.
098790     ADD 1 TO WK-DL-COUNT.
098800     SET DL-IDX TO WK-DL-COUNT.
098810     MOVE WK-CKS-BILL-AREA(11:6)
098820         TO DL-PROVIDER-NO(DL-IDX).
098830     MOVE WK-CKS-BILL-AREA(30:8)
098840         TO DL-DISCHARGE-DATE(DL-IDX).
098850     MOVE WK-CKS-BILL-AREA(19:3)
098860         TO DL-DRG(DL-IDX).
098870     MOVE WK-CKS-RESULT TO DL-CHECKSUM(DL-IDX).
098880     MOVE SPACES TO DL-PPS-IMAGE(DL-IDX).
098890 1373B-EXIT.
098900     EXIT.
098910 1373C-ATTACH-ONE-PRIOR-PPS.
098920     READ PRIOR-PPS-FILE
098930         AT END
098940             SET PRIOR-AT-EOF TO TRUE
098950             GO TO 1373C-EXIT
098960     END-READ.
098970     IF PP-DEBIT-CREDIT-IND = 'C'
098980        OR PP-BILL-SOURCE NOT = SPACE
098990         GO TO 1373C-EXIT
099000     END-IF.
099010     SET DL-SIDX TO 1.
099020     SEARCH DL-ENTRY VARYING DL-SIDX
099030         AT END
099040             CONTINUE
099050         WHEN DL-PROVIDER-NO(DL-SIDX) = PP-PROVIDER-NO
099060             AND DL-DISCHARGE-DATE(DL-SIDX)
099070                 = PP-DISCHARGE-DATE
099080             AND DL-DRG(DL-SIDX) = PP-DRG
099090             MOVE PRIOR-PPS-REC TO DL-PPS-IMAGE(DL-SIDX)
099100     END-SEARCH.
099110 1373C-EXIT.
099120     EXIT.
099130*=========================================================*
099140* 1371A-LOAD-PEND-STAYS - LOAD THE PENDING INTERIM STAYS   *
099150* CARRIED FROM PRIOR RUNS.                                 *
099160*=========================================================*
099170 1371A-LOAD-PEND-STAYS.
099180     OPEN INPUT PEND-STAY-IN.
099190     IF WK-PNDSTAY-STATUS NOT = '00'
099200         GO TO 1371A-EXIT
099210     END-IF.
099220     SET PY-IDX TO 1.
099230     PERFORM 1371B-READ-ONE-STAY THRU 1371B-EXIT
099240         UNTIL PNDSTAY-AT-EOF OR WK-PY-COUNT >= 2000.
099250     CLOSE PEND-STAY-IN.
099260 1371A-EXIT.
099270     EXIT.
099280 1371B-READ-ONE-STAY.
099290     READ PEND-STAY-IN
099300         AT END
099310             SET PNDSTAY-AT-EOF TO TRUE
099320             GO TO 1371B-EXIT
099330     END-READ.
099340     MOVE PEND-STAY-IN-REC TO GEN-STAMP-REC.
099350     IF GS-IS-STAMP
099360         GO TO 1371B-EXIT
099370     END-IF.
099380     MOVE PY-IN-BILL-RECORD(555:11)
099390         TO PY-TAB-MBI(PY-IDX).
099400     MOVE PY-IN-BILL-RECORD(11:6)
099410         TO PY-TAB-PROVIDER-NO(PY-IDX).
099420     MOVE PY-IN-BILL-RECORD  TO PY-TAB-BILL(PY-IDX).
099430     MOVE PY-IN-FIRST-DATE   TO PY-TAB-FIRST-DATE(PY-IDX).
099440     MOVE PY-IN-INTERIM-COUNT TO PY-TAB-COUNT(PY-IDX).
099450     MOVE 'N'                TO PY-TAB-DONE-SW(PY-IDX).
099460     ADD  1 TO WK-PY-COUNT.
099470     SET  PY-IDX UP BY 1.
099480 1371B-EXIT.
099490     EXIT.
099500*=========================================================*
099510* 1369A-LOAD-SUSPENSIONS - LOAD THE EFFECTIVE-DATED        *
099520* PAYMENT-SUSPENSION FILE, IF ANY.                         *
099530*=========================================================*
099540 1369A-LOAD-SUSPENSIONS.
099550     OPEN INPUT SUSPENSION-FILE.
099560     IF WK-SUSP-STATUS NOT = '00'
099570         GO TO 1369A-EXIT
099580     END-IF.
099590     SET SU-IDX TO 1.
099600     PERFORM 1369B-READ-ONE-SUSP THRU 1369B-EXIT
099610         UNTIL SUSP-AT-EOF OR WK-SU-COUNT >= 200.
099620     CLOSE SUSPENSION-FILE.
099630 1369A-EXIT.
099640     EXIT.
099650 1369B-READ-ONE-SUSP.
099660     READ SUSPENSION-FILE
099670         AT END
099680             SET SUSP-AT-EOF TO TRUE
099690             GO TO 1369B-EXIT
099700     END-READ.
099710     MOVE SU-PROVIDER-NO TO SU-TAB-PROVIDER-NO(SU-IDX).
099720     MOVE SU-EFF-DATE    TO SU-TAB-EFF-DATE(SU-IDX).
099730     MOVE SU-END-DATE    TO SU-TAB-END-DATE(SU-IDX).
099740     ADD  1 TO WK-SU-COUNT.
099750     SET  SU-IDX UP BY 1.
099760 1369B-EXIT.
099770     EXIT.
099780*=========================================================*
099790* 1367A-LOAD-PIP-SCHEDULE - LOAD THE PIP LUMP-SUM          *
099800* SCHEDULE, IF ANY, SO THE SUMMARY CAN COMPARE NOTIONAL    *
099810* PRICING TO THE SCHEDULED PAYMENTS.                       *
099820*=========================================================*
099830 1367A-LOAD-PIP-SCHEDULE.
099840     OPEN INPUT PIP-SCHED-FILE.
099850     IF WK-PIPSCHED-STATUS NOT = '00'
099860         GO TO 1367A-EXIT
099870     END-IF.
099880     PERFORM 1367B-READ-ONE-PIP-SCHED THRU 1367B-EXIT
099890         UNTIL PIPSCHED-AT-EOF.
099900     CLOSE PIP-SCHED-FILE.
099910 1367A-EXIT.
099920     EXIT.
099930 1367B-READ-ONE-PIP-SCHED.
099940     READ PIP-SCHED-FILE
099950         AT END
099960             SET PIPSCHED-AT-EOF TO TRUE
099970             GO TO 1367B-EXIT
099980     END-READ.
099990     SET PL-SIDX TO 1.
100000     SEARCH PL-ENTRY VARYING PL-SIDX
100010         AT END
100020             IF WK-PIP-COUNT < 500
100030                 ADD 1 TO WK-PIP-COUNT
100040                 SET PL-SIDX TO WK-PIP-COUNT
100050                 MOVE PC-PROVIDER-NO
100060                     TO PL-TAB-PROVIDER-NO(PL-SIDX)
100070                 MOVE 0 TO PL-TAB-BILLS(PL-SIDX)
100080                 MOVE 0 TO PL-TAB-NOTIONAL(PL-SIDX)
100090                 MOVE PC-PERIOD-LUMP-SUM
100100                     TO PL-TAB-SCHEDULED(PL-SIDX)
100110             END-IF
100120         WHEN PL-TAB-PROVIDER-NO(PL-SIDX) = PC-PROVIDER-NO
100130             MOVE PC-PERIOD-LUMP-SUM
100140                 TO PL-TAB-SCHEDULED(PL-SIDX)
100150     END-SEARCH.
100160 1367B-EXIT.
100170     EXIT.
100180*=========================================================*
100190* 1365A-LOAD-FUNDS-CEILING - READ THE PERIOD'S AUTHORIZED  *
100200* DISBURSEMENT CEILING.  A MISSING FILE LEAVES THE         *
100210* FUNDS CONTROL OFF.                                       *
100220*=========================================================*
100230 1365A-LOAD-FUNDS-CEILING.
100240     OPEN INPUT FUNDS-CTL-FILE.
100250     IF WK-FUNDS-STATUS NOT = '00'
100260         GO TO 1365A-EXIT
100270     END-IF.
100280     READ FUNDS-CTL-FILE
100290         AT END
100300             CONTINUE
100310         NOT AT END
100320             MOVE FC-CEILING TO WK-FUNDS-CEILING
100330     END-READ.
100340     CLOSE FUNDS-CTL-FILE.
100350     IF WK-FUNDS-CEILING > 0
100360         DISPLAY 'PPBAT215 - FUNDS CEILING IN FORCE : '
100370                 WK-FUNDS-CEILING
100380     END-IF.
100390 1365A-EXIT.
100400     EXIT.
100410*=========================================================*
100420* 1365B-LOAD-CLAIM-MEDIA - FIX THE RUN DATE THE PAYMENT   *
100430* FLOOR IS MEASURED AGAINST AND TABLE THE PAPER CLAIMS    *
100440* CARRIED FROM EARLIER RUNS (PAPMEDI) AND FROM TONIGHT'S  *
100450* PPCNV215 MEDIUM EXTRACT.  A CLAIM ON NEITHER IS TAKEN   *
100460* AS ELECTRONIC.                                          *
100470*=========================================================*
100480 1365B-LOAD-CLAIM-MEDIA.
100490     ACCEPT WK-PFL-RUN-DATE FROM DATE YYYYMMDD.
100500     SET PFM-IDX TO 1.
100510     OPEN INPUT PAPER-MEDIA-IN.
100520     IF WK-PAPMEDI-STATUS = '00'
100530         PERFORM 1365D-READ-CARRIED-MEDIUM THRU 1365D-EXIT
100540             UNTIL PAPMEDI-AT-EOF
100550         CLOSE PAPER-MEDIA-IN
100560     END-IF.
100570     OPEN INPUT CLAIM-MEDIUM-IN.
100580     IF WK-SUBMEDIA-STATUS NOT = '00'
100590         GO TO 1365B-DROPS
100600     END-IF.
100610     PERFORM 1365C-READ-ONE-MEDIUM THRU 1365C-EXIT
100620         UNTIL SUBMEDIA-AT-EOF.
100630     CLOSE CLAIM-MEDIUM-IN.
100640 1365B-DROPS.
100650     IF WK-PFL-MD-DROPS > 0
100660         DISPLAY 'PPBAT215 - PAPER-CLAIM TABLE FULL, DROPPED : '
100670                 WK-PFL-MD-DROPS
100680     END-IF.
100690 1365B-EXIT.
100700     EXIT.
100710 1365C-READ-ONE-MEDIUM.
100720     READ CLAIM-MEDIUM-IN
100730         AT END
100740             SET SUBMEDIA-AT-EOF TO TRUE
100750             GO TO 1365C-EXIT
100760     END-READ.
100770     IF NOT CM-PAPER
100780         GO TO 1365C-EXIT
100790     END-IF.
100800*    A CLAIM ALREADY CARRIED (RESUBMITTED) IS NOT TABLED
100810*    TWICE; ITS ROW TAKES THE LATER RECEIPT DATE.
100820     SET PFM-SIDX TO 1.
100830     SEARCH PFM-ENTRY VARYING PFM-SIDX
100840         AT END
100850             CONTINUE
100860         WHEN PFM-SIDX > WK-PFL-MD-COUNT
100870             CONTINUE
100880         WHEN PFM-TAB-PROVIDER-NO(PFM-SIDX) = CM-PROVIDER-NO
100890          AND PFM-TAB-DISCHARGE(PFM-SIDX) = CM-DISCHARGE-DATE
100900          AND PFM-TAB-MBI(PFM-SIDX) = CM-MBI
100910             IF CM-RECEIPT-DATE > PFM-TAB-RECEIPT(PFM-SIDX)
100920                 MOVE CM-RECEIPT-DATE
100930                     TO PFM-TAB-RECEIPT(PFM-SIDX)
100940             END-IF
100950             GO TO 1365C-EXIT
100960     END-SEARCH.
100970     IF WK-PFL-MD-COUNT NOT < 10000
100980         ADD 1 TO WK-PFL-MD-DROPS
100990         GO TO 1365C-EXIT
101000     END-IF.
101010     MOVE CM-PROVIDER-NO    TO PFM-TAB-PROVIDER-NO(PFM-IDX).
101020     MOVE CM-DISCHARGE-DATE TO PFM-TAB-DISCHARGE(PFM-IDX).
101030     MOVE CM-MBI            TO PFM-TAB-MBI(PFM-IDX).
101040     MOVE CM-RECEIPT-DATE   TO PFM-TAB-RECEIPT(PFM-IDX).
101050     MOVE CM-SUBMITTER-ID   TO PFM-TAB-SUBMITTER(PFM-IDX).
101060     ADD 1 TO WK-PFL-MD-COUNT.
101070     SET PFM-IDX UP BY 1.
101080 1365C-EXIT.
101090     EXIT.
101100 1365D-READ-CARRIED-MEDIUM.
101110     READ PAPER-MEDIA-IN
101120         AT END
101130             SET PAPMEDI-AT-EOF TO TRUE
101140             GO TO 1365D-EXIT
101150     END-READ.
101160     IF PI-MEDIUM NOT = 'P'
101170         GO TO 1365D-EXIT
101180     END-IF.
101190     IF WK-PFL-MD-COUNT NOT < 10000
101200         ADD 1 TO WK-PFL-MD-DROPS
101210         GO TO 1365D-EXIT
101220     END-IF.
101230     MOVE PI-PROVIDER-NO    TO PFM-TAB-PROVIDER-NO(PFM-IDX).
101240     MOVE PI-DISCHARGE-DATE TO PFM-TAB-DISCHARGE(PFM-IDX).
101250     MOVE PI-MBI            TO PFM-TAB-MBI(PFM-IDX).
101260     MOVE PI-RECEIPT-DATE   TO PFM-TAB-RECEIPT(PFM-IDX).
101270     MOVE PI-SUBMITTER-ID   TO PFM-TAB-SUBMITTER(PFM-IDX).
101280     ADD 1 TO WK-PFL-MD-COUNT.
101290     ADD 1 TO WK-PFL-MD-CARRIED-IN.
101300     SET PFM-IDX UP BY 1.
101310 1365D-EXIT.
101320     EXIT.
101330*=========================================================*
101340* 1363A-LOAD-GL-MAP - START FROM THE COMPILED ACCOUNT      *
101350* DEFAULTS AND OVERLAY ANY CLASSIFICATION THE CONTROL      *
101360* FILE RE-MAPS.                                            *
101370*=========================================================*
101380 1363A-LOAD-GL-MAP.
101390     MOVE GL-ACCOUNT-DEFAULTS TO GL-ACCOUNT-MAP.
101400     OPEN INPUT GL-MAP-FILE.
101410     IF WK-GLMAP-STATUS NOT = '00'
101420         GO TO 1363A-EXIT
101430     END-IF.
101440     PERFORM 1363B-READ-ONE-GL-MAP THRU 1363B-EXIT
101450         UNTIL GLMAP-AT-EOF.
101460     CLOSE GL-MAP-FILE.
101470 1363A-EXIT.
101480     EXIT.
101490 1363B-READ-ONE-GL-MAP.
101500     READ GL-MAP-FILE
101510         AT END
101520             SET GLMAP-AT-EOF TO TRUE
101530             GO TO 1363B-EXIT
101540     END-READ.
101550     SET GL-SIDX TO 1.
101560     SEARCH GL-ENTRY VARYING GL-SIDX
101570         AT END
101580             DISPLAY 'PPBAT215 - GL MAP CLASS IGNORED : '
101590                     GM-CLASS
101600         WHEN GL-CLASS(GL-SIDX) = GM-CLASS
101610             MOVE GM-DEBIT-ACCT  TO GL-DEBIT-ACCT(GL-SIDX)
101620             MOVE GM-CREDIT-ACCT TO GL-CREDIT-ACCT(GL-SIDX)
101630     END-SEARCH.
101640 1363B-EXIT.
101650     EXIT.
101660*=========================================================*
101670* 1361A-LOAD-INTER-MTD - LOAD THE INTERMEDIARY MONTH-TO-   *
101680* DATE FILE CARRIED FROM THE PRIOR RUN.  MTD-RESET=Y (THE  *
101690* SAME MONTH-END CARD THE PROVIDER MTD FILE HONORS)        *
101700* STARTS A FRESH PERIOD.                                   *
101710*=========================================================*
101720 1361A-LOAD-INTER-MTD.
101730     IF MTD-PERIOD-RESET
101740         GO TO 1361A-EXIT
101750     END-IF.
101760     OPEN INPUT INTER-MTD-IN.
101770     IF WK-INTMTD-STATUS NOT = '00'
101780         GO TO 1361A-EXIT
101790     END-IF.
101800     SET IN-IDX TO 1.
101810     PERFORM 1361B-READ-INTER-MTD THRU 1361B-EXIT
101820         UNTIL INTMTD-AT-EOF OR WK-IN-COUNT >= 200.
101830     CLOSE INTER-MTD-IN.
101840 1361A-EXIT.
101850     EXIT.
101860 1361B-READ-INTER-MTD.
101870     READ INTER-MTD-IN
101880         AT END
101890             SET INTMTD-AT-EOF TO TRUE
101900             GO TO 1361B-EXIT
101910     END-READ.
101920     MOVE INTER-MTD-IN-REC TO GEN-STAMP-REC.
101930     IF GS-IS-STAMP
101940         GO TO 1361B-EXIT
101950     END-IF.
101960     MOVE IT-IN-INTER-NO     TO IN-INTER-NO(IN-IDX).
101970     MOVE 0                  TO IN-RUN-BILLS(IN-IDX).
101980     MOVE 0                  TO IN-RUN-PAYMENT(IN-IDX).
101990     MOVE 0                  TO IN-RUN-OUTLIER(IN-IDX).
102000     MOVE 0                  TO IN-RUN-PASSTHRU(IN-IDX).
102010     MOVE IT-IN-BILL-COUNT   TO IN-MTD-BILLS(IN-IDX).
102020     MOVE IT-IN-TOT-PAYMENT  TO IN-MTD-PAYMENT(IN-IDX).
102030     MOVE IT-IN-TOT-OUTLIER  TO IN-MTD-OUTLIER(IN-IDX).
102040     MOVE IT-IN-TOT-PASSTHRU TO IN-MTD-PASSTHRU(IN-IDX).
102050     ADD  1 TO WK-IN-COUNT.
102060     SET  IN-IDX UP BY 1.
102070 1361B-EXIT.
102080     EXIT.
102090*==========================================================*
102100* 1359A-LOAD-PROV-XWALK - LOAD THE PROVIDER MERGER/CHANGE-  *
102110* OF-OWNERSHIP CROSSWALK, IF ANY.                           *
102120*==========================================================*
102130  1359A-LOAD-PROV-XWALK.
102140      OPEN INPUT PROV-XWALK-FILE.
102150      IF WK-XWALK-STATUS NOT = '00'
102160          GO TO 1359A-EXIT
102170      END-IF.
102180      SET XW-IDX TO 1.
102190      PERFORM 1359B-READ-ONE-XWALK THRU 1359B-EXIT
102200          UNTIL XWALK-AT-EOF OR WK-XW-COUNT >= 500.
102210      CLOSE PROV-XWALK-FILE.
102220  1359A-EXIT.
102230      EXIT.
102240  1359B-READ-ONE-XWALK.
102250      READ PROV-XWALK-FILE
102260          AT END
102270              SET XWALK-AT-EOF TO TRUE
102280              GO TO 1359B-EXIT
102290      END-READ.
102300      MOVE XI-OLD-PROVIDER-NO TO XW-OLD-PROVIDER-NO(XW-IDX).
102310      MOVE XI-NEW-PROVIDER-NO TO XW-NEW-PROVIDER-NO(XW-IDX).
102320      MOVE XI-EFF-DATE        TO XW-EFF-DATE(XW-IDX).
102330      ADD  1 TO WK-XW-COUNT.
102340      SET  XW-IDX UP BY 1.
102350  1359B-EXIT.
102360      EXIT.
102370*==========================================================*
102380* 1379A-LOAD-OUTPT-CLAIMS - LOAD THE OPTIONAL OUTPATIENT-   *
102390* CLAIMS COMPANION FILE FOR THE THREE-DAY PAYMENT-WINDOW   *
102400* CHECK.  A MISSING FILE SIMPLY SKIPS THE CHECK.           *
102410*==========================================================*
102420 1379A-LOAD-OUTPT-CLAIMS.
102430     OPEN INPUT OUTPT-CLAIM-FILE.
102440     IF WK-OPCLM-STATUS NOT = '00'
102450         GO TO 1379A-EXIT
102460     END-IF.
102470     SET OCL-IDX TO 1.
102480     PERFORM 1379B-READ-ONE-OUTPT THRU 1379B-EXIT
102490         UNTIL OPCLM-AT-EOF OR WK-OC-COUNT >= 10000.
102500     CLOSE OUTPT-CLAIM-FILE.
102510 1379A-EXIT.
102520     EXIT.
102530 1379B-READ-ONE-OUTPT.
102540     READ OUTPT-CLAIM-FILE
102550         AT END
102560             SET OPCLM-AT-EOF TO TRUE
102570             GO TO 1379B-EXIT
102580     END-READ.
102590     IF OC-SERVICE-DATE NOT NUMERIC
102600        OR OC-SERVICE-DATE = 0
102610         GO TO 1379B-EXIT
102620     END-IF.
102630     MOVE OC-PROVIDER-NO  TO OCL-PROVIDER-NO(OCL-IDX).
102640     MOVE OC-MBI          TO OCL-MBI(OCL-IDX).
102650     MOVE OC-CLAIM-ID     TO OCL-CLAIM-ID(OCL-IDX).
102660     MOVE OC-SERVICE-DATE TO OCL-SERVICE-DATE(OCL-IDX).
102670     MOVE OC-SERVICE-DATE TO WK-DTS-DATE.
102680     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
102690     MOVE WK-DTS-SERIAL   TO OCL-SVC-SERIAL(OCL-IDX).
102700     MOVE OC-PAID-AMT     TO OCL-PAID-AMT(OCL-IDX).
102710     ADD  1 TO WK-OC-COUNT.
102720     SET  OCL-IDX UP BY 1.
102730 1379B-EXIT.
102740     EXIT.
102750*==========================================================*
102760* 1379C-LOAD-MGCRB-REG - LOAD THE OPTIONAL MGCRB            *
102770* RECLASSIFICATION REGISTER FOR THE RECLASS TERM CHECK.     *
102780* A MISSING FILE SIMPLY SKIPS THE CHECK.                    *
102790*==========================================================*
102800 1379C-LOAD-MGCRB-REG.
102810     OPEN INPUT MGCRB-REG-FILE.
102820     IF WK-MGCRB-STATUS NOT = '00'
102830         GO TO 1379C-EXIT
102840     END-IF.
102850     SET MGR-IDX TO 1.
102860     PERFORM 1379D-READ-ONE-MGCRB THRU 1379D-EXIT
102870         UNTIL MGCRB-AT-EOF OR WK-MG-COUNT >= 5000.
102880     CLOSE MGCRB-REG-FILE.
102890 1379C-EXIT.
102900     EXIT.
102910 1379D-READ-ONE-MGCRB.
102920     READ MGCRB-REG-FILE
102930         AT END
102940             SET MGCRB-AT-EOF TO TRUE
102950             GO TO 1379D-EXIT
102960     END-READ.
102970     MOVE MR-PROVIDER-NO  TO MGR-PROVIDER-NO(MGR-IDX).
102980     MOVE MR-TARGET-CBSA  TO MGR-TARGET-CBSA(MGR-IDX).
102990     MOVE MR-DECISION-NO  TO MGR-DECISION-NO(MGR-IDX).
103000     MOVE MR-FIRST-FY     TO MGR-FIRST-FY(MGR-IDX).
103010     MOVE MR-LAST-FY      TO MGR-LAST-FY(MGR-IDX).
103020     MOVE MR-END-DATE     TO MGR-END-DATE(MGR-IDX).
103030     MOVE MR-END-REASON   TO MGR-END-REASON(MGR-IDX).
103040     ADD  1 TO WK-MG-COUNT.
103050     SET  MGR-IDX UP BY 1.
103060 1379D-EXIT.
103070     EXIT.
103080*==========================================================*
103090* 1379E-LOAD-NPI-ENRL - LOAD THE OPTIONAL NPI/CCN           *
103100* ENROLLMENT FILE FOR THE BILLING NPI INTAKE EDIT.  A       *
103110* MISSING FILE LEAVES ONLY THE PROVIDER-MASTER NPI CHECK.   *
103120*==========================================================*
103130 1379E-LOAD-NPI-ENRL.
103140     OPEN INPUT NPI-ENRL-FILE.
103150     IF WK-NPIENRL-STATUS NOT = '00'
103160         GO TO 1379E-EXIT
103170     END-IF.
103180     SET NPE-IDX TO 1.
103190     PERFORM 1379F-READ-ONE-NPI-ENRL THRU 1379F-EXIT
103200         UNTIL NPIENRL-AT-EOF OR WK-NE-COUNT >= 9000.
103210     CLOSE NPI-ENRL-FILE.
103220 1379E-EXIT.
103230     EXIT.
103240 1379F-READ-ONE-NPI-ENRL.
103250     READ NPI-ENRL-FILE
103260         AT END
103270             SET NPIENRL-AT-EOF TO TRUE
103280             GO TO 1379F-EXIT
103290     END-READ.
103300     MOVE NE-NPI10        TO NPE-NPI10(NPE-IDX).
103310     MOVE NE-PROVIDER-NO  TO NPE-PROVIDER-NO(NPE-IDX).
103320     MOVE NE-EFF-DATE     TO NPE-EFF-DATE(NPE-IDX).
103330     MOVE NE-END-DATE     TO NPE-END-DATE(NPE-IDX).
103340     MOVE NE-STATUS       TO NPE-STATUS(NPE-IDX).
103350     ADD  1 TO WK-NE-COUNT.
103360     SET  NPE-IDX UP BY 1.
103370 1379F-EXIT.
103380     EXIT.
103390*==========================================================*
103400* 1379G-LOAD-EXCLUSIONS - LOAD THE PHYSICIAN EXCLUSION LIST *
103410* FOR THE ATTENDING/OPERATING PHYSICIAN SCREEN.  A ROW THAT *
103420* FAILS VALIDATION, OR IS OUT OF NPI ORDER, STOPS THE RUN   *
103430* (RC 16) - AN EXCLUDED PHYSICIAN MUST NEVER SLIP THROUGH   *
103440* ON A GARBLED OR TRUNCATED LIST.  A MISSING FILE SKIPS THE *
103450* EXCLUSION HALF OF THE SCREEN.                             *
103460*==========================================================*
103470 1379G-LOAD-EXCLUSIONS.
103480     OPEN INPUT EXCL-LIST-FILE.
103490     IF WK-EXCL-STATUS NOT = '00'
103500         GO TO 1379G-EXIT
103510     END-IF.
103520     MOVE ZEROES TO WK-PS-ROWS.
103530     MOVE LOW-VALUES TO WK-PS-PRIOR-NPI.
103540     PERFORM 1379H-READ-ONE-EXCLUSION THRU 1379H-EXIT
103550         UNTIL EXCL-AT-EOF.
103560     CLOSE EXCL-LIST-FILE.
103570     DISPLAY 'PPBAT215 - EXCLUSION ROWS    : ' WK-EXCL-COUNT.
103580 1379G-EXIT.
103590     EXIT.
103600 1379H-READ-ONE-EXCLUSION.
103610     READ EXCL-LIST-FILE
103620         AT END
103630             SET EXCL-AT-EOF TO TRUE
103640             GO TO 1379H-EXIT
103650     END-READ.
103660     ADD 1 TO WK-PS-ROWS.
103670     MOVE SPACES TO WK-PS-ERROR.
103680     EVALUATE TRUE
103690         WHEN XL-NPI10 NOT NUMERIC
103700             MOVE 'NPI NOT NUMERIC' TO WK-PS-ERROR
103710         WHEN XL-NPI10 < WK-PS-PRIOR-NPI
103720             MOVE 'NPI OUT OF ORDER' TO WK-PS-ERROR
103730         WHEN XL-EXCL-DATE NOT NUMERIC OR XL-EXCL-DATE = 0
103740            OR XL-REINSTATE-DATE NOT NUMERIC
103750             MOVE 'EXCLUSION OR REINSTATE DATE NOT NUMERIC'
103760                 TO WK-PS-ERROR
103770         WHEN XL-REINSTATE-DATE > 0
103780          AND XL-REINSTATE-DATE < XL-EXCL-DATE
103790             MOVE 'REINSTATED BEFORE EXCLUDED' TO WK-PS-ERROR
103800         WHEN WK-EXCL-COUNT >= 20000
103810             MOVE 'MORE THAN 20000 EXCLUSIONS' TO WK-PS-ERROR
103820     END-EVALUATE.
103830     IF WK-PS-ERROR NOT = SPACES
103840         DISPLAY 'PPBAT215 - EXCLUSION ROW ' WK-PS-ROWS
103850                 ' (' XL-NPI10 ') ' WK-PS-ERROR
103860         DISPLAY 'PPBAT215 - EXCLUSION LIST FAILED '
103870                 'VALIDATION - RUN STOPPED'
103880         MOVE 16 TO RETURN-CODE
103890         STOP RUN
103900     END-IF.
103910     MOVE XL-NPI10 TO WK-PS-PRIOR-NPI.
103920     ADD 1 TO WK-EXCL-COUNT.
103930     SET XE-IDX TO WK-EXCL-COUNT.
103940     MOVE XL-NPI10          TO XE-NPI10(XE-IDX).
103950     MOVE XL-EXCL-DATE      TO XE-EXCL-DATE(XE-IDX).
103960     MOVE XL-REINSTATE-DATE TO XE-REINSTATE-DATE(XE-IDX).
103970     MOVE XL-EXCL-TYPE      TO XE-EXCL-TYPE(XE-IDX).
103980     MOVE SPACES            TO XE-NAME(XE-IDX).
103990     STRING XL-LAST-NAME  DELIMITED BY '  '
104000            ', '          DELIMITED BY SIZE
104010            XL-FIRST-NAME DELIMITED BY '  '
104020         INTO XE-NAME(XE-IDX).
104030 1379H-EXIT.
104040     EXIT.
104050*==========================================================*
104060* 1379J-LOAD-DEACT-NPI - LOAD THE DEACTIVATED-NPI FILE FOR  *
104070* THE SAME SCREEN, EDITED AND ENFORCED AS THE EXCLUSION     *
104080* LIST IS.  A MISSING FILE SKIPS THE DEACTIVATION HALF.     *
104090*==========================================================*
104100 1379J-LOAD-DEACT-NPI.
104110     OPEN INPUT NPI-DEACT-FILE.
104120     IF WK-DEACT-STATUS NOT = '00'
104130         GO TO 1379J-EXIT
104140     END-IF.
104150     MOVE ZEROES TO WK-PS-ROWS.
104160     MOVE LOW-VALUES TO WK-PS-PRIOR-NPI.
104170     PERFORM 1379K-READ-ONE-DEACT THRU 1379K-EXIT
104180         UNTIL DEACT-AT-EOF.
104190     CLOSE NPI-DEACT-FILE.
104200     DISPLAY 'PPBAT215 - DEACTIVATED NPIS  : ' WK-DEACT-COUNT.
104210 1379J-EXIT.
104220     EXIT.
104230 1379K-READ-ONE-DEACT.
104240     READ NPI-DEACT-FILE
104250         AT END
104260             SET DEACT-AT-EOF TO TRUE
104270             GO TO 1379K-EXIT
104280     END-READ.
104290     ADD 1 TO WK-PS-ROWS.
104300     MOVE SPACES TO WK-PS-ERROR.
104310     EVALUATE TRUE
104320         WHEN DN-NPI10 NOT NUMERIC
104330             MOVE 'NPI NOT NUMERIC' TO WK-PS-ERROR
104340         WHEN DN-NPI10 < WK-PS-PRIOR-NPI
104350             MOVE 'NPI OUT OF ORDER' TO WK-PS-ERROR
104360         WHEN DN-DEACT-DATE NOT NUMERIC OR DN-DEACT-DATE = 0
104370            OR DN-REACT-DATE NOT NUMERIC
104380             MOVE 'DEACTIVATION OR REACTIVATION DATE BAD'
104390                 TO WK-PS-ERROR
104400         WHEN DN-REACT-DATE > 0
104410          AND DN-REACT-DATE < DN-DEACT-DATE
104420             MOVE 'REACTIVATED BEFORE DEACTIVATED' TO WK-PS-ERROR
104430         WHEN WK-DEACT-COUNT >= 20000
104440             MOVE 'MORE THAN 20000 DEACTIVATIONS' TO WK-PS-ERROR
104450     END-EVALUATE.
104460     IF WK-PS-ERROR NOT = SPACES
104470         DISPLAY 'PPBAT215 - DEACTIVATED NPI ROW ' WK-PS-ROWS
104480                 ' (' DN-NPI10 ') ' WK-PS-ERROR
104490         DISPLAY 'PPBAT215 - DEACTIVATED-NPI FILE FAILED '
104500                 'VALIDATION - RUN STOPPED'
104510         MOVE 16 TO RETURN-CODE
104520         STOP RUN
104530     END-IF.
104540     MOVE DN-NPI10 TO WK-PS-PRIOR-NPI.
104550     ADD 1 TO WK-DEACT-COUNT.
104560     SET DV-IDX TO WK-DEACT-COUNT.
104570     MOVE DN-NPI10          TO DV-NPI10(DV-IDX).
104580     MOVE DN-DEACT-DATE     TO DV-DEACT-DATE(DV-IDX).
104590     MOVE DN-REACT-DATE     TO DV-REACT-DATE(DV-IDX).
104600     MOVE DN-REASON         TO DV-REASON(DV-IDX).
104610 1379K-EXIT.
104620     EXIT.
104630*==========================================================*
104640* 1381A-LOAD-ICD-CODES - LOAD THE DATED ICD CODE REFERENCE *
104650* FILE FOR THE CODE-VALIDITY EDIT.  A MISSING FILE SIMPLY  *
104660* SKIPS THE EDIT.                                          *
104670*==========================================================*
104680 1381A-LOAD-ICD-CODES.
104690     OPEN INPUT ICD-CODE-FILE.
104700     IF WK-ICDF-STATUS NOT = '00'
104710         GO TO 1381A-EXIT
104720     END-IF.
104730     SET ICD-IDX TO 1.
104740     PERFORM 1381B-READ-ONE-ICD THRU 1381B-EXIT
104750         UNTIL ICDF-AT-EOF OR WK-ICD-COUNT >= 10000.
104760     CLOSE ICD-CODE-FILE.
104770 1381A-EXIT.
104780     EXIT.
104790 1381B-READ-ONE-ICD.
104800     READ ICD-CODE-FILE
104810         AT END
104820             SET ICDF-AT-EOF TO TRUE
104830             GO TO 1381B-EXIT
104840     END-READ.
104850     IF IC-CODE = SPACES
104860         GO TO 1381B-EXIT
104870     END-IF.
104880     MOVE IC-CODE     TO ICD-CODE(ICD-IDX).
104890     MOVE IC-TYPE     TO ICD-TYPE(ICD-IDX).
104900     MOVE IC-EFF-DATE TO ICD-EFF-DATE(ICD-IDX).
104910     MOVE IC-END-DATE TO ICD-END-DATE(ICD-IDX).
104920     ADD  1 TO WK-ICD-COUNT.
104930     SET  ICD-IDX UP BY 1.
104940 1381B-EXIT.
104950     EXIT.
104960*==========================================================*
104970* 1383A-LOAD-PRIOR-MARGIN - READ LAST RUN'S MARGIN EXTRACT *
104980* SO THIS RUN CAN FLAG A SHARP MARGIN MOVE UNDER A CHANGED *
104990* CCR.  A MISSING FILE MEANS A FIRST PERIOD - NO FLAGS.    *
105000*==========================================================*
105010 1383A-LOAD-PRIOR-MARGIN.
105020     OPEN INPUT MARGIN-FILE-IN.
105030     IF WK-MGNIN-STATUS NOT = '00'
105040         GO TO 1383A-EXIT
105050     END-IF.
105060     PERFORM 1383B-READ-ONE-MARGIN THRU 1383B-EXIT
105070         UNTIL MGNIN-AT-EOF OR WK-MP-COUNT >= 2000.
105080     CLOSE MARGIN-FILE-IN.
105090 1383A-EXIT.
105100     EXIT.
105110 1383B-READ-ONE-MARGIN.
105120     READ MARGIN-FILE-IN
105130         AT END
105140             SET MGNIN-AT-EOF TO TRUE
105150             GO TO 1383B-EXIT
105160     END-READ.
105170     MOVE MARGIN-IN-REC TO GEN-STAMP-REC.
105180     IF GS-IS-STAMP
105190         GO TO 1383B-EXIT
105200     END-IF.
105210     ADD 1 TO WK-MP-COUNT.
105220     SET MP-IDX TO WK-MP-COUNT.
105230     MOVE MI-PROVIDER-NO TO MP-PROVIDER-NO(MP-IDX).
105240     MOVE 0 TO MP-BILLS(MP-IDX).
105250     MOVE 0 TO MP-PAYMENT(MP-IDX).
105260     MOVE 0 TO MP-COST(MP-IDX).
105270     MOVE 0 TO MP-OUTLIER(MP-IDX).
105280     MOVE 0 TO MP-CCR(MP-IDX).
105290     MOVE MI-MARGIN-PCT  TO MP-PRIOR-PCT(MP-IDX).
105300     MOVE MI-CCR         TO MP-PRIOR-CCR(MP-IDX).
105310     MOVE 'Y'            TO MP-PRIOR-SW(MP-IDX).
105320 1383B-EXIT.
105330     EXIT.
105340*==========================================================*
105350* 1385A-LOAD-AUTH-USERS - LOAD THE OVERRIDE AUTHORIZED-    *
105360* USERS FILE.  A MISSING FILE LEAVES THE LEGACY BEHAVIOR - *
105370* NO AUTHORIZATION ENFORCEMENT.                            *
105380*==========================================================*
105390 1385A-LOAD-AUTH-USERS.
105400     OPEN INPUT AUTH-USER-FILE.
105410     IF WK-AUTHU-STATUS NOT = '00'
105420         GO TO 1385A-EXIT
105430     END-IF.
105440     SET AU-IDX TO 1.
105450     PERFORM 1385B-READ-ONE-AUTH THRU 1385B-EXIT
105460         UNTIL AUTHU-AT-EOF OR WK-AU-COUNT >= 100.
105470     CLOSE AUTH-USER-FILE.
105480 1385A-EXIT.
105490     EXIT.
105500 1385B-READ-ONE-AUTH.
105510     READ AUTH-USER-FILE
105520         AT END
105530             SET AUTHU-AT-EOF TO TRUE
105540             GO TO 1385B-EXIT
105550     END-READ.
105560     MOVE AU-IN-OPERATOR TO AU-OPERATOR(AU-IDX).
105570     MOVE AU-IN-OVR-TYPE TO AU-OVR-TYPE(AU-IDX).
105580     ADD  1 TO WK-AU-COUNT.
105590     SET  AU-IDX UP BY 1.
105600 1385B-EXIT.
105610     EXIT.
105620*==========================================================*
105630* 1386-CHECK-OVERRIDE-AUTH - EVERY POWERFUL SWITCH THAT IS *
105640* ON FOR THIS RUN (AGED-BILL OVERRIDE, PRIOR-FY PARALLEL   *
105650* FORCE, SCENARIO OVERRIDES, OUTLIER-RECON MODE) MUST NAME *
105660* AN AUTHORIZED OPERATOR AND A REASON; OTHERWISE THE       *
105670* SWITCH IS TURNED BACK OFF BEFORE THE FIRST BILL.         *
105680*==========================================================*
105690 1386-CHECK-OVERRIDE-AUTH.
105700     IF WK-AU-COUNT = 0
105710         GO TO 1386-EXIT
105720     END-IF.
105730     IF WK-OVR-PROVIDER NOT = SPACES
105740         MOVE 'AGEDBILL' TO WK-OVA-TYPE
105750         PERFORM 1387-AUTH-ONE-OVERRIDE THRU 1387-EXIT
105760         IF NOT OVERRIDE-AUTHORIZED
105770             MOVE SPACES TO WK-OVR-PROVIDER
105780             ADD 1 TO WK-OVA-DENIALS
105790             DISPLAY 'PPBAT215 - AGED-BILL OVERRIDE '
105800                     'DENIED - NOT AUTHORIZED'
105810         END-IF
105820     END-IF.
105830     IF WK-PARFY-SW = 'Y'
105840         MOVE 'PRIORFY ' TO WK-OVA-TYPE
105850         PERFORM 1387-AUTH-ONE-OVERRIDE THRU 1387-EXIT
105860         IF NOT OVERRIDE-AUTHORIZED
105870             MOVE 'N' TO WK-PARFY-SW
105880             ADD 1 TO WK-OVA-DENIALS
105890             DISPLAY 'PPBAT215 - PRIOR-FY FORCE '
105900                     'DENIED - NOT AUTHORIZED'
105910         END-IF
105920     END-IF.
105930     IF WK-SCEN-COUNT > 0
105940         MOVE 'SCENARIO' TO WK-OVA-TYPE
105950         PERFORM 1387-AUTH-ONE-OVERRIDE THRU 1387-EXIT
105960         IF NOT OVERRIDE-AUTHORIZED
105970             MOVE 0 TO WK-SCEN-COUNT
105980             ADD 1 TO WK-OVA-DENIALS
105990             DISPLAY 'PPBAT215 - SCENARIO OVERRIDES '
106000                     'DENIED - NOT AUTHORIZED'
106010         END-IF
106020     END-IF.
106030     IF OUTLIER-RECON-MODE
106040         MOVE 'OUTLRECN' TO WK-OVA-TYPE
106050         PERFORM 1387-AUTH-ONE-OVERRIDE THRU 1387-EXIT
106060         IF NOT OVERRIDE-AUTHORIZED
106070             MOVE 'N' TO WK-OUTLIER-RECON-SW
106080             ADD 1 TO WK-OVA-DENIALS
106090             DISPLAY 'PPBAT215 - OUTLIER-RECON MODE '
106100                     'DENIED - NOT AUTHORIZED'
106110         END-IF
106120     END-IF.
106130 1386-EXIT.
106140     EXIT.
106150 1387-AUTH-ONE-OVERRIDE.
106160     MOVE 'N' TO WK-OVA-AUTH-SW.
106170     IF WK-OVR-OPERATOR = SPACES
106180        OR WK-OVR-REASON = SPACES
106190         GO TO 1387-EXIT
106200     END-IF.
106210     SET AU-SIDX TO 1.
106220     SEARCH AU-ENTRY VARYING AU-SIDX
106230         AT END
106240             CONTINUE
106250         WHEN AU-OPERATOR(AU-SIDX) = WK-OVR-OPERATOR
106260          AND (AU-OVR-TYPE(AU-SIDX) = WK-OVA-TYPE
106270               OR AU-OVR-TYPE(AU-SIDX) = '*       ')
106280             SET OVERRIDE-AUTHORIZED TO TRUE
106290     END-SEARCH.
106300 1387-EXIT.
106310     EXIT.
106320*==========================================================*
106330* 1389A-LOAD-TPE-CONTROL - LOAD THE TPE CONTROL FILE, IF   *
106340* ANY, AND MARK THE PROVIDERS WHOSE ROUND IS PULLING        *
106350* CLAIMS THIS RUN: ACTIVE, SAMPLE NOT YET FILLED, AND THE   *
106360* EDUCATION WAIT SINCE THE ROUND OPENED RUN OUT.  EVERY     *
106370* RECORD IS WRITTEN BACK AT END OF RUN, SO A FILE TOO BIG   *
106380* FOR THE TABLE STOPS THE RUN RATHER THAN LOSE CASES.       *
106390*==========================================================*
106400 1389A-LOAD-TPE-CONTROL.
106410     OPEN INPUT TPE-CONTROL-IN.
106420     IF WK-TPEIN-STATUS NOT = '00'
106430         GO TO 1389A-EXIT
106440     END-IF.
106450     SET TPE-CONTROL-LOADED TO TRUE.
106460     ACCEPT WK-TP-TODAY FROM DATE YYYYMMDD.
106470     MOVE WK-TP-TODAY TO WK-DTS-DATE.
106480     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
106490     MOVE WK-DTS-SERIAL TO WK-TP-TODAY-SERIAL.
106500     PERFORM 1389B-READ-ONE-TPE THRU 1389B-EXIT
106510         UNTIL TPEIN-AT-EOF OR WK-TP-COUNT >= 500.
106520     IF NOT TPEIN-AT-EOF
106530         READ TPE-CONTROL-IN
106540             AT END
106550                 SET TPEIN-AT-EOF TO TRUE
106560         END-READ
106570     END-IF.
106580     CLOSE TPE-CONTROL-IN.
106590     IF NOT TPEIN-AT-EOF
106600         DISPLAY 'PPBAT215 - TPE CONTROL FILE EXCEEDS 500 '
106610                 'PROVIDERS - RUN STOPPED'
106620         MOVE 16 TO RETURN-CODE
106630         STOP RUN
106640     END-IF.
106650 1389A-EXIT.
106660     EXIT.
106670 1389B-READ-ONE-TPE.
106680     READ TPE-CONTROL-IN
106690         AT END
106700             SET TPEIN-AT-EOF TO TRUE
106710             GO TO 1389B-EXIT
106720     END-READ.
106730     ADD 1 TO WK-TP-COUNT.
106740     SET TC-IDX TO WK-TP-COUNT.
106750     MOVE TPE-CONTROL-IN-REC TO TC-CONTROL-REC(TC-IDX).
106760     MOVE 'N' TO TC-PULLING-SW(TC-IDX).
106770     IF NOT TC-ROUND-ACTIVE(TC-IDX)
106780        OR TC-SELECTED(TC-IDX) NOT < TC-SAMPLE-SIZE(TC-IDX)
106790         GO TO 1389B-EXIT
106800     END-IF.
106810     IF TC-WAIT-DAYS(TC-IDX) > 0
106820        AND TC-ROUND-OPENED(TC-IDX) > 0
106830         MOVE TC-ROUND-OPENED(TC-IDX) TO WK-DTS-DATE
106840         PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
106850         IF WK-DTS-SERIAL + TC-WAIT-DAYS(TC-IDX)
106860                > WK-TP-TODAY-SERIAL
106870             GO TO 1389B-EXIT
106880         END-IF
106890     END-IF.
106900     MOVE 'Y' TO TC-PULLING-SW(TC-IDX).
106910 1389B-EXIT.
106920     EXIT.
106930*==========================================================*
106940* 1389C-RESTORE-TPE-PULLS - ON A RESTART, COUNT THE CLAIMS  *
106950* THE ABENDED RUN ALREADY PULLED (ITS SELECTION FILE IS     *
106960* BEING EXTENDED) SO NO ROUND OVER-FILLS ITS SAMPLE.        *
106970*==========================================================*
106980 1389C-RESTORE-TPE-PULLS.
106990     IF NOT TPE-CONTROL-LOADED
107000         GO TO 1389C-EXIT
107010     END-IF.
107020     OPEN INPUT TPE-SELECT-OUT.
107030     IF WK-TPESEL-STATUS NOT = '00'
107040         GO TO 1389C-EXIT
107050     END-IF.
107060     PERFORM 1389D-RESTORE-ONE-PULL THRU 1389D-EXIT
107070         UNTIL TPESEL-AT-EOF.
107080     CLOSE TPE-SELECT-OUT.
107090     DISPLAY 'PPBAT215 - TPE PULLS RESTORED: ' WK-TP-RESTORED.
107100 1389C-EXIT.
107110     EXIT.
107120 1389D-RESTORE-ONE-PULL.
107130     READ TPE-SELECT-OUT
107140         AT END
107150             SET TPESEL-AT-EOF TO TRUE
107160             GO TO 1389D-EXIT
107170     END-READ.
107180     SET TC-SIDX TO 1.
107190     SEARCH TC-ENTRY VARYING TC-SIDX
107200         AT END
107210             GO TO 1389D-EXIT
107220         WHEN TC-SIDX > WK-TP-COUNT
107230             GO TO 1389D-EXIT
107240         WHEN TC-PROVIDER-NO(TC-SIDX) = TS-PROVIDER-NO
107250          AND TC-ROUND(TC-SIDX) = TS-ROUND
107260             CONTINUE
107270     END-SEARCH.
107280     ADD 1 TO TC-SELECTED(TC-SIDX).
107290     ADD 1 TO WK-TP-RESTORED.
107300     ADD 1 TO WK-TPE-PULLED.
107310     IF TC-SELECTED(TC-SIDX) NOT < TC-SAMPLE-SIZE(TC-SIDX)
107320         MOVE 'N' TO TC-PULLING-SW(TC-SIDX)
107330     END-IF.
107340 1389D-EXIT.
107350     EXIT.
107360*===========================================================*
107370* 1352-OPEN-REV-DETAIL - OPEN THE OPTIONAL REVENUE-CENTER    *
107380*                 DETAIL FILE AND PRIME THE FIRST DETAIL      *
107390*                 RECORD.  A MISSING FILE LEAVES THE LUMP     *
107400*                 CHARGES IN CHARGE.                          *
107410*===========================================================*
107420 1352-OPEN-REV-DETAIL.
107430     OPEN INPUT REV-DETAIL-FILE.
107440     IF WK-REVDTL-STATUS NOT = '00'
107450         GO TO 1352-EXIT
107460     END-IF.
107470     SET REVDTL-ACTIVE TO TRUE.
107480     PERFORM 1353-READ-REV-DETAIL THRU 1353-EXIT.
107490 1352-EXIT.
107500     EXIT.
107510 1353-READ-REV-DETAIL.
107520     MOVE 'N' TO WK-REVDTL-PENDING-SW.
107530     READ REV-DETAIL-FILE
107540         AT END
107550             SET REVDTL-AT-EOF TO TRUE
107560             GO TO 1353-EXIT
107570     END-READ.
107580     SET REVDTL-PENDING TO TRUE.
107590     ADD 1 TO WK-REV-DTL-READ.
107600 1353-EXIT.
107610     EXIT.
107620*===========================================================*
107630* 1356-LOAD-WAIVER-RATES - LOAD THE WAIVER-STATE INTERIM     *
107640* PERCENTAGE FILE, IF ANY.  A WAIVER BILL WHOSE PROVIDER HAS *
107650* NO ROW IS ROUTED WITH A ZERO INTERIM PAYMENT FOR MANUAL    *
107660* PRICING.                                                   *
107670*===========================================================*
107680 1356-LOAD-WAIVER-RATES.
107690     OPEN INPUT WAIVER-RATE-FILE.
107700     IF WK-WVRATE-STATUS NOT = '00'
107710         GO TO 1356-EXIT
107720     END-IF.
107730     SET WV-IDX TO 1.
107740     PERFORM 1357-READ-WAIVER-RATE THRU 1357-EXIT
107750         UNTIL WVRATE-AT-EOF OR WK-WVRATE-COUNT >= 2000.
107760     CLOSE WAIVER-RATE-FILE.
107770 1356-EXIT.
107780     EXIT.
107790 1357-READ-WAIVER-RATE.
107800     READ WAIVER-RATE-FILE
107810         AT END
107820             SET WVRATE-AT-EOF TO TRUE
107830             GO TO 1357-EXIT
107840     END-READ.
107850     MOVE WV-PROVIDER-NO TO WV-TAB-PROVIDER-NO(WV-IDX).
107860     MOVE WV-INTERIM-PCT TO WV-TAB-PCT(WV-IDX).
107870     ADD  1 TO WK-WVRATE-COUNT.
107880     SET  WV-IDX UP BY 1.
107890 1357-EXIT.
107900     EXIT.
107910*===========================================================*
107920* 1500-VALIDATE-REF-TABLES - CONTENT-CHECK EVERY RUNTIME-    *
107930* LOADED REFERENCE TABLE BEFORE THE FIRST BILL IS READ AND   *
107940* HONOR THE GO/NO-GO VERDICT: ANY HARD ERROR ENDS THE RUN    *
107950* WITH RETURN CODE 16.                                       *
107960*===========================================================*
107970 1500-VALIDATE-REF-TABLES.
107980     OPEN OUTPUT REF-VALID-OUT.
107990     MOVE 'REFERENCE VALIDATION' TO WK-RPT-TITLE.
108000     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
108010     MOVE WK-RPT-HDR-LINE1 TO REF-VALID-LINE.
108020     WRITE REF-VALID-LINE.
108030     MOVE WK-RPT-HDR-LINE2 TO REF-VALID-LINE.
108040     WRITE REF-VALID-LINE.
108050     PERFORM 1510-VALIDATE-NEWTECH THRU 1510-EXIT.
108060     PERFORM 1520-VALIDATE-DRGWT THRU 1520-EXIT.
108070     PERFORM 1530-VALIDATE-COUNTY THRU 1530-EXIT.
108080     PERFORM 1525-VALIDATE-DRGHIST THRU 1525-EXIT.
108090     PERFORM 1540-VALIDATE-NDC-RATES THRU 1540-EXIT.
108100     PERFORM 1550-VALIDATE-SEQ-RATES THRU 1550-EXIT.
108110     PERFORM 1570-VALIDATE-OPER-RATES THRU 1570-EXIT.
108120     PERFORM 1576-VALIDATE-STATE-CCR THRU 1576-EXIT.
108130     PERFORM 1580-VALIDATE-GEO-DESIG THRU 1580-EXIT.
108140     PERFORM 1586-VALIDATE-RURAL-FLOOR THRU 1586-EXIT.
108150     PERFORM 1590-VALIDATE-PRIOR-WI THRU 1590-EXIT.
108160     PERFORM 1593-VALIDATE-OUTMIG THRU 1593-EXIT.
108170     PERFORM 1596-VALIDATE-MIDNIGHT THRU 1596-EXIT.
108180     PERFORM 1599-VALIDATE-DISPATCH THRU 1599-EXIT.
108190     PERFORM 1599B-VALIDATE-MGCRB-REG THRU 1599B-EXIT.
108200     PERFORM 1599D-VALIDATE-NPI-ENRL THRU 1599D-EXIT.
108210     PERFORM 1560-VALIDATE-CAPACITY THRU 1560-EXIT.
108220     CLOSE REF-VALID-OUT.
108230     DISPLAY 'PPBAT215 - REF VALIDATION ERRORS   : '
108240             WK-REFVAL-ERRORS.
108250     DISPLAY 'PPBAT215 - REF VALIDATION WARNINGS : '
108260             WK-REFVAL-WARNINGS.
108270     IF WK-REFVAL-ERRORS > 0
108280         DISPLAY 'PPBAT215 - REFERENCE DATA FAILED VALIDATION'
108290                 ' - RUN STOPPED BEFORE PRICING'
108300         MOVE 16 TO RETURN-CODE
108310         STOP RUN
108320     END-IF.
108330 1500-EXIT.
108340     EXIT.
108350 1505-WRITE-REFVAL-ERROR.
108360     MOVE 'ERROR' TO WK-RV-SEVERITY.
108370     ADD 1 TO WK-REFVAL-ERRORS.
108380     MOVE WK-RV-DETAIL-LINE TO REF-VALID-LINE.
108390     WRITE REF-VALID-LINE.
108400 1505-EXIT.
108410     EXIT.
108420 1506-WRITE-REFVAL-WARN.
108430     MOVE 'WARN ' TO WK-RV-SEVERITY.
108440     ADD 1 TO WK-REFVAL-WARNINGS.
108450     MOVE WK-RV-DETAIL-LINE TO REF-VALID-LINE.
108460     WRITE REF-VALID-LINE.
108470 1506-EXIT.
108480     EXIT.
108490 1510-VALIDATE-NEWTECH.
108500     MOVE 'NEW-TECH-TABLE' TO WK-RV-TABLE-NAME.
108510     PERFORM 1512-CHECK-ONE-NT THRU 1512-EXIT
108520         VARYING WK-RV-I FROM 1 BY 1
108530         UNTIL WK-RV-I > WK-NEWTECH-COUNT.
108540 1510-EXIT.
108550     EXIT.
108560 1512-CHECK-ONE-NT.
108570     MOVE NT-PROC-CODE(WK-RV-I) TO WK-RV-KEY.
108580     IF NT-EFF-DATE(WK-RV-I) > NT-END-DATE(WK-RV-I)
108590         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
108600         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
108610     END-IF.
108620     IF NT-ADDON-PCT(WK-RV-I) = 0
108630         MOVE 'ZERO ADD-ON PERCENT' TO WK-RV-REASON
108640         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
108650     END-IF.
108660     IF NT-ADDON-CAP(WK-RV-I) = 0
108670         MOVE 'ZERO ADD-ON CAP' TO WK-RV-REASON
108680         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
108690     END-IF.
108700     PERFORM 1514-CHECK-NT-OVERLAP THRU 1514-EXIT
108710         VARYING WK-RV-J FROM 1 BY 1
108720         UNTIL WK-RV-J NOT < WK-RV-I.
108730 1512-EXIT.
108740     EXIT.
108750 1514-CHECK-NT-OVERLAP.
108760     IF NT-PROC-CODE(WK-RV-J) = NT-PROC-CODE(WK-RV-I)
108770        AND NT-EFF-DATE(WK-RV-I) NOT > NT-END-DATE(WK-RV-J)
108780        AND NT-EFF-DATE(WK-RV-J) NOT > NT-END-DATE(WK-RV-I)
108790         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
108800             TO WK-RV-REASON
108810         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
108820     END-IF.
108830 1514-EXIT.
108840     EXIT.
108850 1520-VALIDATE-DRGWT.
108860     MOVE 'DRG-WEIGHT-TABLE' TO WK-RV-TABLE-NAME.
108870     PERFORM 1522-CHECK-ONE-DW THRU 1522-EXIT
108880         VARYING WK-RV-I FROM 1 BY 1
108890         UNTIL WK-RV-I > WK-DRGWT-COUNT.
108900 1520-EXIT.
108910     EXIT.
108920 1522-CHECK-ONE-DW.
108930     MOVE DWF-DRG(WK-RV-I) TO WK-RV-KEY.
108940     IF DWF-WT(WK-RV-I) = 0
108950         MOVE 'ZERO RELATIVE WEIGHT' TO WK-RV-REASON
108960         PERFORM 1506-WRITE-REFVAL-WARN THRU 1506-EXIT
108970     END-IF.
108980     PERFORM 1524-CHECK-DW-DUP THRU 1524-EXIT
108990         VARYING WK-RV-J FROM 1 BY 1
109000         UNTIL WK-RV-J NOT < WK-RV-I.
109010 1522-EXIT.
109020     EXIT.
109030 1524-CHECK-DW-DUP.
109040     IF DWF-DRG(WK-RV-J) = DWF-DRG(WK-RV-I)
109050         MOVE 'DUPLICATE DRG' TO WK-RV-REASON
109060         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
109070     END-IF.
109080 1524-EXIT.
109090     EXIT.
109100  1525-VALIDATE-DRGHIST.
109110      MOVE 'DRG-HIST-TABLE' TO WK-RV-TABLE-NAME.
109120      PERFORM 1526-CHECK-ONE-DH THRU 1526-EXIT
109130          VARYING WK-RV-I FROM 1 BY 1
109140          UNTIL WK-RV-I > WK-DRGHIST-COUNT.
109150  1525-EXIT.
109160      EXIT.
109170  1526-CHECK-ONE-DH.
109180      MOVE DH-DRG(WK-RV-I) TO WK-RV-KEY.
109190      IF DH-PRIORYR-WT(WK-RV-I) = 0
109200          MOVE 'ZERO PRIOR-YEAR WEIGHT' TO WK-RV-REASON
109210          PERFORM 1506-WRITE-REFVAL-WARN THRU 1506-EXIT
109220      END-IF.
109230      PERFORM 1527-CHECK-DH-DUP THRU 1527-EXIT
109240          VARYING WK-RV-J FROM 1 BY 1
109250          UNTIL WK-RV-J NOT < WK-RV-I.
109260  1526-EXIT.
109270      EXIT.
109280  1527-CHECK-DH-DUP.
109290      IF DH-DRG(WK-RV-J) = DH-DRG(WK-RV-I)
109300          MOVE 'DUPLICATE DRG' TO WK-RV-REASON
109310          PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
109320      END-IF.
109330  1527-EXIT.
109340      EXIT.
109350 1530-VALIDATE-COUNTY.
109360     MOVE 'COUNTY-CBSA-TABLE' TO WK-RV-TABLE-NAME.
109370     PERFORM 1532-CHECK-ONE-CC THRU 1532-EXIT
109380         VARYING WK-RV-I FROM 1 BY 1
109390         UNTIL WK-RV-I > WK-CNTYCBSA-COUNT.
109400 1530-EXIT.
109410     EXIT.
109420 1532-CHECK-ONE-CC.
109430     MOVE CC-COUNTY-CODE(WK-RV-I) TO WK-RV-KEY.
109440     PERFORM 1534-CHECK-CC-DUP THRU 1534-EXIT
109450         VARYING WK-RV-J FROM 1 BY 1
109460         UNTIL WK-RV-J NOT < WK-RV-I.
109470 1532-EXIT.
109480     EXIT.
109490 1534-CHECK-CC-DUP.
109500     IF CC-COUNTY-CODE(WK-RV-J) = CC-COUNTY-CODE(WK-RV-I)
109510         MOVE 'DUPLICATE COUNTY CODE' TO WK-RV-REASON
109520         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
109530     END-IF.
109540 1534-EXIT.
109550     EXIT.
109560 1540-VALIDATE-NDC-RATES.
109570     MOVE 'NDC-RATE-TABLE' TO WK-RV-TABLE-NAME.
109580     PERFORM 1542-CHECK-ONE-NR THRU 1542-EXIT
109590         VARYING WK-RV-I FROM 1 BY 1
109600         UNTIL WK-RV-I > WK-NDCRATE-COUNT.
109610 1540-EXIT.
109620     EXIT.
109630 1542-CHECK-ONE-NR.
109640     MOVE NR-NDC(WK-RV-I) TO WK-RV-KEY.
109650     IF NR-EFF-DATE(WK-RV-I) > NR-END-DATE(WK-RV-I)
109660         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
109670         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
109680     END-IF.
109690     IF NR-ALLOWANCE(WK-RV-I) = 0
109700         MOVE 'ZERO ALLOWANCE' TO WK-RV-REASON
109710         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
109720     END-IF.
109730     PERFORM 1544-CHECK-NR-OVERLAP THRU 1544-EXIT
109740         VARYING WK-RV-J FROM 1 BY 1
109750         UNTIL WK-RV-J NOT < WK-RV-I.
109760 1542-EXIT.
109770     EXIT.
109780 1544-CHECK-NR-OVERLAP.
109790     IF NR-NDC(WK-RV-J) = NR-NDC(WK-RV-I)
109800        AND NR-EFF-DATE(WK-RV-I) NOT > NR-END-DATE(WK-RV-J)
109810        AND NR-EFF-DATE(WK-RV-J) NOT > NR-END-DATE(WK-RV-I)
109820         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
109830             TO WK-RV-REASON
109840         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
109850     END-IF.
109860 1544-EXIT.
109870     EXIT.
109880 1550-VALIDATE-SEQ-RATES.
109890     MOVE 'SEQ-RATE-TABLE' TO WK-RV-TABLE-NAME.
109900     PERFORM 1552-CHECK-ONE-SQ THRU 1552-EXIT
109910         VARYING WK-RV-I FROM 1 BY 1
109920         UNTIL WK-RV-I > WK-SEQRATE-COUNT.
109930 1550-EXIT.
109940     EXIT.
109950 1552-CHECK-ONE-SQ.
109960     MOVE SQ-TAB-EFF-DATE(WK-RV-I) TO WK-RV-KEY.
109970     IF SQ-TAB-EFF-DATE(WK-RV-I) > SQ-TAB-END-DATE(WK-RV-I)
109980         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
109990         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110000     END-IF.
110010     PERFORM 1554-CHECK-SQ-OVERLAP THRU 1554-EXIT
110020         VARYING WK-RV-J FROM 1 BY 1
110030         UNTIL WK-RV-J NOT < WK-RV-I.
110040 1552-EXIT.
110050     EXIT.
110060 1554-CHECK-SQ-OVERLAP.
110070     IF SQ-TAB-EFF-DATE(WK-RV-I) NOT >
110080            SQ-TAB-END-DATE(WK-RV-J)
110090        AND SQ-TAB-EFF-DATE(WK-RV-J) NOT >
110100            SQ-TAB-END-DATE(WK-RV-I)
110110         MOVE 'OVERLAPPING DATE RANGE' TO WK-RV-REASON
110120         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110130     END-IF.
110140 1554-EXIT.
110150     EXIT.
110160 1570-VALIDATE-OPER-RATES.
110170     MOVE 'OPER-RATE-TABLE' TO WK-RV-TABLE-NAME.
110180     PERFORM 1572-CHECK-ONE-OR THRU 1572-EXIT
110190         VARYING WK-RV-I FROM 1 BY 1
110200         UNTIL WK-RV-I > WK-OPRATE-COUNT.
110210 1570-EXIT.
110220     EXIT.
110230 1572-CHECK-ONE-OR.
110240     MOVE SPACES TO WK-RV-KEY.
110250     MOVE OPRT-TABLE-NO(WK-RV-I) TO WK-RV-KEY(1:1).
110260     MOVE OPRT-EFF-DATE(WK-RV-I) TO WK-RV-KEY(3:8).
110270     IF OPRT-TABLE-NO(WK-RV-I) < 1
110280        OR OPRT-TABLE-NO(WK-RV-I) > 8
110290         MOVE 'RATE TABLE NUMBER NOT 1-8' TO WK-RV-REASON
110300         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110310     END-IF.
110320     IF OPRT-EFF-DATE(WK-RV-I) > OPRT-END-DATE(WK-RV-I)
110330         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
110340         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110350     END-IF.
110360     IF OPRT-LABOR(WK-RV-I) = 0
110370         MOVE 'ZERO LABOR SHARE' TO WK-RV-REASON
110380         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110390     END-IF.
110400     IF OPRT-NLABOR(WK-RV-I) = 0
110410         MOVE 'ZERO NONLABOR SHARE' TO WK-RV-REASON
110420         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110430     END-IF.
110440     PERFORM 1574-CHECK-OR-OVERLAP THRU 1574-EXIT
110450         VARYING WK-RV-J FROM 1 BY 1
110460         UNTIL WK-RV-J NOT < WK-RV-I.
110470 1572-EXIT.
110480     EXIT.
110490 1574-CHECK-OR-OVERLAP.
110500     IF OPRT-TABLE-NO(WK-RV-J) = OPRT-TABLE-NO(WK-RV-I)
110510        AND OPRT-EFF-DATE(WK-RV-I) NOT > OPRT-END-DATE(WK-RV-J)
110520        AND OPRT-EFF-DATE(WK-RV-J) NOT > OPRT-END-DATE(WK-RV-I)
110530         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
110540             TO WK-RV-REASON
110550         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110560     END-IF.
110570 1574-EXIT.
110580     EXIT.
110590 1576-VALIDATE-STATE-CCR.
110600     MOVE 'STATE-CCR-TABLE' TO WK-RV-TABLE-NAME.
110610     PERFORM 1577-CHECK-ONE-SC THRU 1577-EXIT
110620         VARYING WK-RV-I FROM 1 BY 1
110630         UNTIL WK-RV-I > WK-STCCR-COUNT.
110640 1576-EXIT.
110650     EXIT.
110660 1577-CHECK-ONE-SC.
110670     MOVE SPACES TO WK-RV-KEY.
110680     MOVE SCCR-STATE(WK-RV-I)    TO WK-RV-KEY(1:2).
110690     MOVE SCCR-AREA(WK-RV-I)     TO WK-RV-KEY(3:1).
110700     MOVE SCCR-EFF-DATE(WK-RV-I) TO WK-RV-KEY(4:8).
110710     IF NOT SCCR-URBAN(WK-RV-I)
110720        AND NOT SCCR-RURAL(WK-RV-I)
110730        AND NOT SCCR-NATIONAL-CEILING(WK-RV-I)
110740         MOVE 'AREA NOT U, R OR N' TO WK-RV-REASON
110750         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110760     END-IF.
110770     IF SCCR-NATIONAL-CEILING(WK-RV-I)
110780        AND SCCR-STATE(WK-RV-I) NOT = 'US'
110790         MOVE 'CEILING ROW NOT STATE US' TO WK-RV-REASON
110800         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110810     END-IF.
110820     IF SCCR-EFF-DATE(WK-RV-I) > SCCR-END-DATE(WK-RV-I)
110830         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
110840         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110850     END-IF.
110860     IF SCCR-OPER-CCR(WK-RV-I) = 0
110870         MOVE 'ZERO OPERATING CCR' TO WK-RV-REASON
110880         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110890     END-IF.
110900     IF SCCR-CAPI-CCR(WK-RV-I) = 0
110910         MOVE 'ZERO CAPITAL CCR' TO WK-RV-REASON
110920         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
110930     END-IF.
110940     PERFORM 1578-CHECK-SC-OVERLAP THRU 1578-EXIT
110950         VARYING WK-RV-J FROM 1 BY 1
110960         UNTIL WK-RV-J NOT < WK-RV-I.
110970 1577-EXIT.
110980     EXIT.
110990 1578-CHECK-SC-OVERLAP.
111000     IF SCCR-STATE(WK-RV-J) = SCCR-STATE(WK-RV-I)
111010        AND SCCR-AREA(WK-RV-J) = SCCR-AREA(WK-RV-I)
111020        AND SCCR-EFF-DATE(WK-RV-I) NOT > SCCR-END-DATE(WK-RV-J)
111030        AND SCCR-EFF-DATE(WK-RV-J) NOT > SCCR-END-DATE(WK-RV-I)
111040         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
111050             TO WK-RV-REASON
111060         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111070     END-IF.
111080 1578-EXIT.
111090     EXIT.
111100 1580-VALIDATE-GEO-DESIG.
111110     MOVE 'GEO-DESIG-TABLE' TO WK-RV-TABLE-NAME.
111120     PERFORM 1582-CHECK-ONE-GD THRU 1582-EXIT
111130         VARYING WK-RV-I FROM 1 BY 1
111140         UNTIL WK-RV-I > WK-GEODSG-COUNT.
111150 1580-EXIT.
111160     EXIT.
111170 1582-CHECK-ONE-GD.
111180     MOVE SPACES TO WK-RV-KEY.
111190     MOVE GEOD-TYPE(WK-RV-I) TO WK-RV-KEY(1:1).
111200     IF GEOD-PROVIDER(WK-RV-I) NOT = SPACES
111210         MOVE GEOD-PROVIDER(WK-RV-I)  TO WK-RV-KEY(2:6)
111220     ELSE
111230         MOVE GEOD-STATE(WK-RV-I)     TO WK-RV-KEY(2:2)
111240         MOVE GEOD-FROM-AREA(WK-RV-I) TO WK-RV-KEY(4:5)
111250     END-IF.
111260     MOVE GEOD-FY(WK-RV-I) TO WK-RV-KEY(8:4).
111270     IF NOT GEOD-SEC401(WK-RV-I)
111280        AND NOT GEOD-FLOOR(WK-RV-I)
111290        AND NOT GEOD-LUGAR(WK-RV-I)
111300        AND NOT GEOD-QUARTILE(WK-RV-I)
111310         MOVE 'TYPE NOT 4, F, L OR Q' TO WK-RV-REASON
111320         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111330     END-IF.
111340     IF GEOD-EFF-DATE(WK-RV-I) > GEOD-END-DATE(WK-RV-I)
111350         MOVE 'EFFECTIVE DATE AFTER END DATE' TO WK-RV-REASON
111360         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111370     END-IF.
111380     COMPUTE WK-GEODSG-FY-BEGIN =
111390         (GEOD-FY(WK-RV-I) - 1) * 10000 + 1001.
111400     COMPUTE WK-GEODSG-FY-END =
111410         GEOD-FY(WK-RV-I) * 10000 + 0930.
111420     IF GEOD-EFF-DATE(WK-RV-I) < WK-GEODSG-FY-BEGIN
111430        OR GEOD-END-DATE(WK-RV-I) > WK-GEODSG-FY-END
111440         MOVE 'DATES OUTSIDE FISCAL YEAR' TO WK-RV-REASON
111450         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111460     END-IF.
111470     IF (GEOD-SEC401(WK-RV-I) OR GEOD-LUGAR(WK-RV-I))
111480        AND GEOD-PROVIDER(WK-RV-I) = SPACES
111490         MOVE 'PROVIDER NUMBER MISSING' TO WK-RV-REASON
111500         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111510     END-IF.
111520     IF GEOD-FLOOR(WK-RV-I)
111530        AND (GEOD-STATE(WK-RV-I) = SPACES
111540             OR GEOD-FROM-AREA(WK-RV-I) = SPACES)
111550         MOVE 'FLOOR ROW WITHOUT STATE/FROM-AREA' TO WK-RV-REASON
111560         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111570     END-IF.
111580     IF GEOD-LUGAR(WK-RV-I)
111590        AND GEOD-FROM-AREA(WK-RV-I) = SPACES
111600         MOVE 'LUGAR ROW WITHOUT FROM-AREA' TO WK-RV-REASON
111610         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111620     END-IF.
111630     IF (GEOD-SEC401(WK-RV-I) OR GEOD-FLOOR(WK-RV-I))
111640        AND GEOD-TO-AREA(WK-RV-I) = SPACES
111650         MOVE 'TO-AREA MISSING' TO WK-RV-REASON
111660         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111670     END-IF.
111680     IF (GEOD-LUGAR(WK-RV-I) OR GEOD-QUARTILE(WK-RV-I))
111690        AND GEOD-WAGE-INDEX(WK-RV-I) = 0
111700         MOVE 'ZERO WAGE INDEX' TO WK-RV-REASON
111710         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111720     END-IF.
111730     IF GEOD-QUARTILE(WK-RV-I)
111740        AND (GEOD-PROVIDER(WK-RV-I) NOT = SPACES
111750             OR GEOD-STATE(WK-RV-I) NOT = SPACES
111760             OR GEOD-FROM-AREA(WK-RV-I) NOT = SPACES)
111770         MOVE 'QUARTILE ROW NOT NATIONAL' TO WK-RV-REASON
111780         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111790     END-IF.
111800     PERFORM 1584-CHECK-GD-OVERLAP THRU 1584-EXIT
111810         VARYING WK-RV-J FROM 1 BY 1
111820         UNTIL WK-RV-J NOT < WK-RV-I.
111830 1582-EXIT.
111840     EXIT.
111850 1584-CHECK-GD-OVERLAP.
111860     IF GEOD-TYPE(WK-RV-J) = GEOD-TYPE(WK-RV-I)
111870        AND GEOD-PROVIDER(WK-RV-J) = GEOD-PROVIDER(WK-RV-I)
111880        AND GEOD-STATE(WK-RV-J) = GEOD-STATE(WK-RV-I)
111890        AND GEOD-FROM-AREA(WK-RV-J) = GEOD-FROM-AREA(WK-RV-I)
111900        AND GEOD-EFF-DATE(WK-RV-I) NOT > GEOD-END-DATE(WK-RV-J)
111910        AND GEOD-EFF-DATE(WK-RV-J) NOT > GEOD-END-DATE(WK-RV-I)
111920         MOVE 'DUPLICATE/OVERLAPPING DATE RANGE'
111930             TO WK-RV-REASON
111940         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
111950     END-IF.
111960 1584-EXIT.
111970     EXIT.
111980 1586-VALIDATE-RURAL-FLOOR.
111990     MOVE 'RURAL-FLOOR-TABLE' TO WK-RV-TABLE-NAME.
112000     PERFORM 1587-CHECK-ONE-RF THRU 1587-EXIT
112010         VARYING WK-RV-I FROM 1 BY 1
112020         UNTIL WK-RV-I > WK-RUFL-COUNT.
112030 1586-EXIT.
112040     EXIT.
112050 1587-CHECK-ONE-RF.
112060     MOVE SPACES TO WK-RV-KEY.
112070     MOVE RUFL-CBSA(WK-RV-I) TO WK-RV-KEY(1:5).
112080     IF RUFL-CBSA(WK-RV-I) = SPACES
112090         MOVE 'BLANK CBSA' TO WK-RV-REASON
112100         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112110     END-IF.
112120     IF RUFL-EFF-DATE(WK-RV-I) NOT NUMERIC
112130        OR RUFL-EFF-DATE(WK-RV-I) = 0
112140         MOVE 'MISSING EFFECTIVE DATE' TO WK-RV-REASON
112150         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112160     END-IF.
112170     IF RUFL-WI3(WK-RV-I) NOT NUMERIC
112180        OR RUFL-WI3(WK-RV-I) = 0
112190         MOVE 'ZERO OR NON-NUMERIC WAGE INDEX' TO WK-RV-REASON
112200         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112210     END-IF.
112220     PERFORM 1588-CHECK-RF-DUP THRU 1588-EXIT
112230         VARYING WK-RV-J FROM 1 BY 1
112240         UNTIL WK-RV-J NOT < WK-RV-I.
112250 1587-EXIT.
112260     EXIT.
112270 1588-CHECK-RF-DUP.
112280     IF RUFL-CBSA(WK-RV-J) = RUFL-CBSA(WK-RV-I)
112290         MOVE 'DUPLICATE CBSA' TO WK-RV-REASON
112300         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112310     END-IF.
112320 1588-EXIT.
112330     EXIT.
112340 1590-VALIDATE-PRIOR-WI.
112350     MOVE 'PREV-WI-TABLE' TO WK-RV-TABLE-NAME.
112360     PERFORM 1591-CHECK-ONE-PW THRU 1591-EXIT
112370         VARYING WK-RV-I FROM 1 BY 1
112380         UNTIL WK-RV-I > WK-PREVWI-COUNT.
112390 1590-EXIT.
112400     EXIT.
112410 1591-CHECK-ONE-PW.
112420     MOVE SPACES TO WK-RV-KEY.
112430     MOVE PREV-PROV(WK-RV-I) TO WK-RV-KEY(1:6).
112440     IF PREV-PROV(WK-RV-I) = SPACES
112450         MOVE 'BLANK PROVIDER NUMBER' TO WK-RV-REASON
112460         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112470     END-IF.
112480     IF PREV-WI(WK-RV-I) NOT NUMERIC
112490        OR PREV-WI(WK-RV-I) = 0
112500         MOVE 'ZERO OR NON-NUMERIC WAGE INDEX' TO WK-RV-REASON
112510         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112520     END-IF.
112530     IF WK-RV-I = 1
112540         GO TO 1591-EXIT
112550     END-IF.
112560     COMPUTE WK-RV-J = WK-RV-I - 1.
112570     IF PREV-PROV(WK-RV-J) = PREV-PROV(WK-RV-I)
112580         MOVE 'DUPLICATE PROVIDER' TO WK-RV-REASON
112590         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112600     END-IF.
112610     IF PREV-PROV(WK-RV-J) > PREV-PROV(WK-RV-I)
112620         MOVE 'OUT OF PROVIDER SEQUENCE' TO WK-RV-REASON
112630         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112640     END-IF.
112650 1591-EXIT.
112660     EXIT.
112670 1593-VALIDATE-OUTMIG.
112680     MOVE 'OUTM-ADJ-TABLE' TO WK-RV-TABLE-NAME.
112690     PERFORM 1594-CHECK-ONE-OM THRU 1594-EXIT
112700         VARYING WK-RV-I FROM 1 BY 1
112710         UNTIL WK-RV-I > WK-OUTMIG-COUNT.
112720 1593-EXIT.
112730     EXIT.
112740 1594-CHECK-ONE-OM.
112750     MOVE SPACES TO WK-RV-KEY.
112760     MOVE OUTM-CNTY(WK-RV-I) TO WK-RV-KEY(1:5).
112770     IF OUTM-CNTY(WK-RV-I) = SPACES
112780         MOVE 'BLANK COUNTY CODE' TO WK-RV-REASON
112790         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112800     END-IF.
112810     IF OUTM-EFF-DATE(WK-RV-I) NOT NUMERIC
112820        OR OUTM-EFF-DATE(WK-RV-I) = 0
112830         MOVE 'MISSING EFFECTIVE DATE' TO WK-RV-REASON
112840         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112850     END-IF.
112860     IF OUTM-ADJ-FACT(WK-RV-I) NOT NUMERIC
112870        OR OUTM-ADJ-FACT(WK-RV-I) = 0
112880         MOVE 'ZERO OR NON-NUMERIC ADJUSTMENT' TO WK-RV-REASON
112890         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
112900     END-IF.
112910     IF WK-RV-I = 1
112920         GO TO 1594-EXIT
112930     END-IF.
112940     COMPUTE WK-RV-J = WK-RV-I - 1.
112950     IF OUTM-CNTY(WK-RV-J) = OUTM-CNTY(WK-RV-I)
112960        AND OUTM-EFF-DATE(WK-RV-J) = OUTM-EFF-DATE(WK-RV-I)
112970         MOVE 'DUPLICATE COUNTY AND EFFECTIVE DATE'
112980             TO WK-RV-REASON
112990         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113000     END-IF.
113010     IF OUTM-CNTY(WK-RV-J) > OUTM-CNTY(WK-RV-I)
113020        OR (OUTM-CNTY(WK-RV-J) = OUTM-CNTY(WK-RV-I)
113030            AND OUTM-EFF-DATE(WK-RV-J) > OUTM-EFF-DATE(WK-RV-I))
113040         MOVE 'OUT OF COUNTY/DATE SEQUENCE' TO WK-RV-REASON
113050         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113060     END-IF.
113070 1594-EXIT.
113080     EXIT.
113090 1596-VALIDATE-MIDNIGHT.
113100     MOVE 'MID-ADJ-TABLE' TO WK-RV-TABLE-NAME.
113110     PERFORM 1597-CHECK-ONE-MN THRU 1597-EXIT
113120         VARYING WK-RV-I FROM 1 BY 1
113130         UNTIL WK-RV-I > WK-MIDNT-COUNT.
113140 1596-EXIT.
113150     EXIT.
113160 1597-CHECK-ONE-MN.
113170     MOVE SPACES TO WK-RV-KEY.
113180     MOVE WK-MID-MSAX(WK-RV-I) TO WK-RV-KEY(1:4).
113190     IF WK-MID-MSAX(WK-RV-I) = SPACES
113200         MOVE 'BLANK MSA' TO WK-RV-REASON
113210         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113220     END-IF.
113230     IF MID-ADJ-FACT(WK-RV-I) NOT NUMERIC
113240        OR MID-ADJ-FACT(WK-RV-I) = 0
113250         MOVE 'ZERO OR NON-NUMERIC ADJUSTMENT' TO WK-RV-REASON
113260         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113270     END-IF.
113280     PERFORM 1598-CHECK-MN-DUP THRU 1598-EXIT
113290         VARYING WK-RV-J FROM 1 BY 1
113300         UNTIL WK-RV-J NOT < WK-RV-I.
113310 1597-EXIT.
113320     EXIT.
113330 1598-CHECK-MN-DUP.
113340     IF WK-MID-MSAX(WK-RV-J) = WK-MID-MSAX(WK-RV-I)
113350         MOVE 'DUPLICATE MSA' TO WK-RV-REASON
113360         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113370     END-IF.
113380 1598-EXIT.
113390     EXIT.
113400 1599-VALIDATE-DISPATCH.
113410     MOVE 'DISP-CTL-TABLE' TO WK-RV-TABLE-NAME.
113420     IF WK-DSPCTL-COUNT = 0
113430         GO TO 1599-EXIT
113440     END-IF.
113450     MOVE SPACES TO WK-RV-KEY.
113460     MOVE DSPC-VERSION TO WK-RV-KEY(1:8).
113470     IF DSPC-VERSION = SPACES
113480         MOVE 'MISSING VERSION HEADER RECORD' TO WK-RV-REASON
113490         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113500     END-IF.
113510     IF WK-DSPCTL-BADRECS > 0
113520         MOVE 'UNRECOGNIZED RECORD TYPE ON FILE' TO WK-RV-REASON
113530         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113540     END-IF.
113550     MOVE ZEROES TO WK-DSPCTL-PREV-I.
113560     PERFORM 1599A-CHECK-ONE-DC THRU 1599A-EXIT
113570         VARYING WK-RV-I FROM 1 BY 1
113580         UNTIL WK-RV-I > WK-DSPCTL-COUNT.
113590     MOVE SPACES TO WK-RV-KEY.
113600     IF WK-DSPCTL-PREV-I = 0
113610         MOVE 'NO ACTIVE ROWS' TO WK-RV-REASON
113620         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113630         GO TO 1599-EXIT
113640     END-IF.
113650     MOVE DSPC-MODULE(WK-DSPCTL-PREV-I) TO WK-RV-KEY(1:8).
113660     IF DSPC-END-DATE(WK-DSPCTL-PREV-I) NOT = 99999999
113670         MOVE 'LAST ACTIVE ROW IS NOT OPEN-ENDED' TO WK-RV-REASON
113680         PERFORM 1506-WRITE-REFVAL-WARN THRU 1506-EXIT
113690     END-IF.
113700 1599-EXIT.
113710     EXIT.
113720 1599A-CHECK-ONE-DC.
113730     MOVE SPACES TO WK-RV-KEY.
113740     MOVE DSPC-MODULE(WK-RV-I) TO WK-RV-KEY(1:8).
113750     IF DSPC-MODULE(WK-RV-I) = SPACES
113760         MOVE 'BLANK MODULE NAME' TO WK-RV-REASON
113770         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113780     END-IF.
113790     IF DSPC-BEGIN-DATE(WK-RV-I) NOT NUMERIC
113800        OR DSPC-BEGIN-DATE(WK-RV-I) = 0
113810         MOVE 'MISSING BEGIN DATE' TO WK-RV-REASON
113820         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113830         GO TO 1599A-EXIT
113840     END-IF.
113850     IF DSPC-END-DATE(WK-RV-I) NOT NUMERIC
113860        OR DSPC-END-DATE(WK-RV-I) < DSPC-BEGIN-DATE(WK-RV-I)
113870         MOVE 'END DATE BEFORE BEGIN DATE' TO WK-RV-REASON
113880         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113890         GO TO 1599A-EXIT
113900     END-IF.
113910     IF NOT DSPC-IFACE-VALID(WK-RV-I)
113920         MOVE 'INVALID INTERFACE CODE' TO WK-RV-REASON
113930         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113940     END-IF.
113950     IF DSPC-ACTIVE(WK-RV-I) NOT = 'Y'
113960        AND DSPC-ACTIVE(WK-RV-I) NOT = 'N'
113970         MOVE 'ACTIVE FLAG NOT Y OR N' TO WK-RV-REASON
113980         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
113990     END-IF.
114000     IF NOT DSPC-IS-ACTIVE(WK-RV-I)
114010         GO TO 1599A-EXIT
114020     END-IF.
114030     IF DSPC-CAL-VERSION(WK-RV-I) = SPACES
114040         MOVE 'BLANK EXPECTED CAL-VERSION' TO WK-RV-REASON
114050         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114060     END-IF.
114070     IF WK-DSPCTL-PREV-I = 0
114080         MOVE WK-RV-I TO WK-DSPCTL-PREV-I
114090         GO TO 1599A-EXIT
114100     END-IF.
114110     MOVE WK-DSPCTL-PREV-I TO WK-RV-J.
114120     MOVE WK-RV-I TO WK-DSPCTL-PREV-I.
114130     IF DSPC-BEGIN-DATE(WK-RV-I) < DSPC-BEGIN-DATE(WK-RV-J)
114140         MOVE 'OUT OF BEGIN-DATE SEQUENCE' TO WK-RV-REASON
114150         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114160         GO TO 1599A-EXIT
114170     END-IF.
114180     IF DSPC-BEGIN-DATE(WK-RV-I) NOT > DSPC-END-DATE(WK-RV-J)
114190         MOVE 'DATE RANGE OVERLAPS PRIOR ACTIVE ROW'
114200             TO WK-RV-REASON
114210         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114220         GO TO 1599A-EXIT
114230     END-IF.
114240     MOVE DSPC-END-DATE(WK-RV-J) TO WK-AM-DATE.
114250     PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT.
114260     IF DSPC-BEGIN-DATE(WK-RV-I) NOT = WK-AM-DATE
114270         MOVE 'DATE GAP AFTER PRIOR ACTIVE ROW' TO WK-RV-REASON
114280         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114290     END-IF.
114300 1599A-EXIT.
114310     EXIT.
114320 1599B-VALIDATE-MGCRB-REG.
114330     MOVE 'MGCRB-REGISTER' TO WK-RV-TABLE-NAME.
114340     PERFORM 1599C-CHECK-ONE-MR THRU 1599C-EXIT
114350         VARYING WK-RV-I FROM 1 BY 1
114360         UNTIL WK-RV-I > WK-MG-COUNT.
114370 1599B-EXIT.
114380     EXIT.
114390 1599C-CHECK-ONE-MR.
114400     MOVE SPACES TO WK-RV-KEY.
114410     MOVE MGR-PROVIDER-NO(WK-RV-I) TO WK-RV-KEY(1:6).
114420     MOVE MGR-TARGET-CBSA(WK-RV-I) TO WK-RV-KEY(7:5).
114430     IF MGR-PROVIDER-NO(WK-RV-I) = SPACES
114440         MOVE 'BLANK PROVIDER NUMBER' TO WK-RV-REASON
114450         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114460     END-IF.
114470     IF MGR-TARGET-CBSA(WK-RV-I) = SPACES
114480        OR MGR-TARGET-CBSA(WK-RV-I) = '00000'
114490         MOVE 'BLANK TARGET CBSA' TO WK-RV-REASON
114500         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114510     END-IF.
114520     IF MGR-DECISION-NO(WK-RV-I) = SPACES
114530         MOVE 'MISSING MGCRB DECISION NUMBER' TO WK-RV-REASON
114540         PERFORM 1506-WRITE-REFVAL-WARN THRU 1506-EXIT
114550     END-IF.
114560     IF MGR-FIRST-FY(WK-RV-I) NOT NUMERIC
114570        OR MGR-LAST-FY(WK-RV-I) NOT NUMERIC
114580        OR MGR-FIRST-FY(WK-RV-I) = 0
114590        OR MGR-LAST-FY(WK-RV-I) = 0
114600         MOVE 'MISSING FIRST OR LAST FISCAL YEAR' TO WK-RV-REASON
114610         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114620         GO TO 1599C-EXIT
114630     END-IF.
114640     IF MGR-LAST-FY(WK-RV-I) < MGR-FIRST-FY(WK-RV-I)
114650         MOVE 'LAST FISCAL YEAR BEFORE FIRST' TO WK-RV-REASON
114660         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114670         GO TO 1599C-EXIT
114680     END-IF.
114690     IF MGR-LAST-FY(WK-RV-I) - MGR-FIRST-FY(WK-RV-I) > 2
114700         MOVE 'TERM LONGER THAN THREE FISCAL YEARS'
114710             TO WK-RV-REASON
114720         PERFORM 1506-WRITE-REFVAL-WARN THRU 1506-EXIT
114730     END-IF.
114740     IF MGR-END-REASON(WK-RV-I) NOT = SPACE
114750        AND MGR-END-REASON(WK-RV-I) NOT = 'W'
114760        AND MGR-END-REASON(WK-RV-I) NOT = 'T'
114770         MOVE 'END REASON NOT W, T OR BLANK' TO WK-RV-REASON
114780         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114790     END-IF.
114800     IF MGR-END-DATE(WK-RV-I) NOT NUMERIC
114810         MOVE 'END DATE NOT NUMERIC' TO WK-RV-REASON
114820         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114830         GO TO 1599C-EXIT
114840     END-IF.
114850     IF MGR-END-REASON(WK-RV-I) NOT = SPACE
114860        AND MGR-END-DATE(WK-RV-I) = 0
114870         MOVE 'WITHDRAWAL/TERMINATION WITHOUT DATE'
114880             TO WK-RV-REASON
114890         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114900     END-IF.
114910     IF MGR-END-REASON(WK-RV-I) = SPACE
114920        AND MGR-END-DATE(WK-RV-I) NOT = 0
114930         MOVE 'END DATE WITHOUT END REASON' TO WK-RV-REASON
114940         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
114950     END-IF.
114960     IF WK-RV-I = 1
114970         GO TO 1599C-EXIT
114980     END-IF.
114990     COMPUTE WK-RV-J = WK-RV-I - 1.
115000     IF MGR-PROVIDER-NO(WK-RV-I) < MGR-PROVIDER-NO(WK-RV-J)
115010        OR (MGR-PROVIDER-NO(WK-RV-I) = MGR-PROVIDER-NO(WK-RV-J)
115020            AND MGR-FIRST-FY(WK-RV-I) < MGR-FIRST-FY(WK-RV-J))
115030         MOVE 'OUT OF PROVIDER/FIRST-FY SEQUENCE'
115040             TO WK-RV-REASON
115050         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115060         GO TO 1599C-EXIT
115070     END-IF.
115080     IF MGR-PROVIDER-NO(WK-RV-I) = MGR-PROVIDER-NO(WK-RV-J)
115090        AND MGR-END-REASON(WK-RV-J) = SPACE
115100        AND MGR-FIRST-FY(WK-RV-I) NOT > MGR-LAST-FY(WK-RV-J)
115110         MOVE 'TERM OVERLAPS PRIOR TERM' TO WK-RV-REASON
115120         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115130     END-IF.
115140 1599C-EXIT.
115150     EXIT.
115160 1599D-VALIDATE-NPI-ENRL.
115170     MOVE 'NPI-ENROLLMENT' TO WK-RV-TABLE-NAME.
115180     PERFORM 1599E-CHECK-ONE-NE THRU 1599E-EXIT
115190         VARYING WK-RV-I FROM 1 BY 1
115200         UNTIL WK-RV-I > WK-NE-COUNT.
115210 1599D-EXIT.
115220     EXIT.
115230 1599E-CHECK-ONE-NE.
115240     MOVE NPE-NPI10(WK-RV-I) TO WK-RV-KEY.
115250     IF NPE-NPI10(WK-RV-I) = SPACES
115260        OR NPE-NPI10(WK-RV-I) = ZEROES
115270         MOVE 'BLANK NPI' TO WK-RV-REASON
115280         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115290     END-IF.
115300     IF NPE-PROVIDER-NO(WK-RV-I) = SPACES
115310         MOVE 'BLANK PROVIDER NUMBER' TO WK-RV-REASON
115320         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115330     END-IF.
115340     IF NPE-STATUS(WK-RV-I) NOT = 'A'
115350        AND NPE-STATUS(WK-RV-I) NOT = 'D'
115360         MOVE 'ENROLLMENT STATUS NOT A OR D' TO WK-RV-REASON
115370         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115380     END-IF.
115390     IF NPE-EFF-DATE(WK-RV-I) NOT NUMERIC
115400        OR NPE-END-DATE(WK-RV-I) NOT NUMERIC
115410        OR NPE-EFF-DATE(WK-RV-I) = 0
115420         MOVE 'MISSING OR NON-NUMERIC DATE' TO WK-RV-REASON
115430         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115440         GO TO 1599E-EXIT
115450     END-IF.
115460     IF NPE-END-DATE(WK-RV-I) NOT = 0
115470        AND NPE-END-DATE(WK-RV-I) < NPE-EFF-DATE(WK-RV-I)
115480         MOVE 'END DATE BEFORE EFFECTIVE DATE' TO WK-RV-REASON
115490         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115500     END-IF.
115510     IF WK-RV-I = 1
115520         GO TO 1599E-EXIT
115530     END-IF.
115540     COMPUTE WK-RV-J = WK-RV-I - 1.
115550     IF NPE-NPI10(WK-RV-I) < NPE-NPI10(WK-RV-J)
115560        OR (NPE-NPI10(WK-RV-I) = NPE-NPI10(WK-RV-J)
115570            AND NPE-PROVIDER-NO(WK-RV-I)
115580                < NPE-PROVIDER-NO(WK-RV-J))
115590        OR (NPE-NPI10(WK-RV-I) = NPE-NPI10(WK-RV-J)
115600            AND NPE-PROVIDER-NO(WK-RV-I)
115610                = NPE-PROVIDER-NO(WK-RV-J)
115620            AND NPE-EFF-DATE(WK-RV-I) < NPE-EFF-DATE(WK-RV-J))
115630         MOVE 'OUT OF NPI/CCN/EFFECTIVE-DATE SEQUENCE'
115640             TO WK-RV-REASON
115650         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115660     END-IF.
115670 1599E-EXIT.
115680     EXIT.
115690 1560-VALIDATE-CAPACITY.
115700     MOVE SPACES TO WK-RV-KEY.
115710     IF WK-NEWTECH-COUNT >= 100
115720         MOVE 'NEW-TECH-TABLE' TO WK-RV-TABLE-NAME
115730         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
115740         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115750     END-IF.
115760     IF WK-DRGWT-COUNT >= 800
115770         MOVE 'DRG-WEIGHT-TABLE' TO WK-RV-TABLE-NAME
115780         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
115790         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115800     END-IF.
115810     IF WK-CNTYCBSA-COUNT >= 4000
115820         MOVE 'COUNTY-CBSA-TABLE' TO WK-RV-TABLE-NAME
115830         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
115840         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115850     END-IF.
115860     IF WK-OPRATE-COUNT >= 40
115870         MOVE 'OPER-RATE-TABLE' TO WK-RV-TABLE-NAME
115880         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
115890         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115900     END-IF.
115910     IF WK-STCCR-COUNT >= 400
115920         MOVE 'STATE-CCR-TABLE' TO WK-RV-TABLE-NAME
115930         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
115940         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
115950     END-IF.
115960     IF WK-GEODSG-COUNT >= 2000
115970         MOVE 'GEO-DESIG-TABLE' TO WK-RV-TABLE-NAME
115980         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
115990         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
116000     END-IF.
116010     IF WK-RUFL-COUNT >= 500
116020         MOVE 'RURAL-FLOOR-TABLE' TO WK-RV-TABLE-NAME
116030         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
116040         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
116050     END-IF.
116060     IF WK-PREVWI-COUNT >= 6000
116070         MOVE 'PREV-WI-TABLE' TO WK-RV-TABLE-NAME
116080         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
116090         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
116100     END-IF.
116110     IF WK-OUTMIG-COUNT >= 3000
116120         MOVE 'OUTM-ADJ-TABLE' TO WK-RV-TABLE-NAME
116130         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
116140         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
116150     END-IF.
116160     IF WK-MIDNT-COUNT >= 500
116170         MOVE 'MID-ADJ-TABLE' TO WK-RV-TABLE-NAME
116180         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
116190         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
116200     END-IF.
116210     IF WK-DSPCTL-COUNT >= 60
116220         MOVE 'DISP-CTL-TABLE' TO WK-RV-TABLE-NAME
116230         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
116240         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
116250     END-IF.
116260     IF WK-MG-COUNT >= 5000
116270         MOVE 'MGCRB-REGISTER' TO WK-RV-TABLE-NAME
116280         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
116290         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
116300     END-IF.
116310     IF WK-NE-COUNT >= 9000
116320         MOVE 'NPI-ENROLLMENT' TO WK-RV-TABLE-NAME
116330         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
116340         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
116350     END-IF.
116360     IF WK-DRGHIST-COUNT >= 1000
116370         MOVE 'DRG-HIST-TABLE' TO WK-RV-TABLE-NAME
116380         MOVE 'TABLE AT OCCURS CAPACITY' TO WK-RV-REASON
116390         PERFORM 1505-WRITE-REFVAL-ERROR THRU 1505-EXIT
116400     END-IF.
116410 1560-EXIT.
116420     EXIT.
116430*===========================================================*
116440* 1358-LOAD-PROV-HIST - LOAD THE PRIOR RUN'S PER-PROVIDER    *
116450* STATISTICAL BASELINES FOR THE ANOMALY SCREEN.  A MISSING   *
116460* FILE MEANS EVERY PROVIDER SCORES AGAINST PEERS ONLY.       *
116470*===========================================================*
116480 1358-LOAD-PROV-HIST.
116490     OPEN INPUT PROV-HIST-IN.
116500     IF WK-PROVHIST-STATUS NOT = '00'
116510         GO TO 1358-EXIT
116520     END-IF.
116530     SET PH-IDX TO 1.
116540     PERFORM 1359-READ-PROV-HIST THRU 1359-EXIT
116550         UNTIL PROVHIST-AT-EOF OR WK-PH-COUNT >= 2000.
116560     CLOSE PROV-HIST-IN.
116570 1358-EXIT.
116580     EXIT.
116590 1359-READ-PROV-HIST.
116600     READ PROV-HIST-IN
116610         AT END
116620             SET PROVHIST-AT-EOF TO TRUE
116630             GO TO 1359-EXIT
116640     END-READ.
116650     MOVE PH-PROVIDER-NO  TO PH-TAB-PROVIDER-NO(PH-IDX).
116660     MOVE PH-AVG-PAYMENT  TO PH-TAB-AVG-PAY(PH-IDX).
116670     MOVE PH-OUTLIER-RATE TO PH-TAB-OUT-RATE(PH-IDX).
116680     MOVE PH-AVG-DRG-WT   TO PH-TAB-AVG-WT(PH-IDX).
116690     ADD  1 TO WK-PH-COUNT.
116700     SET  PH-IDX UP BY 1.
116710 1359-EXIT.
116720     EXIT.
116730*===========================================================*
116740* 1360-CHECK-TABLE-CATALOG - READ THE TABLE-VERSION CATALOG, *
116750* SELECT AND LOG THE TABLE SET IN FORCE FOR THE RUN'S        *
116760* DISCHARGE WINDOW, AND END THE RUN WHEN A TABLE TYPE HAS    *
116770* NO COVERING ROW.  A MISSING CATALOG LEAVES TABLE           *
116780* SELECTION TO THE JCL, AS BEFORE.                           *
116790*===========================================================*
116800 1360-CHECK-TABLE-CATALOG.
116810     MOVE SPACES TO WK-CAT-VER-TABLE.
116820     OPEN INPUT TABLE-CATALOG-IN.
116830     IF WK-CATLG-STATUS NOT = '00'
116840         GO TO 1360-EXIT
116850     END-IF.
116860     SET CT-IDX TO 1.
116870     PERFORM 1362-READ-ONE-CATALOG THRU 1362-EXIT
116880         UNTIL CATLG-AT-EOF OR WK-CATLG-COUNT >= 100.
116890     CLOSE TABLE-CATALOG-IN.
116900     OPEN OUTPUT CATALOG-LOG-OUT.
116910     MOVE 'TABLE CATALOG LOG' TO WK-RPT-TITLE.
116920     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
116930     MOVE WK-RPT-HDR-LINE1 TO CATALOG-LOG-LINE.
116940     WRITE CATALOG-LOG-LINE.
116950     MOVE WK-RPT-HDR-LINE2 TO CATALOG-LOG-LINE.
116960     WRITE CATALOG-LOG-LINE.
116970     IF WK-RC-DISCH-THRU = '99999999'
116980         ACCEPT WK-CAT-CHECK-DATE FROM DATE YYYYMMDD
116990     ELSE
117000         MOVE WK-RC-DISCH-THRU TO WK-CAT-CHECK-DATE
117010     END-IF.
117020     PERFORM 1364-CHECK-ONE-TYPE THRU 1364-EXIT
117030         VARYING WK-CAT-TYPE-I FROM 1 BY 1
117040         UNTIL WK-CAT-TYPE-I > 8.
117050     CLOSE CATALOG-LOG-OUT.
117060     IF WK-CAT-GAPS > 0
117070         DISPLAY 'PPBAT215 - TABLE CATALOG GAP - '
117080                 'RUN STOPPED BEFORE PRICING'
117090         MOVE 16 TO RETURN-CODE
117100         STOP RUN
117110     END-IF.
117120 1360-EXIT.
117130     EXIT.
117140 1362-READ-ONE-CATALOG.
117150     READ TABLE-CATALOG-IN
117160         AT END
117170             SET CATLG-AT-EOF TO TRUE
117180             GO TO 1362-EXIT
117190     END-READ.
117200     MOVE CT-TABLE-TYPE TO CT-TAB-TYPE(CT-IDX).
117210     MOVE CT-DSN        TO CT-TAB-DSN(CT-IDX).
117220     MOVE CT-EFF-DATE   TO CT-TAB-EFF(CT-IDX).
117230     MOVE CT-END-DATE   TO CT-TAB-END(CT-IDX).
117240     MOVE CT-VERSION    TO CT-TAB-VERSION(CT-IDX).
117250     ADD  1 TO WK-CATLG-COUNT.
117260     SET  CT-IDX UP BY 1.
117270 1362-EXIT.
117280     EXIT.
117290 1364-CHECK-ONE-TYPE.
117300     MOVE 'N' TO WK-CAT-FOUND-SW.
117310     SET CT-SIDX TO 1.
117320     SEARCH CT-ENTRY VARYING CT-SIDX
117330         AT END
117340             CONTINUE
117350         WHEN CT-TAB-TYPE(CT-SIDX) =
117360                  WK-CAT-TYPE(WK-CAT-TYPE-I)
117370             AND WK-CAT-CHECK-DATE
117380                 NOT < CT-TAB-EFF(CT-SIDX)
117390             AND WK-CAT-CHECK-DATE
117400                 NOT > CT-TAB-END(CT-SIDX)
117410             SET CAT-SET-FOUND TO TRUE
117420     END-SEARCH.
117430     MOVE WK-CAT-TYPE(WK-CAT-TYPE-I) TO WK-CL-TYPE.
117440     IF CAT-SET-FOUND
117450         MOVE CT-TAB-DSN(CT-SIDX)     TO WK-CL-DSN
117460         MOVE CT-TAB-VERSION(CT-SIDX) TO WK-CL-VERSION
117470         MOVE CT-TAB-VERSION(CT-SIDX)
117480             TO WK-CAT-VER(WK-CAT-TYPE-I)
117490         MOVE 'IN FORCE'              TO WK-CL-STATUS
117500     ELSE
117510         MOVE SPACES                  TO WK-CL-DSN
117520         MOVE SPACES                  TO WK-CL-VERSION
117530         MOVE 'COVERAGE GAP'          TO WK-CL-STATUS
117540         ADD 1 TO WK-CAT-GAPS
117550         DISPLAY 'PPBAT215 - NO CATALOG ROW COVERS '
117560                 WK-CAT-CHECK-DATE ' FOR TABLE '
117570                 WK-CAT-TYPE(WK-CAT-TYPE-I)
117580     END-IF.
117590     MOVE WK-CAT-LOG-LINE TO CATALOG-LOG-LINE.
117600     WRITE CATALOG-LOG-LINE.
117610 1364-EXIT.
117620     EXIT.
117630*===========================================================*
117640* 1362A-LOAD-LEDGER - LOAD THE PRIOR RUN'S RECOUPMENT        *
117650* LEDGER.  A MISSING FILE MEANS NO OPEN RECEIVABLES.         *
117660*===========================================================*
117670 1362A-LOAD-LEDGER.
117680     OPEN INPUT LEDGER-FILE-IN.
117690     IF WK-LEDGIN-STATUS NOT = '00'
117700         GO TO 1362A-EXIT
117710     END-IF.
117720     SET LG-IDX TO 1.
117730     PERFORM 1362B-READ-LEDGER THRU 1362B-EXIT
117740         UNTIL LEDGIN-AT-EOF OR WK-LG-COUNT >= 2000.
117750     CLOSE LEDGER-FILE-IN.
117760 1362A-EXIT.
117770     EXIT.
117780 1362B-READ-LEDGER.
117790     READ LEDGER-FILE-IN
117800         AT END
117810             SET LEDGIN-AT-EOF TO TRUE
117820             GO TO 1362B-EXIT
117830     END-READ.
117840     MOVE LEDGER-IN-REC TO GEN-STAMP-REC.
117850     IF GS-IS-STAMP
117860         GO TO 1362B-EXIT
117870     END-IF.
117880     MOVE LG-IN-PROVIDER-NO TO LG-PROVIDER-NO(LG-IDX).
117890     MOVE LG-IN-BALANCE     TO LG-OPEN-BALANCE(LG-IDX).
117900     MOVE LG-IN-BALANCE     TO LG-BALANCE(LG-IDX).
117910     MOVE 0                 TO LG-DEBITS(LG-IDX).
117920     MOVE 0                 TO LG-CREDITS(LG-IDX).
117930     MOVE 0                 TO LG-OFFSETS(LG-IDX).
117940     MOVE LG-IN-OLDEST-DATE TO LG-OLDEST-DATE(LG-IDX).
117950     MOVE LG-IN-RAC-BALANCE TO LG-RAC-BALANCE(LG-IDX).
117960     MOVE LG-IN-INT-BALANCE TO LG-INT-BALANCE(LG-IDX).
117970     MOVE LG-IN-LETTER-STAGE TO LG-LETTER-STAGE(LG-IDX).
117980     MOVE LG-IN-LETTER-DATE TO LG-LETTER-DATE(LG-IDX).
117990     MOVE LG-IN-INT-THRU-DATE TO LG-INT-THRU-DATE(LG-IDX).
118000     MOVE LG-IN-REFERRAL-SW TO LG-REFERRAL-SW(LG-IDX).
118010     MOVE LG-IN-PLAN-SW     TO LG-PLAN-SW(LG-IDX).
118020     MOVE LG-IN-PLAN-PCT    TO LG-PLAN-PCT(LG-IDX).
118030     ADD  1 TO WK-LG-COUNT.
118040     SET  LG-IDX UP BY 1.
118050 1362B-EXIT.
118060     EXIT.
118070*===========================================================*
118080* 1362C-LOAD-RAC-POSTINGS - LOAD THE RECEIVABLES PPRAC215   *
118090* POSTED TO THE LEDGER FROM RECOVERY-AUDITOR FINDINGS, SO   *
118100* THE CANCEL OR ADJUSTMENT CUT FOR EACH ONE DOES NOT BOOK   *
118110* THE SAME OVERPAYMENT AGAIN.  A POSTING LEFT OUT WOULD BE  *
118120* RECOVERED TWICE, SO A FILE TOO BIG FOR THE TABLE STOPS    *
118130* THE RUN.  NO FILE MEANS NO RAC BILLS THIS RUN.            *
118140*===========================================================*
118150 1362C-LOAD-RAC-POSTINGS.
118160     OPEN INPUT RAC-POST-IN.
118170     IF WK-RACPOST-STATUS NOT = '00'
118180         GO TO 1362C-EXIT
118190     END-IF.
118200     PERFORM 1362D-READ-RAC-POSTING THRU 1362D-EXIT
118210         UNTIL RACPOST-AT-EOF OR WK-RP-COUNT >= 2000.
118220     IF NOT RACPOST-AT-EOF
118230         READ RAC-POST-IN
118240             AT END
118250                 SET RACPOST-AT-EOF TO TRUE
118260         END-READ
118270     END-IF.
118280     CLOSE RAC-POST-IN.
118290     IF NOT RACPOST-AT-EOF
118300         DISPLAY 'PPBAT215 - RAC POSTING FILE EXCEEDS 2000 '
118310                 'POSTINGS - RUN STOPPED'
118320         MOVE 16 TO RETURN-CODE
118330         STOP RUN
118340     END-IF.
118350 1362C-EXIT.
118360     EXIT.
118370 1362D-READ-RAC-POSTING.
118380     READ RAC-POST-IN
118390         AT END
118400             SET RACPOST-AT-EOF TO TRUE
118410             GO TO 1362D-EXIT
118420     END-READ.
118430     IF RP-IN-SOURCE-CODE NOT = 'RAC'
118440         GO TO 1362D-EXIT
118450     END-IF.
118460     ADD 1 TO WK-RP-COUNT.
118470     SET RP-IDX TO WK-RP-COUNT.
118480     MOVE RP-IN-PROVIDER-NO    TO RP-PROVIDER-NO(RP-IDX).
118490     MOVE RP-IN-DISCHARGE-DATE TO RP-DISCHARGE-DATE(RP-IDX).
118500     MOVE RP-IN-MBI            TO RP-MBI(RP-IDX).
118510     MOVE RP-IN-AMOUNT         TO RP-AMOUNT(RP-IDX).
118520     MOVE 'N'                  TO RP-USED-SW(RP-IDX).
118530 1362D-EXIT.
118540     EXIT.
118550*===========================================================*
118560* 1362E-LOAD-REPAY-PLANS - LOAD THE EXTENDED REPAYMENT      *
118570* SCHEDULES.  EACH ACTIVE PLAN IS BROUGHT UP TO THE RUN     *
118580* DATE: EVERY DUE DATE REACHED ADDS AN INSTALLMENT TO THE   *
118590* AMOUNT DUE, AND AN INSTALLMENT STILL UNPAID WHEN THE      *
118600* NEXT FALLS DUE IS MISSED, WHICH PUTS THE PLAN IN          *
118610* DEFAULT.  SO DOES A NEW OVERPAYMENT POSTED BY PPRAC215    *
118620* SINCE THE LAST RUN.  EVERY PLAN IS WRITTEN BACK, SO A     *
118630* FILE TOO BIG FOR THE TABLE STOPS THE RUN.  NO FILE MEANS  *
118640* NO PLANS.                                                 *
118650*===========================================================*
118660 1362E-LOAD-REPAY-PLANS.
118670     OPEN INPUT REPAY-PLAN-IN.
118680     IF WK-REPAYIN-STATUS NOT = '00'
118690         GO TO 1362E-EXIT
118700     END-IF.
118710     SET REPAY-PLANS-LOADED TO TRUE.
118720     ACCEPT WK-ER-RUN-DATE FROM DATE YYYYMMDD.
118730     PERFORM 1362F-READ-REPAY-PLAN THRU 1362F-EXIT
118740         UNTIL REPAYIN-AT-EOF OR WK-ER-COUNT >= 500.
118750     IF NOT REPAYIN-AT-EOF
118760         READ REPAY-PLAN-IN
118770             AT END
118780                 SET REPAYIN-AT-EOF TO TRUE
118790         END-READ
118800     END-IF.
118810     CLOSE REPAY-PLAN-IN.
118820     IF NOT REPAYIN-AT-EOF
118830         DISPLAY 'PPBAT215 - REPAYMENT PLAN FILE EXCEEDS 500 '
118840                 'PLANS - RUN STOPPED'
118850         MOVE 16 TO RETURN-CODE
118860         STOP RUN
118870     END-IF.
118880 1362E-EXIT.
118890     EXIT.
118900 1362F-READ-REPAY-PLAN.
118910     READ REPAY-PLAN-IN
118920         AT END
118930             SET REPAYIN-AT-EOF TO TRUE
118940             GO TO 1362F-EXIT
118950     END-READ.
118960     ADD 1 TO WK-ER-COUNT.
118970     SET ER-IDX TO WK-ER-COUNT.
118980     SET ER-SIDX TO ER-IDX.
118990     MOVE REPAY-PLAN-IN-REC TO ER-PLAN-REC(ER-IDX).
119000     MOVE ZEROES TO ER-PAID-THIS-RUN(ER-IDX).
119010     MOVE SPACES TO ER-NOTE(ER-IDX).
119020     MOVE 'N'    TO ER-IN-EFFECT-SW(ER-IDX).
119030     IF NOT ER-PLAN-ACTIVE(ER-IDX)
119040         GO TO 1362F-EXIT
119050     END-IF.
119060     IF ER-INSTALLMENT(ER-IDX) = 0
119070        OR NOT ER-FREQ-VALID(ER-IDX)
119080        OR ER-START-DATE(ER-IDX) NOT NUMERIC
119090        OR ER-START-DATE(ER-IDX) = 0
119100         MOVE 'PLAN INVALID - NOT APPLIED' TO ER-NOTE(ER-IDX)
119110         GO TO 1362F-EXIT
119120     END-IF.
119130     IF ER-NEXT-DUE(ER-IDX) = 0
119140         MOVE ER-START-DATE(ER-IDX) TO ER-NEXT-DUE(ER-IDX)
119150     END-IF.
119160     MOVE 'Y' TO ER-IN-EFFECT-SW(ER-IDX).
119170     PERFORM 1362G-ROLL-PLAN-DUE THRU 1362G-EXIT
119180         UNTIL ER-NEXT-DUE(ER-IDX) > WK-ER-RUN-DATE
119190            OR NOT ER-IN-EFFECT(ER-IDX).
119200     IF NOT ER-IN-EFFECT(ER-IDX)
119210         GO TO 1362F-EXIT
119220     END-IF.
119230     MOVE 'N' TO WK-ER-LG-SW.
119240     SET LG-SIDX TO 1.
119250     SEARCH LG-ENTRY VARYING LG-SIDX
119260         AT END
119270             CONTINUE
119280         WHEN LG-SIDX > WK-LG-COUNT
119290             CONTINUE
119300         WHEN LG-PROVIDER-NO(LG-SIDX) = ER-PROVIDER-NO(ER-IDX)
119310             SET ER-LEDGER-ROW-FOUND TO TRUE
119320     END-SEARCH.
119330     EVALUATE TRUE
119340         WHEN NOT ER-LEDGER-ROW-FOUND
119350             MOVE 'C'  TO WK-ER-NEW-STATUS
119360             MOVE SPACES TO WK-ER-REASON
119370             MOVE 'COMPLETE - NO OPEN DEBT' TO WK-ER-TEXT
119380             PERFORM 2228F-END-PLAN THRU 2228F-EXIT
119390         WHEN LG-PLAN-SW(LG-SIDX) = 'N'
119400             MOVE 'D'  TO WK-ER-NEW-STATUS
119410             MOVE 'NO' TO WK-ER-REASON
119420             MOVE 'DEFAULT - NEW OVERPAYMENT' TO WK-ER-TEXT
119430             PERFORM 2228F-END-PLAN THRU 2228F-EXIT
119440         WHEN LG-BALANCE(LG-SIDX) = 0
119450          AND LG-INT-BALANCE(LG-SIDX) = 0
119460             MOVE 'C'  TO WK-ER-NEW-STATUS
119470             MOVE SPACES TO WK-ER-REASON
119480             MOVE 'COMPLETE - NO OPEN DEBT' TO WK-ER-TEXT
119490             PERFORM 2228F-END-PLAN THRU 2228F-EXIT
119500     END-EVALUATE.
119510 1362F-EXIT.
119520     EXIT.
119530*-----------------------------------------------------------*
119540* 1362G-ROLL-PLAN-DUE - ONE DUE DATE REACHED.  MONTHLY AND  *
119550* QUARTERLY DATES ARE FIGURED FROM THE START DATE SO A      *
119560* SHORT MONTH DOES NOT WALK THE DAY BACK.                   *
119570*-----------------------------------------------------------*
119580 1362G-ROLL-PLAN-DUE.
119590     IF ER-AMOUNT-DUE(ER-IDX) > 0
119600         ADD 1 TO ER-MISSED(ER-IDX)
119610         MOVE 'D'  TO WK-ER-NEW-STATUS
119620         MOVE 'MI' TO WK-ER-REASON
119630         MOVE 'DEFAULT - MISSED INSTALLMENT' TO WK-ER-TEXT
119640         PERFORM 2228F-END-PLAN THRU 2228F-EXIT
119650         GO TO 1362G-EXIT
119660     END-IF.
119670     ADD ER-INSTALLMENT(ER-IDX) TO ER-AMOUNT-DUE(ER-IDX).
119680     ADD 1 TO ER-BILLED(ER-IDX).
119690     EVALUATE TRUE
119700         WHEN ER-FREQ-WEEKLY(ER-IDX)
119710             MOVE ER-NEXT-DUE(ER-IDX) TO WK-AM-DATE
119720             PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT 7 TIMES
119730         WHEN ER-FREQ-BIWEEKLY(ER-IDX)
119740             MOVE ER-NEXT-DUE(ER-IDX) TO WK-AM-DATE
119750             PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT 14 TIMES
119760         WHEN ER-FREQ-QUARTERLY(ER-IDX)
119770             MOVE ER-START-DATE(ER-IDX) TO WK-AM-DATE
119780             COMPUTE WK-AM-MONTHS = ER-BILLED(ER-IDX) * 3
119790             PERFORM 8530-ADD-MONTHS THRU 8530-EXIT
119800         WHEN OTHER
119810             MOVE ER-START-DATE(ER-IDX) TO WK-AM-DATE
119820             MOVE ER-BILLED(ER-IDX) TO WK-AM-MONTHS
119830             PERFORM 8530-ADD-MONTHS THRU 8530-EXIT
119840     END-EVALUATE.
119850     MOVE WK-AM-DATE TO ER-NEXT-DUE(ER-IDX).
119860 1362G-EXIT.
119870     EXIT.
119880*===========================================================*
119890* 1362H-LOAD-MANUAL-PAYS - LOAD THE OFF-CYCLE MANUAL PAYMENT *
119900* REGISTER.  A CHECK NOT YET POSTED IS STAMPED POSTED ON ITS *
119910* REGISTER ROW ONLY.  IT IS KEPT OUT OF THE LEDGER DEBITS,   *
119920* WHICH HOLD CLAIM PAYMENTS AND ARE MEASURED AGAINST CLAIM   *
119930* REVERSALS AT 9765; THE CHECK IS RECOVERED BY OFFSET OR     *
119940* CONVERTED TO A RECEIVABLE INSTEAD.  EVERY ROW IS WRITTEN  *
119950* BACK, SO A FILE TOO BIG FOR THE TABLE STOPS THE RUN.  NO   *
119960* FILE MEANS NO MANUAL PAYMENTS.                             *
119970*===========================================================*
119980 1362H-LOAD-MANUAL-PAYS.
119990     OPEN INPUT MANUAL-PAY-IN.
120000     IF WK-MANPAYI-STATUS NOT = '00'
120010         GO TO 1362H-EXIT
120020     END-IF.
120030     SET MANUAL-PAYS-LOADED TO TRUE.
120040     ACCEPT WK-MW-RUN-DATE FROM DATE YYYYMMDD.
120050     PERFORM 1362I-READ-MANUAL-PAY THRU 1362I-EXIT
120060         UNTIL MANPAYI-AT-EOF OR WK-MW-COUNT >= 500.
120070     IF NOT MANPAYI-AT-EOF
120080         READ MANUAL-PAY-IN
120090             AT END
120100                 SET MANPAYI-AT-EOF TO TRUE
120110         END-READ
120120     END-IF.
120130     CLOSE MANUAL-PAY-IN.
120140     IF NOT MANPAYI-AT-EOF
120150         DISPLAY 'PPBAT215 - MANUAL PAYMENT FILE EXCEEDS 500 '
120160                 'CHECKS - RUN STOPPED'
120170         MOVE 16 TO RETURN-CODE
120180         STOP RUN
120190     END-IF.
120200 1362H-EXIT.
120210     EXIT.
120220 1362I-READ-MANUAL-PAY.
120230     READ MANUAL-PAY-IN
120240         AT END
120250             SET MANPAYI-AT-EOF TO TRUE
120260             GO TO 1362I-EXIT
120270     END-READ.
120280     ADD 1 TO WK-MW-COUNT.
120290     SET MW-IDX TO WK-MW-COUNT.
120300     MOVE MANUAL-PAY-IN-REC TO MW-PAY-REC(MW-IDX).
120310     MOVE SPACES TO MW-NOTE(MW-IDX).
120320     MOVE 'N'    TO MW-IN-EFFECT-SW(MW-IDX).
120330     IF NOT MW-OUTSTANDING(MW-IDX)
120340         GO TO 1362I-EXIT
120350     END-IF.
120360     IF MW-PROVIDER-NO(MW-IDX) = SPACES
120370        OR MW-AMOUNT(MW-IDX) NOT NUMERIC
120380        OR MW-AMOUNT(MW-IDX) = 0
120390        OR MW-ISSUE-DATE(MW-IDX) NOT NUMERIC
120400        OR MW-ISSUE-DATE(MW-IDX) = 0
120410        OR MW-DISCHARGE-DATE(MW-IDX) NOT NUMERIC
120420        OR MW-POSTED-DATE(MW-IDX) NOT NUMERIC
120430        OR MW-APPLIED-AMT(MW-IDX) NOT NUMERIC
120440        OR MW-CONVERTED-AMT(MW-IDX) NOT NUMERIC
120450        OR NOT MW-AUTHORITY-VALID(MW-IDX)
120460        OR MW-APPROVED-BY(MW-IDX) = SPACES
120470         MOVE 'CHECK INVALID - NOT APPLIED' TO MW-NOTE(MW-IDX)
120480         GO TO 1362I-EXIT
120490     END-IF.
120500     MOVE 'Y' TO MW-IN-EFFECT-SW(MW-IDX).
120510     IF MW-POSTED-DATE(MW-IDX) NOT = 0
120520         GO TO 1362I-EXIT
120530     END-IF.
120540     MOVE WK-MW-RUN-DATE TO MW-POSTED-DATE(MW-IDX).
120550     MOVE WK-MW-RUN-DATE TO MW-STATUS-DATE(MW-IDX).
120560     MOVE 'POSTED TO REGISTER' TO MW-NOTE(MW-IDX).
120570     ADD 1 TO WK-MW-POSTED.
120580 1362I-EXIT.
120590     EXIT.
120600*-----------------------------------------------------------*
120610* 1362K-FIND-MW-LEDGER-ROW - THE LEDGER ROW FOR THE PROVIDER *
120620* IN WK-MW-KEY, ADDED IF THE PROVIDER HAS NONE.              *
120630*-----------------------------------------------------------*
120640 1362K-FIND-MW-LEDGER-ROW.
120650     MOVE 'N' TO WK-LG-FULL-SW.
120660     SET LG-SIDX TO 1.
120670     SEARCH LG-ENTRY VARYING LG-SIDX
120680         AT END
120690             IF WK-LG-COUNT < 2000
120700                 ADD 1 TO WK-LG-COUNT
120710                 SET LG-SIDX TO WK-LG-COUNT
120720                 MOVE WK-MW-KEY TO LG-PROVIDER-NO(LG-SIDX)
120730                 MOVE 0 TO LG-OPEN-BALANCE(LG-SIDX)
120740                 MOVE 0 TO LG-BALANCE(LG-SIDX)
120750                 MOVE 0 TO LG-DEBITS(LG-SIDX)
120760                 MOVE 0 TO LG-CREDITS(LG-SIDX)
120770                 MOVE 0 TO LG-OFFSETS(LG-SIDX)
120780                 MOVE 0 TO LG-OLDEST-DATE(LG-SIDX)
120790                 MOVE 0 TO LG-RAC-BALANCE(LG-SIDX)
120800                 MOVE 0 TO LG-INT-BALANCE(LG-SIDX)
120810                 MOVE 0 TO LG-LETTER-STAGE(LG-SIDX)
120820                 MOVE 0 TO LG-LETTER-DATE(LG-SIDX)
120830                 MOVE 0 TO LG-INT-THRU-DATE(LG-SIDX)
120840                 MOVE SPACE TO LG-REFERRAL-SW(LG-SIDX)
120850                 MOVE SPACE TO LG-PLAN-SW(LG-SIDX)
120860                 MOVE 0 TO LG-PLAN-PCT(LG-SIDX)
120870             ELSE
120880                 ADD 1 TO WK-TABLE-DROPS
120890                 SET LEDGER-ROW-MISSING TO TRUE
120900                 SET LEDGER-OVERFLOWED TO TRUE
120910             END-IF
120920         WHEN LG-PROVIDER-NO(LG-SIDX) = WK-MW-KEY
120930             CONTINUE
120940     END-SEARCH.
120950 1362K-EXIT.
120960     EXIT.
120970*===========================================================*
120980* 1362L-LOAD-ADVANCES - LOAD THE ACCELERATED AND ADVANCE     *
120990* PAYMENT FILE AND FIND EACH ADVANCE'S PERCENTAGE FOR THIS  *
121000* RUN DATE.  AN ADVANCE WHOSE SCHEDULE HAS ENDED WITH A      *
121010* BALANCE STILL OPEN HAS THAT BALANCE MOVED TO ITS           *
121020* PROVIDER'S LEDGER AS A RECEIVABLE, WHICH THE DEMAND-LETTER *
121030* CYCLE PICKS UP.  EVERY ROW IS WRITTEN BACK, SO A FILE TOO  *
121040* BIG FOR THE TABLE STOPS THE RUN.  NO FILE MEANS NO         *
121050* ADVANCES.                                                  *
121060*===========================================================*
121070 1362L-LOAD-ADVANCES.
121080     OPEN INPUT ADVANCE-PAY-IN.
121090     IF WK-ADVPAYI-STATUS NOT = '00'
121100         GO TO 1362L-EXIT
121110     END-IF.
121120     SET ADVANCES-LOADED TO TRUE.
121130     ACCEPT WK-AV-RUN-DATE FROM DATE YYYYMMDD.
121140     PERFORM 1362M-READ-ADVANCE THRU 1362M-EXIT
121150         UNTIL ADVPAYI-AT-EOF OR WK-AV-COUNT >= 500.
121160     IF NOT ADVPAYI-AT-EOF
121170         READ ADVANCE-PAY-IN
121180             AT END
121190                 SET ADVPAYI-AT-EOF TO TRUE
121200         END-READ
121210     END-IF.
121220     CLOSE ADVANCE-PAY-IN.
121230     IF NOT ADVPAYI-AT-EOF
121240         DISPLAY 'PPBAT215 - ADVANCE PAYMENT FILE EXCEEDS 500 '
121250                 'ADVANCES - RUN STOPPED'
121260         MOVE 16 TO RETURN-CODE
121270         STOP RUN
121280     END-IF.
121290 1362L-EXIT.
121300     EXIT.
121310 1362M-READ-ADVANCE.
121320     READ ADVANCE-PAY-IN
121330         AT END
121340             SET ADVPAYI-AT-EOF TO TRUE
121350             GO TO 1362M-EXIT
121360     END-READ.
121370     ADD 1 TO WK-AV-COUNT.
121380     SET AV-IDX TO WK-AV-COUNT.
121390     MOVE ADVANCE-PAY-IN-REC TO AV-ADV-REC(AV-IDX).
121400     MOVE SPACES TO AV-NOTE(AV-IDX).
121410     MOVE 'N'    TO AV-IN-EFFECT-SW(AV-IDX).
121420     MOVE ZEROES TO AV-RUN-PCT(AV-IDX).
121430     MOVE ZEROES TO AV-WITHHELD-RUN(AV-IDX).
121440     IF NOT AV-RECOUPING(AV-IDX)
121450         GO TO 1362M-EXIT
121460     END-IF.
121470     MOVE 'N' TO WK-AV-INVALID-SW.
121480     IF AV-PROVIDER-NO(AV-IDX) = SPACES
121490        OR AV-ADVANCE-ID(AV-IDX) = SPACES
121500        OR NOT AV-PROGRAM-VALID(AV-IDX)
121510        OR AV-AMOUNT(AV-IDX) NOT NUMERIC
121520        OR AV-AMOUNT(AV-IDX) = 0
121530        OR AV-ISSUE-DATE(AV-IDX) NOT NUMERIC
121540        OR AV-ISSUE-DATE(AV-IDX) = 0
121550        OR AV-RECOUP-START(AV-IDX) NOT NUMERIC
121560        OR AV-RECOUP-START(AV-IDX) < AV-ISSUE-DATE(AV-IDX)
121570        OR AV-WITHHELD(AV-IDX) NOT NUMERIC
121580        OR AV-DEMAND-AMT(AV-IDX) NOT NUMERIC
121590        OR AV-LAST-RECOUP(AV-IDX) NOT NUMERIC
121600         SET ADVANCE-INVALID TO TRUE
121610     END-IF.
121620     IF NOT ADVANCE-INVALID
121630         MOVE ZEROES TO WK-AV-LAST-THRU
121640         PERFORM 1362N-CHECK-ONE-PERIOD THRU 1362N-EXIT
121650             VARYING AV-PIDX FROM 1 BY 1
121660             UNTIL AV-PIDX > 4 OR ADVANCE-INVALID
121670     END-IF.
121680     IF NOT ADVANCE-INVALID
121690         IF AV-PERIOD-PCT(AV-IDX 1) = 0
121700            OR AV-PERIOD-THRU(AV-IDX 1) < AV-RECOUP-START(AV-IDX)
121710            OR AV-WITHHELD(AV-IDX) NOT < AV-AMOUNT(AV-IDX)
121720             SET ADVANCE-INVALID TO TRUE
121730         END-IF
121740     END-IF.
121750     IF ADVANCE-INVALID
121760         MOVE 'ADVANCE INVALID - IGNORED' TO AV-NOTE(AV-IDX)
121770         GO TO 1362M-EXIT
121780     END-IF.
121790     IF WK-AV-RUN-DATE > WK-AV-LAST-THRU
121800         PERFORM 1362P-DEMAND-ADVANCE THRU 1362P-EXIT
121810         GO TO 1362M-EXIT
121820     END-IF.
121830     IF WK-AV-RUN-DATE < AV-RECOUP-START(AV-IDX)
121840         MOVE ZEROES TO AV-RUN-PCT(AV-IDX)
121850     END-IF.
121860     MOVE 'Y' TO AV-IN-EFFECT-SW(AV-IDX).
121870 1362M-EXIT.
121880     EXIT.
121890*-----------------------------------------------------------*
121900* 1362N-CHECK-ONE-PERIOD - VALIDATE SCHEDULE PERIOD AV-PIDX  *
121910* OF THE ADVANCE AT AV-IDX, AND TAKE ITS PERCENT WHEN THE    *
121920* RUN DATE FALLS IN IT.  THE PERIODS IN USE MUST END IN      *
121930* DATE ORDER; WK-AV-LAST-THRU IS LEFT AT THE SCHEDULE'S END. *
121940*-----------------------------------------------------------*
121950 1362N-CHECK-ONE-PERIOD.
121960     IF AV-PERIOD-PCT(AV-IDX AV-PIDX) NOT NUMERIC
121970        OR AV-PERIOD-THRU(AV-IDX AV-PIDX) NOT NUMERIC
121980         SET ADVANCE-INVALID TO TRUE
121990         GO TO 1362N-EXIT
122000     END-IF.
122010     IF AV-PERIOD-PCT(AV-IDX AV-PIDX) = 0
122020         GO TO 1362N-EXIT
122030     END-IF.
122040     IF AV-PERIOD-PCT(AV-IDX AV-PIDX) > 100
122050        OR AV-PERIOD-THRU(AV-IDX AV-PIDX) NOT > WK-AV-LAST-THRU
122060         SET ADVANCE-INVALID TO TRUE
122070         GO TO 1362N-EXIT
122080     END-IF.
122090     IF WK-AV-RUN-DATE > WK-AV-LAST-THRU
122100        AND WK-AV-RUN-DATE NOT > AV-PERIOD-THRU(AV-IDX AV-PIDX)
122110         MOVE AV-PERIOD-PCT(AV-IDX AV-PIDX) TO AV-RUN-PCT(AV-IDX)
122120     END-IF.
122130     MOVE AV-PERIOD-THRU(AV-IDX AV-PIDX) TO WK-AV-LAST-THRU.
122140 1362N-EXIT.
122150     EXIT.
122160*-----------------------------------------------------------*
122170* 1362P-DEMAND-ADVANCE - THE SCHEDULE OF THE ADVANCE AT      *
122180* AV-IDX HAS ENDED.  THE BALANCE NOT YET WITHHELD BECOMES AN *
122190* OPEN RECEIVABLE ON ITS PROVIDER'S LEDGER, AND LIKE ANY NEW *
122200* RECEIVABLE PUTS A REPAYMENT PLAN IN DEFAULT.               *
122210*-----------------------------------------------------------*
122220 1362P-DEMAND-ADVANCE.
122230     COMPUTE WK-AV-REMAINING =
122240         AV-AMOUNT(AV-IDX) - AV-WITHHELD(AV-IDX).
122250     MOVE AV-PROVIDER-NO(AV-IDX) TO WK-MW-KEY.
122260     PERFORM 1362K-FIND-MW-LEDGER-ROW THRU 1362K-EXIT.
122270     IF LEDGER-ROW-MISSING
122280         MOVE 'LEDGER FULL - NOT DEMANDED' TO AV-NOTE(AV-IDX)
122290         GO TO 1362P-EXIT
122300     END-IF.
122310     ADD WK-AV-REMAINING TO LG-BALANCE(LG-SIDX).
122320     IF LG-OLDEST-DATE(LG-SIDX) = 0
122330         MOVE WK-AV-RUN-DATE TO LG-OLDEST-DATE(LG-SIDX)
122340     END-IF.
122350     MOVE AV-PROVIDER-NO(AV-IDX) TO WK-ER-KEY.
122360     PERFORM 2228D-FIND-PLAN THRU 2228D-EXIT.
122370     IF REPAY-PLAN-FOUND
122380         MOVE 'D'  TO WK-ER-NEW-STATUS
122390         MOVE 'NO' TO WK-ER-REASON
122400         MOVE 'DEFAULT - NEW OVERPAYMENT' TO WK-ER-TEXT
122410         PERFORM 2228F-END-PLAN THRU 2228F-EXIT
122420     END-IF.
122430     MOVE WK-AV-REMAINING TO AV-DEMAND-AMT(AV-IDX).
122440     ADD WK-AV-REMAINING  TO WK-AV-DEMAND-TOT.
122450     MOVE 'D'             TO AV-STATUS(AV-IDX).
122460     MOVE WK-AV-RUN-DATE  TO AV-STATUS-DATE(AV-IDX).
122470     MOVE 'SCHEDULE ENDED - DEMANDED' TO AV-NOTE(AV-IDX).
122480 1362P-EXIT.
122490     EXIT.
122500*===========================================================*
122510* 1366-OPEN-HIST-REPO - OPEN THE KEYED PRICED-CLAIM HISTORY  *
122520* REPOSITORY FOR UPDATE, CREATING IT ON FIRST USE.  A        *
122530* FAILURE LEAVES THE REPOSITORY OFF WITH A WARNING (THE      *
122540* FLAT EXTRACTS ARE UNAFFECTED).                             *
122550*===========================================================*
122560 1366-OPEN-HIST-REPO.
122570     OPEN I-O HIST-REPO-FILE.
122580     IF WK-HISTREPO-STATUS = '35'
122590         OPEN OUTPUT HIST-REPO-FILE
122600     END-IF.
122610     IF WK-HISTREPO-STATUS = '00'
122620         SET HISTREPO-ACTIVE TO TRUE
122630         ACCEPT WK-HISTREPO-DATE FROM DATE YYYYMMDD
122640     ELSE
122650         DISPLAY 'PPBAT215 - HISTORY REPOSITORY UNAVAILABLE - '
122660                 'STATUS ' WK-HISTREPO-STATUS
122670     END-IF.
122680 1366-EXIT.
122690     EXIT.
122700*===========================================================*
122710* 1366A-OPEN-BENE-ELIG - OPEN THE KEYED BENEFICIARY          *
122720* ELIGIBILITY FILE FOR RANDOM READS BY MBI.  A FAILURE LEAVES *
122730* THE ENTITLEMENT EDIT OFF WITH A WARNING.                    *
122740*===========================================================*
122750 1366A-OPEN-BENE-ELIG.
122760     OPEN INPUT BENE-ELIG-FILE.
122770     IF WK-BENEELIG-STATUS = '00'
122780         SET BENEELIG-ACTIVE TO TRUE
122790     ELSE
122800         DISPLAY 'PPBAT215 - ELIGIBILITY FILE UNAVAILABLE - '
122810                 'STATUS ' WK-BENEELIG-STATUS
122820                 ' - ENTITLEMENT EDIT BYPASSED'
122830     END-IF.
122840 1366A-EXIT.
122850     EXIT.
122860*===========================================================*
122870* 1366B-OPEN-GROUPER-RSLT - OPEN THE KEYED GROUPER RESULT    *
122880* FILE FOR RANDOM READS.  A FAILURE LEAVES THE GROUPER DRG   *
122890* VALIDATION OFF WITH A WARNING.                             *
122900*===========================================================*
122910 1366B-OPEN-GROUPER-RSLT.
122920     OPEN INPUT GRPR-RSLT-FILE.
122930     IF WK-GRPRSLT-STATUS = '00'
122940         SET GRPRSLT-ACTIVE TO TRUE
122950     ELSE
122960         DISPLAY 'PPBAT215 - GROUPER RESULT FILE UNAVAILABLE - '
122970                 'STATUS ' WK-GRPRSLT-STATUS
122980                 ' - GROUPER DRG VALIDATION BYPASSED'
122990     END-IF.
123000 1366B-EXIT.
123010     EXIT.
123020*===========================================================*
123030* 1375A-RESTORE-TABLE-IMAGE - UNDER TABLE-IMAGE=RESTORE,    *
123040* READ THE SAVED REFERENCE-TABLE IMAGE, PROVE ITS VERSION   *
123050* STAMPS AGAINST THE CATALOG VERSIONS IN FORCE, AND MOVE    *
123060* THE TABLES IN WHOLE.  ANY MISMATCH FALLS BACK TO THE      *
123070* FRESH LOADS.                                              *
123080*===========================================================*
123090 1375A-RESTORE-TABLE-IMAGE.
123100     IF NOT TABLE-IMAGE-RESTORE
123110         GO TO 1375A-EXIT
123120     END-IF.
123130     OPEN INPUT TABLE-IMAGE-FILE.
123140     IF WK-TABIMG-STATUS NOT = '00'
123150         DISPLAY 'PPBAT215 - NO TABLE IMAGE - FRESH LOAD'
123160         GO TO 1375A-EXIT
123170     END-IF.
123180     READ TABLE-IMAGE-FILE
123190         AT END
123200             DISPLAY 'PPBAT215 - EMPTY TABLE IMAGE - '
123210                     'FRESH LOAD'
123220             CLOSE TABLE-IMAGE-FILE
123230             GO TO 1375A-EXIT
123240     END-READ.
123250     CLOSE TABLE-IMAGE-FILE.
123260     IF TI-EYECATCHER NOT = 'TABIMG21'
123270         DISPLAY 'PPBAT215 - TABLE IMAGE UNRECOGNIZED - '
123280                 'FRESH LOAD'
123290         GO TO 1375A-EXIT
123300     END-IF.
123310     MOVE 'N' TO WK-IMG-MISMATCH-SW.
123320     PERFORM 1375B-CHECK-ONE-STAMP THRU 1375B-EXIT
123330         VARYING WK-IMG-I FROM 1 BY 1
123340         UNTIL WK-IMG-I > 6.
123350     IF TI-GEOD-VERSION NOT = WK-CAT-VER(8)
123360         SET IMAGE-STAMP-MISMATCH TO TRUE
123370     END-IF.
123380     IF IMAGE-STAMP-MISMATCH
123390         DISPLAY 'PPBAT215 - TABLE IMAGE STAMP MISMATCH - '
123400                 'FRESH LOAD'
123410         GO TO 1375A-EXIT
123420     END-IF.
123430     MOVE TI-MSAX-IMAGE    TO MSAX-WI-TABLE.
123440     MOVE TI-CBSA-IMAGE    TO CBSA-WI-TABLE.
123450     MOVE TI-CNTY-IMAGE    TO COUNTY-CBSA-TABLE.
123460     MOVE TI-NEWTECH-IMAGE TO NEW-TECH-TABLE.
123470     MOVE TI-DRGWT-IMAGE   TO DRG-WEIGHT-FILE-TABLE.
123480     MOVE TI-NDC-IMAGE     TO NDC-RATE-TABLE.
123490     MOVE TI-OPRT-IMAGE    TO OPER-RATE-TABLE.
123500     MOVE TI-SCCR-IMAGE    TO STATE-CCR-TABLE.
123510     MOVE TI-GEOD-IMAGE    TO GEO-DESIG-TABLE.
123520     MOVE TI-RUFL-IMAGE    TO RUFL-FLOOR-TABLE.
123530     MOVE TI-PREV-IMAGE    TO PREV-WI-TABLE.
123540     MOVE TI-OUTM-IMAGE    TO OUTM-ADJ-TABLE.
123550     MOVE TI-MID-IMAGE     TO MID-ADJ-TABLE.
123560     MOVE TI-DSPC-IMAGE    TO DISP-CTL-TABLE.
123570     MOVE TI-MSAX-COUNT     TO WK-MSAX-COUNT.
123580     MOVE TI-CBSA-COUNT     TO WK-CBSA-COUNT.
123590     MOVE TI-CNTYCBSA-COUNT TO WK-CNTYCBSA-COUNT.
123600     MOVE TI-NEWTECH-COUNT  TO WK-NEWTECH-COUNT.
123610     MOVE DWF-COUNT         TO WK-DRGWT-COUNT.
123620     MOVE NDC-RT-COUNT      TO WK-NDCRATE-COUNT.
123630     MOVE OPRT-COUNT        TO WK-OPRATE-COUNT.
123640     MOVE SCCR-COUNT        TO WK-STCCR-COUNT.
123650     MOVE GEOD-COUNT        TO WK-GEODSG-COUNT.
123660     MOVE RUFL-COUNT        TO WK-RUFL-COUNT.
123670     MOVE PREV-COUNT        TO WK-PREVWI-COUNT.
123680     MOVE OUTM-COUNT        TO WK-OUTMIG-COUNT.
123690     MOVE MID-COUNT         TO WK-MIDNT-COUNT.
123700     MOVE DSPC-COUNT        TO WK-DSPCTL-COUNT.
123710     SET TABLES-FROM-IMAGE TO TRUE.
123720     DISPLAY 'PPBAT215 - REFERENCE TABLES RESTORED FROM '
123730             'IMAGE'.
123740 1375A-EXIT.
123750     EXIT.
123760 1375B-CHECK-ONE-STAMP.
123770     IF TI-VERSION(WK-IMG-I) NOT = WK-CAT-VER(WK-IMG-I)
123780         SET IMAGE-STAMP-MISMATCH TO TRUE
123790     END-IF.
123800 1375B-EXIT.
123810     EXIT.
123820*===========================================================*
123830* 1376A-SAVE-TABLE-IMAGE - UNDER TABLE-IMAGE=SAVE, DUMP     *
123840* THE LOADED, SORTED, VALIDATED TABLES AS ONE STAMPED       *
123850* IMAGE RECORD FOR THE OTHER PARTITIONS AND PPSVC215.       *
123860* SAVED ONLY AFTER THE REFERENCE VALIDATION PASSED.         *
123870*===========================================================*
123880 1376A-SAVE-TABLE-IMAGE.
123890     IF NOT TABLE-IMAGE-SAVE
123900         GO TO 1376A-EXIT
123910     END-IF.
123920     OPEN OUTPUT TABLE-IMAGE-FILE.
123930     MOVE 'TABIMG21' TO TI-EYECATCHER.
123940     PERFORM 1376B-STAMP-ONE-VERSION THRU 1376B-EXIT
123950         VARYING WK-IMG-I FROM 1 BY 1
123960         UNTIL WK-IMG-I > 6.
123970     MOVE WK-CAT-VER(8)     TO TI-GEOD-VERSION.
123980     MOVE WK-MSAX-COUNT     TO TI-MSAX-COUNT.
123990     MOVE WK-CBSA-COUNT     TO TI-CBSA-COUNT.
124000     MOVE WK-CNTYCBSA-COUNT TO TI-CNTYCBSA-COUNT.
124010     MOVE WK-NEWTECH-COUNT  TO TI-NEWTECH-COUNT.
124020     MOVE MSAX-WI-TABLE        TO TI-MSAX-IMAGE.
124030     MOVE CBSA-WI-TABLE        TO TI-CBSA-IMAGE.
124040     MOVE COUNTY-CBSA-TABLE    TO TI-CNTY-IMAGE.
124050     MOVE NEW-TECH-TABLE       TO TI-NEWTECH-IMAGE.
124060     MOVE DRG-WEIGHT-FILE-TABLE TO TI-DRGWT-IMAGE.
124070     MOVE NDC-RATE-TABLE       TO TI-NDC-IMAGE.
124080     MOVE OPER-RATE-TABLE      TO TI-OPRT-IMAGE.
124090     MOVE STATE-CCR-TABLE      TO TI-SCCR-IMAGE.
124100     MOVE GEO-DESIG-TABLE      TO TI-GEOD-IMAGE.
124110     MOVE RUFL-FLOOR-TABLE     TO TI-RUFL-IMAGE.
124120     MOVE PREV-WI-TABLE        TO TI-PREV-IMAGE.
124130     MOVE OUTM-ADJ-TABLE       TO TI-OUTM-IMAGE.
124140     MOVE MID-ADJ-TABLE        TO TI-MID-IMAGE.
124150     MOVE DISP-CTL-TABLE       TO TI-DSPC-IMAGE.
124160     WRITE TABLE-IMAGE-REC.
124170     CLOSE TABLE-IMAGE-FILE.
124180     DISPLAY 'PPBAT215 - REFERENCE-TABLE IMAGE SAVED'.
124190 1376A-EXIT.
124200     EXIT.
124210 1376B-STAMP-ONE-VERSION.
124220     MOVE WK-CAT-VER(WK-IMG-I) TO TI-VERSION(WK-IMG-I).
124230 1376B-EXIT.
124240     EXIT.
124250*===========================================================*
124260* 1600-PREFLIGHT-CBSA-CHECK - WALK THE LOADED PROVIDER       *
124270* MASTER AND VERIFY EACH SEGMENT'S GEOGRAPHIC,               *
124280* RECLASSIFICATION, AND STANDARDIZED-AMOUNT CBSAS RESOLVE    *
124290* AGAINST THE LOADED CBSA WAGE TABLE, REPORTING ORPHANS      *
124300* BEFORE THE FIRST BILL IS READ AND HALTING WHEN THE COUNT   *
124310* EXCEEDS THE RUN-CONTROL ORPHAN LIMIT.                      *
124320*===========================================================*
124330 1600-PREFLIGHT-CBSA-CHECK.
124340     OPEN OUTPUT CBSA-ORPHAN-OUT.
124350     MOVE 'CBSA ORPHAN REPORT' TO WK-RPT-TITLE.
124360     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
124370     MOVE WK-RPT-HDR-LINE1 TO CBSA-ORPHAN-LINE.
124380     WRITE CBSA-ORPHAN-LINE.
124390     MOVE WK-RPT-HDR-LINE2 TO CBSA-ORPHAN-LINE.
124400     WRITE CBSA-ORPHAN-LINE.
124410     PERFORM 1610-CHECK-ONE-PROV-CBSA THRU 1610-EXIT
124420         VARYING PM-SIDX FROM 1 BY 1
124430         UNTIL PM-SIDX > WK-PROV-COUNT.
124440     CLOSE CBSA-ORPHAN-OUT.
124450     DISPLAY 'PPBAT215 - CBSA ORPHANS      : ' WK-ORPHAN-COUNT.
124460     IF WK-ORPHAN-COUNT > WK-ORPHAN-LIMIT
124470         DISPLAY 'PPBAT215 - ORPHAN COUNT EXCEEDS LIMIT - '
124480                 'WRONG CBSA TABLE GENERATION MOUNTED?'
124490         MOVE 16 TO RETURN-CODE
124500         STOP RUN
124510     END-IF.
124520 1600-EXIT.
124530     EXIT.
124540 1610-CHECK-ONE-PROV-CBSA.
124550     MOVE PM-KEY-RECORD(PM-SIDX) TO PROV-RECORD.
124560     MOVE PV-CBSA-GEO-LOC TO WK-ORPH-CHECK-CBSA.
124570     MOVE 'GEOGRAPHIC' TO WK-OR2-KIND.
124580     PERFORM 1620-RESOLVE-ONE-CBSA THRU 1620-EXIT.
124590     MOVE PV-CBSA-RECLASS-LOC TO WK-ORPH-CHECK-CBSA.
124600     MOVE 'RECLASS' TO WK-OR2-KIND.
124610     PERFORM 1620-RESOLVE-ONE-CBSA THRU 1620-EXIT.
124620     MOVE PV-CBSA-STAND-LOC TO WK-ORPH-CHECK-CBSA.
124630     MOVE 'STAND-AMT' TO WK-OR2-KIND.
124640     PERFORM 1620-RESOLVE-ONE-CBSA THRU 1620-EXIT.
124650 1610-EXIT.
124660     EXIT.
124670 1620-RESOLVE-ONE-CBSA.
124680     IF WK-ORPH-CHECK-CBSA = SPACES
124690        OR WK-ORPH-CHECK-CBSA = '00000'
124700         GO TO 1620-EXIT
124710     END-IF.
124720     MOVE 'N' TO WK-ORPH-FOUND-SW.
124730     PERFORM 1630-SCAN-CBSA-TABLE THRU 1630-EXIT
124740         VARYING MA3 FROM 1 BY 1
124750         UNTIL MA3 > WK-CBSA-COUNT
124760            OR ORPH-CBSA-FOUND.
124770     IF NOT ORPH-CBSA-FOUND
124780         ADD 1 TO WK-ORPHAN-COUNT
124790         MOVE PM-KEY-NO(PM-SIDX)       TO WK-OR2-PROVIDER-NO
124800         MOVE PM-KEY-EFF-DATE(PM-SIDX) TO WK-OR2-EFF-DATE
124810         MOVE WK-ORPH-CHECK-CBSA       TO WK-OR2-CBSA
124820         MOVE WK-ORPH-DETAIL-LINE      TO CBSA-ORPHAN-LINE
124830         WRITE CBSA-ORPHAN-LINE
124840     END-IF.
124850 1620-EXIT.
124860     EXIT.
124870 1630-SCAN-CBSA-TABLE.
124880     IF T-CBSA(MA3) = WK-ORPH-CHECK-CBSA
124890         SET ORPH-CBSA-FOUND TO TRUE
124900     END-IF.
124910 1630-EXIT.
124920     EXIT.
124930*===========================================================*
124940* 1700-CHECK-PROVMAST-DRIFT - MATCH TONIGHT'S PROVIDER       *
124950* MASTER AGAINST THE SNAPSHOT THE LAST RUN LEFT, BEFORE THE  *
124960* MASTER IS LOADED.  A SEGMENT THAT CHANGED OR APPEARED      *
124970* SINCE THEN IS APPROVED ONLY WHEN THE PPPSF215 APPROVAL LOG *
124980* HOLDS AN ENTRY FOR THAT SEGMENT, DATED ON OR AFTER THE     *
124990* SNAPSHOT, WITH THE SAME IMAGE.  ANYTHING ELSE - AND EVERY  *
125000* DELETED SEGMENT - IS OUT OF BAND: IT IS LISTED FIELD BY    *
125010* FIELD AND THE RUN HALTS WITH RETURN CODE 12 UNLESS THE     *
125020* PROVMAST-ACK=Y CARD ACKNOWLEDGES IT.                       *
125030*===========================================================*
125040 1700-CHECK-PROVMAST-DRIFT.
125050     OPEN INPUT PROV-SNAP-IN.
125060     IF WK-PMSNAPIN-STATUS NOT = '00'
125070         DISPLAY 'PPBAT215 - NO PROVIDER MASTER SNAPSHOT - '
125080                 'CHANGE CHECK SKIPPED'
125090         GO TO 1700-EXIT
125100     END-IF.
125110     PERFORM 1720-READ-SNAP-SEG THRU 1720-EXIT.
125120     IF NOT PMC-SNAP-AT-EOF
125130         MOVE SI-SNAP-DATE TO WK-PMC-SNAP-DATE
125140         MOVE SI-RUN-ID    TO WK-PMC-SNAP-RUN-ID
125150     END-IF.
125160     PERFORM 1710-LOAD-APPROVALS THRU 1710-EXIT.
125170     OPEN OUTPUT PROV-CHG-RPT-OUT.
125180     MOVE 'PROVIDER MASTER CHANGE REPORT' TO WK-RPT-TITLE.
125190     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
125200     MOVE WK-RPT-HDR-LINE1 TO PROV-CHG-RPT-LINE.
125210     WRITE PROV-CHG-RPT-LINE.
125220     MOVE WK-RPT-HDR-LINE2 TO PROV-CHG-RPT-LINE.
125230     WRITE PROV-CHG-RPT-LINE.
125240     MOVE WK-PMC-SNAP-DATE   TO WK-PMC-SL-DATE.
125250     MOVE WK-PMC-SNAP-RUN-ID TO WK-PMC-SL-RUN-ID.
125260     MOVE WK-PMC-SNAP-LINE TO PROV-CHG-RPT-LINE.
125270     WRITE PROV-CHG-RPT-LINE.
125280     MOVE WK-PMC-HEADING1 TO PROV-CHG-RPT-LINE.
125290     WRITE PROV-CHG-RPT-LINE.
125300     OPEN INPUT PROV-MAST-FILE.
125310     PERFORM 1730-READ-MAST-SEG THRU 1730-EXIT.
125320     PERFORM 1740-MATCH-ONE-SEG THRU 1740-EXIT
125330         UNTIL PMC-MAST-AT-EOF AND PMC-SNAP-AT-EOF.
125340     CLOSE PROV-MAST-FILE.
125350     CLOSE PROV-SNAP-IN.
125360     COMPUTE WK-PMC-OUT-OF-BAND =
125370         WK-PMC-CHANGED + WK-PMC-ADDED + WK-PMC-DELETED.
125380     MOVE WK-PMC-OUT-OF-BAND TO WK-RPT-COUNT.
125390     PERFORM 8610-FORMAT-REPORT-FOOTER THRU 8610-EXIT.
125400     MOVE WK-RPT-FTR-LINE TO PROV-CHG-RPT-LINE.
125410     WRITE PROV-CHG-RPT-LINE.
125420     CLOSE PROV-CHG-RPT-OUT.
125430     DISPLAY 'PPBAT215 - PROVMAST SEGMENTS : ' WK-PMC-SEGS-READ.
125440     DISPLAY 'PPBAT215 - PROVMAST APPROVED : ' WK-PMC-APPROVED.
125450     DISPLAY 'PPBAT215 - PROVMAST OUT-BAND : '
125460             WK-PMC-OUT-OF-BAND.
125470     IF WK-PMC-APPR-DROPPED > 0
125480         DISPLAY 'PPBAT215 - APPROVAL TABLE FULL - DROPPED : '
125490                 WK-PMC-APPR-DROPPED
125500     END-IF.
125510     IF WK-PMC-OUT-OF-BAND = 0
125520         GO TO 1700-EXIT
125530     END-IF.
125540     IF PMC-CHANGES-ACKED
125550         DISPLAY 'PPBAT215 - OUT-OF-BAND PROVIDER MASTER '
125560                 'CHANGES ACKNOWLEDGED - CONTINUING'
125570         MOVE 4 TO RETURN-CODE
125580         GO TO 1700-EXIT
125590     END-IF.
125600     DISPLAY 'PPBAT215 - PROVIDER MASTER CHANGED OUTSIDE '
125610             'PPPSF215 - SEE PMCHGRPT'.
125620     DISPLAY 'PPBAT215 - RERUN WITH PROVMAST-ACK=Y ONCE THE '
125630             'CHANGES ARE ACCOUNTED FOR'.
125640     MOVE 12 TO RETURN-CODE.
125650     STOP RUN.
125660 1700-EXIT.
125670     EXIT.
125680*===========================================================*
125690* 1710-LOAD-APPROVALS - LOAD THE APPROVAL LOG ENTRIES DATED  *
125700* ON OR AFTER THE SNAPSHOT.  NO LOG MEANS NO APPROVALS.      *
125710*===========================================================*
125720 1710-LOAD-APPROVALS.
125730     OPEN INPUT PROV-APPR-FILE.
125740     IF WK-PSFAPPR-STATUS NOT = '00'
125750         DISPLAY 'PPBAT215 - NO PROVIDER MASTER APPROVAL LOG'
125760         GO TO 1710-EXIT
125770     END-IF.
125780     SET PA-IDX TO 1.
125790     PERFORM 1715-READ-ONE-APPROVAL THRU 1715-EXIT
125800         UNTIL PMC-APPR-AT-EOF.
125810     CLOSE PROV-APPR-FILE.
125820 1710-EXIT.
125830     EXIT.
125840 1715-READ-ONE-APPROVAL.
125850     READ PROV-APPR-FILE
125860         AT END
125870             SET PMC-APPR-AT-EOF TO TRUE
125880             GO TO 1715-EXIT
125890     END-READ.
125900     IF AP-APPROVAL-DATE < WK-PMC-SNAP-DATE
125910         GO TO 1715-EXIT
125920     END-IF.
125930     IF WK-PA-COUNT >= 2000
125940         ADD 1 TO WK-PMC-APPR-DROPPED
125950         GO TO 1715-EXIT
125960     END-IF.
125970     MOVE AP-PROV-KEY    TO PA-PROV-KEY(PA-IDX).
125980     MOVE AP-SOURCE      TO PA-SOURCE(PA-IDX).
125990     MOVE AP-REFERENCE   TO PA-REFERENCE(PA-IDX).
126000     MOVE AP-PROV-RECORD TO PA-PROV-RECORD(PA-IDX).
126010     ADD  1 TO WK-PA-COUNT.
126020     SET  PA-IDX UP BY 1.
126030 1715-EXIT.
126040     EXIT.
126050 1720-READ-SNAP-SEG.
126060     READ PROV-SNAP-IN
126070         AT END
126080             SET PMC-SNAP-AT-EOF TO TRUE
126090             MOVE HIGH-VALUES TO WK-PMC-SNAP-KEY
126100             GO TO 1720-EXIT
126110     END-READ.
126120     MOVE SI-PROV-KEY TO WK-PMC-SNAP-KEY.
126130 1720-EXIT.
126140     EXIT.
126150 1730-READ-MAST-SEG.
126160     READ PROV-MAST-FILE
126170         AT END
126180             SET PMC-MAST-AT-EOF TO TRUE
126190             MOVE HIGH-VALUES TO WK-PMC-MAST-KEY
126200             GO TO 1730-EXIT
126210     END-READ.
126220     ADD 1 TO WK-PMC-SEGS-READ.
126230     MOVE PM-PROV-KEY TO WK-PMC-MAST-KEY.
126240 1730-EXIT.
126250     EXIT.
126260*===========================================================*
126270* 1740-MATCH-ONE-SEG - ONE STEP OF THE MASTER/SNAPSHOT KEY   *
126280* MATCH.  A MASTER-ONLY KEY IS AN ADDED SEGMENT, A SNAPSHOT- *
126290* ONLY KEY A DELETED ONE; MATCHED KEYS COMPARE THE FULL      *
126300* SEGMENT IMAGE.                                             *
126310*===========================================================*
126320 1740-MATCH-ONE-SEG.
126330     IF WK-PMC-MAST-KEY < WK-PMC-SNAP-KEY
126340         PERFORM 1750-FIND-APPROVAL THRU 1750-EXIT
126350         IF PMC-APPROVAL-FOUND
126360             ADD 1 TO WK-PMC-APPROVED
126370             MOVE 'ADDED - APPROVED' TO WK-PMC-DISPOSITION
126380         ELSE
126390             ADD 1 TO WK-PMC-ADDED
126400             MOVE 'ADDED - NO APPROVAL' TO WK-PMC-DISPOSITION
126410         END-IF
126420         MOVE PM-PROVIDER-NO      TO WK-PMC-PROVIDER-NO
126430         MOVE PM-SEGMENT-EFF-DATE TO WK-PMC-EFF-DATE
126440         MOVE WK-PMC-SEG-LINE TO PROV-CHG-RPT-LINE
126450         WRITE PROV-CHG-RPT-LINE
126460         PERFORM 1730-READ-MAST-SEG THRU 1730-EXIT
126470         GO TO 1740-EXIT
126480     END-IF.
126490     IF WK-PMC-MAST-KEY > WK-PMC-SNAP-KEY
126500         ADD 1 TO WK-PMC-DELETED
126510         MOVE SI-PROVIDER-NO      TO WK-PMC-PROVIDER-NO
126520         MOVE SI-SEGMENT-EFF-DATE TO WK-PMC-EFF-DATE
126530         MOVE 'DELETED - NO APPROVAL' TO WK-PMC-DISPOSITION
126540         MOVE SPACES TO WK-PMC-REFERENCE
126550         MOVE WK-PMC-SEG-LINE TO PROV-CHG-RPT-LINE
126560         WRITE PROV-CHG-RPT-LINE
126570         PERFORM 1720-READ-SNAP-SEG THRU 1720-EXIT
126580         GO TO 1740-EXIT
126590     END-IF.
126600     IF PM-FORMAT-IND = SI-FORMAT-IND
126610        AND PM-PROV-RECORD = SI-PROV-RECORD
126620         ADD 1 TO WK-PMC-UNCHANGED
126630         PERFORM 1730-READ-MAST-SEG THRU 1730-EXIT
126640         PERFORM 1720-READ-SNAP-SEG THRU 1720-EXIT
126650         GO TO 1740-EXIT
126660     END-IF.
126670     PERFORM 1750-FIND-APPROVAL THRU 1750-EXIT.
126680     MOVE PM-PROVIDER-NO      TO WK-PMC-PROVIDER-NO.
126690     MOVE PM-SEGMENT-EFF-DATE TO WK-PMC-EFF-DATE.
126700     IF PMC-APPROVAL-FOUND
126710         ADD 1 TO WK-PMC-APPROVED
126720         MOVE 'CHANGED - APPROVED' TO WK-PMC-DISPOSITION
126730         MOVE WK-PMC-SEG-LINE TO PROV-CHG-RPT-LINE
126740         WRITE PROV-CHG-RPT-LINE
126750     ELSE
126760         ADD 1 TO WK-PMC-CHANGED
126770         MOVE 'CHANGED - NO APPROVAL' TO WK-PMC-DISPOSITION
126780         MOVE WK-PMC-SEG-LINE TO PROV-CHG-RPT-LINE
126790         WRITE PROV-CHG-RPT-LINE
126800         PERFORM 1760-LIST-CHANGED-FIELDS THRU 1760-EXIT
126810     END-IF.
126820     PERFORM 1730-READ-MAST-SEG THRU 1730-EXIT.
126830     PERFORM 1720-READ-SNAP-SEG THRU 1720-EXIT.
126840 1740-EXIT.
126850     EXIT.
126860*===========================================================*
126870* 1750-FIND-APPROVAL - LOOK FOR AN APPROVAL LOG ENTRY FOR    *
126880* THE CURRENT MASTER SEGMENT CARRYING ITS EXACT IMAGE, AND   *
126890* SET THE REPORT REFERENCE FROM IT.                          *
126900*===========================================================*
126910 1750-FIND-APPROVAL.
126920     MOVE 'N' TO WK-PMC-APPR-SW.
126930     MOVE SPACES TO WK-PMC-REFERENCE.
126940     PERFORM 1755-CHECK-ONE-APPROVAL THRU 1755-EXIT
126950         VARYING PA-SIDX FROM 1 BY 1
126960         UNTIL PA-SIDX > WK-PA-COUNT
126970            OR PMC-APPROVAL-FOUND.
126980 1750-EXIT.
126990     EXIT.
127000 1755-CHECK-ONE-APPROVAL.
127010     IF PA-PROV-KEY(PA-SIDX) = WK-PMC-MAST-KEY
127020        AND PA-PROV-RECORD(PA-SIDX) = PM-PROV-RECORD
127030         SET PMC-APPROVAL-FOUND TO TRUE
127040         IF PA-SOURCE(PA-SIDX) = 'E'
127050             MOVE 'EMERGENCY FIX' TO WK-PMC-REFERENCE
127060         ELSE
127070             MOVE 'QUARTERLY INTAKE' TO WK-PMC-REFERENCE
127080         END-IF
127090         IF PA-REFERENCE(PA-SIDX) NOT = SPACES
127100             MOVE PA-REFERENCE(PA-SIDX) TO WK-PMC-REFERENCE
127110         END-IF
127120     END-IF.
127130 1755-EXIT.
127140     EXIT.
127150*===========================================================*
127160* 1760-LIST-CHANGED-FIELDS - BEFORE/AFTER OF EVERY FIELD OF  *
127170* AN UNAPPROVED CHANGED SEGMENT THAT DIFFERS FROM THE        *
127180* SNAPSHOT, IN PROVNEW FIELD ORDER.                          *
127190*===========================================================*
127200 1760-LIST-CHANGED-FIELDS.
127210     IF PM-FORMAT-IND NOT = SI-FORMAT-IND
127220         MOVE 'PM-FORMAT-IND' TO WK-PMC-FIELD-NAME
127230         MOVE SI-FORMAT-IND   TO WK-PMC-BEFORE
127240         MOVE PM-FORMAT-IND   TO WK-PMC-AFTER
127250         MOVE WK-PMC-FIELD-LINE TO PROV-CHG-RPT-LINE
127260         WRITE PROV-CHG-RPT-LINE
127270     END-IF.
127280     PERFORM 1765-LIST-ONE-FIELD THRU 1765-EXIT
127290         VARYING PROV-FLD-IDX FROM 1 BY 1
127300         UNTIL PROV-FLD-IDX > 68.
127310 1760-EXIT.
127320     EXIT.
127330 1765-LIST-ONE-FIELD.
127340     IF PM-PROV-RECORD(PF-OFFSET(PROV-FLD-IDX):
127350                       PF-LENGTH(PROV-FLD-IDX))
127360      = SI-PROV-RECORD(PF-OFFSET(PROV-FLD-IDX):
127370                       PF-LENGTH(PROV-FLD-IDX))
127380         GO TO 1765-EXIT
127390     END-IF.
127400     MOVE PF-FIELD-NAME(PROV-FLD-IDX) TO WK-PMC-FIELD-NAME.
127410     MOVE SI-PROV-RECORD(PF-OFFSET(PROV-FLD-IDX):
127420                         PF-LENGTH(PROV-FLD-IDX))
127430         TO WK-PMC-BEFORE.
127440     MOVE PM-PROV-RECORD(PF-OFFSET(PROV-FLD-IDX):
127450                         PF-LENGTH(PROV-FLD-IDX))
127460         TO WK-PMC-AFTER.
127470     MOVE WK-PMC-FIELD-LINE TO PROV-CHG-RPT-LINE.
127480     WRITE PROV-CHG-RPT-LINE.
127490 1765-EXIT.
127500     EXIT.
127510*===========================================================*
127520* 1780-CHECK-GENERATIONS - PROVE, BEFORE ANYTHING IS        *
127530* LOADED, THAT EVERY CARRIED-FORWARD IN FILE IS THE OUT     *
127540* FILE OF THE LAST RUN ON THE RUN-HISTORY REGISTRY.  EACH   *
127550* IN FILE'S GENSTAMP HEADER IS READ AND JUDGED.  A FILE     *
127560* LEFT BY ANOTHER RUN, OR ONE WITH NO HEADER, HALTS THE     *
127570* RUN WITH RETURN CODE 12 UNLESS THE GEN-ACK=Y CARD         *
127580* ACKNOWLEDGES IT.  A MISSING OR EMPTY IN FILE IS ONLY      *
127590* LISTED - ITS LOADER ALREADY TREATS THAT AS A FRESH        *
127600* START.  WITH NO REGISTRY THERE IS NO LAST RUN TO MATCH    *
127610* AND NOTHING IS REFUSED.  THIS RUN'S OWN STAMP FOR THE     *
127620* OUT FILES, AND THE RUN FIELDS OF THE LAYOUT HEADER FOR    *
127630* THE EXTRACTS (COPYBOOK LAYHDR), ARE BUILT HERE.           *
127640*===========================================================*
127650 1780-CHECK-GENERATIONS.
127660     MOVE '*GEN'              TO GS-TAG.
127670     MOVE WK-RUN-ID           TO GS-RUN-ID.
127680     ACCEPT GS-RUN-DATE FROM DATE YYYYMMDD.
127690     ACCEPT GS-RUN-TIME FROM TIME.
127700     MOVE GEN-STAMP-REC       TO WK-GEN-OUT-STAMP.
127710     MOVE SPACES              TO LAYOUT-HDR-REC.
127720     MOVE '*LAY'              TO LH-TAG.
127730     MOVE GS-RUN-ID           TO LH-RUN-ID.
127740     MOVE GS-RUN-DATE         TO LH-RUN-DATE.
127750     MOVE GS-RUN-TIME         TO LH-RUN-TIME.
127760     MOVE 'PPBAT215'          TO LH-PRODUCER.
127770     IF WK-RUN-ID = SPACES
127780         DISPLAY 'PPBAT215 - NO RUN-ID CARD - CARRIED FILES ARE '
127790                 'STAMPED WITH A BLANK RUN ID'
127800     END-IF.
127810     OPEN INPUT RUN-HIST-IN.
127820     IF WK-RUNHIST-STATUS = '00'
127830         PERFORM 1782-READ-RUN-HIST THRU 1782-EXIT
127840             UNTIL GEN-HIST-AT-EOF
127850         CLOSE RUN-HIST-IN
127860     END-IF.
127870     IF WK-GEN-HIST-ROWS = 0
127880         DISPLAY 'PPBAT215 - NO RUN-HISTORY REGISTRY - '
127890                 'GENERATION CHECK SKIPPED'
127900     ELSE
127910         DISPLAY 'PPBAT215 - CARRIED FILES EXPECTED FROM RUN : '
127920                 WK-GEN-LAST-RUN-ID
127930     END-IF.
127940     PERFORM 1784-PROBE-ONE-GEN THRU 1784-EXIT
127950         VARYING WK-GEN-I FROM 1 BY 1
127960         UNTIL WK-GEN-I > 12.
127970     IF WK-GEN-REFUSED = 0
127980         GO TO 1780-EXIT
127990     END-IF.
128000     IF GEN-MISMATCH-ACKED
128010         DISPLAY 'PPBAT215 - CARRIED-FILE GENERATION MISMATCH '
128020                 'ACKNOWLEDGED - CONTINUING'
128030         MOVE 4 TO RETURN-CODE
128040         GO TO 1780-EXIT
128050     END-IF.
128060     DISPLAY 'PPBAT215 - CARRIED FILES ARE NOT THE OUTPUT OF '
128070             'THE LAST RUN - RUN REFUSED'.
128080     DISPLAY 'PPBAT215 - RERUN WITH GEN-ACK=Y ONLY ONCE THE '
128090             'GENERATIONS ARE ACCOUNTED FOR'.
128100     MOVE 12 TO RETURN-CODE.
128110     STOP RUN.
128120 1780-EXIT.
128130     EXIT.
128140*===========================================================*
128150* 1782-READ-RUN-HIST - KEEP THE RUN ID OF THE LATEST ROW.   *
128160* ONLY A RUN THAT REACHED TERMINATION APPENDS ITS ROW, SO   *
128170* THE LAST ROW IS THE LAST SUCCESSFUL RUN.                  *
128180*===========================================================*
128190 1782-READ-RUN-HIST.
128200     READ RUN-HIST-IN
128210         AT END
128220             SET GEN-HIST-AT-EOF TO TRUE
128230             GO TO 1782-EXIT
128240     END-READ.
128250     MOVE RUN-HIST-IN-REC TO WK-GEN-HIST-VIEW.
128260     MOVE WK-GH-RUN-ID    TO WK-GEN-LAST-RUN-ID.
128270     ADD 1 TO WK-GEN-HIST-ROWS.
128280 1782-EXIT.
128290     EXIT.
128300*===========================================================*
128310* 1784-PROBE-ONE-GEN - READ THE FIRST RECORD OF ONE CARRIED *
128320* IN FILE, JUDGE ITS STAMP AND LIST THE VERDICT.  THE FILE  *
128330* IS CLOSED AGAIN FOR ITS LOADER.                           *
128340*===========================================================*
128350 1784-PROBE-ONE-GEN.
128360     MOVE SPACES TO WK-GEN-FIRST-REC.
128370     MOVE 'N'    TO WK-GEN-EMPTY-SW.
128380     EVALUATE WK-GEN-I
128390         WHEN 1
128400             OPEN INPUT LEDGER-FILE-IN
128410             MOVE WK-LEDGIN-STATUS TO WK-GEN-OPEN-STATUS
128420             IF WK-GEN-OPEN-STATUS = '00'
128430                 READ LEDGER-FILE-IN INTO WK-GEN-FIRST-REC
128440                     AT END
128450                         SET GEN-FILE-EMPTY TO TRUE
128460                 END-READ
128470                 CLOSE LEDGER-FILE-IN
128480             END-IF
128490         WHEN 2
128500             OPEN INPUT PEND-FILE-IN
128510             MOVE WK-PENDIN-STATUS TO WK-GEN-OPEN-STATUS
128520             IF WK-GEN-OPEN-STATUS = '00'
128530                 READ PEND-FILE-IN INTO WK-GEN-FIRST-REC
128540                     AT END
128550                         SET GEN-FILE-EMPTY TO TRUE
128560                 END-READ
128570                 CLOSE PEND-FILE-IN
128580             END-IF
128590         WHEN 3
128600             OPEN INPUT MTD-FILE-IN
128610             MOVE WK-MTDIN-STATUS TO WK-GEN-OPEN-STATUS
128620             IF WK-GEN-OPEN-STATUS = '00'
128630                 READ MTD-FILE-IN INTO WK-GEN-FIRST-REC
128640                     AT END
128650                         SET GEN-FILE-EMPTY TO TRUE
128660                 END-READ
128670                 CLOSE MTD-FILE-IN
128680             END-IF
128690         WHEN 4
128700             OPEN INPUT EDITQ-IN
128710             MOVE WK-EDITQ-STATUS TO WK-GEN-OPEN-STATUS
128720             IF WK-GEN-OPEN-STATUS = '00'
128730                 READ EDITQ-IN INTO WK-GEN-FIRST-REC
128740                     AT END
128750                         SET GEN-FILE-EMPTY TO TRUE
128760                 END-READ
128770                 CLOSE EDITQ-IN
128780             END-IF
128790         WHEN 5
128800             OPEN INPUT HELD-CLAIMS-IN
128810             MOVE WK-HELDIN-STATUS TO WK-GEN-OPEN-STATUS
128820             IF WK-GEN-OPEN-STATUS = '00'
128830                 READ HELD-CLAIMS-IN INTO WK-GEN-FIRST-REC
128840                     AT END
128850                         SET GEN-FILE-EMPTY TO TRUE
128860                 END-READ
128870                 CLOSE HELD-CLAIMS-IN
128880             END-IF
128890         WHEN 6
128900             OPEN INPUT PEND-STAY-IN
128910             MOVE WK-PNDSTAY-STATUS TO WK-GEN-OPEN-STATUS
128920             IF WK-GEN-OPEN-STATUS = '00'
128930                 READ PEND-STAY-IN INTO WK-GEN-FIRST-REC
128940                     AT END
128950                         SET GEN-FILE-EMPTY TO TRUE
128960                 END-READ
128970                 CLOSE PEND-STAY-IN
128980             END-IF
128990         WHEN 7
129000             OPEN INPUT WITHHOLD-IN
129010             MOVE WK-WTHHLDI-STATUS TO WK-GEN-OPEN-STATUS
129020             IF WK-GEN-OPEN-STATUS = '00'
129030                 READ WITHHOLD-IN INTO WK-GEN-FIRST-REC
129040                     AT END
129050                         SET GEN-FILE-EMPTY TO TRUE
129060                 END-READ
129070                 CLOSE WITHHOLD-IN
129080             END-IF
129090         WHEN 8
129100             OPEN INPUT PAY-HOLD-IN
129110             MOVE WK-PAYHLDI-STATUS TO WK-GEN-OPEN-STATUS
129120             IF WK-GEN-OPEN-STATUS = '00'
129130                 READ PAY-HOLD-IN INTO WK-GEN-FIRST-REC
129140                     AT END
129150                         SET GEN-FILE-EMPTY TO TRUE
129160                 END-READ
129170                 CLOSE PAY-HOLD-IN
129180             END-IF
129190         WHEN 9
129200             OPEN INPUT INTER-MTD-IN
129210             MOVE WK-INTMTD-STATUS TO WK-GEN-OPEN-STATUS
129220             IF WK-GEN-OPEN-STATUS = '00'
129230                 READ INTER-MTD-IN INTO WK-GEN-FIRST-REC
129240                     AT END
129250                         SET GEN-FILE-EMPTY TO TRUE
129260                 END-READ
129270                 CLOSE INTER-MTD-IN
129280             END-IF
129290         WHEN 10
129300             OPEN INPUT MARGIN-FILE-IN
129310             MOVE WK-MGNIN-STATUS TO WK-GEN-OPEN-STATUS
129320             IF WK-GEN-OPEN-STATUS = '00'
129330                 READ MARGIN-FILE-IN INTO WK-GEN-FIRST-REC
129340                     AT END
129350                         SET GEN-FILE-EMPTY TO TRUE
129360                 END-READ
129370                 CLOSE MARGIN-FILE-IN
129380             END-IF
129390         WHEN 11
129400             OPEN INPUT OVR-USAGE-IN
129410             MOVE WK-OVUIN-STATUS TO WK-GEN-OPEN-STATUS
129420             IF WK-GEN-OPEN-STATUS = '00'
129430                 READ OVR-USAGE-IN INTO WK-GEN-FIRST-REC
129440                     AT END
129450                         SET GEN-FILE-EMPTY TO TRUE
129460                 END-READ
129470                 CLOSE OVR-USAGE-IN
129480             END-IF
129490         WHEN 12
129500             OPEN INPUT FLOOR-HOLD-IN
129510             MOVE WK-FLRHLDI-STATUS TO WK-GEN-OPEN-STATUS
129520             IF WK-GEN-OPEN-STATUS = '00'
129530                 READ FLOOR-HOLD-IN INTO WK-GEN-FIRST-REC
129540                     AT END
129550                         SET GEN-FILE-EMPTY TO TRUE
129560                 END-READ
129570                 CLOSE FLOOR-HOLD-IN
129580             END-IF
129590     END-EVALUATE.
129600     PERFORM 1786-JUDGE-ONE-GEN THRU 1786-EXIT.
129610     DISPLAY 'PPBAT215 - GENERATION ' GN-IN-DD(WK-GEN-I) ' '
129620             GR-RESULT(WK-GEN-I) ' ' GR-RUN-ID(WK-GEN-I).
129630 1784-EXIT.
129640     EXIT.
129650 1786-JUDGE-ONE-GEN.
129660     MOVE WK-GEN-FIRST-REC TO GEN-STAMP-REC.
129670     MOVE SPACES TO GR-RUN-ID(WK-GEN-I).
129680     MOVE ZEROES TO GR-RUN-DATE(WK-GEN-I) GR-RUN-TIME(WK-GEN-I).
129690     IF WK-GEN-OPEN-STATUS NOT = '00'
129700         MOVE 'ABSENT'    TO GR-RESULT(WK-GEN-I)
129710         GO TO 1786-EXIT
129720     END-IF.
129730     IF GEN-FILE-EMPTY
129740         MOVE 'EMPTY'     TO GR-RESULT(WK-GEN-I)
129750         GO TO 1786-EXIT
129760     END-IF.
129770     IF NOT GS-IS-STAMP
129780         MOVE 'UNSTAMPED' TO GR-RESULT(WK-GEN-I)
129790         IF WK-GEN-HIST-ROWS > 0
129800             ADD 1 TO WK-GEN-REFUSED
129810         END-IF
129820         GO TO 1786-EXIT
129830     END-IF.
129840     MOVE GS-RUN-ID   TO GR-RUN-ID(WK-GEN-I).
129850     MOVE GS-RUN-DATE TO GR-RUN-DATE(WK-GEN-I).
129860     MOVE GS-RUN-TIME TO GR-RUN-TIME(WK-GEN-I).
129870     IF WK-GEN-HIST-ROWS = 0
129880         MOVE 'UNCHECKED' TO GR-RESULT(WK-GEN-I)
129890         GO TO 1786-EXIT
129900     END-IF.
129910     IF GS-RUN-ID = WK-GEN-LAST-RUN-ID
129920         MOVE 'MATCHED'   TO GR-RESULT(WK-GEN-I)
129930     ELSE
129940         MOVE 'MISMATCH'  TO GR-RESULT(WK-GEN-I)
129950         ADD 1 TO WK-GEN-REFUSED
129960     END-IF.
129970 1786-EXIT.
129980     EXIT.
129990*===========================================================*
130000* 1368-LOAD-SCENARIO - LOAD THE WHAT-IF OVERRIDE CARDS, IF   *
130010* ANY.  A MISSING FILE LEAVES SCENARIO MODE OFF.             *
130020*===========================================================*
130030 1368-LOAD-SCENARIO.
130040     OPEN INPUT SCENARIO-IN.
130050     IF WK-SCEN-STATUS NOT = '00'
130060         GO TO 1368-EXIT
130070     END-IF.
130080     SET SC-IDX TO 1.
130090     PERFORM 1369-READ-ONE-SCEN THRU 1369-EXIT
130100         UNTIL SCEN-AT-EOF OR WK-SCEN-COUNT >= 200.
130110     CLOSE SCENARIO-IN.
130120     IF WK-SCEN-COUNT > 0
130130         OPEN OUTPUT SCENARIO-RPT-OUT
130140         MOVE 'SCENARIO MODEL REPORT' TO WK-RPT-TITLE
130150         PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT
130160         MOVE WK-RPT-HDR-LINE1 TO SCENARIO-RPT-LINE
130170         WRITE SCENARIO-RPT-LINE
130180         MOVE WK-RPT-HDR-LINE2 TO SCENARIO-RPT-LINE
130190         WRITE SCENARIO-RPT-LINE
130200         MOVE WK-SS-HEADING1 TO SCENARIO-RPT-LINE
130210         WRITE SCENARIO-RPT-LINE
130220         MOVE WK-SS-HEADING2 TO SCENARIO-RPT-LINE
130230         WRITE SCENARIO-RPT-LINE
130240     END-IF.
130250 1368-EXIT.
130260     EXIT.
130270 1369-READ-ONE-SCEN.
130280     READ SCENARIO-IN
130290         AT END
130300             SET SCEN-AT-EOF TO TRUE
130310             GO TO 1369-EXIT
130320     END-READ.
130330     MOVE SO-PROVIDER-NO TO SC-PROVIDER-NO(SC-IDX).
130340     MOVE SO-FIELD-NAME  TO SC-FIELD-NAME(SC-IDX).
130350     MOVE SO-NEW-VALUE   TO SC-NEW-VALUE(SC-IDX).
130360     ADD  1 TO WK-SCEN-COUNT.
130370     SET  SC-IDX UP BY 1.
130380 1369-EXIT.
130390     EXIT.
130400 1332-READ-ONE-CARD.
130410     READ RUN-CTL-FILE
130420         AT END
130430             SET RUNCTL-AT-EOF TO TRUE
130440             GO TO 1332-EXIT
130450     END-READ.
130460     IF RUN-CTL-REC = SPACES OR RUN-CTL-REC(1:1) = '*'
130470         GO TO 1332-EXIT
130480     END-IF.
130490     MOVE SPACES TO WK-RC-KEYWORD WK-RC-VALUE.
130500     UNSTRING RUN-CTL-REC DELIMITED BY '='
130510         INTO WK-RC-KEYWORD WK-RC-VALUE.
130520     EVALUATE WK-RC-KEYWORD
130530         WHEN 'RUN-ID'
130540             MOVE WK-RC-VALUE TO WK-RUN-ID
130550         WHEN 'REPORTS'
130560             EVALUATE WK-RC-VALUE
130570                 WHEN 'MIN'
130580                     MOVE 'M' TO WK-REPORTS-SW
130590                 WHEN 'POST'
130600                     MOVE 'P' TO WK-REPORTS-SW
130610                 WHEN OTHER
130620                     MOVE 'F' TO WK-REPORTS-SW
130630             END-EVALUATE
130640         WHEN 'ORPHAN-LIMIT'
130650             IF WK-RC-VALUE(1:5) IS NUMERIC
130660                 MOVE WK-RC-VALUE(1:5) TO WK-ORPHAN-LIMIT
130670             END-IF
130680         WHEN 'GEN-ACK'
130690             IF WK-RC-VALUE = 'Y'
130700                 SET GEN-MISMATCH-ACKED TO TRUE
130710             END-IF
130720         WHEN 'PROVMAST-ACK'
130730             IF WK-RC-VALUE = 'Y'
130740                 SET PMC-CHANGES-ACKED TO TRUE
130750             END-IF
130760         WHEN 'CERTIFY'
130770             IF WK-RC-VALUE = 'Y'
130780                 MOVE 'Y' TO WK-CERTIFY-SW
130790             END-IF
130800         WHEN 'CHG-TOL'
130810             IF WK-RC-VALUE(1:3) IS NUMERIC
130820                 MOVE WK-RC-VALUE(1:3) TO WK-CHG-TOLERANCE
130830             END-IF
130840         WHEN 'PARTITION-FROM'
130850             MOVE WK-RC-VALUE TO WK-PART-FROM
130860         WHEN 'PARTITION-THRU'
130870             MOVE WK-RC-VALUE TO WK-PART-THRU
130880         WHEN 'CMI-TOL'
130890             IF WK-RC-VALUE(1:6) IS NUMERIC
130900                 COMPUTE WK-CMI-TOLERANCE =
130910                     FUNCTION NUMVAL(WK-RC-VALUE(1:6))
130920             END-IF
130930         WHEN 'PARALLEL-FY'
130940             IF WK-RC-VALUE = 'Y'
130950                 MOVE 'Y' TO WK-PARFY-SW
130960                 OPEN OUTPUT FY-COMPARE-OUT
130970         MOVE 'FY-COMPARE REPORT' TO WK-RPT-TITLE
130980         PERFORM 8600-FORMAT-REPORT-HEADER
130990             THRU 8600-EXIT
131000         MOVE WK-RPT-HDR-LINE1 TO FY-COMPARE-LINE
131010         WRITE FY-COMPARE-LINE
131020         MOVE WK-RPT-HDR-LINE2 TO FY-COMPARE-LINE
131030         WRITE FY-COMPARE-LINE
131040         MOVE WK-FY-HEADING1 TO FY-COMPARE-LINE
131050         WRITE FY-COMPARE-LINE
131060             END-IF
131070         WHEN 'OVERRIDE-PROV'
131080             MOVE WK-RC-VALUE TO WK-OVR-PROVIDER
131090         WHEN 'OVERRIDE-FROM'
131100             MOVE WK-RC-VALUE TO WK-OVR-FROM
131110         WHEN 'OVERRIDE-THRU'
131120             MOVE WK-RC-VALUE TO WK-OVR-THRU
131130         WHEN 'OVERRIDE-OPERATOR'
131140             MOVE WK-RC-VALUE TO WK-OVR-OPERATOR
131150         WHEN 'OVERRIDE-REASON'
131160             MOVE WK-RC-VALUE TO WK-OVR-REASON
131170         WHEN 'PEND-MAX-CYCLES'
131180             IF WK-RC-VALUE(1:2) IS NUMERIC
131190                 MOVE WK-RC-VALUE(1:2) TO WK-PEND-MAX-CYCLES
131200             END-IF
131210         WHEN 'EQ-RESET'
131220             IF WK-RC-VALUE = 'Y'
131230                 SET EQ-PERIOD-RESET TO TRUE
131240             END-IF
131250         WHEN 'SAMEDAY-EDIT'
131260             MOVE WK-RC-VALUE(1:1) TO WK-SAMEDAY-SW
131270         WHEN 'OVERLAP-EDIT'
131280             MOVE WK-RC-VALUE(1:1) TO WK-OVERLAP-SW
131290         WHEN 'NPI-EDIT'
131300             MOVE WK-RC-VALUE(1:1) TO WK-NPI-EDIT-SW
131310         WHEN 'OVERLAP-LOOKBACK'
131320             IF WK-RC-VALUE(1:3) IS NUMERIC
131330                 MOVE WK-RC-VALUE(1:3) TO WK-OVL-LOOKBACK
131340             END-IF
131350         WHEN 'TABLE-IMAGE'
131360             IF WK-RC-VALUE = 'SAVE'
131370                 MOVE 'S' TO WK-TABIMG-SW
131380             END-IF
131390             IF WK-RC-VALUE = 'RESTORE'
131400                 MOVE 'R' TO WK-TABIMG-SW
131410             END-IF
131420         WHEN 'DELTA'
131430             IF WK-RC-VALUE = 'Y'
131440                 MOVE 'Y' TO WK-DELTA-SW
131450             END-IF
131460         WHEN 'STALE-STAY-DAYS'
131470             IF WK-RC-VALUE(1:3) IS NUMERIC
131480                 MOVE WK-RC-VALUE(1:3) TO WK-STALE-DAYS
131490             END-IF
131500         WHEN 'MANUAL-AGE-DAYS'
131510             IF WK-RC-VALUE(1:3) IS NUMERIC
131520                 MOVE WK-RC-VALUE(1:3) TO WK-MW-AGE-DAYS
131530             END-IF
131540         WHEN 'FUNDS-RELEASE'
131550             IF WK-RC-VALUE = 'Y'
131560                 SET FUNDS-RELEASE-MODE TO TRUE
131570             END-IF
131580         WHEN 'PAYMENT-FLOOR'
131590             IF WK-RC-VALUE = 'N'
131600                 MOVE 'N' TO WK-PFL-SW
131610             END-IF
131620         WHEN 'NEAR-THRESH-PCT'
131630     IF WK-RC-VALUE(1:3) IS NUMERIC
131640     MOVE WK-RC-VALUE(1:3) TO WK-NEAR-PCT
131650     END-IF
131660     WHEN 'HOLD-THRESHOLD'
131670             IF WK-RC-VALUE(1:9) IS NUMERIC
131680                 MOVE WK-RC-VALUE(1:9) TO WK-HOLD-THRESHOLD
131690             END-IF
131700         WHEN 'HEARTBEAT-INT'
131710             IF WK-RC-VALUE(1:5) IS NUMERIC
131720                 MOVE WK-RC-VALUE(1:5) TO WK-HB-INTERVAL
131730             END-IF
131740         WHEN 'EXPECTED-BILLS'
131750             IF WK-RC-VALUE(1:7) IS NUMERIC
131760                 MOVE WK-RC-VALUE(1:7) TO WK-HB-EXPECTED
131770             END-IF
131780         WHEN 'ERR-THRESH-PCT'
131790             IF WK-RC-VALUE(1:3) IS NUMERIC
131800                 MOVE WK-RC-VALUE(1:3) TO WK-ERR-THRESH-PCT
131810             END-IF
131820         WHEN 'ERR-THRESH-BASE'
131830             IF WK-RC-VALUE(1:7) IS NUMERIC
131840                 MOVE WK-RC-VALUE(1:7) TO WK-ERR-THRESH-BASE
131850             END-IF
131860         WHEN 'MTD-RESET'
131870             IF WK-RC-VALUE = 'Y'
131880                 MOVE 'Y' TO WK-MTD-RESET-SW
131890             END-IF
131900         WHEN 'COMPARE'
131910             IF WK-RC-VALUE = 'Y'
131920                 MOVE 'Y' TO WK-COMPARE-SW
131930             END-IF
131940         WHEN 'DISCH-FROM'
131950             MOVE WK-RC-VALUE TO WK-RC-DISCH-FROM
131960         WHEN 'DISCH-THRU'
131970             MOVE WK-RC-VALUE TO WK-RC-DISCH-THRU
131980         WHEN 'PROVIDER'
131990             IF WK-RC-PROV-COUNT < 50
132000                 ADD 1 TO WK-RC-PROV-COUNT
132010                 SET RC-PROV-IDX TO WK-RC-PROV-COUNT
132020                 MOVE WK-RC-VALUE TO
132030                     WK-RC-PROV-NO(RC-PROV-IDX)
132040             END-IF
132050         WHEN OTHER
132060             DISPLAY 'PPBAT215 - RUN-CONTROL CARD IGNORED : '
132070                     RUN-CTL-REC
132080     END-EVALUATE.
132090 1332-EXIT.
132100     EXIT.
132110*===========================================================*
132120* 1437-CHECK-TRACE-PARM - READ THE PRICING TRACE PARAMETER   *
132130*                 CARD, IF ANY.  A CARD WITH A PROVIDER       *
132140*                 NUMBER TURNS TRACE MODE ON FOR THAT         *
132150*                 PROVIDER (AND DISCHARGE DATE, IF GIVEN),     *
132160*                 AND OPENS THE TRACE REPORT.                 *
132170*===========================================================*
132180 1437-CHECK-TRACE-PARM.
132190     OPEN INPUT TRACE-PARM-FILE.
132200     IF WK-TRCPARM-STATUS = '00'
132210         READ TRACE-PARM-FILE
132220             AT END
132230                 MOVE 'N' TO WK-TRACE-SW
132240         END-READ
132250         IF WK-TRCPARM-STATUS = '00'
132260            AND TP-PROVIDER-NO NOT = SPACES
132270             SET TRACE-MODE TO TRUE
132280             MOVE TP-PROVIDER-NO    TO WK-TRC-PROVIDER
132290             MOVE TP-DISCHARGE-DATE TO WK-TRC-DATE
132300             OPEN OUTPUT TRACE-OUT
132310         END-IF
132320         CLOSE TRACE-PARM-FILE
132330     ELSE
132340         MOVE 'N' TO WK-TRACE-SW
132350     END-IF.
132360 1437-EXIT.
132370     EXIT.
132380*===========================================================*
132390* 1440-PRESCAN-AND-SORT - COUNT THE PROVIDER BREAKS THE      *
132400*                 BILL FILE WOULD CAUSE IN ARRIVAL ORDER     *
132410*                 (AND HOW MANY ARE OUT OF SEQUENCE), THEN   *
132420*                 SORT THE FILE BY PROVIDER NUMBER AND POINT *
132430*                 THE PRICING LOOP AT THE SORTED COPY.  THE  *
132440*                 BREAKS ACTUALLY TAKEN ARE COUNTED IN       *
132450*                 2231-CHECK-PROVIDER-BREAK AND THE BREAKS   *
132460*                 SAVED ARE REPORTED AT END OF RUN.          *
132470*===========================================================*
132480 1440-PRESCAN-AND-SORT.
132490     OPEN INPUT BILL-FILE-IN.
132500     MOVE SPACES TO WK-SCAN-LAST-PROV.
132510     PERFORM 1442-SCAN-ONE-BILL THRU 1442-EXIT
132520         UNTIL BILL-AT-EOF.
132530     CLOSE BILL-FILE-IN.
132540     MOVE 'N' TO WK-BILL-EOF.
132550     DISPLAY 'PPBAT215 - BREAKS IN ARRIVAL ORDER : '
132560             WK-BREAKS-ARRIVAL.
132570     DISPLAY 'PPBAT215 - OUT-OF-SEQUENCE BREAKS  : '
132580             WK-OUT-OF-SEQ.
132590     SORT SORT-WORK-FILE
132600         ON ASCENDING KEY SW-PROVIDER-NO
132610         USING BILL-FILE-IN
132620         GIVING BILL-SORTED-FILE.
132630     OPEN INPUT BILL-SORTED-FILE.
132640 1440-EXIT.
132650     EXIT.
132660 1442-SCAN-ONE-BILL.
132670     READ BILL-FILE-IN
132680         AT END
132690             SET BILL-AT-EOF TO TRUE
132700             GO TO 1442-EXIT
132710     END-READ.
132720     MOVE BILL-DATA-2021 TO WK-BILL-CTL-REC.
132730     IF WK-CTL-TYPE = 'HDR' OR WK-CTL-TYPE = 'TRL'
132740         GO TO 1442-EXIT
132750     END-IF.
132760     IF B-21-PROVIDER-NO NOT = WK-SCAN-LAST-PROV
132770         ADD 1 TO WK-BREAKS-ARRIVAL
132780         IF WK-SCAN-LAST-PROV NOT = SPACES
132790            AND B-21-PROVIDER-NO < WK-SCAN-LAST-PROV
132800             ADD 1 TO WK-OUT-OF-SEQ
132810         END-IF
132820         MOVE B-21-PROVIDER-NO TO WK-SCAN-LAST-PROV
132830     END-IF.
132840 1442-EXIT.
132850     EXIT.
132860*===========================================================*
132870* 1445-PRESCAN-SAMEDAY - BUILD THE SAME-DAY PAIR TABLE      *
132880* BEFORE PRICING: ONE ROW PER STAY WITH AN MBI AND          *
132890* ADMISSION DATE, THEN PAIR ANY TWO SAME-PROVIDER STAYS     *
132900* WHERE THE SECOND ADMISSION FALLS ON THE FIRST'S           *
132910* DISCHARGE DAY.  THE SAME MATCHING THE READMISSION CHAIN   *
132920* REPORT USES, MOVED AHEAD OF PAYMENT.                      *
132930*===========================================================*
132940 1445-PRESCAN-SAMEDAY.
132950     IF NOT SAMEDAY-EDIT-ON AND NOT OVERLAP-EDIT-ON
132960         GO TO 1445-EXIT
132970     END-IF.
132980     OPEN INPUT BILL-FILE-IN.
132990     PERFORM 1446-SCAN-ONE-SAMEDAY THRU 1446-EXIT
133000         UNTIL BILL-AT-EOF.
133010     CLOSE BILL-FILE-IN.
133020     MOVE 'N' TO WK-BILL-EOF.
133030     IF NOT SAMEDAY-EDIT-ON
133040         GO TO 1445-EXIT
133050     END-IF.
133060     PERFORM 1447-PAIR-ONE-STAY THRU 1447-EXIT
133070         VARYING SDY-IDX FROM 1 BY 1
133080         UNTIL SDY-IDX > WK-SDY-COUNT.
133090 1445-EXIT.
133100     EXIT.
133110 1446-SCAN-ONE-SAMEDAY.
133120     READ BILL-FILE-IN
133130         AT END
133140             SET BILL-AT-EOF TO TRUE
133150             GO TO 1446-EXIT
133160     END-READ.
133170     MOVE BILL-DATA-2021 TO WK-BILL-CTL-REC.
133180     IF WK-CTL-TYPE = 'HDR' OR WK-CTL-TYPE = 'TRL'
133190         GO TO 1446-EXIT
133200     END-IF.
133210     IF B-21-MBI = SPACES
133220        OR B-21-ADMIT-DATE NOT NUMERIC
133230        OR B-21-ADMIT-DATE = 0
133240         GO TO 1446-EXIT
133250     END-IF.
133260     IF WK-SDY-COUNT >= 10000
133270         ADD 1 TO WK-SDY-DROPPED
133280         GO TO 1446-EXIT
133290     END-IF.
133300     ADD 1 TO WK-SDY-COUNT.
133310     SET SDY-IDX TO WK-SDY-COUNT.
133320     MOVE B-21-MBI         TO SDY-MBI(SDY-IDX).
133330     MOVE B-21-PROVIDER-NO TO SDY-PROVIDER-NO(SDY-IDX).
133340     MOVE B-21-ADMIT-DATE TO WK-DTS-DATE.
133350     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
133360     MOVE WK-DTS-SERIAL TO SDY-ADMIT-SERIAL(SDY-IDX).
133370     MOVE B-21-DISCHARGE-DATE TO WK-DTS-DATE.
133380     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
133390     MOVE WK-DTS-SERIAL TO SDY-DISCHG-SERIAL(SDY-IDX).
133400     MOVE 'N' TO SDY-PAIRED-SW(SDY-IDX).
133410     MOVE B-21-DRG            TO SDY-DRG(SDY-IDX).
133420     MOVE B-21-DISCHARGE-DATE TO SDY-DISCHARGE(SDY-IDX).
133430     MOVE 'N' TO SDY-CANCEL-SW(SDY-IDX).
133440     IF B-21-ACTION-CANCEL
133450         MOVE 'Y' TO SDY-CANCEL-SW(SDY-IDX)
133460     END-IF.
133470 1446-EXIT.
133480     EXIT.
133490 1447-PAIR-ONE-STAY.
133500     PERFORM 1448-COMPARE-ONE-PAIR THRU 1448-EXIT
133510         VARYING SDY-JDX FROM 1 BY 1
133520         UNTIL SDY-JDX > WK-SDY-COUNT.
133530 1447-EXIT.
133540     EXIT.
133550 1448-COMPARE-ONE-PAIR.
133560     IF SDY-IDX = SDY-JDX
133570         GO TO 1448-EXIT
133580     END-IF.
133590     IF SDY-MBI(SDY-IDX) NOT = SDY-MBI(SDY-JDX)
133600        OR SDY-PROVIDER-NO(SDY-IDX) NOT =
133610           SDY-PROVIDER-NO(SDY-JDX)
133620         GO TO 1448-EXIT
133630     END-IF.
133640     IF SDY-ADMIT-SERIAL(SDY-JDX) =
133650            SDY-DISCHG-SERIAL(SDY-IDX)
133660         MOVE 'Y' TO SDY-PAIRED-SW(SDY-IDX)
133670         MOVE 'Y' TO SDY-PAIRED-SW(SDY-JDX)
133680     END-IF.
133690 1448-EXIT.
133700     EXIT.
133710*===========================================================*
133720* 1449A-LOAD-OVERLAP-HIST - LOAD THE PAID STAYS ON THE       *
133730* HISTORY REPOSITORY THAT DISCHARGED INSIDE THE LOOKBACK     *
133740* WINDOW AND CARRY AN MBI, FOR THE OVERLAPPING-STAY EDIT.    *
133750* A CLAIM REPRICED IN A LATER RUN KEEPS ONLY ITS LATEST ROW. *
133760*===========================================================*
133770 1449A-LOAD-OVERLAP-HIST.
133780     IF NOT OVERLAP-EDIT-ON OR NOT HISTREPO-ACTIVE
133790         GO TO 1449A-EXIT
133800     END-IF.
133810     ACCEPT WK-DTS-DATE FROM DATE YYYYMMDD.
133820     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
133830     COMPUTE WK-OVL-CUTOFF-SER = WK-DTS-SERIAL - WK-OVL-LOOKBACK.
133840     MOVE 'N' TO WK-HISTSCAN-EOF.
133850     MOVE LOW-VALUES TO HR-KEY.
133860     START HIST-REPO-FILE
133870         KEY NOT < HR-KEY
133880         INVALID KEY
133890             GO TO 1449A-EXIT
133900     END-START.
133910     PERFORM 1449B-LOAD-ONE-HIST THRU 1449B-EXIT
133920         UNTIL HIST-SCAN-DONE.
133930     MOVE 'N' TO WK-HISTSCAN-EOF.
133940     DISPLAY 'PPBAT215 - OVERLAP HISTORY   : ' WK-OVS-COUNT.
133950 1449A-EXIT.
133960     EXIT.
133970 1449B-LOAD-ONE-HIST.
133980     READ HIST-REPO-FILE NEXT
133990         AT END
134000             SET HIST-SCAN-DONE TO TRUE
134010             GO TO 1449B-EXIT
134020     END-READ.
134030     IF HR-MBI = SPACES
134040        OR HR-RUN-ID = WK-RUN-ID
134050         GO TO 1449B-EXIT
134060     END-IF.
134070     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
134080     IF WK-HRD-RTC NOT NUMERIC OR WK-HRD-RTC NOT < 50
134090         GO TO 1449B-EXIT
134100     END-IF.
134110     MOVE HR-DISCHARGE-DATE TO WK-DTS-DATE.
134120     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
134130     IF WK-DTS-SERIAL < WK-OVL-CUTOFF-SER
134140         GO TO 1449B-EXIT
134150     END-IF.
134160     IF WK-OVS-COUNT > 0
134170         SET OVS-IDX TO WK-OVS-COUNT
134180         IF OVS-MBI(OVS-IDX) = HR-MBI
134190            AND OVS-PROVIDER-NO(OVS-IDX) = HR-PROVIDER-NO
134200            AND OVS-DISCHARGE(OVS-IDX) = HR-DISCHARGE-DATE
134210             GO TO 1449B-STORE
134220         END-IF
134230     END-IF.
134240     IF WK-OVS-COUNT >= 10000
134250         ADD 1 TO WK-OVS-DROPPED
134260         GO TO 1449B-EXIT
134270     END-IF.
134280     ADD 1 TO WK-OVS-COUNT.
134290     SET OVS-IDX TO WK-OVS-COUNT.
134300 1449B-STORE.
134310     IF WK-HRD-REG-DAYS NOT NUMERIC
134320         MOVE ZEROES TO WK-HRD-REG-DAYS
134330     END-IF.
134340     IF WK-HRD-LTR-DAYS NOT NUMERIC
134350         MOVE ZEROES TO WK-HRD-LTR-DAYS
134360     END-IF.
134370     MOVE HR-MBI            TO OVS-MBI(OVS-IDX).
134380     MOVE HR-PROVIDER-NO    TO OVS-PROVIDER-NO(OVS-IDX).
134390     MOVE HR-DRG            TO OVS-DRG(OVS-IDX).
134400     MOVE HR-DISCHARGE-DATE TO OVS-DISCHARGE(OVS-IDX).
134410     MOVE HR-CLAIM-SEQ      TO OVS-CLAIM-SEQ(OVS-IDX).
134420     MOVE HR-RUN-ID         TO OVS-RUN-ID(OVS-IDX).
134430     MOVE WK-DTS-SERIAL     TO OVS-DISCHG-SERIAL(OVS-IDX).
134440     COMPUTE OVS-ADMIT-SERIAL(OVS-IDX) = WK-DTS-SERIAL
134450         - WK-HRD-REG-DAYS - WK-HRD-LTR-DAYS.
134460 1449B-EXIT.
134470     EXIT.
134480*===========================================================*
134490* 1480-WRITE-PROV-DICT - WRITE ONE LINE PER PROV-DICT-ENTRY  *
134500*                 ROW, DOCUMENTING EVERY 88-LEVEL CONDITION  *
134510*                 NAME DEFINED ON THE PROVIDER RECORD.  RUN  *
134520*                 ONCE AT THE START OF EVERY JOB SINCE THE   *
134530*                 CONTENT NEVER VARIES WITH THE BILL FILE.   *
134540*===========================================================*
134550 1480-WRITE-PROV-DICT.
134560     SET PROV-DICT-IDX TO 1.
134570     PERFORM 1481-WRITE-ONE-PROV-DICT THRU 1481-EXIT
134580         UNTIL PROV-DICT-IDX > 42.
134590 1480-EXIT.
134600     EXIT.
134610 1481-WRITE-ONE-PROV-DICT.
134620     MOVE PD-COND-NAME(PROV-DICT-IDX)  TO WK-PD-COND-NAME.
134630     MOVE PD-FIELD-NAME(PROV-DICT-IDX) TO WK-PD-FIELD-NAME.
134640     MOVE PD-VALUE-SET(PROV-DICT-IDX)  TO WK-PD-VALUE-SET.
134650     MOVE PD-DESC-TEXT(PROV-DICT-IDX)  TO WK-PD-DESC-TEXT.
134660     MOVE WK-PD-DETAIL-LINE TO PROV-DICT-LINE.
134670     WRITE PROV-DICT-LINE.
134680     SET PROV-DICT-IDX UP BY 1.
134690 1481-EXIT.
134700     EXIT.
134710*===========================================================*
134720* 1489-LOAD-REFTAB-MONITOR - ASSEMBLE THE REFERENCE TABLE     *
134730*                 CAPACITY/REFRESH MONITOR TABLE FROM THE      *
134740*                 LOAD COUNTERS LEFT BEHIND BY 1100-LOAD-PROV- *
134750*                 MASTER, 1200-LOAD-MSAX-TABLE, 1300-LOAD-CBSA-*
134760*                 TABLE, AND 1320-LOAD-COUNTY-CBSA.  RUN ONCE   *
134770*                 AFTER ALL FOUR TABLES HAVE FINISHED LOADING.  *
134780*===========================================================*
134790 1489-LOAD-REFTAB-MONITOR.
134800     MOVE 'PROV-MAST-TABLE'    TO RTM-NAME(1).
134810     MOVE WK-PROV-COUNT        TO RTM-COUNT(1).
134820     MOVE 02000                TO RTM-CAPACITY(1).
134830     MOVE 'MSAX-WI-TABLE'      TO RTM-NAME(2).
134840     MOVE WK-MSAX-COUNT        TO RTM-COUNT(2).
134850     MOVE 09000                TO RTM-CAPACITY(2).
134860     MOVE 'CBSA-WI-TABLE'      TO RTM-NAME(3).
134870     MOVE WK-CBSA-COUNT        TO RTM-COUNT(3).
134880     MOVE 08000                TO RTM-CAPACITY(3).
134890     MOVE 'COUNTY-CBSA-TABLE'  TO RTM-NAME(4).
134900     MOVE WK-CNTYCBSA-COUNT    TO RTM-COUNT(4).
134910     MOVE 04000                TO RTM-CAPACITY(4).
134920 1489-EXIT.
134930     EXIT.
134940*===========================================================*
134950* 1490-WRITE-REFTAB-MONITOR - WRITE ONE LINE PER RTM-ENTRY    *
134960*                 ROW, FLAGGING ANY REFERENCE TABLE THAT       *
134970*                 LOADED ZERO ROWS (A STALE OR MISSING REFRESH  *
134980*                 FILE) OR THAT IS AT OR NEAR ITS OCCURS        *
134990*                 CAPACITY (RISKING SILENT ROW TRUNCATION).     *
135000*===========================================================*
135010 1490-WRITE-REFTAB-MONITOR.
135020     SET RTM-IDX TO 1.
135030     PERFORM 1491-WRITE-ONE-REFTAB THRU 1491-EXIT
135040         UNTIL RTM-IDX > 4.
135050 1490-EXIT.
135060     EXIT.
135070 1491-WRITE-ONE-REFTAB.
135080     MOVE RTM-NAME(RTM-IDX)     TO WK-RTM-NAME.
135090     MOVE RTM-COUNT(RTM-IDX)    TO WK-RTM-COUNT.
135100     MOVE RTM-CAPACITY(RTM-IDX) TO WK-RTM-CAPACITY.
135110     EVALUATE TRUE
135120         WHEN RTM-COUNT(RTM-IDX) = 0
135130             MOVE 'EMPTY - NO REFRESH' TO WK-RTM-STATUS
135140         WHEN RTM-COUNT(RTM-IDX) >= RTM-CAPACITY(RTM-IDX)
135150             MOVE 'AT CAPACITY'        TO WK-RTM-STATUS
135160         WHEN (RTM-COUNT(RTM-IDX) * 100) >=
135170                 (RTM-CAPACITY(RTM-IDX) * 90)
135180             MOVE 'NEAR CAPACITY'      TO WK-RTM-STATUS
135190         WHEN OTHER
135200             MOVE 'OK'                 TO WK-RTM-STATUS
135210     END-EVALUATE.
135220     MOVE WK-RTM-DETAIL-LINE TO REFTAB-MON-LINE.
135230     WRITE REFTAB-MON-LINE.
135240     SET RTM-IDX UP BY 1.
135250 1491-EXIT.
135260     EXIT.
135270*===========================================================*
135280* 1150-WRITE-PROV-TIMELINE - DUMP THE FULLY-LOADED PROVIDER  *
135290*                 MASTER TABLE TO THE PROVIDER EFFECTIVE-    *
135300*                 DATE TIMELINE REPORT, ONE LINE PER         *
135310*                 PROVIDER, USING THE PROV-DATE-VIEW/        *
135320*                 PROV-FYE-VIEW REDEFINES OF PROV-RECORD.    *
135330*===========================================================*
135340 1150-WRITE-PROV-TIMELINE.
135350     OPEN OUTPUT PROV-TIMELINE-OUT.
135360     MOVE WK-PROVTL-HEADING1 TO PROV-TIMELINE-LINE.
135370     WRITE PROV-TIMELINE-LINE.
135380     SET PM-IDX TO 1.
135390     PERFORM 1160-WRITE-ONE-PROV-TIMELINE THRU 1160-EXIT
135400         UNTIL PM-IDX > WK-PROV-COUNT.
135410     CLOSE PROV-TIMELINE-OUT.
135420 1150-EXIT.
135430     EXIT.
135440 1160-WRITE-ONE-PROV-TIMELINE.
135450     MOVE PM-KEY-RECORD(PM-IDX) TO PROV-RECORD.
135460     MOVE PM-KEY-NO(PM-IDX)     TO WK-PVT-PROVIDER-NO.
135470     MOVE PV-EFF-DATE           TO WK-PVT-EFF-DATE.
135480     MOVE PV-FY-BEGIN-DATE      TO WK-PVT-FY-BEGIN-DATE.
135490     MOVE PV-TERM-DATE          TO WK-PVT-TERM-DATE.
135500     MOVE PV-FYE-DATE           TO WK-PVT-FYE-DATE.
135510     MOVE WK-PROVTL-DETAIL-LINE TO PROV-TIMELINE-LINE.
135520     WRITE PROV-TIMELINE-LINE.
135530     SET PM-IDX UP BY 1.
135540 1160-EXIT.
135550     EXIT.
135560*===========================================================*
135570* 1100-LOAD-PROV-MASTER - LOAD THE PROVIDER MASTER INTO     *
135580*                         PROV-MAST-TABLE FOR SEARCHING.    *
135590*===========================================================*
135600 1100-LOAD-PROV-MASTER.
135610     OPEN INPUT PROV-MAST-FILE.
135620     SET PM-IDX TO 1.
135630     PERFORM 1110-READ-PROV-MASTER THRU 1110-EXIT
135640         UNTIL PROV-MAST-AT-EOF OR WK-PROV-COUNT >= 2000.
135650     CLOSE PROV-MAST-FILE.
135660 1100-EXIT.
135670     EXIT.
135680 1110-READ-PROV-MASTER.
135690     READ PROV-MAST-FILE
135700         AT END
135710             SET PROV-MAST-AT-EOF TO TRUE
135720             GO TO 1110-EXIT
135730     END-READ.
135740     MOVE PM-PROVIDER-NO   TO PM-KEY-NO(PM-IDX).
135750     MOVE PM-SEGMENT-EFF-DATE TO PM-KEY-EFF-DATE(PM-IDX).
135760     IF PM-FORMAT-IND = 'O'
135770         ADD 1 TO WK-BILLS-OLD-FORMAT
135780         PERFORM 1115-CONVERT-OLD-SEGMENT THRU 1115-EXIT
135790         MOVE PROV-NEW-HOLD TO PM-KEY-RECORD(PM-IDX)
135800     ELSE
135810         MOVE PM-PROV-RECORD   TO PM-KEY-RECORD(PM-IDX)
135820     END-IF.
135830     ADD  1 TO WK-PROV-COUNT.
135840     SET  PM-IDX UP BY 1.
135850 1110-EXIT.
135860     EXIT.
135870*===========================================================*
135880* 1115-CONVERT-OLD-SEGMENT - UPGRADE AN OLD-FORMAT (PRE-    *
135890* MILLENNIUM) PROVIDER SEGMENT INTO THE NEW-FORMAT HOLD     *
135900* AREA AT LOAD TIME, WINDOWING TWO-DIGIT YEARS (51-99 ->    *
135910* 19XX, 00-50 -> 20XX), SO PERIOD-CORRECT OLD PROVIDER      *
135920* DATA FLOWS THROUGH THE NORMAL PRICING PATH AND PPDRV215'S *
135930* EXISTING OLD-RECORD CONVERSION FOR THE OLD PPCAL CHAIN.   *
135940*===========================================================*
135950 1115-CONVERT-OLD-SEGMENT.
135960     MOVE PM-PROV-RECORD TO WK-OLD-PROV-REC.
135970     INITIALIZE PROV-NEW-HOLD.
135980     MOVE OP-PROVIDER-NO        TO P-NEW-PROVIDER-NO.
135990     IF OP-EFF-YY > 50
136000         MOVE 19 TO WK-OLD-CENTURY
136010     ELSE
136020         MOVE 20 TO WK-OLD-CENTURY
136030     END-IF.
136040     MOVE WK-OLD-CENTURY        TO P-NEW-EFF-DT-CC.
136050     MOVE OP-EFF-YY             TO P-NEW-EFF-DT-YY.
136060     MOVE OP-EFF-MM             TO P-NEW-EFF-DT-MM.
136070     MOVE OP-EFF-DD             TO P-NEW-EFF-DT-DD.
136080     IF OP-FYB-YY > 50
136090         MOVE 19 TO P-NEW-FY-BEG-DT-CC
136100     ELSE
136110         MOVE 20 TO P-NEW-FY-BEG-DT-CC
136120     END-IF.
136130     MOVE OP-FYB-YY             TO P-NEW-FY-BEG-DT-YY.
136140     MOVE OP-FYB-MM             TO P-NEW-FY-BEG-DT-MM.
136150     MOVE OP-FYB-DD             TO P-NEW-FY-BEG-DT-DD.
136160     IF OP-RPT-YY > 50
136170         MOVE 19 TO P-NEW-REPORT-DT-CC
136180     ELSE
136190         MOVE 20 TO P-NEW-REPORT-DT-CC
136200     END-IF.
136210     MOVE OP-RPT-YY             TO P-NEW-REPORT-DT-YY.
136220     MOVE OP-RPT-MM             TO P-NEW-REPORT-DT-MM.
136230     MOVE OP-RPT-DD             TO P-NEW-REPORT-DT-DD.
136240     IF OP-TERMINATION-DATE = '000000'
136250         MOVE ZEROES TO P-NEW-TERMINATION-DATE
136260     ELSE
136270         IF OP-TERM-YY > 50
136280             MOVE 19 TO P-NEW-TERM-DT-CC
136290         ELSE
136300             MOVE 20 TO P-NEW-TERM-DT-CC
136310         END-IF
136320         MOVE OP-TERM-YY        TO P-NEW-TERM-DT-YY
136330         MOVE OP-TERM-MM        TO P-NEW-TERM-DT-MM
136340         MOVE OP-TERM-DD        TO P-NEW-TERM-DT-DD
136350     END-IF.
136360     MOVE OP-WAIVER-CODE        TO P-NEW-WAIVER-CODE.
136370     MOVE OP-PROVIDER-TYPE      TO P-NEW-PROVIDER-TYPE.
136380     MOVE OP-CURRENT-CENSUS-DIV TO P-NEW-CURRENT-CENSUS-DIV.
136390     MOVE OP-PPS-BLEND-YR-IND   TO P-NEW-PPS-BLEND-YR-IND.
136400     MOVE OP-MSA-X              TO P-NEW-GEO-LOC-MSAX.
136410     MOVE OP-WAGE-INDEX-LOC-MSA TO P-NEW-WAGE-INDEX-LOC-MSA.
136420     MOVE OP-STAND-AMT-LOC-MSA  TO P-NEW-STAND-AMT-LOC-MSA.
136430     MOVE OP-CHG-CODE-INDEX     TO P-NEW-CHG-CODE-INDEX.
136440     MOVE OP-SOL-COM-DEP-HOSP-YR TO P-NEW-SOL-COM-DEP-HOSP-YR.
136450     MOVE OP-LUGAR              TO P-NEW-LUGAR.
136460     MOVE OP-TEMP-RELIEF-IND    TO P-NEW-TEMP-RELIEF-IND.
136470     MOVE OP-INTER-NO           TO P-NEW-INTER-NO.
136480     MOVE OP-FAC-SPEC-RATE      TO P-NEW-CMI-ADJ-CPD.
136490     MOVE OP-COLA               TO P-NEW-COLA.
136500     MOVE OP-INTERN-RATIO       TO P-NEW-INTERN-RATIO.
136510     MOVE OP-PRUP-UPDT-FACTOR   TO P-NEW-PRUP-UPDTE-FACTOR.
136520     MOVE OP-BED-SIZE           TO P-NEW-BED-SIZE.
136530     MOVE OP-DSH-PERCENT        TO P-NEW-DSH-PERCENT.
136540     MOVE OP-CCR                TO P-NEW-CCR.
136550     MOVE OP-CMI                TO P-NEW-CMI.
136560     MOVE OP-SSI-RATIO          TO P-NEW-SSI-RATIO.
136570     MOVE OP-MEDICAID-RATIO     TO P-NEW-MEDICAID-RATIO.
136580     MOVE OP-FYE-MM             TO P-NEW-FYE-MM.
136590     MOVE OP-FYE-DD             TO P-NEW-FYE-DD.
136600     MOVE OP-FYE-YY             TO P-NEW-FYE-YY.
136610     IF OP-FYE-YY > 50
136620         MOVE 19 TO P-NEW-FYE-CC
136630     ELSE
136640         MOVE 20 TO P-NEW-FYE-CC
136650     END-IF.
136660     MOVE OP-PASS-AMT-CAPITAL   TO P-NEW-PASS-AMT-CAPITAL.
136670     MOVE OP-PASS-AMT-DIR-MED-ED
136680                                TO P-NEW-PASS-AMT-DIR-MED-ED.
136690     MOVE OP-PASS-AMT-ORGAN-ACQ TO P-NEW-PASS-AMT-ORGAN-ACQ.
136700     MOVE OP-PASS-AMT-PLUS-MISC TO P-NEW-PASS-AMT-PLUS-MISC.
136710     MOVE OP-CAPI-PPS-PAY-CODE  TO P-NEW-CAPI-PPS-PAY-CODE.
136720     MOVE OP-CAPI-HOSP-SPEC-RATE
136730                                TO P-NEW-CAPI-HOSP-SPEC-RATE.
136740     MOVE OP-CAPI-OLD-HARM-RATE TO P-NEW-CAPI-OLD-HARM-RATE.
136750     MOVE OP-CAPI-NEW-HARM-RATIO
136760                                TO P-NEW-CAPI-NEW-HARM-RATIO.
136770     MOVE OP-CAPI-CSTCHG-RATIO  TO P-NEW-CAPI-CSTCHG-RATIO.
136780     MOVE OP-CAPI-NEW-HOSP      TO P-NEW-CAPI-NEW-HOSP.
136790     MOVE OP-CAPI-IME           TO P-NEW-CAPI-IME.
136800     MOVE OP-CAPI-EXCEPTIONS    TO P-NEW-CAPI-EXCEPTIONS.
136810  1115-EXIT.
136820     EXIT.
136830*===========================================================*
136840* 1200-LOAD-MSAX-TABLE - LOAD THE MSA WAGE INDEX RATE FILE  *
136850*                        INTO MSAX-WI-TABLE FOR PPDRV215.   *
136860*===========================================================*
136870 1200-LOAD-MSAX-TABLE.
136880     IF TABLES-FROM-IMAGE
136890         GO TO 1200-EXIT
136900     END-IF.
136910     OPEN INPUT MSAX-WI-FILE.
136920     SET MU1 TO 1.
136930     PERFORM 1210-READ-MSAX THRU 1210-EXIT
136940         UNTIL MSAX-AT-EOF OR WK-MSAX-COUNT >= 9000.
136950     PERFORM 1220-FILL-MSAX-TAIL THRU 1220-EXIT
136960         VARYING MU3 FROM MU1 BY 1 UNTIL MU3 > 9000.
136970     CLOSE MSAX-WI-FILE.
136980 1200-EXIT.
136990     EXIT.
137000 1210-READ-MSAX.
137010     READ MSAX-WI-FILE
137020         AT END
137030             SET MSAX-AT-EOF TO TRUE
137040             GO TO 1210-EXIT
137050     END-READ.
137060     MOVE MI-MSAX-MSA         TO WK-THIS-MSAX-KEY(1:4).
137070     MOVE MI-MSAX-EFF-DATE    TO WK-THIS-MSAX-KEY(5:8).
137080     IF WK-THIS-MSAX-KEY < WK-LAST-MSAX-KEY
137090         DISPLAY 'PPBAT215 - MSAX WAGE FILE OUT OF SEQUENCE '
137100                 'AT MSA ' MI-MSAX-MSA ' EFF ' MI-MSAX-EFF-DATE
137110         MOVE 16 TO RETURN-CODE
137120         STOP RUN
137130     END-IF.
137140     MOVE WK-THIS-MSAX-KEY    TO WK-LAST-MSAX-KEY.
137150     MOVE MI-MSAX-MSA         TO M-MSAX-MSA(MU1).
137160     MOVE MI-MSAX-SIZE        TO M-MSAX-SIZE(MU1).
137170     MOVE MI-MSAX-EFF-DATE    TO M-MSAX-EFF-DATE(MU1).
137180     MOVE MI-MSAX-WAGE-INDX1  TO M-MSAX-WAGE-INDX1(MU1).
137190     MOVE MI-MSAX-WAGE-INDX2  TO M-MSAX-WAGE-INDX2(MU1).
137200     ADD  1 TO WK-MSAX-COUNT.
137210     SET  MU1 UP BY 1.
137220 1210-EXIT.
137230     EXIT.
137240*-----------------------------------------------------------*
137250* 1220-FILL-MSAX-TAIL - FILL THE UNUSED TABLE TAIL WITH     *
137260* HIGH-VALUES KEYS SO THE KEYED BINARY SEARCH SEES A FULLY  *
137270* ASCENDING TABLE.                                          *
137280*-----------------------------------------------------------*
137290 1220-FILL-MSAX-TAIL.
137300     MOVE HIGH-VALUES TO M-MSAX-MSA(MU3).
137310     MOVE HIGH-VALUES TO M-MSAX-EFF-DATE(MU3).
137320  1220-EXIT.
137330     EXIT.
137340*===========================================================*
137350* 1300-LOAD-CBSA-TABLE - LOAD THE CBSA WAGE INDEX RATE FILE *
137360*                        INTO CBSA-WI-TABLE FOR PPDRV215.   *
137370*===========================================================*
137380 1300-LOAD-CBSA-TABLE.
137390     IF TABLES-FROM-IMAGE
137400         GO TO 1300-EXIT
137410     END-IF.
137420     OPEN INPUT CBSA-WI-FILE.
137430     SET MA1 TO 1.
137440     PERFORM 1310-READ-CBSA THRU 1310-EXIT
137450         UNTIL CBSA-AT-EOF OR WK-CBSA-COUNT >= 8000.
137460     PERFORM 1315-FILL-CBSA-TAIL THRU 1315-EXIT
137470         VARYING MA3 FROM MA1 BY 1 UNTIL MA3 > 8000.
137480     CLOSE CBSA-WI-FILE.
137490 1300-EXIT.
137500     EXIT.
137510 1310-READ-CBSA.
137520     READ CBSA-WI-FILE
137530         AT END
137540             SET CBSA-AT-EOF TO TRUE
137550             GO TO 1310-EXIT
137560     END-READ.
137570     MOVE CI-CBSA             TO WK-THIS-CBSA-KEY(1:5).
137580     MOVE CI-CBSA-EFF-DATE    TO WK-THIS-CBSA-KEY(6:8).
137590     IF WK-THIS-CBSA-KEY < WK-LAST-CBSA-KEY
137600         DISPLAY 'PPBAT215 - CBSA WAGE FILE OUT OF SEQUENCE '
137610                 'AT CBSA ' CI-CBSA ' EFF ' CI-CBSA-EFF-DATE
137620         MOVE 16 TO RETURN-CODE
137630         STOP RUN
137640     END-IF.
137650     MOVE WK-THIS-CBSA-KEY    TO WK-LAST-CBSA-KEY.
137660     MOVE CI-CBSA             TO T-CBSA(MA1).
137670     MOVE CI-CBSA-SIZE        TO T-CBSA-SIZE(MA1).
137680     MOVE CI-CBSA-EFF-DATE    TO T-CBSA-EFF-DATE(MA1).
137690     MOVE CI-CBSA-WAGE-INDX1  TO T-CBSA-WAGE-INDX1(MA1).
137700     MOVE CI-CBSA-WAGE-INDX2  TO T-CBSA-WAGE-INDX2(MA1).
137710     MOVE CI-CBSA-WAGE-INDX3  TO T-CBSA-WAGE-INDX3(MA1).
137720     ADD  1 TO WK-CBSA-COUNT.
137730     SET  MA1 UP BY 1.
137740 1310-EXIT.
137750     EXIT.
137760*-----------------------------------------------------------*
137770* 1315-FILL-CBSA-TAIL - FILL THE UNUSED TABLE TAIL WITH     *
137780* HIGH-VALUES KEYS FOR THE KEYED BINARY SEARCH.             *
137790*-----------------------------------------------------------*
137800 1315-FILL-CBSA-TAIL.
137810     MOVE HIGH-VALUES TO T-CBSA(MA3).
137820     MOVE HIGH-VALUES TO T-CBSA-EFF-DATE(MA3).
137830  1315-EXIT.
137840     EXIT.
137850*===========================================================*
137860* 1320-LOAD-COUNTY-CBSA - LOAD THE STANDARD COUNTY-CODE-TO-  *
137870*                 CBSA CROSSWALK INTO COUNTY-CBSA-TABLE FOR  *
137880*                 THE PROVIDER CROSS-REFERENCE VALIDATION     *
137890*                 REPORT.                                    *
137900*===========================================================*
137910 1320-LOAD-COUNTY-CBSA.
137920     IF TABLES-FROM-IMAGE
137930         GO TO 1320-EXIT
137940     END-IF.
137950     OPEN INPUT COUNTY-CBSA-FILE.
137960     SET CX1 TO 1.
137970     PERFORM 1330-READ-COUNTY-CBSA THRU 1330-EXIT
137980         UNTIL CNTYCBSA-AT-EOF OR WK-CNTYCBSA-COUNT >= 4000.
137990     CLOSE COUNTY-CBSA-FILE.
138000 1320-EXIT.
138010     EXIT.
138020 1330-READ-COUNTY-CBSA.
138030     READ COUNTY-CBSA-FILE
138040         AT END
138050             SET CNTYCBSA-AT-EOF TO TRUE
138060             GO TO 1330-EXIT
138070     END-READ.
138080     MOVE CX-COUNTY-CODE      TO CC-COUNTY-CODE(CX1).
138090     MOVE CX-CBSA             TO CC-CBSA(CX1).
138100     ADD  1 TO WK-CNTYCBSA-COUNT.
138110     SET  CX1 UP BY 1.
138120 1330-EXIT.
138130     EXIT.
138140*===========================================================*
138150* 1340-LOAD-DRGHIST-TABLE - LOAD THE PRIOR-FISCAL-YEAR DRG     *
138160*                 WEIGHT/ALOS/SHORT-STAY-CUTOFF REFERENCE FILE *
138170*                 INTO DRG-HIST-TABLE FOR THE YEAR-OVER-YEAR    *
138180*                 IMPACT SIMULATOR.                            *
138190*===========================================================*
138200 1340-LOAD-DRGHIST-TABLE.
138210     OPEN INPUT DRG-HIST-FILE.
138220     SET DH-IDX TO 1.
138230     PERFORM 1345-READ-DRGHIST THRU 1345-EXIT
138240         UNTIL DRGHIST-AT-EOF OR WK-DRGHIST-COUNT >= 1000.
138250     CLOSE DRG-HIST-FILE.
138260 1340-EXIT.
138270     EXIT.
138280 1345-READ-DRGHIST.
138290     READ DRG-HIST-FILE
138300         AT END
138310             SET DRGHIST-AT-EOF TO TRUE
138320             GO TO 1345-EXIT
138330     END-READ.
138340     MOVE DGI-DRG              TO DH-DRG(DH-IDX).
138350     MOVE DGI-PRIORYR-WT       TO DH-PRIORYR-WT(DH-IDX).
138360     MOVE DGI-PRIORYR-ALOS     TO DH-PRIORYR-ALOS(DH-IDX).
138370     MOVE DGI-PRIORYR-CUTOFF   TO DH-PRIORYR-CUTOFF(DH-IDX).
138380     ADD  1 TO WK-DRGHIST-COUNT.
138390     SET  DH-IDX UP BY 1.
138400 1345-EXIT.
138410     EXIT.
138420*===========================================================*
138430* 1400-LOAD-NEWTECH-TABLE - LOAD THE NEW-TECHNOLOGY ADD-ON  *
138440*                     RATE/CAP FILE INTO NEW-TECH-TABLE     *
138450*                     FOR PPCAL215.                          *
138460*===========================================================*
138470 1400-LOAD-NEWTECH-TABLE.
138480     IF TABLES-FROM-IMAGE
138490         GO TO 1400-EXIT
138500     END-IF.
138510     OPEN INPUT NEW-TECH-FILE.
138520     SET NT-IDX TO 1.
138530     PERFORM 1410-READ-NEWTECH THRU 1410-EXIT
138540         UNTIL NEWTECH-AT-EOF OR WK-NEWTECH-COUNT >= 100.
138550     CLOSE NEW-TECH-FILE.
138560 1400-EXIT.
138570     EXIT.
138580 1410-READ-NEWTECH.
138590     READ NEW-TECH-FILE
138600         AT END
138610             SET NEWTECH-AT-EOF TO TRUE
138620             GO TO 1410-EXIT
138630     END-READ.
138640     MOVE NI-PROC-CODE        TO NT-PROC-CODE(NT-IDX).
138650     MOVE NI-EFF-DATE         TO NT-EFF-DATE(NT-IDX).
138660     MOVE NI-END-DATE         TO NT-END-DATE(NT-IDX).
138670     MOVE NI-ADDON-PCT        TO NT-ADDON-PCT(NT-IDX).
138680     MOVE NI-ADDON-CAP        TO NT-ADDON-CAP(NT-IDX).
138690     ADD  1 TO WK-NEWTECH-COUNT.
138700     SET  NT-IDX UP BY 1.
138710 1410-EXIT.
138720     EXIT.
138730*===========================================================*
138740* 1420-LOAD-DRGWT-TABLE - LOAD THE CURRENT FISCAL YEAR'S    *
138750*                     TABLE 5 DRG WEIGHT FILE INTO           *
138760*                     DRG-WEIGHT-FILE-TABLE FOR PPCAL215.    *
138770*                     A DRG ABSENT FROM THE FILE PRICES TO   *
138780*                     RTC 54.                                *
138790*===========================================================*
138800 1420-LOAD-DRGWT-TABLE.
138810     IF TABLES-FROM-IMAGE
138820         GO TO 1420-EXIT
138830     END-IF.
138840     OPEN INPUT DRG-WEIGHT-FILE.
138850     MOVE ZEROES TO DWF-COUNT.
138860     SET DWF-IDX TO 1.
138870     PERFORM 1425-READ-DRGWT THRU 1425-EXIT
138880         UNTIL DRGWT-AT-EOF OR WK-DRGWT-COUNT >= 800.
138890     CLOSE DRG-WEIGHT-FILE.
138900     MOVE WK-DRGWT-COUNT TO DWF-COUNT.
138910     PERFORM 1426-FILL-DRGWT-TAIL THRU 1426-EXIT
138920         VARYING DWF-SIDX FROM DWF-IDX BY 1
138930         UNTIL DWF-SIDX > 800.
138940     IF WK-DRGWT-COUNT = 0
138950         DISPLAY 'PPBAT215 - DRG WEIGHT FILE EMPTY - '
138960                 'PPCAL215 COMPILED TABLE IN EFFECT'
138970     END-IF.
138980  1420-EXIT.
138990     EXIT.
139000  1425-READ-DRGWT.
139010     READ DRG-WEIGHT-FILE
139020         AT END
139030             SET DRGWT-AT-EOF TO TRUE
139040             GO TO 1425-EXIT
139050     END-READ.
139060     MOVE DW-DRG              TO DWF-DRG(DWF-IDX).
139070     MOVE DW-WT               TO DWF-WT(DWF-IDX).
139080     MOVE DW-GMALOS           TO DWF-GMALOS(DWF-IDX).
139090     MOVE DW-LOW              TO DWF-LOW(DWF-IDX).
139100     MOVE DW-ARITH-ALOS       TO DWF-ARITH-ALOS(DWF-IDX).
139110     MOVE DW-PAC              TO DWF-PAC(DWF-IDX).
139120     MOVE DW-SPPAC            TO DWF-SPPAC(DWF-IDX).
139130     MOVE DW-DESC             TO DWF-DESC(DWF-IDX).
139140     ADD  1 TO WK-DRGWT-COUNT.
139150     SET  DWF-IDX UP BY 1.
139160  1425-EXIT.
139170     EXIT.
139180*-----------------------------------------------------------*
139190* 1426-FILL-DRGWT-TAIL - FILL THE UNUSED TABLE TAIL WITH    *
139200* HIGH-VALUES KEYS SO THE SERIAL SEARCH IN THE PRICING      *
139210* MODULE CANNOT MATCH AN UNLOADED ROW.                      *
139220*-----------------------------------------------------------*
139230 1426-FILL-DRGWT-TAIL.
139240     MOVE HIGH-VALUES TO DWF-DRG(DWF-SIDX).
139250 1426-EXIT.
139260     EXIT.
139270*===========================================================*
139280* 2000-PROCESS-BILLS - MAIN BILL-PRICING LOOP.              *
139290*===========================================================*
139300 2000-PROCESS-BILLS.
139310     IF CERTIFY-MODE
139320         PERFORM 2700-CERTIFY-CYCLE THRU 2700A-EXIT
139330         GO TO 2000-EXIT
139340     END-IF.
139350     PERFORM 2550-RELEASE-HELD THRU 2550-EXIT.
139360     PERFORM 2560-RELEASE-FUNDS-HELD THRU 2560-EXIT.
139370     PERFORM 2570-JUDGE-WITHHOLDS THRU 2570-EXIT.
139380     PERFORM 2580-RELEASE-FLOOR-HELD THRU 2580-EXIT.
139390     PERFORM 2500-RECYCLE-PENDED THRU 2500-EXIT.
139400     PERFORM 2600-REWORK-CYCLE THRU 2600-EXIT.
139410     PERFORM 2100-READ-BILL THRU 2100-EXIT.
139420     PERFORM 2200-PRICE-ONE-BILL THRU 2200-EXIT
139430         UNTIL BILL-AT-EOF.
139440 2000-EXIT.
139450     EXIT.
139460 2100-READ-BILL.
139470*    A CONTROL (HDR/TRL) RECORD IS CAPTURED AND SKIPPED; THE
139480*    LOOP RE-ENTERS TO FETCH THE NEXT DATA RECORD.
139490     IF BILL-SORT-MODE
139500         READ BILL-SORTED-FILE INTO BILL-DATA-2021
139510             AT END
139520                 SET BILL-AT-EOF TO TRUE
139530                 GO TO 2100-EXIT
139540         END-READ
139550     ELSE
139560         READ BILL-FILE-IN
139570             AT END
139580                 SET BILL-AT-EOF TO TRUE
139590                 GO TO 2100-EXIT
139600         END-READ
139610     END-IF.
139620     MOVE BILL-DATA-2021 TO WK-BILL-CTL-REC.
139630     IF WK-CTL-TYPE = 'HDR'
139640         SET BILL-HDR-SEEN TO TRUE
139650         ADD 1 TO WK-CTL-RECS-READ
139660         DISPLAY 'PPBAT215 - BILL FILE HEADER - RUN DATE '
139670                 WK-HDR-RUN-DATE ' SOURCE ' WK-HDR-SOURCE-SYSTEM
139680         GO TO 2100-READ-BILL
139690     END-IF.
139700     IF WK-CTL-TYPE = 'TRL'
139710         SET BILL-TRL-SEEN TO TRUE
139720         ADD 1 TO WK-CTL-RECS-READ
139730         MOVE WK-TRL-RECORD-COUNT  TO WK-TRL-SAVED-COUNT
139740         MOVE WK-TRL-TOTAL-CHARGES TO WK-TRL-SAVED-CHARGES
139750         GO TO 2100-READ-BILL
139760     END-IF.
139770*    AN OPERATOR STOP TAKES EFFECT AT THE FIRST BILL OF THE
139780*    NEXT PROVIDER.  THAT BILL IS NOT COUNTED - THE RESUMING
139790*    RUN READS IT AGAIN.
139800     IF STOP-IS-PENDING
139810        AND B-21-PROVIDER-NO NOT = WK-STOP-PROVIDER
139820         PERFORM 2270B-HONOR-STOP-REQUEST THRU 2270B-EXIT
139830         GO TO 2100-EXIT
139840     END-IF.
139850     ADD 1 TO WK-BILLS-READ.
139860     MOVE SPACE TO WK-BILL-SOURCE.
139870*    PER-BILL HOLD/SUSPEND SWITCHES - CLEARED HERE SO THE
139880*    NO-PAY AND CARRIED PATHS, WHICH BYPASS THE PRICED-BILL
139890*    CHECKS, NEVER SEE THE PREVIOUS BILL'S SETTING.
139900     MOVE 'N' TO WK-HOLD-SW.
139910     MOVE 'N' TO WK-SUSP-SW.
139920     MOVE 'N' TO WK-FUNDS-HOLD-SW.
139930     MOVE 'N' TO WK-PFL-HOLD-SW.
139940     ADD 1 TO WK-CLAIM-SEQ.
139950     IF B-21-FORMAT-EXTENDED
139960         ADD 1 TO WK-FMT-EXTENDED
139970     ELSE
139980         ADD 1 TO WK-FMT-ORIGINAL
139990     END-IF.
140000     IF B-21-CHARGES-CLAIMED NUMERIC
140010         ADD B-21-CHARGES-CLAIMED TO WK-ACT-TOT-CHARGES
140020     END-IF.
140030     PERFORM 2375-WRITE-HEARTBEAT THRU 2375-EXIT.
140040     PERFORM 2105-MATCH-REV-DETAIL THRU 2105-EXIT.
140050 2100-EXIT.
140060     EXIT.
140070 2200-PRICE-ONE-BILL.
140080     PERFORM 2206-CHECK-ERROR-RATE THRU 2206-EXIT.
140090     PERFORM 2201-STRUCTURAL-EDIT THRU 2201-EXIT.
140100     IF BILL-IS-STRUCTURAL-FAIL
140110         ADD 1 TO WK-BILLS-QUARANTINED
140120         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
140130         PERFORM 2100-READ-BILL THRU 2100-EXIT
140140         GO TO 2200-EXIT
140150     END-IF.
140160     PERFORM 2201B-CHECK-ENTITLEMENT THRU 2201B-EXIT.
140170     IF ELIGIBILITY-FAILED
140180         ADD 1 TO WK-BILLS-ELIG-DENIED
140190         MOVE 'EF' TO WK-EV-TYPE
140200*        2201B'S DENIAL REASON, LESS ITS 'DENIED - ' PREFIX
140210         MOVE WK-EL2-DISPOSITION(10:30) TO WK-EV-DETAIL
140220         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
140230         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
140240         PERFORM 2100-READ-BILL THRU 2100-EXIT
140250         GO TO 2200-EXIT
140260     END-IF.
140270     PERFORM 2201A-TIMELY-FILING THRU 2201A-EXIT.
140280     IF TIMELY-FILING-FAILED
140290         ADD 1 TO WK-BILLS-TF-DENIED
140300         MOVE 'EF' TO WK-EV-TYPE
140310         MOVE 'TIMELY FILING LIMIT EXCEEDED'
140320             TO WK-EV-DETAIL
140330         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
140340         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
140350         PERFORM 2100-READ-BILL THRU 2100-EXIT
140360         GO TO 2200-EXIT
140370     END-IF.
140380     PERFORM 2205C-CHECK-CC44 THRU 2205C-EXIT.
140390     IF BILL-IS-CC44
140400         ADD 1 TO WK-CC44-BILLS
140410         PERFORM 2205H-WRITE-CC44-NOPAY THRU 2205H-EXIT
140420         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
140430         PERFORM 2100-READ-BILL THRU 2100-EXIT
140440         GO TO 2200-EXIT
140450     END-IF.
140460     PERFORM 2203A-CHECK-SAMEDAY THRU 2203A-EXIT.
140470     IF BILL-IS-SAMEDAY
140480         ADD 1 TO WK-BILLS-SAMEDAY
140490         MOVE 'HL' TO WK-EV-TYPE
140500         MOVE 'SAME-DAY STAY HOLD'
140510             TO WK-EV-DETAIL
140520         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
140530         MOVE BILL-DATA-2021 TO SAMEDAY-HOLD-REC
140540         WRITE SAMEDAY-HOLD-REC
140550         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
140560         PERFORM 2100-READ-BILL THRU 2100-EXIT
140570         GO TO 2200-EXIT
140580     END-IF.
140590     PERFORM 2203B-CHECK-OVERLAP THRU 2203B-EXIT.
140600     IF BILL-IS-OVERLAP
140610         ADD 1 TO WK-BILLS-OVERLAP
140620         MOVE 'HL' TO WK-EV-TYPE
140630         MOVE 'OVERLAPPING STAY HOLD'
140640             TO WK-EV-DETAIL
140650         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
140660         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
140670         PERFORM 2100-READ-BILL THRU 2100-EXIT
140680         GO TO 2200-EXIT
140690     END-IF.
140700     PERFORM 2202-CHECK-RUN-FILTERS THRU 2202-EXIT.
140710     IF WK-RC-PROV-HIT-SW = 'X'
140720         ADD 1 TO WK-BILLS-FILTERED
140730         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
140740         PERFORM 2100-READ-BILL THRU 2100-EXIT
140750         GO TO 2200-EXIT
140760     END-IF.
140770     PERFORM 2203-CHECK-DUPLICATE THRU 2203-EXIT.
140780     IF BILL-IS-DUPLICATE
140790         ADD 1 TO WK-BILLS-DUPLICATE
140800         MOVE 'EF' TO WK-EV-TYPE
140810         MOVE 'DUPLICATE BILL IN RUN'
140820             TO WK-EV-DETAIL
140830         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
140840         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
140850         PERFORM 2100-READ-BILL THRU 2100-EXIT
140860         GO TO 2200-EXIT
140870     END-IF.
140880     PERFORM 2213-CHECK-HIST-DUP THRU 2213-EXIT.
140890     IF BILL-IS-HIST-DUP
140900         ADD 1 TO WK-BILLS-HIST-DUP
140910         MOVE 'EF' TO WK-EV-TYPE
140920         MOVE 'DUPLICATE OF PRIOR PRICING'
140930             TO WK-EV-DETAIL
140940         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
140950         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
140960         PERFORM 2100-READ-BILL THRU 2100-EXIT
140970         GO TO 2200-EXIT
140980     END-IF.
140990     PERFORM 2218-CHECK-XWALK THRU 2218-EXIT.
141000     PERFORM 2205A-ADJUST-OCCURRENCE THRU 2205A-EXIT.
141010     PERFORM 2206A-VERIFY-DISCHARGE-STATUS THRU 2206A-EXIT.
141020     PERFORM 2207A-COMBINE-INTERIM THRU 2207A-EXIT.
141030     IF B-21-FREQ-INTERIM
141040         ADD 1 TO WK-INTERIM-HELD
141050         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
141060         PERFORM 2100-READ-BILL THRU 2100-EXIT
141070         GO TO 2200-EXIT
141080     END-IF.
141090     IF BILL-BENEFITS-EXHAUSTED
141100         ADD 1 TO WK-OCC-NOPAY-BILLS
141110         PERFORM 2205B-WRITE-EXHAUST-NOPAY THRU 2205B-EXIT
141120         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
141130         PERFORM 2100-READ-BILL THRU 2100-EXIT
141140         GO TO 2200-EXIT
141150     END-IF.
141160     PERFORM 2204-VERIFY-LOS THRU 2204-EXIT.
141170     IF LOS-EDIT-FAILED
141180         ADD 1 TO WK-BILLS-LOS-REJECT
141190         MOVE 'EF' TO WK-EV-TYPE
141200         MOVE 'LOS CONTRADICTS STAY DATES'
141210             TO WK-EV-DETAIL
141220         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
141230         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
141240         PERFORM 2100-READ-BILL THRU 2100-EXIT
141250         GO TO 2200-EXIT
141260     END-IF.
141270     PERFORM 2204A-VERIFY-RECV-PROVIDER THRU 2204A-EXIT.
141280     IF WK-XT-MATCH-SW = 'X'
141290         ADD 1 TO WK-XFER-EDIT-REJECTS
141300         MOVE 'EF' TO WK-EV-TYPE
141310         MOVE 'TRANSFER RECEIVING PROVIDER'
141320             TO WK-EV-DETAIL
141330         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
141340         PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
141350         PERFORM 2100-READ-BILL THRU 2100-EXIT
141360         GO TO 2200-EXIT
141370     END-IF.
141380     PERFORM 2231-CHECK-PROVIDER-BREAK THRU 2231-EXIT.
141390     PERFORM 2210-FIND-PROVIDER THRU 2210-EXIT.
141400     IF PROV-WAS-FOUND
141410         PERFORM 2204B-VERIFY-POA THRU 2204B-EXIT
141420         IF POA-EDIT-FAILED
141430             ADD 1 TO WK-BILLS-POA-REJECT
141440             MOVE 'EF' TO WK-EV-TYPE
141450             MOVE 'PRESENT-ON-ADMISSION EDIT' TO WK-EV-DETAIL
141460             PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
141470             PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
141480             PERFORM 2100-READ-BILL THRU 2100-EXIT
141490             GO TO 2200-EXIT
141500         END-IF
141510     END-IF.
141520     IF PROV-WAS-FOUND
141530         PERFORM 2263-CHECK-BILLING-NPI THRU 2263-EXIT
141540         IF BILL-NPI-INVALID
141550             ADD 1 TO WK-NPI-REJECTS
141560             PERFORM 2263B-WRITE-NPI-NOPAY THRU 2263B-EXIT
141570             PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
141580             PERFORM 2100-READ-BILL THRU 2100-EXIT
141590             GO TO 2200-EXIT
141600         END-IF
141610     END-IF.
141620     IF PROV-WAS-FOUND
141630         PERFORM 2211-CHECK-TERMINATED THRU 2211-EXIT
141640         IF BILL-PROV-TERMINATED
141650             ADD 1 TO WK-TERM-REJECTS
141660             PERFORM 2211B-WRITE-TERM-NOPAY THRU 2211B-EXIT
141670             PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT
141680             PERFORM 2100-READ-BILL THRU 2100-EXIT
141690             GO TO 2200-EXIT
141700         END-IF
141710     END-IF.
141720     IF PROV-WAS-FOUND
141730         PERFORM 2215-PRICE-FOUND-BILL THRU 2215-EXIT
141740     ELSE
141750         ADD 1 TO WK-BILLS-NO-PROVIDER
141760         PERFORM 2207-WRITE-PEND THRU 2207-EXIT
141770     END-IF.
141780* CHECKPOINT INTERVAL IS DRIVEN OFF WK-BILLS-READ, WHICH COUNTS
141790* EVERY BILL READ REGARDLESS OF PROVIDER MATCH, SO THE WRITE
141800* MUST HAPPEN HERE FOR EVERY BILL, NOT JUST PRICED ONES.
141810     PERFORM 2270-WRITE-CHECKPOINT THRU 2270-EXIT.
141820     PERFORM 2206-CHECK-ERROR-RATE THRU 2206-EXIT.
141830     PERFORM 2100-READ-BILL THRU 2100-EXIT.
141840 2200-EXIT.
141850     EXIT.
141860*===========================================================*
141870* 2500-RECYCLE-PENDED - AT THE START OF THE RUN, RE-PRESENT  *
141880* EVERY BILL PENDED BY A PRIOR RUN AGAINST THE FRESHLY       *
141890* LOADED PROVIDER MASTER.  A BILL THAT NOW FINDS A SEGMENT   *
141900* PRICES THROUGH THE NORMAL PATH; THE REST CYCLE FORWARD ON  *
141910* THE PEND FILE, AND A BILL PAST THE CYCLE LIMIT AGES OUT    *
141920* TO THE AGED-PEND REPORT.                                   *
141930*===========================================================*
141940 2500-RECYCLE-PENDED.
141950     OPEN INPUT PEND-FILE-IN.
141960     IF WK-PENDIN-STATUS NOT = '00'
141970         GO TO 2500-EXIT
141980     END-IF.
141990     PERFORM 2510-RECYCLE-ONE THRU 2510-EXIT
142000         UNTIL PENDIN-AT-EOF.
142010     CLOSE PEND-FILE-IN.
142020 2500-EXIT.
142030     EXIT.
142040 2510-RECYCLE-ONE.
142050     READ PEND-FILE-IN
142060         AT END
142070             SET PENDIN-AT-EOF TO TRUE
142080             GO TO 2510-EXIT
142090     END-READ.
142100     MOVE PEND-IN-REC TO GEN-STAMP-REC.
142110     IF GS-IS-STAMP
142120         GO TO 2510-EXIT
142130     END-IF.
142140     ADD 1 TO WK-PEND-RECYCLED.
142150     ADD 1 TO WK-CLAIM-SEQ.
142160     MOVE 'R' TO WK-BILL-SOURCE.
142170     MOVE PN-BILL-RECORD TO BILL-DATA-2021.
142180     PERFORM 2231-CHECK-PROVIDER-BREAK THRU 2231-EXIT.
142190     PERFORM 2210-FIND-PROVIDER THRU 2210-EXIT.
142200*    THE PROVIDER-DEPENDENT EDITS COULD NOT RUN WHEN THE
142210*    BILL PENDED WITHOUT A PROVIDER - THEY RUN HERE, AS IN
142220*    THE MAIN PRICING LOOP, BEFORE THE RECYCLED BILL PRICES.
142230     IF PROV-WAS-FOUND
142240         PERFORM 2204B-VERIFY-POA THRU 2204B-EXIT
142250         IF POA-EDIT-FAILED
142260             ADD 1 TO WK-BILLS-POA-REJECT
142270             MOVE 'EF' TO WK-EV-TYPE
142280             MOVE 'PRESENT-ON-ADMISSION EDIT' TO WK-EV-DETAIL
142290             PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
142300             GO TO 2510-EXIT
142310         END-IF
142320         PERFORM 2263-CHECK-BILLING-NPI THRU 2263-EXIT
142330         IF BILL-NPI-INVALID
142340             ADD 1 TO WK-NPI-REJECTS
142350             PERFORM 2263B-WRITE-NPI-NOPAY THRU 2263B-EXIT
142360             GO TO 2510-EXIT
142370         END-IF
142380         PERFORM 2211-CHECK-TERMINATED THRU 2211-EXIT
142390         IF BILL-PROV-TERMINATED
142400             ADD 1 TO WK-TERM-REJECTS
142410             PERFORM 2211B-WRITE-TERM-NOPAY THRU 2211B-EXIT
142420             GO TO 2510-EXIT
142430         END-IF
142440         PERFORM 2215-PRICE-FOUND-BILL THRU 2215-EXIT
142450         ADD 1 TO WK-PEND-PAID
142460         GO TO 2510-EXIT
142470     END-IF.
142480     IF PN-CYCLE-COUNT NOT < WK-PEND-MAX-CYCLES
142490         ADD 1 TO WK-PEND-AGED
142500         MOVE 'EF' TO WK-EV-TYPE
142510         MOVE 'PEND AGED OUT - NO PROVIDER' TO WK-EV-DETAIL
142520         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
142530         MOVE PN-BILL-RECORD(11:6)  TO WK-PG-PROVIDER-NO
142540         MOVE PN-BILL-RECORD(19:3)  TO WK-PG-DRG
142550         MOVE PN-BILL-RECORD(30:8)  TO WK-PG-DISCHARGE
142560         MOVE PN-PEND-DATE          TO WK-PG-PEND-DATE
142570         MOVE PN-CYCLE-COUNT        TO WK-PG-CYCLES
142580         MOVE WK-PAG-DETAIL-LINE    TO PEND-AGED-LINE
142590         WRITE PEND-AGED-LINE
142600         GO TO 2510-EXIT
142610     END-IF.
142620     MOVE PN-BILL-RECORD  TO PQ-BILL-RECORD.
142630     MOVE PN-PEND-DATE    TO PQ-PEND-DATE.
142640     COMPUTE PQ-CYCLE-COUNT = PN-CYCLE-COUNT + 1.
142650     WRITE PEND-OUT-REC.
142660     MOVE 'PN' TO WK-EV-TYPE.
142670     MOVE 'RE-PENDED - NO PROVIDER' TO WK-EV-DETAIL.
142680     PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT.
142690 2510-EXIT.
142700     EXIT.
142710*===========================================================*
142720* 2700-CERTIFY-CYCLE - PRICE EVERY CERTIFICATION DECK CASE   *
142730* THROUGH THE NORMAL PPDRV215 PATH AND COMPARE THE RESULT    *
142740* TO THE EXPECTED VALUES FIELD BY FIELD.  ANY MISMATCH       *
142750* FAILS THE RELEASE (RETURN CODE 16).                        *
142760*===========================================================*
142770 2700-CERTIFY-CYCLE.
142780     OPEN INPUT CERT-DECK-IN.
142790     IF WK-CERTIN-STATUS NOT = '00'
142800         DISPLAY 'PPBAT215 - CERTIFICATION DECK MISSING'
142810         MOVE 16 TO RETURN-CODE
142820         GO TO 2700A-EXIT
142830     END-IF.
142840     OPEN OUTPUT CERT-RPT-OUT.
142850     MOVE 'CERTIFICATION REPORT' TO WK-RPT-TITLE.
142860     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
142870     MOVE WK-RPT-HDR-LINE1 TO CERT-RPT-LINE.
142880     WRITE CERT-RPT-LINE.
142890     MOVE WK-RPT-HDR-LINE2 TO CERT-RPT-LINE.
142900     WRITE CERT-RPT-LINE.
142910     PERFORM 2710-CERTIFY-ONE THRU 2710-EXIT
142920         UNTIL CERT-AT-EOF.
142930     CLOSE CERT-DECK-IN.
142940     IF WK-CERT-FAILED = 0
142950         MOVE 'RELEASE CERTIFIED' TO CERT-RPT-LINE
142960     ELSE
142970         MOVE 'RELEASE FAILED CERTIFICATION' TO CERT-RPT-LINE
142980         MOVE 16 TO RETURN-CODE
142990     END-IF.
143000     WRITE CERT-RPT-LINE.
143010     CLOSE CERT-RPT-OUT.
143020     DISPLAY 'PPBAT215 - CERT CASES RUN    : ' WK-CERT-CASES.
143030     DISPLAY 'PPBAT215 - CERT CASES FAILED : ' WK-CERT-FAILED.
143040 2700A-EXIT.
143050     EXIT.
143060 2710-CERTIFY-ONE.
143070     READ CERT-DECK-IN
143080         AT END
143090             SET CERT-AT-EOF TO TRUE
143100             GO TO 2710-EXIT
143110     END-READ.
143120     ADD 1 TO WK-CERT-CASES.
143130     ADD 1 TO WK-CLAIM-SEQ.
143140     MOVE CD-BILL-RECORD TO BILL-DATA-2021.
143150     MOVE 'N' TO WK-CERT-CASE-BAD-SW.
143160     PERFORM 2231-CHECK-PROVIDER-BREAK THRU 2231-EXIT.
143170     PERFORM 2210-FIND-PROVIDER THRU 2210-EXIT.
143180     IF PROV-WAS-FOUND
143190         PERFORM 2215-PRICE-FOUND-BILL THRU 2215-EXIT
143200     ELSE
143210         MOVE 51 TO PPS-RTC
143220         MOVE ZEROES TO PPS-TOTAL-PAYMENT
143230                        PPS-OPER-HSP-PART
143240                        PPS-OPER-FSP-PART
143250                        PPS-OPER-OUTLIER-PART
143260                        PPS-OPER-DSH-ADJ
143270     END-IF.
143280     MOVE B-21-PROVIDER-NO TO WK-CF-PROVIDER-NO.
143290     MOVE B-21-DRG         TO WK-CF-DRG.
143300     IF PPS-RTC NOT = CD-EXP-RTC
143310         MOVE 'PPS-RTC'    TO WK-CF-FIELD
143320         MOVE CD-EXP-RTC   TO WK-CF-EXPECTED
143330         MOVE PPS-RTC      TO WK-CF-ACTUAL
143340         PERFORM 2720-WRITE-CERT-MISMATCH THRU 2720-EXIT
143350     END-IF.
143360     IF PPS-TOTAL-PAYMENT NOT = CD-EXP-TOTAL
143370         MOVE 'TOTAL-PAYMENT' TO WK-CF-FIELD
143380         MOVE CD-EXP-TOTAL    TO WK-CF-EXPECTED
143390         MOVE PPS-TOTAL-PAYMENT TO WK-CF-ACTUAL
143400         PERFORM 2720-WRITE-CERT-MISMATCH THRU 2720-EXIT
143410     END-IF.
143420     IF PPS-OPER-HSP-PART NOT = CD-EXP-HSP
143430         MOVE 'OPER-HSP-PART' TO WK-CF-FIELD
143440         MOVE CD-EXP-HSP      TO WK-CF-EXPECTED
143450         MOVE PPS-OPER-HSP-PART TO WK-CF-ACTUAL
143460         PERFORM 2720-WRITE-CERT-MISMATCH THRU 2720-EXIT
143470     END-IF.
143480     IF PPS-OPER-FSP-PART NOT = CD-EXP-FSP
143490         MOVE 'OPER-FSP-PART' TO WK-CF-FIELD
143500         MOVE CD-EXP-FSP      TO WK-CF-EXPECTED
143510         MOVE PPS-OPER-FSP-PART TO WK-CF-ACTUAL
143520         PERFORM 2720-WRITE-CERT-MISMATCH THRU 2720-EXIT
143530     END-IF.
143540     IF PPS-OPER-OUTLIER-PART NOT = CD-EXP-OUTLIER
143550         MOVE 'OPER-OUTLIER'  TO WK-CF-FIELD
143560         MOVE CD-EXP-OUTLIER  TO WK-CF-EXPECTED
143570         MOVE PPS-OPER-OUTLIER-PART TO WK-CF-ACTUAL
143580         PERFORM 2720-WRITE-CERT-MISMATCH THRU 2720-EXIT
143590     END-IF.
143600     IF PPS-OPER-DSH-ADJ NOT = CD-EXP-DSH
143610         MOVE 'OPER-DSH-ADJ'  TO WK-CF-FIELD
143620         MOVE CD-EXP-DSH      TO WK-CF-EXPECTED
143630         MOVE PPS-OPER-DSH-ADJ TO WK-CF-ACTUAL
143640         PERFORM 2720-WRITE-CERT-MISMATCH THRU 2720-EXIT
143650     END-IF.
143660     IF CERT-CASE-FAILED
143670         ADD 1 TO WK-CERT-FAILED
143680     END-IF.
143690 2710-EXIT.
143700     EXIT.
143710 2720-WRITE-CERT-MISMATCH.
143720     SET CERT-CASE-FAILED TO TRUE.
143730     MOVE WK-CF-DETAIL-LINE TO CERT-RPT-LINE.
143740     WRITE CERT-RPT-LINE.
143750 2720-EXIT.
143760     EXIT.
143770*===========================================================*
143780* 2600-REWORK-CYCLE - LOAD THE CORRECTION TRANSACTIONS,      *
143790* THEN RE-PRESENT EVERY BILL ON THE PRIOR RUN'S REWORK FILE: *
143800* A BILL WITH MATCHING CORRECTIONS IS CORRECTED AND          *
143810* RE-PRICED; THE REST (AND STILL-FAILING BILLS) STAY ON THE  *
143820* REWORK FILE FOR THE NEXT CYCLE.                            *
143830*===========================================================*
143840 2600-REWORK-CYCLE.
143850     OPEN INPUT CORRECTION-IN.
143860     IF WK-CORRIN-STATUS = '00'
143870         SET CO-IDX TO 1
143880         PERFORM 2610-READ-ONE-CORR THRU 2610-EXIT
143890             UNTIL CORRIN-AT-EOF OR WK-CORR-COUNT >= 1000
143900         CLOSE CORRECTION-IN
143910     END-IF.
143920     OPEN INPUT REWORK-FILE-IN.
143930     IF WK-REWORKIN-STATUS NOT = '00'
143940         GO TO 2600-EXIT
143950     END-IF.
143960     PERFORM 2620-REWORK-ONE THRU 2620-EXIT
143970         UNTIL REWORKIN-AT-EOF.
143980     CLOSE REWORK-FILE-IN.
143990 2600-EXIT.
144000     EXIT.
144010 2610-READ-ONE-CORR.
144020     READ CORRECTION-IN
144030         AT END
144040             SET CORRIN-AT-EOF TO TRUE
144050             GO TO 2610-EXIT
144060     END-READ.
144070     MOVE CR-PROVIDER-NO    TO CO-PROVIDER-NO(CO-IDX).
144080     MOVE CR-DRG            TO CO-DRG(CO-IDX).
144090     MOVE CR-DISCHARGE-DATE TO CO-DISCHARGE(CO-IDX).
144100     MOVE CR-FIELD-NAME     TO CO-FIELD-NAME(CO-IDX).
144110     MOVE CR-NEW-VALUE      TO CO-NEW-VALUE(CO-IDX).
144120     ADD  1 TO WK-CORR-COUNT.
144130     SET  CO-IDX UP BY 1.
144140 2610-EXIT.
144150     EXIT.
144160 2620-REWORK-ONE.
144170     READ REWORK-FILE-IN
144180         AT END
144190             SET REWORKIN-AT-EOF TO TRUE
144200             GO TO 2620-EXIT
144210     END-READ.
144220     ADD 1 TO WK-RW-READ.
144230     ADD 1 TO WK-CLAIM-SEQ.
144240     MOVE 'W' TO WK-BILL-SOURCE.
144250     MOVE RW-IN-BILL TO BILL-DATA-2021.
144260     MOVE RW-IN-RTC  TO WK-RW-ORIG-RTC.
144270     MOVE 'N' TO WK-RW-CORRECTED-SW.
144280     PERFORM 2630-APPLY-ONE-CORR THRU 2630-EXIT
144290         VARYING CO-SIDX FROM 1 BY 1
144300         UNTIL CO-SIDX > WK-CORR-COUNT.
144310     IF NOT REWORK-BILL-CORRECTED
144320         ADD 1 TO WK-RW-UNCORRECTED
144330         MOVE RW-IN-BILL TO RW-OUT-BILL
144340         MOVE RW-IN-RTC  TO RW-OUT-RTC
144350         WRITE REWORK-OUT-REC
144360         GO TO 2620-EXIT
144370     END-IF.
144380     PERFORM 2231-CHECK-PROVIDER-BREAK THRU 2231-EXIT.
144390     PERFORM 2210-FIND-PROVIDER THRU 2210-EXIT.
144400     IF PROV-WAS-FOUND
144410         PERFORM 2215-PRICE-FOUND-BILL THRU 2215-EXIT
144420     ELSE
144430         MOVE 51 TO PPS-RTC
144440     END-IF.
144450     MOVE B-21-PROVIDER-NO    TO WK-RW-PROVIDER-NO.
144460     MOVE B-21-DRG            TO WK-RW-DRG.
144470     MOVE B-21-DISCHARGE-DATE TO WK-RW-DISCHARGE.
144480     MOVE WK-RW-ORIG-RTC      TO WK-RW-ORIG.
144490     MOVE PPS-RTC             TO WK-RW-NEW.
144500     IF PPS-RTC < 50
144510         ADD 1 TO WK-RW-PAID
144520         MOVE 'CORRECTED AND PAID' TO WK-RW-DISPOSITION
144530     ELSE
144540         ADD 1 TO WK-RW-STILL-FAILING
144550         MOVE 'STILL FAILING' TO WK-RW-DISPOSITION
144560         MOVE BILL-DATA-2021 TO RW-OUT-BILL
144570         MOVE PPS-RTC        TO RW-OUT-RTC
144580         WRITE REWORK-OUT-REC
144590     END-IF.
144600     MOVE WK-RW-DETAIL-LINE TO REWORK-RPT-LINE.
144610     WRITE REWORK-RPT-LINE.
144620 2620-EXIT.
144630     EXIT.
144640 2630-APPLY-ONE-CORR.
144650     IF CO-PROVIDER-NO(CO-SIDX) NOT = B-21-PROVIDER-NO
144660        OR CO-DRG(CO-SIDX) NOT = B-21-DRG
144670        OR CO-DISCHARGE(CO-SIDX) NOT = B-21-DISCHARGE-DATE
144680         GO TO 2630-EXIT
144690     END-IF.
144700     SET REWORK-BILL-CORRECTED TO TRUE.
144710     EVALUATE CO-FIELD-NAME(CO-SIDX)
144720         WHEN 'DRG'
144730             MOVE CO-NEW-VALUE(CO-SIDX)(1:3) TO B-21-DRG
144740         WHEN 'LOS'
144750             MOVE CO-NEW-VALUE(CO-SIDX)(1:3) TO B-21-LOS
144760         WHEN 'COVERED-DAYS'
144770             MOVE CO-NEW-VALUE(CO-SIDX)(1:3)
144780                 TO B-21-COVERED-DAYS
144790         WHEN 'LTR-DAYS'
144800             MOVE CO-NEW-VALUE(CO-SIDX)(1:2) TO B-21-LTR-DAYS
144810         WHEN 'REVIEW-CODE'
144820             MOVE CO-NEW-VALUE(CO-SIDX)(1:2)
144830                 TO B-21-REVIEW-CODE
144840         WHEN 'CHARGES-CLAIMED'
144850             MOVE CO-NEW-VALUE(CO-SIDX)(1:9)
144860                 TO B-21-CHARGES-CLAIMED
144870         WHEN 'DISCHARGE-DATE'
144880             MOVE CO-NEW-VALUE(CO-SIDX)(1:8)
144890                 TO B-21-DISCHARGE-DATE
144900         WHEN 'PROVIDER-NO'
144910             MOVE CO-NEW-VALUE(CO-SIDX)(1:6)
144920                 TO B-21-PROVIDER-NO
144930         WHEN OTHER
144940             DISPLAY 'PPBAT215 - UNKNOWN CORRECTION FIELD : '
144950                     CO-FIELD-NAME(CO-SIDX)
144960     END-EVALUATE.
144970 2630-EXIT.
144980     EXIT.
144990*===========================================================*
145000* 2215-PRICE-FOUND-BILL - PRICE THE BILL IN BILL-DATA-2021    *
145010* AGAINST THE PROVIDER SEGMENT ALREADY SELECTED INTO          *
145020* PROV-RECORD, AND WRITE EVERY PER-BILL OUTPUT.  PERFORMED    *
145030* FROM THE MAIN PRICING LOOP AND FROM THE PEND-RECYCLE STEP.  *
145040*===========================================================*
145050 2215-PRICE-FOUND-BILL.
145060         IF B-21-ACTION-CANCEL
145070             PERFORM 2227-WRITE-REVERSAL THRU 2227-EXIT
145080             ADD 1 TO WK-BILLS-CANCELLED
145090             GO TO 2215-EXIT
145100         END-IF
145110         IF B-21-ACTION-ADJUSTMENT
145120             PERFORM 2227-WRITE-REVERSAL THRU 2227-EXIT
145130             ADD 1 TO WK-BILLS-ADJUSTED
145140         END-IF
145150         PERFORM 2205-CHECK-HMO-FLAG THRU 2205-EXIT
145160         PERFORM 2208-SET-AGED-OVERRIDE THRU 2208-EXIT
145170         PERFORM 2214A-CHECK-DELTA THRU 2214A-EXIT
145180         IF BILL-IS-CARRIED
145190             PERFORM 2214B-CARRY-FORWARD THRU 2214B-EXIT
145200             GO TO 2215-EXIT
145210         END-IF
145220*        PSYCH/REHAB EXCLUDED UNITS (SUBPROVIDER SUFFIX OR
145230*        PROVIDER-RECORD FLAG) DO NOT PRICE UNDER A DRG -
145240*        THEY PAY THE EXEMPT PER-DIEM ON THEIR OWN STREAM.
145250         IF NOT CERTIFY-MODE
145260            AND (PV-EXCL-UNIT
145270                 OR B-21-PROVIDER-NO(3:1) = 'S'
145280                 OR B-21-PROVIDER-NO(3:1) = 'T')
145290             PERFORM 2233-ROUTE-EXEMPT-UNIT THRU 2233-EXIT
145300             GO TO 2215-EXIT
145310         END-IF
145320         CALL 'PPDRV215E' USING BILL-DATA-2021
145330                               PPS-DATA
145340                               PRICER-OPT-VERS-SW
145350                               PPS-ADDITIONAL-VARIABLES
145360                               PROV-RECORD
145370                               MSAX-WI-TABLE
145380                               CBSA-WI-TABLE
145390                               PPHOLDAR-HOLD-AREA
145400                               NEW-TECH-TABLE
145410                               WI-AUDIT-RECORD
145420                               DRG-WEIGHT-FILE-TABLE
145430                               NDC-RATE-TABLE
145440                               OPER-RATE-TABLE
145450                               STATE-CCR-TABLE
145460                               GEO-DESIG-TABLE
145470                               RUFL-FLOOR-TABLE
145480                               PREV-WI-TABLE
145490                               OUTM-ADJ-TABLE
145500                               MID-ADJ-TABLE
145510                               DISP-CTL-TABLE
145520         END-CALL
145530         ADD 1 TO WK-BILLS-PRICED
145540         ADD PPS-TOTAL-PAYMENT TO WK-PPF-PYMT-TOTAL-N
145550*        CERTIFICATION-DECK CASES ARE SYNTHETIC - THE RESULT
145560*        IS COMPARED BY 2710 AND MUST NOT REACH THE
145570*        PRODUCTION EXTRACTS, ACCUMULATORS, OR THE KEYED
145580*        HISTORY REPOSITORY.
145590         IF CERTIFY-MODE
145600             GO TO 2215-EXIT
145610         END-IF
145620         PERFORM 2216-CHECK-HOLD-THRESHOLD THRU 2216-EXIT
145630         PERFORM 2216A-CHECK-TPE-PROBE THRU 2216A-EXIT
145640         PERFORM 2216D-SCREEN-PHYSICIANS THRU 2216D-EXIT
145650         PERFORM 2222-CHECK-SUSPENSION THRU 2222-EXIT
145660         PERFORM 2209-CHARGE-PRESCREEN THRU 2209-EXIT
145670         PERFORM 2249-CALC-SEQUESTRATION THRU 2249-EXIT
145680         PERFORM 2219-CHECK-FUNDS-CEILING THRU 2219-EXIT
145690         PERFORM 2219B-CHECK-PAYMENT-FLOOR THRU 2219B-EXIT
145700         PERFORM 2220-WRITE-RESULT THRU 2220-EXIT
145710         IF WK-BILL-SOURCE NOT = SPACE
145720             MOVE BILL-DATA-2021 TO RW-BILL-OUT-REC
145730             WRITE RW-BILL-OUT-REC
145740         END-IF
145750         PERFORM 2350-CHECK-TRACE THRU 2350-EXIT
145760         PERFORM 2360-COMPARE-PRIOR THRU 2360-EXIT
145770         PERFORM 2226-WRITE-REMIT-RECORD THRU 2226-EXIT
145780         PERFORM 2225-WRITE-HMO-STREAM THRU 2225-EXIT
145790         PERFORM 2240-ACCUM-RECON THRU 2240-EXIT
145800         PERFORM 2241-ACCUM-INTERMEDIARY THRU 2241-EXIT
145810         PERFORM 2244-ACCUM-GL THRU 2244-EXIT
145820         PERFORM 2256-ACCUM-EDITQ THRU 2256-EXIT
145830         PERFORM 2245-ACCUM-MTD THRU 2245-EXIT
145840         PERFORM 2252-ACCUM-STAY THRU 2252-EXIT
145850         PERFORM 2255-ACCUM-ADMISSION THRU 2255-EXIT
145860         PERFORM 2254-ACCUM-ANOMALY THRU 2254-EXIT
145870         PERFORM 2246-ACCUM-PASS-THRU THRU 2246-EXIT
145880         PERFORM 2247-SCREEN-DRG-RULES THRU 2247-EXIT
145890         PERFORM 2250-WRITE-EDIT-ERROR THRU 2250-EXIT
145900         PERFORM 2253-ROUTE-WAIVER-BILL THRU 2253-EXIT
145910         PERFORM 2260-WRITE-WI-AUDIT THRU 2260-EXIT
145920         IF REPORTS-FULL
145930         PERFORM 2230-WRITE-SUMMARY THRU 2230-EXIT
145940         PERFORM 2251-WRITE-SCHMDH THRU 2251-EXIT
145950         PERFORM 2242-ACCUM-UNCOMP-CARE THRU 2242-EXIT
145960         PERFORM 2261-WRITE-OUTM-ADJUSTMENT THRU 2261-EXIT
145970         PERFORM 2262-WRITE-PRIORYR-BLEND THRU 2262-EXIT
145980         PERFORM 2265-TALLY-DISPATCH-COV THRU 2265-EXIT
145990         PERFORM 2267-WRITE-LOW-VOL THRU 2267-EXIT
146000         PERFORM 2268-WRITE-VBP-HRR-EXCEPTION THRU 2268-EXIT
146010         PERFORM 2269-WRITE-ISLET THRU 2269-EXIT
146020         PERFORM 2271-CHECK-CART-CLIN-TRIAL THRU 2271-EXIT
146030         PERFORM 2272-WRITE-PR-WAGE-INDEX THRU 2272-EXIT
146040         PERFORM 2273-WRITE-FLOOR-IMPACT THRU 2273-EXIT
146050         PERFORM 2274-ACCUM-WI-HIST THRU 2274-EXIT
146060         PERFORM 2275-WRITE-NEW-HOSP-OUTLIER THRU 2275-EXIT
146070         PERFORM 2276-WRITE-HAC-PENALTY THRU 2276-EXIT
146080         PERFORM 2277-WRITE-EHR-REDUCTION THRU 2277-EXIT
146090         PERFORM 2278-WRITE-XFER-AUDIT THRU 2278-EXIT
146100         PERFORM 2279-WRITE-PASSTHRU-ITEMIZATION THRU 2279-EXIT
146110         PERFORM 2280-WRITE-BPCI-PARTICIPATION THRU 2280-EXIT
146120         PERFORM 2281-WRITE-SUPP-WI-OVERRIDE THRU 2281-EXIT
146130         PERFORM 2282-ACCUM-RTC-FREQ THRU 2282-EXIT
146140         PERFORM 2283-VALIDATE-NDC-DEMO THRU 2283-EXIT
146150         PERFORM 2286-WRITE-FLX7-PAYMENT THRU 2286-EXIT
146160         PERFORM 2287-WRITE-DSH-BEDCBSA THRU 2287-EXIT
146170         PERFORM 2288-WRITE-IHS-RECLASS THRU 2288-EXIT
146180         PERFORM 2289-ACCUM-OUTLIER-RECON THRU 2289-EXIT
146190         PERFORM 2290-WRITE-CAPI-BLEND THRU 2290-EXIT
146200         PERFORM 2291-WRITE-TWOMID-FACTOR THRU 2291-EXIT
146210         PERFORM 2292-VALIDATE-MODEL1-LOWVOL THRU 2292-EXIT
146220         PERFORM 2293-VALIDATE-COUNTY-CBSA THRU 2293-EXIT
146230         PERFORM 2294-ACCUM-BILL-TYPE THRU 2294-EXIT
146240         PERFORM 2295-WRITE-DRG480 THRU 2295-EXIT
146250         PERFORM 2296-WRITE-BN-FACTOR-CHAIN THRU 2296-EXIT
146260         PERFORM 2297-VALIDATE-AK-HI-COLA THRU 2297-EXIT
146270         PERFORM 2298-CHECK-LARGE-URBAN-FLOOR THRU 2298-EXIT
146280         PERFORM 2299-VALIDATE-CALC-VERS THRU 2299-EXIT
146290         PERFORM 2300-SIMULATE-DRG-YOY-IMPACT THRU 2300-EXIT
146300         PERFORM 2302-CHECK-NEAR-THRESHOLD THRU 2302-EXIT
146310         PERFORM 2306-CHECK-OP-WINDOW THRU 2306-EXIT
146320         PERFORM 2234-EDIT-ICD-CODES THRU 2234-EXIT
146330         PERFORM 2239-ACCUM-MARGIN THRU 2239-EXIT
146340         PERFORM 2303-CHECK-HAC-POA THRU 2303-EXIT
146350         END-IF.
146360     PERFORM 2308-CHECK-MGCRB-RECLASS THRU 2308-EXIT.
146370     PERFORM 2257A-CCR-SUBST-COMPARE THRU 2257A-EXIT.
146380     PERFORM 2258-PARALLEL-PRICE THRU 2258-EXIT.
146390     PERFORM 2259-SCENARIO-PRICE THRU 2259-EXIT.
146400     PERFORM 2310-CHECK-GROUPER-DRG THRU 2310-EXIT.
146410 2215-EXIT.
146420     EXIT.
146430
146440*===========================================================*
146450* 2202-CHECK-RUN-FILTERS - APPLY THE RUN-CONTROL DISCHARGE-  *
146460*                 DATE RANGE AND PROVIDER LIST TO THE BILL    *
146470*                 JUST READ.  A BILL OUTSIDE THE RANGE OR     *
146480*                 NOT ON THE LIST IS MARKED 'X' AND SKIPPED.  *
146490*===========================================================*
146500 2202-CHECK-RUN-FILTERS.
146510     MOVE 'N' TO WK-RC-PROV-HIT-SW.
146520     IF B-21-PROVIDER-NO < WK-PART-FROM
146530        OR B-21-PROVIDER-NO > WK-PART-THRU
146540         MOVE 'X' TO WK-RC-PROV-HIT-SW
146550         GO TO 2202-EXIT
146560     END-IF.
146570     IF B-21-DISCHARGE-DATE < WK-RC-DISCH-FROM
146580        OR B-21-DISCHARGE-DATE > WK-RC-DISCH-THRU
146590         MOVE 'X' TO WK-RC-PROV-HIT-SW
146600         GO TO 2202-EXIT
146610     END-IF.
146620     IF WK-RC-PROV-COUNT = 0
146630         GO TO 2202-EXIT
146640     END-IF.
146650     SET RC-PROV-IDX TO 1.
146660     PERFORM 2202A-CHECK-ONE-PROV THRU 2202A-EXIT
146670         VARYING RC-PROV-IDX FROM 1 BY 1
146680         UNTIL RC-PROV-IDX > WK-RC-PROV-COUNT
146690            OR RC-PROV-LISTED.
146700     IF NOT RC-PROV-LISTED
146710         MOVE 'X' TO WK-RC-PROV-HIT-SW
146720     END-IF.
146730 2202-EXIT.
146740     EXIT.
146750 2202A-CHECK-ONE-PROV.
146760     IF WK-RC-PROV-NO(RC-PROV-IDX) = B-21-PROVIDER-NO
146770         SET RC-PROV-LISTED TO TRUE
146780     END-IF.
146790 2202A-EXIT.
146800     EXIT.
146810*===========================================================*
146820* 2105-MATCH-REV-DETAIL - CONSUME THE REVENUE-CENTER DETAIL  *
146830*                 RECORDS BELONGING TO THE BILL JUST READ,   *
146840*                 SPLITTING ACCOMMODATION (0100-0219) FROM   *
146850*                 ANCILLARY CHARGES INTO THE BILL EXTENSION  *
146860*                 AND ROLLING UP CHARGES BY REVENUE CENTER.  *
146870*                 A DETAIL TOTAL THAT DISAGREES WITH THE     *
146880*                 BILL'S LUMP CHARGES IS COUNTED FOR THE     *
146890*                 END-OF-RUN MISMATCH TALLY.                  *
146900*===========================================================*
146910 2105-MATCH-REV-DETAIL.
146920     MOVE ZEROES TO B-21-ACCOM-CHARGES.
146930     MOVE ZEROES TO B-21-ANCIL-CHARGES.
146940     IF NOT REVDTL-ACTIVE
146950         GO TO 2105-EXIT
146960     END-IF.
146970     MOVE ZEROES TO WK-REV-BILL-TOTAL.
146980     PERFORM 2106-CONSUME-ONE-DETAIL THRU 2106-EXIT
146990         UNTIL NOT REVDTL-PENDING
147000            OR RD-PROVIDER-NO NOT = B-21-PROVIDER-NO
147010            OR RD-DISCHARGE-DATE NOT = B-21-DISCHARGE-DATE
147020            OR RD-DRG NOT = B-21-DRG.
147030     IF WK-REV-BILL-TOTAL > 0
147040        AND WK-REV-BILL-TOTAL NOT = B-21-CHARGES-CLAIMED
147050         ADD 1 TO WK-REV-MISMATCH
147060     END-IF.
147070 2105-EXIT.
147080     EXIT.
147090 2106-CONSUME-ONE-DETAIL.
147100     IF RD-REV-CODE NOT < '0100' AND RD-REV-CODE < '0220'
147110         ADD RD-CHARGES TO B-21-ACCOM-CHARGES
147120     ELSE
147130         ADD RD-CHARGES TO B-21-ANCIL-CHARGES
147140     END-IF.
147150     ADD RD-CHARGES TO WK-REV-BILL-TOTAL.
147160     PERFORM 2107-ROLLUP-REV-CODE THRU 2107-EXIT.
147170     PERFORM 1353-READ-REV-DETAIL THRU 1353-EXIT.
147180 2106-EXIT.
147190     EXIT.
147200 2107-ROLLUP-REV-CODE.
147210     SET RR-SIDX TO 1.
147220     SEARCH RR-ENTRY VARYING RR-SIDX
147230         AT END
147240             IF WK-RR-COUNT < 200
147250                 ADD 1 TO WK-RR-COUNT
147260                 SET RR-SIDX TO WK-RR-COUNT
147270                 MOVE RD-REV-CODE TO RR-REV-CODE(RR-SIDX)
147280                 MOVE 0 TO RR-UNITS(RR-SIDX)
147290                 MOVE 0 TO RR-CHARGES(RR-SIDX)
147300             ELSE
147310                 ADD 1 TO WK-TABLE-DROPS
147320                 GO TO 2107-EXIT
147330             END-IF
147340         WHEN RR-REV-CODE(RR-SIDX) = RD-REV-CODE
147350             CONTINUE
147360     END-SEARCH.
147370     ADD RD-UNITS   TO RR-UNITS(RR-SIDX).
147380     ADD RD-CHARGES TO RR-CHARGES(RR-SIDX).
147390  2107-EXIT.
147400     EXIT.
147410*===========================================================*
147420* 2255-ACCUM-ADMISSION - RECORD EVERY PAID BILL'S ADMISSION  *
147430* (WHEN THE ADMISSION DATE IS PRESENT) FOR THE END-OF-RUN    *
147440* TRANSFER PAIR MATCH.                                       *
147450*===========================================================*
147460  2255-ACCUM-ADMISSION.
147470      IF PPS-RTC NOT < 50
147480         OR B-21-ADMIT-DATE NOT NUMERIC
147490         OR B-21-ADMIT-DATE = 0
147500          GO TO 2255-EXIT
147510      END-IF.
147520      IF WK-AD-COUNT >= 10000
147530          ADD 1 TO WK-TABLE-DROPS
147540          GO TO 2255-EXIT
147550      END-IF.
147560      ADD 1 TO WK-AD-COUNT.
147570      SET AD-IDX TO WK-AD-COUNT.
147580      MOVE B-21-PROVIDER-NO TO AD-PROVIDER-NO(AD-IDX).
147590      MOVE B-21-MBI         TO AD-MBI(AD-IDX).
147600      MOVE B-21-ADMIT-DATE  TO WK-DTS-DATE.
147610      PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
147620      MOVE WK-DTS-SERIAL    TO AD-ADMIT-SERIAL(AD-IDX).
147630  2255-EXIT.
147640      EXIT.
147650*===========================================================*
147660* 2254-ACCUM-ANOMALY - ROLL THIS PAID BILL INTO THE          *
147670* PROVIDER'S RUN DISTRIBUTION (CASES, PAYMENT, COST-OUTLIER  *
147680* COUNT, HIGH-WEIGHT DRG COUNT, TOTAL DRG WEIGHT) FOR THE    *
147690* END-OF-RUN ANOMALY SCREEN.                                 *
147700*===========================================================*
147710 2254-ACCUM-ANOMALY.
147720     IF PPS-RTC NOT < 50
147730         GO TO 2254-EXIT
147740     END-IF.
147750     SET AN-SIDX TO 1.
147760     SEARCH AN-ENTRY VARYING AN-SIDX
147770         AT END
147780             IF WK-AN-COUNT < 2000
147790                 ADD 1 TO WK-AN-COUNT
147800                 SET AN-SIDX TO WK-AN-COUNT
147810                 MOVE B-21-PROVIDER-NO
147820                     TO AN-PROVIDER-NO(AN-SIDX)
147830                 MOVE 0 TO AN-BILL-COUNT(AN-SIDX)
147840                 MOVE 0 TO AN-TOT-PAYMENT(AN-SIDX)
147850                 MOVE 0 TO AN-OUTLIER-BILLS(AN-SIDX)
147860                 MOVE 0 TO AN-HIWT-BILLS(AN-SIDX)
147870                 MOVE 0 TO AN-TOT-DRG-WT(AN-SIDX)
147880             ELSE
147890                 ADD 1 TO WK-TABLE-DROPS
147900                 GO TO 2254-EXIT
147910             END-IF
147920         WHEN AN-PROVIDER-NO(AN-SIDX) = B-21-PROVIDER-NO
147930             CONTINUE
147940     END-SEARCH.
147950     ADD 1                 TO AN-BILL-COUNT(AN-SIDX).
147960     MOVE PV-CMI           TO AN-STORED-CMI(AN-SIDX).
147970     ADD PPS-TOTAL-PAYMENT TO AN-TOT-PAYMENT(AN-SIDX).
147980     IF PPS-OPER-OUTLIER-PART > 0
147990         ADD 1 TO AN-OUTLIER-BILLS(AN-SIDX)
148000     END-IF.
148010     IF H-DRG-WT > 2.5
148020         ADD 1 TO AN-HIWT-BILLS(AN-SIDX)
148030     END-IF.
148040     ADD H-DRG-WT TO AN-TOT-DRG-WT(AN-SIDX).
148050     ADD 1                 TO WK-AN-RUN-BILLS.
148060     ADD PPS-TOTAL-PAYMENT TO WK-AN-RUN-PAY.
148070     IF PPS-OPER-OUTLIER-PART > 0
148080         ADD 1 TO WK-AN-RUN-OUTLIERS
148090     END-IF.
148100     ADD H-DRG-WT TO WK-AN-RUN-WT.
148110  2254-EXIT.
148120     EXIT.
148130*===========================================================*
148140* 2258-PARALLEL-PRICE - IN DUAL FISCAL-YEAR MODE, PRICE THE  *
148150* SAME BILL A SECOND TIME FORCED THROUGH THE PRIOR YEAR'S    *
148160* PPCAL MODULE (WITH ITS TABLES), AND WRITE THE PER-BILL     *
148170* COMPARISON OF TOTAL, OUTLIER, DSH, AND IME, ACCUMULATING   *
148180* THE PER-PROVIDER SUMMARY.  THE FIRST (CURRENT-RULE) RESULT *
148190* HAS ALREADY BEEN WRITTEN TO EVERY PRODUCTION OUTPUT.       *
148200*===========================================================*
148210* 2257A-CCR-SUBST-COMPARE - WHEN THE PPCAL MODULE PUT THE    *
148220* STATEWIDE-AVERAGE RATIO IN PLACE OF A FILED OPERATING OR   *
148230* CAPITAL RATIO, PRICE THE SAME BILL A SECOND TIME WITH THE  *
148240* TABLE WITHHELD (COUNT ZERO) TO GET THE PAYMENT ON THE      *
148250* FILED RATIOS, AND REPORT THE BILL IF THE SUBSTITUTION      *
148260* CHANGED THE PAYMENT.  THE FIRST RESULT HAS ALREADY BEEN    *
148270* WRITTEN TO EVERY PRODUCTION OUTPUT AND IS PUT BACK.        *
148280*===========================================================*
148290 2257A-CCR-SUBST-COMPARE.
148300     IF PPS-RTC NOT < 50
148310         GO TO 2257A-EXIT
148320     END-IF.
148330     IF H-OPER-CCR-SUBST-IND = SPACE
148340        AND H-CAPI-CCR-SUBST-IND = SPACE
148350         GO TO 2257A-EXIT
148360     END-IF.
148370     MOVE B-21-PROVIDER-NO       TO WK-SX-PROVIDER-NO.
148380     MOVE B-21-DRG               TO WK-SX-DRG.
148390     MOVE B-21-DISCHARGE-DATE    TO WK-SX-DISCHARGE.
148400     MOVE H-OPER-CCR-SUBST-IND   TO WK-SX-OPER-IND.
148410     MOVE H-CAPI-CCR-SUBST-IND   TO WK-SX-CAPI-IND.
148420     MOVE H-OPER-CCR-FILED       TO WK-SX-OPER-FILED.
148430     MOVE H-CAPI-CCR-FILED       TO WK-SX-CAPI-FILED.
148440     MOVE H-OPER-CSTCHG-RATIO    TO WK-SX-OPER-USED.
148450     MOVE H-CAPI-CSTCHG-RATIO    TO WK-SX-CAPI-USED.
148460     MOVE PPS-TOTAL-PAYMENT      TO WK-SX-USED-TOTAL.
148470     MOVE PPS-DATA TO WK-PPS-DATA-SAVE.
148480     MOVE SCCR-COUNT             TO WK-SX-SAVE-COUNT.
148490     MOVE ZEROES                 TO SCCR-COUNT.
148500     CALL 'PPDRV215E' USING BILL-DATA-2021
148510                           PPS-DATA
148520                           PRICER-OPT-VERS-SW
148530                           PPS-ADDITIONAL-VARIABLES
148540                           PROV-RECORD
148550                           MSAX-WI-TABLE
148560                           CBSA-WI-TABLE
148570                           PPHOLDAR-HOLD-AREA
148580                           NEW-TECH-TABLE
148590                           WI-AUDIT-RECORD
148600                           DRG-WEIGHT-FILE-TABLE
148610                           NDC-RATE-TABLE
148620                           OPER-RATE-TABLE
148630                           STATE-CCR-TABLE
148640                           GEO-DESIG-TABLE
148650                           RUFL-FLOOR-TABLE
148660                           PREV-WI-TABLE
148670                           OUTM-ADJ-TABLE
148680                           MID-ADJ-TABLE
148690                           DISP-CTL-TABLE
148700     END-CALL.
148710     MOVE WK-SX-SAVE-COUNT       TO SCCR-COUNT.
148720     MOVE PPS-TOTAL-PAYMENT      TO WK-SX-FILED-TOTAL.
148730     MOVE WK-PPS-DATA-SAVE       TO PPS-DATA.
148740     IF WK-SX-FILED-TOTAL = WK-SX-USED-TOTAL
148750         GO TO 2257A-EXIT
148760     END-IF.
148770     MOVE WK-SX-FILED-TOTAL      TO WK-SX-FILED-PAYMENT.
148780     MOVE WK-SX-USED-TOTAL       TO WK-SX-USED-PAYMENT.
148790     COMPUTE WK-SX-DIFFERENCE =
148800         WK-SX-USED-TOTAL - WK-SX-FILED-TOTAL.
148810     MOVE WK-SX-DETAIL-LINE      TO CCR-SUBST-RPT-LINE.
148820     WRITE CCR-SUBST-RPT-LINE.
148830     ADD 1 TO WK-BILLS-CCR-SUBST.
148840 2257A-EXIT.
148850     EXIT.
148860*===========================================================*
148870 2258-PARALLEL-PRICE.
148880     IF NOT PARALLEL-FY-MODE OR PPS-RTC NOT < 50
148890         GO TO 2258-EXIT
148900     END-IF.
148910     MOVE PPS-TOTAL-PAYMENT      TO WK-FY-CUR-TOTAL.
148920     MOVE PPS-OPER-OUTLIER-PART  TO WK-FY-CUR-OUTLIER.
148930     MOVE PPS-OPER-DSH-ADJ       TO WK-FY-CUR-DSH.
148940     MOVE PPS-OPER-IME-ADJ       TO WK-FY-CUR-IME.
148950     MOVE PPS-DATA TO WK-PPS-DATA-SAVE.
148960     MOVE 'Y' TO PPS-FORCE-PRIOR-FY.
148970     ADD 1 TO WK-OVU-PARFY-BILLS.
148980     CALL 'PPDRV215E' USING BILL-DATA-2021
148990                           PPS-DATA
149000                           PRICER-OPT-VERS-SW
149010                           PPS-ADDITIONAL-VARIABLES
149020                           PROV-RECORD
149030                           MSAX-WI-TABLE
149040                           CBSA-WI-TABLE
149050                           PPHOLDAR-HOLD-AREA
149060                           NEW-TECH-TABLE
149070                           WI-AUDIT-RECORD
149080                           DRG-WEIGHT-FILE-TABLE
149090                           NDC-RATE-TABLE
149100                           OPER-RATE-TABLE
149110                           STATE-CCR-TABLE
149120                           GEO-DESIG-TABLE
149130                           RUFL-FLOOR-TABLE
149140                           PREV-WI-TABLE
149150                           OUTM-ADJ-TABLE
149160                           MID-ADJ-TABLE
149170                           DISP-CTL-TABLE
149180     END-CALL.
149190     MOVE 'N' TO PPS-FORCE-PRIOR-FY.
149200     MOVE PPS-TOTAL-PAYMENT      TO WK-FY-PRI-TOTAL-W.
149210     MOVE PPS-OPER-OUTLIER-PART  TO WK-FY-PRI-OUTLIER-W.
149220     MOVE PPS-OPER-DSH-ADJ       TO WK-FY-PRI-DSH-W.
149230     MOVE PPS-OPER-IME-ADJ       TO WK-FY-PRI-IME-W.
149240     MOVE WK-PPS-DATA-SAVE       TO PPS-DATA.
149250     MOVE B-21-PROVIDER-NO       TO WK-FY-PROVIDER-NO.
149260     MOVE B-21-DRG               TO WK-FY-DRG.
149270     MOVE B-21-DISCHARGE-DATE    TO WK-FY-DISCHARGE.
149280     MOVE WK-FY-CUR-TOTAL        TO WK-FY-CUR-TOT.
149290     MOVE WK-FY-PRI-TOTAL-W      TO WK-FY-PRI-TOT.
149300     MOVE WK-FY-CUR-OUTLIER      TO WK-FY-CUR-OUT.
149310     MOVE WK-FY-PRI-OUTLIER-W    TO WK-FY-PRI-OUT.
149320     MOVE WK-FY-CUR-DSH          TO WK-FY-CUR-DSH-ED.
149330     MOVE WK-FY-PRI-DSH-W        TO WK-FY-PRI-DSH-ED.
149340     MOVE WK-FY-CUR-IME          TO WK-FY-CUR-IME-ED.
149350     MOVE WK-FY-PRI-IME-W        TO WK-FY-PRI-IME-ED.
149360     MOVE WK-FY-DETAIL-LINE      TO FY-COMPARE-LINE.
149370     WRITE FY-COMPARE-LINE.
149380     SET FY-SIDX TO 1.
149390     SEARCH FY-ENTRY VARYING FY-SIDX
149400         AT END
149410             IF WK-FY-COUNT < 2000
149420                 ADD 1 TO WK-FY-COUNT
149430                 SET FY-SIDX TO WK-FY-COUNT
149440                 MOVE B-21-PROVIDER-NO
149450                     TO FY-PROVIDER-NO(FY-SIDX)
149460                 MOVE 0 TO FY-BILL-COUNT(FY-SIDX)
149470                 MOVE 0 TO FY-CUR-TOTAL(FY-SIDX)
149480                 MOVE 0 TO FY-PRI-TOTAL(FY-SIDX)
149490             ELSE
149500                 ADD 1 TO WK-TABLE-DROPS
149510                 GO TO 2258-EXIT
149520             END-IF
149530         WHEN FY-PROVIDER-NO(FY-SIDX) = B-21-PROVIDER-NO
149540             CONTINUE
149550     END-SEARCH.
149560     ADD 1                  TO FY-BILL-COUNT(FY-SIDX).
149570     ADD WK-FY-CUR-TOTAL    TO FY-CUR-TOTAL(FY-SIDX).
149580     ADD WK-FY-PRI-TOTAL-W  TO FY-PRI-TOTAL(FY-SIDX).
149590  2258-EXIT.
149600     EXIT.
149610*===========================================================*
149620* 2259-SCENARIO-PRICE - WHEN THE OVERRIDE CARDS NAME THIS   *
149630* BILL'S PROVIDER, APPLY THE FIELD OVERRIDES TO A COPY OF   *
149640* THE PROVIDER RECORD, RE-PRICE UNDER THE SCENARIO, ROLL    *
149650* THE BASELINE-VS-SCENARIO TOTALS, AND RESTORE THE REAL     *
149660* RECORD.  SCENARIO RESULTS TOUCH ONLY THE SCENARIO REPORT. *
149670*===========================================================*
149680 2259-SCENARIO-PRICE.
149690     IF WK-SCEN-COUNT = 0 OR PPS-RTC NOT < 50
149700         GO TO 2259-EXIT
149710     END-IF.
149720     MOVE 'N' TO WK-SCEN-HIT-SW.
149730     PERFORM 2259A-CHECK-ONE-SCEN THRU 2259A-EXIT
149740         VARYING SC-SIDX FROM 1 BY 1
149750         UNTIL SC-SIDX > WK-SCEN-COUNT
149760            OR SCEN-PROV-LISTED.
149770     IF NOT SCEN-PROV-LISTED
149780         GO TO 2259-EXIT
149790     END-IF.
149800     MOVE PPS-TOTAL-PAYMENT TO WK-SCEN-BASE-TOTAL.
149810     ADD 1 TO WK-OVU-SCEN-BILLS.
149820     MOVE PROV-RECORD       TO WK-SCEN-SAVE-PROV.
149830     MOVE PPS-DATA          TO WK-PPS-DATA-SAVE.
149840     PERFORM 2259B-APPLY-ONE-SCEN THRU 2259B-EXIT
149850         VARYING SC-SIDX FROM 1 BY 1
149860         UNTIL SC-SIDX > WK-SCEN-COUNT.
149870     CALL 'PPDRV215E' USING BILL-DATA-2021
149880                           PPS-DATA
149890                           PRICER-OPT-VERS-SW
149900                           PPS-ADDITIONAL-VARIABLES
149910                           PROV-RECORD
149920                           MSAX-WI-TABLE
149930                           CBSA-WI-TABLE
149940                           PPHOLDAR-HOLD-AREA
149950                           NEW-TECH-TABLE
149960                           WI-AUDIT-RECORD
149970                           DRG-WEIGHT-FILE-TABLE
149980                           NDC-RATE-TABLE
149990                           OPER-RATE-TABLE
150000                           STATE-CCR-TABLE
150010                           GEO-DESIG-TABLE
150020                           RUFL-FLOOR-TABLE
150030                           PREV-WI-TABLE
150040                           OUTM-ADJ-TABLE
150050                           MID-ADJ-TABLE
150060                           DISP-CTL-TABLE
150070     END-CALL.
150080     MOVE PPS-TOTAL-PAYMENT TO WK-SCEN-NEW-TOTAL.
150090     MOVE WK-PPS-DATA-SAVE  TO PPS-DATA.
150100     MOVE WK-SCEN-SAVE-PROV TO PROV-RECORD.
150110     SET SS-SIDX TO 1.
150120     SEARCH SS-ENTRY VARYING SS-SIDX
150130         AT END
150140             IF WK-SC-COUNT < 2000
150150                 ADD 1 TO WK-SC-COUNT
150160                 SET SS-SIDX TO WK-SC-COUNT
150170                 MOVE B-21-PROVIDER-NO
150180                     TO SS-PROVIDER-NO(SS-SIDX)
150190                 MOVE 0 TO SS-BILL-COUNT(SS-SIDX)
150200                 MOVE 0 TO SS-BASE-TOTAL(SS-SIDX)
150210                 MOVE 0 TO SS-SCEN-TOTAL(SS-SIDX)
150220             ELSE
150230                 ADD 1 TO WK-TABLE-DROPS
150240                 GO TO 2259-EXIT
150250             END-IF
150260         WHEN SS-PROVIDER-NO(SS-SIDX) = B-21-PROVIDER-NO
150270             CONTINUE
150280     END-SEARCH.
150290     ADD 1                   TO SS-BILL-COUNT(SS-SIDX).
150300     ADD WK-SCEN-BASE-TOTAL  TO SS-BASE-TOTAL(SS-SIDX).
150310     ADD WK-SCEN-NEW-TOTAL   TO SS-SCEN-TOTAL(SS-SIDX).
150320 2259-EXIT.
150330     EXIT.
150340 2259A-CHECK-ONE-SCEN.
150350     IF SC-PROVIDER-NO(SC-SIDX) = B-21-PROVIDER-NO
150360         SET SCEN-PROV-LISTED TO TRUE
150370     END-IF.
150380 2259A-EXIT.
150390     EXIT.
150400 2259B-APPLY-ONE-SCEN.
150410     IF SC-PROVIDER-NO(SC-SIDX) NOT = B-21-PROVIDER-NO
150420         GO TO 2259B-EXIT
150430     END-IF.
150440     EVALUATE SC-FIELD-NAME(SC-SIDX)
150450         WHEN 'CBSA-GEO-LOC'
150460             MOVE SC-NEW-VALUE(SC-SIDX)(1:5)
150470                 TO PV-CBSA-GEO-LOC
150480         WHEN 'CBSA-RECLASS-LOC'
150490             MOVE SC-NEW-VALUE(SC-SIDX)(1:5)
150500                 TO PV-CBSA-RECLASS-LOC
150510         WHEN 'CBSA-STAND-AMT-LOC'
150520             MOVE SC-NEW-VALUE(SC-SIDX)(1:5)
150530                 TO PV-CBSA-STAND-LOC
150540         WHEN 'DSH-PERCENT'
150550             MOVE SC-NEW-VALUE(SC-SIDX)(1:4)
150560                 TO PV-DSH-PERCENT
150570         WHEN 'INTERN-RATIO'
150580             MOVE SC-NEW-VALUE(SC-SIDX)(1:5)
150590                 TO PV-INTERN-RATIO
150600         WHEN 'BED-SIZE'
150610             MOVE SC-NEW-VALUE(SC-SIDX)(1:5)
150620                 TO PV-BED-SIZE
150630         WHEN 'CCR'
150640             MOVE SC-NEW-VALUE(SC-SIDX)(1:4)
150650                 TO PV-CCR
150660         WHEN OTHER
150670             DISPLAY 'PPBAT215 - UNKNOWN SCENARIO FIELD : '
150680                     SC-FIELD-NAME(SC-SIDX)
150690     END-EVALUATE.
150700 2259B-EXIT.
150710     EXIT.
150720*===========================================================*
150730* 2228-LEDGER-DRAWDOWN - BEFORE THE REMITTANCE RECORD IS    *
150740* CUT, DRAW ANY OPEN RECEIVABLE BALANCE FOR THIS PROVIDER   *
150750* DOWN OUT OF THE PAYMENT, AND ROLL THE RUN'S PAYMENT       *
150760* ACTIVITY INTO ITS LEDGER ROW.                             *
150770*===========================================================*
150780 2228-LEDGER-DRAWDOWN.
150790     MOVE ZEROES TO WK-LG-OFFSET.
150800     MOVE ZEROES TO RM-LEDGER-OFFSET.
150810     PERFORM 2228A-FIND-LEDGER-ROW THRU 2228A-EXIT.
150820     IF LEDGER-ROW-MISSING
150830         GO TO 2228-EXIT
150840     END-IF.
150850     ADD RM-PAID-AMOUNT TO LG-DEBITS(LG-SIDX).
150860*    A PROVIDER ON AN EXTENDED REPAYMENT SCHEDULE HAS ONLY
150870*    THE INSTALLMENT NOW DUE TAKEN; THE REST IS RELEASED.
150880     MOVE RM-PAID-AMOUNT TO WK-LG-AVAIL.
150890     MOVE B-21-PROVIDER-NO TO WK-ER-KEY.
150900     PERFORM 2228D-FIND-PLAN THRU 2228D-EXIT.
150910     IF REPAY-PLAN-FOUND
150920        AND ER-AMOUNT-DUE(ER-SIDX) < WK-LG-AVAIL
150930         MOVE ER-AMOUNT-DUE(ER-SIDX) TO WK-LG-AVAIL
150940     END-IF.
150950*    ACCRUED INTEREST IS RECOVERED BEFORE THE PRINCIPAL.
150960     IF LG-INT-BALANCE(LG-SIDX) > 0 AND WK-LG-AVAIL > 0
150970         IF LG-INT-BALANCE(LG-SIDX) < WK-LG-AVAIL
150980             MOVE LG-INT-BALANCE(LG-SIDX) TO WK-LG-OFFSET
150990         ELSE
151000             MOVE WK-LG-AVAIL TO WK-LG-OFFSET
151010         END-IF
151020         SUBTRACT WK-LG-OFFSET FROM WK-LG-AVAIL
151030         SUBTRACT WK-LG-OFFSET FROM RM-PAID-AMOUNT
151040         SUBTRACT WK-LG-OFFSET FROM LG-INT-BALANCE(LG-SIDX)
151050         ADD WK-LG-OFFSET TO LG-OFFSETS(LG-SIDX)
151060         ADD WK-LG-OFFSET TO RM-LEDGER-OFFSET
151070     END-IF.
151080     IF LG-BALANCE(LG-SIDX) > 0 AND WK-LG-AVAIL > 0
151090         IF LG-BALANCE(LG-SIDX) < WK-LG-AVAIL
151100             MOVE LG-BALANCE(LG-SIDX) TO WK-LG-OFFSET
151110         ELSE
151120             MOVE WK-LG-AVAIL TO WK-LG-OFFSET
151130         END-IF
151140         SUBTRACT WK-LG-OFFSET FROM WK-LG-AVAIL
151150         SUBTRACT WK-LG-OFFSET FROM RM-PAID-AMOUNT
151160         SUBTRACT WK-LG-OFFSET FROM LG-BALANCE(LG-SIDX)
151170         ADD WK-LG-OFFSET TO LG-OFFSETS(LG-SIDX)
151180         ADD WK-LG-OFFSET TO RM-LEDGER-OFFSET
151190         IF REPAY-PLAN-FOUND
151200             ADD WK-LG-OFFSET TO ER-PRIN-PAID(ER-SIDX)
151210         END-IF
151220     END-IF.
151230     IF REPAY-PLAN-FOUND AND RM-LEDGER-OFFSET > 0
151240         PERFORM 2228E-CREDIT-PLAN THRU 2228E-EXIT
151250     END-IF.
151260*    A MERGED-AWAY PREDECESSOR'S OPEN RECEIVABLE OFFSETS THE
151270*    SURVIVING NUMBER'S PAYMENTS TOO.
151280     IF WK-XW-COUNT > 0 AND RM-PAID-AMOUNT > 0
151290         PERFORM 2228B-XWALK-DRAWDOWN THRU 2228B-EXIT
151300             VARYING XW-SIDX FROM 1 BY 1
151310             UNTIL XW-SIDX > WK-XW-COUNT
151320     END-IF.
151330 2228-EXIT.
151340     EXIT.
151350 2229-LEDGER-CREDIT.
151360     PERFORM 2228A-FIND-LEDGER-ROW THRU 2228A-EXIT.
151370     IF LEDGER-ROW-MISSING
151380         GO TO 2229-EXIT
151390     END-IF.
151400     MOVE B-21-PRIOR-PAID-AMT TO WK-RAC-CREDIT.
151410     IF WK-RP-COUNT > 0
151420         PERFORM 2229A-NET-RAC-POSTING THRU 2229A-EXIT
151430     END-IF.
151440     ADD WK-RAC-CREDIT TO LG-CREDITS(LG-SIDX).
151450 2229-EXIT.
151460     EXIT.
151470*-----------------------------------------------------------*
151480* 2229A-NET-RAC-POSTING - A CANCEL OR ADJUSTMENT CUT FROM A *
151490* RECOVERY-AUDITOR FINDING HAD ITS OVERPAYMENT POSTED TO    *
151500* THE LEDGER BY PPRAC215, SO ONLY THE REST OF THE PRIOR     *
151510* PAYMENT IS CREDITED HERE.  EACH POSTING NETS ONE          *
151520* REVERSAL.                                                 *
151530 2229A-NET-RAC-POSTING.
151540     SET RP-SIDX TO 1.
151550     SEARCH RP-ENTRY VARYING RP-SIDX
151560         AT END
151570             CONTINUE
151580         WHEN RP-SIDX > WK-RP-COUNT
151590             CONTINUE
151600         WHEN RP-PROVIDER-NO(RP-SIDX)    = B-21-PROVIDER-NO
151610          AND RP-DISCHARGE-DATE(RP-SIDX) = B-21-DISCHARGE-DATE
151620          AND RP-MBI(RP-SIDX)            = B-21-MBI
151630          AND NOT RP-WAS-USED(RP-SIDX)
151640             SET RP-WAS-USED(RP-SIDX) TO TRUE
151650             SUBTRACT RP-AMOUNT(RP-SIDX) FROM WK-RAC-CREDIT
151660             IF WK-RAC-CREDIT < 0
151670                 MOVE ZEROES TO WK-RAC-CREDIT
151680             END-IF
151690             ADD 1 TO WK-RAC-NETTED
151700     END-SEARCH.
151710 2229A-EXIT.
151720     EXIT.
151730 2228A-FIND-LEDGER-ROW.
151740     MOVE 'N' TO WK-LG-FULL-SW.
151750     SET LG-SIDX TO 1.
151760     SEARCH LG-ENTRY VARYING LG-SIDX
151770         AT END
151780             IF WK-LG-COUNT < 2000
151790                 ADD 1 TO WK-LG-COUNT
151800                 SET LG-SIDX TO WK-LG-COUNT
151810                 MOVE B-21-PROVIDER-NO
151820                     TO LG-PROVIDER-NO(LG-SIDX)
151830                 MOVE 0 TO LG-OPEN-BALANCE(LG-SIDX)
151840                 MOVE 0 TO LG-BALANCE(LG-SIDX)
151850                 MOVE 0 TO LG-DEBITS(LG-SIDX)
151860                 MOVE 0 TO LG-CREDITS(LG-SIDX)
151870                 MOVE 0 TO LG-OFFSETS(LG-SIDX)
151880                 MOVE 0 TO LG-OLDEST-DATE(LG-SIDX)
151890                 MOVE 0 TO LG-RAC-BALANCE(LG-SIDX)
151900                 MOVE 0 TO LG-INT-BALANCE(LG-SIDX)
151910                 MOVE 0 TO LG-LETTER-STAGE(LG-SIDX)
151920                 MOVE 0 TO LG-LETTER-DATE(LG-SIDX)
151930                 MOVE 0 TO LG-INT-THRU-DATE(LG-SIDX)
151940                 MOVE SPACE TO LG-REFERRAL-SW(LG-SIDX)
151950                 MOVE SPACE TO LG-PLAN-SW(LG-SIDX)
151960                 MOVE 0 TO LG-PLAN-PCT(LG-SIDX)
151970             ELSE
151980                 ADD 1 TO WK-TABLE-DROPS
151990                 SET LEDGER-ROW-MISSING TO TRUE
152000                 SET LEDGER-OVERFLOWED TO TRUE
152010             END-IF
152020         WHEN LG-PROVIDER-NO(LG-SIDX) = B-21-PROVIDER-NO
152030             CONTINUE
152040     END-SEARCH.
152050 2228A-EXIT.
152060*-----------------------------------------------------------*
152070* 2228D-FIND-PLAN - THE REPAYMENT PLAN IN EFFECT FOR THE    *
152080* PROVIDER IN WK-ER-KEY, IF ANY.                            *
152090*-----------------------------------------------------------*
152100 2228D-FIND-PLAN.
152110     MOVE 'N' TO WK-ER-FOUND-SW.
152120     IF WK-ER-COUNT = 0
152130         GO TO 2228D-EXIT
152140     END-IF.
152150     SET ER-SIDX TO 1.
152160     SEARCH ER-ENTRY VARYING ER-SIDX
152170         AT END
152180             CONTINUE
152190         WHEN ER-SIDX > WK-ER-COUNT
152200             CONTINUE
152210         WHEN ER-PROVIDER-NO(ER-SIDX) = WK-ER-KEY
152220          AND ER-IN-EFFECT(ER-SIDX)
152230             SET REPAY-PLAN-FOUND TO TRUE
152240     END-SEARCH.
152250 2228D-EXIT.
152260     EXIT.
152270*-----------------------------------------------------------*
152280* 2228E-CREDIT-PLAN - WHAT THE DRAWDOWN TOOK GOES AGAINST   *
152290* THE INSTALLMENT DUE.                                      *
152300*-----------------------------------------------------------*
152310 2228E-CREDIT-PLAN.
152320     IF RM-LEDGER-OFFSET < ER-AMOUNT-DUE(ER-SIDX)
152330         SUBTRACT RM-LEDGER-OFFSET FROM ER-AMOUNT-DUE(ER-SIDX)
152340     ELSE
152350         MOVE ZEROES TO ER-AMOUNT-DUE(ER-SIDX)
152360     END-IF.
152370     ADD RM-LEDGER-OFFSET TO ER-PAID-TO-DATE(ER-SIDX).
152380     ADD RM-LEDGER-OFFSET TO ER-PAID-THIS-RUN(ER-SIDX).
152390     MOVE WK-ER-RUN-DATE  TO ER-LAST-PAID(ER-SIDX).
152400 2228E-EXIT.
152410     EXIT.
152420*-----------------------------------------------------------*
152430* 2228F-END-PLAN - TAKE THE PLAN AT ER-SIDX OUT OF EFFECT   *
152440* WITH STATUS WK-ER-NEW-STATUS; THE PROVIDER RETURNS TO     *
152450* FULL OFFSET.                                              *
152460*-----------------------------------------------------------*
152470 2228F-END-PLAN.
152480     MOVE WK-ER-NEW-STATUS TO ER-STATUS(ER-SIDX).
152490     MOVE WK-ER-REASON     TO ER-END-REASON(ER-SIDX).
152500     MOVE WK-ER-RUN-DATE   TO ER-STATUS-DATE(ER-SIDX).
152510     MOVE WK-ER-TEXT       TO ER-NOTE(ER-SIDX).
152520     MOVE 'N'              TO ER-IN-EFFECT-SW(ER-SIDX).
152530     IF WK-ER-NEW-STATUS = 'D'
152540         ADD 1 TO WK-ER-DEFAULTED
152550     ELSE
152560         ADD 1 TO WK-ER-COMPLETED
152570     END-IF.
152580 2228F-EXIT.
152590     EXIT.
152600*-----------------------------------------------------------*
152610* 2228M-MANUAL-OFFSET - A CLAIM ALREADY PAID BY AN OFF-CYCLE *
152620* MANUAL CHECK HAS THE CHECK TAKEN FROM ITS PAYMENT.  THE    *
152630* CLAIM MATCHES THE FIRST OUTSTANDING CHECK FOR ITS PROVIDER *
152640* WHOSE BENEFICIARY AND DISCHARGE DATE, WHERE RECORDED, ARE  *
152650* THE CLAIM'S OWN.  A CHECK RECORDING NEITHER NEVER MATCHES  *
152660* AND CAN ONLY AGE.  ANY PART OF THE CHECK LEFT OVER WHEN    *
152670* THE CLAIM'S PAYMENT IS USED UP IS A RECEIVABLE.            *
152680*-----------------------------------------------------------*
152690 2228M-MANUAL-OFFSET.
152700     MOVE ZEROES TO WK-MW-OFFSET.
152710     IF WK-MW-COUNT = 0
152720        OR RM-PAID-AMOUNT = 0
152730        OR PPS-RTC NOT < 50
152740        OR B-21-ACTION-CANCEL
152750         GO TO 2228M-EXIT
152760     END-IF.
152770     MOVE 'N' TO WK-MW-FOUND-SW.
152780     SET MW-SIDX TO 1.
152790     SEARCH MW-ENTRY VARYING MW-SIDX
152800         AT END
152810             CONTINUE
152820         WHEN MW-SIDX > WK-MW-COUNT
152830             CONTINUE
152840         WHEN MW-PROVIDER-NO(MW-SIDX) = B-21-PROVIDER-NO
152850          AND MW-IN-EFFECT(MW-SIDX)
152860          AND (MW-MBI(MW-SIDX) NOT = SPACES
152870               OR MW-DISCHARGE-DATE(MW-SIDX) NOT = 0)
152880          AND (MW-MBI(MW-SIDX) = SPACES
152890               OR MW-MBI(MW-SIDX) = B-21-MBI)
152900          AND (MW-DISCHARGE-DATE(MW-SIDX) = 0
152910               OR MW-DISCHARGE-DATE(MW-SIDX)
152920                  = B-21-DISCHARGE-DATE)
152930             SET MANUAL-PAY-FOUND TO TRUE
152940     END-SEARCH.
152950     IF NOT MANUAL-PAY-FOUND
152960         GO TO 2228M-EXIT
152970     END-IF.
152980     COMPUTE WK-MW-REMAINING =
152990         MW-AMOUNT(MW-SIDX) - MW-APPLIED-AMT(MW-SIDX).
153000     IF WK-MW-REMAINING < RM-PAID-AMOUNT
153010         MOVE WK-MW-REMAINING TO WK-MW-OFFSET
153020     ELSE
153030         MOVE RM-PAID-AMOUNT TO WK-MW-OFFSET
153040     END-IF.
153050     SUBTRACT WK-MW-OFFSET FROM RM-PAID-AMOUNT.
153060     SUBTRACT WK-MW-OFFSET FROM WK-MW-REMAINING.
153070     ADD WK-MW-OFFSET TO MW-APPLIED-AMT(MW-SIDX).
153080     ADD WK-MW-OFFSET TO WK-MW-OFFSET-TOT.
153090     MOVE RM-CLAIM-SEQ   TO MW-MATCH-SEQ(MW-SIDX).
153100     MOVE 'M'            TO MW-STATUS(MW-SIDX).
153110     MOVE WK-MW-RUN-DATE TO MW-STATUS-DATE(MW-SIDX).
153120     MOVE 'N'            TO MW-IN-EFFECT-SW(MW-SIDX).
153130     MOVE 'MATCHED - OFFSET FROM CLAIM' TO MW-NOTE(MW-SIDX).
153140     IF WK-MW-REMAINING > 0
153150         PERFORM 2228N-CONVERT-MANUAL-PAY THRU 2228N-EXIT
153160         IF NOT LEDGER-ROW-MISSING
153170             MOVE 'MATCHED - EXCESS TO LEDGER' TO MW-NOTE(MW-SIDX)
153180         END-IF
153190     END-IF.
153200 2228M-EXIT.
153210     EXIT.
153220*-----------------------------------------------------------*
153230* 2228N-CONVERT-MANUAL-PAY - THE UNRECOVERED WK-MW-REMAINING *
153240* OF THE CHECK AT MW-SIDX BECOMES AN OPEN RECEIVABLE ON ITS  *
153250* PROVIDER'S LEDGER.  LIKE ANY NEW RECEIVABLE IT PUTS A      *
153260* REPAYMENT PLAN IN DEFAULT.                                 *
153270*-----------------------------------------------------------*
153280 2228N-CONVERT-MANUAL-PAY.
153290     MOVE MW-PROVIDER-NO(MW-SIDX) TO WK-MW-KEY.
153300     PERFORM 1362K-FIND-MW-LEDGER-ROW THRU 1362K-EXIT.
153310     IF LEDGER-ROW-MISSING
153320         MOVE 'LEDGER FULL - NOT CONVERTED' TO MW-NOTE(MW-SIDX)
153330         GO TO 2228N-EXIT
153340     END-IF.
153350     ADD WK-MW-REMAINING TO LG-BALANCE(LG-SIDX).
153360     ADD WK-MW-REMAINING TO MW-CONVERTED-AMT(MW-SIDX).
153370     ADD WK-MW-REMAINING TO WK-MW-CONVERT-TOT.
153380     IF LG-OLDEST-DATE(LG-SIDX) = 0
153390         MOVE WK-MW-RUN-DATE TO LG-OLDEST-DATE(LG-SIDX)
153400     END-IF.
153410     MOVE MW-PROVIDER-NO(MW-SIDX) TO WK-ER-KEY.
153420     PERFORM 2228D-FIND-PLAN THRU 2228D-EXIT.
153430     IF REPAY-PLAN-FOUND
153440         MOVE 'D'  TO WK-ER-NEW-STATUS
153450         MOVE 'NO' TO WK-ER-REASON
153460         MOVE 'DEFAULT - NEW OVERPAYMENT' TO WK-ER-TEXT
153470         PERFORM 2228F-END-PLAN THRU 2228F-EXIT
153480     END-IF.
153490 2228N-EXIT.
153500     EXIT.
153510*-----------------------------------------------------------*
153520* 2228P-ADVANCE-RECOUP - WITHHOLD THE SCHEDULED PERCENT OF A *
153530* PAYMENT LEAVING ON REMITOUT TOWARD ITS PROVIDER'S OPEN     *
153540* ACCELERATED OR ADVANCE PAYMENTS, NEVER MORE THAN THE       *
153550* BALANCE.  THE AMOUNT IS TAKEN FROM THE PAID AMOUNT AND     *
153560* SHOWN IN RM-ADVANCE-RECOUP.  A PROVIDER WITH MORE THAN ONE *
153570* ADVANCE REPAYS THEM IN FILE ORDER - THE FIRST IN-EFFECT    *
153580* ADVANCE WITH A PERCENT DUE THIS RUN SETS THE WITHHOLDING,  *
153590* AND WHATEVER ITS BALANCE CANNOT ABSORB CARRIES ON TO THE   *
153600* NEXT.  AN ADVANCE IN A ZERO-PERCENT PERIOD IS PASSED OVER. *
153610*-----------------------------------------------------------*
153620 2228P-ADVANCE-RECOUP.
153630     MOVE ZEROES TO RM-ADVANCE-RECOUP.
153640     MOVE ZEROES TO WK-AV-CARRY.
153650     IF WK-AV-COUNT = 0
153660        OR RM-PAID-AMOUNT = 0
153670        OR RM-DEBIT-CREDIT-IND = 'C'
153680         GO TO 2228P-EXIT
153690     END-IF.
153700     SET AV-SIDX TO 1.
153710 2228P-NEXT-ADVANCE.
153720     MOVE 'N' TO WK-AV-FOUND-SW.
153730     SEARCH AV-ENTRY VARYING AV-SIDX
153740         AT END
153750             CONTINUE
153760         WHEN AV-SIDX > WK-AV-COUNT
153770             CONTINUE
153780         WHEN AV-PROVIDER-NO(AV-SIDX) = RM-PROVIDER-NO
153790          AND AV-IN-EFFECT(AV-SIDX)
153800          AND AV-RUN-PCT(AV-SIDX) NOT = 0
153810             SET ADVANCE-FOUND TO TRUE
153820     END-SEARCH.
153830     IF NOT ADVANCE-FOUND
153840         GO TO 2228P-EXIT
153850     END-IF.
153860     IF RM-ADVANCE-RECOUP = 0
153870        AND WK-AV-CARRY = 0
153880         COMPUTE WK-AV-TAKE ROUNDED =
153890             RM-PAID-AMOUNT * AV-RUN-PCT(AV-SIDX) / 100
153900     ELSE
153910         MOVE WK-AV-CARRY TO WK-AV-TAKE
153920     END-IF.
153930     IF WK-AV-TAKE > RM-PAID-AMOUNT
153940         MOVE RM-PAID-AMOUNT TO WK-AV-TAKE
153950     END-IF.
153960     IF WK-AV-TAKE = 0
153970         GO TO 2228P-EXIT
153980     END-IF.
153990     COMPUTE WK-AV-REMAINING =
154000         AV-AMOUNT(AV-SIDX) - AV-WITHHELD(AV-SIDX).
154010     IF WK-AV-TAKE > WK-AV-REMAINING
154020         COMPUTE WK-AV-CARRY = WK-AV-TAKE - WK-AV-REMAINING
154030         MOVE WK-AV-REMAINING TO WK-AV-TAKE
154040     ELSE
154050         MOVE ZEROES TO WK-AV-CARRY
154060     END-IF.
154070     SUBTRACT WK-AV-TAKE FROM RM-PAID-AMOUNT.
154080     ADD WK-AV-TAKE       TO RM-ADVANCE-RECOUP.
154090     ADD WK-AV-TAKE       TO AV-WITHHELD(AV-SIDX).
154100     ADD WK-AV-TAKE       TO AV-WITHHELD-RUN(AV-SIDX).
154110     ADD WK-AV-TAKE       TO WK-AV-TAKE-TOT.
154120     ADD WK-AV-TAKE       TO WK-GL-OFFSETS.
154130     MOVE WK-AV-RUN-DATE  TO AV-LAST-RECOUP(AV-SIDX).
154140     IF AV-WITHHELD(AV-SIDX) NOT < AV-AMOUNT(AV-SIDX)
154150         MOVE 'C'            TO AV-STATUS(AV-SIDX)
154160         MOVE WK-AV-RUN-DATE TO AV-STATUS-DATE(AV-SIDX)
154170         MOVE 'N'            TO AV-IN-EFFECT-SW(AV-SIDX)
154180         MOVE 'ADVANCE REPAID' TO AV-NOTE(AV-SIDX)
154190     END-IF.
154200     IF WK-AV-CARRY = 0
154210        OR RM-PAID-AMOUNT = 0
154220         GO TO 2228P-EXIT
154230     END-IF.
154240     SET AV-SIDX UP BY 1.
154250     GO TO 2228P-NEXT-ADVANCE.
154260 2228P-EXIT.
154270     EXIT.
154280*==========================================================*
154290* 2244-ACCUM-GL - ROLL THIS PAID BILL INTO THE JOURNAL-     *
154300* VOUCHER ACCUMULATORS: THE OUTLIER AND PASS-THROUGH        *
154310* PORTIONS TO THEIR OWN CLASSIFICATIONS, THE REMAINDER TO   *
154320* DRG PAYMENT EXPENSE.                                      *
154330*==========================================================*
154340 2244-ACCUM-GL.
154350     IF PPS-RTC NOT < 50
154360         GO TO 2244-EXIT
154370     END-IF.
154380     ADD PPS-OPER-OUTLIER-PART TO WK-GL-OUTLIER.
154390     ADD H-WK-PASS-AMT-PLUS-MISC TO WK-GL-PASSTHRU.
154400     COMPUTE WK-GL-DRG-PAY =
154410         WK-GL-DRG-PAY + PPS-TOTAL-PAYMENT
154420         - PPS-OPER-OUTLIER-PART - H-WK-PASS-AMT-PLUS-MISC
154430         ON SIZE ERROR CONTINUE.
154440 2244-EXIT.
154450     EXIT.
154460*==========================================================*
154470* 2241-ACCUM-INTERMEDIARY - ROLL THIS PAID BILL INTO ITS    *
154480* PROVIDER'S INTERMEDIARY/MAC ROW, RUN AND MONTH-TO-DATE.   *
154490* A BLANK OR ZERO INTERMEDIARY NUMBER ACCUMULATES UNDER     *
154500* 'UNKWN' AND PUTS THE PROVIDER ON THE EXCEPTION LIST.      *
154510*==========================================================*
154520 2241-ACCUM-INTERMEDIARY.
154530     IF PPS-RTC NOT < 50
154540         GO TO 2241-EXIT
154550     END-IF.
154560     IF PV-INTER-NO = SPACES OR PV-INTER-NO = '00000'
154570         MOVE 'UNKWN' TO WK-IN-WORK-NO
154580         PERFORM 2243-NOTE-UNKNOWN-INTER THRU 2243-EXIT
154590     ELSE
154600         MOVE PV-INTER-NO TO WK-IN-WORK-NO
154610     END-IF.
154620     SET IN-SIDX TO 1.
154630     SEARCH IN-ENTRY VARYING IN-SIDX
154640         AT END
154650             IF WK-IN-COUNT < 200
154660                 ADD 1 TO WK-IN-COUNT
154670                 SET IN-SIDX TO WK-IN-COUNT
154680                 MOVE WK-IN-WORK-NO TO IN-INTER-NO(IN-SIDX)
154690                 MOVE 0 TO IN-RUN-BILLS(IN-SIDX)
154700                 MOVE 0 TO IN-RUN-PAYMENT(IN-SIDX)
154710                 MOVE 0 TO IN-RUN-OUTLIER(IN-SIDX)
154720                 MOVE 0 TO IN-RUN-PASSTHRU(IN-SIDX)
154730                 MOVE 0 TO IN-MTD-BILLS(IN-SIDX)
154740                 MOVE 0 TO IN-MTD-PAYMENT(IN-SIDX)
154750                 MOVE 0 TO IN-MTD-OUTLIER(IN-SIDX)
154760                 MOVE 0 TO IN-MTD-PASSTHRU(IN-SIDX)
154770             ELSE
154780                 ADD 1 TO WK-TABLE-DROPS
154790                 GO TO 2241-EXIT
154800             END-IF
154810         WHEN IN-INTER-NO(IN-SIDX) = WK-IN-WORK-NO
154820             CONTINUE
154830     END-SEARCH.
154840     ADD 1                   TO IN-RUN-BILLS(IN-SIDX).
154850     ADD PPS-TOTAL-PAYMENT   TO IN-RUN-PAYMENT(IN-SIDX).
154860     ADD PPS-OPER-OUTLIER-PART
154870                             TO IN-RUN-OUTLIER(IN-SIDX).
154880     ADD H-WK-PASS-AMT-PLUS-MISC
154890                             TO IN-RUN-PASSTHRU(IN-SIDX).
154900     ADD 1                   TO IN-MTD-BILLS(IN-SIDX).
154910     ADD PPS-TOTAL-PAYMENT   TO IN-MTD-PAYMENT(IN-SIDX).
154920     ADD PPS-OPER-OUTLIER-PART
154930                             TO IN-MTD-OUTLIER(IN-SIDX).
154940     ADD H-WK-PASS-AMT-PLUS-MISC
154950                             TO IN-MTD-PASSTHRU(IN-SIDX).
154960 2241-EXIT.
154970     EXIT.
154980 2243-NOTE-UNKNOWN-INTER.
154990     SET UK-SIDX TO 1.
155000     SEARCH UK-ENTRY VARYING UK-SIDX
155010         AT END
155020             IF WK-UNK-COUNT < 200
155030                 ADD 1 TO WK-UNK-COUNT
155040                 SET UK-SIDX TO WK-UNK-COUNT
155050                 MOVE B-21-PROVIDER-NO
155060                     TO UK-PROVIDER-NO(UK-SIDX)
155070             END-IF
155080         WHEN UK-PROVIDER-NO(UK-SIDX) = B-21-PROVIDER-NO
155090             CONTINUE
155100     END-SEARCH.
155110 2243-EXIT.
155120     EXIT.
155130*==========================================================*
155140     EXIT.
155150*==========================================================*
155160* 2302-CHECK-NEAR-THRESHOLD - LIST A PRICED BILL WHOSE      *
155170* OPERATING COST LANDED WITHIN THE PARAMETER PERCENTAGE ON  *
155180* EITHER SIDE OF THE FIXED-LOSS DOLLAR THRESHOLD.  JUST     *
155190* UNDER PAYS NO OUTLIER; JUST OVER OPENS THE SPIGOT - THE   *
155200* BAND IS WHERE THE MONEY AND THE GAMING BOTH LIVE.         *
155210*==========================================================*
155220  2302-CHECK-NEAR-THRESHOLD.
155230      IF PPS-RTC NOT < 50
155240         OR PPS-OPER-DOLLAR-THRESHOLD = 0
155250          GO TO 2302-EXIT
155260      END-IF.
155270      COMPUTE WK-NEAR-BAND ROUNDED =
155280          PPS-OPER-DOLLAR-THRESHOLD * WK-NEAR-PCT / 100
155290          ON SIZE ERROR MOVE 0 TO WK-NEAR-BAND.
155300      IF WK-NEAR-BAND = 0
155310          GO TO 2302-EXIT
155320      END-IF.
155330      IF PPS-OPER-BILL-COSTS <
155340             (PPS-OPER-DOLLAR-THRESHOLD - WK-NEAR-BAND)
155350         OR PPS-OPER-BILL-COSTS >
155360             (PPS-OPER-DOLLAR-THRESHOLD + WK-NEAR-BAND)
155370          GO TO 2302-EXIT
155380      END-IF.
155390      MOVE B-21-PROVIDER-NO     TO WK-NT2-PROVIDER-NO.
155400      MOVE B-21-DRG             TO WK-NT2-DRG.
155410      MOVE B-21-DISCHARGE-DATE  TO WK-NT2-DISCHARGE.
155420      MOVE B-21-CHARGES-CLAIMED TO WK-NT2-CHARGES.
155430      MOVE PV-CCR               TO WK-NT2-CCR.
155440      MOVE PPS-OPER-BILL-COSTS  TO WK-NT2-BILL-COSTS.
155450      MOVE PPS-OPER-DOLLAR-THRESHOLD TO WK-NT2-THRESHOLD.
155460      IF PPS-OPER-BILL-COSTS > PPS-OPER-DOLLAR-THRESHOLD
155470          MOVE 'ABOVE' TO WK-NT2-SIDE
155480          ADD 1 TO WK-NEAR-ABOVE
155490      ELSE
155500          MOVE 'BELOW' TO WK-NT2-SIDE
155510          ADD 1 TO WK-NEAR-BELOW
155520      END-IF.
155530      MOVE WK-NTH-DETAIL-LINE TO NEAR-THRESH-LINE.
155540      WRITE NEAR-THRESH-LINE.
155550  2302-EXIT.
155560      EXIT.
155570*==========================================================*
155580* 2306-CHECK-OP-WINDOW - LIST SEPARATELY-PAID OUTPATIENT   *
155590* CLAIMS FOR THE SAME PROVIDER AND MBI DATED IN THE THREE  *
155600* DAYS BEFORE (OR ON) THIS PRICED ADMISSION - DOLLARS THAT *
155610* SHOULD HAVE BEEN BUNDLED INTO THE DRG PAYMENT.           *
155620*==========================================================*
155630  2306-CHECK-OP-WINDOW.
155640      IF WK-OC-COUNT = 0
155650         OR PPS-RTC NOT < 50
155660         OR B-21-MBI = SPACES
155670         OR B-21-ADMIT-DATE NOT NUMERIC
155680         OR B-21-ADMIT-DATE = 0
155690          GO TO 2306-EXIT
155700      END-IF.
155710      MOVE B-21-ADMIT-DATE TO WK-DTS-DATE.
155720      PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
155730      MOVE WK-DTS-SERIAL TO WK-OPW-ADMIT-SERIAL.
155740      PERFORM 2307-SCAN-ONE-OUTPT THRU 2307-EXIT
155750          VARYING OCL-IDX FROM 1 BY 1
155760          UNTIL OCL-IDX > WK-OC-COUNT.
155770  2306-EXIT.
155780      EXIT.
155790  2307-SCAN-ONE-OUTPT.
155800      IF OCL-PROVIDER-NO(OCL-IDX) NOT = B-21-PROVIDER-NO
155810         OR OCL-MBI(OCL-IDX) NOT = B-21-MBI
155820          GO TO 2307-EXIT
155830      END-IF.
155840      IF OCL-SVC-SERIAL(OCL-IDX) > WK-OPW-ADMIT-SERIAL
155850         OR OCL-SVC-SERIAL(OCL-IDX) <
155860                (WK-OPW-ADMIT-SERIAL - 3)
155870          GO TO 2307-EXIT
155880      END-IF.
155890      MOVE B-21-PROVIDER-NO        TO WK-OW2-PROVIDER-NO.
155900      MOVE B-21-MBI                TO WK-OW2-MBI.
155910      MOVE OCL-CLAIM-ID(OCL-IDX)   TO WK-OW2-CLAIM-ID.
155920      MOVE OCL-SERVICE-DATE(OCL-IDX) TO WK-OW2-SERVICE.
155930      MOVE B-21-ADMIT-DATE         TO WK-OW2-ADMIT.
155940      MOVE OCL-PAID-AMT(OCL-IDX)   TO WK-OW2-PAID.
155950      MOVE WK-OPW-DETAIL-LINE TO OPWIN-RPT-LINE.
155960      WRITE OPWIN-RPT-LINE.
155970      ADD 1 TO WK-OPW-HITS.
155980      ADD OCL-PAID-AMT(OCL-IDX) TO WK-OPW-AT-RISK.
155990  2307-EXIT.
156000      EXIT.
156010*==========================================================*
156020* 2308-CHECK-MGCRB-RECLASS - A CLAIM PRICED FOR A PROVIDER  *
156030* CARRYING A RECLASSIFICATION (SPECIAL-PAY INDICATOR Y, 2   *
156040* OR D WITH A RECLASS CBSA) MUST FIND ITS RECLASSIFICATION  *
156050* IN FORCE ON THE MGCRB REGISTER FOR THE DISCHARGE FISCAL   *
156060* YEAR AND DATE.  OTHERWISE THE CLAIM IS LISTED ON THE      *
156070* EXCEPTION REPORT WITH THE CLOSEST REGISTER ROW'S REASON - *
156080* THE PAYMENT MAY CARRY A WAGE INDEX THE PROVIDER NO LONGER *
156090* QUALIFIES FOR.                                            *
156100*==========================================================*
156110 2308-CHECK-MGCRB-RECLASS.
156120     IF WK-MG-COUNT = 0
156130        OR PPS-RTC NOT < 50
156140         GO TO 2308-EXIT
156150     END-IF.
156160     IF PV-CBSA-SPEC-PAY-IND NOT = 'Y'
156170        AND PV-CBSA-SPEC-PAY-IND NOT = '2'
156180        AND PV-CBSA-SPEC-PAY-IND NOT = 'D'
156190         GO TO 2308-EXIT
156200     END-IF.
156210     IF PV-CBSA-RECLASS-LOC = SPACES
156220        OR PV-CBSA-RECLASS-LOC = '00000'
156230         GO TO 2308-EXIT
156240     END-IF.
156250     MOVE B-21-DISCHARGE-DATE TO WK-MG-DISCH-DATE.
156260     COMPUTE WK-MG-CLAIM-FY =
156270         (B-21-DISCHG-CC * 100) + B-21-DISCHG-YY.
156280     IF B-21-DISCHG-MM > 09
156290         ADD 1 TO WK-MG-CLAIM-FY
156300     END-IF.
156310     MOVE 1 TO WK-MG-RANK.
156320     MOVE ZEROES TO WK-MG-HIT-I.
156330     PERFORM 2309-SCAN-ONE-MGCRB THRU 2309-EXIT
156340         VARYING MGR-IDX FROM 1 BY 1
156350         UNTIL MGR-IDX > WK-MG-COUNT
156360            OR MG-IN-FORCE.
156370     IF MG-IN-FORCE
156380         GO TO 2308-EXIT
156390     END-IF.
156400     MOVE B-21-PROVIDER-NO        TO WK-MX2-PROVIDER-NO.
156410     MOVE WK-MG-DISCH-DATE        TO WK-MX2-DISCHARGE.
156420     MOVE B-21-DRG                TO WK-MX2-DRG.
156430     MOVE PV-CBSA-RECLASS-LOC     TO WK-MX2-CBSA.
156440     MOVE WK-MG-CLAIM-FY          TO WK-MX2-CLAIM-FY.
156450     MOVE WK-MG-REASON(WK-MG-RANK) TO WK-MX2-REASON.
156460     MOVE PPS-TOTAL-PAYMENT       TO WK-MX2-PAYMENT.
156470     IF WK-MG-HIT-I = 0
156480         MOVE SPACES TO WK-MX2-DECISION WK-MX2-DASH
156490         MOVE ZEROES TO WK-MX2-FIRST-FY WK-MX2-LAST-FY
156500     ELSE
156510         MOVE MGR-DECISION-NO(WK-MG-HIT-I) TO WK-MX2-DECISION
156520         MOVE MGR-FIRST-FY(WK-MG-HIT-I)    TO WK-MX2-FIRST-FY
156530         MOVE '-'                          TO WK-MX2-DASH
156540         MOVE MGR-LAST-FY(WK-MG-HIT-I)     TO WK-MX2-LAST-FY
156550     END-IF.
156560     MOVE WK-MGX-DETAIL-LINE TO MGCRB-EXCP-LINE.
156570     WRITE MGCRB-EXCP-LINE.
156580     ADD 1 TO WK-MG-EXCEPTIONS.
156590     ADD PPS-TOTAL-PAYMENT TO WK-MG-AT-RISK.
156600 2308-EXIT.
156610     EXIT.
156620 2309-SCAN-ONE-MGCRB.
156630     IF MGR-PROVIDER-NO(MGR-IDX) NOT = B-21-PROVIDER-NO
156640         GO TO 2309-EXIT
156650     END-IF.
156660     EVALUATE TRUE
156670         WHEN MGR-TARGET-CBSA(MGR-IDX) NOT = PV-CBSA-RECLASS-LOC
156680             MOVE 2 TO WK-MG-ROW-RANK
156690         WHEN WK-MG-CLAIM-FY < MGR-FIRST-FY(MGR-IDX)
156700             MOVE 3 TO WK-MG-ROW-RANK
156710         WHEN WK-MG-CLAIM-FY > MGR-LAST-FY(MGR-IDX)
156720             MOVE 4 TO WK-MG-ROW-RANK
156730         WHEN MGR-END-REASON(MGR-IDX) = 'W'
156740              AND MGR-END-DATE(MGR-IDX) NOT > WK-MG-DISCH-DATE
156750             MOVE 5 TO WK-MG-ROW-RANK
156760         WHEN MGR-END-REASON(MGR-IDX) = 'T'
156770              AND MGR-END-DATE(MGR-IDX) NOT > WK-MG-DISCH-DATE
156780             MOVE 6 TO WK-MG-ROW-RANK
156790         WHEN OTHER
156800             MOVE 9 TO WK-MG-ROW-RANK
156810     END-EVALUATE.
156820     IF WK-MG-ROW-RANK > WK-MG-RANK
156830         MOVE WK-MG-ROW-RANK TO WK-MG-RANK
156840         SET WK-MG-HIT-I TO MGR-IDX
156850     END-IF.
156860 2309-EXIT.
156870     EXIT.
156880*==========================================================*
156890* 2310-CHECK-GROUPER-DRG - LOOK A PRICED CLAIM UP ON THE    *
156900* GROUPER RESULT FILE.  A CLAIM WHOSE SUBMITTED DRG DIFFERS *
156910* FROM THE GROUPER'S, OR THAT WAS GROUPED UNDER A VERSION   *
156920* OTHER THAN THE DISCHARGE FISCAL YEAR'S, IS LISTED.  A     *
156930* DIFFERENT DRG IS RE-PRICED AT THE GROUPER'S DRG (2311)    *
156940* AND THE PAYMENT DIFFERENCE ROLLED UP FOR THE SUMMARY.     *
156950* THE CLAIM'S OWN RESULT HAS ALREADY BEEN WRITTEN TO EVERY  *
156960* PRODUCTION OUTPUT AND IS PUT BACK.                        *
156970*==========================================================*
156980 2310-CHECK-GROUPER-DRG.
156990     IF NOT GRPRSLT-ACTIVE
157000        OR PPS-RTC NOT < 50
157010         GO TO 2310-EXIT
157020     END-IF.
157030     MOVE B-21-PROVIDER-NO    TO GR-PROVIDER-NO.
157040     MOVE B-21-MBI            TO GR-MBI.
157050     MOVE B-21-DISCHARGE-DATE TO GR-DISCHARGE-DATE.
157060     READ GRPR-RSLT-FILE
157070         INVALID KEY
157080             ADD 1 TO WK-GR-NOT-FOUND
157090             GO TO 2310-EXIT
157100     END-READ.
157110     IF GR-DRG NOT NUMERIC OR GR-DRG = 0
157120        OR GR-VERSION NOT NUMERIC
157130         ADD 1 TO WK-GR-BAD-ROWS
157140         GO TO 2310-EXIT
157150     END-IF.
157160     ADD 1 TO WK-GR-CHECKED.
157170     COMPUTE WK-GR-CLAIM-FY =
157180         (B-21-DISCHG-CC * 100) + B-21-DISCHG-YY.
157190     IF B-21-DISCHG-MM > 09
157200         ADD 1 TO WK-GR-CLAIM-FY
157210     END-IF.
157220     COMPUTE WK-GR-EXPECT-VER = WK-GR-CLAIM-FY - 1983.
157230     MOVE 'N' TO WK-GR-DRG-SW.
157240     MOVE 'N' TO WK-GR-VER-SW.
157250     IF GR-DRG NOT = B-21-DRG
157260         SET GR-DRG-DIFFERS TO TRUE
157270     END-IF.
157280     IF GR-VERSION-MAJOR NOT = WK-GR-EXPECT-VER
157290         SET GR-VERSION-WRONG TO TRUE
157300     END-IF.
157310     IF NOT GR-DRG-DIFFERS AND NOT GR-VERSION-WRONG
157320         GO TO 2310-EXIT
157330     END-IF.
157340     MOVE PPS-TOTAL-PAYMENT TO WK-GR-SUB-PAYMENT.
157350     MOVE ZEROES TO WK-GR-GRP-PAYMENT.
157360     MOVE ZEROES TO WK-GR-DIFF.
157370     MOVE ZEROES TO WK-GR-GRP-RTC.
157380     IF GR-DRG-DIFFERS
157390         ADD 1 TO WK-GR-DRG-MISMATCH
157400         PERFORM 2311-REPRICE-AT-GROUPER THRU 2311-EXIT
157410     END-IF.
157420     IF GR-VERSION-WRONG
157430         ADD 1 TO WK-GR-VER-MISMATCH
157440     END-IF.
157450     EVALUATE TRUE
157460         WHEN GR-DRG-DIFFERS AND WK-GR-GRP-RTC NOT < 50
157470             MOVE 'GROUPER DRG RTC' TO WK-GX2-FLAG
157480             MOVE WK-GR-GRP-RTC TO WK-GX2-FLAG(17:2)
157490         WHEN GR-DRG-DIFFERS AND GR-VERSION-WRONG
157500             MOVE 'DRG + VERSION' TO WK-GX2-FLAG
157510         WHEN GR-DRG-DIFFERS
157520             MOVE 'DRG DIFFERS' TO WK-GX2-FLAG
157530         WHEN OTHER
157540             MOVE 'VERSION NOT FOR FY' TO WK-GX2-FLAG
157550     END-EVALUATE.
157560     MOVE B-21-PROVIDER-NO    TO WK-GX2-PROVIDER-NO.
157570     MOVE B-21-MBI            TO WK-GX2-MBI.
157580     MOVE B-21-DISCHARGE-DATE TO WK-GX2-DISCHARGE.
157590     MOVE B-21-DRG            TO WK-GX2-SUB-DRG.
157600     MOVE GR-DRG              TO WK-GX2-GRP-DRG.
157610     MOVE GR-MDC              TO WK-GX2-MDC.
157620     MOVE GR-VERSION-MAJOR    TO WK-GX2-VER-MAJOR.
157630     MOVE GR-VERSION-MINOR    TO WK-GX2-VER-MINOR.
157640     MOVE GR-DRIVER-TYPE      TO WK-GX2-DRIVER-TYPE.
157650     MOVE GR-DRIVER-CODE      TO WK-GX2-DRIVER-CODE.
157660     MOVE WK-GR-SUB-PAYMENT   TO WK-GX2-SUB-PAYMENT.
157670     MOVE WK-GR-GRP-PAYMENT   TO WK-GX2-GRP-PAYMENT.
157680     MOVE WK-GR-DIFF          TO WK-GX2-DIFF.
157690     MOVE WK-GRX-DETAIL-LINE TO GRPR-RPT-LINE.
157700     WRITE GRPR-RPT-LINE.
157710     IF GR-DRG-DIFFERS AND WK-GR-GRP-RTC < 50
157720         ADD WK-GR-DIFF TO WK-GR-NET-DIFF
157730         PERFORM 2312-ACCUM-GROUPER-PAIR THRU 2312-EXIT
157740     END-IF.
157750 2310-EXIT.
157760     EXIT.
157770*==========================================================*
157780* 2311-REPRICE-AT-GROUPER - PRICE THE SAME BILL A SECOND    *
157790* TIME AT THE GROUPER'S DRG.  THE SUBMITTED DRG AND THE     *
157800* FIRST RESULT ARE PUT BACK.  A GROUPER DRG THAT DOES NOT   *
157810* PRICE (RTC 50 OR OVER) IS FLAGGED WITH ITS RETURN CODE    *
157820* AND LEFT OUT OF THE DIFFERENCE.                           *
157830*==========================================================*
157840 2311-REPRICE-AT-GROUPER.
157850     MOVE B-21-DRG               TO WK-GR-SUB-DRG.
157860     MOVE PPS-DATA               TO WK-PPS-DATA-SAVE.
157870     MOVE GR-DRG                 TO B-21-DRG.
157880     CALL 'PPDRV215E' USING BILL-DATA-2021
157890                           PPS-DATA
157900                           PRICER-OPT-VERS-SW
157910                           PPS-ADDITIONAL-VARIABLES
157920                           PROV-RECORD
157930                           MSAX-WI-TABLE
157940                           CBSA-WI-TABLE
157950                           PPHOLDAR-HOLD-AREA
157960                           NEW-TECH-TABLE
157970                           WI-AUDIT-RECORD
157980                           DRG-WEIGHT-FILE-TABLE
157990                           NDC-RATE-TABLE
158000                           OPER-RATE-TABLE
158010                           STATE-CCR-TABLE
158020                           GEO-DESIG-TABLE
158030                           RUFL-FLOOR-TABLE
158040                           PREV-WI-TABLE
158050                           OUTM-ADJ-TABLE
158060                           MID-ADJ-TABLE
158070                           DISP-CTL-TABLE
158080     END-CALL.
158090     MOVE PPS-RTC                TO WK-GR-GRP-RTC.
158100     IF WK-GR-GRP-RTC < 50
158110         MOVE PPS-TOTAL-PAYMENT  TO WK-GR-GRP-PAYMENT
158120         COMPUTE WK-GR-DIFF =
158130             WK-GR-GRP-PAYMENT - WK-GR-SUB-PAYMENT
158140     ELSE
158150         ADD 1 TO WK-GR-NOT-PAYABLE
158160     END-IF.
158170     MOVE WK-GR-SUB-DRG          TO B-21-DRG.
158180     MOVE WK-PPS-DATA-SAVE       TO PPS-DATA.
158190 2311-EXIT.
158200     EXIT.
158210 2312-ACCUM-GROUPER-PAIR.
158220     SET GRS-SIDX TO 1.
158230     SEARCH GRS-ENTRY VARYING GRS-SIDX
158240         AT END
158250             CONTINUE
158260         WHEN GRS-SIDX > WK-GRS-COUNT
158270             CONTINUE
158280         WHEN GRS-PROVIDER-NO(GRS-SIDX) = B-21-PROVIDER-NO
158290          AND GRS-SUB-DRG(GRS-SIDX) = B-21-DRG
158300          AND GRS-GRP-DRG(GRS-SIDX) = GR-DRG
158310          AND GRS-DRIVER-CODE(GRS-SIDX) = GR-DRIVER-CODE
158320             GO TO 2312-ADD
158330     END-SEARCH.
158340 2312-NEW-ROW.
158350     IF WK-GRS-COUNT NOT < 3000
158360         ADD 1 TO WK-TABLE-DROPS
158370         GO TO 2312-EXIT
158380     END-IF.
158390     ADD 1 TO WK-GRS-COUNT.
158400     SET GRS-SIDX TO WK-GRS-COUNT.
158410     MOVE B-21-PROVIDER-NO TO GRS-PROVIDER-NO(GRS-SIDX).
158420     MOVE B-21-DRG         TO GRS-SUB-DRG(GRS-SIDX).
158430     MOVE GR-DRG           TO GRS-GRP-DRG(GRS-SIDX).
158440     MOVE GR-DRIVER-TYPE   TO GRS-DRIVER-TYPE(GRS-SIDX).
158450     MOVE GR-DRIVER-CODE   TO GRS-DRIVER-CODE(GRS-SIDX).
158460     MOVE 0 TO GRS-CLAIMS(GRS-SIDX).
158470     MOVE 0 TO GRS-DIFF(GRS-SIDX).
158480     MOVE 'N' TO GRS-USED-SW(GRS-SIDX).
158490 2312-ADD.
158500     ADD 1          TO GRS-CLAIMS(GRS-SIDX).
158510     ADD WK-GR-DIFF TO GRS-DIFF(GRS-SIDX).
158520 2312-EXIT.
158530     EXIT.
158540*==========================================================*
158550* 2233-ROUTE-EXEMPT-UNIT - PAY AN EXCLUDED PSYCH/REHAB     *
158560* UNIT BILL THROUGH PPEXM215 (EXEMPT PER-DIEM TIMES        *
158570* COVERED DAYS) AND WRITE IT TO THE SEPARATE EXEMPT-UNIT   *
158580* STREAM.  THESE BILLS NEVER REACH THE IPPS EXTRACTS OR    *
158590* THE REMITTANCE FILE.                                     *
158600*==========================================================*
158610  2233-ROUTE-EXEMPT-UNIT.
158620      MOVE PV-EXEMPT-PER-DIEM TO EXM-PER-DIEM.
158630      CALL 'PPEXM215' USING BILL-DATA-2021
158640                            EXM-PAY-DATA
158650      END-CALL.
158660      MOVE B-21-PROVIDER-NO    TO EX-PROVIDER-NO.
158670      MOVE B-21-MBI            TO EX-MBI.
158680      MOVE B-21-DISCHARGE-DATE TO EX-DISCHARGE-DATE.
158690      MOVE B-21-COVERED-DAYS   TO EX-COVERED-DAYS.
158700      MOVE EXM-PER-DIEM        TO EX-PER-DIEM.
158710      MOVE EXM-PAYMENT         TO EX-PAYMENT.
158720      MOVE EXM-RTC             TO EX-RTC.
158730      WRITE EXEMPT-UNIT-REC.
158740      ADD 1 TO WK-EXM-BILLS.
158750      IF EXM-RTC = 0
158760          ADD EXM-PAYMENT TO WK-EXM-DOLLARS
158770      ELSE
158780          ADD 1 TO WK-EXM-ERRORS
158790      END-IF.
158800  2233-EXIT.
158810      EXIT.
158820*==========================================================*
158830* 2234-EDIT-ICD-CODES - WARN ON ANY DIAGNOSIS OR PROCEDURE *
158840* CODE ON THE BILL WITH NO REFERENCE ROW COVERING THE      *
158850* DISCHARGE DATE.  EACH FAILURE FEEDS THE BY-PROVIDER      *
158860* FREQUENCY TABLE FOR THE END-OF-RUN REPORT.               *
158870*==========================================================*
158880  2234-EDIT-ICD-CODES.
158890      IF WK-ICD-COUNT = 0
158900          GO TO 2234-EXIT
158910      END-IF.
158920      MOVE 'N' TO WK-ICD-BILL-HIT-SW.
158930      MOVE 'D' TO WK-ICD-TEST-TYPE.
158940      PERFORM 2235-EDIT-ONE-DIAG THRU 2235-EXIT
158950          VARYING B-21-DIAG-IDX FROM 1 BY 1
158960          UNTIL B-21-DIAG-IDX > 25.
158970      MOVE 'P' TO WK-ICD-TEST-TYPE.
158980      PERFORM 2235A-EDIT-ONE-PROC THRU 2235A-EXIT
158990          VARYING B-21-PROC-IDX FROM 1 BY 1
159000          UNTIL B-21-PROC-IDX > 25.
159010      IF WK-ICD-BILL-HIT-SW = 'Y'
159020          ADD 1 TO WK-ICD-BILLS-FLAGGED
159030      END-IF.
159040  2234-EXIT.
159050      EXIT.
159060  2235-EDIT-ONE-DIAG.
159070      MOVE B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX)
159080          TO WK-ICD-TEST-CODE.
159090      PERFORM 2236-CHECK-ONE-CODE THRU 2236-EXIT.
159100  2235-EXIT.
159110      EXIT.
159120  2235A-EDIT-ONE-PROC.
159130      MOVE B-21-PROC-CODE-ENTRY(B-21-PROC-IDX)
159140          TO WK-ICD-TEST-CODE.
159150      PERFORM 2236-CHECK-ONE-CODE THRU 2236-EXIT.
159160  2235A-EXIT.
159170      EXIT.
159180  2236-CHECK-ONE-CODE.
159190      IF WK-ICD-TEST-CODE = SPACES
159200          GO TO 2236-EXIT
159210      END-IF.
159220      MOVE 'N' TO WK-ICD-HIT-SW.
159230      PERFORM 2237-PROBE-ONE-ROW THRU 2237-EXIT
159240          VARYING ICD-SIDX FROM 1 BY 1
159250          UNTIL ICD-SIDX > WK-ICD-COUNT
159260             OR ICD-CODE-VALID.
159270      IF ICD-CODE-VALID
159280          GO TO 2236-EXIT
159290      END-IF.
159300      ADD 1 TO WK-ICD-INVALID-CODES.
159310      MOVE 'Y' TO WK-ICD-BILL-HIT-SW.
159320      PERFORM 2238-ACCUM-ICD-FREQ THRU 2238-EXIT.
159330  2236-EXIT.
159340      EXIT.
159350  2237-PROBE-ONE-ROW.
159360      IF ICD-CODE(ICD-SIDX) = WK-ICD-TEST-CODE
159370         AND ICD-TYPE(ICD-SIDX) = WK-ICD-TEST-TYPE
159380         AND B-21-DISCHARGE-DATE
159390             NOT < ICD-EFF-DATE(ICD-SIDX)
159400         AND B-21-DISCHARGE-DATE
159410             NOT > ICD-END-DATE(ICD-SIDX)
159420          SET ICD-CODE-VALID TO TRUE
159430      END-IF.
159440  2237-EXIT.
159450      EXIT.
159460  2238-ACCUM-ICD-FREQ.
159470      SET ICF-SIDX TO 1.
159480      SEARCH ICF-ENTRY VARYING ICF-SIDX
159490          AT END
159500              IF WK-ICF-COUNT < 1000
159510                  ADD 1 TO WK-ICF-COUNT
159520                  SET ICF-SIDX TO WK-ICF-COUNT
159530                  MOVE B-21-PROVIDER-NO
159540                      TO ICF-PROVIDER-NO(ICF-SIDX)
159550                  MOVE WK-ICD-TEST-CODE
159560                      TO ICF-CODE(ICF-SIDX)
159570                  MOVE WK-ICD-TEST-TYPE
159580                      TO ICF-TYPE(ICF-SIDX)
159590                  MOVE 0 TO ICF-COUNT(ICF-SIDX)
159600              ELSE
159610                  GO TO 2238-EXIT
159620              END-IF
159630          WHEN ICF-PROVIDER-NO(ICF-SIDX) = B-21-PROVIDER-NO
159640           AND ICF-CODE(ICF-SIDX) = WK-ICD-TEST-CODE
159650           AND ICF-TYPE(ICF-SIDX) = WK-ICD-TEST-TYPE
159660              CONTINUE
159670      END-SEARCH.
159680      ADD 1 TO ICF-COUNT(ICF-SIDX).
159690  2238-EXIT.
159700      EXIT.
159710*==========================================================*
159720* 2239-ACCUM-MARGIN - ADD A PRICED BILL'S PAYMENT,         *
159730* ESTIMATED OPERATING COST, AND OUTLIER DOLLARS TO THE     *
159740* PROVIDER AND DRG MARGIN TABLES.                          *
159750*==========================================================*
159760  2239-ACCUM-MARGIN.
159770      IF PPS-RTC NOT < 50
159780          GO TO 2239-EXIT
159790      END-IF.
159800      SET MP-SIDX TO 1.
159810      SEARCH MP-ENTRY VARYING MP-SIDX
159820          AT END
159830              IF WK-MP-COUNT < 2000
159840                  ADD 1 TO WK-MP-COUNT
159850                  SET MP-SIDX TO WK-MP-COUNT
159860                  MOVE B-21-PROVIDER-NO
159870                      TO MP-PROVIDER-NO(MP-SIDX)
159880                  MOVE 0 TO MP-BILLS(MP-SIDX)
159890                  MOVE 0 TO MP-PAYMENT(MP-SIDX)
159900                  MOVE 0 TO MP-COST(MP-SIDX)
159910                  MOVE 0 TO MP-OUTLIER(MP-SIDX)
159920                  MOVE 0 TO MP-PRIOR-PCT(MP-SIDX)
159930                  MOVE 0 TO MP-PRIOR-CCR(MP-SIDX)
159940                  MOVE 'N' TO MP-PRIOR-SW(MP-SIDX)
159950              ELSE
159960                  GO TO 2239-EXIT
159970              END-IF
159980          WHEN MP-PROVIDER-NO(MP-SIDX) = B-21-PROVIDER-NO
159990              CONTINUE
160000      END-SEARCH.
160010      ADD 1                     TO MP-BILLS(MP-SIDX).
160020      ADD PPS-TOTAL-PAYMENT     TO MP-PAYMENT(MP-SIDX).
160030      ADD PPS-OPER-BILL-COSTS   TO MP-COST(MP-SIDX).
160040      ADD PPS-OPER-OUTLIER-PART TO MP-OUTLIER(MP-SIDX).
160050      MOVE PV-CCR               TO MP-CCR(MP-SIDX).
160060      SET MD-SIDX TO 1.
160070      SEARCH MD-ENTRY VARYING MD-SIDX
160080          AT END
160090              IF WK-MD-COUNT < 1000
160100                  ADD 1 TO WK-MD-COUNT
160110                  SET MD-SIDX TO WK-MD-COUNT
160120                  MOVE B-21-DRG TO MD-DRG(MD-SIDX)
160130                  MOVE 0 TO MD-BILLS(MD-SIDX)
160140                  MOVE 0 TO MD-PAYMENT(MD-SIDX)
160150                  MOVE 0 TO MD-COST(MD-SIDX)
160160                  MOVE 0 TO MD-OUTLIER(MD-SIDX)
160170              ELSE
160180                  GO TO 2239-EXIT
160190              END-IF
160200          WHEN MD-DRG(MD-SIDX) = B-21-DRG
160210              CONTINUE
160220      END-SEARCH.
160230      ADD 1                     TO MD-BILLS(MD-SIDX).
160240      ADD PPS-TOTAL-PAYMENT     TO MD-PAYMENT(MD-SIDX).
160250      ADD PPS-OPER-BILL-COSTS   TO MD-COST(MD-SIDX).
160260      ADD PPS-OPER-OUTLIER-PART TO MD-OUTLIER(MD-SIDX).
160270  2239-EXIT.
160280      EXIT.
160290*===========================================================*
160300* 2218-CHECK-XWALK - ANNOTATE A BILL STILL ARRIVING UNDER A  *
160310* MERGED-AWAY (OLD) PROVIDER NUMBER ON OR AFTER THE          *
160320* CROSSWALK EFFECTIVE DATE.  THE BILL STILL PRICES UNDER     *
160330* WHATEVER SEGMENT IS IN FORCE; THE ANNOTATION FEEDS         *
160340* PROVIDER OUTREACH.                                         *
160350*===========================================================*
160360 2218-CHECK-XWALK.
160370     IF WK-XW-COUNT = 0
160380         GO TO 2218-EXIT
160390     END-IF.
160400     PERFORM 2218A-CHECK-ONE-XWALK THRU 2218A-EXIT
160410         VARYING XW-SIDX FROM 1 BY 1
160420         UNTIL XW-SIDX > WK-XW-COUNT.
160430  2218-EXIT.
160440     EXIT.
160450  2218A-CHECK-ONE-XWALK.
160460     IF XW-OLD-PROVIDER-NO(XW-SIDX) = B-21-PROVIDER-NO
160470        AND B-21-DISCHARGE-DATE NOT <
160480            XW-EFF-DATE(XW-SIDX)
160490         ADD 1 TO WK-XWALK-OLD-BILLS
160500         MOVE XW-OLD-PROVIDER-NO(XW-SIDX) TO WK-XA-OLD
160510         MOVE XW-NEW-PROVIDER-NO(XW-SIDX) TO WK-XA-NEW
160520         MOVE B-21-DISCHARGE-DATE         TO WK-XA-DISCHARGE
160530         MOVE 'BILLED UNDER OLD NUMBER AFTER MERGER'
160540             TO WK-XA-NOTE
160550         MOVE WK-XA-DETAIL-LINE TO XWALK-RPT-LINE
160560         WRITE XWALK-RPT-LINE
160570     END-IF.
160580  2218A-EXIT.
160590     EXIT.
160600*==========================================================*
160610* 2228B-XWALK-DRAWDOWN - WHEN THIS BILL'S PROVIDER IS THE   *
160620* SURVIVING NUMBER OF A MERGER, DRAW THE PREDECESSOR'S      *
160630* OPEN RECOUPMENT BALANCE DOWN AGAINST THE PAYMENT AS       *
160640* WELL, SO THE OLD IDENTITY'S RECEIVABLE DOES NOT SIT       *
160650* STRANDED.                                                 *
160660*==========================================================*
160670  2228B-XWALK-DRAWDOWN.
160680      IF XW-NEW-PROVIDER-NO(XW-SIDX) NOT = B-21-PROVIDER-NO
160690         OR B-21-DISCHARGE-DATE < XW-EFF-DATE(XW-SIDX)
160700         OR RM-PAID-AMOUNT = 0
160710          GO TO 2228B-EXIT
160720      END-IF.
160730      MOVE ZEROES TO WK-LG-OLD-SIDX.
160740      PERFORM 2228C-FIND-OLD-ROW THRU 2228C-EXIT
160750          VARYING LG-IDX FROM 1 BY 1
160760          UNTIL LG-IDX > WK-LG-COUNT
160770             OR WK-LG-OLD-SIDX > 0.
160780      IF WK-LG-OLD-SIDX = 0
160790          GO TO 2228B-EXIT
160800      END-IF.
160810      SET LG-SIDX TO WK-LG-OLD-SIDX.
160820      IF LG-BALANCE(LG-SIDX) > 0 AND RM-PAID-AMOUNT > 0
160830          IF LG-BALANCE(LG-SIDX) < RM-PAID-AMOUNT
160840              MOVE LG-BALANCE(LG-SIDX) TO WK-XW-DRAW
160850          ELSE
160860              MOVE RM-PAID-AMOUNT TO WK-XW-DRAW
160870          END-IF
160880          SUBTRACT WK-XW-DRAW FROM RM-PAID-AMOUNT
160890          SUBTRACT WK-XW-DRAW FROM LG-BALANCE(LG-SIDX)
160900          ADD WK-XW-DRAW TO LG-OFFSETS(LG-SIDX)
160910          ADD WK-XW-DRAW TO RM-LEDGER-OFFSET
160920          ADD 1 TO WK-XWALK-OFFSETS
160930      END-IF.
160940  2228B-EXIT.
160950      EXIT.
160960  2228C-FIND-OLD-ROW.
160970      IF LG-PROVIDER-NO(LG-IDX) =
160980             XW-OLD-PROVIDER-NO(XW-SIDX)
160990         AND LG-BALANCE(LG-IDX) > 0
161000          SET WK-LG-OLD-SIDX TO LG-IDX
161010      END-IF.
161020  2228C-EXIT.
161030      EXIT.
161040*===========================================================*
161050* 2209-CHARGE-PRESCREEN - COMPARE THE BILL'S IMPLIED COST    *
161060* (CHARGES TIMES THE PROVIDER'S OPERATING CCR) TO THE        *
161070* NATIONAL AVERAGE COST FOR ITS DRG WEIGHT.  BEYOND THE      *
161080* RUN-CONTROL TOLERANCE MULTIPLE, THE COST-OUTLIER PORTION   *
161090* IS WITHHELD FROM THE PAYMENT AND THE BILL GOES TO THE      *
161100* SUSPENSE REPORT FOR CONFIRMATION.                          *
161110*===========================================================*
161120  2209-CHARGE-PRESCREEN.
161130      IF PPS-RTC NOT < 50 OR PPS-OPER-OUTLIER-PART = 0
161140          GO TO 2209-EXIT
161150      END-IF.
161160      COMPUTE WK-CHG-IMPLIED-COST ROUNDED =
161170          B-21-CHARGES-CLAIMED * PV-CCR.
161180      COMPUTE WK-CHG-NATL-AVG-COST ROUNDED =
161190          PPS-DRG-WT * (PPS-NAT-LABOR + PPS-NAT-NLABOR).
161200      IF WK-CHG-NATL-AVG-COST = 0
161210          GO TO 2209-EXIT
161220      END-IF.
161230      IF WK-CHG-IMPLIED-COST NOT >
161240             (WK-CHG-NATL-AVG-COST * WK-CHG-TOLERANCE)
161250          GO TO 2209-EXIT
161260      END-IF.
161270      ADD 1 TO WK-CHG-SUSPENDED.
161280      ADD PPS-OPER-OUTLIER-PART TO WK-CHG-WITHHELD.
161290      MOVE B-21-PROVIDER-NO     TO WK-CS-PROVIDER-NO.
161300      MOVE B-21-DRG             TO WK-CS-DRG.
161310      MOVE B-21-DISCHARGE-DATE  TO WK-CS-DISCHARGE.
161320      MOVE B-21-CHARGES-CLAIMED TO WK-CS-CHARGES.
161330      MOVE WK-CHG-IMPLIED-COST  TO WK-CS-IMPLIED.
161340      MOVE WK-CHG-NATL-AVG-COST TO WK-CS-NATL-AVG.
161350      MOVE PPS-OPER-OUTLIER-PART TO WK-CS-WITHHELD.
161360      MOVE WK-CS-DETAIL-LINE    TO CHG-SUSPENSE-LINE.
161370      WRITE CHG-SUSPENSE-LINE.
161380      COMPUTE PPS-TOTAL-PAYMENT =
161390          PPS-TOTAL-PAYMENT - PPS-OPER-OUTLIER-PART.
161400      MOVE ZEROES TO PPS-OPER-OUTLIER-PART.
161410  2209-EXIT.
161420      EXIT.
161430*===========================================================*
161440* 2208-SET-AGED-OVERRIDE - WHEN THE RUN-CONTROL OVERRIDE     *
161450* NAMES THIS BILL'S PROVIDER AND ITS DISCHARGE DATE FALLS    *
161460* IN THE AUTHORIZED RANGE, SET THE AGED-BILL OVERRIDE SO     *
161470* PPDRV215 DISPATCHES PAST THE FIVE-YEAR CUTOFF, AND WRITE   *
161480* THE WHO/WHY AUDIT RECORD.                                  *
161490*===========================================================*
161500 2208-SET-AGED-OVERRIDE.
161510     MOVE 'N' TO PPS-AGED-BILL-OVERRIDE.
161520     IF WK-OVR-PROVIDER = SPACES
161530         GO TO 2208-EXIT
161540     END-IF.
161550     IF B-21-PROVIDER-NO = WK-OVR-PROVIDER
161560        AND B-21-DISCHARGE-DATE NOT < WK-OVR-FROM
161570        AND B-21-DISCHARGE-DATE NOT > WK-OVR-THRU
161580         MOVE 'Y' TO PPS-AGED-BILL-OVERRIDE
161590         ADD 1 TO WK-BILLS-OVERRIDDEN
161600         MOVE B-21-PROVIDER-NO    TO OV-PROVIDER-NO
161610         MOVE B-21-DRG            TO OV-DRG
161620         MOVE B-21-DISCHARGE-DATE TO OV-DISCHARGE-DATE
161630         MOVE WK-OVR-OPERATOR     TO OV-OPERATOR
161640         MOVE WK-OVR-REASON       TO OV-REASON
161650         WRITE OVERRIDE-AUDIT-REC
161660     END-IF.
161670 2208-EXIT.
161680     EXIT.
161690*===========================================================*
161700* 2253-ROUTE-WAIVER-BILL - A BILL THAT CAME BACK RTC 53       *
161710* (WAIVER STATE) IS ROUTED TO THE WAIVER STREAM WITH A        *
161720* CHARGE-BASED INTERIM PAYMENT: COVERED CHARGES TIMES THE     *
161730* PROVIDER'S INTERIM PERCENTAGE FROM THE WAIVER RATE FILE.    *
161740*===========================================================*
161750 2253-ROUTE-WAIVER-BILL.
161760     IF PPS-RTC NOT = 53
161770         GO TO 2253-EXIT
161780     END-IF.
161790     ADD 1 TO WK-WAIVER-BILLS.
161800     MOVE ZEROES TO WK-WAIVER-PCT.
161810     IF WK-WVRATE-COUNT > 0
161820         SET WV-SIDX TO 1
161830         SEARCH WV-ENTRY VARYING WV-SIDX
161840             AT END
161850                 CONTINUE
161860             WHEN WV-TAB-PROVIDER-NO(WV-SIDX) = B-21-PROVIDER-NO
161870                 MOVE WV-TAB-PCT(WV-SIDX) TO WK-WAIVER-PCT
161880         END-SEARCH
161890     END-IF.
161900     MOVE B-21-PROVIDER-NO     TO WO-PROVIDER-NO.
161910     MOVE B-21-DRG             TO WO-DRG.
161920     MOVE B-21-DISCHARGE-DATE  TO WO-DISCHARGE-DATE.
161930     MOVE B-21-CHARGES-CLAIMED TO WO-COVERED-CHARGES.
161940     MOVE WK-WAIVER-PCT        TO WO-INTERIM-PCT.
161950     COMPUTE WO-PAYMENT-AMT ROUNDED =
161960         B-21-CHARGES-CLAIMED * WK-WAIVER-PCT.
161970     MOVE WK-CLAIM-SEQ TO WO-CLAIM-SEQ.
161980     WRITE WAIVER-OUT-REC.
161990 2253-EXIT.
162000     EXIT.
162010*===========================================================*
162020* 2207-WRITE-PEND - WRITE THE CURRENT BILL TO THE PEND FILE  *
162030* IN FULL BILL FORM, STAMPED WITH TODAY'S DATE AND A ZERO    *
162040* CYCLE COUNT, SO THE NEXT RUN RE-PRESENTS IT AGAINST THE    *
162050* FRESHLY LOADED PROVIDER MASTER.                            *
162060*===========================================================*
162070 2207-WRITE-PEND.
162080     MOVE BILL-DATA-2021 TO PQ-BILL-RECORD.
162090     ACCEPT WK-PEND-DATE FROM DATE YYYYMMDD.
162100     MOVE WK-PEND-DATE TO PQ-PEND-DATE.
162110     MOVE ZEROES TO PQ-CYCLE-COUNT.
162120     WRITE PEND-OUT-REC.
162130     ADD 1 TO WK-BILLS-PENDED.
162140     MOVE 'PN' TO WK-EV-TYPE.
162150     MOVE 'NO PROVIDER RECORD' TO WK-EV-DETAIL.
162160     PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT.
162170 2207-EXIT.
162180     EXIT.
162190*===========================================================*
162200* 2206-CHECK-ERROR-RATE - CIRCUIT BREAKER.  ONCE THE RUN HAS *
162210* READ THE OPERATOR-SET BASE NUMBER OF BILLS, ABEND WITH A   *
162220* CLEAR MESSAGE WHEN THE COMBINED 50-SERIES REJECTION AND    *
162230* STRUCTURAL-QUARANTINE RATE CROSSES THE THRESHOLD - A SIGN  *
162240* THE UPSTREAM EXTRACT WAS BUILT AGAINST THE WRONG COPYBOOK. *
162250*===========================================================*
162260 2206-CHECK-ERROR-RATE.
162270     IF WK-ERR-THRESH-PCT = 0
162280         GO TO 2206-EXIT
162290     END-IF.
162300     IF WK-BILLS-READ < WK-ERR-THRESH-BASE
162310         GO TO 2206-EXIT
162320     END-IF.
162330     COMPUTE WK-ERR-RATE-WORK =
162340         (WK-BILLS-REJECTED + WK-BILLS-QUARANTINED) * 100.
162350     COMPUTE WK-ERR-RATE-LIMIT =
162360         WK-BILLS-READ * WK-ERR-THRESH-PCT.
162370     IF WK-ERR-RATE-WORK NOT < WK-ERR-RATE-LIMIT
162380         DISPLAY 'PPBAT215 - ERROR RATE CIRCUIT BREAKER TRIPPED'
162390         DISPLAY 'PPBAT215 - BILLS READ        : ' WK-BILLS-READ
162400         DISPLAY 'PPBAT215 - BILLS REJECTED    : '
162410                 WK-BILLS-REJECTED
162420         DISPLAY 'PPBAT215 - BILLS QUARANTINED : '
162430                 WK-BILLS-QUARANTINED
162440         DISPLAY 'PPBAT215 - THRESHOLD PERCENT : '
162450                 WK-ERR-THRESH-PCT
162460         DISPLAY 'PPBAT215 - CHECK THE UPSTREAM EXTRACT BEFORE '
162470                 'RERUNNING - OUTPUTS ARE INCOMPLETE'
162480         MOVE 16 TO RETURN-CODE
162490         STOP RUN
162500     END-IF.
162510 2206-EXIT.
162520     EXIT.
162530*===========================================================*
162540* 2204A-VERIFY-RECV-PROVIDER - A TRANSFER BILL (REVIEW       *
162550* CODES 05, 06, 09, 11) MUST NAME A RECEIVING PROVIDER       *
162560* DIFFERENT FROM ITS OWN; OTHERWISE THE BILL IS REJECTED.    *
162570* VALID TRANSFERS ARE HELD FOR THE END-OF-RUN PAIR MATCH.    *
162580*===========================================================*
162590  2204A-VERIFY-RECV-PROVIDER.
162600      MOVE 'N' TO WK-XT-MATCH-SW.
162610      IF B-21-REVIEW-CODE NOT = 05 AND NOT = 06
162620         AND NOT = 09 AND NOT = 11
162630          GO TO 2204A-EXIT
162640      END-IF.
162650      IF B-21-RECV-PROVIDER-NO = SPACES
162660         OR B-21-RECV-PROVIDER-NO = B-21-PROVIDER-NO
162670          MOVE 'X' TO WK-XT-MATCH-SW
162680          MOVE B-21-PROVIDER-NO      TO WK-XM-FROM
162690          MOVE B-21-RECV-PROVIDER-NO TO WK-XM-RECV
162700          MOVE B-21-MBI              TO WK-XM-MBI
162710          MOVE B-21-DISCHARGE-DATE   TO WK-XM-DISCHARGE
162720          MOVE 'RECV PROVIDER INVALID' TO WK-XM-DISPOSITION
162730          MOVE WK-XM-DETAIL-LINE     TO XFER-MATCH-LINE
162740          WRITE XFER-MATCH-LINE
162750          GO TO 2204A-EXIT
162760      END-IF.
162770      IF WK-XT-COUNT >= 5000
162780          ADD 1 TO WK-TABLE-DROPS
162790          GO TO 2204A-EXIT
162800      END-IF.
162810      ADD 1 TO WK-XT-COUNT.
162820      SET XT-IDX TO WK-XT-COUNT.
162830      MOVE B-21-PROVIDER-NO      TO XT-FROM-PROVIDER(XT-IDX).
162840      MOVE B-21-RECV-PROVIDER-NO TO XT-RECV-PROVIDER(XT-IDX).
162850      MOVE B-21-MBI              TO XT-MBI(XT-IDX).
162860      MOVE B-21-DISCHARGE-DATE   TO XT-DISCHG-DATE(XT-IDX).
162870      MOVE B-21-DISCHARGE-DATE   TO WK-DTS-DATE.
162880      PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
162890      MOVE WK-DTS-SERIAL TO XT-DISCHG-SERIAL(XT-IDX).
162900  2204A-EXIT.
162910      EXIT.
162920*===========================================================*
162930* 2201-STRUCTURAL-EDIT - CLASS AND RANGE CHECKS ON EVERY     *
162940* FIELD THE RUN WILL DO ARITHMETIC ON, BEFORE ANY OF IT       *
162950* HAPPENS.  A FAILING RECORD GOES WHOLE TO THE QUARANTINE     *
162960* FILE WITH THE FIELD AND REASON, AND THE RUN CONTINUES.      *
162970* THE EDITERR REPORT REMAINS THE LAYER ABOVE THIS ONE, FOR    *
162980* STRUCTURALLY VALID BILLS THE PRICER REJECTS.                *
162990*===========================================================*
163000 2201-STRUCTURAL-EDIT.
163010     MOVE 'N' TO WK-QUAR-FAIL-SW.
163020     EVALUATE TRUE
163030         WHEN B-21-PROVIDER-NO = SPACES
163040             MOVE 'B-21-PROVIDER-NO'    TO QU-FIELD-NAME
163050             MOVE 'PROVIDER NUMBER BLANK' TO QU-REASON
163060             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163070         WHEN B-21-REVIEW-CODE NOT NUMERIC
163080             MOVE 'B-21-REVIEW-CODE'    TO QU-FIELD-NAME
163090             MOVE 'NOT NUMERIC'          TO QU-REASON
163100             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163110         WHEN B-21-DRG NOT NUMERIC
163120             MOVE 'B-21-DRG'            TO QU-FIELD-NAME
163130             MOVE 'NOT NUMERIC'          TO QU-REASON
163140             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163150         WHEN B-21-LOS NOT NUMERIC
163160             MOVE 'B-21-LOS'            TO QU-FIELD-NAME
163170             MOVE 'NOT NUMERIC'          TO QU-REASON
163180             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163190         WHEN B-21-COVERED-DAYS NOT NUMERIC
163200             MOVE 'B-21-COVERED-DAYS'   TO QU-FIELD-NAME
163210             MOVE 'NOT NUMERIC'          TO QU-REASON
163220             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163230         WHEN B-21-LTR-DAYS NOT NUMERIC
163240             MOVE 'B-21-LTR-DAYS'       TO QU-FIELD-NAME
163250             MOVE 'NOT NUMERIC'          TO QU-REASON
163260             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163270         WHEN B-21-DISCHARGE-DATE NOT NUMERIC
163280             MOVE 'B-21-DISCHARGE-DATE' TO QU-FIELD-NAME
163290             MOVE 'NOT NUMERIC'          TO QU-REASON
163300             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163310         WHEN B-21-DISCHG-MM < 01 OR B-21-DISCHG-MM > 12
163320             MOVE 'B-21-DISCHARGE-DATE' TO QU-FIELD-NAME
163330             MOVE 'MONTH OUT OF RANGE'   TO QU-REASON
163340             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163350         WHEN B-21-DISCHG-DD < 01 OR B-21-DISCHG-DD > 31
163360             MOVE 'B-21-DISCHARGE-DATE' TO QU-FIELD-NAME
163370             MOVE 'DAY OUT OF RANGE'     TO QU-REASON
163380             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163390         WHEN B-21-CHARGES-CLAIMED NOT NUMERIC
163400             MOVE 'B-21-CHARGES-CLAIMED' TO QU-FIELD-NAME
163410             MOVE 'NOT NUMERIC'          TO QU-REASON
163420             SET BILL-IS-STRUCTURAL-FAIL TO TRUE
163430         WHEN OTHER
163440             CONTINUE
163450     END-EVALUATE.
163460     IF BILL-IS-STRUCTURAL-FAIL
163470         MOVE BILL-DATA-2021 TO QU-BILL-RECORD
163480         MOVE WK-CLAIM-SEQ   TO QU-CLAIM-SEQ
163490         WRITE QUARANTINE-REC
163500         MOVE 'QU' TO WK-EV-TYPE
163510         MOVE QU-REASON TO WK-EV-DETAIL
163520         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
163530     END-IF.
163540  2201-EXIT.
163550     EXIT.
163560*===========================================================*
163570* 2204-VERIFY-LOS - WHEN THE BILL CARRIES AN ADMISSION DATE, *
163580* RECOMPUTE THE STAY FROM ADMISSION TO DISCHARGE AND REJECT  *
163590* THE BILL (WITH BOTH VALUES REPORTED) WHEN IT CONTRADICTS   *
163600* THE SUBMITTED LOS THAT DRIVES PER-DIEM TRANSFERS AND DAY   *
163610* OUTLIERS.  A ZERO ADMISSION DATE SKIPS THE EDIT.           *
163620*===========================================================*
163630 2204-VERIFY-LOS.
163640     MOVE 'N' TO WK-LOS-FAIL-SW.
163650     MOVE ZEROES TO WK-LOS-COMPUTED.
163660     IF B-21-ADMIT-DATE NOT NUMERIC OR B-21-ADMIT-DATE = 0
163670         GO TO 2204-EXIT
163680     END-IF.
163690     MOVE B-21-ADMIT-DATE TO WK-DTS-DATE.
163700     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
163710     MOVE WK-DTS-SERIAL TO WK-LOS-ADMIT-SERIAL.
163720     MOVE B-21-DISCHARGE-DATE TO WK-DTS-DATE.
163730     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
163740     COMPUTE WK-LOS-COMPUTED =
163750         WK-DTS-SERIAL - WK-LOS-ADMIT-SERIAL.
163760     IF WK-LOS-COMPUTED < 0 OR
163770        WK-LOS-COMPUTED NOT = B-21-LOS
163780         SET LOS-EDIT-FAILED TO TRUE
163790         MOVE B-21-PROVIDER-NO    TO WK-LE-PROVIDER-NO
163800         MOVE B-21-DRG            TO WK-LE-DRG
163810         MOVE B-21-ADMIT-DATE     TO WK-LE-ADMIT
163820         MOVE B-21-DISCHARGE-DATE TO WK-LE-DISCHARGE
163830         MOVE B-21-LOS            TO WK-LE-SUBMITTED
163840         MOVE WK-LOS-COMPUTED     TO WK-LE-COMPUTED
163850         MOVE WK-CLAIM-SEQ        TO WK-LE-CLAIM-SEQ
163860         MOVE WK-LOS-DETAIL-LINE  TO LOS-ERROR-LINE
163870         WRITE LOS-ERROR-LINE
163880     END-IF.
163890 2204-EXIT.
163900     EXIT.
163910*===========================================================*
163920* 2203-CHECK-DUPLICATE - LOOK THE BILL'S KEY (PROVIDER,      *
163930*                 DISCHARGE DATE, DRG, SUBMITTED CHARGES) UP  *
163940*                 IN THE RUN'S KEY TABLE.  A HIT IS A         *
163950*                 SUSPECTED DUPLICATE: BOTH OCCURRENCES ARE    *
163960*                 IDENTIFIED ON THE EXCEPTION FILE AND THE     *
163970*                 BILL IS EXCLUDED FROM PRICING AND TOTALS.    *
163980*                 A MISS ADDS THE KEY FOR THE REST OF THE RUN. *
163990*===========================================================*
164000 2203-CHECK-DUPLICATE.
164010     MOVE 'N' TO WK-DUP-SW.
164020     IF WK-DUP-KEY-COUNT = 0
164030         GO TO 2203-ADD-KEY
164040     END-IF.
164050     SET DK-SIDX TO 1.
164060     SEARCH DK-ENTRY VARYING DK-SIDX
164070         AT END
164080             GO TO 2203-ADD-KEY
164090         WHEN DK-PROVIDER-NO(DK-SIDX) = B-21-PROVIDER-NO
164100             AND DK-DISCHARGE-DATE(DK-SIDX) = B-21-DISCHARGE-DATE
164110             AND DK-DRG(DK-SIDX) = B-21-DRG
164120             AND DK-CHARGES(DK-SIDX) = B-21-CHARGES-CLAIMED
164130             SET BILL-IS-DUPLICATE TO TRUE
164140     END-SEARCH.
164150     MOVE B-21-PROVIDER-NO     TO WK-DP-PROVIDER-NO.
164160     MOVE B-21-DRG             TO WK-DP-DRG.
164170     MOVE B-21-DISCHARGE-DATE  TO WK-DP-DISCHARGE-DATE.
164180     MOVE B-21-CHARGES-CLAIMED TO WK-DP-CHARGES.
164190     MOVE DK-FIRST-SEQ(DK-SIDX) TO WK-DP-FIRST-SEQ.
164200     MOVE WK-BILLS-READ        TO WK-DP-DUP-SEQ.
164210     MOVE WK-CLAIM-SEQ         TO WK-DP-CLAIM-SEQ.
164220     MOVE WK-DUP-DETAIL-LINE   TO DUP-BILL-LINE.
164230     WRITE DUP-BILL-LINE.
164240     GO TO 2203-EXIT.
164250 2203-ADD-KEY.
164260     IF WK-DUP-KEY-COUNT NOT < 20000
164270         IF WK-DUP-KEYS-DROPPED = 0
164280             DISPLAY 'PPBAT215 - DUPLICATE KEY TABLE FULL - '
164290                     'DETECTION SUSPENDED FOR REMAINING BILLS'
164300         END-IF
164310         ADD 1 TO WK-DUP-KEYS-DROPPED
164320         GO TO 2203-EXIT
164330     END-IF.
164340     IF WK-DUP-KEY-COUNT < 20000
164350         ADD 1 TO WK-DUP-KEY-COUNT
164360         SET DK-SIDX TO WK-DUP-KEY-COUNT
164370         MOVE B-21-PROVIDER-NO     TO DK-PROVIDER-NO(DK-SIDX)
164380         MOVE B-21-DISCHARGE-DATE  TO DK-DISCHARGE-DATE(DK-SIDX)
164390         MOVE B-21-DRG             TO DK-DRG(DK-SIDX)
164400         MOVE B-21-CHARGES-CLAIMED TO DK-CHARGES(DK-SIDX)
164410         MOVE WK-BILLS-READ        TO DK-FIRST-SEQ(DK-SIDX)
164420     END-IF.
164430 2203-EXIT.
164440     EXIT.
164450*===========================================================*
164460* 2213-CHECK-HIST-DUP - PROBE THE KEYED HISTORY REPOSITORY  *
164470* BY PROVIDER, DISCHARGE DATE, AND MBI FOR A CLAIM ALREADY  *
164480* PAID IN A PRIOR RUN.  A HIT DIVERTS THE BILL TO THE       *
164490* SUSPECTED-DUPLICATE REPORT UNLESS IT CARRIES AN           *
164500* ADJUSTMENT OR CANCEL ACTION CODE.  ROWS THIS RUN WROTE    *
164510* ITSELF ARE NOT DUPLICATES.                                *
164520*===========================================================*
164530 2213-CHECK-HIST-DUP.
164540     MOVE 'N' TO WK-HISTDUP-SW.
164550     MOVE 'N' TO WK-HISTSCAN-EOF.
164560     IF NOT HISTREPO-ACTIVE
164570         GO TO 2213-EXIT
164580     END-IF.
164590     IF B-21-ACTION-ADJUSTMENT OR B-21-ACTION-CANCEL
164600         GO TO 2213-EXIT
164610     END-IF.
164620     MOVE B-21-PROVIDER-NO    TO HR-PROVIDER-NO.
164630     MOVE B-21-DISCHARGE-DATE TO HR-DISCHARGE-DATE.
164640     MOVE ZEROES              TO HR-CLAIM-SEQ.
164650     MOVE LOW-VALUES          TO HR-RUN-ID.
164660     START HIST-REPO-FILE
164670         KEY NOT < HR-KEY
164680         INVALID KEY
164690             SET HIST-SCAN-DONE TO TRUE
164700     END-START.
164710     PERFORM 2214-SCAN-ONE-HIST THRU 2214-EXIT
164720         UNTIL HIST-SCAN-DONE.
164730 2213-EXIT.
164740     EXIT.
164750 2214-SCAN-ONE-HIST.
164760     READ HIST-REPO-FILE NEXT
164770         AT END
164780             SET HIST-SCAN-DONE TO TRUE
164790             GO TO 2214-EXIT
164800     END-READ.
164810     IF HR-PROVIDER-NO NOT = B-21-PROVIDER-NO
164820        OR HR-DISCHARGE-DATE NOT = B-21-DISCHARGE-DATE
164830         SET HIST-SCAN-DONE TO TRUE
164840         GO TO 2214-EXIT
164850     END-IF.
164860     IF HR-RUN-ID = WK-RUN-ID
164870         GO TO 2214-EXIT
164880     END-IF.
164890     IF HR-MBI NOT = B-21-MBI
164900         GO TO 2214-EXIT
164910     END-IF.
164920     MOVE HR-PPS-DATA TO WK-HRD-VIEW.
164930     IF WK-HRD-RTC NOT < 50
164940         GO TO 2214-EXIT
164950     END-IF.
164960     SET BILL-IS-HIST-DUP TO TRUE.
164970     SET HIST-SCAN-DONE TO TRUE.
164980     MOVE B-21-PROVIDER-NO     TO WK-HD2-PROVIDER-NO.
164990     MOVE B-21-DRG             TO WK-HD2-DRG.
165000     MOVE B-21-DISCHARGE-DATE  TO WK-HD2-DISCHARGE.
165010     MOVE B-21-MBI             TO WK-HD2-MBI.
165020     MOVE HR-RUN-ID            TO WK-HD2-PRIOR-RUN.
165030     MOVE HR-CLAIM-SEQ         TO WK-HD2-PRIOR-SEQ.
165040     MOVE WK-HRD-TOTAL-PAYMENT TO WK-HD2-PRIOR-PAID.
165050     MOVE WK-HD2-DETAIL-LINE   TO HIST-DUP-LINE.
165060     WRITE HIST-DUP-LINE.
165070 2214-EXIT.
165080     EXIT.
165090*===========================================================*
165100* 2210-FIND-PROVIDER - SCAN THE IN-MEMORY PROVIDER TABLE    *
165110*                      FOR THE CURRENT BILL'S PROVIDER AND  *
165120*                      SELECT THE EFFECTIVE-DATED SEGMENT   *
165130*                      IN FORCE ON THE BILL'S DISCHARGE     *
165140*                      DATE - THE SEGMENT WITH THE LATEST   *
165150*                      EFFECTIVE DATE NOT AFTER DISCHARGE.  *
165160*                      A PROVIDER WHOSE EVERY SEGMENT IS    *
165170*                      DATED AFTER DISCHARGE IS NOT FOUND.  *
165180*===========================================================*
165190 2210-FIND-PROVIDER.
165200     SET WK-PROV-FOUND-SW TO 'N'.
165210     MOVE ZEROES TO WK-PROV-BEST-EFF.
165220     PERFORM 2212-CHECK-ONE-SEGMENT THRU 2212-EXIT
165230         VARYING PM-SIDX FROM 1 BY 1
165240         UNTIL PM-SIDX > WK-PROV-COUNT.
165250 2210-EXIT.
165260     EXIT.
165270 2212-CHECK-ONE-SEGMENT.
165280     IF PM-KEY-NO(PM-SIDX) = B-21-PROVIDER-NO
165290        AND PM-KEY-EFF-DATE(PM-SIDX) NOT > B-21-DISCHARGE-DATE
165300        AND PM-KEY-EFF-DATE(PM-SIDX) NOT < WK-PROV-BEST-EFF
165310         MOVE PM-KEY-EFF-DATE(PM-SIDX) TO WK-PROV-BEST-EFF
165320         MOVE PM-KEY-RECORD(PM-SIDX)   TO PROV-RECORD
165330         SET WK-PROV-FOUND-SW TO 'Y'
165340     END-IF.
165350 2212-EXIT.
165360     EXIT.
165370*===========================================================*
165380* 2263-CHECK-BILLING-NPI - THE BILL'S NPI MUST BE THE NPI   *
165390* ON THE PROVIDER SEGMENT IN FORCE AND, WHEN THE ENROLLMENT *
165400* FILE IS LOADED, BE ENROLLED TO THE BILL'S CCN ON THE      *
165410* DISCHARGE DATE.  A FAILING BILL GOES ON THE NPI EXCEPTION *
165420* EXTRACT AND REPORT AND MUST NOT PRICE (RTC 70).           *
165430*===========================================================*
165440 2263-CHECK-BILLING-NPI.
165450     MOVE 'N' TO WK-NPI-FAIL-SW.
165460     IF NOT NPI-EDIT-ON
165470         GO TO 2263-EXIT
165480     END-IF.
165490     IF B-21-NPI10 = SPACES
165500        OR B-21-NPI10 = ZEROES
165510         ADD 1 TO WK-NPI-BLANK
165520         GO TO 2263-EXIT
165530     END-IF.
165540     ADD 1 TO WK-NPI-CHECKED.
165550     IF PV-NPI10 NOT = SPACES
165560        AND PV-NPI10 NOT = ZEROES
165570        AND PV-NPI10 NOT = B-21-NPI10
165580         MOVE 5 TO WK-NPI-RANK
165590         PERFORM 2263C-WRITE-NPI-EXCP THRU 2263C-EXIT
165600         GO TO 2263-EXIT
165610     END-IF.
165620     IF WK-NE-COUNT = 0
165630         GO TO 2263-EXIT
165640     END-IF.
165650     MOVE B-21-DISCHARGE-DATE TO WK-NPI-DISCH-DATE.
165660     MOVE 1 TO WK-NPI-RANK.
165670     MOVE 'N' TO WK-NPI-PAST-SW.
165680     PERFORM 2263A-SCAN-ONE-ENRL THRU 2263A-EXIT
165690         VARYING NPE-IDX FROM 1 BY 1
165700         UNTIL NPE-IDX > WK-NE-COUNT
165710            OR NPI-IN-FORCE
165720            OR NPI-SCAN-PAST.
165730     IF NPI-IN-FORCE
165740         GO TO 2263-EXIT
165750     END-IF.
165760     PERFORM 2263C-WRITE-NPI-EXCP THRU 2263C-EXIT.
165770 2263-EXIT.
165780     EXIT.
165790*    THE ENROLLMENT TABLE IS IN NPI ORDER, SO THE SCAN STOPS AT
165800*    THE FIRST ROW PAST THE BILL'S NPI.
165810 2263A-SCAN-ONE-ENRL.
165820     IF NPE-NPI10(NPE-IDX) > B-21-NPI10
165830         SET NPI-SCAN-PAST TO TRUE
165840         GO TO 2263A-EXIT
165850     END-IF.
165860     IF NPE-NPI10(NPE-IDX) NOT = B-21-NPI10
165870         GO TO 2263A-EXIT
165880     END-IF.
165890     EVALUATE TRUE
165900         WHEN NPE-PROVIDER-NO(NPE-IDX) NOT = B-21-PROVIDER-NO
165910             MOVE 2 TO WK-NPI-ROW-RANK
165920         WHEN WK-NPI-DISCH-DATE < NPE-EFF-DATE(NPE-IDX)
165930             MOVE 3 TO WK-NPI-ROW-RANK
165940         WHEN NPE-STATUS(NPE-IDX) = 'D'
165950              AND (NPE-END-DATE(NPE-IDX) = 0
165960                   OR WK-NPI-DISCH-DATE > NPE-END-DATE(NPE-IDX))
165970             MOVE 4 TO WK-NPI-ROW-RANK
165980         WHEN NPE-END-DATE(NPE-IDX) NOT = 0
165990              AND WK-NPI-DISCH-DATE > NPE-END-DATE(NPE-IDX)
166000             MOVE 3 TO WK-NPI-ROW-RANK
166010         WHEN OTHER
166020             MOVE 9 TO WK-NPI-ROW-RANK
166030     END-EVALUATE.
166040     IF WK-NPI-ROW-RANK > WK-NPI-RANK
166050         MOVE WK-NPI-ROW-RANK TO WK-NPI-RANK
166060     END-IF.
166070 2263A-EXIT.
166080     EXIT.
166090*===========================================================*
166100* 2263B-WRITE-NPI-NOPAY - THE REJECTED BILL LEAVES AS A     *
166110* ZERO-PAYMENT RESULT ROW AND REMITTANCE DENIAL, AS THE     *
166120* TERMINATED-PROVIDER NO-PAY DOES.                          *
166130*===========================================================*
166140 2263B-WRITE-NPI-NOPAY.
166150     MOVE ALL '0' TO PPS-DATA.
166160     MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES.
166170     MOVE 70 TO PPS-RTC.
166180     MOVE ZEROES TO WK-SEQ-AMT.
166190     INITIALIZE WI-AUDIT-RECORD.
166200     PERFORM 2220-WRITE-RESULT THRU 2220-EXIT.
166210     PERFORM 2226-WRITE-REMIT-RECORD THRU 2226-EXIT.
166220     PERFORM 2250-WRITE-EDIT-ERROR THRU 2250-EXIT.
166230 2263B-EXIT.
166240     EXIT.
166250 2263C-WRITE-NPI-EXCP.
166260     SET BILL-NPI-INVALID TO TRUE.
166270     MOVE B-21-PROVIDER-NO        TO NX-PROVIDER-NO.
166280     MOVE B-21-MBI                TO NX-MBI.
166290     MOVE B-21-DISCHARGE-DATE     TO NX-DISCHARGE-DATE.
166300     MOVE B-21-DRG                TO NX-DRG.
166310     MOVE B-21-NPI10              TO NX-BILL-NPI10.
166320     MOVE PV-NPI10                TO NX-MASTER-NPI10.
166330     MOVE WK-NPI-RANK             TO NX-REASON-CODE.
166340     MOVE WK-NPI-REASON(WK-NPI-RANK) TO NX-REASON-TEXT.
166350     MOVE B-21-CHARGES-CLAIMED    TO NX-CHARGES.
166360     MOVE WK-CLAIM-SEQ            TO NX-CLAIM-SEQ.
166370     WRITE NPI-EXCP-REC.
166380     MOVE B-21-PROVIDER-NO        TO WK-NX2-PROVIDER-NO.
166390     MOVE B-21-DISCHARGE-DATE     TO WK-NX2-DISCHARGE.
166400     MOVE B-21-DRG                TO WK-NX2-DRG.
166410     MOVE B-21-NPI10              TO WK-NX2-BILL-NPI.
166420     MOVE PV-NPI10                TO WK-NX2-MASTER-NPI.
166430     MOVE WK-NPI-REASON(WK-NPI-RANK) TO WK-NX2-REASON.
166440     MOVE B-21-CHARGES-CLAIMED    TO WK-NX2-CHARGES.
166450     MOVE WK-NPX-DETAIL-LINE TO NPI-RPT-LINE.
166460     WRITE NPI-RPT-LINE.
166470     ADD B-21-CHARGES-CLAIMED TO WK-NPI-REJ-CHARGES.
166480 2263C-EXIT.
166490     EXIT.
166500*===========================================================*
166510* 2211-CHECK-TERMINATED - A DISCHARGE AFTER THE PROVIDER'S  *
166520* TERMINATION DATE MUST NOT PRICE (RTC 66); A DISCHARGE IN  *
166530* THE 30 DAYS BEFORE IT GOES ON THE WIND-DOWN WARNING       *
166540* REPORT BUT STILL PRICES.                                  *
166550*===========================================================*
166560 2211-CHECK-TERMINATED.
166570     MOVE 'N' TO WK-TERM-FAIL-SW.
166580     IF PV-TERM-DATE NOT NUMERIC
166590        OR PV-TERM-DATE = 0
166600         GO TO 2211-EXIT
166610     END-IF.
166620     IF B-21-DISCHARGE-DATE > PV-TERM-DATE
166630         SET BILL-PROV-TERMINATED TO TRUE
166640         MOVE B-21-PROVIDER-NO    TO WK-TM2-PROVIDER-NO
166650         MOVE B-21-DISCHARGE-DATE TO WK-TM2-DISCHARGE
166660         MOVE PV-TERM-DATE        TO WK-TM2-TERM-DATE
166670         MOVE 'REJECTED - DISCHARGE AFTER TERMINATION'
166680             TO WK-TM2-NOTE
166690         MOVE WK-TM-DETAIL-LINE TO TERM-RPT-LINE
166700         WRITE TERM-RPT-LINE
166710         PERFORM 2211C-ACCUM-TERM-PROV THRU 2211C-EXIT
166720         GO TO 2211-EXIT
166730     END-IF.
166740     MOVE B-21-DISCHARGE-DATE TO WK-DTS-DATE.
166750     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
166760     MOVE WK-DTS-SERIAL TO WK-TERM-DISCH-SERIAL.
166770     MOVE PV-TERM-DATE TO WK-DTS-DATE.
166780     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
166790     MOVE WK-DTS-SERIAL TO WK-TERM-TERM-SERIAL.
166800     IF (WK-TERM-TERM-SERIAL - WK-TERM-DISCH-SERIAL)
166810            NOT > 30
166820         ADD 1 TO WK-TERM-NEAR-BILLS
166830         MOVE B-21-PROVIDER-NO    TO WK-TM2-PROVIDER-NO
166840         MOVE B-21-DISCHARGE-DATE TO WK-TM2-DISCHARGE
166850         MOVE PV-TERM-DATE        TO WK-TM2-TERM-DATE
166860         MOVE 'WARNING - WITHIN 30 DAYS OF TERMINATION'
166870             TO WK-TM2-NOTE
166880         MOVE WK-TM-DETAIL-LINE TO TERM-RPT-LINE
166890         WRITE TERM-RPT-LINE
166900         PERFORM 2211C-ACCUM-TERM-PROV THRU 2211C-EXIT
166910     END-IF.
166920 2211-EXIT.
166930     EXIT.
166940*===========================================================*
166950* 2211B-WRITE-TERM-NOPAY - THE REJECTED BILL LEAVES AS A    *
166960* ZERO-PAYMENT RESULT ROW AND REMITTANCE DENIAL, AS THE     *
166970* BENEFITS-EXHAUSTED NO-PAY DOES.                           *
166980*===========================================================*
166990 2211B-WRITE-TERM-NOPAY.
167000     MOVE ALL '0' TO PPS-DATA.
167010     MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES.
167020     MOVE 66 TO PPS-RTC.
167030     MOVE ZEROES TO WK-SEQ-AMT.
167040     INITIALIZE WI-AUDIT-RECORD.
167050     PERFORM 2220-WRITE-RESULT THRU 2220-EXIT.
167060     PERFORM 2226-WRITE-REMIT-RECORD THRU 2226-EXIT.
167070     PERFORM 2250-WRITE-EDIT-ERROR THRU 2250-EXIT.
167080 2211B-EXIT.
167090     EXIT.
167100 2211C-ACCUM-TERM-PROV.
167110     SET TRM-SIDX TO 1.
167120     SEARCH TRM-ENTRY VARYING TRM-SIDX
167130         AT END
167140             IF WK-TRM-COUNT < 500
167150                 ADD 1 TO WK-TRM-COUNT
167160                 SET TRM-SIDX TO WK-TRM-COUNT
167170                 MOVE B-21-PROVIDER-NO
167180                     TO TRM-PROVIDER-NO(TRM-SIDX)
167190                 MOVE PV-TERM-DATE TO TRM-TERM-DATE(TRM-SIDX)
167200                 MOVE 0 TO TRM-REJECTS(TRM-SIDX)
167210                 MOVE 0 TO TRM-NEAR-BILLS(TRM-SIDX)
167220             ELSE
167230                 GO TO 2211C-EXIT
167240             END-IF
167250         WHEN TRM-PROVIDER-NO(TRM-SIDX) = B-21-PROVIDER-NO
167260             CONTINUE
167270     END-SEARCH.
167280     IF BILL-PROV-TERMINATED
167290         ADD 1 TO TRM-REJECTS(TRM-SIDX)
167300     ELSE
167310         ADD 1 TO TRM-NEAR-BILLS(TRM-SIDX)
167320     END-IF.
167330 2211C-EXIT.
167340     EXIT.
167350*===========================================================*
167360* 2231-CHECK-PROVIDER-BREAK - WHEN THE BILL'S PROVIDER NUMBER *
167370*                      DIFFERS FROM THE PROVIDER THE LAST     *
167380*                      BILL BELONGED TO, CLOSE OUT THAT        *
167390*                      PROVIDER'S PERFORMANCE/TIMING TOTALS    *
167400*                      AND START A NEW ONE.  ASSUMES BILL-     *
167410*                      FILE-IN IS SORTED/GROUPED BY PROVIDER.  *
167420*===========================================================*
167430 2231-CHECK-PROVIDER-BREAK.
167440     IF B-21-PROVIDER-NO NOT = WK-PPF-LAST-PROVIDER
167450         IF WK-PPF-LAST-PROVIDER NOT = SPACES
167460             PERFORM 2232-WRITE-PROVIDER-BREAK THRU 2232-EXIT
167470         END-IF
167480         ADD 1 TO WK-BREAKS-PROCESSED
167490         MOVE B-21-PROVIDER-NO TO WK-PPF-LAST-PROVIDER
167500         MOVE ZERO             TO WK-PPF-BILL-COUNT-N
167510         MOVE ZERO             TO WK-PPF-PYMT-TOTAL-N
167520         ACCEPT WK-PPF-START-TIME FROM TIME
167530     END-IF.
167540     ADD 1 TO WK-PPF-BILL-COUNT-N.
167550 2231-EXIT.
167560     EXIT.
167570*===========================================================*
167580* 2232-WRITE-PROVIDER-BREAK - WRITE THE JUST-COMPLETED        *
167590*                      PROVIDER'S BILL COUNT, TOTAL PAYMENT,  *
167600*                      AND ELAPSED WALL-CLOCK TIME TO THE      *
167610*                      MULTI-PROVIDER PERFORMANCE/TIMING       *
167620*                      REPORT.                                 *
167630*===========================================================*
167640 2232-WRITE-PROVIDER-BREAK.
167650     IF REPORTS-MIN
167660         GO TO 2232-EXIT
167670     END-IF.
167680     ACCEPT WK-PPF-END-TIME FROM TIME.
167690     COMPUTE WK-PPF-START-HUND =
167700         WK-PPF-START-HH * 360000 + WK-PPF-START-MM * 6000
167710         + WK-PPF-START-SS * 100 + WK-PPF-START-HD.
167720     COMPUTE WK-PPF-END-HUND =
167730         WK-PPF-END-HH * 360000 + WK-PPF-END-MM * 6000
167740         + WK-PPF-END-SS * 100 + WK-PPF-END-HD.
167750     COMPUTE WK-PPF-ELAPSED-N ROUNDED =
167760         (WK-PPF-END-HUND - WK-PPF-START-HUND) / 100.
167770     IF WK-PPF-ELAPSED-N < ZERO
167780         MOVE ZERO TO WK-PPF-ELAPSED-N
167790     END-IF.
167800     MOVE WK-PPF-LAST-PROVIDER TO WK-PPF-PROVIDER-NO.
167810     MOVE WK-PPF-BILL-COUNT-N  TO WK-PPF-BILL-COUNT.
167820     MOVE WK-PPF-PYMT-TOTAL-N  TO WK-PPF-TOTAL-PYMT.
167830     MOVE WK-PPF-ELAPSED-N     TO WK-PPF-ELAPSED-SECS.
167840     MOVE WK-PPF-DETAIL-LINE   TO PROV-PERF-LINE.
167850     WRITE PROV-PERF-LINE.
167860 2232-EXIT.
167870     EXIT.
167880*===========================================================*
167890* 2205-CHECK-HMO-FLAG - FLAG THIS BILL AS AN HMO/MEDICARE    *
167900*                       ADVANTAGE BILL WHEN CONDITION CODE   *
167910*                       04 (INFORMATION-ONLY BILL) APPEARS   *
167920*                       IN ANY OF THE FIVE CONDITION-CODE    *
167930*                       SLOTS, AND PASS THAT FLAG DOWN TO    *
167940*                       PPCAL215 SO THE HMO IME SUPPRESSION  *
167950*                       LOGIC SEES IT.                       *
167960*===========================================================*
167970 2205-CHECK-HMO-FLAG.
167980     SET WK-HMO-BILL-SW TO 'N'.
167990     MOVE 'N' TO PPS-PC-HMO-FLAG.
168000     IF B-21-COND-CODE1 = '04' OR B-21-COND-CODE2 = '04'
168010        OR B-21-COND-CODE3 = '04' OR B-21-COND-CODE4 = '04'
168020        OR B-21-COND-CODE5 = '04'
168030         SET WK-HMO-BILL-SW TO 'Y'
168040         MOVE 'Y' TO PPS-PC-HMO-FLAG
168050     END-IF.
168060*    FORMAT-2 SOURCES CARRY CONDITION CODES SIX TO THIRTY IN
168070*    THE EXTENSION - CODE 04 THERE COUNTS TOO.
168080     IF B-21-FORMAT-EXTENDED AND NOT BILL-IS-HMO
168090         SET B-21-XCOND-IDX TO 1
168100         SEARCH B-21-EXT-COND-ENTRY VARYING B-21-XCOND-IDX
168110             AT END
168120                 CONTINUE
168130             WHEN B-21-EXT-COND-ENTRY(B-21-XCOND-IDX) = '04'
168140                 SET WK-HMO-BILL-SW TO 'Y'
168150                 MOVE 'Y' TO PPS-PC-HMO-FLAG
168160         END-SEARCH
168170     END-IF.
168180 2205-EXIT.
168190     EXIT.
168200*===========================================================*
168210* 2205C-CHECK-CC44 - CONDITION CODE 44 IN ANY OF THE FIVE   *
168220* BASE SLOTS OR THE FORMAT-2 EXTENSION MARKS AN ADMISSION   *
168230* UTILIZATION REVIEW CHANGED TO OUTPATIENT.                 *
168240*===========================================================*
168250 2205C-CHECK-CC44.
168260     MOVE 'N' TO WK-CC44-SW.
168270     IF B-21-COND-CODE1 = '44' OR B-21-COND-CODE2 = '44'
168280        OR B-21-COND-CODE3 = '44' OR B-21-COND-CODE4 = '44'
168290        OR B-21-COND-CODE5 = '44'
168300         SET BILL-IS-CC44 TO TRUE
168310         GO TO 2205C-EXIT
168320     END-IF.
168330     IF B-21-FORMAT-EXTENDED
168340         SET B-21-XCOND-IDX TO 1
168350         SEARCH B-21-EXT-COND-ENTRY VARYING B-21-XCOND-IDX
168360             AT END
168370                 CONTINUE
168380             WHEN B-21-EXT-COND-ENTRY(B-21-XCOND-IDX) = '44'
168390                 SET BILL-IS-CC44 TO TRUE
168400         END-SEARCH
168410     END-IF.
168420 2205C-EXIT.
168430     EXIT.
168440*===========================================================*
168450* 2205H-WRITE-CC44-NOPAY - THE CC44 BILL LEAVES AS A ZERO-  *
168460* PAYMENT RESULT ROW AND REMITTANCE DENIAL (RTC 69), GOES   *
168470* ON THE REGISTER, AND NEVER TOUCHES THE PRICING, HISTORY,  *
168480* SAME-DAY, OR READMISSION STRUCTURES.                      *
168490*===========================================================*
168500 2205H-WRITE-CC44-NOPAY.
168510     MOVE ALL '0' TO PPS-DATA.
168520     MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES.
168530     MOVE 69 TO PPS-RTC.
168540     MOVE ZEROES TO WK-SEQ-AMT.
168550     INITIALIZE WI-AUDIT-RECORD.
168560     PERFORM 2220-WRITE-RESULT THRU 2220-EXIT.
168570     PERFORM 2226-WRITE-REMIT-RECORD THRU 2226-EXIT.
168580     PERFORM 2250-WRITE-EDIT-ERROR THRU 2250-EXIT.
168590     MOVE B-21-PROVIDER-NO    TO WK-CC2-PROVIDER-NO.
168600     MOVE B-21-DISCHARGE-DATE TO WK-CC2-DISCHARGE.
168610     MOVE B-21-DRG            TO WK-CC2-DRG.
168620     MOVE B-21-CHARGES-CLAIMED TO WK-CC2-CHARGES.
168630     MOVE WK-CC-DETAIL-LINE TO CC44-RPT-LINE.
168640     WRITE CC44-RPT-LINE.
168650     SET CF-SIDX TO 1.
168660     SEARCH CF-ENTRY VARYING CF-SIDX
168670         AT END
168680             IF WK-CF-COUNT < 500
168690                 ADD 1 TO WK-CF-COUNT
168700                 SET CF-SIDX TO WK-CF-COUNT
168710                 MOVE B-21-PROVIDER-NO
168720                     TO CF-PROVIDER-NO(CF-SIDX)
168730                 MOVE 0 TO CF-BILLS(CF-SIDX)
168740             ELSE
168750                 GO TO 2205H-EXIT
168760             END-IF
168770         WHEN CF-PROVIDER-NO(CF-SIDX) = B-21-PROVIDER-NO
168780             CONTINUE
168790     END-SEARCH.
168800     ADD 1 TO CF-BILLS(CF-SIDX).
168810 2205H-EXIT.
168820     EXIT.
168830*===========================================================*
168840* 2256-ACCUM-EDITQ - ROLL THIS BILL INTO ITS PROVIDER'S    *
168850* QUARTER-TO-DATE EDIT STATISTICS: BILLS SEEN, REJECTS,    *
168860* THE REJECT'S RETURN-CODE SLOT, AND UP TO THREE EXAMPLE   *
168870* CLAIMS FOR THE OUTREACH LETTER.                          *
168880*===========================================================*
168890 2256-ACCUM-EDITQ.
168900     SET EQ-SIDX TO 1.
168910     SEARCH EQ-ENTRY VARYING EQ-SIDX
168920         AT END
168930             IF WK-EQ-COUNT < 2000
168940                 ADD 1 TO WK-EQ-COUNT
168950                 SET EQ-SIDX TO WK-EQ-COUNT
168960                 INITIALIZE EQ-ENTRY(WK-EQ-COUNT)
168970                 MOVE B-21-PROVIDER-NO
168980                     TO EQ-PROVIDER-NO(EQ-SIDX)
168990             ELSE
169000                 ADD 1 TO WK-TABLE-DROPS
169010                 GO TO 2256-EXIT
169020             END-IF
169030         WHEN EQ-PROVIDER-NO(EQ-SIDX) = B-21-PROVIDER-NO
169040             CONTINUE
169050     END-SEARCH.
169060     ADD 1 TO EQ-BILLS(EQ-SIDX).
169070     IF PPS-RTC < 50
169080         GO TO 2256-EXIT
169090     END-IF.
169100     ADD 1 TO EQ-ERRORS(EQ-SIDX).
169110     MOVE PPS-RTC TO WK-EQ-RTC-X.
169120     SET RTC-IDX TO 1.
169130     SEARCH RTC-DESC-ENTRY VARYING RTC-IDX
169140         AT END
169150             GO TO 2256-EXAMPLE
169160         WHEN RTC-DESC-CODE(RTC-IDX) = WK-EQ-RTC-X
169170             CONTINUE
169180     END-SEARCH.
169190     SET WK-EQ-I TO RTC-IDX.
169200     ADD 1 TO EQ-RTC-CNT(EQ-SIDX, WK-EQ-I).
169210 2256-EXAMPLE.
169220     PERFORM 2257-NOTE-ONE-EXAMPLE THRU 2257-EXIT
169230         VARYING WK-EQ-I FROM 1 BY 1
169240         UNTIL WK-EQ-I > 3.
169250 2256-EXIT.
169260     EXIT.
169270 2257-NOTE-ONE-EXAMPLE.
169280     IF EQ-EX-DISCHARGE(EQ-SIDX, WK-EQ-I) = 0
169290         MOVE B-21-DISCHARGE-DATE
169300             TO EQ-EX-DISCHARGE(EQ-SIDX, WK-EQ-I)
169310         MOVE B-21-DRG TO EQ-EX-DRG(EQ-SIDX, WK-EQ-I)
169320         MOVE PPS-RTC  TO EQ-EX-RTC(EQ-SIDX, WK-EQ-I)
169330         MOVE 4 TO WK-EQ-I
169340     END-IF.
169350 2257-EXIT.
169360     EXIT.
169370*===========================================================*
169380* 2203A-CHECK-SAMEDAY - A BILL THE PRESCAN PAIRED UNDER    *
169390* THE SAME-DAY RULE IS HELD OFF THE PRICED STREAM TO THE   *
169400* COMBINE FILE AND REPORTED, RATHER THAN PAID TWICE AND    *
169410* CLAWED BACK BY THE MAC MONTHS LATER.                     *
169420*===========================================================*
169430 2203A-CHECK-SAMEDAY.
169440     MOVE 'N' TO WK-SDY-HOLD-SW.
169450     IF NOT SAMEDAY-EDIT-ON
169460        OR WK-SDY-COUNT = 0
169470        OR B-21-MBI = SPACES
169480        OR B-21-ADMIT-DATE NOT NUMERIC
169490        OR B-21-ADMIT-DATE = 0
169500         GO TO 2203A-EXIT
169510     END-IF.
169520     MOVE B-21-ADMIT-DATE TO WK-DTS-DATE.
169530     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
169540     MOVE WK-DTS-SERIAL TO WK-SDY-ADMIT-SER.
169550     MOVE B-21-DISCHARGE-DATE TO WK-DTS-DATE.
169560     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
169570     MOVE WK-DTS-SERIAL TO WK-SDY-DISCH-SER.
169580     SET SDY-SIDX TO 1.
169590     SEARCH SDY-ENTRY VARYING SDY-SIDX
169600         AT END
169610             GO TO 2203A-EXIT
169620         WHEN SDY-MBI(SDY-SIDX) = B-21-MBI
169630             AND SDY-PROVIDER-NO(SDY-SIDX)
169640                 = B-21-PROVIDER-NO
169650             AND SDY-ADMIT-SERIAL(SDY-SIDX)
169660                 = WK-SDY-ADMIT-SER
169670             AND SDY-DISCHG-SERIAL(SDY-SIDX)
169680                 = WK-SDY-DISCH-SER
169690             CONTINUE
169700     END-SEARCH.
169710     IF SDY-PAIRED-SW(SDY-SIDX) NOT = 'Y'
169720         GO TO 2203A-EXIT
169730     END-IF.
169740     SET BILL-IS-SAMEDAY TO TRUE.
169750     MOVE B-21-MBI            TO WK-SDY2-MBI.
169760     MOVE B-21-PROVIDER-NO    TO WK-SDY2-PROVIDER-NO.
169770     MOVE B-21-DRG            TO WK-SDY2-DRG.
169780     MOVE B-21-ADMIT-DATE     TO WK-SDY2-ADMIT.
169790     MOVE B-21-DISCHARGE-DATE TO WK-SDY2-DISCHARGE.
169800     MOVE 'HELD FOR SAME-DAY COMBINATION'
169810         TO WK-SDY2-NOTE.
169820     MOVE WK-SDY-DETAIL-LINE TO SAMEDAY-RPT-LINE.
169830     WRITE SAMEDAY-RPT-LINE.
169840 2203A-EXIT.
169850     EXIT.
169860*===========================================================*
169870* 2203B-CHECK-OVERLAP - PROVE THE BILL'S ADMISSION-TO-       *
169880* DISCHARGE SPAN AGAINST EVERY OTHER STAY FOR THE SAME MBI   *
169890* AT A DIFFERENT PROVIDER, IN THIS RUN AND ON THE HISTORY    *
169900* REPOSITORY.  TWO STAYS OVERLAP WHEN THEY SHARE A NIGHT -   *
169910* A SAME-DAY TRANSFER (ONE DISCHARGES THE DAY THE OTHER      *
169920* ADMITS) DOES NOT.  EACH CONFLICT IS REPORTED WITH BOTH     *
169930* CLAIMS AND THE DAYS IN CONFLICT, AND THE BILL IS HELD TO   *
169940* THE OVERLAP QUEUE.  CANCELS, AND BILLS WITHOUT AN MBI OR   *
169950* ADMISSION DATE, PASS.                                      *
169960*===========================================================*
169970 2203B-CHECK-OVERLAP.
169980     MOVE 'N' TO WK-OVL-HOLD-SW.
169990     MOVE ZEROES TO WK-OVL-HITS.
170000     IF NOT OVERLAP-EDIT-ON
170010        OR B-21-ACTION-CANCEL
170020        OR B-21-MBI = SPACES
170030        OR B-21-ADMIT-DATE NOT NUMERIC
170040        OR B-21-ADMIT-DATE = 0
170050         GO TO 2203B-EXIT
170060     END-IF.
170070     MOVE B-21-ADMIT-DATE TO WK-DTS-DATE.
170080     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
170090     MOVE WK-DTS-SERIAL TO WK-OVL-ADMIT-SER.
170100     MOVE B-21-DISCHARGE-DATE TO WK-DTS-DATE.
170110     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
170120     MOVE WK-DTS-SERIAL TO WK-OVL-DISCH-SER.
170130     MOVE B-21-MBI            TO WK-OV2-MBI.
170140     MOVE B-21-PROVIDER-NO    TO WK-OV2-PROVIDER-NO.
170150     MOVE B-21-DRG            TO WK-OV2-DRG.
170160     MOVE B-21-ADMIT-DATE     TO WK-OV2-ADMIT.
170170     MOVE B-21-DISCHARGE-DATE TO WK-OV2-DISCHARGE.
170180     PERFORM 2203C-TEST-RUN-STAY THRU 2203C-EXIT
170190         VARYING SDY-SIDX FROM 1 BY 1
170200         UNTIL SDY-SIDX > WK-SDY-COUNT.
170210     PERFORM 2203D-TEST-HIST-STAY THRU 2203D-EXIT
170220         VARYING OVS-SIDX FROM 1 BY 1
170230         UNTIL OVS-SIDX > WK-OVS-COUNT.
170240     IF WK-OVL-HITS = 0
170250         GO TO 2203B-EXIT
170260     END-IF.
170270     SET BILL-IS-OVERLAP TO TRUE.
170280     MOVE BILL-DATA-2021 TO OH-BILL-RECORD.
170290     ACCEPT OH-HOLD-DATE FROM DATE YYYYMMDD.
170300     MOVE WK-OVL-HITS TO OH-CONFLICTS.
170310     WRITE OVERLAP-HOLD-REC.
170320 2203B-EXIT.
170330     EXIT.
170340 2203C-TEST-RUN-STAY.
170350     IF SDY-MBI(SDY-SIDX) NOT = B-21-MBI
170360        OR SDY-PROVIDER-NO(SDY-SIDX) = B-21-PROVIDER-NO
170370        OR SDY-CANCEL-SW(SDY-SIDX) = 'Y'
170380         GO TO 2203C-EXIT
170390     END-IF.
170400     IF SDY-ADMIT-SERIAL(SDY-SIDX) NOT < WK-OVL-DISCH-SER
170410        OR WK-OVL-ADMIT-SER NOT < SDY-DISCHG-SERIAL(SDY-SIDX)
170420         GO TO 2203C-EXIT
170430     END-IF.
170440     MOVE SDY-ADMIT-SERIAL(SDY-SIDX)  TO WK-OVL-LO-SER.
170450     MOVE SDY-DISCHG-SERIAL(SDY-SIDX) TO WK-OVL-HI-SER.
170460     MOVE SDY-PROVIDER-NO(SDY-SIDX)   TO WK-OV2-OTH-PROVIDER.
170470     MOVE SDY-DRG(SDY-SIDX)           TO WK-OV2-OTH-DRG.
170480     MOVE SDY-DISCHARGE(SDY-SIDX)     TO WK-OV2-OTH-DISCHARGE.
170490     MOVE 'THIS RUN'                  TO WK-OV2-OTH-CLAIM.
170500     PERFORM 2203E-WRITE-OVERLAP THRU 2203E-EXIT.
170510 2203C-EXIT.
170520     EXIT.
170530 2203D-TEST-HIST-STAY.
170540     IF OVS-MBI(OVS-SIDX) NOT = B-21-MBI
170550        OR OVS-PROVIDER-NO(OVS-SIDX) = B-21-PROVIDER-NO
170560         GO TO 2203D-EXIT
170570     END-IF.
170580     IF OVS-ADMIT-SERIAL(OVS-SIDX) NOT < WK-OVL-DISCH-SER
170590        OR WK-OVL-ADMIT-SER NOT < OVS-DISCHG-SERIAL(OVS-SIDX)
170600         GO TO 2203D-EXIT
170610     END-IF.
170620     MOVE OVS-ADMIT-SERIAL(OVS-SIDX)  TO WK-OVL-LO-SER.
170630     MOVE OVS-DISCHG-SERIAL(OVS-SIDX) TO WK-OVL-HI-SER.
170640     MOVE OVS-PROVIDER-NO(OVS-SIDX)   TO WK-OV2-OTH-PROVIDER.
170650     MOVE OVS-DRG(OVS-SIDX)           TO WK-OV2-OTH-DRG.
170660     MOVE OVS-DISCHARGE(OVS-SIDX)     TO WK-OV2-OTH-DISCHARGE.
170670     MOVE OVS-RUN-ID(OVS-SIDX)        TO WK-OV2-OTH-RUN-ID.
170680     MOVE '/'                         TO WK-OV2-OTH-SLASH.
170690     MOVE OVS-CLAIM-SEQ(OVS-SIDX)     TO WK-OV2-OTH-SEQ.
170700     PERFORM 2203E-WRITE-OVERLAP THRU 2203E-EXIT.
170710 2203D-EXIT.
170720     EXIT.
170730*    THE DAYS IN CONFLICT RUN FROM THE LATER ADMISSION TO THE
170740*    EARLIER DISCHARGE.
170750 2203E-WRITE-OVERLAP.
170760     IF WK-OVL-ADMIT-SER > WK-OVL-LO-SER
170770         MOVE WK-OVL-ADMIT-SER TO WK-OVL-LO-SER
170780     END-IF.
170790     IF WK-OVL-DISCH-SER < WK-OVL-HI-SER
170800         MOVE WK-OVL-DISCH-SER TO WK-OVL-HI-SER
170810     END-IF.
170820     COMPUTE WK-OV2-DAYS = WK-OVL-HI-SER - WK-OVL-LO-SER.
170830     IF WK-OVL-HITS < 99
170840         ADD 1 TO WK-OVL-HITS
170850     END-IF.
170860     MOVE WK-OV-DETAIL-LINE TO OVERLAP-RPT-LINE.
170870     WRITE OVERLAP-RPT-LINE.
170880 2203E-EXIT.
170890     EXIT.
170900*===========================================================*
170910* 2214A-CHECK-DELTA - IN DELTA MODE, AN ARRIVING BILL      *
170920* WHOSE KEY AND RECORD CHECKSUM MATCH THE PRIOR CYCLE'S    *
170930* (AND WHOSE PRIOR RESULT ROW IS ON HAND) IS CARRIED       *
170940* FORWARD INSTEAD OF RE-PRICED.                            *
170950*===========================================================*
170960 2214A-CHECK-DELTA.
170970     MOVE 'N' TO WK-CARRIED-SW.
170980     IF NOT DELTA-MODE
170990        OR CERTIFY-MODE
171000        OR WK-BILL-SOURCE NOT = SPACE
171010        OR B-21-ACTION-ADJUSTMENT
171020        OR B-21-ACTION-CANCEL
171030         GO TO 2214A-EXIT
171040     END-IF.
171050     SET DL-SIDX TO 1.
171060     SEARCH DL-ENTRY VARYING DL-SIDX
171070         AT END
171080             GO TO 2214A-EXIT
171090         WHEN DL-PROVIDER-NO(DL-SIDX) = B-21-PROVIDER-NO
171100             AND DL-DISCHARGE-DATE(DL-SIDX)
171110                 = B-21-DISCHARGE-DATE
171120             AND DL-DRG(DL-SIDX) = B-21-DRG
171130             CONTINUE
171140     END-SEARCH.
171150     IF DL-PPS-IMAGE(DL-SIDX) = SPACES
171160         GO TO 2214A-EXIT
171170     END-IF.
171180     MOVE BILL-DATA-2021 TO WK-CKS-BILL-AREA.
171190     PERFORM 8510-BILL-CHECKSUM THRU 8510-EXIT.
171200     IF WK-CKS-RESULT = DL-CHECKSUM(DL-SIDX)
171210         SET BILL-IS-CARRIED TO TRUE
171220     END-IF.
171230 2214A-EXIT.
171240     EXIT.
171250*===========================================================*
171260* 2214B-CARRY-FORWARD - RE-EMIT THE PRIOR RUN'S RESULT     *
171270* ROW INTO TONIGHT'S PRICING EXTRACT AND REBUILD THE       *
171280* REMITTANCE RECORD FROM IT (LEDGER DRAWDOWN, INTEREST,    *
171290* AND FUNDS CONTROL STILL APPLY FRESH).  THE MANIFEST      *
171300* COUNTS CARRIED BILLS APART FROM FRESH PRICINGS.          *
171310*===========================================================*
171320 2214B-CARRY-FORWARD.
171330     ADD 1 TO WK-BILLS-CARRIED.
171340     MOVE DL-PPS-IMAGE(DL-SIDX) TO PPS-OUT-REC.
171350     MOVE DL-PPS-IMAGE(DL-SIDX) TO WK-DPP-VIEW.
171360     MOVE ALL '0' TO PPS-DATA.
171370*    THE CARRIED BILL NEVER WENT THROUGH PPDRV215 THIS RUN -
171380*    THE HOLD AREA AND PER-BILL SWITCHES STILL DESCRIBE THE
171390*    PREVIOUS FRESH-PRICED BILL AND MUST NOT LEAK INTO THE
171400*    GL, INTERMEDIARY, OR REMIT HANDLING OF THIS ONE.
171410     MOVE ZEROES TO H-WK-PASS-AMT-PLUS-MISC.
171420     MOVE 'N' TO WK-HOLD-SW.
171430     MOVE 'N' TO WK-SUSP-SW.
171440     MOVE WK-DPP-RTC       TO PPS-RTC.
171450     MOVE WK-DPP-WAGE-INDX TO PPS-WAGE-INDX.
171460     MOVE WK-DPP-TOTAL     TO PPS-TOTAL-PAYMENT.
171470     MOVE WK-DPP-HSP       TO PPS-OPER-HSP-PART.
171480     MOVE WK-DPP-FSP       TO PPS-OPER-FSP-PART.
171490     MOVE WK-DPP-OUTLIER   TO PPS-OPER-OUTLIER-PART.
171500     MOVE WK-DPP-DSH       TO PPS-OPER-DSH-ADJ.
171510     MOVE WK-DPP-CALC-VERS TO PPS-CALC-VERS.
171520     MOVE WK-DPP-SEQ-AMT   TO WK-SEQ-AMT.
171530     PERFORM 2219-CHECK-FUNDS-CEILING THRU 2219-EXIT.
171540     PERFORM 2219B-CHECK-PAYMENT-FLOOR THRU 2219B-EXIT.
171550     IF NOT BILL-IS-FUNDS-HELD
171560        AND NOT BILL-IS-FLOOR-HELD
171570         ADD 1 TO WK-PPSOUT-RECS
171580         WRITE PPS-OUT-REC
171590     END-IF.
171600     PERFORM 2226-WRITE-REMIT-RECORD THRU 2226-EXIT.
171610     PERFORM 2240-ACCUM-RECON THRU 2240-EXIT.
171620     PERFORM 2245-ACCUM-MTD THRU 2245-EXIT.
171630     PERFORM 2241-ACCUM-INTERMEDIARY THRU 2241-EXIT.
171640     PERFORM 2244-ACCUM-GL THRU 2244-EXIT.
171650 2214B-EXIT.
171660     EXIT.
171670*===========================================================*
171680* 8510-BILL-CHECKSUM - POSITION-WEIGHTED CHECKSUM OF THE   *
171690* BILL IMAGE IN WK-CKS-BILL-AREA, SO A CHANGED BYTE        *
171700* ANYWHERE IN THE RECORD READS AS A CHANGED BILL.          *
171710*===========================================================*
171720 8510-BILL-CHECKSUM.
171730     MOVE ZEROES TO WK-CKS-VALUE.
171740     PERFORM 8511-CHECKSUM-ONE-BYTE THRU 8511-EXIT
171750         VARYING WK-CKS-I FROM 1 BY 1
171760         UNTIL WK-CKS-I > 791.
171770     MOVE WK-CKS-VALUE TO WK-CKS-RESULT.
171780 8510-EXIT.
171790     EXIT.
171800 8511-CHECKSUM-ONE-BYTE.
171810     COMPUTE WK-CKS-CHAR =
171820         FUNCTION ORD(WK-CKS-BYTE(WK-CKS-I)).
171830     COMPUTE WK-CKS-VALUE =
171840         FUNCTION MOD((WK-CKS-VALUE * 31 + WK-CKS-CHAR),
171850                      999999937).
171860 8511-EXIT.
171870     EXIT.
171880*===========================================================*
171890* 2201A-TIMELY-FILING - A CLAIM RECEIVED MORE THAN 12       *
171900* MONTHS (365 DAYS) AFTER ITS DISCHARGE DATE IS NOT         *
171910* PAYABLE ABSENT AN EXCEPTION REASON.  A NONBLANK           *
171920* EXCEPTION CODE WAIVES THE EDIT AND IS REPORTED; A         *
171930* MISSING RECEIPT DATE CANNOT BE JUDGED AND PASSES.         *
171940*===========================================================*
171950 2201A-TIMELY-FILING.
171960     MOVE 'N' TO WK-TF-FAIL-SW.
171970     IF B-21-RECEIPT-DATE NOT NUMERIC
171980        OR B-21-RECEIPT-DATE = 0
171990         GO TO 2201A-EXIT
172000     END-IF.
172010     MOVE B-21-RECEIPT-DATE TO WK-DTS-DATE.
172020     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
172030     MOVE WK-DTS-SERIAL TO WK-TF-RECEIPT-SERIAL.
172040     MOVE B-21-DISCHARGE-DATE TO WK-DTS-DATE.
172050     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
172060     MOVE WK-DTS-SERIAL TO WK-TF-DISCH-SERIAL.
172070     IF (WK-TF-RECEIPT-SERIAL - WK-TF-DISCH-SERIAL)
172080            NOT > 365
172090         GO TO 2201A-EXIT
172100     END-IF.
172110*    A LIMIT FALLING ON A WEEKEND OR HOLIDAY ROLLS TO THE NEXT
172120*    PROCESSING DAY; A CLAIM RECEIVED BY THEN IS TIMELY.
172130     IF BUS-CALENDAR-ACTIVE
172140         MOVE B-21-DISCHARGE-DATE TO WK-AM-DATE
172150         PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT 365 TIMES
172160         PERFORM 8540-ROLL-TO-BUSINESS-DAY THRU 8540-EXIT
172170         IF (WK-TF-RECEIPT-SERIAL - WK-TF-DISCH-SERIAL - 365)
172180                NOT > WK-CAL-ROLL-DAYS
172190             GO TO 2201A-EXIT
172200         END-IF
172210     END-IF.
172220     MOVE B-21-PROVIDER-NO    TO WK-TF2-PROVIDER-NO.
172230     MOVE B-21-DRG            TO WK-TF2-DRG.
172240     MOVE B-21-DISCHARGE-DATE TO WK-TF2-DISCHARGE.
172250     MOVE B-21-RECEIPT-DATE   TO WK-TF2-RECEIVED.
172260     MOVE B-21-TF-EXCEPTION-CODE TO WK-TF2-EXCEPTION.
172270*    A LATE BILL WITHOUT AN EXCEPTION CODE IS STILL WAIVED
172280*    WHEN ITS PROVIDER'S COUNTY IS UNDER A DISASTER
172290*    DECLARATION GRANTING THE TIMELY-FILING WAIVER.
172300     MOVE 'N' TO WK-DSTR-HIT-SW.
172310     IF B-21-TF-EXCEPTION-CODE = SPACES
172320         PERFORM 2210-FIND-PROVIDER THRU 2210-EXIT
172330         IF PROV-WAS-FOUND
172340             MOVE 'T' TO WK-DSTR-WANT
172350             PERFORM 2201D-CHECK-DISASTER THRU 2201D-EXIT
172360         END-IF
172370     END-IF.
172380     IF B-21-TF-EXCEPTION-CODE NOT = SPACES
172390         ADD 1 TO WK-BILLS-TF-WAIVED
172400         MOVE 'LATE - EXCEPTION REASON WAIVES THE EDIT'
172410             TO WK-TF2-DISPOSITION
172420     ELSE
172430         IF BILL-IN-DISASTER
172440             ADD 1 TO WK-BILLS-TF-WAIVED
172450             MOVE SPACES TO WK-TF2-DISPOSITION
172460             STRING 'LATE - DISASTER '
172470                    DZ-DECL-ID(WK-DSTR-HIT) DELIMITED BY SPACE
172480                    ' WAIVES' DELIMITED BY SIZE
172490                 INTO WK-TF2-DISPOSITION
172500             PERFORM 2201G-RECORD-DISASTER THRU 2201G-EXIT
172510         ELSE
172520             SET TIMELY-FILING-FAILED TO TRUE
172530             MOVE 'DENIED - RECEIVED PAST 12-MONTH LIMIT'
172540                 TO WK-TF2-DISPOSITION
172550         END-IF
172560     END-IF.
172570     MOVE WK-TF-DETAIL-LINE TO TIMELY-RPT-LINE.
172580     WRITE TIMELY-RPT-LINE.
172590 2201A-EXIT.
172600     EXIT.
172610*===========================================================*
172620* 2201D-CHECK-DISASTER - FIND THE FIRST DISASTER DECLARATION *
172630* GRANTING THE WAIVER IN WK-DSTR-WANT THAT NAMES THE COUNTY  *
172640* OF THE PROVIDER SEGMENT IN FORCE (PROV-RECORD) AND WHOSE   *
172650* INCIDENT PERIOD THE STAY TOUCHES - ADMITTED ON OR BEFORE   *
172660* THE END DATE AND DISCHARGED ON OR AFTER THE START DATE.    *
172670* A ZERO ADMISSION DATE USES THE DISCHARGE DATE.  THE        *
172680* DECLARATION FOUND IS LEFT IN WK-DSTR-HIT.                  *
172690*===========================================================*
172700 2201D-CHECK-DISASTER.
172710     MOVE 'N' TO WK-DSTR-HIT-SW.
172720     MOVE ZERO TO WK-DSTR-HIT.
172730     IF WK-DSTR-COUNT = 0
172740         GO TO 2201D-EXIT
172750     END-IF.
172760     IF PV-COUNTY-CODE NOT NUMERIC OR PV-COUNTY-CODE = 0
172770         GO TO 2201D-EXIT
172780     END-IF.
172790     MOVE PV-COUNTY-CODE TO WK-DSTR-COUNTY.
172800     MOVE B-21-DISCHARGE-DATE TO WK-DSTR-FROM-DATE.
172810     IF B-21-ADMIT-DATE NUMERIC AND B-21-ADMIT-DATE > 0
172820         MOVE B-21-ADMIT-DATE TO WK-DSTR-FROM-DATE
172830     END-IF.
172840     PERFORM 2201E-CHECK-ONE-DECL THRU 2201E-EXIT
172850         VARYING DZ-SIDX FROM 1 BY 1
172860         UNTIL DZ-SIDX > WK-DSTR-COUNT OR BILL-IN-DISASTER.
172870 2201D-EXIT.
172880     EXIT.
172890 2201E-CHECK-ONE-DECL.
172900     IF DSTR-WANT-TF AND NOT DZ-WAIVES-TF(DZ-SIDX)
172910         GO TO 2201E-EXIT
172920     END-IF.
172930     IF DSTR-WANT-INT AND NOT DZ-WAIVES-INT(DZ-SIDX)
172940         GO TO 2201E-EXIT
172950     END-IF.
172960     IF B-21-DISCHARGE-DATE < DZ-START-DATE(DZ-SIDX)
172970         GO TO 2201E-EXIT
172980     END-IF.
172990     IF DZ-END-DATE(DZ-SIDX) > 0
173000        AND WK-DSTR-FROM-DATE > DZ-END-DATE(DZ-SIDX)
173010         GO TO 2201E-EXIT
173020     END-IF.
173030     PERFORM 2201F-CHECK-ONE-COUNTY THRU 2201F-EXIT
173040         VARYING WK-DSTR-C FROM 1 BY 1
173050         UNTIL WK-DSTR-C > DZ-COUNTY-COUNT(DZ-SIDX)
173060            OR BILL-IN-DISASTER.
173070 2201E-EXIT.
173080     EXIT.
173090 2201F-CHECK-ONE-COUNTY.
173100     IF DZ-COUNTY(DZ-SIDX, WK-DSTR-C) = WK-DSTR-COUNTY
173110         SET BILL-IN-DISASTER TO TRUE
173120         SET WK-DSTR-HIT TO DZ-SIDX
173130     END-IF.
173140 2201F-EXIT.
173150     EXIT.
173160*===========================================================*
173170* 2201G-RECORD-DISASTER - COUNT THE WAIVER IN WK-DSTR-WANT   *
173180* AGAINST DECLARATION WK-DSTR-HIT AND KEEP THE CLAIM FOR THE *
173190* DISASTER DECLARATION WAIVER REPORT.  AN INTEREST WAIVER    *
173200* CARRIES THE DAYS EXCUSED (WK-DSTR-EXCUSED).                *
173210*===========================================================*
173220 2201G-RECORD-DISASTER.
173230     IF DSTR-WANT-TF
173240         ADD 1 TO DZ-TF-CLAIMS(WK-DSTR-HIT)
173250         ADD 1 TO WK-DSTR-TF-WAIVED
173260     ELSE
173270         ADD 1 TO DZ-INT-CLAIMS(WK-DSTR-HIT)
173280         ADD WK-DSTR-EXCUSED TO DZ-INT-DAYS(WK-DSTR-HIT)
173290         ADD 1 TO WK-DSTR-INT-BILLS
173300         ADD WK-DSTR-EXCUSED TO WK-DSTR-INT-DAYS
173310     END-IF.
173320     IF WK-DX-COUNT >= 5000
173330         ADD 1 TO WK-DX-DROPPED
173340         GO TO 2201G-EXIT
173350     END-IF.
173360     ADD 1 TO WK-DX-COUNT.
173370     SET DX-IDX TO WK-DX-COUNT.
173380     MOVE WK-DSTR-HIT         TO DX-DECL(DX-IDX).
173390     MOVE B-21-PROVIDER-NO    TO DX-PROVIDER-NO(DX-IDX).
173400     MOVE WK-DSTR-COUNTY      TO DX-COUNTY(DX-IDX).
173410     MOVE B-21-DRG            TO DX-DRG(DX-IDX).
173420     MOVE WK-DSTR-FROM-DATE   TO DX-ADMIT-DATE(DX-IDX).
173430     MOVE B-21-DISCHARGE-DATE TO DX-DISCHARGE(DX-IDX).
173440     MOVE B-21-RECEIPT-DATE   TO DX-RECEIVED(DX-IDX).
173450     MOVE WK-DSTR-WANT        TO DX-WAIVER(DX-IDX).
173460     IF DSTR-WANT-TF
173470         MOVE ZEROES          TO DX-DAYS(DX-IDX)
173480     ELSE
173490         MOVE WK-DSTR-EXCUSED TO DX-DAYS(DX-IDX)
173500     END-IF.
173510 2201G-EXIT.
173520     EXIT.
173530*===========================================================*
173540* 2201B-CHECK-ENTITLEMENT - LOOK THE BILL'S MBI UP ON THE    *
173550* BENEFICIARY ELIGIBILITY FILE.  THE BILL IS DENIED WHEN THE *
173560* MBI IS NOT ON FILE, WHEN PART A ENTITLEMENT DOES NOT COVER *
173570* BOTH THE ADMISSION AND DISCHARGE DATES, OR WHEN THE        *
173580* DISCHARGE FALLS AFTER THE DATE OF DEATH.  AN ENTITLED BILL *
173590* HAS ITS CONDITION-CODE HMO FLAG (2205) PROVED AGAINST THE  *
173600* MEDICARE ADVANTAGE ENROLLMENT IN FORCE ON THE ADMISSION    *
173610* DATE; A DISAGREEMENT IS REPORTED BUT THE BILL CONTINUES.   *
173620* A ZERO ADMISSION DATE USES THE DISCHARGE DATE.  CANCELS    *
173630* PASS, SINCE THEY ONLY REVERSE A PRIOR PAYMENT.             *
173640*===========================================================*
173650 2201B-CHECK-ENTITLEMENT.
173660     MOVE 'N' TO WK-ELIG-FAIL-SW.
173670     MOVE 'N' TO WK-ELIG-MA-SW.
173680     IF NOT BENEELIG-ACTIVE
173690         GO TO 2201B-EXIT
173700     END-IF.
173710     IF B-21-ACTION-CANCEL
173720         GO TO 2201B-EXIT
173730     END-IF.
173740     IF B-21-ADMIT-DATE NUMERIC AND B-21-ADMIT-DATE > 0
173750         MOVE B-21-ADMIT-DATE     TO WK-ELIG-FROM-DATE
173760     ELSE
173770         MOVE B-21-DISCHARGE-DATE TO WK-ELIG-FROM-DATE
173780     END-IF.
173790     PERFORM 2205-CHECK-HMO-FLAG THRU 2205-EXIT.
173800     MOVE B-21-PROVIDER-NO    TO WK-EL2-PROVIDER-NO.
173810     MOVE B-21-DRG            TO WK-EL2-DRG.
173820     MOVE WK-ELIG-FROM-DATE   TO WK-EL2-ADMIT.
173830     MOVE B-21-DISCHARGE-DATE TO WK-EL2-DISCHARGE.
173840     MOVE B-21-MBI            TO WK-EL2-MBI.
173850     MOVE WK-HMO-BILL-SW      TO WK-EL2-HMO-FLAG.
173860     MOVE SPACE               TO WK-EL2-MA-FLAG.
173870     MOVE B-21-MBI TO EL-MBI.
173880     READ BENE-ELIG-FILE
173890         INVALID KEY
173900             SET ELIGIBILITY-FAILED TO TRUE
173910             MOVE 'DENIED - MBI NOT ON ELIGIBILITY FILE'
173920                 TO WK-EL2-DISPOSITION
173930             GO TO 2201B-WRITE
173940     END-READ.
173950     EVALUATE TRUE
173960         WHEN EL-DEATH-DATE > 0
173970          AND EL-DEATH-DATE < B-21-DISCHARGE-DATE
173980             SET ELIGIBILITY-FAILED TO TRUE
173990             MOVE 'DENIED - DISCHARGE AFTER DATE OF DEATH'
174000                 TO WK-EL2-DISPOSITION
174010         WHEN EL-PARTA-START = 0
174020          OR EL-PARTA-START > WK-ELIG-FROM-DATE
174030             SET ELIGIBILITY-FAILED TO TRUE
174040             MOVE 'DENIED - NO PART A ON ADMISSION DATE'
174050                 TO WK-EL2-DISPOSITION
174060         WHEN EL-PARTA-END > 0
174070          AND EL-PARTA-END < B-21-DISCHARGE-DATE
174080             SET ELIGIBILITY-FAILED TO TRUE
174090             MOVE 'DENIED - NO PART A ON DISCHARGE DATE'
174100                 TO WK-EL2-DISPOSITION
174110         WHEN OTHER
174120             CONTINUE
174130     END-EVALUATE.
174140     IF ELIGIBILITY-FAILED
174150         GO TO 2201B-WRITE
174160     END-IF.
174170     MOVE EL-MA-COUNT TO WK-ELIG-MA-LIMIT.
174180     IF WK-ELIG-MA-LIMIT > 6
174190         MOVE 6 TO WK-ELIG-MA-LIMIT
174200     END-IF.
174210     PERFORM 2201C-TEST-MA-PERIOD THRU 2201C-EXIT
174220         VARYING EL-MA-IDX FROM 1 BY 1
174230         UNTIL EL-MA-IDX > WK-ELIG-MA-LIMIT
174240            OR BENE-MA-ENROLLED.
174250     MOVE WK-ELIG-MA-SW TO WK-EL2-MA-FLAG.
174260     IF BILL-IS-HMO AND NOT BENE-MA-ENROLLED
174270         ADD 1 TO WK-ELIG-HMO-MISMATCH
174280         MOVE 'HMO FLAG SET - NO MA ENROLLMENT'
174290             TO WK-EL2-DISPOSITION
174300         GO TO 2201B-WRITE
174310     END-IF.
174320     IF BENE-MA-ENROLLED AND NOT BILL-IS-HMO
174330         ADD 1 TO WK-ELIG-HMO-MISMATCH
174340         MOVE 'MA ENROLLED - HMO FLAG NOT SET'
174350             TO WK-EL2-DISPOSITION
174360         GO TO 2201B-WRITE
174370     END-IF.
174380     GO TO 2201B-EXIT.
174390 2201B-WRITE.
174400     MOVE WK-EL-DETAIL-LINE TO ELIG-RPT-LINE.
174410     WRITE ELIG-RPT-LINE.
174420 2201B-EXIT.
174430     EXIT.
174440 2201C-TEST-MA-PERIOD.
174450     IF EL-MA-START(EL-MA-IDX) NOT > WK-ELIG-FROM-DATE
174460        AND (EL-MA-END(EL-MA-IDX) = 0
174470             OR EL-MA-END(EL-MA-IDX) NOT < WK-ELIG-FROM-DATE)
174480         SET BENE-MA-ENROLLED TO TRUE
174490     END-IF.
174500 2201C-EXIT.
174510     EXIT.
174520*===========================================================*
174530* 2207A-COMBINE-INTERIM - HOLD INTERIM BILLS ('2'/'3') IN   *
174540* THE PENDING-STAY TABLE, FOLDING EACH ONE'S DAYS AND       *
174550* CHARGES INTO THE STAY-TO-DATE IMAGE.  WHEN THE FINAL      *
174560* BILL ('4') ARRIVES, THE HELD DAYS AND CHARGES FOLD INTO   *
174570* IT AND THE COMBINED STAY PRICES ONCE.                     *
174580*===========================================================*
174590 2207A-COMBINE-INTERIM.
174600     IF B-21-FREQ-COMPLETE
174610         GO TO 2207A-EXIT
174620     END-IF.
174630     IF B-21-MBI = SPACES
174640         GO TO 2207A-EXIT
174650     END-IF.
174660     PERFORM 2207B-FIND-PENDING-STAY THRU 2207B-EXIT.
174670     IF B-21-FREQ-INTERIM
174680         PERFORM 2207C-HOLD-INTERIM THRU 2207C-EXIT
174690         GO TO 2207A-EXIT
174700     END-IF.
174710     IF B-21-FREQ-FINAL AND PENDING-STAY-FOUND
174720         PERFORM 2207D-FOLD-IN-HELD THRU 2207D-EXIT
174730     END-IF.
174740 2207A-EXIT.
174750     EXIT.
174760 2207B-FIND-PENDING-STAY.
174770     MOVE 'N' TO WK-STAY-FOUND-SW.
174780     IF WK-PY-COUNT = 0
174790         GO TO 2207B-EXIT
174800     END-IF.
174810     SET PY-SIDX TO 1.
174820     SEARCH PY-ENTRY VARYING PY-SIDX
174830         AT END
174840             CONTINUE
174850         WHEN PY-TAB-MBI(PY-SIDX) = B-21-MBI
174860             AND PY-TAB-PROVIDER-NO(PY-SIDX)
174870                 = B-21-PROVIDER-NO
174880             AND PY-TAB-DONE-SW(PY-SIDX) NOT = 'Y'
174890             SET PENDING-STAY-FOUND TO TRUE
174900     END-SEARCH.
174910 2207B-EXIT.
174920     EXIT.
174930 2207C-HOLD-INTERIM.
174940     IF PENDING-STAY-FOUND
174950         MOVE PY-TAB-BILL(PY-SIDX) TO WK-HELD-BILL
174960         COMPUTE WK-COMB-DAYS =
174970             WK-HB-COVERED-DAYS + B-21-COVERED-DAYS
174980         IF WK-COMB-DAYS > 999
174990             MOVE 999 TO WK-COMB-DAYS
175000         END-IF
175010         MOVE WK-COMB-DAYS TO B-21-COVERED-DAYS
175020         COMPUTE WK-COMB-DAYS = WK-HB-LOS + B-21-LOS
175030         IF WK-COMB-DAYS > 999
175040             MOVE 999 TO WK-COMB-DAYS
175050         END-IF
175060         MOVE WK-COMB-DAYS TO B-21-LOS
175070         COMPUTE WK-COMB-CHARGES =
175080             WK-HB-CHARGES + B-21-CHARGES-CLAIMED
175090             ON SIZE ERROR
175100                 MOVE 9999999.99 TO WK-COMB-CHARGES
175110         END-COMPUTE
175120         MOVE WK-COMB-CHARGES TO B-21-CHARGES-CLAIMED
175130         IF WK-HB-ADMIT-DATE > 0
175140             MOVE WK-HB-ADMIT-DATE TO B-21-ADMIT-DATE
175150         END-IF
175160         MOVE BILL-DATA-2021 TO PY-TAB-BILL(PY-SIDX)
175170         ADD 1 TO PY-TAB-COUNT(PY-SIDX)
175180     ELSE
175190         IF WK-PY-COUNT < 2000
175200             ADD 1 TO WK-PY-COUNT
175210             SET PY-SIDX TO WK-PY-COUNT
175220             MOVE B-21-MBI TO PY-TAB-MBI(PY-SIDX)
175230             MOVE B-21-PROVIDER-NO
175240                 TO PY-TAB-PROVIDER-NO(PY-SIDX)
175250             MOVE BILL-DATA-2021 TO PY-TAB-BILL(PY-SIDX)
175260             ACCEPT PY-TAB-FIRST-DATE(PY-SIDX)
175270                 FROM DATE YYYYMMDD
175280             MOVE 1 TO PY-TAB-COUNT(PY-SIDX)
175290             MOVE 'N' TO PY-TAB-DONE-SW(PY-SIDX)
175300         ELSE
175310             ADD 1 TO WK-TABLE-DROPS
175320         END-IF
175330     END-IF.
175340 2207C-EXIT.
175350     EXIT.
175360 2207D-FOLD-IN-HELD.
175370     MOVE PY-TAB-BILL(PY-SIDX) TO WK-HELD-BILL.
175380     COMPUTE WK-COMB-DAYS =
175390         WK-HB-COVERED-DAYS + B-21-COVERED-DAYS.
175400     IF WK-COMB-DAYS > 999
175410         MOVE 999 TO WK-COMB-DAYS
175420     END-IF.
175430     MOVE WK-COMB-DAYS TO B-21-COVERED-DAYS.
175440     COMPUTE WK-COMB-DAYS = WK-HB-LOS + B-21-LOS.
175450     IF WK-COMB-DAYS > 999
175460         MOVE 999 TO WK-COMB-DAYS
175470     END-IF.
175480     MOVE WK-COMB-DAYS TO B-21-LOS.
175490     COMPUTE WK-COMB-CHARGES =
175500         WK-HB-CHARGES + B-21-CHARGES-CLAIMED
175510         ON SIZE ERROR
175520             MOVE 9999999.99 TO WK-COMB-CHARGES
175530     END-COMPUTE.
175540     MOVE WK-COMB-CHARGES TO B-21-CHARGES-CLAIMED.
175550     IF WK-HB-ADMIT-DATE > 0
175560         MOVE WK-HB-ADMIT-DATE TO B-21-ADMIT-DATE
175570     END-IF.
175580     MOVE '1' TO B-21-FREQUENCY-CODE.
175590     MOVE 'Y' TO PY-TAB-DONE-SW(PY-SIDX).
175600     ADD 1 TO WK-STAYS-COMBINED.
175610 2207D-EXIT.
175620     EXIT.
175630*===========================================================*
175640* 2206A-VERIFY-DISCHARGE-STATUS - DERIVE THE PAYMENT CLASS  *
175650* THE DISCHARGE-STATUS CODE PLUS THE DRG IMPLY AND FLAG A   *
175660* BILL WHOSE SUBMITTED REVIEW CODE ASSERTS A DIFFERENT ONE. *
175670* FOR A POST-ACUTE STATUS THE DRG'S POST-ACUTE FLAGS        *
175680* DECIDE: SPECIAL-LIST DRGS EXPECT THE SPECIAL-DRG CODES,   *
175690* PLAIN POST-ACUTE DRGS EXPECT THE PER-DIEM CODES, AND A    *
175700* DRG ON NEITHER LIST PAYS THE FULL DRG.  THE BILL STILL    *
175710* PRICES; THE CONTRADICTION FEEDS THE REVIEW QUEUE.         *
175720*===========================================================*
175730 2206A-VERIFY-DISCHARGE-STATUS.
175740     IF B-21-DISCHARGE-STATUS = SPACES
175750         GO TO 2206A-EXIT
175760     END-IF.
175770     MOVE SPACE TO WK-DSTS-EXPECT-CLASS.
175780     SET DS-IDX TO 1.
175790     SEARCH DS-ENTRY VARYING DS-IDX
175800         AT END
175810             CONTINUE
175820         WHEN DS-STATUS(DS-IDX) = B-21-DISCHARGE-STATUS
175830             MOVE DS-CLASS(DS-IDX) TO WK-DSTS-EXPECT-CLASS
175840     END-SEARCH.
175850     IF WK-DSTS-EXPECT-CLASS = SPACE
175860         GO TO 2206A-EXIT
175870     END-IF.
175880     IF WK-DSTS-EXPECT-CLASS = 'P'
175890        AND WK-DRGWT-COUNT > 0
175900         PERFORM 2206B-FIND-DRG-PAC THRU 2206B-EXIT
175910         EVALUATE TRUE
175920             WHEN WK-DSTS-SPPAC = 'Y'
175930                 MOVE 'P' TO WK-DSTS-EXPECT-CLASS
175940             WHEN WK-DSTS-PAC = 'Y'
175950                 MOVE 'A' TO WK-DSTS-EXPECT-CLASS
175960             WHEN OTHER
175970                 MOVE 'N' TO WK-DSTS-EXPECT-CLASS
175980         END-EVALUATE
175990     END-IF.
176000     EVALUATE TRUE
176010         WHEN N-PAY-PERDIEM-DAYS
176020         WHEN N-PAY-XFER-WITH-COST
176030         WHEN N-PAY-XFER-NO-COST
176040             MOVE 'A' TO WK-DSTS-REVIEW-CLASS
176050         WHEN N-PAY-XFER-SPEC-DRG
176060             MOVE 'P' TO WK-DSTS-REVIEW-CLASS
176070         WHEN OTHER
176080             MOVE 'N' TO WK-DSTS-REVIEW-CLASS
176090     END-EVALUATE.
176100     IF WK-DSTS-REVIEW-CLASS = WK-DSTS-EXPECT-CLASS
176110         GO TO 2206A-EXIT
176120     END-IF.
176130     ADD 1 TO WK-DSTS-FLAGGED.
176140     MOVE B-21-PROVIDER-NO     TO WK-DS2-PROVIDER-NO.
176150     MOVE B-21-DRG             TO WK-DS2-DRG.
176160     MOVE B-21-DISCHARGE-DATE  TO WK-DS2-DISCHARGE.
176170     MOVE B-21-DISCHARGE-STATUS TO WK-DS2-STATUS.
176180     MOVE B-21-REVIEW-CODE     TO WK-DS2-REVIEW.
176190     MOVE 'REVIEW CODE CONTRADICTS DISCHARGE STATUS'
176200         TO WK-DS2-NOTE.
176210     MOVE WK-DS-DETAIL-LINE TO DSTS-RPT-LINE.
176220     WRITE DSTS-RPT-LINE.
176230 2206A-EXIT.
176240     EXIT.
176250 2206B-FIND-DRG-PAC.
176260     MOVE 'N' TO WK-DSTS-PAC.
176270     MOVE 'N' TO WK-DSTS-SPPAC.
176280     PERFORM 2206C-PROBE-ONE-DRG THRU 2206C-EXIT
176290         VARYING WK-DSTS-I FROM 1 BY 1
176300         UNTIL WK-DSTS-I > WK-DRGWT-COUNT.
176310 2206B-EXIT.
176320     EXIT.
176330 2206C-PROBE-ONE-DRG.
176340     IF DWF-DRG(WK-DSTS-I) = B-21-DRG
176350         MOVE DWF-PAC(WK-DSTS-I)   TO WK-DSTS-PAC
176360         MOVE DWF-SPPAC(WK-DSTS-I) TO WK-DSTS-SPPAC
176370     END-IF.
176380 2206C-EXIT.
176390     EXIT.
176400*===========================================================*
176410* 2204B-VERIFY-POA - A POA-REQUIRED PROVIDER (PV-POA-       *
176420* EXEMPT-IND NOT 'Y') MUST REPORT A PRESENT-ON-ADMISSION    *
176430* INDICATOR FOR EVERY CODED DIAGNOSIS SLOT.  A MISSING OR   *
176440* INVALID INDICATOR REJECTS THE BILL TO THE POA REPORT.     *
176450*===========================================================*
176460 2204B-VERIFY-POA.
176470     MOVE 'N' TO WK-POA-FAIL-SW.
176480     IF PV-POA-EXEMPT
176490         GO TO 2204B-EXIT
176500     END-IF.
176510     PERFORM 2204C-CHECK-ONE-POA THRU 2204C-EXIT
176520         VARYING B-21-DIAG-IDX FROM 1 BY 1
176530         UNTIL B-21-DIAG-IDX > 25
176540            OR POA-EDIT-FAILED.
176550 2204B-EXIT.
176560     EXIT.
176570 2204C-CHECK-ONE-POA.
176580     IF B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX) = SPACES
176590         GO TO 2204C-EXIT
176600     END-IF.
176610     SET B-21-POA-IDX TO B-21-DIAG-IDX.
176620     IF B-21-POA-ENTRY(B-21-POA-IDX) = 'Y' OR = 'N'
176630        OR = 'U' OR = 'W' OR = '1'
176640         GO TO 2204C-EXIT
176650     END-IF.
176660     SET POA-EDIT-FAILED TO TRUE.
176670     MOVE B-21-PROVIDER-NO    TO WK-POA-PROVIDER-NO.
176680     MOVE B-21-DRG            TO WK-POA-DRG.
176690     MOVE B-21-DISCHARGE-DATE TO WK-POA-DISCHARGE.
176700     SET WK-POA-SLOT TO B-21-DIAG-IDX.
176710     MOVE 'POA INDICATOR MISSING ON CODED DIAGNOSIS'
176720         TO WK-POA-REASON.
176730     MOVE WK-POA-DETAIL-LINE TO POA-RPT-LINE.
176740     WRITE POA-RPT-LINE.
176750 2204C-EXIT.
176760     EXIT.
176770*===========================================================*
176780* 2303-CHECK-HAC-POA - LIST EVERY DIAGNOSIS IN A HAC        *
176790* CATEGORY CODED NOT-PRESENT-ON-ADMISSION ON A PRICED       *
176800* BILL - THE CASE-LEVEL EXPOSURE BEHIND THE PROVIDER-LEVEL  *
176810* 1 PERCENT PENALTY.                                        *
176820*===========================================================*
176830 2303-CHECK-HAC-POA.
176840     IF PPS-RTC NOT < 50
176850         GO TO 2303-EXIT
176860     END-IF.
176870     PERFORM 2304-CHECK-ONE-HAC-DIAG THRU 2304-EXIT
176880         VARYING B-21-DIAG-IDX FROM 1 BY 1
176890         UNTIL B-21-DIAG-IDX > 25.
176900 2303-EXIT.
176910     EXIT.
176920 2304-CHECK-ONE-HAC-DIAG.
176930     IF B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX) = SPACES
176940         GO TO 2304-EXIT
176950     END-IF.
176960     SET B-21-POA-IDX TO B-21-DIAG-IDX.
176970     IF B-21-POA-ENTRY(B-21-POA-IDX) NOT = 'N'
176980         GO TO 2304-EXIT
176990     END-IF.
177000     PERFORM 2305-MATCH-ONE-HAC-CAT THRU 2305-EXIT
177010         VARYING HACC-IDX FROM 1 BY 1
177020         UNTIL HACC-IDX > 8.
177030 2304-EXIT.
177040     EXIT.
177050 2305-MATCH-ONE-HAC-CAT.
177060     IF WK-HAC-CAT(HACC-IDX)(4:2) = SPACES
177070         MOVE 3 TO WK-HAC-CAT-LEN
177080     ELSE
177090         MOVE 5 TO WK-HAC-CAT-LEN
177100     END-IF.
177110     IF B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX)
177120            (1:WK-HAC-CAT-LEN)
177130        NOT = WK-HAC-CAT(HACC-IDX)(1:WK-HAC-CAT-LEN)
177140         GO TO 2305-EXIT
177150     END-IF.
177160     ADD 1 TO WK-HAC-POA-HITS.
177170     MOVE B-21-PROVIDER-NO    TO WK-HCP-PROVIDER-NO.
177180     MOVE B-21-DRG            TO WK-HCP-DRG.
177190     MOVE B-21-DISCHARGE-DATE TO WK-HCP-DISCHARGE.
177200     MOVE B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX)
177210         TO WK-HCP-DIAG.
177220     MOVE 'HAC-CATEGORY DIAGNOSIS NOT POA'
177230         TO WK-HCP-NOTE.
177240     MOVE WK-HCP-DETAIL-LINE TO HAC-POA-LINE.
177250     WRITE HAC-POA-LINE.
177260 2305-EXIT.
177270     EXIT.
177280*===========================================================*
177290* 2205A-ADJUST-OCCURRENCE - INTERPRET THE OCCURRENCE CODE/  *
177300* DATE ARRAY AGAINST THE ADMISSION AND DISCHARGE DATES      *
177310* BEFORE PPDRV215 IS CALLED: BENEFITS-EXHAUSTED (CODE A3)   *
177320* CAPS COVERED DAYS AT THE EXHAUST DATE (ZERO REMAINING     *
177330* DAYS PRICES AS A NO-PAY RECORD THAT STILL REPORTS ITS     *
177340* COVERED DAYS FOR THE COST REPORT), AND EACH LEAVE-OF-     *
177350* ABSENCE DAY (CODE 74) COMES OFF THE COVERED DAYS AND      *
177360* LOS.  EVERY ADJUSTMENT IS REPORTED.                       *
177370*===========================================================*
177380 2205A-ADJUST-OCCURRENCE.
177390     MOVE 'N' TO WK-OCC-NOPAY-SW.
177400     IF NOT B-21-FORMAT-EXTENDED
177410         GO TO 2205A-EXIT
177420     END-IF.
177430     PERFORM 2205D-APPLY-ONE-OCC THRU 2205D-EXIT
177440         VARYING B-21-OCC-IDX FROM 1 BY 1
177450         UNTIL B-21-OCC-IDX > 10.
177460 2205A-EXIT.
177470     EXIT.
177480 2205D-APPLY-ONE-OCC.
177490     IF B-21-OCC-CODE(B-21-OCC-IDX) = SPACES
177500         GO TO 2205D-EXIT
177510     END-IF.
177520     MOVE B-21-COVERED-DAYS TO WK-OCC-OLD-COVERED.
177530     EVALUATE B-21-OCC-CODE(B-21-OCC-IDX)
177540         WHEN 'A3'
177550             PERFORM 2205E-BENEFITS-EXHAUSTED THRU 2205E-EXIT
177560         WHEN '74'
177570             IF B-21-COVERED-DAYS > 0
177580                 SUBTRACT 1 FROM B-21-COVERED-DAYS
177590             END-IF
177600             IF B-21-LOS > 0
177610                 SUBTRACT 1 FROM B-21-LOS
177620             END-IF
177630             MOVE 'LEAVE-OF-ABSENCE DAY NOT COVERED'
177640                 TO WK-OA-NOTE
177650             PERFORM 2205F-WRITE-OCC-ADJ THRU 2205F-EXIT
177660         WHEN OTHER
177670             CONTINUE
177680     END-EVALUATE.
177690 2205D-EXIT.
177700     EXIT.
177710 2205E-BENEFITS-EXHAUSTED.
177720     IF B-21-OCC-DATE(B-21-OCC-IDX) = 0
177730        OR B-21-ADMIT-DATE NOT NUMERIC
177740        OR B-21-ADMIT-DATE = 0
177750         GO TO 2205E-EXIT
177760     END-IF.
177770     MOVE B-21-ADMIT-DATE TO WK-DTS-DATE.
177780     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
177790     MOVE WK-DTS-SERIAL TO WK-OCC-ADMIT-SERIAL.
177800     MOVE B-21-OCC-DATE(B-21-OCC-IDX) TO WK-DTS-DATE.
177810     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
177820     MOVE WK-DTS-SERIAL TO WK-OCC-EXH-SERIAL.
177830     COMPUTE WK-OCC-ALLOWED =
177840         WK-OCC-EXH-SERIAL - WK-OCC-ADMIT-SERIAL.
177850     IF WK-OCC-ALLOWED < 0
177860         MOVE 0 TO WK-OCC-ALLOWED
177870     END-IF.
177880     IF WK-OCC-ALLOWED < B-21-COVERED-DAYS
177890         MOVE WK-OCC-ALLOWED TO B-21-COVERED-DAYS
177900         MOVE 'BENEFITS EXHAUSTED - DAYS CAPPED'
177910             TO WK-OA-NOTE
177920         PERFORM 2205F-WRITE-OCC-ADJ THRU 2205F-EXIT
177930     END-IF.
177940     IF B-21-COVERED-DAYS = 0
177950         SET BILL-BENEFITS-EXHAUSTED TO TRUE
177960     END-IF.
177970 2205E-EXIT.
177980     EXIT.
177990 2205F-WRITE-OCC-ADJ.
178000     ADD 1 TO WK-OCC-ADJUSTED.
178010     MOVE B-21-PROVIDER-NO    TO WK-OA-PROVIDER-NO.
178020     MOVE B-21-DRG            TO WK-OA-DRG.
178030     MOVE B-21-DISCHARGE-DATE TO WK-OA-DISCHARGE.
178040     MOVE B-21-OCC-CODE(B-21-OCC-IDX) TO WK-OA-OCC-CODE.
178050     MOVE WK-OCC-OLD-COVERED  TO WK-OA-OLD-DAYS.
178060     MOVE B-21-COVERED-DAYS   TO WK-OA-NEW-DAYS.
178070     MOVE WK-OA-DETAIL-LINE TO OCC-ADJ-LINE.
178080     WRITE OCC-ADJ-LINE.
178090 2205F-EXIT.
178100     EXIT.
178110*===========================================================*
178120* 2205B-WRITE-EXHAUST-NOPAY - A BENEFITS-EXHAUSTED BILL     *
178130* PRICES AS A NO-PAY RECORD (RTC 63): A ZERO-PAYMENT        *
178140* RESULT ROW AND REMITTANCE DENIAL, WITH THE COVERED DAYS   *
178150* IT DID USE STILL ACCUMULATED FOR THE COST REPORT.         *
178160*===========================================================*
178170 2205B-WRITE-EXHAUST-NOPAY.
178180     MOVE ALL '0' TO PPS-DATA.
178190     MOVE ALL '0' TO PPS-ADDITIONAL-VARIABLES.
178200     MOVE 63 TO PPS-RTC.
178210     MOVE ZEROES TO WK-SEQ-AMT.
178220     INITIALIZE WI-AUDIT-RECORD.
178230     PERFORM 2220-WRITE-RESULT THRU 2220-EXIT.
178240     PERFORM 2226-WRITE-REMIT-RECORD THRU 2226-EXIT.
178250     PERFORM 2250-WRITE-EDIT-ERROR THRU 2250-EXIT.
178260     PERFORM 2205G-ACCUM-EXHAUST-DAYS THRU 2205G-EXIT.
178270 2205B-EXIT.
178280     EXIT.
178290 2205G-ACCUM-EXHAUST-DAYS.
178300     MOVE WK-OCC-OLD-COVERED TO WK-PT-DAYS-USED.
178310     IF WK-PT-DAYS-USED = 0
178320         GO TO 2205G-EXIT
178330     END-IF.
178340     SET PT-SIDX TO 1.
178350     SEARCH PT-ENTRY VARYING PT-SIDX
178360         AT END
178370             IF WK-PT-COUNT < 2000
178380                 ADD 1 TO WK-PT-COUNT
178390                 SET PT-SIDX TO WK-PT-COUNT
178400                 MOVE B-21-PROVIDER-NO
178410                     TO PT-PROVIDER-NO(PT-SIDX)
178420                 MOVE 0 TO PT-DAYS-PRICED(PT-SIDX)
178430             ELSE
178440                 ADD 1 TO WK-TABLE-DROPS
178450                 GO TO 2205G-EXIT
178460             END-IF
178470         WHEN PT-PROVIDER-NO(PT-SIDX) = B-21-PROVIDER-NO
178480             CONTINUE
178490     END-SEARCH.
178500     ADD WK-PT-DAYS-USED TO PT-DAYS-PRICED(PT-SIDX).
178510 2205G-EXIT.
178520     EXIT.
178530*===========================================================*
178540* 2220-WRITE-RESULT - WRITE ONE PRICED-BILL RESULT ROW.     *
178550*===========================================================*
178560 2220-WRITE-RESULT.
178570     MOVE B-21-PROVIDER-NO     TO PO-PROVIDER-NO.
178580     MOVE B-21-DRG             TO PO-DRG.
178590     MOVE B-21-DISCHARGE-DATE  TO PO-DISCHARGE-DATE.
178600     MOVE PPS-RTC              TO PO-PPS-RTC.
178610     MOVE PPS-WAGE-INDX        TO PO-PPS-WAGE-INDX.
178620     MOVE PPS-TOTAL-PAYMENT    TO PO-PPS-TOTAL-PAYMENT.
178630     MOVE PPS-OPER-HSP-PART    TO PO-PPS-OPER-HSP-PART.
178640     MOVE PPS-OPER-FSP-PART    TO PO-PPS-OPER-FSP-PART.
178650     MOVE PPS-OPER-OUTLIER-PART TO PO-PPS-OPER-OUTLIER-PART.
178660     MOVE PPS-OPER-DSH-ADJ     TO PO-PPS-OPER-DSH-ADJ.
178670     MOVE PPS-CALC-VERS        TO PO-PPS-CALC-VERS.
178680     MOVE WK-SEQ-AMT           TO PO-SEQUESTRATION-AMT.
178690     MOVE PPS-AGED-BILL-OVERRIDE TO PO-AGED-OVERRIDE-IND.
178700     MOVE PPS-OPER-IME-ADJ     TO PO-PPS-OPER-IME-ADJ.
178710     MOVE PPS-CAPI-TOTAL-PAY   TO PO-PPS-CAPI-TOTAL-PAY.
178720     MOVE PPS-UNCOMP-CARE-AMOUNT TO PO-PPS-UNCOMP-CARE.
178730     MOVE PPS-NEW-TECH-PAY-ADD-ON TO PO-PPS-NEW-TECH.
178740     MOVE PPS-LOW-VOL-PAYMENT  TO PO-PPS-LOW-VOL.
178750     MOVE PPS-READMIS-ADJUST-AMT TO PO-PPS-READMIS-ADJ.
178760     MOVE PPS-VAL-BASED-PURCH-ADJUST-AMT TO PO-PPS-VBP-ADJ.
178770     MOVE H-WK-PASS-AMT-PLUS-MISC TO PO-PPS-PASSTHRU-MISC.
178780     MOVE PPS-BUNDLE-ADJUST-AMT OF
178790         PPS-ADDITIONAL-PAY-INFO-DATA TO PO-PPS-BUNDLE-ADJ.
178800     MOVE PPS-HAC-PAYMENT-AMT  TO PO-PPS-HAC-AMT.
178810     MOVE PPS-ISLET-ISOL-PAY-ADD-ON TO PO-PPS-ISLET-ADDON.
178820     MOVE PPS-NDC-ADDON-AMT    TO PO-PPS-NDC-ADDON.
178830     MOVE WK-CLAIM-SEQ         TO PO-CLAIM-SEQ.
178840     MOVE WK-BILL-SOURCE       TO PO-BILL-SOURCE.
178850     MOVE 'D'                  TO PO-DEBIT-CREDIT-IND.
178860     IF PPS-RTC < 50
178870         MOVE 'PR'              TO WK-EV-TYPE
178880         MOVE PPS-RTC           TO WK-EV-RTC
178890         MOVE PPS-TOTAL-PAYMENT TO WK-EV-PAYMENT
178900         MOVE WK-SEQ-AMT        TO WK-EV-OTHER-AMT
178910         MOVE PPS-CALC-VERS     TO WK-EV-DETAIL
178920         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
178930     END-IF.
178940*    A HELD CLAIM'S RESULT ROW TRAVELS ONLY INSIDE THE HELD
178950*    RECORD - THE LIVE EXTRACT ROWS ARE WRITTEN AT RELEASE,
178960*    SO THE PPSOUT/REMIT/RECON CROSS-FOOT STAYS LEVEL IN
178970*    BOTH THE HOLDING RUN AND THE RELEASING RUN.
178980     IF BILL-IS-HELD OR BILL-IS-FUNDS-HELD
178990        OR BILL-IS-FLOOR-HELD
179000         PERFORM 2221-WRITE-HIST-REPO THRU 2221-EXIT
179010         PERFORM 2221D-WRITE-PRICE-LOG THRU 2221D-EXIT
179020         GO TO 2220-EXIT
179030     END-IF.
179040     ADD 1 TO WK-PPSOUT-RECS.
179050     WRITE PPS-OUT-REC.
179060     MOVE B-21-PROVIDER-NO     TO DT-PROVIDER-NO.
179070     MOVE B-21-DRG             TO DT-DRG.
179080     MOVE B-21-DISCHARGE-DATE  TO DT-DISCHARGE-DATE.
179090     MOVE WK-CLAIM-SEQ         TO DT-CLAIM-SEQ.
179100     MOVE PPS-RTC              TO DT-PPS-RTC.
179110     MOVE PPS-ADDITIONAL-VARIABLES TO DT-ADDVR-AREA.
179120     PERFORM 2220A-TAG-NEW-TECH THRU 2220A-EXIT.
179130     WRITE PPS-DETAIL-REC.
179140     PERFORM 2221-WRITE-HIST-REPO THRU 2221-EXIT
179150     PERFORM 2221D-WRITE-PRICE-LOG THRU 2221D-EXIT.
179160 2220-EXIT.
179170     EXIT.
179180*===========================================================*
179190* 2220A-TAG-NEW-TECH - CARRY ON THE DETAIL EXTRACT EACH      *
179200* BILL PROCEDURE CODE FOUND IN THE NEW-TECH-TABLE, UP TO     *
179210* THREE, WITH WHETHER A ROW WAS IN FORCE ON THE DISCHARGE    *
179220* DATE OR THE DISCHARGE FELL OUTSIDE THE CODE'S DATES, SO    *
179230* ADD-ON SPEND CAN BE FOLLOWED BY TECHNOLOGY.                *
179240*===========================================================*
179250 2220A-TAG-NEW-TECH.
179260     MOVE ZERO   TO DT-NT-COUNT.
179270     MOVE SPACES TO DT-NT-TABLE.
179280     PERFORM 2220B-TAG-ONE-PROC THRU 2220B-EXIT
179290         VARYING B-21-PROC-IDX FROM 1 BY 1
179300         UNTIL B-21-PROC-IDX > 25
179310            OR DT-NT-COUNT = 3.
179320 2220A-EXIT.
179330     EXIT.
179340 2220B-TAG-ONE-PROC.
179350     IF B-21-PROC-CODE-ENTRY(B-21-PROC-IDX) = SPACES
179360         GO TO 2220B-EXIT
179370     END-IF.
179380     MOVE 'N' TO WK-NT-DUP-SW.
179390     PERFORM 2220D-CHECK-ONE-TAG THRU 2220D-EXIT
179400         VARYING WK-NT-TAG-I FROM 1 BY 1
179410         UNTIL WK-NT-TAG-I > DT-NT-COUNT.
179420     IF NT-TAG-IS-DUP
179430         GO TO 2220B-EXIT
179440     END-IF.
179450     MOVE SPACE TO WK-NT-TAG-STATUS.
179460     PERFORM 2220C-CHECK-ONE-NT THRU 2220C-EXIT
179470         VARYING NT-IDX FROM 1 BY 1
179480         UNTIL NT-IDX > WK-NEWTECH-COUNT
179490            OR WK-NT-TAG-STATUS = 'P'.
179500     IF WK-NT-TAG-STATUS = SPACE
179510         GO TO 2220B-EXIT
179520     END-IF.
179530     ADD 1 TO DT-NT-COUNT.
179540     MOVE B-21-PROC-CODE-ENTRY(B-21-PROC-IDX)
179550                           TO DT-NT-PROC-CODE(DT-NT-COUNT).
179560     MOVE WK-NT-TAG-STATUS TO DT-NT-STATUS(DT-NT-COUNT).
179570 2220B-EXIT.
179580     EXIT.
179590*    A ROW IN FORCE WINS; OTHERWISE AN EXPIRED ROW OUTRANKS
179600*    ONE NOT YET EFFECTIVE.
179610 2220C-CHECK-ONE-NT.
179620     IF NT-PROC-CODE(NT-IDX) NOT =
179630             B-21-PROC-CODE-ENTRY(B-21-PROC-IDX)
179640         GO TO 2220C-EXIT
179650     END-IF.
179660     EVALUATE TRUE
179670         WHEN DT-DISCHARGE-DATE < NT-EFF-DATE(NT-IDX)
179680             IF WK-NT-TAG-STATUS = SPACE
179690                 MOVE 'B' TO WK-NT-TAG-STATUS
179700             END-IF
179710         WHEN DT-DISCHARGE-DATE > NT-END-DATE(NT-IDX)
179720             MOVE 'E' TO WK-NT-TAG-STATUS
179730         WHEN OTHER
179740             MOVE 'P' TO WK-NT-TAG-STATUS
179750     END-EVALUATE.
179760 2220C-EXIT.
179770     EXIT.
179780 2220D-CHECK-ONE-TAG.
179790     IF DT-NT-PROC-CODE(WK-NT-TAG-I) =
179800             B-21-PROC-CODE-ENTRY(B-21-PROC-IDX)
179810         SET NT-TAG-IS-DUP TO TRUE
179820     END-IF.
179830 2220D-EXIT.
179840     EXIT.
179850*===========================================================*
179860* 2221-WRITE-HIST-REPO - RECORD THIS PRICING IN THE KEYED    *
179870* HISTORY REPOSITORY.  A RERUN UNDER THE SAME RUN ID          *
179880* REWRITES ITS OWN PRIOR RECORD; A RERUN UNDER A NEW RUN ID   *
179890* ADDS A SECOND PRICING OF THE SAME CLAIM.                    *
179900*===========================================================*
179910 2221-WRITE-HIST-REPO.
179920     IF NOT HISTREPO-ACTIVE
179930         GO TO 2221-EXIT
179940     END-IF.
179950     MOVE B-21-PROVIDER-NO    TO HR-PROVIDER-NO.
179960     MOVE B-21-DISCHARGE-DATE TO HR-DISCHARGE-DATE.
179970     MOVE WK-CLAIM-SEQ        TO HR-CLAIM-SEQ.
179980     MOVE WK-RUN-ID           TO HR-RUN-ID.
179990     MOVE WK-HISTREPO-DATE    TO HR-RUN-DATE.
180000     MOVE PPS-DATA            TO HR-PPS-DATA.
180010     MOVE WI-AUDIT-RECORD     TO HR-WI-AUDIT.
180020     MOVE B-21-MBI            TO HR-MBI.
180030     MOVE B-21-DRG            TO HR-DRG.
180040     MOVE PPS-CAPI-TOTAL-PAY  TO HR-CAPI-TOTAL-PAY.
180050     MOVE PPS-CAPI-OUTLIER    TO HR-CAPI-OUTLIER.
180060     MOVE PPS-UNCOMP-CARE-AMOUNT TO HR-UNCOMP-CARE.
180070     MOVE PPS-NEW-TECH-PAY-ADD-ON TO HR-NEW-TECH.
180080     WRITE HIST-REPO-REC
180090         INVALID KEY
180100             REWRITE HIST-REPO-REC
180110     END-WRITE.
180120     ADD 1 TO WK-HISTREPO-WRITES.
180130  2221-EXIT.
180140     EXIT.
180150*===========================================================*
180160* 2221D-WRITE-PRICE-LOG - APPEND THIS PRICING TO THE BATCH  *
180170* PRICING LOG WITH THE BILL, THE PROVIDER SEGMENT IN FORCE  *
180180* AND THE CATALOG VERSIONS OF THE RUN, FOR THE QUOTE-       *
180190* VERSUS-BATCH CHECK.  THE ICD CODE TABLE HAS NO ONLINE     *
180200* COUNTERPART AND IS NOT CARRIED.                           *
180210*===========================================================*
180220 2221D-WRITE-PRICE-LOG.
180230     MOVE 'B'                 TO PX-SOURCE.
180240     MOVE B-21-PROVIDER-NO    TO PX-PROVIDER-NO.
180250     MOVE B-21-MBI            TO PX-MBI.
180260     MOVE B-21-DISCHARGE-DATE TO PX-DISCHARGE-DATE.
180270     MOVE WK-RUN-ID           TO PX-ORIGIN-ID.
180280     ACCEPT PX-PRICED-DATE FROM DATE YYYYMMDD.
180290     ACCEPT PX-PRICED-TIME FROM TIME.
180300     MOVE ZEROES              TO PX-TS-GENERATION.
180310     MOVE ZEROES              TO PX-TS-LOAD-DATE.
180320     MOVE ZEROES              TO PX-TS-LOAD-TIME.
180330     PERFORM 2221E-CARRY-ONE-VERSION THRU 2221E-EXIT
180340         VARYING WK-IMG-I FROM 1 BY 1
180350         UNTIL WK-IMG-I > 6.
180360     MOVE WK-CAT-VER(8)       TO PX-TS-CAT-VER(7).
180370     MOVE WK-PROV-BEST-EFF    TO PX-PROV-EFF-DATE.
180380     MOVE PROV-RECORD         TO PX-PROV-RECORD.
180390     MOVE BILL-DATA-2021      TO PX-BILL-IMAGE.
180400     MOVE PPS-DATA            TO PX-PPS-DATA.
180410     MOVE WI-AUDIT-RECORD     TO PX-WI-AUDIT.
180420     WRITE PRICE-LOG-REC.
180430     ADD 1 TO WK-PRCLOG-WRITES.
180440 2221D-EXIT.
180450     EXIT.
180460 2221E-CARRY-ONE-VERSION.
180470     MOVE WK-CAT-VER(WK-IMG-I) TO PX-TS-CAT-VER(WK-IMG-I).
180480 2221E-EXIT.
180490     EXIT.
180500*===========================================================*
180510* 2226-WRITE-REMIT-RECORD - BUILD ONE DOWNSTREAM REMITTANCE    *
180520*                 (835-STYLE) EXTRACT RECORD FROM THE BILL'S   *
180530*                 SUBMITTED CHARGES AND THE PRICER'S RESULT,    *
180540*                 SHOWING THE ALLOWED/PAID AMOUNT, PATIENT      *
180550*                 RESPONSIBILITY, AND ADJUSTMENT REASON/AMOUNT   *
180560*                 A REMITTANCE PROCESSOR NEEDS TO PAY THE       *
180570*                 CLAIM.                                       *
180580*===========================================================*
180590 2226-WRITE-REMIT-RECORD.
180600     MOVE B-21-PROVIDER-NO     TO RM-PROVIDER-NO.
180610     MOVE B-21-DRG             TO RM-DRG.
180620     MOVE B-21-DISCHARGE-DATE  TO RM-DISCHARGE-DATE.
180630     MOVE B-21-CHARGES-CLAIMED TO RM-SUBMITTED-CHARGES.
180640     IF PPS-RTC NOT < 50
180650         MOVE '04'                 TO RM-CLAIM-STATUS-CODE
180660         MOVE ZERO                 TO RM-ALLOWED-AMOUNT
180670         MOVE ZERO                 TO RM-PAID-AMOUNT
180680         MOVE ZERO                 TO RM-PATIENT-RESP-AMOUNT
180690         MOVE 'B13'                TO RM-ADJ-REASON-CODE
180700         MOVE B-21-CHARGES-CLAIMED TO RM-ADJ-AMOUNT
180710     ELSE
180720         MOVE '01'                 TO RM-CLAIM-STATUS-CODE
180730         MOVE PPS-TOTAL-PAYMENT    TO RM-ALLOWED-AMOUNT
180740         COMPUTE RM-PAID-AMOUNT =
180750             PPS-TOTAL-PAYMENT - WK-SEQ-AMT
180760         MOVE ZERO                 TO RM-PATIENT-RESP-AMOUNT
180770         MOVE 'CO1'                TO RM-ADJ-REASON-CODE
180780         IF B-21-CHARGES-CLAIMED > PPS-TOTAL-PAYMENT
180790             COMPUTE RM-ADJ-AMOUNT =
180800                 B-21-CHARGES-CLAIMED - PPS-TOTAL-PAYMENT
180810         ELSE
180820             MOVE ZERO             TO RM-ADJ-AMOUNT
180830         END-IF
180840     END-IF.
180850*    THE PER-CLAIM FIELDS ARE SET BEFORE ANY DIVERT, SO THE
180860*    WITHHOLD, PIP, AND HELD IMAGES CARRY THIS CLAIM'S OWN
180870*    SEQUENCE AND A CLEAN LEDGER OFFSET, NOT THE PREVIOUS
180880*    BILL'S.  THE DRAWDOWN FILLS THE OFFSET ON THE LIVE
180890*    PATH ONLY.
180900     MOVE ZEROES               TO RM-INTEREST-AMT.
180910     MOVE ZEROES               TO RM-LEDGER-OFFSET.
180920     MOVE ZEROES               TO RM-ADVANCE-RECOUP.
180930     MOVE WK-SEQ-AMT           TO RM-SEQUESTRATION-AMT.
180940     MOVE WK-CLAIM-SEQ         TO RM-CLAIM-SEQ.
180950     MOVE 'D'                  TO RM-DEBIT-CREDIT-IND.
180960     IF BILL-IS-SUSPENDED AND PPS-RTC < 50
180970         PERFORM 2222A-WRITE-WITHHOLD THRU 2222A-EXIT
180980         GO TO 2226-EXIT
180990     END-IF.
181000     IF PV-PIP-PROVIDER AND PPS-RTC < 50
181010         PERFORM 2223-ACCUM-PIP THRU 2223-EXIT
181020         GO TO 2226-EXIT
181030     END-IF.
181040     IF NOT BILL-IS-HELD
181050         PERFORM 2228M-MANUAL-OFFSET THRU 2228M-EXIT
181060         PERFORM 2228-LEDGER-DRAWDOWN THRU 2228-EXIT
181070         ADD WK-MW-OFFSET TO RM-LEDGER-OFFSET
181080     END-IF.
181090     PERFORM 2224-CALC-INTEREST THRU 2224-EXIT.
181100     MOVE WK-INT-AMT           TO RM-INTEREST-AMT.
181110     ADD RM-LEDGER-OFFSET TO WK-GL-OFFSETS.
181120     IF BILL-IS-HELD
181130         PERFORM 2217-WRITE-HELD-CLAIM THRU 2217-EXIT
181140         GO TO 2226-EXIT
181150     END-IF.
181160     IF BILL-IS-FUNDS-HELD
181170         PERFORM 2221A-WRITE-FUNDS-HELD THRU 2221A-EXIT
181180         GO TO 2226-EXIT
181190     END-IF.
181200     IF BILL-IS-FLOOR-HELD
181210         PERFORM 2221B-WRITE-FLOOR-HELD THRU 2221B-EXIT
181220         GO TO 2226-EXIT
181230     END-IF.
181240     PERFORM 2228P-ADVANCE-RECOUP THRU 2228P-EXIT.
181250     IF WK-FUNDS-CEILING > 0
181260         ADD RM-PAID-AMOUNT TO WK-FUNDS-DISBURSED
181270     END-IF.
181280     ADD 1 TO WK-REMIT-RECS.
181290     WRITE REMIT-OUT-REC.
181300     MOVE 'RM'             TO WK-EV-TYPE.
181310     MOVE RM-PAID-AMOUNT   TO WK-EV-PAYMENT.
181320     MOVE RM-LEDGER-OFFSET TO WK-EV-OTHER-AMT.
181330     MOVE RM-CLAIM-STATUS-CODE TO WK-EV-DETAIL.
181340     PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT.
181350 2226-EXIT.
181360     EXIT.
181370*==========================================================*
181380* 2222-CHECK-SUSPENSION - FLAG A BILL WHOSE PROVIDER IS     *
181390* UNDER PAYMENT SUSPENSION ON THE DISCHARGE DATE.  THE      *
181400* CLAIM STILL PRICES AND SETTLES; THE MONEY IS WITHHELD.    *
181410*==========================================================*
181420 2222-CHECK-SUSPENSION.
181430     MOVE 'N' TO WK-SUSP-SW.
181440     IF WK-SU-COUNT = 0
181450         GO TO 2222-EXIT
181460     END-IF.
181470     SET SU-SIDX TO 1.
181480     SEARCH SU-ENTRY VARYING SU-SIDX
181490         AT END
181500             CONTINUE
181510         WHEN SU-TAB-PROVIDER-NO(SU-SIDX) = B-21-PROVIDER-NO
181520             AND B-21-DISCHARGE-DATE NOT <
181530                 SU-TAB-EFF-DATE(SU-SIDX)
181540             AND B-21-DISCHARGE-DATE NOT >
181550                 SU-TAB-END-DATE(SU-SIDX)
181560             SET BILL-IS-SUSPENDED TO TRUE
181570     END-SEARCH.
181580 2222-EXIT.
181590     EXIT.
181600*==========================================================*
181610* 2222A-WRITE-WITHHOLD - DIVERT THE SUSPENDED PROVIDER'S    *
181620* REMITTANCE RECORD TO THE WITHHOLD FILE WITH ITS OWN       *
181630* BALANCING TOTALS, AND LIST IT.                            *
181640*==========================================================*
181650 2222A-WRITE-WITHHOLD.
181660     MOVE REMIT-OUT-REC TO WH-REMIT-REC.
181670     ACCEPT WH-HELD-DATE FROM DATE YYYYMMDD.
181680     WRITE WITHHOLD-OUT-REC.
181690     ADD 1 TO WK-BILLS-SUSPENDED.
181700     ADD RM-PAID-AMOUNT TO WK-SUSP-DOLLARS.
181710     MOVE 'HL'             TO WK-EV-TYPE.
181720     MOVE RM-PAID-AMOUNT   TO WK-EV-PAYMENT.
181730     MOVE 'PAYMENT SUSPENSION WITHHOLD' TO WK-EV-DETAIL.
181740     PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT.
181750     MOVE B-21-PROVIDER-NO    TO WK-SU2-PROVIDER-NO.
181760     MOVE B-21-DRG            TO WK-SU2-DRG.
181770     MOVE B-21-DISCHARGE-DATE TO WK-SU2-DISCHARGE.
181780     MOVE RM-PAID-AMOUNT      TO WK-SU2-PAID.
181790     MOVE WK-CLAIM-SEQ        TO WK-SU2-CLAIM-SEQ.
181800     MOVE 'WITHHELD'          TO WK-SU2-DISPOSITION.
181810     MOVE WK-SU-DETAIL-LINE TO SUSP-RPT-LINE.
181820     WRITE SUSP-RPT-LINE.
181830 2222A-EXIT.
181840     EXIT.
181850*==========================================================*
181860* 2570-JUDGE-WITHHOLDS - AT THE START OF THE RUN, MATCH     *
181870* THE PRIOR RUNS' WITHHELD PAYMENTS AGAINST THE             *
181880* DISPOSITION TRANSACTIONS: 'R' RELEASES THE MONEY INTO     *
181890* THIS RUN'S REMITTANCE (ADJUSTMENT REASON 'WR' SO THE      *
181900* BALANCING STEP CAN TELL IT APART), 'F' FORFEITS IT, AND   *
181910* THE REST CYCLE FORWARD ON THE WITHHOLD FILE.              *
181920*==========================================================*
181930 2570-JUDGE-WITHHOLDS.
181940     OPEN INPUT SUSP-DISP-IN.
181950     IF WK-SUSPDISP-STATUS = '00'
181960         SET SD-IDX TO 1
181970         PERFORM 2571-READ-ONE-DISP THRU 2571-EXIT
181980             UNTIL SUSPDISP-AT-EOF OR WK-SD-COUNT >= 1000
181990         CLOSE SUSP-DISP-IN
182000     END-IF.
182010     OPEN INPUT WITHHOLD-IN.
182020     IF WK-WTHHLDI-STATUS NOT = '00'
182030         GO TO 2570-EXIT
182040     END-IF.
182050     PERFORM 2572-JUDGE-ONE-WITHHOLD THRU 2572-EXIT
182060         UNTIL WTHHLDI-AT-EOF.
182070     CLOSE WITHHOLD-IN.
182080 2570-EXIT.
182090     EXIT.
182100 2571-READ-ONE-DISP.
182110     READ SUSP-DISP-IN
182120         AT END
182130             SET SUSPDISP-AT-EOF TO TRUE
182140             GO TO 2571-EXIT
182150     END-READ.
182160     MOVE SD-PROVIDER-NO    TO SD-TAB-PROVIDER-NO(SD-IDX).
182170     MOVE SD-DISCHARGE-DATE TO SD-TAB-DISCHARGE(SD-IDX).
182180     MOVE SD-CLAIM-SEQ      TO SD-TAB-CLAIM-SEQ(SD-IDX).
182190     MOVE SD-DISPOSITION    TO SD-TAB-DISPOSITION(SD-IDX).
182200     ADD  1 TO WK-SD-COUNT.
182210     SET  SD-IDX UP BY 1.
182220 2571-EXIT.
182230     EXIT.
182240 2572-JUDGE-ONE-WITHHOLD.
182250     READ WITHHOLD-IN
182260         AT END
182270             SET WTHHLDI-AT-EOF TO TRUE
182280             GO TO 2572-EXIT
182290     END-READ.
182300     MOVE WITHHOLD-IN-REC TO GEN-STAMP-REC.
182310     IF GS-IS-STAMP
182320         GO TO 2572-EXIT
182330     END-IF.
182340     MOVE WH-IN-REMIT-REC TO WK-WH-REMIT-VIEW.
182350     MOVE SPACE TO WK-SU2-DISPOSITION.
182360     PERFORM 2573-MATCH-ONE-DISP THRU 2573-EXIT
182370         VARYING SD-SIDX FROM 1 BY 1
182380         UNTIL SD-SIDX > WK-SD-COUNT
182390            OR WK-SU2-DISPOSITION NOT = SPACE.
182400     EVALUATE WK-SU2-DISPOSITION
182410         WHEN 'RELEASED'
182420             MOVE WH-IN-REMIT-REC TO REMIT-OUT-REC
182430             MOVE 'WR '           TO RM-ADJ-REASON-CODE
182440             MOVE ZEROES          TO RM-ADVANCE-RECOUP
182450             ADD 1 TO WK-REMIT-RECS
182460             WRITE REMIT-OUT-REC
182470             MOVE 'RL'           TO WK-EV-TYPE
182480             MOVE RM-PAID-AMOUNT TO WK-EV-PAYMENT
182490             MOVE 'SUSPENSION WITHHOLD RELEASED' TO WK-EV-DETAIL
182500             PERFORM 2392-JOURNAL-REMIT-EVENT THRU 2392-EXIT
182510             ADD 1 TO WK-SUSP-RELEASED
182520         WHEN 'FORFEITED'
182530             ADD 1 TO WK-SUSP-FORFEITED
182540         WHEN OTHER
182550             MOVE WH-IN-REMIT-REC TO WH-REMIT-REC
182560             MOVE WH-IN-HELD-DATE TO WH-HELD-DATE
182570             WRITE WITHHOLD-OUT-REC
182580             ADD 1 TO WK-SUSP-CARRIED
182590             GO TO 2572-EXIT
182600     END-EVALUATE.
182610     MOVE WK-WHV-PROVIDER-NO TO WK-SU2-PROVIDER-NO.
182620     MOVE WK-WHV-DRG         TO WK-SU2-DRG.
182630     MOVE WK-WHV-DISCHARGE   TO WK-SU2-DISCHARGE.
182640     MOVE WK-WHV-PAID-AMOUNT TO WK-SU2-PAID.
182650     MOVE WK-WHV-CLAIM-SEQ   TO WK-SU2-CLAIM-SEQ.
182660     MOVE WK-SU-DETAIL-LINE TO SUSP-RPT-LINE.
182670     WRITE SUSP-RPT-LINE.
182680 2572-EXIT.
182690     EXIT.
182700 2573-MATCH-ONE-DISP.
182710     IF SD-TAB-PROVIDER-NO(SD-SIDX) = WK-WHV-PROVIDER-NO
182720        AND SD-TAB-DISCHARGE(SD-SIDX) = WK-WHV-DISCHARGE
182730        AND SD-TAB-CLAIM-SEQ(SD-SIDX) = WK-WHV-CLAIM-SEQ
182740         IF SD-TAB-DISPOSITION(SD-SIDX) = 'R'
182750             MOVE 'RELEASED' TO WK-SU2-DISPOSITION
182760         ELSE
182770             IF SD-TAB-DISPOSITION(SD-SIDX) = 'F'
182780                 MOVE 'FORFEITED' TO WK-SU2-DISPOSITION
182790             END-IF
182800         END-IF
182810     END-IF.
182820 2573-EXIT.
182830     EXIT.
182840*==========================================================*
182850* 2223-ACCUM-PIP - A PIP PROVIDER'S PRICED CLAIM SKIPS THE  *
182860* REMITTANCE EXTRACT AND ACCUMULATES IN THE NOTIONAL-       *
182870* PAYMENT LEDGER FOR THE COST-REPORT RECONCILIATION.        *
182880*==========================================================*
182890 2223-ACCUM-PIP.
182900     MOVE REMIT-OUT-REC TO PR-REMIT-REC.
182910     ACCEPT PR-HELD-DATE FROM DATE YYYYMMDD.
182920     WRITE PIP-REMIT-OUT-REC.
182930     ADD 1 TO WK-BILLS-PIP.
182940     SET PL-SIDX TO 1.
182950     SEARCH PL-ENTRY VARYING PL-SIDX
182960         AT END
182970             IF WK-PIP-COUNT < 500
182980                 ADD 1 TO WK-PIP-COUNT
182990                 SET PL-SIDX TO WK-PIP-COUNT
183000                 MOVE B-21-PROVIDER-NO
183010                     TO PL-TAB-PROVIDER-NO(PL-SIDX)
183020                 MOVE 0 TO PL-TAB-BILLS(PL-SIDX)
183030                 MOVE 0 TO PL-TAB-NOTIONAL(PL-SIDX)
183040                 MOVE 0 TO PL-TAB-SCHEDULED(PL-SIDX)
183050             ELSE
183060                 ADD 1 TO WK-TABLE-DROPS
183070                 GO TO 2223-EXIT
183080             END-IF
183090         WHEN PL-TAB-PROVIDER-NO(PL-SIDX) = B-21-PROVIDER-NO
183100             CONTINUE
183110     END-SEARCH.
183120     ADD 1                 TO PL-TAB-BILLS(PL-SIDX).
183130     ADD PPS-TOTAL-PAYMENT TO PL-TAB-NOTIONAL(PL-SIDX).
183140 2223-EXIT.
183150     EXIT.
183160*==========================================================*
183170* 2219-CHECK-FUNDS-CEILING - ONCE THE PERIOD'S AUTHORIZED   *
183180* DISBURSEMENT CEILING WOULD BE BREACHED, EVERY REMAINING   *
183190* PRICED CLAIM IS DIVERTED TO THE PAYMENT-HOLD FILE.  THE   *
183200* BREACH LATCHES SO PAYMENT ORDER STAYS FIRST-COME.         *
183210*==========================================================*
183220 2219-CHECK-FUNDS-CEILING.
183230     MOVE 'N' TO WK-FUNDS-HOLD-SW.
183240     IF WK-FUNDS-CEILING = 0
183250        OR PV-PIP-PROVIDER
183260        OR BILL-IS-SUSPENDED
183270        OR BILL-IS-HELD
183280        OR PPS-RTC NOT < 50
183290         GO TO 2219-EXIT
183300     END-IF.
183310     IF FUNDS-CEILING-BREACHED
183320         SET BILL-IS-FUNDS-HELD TO TRUE
183330         GO TO 2219-EXIT
183340     END-IF.
183350     COMPUTE WK-FUNDS-PROJECTED =
183360         WK-FUNDS-DISBURSED
183370         + PPS-TOTAL-PAYMENT - WK-SEQ-AMT
183380         ON SIZE ERROR MOVE WK-FUNDS-CEILING
183390             TO WK-FUNDS-PROJECTED.
183400     IF WK-FUNDS-PROJECTED > WK-FUNDS-CEILING
183410         SET FUNDS-CEILING-BREACHED TO TRUE
183420         SET BILL-IS-FUNDS-HELD TO TRUE
183430         DISPLAY 'PPBAT215 - FUNDS CEILING REACHED - '
183440                 'REMAINING CLAIMS DIVERT TO PAYMENT HOLD'
183450     END-IF.
183460 2219-EXIT.
183470     EXIT.
183480*==========================================================*
183490* 2219B-CHECK-PAYMENT-FLOOR - A PAYABLE ORIGINAL CLAIM THAT*
183500* WILL BE REMITTED THIS RUN (NOT WITHHELD, PIP, OR ALREADY *
183510* HELD) IS HELD WHEN ITS CLEAN-CLAIM FLOOR DATE HAS NOT    *
183520* ARRIVED.  ADJUSTMENTS AND CANCELS SETTLE AN EARLIER      *
183530* PAYMENT AND ARE NOT FLOORED.                             *
183540*==========================================================*
183550 2219B-CHECK-PAYMENT-FLOOR.
183560     MOVE 'N' TO WK-PFL-HOLD-SW.
183570     IF NOT PAYMENT-FLOOR-ON
183580        OR NOT B-21-ACTION-ORIGINAL
183590        OR PV-PIP-PROVIDER
183600        OR BILL-IS-SUSPENDED
183610        OR BILL-IS-HELD
183620        OR BILL-IS-FUNDS-HELD
183630        OR PPS-RTC NOT < 50
183640         GO TO 2219B-EXIT
183650     END-IF.
183660     PERFORM 2219C-SET-FLOOR-DATE THRU 2219C-EXIT.
183670 2219B-EXIT.
183680     EXIT.
183690*==========================================================*
183700* 2219C-SET-FLOOR-DATE - THE FLOOR DATE IS THE RECEIPT DATE*
183710* PLUS 29 DAYS FOR A CLAIM ON THE PAPER-CLAIM TABLE, PLUS  *
183720* 14 DAYS OTHERWISE.  A LATER FLOOR DATE THAN THE RUN DATE *
183730* HOLDS THE CLAIM.  A BILL WITH NO RECEIPT DATE IS PAID.   *
183740*==========================================================*
183750 2219C-SET-FLOOR-DATE.
183760     IF B-21-RECEIPT-DATE NOT NUMERIC
183770        OR B-21-RECEIPT-DATE = 0
183780         GO TO 2219C-EXIT
183790     END-IF.
183800     MOVE 'E' TO WK-PFL-MEDIUM.
183810     SET PFM-SIDX TO 1.
183820     SEARCH PFM-ENTRY VARYING PFM-SIDX
183830         AT END
183840             CONTINUE
183850         WHEN PFM-SIDX > WK-PFL-MD-COUNT
183860             CONTINUE
183870         WHEN PFM-TAB-PROVIDER-NO(PFM-SIDX) = B-21-PROVIDER-NO
183880          AND PFM-TAB-DISCHARGE(PFM-SIDX) = B-21-DISCHARGE-DATE
183890          AND PFM-TAB-MBI(PFM-SIDX) = B-21-MBI
183900             MOVE 'P' TO WK-PFL-MEDIUM
183910     END-SEARCH.
183920     MOVE B-21-RECEIPT-DATE TO WK-AM-DATE.
183930     IF WK-PFL-MEDIUM = 'P'
183940         PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT
183950             WK-PFL-DAYS-PAPER TIMES
183960     ELSE
183970         PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT
183980             WK-PFL-DAYS-EMC TIMES
183990     END-IF.
184000     MOVE WK-AM-DATE TO WK-PFL-FLOOR-DATE.
184010     IF WK-PFL-FLOOR-DATE > WK-PFL-RUN-DATE
184020         SET BILL-IS-FLOOR-HELD TO TRUE
184030     END-IF.
184040 2219C-EXIT.
184050     EXIT.
184060*==========================================================*
184070* 2221A-WRITE-FUNDS-HELD - STORE THE FUNDS-HELD CLAIM       *
184080* WHOLE ON THE PAYMENT-HOLD FILE AND LIST IT ON THE         *
184090* FUNDS-CONTROL REPORT.                                     *
184100*==========================================================*
184110 2221A-WRITE-FUNDS-HELD.
184120     MOVE BILL-DATA-2021 TO FH-BILL-RECORD.
184130     MOVE PPS-OUT-REC    TO FH-PPS-REC.
184140     MOVE REMIT-OUT-REC  TO FH-REMIT-REC.
184150     ACCEPT FH-HELD-DATE FROM DATE YYYYMMDD.
184160     WRITE PAY-HOLD-OUT-REC.
184170     ADD 1 TO WK-BILLS-FUNDS-HELD.
184180     ADD PPS-TOTAL-PAYMENT TO WK-FUNDS-HELD-DOLLARS.
184190     MOVE 'HL'             TO WK-EV-TYPE.
184200     MOVE RM-PAID-AMOUNT   TO WK-EV-PAYMENT.
184210     MOVE 'FUNDS CEILING HOLD' TO WK-EV-DETAIL.
184220     PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT.
184230     MOVE B-21-PROVIDER-NO    TO WK-FH-PROVIDER-NO.
184240     MOVE B-21-DRG            TO WK-FH-DRG.
184250     MOVE B-21-DISCHARGE-DATE TO WK-FH-DISCHARGE.
184260     MOVE PPS-TOTAL-PAYMENT   TO WK-FH-TOTAL.
184270     MOVE WK-CLAIM-SEQ        TO WK-FH-CLAIM-SEQ.
184280     MOVE WK-FH-DETAIL-LINE TO FUNDS-RPT-LINE.
184290     WRITE FUNDS-RPT-LINE.
184300 2221A-EXIT.
184310     EXIT.
184320*==========================================================*
184330* 2221B-WRITE-FLOOR-HELD - STORE THE CLAIM WHOLE ON THE    *
184340* FLOOR-HOLD FILE WITH ITS FLOOR DATE AND MEDIUM, JOURNAL  *
184350* THE HOLD, AND COUNT IT INTO THE FLOOR INVENTORY.  THE    *
184360* REMITTANCE RECORD CARRIES THE CLAIM'S OWN SEQUENCE, SO   *
184370* THE SAME PARAGRAPH SERVES A CLAIM PRICED THIS RUN AND ONE*
184380* COMING OFF ANOTHER HOLD.                                 *
184390*==========================================================*
184400 2221B-WRITE-FLOOR-HELD.
184410     MOVE BILL-DATA-2021    TO FL-BILL-RECORD.
184420     MOVE PPS-OUT-REC       TO FL-PPS-REC.
184430     MOVE REMIT-OUT-REC     TO FL-REMIT-REC.
184440     MOVE WK-PFL-RUN-DATE   TO FL-HELD-DATE.
184450     MOVE WK-PFL-FLOOR-DATE TO FL-FLOOR-DATE.
184460     MOVE WK-PFL-MEDIUM     TO FL-MEDIUM.
184470     WRITE FLOOR-HOLD-OUT-REC.
184480     ADD 1 TO WK-BILLS-FLOOR-HELD.
184490     ADD RM-PAID-AMOUNT TO WK-FLOOR-HELD-DOLLARS.
184500     MOVE 'HL'             TO WK-EV-TYPE.
184510     MOVE B-21-MBI         TO WK-EV-MBI.
184520     MOVE RM-PAID-AMOUNT   TO WK-EV-PAYMENT.
184530     MOVE 'PAYMENT FLOOR HOLD TO' TO WK-EV-DETAIL.
184540     MOVE WK-PFL-FLOOR-DATE TO WK-EV-DETAIL(23:8).
184550     PERFORM 2392-JOURNAL-REMIT-EVENT THRU 2392-EXIT.
184560     PERFORM 2582-ACCUM-FLOOR-INVENTORY THRU 2582-EXIT.
184570 2221B-EXIT.
184580     EXIT.
184590*==========================================================*
184600* 2221C-CHECK-RELEASE-FLOOR - A CLAIM COMING OFF THE REVIEW*
184610* OR FUNDS-CONTROL HOLD (BILL, RESULT ROW AND REMITTANCE   *
184620* RECORD ALREADY RESTORED) IS STILL SUBJECT TO THE PAYMENT *
184630* FLOOR; ONE WHOSE FLOOR DATE HAS NOT ARRIVED MOVES TO THE *
184640* FLOOR-HOLD FILE INSTEAD OF BEING REMITTED.               *
184650*==========================================================*
184660 2221C-CHECK-RELEASE-FLOOR.
184670     MOVE 'N' TO WK-PFL-HOLD-SW.
184680     IF NOT PAYMENT-FLOOR-ON
184690        OR NOT B-21-ACTION-ORIGINAL
184700        OR RM-CLAIM-STATUS-CODE NOT = '01'
184710         GO TO 2221C-EXIT
184720     END-IF.
184730     PERFORM 2219C-SET-FLOOR-DATE THRU 2219C-EXIT.
184740     IF BILL-IS-FLOOR-HELD
184750         PERFORM 2221B-WRITE-FLOOR-HELD THRU 2221B-EXIT
184760     END-IF.
184770 2221C-EXIT.
184780     EXIT.
184790*==========================================================*
184800* 2560-RELEASE-FUNDS-HELD - UNDER FUNDS-RELEASE=Y, ISSUE    *
184810* THE PRIOR PERIOD'S PAYMENT-HELD CLAIMS INTO THIS RUN'S    *
184820* EXTRACTS (THEIR BILLS JOIN THE SETTLED-BILL COMPANION     *
184830* EXTRACT), COUNTING THEIR DOLLARS AGAINST THIS PERIOD'S    *
184840* CEILING.                                                  *
184850*==========================================================*
184860 2560-RELEASE-FUNDS-HELD.
184870     IF NOT FUNDS-RELEASE-MODE
184880         GO TO 2560-EXIT
184890     END-IF.
184900     OPEN INPUT PAY-HOLD-IN.
184910     IF WK-PAYHLDI-STATUS NOT = '00'
184920         GO TO 2560-EXIT
184930     END-IF.
184940     PERFORM 2561-RELEASE-ONE-FUNDS THRU 2561-EXIT
184950         UNTIL PAYHLDI-AT-EOF.
184960     CLOSE PAY-HOLD-IN.
184970 2560-EXIT.
184980     EXIT.
184990 2561-RELEASE-ONE-FUNDS.
185000     READ PAY-HOLD-IN
185010         AT END
185020             SET PAYHLDI-AT-EOF TO TRUE
185030             GO TO 2561-EXIT
185040     END-READ.
185050     MOVE PAY-HOLD-IN-REC TO GEN-STAMP-REC.
185060     IF GS-IS-STAMP
185070         GO TO 2561-EXIT
185080     END-IF.
185090     MOVE FH-IN-BILL-RECORD TO BILL-DATA-2021.
185100     MOVE FH-IN-PPS-REC     TO PPS-OUT-REC.
185110     MOVE FH-IN-REMIT-REC   TO REMIT-OUT-REC.
185120     PERFORM 2221C-CHECK-RELEASE-FLOOR THRU 2221C-EXIT.
185130     IF BILL-IS-FLOOR-HELD
185140         ADD 1 TO WK-FUNDS-RELEASED
185150         GO TO 2561-EXIT
185160     END-IF.
185170     MOVE FH-IN-PPS-REC   TO PPS-OUT-REC.
185180     MOVE FH-IN-PPS-REC   TO WK-HELD-VIEW.
185190     ADD 1 TO WK-PPSOUT-RECS.
185200     WRITE PPS-OUT-REC.
185210     MOVE FH-IN-REMIT-REC TO REMIT-OUT-REC.
185220     PERFORM 2228P-ADVANCE-RECOUP THRU 2228P-EXIT.
185230     ADD 1 TO WK-REMIT-RECS.
185240     WRITE REMIT-OUT-REC.
185250     MOVE FH-IN-BILL-RECORD TO BILL-DATA-2021.
185260     MOVE 'RL'             TO WK-EV-TYPE.
185270     MOVE B-21-MBI         TO WK-EV-MBI.
185280     MOVE RM-PAID-AMOUNT   TO WK-EV-PAYMENT.
185290     MOVE 'FUNDS CEILING HOLD RELEASED' TO WK-EV-DETAIL.
185300     PERFORM 2392-JOURNAL-REMIT-EVENT THRU 2392-EXIT.
185310     MOVE BILL-DATA-2021 TO RW-BILL-OUT-REC.
185320     WRITE RW-BILL-OUT-REC.
185330     PERFORM 2554-ACCUM-RELEASED-RECON THRU 2554-EXIT.
185340     ADD 1 TO WK-FUNDS-RELEASED.
185350     IF WK-FUNDS-CEILING > 0
185360         ADD RM-PAID-AMOUNT TO WK-FUNDS-DISBURSED
185370     END-IF.
185380 2561-EXIT.
185390     EXIT.
185400*==========================================================*
185410* 2580-RELEASE-FLOOR-HELD - EACH NIGHT, ISSUE THE WAITING  *
185420* CLAIMS WHOSE PAYMENT-FLOOR DATE HAS ARRIVED INTO THIS    *
185430* RUN'S EXTRACTS (THEIR BILLS JOIN THE SETTLED-BILL        *
185440* COMPANION EXTRACT) AND CARRY THE REST FORWARD ON THE     *
185450* FLOOR-HOLD FILE.                                         *
185460*==========================================================*
185470 2580-RELEASE-FLOOR-HELD.
185480     OPEN INPUT FLOOR-HOLD-IN.
185490     IF WK-FLRHLDI-STATUS NOT = '00'
185500         GO TO 2580-EXIT
185510     END-IF.
185520     PERFORM 2581-RELEASE-ONE-FLOOR THRU 2581-EXIT
185530         UNTIL FLRHLDI-AT-EOF.
185540     CLOSE FLOOR-HOLD-IN.
185550 2580-EXIT.
185560     EXIT.
185570 2581-RELEASE-ONE-FLOOR.
185580     READ FLOOR-HOLD-IN
185590         AT END
185600             SET FLRHLDI-AT-EOF TO TRUE
185610             GO TO 2581-EXIT
185620     END-READ.
185630     MOVE FLOOR-HOLD-IN-REC TO GEN-STAMP-REC.
185640     IF GS-IS-STAMP
185650         GO TO 2581-EXIT
185660     END-IF.
185670     MOVE FL-IN-REMIT-REC TO REMIT-OUT-REC.
185680     IF PAYMENT-FLOOR-ON
185690        AND FL-IN-FLOOR-DATE > WK-PFL-RUN-DATE
185700         MOVE FL-IN-BILL-RECORD TO FL-BILL-RECORD
185710         MOVE FL-IN-PPS-REC     TO FL-PPS-REC
185720         MOVE FL-IN-REMIT-REC   TO FL-REMIT-REC
185730         MOVE FL-IN-HELD-DATE   TO FL-HELD-DATE
185740         MOVE FL-IN-FLOOR-DATE  TO FL-FLOOR-DATE
185750         MOVE FL-IN-MEDIUM      TO FL-MEDIUM
185760         WRITE FLOOR-HOLD-OUT-REC
185770         ADD 1 TO WK-FLOOR-CARRIED
185780         MOVE FL-IN-FLOOR-DATE  TO WK-PFL-FLOOR-DATE
185790         MOVE FL-IN-MEDIUM      TO WK-PFL-MEDIUM
185800         PERFORM 2582-ACCUM-FLOOR-INVENTORY THRU 2582-EXIT
185810         GO TO 2581-EXIT
185820     END-IF.
185830     MOVE FL-IN-PPS-REC   TO PPS-OUT-REC.
185840     MOVE FL-IN-PPS-REC   TO WK-HELD-VIEW.
185850     ADD 1 TO WK-PPSOUT-RECS.
185860     WRITE PPS-OUT-REC.
185870     PERFORM 2228P-ADVANCE-RECOUP THRU 2228P-EXIT.
185880     ADD 1 TO WK-REMIT-RECS.
185890     WRITE REMIT-OUT-REC.
185900     MOVE FL-IN-BILL-RECORD TO BILL-DATA-2021.
185910     MOVE 'RL'             TO WK-EV-TYPE.
185920     MOVE B-21-MBI         TO WK-EV-MBI.
185930     MOVE RM-PAID-AMOUNT   TO WK-EV-PAYMENT.
185940     MOVE 'PAYMENT FLOOR REACHED' TO WK-EV-DETAIL.
185950     PERFORM 2392-JOURNAL-REMIT-EVENT THRU 2392-EXIT.
185960     MOVE BILL-DATA-2021 TO RW-BILL-OUT-REC.
185970     WRITE RW-BILL-OUT-REC.
185980     PERFORM 2554-ACCUM-RELEASED-RECON THRU 2554-EXIT.
185990     ADD 1 TO WK-FLOOR-RELEASED.
186000     ADD RM-PAID-AMOUNT TO WK-FLOOR-RELEASED-DOLLARS.
186010     IF WK-FUNDS-CEILING > 0
186020         ADD RM-PAID-AMOUNT TO WK-FUNDS-DISBURSED
186030     END-IF.
186040 2581-EXIT.
186050     EXIT.
186060*==========================================================*
186070* 2582-ACCUM-FLOOR-INVENTORY - ADD THE WAITING CLAIM TO ITS*
186080* RELEASE DATE'S ROW, KEEPING THE ROWS IN DATE ORDER.      *
186090* RELEASE DATES RUN AT MOST 29 DAYS AHEAD, SO THE TABLE    *
186100* OVERFLOWS ONLY ON BAD RECEIPT DATES; THOSE ARE COUNTED.  *
186110*==========================================================*
186120 2582-ACCUM-FLOOR-INVENTORY.
186130     MOVE 'N' TO WK-PFL-FOUND-SW.
186140     MOVE ZEROES TO WK-PFL-POS.
186150     SET PFI-SIDX TO 1.
186160     SEARCH PFI-ENTRY VARYING PFI-SIDX
186170         AT END
186180             CONTINUE
186190         WHEN PFI-SIDX > WK-PFL-INV-COUNT
186200             SET WK-PFL-POS TO PFI-SIDX
186210         WHEN PFI-RELEASE-DATE(PFI-SIDX) = WK-PFL-FLOOR-DATE
186220             SET PFL-DATE-FOUND TO TRUE
186230             SET WK-PFL-POS TO PFI-SIDX
186240         WHEN PFI-RELEASE-DATE(PFI-SIDX) > WK-PFL-FLOOR-DATE
186250             SET WK-PFL-POS TO PFI-SIDX
186260     END-SEARCH.
186270     IF NOT PFL-DATE-FOUND
186280         IF WK-PFL-INV-COUNT NOT < 60
186290             ADD 1 TO WK-PFL-INV-DROPS
186300             GO TO 2582-EXIT
186310         END-IF
186320         PERFORM 2583-SHIFT-ONE-INV THRU 2583-EXIT
186330             VARYING WK-PFL-I FROM WK-PFL-INV-COUNT BY -1
186340             UNTIL WK-PFL-I < WK-PFL-POS
186350         ADD 1 TO WK-PFL-INV-COUNT
186360         MOVE WK-PFL-FLOOR-DATE TO PFI-RELEASE-DATE(WK-PFL-POS)
186370         MOVE ZEROES TO PFI-EMC-CLAIMS(WK-PFL-POS)
186380                        PFI-PAPER-CLAIMS(WK-PFL-POS)
186390                        PFI-DOLLARS(WK-PFL-POS)
186400     END-IF.
186410     IF WK-PFL-MEDIUM = 'P'
186420         ADD 1 TO PFI-PAPER-CLAIMS(WK-PFL-POS)
186430     ELSE
186440         ADD 1 TO PFI-EMC-CLAIMS(WK-PFL-POS)
186450     END-IF.
186460     ADD RM-PAID-AMOUNT TO PFI-DOLLARS(WK-PFL-POS).
186470 2582-EXIT.
186480     EXIT.
186490 2583-SHIFT-ONE-INV.
186500     MOVE PFI-ENTRY(WK-PFL-I) TO PFI-ENTRY(WK-PFL-I + 1).
186510 2583-EXIT.
186520     EXIT.
186530*==========================================================*
186540* 2216-CHECK-HOLD-THRESHOLD - FLAG A PRICED CLAIM WHOSE     *
186550* TOTAL PAYMENT EXCEEDS THE OPERATOR-SET THRESHOLD FOR THE  *
186560* MANUAL-REVIEW HOLD QUEUE.                                 *
186570*==========================================================*
186580  2216-CHECK-HOLD-THRESHOLD.
186590      MOVE 'N' TO WK-HOLD-SW.
186600      MOVE SPACES TO WK-HOLD-REASON.
186610      IF WK-HOLD-THRESHOLD = 0
186620          GO TO 2216-EXIT
186630      END-IF.
186640      IF PPS-RTC < 50
186650         AND PPS-TOTAL-PAYMENT > WK-HOLD-THRESHOLD
186660          SET BILL-IS-HELD TO TRUE
186670          MOVE 'AMT' TO WK-HOLD-REASON
186680      END-IF.
186690  2216-EXIT.
186700      EXIT.
186710*==========================================================*
186720* 2216A-CHECK-TPE-PROBE - PULL A PRICED ORIGINAL CLAIM INTO *
186730* PREPAYMENT REVIEW WHEN ITS PROVIDER'S TPE ROUND IS        *
186740* PULLING AND ITS DRG IS IN THE ROUND'S DRG SET.  THE CLAIM *
186750* JOINS THE MANUAL-REVIEW HOLD QUEUE; 2216C COUNTS IT       *
186760* AGAINST THE SAMPLE WHEN IT IS ACTUALLY STORED THERE.      *
186770*==========================================================*
186780 2216A-CHECK-TPE-PROBE.
186790     MOVE ZEROES TO WK-TP-HIT.
186800     IF WK-TP-COUNT = 0
186810        OR PPS-RTC NOT < 50
186820        OR NOT B-21-ACTION-ORIGINAL
186830        OR WK-BILL-SOURCE NOT = SPACE
186840         GO TO 2216A-EXIT
186850     END-IF.
186860     SET TC-SIDX TO 1.
186870     SEARCH TC-ENTRY VARYING TC-SIDX
186880         AT END
186890             GO TO 2216A-EXIT
186900         WHEN TC-SIDX > WK-TP-COUNT
186910             GO TO 2216A-EXIT
186920         WHEN TC-PROVIDER-NO(TC-SIDX) = B-21-PROVIDER-NO
186930          AND TC-IS-PULLING(TC-SIDX)
186940             CONTINUE
186950     END-SEARCH.
186960     MOVE 'N' TO WK-TP-DRG-SW.
186970     IF TC-DRG(TC-SIDX 1) = 0
186980         SET TC-DRG-IN-SET TO TRUE
186990     ELSE
187000         PERFORM 2216B-TEST-ONE-TPE-DRG THRU 2216B-EXIT
187010             VARYING WK-TP-DRG-IDX FROM 1 BY 1
187020             UNTIL WK-TP-DRG-IDX > 10 OR TC-DRG-IN-SET
187030     END-IF.
187040     IF NOT TC-DRG-IN-SET
187050         GO TO 2216A-EXIT
187060     END-IF.
187070     SET WK-TP-HIT TO TC-SIDX.
187080     SET BILL-IS-HELD TO TRUE.
187090     MOVE 'TPE' TO WK-HOLD-REASON.
187100 2216A-EXIT.
187110     EXIT.
187120 2216B-TEST-ONE-TPE-DRG.
187130     IF TC-DRG(TC-SIDX WK-TP-DRG-IDX) = B-21-DRG
187140         SET TC-DRG-IN-SET TO TRUE
187150     END-IF.
187160 2216B-EXIT.
187170     EXIT.
187180*==========================================================*
187190* 2216C-WRITE-TPE-SELECTION - RECORD THE PULLED CLAIM FOR   *
187200* THE ROUND AND STOP PULLING ONCE THE SAMPLE IS FILLED.     *
187210*==========================================================*
187220 2216C-WRITE-TPE-SELECTION.
187230     SET TC-SIDX TO WK-TP-HIT.
187240     ADD 1 TO TC-SELECTED(TC-SIDX).
187250     ADD 1 TO WK-TPE-PULLED.
187260     IF TC-SELECTED(TC-SIDX) NOT < TC-SAMPLE-SIZE(TC-SIDX)
187270         MOVE 'N' TO TC-PULLING-SW(TC-SIDX)
187280     END-IF.
187290     MOVE SPACES               TO TPE-SELECT-REC.
187300     MOVE B-21-PROVIDER-NO     TO TS-PROVIDER-NO.
187310     MOVE B-21-DISCHARGE-DATE  TO TS-DISCHARGE-DATE.
187320     MOVE WK-CLAIM-SEQ         TO TS-CLAIM-SEQ.
187330     MOVE B-21-DRG             TO TS-DRG.
187340     MOVE TC-ROUND(TC-SIDX)    TO TS-ROUND.
187350     MOVE WK-TP-TODAY          TO TS-SELECT-DATE.
187360     WRITE TPE-SELECT-REC.
187370 2216C-EXIT.
187380     EXIT.
187390*==========================================================*
187400* 2216D-SCREEN-PHYSICIANS - SCREEN A PRICED CLAIM'S         *
187410* ATTENDING AND OPERATING PHYSICIAN NPIS AGAINST THE        *
187420* EXCLUSION LIST AND THE DEACTIVATED-NPI FILE OVER THE STAY *
187430* (ADMISSION THROUGH DISCHARGE).  A PHYSICIAN EXCLUDED, OR  *
187440* AN NPI DEACTIVATED, ON ANY DAY OF THE STAY SENDS THE      *
187450* CLAIM TO THE MANUAL-REVIEW HOLD QUEUE - REASON 'EXC' FOR  *
187460* AN EXCLUSION (WHICH WINS WHEN BOTH APPLY), 'NPD' FOR A    *
187470* DEACTIVATED NPI - AND ONTO THE PHYSICIAN EXCLUSION SCREEN *
187480* REPORT.                                                   *
187490*==========================================================*
187500 2216D-SCREEN-PHYSICIANS.
187510     IF PPS-RTC NOT < 50
187520        OR (WK-EXCL-COUNT = 0 AND WK-DEACT-COUNT = 0)
187530         GO TO 2216D-EXIT
187540     END-IF.
187550     IF B-21-ATTENDING-NPI = SPACES
187560        AND B-21-OPERATING-NPI = SPACES
187570         GO TO 2216D-EXIT
187580     END-IF.
187590     ADD 1 TO WK-PS-SCREENED.
187600     MOVE B-21-DISCHARGE-DATE TO WK-PS-FROM-DATE.
187610     IF B-21-ADMIT-DATE NUMERIC
187620        AND B-21-ADMIT-DATE > 0
187630        AND B-21-ADMIT-DATE < B-21-DISCHARGE-DATE
187640         MOVE B-21-ADMIT-DATE TO WK-PS-FROM-DATE
187650     END-IF.
187660     MOVE SPACE TO WK-PS-BILL-BASIS.
187670     IF B-21-ATTENDING-NPI NOT = SPACES
187680         MOVE B-21-ATTENDING-NPI TO WK-PS-NPI
187690         IF B-21-OPERATING-NPI = B-21-ATTENDING-NPI
187700             MOVE 'B' TO WK-PS-ROLE
187710         ELSE
187720             MOVE 'A' TO WK-PS-ROLE
187730         END-IF
187740         PERFORM 2216E-SCREEN-ONE-NPI THRU 2216E-EXIT
187750     END-IF.
187760     IF B-21-OPERATING-NPI NOT = SPACES
187770        AND B-21-OPERATING-NPI NOT = B-21-ATTENDING-NPI
187780         MOVE B-21-OPERATING-NPI TO WK-PS-NPI
187790         MOVE 'O' TO WK-PS-ROLE
187800         PERFORM 2216E-SCREEN-ONE-NPI THRU 2216E-EXIT
187810     END-IF.
187820     IF WK-PS-BILL-BASIS = SPACE
187830         GO TO 2216D-EXIT
187840     END-IF.
187850     SET BILL-IS-HELD TO TRUE.
187860     IF PS-BILL-EXCLUDED
187870         MOVE 'EXC' TO WK-HOLD-REASON
187880         ADD 1 TO WK-PS-EXCL-HELD
187890     ELSE
187900         MOVE 'NPD' TO WK-HOLD-REASON
187910         ADD 1 TO WK-PS-DEACT-HELD
187920     END-IF.
187930     ADD PPS-TOTAL-PAYMENT TO WK-PS-HELD-DOLLARS.
187940 2216D-EXIT.
187950     EXIT.
187960*    BOTH TABLES ARE IN NPI ORDER, SO EACH SCAN STOPS AT THE
187970*    FIRST ROW PAST THE PHYSICIAN'S NPI.  A DEACTIVATION IS
187980*    LOOKED FOR ONLY WHEN THE PHYSICIAN IS NOT EXCLUDED.
187990 2216E-SCREEN-ONE-NPI.
188000     MOVE SPACE TO WK-PS-HIT-SW.
188010     IF WK-EXCL-COUNT > 0
188020         MOVE 'N' TO WK-PS-PAST-SW
188030         PERFORM 2216F-SCAN-ONE-EXCL THRU 2216F-EXIT
188040             VARYING XE-IDX FROM 1 BY 1
188050             UNTIL XE-IDX > WK-EXCL-COUNT
188060                OR PS-HIT-EXCLUDED
188070                OR PS-SCAN-PAST
188080     END-IF.
188090     IF NOT PS-HIT-EXCLUDED AND WK-DEACT-COUNT > 0
188100         MOVE 'N' TO WK-PS-PAST-SW
188110         PERFORM 2216G-SCAN-ONE-DEACT THRU 2216G-EXIT
188120             VARYING DV-IDX FROM 1 BY 1
188130             UNTIL DV-IDX > WK-DEACT-COUNT
188140                OR PS-HIT-DEACTIVATED
188150                OR PS-SCAN-PAST
188160     END-IF.
188170     IF WK-PS-HIT-SW = SPACE
188180         GO TO 2216E-EXIT
188190     END-IF.
188200     IF PS-HIT-EXCLUDED OR WK-PS-BILL-BASIS = SPACE
188210         MOVE WK-PS-HIT-SW TO WK-PS-BILL-BASIS
188220     END-IF.
188230     PERFORM 2216H-RECORD-PHYS-HIT THRU 2216H-EXIT.
188240 2216E-EXIT.
188250     EXIT.
188260*    AN EXCLUSION COVERS THE EXCLUSION DATE UP TO (NOT
188270*    INCLUDING) THE REINSTATEMENT DATE; IT HITS WHEN THAT
188280*    SPAN TOUCHES THE STAY.
188290 2216F-SCAN-ONE-EXCL.
188300     IF XE-NPI10(XE-IDX) > WK-PS-NPI
188310         SET PS-SCAN-PAST TO TRUE
188320         GO TO 2216F-EXIT
188330     END-IF.
188340     IF XE-NPI10(XE-IDX) NOT = WK-PS-NPI
188350        OR XE-EXCL-DATE(XE-IDX) > B-21-DISCHARGE-DATE
188360         GO TO 2216F-EXIT
188370     END-IF.
188380     IF XE-REINSTATE-DATE(XE-IDX) NOT = 0
188390        AND XE-REINSTATE-DATE(XE-IDX) NOT > WK-PS-FROM-DATE
188400         GO TO 2216F-EXIT
188410     END-IF.
188420     SET PS-HIT-EXCLUDED TO TRUE.
188430     MOVE XE-EXCL-DATE(XE-IDX)      TO WK-PS-BASIS-DATE.
188440     MOVE XE-REINSTATE-DATE(XE-IDX) TO WK-PS-BASIS-END.
188450     MOVE XE-EXCL-TYPE(XE-IDX)      TO WK-PS-BASIS-TYPE.
188460     MOVE XE-NAME(XE-IDX)           TO WK-PS-NAME.
188470 2216F-EXIT.
188480     EXIT.
188490 2216G-SCAN-ONE-DEACT.
188500     IF DV-NPI10(DV-IDX) > WK-PS-NPI
188510         SET PS-SCAN-PAST TO TRUE
188520         GO TO 2216G-EXIT
188530     END-IF.
188540     IF DV-NPI10(DV-IDX) NOT = WK-PS-NPI
188550        OR DV-DEACT-DATE(DV-IDX) > B-21-DISCHARGE-DATE
188560         GO TO 2216G-EXIT
188570     END-IF.
188580     IF DV-REACT-DATE(DV-IDX) NOT = 0
188590        AND DV-REACT-DATE(DV-IDX) NOT > WK-PS-FROM-DATE
188600         GO TO 2216G-EXIT
188610     END-IF.
188620     SET PS-HIT-DEACTIVATED TO TRUE.
188630     MOVE DV-DEACT-DATE(DV-IDX)     TO WK-PS-BASIS-DATE.
188640     MOVE DV-REACT-DATE(DV-IDX)     TO WK-PS-BASIS-END.
188650     MOVE DV-REASON(DV-IDX)         TO WK-PS-BASIS-TYPE.
188660     MOVE SPACES                    TO WK-PS-NAME.
188670 2216G-EXIT.
188680     EXIT.
188690*==========================================================*
188700* 2216H-RECORD-PHYS-HIT - ADD THE CLAIM TO ITS PHYSICIAN/   *
188710* HOSPITAL PAIR FOR THE SCREEN REPORT, KEEPING THE PAIRS IN *
188720* NPI, HOSPITAL AND BASIS ORDER, AND KEEP ITS DETAIL LINE.  *
188730* A FULL TABLE DROPS THE CLAIM FROM THE REPORT (COUNTED,    *
188740* RC 4); THE HOLD ITSELF STANDS.                            *
188750*==========================================================*
188760 2216H-RECORD-PHYS-HIT.
188770     MOVE WK-PS-NPI        TO WK-PG-KEY-NPI10.
188780     MOVE B-21-PROVIDER-NO TO WK-PG-KEY-PROVIDER-NO.
188790     MOVE WK-PS-HIT-SW     TO WK-PG-KEY-BASIS.
188800     MOVE 'N' TO WK-PG-FOUND-SW.
188810     MOVE ZEROES TO WK-PG-POS.
188820     SET PG-SIDX TO 1.
188830     SEARCH PG-ENTRY VARYING PG-SIDX
188840         AT END
188850             CONTINUE
188860         WHEN PG-SIDX > WK-PG-COUNT
188870             SET WK-PG-POS TO PG-SIDX
188880         WHEN PG-KEY(PG-SIDX) = WK-PG-KEY
188890             SET PG-PAIR-FOUND TO TRUE
188900             SET WK-PG-POS TO PG-SIDX
188910         WHEN PG-KEY(PG-SIDX) > WK-PG-KEY
188920             SET WK-PG-POS TO PG-SIDX
188930     END-SEARCH.
188940     IF NOT PG-PAIR-FOUND
188950         IF WK-PG-COUNT NOT < 1000
188960            OR WK-PC-COUNT NOT < 5000
188970             ADD 1 TO WK-PS-RPT-DROPPED
188980             GO TO 2216H-EXIT
188990         END-IF
189000         PERFORM 2216J-SHIFT-ONE-PAIR THRU 2216J-EXIT
189010             VARYING WK-PG-I FROM WK-PG-COUNT BY -1
189020             UNTIL WK-PG-I < WK-PG-POS
189030         ADD 1 TO WK-PG-COUNT
189040         SET PG-IDX TO WK-PG-POS
189050         MOVE WK-PG-KEY        TO PG-KEY(PG-IDX)
189060         MOVE WK-PS-BASIS-DATE TO PG-BASIS-DATE(PG-IDX)
189070         MOVE WK-PS-BASIS-END  TO PG-BASIS-END(PG-IDX)
189080         MOVE WK-PS-BASIS-TYPE TO PG-BASIS-TYPE(PG-IDX)
189090         MOVE WK-PS-NAME       TO PG-NAME(PG-IDX)
189100         MOVE ZEROES           TO PG-CLAIMS(PG-IDX)
189110                                  PG-DOLLARS(PG-IDX)
189120     END-IF.
189130     IF WK-PC-COUNT NOT < 5000
189140         ADD 1 TO WK-PS-RPT-DROPPED
189150         GO TO 2216H-EXIT
189160     END-IF.
189170     SET PG-IDX TO WK-PG-POS.
189180     ADD 1 TO PG-CLAIMS(PG-IDX).
189190     ADD PPS-TOTAL-PAYMENT TO PG-DOLLARS(PG-IDX).
189200     ADD 1 TO WK-PC-COUNT.
189210     SET PC-IDX TO WK-PC-COUNT.
189220     MOVE WK-PG-KEY           TO PC-KEY(PC-IDX).
189230     MOVE WK-PS-ROLE          TO PC-ROLE(PC-IDX).
189240     MOVE WK-CLAIM-SEQ        TO PC-CLAIM-SEQ(PC-IDX).
189250     MOVE B-21-MBI            TO PC-MBI(PC-IDX).
189260     MOVE B-21-DRG            TO PC-DRG(PC-IDX).
189270     MOVE WK-PS-FROM-DATE     TO PC-ADMIT-DATE(PC-IDX).
189280     MOVE B-21-DISCHARGE-DATE TO PC-DISCHARGE(PC-IDX).
189290     MOVE PPS-TOTAL-PAYMENT   TO PC-PAYMENT(PC-IDX).
189300 2216H-EXIT.
189310     EXIT.
189320 2216J-SHIFT-ONE-PAIR.
189330     MOVE PG-ENTRY(WK-PG-I) TO PG-ENTRY(WK-PG-I + 1).
189340 2216J-EXIT.
189350     EXIT.
189360*==========================================================*
189370* 2217-WRITE-HELD-CLAIM - STORE THE HELD CLAIM WHOLE        *
189380* (BILL, PRICED RESULT ROW, REMITTANCE RECORD) ON THE       *
189390* HELD-CLAIMS FILE AND LIST IT, WITH ITS PAYMENT            *
189400* COMPONENTS AND WAGE-INDEX AUDIT FACTS, ON THE REVIEW      *
189410* REPORT.                                                   *
189420*==========================================================*
189430  2217-WRITE-HELD-CLAIM.
189440      MOVE BILL-DATA-2021       TO HE-BILL-RECORD.
189450      MOVE PPS-OUT-REC          TO HE-PPS-REC.
189460      MOVE REMIT-OUT-REC        TO HE-REMIT-REC.
189470      ACCEPT HE-HELD-DATE FROM DATE YYYYMMDD.
189480      WRITE HELD-OUT-REC.
189490      ADD 1 TO WK-BILLS-HELD.
189500      ADD PPS-TOTAL-PAYMENT TO WK-HELD-DOLLARS.
189510      MOVE 'HL'              TO WK-EV-TYPE.
189520      MOVE PPS-TOTAL-PAYMENT TO WK-EV-PAYMENT.
189530      MOVE 'HELD FOR REVIEW - ' TO WK-EV-DETAIL.
189540      MOVE WK-HOLD-REASON    TO WK-EV-DETAIL(19:3).
189550      PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT.
189560      MOVE B-21-PROVIDER-NO      TO WK-HQ-PROVIDER-NO.
189570      MOVE B-21-DRG              TO WK-HQ-DRG.
189580      MOVE B-21-DISCHARGE-DATE   TO WK-HQ-DISCHARGE.
189590      MOVE PPS-TOTAL-PAYMENT     TO WK-HQ-TOTAL.
189600      MOVE PPS-OPER-OUTLIER-PART TO WK-HQ-OUTLIER.
189610      MOVE WA-CBSA-USED          TO WK-HQ-CBSA.
189620      MOVE WA-FINAL-WAGE-INDEX   TO WK-HQ-FINAL-WI.
189630      MOVE WK-CLAIM-SEQ          TO WK-HQ-CLAIM-SEQ.
189640      MOVE WK-HOLD-REASON        TO WK-HQ-REASON.
189650      IF WK-TP-HIT > 0
189660          PERFORM 2216C-WRITE-TPE-SELECTION THRU 2216C-EXIT
189670      END-IF.
189680      MOVE WK-HQ-DETAIL-LINE TO HOLD-RPT-LINE.
189690      WRITE HOLD-RPT-LINE.
189700  2217-EXIT.
189710      EXIT.
189720*==========================================================*
189730* 2550-RELEASE-HELD - AT THE START OF THE RUN, MATCH THE    *
189740* PRIOR RUN'S HELD CLAIMS AGAINST THE REVIEWER'S RELEASE    *
189750* TRANSACTIONS.  AN APPROVED CLAIM'S STORED RESULT AND      *
189760* REMITTANCE ROWS JOIN THIS RUN'S EXTRACTS (AND ITS BILL    *
189770* JOINS THE SETTLED-BILL COMPANION EXTRACT SO SETTLEMENT    *
189780* STILL SEES IT); THE REST CYCLE FORWARD ON THE HELD FILE.  *
189790*==========================================================*
189800  2550-RELEASE-HELD.
189810      OPEN INPUT RELEASE-IN.
189820      IF WK-RELIN-STATUS = '00'
189830          SET REL-IDX TO 1
189840          PERFORM 2551-READ-ONE-RELEASE THRU 2551-EXIT
189850              UNTIL RELIN-AT-EOF OR WK-REL-COUNT >= 1000
189860          CLOSE RELEASE-IN
189870      END-IF.
189880      OPEN INPUT HELD-CLAIMS-IN.
189890      IF WK-HELDIN-STATUS NOT = '00'
189900          GO TO 2550-EXIT
189910      END-IF.
189920      PERFORM 2552-JUDGE-ONE-HELD THRU 2552-EXIT
189930          UNTIL HELDIN-AT-EOF.
189940      CLOSE HELD-CLAIMS-IN.
189950  2550-EXIT.
189960      EXIT.
189970  2551-READ-ONE-RELEASE.
189980      READ RELEASE-IN
189990          AT END
190000              SET RELIN-AT-EOF TO TRUE
190010              GO TO 2551-EXIT
190020      END-READ.
190030      MOVE RE-PROVIDER-NO    TO REL-PROVIDER-NO(REL-IDX).
190040      MOVE RE-DISCHARGE-DATE TO REL-DISCHARGE-DATE(REL-IDX).
190050      MOVE RE-CLAIM-SEQ      TO REL-CLAIM-SEQ(REL-IDX).
190060      MOVE RE-DISPOSITION    TO REL-DISPOSITION(REL-IDX).
190070      ADD  1 TO WK-REL-COUNT.
190080      SET  REL-IDX UP BY 1.
190090  2551-EXIT.
190100      EXIT.
190110  2552-JUDGE-ONE-HELD.
190120      READ HELD-CLAIMS-IN
190130          AT END
190140              SET HELDIN-AT-EOF TO TRUE
190150              GO TO 2552-EXIT
190160      END-READ.
190170      MOVE HELD-IN-REC TO GEN-STAMP-REC.
190180      IF GS-IS-STAMP
190190          GO TO 2552-EXIT
190200      END-IF.
190210      MOVE 'N' TO WK-REL-MATCH-SW.
190220      MOVE SPACE TO WK-REL-DISPOSITION.
190230      MOVE HI-PPS-REC TO WK-HELD-VIEW.
190240      PERFORM 2553-MATCH-ONE-RELEASE THRU 2553-EXIT
190250          VARYING REL-SIDX FROM 1 BY 1
190260          UNTIL REL-SIDX > WK-REL-COUNT
190270             OR HELD-CLAIM-RELEASED.
190280      IF HELD-CLAIM-RELEASED AND HELD-CLAIM-WITHDRAWN
190290          ADD 1 TO WK-HELD-WITHDRAWN
190300          GO TO 2552-EXIT
190310      END-IF.
190320     IF HELD-CLAIM-RELEASED
190330         MOVE HI-BILL-RECORD TO BILL-DATA-2021
190340         MOVE HI-PPS-REC     TO PPS-OUT-REC
190350         MOVE HI-REMIT-REC   TO REMIT-OUT-REC
190360         PERFORM 2221C-CHECK-RELEASE-FLOOR THRU 2221C-EXIT
190370         IF BILL-IS-FLOOR-HELD
190380             ADD 1 TO WK-HELD-RELEASED
190390             GO TO 2552-EXIT
190400         END-IF
190410     END-IF.
190420      IF HELD-CLAIM-RELEASED
190430          MOVE HI-PPS-REC   TO PPS-OUT-REC
190440          ADD 1 TO WK-PPSOUT-RECS
190450          WRITE PPS-OUT-REC
190460          MOVE HI-REMIT-REC TO REMIT-OUT-REC
190470          MOVE HI-BILL-RECORD TO BILL-DATA-2021
190480          PERFORM 2228M-MANUAL-OFFSET THRU 2228M-EXIT
190490          ADD WK-MW-OFFSET TO RM-LEDGER-OFFSET
190500          ADD WK-MW-OFFSET TO WK-GL-OFFSETS
190510          PERFORM 2228P-ADVANCE-RECOUP THRU 2228P-EXIT
190520          ADD 1 TO WK-REMIT-RECS
190530          WRITE REMIT-OUT-REC
190540          MOVE 'RL'           TO WK-EV-TYPE
190550          MOVE B-21-MBI       TO WK-EV-MBI
190560          MOVE RM-PAID-AMOUNT TO WK-EV-PAYMENT
190570          MOVE 'HELD CLAIM RELEASED' TO WK-EV-DETAIL
190580          PERFORM 2392-JOURNAL-REMIT-EVENT THRU 2392-EXIT
190590          MOVE BILL-DATA-2021 TO RW-BILL-OUT-REC
190600          WRITE RW-BILL-OUT-REC
190610          PERFORM 2554-ACCUM-RELEASED-RECON THRU 2554-EXIT
190620          ADD 1 TO WK-HELD-RELEASED
190630      ELSE
190640          MOVE HI-BILL-RECORD TO HE-BILL-RECORD
190650          MOVE HI-PPS-REC     TO HE-PPS-REC
190660          MOVE HI-REMIT-REC   TO HE-REMIT-REC
190670          MOVE HI-HELD-DATE   TO HE-HELD-DATE
190680          WRITE HELD-OUT-REC
190690          ADD 1 TO WK-HELD-CARRIED
190700      END-IF.
190710  2552-EXIT.
190720      EXIT.
190730  2553-MATCH-ONE-RELEASE.
190740      IF REL-PROVIDER-NO(REL-SIDX) = WK-HV-PROVIDER-NO
190750         AND REL-DISCHARGE-DATE(REL-SIDX) = WK-HV-DISCHARGE
190760         AND REL-CLAIM-SEQ(REL-SIDX) = WK-HV-CLAIM-SEQ
190770          SET HELD-CLAIM-RELEASED TO TRUE
190780          MOVE REL-DISPOSITION(REL-SIDX) TO WK-REL-DISPOSITION
190790      END-IF.
190800  2553-EXIT.
190810      EXIT.
190820*===========================================================*
190830* 2224-CALC-INTEREST - PAY CLEAN-CLAIM INTEREST ON A PAID    *
190840* CLAIM REMITTED MORE THAN 30 DAYS AFTER ITS RECEIPT DATE    *
190850* (A REWORKED CORRECTION OR RECYCLED PEND PAYING WEEKS       *
190860* LATE), AT THE PUBLISHED RATE IN FORCE ON THE RUN DATE,     *
190870* FOR THE DAYS PAST THE 30TH.  A BILL WITH NO RECEIPT DATE,  *
190880* OR A RUN WITH NO RATE FILE, PAYS NO INTEREST.  FOR A BILL  *
190890* UNDER A DISASTER DECLARATION WAIVING INTEREST, THE LATE    *
190900* DAYS FALLING IN THE INCIDENT PERIOD DO NOT ACCRUE.         *
190910*===========================================================*
190920 2224-CALC-INTEREST.
190930     MOVE ZEROES TO WK-INT-AMT.
190940     IF WK-INTRATE-COUNT = 0 OR PPS-RTC NOT < 50
190950         GO TO 2224-EXIT
190960     END-IF.
190970     IF B-21-RECEIPT-DATE NOT NUMERIC
190980        OR B-21-RECEIPT-DATE = 0
190990         GO TO 2224-EXIT
191000     END-IF.
191010     MOVE B-21-RECEIPT-DATE TO WK-DTS-DATE.
191020     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
191030     COMPUTE WK-INT-DAYS-LATE =
191040         WK-INT-RUN-SERIAL - WK-DTS-SERIAL - 30.
191050*    THE 30 DAYS END ON A BUSINESS DAY - A DUE DATE FALLING ON
191060*    A WEEKEND OR HOLIDAY ROLLS TO THE NEXT PROCESSING DAY.
191070     IF BUS-CALENDAR-ACTIVE AND WK-INT-DAYS-LATE > 0
191080         MOVE B-21-RECEIPT-DATE TO WK-AM-DATE
191090         PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT 30 TIMES
191100         PERFORM 8540-ROLL-TO-BUSINESS-DAY THRU 8540-EXIT
191110         SUBTRACT WK-CAL-ROLL-DAYS FROM WK-INT-DAYS-LATE
191120     END-IF.
191130     IF WK-INT-DAYS-LATE NOT > 0
191140         GO TO 2224-EXIT
191150     END-IF.
191160     MOVE 'I' TO WK-DSTR-WANT.
191170     PERFORM 2201D-CHECK-DISASTER THRU 2201D-EXIT.
191180     IF BILL-IN-DISASTER
191190         PERFORM 2224A-SUSPEND-DISASTER-DAYS THRU 2224A-EXIT
191200         IF WK-INT-DAYS-LATE NOT > 0
191210             GO TO 2224-EXIT
191220         END-IF
191230     END-IF.
191240     MOVE 'N' TO WK-INT-RATE-FOUND-SW.
191250     SET IR-SIDX TO 1.
191260     SEARCH IR-ENTRY VARYING IR-SIDX
191270         AT END
191280             CONTINUE
191290         WHEN WK-RPT-RUN-DATE NOT <
191300                  IR-TAB-EFF-DATE(IR-SIDX)
191310             AND WK-RPT-RUN-DATE NOT >
191320                  IR-TAB-END-DATE(IR-SIDX)
191330             SET INT-RATE-WAS-FOUND TO TRUE
191340     END-SEARCH.
191350     IF NOT INT-RATE-WAS-FOUND
191360         GO TO 2224-EXIT
191370     END-IF.
191380     COMPUTE WK-INT-AMT ROUNDED =
191390         (RM-PAID-AMOUNT * IR-TAB-PCT(IR-SIDX) *
191400          WK-INT-DAYS-LATE) / 36500
191410         ON SIZE ERROR MOVE 0 TO WK-INT-AMT.
191420     IF WK-INT-AMT > 0
191430         ADD 1 TO WK-INT-BILLS
191440         ADD WK-INT-AMT TO WK-TOT-INTEREST
191450     END-IF.
191460  2224-EXIT.
191470     EXIT.
191480*-----------------------------------------------------------*
191490* 2224A-SUSPEND-DISASTER-DAYS - TAKE THE LATE DAYS THAT FALL *
191500* INSIDE THE DECLARATION'S INCIDENT PERIOD OUT OF THE COUNT. *
191510* THE LATE DAYS RUN FROM THE DAY AFTER THE DUE DATE THROUGH  *
191520* THE RUN DATE.                                              *
191530*-----------------------------------------------------------*
191540 2224A-SUSPEND-DISASTER-DAYS.
191550     MOVE ZEROES TO WK-DSTR-EXCUSED.
191560     COMPUTE WK-DSTR-LATE-FIRST =
191570         WK-INT-RUN-SERIAL - WK-INT-DAYS-LATE + 1.
191580     MOVE WK-INT-RUN-SERIAL TO WK-DSTR-LATE-LAST.
191590     IF DZ-START-SERIAL(WK-DSTR-HIT) > WK-DSTR-LATE-FIRST
191600         MOVE DZ-START-SERIAL(WK-DSTR-HIT) TO WK-DSTR-LATE-FIRST
191610     END-IF.
191620     IF DZ-END-SERIAL(WK-DSTR-HIT) < WK-DSTR-LATE-LAST
191630         MOVE DZ-END-SERIAL(WK-DSTR-HIT) TO WK-DSTR-LATE-LAST
191640     END-IF.
191650     IF WK-DSTR-LATE-FIRST > WK-DSTR-LATE-LAST
191660         GO TO 2224A-EXIT
191670     END-IF.
191680     COMPUTE WK-DSTR-EXCUSED =
191690         WK-DSTR-LATE-LAST - WK-DSTR-LATE-FIRST + 1.
191700     SUBTRACT WK-DSTR-EXCUSED FROM WK-INT-DAYS-LATE.
191710     PERFORM 2201G-RECORD-DISASTER THRU 2201G-EXIT.
191720 2224A-EXIT.
191730     EXIT.
191740*===========================================================*
191750* 2227-WRITE-REVERSAL - FOR AN ADJUSTMENT OR CANCEL BILL,    *
191760*                 EMIT THE REVERSAL (CREDIT) RECORDS THAT    *
191770*                 BACK THE ORIGINAL PAYMENT OUT OF THE       *
191780*                 DOWNSTREAM STREAMS, AT THE PREVIOUSLY PAID *
191790*                 AMOUNT CARRIED ON THE BILL.  AN ADJUSTMENT *
191800*                 THEN PRICES NORMALLY AND ITS REPLACEMENT   *
191810*                 (DEBIT) RECORDS FOLLOW THROUGH THE NORMAL  *
191820*                 RESULT WRITES, SO DOWNSTREAM NETS TO THE   *
191830*                 CORRECT AMOUNT.                            *
191840*===========================================================*
191850 2227-WRITE-REVERSAL.
191860     IF CERTIFY-MODE
191870         GO TO 2227-EXIT
191880     END-IF.
191890     MOVE B-21-PROVIDER-NO     TO PO-PROVIDER-NO.
191900     MOVE B-21-DRG             TO PO-DRG.
191910     MOVE B-21-DISCHARGE-DATE  TO PO-DISCHARGE-DATE.
191920     MOVE ZEROES               TO PO-PPS-RTC.
191930     MOVE ZEROES               TO PO-PPS-WAGE-INDX.
191940     MOVE B-21-PRIOR-PAID-AMT  TO PO-PPS-TOTAL-PAYMENT.
191950     MOVE ZEROES               TO PO-PPS-OPER-HSP-PART.
191960     MOVE ZEROES               TO PO-PPS-OPER-FSP-PART.
191970     MOVE ZEROES               TO PO-PPS-OPER-OUTLIER-PART.
191980     MOVE ZEROES               TO PO-PPS-OPER-DSH-ADJ.
191990     MOVE SPACES               TO PO-PPS-CALC-VERS.
192000     MOVE 'C'                  TO PO-DEBIT-CREDIT-IND.
192010     MOVE ZEROES               TO PO-SEQUESTRATION-AMT.
192020     MOVE SPACES               TO PO-AGED-OVERRIDE-IND.
192030     MOVE WK-CLAIM-SEQ         TO PO-CLAIM-SEQ.
192040     MOVE WK-BILL-SOURCE       TO PO-BILL-SOURCE.
192050     MOVE ZEROES TO PO-PPS-OPER-IME-ADJ
192060                    PO-PPS-CAPI-TOTAL-PAY
192070                    PO-PPS-UNCOMP-CARE
192080                    PO-PPS-NEW-TECH
192090                    PO-PPS-LOW-VOL
192100                    PO-PPS-READMIS-ADJ
192110                    PO-PPS-VBP-ADJ
192120                    PO-PPS-PASSTHRU-MISC
192130                    PO-PPS-BUNDLE-ADJ
192140                    PO-PPS-HAC-AMT
192150                    PO-PPS-ISLET-ADDON
192160                    PO-PPS-NDC-ADDON.
192170     ADD 1 TO WK-PPSOUT-RECS.
192180     WRITE PPS-OUT-REC.
192190     MOVE B-21-PROVIDER-NO     TO RM-PROVIDER-NO.
192200     MOVE B-21-DRG             TO RM-DRG.
192210     MOVE B-21-DISCHARGE-DATE  TO RM-DISCHARGE-DATE.
192220     MOVE '22'                 TO RM-CLAIM-STATUS-CODE.
192230     MOVE B-21-CHARGES-CLAIMED TO RM-SUBMITTED-CHARGES.
192240     MOVE B-21-PRIOR-PAID-AMT  TO RM-ALLOWED-AMOUNT.
192250     MOVE B-21-PRIOR-PAID-AMT  TO RM-PAID-AMOUNT.
192260     MOVE ZEROES               TO RM-PATIENT-RESP-AMOUNT.
192270     MOVE 'CR '                TO RM-ADJ-REASON-CODE.
192280     MOVE B-21-PRIOR-PAID-AMT  TO RM-ADJ-AMOUNT.
192290     MOVE 'C'                  TO RM-DEBIT-CREDIT-IND.
192300     MOVE ZEROES               TO RM-SEQUESTRATION-AMT.
192310     MOVE ZEROES               TO RM-LEDGER-OFFSET.
192320     MOVE ZEROES               TO RM-ADVANCE-RECOUP.
192330     MOVE WK-CLAIM-SEQ         TO RM-CLAIM-SEQ.
192340     PERFORM 2229-LEDGER-CREDIT THRU 2229-EXIT.
192350     ADD 1 TO WK-REMIT-RECS.
192360     WRITE REMIT-OUT-REC.
192370     MOVE 'RV'             TO WK-EV-TYPE.
192380     COMPUTE WK-EV-PAYMENT = 0 - B-21-PRIOR-PAID-AMT.
192390     MOVE 'PRIOR PAYMENT REVERSED' TO WK-EV-DETAIL.
192400     PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT.
192410 2227-EXIT.
192420     EXIT.
192430* 2225-WRITE-HMO-STREAM - IF THIS BILL WAS FLAGGED HMO/MA,   *
192440*                         ALSO WRITE ITS RESULT TO THE       *
192450*                         SEPARATE MANAGED-CARE STREAM.      *
192460*===========================================================*
192470 2225-WRITE-HMO-STREAM.
192480     IF BILL-IS-HMO
192490         MOVE B-21-PROVIDER-NO     TO HO-PROVIDER-NO
192500         MOVE B-21-DRG             TO HO-DRG
192510         MOVE B-21-DISCHARGE-DATE  TO HO-DISCHARGE-DATE
192520         MOVE PPS-RTC              TO HO-PPS-RTC
192530         MOVE PPS-WAGE-INDX        TO HO-PPS-WAGE-INDX
192540         MOVE PPS-TOTAL-PAYMENT    TO HO-PPS-TOTAL-PAYMENT
192550         MOVE PPS-OPER-HSP-PART    TO HO-PPS-OPER-HSP-PART
192560         MOVE PPS-OPER-FSP-PART    TO HO-PPS-OPER-FSP-PART
192570         MOVE PPS-OPER-OUTLIER-PART TO HO-PPS-OPER-OUTLIER-PART
192580         MOVE PPS-OPER-DSH-ADJ     TO HO-PPS-OPER-DSH-ADJ
192590         MOVE PPS-CALC-VERS        TO HO-PPS-CALC-VERS
192600         MOVE WK-CLAIM-SEQ         TO HO-CLAIM-SEQ
192610         WRITE HMO-OUT-REC
192620     END-IF.
192630 2225-EXIT.
192640     EXIT.
192650*===========================================================*
192660* 2230-WRITE-SUMMARY - ITEMIZE THE OPERATING/CAPITAL/        *
192670*                      OUTLIER/DSH/IME/NEW-TECH PAYMENT      *
192680*                      COMPONENTS FOR THIS BILL.              *
192690*===========================================================*
192700 2230-WRITE-SUMMARY.
192710     IF REPORTS-POST
192720         GO TO 2230-EXIT
192730     END-IF.
192740     MOVE B-21-PROVIDER-NO      TO WK-SUM-PROVIDER-NO.
192750     MOVE B-21-DRG              TO WK-SUM-DRG.
192760     MOVE B-21-DISCHARGE-DATE   TO WK-SUM-DISCHARGE-DATE.
192770     MOVE H-OPER-HSP-PART       TO WK-SUM-OPER-HSP.
192780     MOVE H-OPER-FSP-PART       TO WK-SUM-OPER-FSP.
192790     MOVE H-OPER-OUTLIER-PART   TO WK-SUM-OPER-OUTLIER.
192800     MOVE PPS-OPER-DSH-ADJ      TO WK-SUM-OPER-DSH.
192810     MOVE H-OPER-IME-TEACH      TO WK-SUM-OPER-IME.
192820     MOVE H-CAPI-TOTAL-PAY      TO WK-SUM-CAPI-TOTAL.
192830     MOVE H-NEW-TECH-PAY-ADD-ON TO WK-SUM-NEW-TECH.
192840     MOVE PPS-TOTAL-PAYMENT     TO WK-SUM-TOTAL-PAYMENT.
192850     ADD 1 TO WK-PAYSUM-LINES.
192860     IF WK-PAYSUM-LINES > 55
192870         MOVE ZEROES TO WK-PAYSUM-LINES
192880         MOVE WK-RPT-HDR-LINE1 TO SUMMARY-LINE
192890         WRITE SUMMARY-LINE
192900         MOVE WK-SUMMARY-HEADING1 TO SUMMARY-LINE
192910         WRITE SUMMARY-LINE
192920     END-IF.
192930     MOVE WK-SUMMARY-DETAIL-LINE TO SUMMARY-LINE.
192940     WRITE SUMMARY-LINE.
192950 2230-EXIT.
192960     EXIT.
192970*===========================================================*
192980* 2240-ACCUM-RECON - FIND OR ADD THE PROVIDER/DRG ROW FOR     *
192990*                   THIS BILL AND ACCUMULATE ITS CONTROL      *
193000*                   TOTALS (BILL COUNT, CHARGES, PAYMENT).    *
193010*===========================================================*
193020 2240-ACCUM-RECON.
193030     IF BILL-IS-HELD OR BILL-IS-FUNDS-HELD
193040        OR BILL-IS-FLOOR-HELD
193050         GO TO 2240-EXIT
193060     END-IF.
193070     SET RC-SIDX TO 1.
193080     SEARCH RC-ENTRY VARYING RC-SIDX
193090         AT END
193100             IF WK-RECON-COUNT < 5000
193110               ADD 1 TO WK-RECON-COUNT
193120               SET RC-SIDX TO WK-RECON-COUNT
193130               MOVE B-21-PROVIDER-NO TO RC-PROVIDER-NO(RC-SIDX)
193140               MOVE B-21-DRG         TO RC-DRG(RC-SIDX)
193150               MOVE 0                TO RC-BILL-COUNT(RC-SIDX)
193160               MOVE 0                TO RC-TOTAL-CHARGES(RC-SIDX)
193170               MOVE 0                TO RC-TOTAL-PAYMENT(RC-SIDX)
193180             ELSE
193190                 ADD 1 TO WK-TABLE-DROPS
193200                 GO TO 2240-EXIT
193210             END-IF
193220         WHEN RC-PROVIDER-NO(RC-SIDX) = B-21-PROVIDER-NO
193230             AND RC-DRG(RC-SIDX) = B-21-DRG
193240             CONTINUE
193250     END-SEARCH.
193260     ADD 1                  TO RC-BILL-COUNT(RC-SIDX).
193270     ADD B-21-CHARGES-CLAIMED TO RC-TOTAL-CHARGES(RC-SIDX).
193280     ADD PPS-TOTAL-PAYMENT    TO RC-TOTAL-PAYMENT(RC-SIDX).
193290 2240-EXIT.
193300     EXIT.
193310*===========================================================*
193320* 2554-ACCUM-RELEASED-RECON - A RELEASED HELD CLAIM JOINS   *
193330* THE RECONCILIATION CONTROL TOTALS IN THE RUN THAT WRITES  *
193340* ITS LIVE ROWS, FROM THE STORED RESULT IMAGE (ALREADY IN   *
193350* WK-HELD-VIEW) AND ITS STORED BILL (ALREADY IN             *
193360* BILL-DATA-2021).                                          *
193370*===========================================================*
193380 2554-ACCUM-RELEASED-RECON.
193390     SET RC-SIDX TO 1.
193400     SEARCH RC-ENTRY VARYING RC-SIDX
193410         AT END
193420             IF WK-RECON-COUNT < 5000
193430               ADD 1 TO WK-RECON-COUNT
193440               SET RC-SIDX TO WK-RECON-COUNT
193450               MOVE WK-HV-PROVIDER-NO
193460                   TO RC-PROVIDER-NO(RC-SIDX)
193470               MOVE WK-HV-DRG        TO RC-DRG(RC-SIDX)
193480               MOVE 0                TO RC-BILL-COUNT(RC-SIDX)
193490               MOVE 0                TO RC-TOTAL-CHARGES(RC-SIDX)
193500               MOVE 0                TO RC-TOTAL-PAYMENT(RC-SIDX)
193510             ELSE
193520                 ADD 1 TO WK-TABLE-DROPS
193530                 GO TO 2554-EXIT
193540             END-IF
193550         WHEN RC-PROVIDER-NO(RC-SIDX) = WK-HV-PROVIDER-NO
193560             AND RC-DRG(RC-SIDX) = WK-HV-DRG
193570             CONTINUE
193580     END-SEARCH.
193590     ADD 1                     TO RC-BILL-COUNT(RC-SIDX).
193600     ADD B-21-CHARGES-CLAIMED  TO RC-TOTAL-CHARGES(RC-SIDX).
193610     ADD WK-HV-TOTAL-PAYMENT   TO RC-TOTAL-PAYMENT(RC-SIDX).
193620 2554-EXIT.
193630     EXIT.
193640*===========================================================*
193650* 2245-ACCUM-MTD - FOLD THIS PRICED BILL INTO THE PROVIDER'S *
193660*                 MONTH-TO-DATE ROW, ADDING THE ROW IF THIS  *
193670*                 IS THE PROVIDER'S FIRST BILL THIS PERIOD.  *
193680*===========================================================*
193690 2245-ACCUM-MTD.
193700     SET MTD-SIDX TO 1.
193710     SEARCH MTD-ENTRY VARYING MTD-SIDX
193720         AT END
193730             IF WK-MTD-COUNT < 2000
193740                 ADD 1 TO WK-MTD-COUNT
193750                 SET MTD-SIDX TO WK-MTD-COUNT
193760                 MOVE B-21-PROVIDER-NO
193770                     TO MTD-PROVIDER-NO(MTD-SIDX)
193780                 MOVE 0 TO MTD-BILL-COUNT(MTD-SIDX)
193790                 MOVE 0 TO MTD-TOT-CHARGES(MTD-SIDX)
193800                 MOVE 0 TO MTD-TOT-PAYMENT(MTD-SIDX)
193810             ELSE
193820                 ADD 1 TO WK-TABLE-DROPS
193830                 GO TO 2245-EXIT
193840             END-IF
193850         WHEN MTD-PROVIDER-NO(MTD-SIDX) = B-21-PROVIDER-NO
193860             CONTINUE
193870     END-SEARCH.
193880     ADD 1                    TO MTD-BILL-COUNT(MTD-SIDX).
193890     ADD B-21-CHARGES-CLAIMED TO MTD-TOT-CHARGES(MTD-SIDX).
193900     ADD PPS-TOTAL-PAYMENT    TO MTD-TOT-PAYMENT(MTD-SIDX).
193910 2245-EXIT.
193920     EXIT.
193930*===========================================================*
193940* 2246-ACCUM-PASS-THRU - FOR A BILL THAT PAID (RTC < 50),    *
193950*                 ACCUMULATE THE COVERED DAYS ACTUALLY       *
193960*                 PRICED INTO THE PROVIDER'S PASS-THROUGH    *
193970*                 SETTLEMENT ROW, CAPTURING THE PER-DIEM     *
193980*                 RATES FROM THE PROVIDER SEGMENT IN FORCE.  *
193990*===========================================================*
194000 2246-ACCUM-PASS-THRU.
194010     IF PPS-RTC NOT < 50
194020         GO TO 2246-EXIT
194030     END-IF.
194040     COMPUTE WK-PT-DAYS-USED =
194050         PPS-REG-DAYS-USED + PPS-LTR-DAYS-USED.
194060     SET PT-SIDX TO 1.
194070     SEARCH PT-ENTRY VARYING PT-SIDX
194080         AT END
194090             IF WK-PT-COUNT < 2000
194100                 ADD 1 TO WK-PT-COUNT
194110                 SET PT-SIDX TO WK-PT-COUNT
194120                 MOVE B-21-PROVIDER-NO
194130                     TO PT-PROVIDER-NO(PT-SIDX)
194140                 MOVE 0 TO PT-DAYS-PRICED(PT-SIDX)
194150             ELSE
194160                 ADD 1 TO WK-TABLE-DROPS
194170                 GO TO 2246-EXIT
194180             END-IF
194190         WHEN PT-PROVIDER-NO(PT-SIDX) = B-21-PROVIDER-NO
194200             CONTINUE
194210     END-SEARCH.
194220     ADD WK-PT-DAYS-USED TO PT-DAYS-PRICED(PT-SIDX).
194230     MOVE PV-PASS-AMT-CAPITAL    TO PT-RATE-CAPITAL(PT-SIDX).
194240     MOVE PV-PASS-AMT-DIR-MED-ED TO PT-RATE-DIR-MED-ED(PT-SIDX).
194250     MOVE PV-PASS-AMT-ORGAN-ACQ  TO PT-RATE-ORGAN-ACQ(PT-SIDX).
194260 2246-EXIT.
194270     EXIT.
194280*===========================================================*
194290* 2247-SCREEN-DRG-RULES - APPLY EVERY PLAUSIBILITY RULE      *
194300*                 LOADED FOR THIS BILL'S DRG AGAINST ITS     *
194310*                 DIAGNOSIS AND PROCEDURE CODE ARRAYS,        *
194320*                 FLAGGING VIOLATIONS TO THE SCREENING        *
194330*                 REVIEW EXTRACT.  SCREENING NEVER STOPS      *
194340*                 PAYMENT.                                    *
194350*===========================================================*
194360 2247-SCREEN-DRG-RULES.
194370     IF WK-DRGRULES-COUNT = 0
194380         GO TO 2247-EXIT
194390     END-IF.
194400     PERFORM 2248-APPLY-ONE-RULE THRU 2248-EXIT
194410         VARYING RL-SIDX FROM 1 BY 1
194420         UNTIL RL-SIDX > WK-DRGRULES-COUNT.
194430 2247-EXIT.
194440     EXIT.
194450 2248-APPLY-ONE-RULE.
194460     IF RL-DRG(RL-SIDX) NOT = B-21-DRG
194470         GO TO 2248-EXIT
194480     END-IF.
194490     EVALUATE RL-KIND(RL-SIDX)
194500         WHEN 'RD'
194510             PERFORM 2248A-SCAN-DIAGS THRU 2248A-EXIT
194520             IF NOT RULE-CODE-FOUND
194530                 MOVE 'REQUIRED DIAGNOSIS NOT ON BILL'
194540                     TO WK-SC-REASON
194550                 PERFORM 2248C-WRITE-VIOLATION THRU 2248C-EXIT
194560             END-IF
194570         WHEN 'XD'
194580             PERFORM 2248A-SCAN-DIAGS THRU 2248A-EXIT
194590             IF RULE-CODE-FOUND
194600                 MOVE 'DISQUALIFYING DIAGNOSIS PRESENT'
194610                     TO WK-SC-REASON
194620                 PERFORM 2248C-WRITE-VIOLATION THRU 2248C-EXIT
194630             END-IF
194640         WHEN 'RP'
194650             PERFORM 2248B-SCAN-PROCS THRU 2248B-EXIT
194660             IF NOT RULE-CODE-FOUND
194670                 MOVE 'REQUIRED PROCEDURE NOT ON BILL'
194680                     TO WK-SC-REASON
194690                 PERFORM 2248C-WRITE-VIOLATION THRU 2248C-EXIT
194700             END-IF
194710         WHEN 'XP'
194720             PERFORM 2248B-SCAN-PROCS THRU 2248B-EXIT
194730             IF RULE-CODE-FOUND
194740                 MOVE 'DISQUALIFYING PROCEDURE PRESENT'
194750                     TO WK-SC-REASON
194760                 PERFORM 2248C-WRITE-VIOLATION THRU 2248C-EXIT
194770             END-IF
194780         WHEN 'NP'
194790             IF B-21-OTHER-PROC-CODES = SPACES
194800                 MOVE 'NO PROCEDURE CODES ON SURGICAL DRG'
194810                     TO WK-SC-REASON
194820                 PERFORM 2248C-WRITE-VIOLATION THRU 2248C-EXIT
194830             END-IF
194840         WHEN OTHER
194850             CONTINUE
194860     END-EVALUATE.
194870 2248-EXIT.
194880     EXIT.
194890 2248A-SCAN-DIAGS.
194900     MOVE 'N' TO WK-RULE-HIT-SW.
194910     PERFORM 2248D-MATCH-ONE-DIAG THRU 2248D-EXIT
194920         VARYING B-21-DIAG-IDX FROM 1 BY 1
194930         UNTIL B-21-DIAG-IDX > 25 OR RULE-CODE-FOUND.
194940 2248A-EXIT.
194950     EXIT.
194960 2248B-SCAN-PROCS.
194970     MOVE 'N' TO WK-RULE-HIT-SW.
194980     PERFORM 2248E-MATCH-ONE-PROC THRU 2248E-EXIT
194990         VARYING B-21-PROC-IDX FROM 1 BY 1
195000         UNTIL B-21-PROC-IDX > 25 OR RULE-CODE-FOUND.
195010 2248B-EXIT.
195020     EXIT.
195030 2248D-MATCH-ONE-DIAG.
195040     IF RL-LEN(RL-SIDX) > 0
195050        AND B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX) NOT = SPACES
195060        AND B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX)
195070                (1:RL-LEN(RL-SIDX)) =
195080            RL-CODE(RL-SIDX) (1:RL-LEN(RL-SIDX))
195090         SET RULE-CODE-FOUND TO TRUE
195100     END-IF.
195110 2248D-EXIT.
195120     EXIT.
195130 2248E-MATCH-ONE-PROC.
195140     IF RL-LEN(RL-SIDX) > 0
195150        AND B-21-PROC-CODE-ENTRY(B-21-PROC-IDX) NOT = SPACES
195160        AND B-21-PROC-CODE-ENTRY(B-21-PROC-IDX)
195170                (1:RL-LEN(RL-SIDX)) =
195180            RL-CODE(RL-SIDX) (1:RL-LEN(RL-SIDX))
195190         SET RULE-CODE-FOUND TO TRUE
195200     END-IF.
195210 2248E-EXIT.
195220     EXIT.
195230 2248C-WRITE-VIOLATION.
195240     ADD 1 TO WK-SCREEN-VIOLATIONS.
195250     MOVE B-21-PROVIDER-NO    TO WK-SC-PROVIDER-NO.
195260     MOVE B-21-DRG            TO WK-SC-DRG.
195270     MOVE B-21-DISCHARGE-DATE TO WK-SC-DISCHARGE.
195280     MOVE RL-KIND(RL-SIDX)    TO WK-SC-KIND.
195290     MOVE RL-CODE(RL-SIDX)    TO WK-SC-CODE.
195300     MOVE WK-SCR-DETAIL-LINE  TO DRG-SCREEN-LINE.
195310     WRITE DRG-SCREEN-LINE.
195320 2248C-EXIT.
195330     EXIT.
195340*===========================================================*
195350* 2252-ACCUM-STAY - FOR A PAID BILL CARRYING AN MBI, RECORD  *
195360* THE STAY (MBI, PROVIDER, DISCHARGE, DRG, PAYMENT) SO THE   *
195370* END-OF-RUN READMISSION CHAIN ANALYSIS CAN LINK SAME-MBI    *
195380* STAYS.                                                     *
195390*===========================================================*
195400  2252-ACCUM-STAY.
195410      IF B-21-MBI = SPACES OR PPS-RTC NOT < 50
195420          GO TO 2252-EXIT
195430      END-IF.
195440      IF WK-STAY-COUNT >= 10000
195450          ADD 1 TO WK-TABLE-DROPS
195460          GO TO 2252-EXIT
195470      END-IF.
195480      ADD 1 TO WK-STAY-COUNT.
195490      SET STY-IDX TO WK-STAY-COUNT.
195500      MOVE B-21-MBI            TO STY-MBI(STY-IDX).
195510      MOVE B-21-PROVIDER-NO    TO STY-PROVIDER-NO(STY-IDX).
195520      MOVE B-21-DISCHARGE-DATE TO STY-DISCHG-DATE(STY-IDX).
195530      MOVE B-21-DISCHARGE-DATE TO WK-DTS-DATE.
195540      PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
195550      MOVE WK-DTS-SERIAL       TO STY-DISCHG-SERIAL(STY-IDX).
195560      IF B-21-ADMIT-DATE NUMERIC AND B-21-ADMIT-DATE > 0
195570          MOVE B-21-ADMIT-DATE TO WK-DTS-DATE
195580          PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT
195590      END-IF.
195600      MOVE WK-DTS-SERIAL       TO STY-ADMIT-SERIAL(STY-IDX).
195610      MOVE B-21-DRG            TO STY-DRG(STY-IDX).
195620      MOVE PPS-TOTAL-PAYMENT   TO STY-PAYMENT(STY-IDX).
195630  2252-EXIT.
195640      EXIT.
195650*===========================================================*
195660* 2251-WRITE-SCHMDH - FOR A SOLE COMMUNITY OR MEDICARE       *
195670* DEPENDENT HOSPITAL BILL, SHOW THE HOSPITAL-SPECIFIC AND    *
195680* FEDERAL-RATE RESULTS SIDE BY SIDE, WHICH BASIS GOVERNED    *
195690* (THE NONZERO FINAL HSP PART MEANS THE HOSPITAL-SPECIFIC    *
195700* RULE WON), AND THE DOLLAR DIFFERENCE, ACCUMULATING THE     *
195710* PER-PROVIDER SUMMARY WRITTEN AT END OF RUN.                *
195720*===========================================================*
195730 2251-WRITE-SCHMDH.
195740     IF PV-PROVIDER-TYPE NOT = '01' AND NOT = '11'
195750        AND NOT = '14' AND NOT = '15'
195760        AND NOT = '16' AND NOT = '17'
195770         GO TO 2251-EXIT
195780     END-IF.
195790     IF PPS-RTC NOT < 50
195800         GO TO 2251-EXIT
195810     END-IF.
195820     COMPUTE WK-SM-DIFF =
195830         H-OPER-HSP-PART - H-OPER-FSP-PART.
195840     MOVE B-21-PROVIDER-NO    TO WK-SM-PROVIDER-NO.
195850     MOVE B-21-DRG            TO WK-SM-DRG.
195860     MOVE B-21-DISCHARGE-DATE TO WK-SM-DISCHARGE.
195870     MOVE PV-PROVIDER-TYPE    TO WK-SM-PROV-TYPE.
195880     MOVE H-OPER-HSP-PART     TO WK-SM-HSP-AMT.
195890     MOVE H-OPER-FSP-PART     TO WK-SM-FED-AMT.
195900     IF PPS-OPER-HSP-PART > 0
195910         MOVE 'HSP' TO WK-SM-BASIS
195920     ELSE
195930         MOVE 'FED' TO WK-SM-BASIS
195940     END-IF.
195950     MOVE WK-SM-DIFF          TO WK-SM-DIFF-ED.
195960     MOVE WK-SM-DETAIL-LINE   TO SCHMDH-LINE.
195970     WRITE SCHMDH-LINE.
195980     SET SM-SIDX TO 1.
195990     SEARCH SM-ENTRY VARYING SM-SIDX
196000         AT END
196010             IF WK-SM-COUNT < 2000
196020                 ADD 1 TO WK-SM-COUNT
196030                 SET SM-SIDX TO WK-SM-COUNT
196040                 MOVE B-21-PROVIDER-NO
196050                     TO SM-PROVIDER-NO(SM-SIDX)
196060                 MOVE 0 TO SM-BILL-COUNT(SM-SIDX)
196070                 MOVE 0 TO SM-HSP-WON(SM-SIDX)
196080                 MOVE 0 TO SM-FED-WON(SM-SIDX)
196090                 MOVE 0 TO SM-TOT-DIFF(SM-SIDX)
196100             ELSE
196110                 ADD 1 TO WK-TABLE-DROPS
196120                 GO TO 2251-EXIT
196130             END-IF
196140         WHEN SM-PROVIDER-NO(SM-SIDX) = B-21-PROVIDER-NO
196150             CONTINUE
196160     END-SEARCH.
196170     ADD 1 TO SM-BILL-COUNT(SM-SIDX).
196180     IF PPS-OPER-HSP-PART > 0
196190         ADD 1 TO SM-HSP-WON(SM-SIDX)
196200     ELSE
196210         ADD 1 TO SM-FED-WON(SM-SIDX)
196220     END-IF.
196230     ADD WK-SM-DIFF TO SM-TOT-DIFF(SM-SIDX).
196240  2251-EXIT.
196250     EXIT.
196260*===========================================================*
196270* 2249-CALC-SEQUESTRATION - APPLY THE EFFECTIVE-DATED        *
196280*                 SEQUESTRATION REDUCTION TO THE MEDICARE    *
196290*                 PAYMENT JUST PRICED.  THE REDUCTION IS     *
196300*                 CARRIED AS ITS OWN FIELD ON THE PRICING    *
196310*                 AND REMITTANCE OUTPUT; A DATE IN A         *
196320*                 SUSPENSION WINDOW (NO ROW, OR A ZERO        *
196330*                 PERCENT ROW) TAKES NO REDUCTION.            *
196340*===========================================================*
196350 2249-CALC-SEQUESTRATION.
196360     MOVE ZEROES TO WK-SEQ-AMT.
196370     IF WK-SEQRATE-COUNT = 0 OR PPS-RTC NOT < 50
196380         GO TO 2249-EXIT
196390     END-IF.
196400     SET SQ-SIDX TO 1.
196410     SEARCH SQ-ENTRY VARYING SQ-SIDX
196420         AT END
196430             GO TO 2249-EXIT
196440         WHEN B-21-DISCHARGE-DATE NOT < SQ-TAB-EFF-DATE(SQ-SIDX)
196450             AND B-21-DISCHARGE-DATE
196460                 NOT > SQ-TAB-END-DATE(SQ-SIDX)
196470             CONTINUE
196480     END-SEARCH.
196490     COMPUTE WK-SEQ-AMT ROUNDED =
196500         PPS-TOTAL-PAYMENT * SQ-TAB-PCT(SQ-SIDX).
196510     ADD WK-SEQ-AMT TO WK-TOT-SEQUESTERED.
196520 2249-EXIT.
196530     EXIT.
196540*===========================================================*
196550* 2242-ACCUM-UNCOMP-CARE - IF THIS BILL RECEIVED A FACTOR 3   *
196560*                 UNCOMPENSATED CARE PAYMENT, FIND OR ADD     *
196570*                 THE PROVIDER/DISCHARGE-YEAR ROW AND         *
196580*                 ACCUMULATE ITS BILL COUNT AND TOTAL AMOUNT. *
196590*===========================================================*
196600 2242-ACCUM-UNCOMP-CARE.
196610     IF PPS-UNCOMP-CARE-AMOUNT > 0
196620         COMPUTE WK-UC-DISCHG-YEAR =
196630             B-21-DISCHG-CC * 100 + B-21-DISCHG-YY
196640         SET UC-SIDX TO 1
196650         SEARCH UC-ENTRY VARYING UC-SIDX
196660             AT END
196670             IF WK-UC-COUNT < 5000
196680               ADD 1 TO WK-UC-COUNT
196690               SET UC-SIDX TO WK-UC-COUNT
196700               MOVE B-21-PROVIDER-NO TO UC-PROVIDER-NO(UC-SIDX)
196710               MOVE WK-UC-DISCHG-YEAR TO UC-YEAR(UC-SIDX)
196720               MOVE 0 TO UC-BILL-COUNT(UC-SIDX)
196730               MOVE 0 TO UC-TOTAL-AMOUNT(UC-SIDX)
196740             ELSE
196750                 ADD 1 TO WK-TABLE-DROPS
196760                 GO TO 2242-EXIT
196770             END-IF
196780             WHEN UC-PROVIDER-NO(UC-SIDX) = B-21-PROVIDER-NO
196790                 AND UC-YEAR(UC-SIDX) = WK-UC-DISCHG-YEAR
196800                 CONTINUE
196810         END-SEARCH
196820         ADD 1                       TO UC-BILL-COUNT(UC-SIDX)
196830         ADD PPS-UNCOMP-CARE-AMOUNT  TO UC-TOTAL-AMOUNT(UC-SIDX)
196840     END-IF.
196850 2242-EXIT.
196860     EXIT.
196870*===========================================================*
196880* 2250-WRITE-EDIT-ERROR - IF THE BILL CAME BACK WITH A       *
196890*                   RETURN CODE SHOWING IT WAS NOT PAID      *
196900*                   NORMALLY, TRANSLATE PPS-RTC AND WRITE     *
196910*                   AN EDIT-ERROR REPORT LINE FOR IT.         *
196920*===========================================================*
196930 2250-WRITE-EDIT-ERROR.
196940     IF PPS-RTC NOT < 50
196950         ADD 1 TO WK-BILLS-REJECTED
196960         SET WK-RTC-FOUND-SW TO 'N'
196970         SET RTC-IDX TO 1
196980         SEARCH RTC-DESC-ENTRY VARYING RTC-IDX
196990             AT END
197000                 CONTINUE
197010             WHEN RTC-DESC-CODE(RTC-IDX) = PPS-RTC
197020                 SET RTC-DESC-WAS-FOUND TO TRUE
197030         END-SEARCH
197040         MOVE B-21-PROVIDER-NO    TO WK-ERR-PROVIDER-NO
197050         MOVE B-21-DRG            TO WK-ERR-DRG
197060         MOVE B-21-DISCHARGE-DATE TO WK-ERR-DISCHARGE-DATE
197070         MOVE PPS-RTC             TO WK-ERR-RTC
197080         IF RTC-DESC-WAS-FOUND
197090             MOVE RTC-DESC-TEXT(RTC-IDX) TO WK-ERR-REASON
197100         ELSE
197110             MOVE 'RETURN CODE NOT IN REFERENCE TABLE'
197120                                     TO WK-ERR-REASON
197130         END-IF
197140         MOVE WK-CLAIM-SEQ TO WK-ERR-CLAIM-SEQ
197150         MOVE 'EF'          TO WK-EV-TYPE
197160         MOVE PPS-RTC       TO WK-EV-RTC
197170         MOVE WK-ERR-REASON TO WK-EV-DETAIL
197180         PERFORM 2390-JOURNAL-EVENT THRU 2390-EXIT
197190         MOVE WK-EDIT-ERR-DETAIL-LINE TO EDIT-ERROR-LINE
197200         WRITE EDIT-ERROR-LINE
197210         MOVE BILL-DATA-2021 TO RW-OUT-BILL
197220         MOVE PPS-RTC        TO RW-OUT-RTC
197230         WRITE REWORK-OUT-REC
197240     END-IF.
197250 2250-EXIT.
197260     EXIT.
197270*===========================================================*
197280* 2260-WRITE-WI-AUDIT - WRITE THE WAGE INDEX AUDIT TRAIL     *
197290*                   LINE RETURNED BY PPDRV215'S 0550-GET-CBSA*
197300*                   FOR THIS BILL.                           *
197310*===========================================================*
197320 2260-WRITE-WI-AUDIT.
197330     MOVE B-21-PROVIDER-NO      TO WK-WIA-PROVIDER-NO.
197340     MOVE B-21-DRG              TO WK-WIA-DRG.
197350     MOVE B-21-DISCHARGE-DATE   TO WK-WIA-DISCHARGE-DATE.
197360     MOVE WA-CBSA-USED          TO WK-WIA-CBSA-USED.
197370     MOVE WA-CBSA-SIZE          TO WK-WIA-CBSA-SIZE.
197380     MOVE WA-WI-BEFORE-FLOOR    TO WK-WIA-WI-BEFORE-FLOOR.
197390     MOVE WA-WI-AFTER-FLOOR     TO WK-WIA-WI-AFTER-FLOOR.
197400     MOVE WA-RURAL-FLOOR-FIRED  TO WK-WIA-RURAL-FLOOR-FIRED.
197410     MOVE WA-OUTM-FIRED         TO WK-WIA-OUTM-FIRED.
197420     MOVE WA-SUPPLEMENTAL-WI-USED TO WK-WIA-SUPP-WI-USED.
197430     MOVE WA-PRIOR-YEAR-WI-USED TO WK-WIA-PRIORYR-WI-USED.
197440     MOVE WA-INDIAN-HEALTH-WI-USED TO WK-WIA-IHS-WI-USED.
197450     MOVE WA-PUERTO-RICO-WI-USED TO WK-WIA-PR-WI-USED.
197460     MOVE WA-FINAL-WAGE-INDEX   TO WK-WIA-FINAL-WI.
197470     MOVE WK-CLAIM-SEQ          TO WK-WIA-CLAIM-SEQ.
197480     MOVE WK-WI-AUDIT-DETAIL-LINE TO WI-AUDIT-LINE.
197490     WRITE WI-AUDIT-LINE.
197500 2260-EXIT.
197510     EXIT.
197520*===========================================================*
197530* 2261-WRITE-OUTM-ADJUSTMENT - IF PPDRV215'S 0550-GET-CBSA    *
197540*                 APPLIED THE COUNTY'S RURAL OUTMIGRATION      *
197550*                 WAGE-INDEX ADD-ON TO THIS BILL, LOG THE       *
197560*                 ADJUSTMENT AND THE RESULTING FINAL WAGE       *
197570*                 INDEX TO THE OUTMIGRATION ADJUSTMENT REPORT.  *
197580*===========================================================*
197590 2261-WRITE-OUTM-ADJUSTMENT.
197600     IF WA-OUTM-FIRED = 'Y'
197610         MOVE B-21-PROVIDER-NO     TO WK-OUTM-PROVIDER-NO
197620         MOVE WA-OUTM-COUNTY-CODE  TO WK-OUTM-COUNTY-CODE
197630         MOVE B-21-DISCHARGE-DATE  TO WK-OUTM-DISCHG-DATE
197640         MOVE WA-OUTM-ADJ-AMOUNT   TO WK-OUTM-ADJ-AMOUNT
197650         MOVE WA-FINAL-WAGE-INDEX  TO WK-OUTM-FINAL-WI
197660         MOVE WK-OUTM-DETAIL-LINE  TO OUTM-LINE
197670         WRITE OUTM-LINE
197680     END-IF.
197690 2261-EXIT.
197700     EXIT.
197710*===========================================================*
197720* 2262-WRITE-PRIORYR-BLEND - IF PPDRV215 BLENDED IN THE        *
197730*                 PROVIDER'S PRIOR-YEAR WAGE INDEX FOR THIS     *
197740*                 BILL'S DISCHARGE DATE (WA-PRIOR-YEAR-WI-USED),*
197750*                 LOG THE PRIOR-YEAR VALUE AGAINST THE FINAL    *
197760*                 BLENDED WAGE INDEX TO THE TRANSITION BLEND    *
197770*                 TRACKING REPORT.                              *
197780*===========================================================*
197790 2262-WRITE-PRIORYR-BLEND.
197800     IF WA-PRIOR-YEAR-WI-USED = 'Y'
197810         MOVE B-21-PROVIDER-NO     TO WK-PYB-PROVIDER-NO
197820         MOVE B-21-DISCHARGE-DATE  TO WK-PYB-DISCHG-DATE
197830         MOVE WA-PRIOR-YEAR-WI-VALUE TO WK-PYB-PRIORYR-WI
197840         MOVE WA-FINAL-WAGE-INDEX  TO WK-PYB-FINAL-WI
197850         MOVE WK-PYB-DETAIL-LINE   TO PRIORYR-BLEND-LINE
197860         WRITE PRIORYR-BLEND-LINE
197870     END-IF.
197880 2262-EXIT.
197890     EXIT.
197900*===========================================================*
197910* 2265-TALLY-DISPATCH-COV - BUMP THE RUN COUNT FOR WHICHEVER  *
197920*                 PPCALxxx MODULE PPDRV215 JUST DISPATCHED     *
197930*                 THIS BILL TO.                                *
197940*===========================================================*
197950 2265-TALLY-DISPATCH-COV.
197960     SET DISP-COV-IDX TO 1.
197970     SEARCH DISP-COV-DESC-ENTRY VARYING DISP-COV-IDX
197980         AT END
197990             CONTINUE
198000         WHEN DISP-COV-MODULE-NAME(DISP-COV-IDX) =
198010                          WA-FY-MODULE-DISPATCHED
198020             ADD 1 TO DISP-COV-COUNT(DISP-COV-IDX)
198030     END-SEARCH.
198040 2265-EXIT.
198050     EXIT.
198060*===========================================================*
198070* 2267-WRITE-LOW-VOL - IF THIS BILL'S PROVIDER RECEIVED A     *
198080*                 NON-ZERO LOW-VOLUME PAYMENT ADD-ON, WRITE   *
198090*                 IT TO THE LOW-VOLUME ELIGIBILITY REPORT.   *
198100*===========================================================*
198110 2267-WRITE-LOW-VOL.
198120     IF H-LOW-VOL-PAYMENT > 0
198130         MOVE B-21-PROVIDER-NO     TO WK-LV-PROVIDER-NO
198140         MOVE B-21-DRG             TO WK-LV-DRG
198150         MOVE B-21-DISCHARGE-DATE  TO WK-LV-DISCHARGE-DATE
198160         MOVE H-LOW-VOL-PAYMENT    TO WK-LV-PAYMENT
198170         MOVE WK-LOW-VOL-DETAIL-LINE TO LOW-VOL-LINE
198180         WRITE LOW-VOL-LINE
198190     END-IF.
198200 2267-EXIT.
198210     EXIT.
198220*===========================================================*
198230* 2268-WRITE-VBP-HRR-EXCEPTION - IF PPCAL215 REJECTED THIS    *
198240*                 BILL FOR AN INVALID VALUE-BASED-PURCHASING  *
198250*                 PARTICIPANT FLAG (RTC 68) OR AN INVALID/    *
198260*                 BLANK READMISSION FLAG OR ADJUSTMENT (RTC   *
198270*                 65), LOG IT WITH THE FLAG VALUES SEEN.      *
198280*===========================================================*
198290 2268-WRITE-VBP-HRR-EXCEPTION.
198300     IF REPORTS-POST
198310         GO TO 2268-EXIT
198320     END-IF.
198330     IF PPS-RTC = 65 OR PPS-RTC = 68
198340         SET WK-RTC-FOUND-SW TO 'N'
198350         SET RTC-IDX TO 1
198360         SEARCH RTC-DESC-ENTRY VARYING RTC-IDX
198370             AT END
198380                 CONTINUE
198390             WHEN RTC-DESC-CODE(RTC-IDX) = PPS-RTC
198400                 SET RTC-DESC-WAS-FOUND TO TRUE
198410         END-SEARCH
198420         MOVE B-21-PROVIDER-NO      TO WK-VH-PROVIDER-NO
198430         MOVE B-21-DRG              TO WK-VH-DRG
198440         MOVE B-21-DISCHARGE-DATE   TO WK-VH-DISCHARGE-DATE
198450         MOVE PPS-RTC               TO WK-VH-RTC
198460         MOVE PPS-VAL-BASED-PURCH-PARTIPNT TO WK-VH-VBP-FLAG
198470         MOVE PPS-HOSP-READMISS-REDUCTN    TO WK-VH-HRR-FLAG
198480         IF RTC-DESC-WAS-FOUND
198490             MOVE RTC-DESC-TEXT(RTC-IDX) TO WK-VH-REASON
198500         ELSE
198510             MOVE 'RETURN CODE NOT IN REFERENCE TABLE'
198520                                     TO WK-VH-REASON
198530         END-IF
198540         MOVE WK-VBP-HRR-DETAIL-LINE TO VBP-HRR-LINE
198550         WRITE VBP-HRR-LINE
198560     END-IF.
198570 2268-EXIT.
198580     EXIT.
198590*===========================================================*
198600* 2269-WRITE-ISLET - IF THIS BILL RECEIVED A NON-ZERO ISLET   *
198610*                 CELL TRANSPLANT ADD-ON, WRITE IT TO THE     *
198620*                 CROSS-CHECK REPORT.                         *
198630*===========================================================*
198640 2269-WRITE-ISLET.
198650     IF REPORTS-POST
198660         GO TO 2269-EXIT
198670     END-IF.
198680     IF PPS-ISLET-ISOL-PAY-ADD-ON > 0
198690         MOVE B-21-PROVIDER-NO     TO WK-ISL-PROVIDER-NO
198700         MOVE B-21-DRG             TO WK-ISL-DRG
198710         MOVE B-21-DISCHARGE-DATE  TO WK-ISL-DISCHARGE-DATE
198720         MOVE PPS-ISLET-ISOL-PAY-ADD-ON TO WK-ISL-ADD-ON
198730         MOVE WK-ISLET-DETAIL-LINE TO ISLET-LINE
198740         WRITE ISLET-LINE
198750     END-IF.
198760 2269-EXIT.
198770     EXIT.
198780*===========================================================*
198790* 2271-CHECK-CART-CLIN-TRIAL - FOR AN MS-DRG 018 BILL, LOG    *
198800*                 WHETHER DIAGNOSIS CODE Z00.6 AND CONDITION  *
198810*                 CODE ZB/ZC WERE PRESENT, ALONGSIDE THE      *
198820*                 RESULTING DRG WEIGHT AND PAYMENT, SO THE    *
198830*                 CAR-T/CLINICAL-TRIAL NO-COST PRODUCT         *
198840*                 REDUCTION CAN BE CROSS-CHECKED.              *
198850*===========================================================*
198860 2271-CHECK-CART-CLIN-TRIAL.
198870     IF B-21-DRG = 018
198880         MOVE 'N' TO WK-CT-DIAG-FOUND
198890         SET B-21-DIAG-IDX TO 1
198900         SEARCH B-21-DIAG-CODE-ENTRY VARYING B-21-DIAG-IDX
198910             AT END
198920                 CONTINUE
198930             WHEN B-21-DIAG-CODE-ENTRY(B-21-DIAG-IDX) = 'Z006   '
198940                 MOVE 'Y' TO WK-CT-DIAG-FOUND
198950         END-SEARCH
198960         MOVE SPACES TO WK-CT-COND-FOUND
198970         SET B-21-COND-IDX TO 1
198980         SEARCH B-21-COND-CODE-ENTRY VARYING B-21-COND-IDX
198990             AT END
199000                 CONTINUE
199010             WHEN B-21-COND-CODE-ENTRY(B-21-COND-IDX) = 'ZB'
199020                 MOVE 'ZB' TO WK-CT-COND-FOUND
199030             WHEN B-21-COND-CODE-ENTRY(B-21-COND-IDX) = 'ZC'
199040                 MOVE 'ZC' TO WK-CT-COND-FOUND
199050         END-SEARCH
199060         MOVE B-21-PROVIDER-NO      TO WK-CT-PROVIDER-NO
199070         MOVE B-21-DISCHARGE-DATE   TO WK-CT-DISCHARGE-DATE
199080         MOVE PPS-DRG-WT            TO WK-CT-DRG-WT
199090         MOVE PPS-TOTAL-PAYMENT     TO WK-CT-TOTAL-PAYMENT
199100         MOVE WK-CART-DETAIL-LINE   TO CART-LINE
199110         WRITE CART-LINE
199120     END-IF.
199130 2271-EXIT.
199140     EXIT.
199150*===========================================================*
199160* 2272-WRITE-PR-WAGE-INDEX - IF PPDRV215'S 0550-GET-CBSA      *
199170*                 APPLIED A PUERTO RICO SPECIFIC WAGE INDEX   *
199180*                 TO THIS BILL, LOG THE PR WAGE INDEX SIDE BY *
199190*                 SIDE WITH THE NATIONAL AND FINAL BLENDED    *
199200*                 WAGE INDEX VALUES RETURNED IN THE WAGE      *
199210*                 INDEX AUDIT TRAIL.                          *
199220*===========================================================*
199230 2272-WRITE-PR-WAGE-INDEX.
199240     IF WA-PUERTO-RICO-WI-USED = 'Y'
199250         MOVE B-21-PROVIDER-NO      TO WK-PRW-PROVIDER-NO
199260         MOVE B-21-DISCHARGE-DATE   TO WK-PRW-DISCHARGE-DATE
199270         MOVE WA-PR-WAGE-INDEX      TO WK-PRW-PR-WI
199280         MOVE WA-NATIONAL-WAGE-INDEX TO WK-PRW-NATL-WI
199290         MOVE WA-FINAL-WAGE-INDEX   TO WK-PRW-FINAL-WI
199300         MOVE WK-PR-WI-DETAIL-LINE  TO PR-WI-LINE
199310         WRITE PR-WI-LINE
199320     END-IF.
199330 2272-EXIT.
199340     EXIT.
199350*===========================================================*
199360* 2273-WRITE-FLOOR-IMPACT - IF PPDRV215'S 2300-2015-FWD-      *
199370*                 FLOOR-CBSA RAISED THIS BILL'S CBSA WAGE     *
199380*                 INDEX UNDER THE RURAL FLOOR / IMPUTED       *
199390*                 FLOOR POLICY, LOG THE WAGE INDEX BEFORE AND *
199400*                 AFTER THE FLOOR WAS APPLIED ALONGSIDE THE   *
199410*                 BILL'S RESULTING TOTAL PAYMENT.             *
199420*===========================================================*
199430 2273-WRITE-FLOOR-IMPACT.
199440     IF REPORTS-POST
199450         GO TO 2273-EXIT
199460     END-IF.
199470     IF WA-RURAL-FLOOR-FIRED = 'Y'
199480         MOVE B-21-PROVIDER-NO      TO WK-FLR-PROVIDER-NO
199490         MOVE B-21-DRG              TO WK-FLR-DRG
199500         MOVE B-21-DISCHARGE-DATE   TO WK-FLR-DISCHARGE-DATE
199510         MOVE WA-WI-BEFORE-FLOOR    TO WK-FLR-WI-BEFORE
199520         MOVE WA-WI-AFTER-FLOOR     TO WK-FLR-WI-AFTER
199530         MOVE PPS-TOTAL-PAYMENT     TO WK-FLR-TOTAL-PAYMENT
199540         MOVE WK-FLOOR-DETAIL-LINE  TO FLOOR-LINE
199550         WRITE FLOOR-LINE
199560     END-IF.
199570 2273-EXIT.
199580     EXIT.
199590*===========================================================*
199600* 2274-ACCUM-WI-HIST - FIND OR ADD THE PROVIDER/FISCAL-YEAR-  *
199610*                 MODULE ROW FOR THIS BILL AND STORE THE      *
199620*                 CBSA AND WAGE INDEX PPDRV215 USED, SO THE    *
199630*                 LATEST VALUE SEEN THIS RUN CAN BE APPENDED   *
199640*                 TO THE CROSS-FISCAL-YEAR HISTORY FILE.       *
199650*===========================================================*
199660 2274-ACCUM-WI-HIST.
199670     SET WIHIST-SIDX TO 1.
199680     SEARCH WIHIST-ENTRY VARYING WIHIST-SIDX
199690         AT END
199700             IF WK-WIHIST-COUNT < 5000
199710                 ADD 1 TO WK-WIHIST-COUNT
199720                 SET WIHIST-SIDX TO WK-WIHIST-COUNT
199730                 MOVE B-21-PROVIDER-NO
199740                                TO WIHIST-PROVIDER-NO(WIHIST-SIDX)
199750                 MOVE WA-FY-MODULE-DISPATCHED
199760                                TO WIHIST-FY-MODULE(WIHIST-SIDX)
199770             ELSE
199780                 ADD 1 TO WK-TABLE-DROPS
199790                 GO TO 2274-EXIT
199800             END-IF
199810         WHEN WIHIST-PROVIDER-NO(WIHIST-SIDX) = B-21-PROVIDER-NO
199820             AND WIHIST-FY-MODULE(WIHIST-SIDX) =
199830                                WA-FY-MODULE-DISPATCHED
199840             CONTINUE
199850     END-SEARCH.
199860     MOVE WA-CBSA-USED       TO WIHIST-CBSA-USED(WIHIST-SIDX).
199870     MOVE WA-FINAL-WAGE-INDEX TO WIHIST-WAGE-INDEX(WIHIST-SIDX).
199880 2274-EXIT.
199890     EXIT.
199900*===========================================================*
199910* 2275-WRITE-NEW-HOSP-OUTLIER - IF PPCAL215 ZEROED OUT THE    *
199920*                 CAPITAL COST OUTLIER THRESHOLD BECAUSE THE  *
199930*                 PROVIDER IS A NEW HOSPITAL WITHOUT ITS OWN  *
199940*                 ESTABLISHED CAPITAL COST-TO-CHARGE RATIO,   *
199950*                 LOG THE BILL'S OPERATING AND CAPITAL COST-  *
199960*                 TO-CHARGE RATIOS AND TOTAL PAYMENT.         *
199970*===========================================================*
199980 2275-WRITE-NEW-HOSP-OUTLIER.
199990     IF H-CAPI-COST-OUTLIER = 0
200000         MOVE B-21-PROVIDER-NO      TO WK-NH-PROVIDER-NO
200010         MOVE B-21-DRG              TO WK-NH-DRG
200020         MOVE B-21-DISCHARGE-DATE   TO WK-NH-DISCHARGE-DATE
200030         MOVE H-OPER-CSTCHG-RATIO   TO WK-NH-OPER-CCR
200040         MOVE H-CAPI-CSTCHG-RATIO   TO WK-NH-CAPI-CCR
200050         MOVE PPS-TOTAL-PAYMENT     TO WK-NH-TOTAL-PAYMENT
200060         MOVE WK-NEWHOSP-DETAIL-LINE TO NEWHOSP-LINE
200070         WRITE NEWHOSP-LINE
200080     END-IF.
200090 2275-EXIT.
200100     EXIT.
200110*===========================================================*
200120* 2276-WRITE-HAC-PENALTY - IF THIS BILL'S PROVIDER IS IN THE  *
200130*                 HAC PROGRAM'S BOTTOM QUARTILE, LOG THE 1%   *
200140*                 PAYMENT REDUCTION AMOUNT ALONGSIDE THE      *
200150*                 RESULTING TOTAL PAYMENT.                    *
200160*===========================================================*
200170 2276-WRITE-HAC-PENALTY.
200180     IF REPORTS-POST
200190         GO TO 2276-EXIT
200200     END-IF.
200210     IF PPS-HAC-PROG-REDUC-IND = 'Y'
200220         MOVE B-21-PROVIDER-NO      TO WK-HC-PROVIDER-NO
200230         MOVE B-21-DRG              TO WK-HC-DRG
200240         MOVE B-21-DISCHARGE-DATE   TO WK-HC-DISCHARGE-DATE
200250         MOVE PPS-HAC-PAYMENT-AMT   TO WK-HC-PENALTY-AMT
200260         MOVE PPS-TOTAL-PAYMENT     TO WK-HC-TOTAL-PAYMENT
200270         MOVE WK-HAC-DETAIL-LINE    TO HAC-LINE
200280         WRITE HAC-LINE
200290     END-IF.
200300 2276-EXIT.
200310     EXIT.
200320*===========================================================*
200330* 2277-WRITE-EHR-REDUCTION - IF THIS BILL'S PROVIDER FAILED   *
200340*                 TO DEMONSTRATE MEANINGFUL USE OF CERTIFIED  *
200350*                 EHR TECHNOLOGY, LOG THE MARKET-BASKET       *
200360*                 REDUCTION AMOUNT ALONGSIDE THE RESULTING     *
200370*                 TOTAL PAYMENT.                              *
200380*===========================================================*
200390 2277-WRITE-EHR-REDUCTION.
200400     IF REPORTS-POST
200410         GO TO 2277-EXIT
200420     END-IF.
200430     IF PPS-EHR-PROG-REDUC-IND = 'Y'
200440         MOVE B-21-PROVIDER-NO      TO WK-EH-PROVIDER-NO
200450         MOVE B-21-DRG              TO WK-EH-DRG
200460         MOVE B-21-DISCHARGE-DATE   TO WK-EH-DISCHARGE-DATE
200470         MOVE PPS-EHR-ADJUST-AMT    TO WK-EH-ADJUST-AMT
200480         MOVE PPS-TOTAL-PAYMENT     TO WK-EH-TOTAL-PAYMENT
200490         MOVE WK-EHR-DETAIL-LINE    TO EHR-LINE
200500         WRITE EHR-LINE
200510     END-IF.
200520 2277-EXIT.
200530     EXIT.
200540*===========================================================*
200550* 2278-WRITE-XFER-AUDIT - IF THIS BILL WAS PAID UNDER THE     *
200560*                 PER-DIEM OR POST-ACUTE 50/50 BLEND TRANSFER *
200570*                 POLICY, LOG ITS LENGTH OF STAY AGAINST THE  *
200580*                 DRG'S AVERAGE LENGTH OF STAY ALONGSIDE THE  *
200590*                 RESULTING TOTAL PAYMENT.                    *
200600*===========================================================*
200610 2278-WRITE-XFER-AUDIT.
200620     IF N-PAY-PERDIEM-DAYS OR N-PAY-XFER-NO-COST OR
200630        N-PAY-XFER-SPEC-DRG OR N-PAY-XFER-SPEC-DRG-NO-COST
200640         MOVE B-21-PROVIDER-NO      TO WK-XF-PROVIDER-NO
200650         MOVE B-21-DRG              TO WK-XF-DRG
200660         MOVE B-21-DISCHARGE-DATE   TO WK-XF-DISCHARGE-DATE
200670         MOVE B-21-REVIEW-CODE      TO WK-XF-REVIEW-CODE
200680         MOVE B-21-LOS              TO WK-XF-LOS
200690         MOVE PPS-AVG-LOS           TO WK-XF-ALOS
200700         MOVE PPS-TOTAL-PAYMENT     TO WK-XF-TOTAL-PAYMENT
200710         MOVE WK-XFER-DETAIL-LINE   TO XFER-LINE
200720         WRITE XFER-LINE
200730     END-IF.
200740 2278-EXIT.
200750     EXIT.
200760*===========================================================*
200770* 2279-WRITE-PASSTHRU-ITEMIZATION - FOR HMO/MEDICARE ADVANTAGE*
200780*                 BILLS, LOG THE LENGTH-OF-STAY-BASED MISC   *
200790*                 PASS-THROUGH ADD-ON AMOUNT COMPUTED BY     *
200800*                 3850-HMO-IME-ADJ ALONGSIDE THE TOTAL       *
200810*                 PAYMENT.                                   *
200820*===========================================================*
200830 2279-WRITE-PASSTHRU-ITEMIZATION.
200840     IF BILL-IS-HMO
200850         MOVE B-21-PROVIDER-NO      TO WK-PT-PROVIDER-NO
200860         MOVE B-21-DISCHARGE-DATE   TO WK-PT-DISCHARGE-DATE
200870         MOVE B-21-LOS              TO WK-PT-LOS
200880         MOVE H-WK-PASS-AMT-PLUS-MISC
200890                                    TO WK-PT-MISC-PASSTHRU
200900         MOVE WK-PASSTHRU-DETAIL-LINE TO PASSTHRU-LINE
200910         WRITE PASSTHRU-LINE
200920     END-IF.
200930 2279-EXIT.
200940     EXIT.
200950*===========================================================*
200960* 2280-WRITE-BPCI-PARTICIPATION - IF THIS BILL WAS PRICED     *
200970*                 UNDER A NONZERO BPCI MODEL 1 BUNDLE-PAYMENT *
200980*                 DEMONSTRATION DISCOUNT PERCENTAGE, LOG THE  *
200990*                 DISCOUNT PERCENT AND THE RESULTING BUNDLE   *
201000*                 PAYMENT ADJUSTMENT ALONGSIDE TOTAL PAYMENT. *
201010*===========================================================*
201020 2280-WRITE-BPCI-PARTICIPATION.
201030     IF REPORTS-POST
201040         GO TO 2280-EXIT
201050     END-IF.
201060     IF PPS-MODEL1-BUNDLE-DISPRCNT > 0
201070         MOVE B-21-PROVIDER-NO      TO WK-BP-PROVIDER-NO
201080         MOVE B-21-DRG              TO WK-BP-DRG
201090         MOVE B-21-DISCHARGE-DATE   TO WK-BP-DISCHARGE-DATE
201100         MOVE PPS-MODEL1-BUNDLE-DISPRCNT
201110                                    TO WK-BP-DISPRCNT
201120         MOVE PPS-BUNDLE-ADJUST-AMT OF
201130                        PPS-ADDITIONAL-PAY-INFO-DATA
201140                                    TO WK-BP-BUNDLE-ADJUST
201150         MOVE PPS-TOTAL-PAYMENT     TO WK-BP-TOTAL-PAYMENT
201160         MOVE WK-BPCI-DETAIL-LINE   TO BPCI-LINE
201170         WRITE BPCI-LINE
201180     END-IF.
201190 2280-EXIT.
201200     EXIT.
201210*===========================================================*
201220* 2281-WRITE-SUPP-WI-OVERRIDE - IF PPDRV215'S 0550-GET-CBSA   *
201230*                 APPLIED A SUPPLEMENTAL OR PRIOR-YEAR WAGE   *
201240*                 INDEX OVERRIDE, LOG WHICH OVERRIDE FIRED    *
201250*                 ALONGSIDE THE PRIOR-YEAR AND FINAL WAGE     *
201260*                 INDEX VALUES RETURNED IN THE AUDIT TRAIL.   *
201270*===========================================================*
201280 2281-WRITE-SUPP-WI-OVERRIDE.
201290     IF WA-SUPPLEMENTAL-WI-USED = 'Y' OR
201300        WA-PRIOR-YEAR-WI-USED = 'Y'
201310         MOVE B-21-PROVIDER-NO      TO WK-SW-PROVIDER-NO
201320         MOVE B-21-DISCHARGE-DATE   TO WK-SW-DISCHARGE-DATE
201330         MOVE WA-SUPPLEMENTAL-WI-USED TO WK-SW-SUPP-USED
201340         MOVE WA-PRIOR-YEAR-WI-USED TO WK-SW-PRIORYR-USED
201350         MOVE WA-PRIOR-YEAR-WI-VALUE TO WK-SW-PRIORYR-WI
201360         MOVE WA-FINAL-WAGE-INDEX   TO WK-SW-FINAL-WI
201370         MOVE WK-SUPP-WI-DETAIL-LINE TO SUPP-WI-LINE
201380         WRITE SUPP-WI-LINE
201390     END-IF.
201400 2281-EXIT.
201410     EXIT.
201420*===========================================================*
201430* 2282-ACCUM-RTC-FREQ - LOOK UP THIS BILL'S PPS-RTC IN THE    *
201440*                 RTC REFERENCE TABLE AND BUMP ITS FREQUENCY  *
201450*                 COUNTER FOR THE END-OF-RUN RTC REFERENCE    *
201460*                 AND FREQUENCY REPORT.                       *
201470*===========================================================*
201480 2282-ACCUM-RTC-FREQ.
201490     SET WK-RTC-FOUND-SW TO 'N'.
201500     SET RTC-IDX TO 1.
201510     SEARCH RTC-DESC-ENTRY VARYING RTC-IDX
201520         AT END CONTINUE
201530         WHEN RTC-DESC-CODE(RTC-IDX) = PPS-RTC
201540             SET RTC-DESC-WAS-FOUND TO TRUE
201550     END-SEARCH.
201560     IF RTC-DESC-WAS-FOUND
201570         SET RTC-FREQ-IDX TO RTC-IDX
201580         ADD 1 TO RTC-FREQ-COUNT(RTC-FREQ-IDX)
201590     END-IF.
201600 2282-EXIT.
201610     EXIT.
201620*===========================================================*
201630* 2283-VALIDATE-NDC-DEMO - CHECK EVERY POPULATED NDC NUMBER   *
201640*                 AND DEMO CODE ARRAY ENTRY ON THE BILL FOR   *
201650*                 MALFORMED (NOT NUMERIC), DUPLICATE, AND     *
201660*                 (FOR NDCS) BAD MOD-10 CHECK-DIGIT ENTRIES,   *
201670*                 PLUS A CROSS-REFERENCE CHECK THAT ANY        *
201680*                 POPULATED NDC IS BACKED BY A MATCHING NEW-   *
201690*                 TECHNOLOGY PROCEDURE CODE ON THE SAME BILL,  *
201700*                 WRITING EACH FINDING TO THE NDC/DEMO         *
201710*                 VALIDATION EXCEPTION REPORT.                 *
201720*===========================================================*
201730 2283-VALIDATE-NDC-DEMO.
201740     SET B-21-NDC-IDX TO 1.
201750     PERFORM 2284-CHECK-ONE-NDC THRU 2284-EXIT
201760         VARYING B-21-NDC-IDX FROM 1 BY 1
201770         UNTIL B-21-NDC-IDX > 10.
201780     SET B-21-DEMO-IDX TO 1.
201790     PERFORM 2285-CHECK-ONE-DEMO THRU 2285-EXIT
201800         VARYING B-21-DEMO-IDX FROM 1 BY 1
201810         UNTIL B-21-DEMO-IDX > 4.
201820     PERFORM 2283A-CHECK-NDC-NEWTECH THRU 2283A-EXIT.
201830 2283-EXIT.
201840     EXIT.
201850*-----------------------------------------------------------*
201860* 2284-CHECK-ONE-NDC - VALIDATE A SINGLE NDC SLOT: MALFORMED,*
201870*                 DUPLICATE OF AN EARLIER SLOT, AND (WHEN    *
201880*                 NUMERIC) A BAD MOD-10 CHECK DIGIT.          *
201890*-----------------------------------------------------------*
201900 2284-CHECK-ONE-NDC.
201910     IF B-21-NDC-CODE-ENTRY(B-21-NDC-IDX) = SPACES
201920         GO TO 2284-EXIT
201930     END-IF.
201940     IF B-21-NDC-CODE-ENTRY(B-21-NDC-IDX) NOT NUMERIC
201950         MOVE 'NDC '                TO WK-ND-ARRAY-NAME
201960         MOVE B-21-NDC-IDX          TO WK-ND-ENTRY-IDX
201970         MOVE B-21-NDC-CODE-ENTRY(B-21-NDC-IDX)
201980                                    TO WK-ND-ENTRY-VALUE
201990         MOVE 'NOT NUMERIC'         TO WK-ND-REASON
202000         PERFORM 2283E-WRITE-NDC-DEMO-LINE THRU 2283E-EXIT
202010     ELSE
202020         PERFORM 2284A-CHECK-NDC-CHECKDIGIT THRU 2284A-EXIT
202030         IF NOT NDC-IS-NUMERIC-11
202040             MOVE 'NDC '                TO WK-ND-ARRAY-NAME
202050             MOVE B-21-NDC-IDX          TO WK-ND-ENTRY-IDX
202060             MOVE B-21-NDC-CODE-ENTRY(B-21-NDC-IDX)
202070                                        TO WK-ND-ENTRY-VALUE
202080             MOVE 'BAD CHECK DIGIT'     TO WK-ND-REASON
202090             PERFORM 2283E-WRITE-NDC-DEMO-LINE THRU 2283E-EXIT
202100         END-IF
202110     END-IF.
202120     PERFORM 2284B-CHECK-NDC-DUP THRU 2284B-EXIT.
202130 2284-EXIT.
202140     EXIT.
202150*-----------------------------------------------------------*
202160* 2284A-CHECK-NDC-CHECKDIGIT - STANDARD MOD-10 (LUHN) CHECK- *
202170*                 DIGIT TEST OVER THE 10-DIGIT NDC PAYLOAD   *
202180*                 AGAINST ITS TRAILING CHECK DIGIT.          *
202190*-----------------------------------------------------------*
202200 2284A-CHECK-NDC-CHECKDIGIT.
202210     MOVE B-21-NDC-CODE-ENTRY(B-21-NDC-IDX) TO WK-NDC-DIGITS-X.
202220     SET  NDC-IS-NUMERIC-11 TO TRUE.
202230     MOVE ZERO TO WK-NDC-CHECK-SUM.
202240     SET  WK-NDC-DIGIT-IDX TO 1.
202250     PERFORM 2284C-SUM-NDC-DIGIT THRU 2284C-EXIT
202260         VARYING WK-NDC-DIGIT-IDX FROM 1 BY 1
202270         UNTIL WK-NDC-DIGIT-IDX > 10.
202280     DIVIDE WK-NDC-CHECK-SUM BY 10
202290         GIVING WK-NDC-CHECK-DOUBLED
202300         REMAINDER WK-NDC-CHECK-REMAINDER.
202310     IF WK-NDC-CHECK-REMAINDER = ZERO
202320         MOVE ZERO TO WK-NDC-CHECK-DIGIT-CALC
202330     ELSE
202340         COMPUTE WK-NDC-CHECK-DIGIT-CALC =
202350                 10 - WK-NDC-CHECK-REMAINDER
202360     END-IF.
202370     SET  WK-NDC-DIGIT-IDX TO 11.
202380     IF WK-NDC-CHECK-DIGIT-CALC NOT =
202390             WK-NDC-DIGIT(WK-NDC-DIGIT-IDX)
202400         MOVE 'N' TO WK-NDC-VALID-SW
202410     END-IF.
202420 2284A-EXIT.
202430     EXIT.
202440*-----------------------------------------------------------*
202450* 2284B-CHECK-NDC-DUP - FLAG THE CURRENT NDC SLOT IF ITS     *
202460*                 VALUE ALREADY APPEARED IN AN EARLIER SLOT. *
202470*-----------------------------------------------------------*
202480 2284B-CHECK-NDC-DUP.
202490     SET  WK-ND-DUP-FOUND-SW TO 'N'.
202500     SET  WK-ND-DUP-IDX TO 1.
202510     PERFORM 2284D-COMPARE-NDC-SLOT THRU 2284D-EXIT
202520         VARYING WK-ND-DUP-IDX FROM 1 BY 1
202530         UNTIL WK-ND-DUP-IDX >= B-21-NDC-IDX
202540            OR ND-DUP-WAS-FOUND.
202550     IF ND-DUP-WAS-FOUND
202560         MOVE 'NDC '                TO WK-ND-ARRAY-NAME
202570         MOVE B-21-NDC-IDX          TO WK-ND-ENTRY-IDX
202580         MOVE B-21-NDC-CODE-ENTRY(B-21-NDC-IDX)
202590                                    TO WK-ND-ENTRY-VALUE
202600         MOVE 'DUPLICATE ENTRY'     TO WK-ND-REASON
202610         PERFORM 2283E-WRITE-NDC-DEMO-LINE THRU 2283E-EXIT
202620     END-IF.
202630 2284B-EXIT.
202640     EXIT.
202650 2284C-SUM-NDC-DIGIT.
202660     DIVIDE WK-NDC-DIGIT-IDX BY 2
202670         GIVING WK-NDC-CHECK-DOUBLED
202680         REMAINDER WK-NDC-CHECK-REMAINDER.
202690     IF WK-NDC-CHECK-REMAINDER = ZERO
202700         MOVE 2 TO WK-NDC-CHECK-WEIGHT
202710     ELSE
202720         MOVE 1 TO WK-NDC-CHECK-WEIGHT
202730     END-IF.
202740     COMPUTE WK-NDC-CHECK-DOUBLED =
202750             WK-NDC-DIGIT(WK-NDC-DIGIT-IDX) * WK-NDC-CHECK-WEIGHT.
202760     IF WK-NDC-CHECK-DOUBLED > 9
202770         SUBTRACT 9 FROM WK-NDC-CHECK-DOUBLED
202780     END-IF.
202790     ADD  WK-NDC-CHECK-DOUBLED TO WK-NDC-CHECK-SUM.
202800 2284C-EXIT.
202810     EXIT.
202820 2284D-COMPARE-NDC-SLOT.
202830     IF B-21-NDC-CODE-ENTRY(WK-ND-DUP-IDX) =
202840             B-21-NDC-CODE-ENTRY(B-21-NDC-IDX)
202850         SET ND-DUP-WAS-FOUND TO TRUE
202860     END-IF.
202870 2284D-EXIT.
202880     EXIT.
202890*-----------------------------------------------------------*
202900* 2285-CHECK-ONE-DEMO - VALIDATE A SINGLE DEMO-CODE SLOT:    *
202910*                 MALFORMED OR DUPLICATE OF AN EARLIER SLOT. *
202920*-----------------------------------------------------------*
202930 2285-CHECK-ONE-DEMO.
202940     IF B-21-DEMO-CODE-ENTRY(B-21-DEMO-IDX) = SPACES
202950         GO TO 2285-EXIT
202960     END-IF.
202970     IF B-21-DEMO-CODE-ENTRY(B-21-DEMO-IDX) NOT NUMERIC
202980         MOVE 'DEMO'                TO WK-ND-ARRAY-NAME
202990         MOVE B-21-DEMO-IDX         TO WK-ND-ENTRY-IDX
203000         MOVE B-21-DEMO-CODE-ENTRY(B-21-DEMO-IDX)
203010                                    TO WK-ND-ENTRY-VALUE
203020         MOVE 'NOT NUMERIC'         TO WK-ND-REASON
203030         PERFORM 2283E-WRITE-NDC-DEMO-LINE THRU 2283E-EXIT
203040     END-IF.
203050     SET  WK-ND-DUP-FOUND-SW TO 'N'.
203060     SET  WK-ND-DUP-IDX TO 1.
203070     PERFORM 2285A-COMPARE-DEMO-SLOT THRU 2285A-EXIT
203080         VARYING WK-ND-DUP-IDX FROM 1 BY 1
203090         UNTIL WK-ND-DUP-IDX >= B-21-DEMO-IDX
203100            OR ND-DUP-WAS-FOUND.
203110     IF ND-DUP-WAS-FOUND
203120         MOVE 'DEMO'                TO WK-ND-ARRAY-NAME
203130         MOVE B-21-DEMO-IDX         TO WK-ND-ENTRY-IDX
203140         MOVE B-21-DEMO-CODE-ENTRY(B-21-DEMO-IDX)
203150                                    TO WK-ND-ENTRY-VALUE
203160         MOVE 'DUPLICATE ENTRY'     TO WK-ND-REASON
203170         PERFORM 2283E-WRITE-NDC-DEMO-LINE THRU 2283E-EXIT
203180     END-IF.
203190 2285-EXIT.
203200     EXIT.
203210 2285A-COMPARE-DEMO-SLOT.
203220     IF B-21-DEMO-CODE-ENTRY(WK-ND-DUP-IDX) =
203230             B-21-DEMO-CODE-ENTRY(B-21-DEMO-IDX)
203240         SET ND-DUP-WAS-FOUND TO TRUE
203250     END-IF.
203260 2285A-EXIT.
203270     EXIT.
203280*-----------------------------------------------------------*
203290* 2283A-CHECK-NDC-NEWTECH - IF ANY NDC SLOT IS POPULATED,    *
203300*                 CONFIRM AT LEAST ONE OF THE BILL'S         *
203310*                 PROCEDURE CODES MATCHES A NEW-TECHNOLOGY   *
203320*                 PROCEDURE CODE IN NEW-TECH-TABLE - A       *
203330*                 POPULATED NDC WITH NO SUPPORTING NEW-TECH  *
203340*                 PROCEDURE CODE IS FLAGGED AS INCONSISTENT. *
203350*-----------------------------------------------------------*
203360 2283A-CHECK-NDC-NEWTECH.
203370     SET  WK-ND-ANY-POP-SW TO 'N'.
203380     SET  B-21-NDC-IDX TO 1.
203390     PERFORM 2283D-CHECK-ONE-NDC-POP THRU 2283D-EXIT
203400         VARYING B-21-NDC-IDX FROM 1 BY 1
203410         UNTIL B-21-NDC-IDX > 10
203420            OR ND-ANY-NDC-POPULATED.
203430     IF NOT ND-ANY-NDC-POPULATED
203440         GO TO 2283A-EXIT
203450     END-IF.
203460     SET  WK-ND-NT-FOUND-SW TO 'N'.
203470     SET  B-21-PROC-IDX TO 1.
203480     PERFORM 2283B-COMPARE-PROC-CODE THRU 2283B-EXIT
203490         VARYING B-21-PROC-IDX FROM 1 BY 1
203500         UNTIL B-21-PROC-IDX > 25
203510            OR ND-NT-MATCH-WAS-FOUND.
203520     IF NOT ND-NT-MATCH-WAS-FOUND
203530         MOVE 'NDC '                TO WK-ND-ARRAY-NAME
203540         MOVE ZERO                  TO WK-ND-ENTRY-IDX
203550         MOVE SPACES                TO WK-ND-ENTRY-VALUE
203560         MOVE 'NO NEWTECH PROC'     TO WK-ND-REASON
203570         PERFORM 2283E-WRITE-NDC-DEMO-LINE THRU 2283E-EXIT
203580     END-IF.
203590 2283A-EXIT.
203600     EXIT.
203610 2283B-COMPARE-PROC-CODE.
203620     SET  NT-IDX TO 1.
203630     PERFORM 2283C-COMPARE-ONE-NT THRU 2283C-EXIT
203640         VARYING NT-IDX FROM 1 BY 1
203650         UNTIL NT-IDX > WK-NEWTECH-COUNT
203660            OR ND-NT-MATCH-WAS-FOUND.
203670 2283B-EXIT.
203680     EXIT.
203690 2283C-COMPARE-ONE-NT.
203700     IF B-21-PROC-CODE-ENTRY(B-21-PROC-IDX) NOT = SPACES
203710        AND B-21-PROC-CODE-ENTRY(B-21-PROC-IDX) =
203720                NT-PROC-CODE(NT-IDX)
203730         SET ND-NT-MATCH-WAS-FOUND TO TRUE
203740     END-IF.
203750 2283C-EXIT.
203760     EXIT.
203770 2283D-CHECK-ONE-NDC-POP.
203780     IF B-21-NDC-CODE-ENTRY(B-21-NDC-IDX) NOT = SPACES
203790         SET ND-ANY-NDC-POPULATED TO TRUE
203800     END-IF.
203810 2283D-EXIT.
203820     EXIT.
203830*-----------------------------------------------------------*
203840* 2283E-WRITE-NDC-DEMO-LINE - COMMON WRITE FOR ANY NDC/DEMO  *
203850*                 VALIDATION EXCEPTION FINDING.              *
203860*-----------------------------------------------------------*
203870 2283E-WRITE-NDC-DEMO-LINE.
203880     MOVE B-21-PROVIDER-NO        TO WK-ND-PROVIDER-NO.
203890     MOVE B-21-DRG                TO WK-ND-DRG.
203900     MOVE WK-NDC-DEMO-DETAIL-LINE TO NDC-DEMO-LINE.
203910     WRITE NDC-DEMO-LINE.
203920 2283E-EXIT.
203930     EXIT.
203940*===========================================================*
203950* 2286-WRITE-FLX7-PAYMENT - RURAL COMMUNITY HOSPITAL          *
203960*                 DEMONSTRATION (FLX7) PAYMENT REPORT.        *
203970*                 WRITES ONE LINE FOR ANY BILL PRICED WITH A  *
203980*                 NON-ZERO FLX7 DEMONSTRATION PAYMENT AMOUNT. *
203990*===========================================================*
204000 2286-WRITE-FLX7-PAYMENT.
204010     IF REPORTS-POST
204020         GO TO 2286-EXIT
204030     END-IF.
204040     IF PPS-FLX7-PAYMENT NOT = 0
204050         MOVE B-21-PROVIDER-NO      TO WK-FX-PROVIDER-NO
204060         MOVE B-21-DISCHARGE-DATE   TO WK-FX-DISCHARGE-DATE
204070         MOVE B-21-DRG              TO WK-FX-DRG
204080         MOVE PPS-FLX7-PAYMENT      TO WK-FX-FLX7-PAYMENT
204090         MOVE WK-FLX7-DETAIL-LINE   TO FLX7-LINE
204100         WRITE FLX7-LINE
204110     END-IF.
204120 2286-EXIT.
204130     EXIT.
204140*===========================================================*
204150* 2287-WRITE-DSH-BEDCBSA - DSH BED-SIZE/CBSA-SIZE             *
204160*                 CLASSIFICATION EXCEPTION REPORT.  WRITES     *
204170*                 ONE LINE FOR ANY BILL WHOSE PROVIDER FELL     *
204180*                 IN THE UNCAPPED DSH BED-SIZE/CBSA-SIZE        *
204190*                 CATEGORY (100+ BEDS URBAN, OR 500+ BEDS       *
204200*                 RURAL) AND WHOSE OPERATING DSH PERCENTAGE     *
204210*                 ACTUALLY EXCEEDED THE 12% CAP THAT WOULD      *
204220*                 OTHERWISE HAVE APPLIED TO A SMALLER PROVIDER. *
204230*===========================================================*
204240 2287-WRITE-DSH-BEDCBSA.
204250     IF PPS-OPER-DSH > .1200
204260         IF (WA-CBSA-SIZE = 'O' OR 'L') AND PV-BED-SIZE > 99
204270             MOVE B-21-PROVIDER-NO  TO WK-DB-PROVIDER-NO
204280             MOVE WA-CBSA-SIZE      TO WK-DB-CBSA-SIZE
204290             MOVE PV-BED-SIZE       TO WK-DB-BED-SIZE
204300             MOVE PPS-OPER-DSH      TO WK-DB-OPER-DSH
204310             MOVE 'URBAN 100+'      TO WK-DB-CLASS
204320             MOVE WK-DSHBC-DETAIL-LINE TO DSH-BEDCBSA-LINE
204330             WRITE DSH-BEDCBSA-LINE
204340         END-IF
204350         IF WA-CBSA-SIZE = 'R' AND PV-BED-SIZE > 499
204360             MOVE B-21-PROVIDER-NO  TO WK-DB-PROVIDER-NO
204370             MOVE WA-CBSA-SIZE      TO WK-DB-CBSA-SIZE
204380             MOVE PV-BED-SIZE       TO WK-DB-BED-SIZE
204390             MOVE PPS-OPER-DSH      TO WK-DB-OPER-DSH
204400             MOVE 'RURAL 500+'      TO WK-DB-CLASS
204410             MOVE WK-DSHBC-DETAIL-LINE TO DSH-BEDCBSA-LINE
204420             WRITE DSH-BEDCBSA-LINE
204430         END-IF
204440     END-IF.
204450 2287-EXIT.
204460     EXIT.
204470*===========================================================*
204480* 2288-WRITE-IHS-RECLASS - INDIAN HEALTH SERVICE AND          *
204490*                 RECLASSIFIED-RURAL WAGE INDEX USAGE REPORT. *
204500*                 WRITES ONE LINE FOR ANY BILL WHOSE WAGE      *
204510*                 INDEX CAME FROM THE INDIAN-HEALTH-SERVICE     *
204520*                 OVERRIDE, OR WHOSE PROVIDER IS CBSA-          *
204530*                 RECLASSIFIED, OR WHOSE PROVIDER TYPE IS A     *
204540*                 REDESIGNATED-RURAL HOSPITAL.                  *
204550*===========================================================*
204560 2288-WRITE-IHS-RECLASS.
204570     IF WA-INDIAN-HEALTH-WI-USED = 'Y'
204580        OR PV-CBSA-WI-RECLASS
204590        OR PV-REDESIGNATED-RURAL-YR1
204600        OR PV-REDESIGNATED-RURAL-YR2
204610         MOVE B-21-PROVIDER-NO      TO WK-IH-PROVIDER-NO
204620         MOVE B-21-DISCHARGE-DATE   TO WK-IH-DISCHARGE-DATE
204630         MOVE PV-PROVIDER-TYPE      TO WK-IH-PROVIDER-TYPE
204640         MOVE PV-CBSA-SPEC-PAY-IND  TO WK-IH-RECLASS-IND
204650         MOVE WA-INDIAN-HEALTH-WI-USED
204660                                    TO WK-IH-IHS-WI-USED
204670         MOVE WK-IHSRC-DETAIL-LINE  TO IHS-RECLASS-LINE
204680         WRITE IHS-RECLASS-LINE
204690     END-IF.
204700 2288-EXIT.
204710     EXIT.
204720*===========================================================*
204730* 2289-ACCUM-OUTLIER-RECON - IF OUTLIER-RECON-MODE IS ON FOR  *
204740*                 THIS RUN AND THIS BILL PAID WITH A DAY OR   *
204750*                 COST OUTLIER, FIND OR ADD THE PROVIDER/DRG  *
204760*                 ROW AND ACCUMULATE ITS OUTLIER COUNTS AND   *
204770*                 TOTAL OUTLIER PAYMENT.                      *
204780*===========================================================*
204790 2289-ACCUM-OUTLIER-RECON.
204800     IF OUTLIER-RECON-MODE AND PPS-RTC < 50
204810         ADD 1 TO WK-OVU-RECON-BILLS
204820     END-IF.
204830     IF OUTLIER-RECON-MODE
204840        AND (N-PAY-DAYS-OUTLIER OR N-PAY-COST-OUTLIER)
204850         SET OR-SIDX TO 1
204860         SEARCH OR-ENTRY VARYING OR-SIDX
204870             AT END
204880             IF WK-OUTL-RECON-COUNT < 5000
204890               ADD 1 TO WK-OUTL-RECON-COUNT
204900               SET OR-SIDX TO WK-OUTL-RECON-COUNT
204910               MOVE B-21-PROVIDER-NO TO OR-PROVIDER-NO(OR-SIDX)
204920               MOVE B-21-DRG         TO OR-DRG(OR-SIDX)
204930               MOVE 0 TO OR-DAYS-OUTLIER-CNT(OR-SIDX)
204940               MOVE 0 TO OR-COST-OUTLIER-CNT(OR-SIDX)
204950               MOVE 0 TO OR-TOTAL-OUTLIER-PAY(OR-SIDX)
204960             ELSE
204970                 ADD 1 TO WK-TABLE-DROPS
204980                 GO TO 2289-EXIT
204990             END-IF
205000             WHEN OR-PROVIDER-NO(OR-SIDX) = B-21-PROVIDER-NO
205010                 AND OR-DRG(OR-SIDX) = B-21-DRG
205020                 CONTINUE
205030         END-SEARCH
205040         IF N-PAY-DAYS-OUTLIER
205050             ADD 1 TO OR-DAYS-OUTLIER-CNT(OR-SIDX)
205060         END-IF
205070         IF N-PAY-COST-OUTLIER
205080             ADD 1 TO OR-COST-OUTLIER-CNT(OR-SIDX)
205090         END-IF
205100         ADD H-OPER-OUTLIER-PART TO OR-TOTAL-OUTLIER-PAY(OR-SIDX)
205110     END-IF.
205120 2289-EXIT.
205130     EXIT.
205140*===========================================================*
205150* 2290-WRITE-CAPI-BLEND - IF THIS BILL DREW A NONZERO        *
205160*                 CAPITAL PAYMENT, LOG THE OLD-HOLD-HARMLESS *
205170*                 AMOUNT, THE NATIONAL AND PUERTO RICO GAFS,  *
205180*                 THE BLENDED GAF PPCAL215 ACTUALLY USED, AND*
205190*                 THE LARGE-URBAN ADD-ON FACTOR ALONGSIDE    *
205200*                 THE RESULTING TOTAL CAPITAL PAYMENT.       *
205210*===========================================================*
205220 2290-WRITE-CAPI-BLEND.
205230     IF PPS-CAPI-TOTAL-PAY NOT = 0
205240         MOVE B-21-PROVIDER-NO     TO WK-CG-PROVIDER-NO
205250         MOVE B-21-DRG             TO WK-CG-DRG
205260         MOVE H-CAPI-OLD-HARMLESS  TO WK-CG-OLD-HARMLESS
205270         MOVE H-CAPI-GAF           TO WK-CG-NATL-GAF
205280         MOVE H-PR-CAPI-GAF        TO WK-CG-PR-GAF
205290         MOVE H-BLEND-GAF          TO WK-CG-BLEND-GAF
205300         MOVE H-CAPI-LARG-URBAN    TO WK-CG-LARG-URBAN
205310         MOVE PPS-CAPI-TOTAL-PAY   TO WK-CG-CAPI-TOTAL-PAY
205320         MOVE WK-CAPIGAF-DETAIL-LINE TO CAPI-GAF-LINE
205330         WRITE CAPI-GAF-LINE
205340     END-IF.
205350 2290-EXIT.
205360     EXIT.
205370*===========================================================*
205380* 2291-WRITE-TWOMID-FACTOR - IF PPCAL215'S MID-TAB LOOKUP     *
205390*                 PRODUCED OTHER THAN THE NEUTRAL TWO-        *
205400*                 MIDNIGHT/SHORT-STAY ADJUSTMENT FACTOR OF    *
205410*                 1.0000, LOG THE FACTOR ALONGSIDE THE        *
205420*                 BILL'S RESULTING TOTAL PAYMENT.             *
205430*===========================================================*
205440 2291-WRITE-TWOMID-FACTOR.
205450     IF H-SHORT-STAY-ADJ NOT = 1
205460         MOVE B-21-PROVIDER-NO     TO WK-TM-PROVIDER-NO
205470         MOVE B-21-DRG             TO WK-TM-DRG
205480         MOVE B-21-DISCHARGE-DATE  TO WK-TM-DISCHARGE-DATE
205490         MOVE H-SHORT-STAY-ADJ     TO WK-TM-FACTOR
205500         MOVE PPS-TOTAL-PAYMENT    TO WK-TM-TOTAL-PAYMENT
205510         MOVE WK-TWOMID-DETAIL-LINE TO TWO-MIDNIGHT-LINE
205520         WRITE TWO-MIDNIGHT-LINE
205530     END-IF.
205540 2291-EXIT.
205550     EXIT.
205560*===========================================================*
205570* 2292-VALIDATE-MODEL1-LOWVOL - A CLAIM CAN CARRY BOTH THE    *
205580*                 LOW-VOLUME HOSPITAL ADD-ON AND THE BPCI     *
205590*                 MODEL 1 BUNDLE DISCOUNT AT THE SAME TIME,   *
205600*                 SINCE ONE IS KEYED OFF THE PROVIDER'S       *
205610*                 TEMPORARY-RELIEF STATUS AND THE OTHER OFF   *
205620*                 ITS DEMONSTRATION PARTICIPATION.  WHEN BOTH *
205630*                 FIRE ON THE SAME BILL, LOG EACH ADJUSTMENT'S*
205640*                 DOLLAR EFFECT SEPARATELY SO THE STACKING    *
205650*                 ORDER CAN BE CONFIRMED AGAINST POLICY.      *
205660*===========================================================*
205670 2292-VALIDATE-MODEL1-LOWVOL.
205680     IF H-LOW-VOL-PAYMENT > 0
205690         AND PPS-MODEL1-BUNDLE-DISPRCNT > 0
205700         MOVE B-21-PROVIDER-NO     TO WK-ML-PROVIDER-NO
205710         MOVE B-21-DRG             TO WK-ML-DRG
205720         MOVE B-21-DISCHARGE-DATE  TO WK-ML-DISCHARGE-DATE
205730         MOVE H-LOW-VOL-PAYMENT    TO WK-ML-LOW-VOL-AMT
205740         MOVE PPS-BUNDLE-ADJUST-AMT OF
205750                        PPS-ADDITIONAL-PAY-INFO-DATA
205760                                   TO WK-ML-BUNDLE-ADJ-AMT
205770         MOVE PPS-TOTAL-PAYMENT    TO WK-ML-TOTAL-PAYMENT
205780         MOVE WK-M1LV-DETAIL-LINE  TO MODEL1-LOWVOL-LINE
205790         WRITE MODEL1-LOWVOL-LINE
205800     END-IF.
205810 2292-EXIT.
205820     EXIT.
205830*===========================================================*
205840* 2293-VALIDATE-COUNTY-CBSA - LOOK UP THE PROVIDER'S COUNTY   *
205850*                 CODE IN THE STANDARD COUNTY-TO-CBSA         *
205860*                 CROSSWALK AND COMPARE THE RESULT TO THE      *
205870*                 CBSA CARRIED ON THE PROVIDER RECORD.  WHEN    *
205880*                 THE TWO DISAGREE, THE PROVIDER RECORD'S CBSA  *
205890*                 MAY BE STALE OR THE PROVIDER MAY BE          *
205900*                 RECLASSIFIED ON PURPOSE, SO LOG THE           *
205910*                 MISMATCH FOR MANUAL REVIEW RATHER THAN        *
205920*                 OVERRIDING EITHER VALUE.                     *
205930*===========================================================*
205940 2293-VALIDATE-COUNTY-CBSA.
205950     SET WK-CX-FOUND-SW TO 'N'.
205960     SET CX1 TO 1.
205970     SEARCH CC-DATA VARYING CX1
205980         AT END
205990             CONTINUE
206000         WHEN CC-COUNTY-CODE(CX1) = PV-COUNTY-CODE
206010             SET CX-WAS-FOUND TO TRUE
206020     END-SEARCH.
206030     IF CX-WAS-FOUND
206040         AND CC-CBSA(CX1) NOT = PV-CBSA-GEO-LOC
206050         MOVE B-21-PROVIDER-NO   TO WK-CX-PROVIDER-NO
206060     MOVE PV-COUNTY-CODE     TO WK-CX-COUNTY-CODE
206070         MOVE PV-CBSA-GEO-LOC    TO WK-CX-PROV-CBSA
206080         MOVE CC-CBSA(CX1)       TO WK-CX-EXPECT-CBSA
206090         MOVE WK-CX-DETAIL-LINE  TO CBSA-XREF-LINE
206100         WRITE CBSA-XREF-LINE
206110     END-IF.
206120 2293-EXIT.
206130     EXIT.
206140*===========================================================*
206150* 2294-ACCUM-BILL-TYPE - LOOK UP THIS BILL'S REVIEW CODE IN   *
206160*                 THE BILL-TYPE DESCRIPTION TABLE AND BUMP    *
206170*                 ITS FREQUENCY COUNTER FOR THE END-OF-RUN     *
206180*                 REVIEW-CODE/BILL-TYPE DISTRIBUTION REPORT.   *
206190*===========================================================*
206200 2294-ACCUM-BILL-TYPE.
206210     SET WK-BT-FOUND-SW TO 'N'.
206220     SET BT-IDX TO 1.
206230     SEARCH BILL-TYPE-DESC-ENTRY VARYING BT-IDX
206240         AT END CONTINUE
206250         WHEN BT-DESC-CODE(BT-IDX) = B-21-REVIEW-CODE
206260             SET BT-DESC-WAS-FOUND TO TRUE
206270     END-SEARCH.
206280     IF BT-DESC-WAS-FOUND
206290         SET BT-FREQ-IDX TO BT-IDX
206300         ADD 1 TO BT-FREQ-COUNT(BT-FREQ-IDX)
206310     END-IF.
206320 2294-EXIT.
206330     EXIT.
206340*===========================================================*
206350* 2295-WRITE-DRG480 - IF THIS BILL WAS PAID UNDER THE         *
206360*                 REVIEW-CODE-08 (N-PAY-DRG-480) SPECIAL        *
206370*                 PAYMENT METHODOLOGY, LOG IT TO THE DRG-480    *
206380*                 CLAIM TRACKING REPORT.                       *
206390*===========================================================*
206400 2295-WRITE-DRG480.
206410     IF N-PAY-DRG-480
206420         MOVE B-21-PROVIDER-NO    TO WK-D480-PROVIDER-NO
206430         MOVE B-21-DRG            TO WK-D480-DRG
206440         MOVE B-21-DISCHARGE-DATE TO WK-D480-DISCHG-DATE
206450         MOVE PPS-TOTAL-PAYMENT   TO WK-D480-PAYMENT
206460         MOVE WK-D480-DETAIL-LINE TO DRG480-LINE
206470         WRITE DRG480-LINE
206480     END-IF.
206490 2295-EXIT.
206500     EXIT.
206510*===========================================================*
206520* 2296-WRITE-BN-FACTOR-CHAIN - LOG THE NATIONAL LABOR/         *
206530*                 NONLABOR PERCENTAGES, WAGE INDEX, OPERATING  *
206540*                 COLA, ANNUAL UPDATE FACTOR, AND DRG WEIGHT    *
206550*                 THAT PPDRV215 COMBINED TO BUILD THIS BILL'S    *
206560*                 OPERATING FEDERAL RATE, SO THE FACTOR CHAIN    *
206570*                 BEHIND THE BUDGET-NEUTRAL STANDARDIZED AMOUNT  *
206580*                 CAN BE COMPARED BILL-FOR-BILL AGAINST A PRIOR  *
206590*                 RUN WHENEVER CMS CHANGES ANY OF THOSE FACTORS. *
206600*===========================================================*
206610 2296-WRITE-BN-FACTOR-CHAIN.
206620     IF REPORTS-POST
206630         GO TO 2296-EXIT
206640     END-IF.
206650     MOVE B-21-PROVIDER-NO       TO WK-BNF-PROVIDER-NO.
206660     MOVE B-21-DRG               TO WK-BNF-DRG.
206670     MOVE B-21-DISCHARGE-DATE    TO WK-BNF-DISCHG-DATE.
206680     MOVE PPS-NAT-LABOR          TO WK-BNF-NAT-LABOR.
206690     MOVE PPS-NAT-NLABOR         TO WK-BNF-NAT-NLABOR.
206700     MOVE PPS-UPDATE-FACTOR      TO WK-BNF-UPDATE-FACTOR.
206710     MOVE PPS-DRG-WT             TO WK-BNF-DRG-WT.
206720     MOVE PPS-OPER-COLA          TO WK-BNF-OPER-COLA.
206730     MOVE WK-BNF-DETAIL-LINE     TO BN-FACTOR-LINE.
206740     WRITE BN-FACTOR-LINE.
206750 2296-EXIT.
206760     EXIT.
206770*===========================================================*
206780* 2297-VALIDATE-AK-HI-COLA - CROSS-CHECK THE PROVIDER'S STATE  *
206790*                 CODE (PV-STATE) AGAINST THE OPERATING COLA    *
206800*                 PPDRV215 RETURNED (PPS-OPER-COLA).  ONLY      *
206810*                 ALASKA/HAWAII PROVIDERS MAY CARRY A COLA      *
206820*                 OTHER THAN 1.000; LOG A BILL TO THE COLA       *
206830*                 VALIDATION EXCEPTION REPORT WHENEVER THAT      *
206840*                 RULE IS VIOLATED IN EITHER DIRECTION.          *
206850*===========================================================*
206860 2297-VALIDATE-AK-HI-COLA.
206870     MOVE SPACES TO WK-CLV-REASON.
206880     IF (PV-STATE-ALASKA OR PV-STATE-HAWAII)
206890             AND PPS-OPER-COLA = 1.000
206900         MOVE 'AK/HI PROVIDER PRICED WITH NO COLA APPLIED'
206910             TO WK-CLV-REASON
206920     END-IF.
206930     IF NOT (PV-STATE-ALASKA OR PV-STATE-HAWAII)
206940             AND PPS-OPER-COLA NOT = 1.000
206950         MOVE 'COLA APPLIED TO A NON-AK/HI PROVIDER'
206960             TO WK-CLV-REASON
206970     END-IF.
206980     IF WK-CLV-REASON NOT = SPACES
206990         MOVE B-21-PROVIDER-NO     TO WK-CLV-PROVIDER-NO
207000         MOVE PV-STATE             TO WK-CLV-STATE
207010         MOVE PPS-OPER-COLA        TO WK-CLV-COLA
207020         MOVE WK-CLV-DETAIL-LINE   TO COLA-VALID-LINE
207030         WRITE COLA-VALID-LINE
207040     END-IF.
207050 2297-EXIT.
207060     EXIT.
207070*===========================================================*
207080* 2298-CHECK-LARGE-URBAN-FLOOR - FOR A BILL IN A LARGE-URBAN   *
207090*                 CBSA (WA-CBSA-SIZE = 'L') WHERE THE RURAL/    *
207100*                 IMPUTED WAGE-INDEX FLOOR FIRED, LOG THE WAGE   *
207110*                 INDEX BEFORE/AFTER THE FLOOR TO THE FLOOR      *
207120*                 COMPLIANCE REPORT, FLAGGING THE BILL AS A      *
207130*                 VIOLATION IF THE FLOOR EVER LOWERED RATHER     *
207140*                 THAN RAISED THE WAGE INDEX.                    *
207150*===========================================================*
207160 2298-CHECK-LARGE-URBAN-FLOOR.
207170     IF WA-CBSA-SIZE = 'L' AND WA-RURAL-FLOOR-FIRED = 'Y'
207180         MOVE B-21-PROVIDER-NO      TO WK-LUF-PROVIDER-NO
207190         MOVE B-21-DRG              TO WK-LUF-DRG
207200         MOVE B-21-DISCHARGE-DATE   TO WK-LUF-DISCHG-DATE
207210         MOVE WA-WI-BEFORE-FLOOR    TO WK-LUF-WI-BEFORE
207220         MOVE WA-WI-AFTER-FLOOR     TO WK-LUF-WI-AFTER
207230         IF WA-WI-AFTER-FLOOR < WA-WI-BEFORE-FLOOR
207240             MOVE 'FLOOR VIOLATION'   TO WK-LUF-STATUS
207250         ELSE
207260             MOVE 'COMPLIANT'         TO WK-LUF-STATUS
207270         END-IF
207280         MOVE WK-LUF-DETAIL-LINE    TO LARGURB-FLR-LINE
207290         WRITE LARGURB-FLR-LINE
207300     END-IF.
207310 2298-EXIT.
207320     EXIT.
207330*===========================================================*
207340* 2299-VALIDATE-CALC-VERS - LOOK UP THE PPCALxxx MODULE        *
207350*                 PPDRV215 DISPATCHED THIS BILL TO              *
207360*                 (WA-FY-MODULE-DISPATCHED) IN THE LOADED  *
207370*                 DISPATCH CONTROL TABLE (OR, WITH NONE     *
207380*                 LOADED, THE MODULE/CAL-VERSION CROSSWALK  *
207390*                 TABLE), AND COMPARE THE EXPECTED          *
207400*                 CAL-VERSION AGAINST THE ALPHANUMERIC      *
207410*                 VERSION STAMP THE MODULE ACTUALLY         *
207420*                 RETURNED (PPS-CALC-VERS), LOGGING A       *
207430*                 MISMATCH TO THE VERSION-CONSISTENCY       *
207440*                 EXCEPTION REPORT.                         *
207450*===========================================================*
207460 2299-VALIDATE-CALC-VERS.
207470     SET WK-CV-FOUND-SW TO 'N'.
207480     MOVE SPACES TO WK-CV-EXPECT-VERS.
207490     IF DSPC-COUNT > 0
207500         PERFORM 2299A-FIND-DISPATCH-ROW THRU 2299A-EXIT
207510             VARYING DSPC-SIDX FROM 1 BY 1
207520             UNTIL DSPC-SIDX > DSPC-COUNT
207530                OR CV-DESC-WAS-FOUND
207540     ELSE
207550         SET CV-IDX TO 1
207560         SEARCH CALC-VERS-DESC-ENTRY VARYING CV-IDX
207570             AT END CONTINUE
207580             WHEN CV-DESC-MODULE(CV-IDX) = WA-FY-MODULE-DISPATCHED
207590                 SET CV-DESC-WAS-FOUND TO TRUE
207600                 MOVE CV-DESC-VERSION(CV-IDX) TO WK-CV-EXPECT-VERS
207610         END-SEARCH
207620     END-IF.
207630     MOVE SPACES TO WK-CXV-REASON.
207640     IF CV-DESC-WAS-FOUND
207650         IF WK-CV-EXPECT-VERS NOT = PPS-CALC-VERS
207660             MOVE 'VERSION STAMP DOES NOT MATCH MODULE DISPATCHED'
207670                 TO WK-CXV-REASON
207680         END-IF
207690     ELSE
207700         MOVE 'DISPATCHED MODULE NOT IN CROSSWALK TABLE'
207710             TO WK-CXV-REASON
207720     END-IF.
207730     IF WK-CXV-REASON NOT = SPACES
207740         MOVE B-21-PROVIDER-NO       TO WK-CXV-PROVIDER-NO
207750         MOVE B-21-DRG               TO WK-CXV-DRG
207760         MOVE WA-FY-MODULE-DISPATCHED TO WK-CXV-MODULE
207770         IF CV-DESC-WAS-FOUND
207780             MOVE WK-CV-EXPECT-VERS       TO WK-CXV-EXPECT-VERS
207790         ELSE
207800             MOVE SPACES                  TO WK-CXV-EXPECT-VERS
207810         END-IF
207820         MOVE PPS-CALC-VERS          TO WK-CXV-ACTUAL-VERS
207830         MOVE WK-CXV-DETAIL-LINE     TO CALC-VERS-LINE
207840         WRITE CALC-VERS-LINE
207850     END-IF.
207860 2299-EXIT.
207870     EXIT.
207880 2299A-FIND-DISPATCH-ROW.
207890     IF DSPC-IS-ACTIVE(DSPC-SIDX)
207900        AND DSPC-MODULE(DSPC-SIDX) = WA-FY-MODULE-DISPATCHED
207910         SET CV-DESC-WAS-FOUND TO TRUE
207920         MOVE DSPC-CAL-VERSION(DSPC-SIDX) TO WK-CV-EXPECT-VERS
207930     END-IF.
207940 2299A-EXIT.
207950     EXIT.
207960*===========================================================*
207970* 2300-SIMULATE-DRG-YOY-IMPACT - IF THIS BILL'S DRG IS FOUND   *
207980*                 IN THE PRIOR-FISCAL-YEAR DRG-HIST-TABLE,      *
207990*                 COMPARE THIS YEAR'S DRG WEIGHT AGAINST LAST   *
208000*                 YEAR'S PUBLISHED WEIGHT AND ESTIMATE THE      *
208010*                 PORTION OF THE BILL'S TOTAL PAYMENT ATTRIB-    *
208020*                 UTABLE TO THE WEIGHT CHANGE ALONE.             *
208030*===========================================================*
208040 2300-SIMULATE-DRG-YOY-IMPACT.
208050     SET WK-DH-FOUND-SW TO 'N'.
208060     SET DH-SIDX TO 1.
208070     SEARCH DH-ENTRY VARYING DH-SIDX
208080         AT END CONTINUE
208090         WHEN DH-DRG(DH-SIDX) = B-21-DRG
208100             SET DH-WAS-FOUND TO TRUE
208110     END-SEARCH.
208120     IF DH-WAS-FOUND
208130         MOVE B-21-PROVIDER-NO    TO WK-DYY-PROVIDER-NO
208140         MOVE B-21-DRG            TO WK-DYY-DRG
208150         MOVE PPS-DRG-WT          TO WK-DYY-CUR-WT
208160         MOVE DH-PRIORYR-WT(DH-SIDX) TO WK-DYY-PRIORYR-WT
208170         COMPUTE WK-DYY-WT-DELTA =
208180             PPS-DRG-WT - DH-PRIORYR-WT(DH-SIDX)
208190         EVALUATE TRUE
208200             WHEN WK-DYY-WT-DELTA > 0
208210                 MOVE 'INCREASED' TO WK-DYY-DIRECTION
208220             WHEN WK-DYY-WT-DELTA < 0
208230                 MOVE 'DECREASED' TO WK-DYY-DIRECTION
208240             WHEN OTHER
208250                 MOVE 'NO CHANGE' TO WK-DYY-DIRECTION
208260         END-EVALUATE
208270         IF PPS-DRG-WT NOT = ZERO
208280             COMPUTE WK-DYY-PYMT-IMPACT-N ROUNDED =
208290                 PPS-TOTAL-PAYMENT * WK-DYY-WT-DELTA / PPS-DRG-WT
208300         ELSE
208310             MOVE ZERO TO WK-DYY-PYMT-IMPACT-N
208320         END-IF
208330         MOVE WK-DYY-PYMT-IMPACT-N TO WK-DYY-PYMT-IMPACT
208340         MOVE WK-DYY-DETAIL-LINE  TO DRG-YOY-LINE
208350         WRITE DRG-YOY-LINE
208360     END-IF.
208370 2300-EXIT.
208380     EXIT.
208390*===========================================================*
208400* 2350-CHECK-TRACE - WHEN TRACE MODE IS ON AND THIS BILL     *
208410*                 MATCHES THE PARAMETER CARD, WRITE THE      *
208420*                 STEP-BY-STEP PAYMENT WALK-THROUGH FOR IT.  *
208430*===========================================================*
208440 2350-CHECK-TRACE.
208450     IF NOT TRACE-MODE
208460         GO TO 2350-EXIT
208470     END-IF.
208480     IF B-21-PROVIDER-NO NOT = WK-TRC-PROVIDER
208490         GO TO 2350-EXIT
208500     END-IF.
208510     IF WK-TRC-DATE NOT = SPACES
208520        AND B-21-DISCHARGE-DATE NOT = WK-TRC-DATE
208530         GO TO 2350-EXIT
208540     END-IF.
208550     ADD 1 TO WK-BILLS-TRACED.
208560     MOVE WK-TRACE-RULE-LINE   TO TRACE-LINE.
208570     WRITE TRACE-LINE.
208580     MOVE B-21-PROVIDER-NO     TO WK-TH-PROVIDER-NO.
208590     MOVE B-21-DRG             TO WK-TH-DRG.
208600     MOVE B-21-DISCHARGE-DATE  TO WK-TH-DISCHARGE.
208610     MOVE PPS-RTC              TO WK-TH-RTC.
208620     MOVE WK-TRACE-HEAD-LINE   TO TRACE-LINE.
208630     WRITE TRACE-LINE.
208640     MOVE 'BILL LENGTH OF STAY'        TO WK-TRC-LABEL.
208650     MOVE B-21-LOS                     TO WK-TRC-AMOUNT.
208660     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208670     MOVE 'BILL COVERED DAYS'          TO WK-TRC-LABEL.
208680     MOVE B-21-COVERED-DAYS            TO WK-TRC-AMOUNT.
208690     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208700     MOVE 'BILL CHARGES CLAIMED'       TO WK-TRC-LABEL.
208710     MOVE B-21-CHARGES-CLAIMED         TO WK-TRC-AMOUNT.
208720     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208730     MOVE 'NATIONAL LABOR RATE'        TO WK-TRC-LABEL.
208740     MOVE H-NAT-LABOR                  TO WK-TRC-AMOUNT.
208750     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208760     MOVE 'NATIONAL NONLABOR RATE'     TO WK-TRC-LABEL.
208770     MOVE H-NAT-NONLABOR               TO WK-TRC-AMOUNT.
208780     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208790     MOVE 'LABOR SHARE PCT'            TO WK-TRC-LABEL.
208800     MOVE H-LABOR-PCT                  TO WK-TRC-AMOUNT.
208810     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208820     MOVE 'NONLABOR SHARE PCT'         TO WK-TRC-LABEL.
208830     MOVE H-NONLABOR-PCT               TO WK-TRC-AMOUNT.
208840     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208850     MOVE 'WAGE INDEX USED'            TO WK-TRC-LABEL.
208860     MOVE H-WAGE-INDEX                 TO WK-TRC-AMOUNT.
208870     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208880     MOVE 'DRG WEIGHT USED'            TO WK-TRC-LABEL.
208890     MOVE H-DRG-WT                     TO WK-TRC-AMOUNT.
208900     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208910     MOVE 'DRG AVERAGE LOS'            TO WK-TRC-LABEL.
208920     MOVE H-ALOS                       TO WK-TRC-AMOUNT.
208930     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208940     MOVE 'OPERATING COLA'             TO WK-TRC-LABEL.
208950     MOVE H-OPER-COLA                  TO WK-TRC-AMOUNT.
208960     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
208970     MOVE 'OPER HSP PART (HOLD)'       TO WK-TRC-LABEL.
208980     MOVE H-OPER-HSP-PART              TO WK-TRC-AMOUNT.
208990     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209000     MOVE 'OPER FSP PART (HOLD)'       TO WK-TRC-LABEL.
209010     MOVE H-OPER-FSP-PART              TO WK-TRC-AMOUNT.
209020     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209030     MOVE 'OPER OUTLIER PART (HOLD)'   TO WK-TRC-LABEL.
209040     MOVE H-OPER-OUTLIER-PART          TO WK-TRC-AMOUNT.
209050     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209060     MOVE 'OPER IME ADJUSTMENT'        TO WK-TRC-LABEL.
209070     MOVE PPS-OPER-IME-ADJ             TO WK-TRC-AMOUNT.
209080     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209090     MOVE 'OPER DSH ADJUSTMENT'        TO WK-TRC-LABEL.
209100     MOVE PPS-OPER-DSH-ADJ             TO WK-TRC-AMOUNT.
209110     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209120     MOVE 'UNCOMPENSATED CARE AMOUNT'  TO WK-TRC-LABEL.
209130     MOVE PPS-UNCOMP-CARE-AMOUNT       TO WK-TRC-AMOUNT.
209140     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209150     MOVE 'NEW TECH ADD-ON'            TO WK-TRC-LABEL.
209160     MOVE PPS-NEW-TECH-PAY-ADD-ON      TO WK-TRC-AMOUNT.
209170     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209180     MOVE 'LOW VOLUME ADD-ON'          TO WK-TRC-LABEL.
209190     MOVE H-LOW-VOL-PAYMENT            TO WK-TRC-AMOUNT.
209200     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209210     MOVE 'READMISSION ADJUSTMENT'     TO WK-TRC-LABEL.
209220     MOVE PPS-READMIS-ADJUST-AMT       TO WK-TRC-AMOUNT.
209230     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209240     MOVE 'VALUE BASED PURCH ADJ'      TO WK-TRC-LABEL.
209250     MOVE PPS-VAL-BASED-PURCH-ADJUST-AMT TO WK-TRC-AMOUNT.
209260     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209270     MOVE 'HAC PENALTY AMOUNT'         TO WK-TRC-LABEL.
209280     MOVE PPS-HAC-PAYMENT-AMT          TO WK-TRC-AMOUNT.
209290     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209300     MOVE 'EHR ADJUSTMENT AMOUNT'      TO WK-TRC-LABEL.
209310     MOVE PPS-EHR-ADJUST-AMT           TO WK-TRC-AMOUNT.
209320     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209330     MOVE 'BUNDLE ADJUSTMENT AMOUNT'   TO WK-TRC-LABEL.
209340     MOVE PPS-BUNDLE-ADJUST-AMT OF
209350         PPS-ADDITIONAL-PAY-INFO-DATA  TO WK-TRC-AMOUNT.
209360     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209370     MOVE 'CAPITAL TOTAL PAYMENT'      TO WK-TRC-LABEL.
209380     MOVE PPS-CAPI-TOTAL-PAY           TO WK-TRC-AMOUNT.
209390     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209400     MOVE 'ISLET ISOLATION ADD-ON'     TO WK-TRC-LABEL.
209410     MOVE PPS-ISLET-ISOL-PAY-ADD-ON    TO WK-TRC-AMOUNT.
209420     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209430     MOVE 'FINAL TOTAL PAYMENT'        TO WK-TRC-LABEL.
209440     MOVE PPS-TOTAL-PAYMENT            TO WK-TRC-AMOUNT.
209450     PERFORM 2355-WRITE-TRACE-LINE THRU 2355-EXIT.
209460 2350-EXIT.
209470     EXIT.
209480 2355-WRITE-TRACE-LINE.
209490     MOVE WK-TRACE-DETAIL-LINE TO TRACE-LINE.
209500     WRITE TRACE-LINE.
209510 2355-EXIT.
209520     EXIT.
209530*===========================================================*
209540* 2360-COMPARE-PRIOR - IN RE-PRICE COMPARISON MODE, MATCH    *
209550*                 THE BILL JUST PRICED TO THE PRIOR RUN'S    *
209560*                 RESULT ROW (ADVANCING OVER PRIOR-ONLY ROWS *
209570*                 AND REVERSAL CREDITS) AND WRITE THE        *
209580*                 OLD/NEW/DELTA DIFFERENCE LINE, ROLLING THE *
209590*                 RUN-LEVEL MORE/LESS/UNCHANGED TALLIES.     *
209600*===========================================================*
209610 2360-COMPARE-PRIOR.
209620     IF NOT COMPARE-MODE
209630         GO TO 2360-EXIT
209640     END-IF.
209650*    RECYCLED-PEND AND REWORKED BILLS HAVE NO ROW IN THE
209660*    PRIOR RUN'S EXTRACT - COMPARING ONE WOULD EAT THE
209670*    PRIOR FILE TO EOF AND BREAK THE FORWARD MATCH.
209680     IF WK-BILL-SOURCE NOT = SPACE
209690         GO TO 2360-EXIT
209700     END-IF.
209710     MOVE 'N' TO WK-PRIOR-MATCH-SW.
209720     PERFORM 2362-READ-PRIOR-ROW THRU 2362-EXIT
209730         UNTIL PRIOR-AT-EOF OR PRIOR-ROW-MATCHED.
209740     IF NOT PRIOR-ROW-MATCHED
209750         ADD 1 TO WK-CMP-NEW-ONLY
209760         GO TO 2360-EXIT
209770     END-IF.
209780     COMPUTE WK-CMP-DELTA =
209790         PPS-TOTAL-PAYMENT - PP-PPS-TOTAL-PAYMENT.
209800     ADD WK-CMP-DELTA TO WK-CMP-NET-DELTA.
209810     EVALUATE TRUE
209820         WHEN WK-CMP-DELTA > 0
209830             ADD 1 TO WK-CMP-PAID-MORE
209840         WHEN WK-CMP-DELTA < 0
209850             ADD 1 TO WK-CMP-PAID-LESS
209860         WHEN OTHER
209870             ADD 1 TO WK-CMP-UNCHANGED
209880     END-EVALUATE.
209890     MOVE B-21-PROVIDER-NO      TO WK-CM-PROVIDER-NO.
209900     MOVE B-21-DRG              TO WK-CM-DRG.
209910     MOVE B-21-DISCHARGE-DATE   TO WK-CM-DISCHARGE.
209920     MOVE PP-PPS-RTC            TO WK-CM-OLD-RTC.
209930     MOVE PPS-RTC               TO WK-CM-NEW-RTC.
209940     MOVE PP-PPS-TOTAL-PAYMENT  TO WK-CM-OLD-PAY.
209950     MOVE PPS-TOTAL-PAYMENT     TO WK-CM-NEW-PAY.
209960     MOVE WK-CMP-DELTA          TO WK-CM-DELTA.
209970     MOVE PP-PPS-WAGE-INDX      TO WK-CM-OLD-WI.
209980     MOVE PPS-WAGE-INDX         TO WK-CM-NEW-WI.
209990     MOVE WK-CMP-DETAIL-LINE    TO PRICE-DIFF-LINE.
210000     WRITE PRICE-DIFF-LINE.
210010 2360-EXIT.
210020     EXIT.
210030 2362-READ-PRIOR-ROW.
210040     READ PRIOR-PPS-FILE
210050         AT END
210060             SET PRIOR-AT-EOF TO TRUE
210070             GO TO 2362-EXIT
210080     END-READ.
210090     IF PP-DEBIT-CREDIT-IND = 'C'
210100         GO TO 2362-EXIT
210110     END-IF.
210120     IF PP-BILL-SOURCE NOT = SPACE
210130         GO TO 2362-EXIT
210140     END-IF.
210150     IF PP-PROVIDER-NO = B-21-PROVIDER-NO
210160        AND PP-DRG = B-21-DRG
210170        AND PP-DISCHARGE-DATE = B-21-DISCHARGE-DATE
210180         SET PRIOR-ROW-MATCHED TO TRUE
210190     ELSE
210200         ADD 1 TO WK-CMP-PRIOR-ONLY
210210     END-IF.
210220 2362-EXIT.
210230     EXIT.
210240*===========================================================*
210250* 2270-WRITE-CHECKPOINT - EVERY WK-CHECKPOINT-INTERVAL BILLS,*
210260*                 REWRITE THE CHECKPOINT FILE WITH THE TOTAL *
210270*                 NUMBER OF RAW BILL-FILE-IN RECORDS READ SO *
210280*                 FAR (INCLUDING ANY SKIPPED BY A PRIOR       *
210290*                 RESTART), SO A LATER ABEND RESTARTS BY      *
210300*                 POSITION, NOT BY HOW MANY PRICED CLEANLY.   *
210310*                 THE SAME INTERVAL ALSO RE-SNAPSHOTS THE     *
210320*                 DISPATCH-COVERAGE REPORT, SO AN ABEND THAT  *
210330*                 NEVER REACHES 9000-TERMINATE STILL LEAVES   *
210340*                 A COVERAGE REPORT CURRENT AS OF THE LAST    *
210350*                 CHECKPOINT, NOT NO REPORT AT ALL.           *
210360*===========================================================*
210370*===========================================================*
210380* 2375-WRITE-HEARTBEAT - EVERY WK-HB-INTERVAL BILLS,         *
210390* REWRITE THE LIVE PROGRESS HEARTBEAT FILE: COUNTS SO FAR,   *
210400* CURRENT PROVIDER, CHECKPOINT SEQUENCE, THROUGHPUT, AND     *
210410* THE ESTIMATED SECONDS REMAINING WHEN THE RUN-CONTROL       *
210420* SUPPLIED AN EXPECTED BILL COUNT.                           *
210430*===========================================================*
210440 2375-WRITE-HEARTBEAT.
210450     DIVIDE WK-BILLS-READ BY WK-HB-INTERVAL
210460         GIVING WK-HB-QUOT
210470         REMAINDER WK-HB-REMAINDER.
210480     IF WK-HB-REMAINDER NOT = 0
210490         GO TO 2375-EXIT
210500     END-IF.
210510     ACCEPT WK-HB-NOW-TIME FROM TIME.
210520     COMPUTE WK-HB-NOW-HUND =
210530         WK-HB-NOW-HH * 360000 + WK-HB-NOW-MM * 6000
210540         + WK-HB-NOW-SS * 100 + WK-HB-NOW-HD.
210550     IF WK-HB-NOW-HUND > WK-HB-START-HUND
210560         COMPUTE WK-HB-ELAPSED-SECS =
210570             (WK-HB-NOW-HUND - WK-HB-START-HUND) / 100
210580     ELSE
210590         MOVE ZEROES TO WK-HB-ELAPSED-SECS
210600     END-IF.
210610     IF WK-HB-ELAPSED-SECS > 0
210620         COMPUTE WK-HB-THROUGHPUT ROUNDED =
210630             WK-BILLS-READ / WK-HB-ELAPSED-SECS
210640             ON SIZE ERROR MOVE 0 TO WK-HB-THROUGHPUT
210650     ELSE
210660         MOVE ZEROES TO WK-HB-THROUGHPUT
210670     END-IF.
210680     IF WK-HB-EXPECTED > WK-BILLS-READ
210690        AND WK-HB-THROUGHPUT > 0
210700         COMPUTE WK-HB-REMAIN-SECS ROUNDED =
210710             (WK-HB-EXPECTED - WK-BILLS-READ)
210720             / WK-HB-THROUGHPUT
210730             ON SIZE ERROR MOVE 0 TO WK-HB-REMAIN-SECS
210740     ELSE
210750         MOVE ZEROES TO WK-HB-REMAIN-SECS
210760     END-IF.
210770     MOVE WK-HB-NOW-TIME(1:6) TO WK-HB-TIME.
210780     MOVE WK-BILLS-READ        TO WK-HB-READ.
210790     MOVE WK-BILLS-PRICED      TO WK-HB-PRICED.
210800     MOVE WK-BILLS-REJECTED    TO WK-HB-REJECTED.
210810     MOVE WK-BILLS-QUARANTINED TO WK-HB-QUAR.
210820     MOVE B-21-PROVIDER-NO     TO WK-HB-PROVIDER.
210830     MOVE WK-CHECKPOINT-EDIT   TO WK-HB-CHKPT.
210840     MOVE WK-HB-THROUGHPUT     TO WK-HB-RATE.
210850     MOVE WK-HB-REMAIN-SECS    TO WK-HB-EST-LEFT.
210860     OPEN OUTPUT HEARTBEAT-FILE.
210870     MOVE WK-HB-HEADING1 TO HEARTBEAT-LINE.
210880     WRITE HEARTBEAT-LINE.
210890     MOVE WK-HB-DETAIL-LINE TO HEARTBEAT-LINE.
210900     WRITE HEARTBEAT-LINE.
210910     CLOSE HEARTBEAT-FILE.
210920 2375-EXIT.
210930     EXIT.
210940*===========================================================*
210950* 2390-JOURNAL-EVENT - JOURNAL AN EVENT FOR THE CURRENT     *
210960* BILL, TAKING THE CLAIM'S IDENTITY FROM BILL-DATA-2021.  A *
210970* FIELD THAT FAILED ITS CLASS CHECK JOURNALS AS ZERO.       *
210980*===========================================================*
210990 2390-JOURNAL-EVENT.
211000     MOVE WK-CLAIM-SEQ        TO WK-EV-CLAIM-SEQ.
211010     MOVE B-21-PROVIDER-NO    TO WK-EV-PROVIDER-NO.
211020     MOVE B-21-MBI            TO WK-EV-MBI.
211030     MOVE ZEROES TO WK-EV-DISCHARGE
211040                    WK-EV-DRG
211050                    WK-EV-CHARGES.
211060     IF B-21-DISCHARGE-DATE NUMERIC
211070         MOVE B-21-DISCHARGE-DATE  TO WK-EV-DISCHARGE
211080     END-IF.
211090     IF B-21-DRG NUMERIC
211100         MOVE B-21-DRG             TO WK-EV-DRG
211110     END-IF.
211120     IF B-21-CHARGES-CLAIMED NUMERIC
211130         MOVE B-21-CHARGES-CLAIMED TO WK-EV-CHARGES
211140     END-IF.
211150     PERFORM 2391-WRITE-EVENT THRU 2391-EXIT.
211160 2390-EXIT.
211170     EXIT.
211180*===========================================================*
211190* 2391-WRITE-EVENT - STAMP THE RUN, DATE AND TIME ON THE    *
211200* STAGED EVENT, APPEND IT TO THE JOURNAL, AND CLEAR THE     *
211210* STAGING FIELDS.  A CERTIFICATION RUN JOURNALS NOTHING.    *
211220*===========================================================*
211230 2391-WRITE-EVENT.
211240     IF CERTIFY-MODE
211250         GO TO 2391-CLEAR
211260     END-IF.
211270     MOVE SPACES              TO CLAIM-EVENT-REC.
211280     MOVE WK-EV-CLAIM-SEQ     TO EV-CLAIM-SEQ.
211290     MOVE WK-RUN-ID           TO EV-RUN-ID.
211300     ACCEPT EV-EVENT-DATE FROM DATE YYYYMMDD.
211310     ACCEPT EV-EVENT-TIME FROM TIME.
211320     MOVE WK-EV-TYPE          TO EV-EVENT-TYPE.
211330     MOVE 'PPBAT215'          TO EV-PROGRAM.
211340     MOVE WK-EV-PROVIDER-NO   TO EV-PROVIDER-NO.
211350     MOVE WK-EV-MBI           TO EV-MBI.
211360     MOVE WK-EV-DISCHARGE     TO EV-DISCHARGE-DATE.
211370     MOVE WK-EV-DRG           TO EV-DRG.
211380     MOVE WK-EV-RTC           TO EV-RTC.
211390     MOVE WK-EV-CHARGES       TO EV-CHARGES.
211400     MOVE WK-EV-PAYMENT       TO EV-PAYMENT.
211410     MOVE WK-EV-OTHER-AMT     TO EV-OTHER-AMT.
211420     MOVE WK-EV-DETAIL        TO EV-DETAIL.
211430     WRITE CLAIM-EVENT-REC.
211440 2391-CLEAR.
211450     MOVE SPACES TO WK-EV-TYPE
211460                    WK-EV-PROVIDER-NO
211470                    WK-EV-MBI
211480                    WK-EV-DETAIL.
211490     MOVE ZEROES TO WK-EV-CLAIM-SEQ
211500                    WK-EV-DISCHARGE
211510                    WK-EV-DRG
211520                    WK-EV-RTC
211530                    WK-EV-CHARGES
211540                    WK-EV-PAYMENT
211550                    WK-EV-OTHER-AMT.
211560 2391-EXIT.
211570     EXIT.
211580*===========================================================*
211590* 2392-JOURNAL-REMIT-EVENT - JOURNAL AN EVENT FOR A CLAIM   *
211600* CARRIED FORWARD FROM AN EARLIER RUN (RELEASED HOLD OR     *
211610* WITHHOLD), TAKING ITS IDENTITY AND ORIGINAL SEQUENCE ID   *
211620* FROM THE REMITTANCE RECORD.  THE MBI IS NOT ON THE        *
211630* REMITTANCE; THE CALLER STAGES IT WHEN THE BILL IS AT HAND.*
211640*===========================================================*
211650 2392-JOURNAL-REMIT-EVENT.
211660     MOVE RM-CLAIM-SEQ         TO WK-EV-CLAIM-SEQ.
211670     MOVE RM-PROVIDER-NO       TO WK-EV-PROVIDER-NO.
211680     MOVE RM-DISCHARGE-DATE    TO WK-EV-DISCHARGE.
211690     MOVE RM-DRG               TO WK-EV-DRG.
211700     MOVE RM-SUBMITTED-CHARGES TO WK-EV-CHARGES.
211710     PERFORM 2391-WRITE-EVENT THRU 2391-EXIT.
211720 2392-EXIT.
211730     EXIT.
211740 2270-WRITE-CHECKPOINT.
211750     MOVE WK-RESTART-COUNT TO WK-CHECKPOINT-EDIT.
211760     ADD  WK-BILLS-READ    TO WK-CHECKPOINT-EDIT.
211770     ADD  WK-CTL-RECS-READ TO WK-CHECKPOINT-EDIT.
211780     DIVIDE WK-CHECKPOINT-EDIT BY WK-CHECKPOINT-INTERVAL
211790         GIVING WK-CHECKPOINT-QUOT
211800         REMAINDER WK-CHECKPOINT-REMAINDER.
211810     IF WK-CHECKPOINT-REMAINDER = 0
211820         OPEN OUTPUT CHECKPOINT-FILE
211830         MOVE WK-CHECKPOINT-EDIT TO CHECKPOINT-REC
211840         WRITE CHECKPOINT-REC
211850         CLOSE CHECKPOINT-FILE
211860         IF WK-STOP-SW = 'N'
211870             PERFORM 2270A-POLL-STOP-REQUEST THRU 2270A-EXIT
211880         END-IF
211890         IF REPORTS-FULL
211900             CLOSE DISPATCH-COV-OUT
211910             OPEN OUTPUT DISPATCH-COV-OUT
211920             PERFORM 9200-WRITE-DISPATCH-COV THRU 9200-EXIT
211930         END-IF
211940     END-IF.
211950 2270-EXIT.
211960     EXIT.
211970*===========================================================*
211980* 2270A-POLL-STOP-REQUEST - LOOK FOR AN OPERATOR STOP       *
211990*                 REQUEST EACH TIME A CHECKPOINT IS TAKEN.  *
212000*                 A REQUEST IS NOT HONORED AT ONCE: THE RUN *
212010*                 FINISHES THE PROVIDER IT IS PRICING, SO   *
212020*                 NO PROVIDER'S BILLS ARE SPLIT ACROSS TWO  *
212030*                 RUNS' REPORTS.                            *
212040*===========================================================*
212050 2270A-POLL-STOP-REQUEST.
212060     OPEN INPUT STOP-REQ-FILE.
212070     IF WK-STOPREQ-STATUS NOT = '00'
212080         GO TO 2270A-EXIT
212090     END-IF.
212100     MOVE SPACES TO STOP-REQ-REC.
212110     READ STOP-REQ-FILE
212120         AT END
212130             MOVE SPACES TO STOP-REQ-REC
212140     END-READ.
212150     CLOSE STOP-REQ-FILE.
212160     IF SR-VERB NOT = 'STOP'
212170         GO TO 2270A-EXIT
212180     END-IF.
212190     SET STOP-IS-PENDING TO TRUE.
212200     MOVE B-21-PROVIDER-NO TO WK-STOP-PROVIDER.
212210     MOVE SR-TEXT          TO WK-STOP-REASON.
212220     DISPLAY 'PPBAT215 - OPERATOR STOP REQUESTED AT BILL '
212230             WK-CHECKPOINT-EDIT.
212240     DISPLAY 'PPBAT215 - FINISHING PROVIDER '
212250             WK-STOP-PROVIDER ' BEFORE STOPPING'.
212260 2270A-EXIT.
212270     EXIT.
212280*===========================================================*
212290* 2270B-HONOR-STOP-REQUEST - THE PROVIDER IN HAND WHEN THE *
212300*                 STOP WAS REQUESTED IS FINISHED.  END THE  *
212310*                 BILL LOOP AS IF AT END OF FILE AND NOTE   *
212320*                 THE CHECKPOINT POSITION THE NEXT RUN      *
212330*                 RESUMES FROM.                             *
212340*===========================================================*
212350 2270B-HONOR-STOP-REQUEST.
212360     SET RUN-STOPPED-BY-OPERATOR TO TRUE.
212370     SET BILL-AT-EOF TO TRUE.
212380     MOVE B-21-PROVIDER-NO TO WK-STOP-NEXT-PROVIDER.
212390     MOVE WK-RESTART-COUNT TO WK-STOP-POSITION.
212400     ADD  WK-BILLS-READ    TO WK-STOP-POSITION.
212410     ADD  WK-CTL-RECS-READ TO WK-STOP-POSITION.
212420     ACCEPT WK-STOP-DATE FROM DATE YYYYMMDD.
212430     ACCEPT WK-STOP-TIME FROM TIME.
212440     DISPLAY 'PPBAT215 - STOPPING BY OPERATOR REQUEST AFTER '
212450             'PROVIDER ' WK-STOP-PROVIDER.
212460     DISPLAY 'PPBAT215 - NEXT RUN RESUMES AFTER BILL : '
212470             WK-STOP-POSITION.
212480 2270B-EXIT.
212490     EXIT.
212500*===========================================================*
212510* 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.      *
212520*===========================================================*
212530 9000-TERMINATE.
212540     PERFORM 9100-WRITE-RECON-EXTRACT THRU 9100-EXIT.
212550     IF REPORTS-FULL
212560         CLOSE DISPATCH-COV-OUT
212570         OPEN OUTPUT DISPATCH-COV-OUT
212580         PERFORM 9200-WRITE-DISPATCH-COV THRU 9200-EXIT
212590     END-IF.
212600     PERFORM 9300-WRITE-UNCOMP-CARE THRU 9300-EXIT.
212610     PERFORM 9400-WRITE-WI-HIST THRU 9400-EXIT.
212620     PERFORM 9500-WRITE-RTC-FREQ THRU 9500-EXIT.
212630     PERFORM 9600-WRITE-OUTLIER-RECON THRU 9600-EXIT.
212640     PERFORM 9700-WRITE-BILL-TYPE THRU 9700-EXIT.
212650     PERFORM 9800-WRITE-PROV-PERF THRU 9800-EXIT.
212660     IF BILL-SORT-MODE
212670         CLOSE BILL-SORTED-FILE
212680         COMPUTE WK-BREAKS-SAVED =
212690             WK-BREAKS-ARRIVAL - WK-BREAKS-PROCESSED
212700         IF WK-BREAKS-SAVED < ZERO
212710             MOVE ZERO TO WK-BREAKS-SAVED
212720         END-IF
212730         DISPLAY 'PPBAT215 - PROVIDER BREAKS TAKEN  : '
212740                 WK-BREAKS-PROCESSED
212750         DISPLAY 'PPBAT215 - PROVIDER BREAKS SAVED  : '
212760                 WK-BREAKS-SAVED
212770     ELSE
212780         CLOSE BILL-FILE-IN
212790     END-IF.
212800     CLOSE PPS-FILE-OUT.
212810     CLOSE REMIT-FILE-OUT.
212820     CLOSE RW-BILL-OUT.
212830     IF REPORTS-INLINE
212840         MOVE WK-BILLS-PRICED TO WK-RPT-COUNT
212850         PERFORM 8610-FORMAT-REPORT-FOOTER THRU 8610-EXIT
212860         MOVE WK-RPT-FTR-LINE TO SUMMARY-LINE
212870         WRITE SUMMARY-LINE
212880         CLOSE PAY-SUMMARY-OUT
212890     END-IF.
212900     CLOSE RECON-FILE-OUT.
212910     MOVE WK-BILLS-REJECTED TO WK-RPT-COUNT.
212920     PERFORM 8610-FORMAT-REPORT-FOOTER THRU 8610-EXIT.
212930     MOVE WK-RPT-FTR-LINE TO EDIT-ERROR-LINE.
212940     WRITE EDIT-ERROR-LINE.
212950     CLOSE EDIT-ERROR-OUT.
212960     MOVE WK-BILLS-PRICED TO WK-RPT-COUNT.
212970     PERFORM 8610-FORMAT-REPORT-FOOTER THRU 8610-EXIT.
212980     MOVE WK-RPT-FTR-LINE TO WI-AUDIT-LINE.
212990     WRITE WI-AUDIT-LINE.
213000     CLOSE WI-AUDIT-OUT.
213010     IF REPORTS-INLINE
213020         CLOSE VBP-HRR-OUT
213030         CLOSE ISLET-OUT
213040         CLOSE FLOOR-OUT
213050         CLOSE HAC-OUT
213060         CLOSE EHR-OUT
213070         CLOSE BPCI-OUT
213080         CLOSE RTC-FREQ-OUT
213090         CLOSE FLX7-OUT
213100         CLOSE BN-FACTOR-OUT
213110     END-IF.
213120     IF REPORTS-FULL
213130         CLOSE DISPATCH-COV-OUT
213140         CLOSE LOW-VOL-OUT
213150         CLOSE UNCOMP-CARE-OUT
213160         CLOSE CART-OUT
213170         CLOSE PR-WI-OUT
213180         CLOSE WI-HIST-OUT
213190         CLOSE NEWHOSP-OUT
213200         CLOSE XFER-OUT
213210         CLOSE PASSTHRU-OUT
213220         CLOSE SUPP-WI-OUT
213230         CLOSE NDC-DEMO-OUT
213240         CLOSE DSH-BEDCBSA-OUT
213250         CLOSE IHS-RECLASS-OUT
213260         CLOSE OUTLIER-RECON-OUT
213270         CLOSE CAPI-GAF-OUT
213280         CLOSE TWO-MIDNIGHT-OUT
213290         CLOSE MODEL1-LOWVOL-OUT
213300         CLOSE CBSA-XREF-OUT
213310         CLOSE BILL-TYPE-OUT
213320         CLOSE DRG480-OUT
213330         CLOSE OUTM-OUT
213340         CLOSE PRIORYR-BLEND-OUT
213350         CLOSE COLA-VALID-OUT
213360         CLOSE LARGURB-FLR-OUT
213370         CLOSE CALC-VERS-OUT
213380         CLOSE DRG-YOY-OUT
213390         CLOSE PROV-PERF-OUT
213400     END-IF.
213410     CLOSE HMO-BILL-OUT.
213420     CLOSE REFTAB-MON-OUT.
213430     CLOSE DUP-BILL-OUT.
213440     CLOSE LOS-ERROR-OUT.
213450     CLOSE QUARANTINE-OUT.
213460     CLOSE PEND-FILE-OUT.
213470     CLOSE WAIVER-BILL-OUT.
213480     CLOSE SAMEDAY-HOLD-OUT.
213490     CLOSE SAMEDAY-RPT-OUT.
213500     DISPLAY 'PPBAT215 - SAME-DAY HELD     : '
213510             WK-BILLS-SAMEDAY.
213520     CLOSE OVERLAP-HOLD-OUT.
213530     CLOSE OVERLAP-RPT-OUT.
213540     DISPLAY 'PPBAT215 - OVERLAP HELD      : '
213550             WK-BILLS-OVERLAP.
213560     IF WK-OVS-DROPPED > 0
213570         DISPLAY 'PPBAT215 - OVERLAP HIST DROP : '
213580                 WK-OVS-DROPPED
213590     END-IF.
213600     CLOSE CCR-SUBST-RPT-OUT.
213610     DISPLAY 'PPBAT215 - CCR SUBSTITUTIONS : '
213620             WK-BILLS-CCR-SUBST.
213630     CLOSE TIMELY-RPT-OUT.
213640     DISPLAY 'PPBAT215 - TIMELY DENIALS    : '
213650             WK-BILLS-TF-DENIED.
213660     DISPLAY 'PPBAT215 - TIMELY WAIVED     : '
213670             WK-BILLS-TF-WAIVED.
213680     CLOSE ELIG-RPT-OUT.
213690     IF BENEELIG-ACTIVE
213700         CLOSE BENE-ELIG-FILE
213710     END-IF.
213720     DISPLAY 'PPBAT215 - ELIGIBILITY DENY  : '
213730             WK-BILLS-ELIG-DENIED.
213740     DISPLAY 'PPBAT215 - HMO/MA MISMATCHES : '
213750             WK-ELIG-HMO-MISMATCH.
213760     CLOSE DSTS-RPT-OUT.
213770     DISPLAY 'PPBAT215 - STATUS/REVIEW FLAG: '
213780             WK-DSTS-FLAGGED.
213790     CLOSE POA-RPT-OUT.
213800     CLOSE HAC-POA-OUT.
213810     DISPLAY 'PPBAT215 - POA REJECTS       : '
213820             WK-BILLS-POA-REJECT.
213830     DISPLAY 'PPBAT215 - HAC-POA EXPOSURES : '
213840             WK-HAC-POA-HITS.
213850     CLOSE OCC-ADJ-OUT.
213860     DISPLAY 'PPBAT215 - OCC ADJUSTMENTS   : '
213870             WK-OCC-ADJUSTED.
213880     DISPLAY 'PPBAT215 - BENEFITS EXHAUSTED: '
213890             WK-OCC-NOPAY-BILLS.
213900     CLOSE WITHHOLD-OUT.
213910     CLOSE PIP-REMIT-OUT.
213920     CLOSE SUSP-RPT-OUT.
213930     DISPLAY 'PPBAT215 - CLAIMS WITHHELD   : '
213940             WK-BILLS-SUSPENDED.
213950     DISPLAY 'PPBAT215 - DOLLARS WITHHELD  : '
213960             WK-SUSP-DOLLARS.
213970     DISPLAY 'PPBAT215 - WITHHOLDS RELEASED: '
213980             WK-SUSP-RELEASED.
213990     DISPLAY 'PPBAT215 - WITHHOLDS FORFEIT : '
214000             WK-SUSP-FORFEITED.
214010     DISPLAY 'PPBAT215 - WITHHOLDS CARRIED : '
214020             WK-SUSP-CARRIED.
214030     CLOSE PAY-HOLD-OUT.
214040     CLOSE FUNDS-RPT-OUT.
214050     DISPLAY 'PPBAT215 - FUNDS HELD CLAIMS : '
214060             WK-BILLS-FUNDS-HELD.
214070     DISPLAY 'PPBAT215 - FUNDS HELD DOLLARS: '
214080             WK-FUNDS-HELD-DOLLARS.
214090     DISPLAY 'PPBAT215 - FUNDS RELEASED    : '
214100             WK-FUNDS-RELEASED.
214110     CLOSE FLOOR-HOLD-OUT.
214120     DISPLAY 'PPBAT215 - FLOOR HELD CLAIMS : '
214130             WK-BILLS-FLOOR-HELD.
214140     DISPLAY 'PPBAT215 - FLOOR HELD DOLLARS: '
214150             WK-FLOOR-HELD-DOLLARS.
214160     DISPLAY 'PPBAT215 - FLOOR CARRIED     : '
214170             WK-FLOOR-CARRIED.
214180     DISPLAY 'PPBAT215 - FLOOR RELEASED    : '
214190             WK-FLOOR-RELEASED.
214200     DISPLAY 'PPBAT215 - FLOOR REL DOLLARS : '
214210             WK-FLOOR-RELEASED-DOLLARS.
214220     IF WK-CAL-OFF-CALENDAR > 0
214230         DISPLAY 'PPBAT215 - DATES OFF CALENDAR: '
214240                 WK-CAL-OFF-CALENDAR
214250     END-IF.
214260     CLOSE NEAR-THRESH-OUT.
214270     DISPLAY 'PPBAT215 - NEAR-THRESH BELOW : ' WK-NEAR-BELOW.
214280     DISPLAY 'PPBAT215 - NEAR-THRESH ABOVE : ' WK-NEAR-ABOVE.
214290     MOVE WK-OPW-HITS    TO WK-OW3-HITS.
214300     MOVE WK-OPW-AT-RISK TO WK-OW3-AT-RISK.
214310     MOVE WK-OPW-TOTAL-LINE TO OPWIN-RPT-LINE.
214320     WRITE OPWIN-RPT-LINE.
214330     CLOSE OPWIN-RPT-OUT.
214340     DISPLAY 'PPBAT215 - OP-WINDOW CLAIMS  : ' WK-OPW-HITS.
214350     DISPLAY 'PPBAT215 - OP-WINDOW AT RISK : '
214360             WK-OPW-AT-RISK.
214370     MOVE WK-MG-EXCEPTIONS TO WK-MX3-COUNT.
214380     MOVE WK-MG-AT-RISK    TO WK-MX3-AT-RISK.
214390     MOVE WK-MGX-TOTAL-LINE TO MGCRB-EXCP-LINE.
214400     WRITE MGCRB-EXCP-LINE.
214410     CLOSE MGCRB-EXCP-OUT.
214420     DISPLAY 'PPBAT215 - MGCRB EXCEPTIONS  : ' WK-MG-EXCEPTIONS.
214430     DISPLAY 'PPBAT215 - MGCRB AT RISK     : '
214440             WK-MG-AT-RISK.
214450     MOVE WK-NPI-REJECTS     TO WK-NX3-COUNT.
214460     MOVE WK-NPI-REJ-CHARGES TO WK-NX3-CHARGES.
214470     MOVE WK-NPX-TOTAL-LINE TO NPI-RPT-LINE.
214480     WRITE NPI-RPT-LINE.
214490     CLOSE NPI-RPT-OUT.
214500     CLOSE NPI-EXCP-OUT.
214510     DISPLAY 'PPBAT215 - NPI EDIT CHECKED  : ' WK-NPI-CHECKED.
214520     DISPLAY 'PPBAT215 - NPI BLANK ON BILL : ' WK-NPI-BLANK.
214530     DISPLAY 'PPBAT215 - NPI REJECTS       : ' WK-NPI-REJECTS.
214540     PERFORM 9890-WRITE-GROUPER-SUMMARY THRU 9890-EXIT.
214550     DISPLAY 'PPBAT215 - GROUPER CHECKED   : ' WK-GR-CHECKED.
214560     DISPLAY 'PPBAT215 - GROUPER NOT FOUND : ' WK-GR-NOT-FOUND.
214570     DISPLAY 'PPBAT215 - GROUPER BAD ROWS  : ' WK-GR-BAD-ROWS.
214580     DISPLAY 'PPBAT215 - GROUPER DRG DIFF  : ' WK-GR-DRG-MISMATCH.
214590     DISPLAY 'PPBAT215 - GROUPER VER DIFF  : ' WK-GR-VER-MISMATCH.
214600     DISPLAY 'PPBAT215 - GROUPER NOT PAID  : ' WK-GR-NOT-PAYABLE.
214610     CLOSE EXEMPT-UNIT-OUT.
214620     DISPLAY 'PPBAT215 - EXEMPT-UNIT BILLS : ' WK-EXM-BILLS.
214630     DISPLAY 'PPBAT215 - EXEMPT-UNIT PAID  : ' WK-EXM-DOLLARS.
214640     DISPLAY 'PPBAT215 - EXEMPT-UNIT ERRS  : ' WK-EXM-ERRORS.
214650     PERFORM 9885-WRITE-ICD-REPORT THRU 9885-EXIT.
214660     PERFORM 9887-WRITE-MARGIN-REPORT THRU 9887-EXIT.
214670     PERFORM 9894-WRITE-OVR-USAGE THRU 9894-EXIT.
214680     PERFORM 9752-WRITE-TERM-SUMMARY THRU 9752-EXIT.
214690     PERFORM 9754-WRITE-CC44-SUMMARY THRU 9754-EXIT.
214700     PERFORM 9757-WRITE-DISASTER-RPT THRU 9757-EXIT.
214710     PERFORM 9758-WRITE-PHYS-SCREEN-RPT THRU 9758-EXIT.
214720     DISPLAY 'PPBAT215 - INVALID ICD CODES : '
214730             WK-ICD-INVALID-CODES.
214740     DISPLAY 'PPBAT215 - BILLS W/BAD CODES : '
214750             WK-ICD-BILLS-FLAGGED.
214760     CLOSE XWALK-RPT-OUT.
214770     DISPLAY 'PPBAT215 - OLD-NUMBER BILLS  : '
214780     WK-XWALK-OLD-BILLS.
214790     DISPLAY 'PPBAT215 - XWALK OFFSETS     : '
214800     WK-XWALK-OFFSETS.
214810     CLOSE HIST-DUP-OUT.
214820     DISPLAY 'PPBAT215 - CROSS-RUN DUPS    : '
214830             WK-BILLS-HIST-DUP.
214840     CLOSE HELD-CLAIMS-OUT.
214850     CLOSE HOLD-RPT-OUT.
214860     DISPLAY 'PPBAT215 - CLAIMS HELD       : ' WK-BILLS-HELD.
214870     DISPLAY 'PPBAT215 - DOLLARS HELD      : ' WK-HELD-DOLLARS.
214880     DISPLAY 'PPBAT215 - HELD RELEASED     : '
214890             WK-HELD-RELEASED.
214900     DISPLAY 'PPBAT215 - HELD CARRIED FWD  : '
214910             WK-HELD-CARRIED.
214920     DISPLAY 'PPBAT215 - HELD WITHDRAWN    : '
214930             WK-HELD-WITHDRAWN.
214940     CLOSE TPE-SELECT-OUT.
214950     PERFORM 9891-WRITE-TPE-CONTROL THRU 9891-EXIT.
214960     DISPLAY 'PPBAT215 - TPE CLAIMS PULLED : ' WK-TPE-PULLED.
214970     DISPLAY 'PPBAT215 - RAC REVERSALS NET : ' WK-RAC-NETTED.
214980     CLOSE OVERRIDE-AUDIT-OUT.
214990     CLOSE PPS-DETAIL-OUT.
215000     CLOSE REWORK-FILE-OUT.
215010     CLOSE CHG-SUSPENSE-OUT.
215020     IF HISTREPO-ACTIVE
215030         CLOSE HIST-REPO-FILE
215040         DISPLAY 'PPBAT215 - HISTORY WRITES    : '
215050                 WK-HISTREPO-WRITES
215060     END-IF.
215070     DISPLAY 'PPBAT215 - CHARGE SUSPENSE   : '
215080             WK-CHG-SUSPENDED.
215090     CLOSE REWORK-RPT-OUT.
215100     DISPLAY 'PPBAT215 - REWORK READ       : ' WK-RW-READ.
215110     DISPLAY 'PPBAT215 - REWORK PAID       : ' WK-RW-PAID.
215120     DISPLAY 'PPBAT215 - REWORK STILL FAIL : '
215130             WK-RW-STILL-FAILING.
215140     DISPLAY 'PPBAT215 - REWORK UNCORRECTED: '
215150             WK-RW-UNCORRECTED.
215160     DISPLAY 'PPBAT215 - AGED OVERRIDES    : '
215170             WK-BILLS-OVERRIDDEN.
215180     DISPLAY 'PPBAT215 - WAIVER BILLS      : ' WK-WAIVER-BILLS.
215190     CLOSE PEND-AGED-OUT.
215200     CLOSE CLAIM-EVENT-OUT.
215210     CLOSE PRICE-LOG-OUT.
215220     DISPLAY 'PPBAT215 - PRICING LOG WRITES: ' WK-PRCLOG-WRITES.
215230     DISPLAY 'PPBAT215 - BILLS PENDED      : ' WK-BILLS-PENDED.
215240     DISPLAY 'PPBAT215 - PEND RECYCLED     : ' WK-PEND-RECYCLED.
215250     DISPLAY 'PPBAT215 - PEND PAID         : ' WK-PEND-PAID.
215260     DISPLAY 'PPBAT215 - PEND AGED OUT     : ' WK-PEND-AGED.
215270     DISPLAY 'PPBAT215 - BILLS QUARANTINED : '
215280             WK-BILLS-QUARANTINED.
215290     DISPLAY 'PPBAT215 - OLD-FORMAT SEGS   : '
215300             WK-BILLS-OLD-FORMAT.
215310     IF NOT BILL-HDR-SEEN
215320         MOVE 'UNNAMED ' TO WK-HDR-SOURCE-SYSTEM
215330     END-IF.
215340     DISPLAY 'PPBAT215 - SOURCE ' WK-HDR-SOURCE-SYSTEM
215350             ' ORIGINAL-FORMAT : ' WK-FMT-ORIGINAL.
215360     DISPLAY 'PPBAT215 - SOURCE ' WK-HDR-SOURCE-SYSTEM
215370             ' EXTENDED-FORMAT : ' WK-FMT-EXTENDED.
215380     DISPLAY 'PPBAT215 - LOS REJECTS       : '
215390             WK-BILLS-LOS-REJECT.
215400     DISPLAY 'PPBAT215 - DUPLICATE BILLS   : '
215410             WK-BILLS-DUPLICATE.
215420     DISPLAY 'PPBAT215 - DUP KEYS DROPPED  : '
215430             WK-DUP-KEYS-DROPPED.
215440     DISPLAY 'PPBAT215 - TABLE ROWS DROPPED: '
215450             WK-TABLE-DROPS.
215460     DISPLAY 'PPBAT215 - BILLS FILTERED    : '
215470             WK-BILLS-FILTERED.
215480     DISPLAY 'PPBAT215 - ADJUSTMENT BILLS  : '
215490             WK-BILLS-ADJUSTED.
215500     DISPLAY 'PPBAT215 - CANCEL BILLS      : '
215510             WK-BILLS-CANCELLED.
215520     IF TRACE-MODE
215530         CLOSE TRACE-OUT
215540         DISPLAY 'PPBAT215 - BILLS TRACED      : '
215550                 WK-BILLS-TRACED
215560     END-IF.
215570     IF REPORTS-FULL
215580         CLOSE PROV-DICT-OUT
215590     END-IF.
215600*    A NORMAL END CLEARS THE CHECKPOINT.  AN OPERATOR STOP
215610*    LEAVES ITS STOPPING POINT AND THE 'STOPPED' MARKER FOR
215620*    THE RESUMING RUN.
215630     OPEN OUTPUT CHECKPOINT-FILE.
215640     IF RUN-STOPPED-BY-OPERATOR
215650         MOVE WK-STOP-POSITION TO CHECKPOINT-REC
215660         WRITE CHECKPOINT-REC
215670         MOVE 'STOPPED' TO CHECKPOINT-REC
215680         WRITE CHECKPOINT-REC
215690     END-IF.
215700     CLOSE CHECKPOINT-FILE.
215710     IF COMPARE-MODE
215720         CLOSE PRIOR-PPS-FILE
215730         CLOSE PRICE-DIFF-OUT
215740         DISPLAY 'PPBAT215 - COMPARE PAID MORE : '
215750                 WK-CMP-PAID-MORE
215760         DISPLAY 'PPBAT215 - COMPARE PAID LESS : '
215770                 WK-CMP-PAID-LESS
215780         DISPLAY 'PPBAT215 - COMPARE UNCHANGED : '
215790                 WK-CMP-UNCHANGED
215800         DISPLAY 'PPBAT215 - COMPARE NEW ONLY  : '
215810                 WK-CMP-NEW-ONLY
215820         DISPLAY 'PPBAT215 - COMPARE PRIOR ONLY: '
215830                 WK-CMP-PRIOR-ONLY
215840         DISPLAY 'PPBAT215 - COMPARE NET DELTA : '
215850                 WK-CMP-NET-DELTA
215860     END-IF.
215870     PERFORM 9745-WRITE-SCENARIO THRU 9745-EXIT.
215880     PERFORM 9750-MATCH-TRANSFERS THRU 9750-EXIT.
215890     PERFORM 9764-WRITE-MANUAL-PAYS THRU 9764-EXIT.
215900     PERFORM 9760-WRITE-LEDGER THRU 9760-EXIT.
215910     PERFORM 9762-WRITE-REPAY-PLANS THRU 9762-EXIT.
215920     PERFORM 9768-WRITE-ADVANCES THRU 9768-EXIT.
215930     PERFORM 9772-WRITE-PAPER-MEDIA THRU 9772-EXIT.
215940     PERFORM 9780-WRITE-CMI-DRIFT THRU 9780-EXIT.
215950     PERFORM 9790-WRITE-ANOMALY THRU 9790-EXIT.
215960     PERFORM 9805-WRITE-FY-SUMMARY THRU 9805-EXIT.
215970     PERFORM 9810-WRITE-READMIT-CHAINS THRU 9810-EXIT.
215980     PERFORM 9820-WRITE-REV-ROLLUP THRU 9820-EXIT.
215990     PERFORM 9830-WRITE-SCHMDH-SUMMARY THRU 9830-EXIT.
216000     IF WK-SEQRATE-COUNT > 0
216010         DISPLAY 'PPBAT215 - TOTAL SEQUESTERED : '
216020                 WK-TOT-SEQUESTERED
216030     END-IF.
216040     IF WK-DRGRULES-COUNT > 0
216050         CLOSE DRG-SCREEN-OUT
216060         DISPLAY 'PPBAT215 - DRG SCREEN FLAGS  : '
216070                 WK-SCREEN-VIOLATIONS
216080     END-IF.
216090     PERFORM 9840-WRITE-PASS-SETTLE THRU 9840-EXIT.
216100     PERFORM 9850-WRITE-MTD THRU 9850-EXIT.
216110     PERFORM 9855-WRITE-INTER-SUMMARY THRU 9855-EXIT.
216120     PERFORM 9865-WRITE-GL-VOUCHERS THRU 9865-EXIT.
216130     PERFORM 9870-WRITE-PIP-LEDGER THRU 9870-EXIT.
216140     PERFORM 9872-WRITE-FLOOR-INVENTORY THRU 9872-EXIT.
216150     PERFORM 9875-WRITE-PEND-STAYS THRU 9875-EXIT.
216160     PERFORM 9880-WRITE-EDITQ THRU 9880-EXIT.
216170     PERFORM 9900-BALANCE-BILL-TRAILER THRU 9900-EXIT.
216180     PERFORM 9910-WRITE-PROV-SNAPSHOT THRU 9910-EXIT.
216190*    THE MANIFEST AND ITS REGISTRY ROW GO OUT LAST, ONCE
216200*    EVERY CARRIED-FORWARD FILE HAS BEEN WRITTEN.
216210     PERFORM 9770-WRITE-MANIFEST THRU 9770-EXIT.
216220     PERFORM 9915-ANSWER-STOP-REQUEST THRU 9915-EXIT.
216230     IF RUN-STOPPED-BY-OPERATOR
216240         DISPLAY 'PPBAT215 - RUN STOPPED BY OPERATOR - RESUME '
216250                 'AFTER BILL : ' WK-STOP-POSITION
216260         IF RETURN-CODE < 8
216270             MOVE 8 TO RETURN-CODE
216280         END-IF
216290     END-IF.
216300     DISPLAY 'PPBAT215 - BILLS READ        : ' WK-BILLS-READ.
216310     DISPLAY 'PPBAT215 - BILLS PRICED      : ' WK-BILLS-PRICED.
216320     DISPLAY 'PPBAT215 - BILLS NO PROVIDER : '
216330             WK-BILLS-NO-PROVIDER.
216340     DISPLAY 'PPBAT215 - BILLS REJECTED    : '
216350             WK-BILLS-REJECTED.
216360     DISPLAY 'PPBAT215 - INTEREST BILLS    : ' WK-INT-BILLS.
216370     DISPLAY 'PPBAT215 - TOTAL INTEREST    : '
216380             WK-TOT-INTEREST.
216390 9000-EXIT.
216400     EXIT.
216410*===========================================================*
216420* 9100-WRITE-RECON-EXTRACT - WRITE THE PROVIDER/DRG CONTROL *
216430*                   TOTAL ROWS ACCUMULATED DURING THE RUN.  *
216440*===========================================================*
216450 9100-WRITE-RECON-EXTRACT.
216460     SET RC-IDX TO 1.
216470     PERFORM 9110-WRITE-ONE-RECON THRU 9110-EXIT
216480         UNTIL RC-IDX > WK-RECON-COUNT.
216490 9100-EXIT.
216500     EXIT.
216510 9110-WRITE-ONE-RECON.
216520     MOVE RC-PROVIDER-NO(RC-IDX)   TO RO-PROVIDER-NO.
216530     MOVE RC-DRG(RC-IDX)           TO RO-DRG.
216540     MOVE RC-BILL-COUNT(RC-IDX)    TO RO-BILL-COUNT.
216550     MOVE RC-TOTAL-CHARGES(RC-IDX) TO RO-TOTAL-CHARGES.
216560     MOVE RC-TOTAL-PAYMENT(RC-IDX) TO RO-TOTAL-PAYMENT.
216570     COMPUTE RO-AVG-PAYMENT ROUNDED =
216580         RC-TOTAL-PAYMENT(RC-IDX) / RC-BILL-COUNT(RC-IDX).
216590     WRITE RECON-OUT-REC.
216600     SET RC-IDX UP BY 1.
216610 9110-EXIT.
216620     EXIT.
216630*===========================================================*
216640* 9200-WRITE-DISPATCH-COV - WRITE THE FISCAL-YEAR DISPATCH   *
216650*                 COVERAGE REPORT, ONE LINE PER PPCALxxx      *
216660*                 MODULE, INCLUDING MODULES THIS RUN NEVER    *
216670*                 DISPATCHED TO.                              *
216680*===========================================================*
216690 9200-WRITE-DISPATCH-COV.
216700     IF REPORTS-MIN
216710         GO TO 9200-EXIT
216720     END-IF.
216730     MOVE WK-DISP-COV-HEADING1 TO DISPATCH-COV-LINE.
216740     WRITE DISPATCH-COV-LINE.
216750     SET DISP-COV-IDX TO 1.
216760     PERFORM 9210-WRITE-ONE-DISPATCH-COV THRU 9210-EXIT
216770         UNTIL DISP-COV-IDX > 36.
216780 9200-EXIT.
216790     EXIT.
216800 9210-WRITE-ONE-DISPATCH-COV.
216810     MOVE DISP-COV-MODULE-NAME(DISP-COV-IDX)
216820                                  TO WK-DCOV-MODULE-NAME.
216830     MOVE DISP-COV-FY-LABEL(DISP-COV-IDX)    TO WK-DCOV-FY-LABEL.
216840     MOVE DISP-COV-COUNT(DISP-COV-IDX)       TO WK-DCOV-COUNT.
216850     MOVE WK-DISP-COV-DETAIL-LINE TO DISPATCH-COV-LINE.
216860     WRITE DISPATCH-COV-LINE.
216870     SET DISP-COV-IDX UP BY 1.
216880 9210-EXIT.
216890     EXIT.
216900*===========================================================*
216910* 9300-WRITE-UNCOMP-CARE - WRITE THE UNCOMPENSATED CARE       *
216920*                 (FACTOR 3) TRENDING REPORT, ONE LINE PER    *
216930*                 PROVIDER/DISCHARGE-YEAR ROW ACCUMULATED     *
216940*                 DURING THE RUN.                             *
216950*===========================================================*
216960 9300-WRITE-UNCOMP-CARE.
216970     IF REPORTS-MIN
216980         GO TO 9300-EXIT
216990     END-IF.
217000     SET UC-IDX TO 1.
217010     PERFORM 9310-WRITE-ONE-UNCOMP-CARE THRU 9310-EXIT
217020         UNTIL UC-IDX > WK-UC-COUNT.
217030 9300-EXIT.
217040     EXIT.
217050 9310-WRITE-ONE-UNCOMP-CARE.
217060     MOVE UC-PROVIDER-NO(UC-IDX)   TO WK-UC-PROVIDER-NO.
217070     MOVE UC-YEAR(UC-IDX)          TO WK-UC-YEAR.
217080     MOVE UC-BILL-COUNT(UC-IDX)    TO WK-UC-BILL-COUNT.
217090     MOVE UC-TOTAL-AMOUNT(UC-IDX)  TO WK-UC-TOTAL-AMOUNT.
217100     MOVE WK-UC-DETAIL-LINE TO UNCOMP-CARE-LINE.
217110     WRITE UNCOMP-CARE-LINE.
217120     SET UC-IDX UP BY 1.
217130 9310-EXIT.
217140     EXIT.
217150*===========================================================*
217160* 9400-WRITE-WI-HIST - APPEND ONE LINE PER PROVIDER/FISCAL-  *
217170*                 YEAR-MODULE ROW ACCUMULATED THIS RUN TO    *
217180*                 THE CROSS-FISCAL-YEAR WAGE INDEX HISTORY   *
217190*                 FILE.                                      *
217200*===========================================================*
217210 9400-WRITE-WI-HIST.
217220     IF REPORTS-MIN
217230         GO TO 9400-EXIT
217240     END-IF.
217250     SET WIHIST-IDX TO 1.
217260     PERFORM 9410-WRITE-ONE-WI-HIST THRU 9410-EXIT
217270         UNTIL WIHIST-IDX > WK-WIHIST-COUNT.
217280 9400-EXIT.
217290     EXIT.
217300 9410-WRITE-ONE-WI-HIST.
217310     MOVE WIHIST-PROVIDER-NO(WIHIST-IDX) TO WK-WH-PROVIDER-NO.
217320     MOVE WIHIST-FY-MODULE(WIHIST-IDX)   TO WK-WH-FY-MODULE.
217330     MOVE WIHIST-CBSA-USED(WIHIST-IDX)   TO WK-WH-CBSA-USED.
217340     MOVE WIHIST-WAGE-INDEX(WIHIST-IDX)  TO WK-WH-WAGE-INDEX.
217350     MOVE WK-WIHIST-DETAIL-LINE TO WI-HIST-LINE.
217360     WRITE WI-HIST-LINE.
217370     SET WIHIST-IDX UP BY 1.
217380 9410-EXIT.
217390     EXIT.
217400*===========================================================*
217410* 9500-WRITE-RTC-FREQ - WRITE ONE LINE PER RTC-DESC-ENTRY    *
217420*                 ROW, IN CODE ORDER, SHOWING ITS FREQUENCY  *
217430*                 COUNT ACCUMULATED THIS RUN.                 *
217440*===========================================================*
217450 9500-WRITE-RTC-FREQ.
217460     IF REPORTS-MIN OR REPORTS-POST
217470         GO TO 9500-EXIT
217480     END-IF.
217490     SET RTC-IDX TO 1.
217500     SET RTC-FREQ-IDX TO 1.
217510     PERFORM 9510-WRITE-ONE-RTC-FREQ THRU 9510-EXIT
217520         UNTIL RTC-IDX > 33.
217530 9500-EXIT.
217540     EXIT.
217550 9510-WRITE-ONE-RTC-FREQ.
217560     MOVE RTC-DESC-CODE(RTC-IDX)     TO WK-RF-CODE.
217570     MOVE RTC-DESC-TEXT(RTC-IDX)     TO WK-RF-DESC.
217580     MOVE RTC-FREQ-COUNT(RTC-FREQ-IDX) TO WK-RF-COUNT.
217590     MOVE WK-RTC-FREQ-DETAIL-LINE TO RTC-FREQ-LINE.
217600     WRITE RTC-FREQ-LINE.
217610     SET RTC-IDX UP BY 1.
217620     SET RTC-FREQ-IDX UP BY 1.
217630 9510-EXIT.
217640     EXIT.
217650*===========================================================*
217660* 9600-WRITE-OUTLIER-RECON - WRITE THE OUTLIER RECONCILIATION*
217670*                 EXTRACT ROWS ACCUMULATED DURING THE RUN.    *
217680*                 NOTHING IS WRITTEN IF OUTLIER-RECON-MODE     *
217690*                 WAS OFF FOR THIS RUN.                        *
217700*===========================================================*
217710 9600-WRITE-OUTLIER-RECON.
217720     IF REPORTS-MIN
217730         GO TO 9600-EXIT
217740     END-IF.
217750     SET OR-IDX TO 1.
217760     PERFORM 9610-WRITE-ONE-OUTLIER-RECON THRU 9610-EXIT
217770         UNTIL OR-IDX > WK-OUTL-RECON-COUNT.
217780 9600-EXIT.
217790     EXIT.
217800 9610-WRITE-ONE-OUTLIER-RECON.
217810     MOVE OR-PROVIDER-NO(OR-IDX)       TO WK-OR-PROVIDER-NO.
217820     MOVE OR-DRG(OR-IDX)               TO WK-OR-DRG.
217830     MOVE OR-DAYS-OUTLIER-CNT(OR-IDX)  TO WK-OR-DAYS-OUTLIER.
217840     MOVE OR-COST-OUTLIER-CNT(OR-IDX)  TO WK-OR-COST-OUTLIER.
217850     MOVE OR-TOTAL-OUTLIER-PAY(OR-IDX) TO WK-OR-TOTAL-PAYMENT.
217860     MOVE WK-OUTLR-DETAIL-LINE TO OUTLIER-RECON-LINE.
217870     WRITE OUTLIER-RECON-LINE.
217880     SET OR-IDX UP BY 1.
217890 9610-EXIT.
217900     EXIT.
217910*===========================================================*
217920* 9700-WRITE-BILL-TYPE - WRITE ONE LINE PER BILL-TYPE-DESC-   *
217930*                 ENTRY ROW, IN CODE ORDER, SHOWING ITS        *
217940*                 FREQUENCY COUNT ACCUMULATED THIS RUN.         *
217950*===========================================================*
217960 9700-WRITE-BILL-TYPE.
217970     IF REPORTS-MIN
217980         GO TO 9700-EXIT
217990     END-IF.
218000     SET BT-IDX TO 1.
218010     SET BT-FREQ-IDX TO 1.
218020     PERFORM 9710-WRITE-ONE-BILL-TYPE THRU 9710-EXIT
218030         UNTIL BT-IDX > 11.
218040 9700-EXIT.
218050     EXIT.
218060 9710-WRITE-ONE-BILL-TYPE.
218070     MOVE BT-DESC-CODE(BT-IDX)       TO WK-BT-CODE.
218080     MOVE BT-DESC-TEXT(BT-IDX)       TO WK-BT-DESC.
218090     MOVE BT-FREQ-COUNT(BT-FREQ-IDX) TO WK-BT-COUNT.
218100     MOVE WK-BT-DETAIL-LINE TO BILL-TYPE-LINE.
218110     WRITE BILL-TYPE-LINE.
218120     SET BT-IDX UP BY 1.
218130     SET BT-FREQ-IDX UP BY 1.
218140 9710-EXIT.
218150     EXIT.
218160*===========================================================*
218170* 9800-WRITE-PROV-PERF - FLUSH THE LAST PROVIDER'S            *
218180*                 PERFORMANCE/TIMING TOTALS, SINCE NO BREAK    *
218190*                 EVER FIRES AFTER THE LAST PROVIDER'S BILLS.   *
218200*===========================================================*
218210 9800-WRITE-PROV-PERF.
218220     IF REPORTS-MIN
218230         GO TO 9800-EXIT
218240     END-IF.
218250     IF WK-PPF-LAST-PROVIDER NOT = SPACES
218260         PERFORM 2232-WRITE-PROVIDER-BREAK THRU 2232-EXIT
218270     END-IF.
218280 9800-EXIT.
218290     EXIT.
218300*===========================================================*
218310* 9745-WRITE-SCENARIO - WRITE THE PER-PROVIDER BASELINE-VS-  *
218320* SCENARIO PAYMENT SUMMARY AND CLOSE THE SCENARIO REPORT.    *
218330*===========================================================*
218340 9745-WRITE-SCENARIO.
218350     IF WK-SCEN-COUNT = 0
218360         GO TO 9745-EXIT
218370     END-IF.
218380     SET SS-IDX TO 1.
218390     PERFORM 9746-WRITE-ONE-SCEN THRU 9746-EXIT
218400         UNTIL SS-IDX > WK-SC-COUNT.
218410     CLOSE SCENARIO-RPT-OUT.
218420 9745-EXIT.
218430     EXIT.
218440 9746-WRITE-ONE-SCEN.
218450     MOVE SS-PROVIDER-NO(SS-IDX) TO WK-SC2-PROVIDER-NO.
218460     MOVE SS-BILL-COUNT(SS-IDX)  TO WK-SC2-BILLS.
218470     MOVE SS-BASE-TOTAL(SS-IDX)  TO WK-SC2-BASE.
218480     MOVE SS-SCEN-TOTAL(SS-IDX)  TO WK-SC2-SCEN.
218490     MOVE WK-SS-DETAIL-LINE TO SCENARIO-RPT-LINE.
218500     WRITE SCENARIO-RPT-LINE.
218510     SET SS-IDX UP BY 1.
218520 9746-EXIT.
218530     EXIT.
218540*===========================================================*
218550* 9750-MATCH-TRANSFERS - PAIR EACH TRANSFER WITH THE         *
218560* RECEIVING PROVIDER'S ADMISSION (SAME OR NEXT DAY, SAME     *
218570* MBI WHEN PRESENT) AND REPORT TRANSFERS WHOSE COUNTERPART   *
218580* NEVER ARRIVED IN THE RUN.                                  *
218590*===========================================================*
218600 9750-MATCH-TRANSFERS.
218610     IF WK-XT-COUNT = 0
218620         CLOSE XFER-MATCH-OUT
218630         GO TO 9750-EXIT
218640     END-IF.
218650     PERFORM 9755-MATCH-ONE-XFER THRU 9755-EXIT
218660         VARYING XT-IDX FROM 1 BY 1
218670         UNTIL XT-IDX > WK-XT-COUNT.
218680     CLOSE XFER-MATCH-OUT.
218690     DISPLAY 'PPBAT215 - XFERS UNMATCHED   : '
218700             WK-XFER-UNMATCHED.
218710 9750-EXIT.
218720     EXIT.
218730 9755-MATCH-ONE-XFER.
218740     MOVE 'N' TO WK-XT-MATCH-SW.
218750     PERFORM 9756-CHECK-ONE-ADMIT THRU 9756-EXIT
218760         VARYING AD-SIDX FROM 1 BY 1
218770         UNTIL AD-SIDX > WK-AD-COUNT
218780            OR XFER-PAIR-MATCHED.
218790     MOVE XT-FROM-PROVIDER(XT-IDX) TO WK-XM-FROM.
218800     MOVE XT-RECV-PROVIDER(XT-IDX) TO WK-XM-RECV.
218810     MOVE XT-MBI(XT-IDX)           TO WK-XM-MBI.
218820     MOVE XT-DISCHG-DATE(XT-IDX)   TO WK-XM-DISCHARGE.
218830     IF XFER-PAIR-MATCHED
218840         MOVE 'MATCHED' TO WK-XM-DISPOSITION
218850     ELSE
218860         ADD 1 TO WK-XFER-UNMATCHED
218870         MOVE 'NO COUNTERPART' TO WK-XM-DISPOSITION
218880     END-IF.
218890     MOVE WK-XM-DETAIL-LINE TO XFER-MATCH-LINE.
218900     WRITE XFER-MATCH-LINE.
218910 9755-EXIT.
218920     EXIT.
218930 9756-CHECK-ONE-ADMIT.
218940     IF AD-PROVIDER-NO(AD-SIDX) NOT =
218950            XT-RECV-PROVIDER(XT-IDX)
218960         GO TO 9756-EXIT
218970     END-IF.
218980     IF XT-MBI(XT-IDX) NOT = SPACES
218990        AND AD-MBI(AD-SIDX) NOT = XT-MBI(XT-IDX)
219000         GO TO 9756-EXIT
219010     END-IF.
219020     COMPUTE WK-XT-GAP =
219030         AD-ADMIT-SERIAL(AD-SIDX) - XT-DISCHG-SERIAL(XT-IDX).
219040     IF WK-XT-GAP NOT < 0 AND WK-XT-GAP NOT > 1
219050         SET XFER-PAIR-MATCHED TO TRUE
219060     END-IF.
219070 9756-EXIT.
219080     EXIT.
219090*===========================================================*
219100* 9760-WRITE-LEDGER - POST ANY PERIOD SHORTFALL (REVERSALS   *
219110* EXCEEDING PAYMENTS) AS A RECEIVABLE, WRITE THE UPDATED     *
219120* LEDGER FILE FOR THE NEXT RUN, AND PRINT THE BALANCE/AGING  *
219130* REPORT.                                                    *
219140*===========================================================*
219150 9760-WRITE-LEDGER.
219160     OPEN OUTPUT LEDGER-FILE-OUT.
219170     WRITE LEDGER-OUT-REC FROM WK-GEN-OUT-STAMP.
219180     IF WK-LG-COUNT = 0
219190         CLOSE LEDGER-FILE-OUT
219200         GO TO 9760-EXIT
219210     END-IF.
219220     IF LEDGER-OVERFLOWED
219230         DISPLAY 'PPBAT215 - LEDGER TABLE OVERFLOWED - '
219240                 'BALANCES INCOMPLETE, LEDGER FAILED'
219250         MOVE 16 TO RETURN-CODE
219260     END-IF.
219270     ACCEPT WK-LG-RUN-DATE FROM DATE YYYYMMDD.
219280     OPEN OUTPUT LEDGER-RPT-OUT.
219290     MOVE 'RECOUPMENT LEDGER' TO WK-RPT-TITLE.
219300     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
219310     MOVE WK-RPT-HDR-LINE1 TO LEDGER-RPT-LINE.
219320     WRITE LEDGER-RPT-LINE.
219330     MOVE WK-RPT-HDR-LINE2 TO LEDGER-RPT-LINE.
219340     WRITE LEDGER-RPT-LINE.
219350     MOVE WK-LG-HEADING1 TO LEDGER-RPT-LINE.
219360     WRITE LEDGER-RPT-LINE.
219370     SET LG-IDX TO 1.
219380     PERFORM 9765-WRITE-ONE-LEDGER THRU 9765-EXIT
219390         UNTIL LG-IDX > WK-LG-COUNT.
219400     CLOSE LEDGER-FILE-OUT.
219410     CLOSE LEDGER-RPT-OUT.
219420 9760-EXIT.
219430     EXIT.
219440 9765-WRITE-ONE-LEDGER.
219450*    THE OFFSET PORTION OF THE DEBITS WAS WITHHELD TO PAY
219460*    DOWN THE OPEN BALANCE, NOT HANDED TO THE PROVIDER, SO
219470*    REVERSALS ARE MEASURED AGAINST THE NET CASH PAID OUT.
219480     COMPUTE WK-LG-SHORTFALL =
219490         LG-CREDITS(LG-IDX)
219500         - (LG-DEBITS(LG-IDX) - LG-OFFSETS(LG-IDX)).
219510     IF WK-LG-SHORTFALL > 0
219520         ADD WK-LG-SHORTFALL TO LG-BALANCE(LG-IDX)
219530         IF LG-OLDEST-DATE(LG-IDX) = 0
219540             MOVE WK-LG-RUN-DATE TO LG-OLDEST-DATE(LG-IDX)
219550         END-IF
219560     END-IF.
219570*    A NEW RECEIVABLE PUTS A REPAYMENT PLAN IN DEFAULT; A
219580*    CLEARED DEBT COMPLETES IT.  ONLY A PLAN STILL IN EFFECT
219590*    IS FLAGGED ON THE LEDGER, WITH ITS INTEREST RATE.
219600     MOVE SPACE  TO LG-PLAN-SW(LG-IDX).
219610     MOVE ZEROES TO LG-PLAN-PCT(LG-IDX).
219620     MOVE LG-PROVIDER-NO(LG-IDX) TO WK-ER-KEY.
219630     PERFORM 2228D-FIND-PLAN THRU 2228D-EXIT.
219640     IF REPAY-PLAN-FOUND
219650         EVALUATE TRUE
219660             WHEN WK-LG-SHORTFALL > 0
219670                 MOVE 'D'  TO WK-ER-NEW-STATUS
219680                 MOVE 'NO' TO WK-ER-REASON
219690                 MOVE 'DEFAULT - NEW OVERPAYMENT' TO WK-ER-TEXT
219700                 PERFORM 2228F-END-PLAN THRU 2228F-EXIT
219710             WHEN LG-BALANCE(LG-IDX) = 0
219720              AND LG-INT-BALANCE(LG-IDX) = 0
219730                 MOVE 'C'  TO WK-ER-NEW-STATUS
219740                 MOVE SPACES TO WK-ER-REASON
219750                 MOVE 'COMPLETE - DEBT REPAID' TO WK-ER-TEXT
219760                 PERFORM 2228F-END-PLAN THRU 2228F-EXIT
219770             WHEN OTHER
219780                 MOVE 'A' TO LG-PLAN-SW(LG-IDX)
219790                 MOVE ER-ANNUAL-PCT(ER-SIDX)
219800                     TO LG-PLAN-PCT(LG-IDX)
219810         END-EVALUATE
219820     END-IF.
219830*    A DEBT IS CLOSED ONLY WHEN ITS INTEREST IS PAID TOO -
219840*    THE NEXT RECEIVABLE STARTS A FRESH DEMAND CYCLE.
219850     IF LG-BALANCE(LG-IDX) = 0 AND LG-INT-BALANCE(LG-IDX) = 0
219860         MOVE ZEROES TO LG-OLDEST-DATE(LG-IDX)
219870                        LG-LETTER-STAGE(LG-IDX)
219880                        LG-LETTER-DATE(LG-IDX)
219890                        LG-INT-THRU-DATE(LG-IDX)
219900         MOVE SPACE  TO LG-REFERRAL-SW(LG-IDX)
219910     END-IF.
219920*    DRAWDOWNS RECOVER THE CLAIM-SOURCE RECEIVABLE FIRST -
219930*    THE RAC-SOURCE PORTION IS WHAT REMAINS, UP TO THE BALANCE.
219940     IF LG-RAC-BALANCE(LG-IDX) > LG-BALANCE(LG-IDX)
219950         MOVE LG-BALANCE(LG-IDX) TO LG-RAC-BALANCE(LG-IDX)
219960     END-IF.
219970     MOVE LG-PROVIDER-NO(LG-IDX) TO LG-OUT-PROVIDER-NO.
219980     MOVE LG-BALANCE(LG-IDX)     TO LG-OUT-BALANCE.
219990     MOVE LG-OLDEST-DATE(LG-IDX) TO LG-OUT-OLDEST-DATE.
220000     MOVE LG-RAC-BALANCE(LG-IDX) TO LG-OUT-RAC-BALANCE.
220010     MOVE LG-INT-BALANCE(LG-IDX) TO LG-OUT-INT-BALANCE.
220020     MOVE LG-LETTER-STAGE(LG-IDX) TO LG-OUT-LETTER-STAGE.
220030     MOVE LG-LETTER-DATE(LG-IDX) TO LG-OUT-LETTER-DATE.
220040     MOVE LG-INT-THRU-DATE(LG-IDX) TO LG-OUT-INT-THRU-DATE.
220050     MOVE LG-REFERRAL-SW(LG-IDX) TO LG-OUT-REFERRAL-SW.
220060     MOVE LG-PLAN-SW(LG-IDX)     TO LG-OUT-PLAN-SW.
220070     MOVE LG-PLAN-PCT(LG-IDX)    TO LG-OUT-PLAN-PCT.
220080     WRITE LEDGER-OUT-REC.
220090     MOVE LG-PROVIDER-NO(LG-IDX)  TO WK-LG-PROVIDER-NO.
220100     MOVE LG-OPEN-BALANCE(LG-IDX) TO WK-LG-OPEN.
220110     MOVE LG-DEBITS(LG-IDX)       TO WK-LG-DEBITS.
220120     MOVE LG-CREDITS(LG-IDX)      TO WK-LG-CREDITS.
220130     MOVE LG-OFFSETS(LG-IDX)      TO WK-LG-OFFS.
220140     MOVE LG-BALANCE(LG-IDX)      TO WK-LG-CLOSE.
220150     MOVE LG-OLDEST-DATE(LG-IDX)  TO WK-LG-OLDEST.
220160     MOVE LG-RAC-BALANCE(LG-IDX)  TO WK-LG-RAC.
220170     MOVE WK-LG-DETAIL-LINE TO LEDGER-RPT-LINE.
220180     WRITE LEDGER-RPT-LINE.
220190     SET LG-IDX UP BY 1.
220200 9765-EXIT.
220210     EXIT.
220220*===========================================================*
220230* 9762-WRITE-REPAY-PLANS - WRITE THE REPAYMENT PLANS BACK   *
220240* WITH THIS RUN'S COLLECTIONS AND STATUS CHANGES, AND PRINT *
220250* THE PLAN-STATUS REPORT.                                   *
220260*===========================================================*
220270 9762-WRITE-REPAY-PLANS.
220280     IF NOT REPAY-PLANS-LOADED
220290         GO TO 9762-EXIT
220300     END-IF.
220310     OPEN OUTPUT REPAY-PLAN-OUT.
220320     OPEN OUTPUT REPAY-RPT-OUT.
220330     MOVE 'REPAYMENT PLAN STATUS' TO WK-RPT-TITLE.
220340     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
220350     MOVE WK-RPT-HDR-LINE1 TO REPAY-RPT-LINE.
220360     WRITE REPAY-RPT-LINE.
220370     MOVE WK-RPT-HDR-LINE2 TO REPAY-RPT-LINE.
220380     WRITE REPAY-RPT-LINE.
220390     MOVE WK-ER-HEADING1 TO REPAY-RPT-LINE.
220400     WRITE REPAY-RPT-LINE.
220410     PERFORM 9763-WRITE-ONE-PLAN THRU 9763-EXIT
220420         VARYING ER-IDX FROM 1 BY 1
220430         UNTIL ER-IDX > WK-ER-COUNT.
220440     CLOSE REPAY-PLAN-OUT.
220450     CLOSE REPAY-RPT-OUT.
220460     DISPLAY 'PPBAT215 - REPAY PLANS ACTIVE: ' WK-ER-ACTIVE.
220470     DISPLAY 'PPBAT215 - REPAY PLANS DFLT  : ' WK-ER-DEFAULTED.
220480     DISPLAY 'PPBAT215 - REPAY PLANS DONE  : ' WK-ER-COMPLETED.
220490 9762-EXIT.
220500     EXIT.
220510 9763-WRITE-ONE-PLAN.
220520     MOVE ER-PLAN-REC(ER-IDX) TO REPAY-PLAN-OUT-REC.
220530     WRITE REPAY-PLAN-OUT-REC.
220540     IF ER-IN-EFFECT(ER-IDX)
220550         ADD 1 TO WK-ER-ACTIVE
220560     END-IF.
220570     MOVE ER-PROVIDER-NO(ER-IDX)    TO WK-ER-PROVIDER-NO.
220580     MOVE ER-PLAN-ID(ER-IDX)        TO WK-ER-PLAN-ID.
220590     MOVE ER-STATUS(ER-IDX)         TO WK-ER-STATUS.
220600     MOVE ER-FREQUENCY(ER-IDX)      TO WK-ER-FREQ.
220610     MOVE ER-APPROVED-PRIN(ER-IDX)  TO WK-ER-APPROVED.
220620     MOVE ER-INSTALLMENT(ER-IDX)    TO WK-ER-INSTALL.
220630     MOVE ER-NEXT-DUE(ER-IDX)       TO WK-ER-NEXT-DUE.
220640     MOVE ER-AMOUNT-DUE(ER-IDX)     TO WK-ER-AMT-DUE.
220650     MOVE ER-PAID-THIS-RUN(ER-IDX)  TO WK-ER-PAID-RUN.
220660     MOVE ER-PAID-TO-DATE(ER-IDX)   TO WK-ER-PAID-TODATE.
220670     IF ER-PRIN-PAID(ER-IDX) < ER-APPROVED-PRIN(ER-IDX)
220680         COMPUTE WK-ER-REMAINING =
220690             ER-APPROVED-PRIN(ER-IDX) - ER-PRIN-PAID(ER-IDX)
220700     ELSE
220710         MOVE ZEROES TO WK-ER-REMAINING
220720     END-IF.
220730     MOVE ER-MISSED(ER-IDX)         TO WK-ER-MISSED.
220740     MOVE ER-NOTE(ER-IDX)           TO WK-ER-NOTE.
220750     MOVE WK-ER-DETAIL-LINE TO REPAY-RPT-LINE.
220760     WRITE REPAY-RPT-LINE.
220770 9763-EXIT.
220780     EXIT.
220790*===========================================================*
220800* 9764-WRITE-MANUAL-PAYS - AGE THE CHECKS STILL UNMATCHED,   *
220810* WRITE THE MANUAL PAYMENT REGISTER BACK, AND PRINT THE      *
220820* REGISTER REPORT.  A CHECK OUTSTANDING MORE THAN            *
220830* MANUAL-AGE-DAYS AFTER ITS ISSUE DATE IS CONVERTED TO A     *
220840* LEDGER RECEIVABLE, SO THIS RUNS AHEAD OF 9760.             *
220850*===========================================================*
220860 9764-WRITE-MANUAL-PAYS.
220870     IF NOT MANUAL-PAYS-LOADED
220880         GO TO 9764-EXIT
220890     END-IF.
220900     MOVE WK-MW-RUN-DATE TO WK-DTS-DATE.
220910     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
220920     MOVE WK-DTS-SERIAL TO WK-MW-RUN-SERIAL.
220930     OPEN OUTPUT MANUAL-PAY-OUT.
220940     OPEN OUTPUT MANUAL-RPT-OUT.
220950     MOVE 'MANUAL PAYMENT REGISTER' TO WK-RPT-TITLE.
220960     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
220970     MOVE WK-RPT-HDR-LINE1 TO MANUAL-RPT-LINE.
220980     WRITE MANUAL-RPT-LINE.
220990     MOVE WK-RPT-HDR-LINE2 TO MANUAL-RPT-LINE.
221000     WRITE MANUAL-RPT-LINE.
221010     MOVE WK-MW-HEADING1 TO MANUAL-RPT-LINE.
221020     WRITE MANUAL-RPT-LINE.
221030     PERFORM 9766-WRITE-ONE-MANUAL-PAY THRU 9766-EXIT
221040         VARYING MW-SIDX FROM 1 BY 1
221050         UNTIL MW-SIDX > WK-MW-COUNT.
221060     CLOSE MANUAL-PAY-OUT.
221070     CLOSE MANUAL-RPT-OUT.
221080     DISPLAY 'PPBAT215 - MANUAL PAYS POSTED : ' WK-MW-POSTED.
221090     DISPLAY 'PPBAT215 - MANUAL PAYS OUTSTND: ' WK-MW-OUTSTANDING.
221100     DISPLAY 'PPBAT215 - MANUAL PAYS MATCHED: ' WK-MW-MATCHED.
221110     DISPLAY 'PPBAT215 - MANUAL PAYS CONVRTD: ' WK-MW-CONVERTED.
221120     DISPLAY 'PPBAT215 - MANUAL OFFSET AMT  : ' WK-MW-OFFSET-TOT.
221130     DISPLAY 'PPBAT215 - MANUAL CONVERT AMT : ' WK-MW-CONVERT-TOT.
221140 9764-EXIT.
221150     EXIT.
221160 9766-WRITE-ONE-MANUAL-PAY.
221170     IF MW-IN-EFFECT(MW-SIDX)
221180         PERFORM 9767-AGE-MANUAL-PAY THRU 9767-EXIT
221190     END-IF.
221200     MOVE MW-PAY-REC(MW-SIDX) TO MANUAL-PAY-OUT-REC.
221210     WRITE MANUAL-PAY-OUT-REC.
221220     EVALUATE TRUE
221230         WHEN MW-OUTSTANDING(MW-SIDX)
221240             ADD 1 TO WK-MW-OUTSTANDING
221250         WHEN MW-MATCHED(MW-SIDX)
221260             ADD 1 TO WK-MW-MATCHED
221270         WHEN MW-CONVERTED(MW-SIDX)
221280             ADD 1 TO WK-MW-CONVERTED
221290     END-EVALUATE.
221300     MOVE MW-PROVIDER-NO(MW-SIDX)    TO WK-MW-PROVIDER-NO.
221310     MOVE MW-PAYMENT-ID(MW-SIDX)     TO WK-MW-PAYMENT-ID.
221320     MOVE MW-ISSUE-DATE(MW-SIDX)     TO WK-MW-ISSUE-DATE.
221330     MOVE MW-AUTHORITY(MW-SIDX)      TO WK-MW-AUTHORITY.
221340     MOVE MW-APPROVED-BY(MW-SIDX)    TO WK-MW-APPROVED-BY.
221350     MOVE MW-MBI(MW-SIDX)            TO WK-MW-MBI.
221360     MOVE MW-DISCHARGE-DATE(MW-SIDX) TO WK-MW-DISCH-DATE.
221370     MOVE MW-AMOUNT(MW-SIDX)         TO WK-MW-AMOUNT.
221380     MOVE MW-STATUS(MW-SIDX)         TO WK-MW-STATUS.
221390     MOVE MW-APPLIED-AMT(MW-SIDX)    TO WK-MW-APPLIED.
221400     MOVE MW-MATCH-SEQ(MW-SIDX)      TO WK-MW-MATCH-SEQ.
221410     MOVE MW-CONVERTED-AMT(MW-SIDX)  TO WK-MW-CONVERTED-AMT.
221420     MOVE MW-STATUS-DATE(MW-SIDX)    TO WK-MW-STATUS-DATE.
221430     MOVE MW-NOTE(MW-SIDX)           TO WK-MW-NOTE.
221440     MOVE WK-MW-DETAIL-LINE TO MANUAL-RPT-LINE.
221450     WRITE MANUAL-RPT-LINE.
221460 9766-EXIT.
221470     EXIT.
221480 9767-AGE-MANUAL-PAY.
221490     MOVE MW-ISSUE-DATE(MW-SIDX) TO WK-DTS-DATE.
221500     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
221510     COMPUTE WK-MW-AGE = WK-MW-RUN-SERIAL - WK-DTS-SERIAL.
221520     IF WK-MW-AGE NOT > WK-MW-AGE-DAYS
221530         GO TO 9767-EXIT
221540     END-IF.
221550     COMPUTE WK-MW-REMAINING =
221560         MW-AMOUNT(MW-SIDX) - MW-APPLIED-AMT(MW-SIDX).
221570     PERFORM 2228N-CONVERT-MANUAL-PAY THRU 2228N-EXIT.
221580     IF LEDGER-ROW-MISSING
221590         GO TO 9767-EXIT
221600     END-IF.
221610     MOVE 'C'            TO MW-STATUS(MW-SIDX).
221620     MOVE WK-MW-RUN-DATE TO MW-STATUS-DATE(MW-SIDX).
221630     MOVE 'N'            TO MW-IN-EFFECT-SW(MW-SIDX).
221640     MOVE 'AGED - CONVERTED TO LEDGER' TO MW-NOTE(MW-SIDX).
221650 9767-EXIT.
221660     EXIT.
221670*===========================================================*
221680* 9768-WRITE-ADVANCES - WRITE THE ADVANCE PAYMENT FILE BACK  *
221690* WITH THIS RUN'S RECOUPMENT AND PRINT THE BALANCE REPORT:   *
221700* EACH ADVANCE, THE PERCENT IN FORCE, WITHHELD THIS RUN AND  *
221710* TO DATE, WHAT REMAINS, AND ANY BALANCE DEMANDED.           *
221720*===========================================================*
221730 9768-WRITE-ADVANCES.
221740     IF NOT ADVANCES-LOADED
221750         GO TO 9768-EXIT
221760     END-IF.
221770     OPEN OUTPUT ADVANCE-PAY-OUT.
221780     OPEN OUTPUT ADVANCE-RPT-OUT.
221790     MOVE 'ADVANCE PAYMENT RECOUPMENT BALANCES' TO WK-RPT-TITLE.
221800     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
221810     MOVE WK-RPT-HDR-LINE1 TO ADVANCE-RPT-LINE.
221820     WRITE ADVANCE-RPT-LINE.
221830     MOVE WK-RPT-HDR-LINE2 TO ADVANCE-RPT-LINE.
221840     WRITE ADVANCE-RPT-LINE.
221850     MOVE WK-AV-HEADING1 TO ADVANCE-RPT-LINE.
221860     WRITE ADVANCE-RPT-LINE.
221870     PERFORM 9769-WRITE-ONE-ADVANCE THRU 9769-EXIT
221880         VARYING AV-SIDX FROM 1 BY 1
221890         UNTIL AV-SIDX > WK-AV-COUNT.
221900     CLOSE ADVANCE-PAY-OUT.
221910     CLOSE ADVANCE-RPT-OUT.
221920     DISPLAY 'PPBAT215 - ADVANCES RECOUPING : ' WK-AV-RECOUPING.
221930     DISPLAY 'PPBAT215 - ADVANCES DEMANDED  : ' WK-AV-DEMANDED.
221940     DISPLAY 'PPBAT215 - ADVANCES REPAID    : ' WK-AV-REPAID.
221950     DISPLAY 'PPBAT215 - ADVANCE RECOUP AMT : ' WK-AV-TAKE-TOT.
221960     DISPLAY 'PPBAT215 - ADVANCE DEMAND AMT : ' WK-AV-DEMAND-TOT.
221970     DISPLAY 'PPBAT215 - ADVANCE OPEN AMT   : ' WK-AV-OPEN-TOT.
221980 9768-EXIT.
221990     EXIT.
222000 9769-WRITE-ONE-ADVANCE.
222010     MOVE AV-ADV-REC(AV-SIDX) TO ADVANCE-PAY-OUT-REC.
222020     WRITE ADVANCE-PAY-OUT-REC.
222030     MOVE ZEROES TO WK-AV-REMAINING.
222040     EVALUATE TRUE
222050         WHEN AV-RECOUPING(AV-SIDX)
222060             ADD 1 TO WK-AV-RECOUPING
222070             IF AV-AMOUNT(AV-SIDX) IS NUMERIC
222080                AND AV-WITHHELD(AV-SIDX) IS NUMERIC
222090                AND AV-WITHHELD(AV-SIDX) < AV-AMOUNT(AV-SIDX)
222100                 COMPUTE WK-AV-REMAINING =
222110                     AV-AMOUNT(AV-SIDX) - AV-WITHHELD(AV-SIDX)
222120             END-IF
222130             ADD WK-AV-REMAINING TO WK-AV-OPEN-TOT
222140         WHEN AV-DEMANDED(AV-SIDX)
222150             ADD 1 TO WK-AV-DEMANDED
222160         WHEN AV-REPAID(AV-SIDX)
222170             ADD 1 TO WK-AV-REPAID
222180     END-EVALUATE.
222190     MOVE AV-PROVIDER-NO(AV-SIDX)  TO WK-AV-PROVIDER-NO.
222200     MOVE AV-ADVANCE-ID(AV-SIDX)   TO WK-AV-ADVANCE-ID.
222210     MOVE AV-PROGRAM(AV-SIDX)      TO WK-AV-PROGRAM.
222220     MOVE AV-ISSUE-DATE(AV-SIDX)   TO WK-AV-ISSUE-DATE.
222230     MOVE AV-AMOUNT(AV-SIDX)       TO WK-AV-AMOUNT.
222240     MOVE AV-RUN-PCT(AV-SIDX)      TO WK-AV-PCT.
222250     MOVE AV-WITHHELD-RUN(AV-SIDX) TO WK-AV-WITHHELD-RUN.
222260     MOVE AV-WITHHELD(AV-SIDX)     TO WK-AV-WITHHELD.
222270     MOVE WK-AV-REMAINING          TO WK-AV-REMAIN.
222280     MOVE AV-DEMAND-AMT(AV-SIDX)   TO WK-AV-DEMAND.
222290     MOVE AV-STATUS(AV-SIDX)       TO WK-AV-STATUS.
222300     MOVE AV-STATUS-DATE(AV-SIDX)  TO WK-AV-STATUS-DATE.
222310     MOVE AV-NOTE(AV-SIDX)         TO WK-AV-NOTE.
222320     MOVE WK-AV-DETAIL-LINE TO ADVANCE-RPT-LINE.
222330     WRITE ADVANCE-RPT-LINE.
222340 9769-EXIT.
222350     EXIT.
222360*===========================================================*
222370* 9772-WRITE-PAPER-MEDIA - CARRY THE PAPER-CLAIM ROWS TO     *
222380* THE NEXT RUN.  A ROW IS DROPPED ONCE ITS PAPER FLOOR DATE  *
222390* IS NO LATER THAN TONIGHT'S RUN DATE - FROM THEN ON THE     *
222400* CLAIM IS PAST EITHER FLOOR AND ITS MEDIUM NO LONGER        *
222410* MATTERS - OR WHEN IT HAS NO RECEIPT DATE TO MEASURE FROM.  *
222420*===========================================================*
222430 9772-WRITE-PAPER-MEDIA.
222440     OPEN OUTPUT PAPER-MEDIA-OUT.
222450     PERFORM 9773-WRITE-ONE-MEDIUM THRU 9773-EXIT
222460         VARYING PFM-SIDX FROM 1 BY 1
222470         UNTIL PFM-SIDX > WK-PFL-MD-COUNT.
222480     CLOSE PAPER-MEDIA-OUT.
222490     DISPLAY 'PPBAT215 - PAPER CLAIMS IN    : '
222500             WK-PFL-MD-CARRIED-IN.
222510     DISPLAY 'PPBAT215 - PAPER CLAIMS OUT   : '
222520             WK-PFL-MD-CARRIED-OUT.
222530 9772-EXIT.
222540     EXIT.
222550 9773-WRITE-ONE-MEDIUM.
222560     IF PFM-TAB-RECEIPT(PFM-SIDX) NOT NUMERIC
222570        OR PFM-TAB-RECEIPT(PFM-SIDX) = 0
222580         GO TO 9773-EXIT
222590     END-IF.
222600     MOVE PFM-TAB-RECEIPT(PFM-SIDX) TO WK-AM-DATE.
222610     PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT
222620         WK-PFL-DAYS-PAPER TIMES.
222630     IF WK-AM-DATE NOT > WK-PFL-RUN-DATE
222640         GO TO 9773-EXIT
222650     END-IF.
222660     MOVE SPACES                        TO PAPER-MEDIA-OUT-REC.
222670     MOVE PFM-TAB-PROVIDER-NO(PFM-SIDX) TO PU-PROVIDER-NO.
222680     MOVE PFM-TAB-DISCHARGE(PFM-SIDX)   TO PU-DISCHARGE-DATE.
222690     MOVE PFM-TAB-MBI(PFM-SIDX)         TO PU-MBI.
222700     MOVE PFM-TAB-RECEIPT(PFM-SIDX)     TO PU-RECEIPT-DATE.
222710     MOVE PFM-TAB-SUBMITTER(PFM-SIDX)   TO PU-SUBMITTER-ID.
222720     MOVE 'P'                           TO PU-MEDIUM.
222730     WRITE PAPER-MEDIA-OUT-REC.
222740     ADD 1 TO WK-PFL-MD-CARRIED-OUT.
222750 9773-EXIT.
222760     EXIT.
222770*===========================================================*
222780* 9770-WRITE-MANIFEST - CLOSE THE RUN BY WRITING ITS SELF-   *
222790* DESCRIBING MANIFEST RECORD AND APPENDING THE SAME RECORD   *
222800* TO THE CUMULATIVE RUN-HISTORY REGISTRY.  THE GENERATION    *
222810* STAMPS OF THE CARRIED-FORWARD FILES FOLLOW ON THE MANIFEST *
222820* ONLY, BEHIND THE STOP RECORD OF A RUN THE OPERATOR STOPPED.*
222830* THIS RUNS LAST, AFTER EVERY CARRIED FILE IS DONE.          *
222840*===========================================================*
222850 9770-WRITE-MANIFEST.
222860     MOVE WK-RUN-ID           TO MF-RUN-ID.
222870     ACCEPT MF-RUN-DATE FROM DATE YYYYMMDD.
222880     ACCEPT WK-MANIFEST-TIME FROM TIME.
222890     MOVE WK-MANIFEST-TIME    TO MF-RUN-TIME.
222900     MOVE PPDRV-VERSION       TO MF-PPDRV-VERSION.
222910     MOVE PPS-CALC-VERS       TO MF-CALC-VERS.
222920     MOVE WK-CHECKPOINT-SW    TO MF-RESTART-IND.
222930     MOVE WK-REPORTS-SW       TO MF-REPORTS-SW.
222940     MOVE WK-SORT-MODE-SW     TO MF-SORT-SW.
222950     MOVE WK-COMPARE-SW       TO MF-COMPARE-SW.
222960     MOVE WK-PARFY-SW         TO MF-PARFY-SW.
222970     MOVE WK-BILLS-READ       TO MF-BILLS-READ.
222980     MOVE WK-BILLS-PRICED     TO MF-BILLS-PRICED.
222990     MOVE WK-BILLS-REJECTED   TO MF-BILLS-REJECTED.
223000     MOVE WK-BILLS-QUARANTINED TO MF-BILLS-QUARANTINED.
223010     MOVE WK-BILLS-DUPLICATE  TO MF-BILLS-DUPLICATE.
223020     MOVE WK-BILLS-FILTERED   TO MF-BILLS-FILTERED.
223030     MOVE WK-BILLS-PENDED     TO MF-BILLS-PENDED.
223040     MOVE WK-PPSOUT-RECS      TO MF-PPSOUT-RECS.
223050     MOVE WK-REMIT-RECS       TO MF-REMIT-RECS.
223060     MOVE WK-AN-RUN-PAY       TO MF-TOTAL-PAYMENT.
223070     MOVE WK-BILLS-FUNDS-HELD TO MF-BILLS-FUNDS-HELD.
223080     MOVE WK-BILLS-CARRIED    TO MF-BILLS-CARRIED.
223090     MOVE WK-HISTREPO-WRITES  TO MF-HISTREPO-WRITES.
223100     IF DSPC-COUNT > 0
223110         MOVE DSPC-VERSION    TO MF-DISPATCH-VERSION
223120     ELSE
223130         MOVE 'COMPILED'      TO MF-DISPATCH-VERSION
223140     END-IF.
223150     OPEN OUTPUT MANIFEST-OUT.
223160     WRITE MANIFEST-REC.
223170*    THE REGISTRY ROW IS TAKEN BEFORE THE STOP AND GENERATION
223180*    RECORDS REUSE THE RECORD AREA.
223190     OPEN EXTEND RUN-HIST-OUT.
223200     WRITE RUN-HIST-REC FROM MANIFEST-REC.
223210     CLOSE RUN-HIST-OUT.
223220     IF RUN-STOPPED-BY-OPERATOR
223230         PERFORM 9776-WRITE-STOP-REC THRU 9776-EXIT
223240     END-IF.
223250     PERFORM 9775-WRITE-GEN-STAMPS THRU 9775-EXIT
223260         VARYING WK-GEN-I FROM 1 BY 1
223270         UNTIL WK-GEN-I > 12.
223280     CLOSE MANIFEST-OUT.
223290 9770-EXIT.
223300     EXIT.
223310*===========================================================*
223320* 9775-WRITE-GEN-STAMPS - ONE CARRIED-FORWARD PAIR'S        *
223330* STAMPS ON THE MANIFEST: THE STAMP FOUND ON THE IN FILE    *
223340* AT START-UP WITH ITS VERDICT, THEN THE STAMP THIS RUN     *
223350* WROTE ON THE OUT FILE.                                    *
223360*===========================================================*
223370 9775-WRITE-GEN-STAMPS.
223380     MOVE SPACES                 TO MANIFEST-GEN-REC.
223390     MOVE WK-RUN-ID              TO MG-RUN-ID.
223400     MOVE 'GENSTAMP'             TO MG-REC-TYPE.
223410     MOVE 'IN '                  TO MG-DIRECTION.
223420     MOVE GN-IN-DD(WK-GEN-I)     TO MG-DD-NAME.
223430     MOVE GR-RUN-ID(WK-GEN-I)    TO MG-STAMP-RUN-ID.
223440     MOVE GR-RUN-DATE(WK-GEN-I)  TO MG-STAMP-DATE.
223450     MOVE GR-RUN-TIME(WK-GEN-I)  TO MG-STAMP-TIME.
223460     MOVE GR-RESULT(WK-GEN-I)    TO MG-RESULT.
223470     WRITE MANIFEST-GEN-REC.
223480     MOVE WK-GEN-OUT-STAMP       TO GEN-STAMP-REC.
223490     MOVE 'OUT'                  TO MG-DIRECTION.
223500     MOVE GN-OUT-DD(WK-GEN-I)    TO MG-DD-NAME.
223510     MOVE GS-RUN-ID              TO MG-STAMP-RUN-ID.
223520     MOVE GS-RUN-DATE            TO MG-STAMP-DATE.
223530     MOVE GS-RUN-TIME            TO MG-STAMP-TIME.
223540     MOVE 'WRITTEN'              TO MG-RESULT.
223550     WRITE MANIFEST-GEN-REC.
223560 9775-EXIT.
223570     EXIT.
223580*===========================================================*
223590* 9776-WRITE-STOP-REC - MARK THE MANIFEST OF A RUN ENDED BY  *
223600* AN OPERATOR STOP REQUEST, WITH THE CHECKPOINT POSITION THE *
223610* NEXT RUN RESUMES FROM AND THE PROVIDERS EITHER SIDE OF THE *
223620* STOP.                                                      *
223630*===========================================================*
223640 9776-WRITE-STOP-REC.
223650     MOVE SPACES                 TO MANIFEST-STOP-REC.
223660     MOVE WK-RUN-ID              TO MS-RUN-ID.
223670     MOVE 'STOPPED'              TO MS-REC-TYPE.
223680     MOVE 'STOPPED BY OPERATOR'  TO MS-STOP-REASON.
223690     MOVE WK-STOP-POSITION       TO MS-RESUME-POSITION.
223700     MOVE WK-STOP-PROVIDER       TO MS-LAST-PROVIDER.
223710     MOVE WK-STOP-NEXT-PROVIDER  TO MS-NEXT-PROVIDER.
223720     MOVE WK-STOP-DATE           TO MS-STOP-DATE.
223730     MOVE WK-STOP-TIME           TO MS-STOP-TIME.
223740     MOVE WK-STOP-REASON         TO MS-REQUEST-TEXT.
223750     WRITE MANIFEST-STOP-REC.
223760 9776-EXIT.
223770     EXIT.
223780*===========================================================*
223790* 9780-WRITE-CMI-DRIFT - COMPUTE EACH PROVIDER'S ACTUAL      *
223800* CASE-MIX INDEX FROM THE DRG WEIGHTS JUST PRICED AND FLAG   *
223810* PROVIDERS WHOSE STORED P-NEW-CMI DRIFTS BEYOND TOLERANCE.  *
223820*===========================================================*
223830 9780-WRITE-CMI-DRIFT.
223840     IF WK-AN-COUNT = 0
223850         GO TO 9780-EXIT
223860     END-IF.
223870     OPEN OUTPUT CMI-DRIFT-OUT.
223880     MOVE 'CMI DRIFT REPORT' TO WK-RPT-TITLE.
223890     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
223900     MOVE WK-RPT-HDR-LINE1 TO CMI-DRIFT-LINE.
223910     WRITE CMI-DRIFT-LINE.
223920     MOVE WK-RPT-HDR-LINE2 TO CMI-DRIFT-LINE.
223930     WRITE CMI-DRIFT-LINE.
223940     MOVE WK-CD-HEADING1 TO CMI-DRIFT-LINE.
223950     WRITE CMI-DRIFT-LINE.
223960     SET AN-IDX TO 1.
223970     PERFORM 9785-CHECK-ONE-CMI THRU 9785-EXIT
223980         UNTIL AN-IDX > WK-AN-COUNT.
223990     CLOSE CMI-DRIFT-OUT.
224000     DISPLAY 'PPBAT215 - CMI DRIFTERS      : ' WK-CMI-DRIFTERS.
224010 9780-EXIT.
224020     EXIT.
224030 9785-CHECK-ONE-CMI.
224040     COMPUTE WK-CMI-ACTUAL ROUNDED =
224050         AN-TOT-DRG-WT(AN-IDX) / AN-BILL-COUNT(AN-IDX).
224060     COMPUTE WK-CMI-DELTA =
224070         WK-CMI-ACTUAL - AN-STORED-CMI(AN-IDX).
224080     IF WK-CMI-DELTA > WK-CMI-TOLERANCE OR
224090        WK-CMI-DELTA < (0 - WK-CMI-TOLERANCE)
224100         ADD 1 TO WK-CMI-DRIFTERS
224110         MOVE AN-PROVIDER-NO(AN-IDX) TO WK-CD-PROVIDER-NO
224120         MOVE AN-BILL-COUNT(AN-IDX)  TO WK-CD-BILLS
224130         MOVE WK-CMI-ACTUAL          TO WK-CD-ACTUAL
224140         MOVE AN-STORED-CMI(AN-IDX)  TO WK-CD-STORED
224150         MOVE WK-CMI-DELTA           TO WK-CD-DRIFT
224160         MOVE WK-CD-DETAIL-LINE      TO CMI-DRIFT-LINE
224170         WRITE CMI-DRIFT-LINE
224180     END-IF.
224190     SET AN-IDX UP BY 1.
224200 9785-EXIT.
224210     EXIT.
224220*===========================================================*
224230* 9790-WRITE-ANOMALY - COMPUTE EACH PROVIDER'S RUN METRICS,  *
224240* COMPARE THEM TO ITS OWN HISTORY AND TO THE RUN-WIDE PEER   *
224250* AVERAGES, SCORE THE DEVIATIONS, WRITE THE SCORED EXCEPTION *
224260* EXTRACT, AND REWRITE THE HISTORY FILE WITH THIS RUN'S      *
224270* METRICS.                                                   *
224280*===========================================================*
224290 9790-WRITE-ANOMALY.
224300     IF WK-AN-COUNT = 0
224310         GO TO 9790-EXIT
224320     END-IF.
224330     IF WK-AN-RUN-BILLS > 0
224340         COMPUTE WK-AN-PEER-AVG-PAY ROUNDED =
224350             WK-AN-RUN-PAY / WK-AN-RUN-BILLS
224360         COMPUTE WK-AN-PEER-OUT-RATE ROUNDED =
224370             WK-AN-RUN-OUTLIERS / WK-AN-RUN-BILLS
224380         COMPUTE WK-AN-PEER-AVG-WT ROUNDED =
224390             WK-AN-RUN-WT / WK-AN-RUN-BILLS
224400     END-IF.
224410     OPEN OUTPUT ANOMALY-OUT.
224420     MOVE 'PAYMENT ANOMALY REPORT' TO WK-RPT-TITLE.
224430     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
224440     MOVE WK-RPT-HDR-LINE1 TO ANOMALY-LINE.
224450     WRITE ANOMALY-LINE.
224460     MOVE WK-RPT-HDR-LINE2 TO ANOMALY-LINE.
224470     WRITE ANOMALY-LINE.
224480     MOVE WK-AN-HEADING1 TO ANOMALY-LINE.
224490     WRITE ANOMALY-LINE.
224500     OPEN OUTPUT PROV-HIST-OUT.
224510     SET AN-IDX TO 1.
224520     PERFORM 9795-SCORE-ONE-PROVIDER THRU 9795-EXIT
224530         UNTIL AN-IDX > WK-AN-COUNT.
224540     CLOSE ANOMALY-OUT.
224550     CLOSE PROV-HIST-OUT.
224560 9790-EXIT.
224570     EXIT.
224580 9795-SCORE-ONE-PROVIDER.
224590     COMPUTE WK-AN-AVG-PAY ROUNDED =
224600         AN-TOT-PAYMENT(AN-IDX) / AN-BILL-COUNT(AN-IDX).
224610     COMPUTE WK-AN-OUT-RATE ROUNDED =
224620         AN-OUTLIER-BILLS(AN-IDX) / AN-BILL-COUNT(AN-IDX).
224630     COMPUTE WK-AN-AVG-WT ROUNDED =
224640         AN-TOT-DRG-WT(AN-IDX) / AN-BILL-COUNT(AN-IDX).
224650     MOVE 'N' TO WK-AN-HIST-FOUND-SW.
224660     SET PH-SIDX TO 1.
224670     IF WK-PH-COUNT > 0
224680         SEARCH PH-ENTRY VARYING PH-SIDX
224690             AT END
224700                 CONTINUE
224710             WHEN PH-TAB-PROVIDER-NO(PH-SIDX) =
224720                      AN-PROVIDER-NO(AN-IDX)
224730                 SET ANOM-HIST-FOUND TO TRUE
224740         END-SEARCH
224750     END-IF.
224760     MOVE ZEROES TO WK-AN-SCORE.
224770     IF ANOM-HIST-FOUND
224780         IF WK-AN-AVG-PAY >
224790               (PH-TAB-AVG-PAY(PH-SIDX) * 1.5)
224800             ADD 3 TO WK-AN-SCORE
224810         END-IF
224820         IF WK-AN-OUT-RATE >
224830               (PH-TAB-OUT-RATE(PH-SIDX) * 2)
224840             ADD 3 TO WK-AN-SCORE
224850         END-IF
224860         IF WK-AN-AVG-WT >
224870               (PH-TAB-AVG-WT(PH-SIDX) * 1.25)
224880             ADD 2 TO WK-AN-SCORE
224890         END-IF
224900     END-IF.
224910     IF WK-AN-AVG-PAY > (WK-AN-PEER-AVG-PAY * 1.5)
224920         ADD 2 TO WK-AN-SCORE
224930     END-IF.
224940     IF WK-AN-OUT-RATE > (WK-AN-PEER-OUT-RATE * 2)
224950        AND WK-AN-OUT-RATE > 0
224960         ADD 2 TO WK-AN-SCORE
224970     END-IF.
224980     IF WK-AN-AVG-WT > (WK-AN-PEER-AVG-WT * 1.25)
224990         ADD 1 TO WK-AN-SCORE
225000     END-IF.
225010     IF WK-AN-SCORE > 0
225020         MOVE AN-PROVIDER-NO(AN-IDX) TO WK-AN-PROVIDER-NO
225030         MOVE AN-BILL-COUNT(AN-IDX)  TO WK-AN-BILLS
225040         MOVE WK-AN-AVG-PAY          TO WK-AN-AVG-PAY-ED
225050         IF ANOM-HIST-FOUND
225060             MOVE PH-TAB-AVG-PAY(PH-SIDX) TO WK-AN-HIST-PAY-ED
225070             MOVE PH-TAB-OUT-RATE(PH-SIDX) TO WK-AN-HIST-RT-ED
225080         ELSE
225090             MOVE ZEROES TO WK-AN-HIST-PAY-ED
225100             MOVE ZEROES TO WK-AN-HIST-RT-ED
225110         END-IF
225120         MOVE WK-AN-PEER-AVG-PAY     TO WK-AN-PEER-PAY-ED
225130         MOVE WK-AN-OUT-RATE         TO WK-AN-OUT-RATE-ED
225140         MOVE WK-AN-AVG-WT           TO WK-AN-AVG-WT-ED
225150         MOVE WK-AN-SCORE            TO WK-AN-SCORE-ED
225160         MOVE WK-AN-DETAIL-LINE      TO ANOMALY-LINE
225170         WRITE ANOMALY-LINE
225180     END-IF.
225190     MOVE AN-PROVIDER-NO(AN-IDX) TO PJ-PROVIDER-NO.
225200     MOVE WK-AN-AVG-PAY          TO PJ-AVG-PAYMENT.
225210     MOVE WK-AN-OUT-RATE         TO PJ-OUTLIER-RATE.
225220     MOVE WK-AN-AVG-WT           TO PJ-AVG-DRG-WT.
225230     WRITE PROV-HIST-OUT-REC.
225240     SET AN-IDX UP BY 1.
225250 9795-EXIT.
225260     EXIT.
225270*===========================================================*
225280* 9805-WRITE-FY-SUMMARY - WRITE THE PER-PROVIDER CURRENT-FY  *
225290* VS PRIOR-FY TOTALS BELOW THE PER-BILL COMPARISON DETAIL.   *
225300*===========================================================*
225310 9805-WRITE-FY-SUMMARY.
225320     IF NOT PARALLEL-FY-MODE
225330         GO TO 9805-EXIT
225340     END-IF.
225350     MOVE WK-FYS-HEADING1 TO FY-COMPARE-LINE.
225360     WRITE FY-COMPARE-LINE.
225370     SET FY-IDX TO 1.
225380     PERFORM 9806-WRITE-ONE-FY THRU 9806-EXIT
225390         UNTIL FY-IDX > WK-FY-COUNT.
225400     CLOSE FY-COMPARE-OUT.
225410 9805-EXIT.
225420     EXIT.
225430 9806-WRITE-ONE-FY.
225440     MOVE FY-PROVIDER-NO(FY-IDX) TO WK-FS-PROVIDER-NO.
225450     MOVE FY-BILL-COUNT(FY-IDX)  TO WK-FS-BILL-COUNT.
225460     MOVE FY-CUR-TOTAL(FY-IDX)   TO WK-FS-CUR-TOTAL.
225470     MOVE FY-PRI-TOTAL(FY-IDX)   TO WK-FS-PRI-TOTAL.
225480     MOVE WK-FYS-DETAIL-LINE TO FY-COMPARE-LINE.
225490     WRITE FY-COMPARE-LINE.
225500     SET FY-IDX UP BY 1.
225510 9806-EXIT.
225520     EXIT.
225530*===========================================================*
225540* 8600-FORMAT-REPORT-HEADER - BUILD THE STANDARD REPORT      *
225550* HEADER LINE FROM WK-RPT-TITLE AND THE RUN IDENTIFICATION.  *
225560*===========================================================*
225570 8600-FORMAT-REPORT-HEADER.
225580     MOVE WK-RPT-TITLE   TO WK-RH-TITLE.
225590     MOVE WK-RUN-ID      TO WK-RH-RUN-ID.
225600     ACCEPT WK-RPT-RUN-DATE FROM DATE YYYYMMDD.
225610     MOVE WK-RPT-RUN-DATE TO WK-RH-DATE.
225620     IF PPDRV-VERSION = SPACES OR LOW-VALUES
225630         MOVE BAT-VERSION TO WK-RH-VERSION
225640     ELSE
225650         MOVE PPDRV-VERSION TO WK-RH-VERSION
225660     END-IF.
225670 8600-EXIT.
225680     EXIT.
225690*===========================================================*
225700* 8610-FORMAT-REPORT-FOOTER - BUILD THE STANDARD END-OF-     *
225710* REPORT TOTALS LINE FROM WK-RPT-COUNT.                      *
225720*===========================================================*
225730 8610-FORMAT-REPORT-FOOTER.
225740     MOVE WK-RPT-COUNT TO WK-RF-RECORDS.
225750 8610-EXIT.
225760     EXIT.
225770*===========================================================*
225780* 8500-DATE-TO-SERIAL - CONVERT WK-DTS-DATE (CCYYMMDD) TO A  *
225790*                 DAY SERIAL SO STAY-TO-STAY INTERVALS CAN   *
225800*                 BE COMPUTED ACROSS MONTH AND YEAR ENDS.    *
225810*===========================================================*
225820 8500-DATE-TO-SERIAL.
225830     MOVE WK-DTS-YYYY TO WK-DTS-YEARS.
225840     IF WK-DTS-MM < 3
225850         SUBTRACT 1 FROM WK-DTS-YEARS
225860     END-IF.
225870     COMPUTE WK-DTS-LEAPS =
225880         (WK-DTS-YEARS / 4) - (WK-DTS-YEARS / 100)
225890         + (WK-DTS-YEARS / 400).
225900     COMPUTE WK-DTS-SERIAL =
225910         (WK-DTS-YYYY * 365) + WK-DTS-LEAPS
225920         + WK-DTS-MCUM(WK-DTS-MM) + WK-DTS-DD.
225930 8500-EXIT.
225940     EXIT.
225950*===========================================================*
225960* 8520-ADD-ONE-DAY - ADVANCE WK-AM-DATE (CCYYMMDD) ONE DAY. *
225970*===========================================================*
225980 8520-ADD-ONE-DAY.
225990     PERFORM 8535-MONTH-LENGTH THRU 8535-EXIT.
226000     ADD 1 TO WK-AM-DD.
226010     IF WK-AM-DD > WK-AM-LAST-DAY
226020         MOVE 1 TO WK-AM-DD
226030         ADD 1 TO WK-AM-MM
226040         IF WK-AM-MM > 12
226050             MOVE 1 TO WK-AM-MM
226060             ADD 1 TO WK-AM-YYYY
226070         END-IF
226080     END-IF.
226090 8520-EXIT.
226100     EXIT.
226110*===========================================================*
226120* 8530-ADD-MONTHS - ADVANCE WK-AM-DATE BY WK-AM-MONTHS      *
226130*                 CALENDAR MONTHS, HOLDING THE DAY UNLESS   *
226140*                 THE NEW MONTH IS SHORTER.                 *
226150*===========================================================*
226160 8530-ADD-MONTHS.
226170     COMPUTE WK-AM-WORK = WK-AM-MM - 1 + WK-AM-MONTHS.
226180     DIVIDE WK-AM-WORK BY 12 GIVING WK-AM-QUOT
226190         REMAINDER WK-AM-REM.
226200     ADD WK-AM-QUOT TO WK-AM-YYYY.
226210     COMPUTE WK-AM-MM = WK-AM-REM + 1.
226220     PERFORM 8535-MONTH-LENGTH THRU 8535-EXIT.
226230     IF WK-AM-DD > WK-AM-LAST-DAY
226240         MOVE WK-AM-LAST-DAY TO WK-AM-DD
226250     END-IF.
226260 8530-EXIT.
226270     EXIT.
226280 8535-MONTH-LENGTH.
226290     MOVE WK-AM-MLEN(WK-AM-MM) TO WK-AM-LAST-DAY.
226300     IF WK-AM-MM NOT = 2
226310         GO TO 8535-EXIT
226320     END-IF.
226330     DIVIDE WK-AM-YYYY BY 4 GIVING WK-AM-QUOT
226340         REMAINDER WK-AM-REM.
226350     IF WK-AM-REM NOT = 0
226360         GO TO 8535-EXIT
226370     END-IF.
226380     MOVE 29 TO WK-AM-LAST-DAY.
226390     DIVIDE WK-AM-YYYY BY 100 GIVING WK-AM-QUOT
226400         REMAINDER WK-AM-REM.
226410     IF WK-AM-REM NOT = 0
226420         GO TO 8535-EXIT
226430     END-IF.
226440     DIVIDE WK-AM-YYYY BY 400 GIVING WK-AM-QUOT
226450         REMAINDER WK-AM-REM.
226460     IF WK-AM-REM NOT = 0
226470         MOVE 28 TO WK-AM-LAST-DAY
226480     END-IF.
226490 8535-EXIT.
226500     EXIT.
226510*===========================================================*
226520* 8540-ROLL-TO-BUSINESS-DAY - MOVE WK-AM-DATE FORWARD TO    *
226530*                 THE NEXT BUSINESS DAY ON THE PROCESSING   *
226540*                 CALENDAR, COUNTING THE DAYS ROLLED IN     *
226550*                 WK-CAL-ROLL-DAYS.  WITH NO CALENDAR, OR A *
226560*                 DATE OFF IT, THE DATE STANDS.             *
226570*===========================================================*
226580 8540-ROLL-TO-BUSINESS-DAY.
226590     MOVE ZEROES TO WK-CAL-ROLL-DAYS.
226600     IF NOT BUS-CALENDAR-ACTIVE
226610         GO TO 8540-EXIT
226620     END-IF.
226630     MOVE 'R'        TO CS-FUNCTION.
226640     MOVE WK-AM-DATE TO CS-FROM-DATE.
226650     CALL 'PPCLD215' USING CALSVC-AREA
226660     END-CALL.
226670     IF NOT CS-OK
226680         ADD 1 TO WK-CAL-OFF-CALENDAR
226690         GO TO 8540-EXIT
226700     END-IF.
226710     PERFORM 8541-ROLL-ONE-DAY THRU 8541-EXIT
226720         UNTIL WK-AM-DATE NOT < CS-RESULT-DATE.
226730 8540-EXIT.
226740     EXIT.
226750 8541-ROLL-ONE-DAY.
226760     PERFORM 8520-ADD-ONE-DAY THRU 8520-EXIT.
226770     ADD 1 TO WK-CAL-ROLL-DAYS.
226780 8541-EXIT.
226790     EXIT.
226800*===========================================================*
226810* 9810-WRITE-READMIT-CHAINS - PAIR SAME-MBI, SAME-PROVIDER   *
226820*                 STAYS WHERE THE LATER STAY BEGINS WITHIN   *
226830*                 30 DAYS OF THE PRIOR DISCHARGE AND REPORT  *
226840*                 BOTH ENDS WITH DRGS AND PAYMENTS.          *
226850*===========================================================*
226860 9810-WRITE-READMIT-CHAINS.
226870     IF WK-STAY-COUNT < 2
226880         GO TO 9810-EXIT
226890     END-IF.
226900     OPEN OUTPUT READMIT-OUT.
226910     MOVE 'READMISSION CHAINS' TO WK-RPT-TITLE.
226920     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
226930     MOVE WK-RPT-HDR-LINE1 TO READMIT-LINE.
226940     WRITE READMIT-LINE.
226950     MOVE WK-RPT-HDR-LINE2 TO READMIT-LINE.
226960     WRITE READMIT-LINE.
226970     MOVE WK-RA-HEADING1 TO READMIT-LINE.
226980     WRITE READMIT-LINE.
226990     PERFORM 9815-SCAN-ONE-STAY THRU 9815-EXIT
227000         VARYING STY-IDX FROM 1 BY 1
227010         UNTIL STY-IDX > WK-STAY-COUNT.
227020     CLOSE READMIT-OUT.
227030     DISPLAY 'PPBAT215 - READMIT CHAINS    : '
227040             WK-READMIT-COUNT.
227050 9810-EXIT.
227060     EXIT.
227070 9815-SCAN-ONE-STAY.
227080     PERFORM 9816-COMPARE-STAYS THRU 9816-EXIT
227090         VARYING STY-JDX FROM 1 BY 1
227100         UNTIL STY-JDX > WK-STAY-COUNT.
227110 9815-EXIT.
227120     EXIT.
227130 9816-COMPARE-STAYS.
227140     IF STY-IDX = STY-JDX
227150         GO TO 9816-EXIT
227160     END-IF.
227170     IF STY-MBI(STY-IDX) NOT = STY-MBI(STY-JDX)
227180        OR STY-PROVIDER-NO(STY-IDX) NOT =
227190           STY-PROVIDER-NO(STY-JDX)
227200         GO TO 9816-EXIT
227210     END-IF.
227220     COMPUTE WK-READMIT-DAYS =
227230         STY-ADMIT-SERIAL(STY-JDX) - STY-DISCHG-SERIAL(STY-IDX).
227240     IF WK-READMIT-DAYS > 0 AND WK-READMIT-DAYS NOT > 30
227250         ADD 1 TO WK-READMIT-COUNT
227260         MOVE STY-MBI(STY-IDX)          TO WK-RA-MBI
227270         MOVE STY-PROVIDER-NO(STY-IDX)  TO WK-RA-PROVIDER-NO
227280         MOVE STY-DISCHG-DATE(STY-IDX)  TO WK-RA-DISCH1
227290         MOVE STY-DRG(STY-IDX)          TO WK-RA-DRG1
227300         MOVE STY-PAYMENT(STY-IDX)      TO WK-RA-PAY1
227310         MOVE STY-DISCHG-DATE(STY-JDX)  TO WK-RA-DISCH2
227320         MOVE STY-DRG(STY-JDX)          TO WK-RA-DRG2
227330         MOVE STY-PAYMENT(STY-JDX)      TO WK-RA-PAY2
227340         MOVE WK-READMIT-DAYS           TO WK-RA-DAYS
227350         MOVE WK-RA-DETAIL-LINE TO READMIT-LINE
227360         WRITE READMIT-LINE
227370     END-IF.
227380 9816-EXIT.
227390     EXIT.
227400*===========================================================*
227410* 9820-WRITE-REV-ROLLUP - WRITE THE RUN'S CHARGES-BY-REVENUE-*
227420*                 CENTER ROLLUP REPORT AND CLOSE THE DETAIL  *
227430*                 FILE.                                       *
227440*===========================================================*
227450 9820-WRITE-REV-ROLLUP.
227460     IF NOT REVDTL-ACTIVE
227470         GO TO 9820-EXIT
227480     END-IF.
227490*    AFTER AN OPERATOR STOP THE DETAILS LEFT BELONG TO THE
227500*    BILLS THE RESUMING RUN WILL PRICE - THEY ARE NOT ORPHANS.
227510     IF NOT RUN-STOPPED-BY-OPERATOR
227520         PERFORM 9822-DRAIN-ONE-DETAIL THRU 9822-EXIT
227530             UNTIL NOT REVDTL-PENDING
227540     END-IF.
227550     IF WK-REV-UNCONSUMED > 0
227560         DISPLAY 'PPBAT215 - REV DETAILS UNCONSUMED: '
227570                 WK-REV-UNCONSUMED
227580     END-IF.
227590     CLOSE REV-DETAIL-FILE.
227600     IF REPORTS-MIN
227610         GO TO 9820-EXIT
227620     END-IF.
227630     OPEN OUTPUT REV-ROLLUP-OUT.
227640     MOVE 'REVENUE ROLLUP REPORT' TO WK-RPT-TITLE.
227650     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
227660     MOVE WK-RPT-HDR-LINE1 TO REV-ROLLUP-LINE.
227670     WRITE REV-ROLLUP-LINE.
227680     MOVE WK-RPT-HDR-LINE2 TO REV-ROLLUP-LINE.
227690     WRITE REV-ROLLUP-LINE.
227700     MOVE WK-RR-HEADING1 TO REV-ROLLUP-LINE.
227710     WRITE REV-ROLLUP-LINE.
227720     SET RR-IDX TO 1.
227730     PERFORM 9825-WRITE-ONE-REV THRU 9825-EXIT
227740         UNTIL RR-IDX > WK-RR-COUNT.
227750     CLOSE REV-ROLLUP-OUT.
227760     DISPLAY 'PPBAT215 - REV DETAILS READ  : ' WK-REV-DTL-READ.
227770     DISPLAY 'PPBAT215 - REV TOTAL MISMATCH: ' WK-REV-MISMATCH.
227780 9820-EXIT.
227790     EXIT.
227800*-----------------------------------------------------------*
227810* 9822-DRAIN-ONE-DETAIL - COUNT A DETAIL RECORD NO BILL      *
227820* EVER CONSUMED (OUT-OF-ORDER OR ORPHANED), SO A STALLED     *
227830* DETAIL STREAM CANNOT PASS SILENTLY.                        *
227840*-----------------------------------------------------------*
227850 9822-DRAIN-ONE-DETAIL.
227860     ADD 1 TO WK-REV-UNCONSUMED.
227870     PERFORM 1353-READ-REV-DETAIL THRU 1353-EXIT.
227880 9822-EXIT.
227890     EXIT.
227900 9825-WRITE-ONE-REV.
227910     MOVE RR-REV-CODE(RR-IDX) TO WK-RR-REV-CODE.
227920     MOVE RR-UNITS(RR-IDX)    TO WK-RR-UNITS.
227930     MOVE RR-CHARGES(RR-IDX)  TO WK-RR-CHARGES.
227940     MOVE WK-RR-DETAIL-LINE TO REV-ROLLUP-LINE.
227950     WRITE REV-ROLLUP-LINE.
227960     SET RR-IDX UP BY 1.
227970 9825-EXIT.
227980     EXIT.
227990*===========================================================*
228000* 9830-WRITE-SCHMDH-SUMMARY - WRITE THE PER-PROVIDER SCH/MDH *
228010*                 BASIS SUMMARY BELOW THE DETAIL, THEN CLOSE *
228020*                 THE REPORT.                                 *
228030*===========================================================*
228040 9830-WRITE-SCHMDH-SUMMARY.
228050     IF REPORTS-MIN
228060         GO TO 9830-EXIT
228070     END-IF.
228080     IF WK-SM-COUNT > 0
228090         MOVE WK-SMS-HEADING1 TO SCHMDH-LINE
228100         WRITE SCHMDH-LINE
228110         SET SM-IDX TO 1
228120         PERFORM 9835-WRITE-ONE-SCHMDH THRU 9835-EXIT
228130             UNTIL SM-IDX > WK-SM-COUNT
228140     END-IF.
228150     CLOSE SCHMDH-OUT.
228160 9830-EXIT.
228170     EXIT.
228180 9835-WRITE-ONE-SCHMDH.
228190     MOVE SM-PROVIDER-NO(SM-IDX) TO WK-SS-PROVIDER-NO.
228200     MOVE SM-BILL-COUNT(SM-IDX)  TO WK-SS-BILL-COUNT.
228210     MOVE SM-HSP-WON(SM-IDX)     TO WK-SS-HSP-WON.
228220     MOVE SM-FED-WON(SM-IDX)     TO WK-SS-FED-WON.
228230     MOVE SM-TOT-DIFF(SM-IDX)    TO WK-SS-TOT-DIFF.
228240     MOVE WK-SMS-DETAIL-LINE TO SCHMDH-LINE.
228250     WRITE SCHMDH-LINE.
228260     SET SM-IDX UP BY 1.
228270 9835-EXIT.
228280     EXIT.
228290*===========================================================*
228300* 9840-WRITE-PASS-SETTLE - WRITE THE INTERIM COST-REPORT     *
228310*                 SETTLEMENT EXTRACT: PER PROVIDER, ONE      *
228320*                 RECORD PER PASS-THROUGH COMPONENT WITH     *
228330*                 RATE TIMES COVERED DAYS PRICED.            *
228340*===========================================================*
228350 9840-WRITE-PASS-SETTLE.
228360     OPEN OUTPUT PASS-SETTLE-OUT.
228370     SET PT-IDX TO 1.
228380     PERFORM 9845-WRITE-ONE-PASS THRU 9845-EXIT
228390         UNTIL PT-IDX > WK-PT-COUNT.
228400     CLOSE PASS-SETTLE-OUT.
228410 9840-EXIT.
228420     EXIT.
228430 9845-WRITE-ONE-PASS.
228440     MOVE PT-PROVIDER-NO(PT-IDX)  TO PS-PROVIDER-NO.
228450     MOVE PT-DAYS-PRICED(PT-IDX)  TO PS-COVERED-DAYS.
228460     MOVE 'CAP'                   TO PS-COMPONENT.
228470     MOVE PT-RATE-CAPITAL(PT-IDX) TO PS-PER-DIEM-RATE.
228480     COMPUTE PS-SETTLE-AMT ROUNDED =
228490         PT-RATE-CAPITAL(PT-IDX) * PT-DAYS-PRICED(PT-IDX).
228500     WRITE PASS-SETTLE-REC.
228510     MOVE 'DME'                   TO PS-COMPONENT.
228520     MOVE PT-RATE-DIR-MED-ED(PT-IDX) TO PS-PER-DIEM-RATE.
228530     COMPUTE PS-SETTLE-AMT ROUNDED =
228540         PT-RATE-DIR-MED-ED(PT-IDX) * PT-DAYS-PRICED(PT-IDX).
228550     WRITE PASS-SETTLE-REC.
228560     MOVE 'ORG'                   TO PS-COMPONENT.
228570     MOVE PT-RATE-ORGAN-ACQ(PT-IDX) TO PS-PER-DIEM-RATE.
228580     COMPUTE PS-SETTLE-AMT ROUNDED =
228590         PT-RATE-ORGAN-ACQ(PT-IDX) * PT-DAYS-PRICED(PT-IDX).
228600     WRITE PASS-SETTLE-REC.
228610     SET PT-IDX UP BY 1.
228620 9845-EXIT.
228630     EXIT.
228640*===========================================================*
228650* 9850-WRITE-MTD - WRITE THE UPDATED MONTH-TO-DATE           *
228660*                 ACCUMULATION FILE AND ITS SUMMARY REPORT,  *
228670*                 ONE ROW PER PROVIDER SEEN THIS PERIOD.     *
228680*===========================================================*
228690 9850-WRITE-MTD.
228700     OPEN OUTPUT MTD-FILE-OUT.
228710     WRITE MTD-OUT-REC FROM WK-GEN-OUT-STAMP.
228720     OPEN OUTPUT MTD-RPT-OUT.
228730     MOVE 'MONTH-TO-DATE REPORT' TO WK-RPT-TITLE.
228740     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
228750     MOVE WK-RPT-HDR-LINE1 TO MTD-RPT-LINE.
228760     WRITE MTD-RPT-LINE.
228770     MOVE WK-RPT-HDR-LINE2 TO MTD-RPT-LINE.
228780     WRITE MTD-RPT-LINE.
228790     MOVE WK-MTD-HEADING1 TO MTD-RPT-LINE.
228800     WRITE MTD-RPT-LINE.
228810     SET MTD-IDX TO 1.
228820     PERFORM 9860-WRITE-ONE-MTD THRU 9860-EXIT
228830         UNTIL MTD-IDX > WK-MTD-COUNT.
228840     CLOSE MTD-FILE-OUT.
228850     CLOSE MTD-RPT-OUT.
228860 9850-EXIT.
228870     EXIT.
228880 9860-WRITE-ONE-MTD.
228890     MOVE MTD-PROVIDER-NO(MTD-IDX) TO MO-PROVIDER-NO.
228900     MOVE MTD-BILL-COUNT(MTD-IDX)  TO MO-BILL-COUNT.
228910     MOVE MTD-TOT-CHARGES(MTD-IDX) TO MO-TOTAL-CHARGES.
228920     MOVE MTD-TOT-PAYMENT(MTD-IDX) TO MO-TOTAL-PAYMENT.
228930     WRITE MTD-OUT-REC.
228940     MOVE MTD-PROVIDER-NO(MTD-IDX) TO WK-MT-PROVIDER-NO.
228950     MOVE MTD-BILL-COUNT(MTD-IDX)  TO WK-MT-BILL-COUNT.
228960     MOVE MTD-TOT-CHARGES(MTD-IDX) TO WK-MT-CHARGES.
228970     MOVE MTD-TOT-PAYMENT(MTD-IDX) TO WK-MT-PAYMENT.
228980     MOVE WK-MTD-DETAIL-LINE TO MTD-RPT-LINE.
228990     WRITE MTD-RPT-LINE.
229000     SET MTD-IDX UP BY 1.
229010 9860-EXIT.
229020     EXIT.
229030*===========================================================*
229040* 9880-WRITE-EDITQ - REWRITE THE QUARTER-TO-DATE EDIT-     *
229050* QUALITY FILE FOR THE NEXT RUN AND THE LETTER GENERATOR.  *
229060*===========================================================*
229070 9880-WRITE-EDITQ.
229080     OPEN OUTPUT EDITQ-OUT.
229090     WRITE EDITQ-OUT-REC FROM WK-GEN-OUT-STAMP.
229100     IF WK-EQ-COUNT = 0
229110         CLOSE EDITQ-OUT
229120         GO TO 9880-EXIT
229130     END-IF.
229140     PERFORM 9881-WRITE-ONE-EDITQ THRU 9881-EXIT
229150         VARYING EQ-IDX FROM 1 BY 1
229160         UNTIL EQ-IDX > WK-EQ-COUNT.
229170     CLOSE EDITQ-OUT.
229180 9880-EXIT.
229190     EXIT.
229200 9881-WRITE-ONE-EDITQ.
229210     MOVE EQ-PROVIDER-NO(EQ-IDX) TO EQ-OUT-PROVIDER-NO.
229220     MOVE EQ-BILLS(EQ-IDX)       TO EQ-OUT-BILLS.
229230     MOVE EQ-ERRORS(EQ-IDX)      TO EQ-OUT-ERRORS.
229240     PERFORM 9882-PUT-ONE-RTC-CNT THRU 9882-EXIT
229250         VARYING WK-EQ-I FROM 1 BY 1
229260         UNTIL WK-EQ-I > 33.
229270     PERFORM 9883-PUT-ONE-EXAMPLE THRU 9883-EXIT
229280         VARYING WK-EQ-I FROM 1 BY 1
229290         UNTIL WK-EQ-I > 3.
229300     WRITE EDITQ-OUT-REC.
229310 9881-EXIT.
229320     EXIT.
229330 9882-PUT-ONE-RTC-CNT.
229340     MOVE EQ-RTC-CNT(EQ-IDX, WK-EQ-I)
229350         TO EQ-OUT-RTC-CNT(WK-EQ-I).
229360 9882-EXIT.
229370     EXIT.
229380 9883-PUT-ONE-EXAMPLE.
229390     MOVE EQ-EX-DISCHARGE(EQ-IDX, WK-EQ-I)
229400         TO EQ-OUT-EX-DISCHARGE(WK-EQ-I).
229410     MOVE EQ-EX-DRG(EQ-IDX, WK-EQ-I)
229420         TO EQ-OUT-EX-DRG(WK-EQ-I).
229430     MOVE EQ-EX-RTC(EQ-IDX, WK-EQ-I)
229440         TO EQ-OUT-EX-RTC(WK-EQ-I).
229450 9883-EXIT.
229460     EXIT.
229470*===========================================================*
229480* 9885-WRITE-ICD-REPORT - THE INVALID-CODE FREQUENCY       *
229490* REPORT BY SUBMITTING PROVIDER.                           *
229500*===========================================================*
229510 9885-WRITE-ICD-REPORT.
229520     OPEN OUTPUT ICD-RPT-OUT.
229530     MOVE 'INVALID ICD CODE FREQUENCY' TO WK-RPT-TITLE.
229540     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
229550     MOVE WK-RPT-HDR-LINE1 TO ICD-RPT-LINE.
229560     WRITE ICD-RPT-LINE.
229570     MOVE WK-RPT-HDR-LINE2 TO ICD-RPT-LINE.
229580     WRITE ICD-RPT-LINE.
229590     MOVE WK-ICD-HEADING1 TO ICD-RPT-LINE.
229600     WRITE ICD-RPT-LINE.
229610     PERFORM 9886-WRITE-ONE-ICD-FREQ THRU 9886-EXIT
229620         VARYING ICF-IDX FROM 1 BY 1
229630         UNTIL ICF-IDX > WK-ICF-COUNT.
229640     CLOSE ICD-RPT-OUT.
229650 9885-EXIT.
229660     EXIT.
229670 9886-WRITE-ONE-ICD-FREQ.
229680     MOVE ICF-PROVIDER-NO(ICF-IDX) TO WK-IC2-PROVIDER-NO.
229690     MOVE ICF-CODE(ICF-IDX)        TO WK-IC2-CODE.
229700     MOVE ICF-TYPE(ICF-IDX)        TO WK-IC2-TYPE.
229710     MOVE ICF-COUNT(ICF-IDX)       TO WK-IC2-COUNT.
229720     MOVE WK-ICD-DETAIL-LINE TO ICD-RPT-LINE.
229730     WRITE ICD-RPT-LINE.
229740 9886-EXIT.
229750     EXIT.
229760*===========================================================*
229770* 9887-WRITE-MARGIN-REPORT - THE PAYMENT-TO-COST MARGIN    *
229780* REPORT (PROVIDER SECTION, THEN DRG SECTION) AND THE      *
229790* MARGIN EXTRACT CARRIED TO THE NEXT RUN.  A PROVIDER      *
229800* WHOSE MARGIN MOVED MORE THAN TEN POINTS UNDER A CHANGED  *
229810* CCR IS FLAGGED CCR-SHIFT.                                *
229820*===========================================================*
229830 9887-WRITE-MARGIN-REPORT.
229840     OPEN OUTPUT MARGIN-RPT-OUT.
229850     OPEN OUTPUT MARGIN-FILE-OUT.
229860     WRITE MARGIN-OUT-REC FROM WK-GEN-OUT-STAMP.
229870     MOVE 'PAYMENT-TO-COST MARGIN' TO WK-RPT-TITLE.
229880     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
229890     MOVE WK-RPT-HDR-LINE1 TO MARGIN-RPT-LINE.
229900     WRITE MARGIN-RPT-LINE.
229910     MOVE WK-RPT-HDR-LINE2 TO MARGIN-RPT-LINE.
229920     WRITE MARGIN-RPT-LINE.
229930     MOVE WK-MG-HEADING1 TO MARGIN-RPT-LINE.
229940     WRITE MARGIN-RPT-LINE.
229950     PERFORM 9888-WRITE-ONE-MARGIN-PROV THRU 9888-EXIT
229960         VARYING MP-IDX FROM 1 BY 1
229970         UNTIL MP-IDX > WK-MP-COUNT.
229980     MOVE SPACES TO MARGIN-RPT-LINE.
229990     WRITE MARGIN-RPT-LINE.
230000     MOVE WK-MG-HEADING2 TO MARGIN-RPT-LINE.
230010     WRITE MARGIN-RPT-LINE.
230020     PERFORM 9889-WRITE-ONE-MARGIN-DRG THRU 9889-EXIT
230030         VARYING MD-IDX FROM 1 BY 1
230040         UNTIL MD-IDX > WK-MD-COUNT.
230050     CLOSE MARGIN-RPT-OUT.
230060     CLOSE MARGIN-FILE-OUT.
230070     DISPLAY 'PPBAT215 - CCR-SHIFT FLAGS   : '
230080             WK-MG-SHIFT-FLAGS.
230090 9887-EXIT.
230100     EXIT.
230110 9888-WRITE-ONE-MARGIN-PROV.
230120     IF MP-BILLS(MP-IDX) = 0
230130         GO TO 9888-EXIT
230140     END-IF.
230150     COMPUTE WK-MG-MARGIN =
230160         MP-PAYMENT(MP-IDX) - MP-COST(MP-IDX).
230170     COMPUTE WK-MG-MARGIN-PCT ROUNDED =
230180         WK-MG-MARGIN * 100 / MP-PAYMENT(MP-IDX)
230190         ON SIZE ERROR MOVE 0 TO WK-MG-MARGIN-PCT.
230200     COMPUTE WK-MG-OUT-SHARE ROUNDED =
230210         MP-OUTLIER(MP-IDX) * 100 / WK-MG-MARGIN
230220         ON SIZE ERROR MOVE 0 TO WK-MG-OUT-SHARE.
230230     MOVE SPACES TO WK-MG2-FLAG.
230240     IF MP-PRIOR-SW(MP-IDX) = 'Y'
230250        AND MP-CCR(MP-IDX) NOT = MP-PRIOR-CCR(MP-IDX)
230260         COMPUTE WK-MG-SHIFT =
230270             WK-MG-MARGIN-PCT - MP-PRIOR-PCT(MP-IDX)
230280         IF WK-MG-SHIFT > 10 OR WK-MG-SHIFT < -10
230290             MOVE 'CCR-SHIFT' TO WK-MG2-FLAG
230300             ADD 1 TO WK-MG-SHIFT-FLAGS
230310         END-IF
230320     END-IF.
230330     MOVE MP-PROVIDER-NO(MP-IDX) TO WK-MG2-KEY.
230340     MOVE MP-BILLS(MP-IDX)       TO WK-MG2-BILLS.
230350     MOVE MP-PAYMENT(MP-IDX)     TO WK-MG2-PAYMENT.
230360     MOVE MP-COST(MP-IDX)        TO WK-MG2-COST.
230370     MOVE WK-MG-MARGIN-PCT       TO WK-MG2-PCT.
230380     MOVE WK-MG-OUT-SHARE        TO WK-MG2-OUT-SHARE.
230390     MOVE WK-MG-DETAIL-LINE TO MARGIN-RPT-LINE.
230400     WRITE MARGIN-RPT-LINE.
230410     MOVE MP-PROVIDER-NO(MP-IDX) TO MX-PROVIDER-NO.
230420     MOVE MP-BILLS(MP-IDX)       TO MX-BILLS.
230430     MOVE MP-PAYMENT(MP-IDX)     TO MX-PAYMENT.
230440     MOVE MP-COST(MP-IDX)        TO MX-COST.
230450     MOVE MP-OUTLIER(MP-IDX)     TO MX-OUTLIER.
230460     MOVE WK-MG-MARGIN-PCT       TO MX-MARGIN-PCT.
230470     MOVE MP-CCR(MP-IDX)         TO MX-CCR.
230480     WRITE MARGIN-OUT-REC.
230490 9888-EXIT.
230500     EXIT.
230510 9889-WRITE-ONE-MARGIN-DRG.
230520     IF MD-BILLS(MD-IDX) = 0
230530         GO TO 9889-EXIT
230540     END-IF.
230550     COMPUTE WK-MG-MARGIN =
230560         MD-PAYMENT(MD-IDX) - MD-COST(MD-IDX).
230570     COMPUTE WK-MG-MARGIN-PCT ROUNDED =
230580         WK-MG-MARGIN * 100 / MD-PAYMENT(MD-IDX)
230590         ON SIZE ERROR MOVE 0 TO WK-MG-MARGIN-PCT.
230600     COMPUTE WK-MG-OUT-SHARE ROUNDED =
230610         MD-OUTLIER(MD-IDX) * 100 / WK-MG-MARGIN
230620         ON SIZE ERROR MOVE 0 TO WK-MG-OUT-SHARE.
230630     MOVE SPACES TO WK-MG2-KEY.
230640     MOVE MD-DRG(MD-IDX)     TO WK-MG2-KEY(1:3).
230650     MOVE MD-BILLS(MD-IDX)   TO WK-MG2-BILLS.
230660     MOVE MD-PAYMENT(MD-IDX) TO WK-MG2-PAYMENT.
230670     MOVE MD-COST(MD-IDX)    TO WK-MG2-COST.
230680     MOVE WK-MG-MARGIN-PCT   TO WK-MG2-PCT.
230690     MOVE WK-MG-OUT-SHARE    TO WK-MG2-OUT-SHARE.
230700     MOVE SPACES TO WK-MG2-FLAG.
230710     MOVE WK-MG-DETAIL-LINE TO MARGIN-RPT-LINE.
230720     WRITE MARGIN-RPT-LINE.
230730 9889-EXIT.
230740     EXIT.
230750*===========================================================*
230760* 9890-WRITE-GROUPER-SUMMARY - CLOSE THE GROUPER DRG         *
230770* VALIDATION REPORT WITH THE PAYMENT DIFFERENCE BY PROVIDER, *
230780* DRG PAIR AND DRIVER CODE, LARGEST ABSOLUTE DIFFERENCE      *
230790* FIRST, AND THE RUN TOTALS.                                 *
230800*===========================================================*
230810 9890-WRITE-GROUPER-SUMMARY.
230820     IF WK-GRS-COUNT > 0
230830         MOVE SPACES TO GRPR-RPT-LINE
230840         WRITE GRPR-RPT-LINE
230850         MOVE WK-GRS-HEADING1 TO GRPR-RPT-LINE
230860         WRITE GRPR-RPT-LINE
230870         MOVE WK-GRS-HEADING2 TO GRPR-RPT-LINE
230880         WRITE GRPR-RPT-LINE
230890         PERFORM 9890A-WRITE-ONE-GRP-PAIR THRU 9890A-EXIT
230900             VARYING WK-GRS-PASS FROM 1 BY 1
230910             UNTIL WK-GRS-PASS > WK-GRS-COUNT
230920     END-IF.
230930     MOVE SPACES TO GRPR-RPT-LINE.
230940     WRITE GRPR-RPT-LINE.
230950     MOVE WK-GR-CHECKED      TO WK-GX3-CHECKED.
230960     MOVE WK-GR-NOT-FOUND    TO WK-GX3-NOT-FOUND.
230970     MOVE WK-GRX-TOTAL-LINE1 TO GRPR-RPT-LINE.
230980     WRITE GRPR-RPT-LINE.
230990     MOVE WK-GR-DRG-MISMATCH TO WK-GX3-DRG-MISMATCH.
231000     MOVE WK-GR-VER-MISMATCH TO WK-GX3-VER-MISMATCH.
231010     MOVE WK-GRX-TOTAL-LINE2 TO GRPR-RPT-LINE.
231020     WRITE GRPR-RPT-LINE.
231030     MOVE WK-GR-NET-DIFF     TO WK-GX3-NET-DIFF.
231040     MOVE WK-GRX-TOTAL-LINE3 TO GRPR-RPT-LINE.
231050     WRITE GRPR-RPT-LINE.
231060     CLOSE GRPR-RPT-OUT.
231070     IF GRPRSLT-ACTIVE
231080         CLOSE GRPR-RSLT-FILE
231090     END-IF.
231100 9890-EXIT.
231110     EXIT.
231120*===========================================================*
231130* 9890A-WRITE-ONE-GRP-PAIR - EACH PASS PICKS THE LARGEST     *
231140* ABSOLUTE DIFFERENCE NOT YET LISTED.                        *
231150*===========================================================*
231160 9890A-WRITE-ONE-GRP-PAIR.
231170     MOVE ZEROES TO WK-GRS-BEST-ABS.
231180     MOVE ZEROES TO WK-GRS-BEST-I.
231190     PERFORM 9890B-SCAN-ONE-GRP-PAIR THRU 9890B-EXIT
231200         VARYING GRS-IDX FROM 1 BY 1
231210         UNTIL GRS-IDX > WK-GRS-COUNT.
231220     IF WK-GRS-BEST-I = 0
231230         GO TO 9890A-EXIT
231240     END-IF.
231250     SET GRS-IDX TO WK-GRS-BEST-I.
231260     MOVE 'Y' TO GRS-USED-SW(GRS-IDX).
231270     MOVE GRS-PROVIDER-NO(GRS-IDX) TO WK-GS2-PROVIDER-NO.
231280     MOVE GRS-SUB-DRG(GRS-IDX)     TO WK-GS2-SUB-DRG.
231290     MOVE GRS-GRP-DRG(GRS-IDX)     TO WK-GS2-GRP-DRG.
231300     MOVE GRS-DRIVER-TYPE(GRS-IDX) TO WK-GS2-DRIVER-TYPE.
231310     MOVE GRS-DRIVER-CODE(GRS-IDX) TO WK-GS2-DRIVER-CODE.
231320     MOVE GRS-CLAIMS(GRS-IDX)      TO WK-GS2-CLAIMS.
231330     MOVE GRS-DIFF(GRS-IDX)        TO WK-GS2-DIFF.
231340     MOVE WK-GRS-DETAIL-LINE TO GRPR-RPT-LINE.
231350     WRITE GRPR-RPT-LINE.
231360 9890A-EXIT.
231370     EXIT.
231380 9890B-SCAN-ONE-GRP-PAIR.
231390     IF GRS-USED-SW(GRS-IDX) = 'Y'
231400         GO TO 9890B-EXIT
231410     END-IF.
231420     IF GRS-DIFF(GRS-IDX) < 0
231430         COMPUTE GRS-ABS-DIFF(GRS-IDX) = 0 - GRS-DIFF(GRS-IDX)
231440     ELSE
231450         MOVE GRS-DIFF(GRS-IDX) TO GRS-ABS-DIFF(GRS-IDX)
231460     END-IF.
231470     IF WK-GRS-BEST-I = 0
231480        OR GRS-ABS-DIFF(GRS-IDX) > WK-GRS-BEST-ABS
231490         MOVE GRS-ABS-DIFF(GRS-IDX) TO WK-GRS-BEST-ABS
231500         SET WK-GRS-BEST-I TO GRS-IDX
231510     END-IF.
231520 9890B-EXIT.
231530     EXIT.
231540*===========================================================*
231550* 9891-WRITE-TPE-CONTROL - WRITE THE TPE CONTROL FILE BACK  *
231560* WITH EACH ROUND'S PULLED COUNT UPDATED.                   *
231570*===========================================================*
231580 9891-WRITE-TPE-CONTROL.
231590     IF NOT TPE-CONTROL-LOADED
231600         GO TO 9891-EXIT
231610     END-IF.
231620     OPEN OUTPUT TPE-CONTROL-OUT.
231630     PERFORM 9891A-WRITE-ONE-TPE THRU 9891A-EXIT
231640         VARYING TC-IDX FROM 1 BY 1
231650         UNTIL TC-IDX > WK-TP-COUNT.
231660     CLOSE TPE-CONTROL-OUT.
231670 9891-EXIT.
231680     EXIT.
231690 9891A-WRITE-ONE-TPE.
231700     MOVE TC-CONTROL-REC(TC-IDX) TO TPE-CONTROL-OUT-REC.
231710     WRITE TPE-CONTROL-OUT-REC.
231720 9891A-EXIT.
231730     EXIT.
231740*===========================================================*
231750* 9894-WRITE-OVR-USAGE - VERIFY THE CHAINED OVERRIDE-USAGE *
231760* LOG, APPEND THIS RUN'S ACTIVATIONS WITH THEIR AFFECTED   *
231770* CLAIM COUNTS, AND WRITE THE USAGE REPORT FOR COMPLIANCE  *
231780* REVIEW.  A BROKEN CHAIN IS A TAMPER ALERT.               *
231790*===========================================================*
231800 9894-WRITE-OVR-USAGE.
231810     ACCEPT WK-OVU-RUN-DATE FROM DATE YYYYMMDD.
231820     MOVE 0 TO WK-OVU-CHAIN.
231830*    THE LOG IS CARRIED FORWARD IN/OUT LIKE THE OTHER
231840*    CUMULATIVE FILES: EVERY PRIOR RECORD IS CHAIN-VERIFIED
231850*    AND COPIED, THEN THIS RUN'S ACTIVATIONS ARE APPENDED.
231860     OPEN OUTPUT OVR-USAGE-OUT.
231870     WRITE OVR-USAGE-OUT-REC FROM WK-GEN-OUT-STAMP.
231880     OPEN INPUT OVR-USAGE-IN.
231890     IF WK-OVUIN-STATUS = '00'
231900         PERFORM 9895-VERIFY-ONE-USAGE THRU 9895-EXIT
231910             UNTIL OVUIN-AT-EOF
231920         CLOSE OVR-USAGE-IN
231930     END-IF.
231940     IF WK-BILLS-OVERRIDDEN > 0
231950         MOVE 'AGEDBILL'          TO OU-TYPE
231960         MOVE WK-BILLS-OVERRIDDEN TO OU-BILL-COUNT
231970         PERFORM 9896-APPEND-ONE-USAGE THRU 9896-EXIT
231980     END-IF.
231990     IF WK-OVU-PARFY-BILLS > 0
232000         MOVE 'PRIORFY '          TO OU-TYPE
232010         MOVE WK-OVU-PARFY-BILLS  TO OU-BILL-COUNT
232020         PERFORM 9896-APPEND-ONE-USAGE THRU 9896-EXIT
232030     END-IF.
232040     IF WK-OVU-SCEN-BILLS > 0
232050         MOVE 'SCENARIO'          TO OU-TYPE
232060         MOVE WK-OVU-SCEN-BILLS   TO OU-BILL-COUNT
232070         PERFORM 9896-APPEND-ONE-USAGE THRU 9896-EXIT
232080     END-IF.
232090     IF WK-OVU-RECON-BILLS > 0
232100         MOVE 'OUTLRECN'          TO OU-TYPE
232110         MOVE WK-OVU-RECON-BILLS  TO OU-BILL-COUNT
232120         PERFORM 9896-APPEND-ONE-USAGE THRU 9896-EXIT
232130     END-IF.
232140     CLOSE OVR-USAGE-OUT.
232150     OPEN OUTPUT OVR-USAGE-RPT.
232160     MOVE 'OVERRIDE USAGE' TO WK-RPT-TITLE.
232170     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
232180     MOVE WK-RPT-HDR-LINE1 TO OVR-USAGE-RPT-LINE.
232190     WRITE OVR-USAGE-RPT-LINE.
232200     MOVE WK-RPT-HDR-LINE2 TO OVR-USAGE-RPT-LINE.
232210     WRITE OVR-USAGE-RPT-LINE.
232220     MOVE WK-OVU-HEADING1 TO OVR-USAGE-RPT-LINE.
232230     WRITE OVR-USAGE-RPT-LINE.
232240     PERFORM 9897-WRITE-ONE-USAGE-RPT THRU 9897-EXIT
232250         VARYING OVH-IDX FROM 1 BY 1
232260         UNTIL OVH-IDX > WK-OVH-COUNT.
232270     IF WK-OVU-TAMPERED > 0
232280         MOVE SPACES TO OVR-USAGE-RPT-LINE
232290         STRING 'TAMPER ALERT - CHAIN BREAKS: '
232300                WK-OVU-TAMPERED
232310                DELIMITED BY SIZE
232320                INTO OVR-USAGE-RPT-LINE
232330         WRITE OVR-USAGE-RPT-LINE
232340         DISPLAY 'PPBAT215 - OVERRIDE LOG TAMPER ALERT - '
232350                 'CHAIN BREAKS: ' WK-OVU-TAMPERED
232360     END-IF.
232370     CLOSE OVR-USAGE-RPT.
232380     IF WK-OVA-DENIALS > 0
232390         DISPLAY 'PPBAT215 - OVERRIDES DENIED  : '
232400                 WK-OVA-DENIALS
232410     END-IF.
232420 9894-EXIT.
232430     EXIT.
232440 9895-VERIFY-ONE-USAGE.
232450     READ OVR-USAGE-IN
232460         AT END
232470             SET OVUIN-AT-EOF TO TRUE
232480             GO TO 9895-EXIT
232490     END-READ.
232500     MOVE OVR-USAGE-IN-REC TO GEN-STAMP-REC.
232510     IF GS-IS-STAMP
232520         GO TO 9895-EXIT
232530     END-IF.
232540     MOVE OVR-USAGE-IN-REC TO WK-OVU-REC.
232550     MOVE WK-OVU-REC(1:84) TO WK-OVU-BODY.
232560     PERFORM 9898-CHAIN-ONE-USAGE THRU 9898-EXIT.
232570     IF OU-CHAIN-CHECK NOT = WK-OVU-CALC
232580        OR OU-SEQ-NO NOT = WK-OVU-LAST-SEQ + 1
232590         ADD 1 TO WK-OVU-TAMPERED
232600     END-IF.
232610     MOVE OU-CHAIN-CHECK TO WK-OVU-CHAIN.
232620     MOVE OU-SEQ-NO      TO WK-OVU-LAST-SEQ.
232630     ADD 1 TO WK-OVU-HIST-COUNT.
232640     MOVE OVR-USAGE-IN-REC TO OVR-USAGE-OUT-REC.
232650     WRITE OVR-USAGE-OUT-REC.
232660     PERFORM 9899-ACCUM-USAGE-HIST THRU 9899-EXIT.
232670 9895-EXIT.
232680     EXIT.
232690 9896-APPEND-ONE-USAGE.
232700     ADD 1 TO WK-OVU-LAST-SEQ.
232710     MOVE WK-OVU-LAST-SEQ TO OU-SEQ-NO.
232720     MOVE WK-RUN-ID       TO OU-RUN-ID.
232730     MOVE WK-OVU-RUN-DATE TO OU-RUN-DATE.
232740     MOVE WK-OVR-OPERATOR TO OU-OPERATOR.
232750     MOVE WK-OVR-REASON   TO OU-REASON.
232760     MOVE WK-OVU-REC(1:84) TO WK-OVU-BODY.
232770     PERFORM 9898-CHAIN-ONE-USAGE THRU 9898-EXIT.
232780     MOVE WK-OVU-CALC TO OU-CHAIN-CHECK.
232790     MOVE WK-OVU-CALC TO WK-OVU-CHAIN.
232800     MOVE WK-OVU-REC TO OVR-USAGE-OUT-REC.
232810     WRITE OVR-USAGE-OUT-REC.
232820     PERFORM 9899-ACCUM-USAGE-HIST THRU 9899-EXIT.
232830 9896-EXIT.
232840     EXIT.
232850 9897-WRITE-ONE-USAGE-RPT.
232860     MOVE OVH-TYPE(OVH-IDX)     TO WK-OU2-TYPE.
232870     MOVE OVH-OPERATOR(OVH-IDX) TO WK-OU2-OPERATOR.
232880     MOVE OVH-USES(OVH-IDX)     TO WK-OU2-USES.
232890     MOVE OVH-BILLS(OVH-IDX)    TO WK-OU2-BILLS.
232900     MOVE WK-OVU-DETAIL-LINE TO OVR-USAGE-RPT-LINE.
232910     WRITE OVR-USAGE-RPT-LINE.
232920 9897-EXIT.
232930     EXIT.
232940 9898-CHAIN-ONE-USAGE.
232950     MOVE WK-OVU-CHAIN TO WK-OVU-CALC.
232960     PERFORM 9898A-CHAIN-ONE-BYTE THRU 9898A-EXIT
232970         VARYING WK-OVU-I FROM 1 BY 1
232980         UNTIL WK-OVU-I > 84.
232990 9898-EXIT.
233000     EXIT.
233010 9898A-CHAIN-ONE-BYTE.
233020     COMPUTE WK-OVU-CHAR =
233030         FUNCTION ORD(WK-OVU-BYTE(WK-OVU-I)).
233040     COMPUTE WK-OVU-CALC =
233050         FUNCTION MOD((WK-OVU-CALC * 31 + WK-OVU-CHAR),
233060                      999999937).
233070 9898A-EXIT.
233080     EXIT.
233090 9899-ACCUM-USAGE-HIST.
233100     SET OVH-SIDX TO 1.
233110     SEARCH OVH-ENTRY VARYING OVH-SIDX
233120         AT END
233130             IF WK-OVH-COUNT < 200
233140                 ADD 1 TO WK-OVH-COUNT
233150                 SET OVH-SIDX TO WK-OVH-COUNT
233160                 MOVE OU-TYPE     TO OVH-TYPE(OVH-SIDX)
233170                 MOVE OU-OPERATOR TO OVH-OPERATOR(OVH-SIDX)
233180                 MOVE 0 TO OVH-USES(OVH-SIDX)
233190                 MOVE 0 TO OVH-BILLS(OVH-SIDX)
233200             ELSE
233210                 GO TO 9899-EXIT
233220             END-IF
233230         WHEN OVH-TYPE(OVH-SIDX) = OU-TYPE
233240          AND OVH-OPERATOR(OVH-SIDX) = OU-OPERATOR
233250             CONTINUE
233260     END-SEARCH.
233270     ADD 1             TO OVH-USES(OVH-SIDX).
233280     ADD OU-BILL-COUNT TO OVH-BILLS(OVH-SIDX).
233290 9899-EXIT.
233300     EXIT.
233310*===========================================================*
233320* 9752-WRITE-TERM-SUMMARY - THE PER-RUN TERMINATED-PROVIDER *
233330* ACTIVITY SUMMARY ON THE TAIL OF THE REPORT.               *
233340*===========================================================*
233350 9752-WRITE-TERM-SUMMARY.
233360     MOVE SPACES TO TERM-RPT-LINE.
233370     WRITE TERM-RPT-LINE.
233380     MOVE 'PROVIDER   TERM-DATE   REJECTS    NEAR'
233390         TO TERM-RPT-LINE.
233400     WRITE TERM-RPT-LINE.
233410     PERFORM 9753-WRITE-ONE-TERM-PROV THRU 9753-EXIT
233420         VARYING TRM-IDX FROM 1 BY 1
233430         UNTIL TRM-IDX > WK-TRM-COUNT.
233440     CLOSE TERM-RPT-OUT.
233450     DISPLAY 'PPBAT215 - TERMINATED REJECTS: '
233460             WK-TERM-REJECTS.
233470     DISPLAY 'PPBAT215 - NEAR-TERM BILLS   : '
233480             WK-TERM-NEAR-BILLS.
233490 9752-EXIT.
233500     EXIT.
233510 9753-WRITE-ONE-TERM-PROV.
233520     MOVE TRM-PROVIDER-NO(TRM-IDX) TO WK-TM3-PROVIDER-NO.
233530     MOVE TRM-TERM-DATE(TRM-IDX)   TO WK-TM3-TERM-DATE.
233540     MOVE TRM-REJECTS(TRM-IDX)     TO WK-TM3-REJECTS.
233550     MOVE TRM-NEAR-BILLS(TRM-IDX)  TO WK-TM3-NEAR.
233560     MOVE WK-TM-SUM-LINE TO TERM-RPT-LINE.
233570     WRITE TERM-RPT-LINE.
233580 9753-EXIT.
233590     EXIT.
233600*===========================================================*
233610* 9754-WRITE-CC44-SUMMARY - THE PER-PROVIDER CC44 REGISTER  *
233620* TAIL FOR THE UTILIZATION-REVIEW COMMITTEE.                *
233630*===========================================================*
233640 9754-WRITE-CC44-SUMMARY.
233650     MOVE SPACES TO CC44-RPT-LINE.
233660     WRITE CC44-RPT-LINE.
233670     MOVE 'PROVIDER    BILLS' TO CC44-RPT-LINE.
233680     WRITE CC44-RPT-LINE.
233690     PERFORM 9754A-WRITE-ONE-CC44-PROV THRU 9754A-EXIT
233700         VARYING CF-IDX FROM 1 BY 1
233710         UNTIL CF-IDX > WK-CF-COUNT.
233720     CLOSE CC44-RPT-OUT.
233730     DISPLAY 'PPBAT215 - CC44 DIVERTED     : ' WK-CC44-BILLS.
233740 9754-EXIT.
233750     EXIT.
233760 9754A-WRITE-ONE-CC44-PROV.
233770     MOVE CF-PROVIDER-NO(CF-IDX) TO WK-CC3-PROVIDER-NO.
233780     MOVE CF-BILLS(CF-IDX)       TO WK-CC3-BILLS.
233790     MOVE WK-CC-SUM-LINE TO CC44-RPT-LINE.
233800     WRITE CC44-RPT-LINE.
233810 9754A-EXIT.
233820     EXIT.
233830*===========================================================*
233840* 9757-WRITE-DISASTER-RPT - THE DISASTER DECLARATION WAIVER  *
233850* REPORT: FOR EACH DECLARATION, ITS INCIDENT PERIOD AND      *
233860* WAIVERS, EVERY CLAIM A WAIVER WAS APPLIED TO, AND ITS      *
233870* TOTALS.                                                    *
233880*===========================================================*
233890 9757-WRITE-DISASTER-RPT.
233900     OPEN OUTPUT DISASTER-RPT-OUT.
233910     MOVE 'DISASTER DECLARATION WAIVERS' TO WK-RPT-TITLE.
233920     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
233930     MOVE WK-RPT-HDR-LINE1 TO DISASTER-RPT-LINE.
233940     WRITE DISASTER-RPT-LINE.
233950     MOVE WK-RPT-HDR-LINE2 TO DISASTER-RPT-LINE.
233960     WRITE DISASTER-RPT-LINE.
233970     IF WK-DSTR-COUNT = 0
233980         MOVE 'NO DISASTER DECLARATIONS ON FILE'
233990             TO DISASTER-RPT-LINE
234000         WRITE DISASTER-RPT-LINE
234010     END-IF.
234020     PERFORM 9757A-WRITE-ONE-DECL THRU 9757A-EXIT
234030         VARYING DZ-IDX FROM 1 BY 1
234040         UNTIL DZ-IDX > WK-DSTR-COUNT.
234050     MOVE SPACES TO DISASTER-RPT-LINE.
234060     WRITE DISASTER-RPT-LINE.
234070     MOVE WK-DX-COUNT TO WK-RPT-COUNT.
234080     PERFORM 8610-FORMAT-REPORT-FOOTER THRU 8610-EXIT.
234090     MOVE WK-RPT-FTR-LINE TO DISASTER-RPT-LINE.
234100     WRITE DISASTER-RPT-LINE.
234110     CLOSE DISASTER-RPT-OUT.
234120     DISPLAY 'PPBAT215 - DISASTER TF WAIVED: ' WK-DSTR-TF-WAIVED.
234130     DISPLAY 'PPBAT215 - DISASTER INT BILLS: ' WK-DSTR-INT-BILLS.
234140     DISPLAY 'PPBAT215 - DISASTER INT DAYS : ' WK-DSTR-INT-DAYS.
234150     IF WK-DX-DROPPED > 0
234160         DISPLAY 'PPBAT215 - DISASTER RPT DROP : ' WK-DX-DROPPED
234170         IF RETURN-CODE < 4
234180             MOVE 4 TO RETURN-CODE
234190         END-IF
234200     END-IF.
234210 9757-EXIT.
234220     EXIT.
234230 9757A-WRITE-ONE-DECL.
234240     MOVE SPACES TO DISASTER-RPT-LINE.
234250     WRITE DISASTER-RPT-LINE.
234260     MOVE DZ-DECL-ID(DZ-IDX)      TO WK-DZ1-DECL-ID.
234270     MOVE DZ-START-DATE(DZ-IDX)   TO WK-DZ1-START.
234280     IF DZ-END-DATE(DZ-IDX) = 0
234290         MOVE 'OPEN'              TO WK-DZ1-END
234300     ELSE
234310         MOVE DZ-END-DATE(DZ-IDX) TO WK-DZ1-END
234320     END-IF.
234330     MOVE DZ-COUNTY-COUNT(DZ-IDX) TO WK-DZ1-COUNTIES.
234340     IF DZ-WAIVES-TF(DZ-IDX) AND DZ-WAIVES-INT(DZ-IDX)
234350         MOVE 'TIMELY FILING,INTEREST' TO WK-DZ1-WAIVES
234360     ELSE
234370         IF DZ-WAIVES-TF(DZ-IDX)
234380             MOVE 'TIMELY FILING'     TO WK-DZ1-WAIVES
234390         ELSE
234400             MOVE 'INTEREST'          TO WK-DZ1-WAIVES
234410         END-IF
234420     END-IF.
234430     MOVE WK-DZ-DECL-LINE TO DISASTER-RPT-LINE.
234440     WRITE DISASTER-RPT-LINE.
234450     MOVE WK-DZ-HEADING1 TO DISASTER-RPT-LINE.
234460     WRITE DISASTER-RPT-LINE.
234470     SET WK-DSTR-HIT TO DZ-IDX.
234480     PERFORM 9757B-WRITE-ONE-CLAIM THRU 9757B-EXIT
234490         VARYING DX-IDX FROM 1 BY 1
234500         UNTIL DX-IDX > WK-DX-COUNT.
234510     MOVE DZ-TF-CLAIMS(DZ-IDX)  TO WK-DZ3-TF-CLAIMS.
234520     MOVE DZ-INT-CLAIMS(DZ-IDX) TO WK-DZ3-INT-CLAIMS.
234530     MOVE DZ-INT-DAYS(DZ-IDX)   TO WK-DZ3-INT-DAYS.
234540     MOVE WK-DZ-TOTAL-LINE TO DISASTER-RPT-LINE.
234550     WRITE DISASTER-RPT-LINE.
234560 9757A-EXIT.
234570     EXIT.
234580 9757B-WRITE-ONE-CLAIM.
234590     IF DX-DECL(DX-IDX) NOT = WK-DSTR-HIT
234600         GO TO 9757B-EXIT
234610     END-IF.
234620     MOVE DX-PROVIDER-NO(DX-IDX) TO WK-DZ2-PROVIDER-NO.
234630     MOVE DX-COUNTY(DX-IDX)      TO WK-DZ2-COUNTY.
234640     MOVE DX-DRG(DX-IDX)         TO WK-DZ2-DRG.
234650     MOVE DX-ADMIT-DATE(DX-IDX)  TO WK-DZ2-ADMIT.
234660     MOVE DX-DISCHARGE(DX-IDX)   TO WK-DZ2-DISCHARGE.
234670     MOVE DX-RECEIVED(DX-IDX)    TO WK-DZ2-RECEIVED.
234680     MOVE DX-DAYS(DX-IDX)        TO WK-DZ2-DAYS.
234690     IF DX-WAIVER(DX-IDX) = 'T'
234700         MOVE 'TIMELY FILING WAIVED'   TO WK-DZ2-WAIVER
234710     ELSE
234720         MOVE 'INTEREST DAYS SUSPENDED' TO WK-DZ2-WAIVER
234730     END-IF.
234740     MOVE WK-DZ-DETAIL-LINE TO DISASTER-RPT-LINE.
234750     WRITE DISASTER-RPT-LINE.
234760 9757B-EXIT.
234770     EXIT.
234780*===========================================================*
234790* 9758-WRITE-PHYS-SCREEN-RPT - THE PHYSICIAN EXCLUSION       *
234800* SCREEN REPORT FOR THE PROGRAM INTEGRITY UNIT: FOR EACH     *
234810* PHYSICIAN AND HOSPITAL, THE EXCLUSION OR DEACTIVATION,     *
234820* EVERY CLAIM HELD FOR IT, AND ITS TOTALS.                   *
234830*===========================================================*
234840 9758-WRITE-PHYS-SCREEN-RPT.
234850     OPEN OUTPUT PHYS-SCREEN-RPT-OUT.
234860     MOVE 'PHYSICIAN EXCLUSION SCREEN' TO WK-RPT-TITLE.
234870     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
234880     MOVE WK-RPT-HDR-LINE1 TO PHYS-SCREEN-RPT-LINE.
234890     WRITE PHYS-SCREEN-RPT-LINE.
234900     MOVE WK-RPT-HDR-LINE2 TO PHYS-SCREEN-RPT-LINE.
234910     WRITE PHYS-SCREEN-RPT-LINE.
234920     IF WK-EXCL-COUNT = 0 AND WK-DEACT-COUNT = 0
234930         MOVE 'NO EXCLUSION LIST OR DEACTIVATED-NPI FILE ON FILE'
234940             TO PHYS-SCREEN-RPT-LINE
234950         WRITE PHYS-SCREEN-RPT-LINE
234960     END-IF.
234970     PERFORM 9758A-WRITE-ONE-PAIR THRU 9758A-EXIT
234980         VARYING PG-IDX FROM 1 BY 1
234990         UNTIL PG-IDX > WK-PG-COUNT.
235000     MOVE SPACES TO PHYS-SCREEN-RPT-LINE.
235010     WRITE PHYS-SCREEN-RPT-LINE.
235020     MOVE WK-PS-EXCL-HELD    TO WK-PX4-EXCL.
235030     MOVE WK-PS-DEACT-HELD   TO WK-PX4-DEACT.
235040     MOVE WK-PS-HELD-DOLLARS TO WK-PX4-DOLLARS.
235050     MOVE WK-PX-RUN-LINE TO PHYS-SCREEN-RPT-LINE.
235060     WRITE PHYS-SCREEN-RPT-LINE.
235070     MOVE WK-PC-COUNT TO WK-RPT-COUNT.
235080     PERFORM 8610-FORMAT-REPORT-FOOTER THRU 8610-EXIT.
235090     MOVE WK-RPT-FTR-LINE TO PHYS-SCREEN-RPT-LINE.
235100     WRITE PHYS-SCREEN-RPT-LINE.
235110     CLOSE PHYS-SCREEN-RPT-OUT.
235120     DISPLAY 'PPBAT215 - PHYSICIAN SCREENED: ' WK-PS-SCREENED.
235130     DISPLAY 'PPBAT215 - EXCLUDED PHYS HELD: ' WK-PS-EXCL-HELD.
235140     DISPLAY 'PPBAT215 - DEACT NPI HELD    : ' WK-PS-DEACT-HELD.
235150     IF WK-PS-RPT-DROPPED > 0
235160         DISPLAY 'PPBAT215 - PHYS SCREEN DROP  : '
235170                 WK-PS-RPT-DROPPED
235180         IF RETURN-CODE < 4
235190             MOVE 4 TO RETURN-CODE
235200         END-IF
235210     END-IF.
235220 9758-EXIT.
235230     EXIT.
235240 9758A-WRITE-ONE-PAIR.
235250     MOVE SPACES TO PHYS-SCREEN-RPT-LINE.
235260     WRITE PHYS-SCREEN-RPT-LINE.
235270     MOVE PG-NPI10(PG-IDX)       TO WK-PX1-NPI10.
235280     MOVE PG-NAME(PG-IDX)        TO WK-PX1-NAME.
235290     MOVE PG-PROVIDER-NO(PG-IDX) TO WK-PX1-PROVIDER-NO.
235300     IF PG-BASIS(PG-IDX) = 'E'
235310         MOVE 'EXCLUDED'        TO WK-PX1-BASIS
235320     ELSE
235330         MOVE 'NPI DEACTIVATED' TO WK-PX1-BASIS
235340     END-IF.
235350     MOVE PG-BASIS-DATE(PG-IDX)  TO WK-PX1-FROM.
235360     IF PG-BASIS-END(PG-IDX) = 0
235370         MOVE 'OPEN'                 TO WK-PX1-TO
235380     ELSE
235390         MOVE PG-BASIS-END(PG-IDX)   TO WK-PX1-TO
235400     END-IF.
235410     MOVE PG-BASIS-TYPE(PG-IDX)  TO WK-PX1-TYPE.
235420     MOVE WK-PX-GROUP-LINE TO PHYS-SCREEN-RPT-LINE.
235430     WRITE PHYS-SCREEN-RPT-LINE.
235440     MOVE WK-PX-HEADING1 TO PHYS-SCREEN-RPT-LINE.
235450     WRITE PHYS-SCREEN-RPT-LINE.
235460     MOVE PG-KEY(PG-IDX) TO WK-PG-KEY.
235470     PERFORM 9758B-WRITE-ONE-CLAIM THRU 9758B-EXIT
235480         VARYING PC-IDX FROM 1 BY 1
235490         UNTIL PC-IDX > WK-PC-COUNT.
235500     MOVE PG-CLAIMS(PG-IDX)  TO WK-PX3-CLAIMS.
235510     MOVE PG-DOLLARS(PG-IDX) TO WK-PX3-DOLLARS.
235520     MOVE WK-PX-TOTAL-LINE TO PHYS-SCREEN-RPT-LINE.
235530     WRITE PHYS-SCREEN-RPT-LINE.
235540 9758A-EXIT.
235550     EXIT.
235560 9758B-WRITE-ONE-CLAIM.
235570     IF PC-KEY(PC-IDX) NOT = WK-PG-KEY
235580         GO TO 9758B-EXIT
235590     END-IF.
235600     EVALUATE PC-ROLE(PC-IDX)
235610         WHEN 'A'
235620             MOVE 'ATTENDING' TO WK-PX2-ROLE
235630         WHEN 'O'
235640             MOVE 'OPERATING' TO WK-PX2-ROLE
235650         WHEN OTHER
235660             MOVE 'ATT+OPER'  TO WK-PX2-ROLE
235670     END-EVALUATE.
235680     MOVE PC-CLAIM-SEQ(PC-IDX)  TO WK-PX2-CLAIM-SEQ.
235690     MOVE PC-MBI(PC-IDX)        TO WK-PX2-MBI.
235700     MOVE PC-DRG(PC-IDX)        TO WK-PX2-DRG.
235710     MOVE PC-ADMIT-DATE(PC-IDX) TO WK-PX2-ADMIT.
235720     MOVE PC-DISCHARGE(PC-IDX)  TO WK-PX2-DISCHARGE.
235730     MOVE PC-PAYMENT(PC-IDX)    TO WK-PX2-PAYMENT.
235740     MOVE WK-PX-DETAIL-LINE TO PHYS-SCREEN-RPT-LINE.
235750     WRITE PHYS-SCREEN-RPT-LINE.
235760 9758B-EXIT.
235770     EXIT.
235780*===========================================================*
235790* 9875-WRITE-PEND-STAYS - CARRY THE STILL-OPEN INTERIM      *
235800* STAYS FORWARD AND REPORT THOSE OPEN PAST THE STALENESS   *
235810* THRESHOLD.                                               *
235820*===========================================================*
235830 9875-WRITE-PEND-STAYS.
235840     ACCEPT WK-DTS-DATE FROM DATE YYYYMMDD.
235850     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
235860     MOVE WK-DTS-SERIAL TO WK-PY-RUN-SERIAL.
235870     PERFORM 9876-WRITE-ONE-STAY THRU 9876-EXIT
235880         VARYING PY-IDX FROM 1 BY 1
235890         UNTIL PY-IDX > WK-PY-COUNT.
235900     CLOSE PEND-STAY-OUT.
235910     CLOSE STALE-STAY-OUT.
235920     IF DELTA-MODE
235930         DISPLAY 'PPBAT215 - BILLS CARRIED FWD : '
235940                 WK-BILLS-CARRIED
235950     END-IF.
235960     DISPLAY 'PPBAT215 - INTERIM BILLS HELD: '
235970             WK-INTERIM-HELD.
235980     DISPLAY 'PPBAT215 - STAYS COMBINED    : '
235990             WK-STAYS-COMBINED.
236000     DISPLAY 'PPBAT215 - STAYS CARRIED FWD : '
236010             WK-STAYS-CARRIED.
236020     DISPLAY 'PPBAT215 - STAYS STALE       : '
236030             WK-STAYS-STALE.
236040 9875-EXIT.
236050     EXIT.
236060 9876-WRITE-ONE-STAY.
236070     IF PY-TAB-DONE-SW(PY-IDX) = 'Y'
236080         GO TO 9876-EXIT
236090     END-IF.
236100     MOVE PY-TAB-BILL(PY-IDX)       TO PY-BILL-RECORD.
236110     MOVE PY-TAB-FIRST-DATE(PY-IDX) TO PY-FIRST-DATE.
236120     MOVE PY-TAB-COUNT(PY-IDX)      TO PY-INTERIM-COUNT.
236130     WRITE PEND-STAY-OUT-REC.
236140     ADD 1 TO WK-STAYS-CARRIED.
236150     MOVE PY-TAB-FIRST-DATE(PY-IDX) TO WK-DTS-DATE.
236160     PERFORM 8500-DATE-TO-SERIAL THRU 8500-EXIT.
236170     MOVE WK-DTS-SERIAL TO WK-PY-STALE-SERIAL.
236180     COMPUTE WK-PY-AGE-DAYS =
236190         WK-PY-RUN-SERIAL - WK-PY-STALE-SERIAL.
236200     IF BUS-CALENDAR-ACTIVE
236210         MOVE 'C'                       TO CS-FUNCTION
236220         MOVE PY-TAB-FIRST-DATE(PY-IDX) TO CS-FROM-DATE
236230         MOVE WK-CAL-RUN-DATE           TO CS-TO-DATE
236240         CALL 'PPCLD215' USING CALSVC-AREA
236250         END-CALL
236260         IF CS-OK
236270             MOVE CS-DAYS TO WK-PY-AGE-DAYS
236280         ELSE
236290             ADD 1 TO WK-CAL-OFF-CALENDAR
236300         END-IF
236310     END-IF.
236320     IF WK-PY-AGE-DAYS > WK-STALE-DAYS
236330         ADD 1 TO WK-STAYS-STALE
236340         MOVE PY-TAB-MBI(PY-IDX) TO WK-SS2-MBI
236350         MOVE PY-TAB-PROVIDER-NO(PY-IDX)
236360             TO WK-SS2-PROVIDER-NO
236370         MOVE PY-TAB-FIRST-DATE(PY-IDX)
236380             TO WK-SS2-FIRST-DATE
236390         MOVE PY-TAB-COUNT(PY-IDX) TO WK-SS2-COUNT
236400         MOVE 'OPEN PAST THE STALENESS THRESHOLD'
236410             TO WK-SS2-NOTE
236420         MOVE WK-SS-DETAIL-LINE2 TO STALE-STAY-LINE
236430         WRITE STALE-STAY-LINE
236440     END-IF.
236450 9876-EXIT.
236460     EXIT.
236470*===========================================================*
236480* 9870-WRITE-PIP-LEDGER - THE PER-PROVIDER NOTIONAL-        *
236490* PAYMENT LEDGER FOR THE COST-REPORT RECONCILIATION AND    *
236500* THE PIP SUMMARY COMPARING NOTIONAL PRICING TO THE        *
236510* LUMP-SUM SCHEDULE.                                       *
236520*===========================================================*
236530 9870-WRITE-PIP-LEDGER.
236540     IF WK-PIP-COUNT = 0
236550         GO TO 9870-EXIT
236560     END-IF.
236570     OPEN OUTPUT PIP-LEDGER-OUT.
236580     OPEN OUTPUT PIP-RPT-OUT.
236590     MOVE 'PIP NOTIONAL-PAYMENT SUMMARY' TO WK-RPT-TITLE.
236600     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
236610     MOVE WK-RPT-HDR-LINE1 TO PIP-RPT-LINE.
236620     WRITE PIP-RPT-LINE.
236630     MOVE WK-RPT-HDR-LINE2 TO PIP-RPT-LINE.
236640     WRITE PIP-RPT-LINE.
236650     MOVE WK-PIP-HEADING1 TO PIP-RPT-LINE.
236660     WRITE PIP-RPT-LINE.
236670     PERFORM 9871-WRITE-ONE-PIP THRU 9871-EXIT
236680         VARYING PL-IDX FROM 1 BY 1
236690         UNTIL PL-IDX > WK-PIP-COUNT.
236700     CLOSE PIP-LEDGER-OUT.
236710     CLOSE PIP-RPT-OUT.
236720     DISPLAY 'PPBAT215 - PIP BILLS         : ' WK-BILLS-PIP.
236730 9870-EXIT.
236740     EXIT.
236750 9871-WRITE-ONE-PIP.
236760     MOVE PL-TAB-PROVIDER-NO(PL-IDX) TO PL-PROVIDER-NO.
236770     MOVE PL-TAB-BILLS(PL-IDX)       TO PL-BILL-COUNT.
236780     MOVE PL-TAB-NOTIONAL(PL-IDX)    TO PL-NOTIONAL-PAYMENT.
236790     WRITE PIP-LEDGER-REC.
236800     MOVE PL-TAB-PROVIDER-NO(PL-IDX) TO WK-PL2-PROVIDER-NO.
236810     MOVE PL-TAB-BILLS(PL-IDX)       TO WK-PL2-BILLS.
236820     MOVE PL-TAB-NOTIONAL(PL-IDX)    TO WK-PL2-NOTIONAL.
236830     MOVE PL-TAB-SCHEDULED(PL-IDX)   TO WK-PL2-SCHEDULED.
236840     COMPUTE WK-PIP-DIFF =
236850         PL-TAB-NOTIONAL(PL-IDX) - PL-TAB-SCHEDULED(PL-IDX).
236860     MOVE WK-PIP-DIFF TO WK-PL2-DIFF.
236870     MOVE WK-PIP-DETAIL-LINE TO PIP-RPT-LINE.
236880     WRITE PIP-RPT-LINE.
236890     SET PL-IDX UP BY 1.
236900 9871-EXIT.
236910     EXIT.
236920*===========================================================*
236930* 9872-WRITE-FLOOR-INVENTORY - THE CLAIMS WAITING ON THE    *
236940* PAYMENT FLOOR AT THE END OF THE RUN, BY THE DATE THEY     *
236950* RELEASE, SPLIT ELECTRONIC/PAPER, WITH THE PAYMENT DUE.    *
236960*===========================================================*
236970 9872-WRITE-FLOOR-INVENTORY.
236980     IF WK-PFL-INV-COUNT = 0
236990         GO TO 9872-EXIT
237000     END-IF.
237010     OPEN OUTPUT FLOOR-RPT-OUT.
237020     MOVE 'PAYMENT FLOOR INVENTORY' TO WK-RPT-TITLE.
237030     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
237040     MOVE WK-RPT-HDR-LINE1 TO FLOOR-RPT-LINE.
237050     WRITE FLOOR-RPT-LINE.
237060     MOVE WK-RPT-HDR-LINE2 TO FLOOR-RPT-LINE.
237070     WRITE FLOOR-RPT-LINE.
237080     MOVE WK-PFL-HEADING1 TO FLOOR-RPT-LINE.
237090     WRITE FLOOR-RPT-LINE.
237100     MOVE ZEROES TO WK-PFL-TOT-EMC
237110                    WK-PFL-TOT-PAPER
237120                    WK-PFL-TOT-DOLLARS.
237130     PERFORM 9873-WRITE-ONE-FLOOR-DATE THRU 9873-EXIT
237140         VARYING PFI-IDX FROM 1 BY 1
237150         UNTIL PFI-IDX > WK-PFL-INV-COUNT.
237160     MOVE 'TOTAL'             TO WK-PFL-RL-DATE.
237170     MOVE WK-PFL-TOT-EMC      TO WK-PFL-RL-EMC.
237180     MOVE WK-PFL-TOT-PAPER    TO WK-PFL-RL-PAPER.
237190     COMPUTE WK-PFL-RL-CLAIMS = WK-PFL-TOT-EMC + WK-PFL-TOT-PAPER.
237200     MOVE WK-PFL-TOT-DOLLARS  TO WK-PFL-RL-DOLLARS.
237210     MOVE WK-PFL-DETAIL-LINE TO FLOOR-RPT-LINE.
237220     WRITE FLOOR-RPT-LINE.
237230     CLOSE FLOOR-RPT-OUT.
237240     IF WK-PFL-INV-DROPS > 0
237250         DISPLAY 'PPBAT215 - FLOOR INVENTORY FULL, UNLISTED : '
237260                 WK-PFL-INV-DROPS
237270     END-IF.
237280 9872-EXIT.
237290     EXIT.
237300 9873-WRITE-ONE-FLOOR-DATE.
237310     MOVE PFI-RELEASE-DATE(PFI-IDX) TO WK-PFL-RL-DATE.
237320     MOVE PFI-EMC-CLAIMS(PFI-IDX)   TO WK-PFL-RL-EMC.
237330     MOVE PFI-PAPER-CLAIMS(PFI-IDX) TO WK-PFL-RL-PAPER.
237340     COMPUTE WK-PFL-RL-CLAIMS =
237350         PFI-EMC-CLAIMS(PFI-IDX) + PFI-PAPER-CLAIMS(PFI-IDX).
237360     MOVE PFI-DOLLARS(PFI-IDX)      TO WK-PFL-RL-DOLLARS.
237370     MOVE WK-PFL-DETAIL-LINE TO FLOOR-RPT-LINE.
237380     WRITE FLOOR-RPT-LINE.
237390     ADD PFI-EMC-CLAIMS(PFI-IDX)   TO WK-PFL-TOT-EMC.
237400     ADD PFI-PAPER-CLAIMS(PFI-IDX) TO WK-PFL-TOT-PAPER.
237410     ADD PFI-DOLLARS(PFI-IDX)      TO WK-PFL-TOT-DOLLARS.
237420 9873-EXIT.
237430     EXIT.
237440*===========================================================*
237450* 9865-WRITE-GL-VOUCHERS - ONE BALANCED DEBIT/CREDIT PAIR  *
237460* PER ACCOUNTING CLASSIFICATION, FROM THE RUN'S            *
237470* ACCUMULATORS, UNDER THE ACCOUNT MAP IN EFFECT.  ZERO     *
237480* CLASSIFICATIONS ARE NOT VOUCHED.                         *
237490*===========================================================*
237500 9865-WRITE-GL-VOUCHERS.
237510     OPEN OUTPUT GL-JV-OUT.
237520     MOVE WK-RUN-ID TO JV-RUN-ID.
237530     ACCEPT JV-RUN-DATE FROM DATE YYYYMMDD.
237540     SET GL-IDX TO 1.
237550     MOVE WK-GL-DRG-PAY TO JV-AMOUNT.
237560     PERFORM 9866-WRITE-ONE-VOUCHER THRU 9866-EXIT.
237570     SET GL-IDX TO 2.
237580     MOVE WK-GL-OUTLIER TO JV-AMOUNT.
237590     PERFORM 9866-WRITE-ONE-VOUCHER THRU 9866-EXIT.
237600     SET GL-IDX TO 3.
237610     MOVE WK-GL-PASSTHRU TO JV-AMOUNT.
237620     PERFORM 9866-WRITE-ONE-VOUCHER THRU 9866-EXIT.
237630     SET GL-IDX TO 4.
237640     MOVE WK-TOT-SEQUESTERED TO JV-AMOUNT.
237650     PERFORM 9866-WRITE-ONE-VOUCHER THRU 9866-EXIT.
237660     SET GL-IDX TO 5.
237670     MOVE WK-GL-OFFSETS TO JV-AMOUNT.
237680     PERFORM 9866-WRITE-ONE-VOUCHER THRU 9866-EXIT.
237690     SET GL-IDX TO 6.
237700     MOVE WK-TOT-INTEREST TO JV-AMOUNT.
237710     PERFORM 9866-WRITE-ONE-VOUCHER THRU 9866-EXIT.
237720     CLOSE GL-JV-OUT.
237730 9865-EXIT.
237740     EXIT.
237750 9866-WRITE-ONE-VOUCHER.
237760     IF JV-AMOUNT = 0
237770         GO TO 9866-EXIT
237780     END-IF.
237790     MOVE GL-CLASS(GL-IDX)       TO JV-CLASS.
237800     MOVE GL-DEBIT-ACCT(GL-IDX)  TO JV-DEBIT-ACCT.
237810     MOVE GL-CREDIT-ACCT(GL-IDX) TO JV-CREDIT-ACCT.
237820     WRITE GL-JV-REC.
237830 9866-EXIT.
237840     EXIT.
237850*===========================================================*
237860* 9855-WRITE-INTER-SUMMARY - THE FUNDS-DISBURSED ROLLUP BY  *
237870* INTERMEDIARY/MAC (RUN AND MONTH-TO-DATE), THE UNKNOWN-    *
237880* INTERMEDIARY EXCEPTION LIST, AND THE REWRITTEN            *
237890* INTERMEDIARY MTD FILE FOR THE NEXT RUN.                   *
237900*===========================================================*
237910 9855-WRITE-INTER-SUMMARY.
237920     OPEN OUTPUT INTER-SUM-OUT.
237930     OPEN OUTPUT INTER-MTD-OUT.
237940     WRITE INTER-MTD-OUT-REC FROM WK-GEN-OUT-STAMP.
237950     MOVE 'INTERMEDIARY FUNDS SUMMARY' TO WK-RPT-TITLE.
237960     PERFORM 8600-FORMAT-REPORT-HEADER THRU 8600-EXIT.
237970     MOVE WK-RPT-HDR-LINE1 TO INTER-SUM-LINE.
237980     WRITE INTER-SUM-LINE.
237990     MOVE WK-RPT-HDR-LINE2 TO INTER-SUM-LINE.
238000     WRITE INTER-SUM-LINE.
238010     MOVE WK-IN-HEADING1 TO INTER-SUM-LINE.
238020     WRITE INTER-SUM-LINE.
238030     PERFORM 9856-WRITE-ONE-INTER THRU 9856-EXIT
238040         VARYING IN-IDX FROM 1 BY 1
238050         UNTIL IN-IDX > WK-IN-COUNT.
238060     PERFORM 9857-WRITE-ONE-UNKNOWN THRU 9857-EXIT
238070         VARYING UK-IDX FROM 1 BY 1
238080         UNTIL UK-IDX > WK-UNK-COUNT.
238090     CLOSE INTER-SUM-OUT.
238100     CLOSE INTER-MTD-OUT.
238110  9855-EXIT.
238120     EXIT.
238130  9856-WRITE-ONE-INTER.
238140     MOVE IN-INTER-NO(IN-IDX)     TO WK-IN2-INTER-NO.
238150     MOVE IN-RUN-BILLS(IN-IDX)    TO WK-IN2-RUN-BILLS.
238160     MOVE IN-RUN-PAYMENT(IN-IDX)  TO WK-IN2-RUN-PAYMENT.
238170     MOVE IN-RUN-OUTLIER(IN-IDX)  TO WK-IN2-RUN-OUTLIER.
238180     MOVE IN-RUN-PASSTHRU(IN-IDX) TO WK-IN2-RUN-PASSTHRU.
238190     MOVE IN-MTD-BILLS(IN-IDX)    TO WK-IN2-MTD-BILLS.
238200     MOVE IN-MTD-PAYMENT(IN-IDX)  TO WK-IN2-MTD-PAYMENT.
238210     MOVE WK-IN-DETAIL-LINE TO INTER-SUM-LINE.
238220     WRITE INTER-SUM-LINE.
238230     MOVE IN-INTER-NO(IN-IDX)     TO IT-OUT-INTER-NO.
238240     MOVE IN-MTD-BILLS(IN-IDX)    TO IT-OUT-BILL-COUNT.
238250     MOVE IN-MTD-PAYMENT(IN-IDX)  TO IT-OUT-TOT-PAYMENT.
238260     MOVE IN-MTD-OUTLIER(IN-IDX)  TO IT-OUT-TOT-OUTLIER.
238270     MOVE IN-MTD-PASSTHRU(IN-IDX) TO IT-OUT-TOT-PASSTHRU.
238280     WRITE INTER-MTD-OUT-REC.
238290  9856-EXIT.
238300     EXIT.
238310  9857-WRITE-ONE-UNKNOWN.
238320     MOVE UK-PROVIDER-NO(UK-IDX) TO WK-UK-PROVIDER-NO.
238330     MOVE WK-UK-DETAIL-LINE TO INTER-SUM-LINE.
238340     WRITE INTER-SUM-LINE.
238350  9857-EXIT.
238360     EXIT.
238370*===========================================================*
238380* 9900-BALANCE-BILL-TRAILER - BALANCE THE DATA RECORDS AND   *
238390*                 SUBMITTED CHARGES ACTUALLY READ AGAINST    *
238400*                 THE TRAILER CONTROL RECORD, IF ONE WAS     *
238410*                 PRESENT.  A MISMATCH SETS RETURN CODE 16    *
238420*                 SO THE RUN CANNOT CLOSE CLEAN ON A          *
238430*                 TRUNCATED OR OVERLAID TRANSMISSION.         *
238440*===========================================================*
238450 9900-BALANCE-BILL-TRAILER.
238460*    A RESTART SKIPS THE BILLS ALREADY PROCESSED WITHOUT
238470*    COUNTING THEM, SO THE RUN'S COUNTS COVER ONLY THE
238480*    POST-CHECKPOINT PORTION AND CANNOT TIE TO THE FULL-FILE
238490*    TRAILER - THE ORIGINAL RUN ALREADY BALANCED THE FILE.
238500     IF RUN-IS-A-RESTART
238510         DISPLAY 'PPBAT215 - TRAILER BALANCING BYPASSED ON '
238520                 'RESTART - PARTIAL-RUN COUNTS CANNOT TIE '
238530                 'TO THE FULL-FILE TRAILER'
238540         GO TO 9900-EXIT
238550     END-IF.
238560*    A RUN STOPPED BY THE OPERATOR HAS NOT READ THE WHOLE
238570*    FILE; THE RUN THAT FINISHES IT IS A RESTART, SO THE
238580*    TRAILER IS NEVER BALANCED ACROSS A STOP.
238590     IF RUN-STOPPED-BY-OPERATOR
238600         DISPLAY 'PPBAT215 - TRAILER BALANCING BYPASSED - RUN '
238610                 'STOPPED BY OPERATOR BEFORE END OF FILE'
238620         GO TO 9900-EXIT
238630     END-IF.
238640     IF NOT BILL-TRL-SEEN
238650         IF BILL-HDR-SEEN
238660             DISPLAY 'PPBAT215 - BILL FILE HEADER PRESENT BUT '
238670                     'NO TRAILER - BALANCING FAILED'
238680             SET BILL-BALANCE-FAILED TO TRUE
238690             MOVE 16 TO RETURN-CODE
238700         END-IF
238710         GO TO 9900-EXIT
238720     END-IF.
238730     IF WK-TRL-SAVED-COUNT NOT = WK-BILLS-READ
238740         DISPLAY 'PPBAT215 - TRAILER RECORD COUNT '
238750                 WK-TRL-SAVED-COUNT
238760                 ' DOES NOT MATCH RECORDS READ '
238770                 WK-BILLS-READ
238780         SET BILL-BALANCE-FAILED TO TRUE
238790     END-IF.
238800     IF WK-TRL-SAVED-CHARGES NOT = WK-ACT-TOT-CHARGES
238810         DISPLAY 'PPBAT215 - TRAILER TOTAL CHARGES '
238820                 WK-TRL-SAVED-CHARGES
238830                 ' DOES NOT MATCH CHARGES READ '
238840                 WK-ACT-TOT-CHARGES
238850         SET BILL-BALANCE-FAILED TO TRUE
238860     END-IF.
238870     IF BILL-BALANCE-FAILED
238880         MOVE 16 TO RETURN-CODE
238890     ELSE
238900         DISPLAY 'PPBAT215 - BILL FILE BALANCED TO TRAILER'
238910     END-IF.
238920 9900-EXIT.
238930     EXIT.
238940*===========================================================*
238950* 9915-ANSWER-STOP-REQUEST - REPLACE AN OPERATOR STOP        *
238960*                 REQUEST WITH A 'DONE' RECORD SAYING HOW    *
238970*                 THE RUN ENDED, SO THE REQUEST CANNOT STOP  *
238980*                 THE NEXT RUN.  A REQUEST THAT ARRIVED TOO  *
238990*                 LATE TO BE HONORED IS ANSWERED THE SAME    *
239000*                 WAY.  NO REQUEST, NOTHING IS WRITTEN.      *
239010*===========================================================*
239020 9915-ANSWER-STOP-REQUEST.
239030     IF WK-STOP-SW = 'N'
239040         OPEN INPUT STOP-REQ-FILE
239050         IF WK-STOPREQ-STATUS NOT = '00'
239060             GO TO 9915-EXIT
239070         END-IF
239080         MOVE SPACES TO STOP-REQ-REC
239090         READ STOP-REQ-FILE
239100             AT END
239110                 MOVE SPACES TO STOP-REQ-REC
239120         END-READ
239130         CLOSE STOP-REQ-FILE
239140         IF SR-VERB NOT = 'STOP'
239150             GO TO 9915-EXIT
239160         END-IF
239170     END-IF.
239180     MOVE WK-RUN-ID TO WK-SA-RUN-ID.
239190     IF RUN-STOPPED-BY-OPERATOR
239200         MOVE 'STOPPED - RESUMES AFTER BILL' TO WK-SA-RESULT
239210         MOVE WK-STOP-POSITION TO WK-SA-POSITION
239220     ELSE
239230         MOVE 'COMPLETED BEFORE THE STOP TOOK EFFECT'
239240             TO WK-SA-RESULT
239250         MOVE SPACES TO WK-SA-POSITION
239260         DISPLAY 'PPBAT215 - OPERATOR STOP REQUEST ARRIVED TOO '
239270                 'LATE - RUN COMPLETED'
239280     END-IF.
239290     OPEN OUTPUT STOP-REQ-FILE.
239300     MOVE SPACES      TO STOP-REQ-REC.
239310     MOVE 'DONE'      TO SR-VERB.
239320     MOVE WK-STOP-ACK TO SR-TEXT.
239330     WRITE STOP-REQ-REC.
239340     CLOSE STOP-REQ-FILE.
239350 9915-EXIT.
239360     EXIT.
239370*===========================================================*
239380* 9910-WRITE-PROV-SNAPSHOT - WRITE THE PROVIDER MASTER AS IT *
239390* STANDS AT THE END OF THIS RUN, FOR THE NEXT RUN'S START-UP *
239400* CHANGE CHECK.                                              *
239410*===========================================================*
239420 9910-WRITE-PROV-SNAPSHOT.
239430     ACCEPT WK-PMC-TODAY FROM DATE YYYYMMDD.
239440     MOVE 'N' TO WK-PMC-MAST-EOF.
239450     OPEN INPUT PROV-MAST-FILE.
239460     OPEN OUTPUT PROV-SNAP-OUT.
239470     PERFORM 9911-WRITE-ONE-SNAP THRU 9911-EXIT
239480         UNTIL PMC-MAST-AT-EOF.
239490     CLOSE PROV-MAST-FILE.
239500     CLOSE PROV-SNAP-OUT.
239510     DISPLAY 'PPBAT215 - PROVMAST SNAPSHOT : '
239520             WK-PMC-SNAP-WRITTEN.
239530 9910-EXIT.
239540     EXIT.
239550 9911-WRITE-ONE-SNAP.
239560     READ PROV-MAST-FILE
239570         AT END
239580             SET PMC-MAST-AT-EOF TO TRUE
239590             GO TO 9911-EXIT
239600     END-READ.
239610     MOVE PM-PROV-KEY    TO SN-PROV-KEY.
239620     MOVE PM-FORMAT-IND  TO SN-FORMAT-IND.
239630     MOVE PM-PROV-RECORD TO SN-PROV-RECORD.
239640     MOVE WK-PMC-TODAY   TO SN-SNAP-DATE.
239650     MOVE WK-RUN-ID      TO SN-RUN-ID.
239660     WRITE PROV-SNAP-OUT-REC.
239670     ADD 1 TO WK-PMC-SNAP-WRITTEN.
239680 9911-EXIT.
239690     EXIT.
