      ********************************************************
      *                CLMEVENT COPYBOOK                     *
      *           CLAIM-EVENT-REC JOURNAL LAYOUT             *
      *------------------------------------------------------*
      *  ONE RECORD PER STEP IN A CLAIM'S LIFE, APPENDED TO  *
      *  THE CLAIM EVENT JOURNAL (EVTJRNL) BY EVERY PROGRAM  *
      *  THAT MOVES THE CLAIM - PPCNV215 (RECEIVED,          *
      *  CONVERTED, CONVERSION REJECT), PPBAT215 (EDIT       *
      *  FAILURES, PENDS, QUARANTINE, HOLDS, RELEASES,       *
      *  PRICING, REMITTANCE, REVERSALS), PPSET215           *
      *  (SETTLEMENT) AND PPDSB215 (DISBURSEMENT) - SO A     *
      *  CLAIM'S WHOLE HISTORY CAN BE LISTED FROM ONE PLACE  *
      *  BY PPEVT215.  THE JOURNAL IS NEVER REWRITTEN.       *
      *                                                      *
      *  EV-CLAIM-SEQ AND EV-RUN-ID ARE THE PRICING RUN'S    *
      *  CLAIM SEQUENCE ID AND THE RUN THAT WROTE THE EVENT. *
      *  THE SEQUENCE ID IS ASSIGNED BY PPBAT215, SO EVENTS  *
      *  WRITTEN BEFORE PRICING CARRY ZERO; A CLAIM THAT     *
      *  RECYCLES INTO A LATER RUN IS RE-SEQUENCED THERE.    *
      *  PROVIDER, MBI AND DISCHARGE DATE TIE THE EVENTS OF  *
      *  ONE CLAIM TOGETHER ACROSS PROGRAMS AND RUNS.        *
      *                                                      *
      *  AMOUNTS: EV-CHARGES IS THE BILLED CHARGES.          *
      *  EV-PAYMENT IS THE PAYMENT THE STEP PRODUCED (PRICED *
      *  TOTAL, PAID AMOUNT, NET SETTLED OR DISBURSED; A     *
      *  REVERSAL IS NEGATIVE).  EV-OTHER-AMT IS THE STEP'S  *
      *  SECONDARY AMOUNT (RECOUPMENT OFFSET ON A REMITTANCE,*
      *  BENEFICIARY LIABILITY ON A SETTLEMENT).             *
      ********************************************************
       01  CLAIM-EVENT-REC.
           05  EV-CLAIM-SEQ               PIC 9(09).
           05  EV-RUN-ID                  PIC X(08).
           05  EV-EVENT-DATE              PIC 9(08).
           05  EV-EVENT-TIME              PIC 9(08).
           05  EV-EVENT-TYPE              PIC X(02).
               88  EV-RECEIVED            VALUE 'RC'.
               88  EV-CONVERTED           VALUE 'CV'.
               88  EV-EDIT-FAILED         VALUE 'EF'.
               88  EV-PENDED              VALUE 'PN'.
               88  EV-QUARANTINED         VALUE 'QU'.
               88  EV-HELD                VALUE 'HL'.
               88  EV-RELEASED            VALUE 'RL'.
               88  EV-PRICED              VALUE 'PR'.
               88  EV-SETTLED             VALUE 'ST'.
               88  EV-REMITTED            VALUE 'RM'.
               88  EV-REVERSED            VALUE 'RV'.
               88  EV-DISBURSED           VALUE 'DS'.
           05  EV-PROGRAM                 PIC X(08).
           05  EV-PROVIDER-NO             PIC X(06).
           05  EV-MBI                     PIC X(11).
           05  EV-DISCHARGE-DATE          PIC 9(08).
           05  EV-DRG                     PIC 9(03).
           05  EV-RTC                     PIC 9(02).
           05  EV-CHARGES                 PIC 9(09)V9(02).
           05  EV-PAYMENT                 PIC S9(09)V9(02).
           05  EV-OTHER-AMT               PIC S9(09)V9(02).
           05  EV-DETAIL                  PIC X(30).
           05  FILLER                     PIC X(14).
