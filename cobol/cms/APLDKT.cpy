      ********************************************************
      *                  APLDKT COPYBOOK                     *
      *               APPEAL DOCKET ROW                      *
      *------------------------------------------------------*
      *  ONE RECORD PER APPEAL OF A PRICED CLAIM, AT ONE     *
      *  LEVEL, IN AD-APPEAL-ID ORDER.  PPDKT215 CARRIES THE *
      *  DOCKET FORWARD (DKTIN TO DKTOUT), ADDING THE        *
      *  APPEALS FILED, POSTING DECISIONS, WRITING THE       *
      *  ADJUSTMENT BILL FOR A FAVORABLE DECISION AND        *
      *  CLOSING THE APPEAL WHEN THE ADJUSTED PAYMENT IS ON  *
      *  THE HISTORY REPOSITORY.  ROWS ARE NEVER DROPPED.    *
      *                                                      *
      *  THE CLAIM IS THE PRICING NAMED BY AD-CLAIM-SEQ AND  *
      *  AD-RUN-ID (THE CLAIM SEQUENCE ID IS RUN-SCOPED).    *
      *  THE PROVIDER, DISCHARGE, MBI, DRG, RETURN CODE AND  *
      *  PAYMENT ARE COPIED FROM THAT HISTORY ROW AT FILING. *
      *                                                      *
      *   AD-LEVEL    1 - REDETERMINATION                    *
      *               2 - RECONSIDERATION                    *
      *               3 - ALJ HEARING                        *
      *   AD-STATUS   'O' - OPEN, AWAITING A DECISION        *
      *               'E' - DECIDED FOR THE APPELLANT,       *
      *                     AWAITING EFFECTUATION            *
      *               'C' - CLOSED                           *
      *   AD-OUTCOME  'F' - FAVORABLE                        *
      *               'P' - PARTIALLY FAVORABLE              *
      *               'U' - UNFAVORABLE                      *
      *               'D' - DISMISSED                        *
      *               'W' - WITHDRAWN                        *
      *                                                      *
      *  AD-DUE-DATE IS AD-FILED-DATE PLUS AD-CLOCK-DAYS,    *
      *  THE DECISION CLOCK FOR THE LEVEL WHEN FILED.  AN    *
      *  APPEAL ESCALATED TO THE NEXT LEVEL IS A NEW ROW     *
      *  NAMING THE LOWER ONE IN AD-PRIOR-APPEAL-ID; THE     *
      *  LOWER ONE NAMES IT IN AD-NEXT-APPEAL-ID.            *
      *  AD-BILL-DATE IS ZERO UNTIL THE ADJUSTMENT BILL IS   *
      *  WRITTEN; THE AD-EFFECT- FIELDS NAME THE PRICING     *
      *  THAT EFFECTUATED THE DECISION.                      *
      ********************************************************
       01  APPEAL-DOCKET-REC.
           05  AD-APPEAL-ID               PIC 9(09).
           05  AD-CASE-REF                PIC X(15).
           05  AD-CLAIM-SEQ               PIC 9(09).
           05  AD-RUN-ID                  PIC X(08).
           05  AD-PROVIDER-NO             PIC X(06).
           05  AD-DISCHARGE-DATE          PIC 9(08).
           05  AD-MBI                     PIC X(11).
           05  AD-PAID-DRG                PIC 9(03).
           05  AD-PAID-RTC                PIC 9(02).
           05  AD-PAID-AMT                PIC 9(09)V9(02).
           05  AD-LEVEL                   PIC 9(01).
               88  AD-REDETERMINATION     VALUE 1.
               88  AD-RECONSIDERATION     VALUE 2.
               88  AD-ALJ-HEARING         VALUE 3.
           05  AD-FILED-DATE              PIC 9(08).
           05  AD-CLOCK-DAYS              PIC 9(03).
           05  AD-DUE-DATE                PIC 9(08).
           05  AD-STATUS                  PIC X(01).
               88  AD-OPEN                VALUE 'O'.
               88  AD-AWAITING-EFFECT     VALUE 'E'.
               88  AD-CLOSED              VALUE 'C'.
           05  AD-OUTCOME                 PIC X(01).
               88  AD-FAVORABLE           VALUE 'F'.
               88  AD-PARTIAL             VALUE 'P'.
               88  AD-UNFAVORABLE         VALUE 'U'.
               88  AD-DISMISSED           VALUE 'D'.
               88  AD-WITHDRAWN           VALUE 'W'.
           05  AD-DECISION-DATE           PIC 9(08).
           05  AD-DECIDED-DRG             PIC 9(03).
           05  AD-BILL-DATE               PIC 9(08).
           05  AD-EFFECT-DATE             PIC 9(08).
           05  AD-EFFECT-RUN-ID           PIC X(08).
           05  AD-EFFECT-CLAIM-SEQ        PIC 9(09).
           05  AD-EFFECT-PAID-AMT         PIC 9(09)V9(02).
           05  AD-CLOSED-DATE             PIC 9(08).
           05  AD-PRIOR-APPEAL-ID         PIC 9(09).
           05  AD-NEXT-APPEAL-ID          PIC 9(09).
           05  FILLER                     PIC X(15).
