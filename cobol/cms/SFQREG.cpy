      ********************************************************
      *                  SFQREG COPYBOOK                     *
      *        INBOUND SUBMITTER FILE QUEUE CONTROL ROW      *
      *------------------------------------------------------*
      *  ONE RECORD PER CLAIM FILE RECEIVED FROM A TRADING   *
      *  PARTNER, IN SQ-QUEUE-ID (ARRIVAL) ORDER.  PPSFQ215  *
      *  CARRIES THE QUEUE FORWARD (SFQREGI TO SFQREGO),     *
      *  ADDING A ROW FOR EACH FILE THAT ARRIVES AND         *
      *  RELEASING THE FILES IT HELD.  ROWS ARE NEVER        *
      *  DROPPED.                                            *
      *                                                      *
      *   SQ-FORMAT   'F' - FLAT CLAIM INTERFACE             *
      *               'X' - X12 837 INTERCHANGE              *
      *   SQ-STATUS   'H' - HELD FOR A LATER CYCLE (ARRIVED  *
      *                     AFTER THE PARTNER'S CUTOFF)      *
      *               'R' - RELEASED TO PPCNV215 IN THE      *
      *                     CYCLE OF SQ-RELEASE-DATE         *
      *               'D' - REJECTED, A DUPLICATE OF THE     *
      *                     FILE IN SQ-DUP-OF                *
      *               'E' - REJECTED, NO RECORDS             *
      *   SQ-DUP-REASON 'F' - THE SAME FILE, BYTE FOR BYTE   *
      *                 'C' - THE SAME CLAIMS UNDER A NEW    *
      *                       ENVELOPE OR SUBMITTER RECORD   *
      *                                                      *
      *  SQ-FILE-HASH IS A POSITION-WEIGHTED CHECKSUM OF     *
      *  EVERY BYTE OF THE FILE; SQ-CLAIM-HASH THE SAME OVER *
      *  THE CLAIM CONTENT ONLY (FLAT FILES WITHOUT THEIR    *
      *  'SUB' RECORDS; X12 FILES WITHOUT THE ISA, GS, ST,   *
      *  BHT, SE, GE AND IEA SEGMENTS, WHOSE CONTROL NUMBERS *
      *  AND DATES CHANGE WHEN A FILE IS REGENERATED).       *
      *  SQ-CUTOFF-TIME IS THE PARTNER'S CUTOFF (HHMM) AS IT *
      *  STOOD WHEN THE FILE ARRIVED; SQ-DEFER-COUNT COUNTS  *
      *  THE CYCLES THE FILE WAS HELD OUT OF.                *
      ********************************************************
       01  SUBMIT-QUEUE-REC.
           05  SQ-QUEUE-ID                PIC 9(09).
           05  SQ-SUBMITTER-ID            PIC X(08).
           05  SQ-FILE-NAME               PIC X(44).
           05  SQ-ARRIVAL-DATE            PIC 9(08).
           05  SQ-ARRIVAL-TIME            PIC 9(08).
           05  SQ-FORMAT                  PIC X(01).
               88  SQ-FLAT-FILE           VALUE 'F'.
               88  SQ-X12-FILE            VALUE 'X'.
           05  SQ-RECORD-COUNT            PIC 9(09).
           05  SQ-CLAIM-COUNT             PIC 9(07).
           05  SQ-FILE-HASH               PIC 9(09).
           05  SQ-CLAIM-HASH              PIC 9(09).
           05  SQ-CUTOFF-TIME             PIC X(04).
           05  SQ-STATUS                  PIC X(01).
               88  SQ-HELD                VALUE 'H'.
               88  SQ-RELEASED            VALUE 'R'.
               88  SQ-DUPLICATE           VALUE 'D'.
               88  SQ-EMPTY               VALUE 'E'.
           05  SQ-QUEUED-DATE             PIC 9(08).
           05  SQ-RELEASE-DATE            PIC 9(08).
           05  SQ-DUP-OF                  PIC 9(09).
           05  SQ-DUP-REASON              PIC X(01).
           05  SQ-DEFER-COUNT             PIC 9(03).
           05  FILLER                     PIC X(14).
