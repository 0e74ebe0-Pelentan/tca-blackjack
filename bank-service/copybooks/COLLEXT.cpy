      *----------------------------------------------------------------*
      * COLLEXT - marker collection extract record, one per marker
      * still owed past the shop's first due term (logical name
      * "COLLEXT").
      *
      * MKR-RPT lists every open marker for the cage manager; the
      * credit department works from this fixed-format extract
      * instead, written fresh by MKR-COLLECT each run with only the
      * markers that are past due. CX-TERM-DAYS is the due term the
      * marker has passed (30, 45, or 60 days with the default
      * terms) - the collection letter to send keys off it.
      *
      * CX-RETURNED-SW is "Y" when the bank returned the marker
      * unpaid (MKR-STATUS "B"). The credit-line fields come off the
      * credit-line master (see CRLINE); an account with no line on
      * file carries zero and blanks.
      *
      * Modification history:
      *   2026-10-15  REM  Initial layout.
      *----------------------------------------------------------------*
       01  CX-RECORD.
           05  CX-RUN-DATE            PIC X(08).
           05  CX-ACCOUNT-ID          PIC X(10).
           05  CX-MARKER-ID           PIC X(10).
           05  CX-ISSUED-DATE         PIC X(08).
           05  CX-ISSUED-CENTS        PIC 9(15).
           05  CX-OUTSTANDING-CENTS   PIC 9(15).
           05  CX-DAYS-OUT            PIC 9(05).
           05  CX-TERM-DAYS           PIC 9(03).
           05  CX-RETURNED-SW         PIC X(01).
               88 CX-RETURNED             VALUE "Y".
           05  CX-LAST-TIMESTAMP      PIC X(20).
           05  CX-LIMIT-CENTS         PIC 9(15).
           05  CX-HOLD-FLAG           PIC X(01).
           05  CX-REVIEW-DATE         PIC X(08).
