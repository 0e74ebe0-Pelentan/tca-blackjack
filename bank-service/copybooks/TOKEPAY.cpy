      *----------------------------------------------------------------*
      * TOKEPAY - dealer toke payroll extract record, one per dealer
      * per shift paid out of a gaming date's toke pool (logical
      * name "TOKEPAY").
      *
      * Written fresh by TOKE-DIST each run for payroll to load.
      * TP-SHARE-CENTS is the dealer's cut of the shift pool:
      * TP-POOL-CENTS weighted by TP-ASSIGNMENTS (the dealer's
      * assignments on the shift) over TP-SHIFT-ASSIGNMENTS (all
      * active dealers' assignments on the shift). The shares of a
      * shift always add back to its pool - the odd cents the
      * division leaves go one each to the dealers in the order
      * they appear on the report.
      *
      * Only active roster dealers are paid here. Tokes for a shift
      * nobody active was assigned to, and assignments naming a
      * terminated or unrostered dealer, go on TOKE-DIST's
      * exception page instead of this extract.
      *
      * Modification history:
      *   2026-10-15  REM  Initial layout.
      *----------------------------------------------------------------*
       01  TP-RECORD.
           05  TP-GAMING-DATE         PIC X(08).
           05  TP-SHIFT               PIC X(01).
           05  TP-DEALER-ID           PIC X(08).
           05  TP-DEALER-NAME         PIC X(25).
           05  TP-ASSIGNMENTS         PIC 9(03).
           05  TP-SHIFT-ASSIGNMENTS   PIC 9(05).
           05  TP-POOL-CENTS          PIC 9(15).
           05  TP-SHARE-CENTS         PIC 9(15).
