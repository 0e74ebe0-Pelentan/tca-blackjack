      *----------------------------------------------------------------*
      * HANDVOID - hand void journal record, one per settled ledger
      * row voided on the HAND-VOID screen (logical name "HANDVOID").
      *
      * A hand paid in error used to be corrected by hand across the
      * ledger, the shoe checkpoint, and the player's bankroll, with
      * nothing tying the pieces together. HAND-VOID does all three
      * under supervisor sign-on and appends one record here per
      * voided row. The journal is:
      *
      *   - the already-voided guard: a row whose table, hand, and
      *     original timestamp are here cannot be voided twice;
      *   - the source of VOID-RPT's per-day void report (original
      *     and corrected payouts, approving supervisor).
      *
      * HV-ORIG-TIMESTAMP is the voided ledger row's LDG-TIMESTAMP -
      * together with table and hand it pins down exactly which row
      * was reversed when a hand settled more than one row (main
      * wager, insurance, side bet). HV-SETTLE-DATE is that row's
      * settle date.
      *
      * HV-VOID-REASON codes:
      *   01 = wrong result keyed
      *   02 = wrong bet/double/insurance/side amount keyed
      *   03 = duplicate settlement
      *   04 = wrong table or account
      *   99 = other (see the supervisor's incident note)
      *
      * HV-RESETTLE-SW is "Y" when a corrected hand was queued on the
      * RESUBMIT file for the next BATCH-SETTLE run, "N" for a void
      * with no replacement (a duplicate settlement, for one).
      * HV-NEW-RESULT is the corrected result queued, blank on "N".
      *
      * HV-ACCT-REVERSED-CENTS is what was taken back off the rated
      * player's balance (the original posting, see ACCTJRNL "V"
      * rows); zero for a cash hand or when no posting was found.
      *
      * Modification history:
      *   2026-10-15  REM  Initial layout.
      *----------------------------------------------------------------*
       01  HV-RECORD.
           05  HV-TIMESTAMP           PIC X(20).
           05  HV-TABLE-ID            PIC X(04).
           05  HV-HAND-NO             PIC 9(07).
           05  HV-SETTLE-DATE         PIC X(08).
           05  HV-ORIG-TIMESTAMP      PIC X(20).
           05  HV-SHOE-ID             PIC X(10).
           05  HV-ACCOUNT-ID          PIC X(10).
           05  HV-ORIG-RESULT         PIC X(14).
           05  HV-ORIG-WAGERED-CENTS  PIC 9(15).
           05  HV-ORIG-RETURNED-CENTS PIC 9(15).
           05  HV-VOID-REASON         PIC X(02).
           05  HV-OPERATOR            PIC X(08).
           05  HV-RESETTLE-SW         PIC X(01).
               88 HV-RESETTLE-QUEUED      VALUE "Y".
           05  HV-NEW-RESULT          PIC X(14).
           05  HV-ACCT-REVERSED-CENTS PIC 9(15).
