      *----------------------------------------------------------------*
      * CRLINE - marker credit-line master record, one per player
      * account granted credit, indexed by account id (logical name
      * "CRLINE").
      *
      * MARKER-ISSUE used to lend any amount to any open account.
      * This master is the approved line the cage lends against:
      * CRED-MAINT maintains it under supervisor sign-on, and
      * CAGE-TXN refuses a marker that would take the account's
      * total outstanding (the sum of MKR-OUTSTANDING-CENTS over
      * its markers still owed) over CL-LIMIT-CENTS, that is keyed
      * after CL-REVIEW-DATE has passed, or that is keyed while the
      * line is on hold.
      *
      * CL-APPROVED-BY is the supervisor who set or last changed
      * the limit, CL-APPROVED-DATE when. CL-REVIEW-DATE is the
      * date the line must be re-approved by; the line is good
      * through that date and dead the day after.
      *
      * CL-HOLD-FLAG: "Y" on hold - no marker may be issued
      *               "N" (or blank) - line is usable
      *
      * CL-HOLD-REASON: "R" a marker came back from the bank unpaid
      *                     (CL-HOLD-MARKER-ID names it)
      *                 "M" placed by hand on CRED-MAINT
      *
      * A hold is only ever lifted by a supervisor on CRED-MAINT;
      * redeeming the returned marker does not release it.
      *
      * Modification history:
      *   2026-10-15  REM  Initial layout.
      *----------------------------------------------------------------*
       01  CL-RECORD.
           05  CL-ACCOUNT-ID          PIC X(10).
           05  CL-LIMIT-CENTS         PIC 9(15).
           05  CL-APPROVED-BY         PIC X(08).
           05  CL-APPROVED-DATE       PIC X(08).
           05  CL-REVIEW-DATE         PIC X(08).
           05  CL-HOLD-FLAG           PIC X(01).
               88 CL-ON-HOLD              VALUE "Y".
               88 CL-NOT-ON-HOLD          VALUE "N" " ".
           05  CL-HOLD-REASON         PIC X(01).
               88 CL-HOLD-RETURNED        VALUE "R".
               88 CL-HOLD-MANUAL          VALUE "M".
           05  CL-HOLD-DATE           PIC X(08).
           05  CL-HOLD-MARKER-ID      PIC X(10).
           05  CL-LAST-OPERATOR       PIC X(08).
           05  CL-LAST-UPDATED        PIC X(20).
