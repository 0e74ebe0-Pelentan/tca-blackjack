      *----------------------------------------------------------------*
      * ACCTAUD - account maintenance audit record, one per change
      * made through the ACCT-MAINT screen or by EXCL-LOAD.
      *
      * Who changed what, when: the operator, the account, the action
      * taken (OPEN, FREEZE, UNFREEZE, CLOSE), and the status byte
      *
      * Modification history:
      *   2026-08-22  REM  Initial layout.
      *   2026-10-15  REM  EXCL-LOAD now writes rows too: AUD-ACTION
      *                    "EXCLFRZ" under AUD-OPERATOR "SYSTEM" for
      *                    an account frozen off the regulator's
      *                    exclusion list (see EXCLLIST), so a list
      *                    freeze is never mistaken for a clerk's.
      *----------------------------------------------------------------*
       01  AUD-RECORD.
           05  AUD-TIMESTAMP          PIC X(20).
