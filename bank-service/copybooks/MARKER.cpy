      * an unredeemed marker cannot just quietly age off the books.
      *
      * MKR-STATUS: "O" open (outstanding amount remains)
      *             "B" open and returned unpaid by the bank - still
      *                 owed, still redeemable at the cage
      *             "R" fully redeemed
      *
      * MKR-OPEN is true for both "O" and "B": a returned marker is
      * as much a receivable as any other. MKR-RETURNED picks out
      * the bounced ones for the collection extract (MKR-COLLECT).
      *
      * A marker id is never reused - this master (and the cage
      * journal) remember it.
      *
      * Modification history:
      *   2026-09-02  REM  Initial layout.
      *   2026-10-15  REM  Added MKR-STATUS "B" (returned unpaid by
      *                    the bank), recorded on CRED-MAINT. Same
      *                    record length - no reload.
      *----------------------------------------------------------------*
       01  MKR-RECORD.
           05  MKR-ID                 PIC X(10).
           05  MKR-ISSUED-CENTS       PIC 9(15).
           05  MKR-OUTSTANDING-CENTS  PIC 9(15).
           05  MKR-STATUS             PIC X(01).
               88 MKR-OPEN                VALUE "O" "B".
               88 MKR-RETURNED            VALUE "B".
               88 MKR-REDEEMED            VALUE "R".
           05  MKR-ISSUED-TIMESTAMP   PIC X(20).
           05  MKR-LAST-TIMESTAMP     PIC X(20).
