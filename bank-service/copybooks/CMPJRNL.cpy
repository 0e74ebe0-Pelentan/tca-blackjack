      * CP-TXN-TYPE: "A" accrual (RATE-ACCRUE, nightly rating)
      *              "R" redemption (COMP-REDEEM, host/cage spend)
      *              "L" lapse (COMP-EXPIRE, stale points swept)
      *              "V" void clawback (RATE-ACCRUE, points taken
      *                  back for voided hands the day's play did
      *                  not cover)
      *
      * CP-OPERATOR-ID carries the redeeming operator on "R" rows,
      * blank on batch rows. CP-VENUE-CODE is the venue/reason code
      * the host keyed (restaurant, hotel, event, goodwill...) on
      * "R" rows, "EXPIRED" on "L" rows, "VOID" on "V" rows, blank
      * on accruals. CP-GAMING-DATE is the gaming date the movement
      * belongs to - the rated day for accruals and clawbacks, the
      * redemption/sweep date otherwise - and is what COMP-LIAB
      * reports a month by.
      *
      * Modification history:
      *   2026-09-02  REM  Initial layout.
      *   2026-10-15  REM  Added the "V" void clawback type.
      *----------------------------------------------------------------*
       01  CP-RECORD.
           05  CP-TIMESTAMP           PIC X(20).
               88 CP-ACCRUAL              VALUE "A".
               88 CP-REDEMPTION           VALUE "R".
               88 CP-LAPSE                VALUE "L".
               88 CP-VOID-CLAWBACK        VALUE "V".
           05  CP-POINTS              PIC 9(15).
           05  CP-OPERATOR-ID         PIC X(08).
           05  CP-VENUE-CODE          PIC X(08).
