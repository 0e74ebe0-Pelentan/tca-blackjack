      * RC-STATUS: "R" running (started, not yet reported back)
      *            "C" complete - return code 0, or the step's
      *                accepted exception code (exit 2 on the
      *                reporting steps TRAY-RECON, CAGE-RECON,
      *                DLR-RECON, ADV-PLAY, ACCT-RECON, COMPL-RPT,
      *                SOD-RPT, and ACCT-ROLLFWD, whose documented
      *                job is to surface exceptions); the code
      *                itself stays in RC-RETURN-CODE so the
      *                morning review can see the night had
      *                    step's documented exit 2 completes the
      *                    night instead of wedging it before
      *                    cutover.
      *   2026-10-15  REM  Bring the accepted-exit-2 list up to date
      *                    with the steps added to the sequence
      *                    since (CAGE-RECON, ADV-PLAY, SOD-RPT,
      *                    ACCT-ROLLFWD).
      *----------------------------------------------------------------*
       01  RC-RECORD.
           05  RC-KEY.
