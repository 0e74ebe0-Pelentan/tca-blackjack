      *----------------------------------------------------------------*
      * Nightly run-control driver for the end-of-day sequence.
      *
      * The nightly order - LEDG-COLLECT, VOID-RPT, EOS-RECON,
      * TRAY-RECON, CAGE-RECON, DLR-RECON, ADV-PLAY, ACCT-RECON,
      * COMPL-RPT, SOD-RPT, RATE-ACCRUE, ACCT-ROLLFWD, GL-EXPORT,
      * then LEDG-CUTOVER last - was run by hand with the ordering rules
      * living in program comments, and one night cutover ran before
      * RATE-ACCRUE and the day's comp points were never accrued.
      * This driver is the gate: the night script brackets every
      * step with it -
      *
      *     RUN-NIGHT PHASE=START STEP=<step>  (refuses = don't run)
      *     ... run the step ...
      *   STEP        - the step name (START/END only).
      *   RETURN_CODE - the step's exit code (END only). 0 marks
      *                 the step complete. The reporting steps
      *                 (TRAY-RECON, CAGE-RECON, DLR-RECON,
      *                 ADV-PLAY, ACCT-RECON, COMPL-RPT,
      *                 SOD-RPT, ACCT-ROLLFWD)
      *                 document exit 2 as their routine
      *                 exceptions-found outcome - surfacing a
      *                 variance is those steps doing their job, not
      *                 failing at it - so their 2 also marks the
      *                    false RETURN_CODE=0. An accepted code
      *                    completes the step; the code itself
      *                    stays on the run-control record.
      *   2026-10-15  REM  ACCT-ROLLFWD joins the sequence after
      *                    RATE-ACCRUE, the night's last writer of
      *                    comp points - the balance proof has to
      *                    see the night's accruals and clawbacks
      *                    or every rated account breaks. Its exit
      *                    2 (breaks found) is accepted like the
      *                    other reporting steps'.
      *   2026-10-15  REM  CAGE-RECON joins the sequence right
      *                    after TRAY-RECON - the cage balance uses
      *                    the same day's fill and credit slips the
      *                    tray tie-out just used. Its exit 2 (cage
      *                    variance or missing count) is accepted.
      *   2026-10-15  REM  ADV-PLAY joins the sequence right after
      *                    DLR-RECON - the player-side surveillance
      *                    report reads the night's hands out of the
      *                    live ledger, so it must run before the
      *                    cutover moves them. Its exit 2 (accounts
      *                    flagged) is accepted.
      *   2026-10-15  REM  SOD-RPT joins the sequence right after
      *                    COMPL-RPT, so the segregation-of-duties
      *                    exceptions reach audit every morning with
      *                    the rest of the night's reports. Its exit
      *                    2 (exceptions listed) is accepted.
      *   2026-10-15  REM  VOID-RPT joins the sequence right after
      *                    LEDG-COLLECT - the void report reads the
      *                    collected reversal rows out of the live
      *                    ledger, so it must follow the collect and
      *                    precede the cutover. It has no exceptions
      *                    exit; only 0 completes it.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *    before anything reads it. LEDG-CUTOVER is last by
      *    construction: every earlier entry reads the live ledger
      *    cutover trims.
       01  WS-STEP-MAX         PIC 9(02)  COMP VALUE 14.
       01  WS-STEP-IX          PIC 9(02)  COMP VALUE ZERO.
       01  WS-STEP-NO          PIC 9(02)  COMP VALUE ZERO.
       01  WS-STEP-LIST.
           05  FILLER          PIC X(12)  VALUE "LEDG-COLLECT".
           05  FILLER          PIC X(12)  VALUE "VOID-RPT".
           05  FILLER          PIC X(12)  VALUE "EOS-RECON".
           05  FILLER          PIC X(12)  VALUE "TRAY-RECON".
           05  FILLER          PIC X(12)  VALUE "CAGE-RECON".
           05  FILLER          PIC X(12)  VALUE "DLR-RECON".
           05  FILLER          PIC X(12)  VALUE "ADV-PLAY".
           05  FILLER          PIC X(12)  VALUE "ACCT-RECON".
           05  FILLER          PIC X(12)  VALUE "COMPL-RPT".
           05  FILLER          PIC X(12)  VALUE "SOD-RPT".
           05  FILLER          PIC X(12)  VALUE "RATE-ACCRUE".
           05  FILLER          PIC X(12)  VALUE "ACCT-ROLLFWD".
           05  FILLER          PIC X(12)  VALUE "GL-EXPORT".
           05  FILLER          PIC X(12)  VALUE "LEDG-CUTOVER".
       01  FILLER REDEFINES WS-STEP-LIST.
           05  WS-STEP-NAME    OCCURS 14 TIMES
                               PIC X(12).

      *    Each step's accepted exception exit code, zero meaning
       01  WS-ACCEPT-LIST.
           05  FILLER          PIC 9(04)  VALUE 0.
           05  FILLER          PIC 9(04)  VALUE 0.
           05  FILLER          PIC 9(04)  VALUE 0.
           05  FILLER          PIC 9(04)  VALUE 2.
           05  FILLER          PIC 9(04)  VALUE 2.
           05  FILLER          PIC 9(04)  VALUE 2.
           05  FILLER          PIC 9(04)  VALUE 2.
           05  FILLER          PIC 9(04)  VALUE 2.
           05  FILLER          PIC 9(04)  VALUE 2.
           05  FILLER          PIC 9(04)  VALUE 2.
           05  FILLER          PIC 9(04)  VALUE 0.
           05  FILLER          PIC 9(04)  VALUE 2.
           05  FILLER          PIC 9(04)  VALUE 0.
           05  FILLER          PIC 9(04)  VALUE 0.
       01  FILLER REDEFINES WS-ACCEPT-LIST.
           05  WS-STEP-ACCEPT  OCCURS 14 TIMES
                               PIC 9(04).

       01  WS-PREREQ-OK-SW     PIC X      VALUE "Y".
