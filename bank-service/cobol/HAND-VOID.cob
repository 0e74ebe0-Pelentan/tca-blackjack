       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAND-VOID.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Supervisor void and re-settle of a hand paid in error.
      *
      * A hand that settled with the wrong result or amount used to
      * be put right by hand - a cage adjustment here, a checkpoint
      * edit there - with nothing on the ledger to show the hand had
      * ever been corrected. This screen does the whole correction
      * under supervisor sign-on:
      *
      *   - the settled row is found by table id + hand no + settle
      *     date (the indexed ledger master for cut-over days, the
      *     live ledger otherwise); when the hand settled more than
      *     one row (main wager, insurance, side bet) the supervisor
      *     picks the row, or narrows the search by result;
      *   - a reversal row (see LEDGREC: LDG-ENTRY-TYPE "V", with
      *     the reason code, the voiding supervisor, and the
      *     original settle date) is written to this process's
      *     settlement spool, so LEDG-COLLECT merges it into the live
      *     ledger like any other settlement row and the void day's
      *     GL-EXPORT, EOS-RECON, ACCT-RECON and RATE-ACCRUE runs
      *     back the hand out of their totals;
      *   - the hand's wagered/returned amounts come back off its
      *     shoe checkpoint totals, so SHOE-CLOSE still ties out;
      *   - for a rated hand, the original bankroll posting (see
      *     ACCTJRNL) is taken back off the account balance and
      *     journaled as a "V" row dated the void day;
      *   - unless the supervisor voids only (a duplicate
      *     settlement, say), the corrected hand is queued on the
      *     RESUBMIT file with the resubmit flag set, so the next
      *     BATCH-SETTLE run settles it past the shoe checkpoint's
      *     duplicate test, exactly once (see RSUBPAID) - the
      *     normal posting path then posts it to the bankroll;
      *   - the void is appended to the hand void journal (see
      *     HANDVOID), which stops the same row being voided twice
      *     and feeds VOID-RPT's daily void report, and to the
      *     operator activity journal (see OPRJRNL).
      *
      * Nothing here pays a hand: the corrected hand goes through
      * BATCH-SETTLE's full validation, table rules and checkpoint
      * logic like any SUS-MAINT resubmit. A correction that is still
      * bad lands on the suspense queue with a fresh reason.
      *
      * Void only after LEDG-COLLECT has merged the hand's settlement
      * spool - a row still sitting in a settler's spool cannot be
      * found. Map this screen's "SETLSPL" to its own spool file and
      * include it in the night's collect loop, same as a settler.
      *
      * Refusals, before anything is written:
      *   - sign-on without supervisor authority (VOID-DENY);
      *   - the hand's shoe checkpoint held by a settlement past the
      *     lock-retry window, or totaling less than the hand;
      *   - a shoe checkpoint file that is there but will not open
      *     or read (only a missing file means nothing to back out);
      *   - for a hand with a bankroll posting to take back, an
      *     account master that will not open;
      *   - the rated player's balance below the posting to take
      *     back (a bankroll never goes negative - settle the
      *     difference at the cage first).
      *
      * Every refusal is journaled as VOID-DENY on the operator
      * activity journal.
      *
      * Like SUS-MAINT, a plain terminal screen (SCREEN SECTION) in
      * the CICS-pseudo-conversational shape with no CICS runtime
      * dependency.
      *
      * Files:
      *   LEDGER-FILE         (logical name "LEDGER")   - live ledger
      *   LEDGER-MASTER-FILE  (logical name "LEDGMSTR") - cut-over days
      *   SETTLE-SPOOL-FILE   (logical name "SETLSPL")  - reversal rows
      *   SHOE-CKPT-FILE      (logical name "SHOECKPT") - shoe totals
      *   ACCT-MASTER-FILE    (logical name "ACCTMSTR") - bankrolls
      *   ACCT-JOURNAL-FILE   (logical name "ACCTJRNL") - postings
      *   RESUBMIT-FILE       (logical name "RESUBMIT") - corrected
      *                       hands for the next BATCH-SETTLE run
      *   VOID-JOURNAL-FILE   (logical name "HANDVOID") - void journal
      *   OPERATOR-MASTER-FILE (logical name "OPERMSTR") - sign-on
      *   OPER-JOURNAL-FILE   (logical name "OPRJRNL")  - activity
      *
      * Exit code: 0 = success (interactive, same as SUS-MAINT).
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *   2026-10-15  REM  Refuse the void when the shoe checkpoint
      *                    file or the account master is there but
      *                    will not open (or the checkpoint will not
      *                    read) - the reversal row was going out
      *                    with the shoe totals or the bankroll left
      *                    unchanged. Only a missing checkpoint file
      *                    (status 35) or a hand with no bankroll
      *                    posting lets the void go ahead without
      *                    that back-out.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGM-KEY
               ALTERNATE RECORD KEY IS LDGM-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SETTLE-SPOOL-FILE ASSIGN TO "SETLSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.

           SELECT SHOE-CKPT-FILE ASSIGN TO "SHOECKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHOE-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-SHOE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT VOID-JOURNAL-FILE ASSIGN TO "HANDVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDJRNL-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPRMSTR-STATUS.

           SELECT OPER-JOURNAL-FILE ASSIGN TO "OPRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  LEDGER-MASTER-FILE.
           COPY LEDGMST.

       FD  SETTLE-SPOOL-FILE.
           COPY LEDGREC REPLACING LEADING ==LDG-== BY ==SPL-==.

       FD  SHOE-CKPT-FILE.
           COPY SHOECKPT.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  ACCT-JOURNAL-FILE.
           COPY ACCTJRNL.

       FD  RESUBMIT-FILE.
           COPY HANDSREC.

       FD  VOID-JOURNAL-FILE.
           COPY HANDVOID.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMSTR.

       FD  OPER-JOURNAL-FILE.
           COPY OPRJRNL.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS    PIC XX     VALUE "00".
       01  WS-MASTER-STATUS    PIC XX     VALUE "00".
       01  WS-SPOOL-STATUS     PIC XX     VALUE "00".
       01  WS-SHOE-STATUS      PIC XX     VALUE "00".
       01  WS-ACCT-STATUS      PIC XX     VALUE "00".
       01  WS-JOURNAL-STATUS   PIC XX     VALUE "00".
       01  WS-RESUBMIT-STATUS  PIC XX     VALUE "00".
       01  WS-VOIDJRNL-STATUS  PIC XX     VALUE "00".
       01  WS-EOF-SW           PIC X      VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01  WS-OPERATOR-ID      PIC X(08)  VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(20)  VALUE SPACES.

      *    Operator sign-on, authority, and activity journaling
      *    (see OPERMSTR/OPRJRNL), same rules as SUS-MAINT: while no
      *    operator master exists the screen falls back to full
      *    authority; the journal is written either way. Voiding a
      *    paid hand is a supervisor function outright - there is
      *    no threshold below which a base operator may do it.
       01  WS-OPRMSTR-STATUS   PIC XX     VALUE "00".
       01  WS-OPRJRNL-STATUS   PIC XX     VALUE "00".
       01  WS-OPERATOR-PIN     PIC X(08)  VALUE SPACES.
       01  WS-OPR-FOUND-SW     PIC X      VALUE "N".
           88 WS-OPERATOR-ON-MASTER        VALUE "Y".
       01  WS-OPR-AUTH         PIC X(01)  VALUE SPACE.
           88 WS-OPR-SUPERVISOR            VALUE "S".
       01  WS-JRNL-ACTION      PIC X(14)  VALUE SPACES.
       01  WS-JRNL-DETAIL      PIC X(30)  VALUE SPACES.
       01  WS-JRNL-TIMESTAMP   PIC X(20)  VALUE SPACES.

      *    Search keys keyed on the first screen.
       01  WS-IN-TABLE-ID      PIC X(04)  VALUE SPACES.
       01  WS-IN-HAND-RAW      PIC X(10)  VALUE SPACES.
       01  WS-IN-HAND-TRIMMED  PIC X(10)  VALUE SPACES.
       01  WS-IN-HAND-LEN      PIC 9(02)  COMP VALUE ZERO.
       01  WS-IN-HAND-NO       PIC 9(07)  VALUE ZERO.
       01  WS-IN-SETTLE-DATE   PIC X(08)  VALUE SPACES.
       01  WS-IN-RESULT        PIC X(14)  VALUE SPACES.
       01  WS-IN-REASON        PIC X(02)  VALUE SPACES.
           88 WS-REASON-VALID              VALUE "01" "02" "03"
                                                 "04" "99".
       01  WS-KEYS-VALID-SW    PIC X      VALUE "Y".
           88 WS-KEYS-VALID                VALUE "Y".

      *    The hand void journal's rows for the keyed hand, loaded
      *    before the search: a row already voided is not offered
      *    again, and a posting already taken back for an earlier
      *    void is not taken back twice.
       01  WS-VJ-MAX           PIC 9(03)  COMP VALUE 50.
       01  WS-VJ-COUNT         PIC 9(03)  COMP VALUE ZERO.
       01  WS-VJ-IX            PIC 9(03)  COMP VALUE ZERO.
       01  WS-VJ-TRUNC-SW      PIC X      VALUE "N".
           88 WS-VJ-TRUNCATED              VALUE "Y".
       01  WS-VJ-TABLE.
           05  WS-VJ-ENTRY OCCURS 50 TIMES.
               10  WS-VJ-ORIG-TS        PIC X(20).
               10  WS-VJ-ACCOUNT-ID     PIC X(10).
               10  WS-VJ-RTN-CENTS      PIC 9(15).
               10  WS-VJ-ACCT-REVERSED  PIC 9(15).
       01  WS-ALREADY-VOIDED-SW PIC X     VALUE "N".
           88 WS-ALREADY-VOIDED            VALUE "Y".

      *    Unvoided settled rows matching the keys, each held as a
      *    whole ledger row image.
       01  WS-CD-MAX           PIC 9(03)  COMP VALUE 20.
       01  WS-CD-COUNT         PIC 9(03)  COMP VALUE ZERO.
       01  WS-CD-IX            PIC 9(03)  COMP VALUE ZERO.
       01  WS-CD-TRUNC-SW      PIC X      VALUE "N".
           88 WS-CD-TRUNCATED              VALUE "Y".
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY OCCURS 20 TIMES.
               10  WS-CD-IMAGE          PIC X(181).

      *    The row being voided.
           COPY LEDGREC REPLACING LEADING ==LDG-== BY ==VR-==.

       01  WS-PICK-NO          PIC 9(03)  VALUE ZERO.
       01  WS-ROW-NO           PIC 9(03)  VALUE ZERO.
       01  WS-ROW-LINE         PIC X(78)  VALUE SPACES.
       01  WS-ACTION           PIC X(01)  VALUE SPACES.
           88 WS-ACTION-RESETTLE           VALUE "V" "v".
           88 WS-ACTION-VOID-ONLY          VALUE "O" "o".

      *    Original row shown protected on the correction screen.
       01  WS-SHOW-TIMESTAMP   PIC X(20)  VALUE SPACES.
       01  WS-SHOW-RESULT      PIC X(14)  VALUE SPACES.
       01  WS-SHOW-WAGERED     PIC $$,$$$,$$$,$$9.99.
       01  WS-SHOW-RETURNED    PIC $$,$$$,$$$,$$9.99.
       01  WS-SHOW-ACCOUNT     PIC X(10)  VALUE SPACES.
       01  WS-SHOW-SHOE        PIC X(10)  VALUE SPACES.

      *    Corrected-hand fields, prefilled from the voided row in
      *    HANDS layout raw form (see HANDSREC) - the table, shoe
      *    and hand number are the voided hand's and are not
      *    editable; a hand settled to the wrong table is voided
      *    only, and the right one settled as a new hand.
       01  WS-ED-HAND-RAW      PIC X(10)  VALUE SPACES.
       01  WS-ED-BET-RAW       PIC X(18)  VALUE SPACES.
       01  WS-ED-RESULT-RAW    PIC X(14)  VALUE SPACES.
       01  WS-ED-DBL-RAW       PIC X(18)  VALUE SPACES.
       01  WS-ED-INS-RAW       PIC X(18)  VALUE SPACES.
       01  WS-ED-ACCOUNT-ID    PIC X(10)  VALUE SPACES.
       01  WS-ED-DEALER-ID     PIC X(08)  VALUE SPACES.
       01  WS-ED-SIDE-TYPE     PIC X(08)  VALUE SPACES.
       01  WS-ED-SIDE-OUTCOME  PIC X(14)  VALUE SPACES.
       01  WS-ED-SIDE-RAW      PIC X(18)  VALUE SPACES.
       01  WS-AMT-EDIT         PIC Z(14)9.

      *    Shoe checkpoint lock handling, same bounded retry and
      *    pacing as the settlers.
       01  WS-CKPT-OPEN-SW     PIC X      VALUE "N".
           88 WS-CKPT-OPEN                 VALUE "Y".
       01  WS-CKPT-FOUND-SW    PIC X      VALUE "N".
           88 WS-CKPT-FOUND                VALUE "Y".
       01  WS-LOCK-TRIES       PIC 9(03)  COMP VALUE ZERO.
       01  WS-LOCK-TRY-MAX     PIC 9(03)  COMP VALUE 200.
       01  WS-LOCK-NANOS       PIC 9(09)  VALUE 50000000.

      *    Bankroll reversal: the original posting for a rated hand
      *    and what is taken back.
       01  WS-POST-COUNT       PIC 9(03)  COMP VALUE ZERO.
       01  WS-TAKEN-COUNT      PIC 9(03)  COMP VALUE ZERO.
       01  WS-POST-FOUND-SW    PIC X      VALUE "N".
           88 WS-POST-FOUND                VALUE "Y".
       01  WS-ACCT-OPEN-SW     PIC X      VALUE "N".
           88 WS-ACCT-FILE-OPEN            VALUE "Y".
       01  WS-ACCT-FOUND-SW    PIC X      VALUE "N".
           88 WS-ACCOUNT-FOUND             VALUE "Y".
       01  WS-REVERSE-CENTS    PIC 9(15)  VALUE ZERO.
       01  WS-JRN-DAY          PIC X(08)  VALUE SPACES.

       01  WS-REFUSED-SW       PIC X      VALUE "N".
           88 WS-REFUSED                   VALUE "Y".
       01  WS-DOLLARS          PIC 9(13)V99 VALUE ZERO.
       01  WS-EDIT-CENTS       PIC $$,$$$,$$$,$$9.99.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "HAND VOID AND RE-SETTLE".
           05 LINE 03 COL 01 VALUE
               "OPERATOR ID ...............: ".
           05 LINE 03 COL 31 PIC X(08) USING WS-OPERATOR-ID.
           05 LINE 04 COL 01 VALUE
               "PIN .......................: ".
           05 LINE 04 COL 31 PIC X(08) USING WS-OPERATOR-PIN
               SECURE.

       01  SCR-KEYS.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "HAND VOID AND RE-SETTLE".
           05 LINE 03 COL 01 VALUE
               "TABLE ID ..................: ".
           05 LINE 03 COL 31 PIC X(04) USING WS-IN-TABLE-ID.
           05 LINE 04 COL 01 VALUE
               "HAND NO ...................: ".
           05 LINE 04 COL 31 PIC X(10) USING WS-IN-HAND-RAW.
           05 LINE 05 COL 01 VALUE
               "SETTLE DATE (YYYYMMDD) ....: ".
           05 LINE 05 COL 31 PIC X(08) USING WS-IN-SETTLE-DATE.
           05 LINE 06 COL 01 VALUE
               "RESULT (OPTIONAL) .........: ".
           05 LINE 06 COL 31 PIC X(14) USING WS-IN-RESULT.
           05 LINE 07 COL 01 VALUE
               "VOID REASON CODE ..........: ".
           05 LINE 07 COL 31 PIC X(02) USING WS-IN-REASON.
           05 LINE 09 COL 01 VALUE
               "01 = WRONG RESULT   02 = WRONG AMOUNT".
           05 LINE 10 COL 01 VALUE
               "03 = DUPLICATE SETTLEMENT   04 = WRONG TABLE/ACCOUNT".
           05 LINE 11 COL 01 VALUE
               "99 = OTHER".
           05 LINE 13 COL 01 VALUE
               "LEAVE TABLE ID BLANK TO EXIT.".

       01  SCR-PICK.
           05 LINE 23 COL 01 VALUE
               "ROW NUMBER TO VOID (0 = BACK): ".
           05 LINE 23 COL 32 PIC 9(03) USING WS-PICK-NO.

       01  SCR-CORRECT.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "VOID SETTLED HAND".
           05 LINE 02 COL 01 VALUE "SETTLED ".
           05 LINE 02 COL 09 PIC X(20) FROM WS-SHOW-TIMESTAMP.
           05 LINE 02 COL 30 PIC X(14) FROM WS-SHOW-RESULT.
           05 LINE 03 COL 01 VALUE "WAGERED ".
           05 LINE 03 COL 09 PIC $$,$$$,$$$,$$9.99
               FROM WS-SHOW-WAGERED.
           05 LINE 03 COL 28 VALUE "RETURNED ".
           05 LINE 03 COL 37 PIC $$,$$$,$$$,$$9.99
               FROM WS-SHOW-RETURNED.
           05 LINE 04 COL 01 VALUE "TABLE ".
           05 LINE 04 COL 07 PIC X(04) FROM WS-IN-TABLE-ID.
           05 LINE 04 COL 13 VALUE "SHOE ".
           05 LINE 04 COL 18 PIC X(10) FROM WS-SHOW-SHOE.
           05 LINE 04 COL 30 VALUE "HAND ".
           05 LINE 04 COL 35 PIC X(10) FROM WS-ED-HAND-RAW.
           05 LINE 06 COL 01 VALUE "CORRECTED HAND:".
           05 LINE 07 COL 01 VALUE
               "BET CENTS .................: ".
           05 LINE 07 COL 31 PIC X(18) USING WS-ED-BET-RAW.
           05 LINE 08 COL 01 VALUE
               "RESULT ....................: ".
           05 LINE 08 COL 31 PIC X(14) USING WS-ED-RESULT-RAW.
           05 LINE 09 COL 01 VALUE
               "DOUBLE CENTS ..............: ".
           05 LINE 09 COL 31 PIC X(18) USING WS-ED-DBL-RAW.
           05 LINE 10 COL 01 VALUE
               "INSURANCE CENTS ...........: ".
           05 LINE 10 COL 31 PIC X(18) USING WS-ED-INS-RAW.
           05 LINE 11 COL 01 VALUE
               "ACCOUNT ID ................: ".
           05 LINE 11 COL 31 PIC X(10) USING WS-ED-ACCOUNT-ID.
           05 LINE 12 COL 01 VALUE
               "DEALER ID .................: ".
           05 LINE 12 COL 31 PIC X(08) USING WS-ED-DEALER-ID.
           05 LINE 13 COL 01 VALUE
               "SIDE BET TYPE .............: ".
           05 LINE 13 COL 31 PIC X(08) USING WS-ED-SIDE-TYPE.
           05 LINE 14 COL 01 VALUE
               "SIDE BET OUTCOME ..........: ".
           05 LINE 14 COL 31 PIC X(14) USING WS-ED-SIDE-OUTCOME.
           05 LINE 15 COL 01 VALUE
               "SIDE BET CENTS ............: ".
           05 LINE 15 COL 31 PIC X(18) USING WS-ED-SIDE-RAW.
           05 LINE 17 COL 01 VALUE
               "CORRECT THE HAND, THEN CHOOSE AN ACTION.".

       01  SCR-ACTION.
           05 LINE 23 COL 01 VALUE
               "ACTION? V=VOID AND RE-SETTLE O=VOID ONLY C=CANCEL: ".
           05 LINE 23 COL 52 PIC X(01) USING WS-ACTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY SCR-SIGNON
           ACCEPT SCR-SIGNON
           IF WS-OPERATOR-ID = SPACES
               DISPLAY " "
               DISPLAY "AN OPERATOR ID IS REQUIRED - NOTHING VOIDED."
               STOP RUN
           END-IF

           PERFORM SIGNON-OPERATOR
           MOVE "SIGNON" TO WS-JRNL-ACTION
           MOVE SPACES   TO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           IF NOT WS-OPR-SUPERVISOR
               MOVE "VOID-DENY" TO WS-JRNL-ACTION
               MOVE "NOT SUPERVISOR" TO WS-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               DISPLAY " "
               DISPLAY "VOIDING A SETTLED HAND NEEDS SUPERVISOR "
                   "AUTHORITY - NOTHING VOIDED."
               STOP RUN
           END-IF

           MOVE "X" TO WS-IN-TABLE-ID
           PERFORM UNTIL WS-IN-TABLE-ID = SPACES
               MOVE SPACES TO WS-IN-TABLE-ID WS-IN-HAND-RAW
                   WS-IN-SETTLE-DATE WS-IN-RESULT WS-IN-REASON
               DISPLAY SCR-KEYS
               ACCEPT SCR-KEYS
               IF WS-IN-TABLE-ID NOT = SPACES
                   PERFORM VOID-ONE-HAND
               END-IF
           END-PERFORM
           STOP RUN.

       VOID-ONE-HAND.
           PERFORM VALIDATE-KEYS
           IF NOT WS-KEYS-VALID
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-VOID-JOURNAL
           IF WS-VJ-TRUNCATED
               DISPLAY " "
               DISPLAY "MORE VOIDS ON FILE FOR THIS HAND THAN THIS "
                   "SCREEN CAN CHECK - NOTHING VOIDED."
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CD-COUNT
           MOVE "N"  TO WS-CD-TRUNC-SW
           PERFORM SEARCH-LEDGER-MASTER
           PERFORM SEARCH-LIVE-LEDGER

           IF WS-CD-COUNT = ZERO
               DISPLAY " "
               DISPLAY "NO UNVOIDED SETTLED ROW FOR TABLE "
                   WS-IN-TABLE-ID " HAND " WS-IN-HAND-NO
                   " ON " WS-IN-SETTLE-DATE "."
               DISPLAY "A HAND STILL IN A SETTLEMENT SPOOL CANNOT BE "
                   "VOIDED UNTIL IT IS COLLECTED."
               EXIT PARAGRAPH
           END-IF

           IF WS-CD-COUNT = 1
               MOVE 1 TO WS-PICK-NO
           ELSE
               PERFORM LIST-CANDIDATES
               MOVE ZERO TO WS-PICK-NO
               DISPLAY SCR-PICK
               ACCEPT SCR-PICK
               IF WS-PICK-NO = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WS-PICK-NO > WS-CD-COUNT
                   DISPLAY " "
                   DISPLAY "THAT IS NOT A LISTED ROW NUMBER."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-CD-IMAGE (WS-PICK-NO) TO VR-RECORD
           PERFORM PREFILL-CORRECTION

           DISPLAY SCR-CORRECT
           ACCEPT SCR-CORRECT
           MOVE SPACE TO WS-ACTION
           DISPLAY SCR-ACTION
           ACCEPT SCR-ACTION

           IF WS-ACTION-RESETTLE OR WS-ACTION-VOID-ONLY
               PERFORM APPLY-VOID
           ELSE
               DISPLAY " "
               DISPLAY "CANCELLED - NOTHING VOIDED."
           END-IF.

       VALIDATE-KEYS.
      *    Hand number digits-only and positive, settle date eight
      *    digits, reason one of the listed codes. The optional
      *    result filter is upper-cased to match the ledger.
           MOVE "Y" TO WS-KEYS-VALID-SW
           MOVE FUNCTION TRIM(WS-IN-HAND-RAW) TO WS-IN-HAND-TRIMMED
           COMPUTE WS-IN-HAND-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IN-HAND-RAW))
           IF WS-IN-HAND-RAW = SPACES
               OR WS-IN-HAND-LEN > 7
               OR WS-IN-HAND-TRIMMED(1:WS-IN-HAND-LEN) NOT NUMERIC
               MOVE "N" TO WS-KEYS-VALID-SW
               DISPLAY " "
               DISPLAY "HAND NO MUST BE A NUMBER OF UP TO 7 DIGITS."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-HAND-TRIMMED(1:WS-IN-HAND-LEN) TO WS-IN-HAND-NO
           IF WS-IN-HAND-NO = ZERO
               MOVE "N" TO WS-KEYS-VALID-SW
               DISPLAY " "
               DISPLAY "HAND NO MUST BE A POSITIVE NUMBER."
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-SETTLE-DATE NOT NUMERIC
               MOVE "N" TO WS-KEYS-VALID-SW
               DISPLAY " "
               DISPLAY "SETTLE DATE MUST BE YYYYMMDD."
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-REASON-VALID
               MOVE "N" TO WS-KEYS-VALID-SW
               DISPLAY " "
               DISPLAY "ENTER ONE OF THE LISTED VOID REASON CODES."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-IN-RESULT LEADING)) TO WS-IN-RESULT.

      *----------------------------------------------------------------*
      * Finding the row to void.
      *----------------------------------------------------------------*
       LOAD-VOID-JOURNAL.
      *    No journal yet just means nothing has ever been voided.
           MOVE ZERO TO WS-VJ-COUNT
           MOVE "N"  TO WS-VJ-TRUNC-SW
           MOVE "N"  TO WS-EOF-SW
           OPEN INPUT VOID-JOURNAL-FILE
           IF WS-VOIDJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-VOID-JOURNAL
           PERFORM UNTIL WS-EOF
               IF HV-TABLE-ID = WS-IN-TABLE-ID
                   AND HV-HAND-NO = WS-IN-HAND-NO
                   AND HV-SETTLE-DATE = WS-IN-SETTLE-DATE
                   IF WS-VJ-COUNT < WS-VJ-MAX
                       ADD 1 TO WS-VJ-COUNT
                       MOVE HV-ORIG-TIMESTAMP TO
                           WS-VJ-ORIG-TS (WS-VJ-COUNT)
                       MOVE HV-ACCOUNT-ID TO
                           WS-VJ-ACCOUNT-ID (WS-VJ-COUNT)
                       MOVE HV-ORIG-RETURNED-CENTS TO
                           WS-VJ-RTN-CENTS (WS-VJ-COUNT)
                       MOVE HV-ACCT-REVERSED-CENTS TO
                           WS-VJ-ACCT-REVERSED (WS-VJ-COUNT)
                   ELSE
                       MOVE "Y" TO WS-VJ-TRUNC-SW
                   END-IF
               END-IF
               PERFORM READ-VOID-JOURNAL
           END-PERFORM
           CLOSE VOID-JOURNAL-FILE.

       READ-VOID-JOURNAL.
           READ VOID-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       SEARCH-LEDGER-MASTER.
      *    Cut-over days: a keyed START on table + settle date +
      *    hand, sequence zero, then read forward while the key
      *    still names the same hand. No master yet just means
      *    nothing has been cut over.
           OPEN INPUT LEDGER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-TABLE-ID    TO LDGM-TABLE-ID
           MOVE WS-IN-SETTLE-DATE TO LDGM-DATE
           MOVE WS-IN-HAND-NO     TO LDGM-HAND-NO
           MOVE ZERO              TO LDGM-SEQ-NO
           START LEDGER-MASTER-FILE KEY IS >= LDGM-KEY
               INVALID KEY
                   MOVE "23" TO WS-MASTER-STATUS
           END-START

           IF WS-MASTER-STATUS = "00"
               PERFORM READ-MASTER-NEXT
           END-IF
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               OR LDGM-TABLE-ID NOT = WS-IN-TABLE-ID
               OR LDGM-DATE NOT = WS-IN-SETTLE-DATE
               OR LDGM-HAND-NO NOT = WS-IN-HAND-NO
               IF NOT LDGM-VOID-ENTRY
                   PERFORM MASTER-ROW-TO-VR
                   PERFORM OFFER-CANDIDATE
               END-IF
               PERFORM READ-MASTER-NEXT
           END-PERFORM

           CLOSE LEDGER-MASTER-FILE.

       READ-MASTER-NEXT.
           READ LEDGER-MASTER-FILE NEXT
               AT END MOVE "10" TO WS-MASTER-STATUS
           END-READ.

       MASTER-ROW-TO-VR.
           MOVE LDGM-TIMESTAMP        TO VR-TIMESTAMP
           MOVE LDGM-TABLE-ID         TO VR-TABLE-ID
           MOVE LDGM-HAND-NO          TO VR-HAND-NO
           MOVE LDGM-BET-CENTS        TO VR-BET-CENTS
           MOVE LDGM-SIDE-BET-CENTS   TO VR-SIDE-BET-CENTS
           MOVE LDGM-RESULT           TO VR-RESULT
           MOVE LDGM-RETURNED-CENTS   TO VR-RETURNED-CENTS
           MOVE LDGM-PAYOUT-TYPE      TO VR-PAYOUT-TYPE
           MOVE LDGM-WAGERED-CENTS    TO VR-WAGERED-CENTS
           MOVE LDGM-ACCOUNT-ID       TO VR-ACCOUNT-ID
           MOVE LDGM-DEALER-ID        TO VR-DEALER-ID
           MOVE LDGM-SHOE-ID          TO VR-SHOE-ID
           MOVE LDGM-SIDE-BET-TYPE    TO VR-SIDE-BET-TYPE
           MOVE LDGM-ENTRY-TYPE       TO VR-ENTRY-TYPE
           MOVE LDGM-VOID-REASON      TO VR-VOID-REASON
           MOVE LDGM-VOID-OPERATOR    TO VR-VOID-OPERATOR
           MOVE LDGM-VOID-SETTLE-DATE TO VR-VOID-SETTLE-DATE.

       SEARCH-LIVE-LEDGER.
      *    Days not yet cut over: a pass over the live file.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LEDGER
           PERFORM UNTIL WS-EOF
               IF LDG-TIMESTAMP(1:8) = WS-IN-SETTLE-DATE
                   AND LDG-TABLE-ID = WS-IN-TABLE-ID
                   AND LDG-HAND-NO = WS-IN-HAND-NO
                   AND NOT LDG-VOID-ENTRY
                   MOVE LDG-RECORD TO VR-RECORD
                   PERFORM OFFER-CANDIDATE
               END-IF
               PERFORM READ-LEDGER
           END-PERFORM

           CLOSE LEDGER-FILE.

       READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       OFFER-CANDIDATE.
      *    The row in VR-RECORD joins the pick list unless the result
      *    filter excludes it or the void journal already holds it.
           IF WS-IN-RESULT NOT = SPACES
               AND VR-RESULT NOT = WS-IN-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ALREADY-VOIDED-SW
           MOVE 1 TO WS-VJ-IX
           PERFORM UNTIL WS-VJ-IX > WS-VJ-COUNT
               IF WS-VJ-ORIG-TS (WS-VJ-IX) = VR-TIMESTAMP
                   MOVE "Y" TO WS-ALREADY-VOIDED-SW
               END-IF
               ADD 1 TO WS-VJ-IX
           END-PERFORM
           IF WS-ALREADY-VOIDED
               EXIT PARAGRAPH
           END-IF

           IF WS-CD-COUNT < WS-CD-MAX
               ADD 1 TO WS-CD-COUNT
               MOVE VR-RECORD TO WS-CD-IMAGE (WS-CD-COUNT)
           ELSE
               MOVE "Y" TO WS-CD-TRUNC-SW
           END-IF.

       LIST-CANDIDATES.
           DISPLAY " "
           DISPLAY "ROW SETTLED        RESULT         WAGERED"
               "            RETURNED"
           MOVE 1 TO WS-CD-IX
           PERFORM UNTIL WS-CD-IX > WS-CD-COUNT
               MOVE WS-CD-IMAGE (WS-CD-IX) TO VR-RECORD
               MOVE WS-CD-IX TO WS-ROW-NO
               MOVE SPACES TO WS-ROW-LINE
               MOVE WS-ROW-NO              TO WS-ROW-LINE(1:3)
               MOVE VR-TIMESTAMP(1:14)     TO WS-ROW-LINE(5:14)
               MOVE VR-RESULT              TO WS-ROW-LINE(20:14)
               COMPUTE WS-DOLLARS = VR-WAGERED-CENTS / 100
               MOVE WS-DOLLARS TO WS-EDIT-CENTS
               MOVE WS-EDIT-CENTS          TO WS-ROW-LINE(35:17)
               COMPUTE WS-DOLLARS = VR-RETURNED-CENTS / 100
               MOVE WS-DOLLARS TO WS-EDIT-CENTS
               MOVE WS-EDIT-CENTS          TO WS-ROW-LINE(54:17)
               DISPLAY WS-ROW-LINE
               ADD 1 TO WS-CD-IX
           END-PERFORM
           IF WS-CD-TRUNCATED
               DISPLAY "... MORE ROWS MATCH THAN FIT - KEY A RESULT "
                   "TO NARROW THE SEARCH."
           END-IF.

       PREFILL-CORRECTION.
      *    The corrected hand starts as the voided row put back into
      *    HANDS layout: the original bet, the result, and whichever
      *    of double/insurance/side stake that row carried. A side
      *    bet's outcome is not on the ledger and is keyed fresh.
           MOVE VR-TIMESTAMP   TO WS-SHOW-TIMESTAMP
           MOVE VR-RESULT      TO WS-SHOW-RESULT
           MOVE VR-ACCOUNT-ID  TO WS-SHOW-ACCOUNT
           MOVE VR-SHOE-ID     TO WS-SHOW-SHOE
           COMPUTE WS-DOLLARS = VR-WAGERED-CENTS / 100
           MOVE WS-DOLLARS TO WS-SHOW-WAGERED
           COMPUTE WS-DOLLARS = VR-RETURNED-CENTS / 100
           MOVE WS-DOLLARS TO WS-SHOW-RETURNED

           MOVE SPACES TO WS-ED-BET-RAW WS-ED-DBL-RAW WS-ED-INS-RAW
               WS-ED-SIDE-TYPE WS-ED-SIDE-OUTCOME WS-ED-SIDE-RAW
           MOVE VR-HAND-NO TO WS-AMT-EDIT
           MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-ED-HAND-RAW
           MOVE VR-BET-CENTS TO WS-AMT-EDIT
           MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-ED-BET-RAW
           MOVE VR-RESULT     TO WS-ED-RESULT-RAW
           MOVE VR-ACCOUNT-ID TO WS-ED-ACCOUNT-ID
           MOVE VR-DEALER-ID  TO WS-ED-DEALER-ID

           EVALUATE VR-RESULT
               WHEN "DOUBLE-WIN"
               WHEN "DOUBLE-LOSS"
                   MOVE VR-WAGERED-CENTS TO WS-AMT-EDIT
                   MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-ED-DBL-RAW
               WHEN "INSURANCE-WIN"
               WHEN "INSURANCE-LOSS"
                   MOVE VR-SIDE-BET-CENTS TO WS-AMT-EDIT
                   MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-ED-INS-RAW
               WHEN "SIDE-WIN"
               WHEN "SIDE-LOSS"
                   MOVE VR-SIDE-BET-TYPE TO WS-ED-SIDE-TYPE
                   MOVE VR-SIDE-BET-CENTS TO WS-AMT-EDIT
                   MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-ED-SIDE-RAW
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Applying the void. Every refusal is decided before the first
      * write, so a refused void changes nothing anywhere.
      *----------------------------------------------------------------*
       APPLY-VOID.
           MOVE "N" TO WS-REFUSED-SW
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-TIMESTAMP(9:6) FROM TIME

           PERFORM LOCK-SHOE-CHECKPOINT
           IF NOT WS-REFUSED
               PERFORM CHECK-BANKROLL-REVERSAL
           END-IF
           IF WS-REFUSED
               PERFORM RELEASE-FILES
               MOVE "VOID-DENY" TO WS-JRNL-ACTION
               PERFORM BUILD-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REVERSAL-ROW
           PERFORM BACK-OUT-CHECKPOINT
           PERFORM BACK-OUT-BANKROLL
           PERFORM RELEASE-FILES
           IF WS-ACTION-RESETTLE
               PERFORM QUEUE-CORRECTED-HAND
           END-IF
           PERFORM WRITE-VOID-JOURNAL

           MOVE "VOID" TO WS-JRNL-ACTION
           PERFORM BUILD-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           DISPLAY " "
           DISPLAY "HAND VOIDED - REVERSAL SPOOLED FOR COLLECTION."
           IF WS-ACTION-RESETTLE
               DISPLAY "CORRECTED HAND QUEUED FOR THE NEXT BATCH "
                   "SETTLEMENT RUN."
           END-IF.

       BUILD-JRNL-DETAIL.
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING "TBL=" WS-IN-TABLE-ID
               " HAND=" WS-IN-HAND-NO
               " RC=" WS-IN-REASON
               DELIMITED BY SIZE INTO WS-JRNL-DETAIL.

       LOCK-SHOE-CHECKPOINT.
      *    Read (and so lock) the hand's checkpoint record for the
      *    back-out. Held by a settlement past the retry window, or
      *    a checkpoint file that is there but will not open or
      *    read: refuse and let the supervisor retry. No checkpoint
      *    (no file at all, a closed-out shoe, or a hand settled
      *    without a shoe id): nothing to back out, and the void
      *    goes ahead.
           MOVE "N" TO WS-CKPT-FOUND-SW
           IF VR-SHOE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SHOE-CKPT-FILE
           IF WS-SHOE-STATUS = "35"
               DISPLAY " "
               DISPLAY "NOTICE - NO SHOE CHECKPOINT FILE; NOTHING "
                   "TO BACK OUT OF SHOE " VR-SHOE-ID "."
               EXIT PARAGRAPH
           END-IF
           IF WS-SHOE-STATUS NOT = "00"
               MOVE "Y" TO WS-REFUSED-SW
               DISPLAY " "
               DISPLAY "VOID REFUSED - SHOE CHECKPOINT NOT AVAILABLE, "
                   "STATUS " WS-SHOE-STATUS ". NOTHING VOIDED."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CKPT-OPEN-SW

           MOVE ZERO TO WS-LOCK-TRIES
           PERFORM READ-CKPT-ONCE
           PERFORM UNTIL WS-SHOE-STATUS NOT = "51"
               OR WS-LOCK-TRIES >= WS-LOCK-TRY-MAX
               ADD 1 TO WS-LOCK-TRIES
               CALL "CBL_GC_NANOSLEEP" USING WS-LOCK-NANOS
               PERFORM READ-CKPT-ONCE
           END-PERFORM

           IF WS-SHOE-STATUS = "51"
               MOVE "Y" TO WS-REFUSED-SW
               DISPLAY " "
               DISPLAY "SHOE CHECKPOINT BUSY WITH A SETTLEMENT - "
                   "NOTHING VOIDED, TRY AGAIN."
               EXIT PARAGRAPH
           END-IF
           IF WS-SHOE-STATUS NOT = "00" AND WS-SHOE-STATUS NOT = "23"
               MOVE "Y" TO WS-REFUSED-SW
               DISPLAY " "
               DISPLAY "VOID REFUSED - SHOE CHECKPOINT READ FAILED, "
                   "STATUS " WS-SHOE-STATUS ". NOTHING VOIDED."
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-CKPT-FOUND
               DISPLAY " "
               DISPLAY "NOTICE - SHOE " VR-SHOE-ID " HAS NO "
                   "CHECKPOINT (CLOSED OUT?); NOTHING TO BACK OUT."
               EXIT PARAGRAPH
           END-IF

           IF SHOE-TOTAL-BET-CENTS < VR-WAGERED-CENTS
               OR SHOE-TOTAL-RTN-CENTS < VR-RETURNED-CENTS
               MOVE "Y" TO WS-REFUSED-SW
               DISPLAY " "
               DISPLAY "SHOE " VR-SHOE-ID " CHECKPOINT TOTALS ARE "
                   "BELOW THIS HAND - RUN SHOE-CLOSE'S SWEEP"
               DISPLAY "AND RESOLVE THE SHOE FIRST. NOTHING VOIDED."
           END-IF.

       READ-CKPT-ONCE.
           MOVE VR-SHOE-ID TO SHOE-ID
           MOVE "N" TO WS-CKPT-FOUND-SW
           READ SHOE-CKPT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CKPT-FOUND-SW
           END-READ.

       CHECK-BANKROLL-REVERSAL.
      *    A rated hand's original posting is found in the posting
      *    journal by account, table, hand, amount and the hand's
      *    day; postings already taken back by earlier voids of an
      *    identical row (a duplicate settlement) are skipped. With
      *    no posting found the bankroll is left alone and the
      *    supervisor is told. With a posting to take back, an
      *    account master that will not open refuses the void - the
      *    reversal row must never go out without the bankroll
      *    reversal.
           MOVE ZERO TO WS-REVERSE-CENTS
           MOVE "N"  TO WS-POST-FOUND-SW
           IF VR-ACCOUNT-ID = SPACES OR VR-RETURNED-CENTS = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-ORIG-POSTINGS
           MOVE ZERO TO WS-TAKEN-COUNT
           MOVE 1 TO WS-VJ-IX
           PERFORM UNTIL WS-VJ-IX > WS-VJ-COUNT
               IF WS-VJ-ACCOUNT-ID (WS-VJ-IX) = VR-ACCOUNT-ID
                   AND WS-VJ-RTN-CENTS (WS-VJ-IX) = VR-RETURNED-CENTS
                   AND WS-VJ-ACCT-REVERSED (WS-VJ-IX) > ZERO
                   ADD 1 TO WS-TAKEN-COUNT
               END-IF
               ADD 1 TO WS-VJ-IX
           END-PERFORM

           IF WS-POST-COUNT <= WS-TAKEN-COUNT
               DISPLAY " "
               DISPLAY "NOTICE - NO BANKROLL POSTING FOUND FOR THIS "
                   "HAND; ACCOUNT " VR-ACCOUNT-ID " NOT CHANGED."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "Y" TO WS-REFUSED-SW
               DISPLAY " "
               DISPLAY "VOID REFUSED - ACCOUNT MASTER NOT AVAILABLE, "
                   "STATUS " WS-ACCT-STATUS ". NOTHING VOIDED."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ACCT-OPEN-SW

           MOVE VR-ACCOUNT-ID TO ACCT-ID
           MOVE "N" TO WS-ACCT-FOUND-SW
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-SW
           END-READ
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY " "
               DISPLAY "NOTICE - ACCOUNT " VR-ACCOUNT-ID " IS NOT ON "
                   "THE MASTER; NOTHING TO TAKE BACK."
               EXIT PARAGRAPH
           END-IF

      *    A bankroll never goes negative - the same rule CAGE-TXN
      *    holds a withdrawal to. The difference is settled at the
      *    cage before the void.
           IF ACCT-BALANCE < VR-RETURNED-CENTS
               MOVE "Y" TO WS-REFUSED-SW
               COMPUTE WS-DOLLARS = ACCT-BALANCE / 100
               MOVE WS-DOLLARS TO WS-EDIT-CENTS
               DISPLAY " "
               DISPLAY "ACCOUNT " VR-ACCOUNT-ID " BALANCE "
                   WS-EDIT-CENTS " IS BELOW THE POSTING TO TAKE BACK."
               DISPLAY "SETTLE THE DIFFERENCE AT THE CAGE FIRST - "
                   "NOTHING VOIDED."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-POST-FOUND-SW
           MOVE VR-RETURNED-CENTS TO WS-REVERSE-CENTS.

       COUNT-ORIG-POSTINGS.
      *    Journal rows written before AJ-HAND-DATE existed fall back
      *    to the posting date, same as ACCT-RECON.
           MOVE ZERO TO WS-POST-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ACCT-JOURNAL
           PERFORM UNTIL WS-EOF
               IF AJ-HAND-DATE = SPACES
                   MOVE AJ-TIMESTAMP(1:8) TO WS-JRN-DAY
               ELSE
                   MOVE AJ-HAND-DATE TO WS-JRN-DAY
               END-IF
               IF AJ-POSTING
                   AND AJ-ACCOUNT-ID = VR-ACCOUNT-ID
                   AND AJ-TABLE-ID = VR-TABLE-ID
                   AND AJ-HAND-NO = VR-HAND-NO
                   AND AJ-RETURNED-CENTS = VR-RETURNED-CENTS
                   AND WS-JRN-DAY = WS-IN-SETTLE-DATE
                   ADD 1 TO WS-POST-COUNT
               END-IF
               PERFORM READ-ACCT-JOURNAL
           END-PERFORM
           CLOSE ACCT-JOURNAL-FILE.

       READ-ACCT-JOURNAL.
           READ ACCT-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       WRITE-REVERSAL-ROW.
      *    The reversal is the voided row's own amounts, booked on
      *    the void day and marked "V" - readers subtract it.
           OPEN EXTEND SETTLE-SPOOL-FILE
           IF WS-SPOOL-STATUS = "35"
               OPEN OUTPUT SETTLE-SPOOL-FILE
           END-IF

           MOVE VR-RECORD          TO SPL-RECORD
           MOVE WS-TIMESTAMP       TO SPL-TIMESTAMP
           MOVE "V"                TO SPL-ENTRY-TYPE
           MOVE WS-IN-REASON       TO SPL-VOID-REASON
           MOVE WS-OPERATOR-ID     TO SPL-VOID-OPERATOR
           MOVE WS-IN-SETTLE-DATE  TO SPL-VOID-SETTLE-DATE
           WRITE SPL-RECORD

           CLOSE SETTLE-SPOOL-FILE.

       BACK-OUT-CHECKPOINT.
      *    SHOE-LAST-HAND-NO is left where it is - the corrected
      *    hand is resubmit-flagged and settles past it.
           IF NOT WS-CKPT-FOUND
               EXIT PARAGRAPH
           END-IF
           SUBTRACT VR-WAGERED-CENTS  FROM SHOE-TOTAL-BET-CENTS
           SUBTRACT VR-RETURNED-CENTS FROM SHOE-TOTAL-RTN-CENTS
           MOVE WS-TIMESTAMP TO SHOE-LAST-UPDATED
           REWRITE SHOE-CKPT-RECORD
           IF WS-SHOE-STATUS NOT = "00"
               DISPLAY " "
               DISPLAY "WARNING - SHOE " VR-SHOE-ID " CHECKPOINT NOT "
                   "UPDATED, STATUS " WS-SHOE-STATUS
                   " - SHOE-CLOSE WILL FLAG IT."
           END-IF.

       BACK-OUT-BANKROLL.
           IF NOT WS-POST-FOUND
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-REVERSE-CENTS FROM ACCT-BALANCE
           MOVE WS-TIMESTAMP TO ACCT-LAST-UPDATED
           REWRITE ACCT-RECORD
           IF WS-ACCT-STATUS NOT = "00"
               MOVE ZERO TO WS-REVERSE-CENTS
               DISPLAY " "
               DISPLAY "WARNING - ACCOUNT " VR-ACCOUNT-ID " NOT "
                   "UPDATED, STATUS " WS-ACCT-STATUS
                   " - ACCT-RECON WILL FLAG IT."
               EXIT PARAGRAPH
           END-IF

      *    The reversal journals against the void day - the day the
      *    ledger's reversal row is booked - so ACCT-RECON nets the
      *    two on the same day.
           OPEN EXTEND ACCT-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT ACCT-JOURNAL-FILE
           END-IF
           MOVE WS-TIMESTAMP       TO AJ-TIMESTAMP
           MOVE VR-ACCOUNT-ID      TO AJ-ACCOUNT-ID
           MOVE VR-TABLE-ID        TO AJ-TABLE-ID
           MOVE VR-HAND-NO         TO AJ-HAND-NO
           MOVE WS-REVERSE-CENTS   TO AJ-RETURNED-CENTS
           MOVE WS-TIMESTAMP(1:8)  TO AJ-HAND-DATE
           MOVE "V"                TO AJ-ENTRY-TYPE
           WRITE AJ-RECORD
           CLOSE ACCT-JOURNAL-FILE.

       RELEASE-FILES.
           IF WS-CKPT-OPEN
               CLOSE SHOE-CKPT-FILE
               MOVE "N" TO WS-CKPT-OPEN-SW
           END-IF
           IF WS-ACCT-FILE-OPEN
               CLOSE ACCT-MASTER-FILE
               MOVE "N" TO WS-ACCT-OPEN-SW
           END-IF.

       QUEUE-CORRECTED-HAND.
      *    Same resubmit record SUS-MAINT writes: the "R" flag gets
      *    the corrected hand past its shoe's duplicate test, and
      *    the void timestamp as source timestamp makes its image
      *    unique in the settled-resubmit journal.
           OPEN EXTEND RESUBMIT-FILE
           IF WS-RESUBMIT-STATUS = "35"
               OPEN OUTPUT RESUBMIT-FILE
           END-IF

           MOVE SPACES             TO HND-RECORD
           MOVE VR-TABLE-ID        TO HND-TABLE-ID
           MOVE VR-SHOE-ID         TO HND-SHOE-ID
           MOVE WS-ED-HAND-RAW     TO HND-HAND-NO-RAW
           MOVE WS-ED-BET-RAW      TO HND-BET-CENTS-RAW
           MOVE WS-ED-RESULT-RAW   TO HND-RESULT-RAW
           MOVE WS-ED-DBL-RAW      TO HND-DOUBLE-CENTS-RAW
           MOVE WS-ED-INS-RAW      TO HND-INSURANCE-CENTS-RAW
           MOVE WS-ED-ACCOUNT-ID   TO HND-ACCOUNT-ID
           MOVE WS-ED-DEALER-ID    TO HND-DEALER-ID
           MOVE WS-ED-SIDE-TYPE    TO HND-SIDE-BET-TYPE
           MOVE WS-ED-SIDE-OUTCOME TO HND-SIDE-OUTCOME
           MOVE WS-ED-SIDE-RAW     TO HND-SIDE-CENTS-RAW
           MOVE "R"                TO HND-RESUBMIT-FLAG
           MOVE WS-TIMESTAMP       TO HND-SOURCE-TIMESTAMP
           WRITE HND-RECORD

           CLOSE RESUBMIT-FILE.

       WRITE-VOID-JOURNAL.
           OPEN EXTEND VOID-JOURNAL-FILE
           IF WS-VOIDJRNL-STATUS = "35"
               OPEN OUTPUT VOID-JOURNAL-FILE
           END-IF

           MOVE WS-TIMESTAMP        TO HV-TIMESTAMP
           MOVE VR-TABLE-ID         TO HV-TABLE-ID
           MOVE VR-HAND-NO          TO HV-HAND-NO
           MOVE WS-IN-SETTLE-DATE   TO HV-SETTLE-DATE
           MOVE VR-TIMESTAMP        TO HV-ORIG-TIMESTAMP
           MOVE VR-SHOE-ID          TO HV-SHOE-ID
           MOVE VR-ACCOUNT-ID       TO HV-ACCOUNT-ID
           MOVE VR-RESULT           TO HV-ORIG-RESULT
           MOVE VR-WAGERED-CENTS    TO HV-ORIG-WAGERED-CENTS
           MOVE VR-RETURNED-CENTS   TO HV-ORIG-RETURNED-CENTS
           MOVE WS-IN-REASON        TO HV-VOID-REASON
           MOVE WS-OPERATOR-ID      TO HV-OPERATOR
           IF WS-ACTION-RESETTLE
               MOVE "Y"                TO HV-RESETTLE-SW
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-ED-RESULT-RAW LEADING))
                   TO HV-NEW-RESULT
           ELSE
               MOVE "N"                TO HV-RESETTLE-SW
               MOVE SPACES             TO HV-NEW-RESULT
           END-IF
           MOVE WS-REVERSE-CENTS    TO HV-ACCT-REVERSED-CENTS
           WRITE HV-RECORD

           CLOSE VOID-JOURNAL-FILE.

      *----------------------------------------------------------------*
      * Sign-on and activity journal, same as SUS-MAINT.
      *----------------------------------------------------------------*
       SIGNON-OPERATOR.
      *    Validate id + PIN against the operator master (see
      *    OPERMSTR). Status 35 (no master on disk) is the rollout
      *    fallback with full authority; any other open failure
      *    refuses the sign-on.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPRMSTR-STATUS = "35"
               MOVE "S" TO WS-OPR-AUTH
               EXIT PARAGRAPH
           END-IF
           IF WS-OPRMSTR-STATUS NOT = "00"
               MOVE "SIGNON-DENIED" TO WS-JRNL-ACTION
               MOVE SPACES TO WS-JRNL-DETAIL
               STRING "OPERMSTR STATUS " WS-OPRMSTR-STATUS
                   DELIMITED BY SIZE INTO WS-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               DISPLAY " "
               DISPLAY "SIGN-ON REFUSED - OPERATOR MASTER COULD "
                   "NOT BE OPENED, STATUS " WS-OPRMSTR-STATUS
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ID TO OPR-ID
           MOVE "N" TO WS-OPR-FOUND-SW
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-OPR-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-OPR-FOUND-SW
           END-READ

           IF NOT WS-OPERATOR-ON-MASTER
               OR NOT OPR-ACTIVE
               OR OPR-PIN NOT = WS-OPERATOR-PIN
               CLOSE OPERATOR-MASTER-FILE
               MOVE "SIGNON-DENIED" TO WS-JRNL-ACTION
               MOVE SPACES          TO WS-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               DISPLAY " "
               DISPLAY "SIGN-ON REFUSED - CHECK OPERATOR ID AND PIN."
               STOP RUN
           END-IF

           MOVE OPR-AUTHORITY TO WS-OPR-AUTH
           CLOSE OPERATOR-MASTER-FILE.

       WRITE-OPR-JOURNAL.
           ACCEPT WS-JRNL-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-JRNL-TIMESTAMP(9:6) FROM TIME

           OPEN EXTEND OPER-JOURNAL-FILE
           IF WS-OPRJRNL-STATUS = "35"
               OPEN OUTPUT OPER-JOURNAL-FILE
           END-IF

           MOVE WS-JRNL-TIMESTAMP TO OJ-TIMESTAMP
           MOVE WS-OPERATOR-ID    TO OJ-OPERATOR
           MOVE "HAND-VOID"       TO OJ-PROGRAM
           MOVE WS-JRNL-ACTION    TO OJ-ACTION
           MOVE WS-JRNL-DETAIL    TO OJ-DETAIL

           WRITE OJ-RECORD

           CLOSE OPER-JOURNAL-FILE.
