       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAGE-COUNT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Cage inventory count entry screen.
      *
      * FILL-ENTRY records the tray counts that bracket each table's
      * day; nothing recorded what was in the cage itself. This
      * screen is the front door for the cage's shift counts (see
      * CAGECNT copybook):
      *
      *   - O/C record an opening or closing count of the cage for
      *     a gaming date and shift (D/S/G);
      *   - CAGE-RECON solves each shift's expected closing from
      *     the opening count and the day's cage journal and slips,
      *     and reports the variance against the counted closing.
      *
      * Every count is a two-person count. The operator signed on
      * here is the counter; the verifier who re-counted it keys
      * their own id and PIN on the count screen. The verifier must
      * be a different, active operator on the operator master (see
      * OPERMSTR) - a refused verification is journaled as
      * COUNT-DENY and nothing is recorded. While no operator master
      * exists yet the verifier id is taken as keyed (it must still
      * differ from the counter), same rollout fallback as sign-on.
      *
      * The count file is append-only, same as FILL-ENTRY's tray
      * counts - a recount is entered again and the last count for
      * a date/shift/type stands.
      *
      * Like INQ-HAND, this is a plain terminal screen (SCREEN
      * SECTION) in the CICS-pseudo-conversational shape, with no
      * CICS runtime dependency.
      *
      * Files:
      *   CAGE-COUNT-FILE      (logical name "CAGECNT")  - counts
      *   OPERATOR-MASTER-FILE (logical name "OPERMSTR")
      *   OPER-JOURNAL-FILE    (logical name "OPRJRNL")
      *
      * Exit code: 0 = success (interactive screen, same as INQ-HAND).
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *   2026-10-15  REM  A blank gaming date on a grave-shift count
      *                    keyed between 00:00 and 05:59 defaults to
      *                    yesterday, the date the shift started on,
      *                    not today.
      *   2026-10-15  REM  Grave default widened to any count keyed
      *                    before 14:00 - the closing count is keyed
      *                    at or after the 06:00 handover, and was
      *                    landing on the next gaming date. The
      *                    defaulted date is shown before the count
      *                    is written.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAGE-COUNT-FILE ASSIGN TO "CAGECNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAGECNT-STATUS.

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
       FD  CAGE-COUNT-FILE.
           COPY CAGECNT.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMSTR.

       FD  OPER-JOURNAL-FILE.
           COPY OPRJRNL.

       WORKING-STORAGE SECTION.
       01  WS-CAGECNT-STATUS   PIC XX     VALUE "00".

       01  WS-OPERATOR-ID      PIC X(08)  VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(20)  VALUE SPACES.

      *    Operator sign-on and activity journaling (see OPERMSTR/
      *    OPRJRNL). Base authority is enough to count. The master-
      *    present switch remembers whether sign-on found a master,
      *    so the verifier is checked against the same standard.
       01  WS-OPRMSTR-STATUS   PIC XX     VALUE "00".
       01  WS-OPRJRNL-STATUS   PIC XX     VALUE "00".
       01  WS-OPERATOR-PIN     PIC X(08)  VALUE SPACES.
       01  WS-OPR-FOUND-SW     PIC X      VALUE "N".
           88 WS-OPERATOR-ON-MASTER        VALUE "Y".
       01  WS-MASTER-SW        PIC X      VALUE "N".
           88 WS-MASTER-PRESENT            VALUE "Y".
       01  WS-VERIFY-OK-SW     PIC X      VALUE "N".
           88 WS-VERIFY-OK                 VALUE "Y".
       01  WS-JRNL-ACTION      PIC X(14)  VALUE SPACES.
       01  WS-JRNL-DETAIL      PIC X(30)  VALUE SPACES.
       01  WS-JRNL-TIMESTAMP   PIC X(20)  VALUE SPACES.

       01  WS-IN-ACTION        PIC X(01)  VALUE SPACES.
           88 WS-ACTION-OPENING            VALUE "O" "o".
           88 WS-ACTION-CLOSING            VALUE "C" "c".
           88 WS-ACTION-EXIT               VALUE "X" "x".
       01  WS-IN-COUNT-DATE    PIC X(08)  VALUE SPACES.
       01  WS-IN-SHIFT-CODE    PIC X(01)  VALUE SPACES.
           88 WS-SHIFT-VALID               VALUE "D" "S" "G".
       01  WS-IN-AMOUNT-RAW    PIC X(18)  VALUE SPACES.
       01  WS-IN-VERIFIER-ID   PIC X(08)  VALUE SPACES.
       01  WS-IN-VERIFIER-PIN  PIC X(08)  VALUE SPACES.
       01  WS-NOW-TIME         PIC X(08)  VALUE SPACES.
       01  WS-DATE-NUM         PIC 9(08)  VALUE ZERO.

      *    Amount validation - same raw-string/digit-length approach
      *    as FILL-ENTRY. A zero count is a legitimately empty cage
      *    drawer and is accepted; only blank or non-numeric is not.
       01  WS-INPUT-VALID-SW   PIC X      VALUE "Y".
           88 WS-INPUT-VALID               VALUE "Y".
       01  WS-AMT-TRIMMED      PIC X(18)  VALUE SPACES.
       01  WS-AMT-LEN          PIC 9(02)  COMP VALUE ZERO.
       01  WS-AMT-DIGITS       PIC 9(15)  VALUE ZERO.
       01  WS-AMOUNT-CENTS     PIC 9(15)  VALUE ZERO.

       01  WS-EDIT-CENTS       PIC $$,$$$,$$$,$$9.99.
       01  WS-DOLLARS          PIC 9(13)V99 VALUE ZERO.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "CAGE INVENTORY COUNT ENTRY".
           05 LINE 03 COL 01 VALUE
               "OPERATOR ID ...............: ".
           05 LINE 03 COL 31 PIC X(08) USING WS-OPERATOR-ID.
           05 LINE 04 COL 01 VALUE
               "PIN .......................: ".
           05 LINE 04 COL 31 PIC X(08) USING WS-OPERATOR-PIN
               SECURE.

       01  SCR-ACTION.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "CAGE INVENTORY COUNT ENTRY".
           05 LINE 03 COL 01 VALUE
               "ACTION ....................: ".
           05 LINE 03 COL 31 PIC X(01) USING WS-IN-ACTION.
           05 LINE 05 COL 01 VALUE
               "O = OPENING CAGE COUNT   C = CLOSING CAGE COUNT".
           05 LINE 06 COL 01 VALUE
               "X = EXIT".

       01  SCR-COUNT.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "RECORD CAGE COUNT".
           05 LINE 03 COL 01 VALUE
               "GAMING DATE (YYYYMMDD) ....: ".
           05 LINE 03 COL 31 PIC X(08) USING WS-IN-COUNT-DATE.
           05 LINE 04 COL 01 VALUE
               "SHIFT (D/S/G) .............: ".
           05 LINE 04 COL 31 PIC X(01) USING WS-IN-SHIFT-CODE.
           05 LINE 05 COL 01 VALUE
               "COUNTED AMOUNT CENTS ......: ".
           05 LINE 05 COL 31 PIC X(18) USING WS-IN-AMOUNT-RAW.
           05 LINE 06 COL 01 VALUE
               "VERIFIED BY (OPERATOR ID) .: ".
           05 LINE 06 COL 31 PIC X(08) USING WS-IN-VERIFIER-ID.
           05 LINE 07 COL 01 VALUE
               "VERIFIER PIN ..............: ".
           05 LINE 07 COL 31 PIC X(08) USING WS-IN-VERIFIER-PIN
               SECURE.
           05 LINE 09 COL 01 VALUE
               "D = DAY   S = SWING   G = GRAVE".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY SCR-SIGNON
           ACCEPT SCR-SIGNON
           IF WS-OPERATOR-ID = SPACES
               DISPLAY " "
               DISPLAY "AN OPERATOR ID IS REQUIRED - NOTHING ENTERED."
               STOP RUN
           END-IF

           PERFORM SIGNON-OPERATOR
           MOVE "SIGNON" TO WS-JRNL-ACTION
           MOVE SPACES   TO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           PERFORM UNTIL WS-ACTION-EXIT
               MOVE SPACE TO WS-IN-ACTION
               DISPLAY SCR-ACTION
               ACCEPT SCR-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-OPENING OR WS-ACTION-CLOSING
                       PERFORM ENTER-ONE-COUNT
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY " "
                       DISPLAY "ACTION MUST BE O, C, OR X."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       ENTER-ONE-COUNT.
           MOVE SPACES TO WS-IN-COUNT-DATE WS-IN-SHIFT-CODE
               WS-IN-AMOUNT-RAW WS-IN-VERIFIER-ID WS-IN-VERIFIER-PIN
           DISPLAY SCR-COUNT
           ACCEPT SCR-COUNT

           MOVE FUNCTION UPPER-CASE(WS-IN-SHIFT-CODE)
               TO WS-IN-SHIFT-CODE
           IF NOT WS-SHIFT-VALID
               DISPLAY " "
               DISPLAY "SHIFT MUST BE D, S, OR G - COUNT NOT RECORDED."
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-COUNT-DATE = SPACES
               PERFORM DEFAULT-COUNT-DATE
               DISPLAY " "
               DISPLAY "NO GAMING DATE KEYED - COUNTING FOR "
                   WS-IN-COUNT-DATE " SHIFT " WS-IN-SHIFT-CODE
           END-IF
           IF WS-IN-COUNT-DATE NOT NUMERIC
               DISPLAY " "
               DISPLAY "GAMING DATE MUST BE YYYYMMDD - COUNT NOT "
                   "RECORDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-AMOUNT
           IF NOT WS-INPUT-VALID
               DISPLAY " "
               DISPLAY "AMOUNT MUST BE A NUMBER OF CENTS - COUNT NOT "
                   "RECORDED."
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFY-SECOND-OPERATOR
           IF NOT WS-VERIFY-OK
               MOVE "COUNT-DENY" TO WS-JRNL-ACTION
               MOVE SPACES       TO WS-JRNL-DETAIL
               STRING "VERIFIER " WS-IN-VERIFIER-ID
                   DELIMITED BY SIZE INTO WS-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               EXIT PARAGRAPH
           END-IF

           PERFORM STAMP-TIME
           OPEN EXTEND CAGE-COUNT-FILE
           IF WS-CAGECNT-STATUS = "35"
               OPEN OUTPUT CAGE-COUNT-FILE
           END-IF

           MOVE WS-IN-COUNT-DATE  TO CC-COUNT-DATE
           MOVE WS-IN-SHIFT-CODE  TO CC-SHIFT
           IF WS-ACTION-OPENING
               MOVE "O" TO CC-COUNT-TYPE
           ELSE
               MOVE "C" TO CC-COUNT-TYPE
           END-IF
           MOVE WS-AMOUNT-CENTS   TO CC-AMOUNT-CENTS
           MOVE WS-OPERATOR-ID    TO CC-COUNTED-BY
           MOVE WS-IN-VERIFIER-ID TO CC-VERIFIED-BY
           MOVE WS-TIMESTAMP      TO CC-TIMESTAMP

           WRITE CC-RECORD
           CLOSE CAGE-COUNT-FILE

           IF WS-ACTION-OPENING
               MOVE "CAGE-OPEN" TO WS-JRNL-ACTION
           ELSE
               MOVE "CAGE-CLOSE" TO WS-JRNL-ACTION
           END-IF
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING WS-IN-COUNT-DATE " " WS-IN-SHIFT-CODE
               " VER=" WS-IN-VERIFIER-ID
               DELIMITED BY SIZE INTO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           COMPUTE WS-DOLLARS = WS-AMOUNT-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           DISPLAY " "
           IF WS-ACTION-OPENING
               DISPLAY "OPENING CAGE COUNT RECORDED: "
                   WS-IN-COUNT-DATE " SHIFT " WS-IN-SHIFT-CODE
                   " " WS-EDIT-CENTS
           ELSE
               DISPLAY "CLOSING CAGE COUNT RECORDED: "
                   WS-IN-COUNT-DATE " SHIFT " WS-IN-SHIFT-CODE
                   " " WS-EDIT-CENTS
           END-IF.

       VERIFY-SECOND-OPERATOR.
      *    The verifier is the second pair of hands on the count -
      *    it cannot be the counter, and when an operator master
      *    exists it must be an active operator who knows their
      *    own PIN.
           MOVE "N" TO WS-VERIFY-OK-SW
           IF WS-IN-VERIFIER-ID = SPACES
               DISPLAY " "
               DISPLAY "A VERIFYING OPERATOR IS REQUIRED - COUNT NOT "
                   "RECORDED."
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-VERIFIER-ID = WS-OPERATOR-ID
               DISPLAY " "
               DISPLAY "THE VERIFIER MUST BE A SECOND OPERATOR - "
                   "COUNT NOT RECORDED."
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-MASTER-PRESENT
               MOVE "Y" TO WS-VERIFY-OK-SW
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPRMSTR-STATUS NOT = "00"
               DISPLAY " "
               DISPLAY "OPERATOR MASTER COULD NOT BE OPENED, STATUS "
                   WS-OPRMSTR-STATUS " - COUNT NOT RECORDED."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-VERIFIER-ID TO OPR-ID
           MOVE "N" TO WS-OPR-FOUND-SW
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-OPR-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-OPR-FOUND-SW
           END-READ
           CLOSE OPERATOR-MASTER-FILE

           IF NOT WS-OPERATOR-ON-MASTER
               OR NOT OPR-ACTIVE
               OR OPR-PIN NOT = WS-IN-VERIFIER-PIN
               DISPLAY " "
               DISPLAY "VERIFICATION REFUSED - CHECK VERIFIER ID AND "
                   "PIN. COUNT NOT RECORDED."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VERIFY-OK-SW.

       DEFAULT-COUNT-DATE.
      *    The grave shift (22:00-05:59) runs past midnight and its
      *    closing count is keyed at or after the 06:00 handover, so
      *    a grave count keyed before the swing shift starts (14:00)
      *    belongs to the gaming date the shift started on -
      *    yesterday's calendar date, the same gaming date
      *    CAGE-RECON balances it under. A grave opening count is
      *    keyed around 22:00 and takes today's date.
           ACCEPT WS-IN-COUNT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           IF WS-IN-SHIFT-CODE = "G"
               AND WS-NOW-TIME(1:2) < "14"
               MOVE WS-IN-COUNT-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
               MOVE WS-DATE-NUM TO WS-IN-COUNT-DATE
           END-IF.

       VALIDATE-AMOUNT.
           MOVE "Y"  TO WS-INPUT-VALID-SW
           MOVE ZERO TO WS-AMOUNT-CENTS
           MOVE FUNCTION TRIM(WS-IN-AMOUNT-RAW) TO WS-AMT-TRIMMED
           COMPUTE WS-AMT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IN-AMOUNT-RAW))

           IF WS-AMT-LEN = ZERO
               OR WS-AMT-TRIMMED(1:WS-AMT-LEN) NOT NUMERIC
               MOVE "N" TO WS-INPUT-VALID-SW
           ELSE
               MOVE WS-AMT-TRIMMED(1:WS-AMT-LEN) TO WS-AMT-DIGITS
               MOVE WS-AMT-DIGITS TO WS-AMOUNT-CENTS
           END-IF.

       STAMP-TIME.
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-TIMESTAMP(9:6) FROM TIME.

       SIGNON-OPERATOR.
      *    Validate id + PIN against the operator master (see
      *    OPERMSTR) - any active operator may count. Status 35
      *    (no master on disk) is the rollout fallback; any other
      *    open failure refuses the sign-on.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPRMSTR-STATUS = "35"
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
           MOVE "Y" TO WS-MASTER-SW

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
           MOVE "CAGE-COUNT"      TO OJ-PROGRAM
           MOVE WS-JRNL-ACTION    TO OJ-ACTION
           MOVE WS-JRNL-DETAIL    TO OJ-DETAIL

           WRITE OJ-RECORD

           CLOSE OPER-JOURNAL-FILE.
