       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKE-ENTRY.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Dealer toke (tip) count entry screen.
      *
      * Each table's tokes go into a locked box that is counted at
      * the end of the shift in front of a supervisor; the split
      * among the shift's dealers used to be worked on a spreadsheet
      * off the paper pit sheets. This screen is the front door for
      * the counts (see TOKECNT copybook):
      *
      *   - T records a TOKE count for a gaming date, shift (D/S/G)
      *     and table;
      *   - TOKE-DIST pools each shift's counts and splits them
      *     across the dealers assigned to the shift on DLR-MAINT
      *     (see DLRSHIFT).
      *
      * Recording a count is a supervisor function outright - a
      * base operator who signs on is refused (journaled as
      * TOKE-DENY) and nothing is recorded. While no operator master
      * exists yet the screen falls back to full authority, same
      * rollout fallback as sign-on.
      *
      * The count file is append-only, same as FILL-ENTRY's tray
      * counts - a recount is entered again and the last count for
      * a date/shift/table stands.
      *
      * Like INQ-HAND, this is a plain terminal screen (SCREEN
      * SECTION) in the CICS-pseudo-conversational shape, with no
      * CICS runtime dependency.
      *
      * Files:
      *   TOKE-COUNT-FILE      (logical name "TOKECNT")  - counts
      *   OPERATOR-MASTER-FILE (logical name "OPERMSTR")
      *   OPER-JOURNAL-FILE    (logical name "OPRJRNL")
      *
      * Exit code: 0 = success (interactive screen, same as INQ-HAND).
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKE-COUNT-FILE ASSIGN TO "TOKECNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOKECNT-STATUS.

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
       FD  TOKE-COUNT-FILE.
           COPY TOKECNT.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMSTR.

       FD  OPER-JOURNAL-FILE.
           COPY OPRJRNL.

       WORKING-STORAGE SECTION.
       01  WS-TOKECNT-STATUS   PIC XX     VALUE "00".

       01  WS-OPERATOR-ID      PIC X(08)  VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(20)  VALUE SPACES.

      *    Operator sign-on and activity journaling (see OPERMSTR/
      *    OPRJRNL). While no operator master exists the screen
      *    falls back to full authority; the journal is written
      *    either way.
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

       01  WS-IN-ACTION        PIC X(01)  VALUE SPACES.
           88 WS-ACTION-TOKE               VALUE "T" "t".
           88 WS-ACTION-EXIT               VALUE "X" "x".
       01  WS-IN-GAMING-DATE   PIC X(08)  VALUE SPACES.
       01  WS-IN-SHIFT-CODE    PIC X(01)  VALUE SPACES.
           88 WS-SHIFT-VALID               VALUE "D" "S" "G".
       01  WS-IN-TABLE-ID      PIC X(04)  VALUE SPACES.
       01  WS-IN-AMOUNT-RAW    PIC X(18)  VALUE SPACES.

      *    Amount validation - same raw-string/digit-length approach
      *    as FILL-ENTRY. A zero count is a legitimately empty box
      *    and is accepted; only blank or non-numeric is not.
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
           05 LINE 01 COL 01 VALUE "DEALER TOKE COUNT ENTRY".
           05 LINE 03 COL 01 VALUE
               "OPERATOR ID ...............: ".
           05 LINE 03 COL 31 PIC X(08) USING WS-OPERATOR-ID.
           05 LINE 04 COL 01 VALUE
               "PIN .......................: ".
           05 LINE 04 COL 31 PIC X(08) USING WS-OPERATOR-PIN
               SECURE.

       01  SCR-ACTION.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "DEALER TOKE COUNT ENTRY".
           05 LINE 03 COL 01 VALUE
               "ACTION ....................: ".
           05 LINE 03 COL 31 PIC X(01) USING WS-IN-ACTION.
           05 LINE 05 COL 01 VALUE
               "T = RECORD TOKE BOX COUNT   X = EXIT".

       01  SCR-COUNT.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "RECORD TOKE BOX COUNT".
           05 LINE 03 COL 01 VALUE
               "GAMING DATE (YYYYMMDD) ....: ".
           05 LINE 03 COL 31 PIC X(08) USING WS-IN-GAMING-DATE.
           05 LINE 04 COL 01 VALUE
               "SHIFT (D/S/G) .............: ".
           05 LINE 04 COL 31 PIC X(01) USING WS-IN-SHIFT-CODE.
           05 LINE 05 COL 01 VALUE
               "TABLE ID ..................: ".
           05 LINE 05 COL 31 PIC X(04) USING WS-IN-TABLE-ID.
           05 LINE 06 COL 01 VALUE
               "COUNTED AMOUNT CENTS ......: ".
           05 LINE 06 COL 31 PIC X(18) USING WS-IN-AMOUNT-RAW.
           05 LINE 08 COL 01 VALUE
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

           IF NOT WS-OPR-SUPERVISOR
               MOVE "TOKE-DENY" TO WS-JRNL-ACTION
               MOVE "NOT SUPERVISOR" TO WS-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               DISPLAY " "
               DISPLAY "RECORDING A TOKE COUNT NEEDS SUPERVISOR "
                   "AUTHORITY - NOTHING ENTERED."
               STOP RUN
           END-IF

           PERFORM UNTIL WS-ACTION-EXIT
               MOVE SPACE TO WS-IN-ACTION
               DISPLAY SCR-ACTION
               ACCEPT SCR-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-TOKE
                       PERFORM ENTER-ONE-COUNT
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY " "
                       DISPLAY "ACTION MUST BE T OR X."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       ENTER-ONE-COUNT.
           MOVE SPACES TO WS-IN-GAMING-DATE WS-IN-SHIFT-CODE
               WS-IN-TABLE-ID WS-IN-AMOUNT-RAW
           DISPLAY SCR-COUNT
           ACCEPT SCR-COUNT

           IF WS-IN-GAMING-DATE = SPACES
               ACCEPT WS-IN-GAMING-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-IN-GAMING-DATE NOT NUMERIC
               DISPLAY " "
               DISPLAY "GAMING DATE MUST BE YYYYMMDD - COUNT NOT "
                   "RECORDED."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-IN-SHIFT-CODE)
               TO WS-IN-SHIFT-CODE
           IF NOT WS-SHIFT-VALID
               DISPLAY " "
               DISPLAY "SHIFT MUST BE D, S, OR G - COUNT NOT RECORDED."
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TABLE-ID = SPACES
               DISPLAY " "
               DISPLAY "A TABLE ID IS REQUIRED - COUNT NOT RECORDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-AMOUNT
           IF NOT WS-INPUT-VALID
               DISPLAY " "
               DISPLAY "AMOUNT MUST BE A NUMBER OF CENTS - COUNT NOT "
                   "RECORDED."
               EXIT PARAGRAPH
           END-IF

           PERFORM STAMP-TIME
           OPEN EXTEND TOKE-COUNT-FILE
           IF WS-TOKECNT-STATUS = "35"
               OPEN OUTPUT TOKE-COUNT-FILE
           END-IF

           MOVE WS-IN-GAMING-DATE TO TK-GAMING-DATE
           MOVE WS-IN-SHIFT-CODE  TO TK-SHIFT
           MOVE WS-IN-TABLE-ID    TO TK-TABLE-ID
           MOVE WS-AMOUNT-CENTS   TO TK-AMOUNT-CENTS
           MOVE WS-OPERATOR-ID    TO TK-SUPERVISOR-ID
           MOVE WS-TIMESTAMP      TO TK-TIMESTAMP

           WRITE TK-RECORD
           CLOSE TOKE-COUNT-FILE

           MOVE "TOKE-COUNT" TO WS-JRNL-ACTION
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING WS-IN-GAMING-DATE " " WS-IN-SHIFT-CODE
               " TABLE " WS-IN-TABLE-ID
               DELIMITED BY SIZE INTO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           COMPUTE WS-DOLLARS = WS-AMOUNT-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           DISPLAY " "
           DISPLAY "TOKE COUNT RECORDED: " WS-IN-GAMING-DATE
               " SHIFT " WS-IN-SHIFT-CODE " TABLE " WS-IN-TABLE-ID
               " " WS-EDIT-CENTS.

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
           MOVE "TOKE-ENTRY"      TO OJ-PROGRAM
           MOVE WS-JRNL-ACTION    TO OJ-ACTION
           MOVE WS-JRNL-DETAIL    TO OJ-DETAIL

           WRITE OJ-RECORD

           CLOSE OPER-JOURNAL-FILE.
