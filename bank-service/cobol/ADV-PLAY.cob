       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADV-PLAY.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Nightly advantage-play surveillance report - bet spread by
      * shoe position for rated players.
      *
      * Every settled hand carries the shoe, the hand number within
      * the shoe, the account, and the bet, so a card counter's
      * signature - small bets off the top of the shoe, big bets
      * deep in it - can be read out of the ledger instead of off
      * tape. This job groups each rated player's main-wager hands
      * by shoe and, per shoe, computes:
      *
      *   - the bet spread, the largest bet over the smallest;
      *   - the late-shoe ramp, the average bet on the late hands
      *     over the average bet on the early hands, as a percent.
      *
      * A shoe whose spread or ramp exceeds its limit is flagged.
      * The report lists every account flagged on RUN_DATE with its
      * worst shoes (table, dealer, hands played), then rolls up
      * repeat offenders - accounts flagged on REPEAT_DAYS or more
      * gaming days of the lookback window - out of the archived
      * ledger master and the live ledger. This watches the player;
      * DLR-RECON's hold variance watches the dealer.
      *
      * Only main-wager rows count: insurance, side-bet and hand
      * void rows are skipped, as are cash hands (blank account) and
      * hands settled without a shoe id. A hand voided by HAND-VOID
      * is judged on its re-settlement only: the voided original is
      * left out, so a corrected bet is not counted twice. A hand
      * settled as several rows (a split) counts once, at the
      * original hand bet. Shoes with fewer than MIN_SHOE_HANDS
      * hands are too short to judge and are never flagged.
      *
      * Input (environment variables):
      *   RUN_DATE       - YYYYMMDD, optional; the gaming day to
      *                    report. Defaults to today.
      *   LOOKBACK_DAYS  - days in the repeat-offender window,
      *                    ending on RUN_DATE, optional; defaults
      *                    to 14.
      *   REPEAT_DAYS    - flagged days in the window that make a
      *                    repeat offender, optional; defaults to 2.
      *   SPREAD_LIMIT   - largest-to-smallest bet ratio above which
      *                    a shoe is flagged, optional; defaults to
      *                    8 (an 8-to-1 spread).
      *   RAMP_LIMIT     - late average over early average, in
      *                    percent, above which a shoe is flagged,
      *                    optional; defaults to 300.
      *   EARLY_HANDS    - hands 1 through this number are the
      *                    early hands of a shoe, optional; defaults
      *                    to 15.
      *   LATE_FROM_HAND - hands from this number on are the late
      *                    hands of a shoe, optional; defaults
      *                    to 31.
      *   MIN_SHOE_HANDS - fewest hands a player must play in a
      *                    shoe for it to be judged, optional;
      *                    defaults to 10.
      *   WORST_SHOES    - flagged shoes printed per account,
      *                    worst spread first, optional; defaults
      *                    to 3.
      *
      * Files:
      *   LEDGER-MASTER-FILE (logical name "LEDGMSTR") - archive
      *   LEDGER-FILE        (logical name "LEDGER")   - live days
      *   REPORT-FILE        (logical name "ADVRPT")   - the report
      *
      * Runs in the nightly sequence after LEDG-COLLECT and before
      * LEDG-CUTOVER, so the day being reported is still in the
      * live ledger and the earlier days of the window are in the
      * master; the two sources never overlap.
      *
      * Exit code: 0 = success, nothing flagged
      *            1 = ledger could not be opened
      *            2 = one or more accounts flagged on RUN_DATE or
      *                rolled up as repeat offenders
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *   2026-10-15  REM  Leave a voided original hand out of the
      *                    spread - a pre-pass loads the void rows
      *                    and only the re-settlement is counted.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LDGM-KEY
               ALTERNATE RECORD KEY IS LDGM-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ADVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-MASTER-FILE.
           COPY LEDGMST.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX     VALUE "00".
       01  WS-LEDGER-STATUS        PIC XX     VALUE "00".
       01  WS-EOF-SW               PIC X      VALUE "N".
           88 WS-EOF                          VALUE "Y".

       01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
       01  WS-FROM-DATE            PIC X(08)  VALUE SPACES.
       01  WS-DATE-NUM             PIC 9(08)  VALUE ZERO.
       01  WS-DAY-NO               PIC 9(07)  VALUE ZERO.

      *    Tuning knobs, same fall-back parsing as the suite's
      *    other thresholds: missing or non-numeric keeps the
      *    default.
       01  WS-PARM-RAW             PIC X(06)  VALUE SPACES.
       01  WS-PARM-TRIMMED         PIC X(06)  VALUE SPACES.
       01  WS-PARM-LEN             PIC 9(02)  COMP VALUE ZERO.
       01  WS-PARM-VALUE           PIC 9(05)  VALUE ZERO.
       01  WS-PARM-SW              PIC X      VALUE "N".
           88 WS-PARM-SUPPLIED                VALUE "Y".
       01  WS-LOOKBACK-DAYS        PIC 9(05)  VALUE 14.
       01  WS-REPEAT-DAYS          PIC 9(05)  VALUE 2.
       01  WS-SPREAD-LIMIT         PIC 9(05)  VALUE 8.
       01  WS-RAMP-LIMIT           PIC 9(05)  VALUE 300.
       01  WS-EARLY-HANDS          PIC 9(05)  VALUE 15.
       01  WS-LATE-FROM-HAND       PIC 9(05)  VALUE 31.
       01  WS-MIN-SHOE-HANDS       PIC 9(05)  VALUE 10.
       01  WS-WORST-SHOES          PIC 9(05)  VALUE 3.

      *    One ledger row's fields, filled from either the master
      *    or the live ledger before ACCUMULATE-ONE-HAND runs - the
      *    two sources share one accumulator, same shape as
      *    PERIOD-RPT.
       01  WS-ROW-DATE             PIC X(08)  VALUE SPACES.
       01  WS-ROW-STAMP            PIC X(20)  VALUE SPACES.
       01  WS-ROW-TABLE-ID         PIC X(04)  VALUE SPACES.
       01  WS-ROW-HAND-NO          PIC 9(07)  VALUE ZERO.
       01  WS-ROW-BET-CENTS        PIC 9(15)  VALUE ZERO.
       01  WS-ROW-RESULT           PIC X(14)  VALUE SPACES.
       01  WS-ROW-ACCOUNT-ID       PIC X(10)  VALUE SPACES.
       01  WS-ROW-DEALER-ID        PIC X(08)  VALUE SPACES.
       01  WS-ROW-SHOE-ID          PIC X(10)  VALUE SPACES.
       01  WS-ROW-SIDE-TYPE        PIC X(08)  VALUE SPACES.
       01  WS-ROW-ENTRY-TYPE       PIC X(01)  VALUE SPACE.
           88 WS-ROW-VOID                     VALUE "V".

      *    One entry per (account, shoe) pair in the window. Shoe
      *    ids are never reused, so the pair is one player's play
      *    through one shoe; the entry keeps the table, dealer and
      *    gaming day of the first hand. LAST-HAND is the last hand
      *    number counted, so the extra rows of a split hand are
      *    not counted again.
       01  WS-AS-MAX               PIC 9(05)  COMP VALUE 5000.
       01  WS-AS-COUNT             PIC 9(05)  COMP VALUE ZERO.
       01  WS-AS-IX                PIC 9(05)  COMP VALUE ZERO.
       01  WS-AS-FOUND-IX          PIC 9(05)  COMP VALUE ZERO.
       01  WS-AS-BEST-IX           PIC 9(05)  COMP VALUE ZERO.
       01  WS-AS-TABLE.
           05  WS-AS-ENTRY OCCURS 5000 TIMES.
               10  WS-AS-ACCOUNT-ID  PIC X(10).
               10  WS-AS-SHOE-ID     PIC X(10).
               10  WS-AS-DATE        PIC X(08).
               10  WS-AS-TABLE-ID    PIC X(04).
               10  WS-AS-DEALER-ID   PIC X(08).
               10  WS-AS-HANDS       PIC 9(05).
               10  WS-AS-LAST-HAND   PIC 9(07).
               10  WS-AS-MIN-BET     PIC 9(15).
               10  WS-AS-MAX-BET     PIC 9(15).
               10  WS-AS-EARLY-HANDS PIC 9(05).
               10  WS-AS-EARLY-CENTS PIC 9(15).
               10  WS-AS-LATE-HANDS  PIC 9(05).
               10  WS-AS-LATE-CENTS  PIC 9(15).
               10  WS-AS-SPREAD      PIC 9(05)V9.
               10  WS-AS-RAMP-PCT    PIC 9(05).
               10  WS-AS-FLAG        PIC X(02).
               10  WS-AS-PRINTED     PIC X(01).

      *    One entry per rated account seen in the window: the
      *    day's totals for the flagged-account section, and the
      *    window's totals for the repeat-offender roll-up.
       01  WS-AC-MAX               PIC 9(04)  COMP VALUE 2000.
       01  WS-AC-COUNT             PIC 9(04)  COMP VALUE ZERO.
       01  WS-AC-IX                PIC 9(04)  COMP VALUE ZERO.
       01  WS-AC-FOUND-IX          PIC 9(04)  COMP VALUE ZERO.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 2000 TIMES.
               10  WS-AC-ACCOUNT-ID  PIC X(10).
               10  WS-AC-DAY-SHOES   PIC 9(05).
               10  WS-AC-DAY-HANDS   PIC 9(07).
               10  WS-AC-DAY-FLAGS   PIC 9(05).
               10  WS-AC-WIN-SHOES   PIC 9(05).
               10  WS-AC-WIN-FLAGS   PIC 9(05).
               10  WS-AC-FLAG-DAYS   PIC 9(05).
               10  WS-AC-LAST-FLAG   PIC X(08).
               10  WS-AC-WORST-SPREAD PIC 9(05)V9.
               10  WS-AC-WORST-RAMP  PIC 9(05).

      *    Distinct (account, gaming day) pairs with a flagged
      *    shoe, so an account flagged on three shoes in one night
      *    counts one flagged day, not three.
       01  WS-FD-MAX               PIC 9(05)  COMP VALUE 5000.
       01  WS-FD-COUNT             PIC 9(05)  COMP VALUE ZERO.
       01  WS-FD-IX                PIC 9(05)  COMP VALUE ZERO.
       01  WS-FD-FOUND-IX          PIC 9(05)  COMP VALUE ZERO.
       01  WS-FD-TABLE.
           05  WS-FD-ENTRY OCCURS 5000 TIMES.
               10  WS-FD-ACCOUNT-ID  PIC X(10).
               10  WS-FD-DATE        PIC X(08).

      *    One entry per void reversal whose original settled in
      *    the window: the original's table, hand number, shoe and
      *    settle date, and the time of the void. A row with that
      *    key stamped before the void is the voided original; one
      *    stamped after it is the re-settlement.
       01  WS-VK-MAX               PIC 9(04)  COMP VALUE 2000.
       01  WS-VK-COUNT             PIC 9(04)  COMP VALUE ZERO.
       01  WS-VK-IX                PIC 9(04)  COMP VALUE ZERO.
       01  WS-VK-FOUND-IX          PIC 9(04)  COMP VALUE ZERO.
       01  WS-VK-TABLE.
           05  WS-VK-ENTRY OCCURS 2000 TIMES.
               10  WS-VK-TABLE-ID    PIC X(04).
               10  WS-VK-HAND-NO     PIC 9(07).
               10  WS-VK-SHOE-ID     PIC X(10).
               10  WS-VK-SETTLE-DATE PIC X(08).
               10  WS-VK-VOID-STAMP  PIC X(20).

       01  WS-TRUNC-SW             PIC X      VALUE "N".
           88 WS-TRUNCATED                    VALUE "Y".

       01  WS-HANDS-READ           PIC 9(09)  VALUE ZERO.
       01  WS-FLAGGED-TODAY        PIC 9(05)  VALUE ZERO.
       01  WS-REPEAT-COUNT         PIC 9(05)  VALUE ZERO.
       01  WS-PRINTED-SHOES        PIC 9(05)  VALUE ZERO.
       01  WS-MORE-SHOES           PIC 9(05)  VALUE ZERO.
       01  WS-EARLY-AVG            PIC 9(15)  VALUE ZERO.
       01  WS-LATE-AVG             PIC 9(15)  VALUE ZERO.
       01  WS-RAMP-WORK            PIC 9(09)  VALUE ZERO.
       01  WS-SPREAD-WORK          PIC 9(09)V9 VALUE ZERO.

       01  WS-EDIT-BET             PIC ZZZ,ZZ9.
       01  WS-EDIT-HANDS           PIC ZZZZ9.
       01  WS-EDIT-SPREAD          PIC ZZZ9.9.
       01  WS-EDIT-RAMP            PIC ZZZ9.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01  WS-EDIT-PARM            PIC ZZZZ9.
       01  WS-DOLLARS              PIC 9(13)  VALUE ZERO.
       01  WS-ROW-LINE             PIC X(80)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM PARSE-LIMITS
           PERFORM RESOLVE-WINDOW

           PERFORM LOAD-VOIDS
           PERFORM SCAN-MASTER
           PERFORM SCAN-LIVE
           PERFORM JUDGE-SHOES

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-FLAGGED-SECTION
           PERFORM WRITE-REPEAT-SECTION
           IF WS-TRUNCATED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** MORE ACCOUNTS/SHOES THAN THE TABLES HOLD"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** SOME PLAY WAS NOT JUDGED - REPORT INCOMPLETE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           IF WS-TRUNCATED
               DISPLAY "WARNING=more accounts/shoes than the tables"
                   " hold - report incomplete"
           END-IF
           DISPLAY "WINDOW_FROM="       WS-FROM-DATE
           DISPLAY "WINDOW_TO="         WS-RUN-DATE
           DISPLAY "SHOES_JUDGED="      WS-AS-COUNT
           DISPLAY "ACCOUNTS_FLAGGED="  WS-FLAGGED-TODAY
           DISPLAY "REPEAT_OFFENDERS="  WS-REPEAT-COUNT
           IF WS-FLAGGED-TODAY > ZERO
               OR WS-REPEAT-COUNT > ZERO
               STOP RUN RETURNING 2
           END-IF
           STOP RUN.

       PARSE-LIMITS.
           ACCEPT WS-PARM-RAW FROM ENVIRONMENT "LOOKBACK_DAYS"
           PERFORM PARSE-PARM
           IF WS-PARM-SUPPLIED AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-LOOKBACK-DAYS
           END-IF

           ACCEPT WS-PARM-RAW FROM ENVIRONMENT "REPEAT_DAYS"
           PERFORM PARSE-PARM
           IF WS-PARM-SUPPLIED AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-REPEAT-DAYS
           END-IF

           ACCEPT WS-PARM-RAW FROM ENVIRONMENT "SPREAD_LIMIT"
           PERFORM PARSE-PARM
           IF WS-PARM-SUPPLIED AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-SPREAD-LIMIT
           END-IF

           ACCEPT WS-PARM-RAW FROM ENVIRONMENT "RAMP_LIMIT"
           PERFORM PARSE-PARM
           IF WS-PARM-SUPPLIED AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-RAMP-LIMIT
           END-IF

           ACCEPT WS-PARM-RAW FROM ENVIRONMENT "EARLY_HANDS"
           PERFORM PARSE-PARM
           IF WS-PARM-SUPPLIED AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-EARLY-HANDS
           END-IF

           ACCEPT WS-PARM-RAW FROM ENVIRONMENT "LATE_FROM_HAND"
           PERFORM PARSE-PARM
           IF WS-PARM-SUPPLIED AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-LATE-FROM-HAND
           END-IF

           ACCEPT WS-PARM-RAW FROM ENVIRONMENT "MIN_SHOE_HANDS"
           PERFORM PARSE-PARM
           IF WS-PARM-SUPPLIED
               MOVE WS-PARM-VALUE TO WS-MIN-SHOE-HANDS
           END-IF

           ACCEPT WS-PARM-RAW FROM ENVIRONMENT "WORST_SHOES"
           PERFORM PARSE-PARM
           IF WS-PARM-SUPPLIED AND WS-PARM-VALUE > ZERO
               MOVE WS-PARM-VALUE TO WS-WORST-SHOES
           END-IF

      *    Early and late hands must not overlap, or one hand would
      *    count on both sides of the ramp.
           IF WS-LATE-FROM-HAND <= WS-EARLY-HANDS
               COMPUTE WS-LATE-FROM-HAND = WS-EARLY-HANDS + 1
           END-IF.

       PARSE-PARM.
      *    WS-PARM-RAW in, WS-PARM-VALUE and WS-PARM-SW out.
           MOVE "N" TO WS-PARM-SW
           MOVE ZERO TO WS-PARM-VALUE
           IF WS-PARM-RAW = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-PARM-RAW) TO WS-PARM-TRIMMED
           COMPUTE WS-PARM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-RAW))
           IF WS-PARM-LEN > ZERO AND WS-PARM-LEN <= 5
               AND WS-PARM-TRIMMED(1:WS-PARM-LEN) NUMERIC
               MOVE WS-PARM-TRIMMED(1:WS-PARM-LEN) TO WS-PARM-VALUE
               MOVE "Y" TO WS-PARM-SW
           END-IF
           MOVE SPACES TO WS-PARM-RAW.

       RESOLVE-WINDOW.
      *    The window is LOOKBACK_DAYS gaming days ending on (and
      *    including) RUN_DATE.
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-LOOKBACK-DAYS + 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
           MOVE WS-DATE-NUM TO WS-FROM-DATE.

       LOAD-VOIDS.
      *    First pass over both sources for the void reversals, so
      *    the voided originals can be left out of the main scan
      *    whichever order the rows turn up in. A missing master or
      *    ledger is left for SCAN-MASTER / SCAN-LIVE to deal with.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               PERFORM READ-MASTER
               PERFORM UNTIL WS-EOF
                   IF LDGM-VOID-ENTRY
                       MOVE LDGM-TABLE-ID    TO WS-ROW-TABLE-ID
                       MOVE LDGM-HAND-NO     TO WS-ROW-HAND-NO
                       MOVE LDGM-SHOE-ID     TO WS-ROW-SHOE-ID
                       MOVE LDGM-VOID-SETTLE-DATE TO WS-ROW-DATE
                       MOVE LDGM-TIMESTAMP   TO WS-ROW-STAMP
                       PERFORM NOTE-VOID
                   END-IF
                   PERFORM READ-MASTER
               END-PERFORM
               CLOSE LEDGER-MASTER-FILE
           END-IF

           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               PERFORM READ-LIVE
               PERFORM UNTIL WS-EOF
                   IF LDG-VOID-ENTRY
                       MOVE LDG-TABLE-ID     TO WS-ROW-TABLE-ID
                       MOVE LDG-HAND-NO      TO WS-ROW-HAND-NO
                       MOVE LDG-SHOE-ID      TO WS-ROW-SHOE-ID
                       MOVE LDG-VOID-SETTLE-DATE TO WS-ROW-DATE
                       MOVE LDG-TIMESTAMP    TO WS-ROW-STAMP
                       PERFORM NOTE-VOID
                   END-IF
                   PERFORM READ-LIVE
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       NOTE-VOID.
      *    Only originals settled in the window can matter.
           IF WS-ROW-DATE < WS-FROM-DATE
               OR WS-ROW-DATE > WS-RUN-DATE
               OR WS-ROW-SHOE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-VK-COUNT < WS-VK-MAX
               ADD 1 TO WS-VK-COUNT
               MOVE WS-ROW-TABLE-ID TO WS-VK-TABLE-ID (WS-VK-COUNT)
               MOVE WS-ROW-HAND-NO  TO WS-VK-HAND-NO (WS-VK-COUNT)
               MOVE WS-ROW-SHOE-ID  TO WS-VK-SHOE-ID (WS-VK-COUNT)
               MOVE WS-ROW-DATE     TO WS-VK-SETTLE-DATE (WS-VK-COUNT)
               MOVE WS-ROW-STAMP    TO WS-VK-VOID-STAMP (WS-VK-COUNT)
           ELSE
               MOVE "Y" TO WS-TRUNC-SW
           END-IF.

       FIND-VOID.
      *    WS-VK-FOUND-IX is the void that reverses this row, or
      *    zero: same hand, same settle date, and the row stamped
      *    before the void (the re-settlement comes after it).
           MOVE ZERO TO WS-VK-FOUND-IX
           MOVE 1 TO WS-VK-IX
           PERFORM UNTIL WS-VK-IX > WS-VK-COUNT
               OR WS-VK-FOUND-IX > ZERO
               IF WS-VK-TABLE-ID (WS-VK-IX) = WS-ROW-TABLE-ID
                   AND WS-VK-HAND-NO (WS-VK-IX) = WS-ROW-HAND-NO
                   AND WS-VK-SHOE-ID (WS-VK-IX) = WS-ROW-SHOE-ID
                   AND WS-VK-SETTLE-DATE (WS-VK-IX) = WS-ROW-DATE
                   AND WS-VK-VOID-STAMP (WS-VK-IX) > WS-ROW-STAMP
                   MOVE WS-VK-IX TO WS-VK-FOUND-IX
               END-IF
               ADD 1 TO WS-VK-IX
           END-PERFORM.

       SCAN-MASTER.
      *    No master yet (cutover never run) just means every day
      *    of the window is still in the live file.
           OPEN INPUT LEDGER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MASTER
           PERFORM UNTIL WS-EOF
               IF LDGM-DATE >= WS-FROM-DATE
                   AND LDGM-DATE <= WS-RUN-DATE
                   MOVE LDGM-DATE            TO WS-ROW-DATE
                   MOVE LDGM-TIMESTAMP       TO WS-ROW-STAMP
                   MOVE LDGM-TABLE-ID        TO WS-ROW-TABLE-ID
                   MOVE LDGM-HAND-NO         TO WS-ROW-HAND-NO
                   MOVE LDGM-BET-CENTS       TO WS-ROW-BET-CENTS
                   MOVE LDGM-RESULT          TO WS-ROW-RESULT
                   MOVE LDGM-ACCOUNT-ID      TO WS-ROW-ACCOUNT-ID
                   MOVE LDGM-DEALER-ID       TO WS-ROW-DEALER-ID
                   MOVE LDGM-SHOE-ID         TO WS-ROW-SHOE-ID
                   MOVE LDGM-SIDE-BET-TYPE   TO WS-ROW-SIDE-TYPE
                   MOVE LDGM-ENTRY-TYPE      TO WS-ROW-ENTRY-TYPE
                   PERFORM ACCUMULATE-ONE-HAND
               END-IF
               PERFORM READ-MASTER
           END-PERFORM

           CLOSE LEDGER-MASTER-FILE
           MOVE "N" TO WS-EOF-SW.

       READ-MASTER.
           READ LEDGER-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       SCAN-LIVE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open ledger, status "
                   WS-LEDGER-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-LIVE
           PERFORM UNTIL WS-EOF
               IF LDG-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND LDG-TIMESTAMP(1:8) <= WS-RUN-DATE
                   MOVE LDG-TIMESTAMP(1:8)  TO WS-ROW-DATE
                   MOVE LDG-TIMESTAMP       TO WS-ROW-STAMP
                   MOVE LDG-TABLE-ID        TO WS-ROW-TABLE-ID
                   MOVE LDG-HAND-NO         TO WS-ROW-HAND-NO
                   MOVE LDG-BET-CENTS       TO WS-ROW-BET-CENTS
                   MOVE LDG-RESULT          TO WS-ROW-RESULT
                   MOVE LDG-ACCOUNT-ID      TO WS-ROW-ACCOUNT-ID
                   MOVE LDG-DEALER-ID       TO WS-ROW-DEALER-ID
                   MOVE LDG-SHOE-ID         TO WS-ROW-SHOE-ID
                   MOVE LDG-SIDE-BET-TYPE   TO WS-ROW-SIDE-TYPE
                   MOVE LDG-ENTRY-TYPE      TO WS-ROW-ENTRY-TYPE
                   PERFORM ACCUMULATE-ONE-HAND
               END-IF
               PERFORM READ-LIVE
           END-PERFORM

           CLOSE LEDGER-FILE.

       READ-LIVE.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       ACCUMULATE-ONE-HAND.
      *    Rated main-wager play only. A voided hand is counted
      *    once, on its re-settlement: the void reversal row is
      *    skipped, and so is the voided original it reverses (see
      *    LOAD-VOIDS), so the hand's bet is the corrected one.
           IF WS-ROW-ACCOUNT-ID = SPACES
               OR WS-ROW-SHOE-ID = SPACES
               OR WS-ROW-VOID
               OR WS-ROW-SIDE-TYPE NOT = SPACES
               OR WS-ROW-RESULT(1:10) = "INSURANCE-"
               OR WS-ROW-HAND-NO = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-VK-COUNT > ZERO
               PERFORM FIND-VOID
               IF WS-VK-FOUND-IX > ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-OR-ADD-ACCT-SHOE
           IF WS-AS-FOUND-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-AS-HANDS (WS-AS-FOUND-IX) > ZERO
               AND WS-ROW-HAND-NO = WS-AS-LAST-HAND (WS-AS-FOUND-IX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HANDS-READ
           MOVE WS-ROW-HAND-NO TO WS-AS-LAST-HAND (WS-AS-FOUND-IX)
           ADD 1 TO WS-AS-HANDS (WS-AS-FOUND-IX)
           IF WS-AS-HANDS (WS-AS-FOUND-IX) = 1
               OR WS-ROW-BET-CENTS < WS-AS-MIN-BET (WS-AS-FOUND-IX)
               MOVE WS-ROW-BET-CENTS TO WS-AS-MIN-BET (WS-AS-FOUND-IX)
           END-IF
           IF WS-ROW-BET-CENTS > WS-AS-MAX-BET (WS-AS-FOUND-IX)
               MOVE WS-ROW-BET-CENTS TO WS-AS-MAX-BET (WS-AS-FOUND-IX)
           END-IF

           IF WS-ROW-HAND-NO <= WS-EARLY-HANDS
               ADD 1 TO WS-AS-EARLY-HANDS (WS-AS-FOUND-IX)
               ADD WS-ROW-BET-CENTS
                   TO WS-AS-EARLY-CENTS (WS-AS-FOUND-IX)
           END-IF
           IF WS-ROW-HAND-NO >= WS-LATE-FROM-HAND
               ADD 1 TO WS-AS-LATE-HANDS (WS-AS-FOUND-IX)
               ADD WS-ROW-BET-CENTS
                   TO WS-AS-LATE-CENTS (WS-AS-FOUND-IX)
           END-IF.

       FIND-OR-ADD-ACCT-SHOE.
      *    Consecutive rows are usually the same player in the same
      *    shoe, so the last entry found is tried before the search.
           IF WS-AS-FOUND-IX > ZERO
               IF WS-AS-ACCOUNT-ID (WS-AS-FOUND-IX) = WS-ROW-ACCOUNT-ID
                   AND WS-AS-SHOE-ID (WS-AS-FOUND-IX) = WS-ROW-SHOE-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ZERO TO WS-AS-FOUND-IX
           MOVE 1 TO WS-AS-IX
           PERFORM UNTIL WS-AS-IX > WS-AS-COUNT
               OR WS-AS-FOUND-IX > ZERO
               IF WS-AS-ACCOUNT-ID (WS-AS-IX) = WS-ROW-ACCOUNT-ID
                   AND WS-AS-SHOE-ID (WS-AS-IX) = WS-ROW-SHOE-ID
                   MOVE WS-AS-IX TO WS-AS-FOUND-IX
               END-IF
               ADD 1 TO WS-AS-IX
           END-PERFORM

           IF WS-AS-FOUND-IX = ZERO
               IF WS-AS-COUNT < WS-AS-MAX
                   ADD 1 TO WS-AS-COUNT
                   MOVE WS-ROW-ACCOUNT-ID
                       TO WS-AS-ACCOUNT-ID (WS-AS-COUNT)
                   MOVE WS-ROW-SHOE-ID   TO WS-AS-SHOE-ID (WS-AS-COUNT)
                   MOVE WS-ROW-DATE      TO WS-AS-DATE (WS-AS-COUNT)
                   MOVE WS-ROW-TABLE-ID  TO WS-AS-TABLE-ID (WS-AS-COUNT)
                   MOVE WS-ROW-DEALER-ID
                       TO WS-AS-DEALER-ID (WS-AS-COUNT)
                   IF WS-ROW-DEALER-ID = SPACES
                       MOVE "(NONE)" TO WS-AS-DEALER-ID (WS-AS-COUNT)
                   END-IF
                   MOVE ZERO TO WS-AS-HANDS (WS-AS-COUNT)
                   MOVE ZERO TO WS-AS-LAST-HAND (WS-AS-COUNT)
                   MOVE ZERO TO WS-AS-MIN-BET (WS-AS-COUNT)
                   MOVE ZERO TO WS-AS-MAX-BET (WS-AS-COUNT)
                   MOVE ZERO TO WS-AS-EARLY-HANDS (WS-AS-COUNT)
                   MOVE ZERO TO WS-AS-EARLY-CENTS (WS-AS-COUNT)
                   MOVE ZERO TO WS-AS-LATE-HANDS (WS-AS-COUNT)
                   MOVE ZERO TO WS-AS-LATE-CENTS (WS-AS-COUNT)
                   MOVE ZERO TO WS-AS-SPREAD (WS-AS-COUNT)
                   MOVE ZERO TO WS-AS-RAMP-PCT (WS-AS-COUNT)
                   MOVE SPACES TO WS-AS-FLAG (WS-AS-COUNT)
                   MOVE "N" TO WS-AS-PRINTED (WS-AS-COUNT)
                   MOVE WS-AS-COUNT TO WS-AS-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
               END-IF
           END-IF.

       JUDGE-SHOES.
           MOVE 1 TO WS-AS-IX
           PERFORM UNTIL WS-AS-IX > WS-AS-COUNT
               PERFORM JUDGE-ONE-SHOE
               ADD 1 TO WS-AS-IX
           END-PERFORM

           MOVE 1 TO WS-AC-IX
           PERFORM UNTIL WS-AC-IX > WS-AC-COUNT
               IF WS-AC-DAY-FLAGS (WS-AC-IX) > ZERO
                   ADD 1 TO WS-FLAGGED-TODAY
               END-IF
               IF WS-AC-FLAG-DAYS (WS-AC-IX) >= WS-REPEAT-DAYS
                   ADD 1 TO WS-REPEAT-COUNT
               END-IF
               ADD 1 TO WS-AC-IX
           END-PERFORM.

       JUDGE-ONE-SHOE.
      *    Spread is largest over smallest bet; ramp is the late
      *    average over the early average, in percent, and is only
      *    measured when the player has hands on both sides.
           IF WS-AS-MIN-BET (WS-AS-IX) > ZERO
               COMPUTE WS-SPREAD-WORK =
                   WS-AS-MAX-BET (WS-AS-IX) / WS-AS-MIN-BET (WS-AS-IX)
           ELSE
               MOVE ZERO TO WS-SPREAD-WORK
           END-IF
           IF WS-SPREAD-WORK > 9999.9
               MOVE 9999.9 TO WS-SPREAD-WORK
           END-IF
           MOVE WS-SPREAD-WORK TO WS-AS-SPREAD (WS-AS-IX)

           MOVE ZERO TO WS-RAMP-WORK
           IF WS-AS-EARLY-HANDS (WS-AS-IX) > ZERO
               AND WS-AS-LATE-HANDS (WS-AS-IX) > ZERO
               COMPUTE WS-EARLY-AVG = WS-AS-EARLY-CENTS (WS-AS-IX)
                   / WS-AS-EARLY-HANDS (WS-AS-IX)
               COMPUTE WS-LATE-AVG = WS-AS-LATE-CENTS (WS-AS-IX)
                   / WS-AS-LATE-HANDS (WS-AS-IX)
               IF WS-EARLY-AVG > ZERO
                   COMPUTE WS-RAMP-WORK =
                       (WS-LATE-AVG * 100) / WS-EARLY-AVG
               END-IF
           END-IF
           IF WS-RAMP-WORK > 9999
               MOVE 9999 TO WS-RAMP-WORK
           END-IF
           MOVE WS-RAMP-WORK TO WS-AS-RAMP-PCT (WS-AS-IX)

           MOVE SPACES TO WS-AS-FLAG (WS-AS-IX)
           IF WS-AS-HANDS (WS-AS-IX) >= WS-MIN-SHOE-HANDS
               IF WS-AS-SPREAD (WS-AS-IX) > WS-SPREAD-LIMIT
                   MOVE "S" TO WS-AS-FLAG (WS-AS-IX)(1:1)
               END-IF
               IF WS-AS-RAMP-PCT (WS-AS-IX) > WS-RAMP-LIMIT
                   MOVE "R" TO WS-AS-FLAG (WS-AS-IX)(2:1)
               END-IF
           END-IF

           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-AC-FOUND-IX = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AC-WIN-SHOES (WS-AC-FOUND-IX)
           IF WS-AS-DATE (WS-AS-IX) = WS-RUN-DATE
               ADD 1 TO WS-AC-DAY-SHOES (WS-AC-FOUND-IX)
               ADD WS-AS-HANDS (WS-AS-IX)
                   TO WS-AC-DAY-HANDS (WS-AC-FOUND-IX)
           END-IF
           IF WS-AS-FLAG (WS-AS-IX) = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AC-WIN-FLAGS (WS-AC-FOUND-IX)
           IF WS-AS-DATE (WS-AS-IX) = WS-RUN-DATE
               ADD 1 TO WS-AC-DAY-FLAGS (WS-AC-FOUND-IX)
           END-IF
           IF WS-AS-DATE (WS-AS-IX) > WS-AC-LAST-FLAG (WS-AC-FOUND-IX)
               MOVE WS-AS-DATE (WS-AS-IX)
                   TO WS-AC-LAST-FLAG (WS-AC-FOUND-IX)
           END-IF
           IF WS-AS-SPREAD (WS-AS-IX)
               > WS-AC-WORST-SPREAD (WS-AC-FOUND-IX)
               MOVE WS-AS-SPREAD (WS-AS-IX)
                   TO WS-AC-WORST-SPREAD (WS-AC-FOUND-IX)
           END-IF
           IF WS-AS-RAMP-PCT (WS-AS-IX)
               > WS-AC-WORST-RAMP (WS-AC-FOUND-IX)
               MOVE WS-AS-RAMP-PCT (WS-AS-IX)
                   TO WS-AC-WORST-RAMP (WS-AC-FOUND-IX)
           END-IF
           PERFORM FIND-OR-ADD-FLAG-DAY.

       FIND-OR-ADD-ACCOUNT.
           MOVE ZERO TO WS-AC-FOUND-IX
           MOVE 1 TO WS-AC-IX
           PERFORM UNTIL WS-AC-IX > WS-AC-COUNT
               OR WS-AC-FOUND-IX > ZERO
               IF WS-AC-ACCOUNT-ID (WS-AC-IX) =
                   WS-AS-ACCOUNT-ID (WS-AS-IX)
                   MOVE WS-AC-IX TO WS-AC-FOUND-IX
               END-IF
               ADD 1 TO WS-AC-IX
           END-PERFORM

           IF WS-AC-FOUND-IX = ZERO
               IF WS-AC-COUNT < WS-AC-MAX
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-AS-ACCOUNT-ID (WS-AS-IX)
                       TO WS-AC-ACCOUNT-ID (WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-DAY-SHOES (WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-DAY-HANDS (WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-DAY-FLAGS (WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-WIN-SHOES (WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-WIN-FLAGS (WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-FLAG-DAYS (WS-AC-COUNT)
                   MOVE SPACES TO WS-AC-LAST-FLAG (WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-WORST-SPREAD (WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-WORST-RAMP (WS-AC-COUNT)
                   MOVE WS-AC-COUNT TO WS-AC-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
               END-IF
           END-IF.

       FIND-OR-ADD-FLAG-DAY.
      *    A new (account, day) pair is one more flagged day for
      *    the account in WS-AC-FOUND-IX.
           MOVE ZERO TO WS-FD-FOUND-IX
           MOVE 1 TO WS-FD-IX
           PERFORM UNTIL WS-FD-IX > WS-FD-COUNT
               OR WS-FD-FOUND-IX > ZERO
               IF WS-FD-ACCOUNT-ID (WS-FD-IX) =
                   WS-AS-ACCOUNT-ID (WS-AS-IX)
                   AND WS-FD-DATE (WS-FD-IX) = WS-AS-DATE (WS-AS-IX)
                   MOVE WS-FD-IX TO WS-FD-FOUND-IX
               END-IF
               ADD 1 TO WS-FD-IX
           END-PERFORM

           IF WS-FD-FOUND-IX = ZERO
               IF WS-FD-COUNT < WS-FD-MAX
                   ADD 1 TO WS-FD-COUNT
                   MOVE WS-AS-ACCOUNT-ID (WS-AS-IX)
                       TO WS-FD-ACCOUNT-ID (WS-FD-COUNT)
                   MOVE WS-AS-DATE (WS-AS-IX)
                       TO WS-FD-DATE (WS-FD-COUNT)
                   ADD 1 TO WS-AC-FLAG-DAYS (WS-AC-FOUND-IX)
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "ADVANTAGE-PLAY SURVEILLANCE - BET SPREAD BY SHOE"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "GAMING DATE ............ " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "LOOKBACK WINDOW ........ " WS-FROM-DATE
                  " - " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SPREAD-LIMIT TO WS-EDIT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING "SPREAD LIMIT ........... " WS-EDIT-PARM
                  " TO 1 (LARGEST / SMALLEST BET)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RAMP-LIMIT TO WS-EDIT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING "RAMP LIMIT ............. " WS-EDIT-PARM
                  "% (LATE AVERAGE / EARLY AVERAGE)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EARLY-HANDS TO WS-EDIT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING "EARLY HANDS ............ 1 -" WS-EDIT-PARM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LATE-FROM-HAND TO WS-EDIT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING "LATE HANDS ............. " WS-EDIT-PARM
                  " AND ON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-MIN-SHOE-HANDS TO WS-EDIT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING "MIN HANDS PER SHOE ..... " WS-EDIT-PARM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HANDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RATED HANDS IN WINDOW .. " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-AS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PLAYER-SHOES JUDGED .... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-FLAGGED-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FLAGGED ACCOUNTS - GAMING DATE (FLAG S=SPREAD R=RAMP)"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 1 TO WS-AC-IX
           PERFORM UNTIL WS-AC-IX > WS-AC-COUNT
               IF WS-AC-DAY-FLAGS (WS-AC-IX) > ZERO
                   PERFORM WRITE-FLAGGED-ACCOUNT
               END-IF
               ADD 1 TO WS-AC-IX
           END-PERFORM

           IF WS-FLAGGED-TODAY = ZERO
               MOVE "  (NO ACCOUNTS OVER THRESHOLD)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-FLAGGED-ACCOUNT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-ROW-LINE
           MOVE "ACCOUNT"                    TO WS-ROW-LINE(1:7)
           MOVE WS-AC-ACCOUNT-ID (WS-AC-IX)  TO WS-ROW-LINE(9:10)
           MOVE "SHOES"                      TO WS-ROW-LINE(21:5)
           MOVE WS-AC-DAY-SHOES (WS-AC-IX)   TO WS-EDIT-HANDS
           MOVE WS-EDIT-HANDS                TO WS-ROW-LINE(27:5)
           MOVE "FLAGGED"                    TO WS-ROW-LINE(34:7)
           MOVE WS-AC-DAY-FLAGS (WS-AC-IX)   TO WS-EDIT-HANDS
           MOVE WS-EDIT-HANDS                TO WS-ROW-LINE(42:5)
           MOVE "HANDS"                      TO WS-ROW-LINE(49:5)
           MOVE WS-AC-DAY-HANDS (WS-AC-IX)   TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT                TO WS-ROW-LINE(55:7)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  SHOE       TABLE DEALER   HANDS MIN BET "
                  "MAX BET SPREAD   EARLY    LATE RAMP%"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *    Worst shoes first: each pass prints the unprinted
      *    flagged shoe with the widest spread, ramp breaking ties.
           MOVE ZERO TO WS-PRINTED-SHOES
           MOVE 1 TO WS-AS-BEST-IX
           PERFORM UNTIL WS-PRINTED-SHOES >= WS-WORST-SHOES
               OR WS-AS-BEST-IX = ZERO
               PERFORM PICK-WORST-SHOE
               IF WS-AS-BEST-IX > ZERO
                   MOVE WS-AS-BEST-IX TO WS-AS-IX
                   PERFORM WRITE-SHOE-LINE
                   MOVE "Y" TO WS-AS-PRINTED (WS-AS-BEST-IX)
                   ADD 1 TO WS-PRINTED-SHOES
               END-IF
           END-PERFORM

           IF WS-AC-DAY-FLAGS (WS-AC-IX) > WS-PRINTED-SHOES
               COMPUTE WS-MORE-SHOES =
                   WS-AC-DAY-FLAGS (WS-AC-IX) - WS-PRINTED-SHOES
               MOVE WS-MORE-SHOES TO WS-EDIT-HANDS
               MOVE SPACES TO REPORT-LINE
               STRING "  ... AND" WS-EDIT-HANDS
                      " MORE FLAGGED SHOE(S)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PICK-WORST-SHOE.
           MOVE ZERO TO WS-AS-BEST-IX
           MOVE 1 TO WS-AS-IX
           PERFORM UNTIL WS-AS-IX > WS-AS-COUNT
               IF WS-AS-ACCOUNT-ID (WS-AS-IX) =
                   WS-AC-ACCOUNT-ID (WS-AC-IX)
                   AND WS-AS-DATE (WS-AS-IX) = WS-RUN-DATE
                   AND WS-AS-FLAG (WS-AS-IX) NOT = SPACES
                   AND WS-AS-PRINTED (WS-AS-IX) = "N"
                   PERFORM COMPARE-WORST-SHOE
               END-IF
               ADD 1 TO WS-AS-IX
           END-PERFORM.

       COMPARE-WORST-SHOE.
           IF WS-AS-BEST-IX = ZERO
               MOVE WS-AS-IX TO WS-AS-BEST-IX
               EXIT PARAGRAPH
           END-IF
           IF WS-AS-SPREAD (WS-AS-IX) > WS-AS-SPREAD (WS-AS-BEST-IX)
               MOVE WS-AS-IX TO WS-AS-BEST-IX
               EXIT PARAGRAPH
           END-IF
           IF WS-AS-SPREAD (WS-AS-IX) = WS-AS-SPREAD (WS-AS-BEST-IX)
               AND WS-AS-RAMP-PCT (WS-AS-IX)
                   > WS-AS-RAMP-PCT (WS-AS-BEST-IX)
               MOVE WS-AS-IX TO WS-AS-BEST-IX
           END-IF.

       WRITE-SHOE-LINE.
      *    Bets and averages print in whole dollars to keep the
      *    line inside the page; spread and ramp carry the detail.
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-AS-SHOE-ID (WS-AS-IX)    TO WS-ROW-LINE(3:10)
           MOVE WS-AS-TABLE-ID (WS-AS-IX)   TO WS-ROW-LINE(14:4)
           MOVE WS-AS-DEALER-ID (WS-AS-IX)  TO WS-ROW-LINE(20:8)
           MOVE WS-AS-HANDS (WS-AS-IX)      TO WS-EDIT-HANDS
           MOVE WS-EDIT-HANDS               TO WS-ROW-LINE(29:5)
           COMPUTE WS-DOLLARS = WS-AS-MIN-BET (WS-AS-IX) / 100
           MOVE WS-DOLLARS TO WS-EDIT-BET
           MOVE WS-EDIT-BET                 TO WS-ROW-LINE(35:7)
           COMPUTE WS-DOLLARS = WS-AS-MAX-BET (WS-AS-IX) / 100
           MOVE WS-DOLLARS TO WS-EDIT-BET
           MOVE WS-EDIT-BET                 TO WS-ROW-LINE(43:7)
           MOVE WS-AS-SPREAD (WS-AS-IX)     TO WS-EDIT-SPREAD
           MOVE WS-EDIT-SPREAD              TO WS-ROW-LINE(51:6)
           MOVE ZERO TO WS-DOLLARS
           IF WS-AS-EARLY-HANDS (WS-AS-IX) > ZERO
               COMPUTE WS-DOLLARS = WS-AS-EARLY-CENTS (WS-AS-IX)
                   / WS-AS-EARLY-HANDS (WS-AS-IX) / 100
           END-IF
           MOVE WS-DOLLARS TO WS-EDIT-BET
           MOVE WS-EDIT-BET                 TO WS-ROW-LINE(58:7)
           MOVE ZERO TO WS-DOLLARS
           IF WS-AS-LATE-HANDS (WS-AS-IX) > ZERO
               COMPUTE WS-DOLLARS = WS-AS-LATE-CENTS (WS-AS-IX)
                   / WS-AS-LATE-HANDS (WS-AS-IX) / 100
           END-IF
           MOVE WS-DOLLARS TO WS-EDIT-BET
           MOVE WS-EDIT-BET                 TO WS-ROW-LINE(66:7)
           MOVE WS-AS-RAMP-PCT (WS-AS-IX)   TO WS-EDIT-RAMP
           MOVE WS-EDIT-RAMP                TO WS-ROW-LINE(74:4)
           MOVE WS-AS-FLAG (WS-AS-IX)       TO WS-ROW-LINE(79:2)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPEAT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPEAT-DAYS TO WS-EDIT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING "REPEAT OFFENDERS - FLAGGED ON" WS-EDIT-PARM
                  " OR MORE DAYS OF THE WINDOW"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT     FLAG DAYS  FLAGGED  PLAYED  "
                  "WORST SPREAD  WORST RAMP%  LAST FLAG"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 1 TO WS-AC-IX
           PERFORM UNTIL WS-AC-IX > WS-AC-COUNT
               IF WS-AC-FLAG-DAYS (WS-AC-IX) >= WS-REPEAT-DAYS
                   PERFORM WRITE-REPEAT-LINE
               END-IF
               ADD 1 TO WS-AC-IX
           END-PERFORM

           IF WS-REPEAT-COUNT = ZERO
               MOVE "  (NO REPEAT OFFENDERS IN THE WINDOW)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPEAT-LINE.
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-AC-ACCOUNT-ID (WS-AC-IX)  TO WS-ROW-LINE(1:10)
           MOVE WS-AC-FLAG-DAYS (WS-AC-IX)   TO WS-EDIT-HANDS
           MOVE WS-EDIT-HANDS                TO WS-ROW-LINE(17:5)
           MOVE WS-AC-WIN-FLAGS (WS-AC-IX)   TO WS-EDIT-HANDS
           MOVE WS-EDIT-HANDS                TO WS-ROW-LINE(26:5)
           MOVE WS-AC-WIN-SHOES (WS-AC-IX)   TO WS-EDIT-HANDS
           MOVE WS-EDIT-HANDS                TO WS-ROW-LINE(34:5)
           MOVE WS-AC-WORST-SPREAD (WS-AC-IX) TO WS-EDIT-SPREAD
           MOVE WS-EDIT-SPREAD               TO WS-ROW-LINE(47:6)
           MOVE WS-AC-WORST-RAMP (WS-AC-IX)  TO WS-EDIT-RAMP
           MOVE WS-EDIT-RAMP                 TO WS-ROW-LINE(62:4)
           MOVE WS-AC-LAST-FLAG (WS-AC-IX)   TO WS-ROW-LINE(68:8)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
