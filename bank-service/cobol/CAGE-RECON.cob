       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAGE-RECON.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Daily cage balancing report - the cage's own tie-out.
      *
      * TRAY-RECON balances every table's tray, but every chip and
      * dollar ends up in the cage and nothing balanced it: a cage
      * short or over surfaced only when Finance could not close the
      * month. This job solves the cage per shift for one gaming
      * date from the two-person counts entered on CAGE-COUNT (see
      * CAGECNT copybook):
      *
      *   expected closing = opening count
      *                      + deposits          (CAGEJRNL "D")
      *                      - withdrawals       (CAGEJRNL "W")
      *                      - fills             (FILLCRDT "F")
      *                      + credits           (FILLCRDT "C")
      *                      - markers issued    (CAGEJRNL "I")
      *                      + markers redeemed  (CAGEJRNL "R")
      *   variance         = counted closing - expected closing
      *
      * A marker issue sends chips out of the cage against paper; a
      * redemption brings the money back in - both are cage
      * inventory movements even though neither touches the player's
      * balance.
      *
      * Movements are placed in a shift by the hour on their
      * timestamp, on the same boundaries PERIOD-RPT uses (day
      * 06:00-13:59, swing 14:00-21:59, grave 22:00-05:59). The
      * gaming date runs 06:00 to 05:59: a movement belongs to
      * RUN_DATE when it is dated RUN_DATE at 06:00 or later, or
      * dated the next calendar day before 06:00 - the after-
      * midnight half of RUN_DATE's grave shift. A movement dated
      * RUN_DATE before 06:00 is the previous gaming date's grave
      * shift and balances on that date's run. Counts carry their
      * gaming date (see CAGE-COUNT) and are taken as dated.
      *
      * Each shift is flagged when:
      *   - it has a count or a movement but is missing its opening
      *     or closing count (it cannot be solved);
      *   - a count stands without a second operator's verification
      *     (blank verifier, or the counter verifying their own
      *     count - CAGE-COUNT refuses both, so this is a count that
      *     did not come through the screen);
      *   - its opening count differs from the prior shift's
      *     closing count (cash moved between the two counts);
      *   - the variance is not zero.
      * Where a shift was counted more than once for the same type,
      * the count with the latest timestamp stands.
      *
      * Input (environment variables):
      *   RUN_DATE - YYYYMMDD, optional; the gaming date to balance.
      *              Defaults to today.
      *
      * Files:
      *   CAGE-COUNT-FILE   (logical name "CAGECNT")  - cage counts
      *   CAGE-JOURNAL-FILE (logical name "CAGEJRNL") - cage txns
      *   FILL-CREDIT-FILE  (logical name "FILLCRDT") - cage slips
      *   REPORT-FILE       (logical name "CAGERPT")  - the report
      *
      * A file that does not exist yet contributes nothing - a day
      * with no cage journal had no cage transactions.
      *
      * This job is a step in RUN-NIGHT's gated sequence, right
      * after TRAY-RECON.
      *
      * Exit code: 0 = every shift balances
      *            1 = an input file exists but could not be opened
      *            2 = one or more variance/missing-count/unverified
      *                lines
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *   2026-10-15  REM  Movements are selected by gaming date
      *                    (06:00-05:59), not calendar date - the
      *                    grave shift was picking up the previous
      *                    night's after-midnight movements and
      *                    missing its own, a false grave variance
      *                    on any night with cage activity after
      *                    midnight.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAGE-COUNT-FILE ASSIGN TO "CAGECNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAGECNT-STATUS.

           SELECT CAGE-JOURNAL-FILE ASSIGN TO "CAGEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAGEJRNL-STATUS.

           SELECT FILL-CREDIT-FILE ASSIGN TO "FILLCRDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILLCR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAGE-COUNT-FILE.
           COPY CAGECNT.

       FD  CAGE-JOURNAL-FILE.
           COPY CAGEJRNL.

       FD  FILL-CREDIT-FILE.
           COPY FILLCR.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CAGECNT-STATUS       PIC XX     VALUE "00".
       01  WS-CAGEJRNL-STATUS      PIC XX     VALUE "00".
       01  WS-FILLCR-STATUS        PIC XX     VALUE "00".
       01  WS-EOF-SW               PIC X      VALUE "N".
           88 WS-EOF                          VALUE "Y".

       01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
       01  WS-NEXT-DATE            PIC X(08)  VALUE SPACES.
       01  WS-DATE-NUM             PIC 9(08)  VALUE ZERO.

      *    One movement's timestamp (date + hour) in; whether it
      *    falls in RUN_DATE's gaming day, and its hour, out.
       01  WS-ROW-STAMP            PIC X(10)  VALUE SPACES.
       01  WS-IN-DAY-SW            PIC X      VALUE "N".
           88 WS-ROW-IN-DAY                   VALUE "Y".

      *    Per-shift totals, 1 = day, 2 = swing, 3 = grave: the two
      *    counts (last timestamp wins per type) and the shift's
      *    movements by kind.
       01  WS-SH-IX                PIC 9(01)  VALUE ZERO.
       01  WS-PRIOR-IX             PIC 9(01)  VALUE ZERO.
       01  WS-ROW-HOUR             PIC 9(02)  VALUE ZERO.
       01  WS-SH-TABLE.
           05  WS-SH-ENTRY OCCURS 3 TIMES.
               10  WS-SH-OPEN-SW     PIC X(01).
               10  WS-SH-OPEN-CENTS  PIC 9(15).
               10  WS-SH-OPEN-TS     PIC X(20).
               10  WS-SH-OPEN-BY     PIC X(08).
               10  WS-SH-OPEN-VER    PIC X(08).
               10  WS-SH-CLOSE-SW    PIC X(01).
               10  WS-SH-CLOSE-CENTS PIC 9(15).
               10  WS-SH-CLOSE-TS    PIC X(20).
               10  WS-SH-CLOSE-BY    PIC X(08).
               10  WS-SH-CLOSE-VER   PIC X(08).
               10  WS-SH-DEP-COUNT   PIC 9(05).
               10  WS-SH-DEP-CENTS   PIC 9(15).
               10  WS-SH-WDR-COUNT   PIC 9(05).
               10  WS-SH-WDR-CENTS   PIC 9(15).
               10  WS-SH-FILL-COUNT  PIC 9(05).
               10  WS-SH-FILL-CENTS  PIC 9(15).
               10  WS-SH-CRED-COUNT  PIC 9(05).
               10  WS-SH-CRED-CENTS  PIC 9(15).
               10  WS-SH-MKI-COUNT   PIC 9(05).
               10  WS-SH-MKI-CENTS   PIC 9(15).
               10  WS-SH-MKR-COUNT   PIC 9(05).
               10  WS-SH-MKR-CENTS   PIC 9(15).
       01  WS-SHIFT-NAMES.
           05  FILLER              PIC X(24)
                   VALUE "DAY   (06:00-13:59)     ".
           05  FILLER              PIC X(24)
                   VALUE "SWING (14:00-21:59)     ".
           05  FILLER              PIC X(24)
                   VALUE "GRAVE (22:00-05:59)     ".
       01  FILLER REDEFINES WS-SHIFT-NAMES.
           05  WS-SHIFT-NAME       OCCURS 3 TIMES
                                   PIC X(24).

       01  WS-ACTIVITY-SW          PIC X      VALUE "N".
           88 WS-SHIFT-ACTIVE                 VALUE "Y".
       01  WS-EXPECTED-CENTS       PIC S9(15) VALUE ZERO.
       01  WS-VARIANCE-CENTS       PIC S9(15) VALUE ZERO.
       01  WS-DAY-VARIANCE-CENTS   PIC S9(15) VALUE ZERO.
       01  WS-SHIFTS-SOLVED        PIC 9(01)  VALUE ZERO.
       01  WS-EXCEPTION-COUNT      PIC 9(03)  VALUE ZERO.

       01  WS-EDIT-CENTS           PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-SCENTS          PIC -$$,$$$,$$$,$$9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01  WS-DOLLARS              PIC 9(13)V99 VALUE ZERO.
       01  WS-SDOLLARS             PIC S9(13)V99 VALUE ZERO.
       01  WS-LINE-LABEL           PIC X(23)  VALUE SPACES.
       01  WS-LINE-COUNT           PIC 9(05)  VALUE ZERO.
       01  WS-LINE-CENTS           PIC 9(15)  VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1)
           MOVE WS-DATE-NUM TO WS-NEXT-DATE

           PERFORM CLEAR-SHIFTS
           PERFORM ACCUMULATE-CAGE-TXNS
           PERFORM ACCUMULATE-SLIPS
           PERFORM ACCUMULATE-COUNTS

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           MOVE 1 TO WS-SH-IX
           PERFORM UNTIL WS-SH-IX > 3
               PERFORM WRITE-SHIFT-SECTION
               ADD 1 TO WS-SH-IX
           END-PERFORM
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE

           DISPLAY "SHIFTS_BALANCED=" WS-SHIFTS-SOLVED
           DISPLAY "CAGE_FLAGS="      WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               STOP RUN RETURNING 2
           END-IF
           STOP RUN.

       CLEAR-SHIFTS.
           MOVE 1 TO WS-SH-IX
           PERFORM UNTIL WS-SH-IX > 3
               MOVE "N"    TO WS-SH-OPEN-SW (WS-SH-IX)
               MOVE ZERO   TO WS-SH-OPEN-CENTS (WS-SH-IX)
               MOVE SPACES TO WS-SH-OPEN-TS (WS-SH-IX)
                              WS-SH-OPEN-BY (WS-SH-IX)
                              WS-SH-OPEN-VER (WS-SH-IX)
               MOVE "N"    TO WS-SH-CLOSE-SW (WS-SH-IX)
               MOVE ZERO   TO WS-SH-CLOSE-CENTS (WS-SH-IX)
               MOVE SPACES TO WS-SH-CLOSE-TS (WS-SH-IX)
                              WS-SH-CLOSE-BY (WS-SH-IX)
                              WS-SH-CLOSE-VER (WS-SH-IX)
               MOVE ZERO   TO WS-SH-DEP-COUNT (WS-SH-IX)
                              WS-SH-DEP-CENTS (WS-SH-IX)
                              WS-SH-WDR-COUNT (WS-SH-IX)
                              WS-SH-WDR-CENTS (WS-SH-IX)
                              WS-SH-FILL-COUNT (WS-SH-IX)
                              WS-SH-FILL-CENTS (WS-SH-IX)
                              WS-SH-CRED-COUNT (WS-SH-IX)
                              WS-SH-CRED-CENTS (WS-SH-IX)
                              WS-SH-MKI-COUNT (WS-SH-IX)
                              WS-SH-MKI-CENTS (WS-SH-IX)
                              WS-SH-MKR-COUNT (WS-SH-IX)
                              WS-SH-MKR-CENTS (WS-SH-IX)
               ADD 1 TO WS-SH-IX
           END-PERFORM.

       SHIFT-FROM-HOUR.
      *    WS-ROW-HOUR in, WS-SH-IX out - PERIOD-RPT's boundaries.
           EVALUATE TRUE
               WHEN WS-ROW-HOUR >= 6 AND WS-ROW-HOUR <= 13
                   MOVE 1 TO WS-SH-IX
               WHEN WS-ROW-HOUR >= 14 AND WS-ROW-HOUR <= 21
                   MOVE 2 TO WS-SH-IX
               WHEN OTHER
                   MOVE 3 TO WS-SH-IX
           END-EVALUATE.

       PLACE-IN-GAMING-DAY.
      *    WS-ROW-STAMP in; WS-IN-DAY-SW and WS-ROW-HOUR out. A
      *    timestamp with no readable hour is taken as 00 - it
      *    lands on a grave shift rather than being dropped.
           MOVE "N" TO WS-IN-DAY-SW
           MOVE ZERO TO WS-ROW-HOUR
           IF WS-ROW-STAMP(9:2) NUMERIC
               MOVE WS-ROW-STAMP(9:2) TO WS-ROW-HOUR
           END-IF
           IF WS-ROW-STAMP(1:8) = WS-RUN-DATE
               AND WS-ROW-HOUR >= 6
               MOVE "Y" TO WS-IN-DAY-SW
           END-IF
           IF WS-ROW-STAMP(1:8) = WS-NEXT-DATE
               AND WS-ROW-HOUR < 6
               MOVE "Y" TO WS-IN-DAY-SW
           END-IF.

       ACCUMULATE-CAGE-TXNS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CAGE-JOURNAL-FILE
           IF WS-CAGEJRNL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CAGEJRNL-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open cage journal, status "
                   WS-CAGEJRNL-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-CAGE-TXN
           PERFORM UNTIL WS-EOF
               MOVE CJ-TIMESTAMP(1:10) TO WS-ROW-STAMP
               PERFORM PLACE-IN-GAMING-DAY
               IF WS-ROW-IN-DAY
                   PERFORM APPLY-CAGE-TXN
               END-IF
               PERFORM READ-CAGE-TXN
           END-PERFORM

           CLOSE CAGE-JOURNAL-FILE.

       READ-CAGE-TXN.
           READ CAGE-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-CAGE-TXN.
           PERFORM SHIFT-FROM-HOUR
           EVALUATE TRUE
               WHEN CJ-DEPOSIT
                   ADD 1 TO WS-SH-DEP-COUNT (WS-SH-IX)
                   ADD CJ-AMOUNT-CENTS TO WS-SH-DEP-CENTS (WS-SH-IX)
               WHEN CJ-WITHDRAWAL
                   ADD 1 TO WS-SH-WDR-COUNT (WS-SH-IX)
                   ADD CJ-AMOUNT-CENTS TO WS-SH-WDR-CENTS (WS-SH-IX)
               WHEN CJ-MARKER-ISSUE
                   ADD 1 TO WS-SH-MKI-COUNT (WS-SH-IX)
                   ADD CJ-AMOUNT-CENTS TO WS-SH-MKI-CENTS (WS-SH-IX)
               WHEN CJ-MARKER-REDEEM
                   ADD 1 TO WS-SH-MKR-COUNT (WS-SH-IX)
                   ADD CJ-AMOUNT-CENTS TO WS-SH-MKR-CENTS (WS-SH-IX)
           END-EVALUATE.

       ACCUMULATE-SLIPS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FILL-CREDIT-FILE
           IF WS-FILLCR-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-FILLCR-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open fill/credit slips, status "
                   WS-FILLCR-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-SLIP
           PERFORM UNTIL WS-EOF
               MOVE FC-TIMESTAMP(1:10) TO WS-ROW-STAMP
               PERFORM PLACE-IN-GAMING-DAY
               IF WS-ROW-IN-DAY
                   PERFORM SHIFT-FROM-HOUR
                   IF FC-FILL
                       ADD 1 TO WS-SH-FILL-COUNT (WS-SH-IX)
                       ADD FC-AMOUNT-CENTS
                           TO WS-SH-FILL-CENTS (WS-SH-IX)
                   END-IF
                   IF FC-CREDIT
                       ADD 1 TO WS-SH-CRED-COUNT (WS-SH-IX)
                       ADD FC-AMOUNT-CENTS
                           TO WS-SH-CRED-CENTS (WS-SH-IX)
                   END-IF
               END-IF
               PERFORM READ-SLIP
           END-PERFORM

           CLOSE FILL-CREDIT-FILE.

       READ-SLIP.
           READ FILL-CREDIT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       ACCUMULATE-COUNTS.
      *    Last count entered for a date/shift/type stands - a
      *    recount supersedes the count it corrects. The count date
      *    is the gaming date, so a grave count keyed after midnight
      *    is already dated RUN_DATE (see CAGE-COUNT).
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CAGE-COUNT-FILE
           IF WS-CAGECNT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CAGECNT-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open cage counts, status "
                   WS-CAGECNT-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-COUNT
           PERFORM UNTIL WS-EOF
               IF CC-COUNT-DATE = WS-RUN-DATE
                   PERFORM APPLY-ONE-COUNT
               END-IF
               PERFORM READ-COUNT
           END-PERFORM

           CLOSE CAGE-COUNT-FILE.

       READ-COUNT.
           READ CAGE-COUNT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-ONE-COUNT.
           EVALUATE TRUE
               WHEN CC-SHIFT-DAY
                   MOVE 1 TO WS-SH-IX
               WHEN CC-SHIFT-SWING
                   MOVE 2 TO WS-SH-IX
               WHEN CC-SHIFT-GRAVE
                   MOVE 3 TO WS-SH-IX
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF CC-OPENING
               IF WS-SH-OPEN-SW (WS-SH-IX) NOT = "Y"
                   OR CC-TIMESTAMP >= WS-SH-OPEN-TS (WS-SH-IX)
                   MOVE "Y"             TO WS-SH-OPEN-SW (WS-SH-IX)
                   MOVE CC-AMOUNT-CENTS TO WS-SH-OPEN-CENTS (WS-SH-IX)
                   MOVE CC-TIMESTAMP    TO WS-SH-OPEN-TS (WS-SH-IX)
                   MOVE CC-COUNTED-BY   TO WS-SH-OPEN-BY (WS-SH-IX)
                   MOVE CC-VERIFIED-BY  TO WS-SH-OPEN-VER (WS-SH-IX)
               END-IF
           END-IF
           IF CC-CLOSING
               IF WS-SH-CLOSE-SW (WS-SH-IX) NOT = "Y"
                   OR CC-TIMESTAMP >= WS-SH-CLOSE-TS (WS-SH-IX)
                   MOVE "Y"             TO WS-SH-CLOSE-SW (WS-SH-IX)
                   MOVE CC-AMOUNT-CENTS
                       TO WS-SH-CLOSE-CENTS (WS-SH-IX)
                   MOVE CC-TIMESTAMP    TO WS-SH-CLOSE-TS (WS-SH-IX)
                   MOVE CC-COUNTED-BY   TO WS-SH-CLOSE-BY (WS-SH-IX)
                   MOVE CC-VERIFIED-BY  TO WS-SH-CLOSE-VER (WS-SH-IX)
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE "DAILY CAGE BALANCING REPORT" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "GAMING DATE ............ " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SHIFT-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "SHIFT " WS-SHIFT-NAME (WS-SH-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *    A shift with no count and no movement at all is a cage
      *    that was not open - note it, do not flag it.
           MOVE "N" TO WS-ACTIVITY-SW
           IF WS-SH-OPEN-SW (WS-SH-IX) = "Y"
               OR WS-SH-CLOSE-SW (WS-SH-IX) = "Y"
               OR WS-SH-DEP-COUNT (WS-SH-IX) > ZERO
               OR WS-SH-WDR-COUNT (WS-SH-IX) > ZERO
               OR WS-SH-FILL-COUNT (WS-SH-IX) > ZERO
               OR WS-SH-CRED-COUNT (WS-SH-IX) > ZERO
               OR WS-SH-MKI-COUNT (WS-SH-IX) > ZERO
               OR WS-SH-MKR-COUNT (WS-SH-IX) > ZERO
               MOVE "Y" TO WS-ACTIVITY-SW
           END-IF
           IF NOT WS-SHIFT-ACTIVE
               MOVE "  (NO COUNTS OR CAGE ACTIVITY FOR SHIFT)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DOLLARS = WS-SH-OPEN-CENTS (WS-SH-IX) / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "  OPENING COUNT ........... " WS-EDIT-CENTS
               "  " WS-SH-OPEN-BY (WS-SH-IX)
               "/" WS-SH-OPEN-VER (WS-SH-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "  + DEPOSITS"           TO WS-LINE-LABEL
           MOVE WS-SH-DEP-COUNT (WS-SH-IX) TO WS-LINE-COUNT
           MOVE WS-SH-DEP-CENTS (WS-SH-IX) TO WS-LINE-CENTS
           PERFORM WRITE-MOVEMENT-LINE
           MOVE "  - WITHDRAWALS"        TO WS-LINE-LABEL
           MOVE WS-SH-WDR-COUNT (WS-SH-IX) TO WS-LINE-COUNT
           MOVE WS-SH-WDR-CENTS (WS-SH-IX) TO WS-LINE-CENTS
           PERFORM WRITE-MOVEMENT-LINE
           MOVE "  - FILLS"              TO WS-LINE-LABEL
           MOVE WS-SH-FILL-COUNT (WS-SH-IX) TO WS-LINE-COUNT
           MOVE WS-SH-FILL-CENTS (WS-SH-IX) TO WS-LINE-CENTS
           PERFORM WRITE-MOVEMENT-LINE
           MOVE "  + CREDITS"            TO WS-LINE-LABEL
           MOVE WS-SH-CRED-COUNT (WS-SH-IX) TO WS-LINE-COUNT
           MOVE WS-SH-CRED-CENTS (WS-SH-IX) TO WS-LINE-CENTS
           PERFORM WRITE-MOVEMENT-LINE
           MOVE "  - MARKERS ISSUED"     TO WS-LINE-LABEL
           MOVE WS-SH-MKI-COUNT (WS-SH-IX) TO WS-LINE-COUNT
           MOVE WS-SH-MKI-CENTS (WS-SH-IX) TO WS-LINE-CENTS
           PERFORM WRITE-MOVEMENT-LINE
           MOVE "  + MARKERS REDEEMED"   TO WS-LINE-LABEL
           MOVE WS-SH-MKR-COUNT (WS-SH-IX) TO WS-LINE-COUNT
           MOVE WS-SH-MKR-CENTS (WS-SH-IX) TO WS-LINE-CENTS
           PERFORM WRITE-MOVEMENT-LINE

           COMPUTE WS-DOLLARS = WS-SH-CLOSE-CENTS (WS-SH-IX) / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "  CLOSING COUNT ........... " WS-EDIT-CENTS
               "  " WS-SH-CLOSE-BY (WS-SH-IX)
               "/" WS-SH-CLOSE-VER (WS-SH-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM CHECK-VERIFICATION
           PERFORM CHECK-CONTINUITY

      *    A shift missing either count cannot be solved - flag it
      *    and skip the arithmetic rather than print a variance
      *    computed off a zero default.
           IF WS-SH-OPEN-SW (WS-SH-IX) NOT = "Y"
               MOVE "  ** NO OPENING COUNT RECORDED - CANNOT BALANCE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-SH-CLOSE-SW (WS-SH-IX) NOT = "Y"
               MOVE "  ** NO CLOSING COUNT RECORDED - CANNOT BALANCE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-EXPECTED-CENTS =
               WS-SH-OPEN-CENTS (WS-SH-IX)
               + WS-SH-DEP-CENTS (WS-SH-IX)
               - WS-SH-WDR-CENTS (WS-SH-IX)
               - WS-SH-FILL-CENTS (WS-SH-IX)
               + WS-SH-CRED-CENTS (WS-SH-IX)
               - WS-SH-MKI-CENTS (WS-SH-IX)
               + WS-SH-MKR-CENTS (WS-SH-IX)
           COMPUTE WS-VARIANCE-CENTS =
               WS-SH-CLOSE-CENTS (WS-SH-IX) - WS-EXPECTED-CENTS
           ADD WS-VARIANCE-CENTS TO WS-DAY-VARIANCE-CENTS
           ADD 1 TO WS-SHIFTS-SOLVED

           COMPUTE WS-SDOLLARS = WS-EXPECTED-CENTS / 100
           MOVE WS-SDOLLARS TO WS-EDIT-SCENTS
           MOVE SPACES TO REPORT-LINE
           STRING "  EXPECTED CLOSING ....... " WS-EDIT-SCENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-SDOLLARS = WS-VARIANCE-CENTS / 100
           MOVE WS-SDOLLARS TO WS-EDIT-SCENTS
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-VARIANCE-CENTS = ZERO
                   STRING "  VARIANCE ............... " WS-EDIT-SCENTS
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-VARIANCE-CENTS > ZERO
                   STRING "  VARIANCE ............... " WS-EDIT-SCENTS
                       "  ** OVER" DELIMITED BY SIZE INTO REPORT-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   STRING "  VARIANCE ............... " WS-EDIT-SCENTS
                       "  ** SHORT" DELIMITED BY SIZE INTO REPORT-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
           END-EVALUATE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MOVEMENT-LINE.
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           COMPUTE WS-DOLLARS = WS-LINE-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING WS-LINE-LABEL " " WS-EDIT-COUNT " " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-VERIFICATION.
      *    Every count standing on the report must carry a second
      *    operator - CAGE-COUNT will not record one without, so a
      *    count failing this came in some other way.
           IF WS-SH-OPEN-SW (WS-SH-IX) = "Y"
               AND (WS-SH-OPEN-VER (WS-SH-IX) = SPACES
                 OR WS-SH-OPEN-VER (WS-SH-IX)
                    = WS-SH-OPEN-BY (WS-SH-IX))
               MOVE "  ** OPENING COUNT NOT VERIFIED BY 2ND OPERATOR"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-SH-CLOSE-SW (WS-SH-IX) = "Y"
               AND (WS-SH-CLOSE-VER (WS-SH-IX) = SPACES
                 OR WS-SH-CLOSE-VER (WS-SH-IX)
                    = WS-SH-CLOSE-BY (WS-SH-IX))
               MOVE "  ** CLOSING COUNT NOT VERIFIED BY 2ND OPERATOR"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       CHECK-CONTINUITY.
      *    The cage is counted out by one shift and in by the next:
      *    an opening that does not match the prior shift's closing
      *    means cash moved between the two counts. Only day ->
      *    swing and swing -> grave are checked - the grave shift's
      *    closing hands over to the next gaming date's day shift,
      *    which is outside this run.
           IF WS-SH-IX = 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRIOR-IX = WS-SH-IX - 1
           IF WS-SH-OPEN-SW (WS-SH-IX) = "Y"
               AND WS-SH-CLOSE-SW (WS-PRIOR-IX) = "Y"
               AND WS-SH-OPEN-CENTS (WS-SH-IX)
                   NOT = WS-SH-CLOSE-CENTS (WS-PRIOR-IX)
               MOVE "  ** OPENING DIFFERS FROM PRIOR SHIFT'S CLOSING"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       WRITE-REPORT-FOOTER.
           COMPUTE WS-SDOLLARS = WS-DAY-VARIANCE-CENTS / 100
           MOVE WS-SDOLLARS TO WS-EDIT-SCENTS
           MOVE SPACES TO REPORT-LINE
           STRING "DAY VARIANCE (SOLVED SHIFTS) " WS-EDIT-SCENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "THE CAGE BALANCES - NO VARIANCES"
                   TO REPORT-LINE
           ELSE
               MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "** VARIANCE/MISSING-COUNT LINES: "
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.
