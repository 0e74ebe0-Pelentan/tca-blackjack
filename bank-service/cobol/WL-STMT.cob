       IDENTIFICATION DIVISION.
       PROGRAM-ID. WL-STMT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Player win/loss statements off the ledger archive.
      *
      * Rated players (and their accountants) ask every January for
      * a win/loss statement for the year. This job reads a date
      * range out of the archived ledger master plus the live
      * ledger for days not yet cut over, and prints one statement
      * per account with rated play:
      *
      *   - the account's master data (status, balance, comp
      *     points);
      *   - each gaming day's wagered and returned cents and the
      *     day's net win or loss (returned less wagered);
      *   - the period's totals and the count of days played.
      *
      * Every rated row counts at LDG-WAGERED-CENTS, the money
      * actually at risk on it, so insurance and side bets are
      * included at what was wagered on them and a double-down at
      * the doubled stake. A hand void reversal (see HAND-VOID) is
      * taken back off the gaming day of the hand it reverses
      * (LDG-VOID-SETTLE-DATE), not the day it was keyed, so a
      * statement day shows the corrected hand only; a void of a
      * hand settled outside the period is left off, since that
      * hand was never on the statement.
      *
      * A control report (STMTCTL) proves nothing was left out: it
      * totals every ledger row in the period independently of the
      * statements - rated play, cash play, and rated play outside
      * the account selection - and ties the rated total to the sum
      * of the printed statements. It also ties the rated total back
      * to the ledger as booked - every row on its own date, a void
      * on the day it was keyed, the basis PERIOD-RPT reports on -
      * through two bridging lines: voids keyed in the period of
      * hands settled before it (added back), and voids keyed after
      * the period of hands settled in it (taken off).
      *
      * Input (environment variables):
      *   STMT_YEAR    - YYYY, optional; the calendar year to state.
      *   FROM_DATE    - YYYYMMDD, optional; start of the period.
      *   TO_DATE      - YYYYMMDD, optional; end of the period.
      *                  FROM_DATE/TO_DATE override STMT_YEAR; with
      *                  all three blank the period defaults to the
      *                  calendar year just closed - the January run
      *                  this job is built for.
      *   ACCOUNT_ID   - optional; one account's statement on demand
      *                  (the players' club desk). The statement
      *                  prints even when the account had no rated
      *                  play in the period.
      *   ACCOUNT_FROM - optional; lowest account id to state.
      *   ACCOUNT_TO   - optional; highest account id to state. The
      *                  range lets a large year be run in slices.
      *
      * Files:
      *   LEDGER-MASTER-FILE (logical name "LEDGMSTR") - archive
      *   LEDGER-FILE        (logical name "LEDGER")   - live days
      *   ACCT-MASTER-FILE   (logical name "ACCTMSTR") - accounts
      *   STATEMENT-FILE     (logical name "STMTRPT")  - statements
      *   CONTROL-FILE       (logical name "STMTCTL")  - control
      *
      * Exit code: 0 = success, control report in balance
      *            1 = more accounts or account-days than the tables
      *                hold - statements incomplete, rerun by
      *                ACCOUNT_FROM/ACCOUNT_TO slices
      *            2 = control report out of balance
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *   2026-10-15  REM  Control report ties rated play to the
      *                    as-booked ledger (PERIOD-RPT's basis)
      *                    with valued bridging lines for voids
      *                    keyed on the other side of the period
      *                    edge from their hands; the unvalued
      *                    outside-void count is replaced by them.
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

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-FILE ASSIGN TO "STMTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-MASTER-FILE.
           COPY LEDGMST.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE          PIC X(80).

       FD  CONTROL-FILE.
       01  CONTROL-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX     VALUE "00".
       01  WS-LEDGER-STATUS        PIC XX     VALUE "00".
       01  WS-ACCTMSTR-STATUS      PIC XX     VALUE "00".
       01  WS-EOF-SW               PIC X      VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01  WS-ACCTMSTR-SW          PIC X      VALUE "N".
           88 WS-ACCTMSTR-OPEN                VALUE "Y".
       01  WS-ACCT-FOUND-SW        PIC X      VALUE "N".
           88 WS-ACCOUNT-FOUND                VALUE "Y".

       01  WS-FROM-DATE            PIC X(08)  VALUE SPACES.
       01  WS-TO-DATE              PIC X(08)  VALUE SPACES.
       01  WS-TODAY                PIC X(08)  VALUE SPACES.
       01  WS-STMT-YEAR            PIC X(04)  VALUE SPACES.
       01  WS-YEAR-NUM             PIC 9(04)  VALUE ZERO.

      *    Account selection: one account, a range, or all.
       01  WS-ONE-ACCOUNT          PIC X(10)  VALUE SPACES.
       01  WS-ACCT-FROM            PIC X(10)  VALUE SPACES.
       01  WS-ACCT-TO              PIC X(10)  VALUE SPACES.

      *    One ledger row's fields, filled from either the master
      *    or the live ledger before ACCUMULATE-ONE-ROW runs - the
      *    two sources share one accumulator, same shape as
      *    PERIOD-RPT.
       01  WS-ROW-DATE             PIC X(08)  VALUE SPACES.
       01  WS-ROW-ACCOUNT-ID       PIC X(10)  VALUE SPACES.
       01  WS-ROW-RESULT           PIC X(14)  VALUE SPACES.
       01  WS-ROW-SIDE-TYPE        PIC X(08)  VALUE SPACES.
       01  WS-ROW-WAG-CENTS        PIC 9(15)  VALUE ZERO.
       01  WS-ROW-RTN-CENTS        PIC 9(15)  VALUE ZERO.
       01  WS-ROW-ENTRY-TYPE       PIC X(01)  VALUE SPACE.
           88 WS-ROW-VOID                     VALUE "V".
       01  WS-ROW-VOID-DATE        PIC X(08)  VALUE SPACES.
      *    The gaming day the row counts on: its own date, or for a
      *    void the day of the hand it reverses.
       01  WS-ROW-GAME-DATE        PIC X(08)  VALUE SPACES.
       01  WS-ROW-SIGN             PIC S9(01) VALUE +1.

      *    One entry per rated account selected, in arrival order;
      *    statements print in account-id order by selection.
       01  WS-AC-MAX               PIC 9(04)  COMP VALUE 3000.
       01  WS-AC-COUNT             PIC 9(04)  COMP VALUE ZERO.
       01  WS-AC-IX                PIC 9(04)  COMP VALUE ZERO.
       01  WS-AC-FOUND-IX          PIC 9(04)  COMP VALUE ZERO.
       01  WS-AC-NEXT-IX           PIC 9(04)  COMP VALUE ZERO.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 3000 TIMES.
               10  WS-AC-ACCOUNT-ID  PIC X(10).
               10  WS-AC-SIDE-CENTS  PIC S9(15).
       01  WS-LAST-ACCOUNT         PIC X(10)  VALUE LOW-VALUES.

      *    One entry per (account, gaming day).
       01  WS-AD-MAX               PIC 9(05)  COMP VALUE 20000.
       01  WS-AD-COUNT             PIC 9(05)  COMP VALUE ZERO.
       01  WS-AD-IX                PIC 9(05)  COMP VALUE ZERO.
       01  WS-AD-FOUND-IX          PIC 9(05)  COMP VALUE ZERO.
       01  WS-AD-TABLE.
           05  WS-AD-ENTRY OCCURS 20000 TIMES.
               10  WS-AD-ACCOUNT-ID  PIC X(10).
               10  WS-AD-DATE        PIC X(08).
               10  WS-AD-WAG-CENTS   PIC S9(15).
               10  WS-AD-RTN-CENTS   PIC S9(15).

      *    One statement's days, as subscripts into WS-AD-TABLE
      *    kept in date order as they are gathered.
       01  WS-DX-MAX               PIC 9(04)  COMP VALUE 1000.
       01  WS-DX-COUNT             PIC 9(04)  COMP VALUE ZERO.
       01  WS-DX-IX                PIC 9(04)  COMP VALUE ZERO.
       01  WS-DX-PREV-IX           PIC 9(05)  COMP VALUE ZERO.
       01  WS-DX-PLACED-SW         PIC X      VALUE "N".
           88 WS-DX-PLACED                    VALUE "Y".
       01  WS-DX-TABLE.
           05  WS-DX-AD-IX OCCURS 1000 TIMES
                                   PIC 9(05)  COMP.

       01  WS-TRUNC-SW             PIC X      VALUE "N".
           88 WS-TRUNCATED                    VALUE "Y".

      *    Control totals, accumulated row by row independently of
      *    the statement tables.
       01  WS-CT-SET-ROWS          PIC 9(09)  VALUE ZERO.
       01  WS-CT-SET-WAG           PIC 9(15)  VALUE ZERO.
       01  WS-CT-SET-RTN           PIC 9(15)  VALUE ZERO.
       01  WS-CT-VOID-ROWS         PIC 9(09)  VALUE ZERO.
       01  WS-CT-VOID-WAG          PIC 9(15)  VALUE ZERO.
       01  WS-CT-VOID-RTN          PIC 9(15)  VALUE ZERO.
       01  WS-CT-SIDE-WAG          PIC S9(15) VALUE ZERO.
       01  WS-CT-RATED-WAG         PIC S9(15) VALUE ZERO.
       01  WS-CT-RATED-RTN         PIC S9(15) VALUE ZERO.
       01  WS-CT-CASH-ROWS         PIC 9(09)  VALUE ZERO.
       01  WS-CT-CASH-WAG          PIC S9(15) VALUE ZERO.
       01  WS-CT-CASH-RTN          PIC S9(15) VALUE ZERO.
       01  WS-CT-OTHER-ROWS        PIC 9(09)  VALUE ZERO.
       01  WS-CT-OTHER-WAG         PIC S9(15) VALUE ZERO.
       01  WS-CT-OTHER-RTN         PIC S9(15) VALUE ZERO.
       01  WS-CT-ALL-WAG           PIC S9(15) VALUE ZERO.
       01  WS-CT-ALL-RTN           PIC S9(15) VALUE ZERO.

      *    Rated play as booked, for the selected accounts: every row
      *    on its own date, a void on the day it was keyed. The two
      *    bridges are the voids whose keyed day and hand day fall on
      *    opposite sides of the period edge, at their face amounts.
       01  WS-BK-ROWS              PIC 9(09)  VALUE ZERO.
       01  WS-BK-WAG               PIC S9(15) VALUE ZERO.
       01  WS-BK-RTN               PIC S9(15) VALUE ZERO.
       01  WS-BR-ADD-ROWS          PIC 9(09)  VALUE ZERO.
       01  WS-BR-ADD-WAG           PIC S9(15) VALUE ZERO.
       01  WS-BR-ADD-RTN           PIC S9(15) VALUE ZERO.
       01  WS-BR-LESS-ROWS         PIC 9(09)  VALUE ZERO.
       01  WS-BR-LESS-WAG          PIC S9(15) VALUE ZERO.
       01  WS-BR-LESS-RTN          PIC S9(15) VALUE ZERO.
       01  WS-BR-NET-WAG           PIC S9(15) VALUE ZERO.
       01  WS-BR-NET-RTN           PIC S9(15) VALUE ZERO.

      *    Statement totals, summed from the printed lines.
       01  WS-ST-COUNT             PIC 9(07)  VALUE ZERO.
       01  WS-ST-DAYS              PIC 9(09)  VALUE ZERO.
       01  WS-ST-WAG               PIC S9(15) VALUE ZERO.
       01  WS-ST-RTN               PIC S9(15) VALUE ZERO.
       01  WS-DIFF-WAG             PIC S9(15) VALUE ZERO.
       01  WS-DIFF-RTN             PIC S9(15) VALUE ZERO.
       01  WS-BALANCE-SW           PIC X      VALUE "Y".
           88 WS-IN-BALANCE                   VALUE "Y".

      *    One statement's running totals.
       01  WS-AT-DAYS              PIC 9(05)  VALUE ZERO.
       01  WS-AT-WAG               PIC S9(15) VALUE ZERO.
       01  WS-AT-RTN               PIC S9(15) VALUE ZERO.
       01  WS-NET-CENTS            PIC S9(15) VALUE ZERO.
       01  WS-STMT-ACCOUNT         PIC X(10)  VALUE SPACES.
       01  WS-STMT-SIDE-CENTS      PIC S9(15) VALUE ZERO.

       01  WS-EDIT-CENTS           PIC $$,$$$,$$$,$$9.99-.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-CTL-COUNT            PIC X(11)  VALUE SPACES.
       01  WS-SDOLLARS             PIC S9(13)V99 VALUE ZERO.
       01  WS-ROW-LINE             PIC X(80)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RESOLVE-PERIOD
           PERFORM RESOLVE-SELECTION

           PERFORM SCAN-MASTER
           PERFORM SCAN-LIVE

      *    The desk's single statement prints even with no play.
           IF WS-ONE-ACCOUNT NOT = SPACES AND WS-AC-COUNT = ZERO
               MOVE WS-ONE-ACCOUNT TO WS-ROW-ACCOUNT-ID
               PERFORM FIND-OR-ADD-ACCOUNT
           END-IF

           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCTMSTR-STATUS = "00"
               MOVE "Y" TO WS-ACCTMSTR-SW
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           PERFORM WRITE-STATEMENTS
           CLOSE STATEMENT-FILE
           IF WS-ACCTMSTR-OPEN
               CLOSE ACCT-MASTER-FILE
           END-IF

           OPEN OUTPUT CONTROL-FILE
           PERFORM WRITE-CONTROL-REPORT
           CLOSE CONTROL-FILE

           DISPLAY "PERIOD_FROM="      WS-FROM-DATE
           DISPLAY "PERIOD_TO="        WS-TO-DATE
           DISPLAY "STATEMENTS="       WS-ST-COUNT
           DISPLAY "DAYS_STATED="      WS-ST-DAYS
           IF WS-TRUNCATED
               DISPLAY "ERROR=more accounts/days than the tables"
                   " hold - rerun by ACCOUNT_FROM/ACCOUNT_TO"
               STOP RUN RETURNING 1
           END-IF
           IF NOT WS-IN-BALANCE
               DISPLAY "CONTROL=OUT OF BALANCE"
               STOP RUN RETURNING 2
           END-IF
           DISPLAY "CONTROL=IN BALANCE"
           STOP RUN.

       RESOLVE-PERIOD.
      *    FROM_DATE/TO_DATE win; then STMT_YEAR; then the calendar
      *    year just closed.
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "FROM_DATE"
           ACCEPT WS-TO-DATE   FROM ENVIRONMENT "TO_DATE"
           IF WS-FROM-DATE NOT = SPACES OR WS-TO-DATE NOT = SPACES
               IF WS-FROM-DATE = SPACES
                   MOVE "00000000" TO WS-FROM-DATE
               END-IF
               IF WS-TO-DATE = SPACES
                   MOVE "99999999" TO WS-TO-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-STMT-YEAR FROM ENVIRONMENT "STMT_YEAR"
           IF WS-STMT-YEAR = SPACES OR WS-STMT-YEAR NOT NUMERIC
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:4) TO WS-YEAR-NUM
               SUBTRACT 1 FROM WS-YEAR-NUM
               MOVE WS-YEAR-NUM TO WS-STMT-YEAR
           END-IF
           STRING WS-STMT-YEAR "0101"
               DELIMITED BY SIZE INTO WS-FROM-DATE
           STRING WS-STMT-YEAR "1231"
               DELIMITED BY SIZE INTO WS-TO-DATE.

       RESOLVE-SELECTION.
           ACCEPT WS-ONE-ACCOUNT FROM ENVIRONMENT "ACCOUNT_ID"
           IF WS-ONE-ACCOUNT NOT = SPACES
               MOVE WS-ONE-ACCOUNT TO WS-ACCT-FROM
               MOVE WS-ONE-ACCOUNT TO WS-ACCT-TO
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-ACCT-FROM FROM ENVIRONMENT "ACCOUNT_FROM"
           ACCEPT WS-ACCT-TO   FROM ENVIRONMENT "ACCOUNT_TO"
           IF WS-ACCT-TO = SPACES
               MOVE HIGH-VALUES TO WS-ACCT-TO
           END-IF.

       SCAN-MASTER.
      *    No master yet (cutover never run) just means every day
      *    in range is still in the live file. The whole master is
      *    read: a void keyed after the period can still reverse a
      *    hand inside it.
           OPEN INPUT LEDGER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MASTER
           PERFORM UNTIL WS-EOF
               MOVE LDGM-DATE              TO WS-ROW-DATE
               MOVE LDGM-ACCOUNT-ID        TO WS-ROW-ACCOUNT-ID
               MOVE LDGM-RESULT            TO WS-ROW-RESULT
               MOVE LDGM-SIDE-BET-TYPE     TO WS-ROW-SIDE-TYPE
               MOVE LDGM-WAGERED-CENTS     TO WS-ROW-WAG-CENTS
               MOVE LDGM-RETURNED-CENTS    TO WS-ROW-RTN-CENTS
               MOVE LDGM-ENTRY-TYPE        TO WS-ROW-ENTRY-TYPE
               MOVE LDGM-VOID-SETTLE-DATE  TO WS-ROW-VOID-DATE
               PERFORM ACCUMULATE-ONE-ROW
               PERFORM READ-MASTER
           END-PERFORM

           CLOSE LEDGER-MASTER-FILE
           MOVE "N" TO WS-EOF-SW.

       READ-MASTER.
           READ LEDGER-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       SCAN-LIVE.
      *    The live file holds the days cutover has not moved out
      *    yet; the two sources never overlap.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LIVE
           PERFORM UNTIL WS-EOF
               MOVE LDG-TIMESTAMP(1:8)     TO WS-ROW-DATE
               MOVE LDG-ACCOUNT-ID         TO WS-ROW-ACCOUNT-ID
               MOVE LDG-RESULT             TO WS-ROW-RESULT
               MOVE LDG-SIDE-BET-TYPE      TO WS-ROW-SIDE-TYPE
               MOVE LDG-WAGERED-CENTS      TO WS-ROW-WAG-CENTS
               MOVE LDG-RETURNED-CENTS     TO WS-ROW-RTN-CENTS
               MOVE LDG-ENTRY-TYPE         TO WS-ROW-ENTRY-TYPE
               MOVE LDG-VOID-SETTLE-DATE   TO WS-ROW-VOID-DATE
               PERFORM ACCUMULATE-ONE-ROW
               PERFORM READ-LIVE
           END-PERFORM

           CLOSE LEDGER-FILE.

       READ-LIVE.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       ACCUMULATE-ONE-ROW.
      *    Decide the row's gaming day, then total it into the
      *    control buckets and, for a selected rated account, into
      *    the statement tables. A void subtracts.
           MOVE WS-ROW-DATE TO WS-ROW-GAME-DATE
           MOVE +1 TO WS-ROW-SIGN
           IF WS-ROW-VOID
               MOVE -1 TO WS-ROW-SIGN
               IF WS-ROW-VOID-DATE NOT = SPACES
                   MOVE WS-ROW-VOID-DATE TO WS-ROW-GAME-DATE
               END-IF
           END-IF

           PERFORM ACCUMULATE-AS-BOOKED

           IF WS-ROW-GAME-DATE < WS-FROM-DATE
               OR WS-ROW-GAME-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CT-ALL-WAG = WS-CT-ALL-WAG
               + (WS-ROW-SIGN * WS-ROW-WAG-CENTS)
           COMPUTE WS-CT-ALL-RTN = WS-CT-ALL-RTN
               + (WS-ROW-SIGN * WS-ROW-RTN-CENTS)

           IF WS-ROW-ACCOUNT-ID = SPACES
               ADD 1 TO WS-CT-CASH-ROWS
               COMPUTE WS-CT-CASH-WAG = WS-CT-CASH-WAG
                   + (WS-ROW-SIGN * WS-ROW-WAG-CENTS)
               COMPUTE WS-CT-CASH-RTN = WS-CT-CASH-RTN
                   + (WS-ROW-SIGN * WS-ROW-RTN-CENTS)
               EXIT PARAGRAPH
           END-IF

           IF WS-ROW-ACCOUNT-ID < WS-ACCT-FROM
               OR WS-ROW-ACCOUNT-ID > WS-ACCT-TO
               ADD 1 TO WS-CT-OTHER-ROWS
               COMPUTE WS-CT-OTHER-WAG = WS-CT-OTHER-WAG
                   + (WS-ROW-SIGN * WS-ROW-WAG-CENTS)
               COMPUTE WS-CT-OTHER-RTN = WS-CT-OTHER-RTN
                   + (WS-ROW-SIGN * WS-ROW-RTN-CENTS)
               EXIT PARAGRAPH
           END-IF

           IF WS-ROW-VOID
               ADD 1                TO WS-CT-VOID-ROWS
               ADD WS-ROW-WAG-CENTS TO WS-CT-VOID-WAG
               ADD WS-ROW-RTN-CENTS TO WS-CT-VOID-RTN
           ELSE
               ADD 1                TO WS-CT-SET-ROWS
               ADD WS-ROW-WAG-CENTS TO WS-CT-SET-WAG
               ADD WS-ROW-RTN-CENTS TO WS-CT-SET-RTN
           END-IF
           COMPUTE WS-CT-RATED-WAG = WS-CT-RATED-WAG
               + (WS-ROW-SIGN * WS-ROW-WAG-CENTS)
           COMPUTE WS-CT-RATED-RTN = WS-CT-RATED-RTN
               + (WS-ROW-SIGN * WS-ROW-RTN-CENTS)

           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-AC-FOUND-IX > ZERO
               IF WS-ROW-SIDE-TYPE NOT = SPACES
                   OR WS-ROW-RESULT(1:10) = "INSURANCE-"
                   COMPUTE WS-CT-SIDE-WAG = WS-CT-SIDE-WAG
                       + (WS-ROW-SIGN * WS-ROW-WAG-CENTS)
                   COMPUTE WS-AC-SIDE-CENTS (WS-AC-FOUND-IX) =
                       WS-AC-SIDE-CENTS (WS-AC-FOUND-IX)
                       + (WS-ROW-SIGN * WS-ROW-WAG-CENTS)
               END-IF
           END-IF

           PERFORM FIND-OR-ADD-ACCT-DAY
           IF WS-AD-FOUND-IX > ZERO
               COMPUTE WS-AD-WAG-CENTS (WS-AD-FOUND-IX) =
                   WS-AD-WAG-CENTS (WS-AD-FOUND-IX)
                   + (WS-ROW-SIGN * WS-ROW-WAG-CENTS)
               COMPUTE WS-AD-RTN-CENTS (WS-AD-FOUND-IX) =
                   WS-AD-RTN-CENTS (WS-AD-FOUND-IX)
                   + (WS-ROW-SIGN * WS-ROW-RTN-CENTS)
           END-IF.

       ACCUMULATE-AS-BOOKED.
      *    Selected rated rows by their own date. A void keyed in the
      *    period for a hand before it is in the booked figure but
      *    not on any statement; one keyed after the period for a
      *    hand in it is on a statement but not booked in the period.
           IF WS-ROW-ACCOUNT-ID = SPACES
               OR WS-ROW-ACCOUNT-ID < WS-ACCT-FROM
               OR WS-ROW-ACCOUNT-ID > WS-ACCT-TO
               EXIT PARAGRAPH
           END-IF

           IF WS-ROW-DATE >= WS-FROM-DATE
               AND WS-ROW-DATE <= WS-TO-DATE
               ADD 1 TO WS-BK-ROWS
               COMPUTE WS-BK-WAG = WS-BK-WAG
                   + (WS-ROW-SIGN * WS-ROW-WAG-CENTS)
               COMPUTE WS-BK-RTN = WS-BK-RTN
                   + (WS-ROW-SIGN * WS-ROW-RTN-CENTS)
               IF WS-ROW-VOID
                   AND (WS-ROW-GAME-DATE < WS-FROM-DATE
                       OR WS-ROW-GAME-DATE > WS-TO-DATE)
                   ADD 1                TO WS-BR-ADD-ROWS
                   ADD WS-ROW-WAG-CENTS TO WS-BR-ADD-WAG
                   ADD WS-ROW-RTN-CENTS TO WS-BR-ADD-RTN
               END-IF
           ELSE
               IF WS-ROW-VOID
                   AND WS-ROW-DATE > WS-TO-DATE
                   AND WS-ROW-GAME-DATE >= WS-FROM-DATE
                   AND WS-ROW-GAME-DATE <= WS-TO-DATE
                   ADD 1                TO WS-BR-LESS-ROWS
                   ADD WS-ROW-WAG-CENTS TO WS-BR-LESS-WAG
                   ADD WS-ROW-RTN-CENTS TO WS-BR-LESS-RTN
               END-IF
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           MOVE ZERO TO WS-AC-FOUND-IX
           MOVE 1 TO WS-AC-IX
           PERFORM UNTIL WS-AC-IX > WS-AC-COUNT
               OR WS-AC-FOUND-IX > ZERO
               IF WS-AC-ACCOUNT-ID (WS-AC-IX) = WS-ROW-ACCOUNT-ID
                   MOVE WS-AC-IX TO WS-AC-FOUND-IX
               END-IF
               ADD 1 TO WS-AC-IX
           END-PERFORM

           IF WS-AC-FOUND-IX = ZERO
               IF WS-AC-COUNT < WS-AC-MAX
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-ROW-ACCOUNT-ID
                       TO WS-AC-ACCOUNT-ID (WS-AC-COUNT)
                   MOVE ZERO TO WS-AC-SIDE-CENTS (WS-AC-COUNT)
                   MOVE WS-AC-COUNT TO WS-AC-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
               END-IF
           END-IF.

       FIND-OR-ADD-ACCT-DAY.
      *    Consecutive rows are often the same player on the same
      *    day, so the last entry found is tried before the search.
           IF WS-AD-FOUND-IX > ZERO
               IF WS-AD-ACCOUNT-ID (WS-AD-FOUND-IX) = WS-ROW-ACCOUNT-ID
                   AND WS-AD-DATE (WS-AD-FOUND-IX) = WS-ROW-GAME-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ZERO TO WS-AD-FOUND-IX
           MOVE 1 TO WS-AD-IX
           PERFORM UNTIL WS-AD-IX > WS-AD-COUNT
               OR WS-AD-FOUND-IX > ZERO
               IF WS-AD-ACCOUNT-ID (WS-AD-IX) = WS-ROW-ACCOUNT-ID
                   AND WS-AD-DATE (WS-AD-IX) = WS-ROW-GAME-DATE
                   MOVE WS-AD-IX TO WS-AD-FOUND-IX
               END-IF
               ADD 1 TO WS-AD-IX
           END-PERFORM

           IF WS-AD-FOUND-IX = ZERO
               IF WS-AD-COUNT < WS-AD-MAX
                   ADD 1 TO WS-AD-COUNT
                   MOVE WS-ROW-ACCOUNT-ID
                       TO WS-AD-ACCOUNT-ID (WS-AD-COUNT)
                   MOVE WS-ROW-GAME-DATE TO WS-AD-DATE (WS-AD-COUNT)
                   MOVE ZERO TO WS-AD-WAG-CENTS (WS-AD-COUNT)
                   MOVE ZERO TO WS-AD-RTN-CENTS (WS-AD-COUNT)
                   MOVE WS-AD-COUNT TO WS-AD-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
               END-IF
           END-IF.

       WRITE-STATEMENTS.
      *    Accounts print in id order: each pass picks the lowest
      *    id above the one just printed.
           MOVE LOW-VALUES TO WS-LAST-ACCOUNT
           MOVE 1 TO WS-AC-NEXT-IX
           PERFORM UNTIL WS-AC-NEXT-IX = ZERO
               PERFORM PICK-NEXT-ACCOUNT
               IF WS-AC-NEXT-IX > ZERO
                   MOVE WS-AC-ACCOUNT-ID (WS-AC-NEXT-IX)
                       TO WS-LAST-ACCOUNT
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM

           IF WS-ST-COUNT = ZERO
               MOVE "NO RATED PLAY IN THE PERIOD" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       PICK-NEXT-ACCOUNT.
           MOVE ZERO TO WS-AC-NEXT-IX
           MOVE 1 TO WS-AC-IX
           PERFORM UNTIL WS-AC-IX > WS-AC-COUNT
               IF WS-AC-ACCOUNT-ID (WS-AC-IX) > WS-LAST-ACCOUNT
                   IF WS-AC-NEXT-IX = ZERO
                       MOVE WS-AC-IX TO WS-AC-NEXT-IX
                   ELSE
                       IF WS-AC-ACCOUNT-ID (WS-AC-IX)
                           < WS-AC-ACCOUNT-ID (WS-AC-NEXT-IX)
                           MOVE WS-AC-IX TO WS-AC-NEXT-IX
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-AC-IX
           END-PERFORM.

       WRITE-ONE-STATEMENT.
           MOVE WS-AC-ACCOUNT-ID (WS-AC-NEXT-IX) TO WS-STMT-ACCOUNT
           MOVE WS-AC-SIDE-CENTS (WS-AC-NEXT-IX)
               TO WS-STMT-SIDE-CENTS
           PERFORM GATHER-ACCOUNT-DAYS
           PERFORM READ-ACCOUNT
           ADD 1 TO WS-ST-COUNT
           MOVE ZERO TO WS-AT-DAYS
           MOVE ZERO TO WS-AT-WAG
           MOVE ZERO TO WS-AT-RTN

           PERFORM WRITE-STATEMENT-HEADER

           MOVE 1 TO WS-DX-IX
           PERFORM UNTIL WS-DX-IX > WS-DX-COUNT
               MOVE WS-DX-AD-IX (WS-DX-IX) TO WS-AD-IX
               PERFORM WRITE-DAY-LINE
               ADD 1 TO WS-DX-IX
           END-PERFORM

           IF WS-DX-COUNT = ZERO
               MOVE "  (NO RATED PLAY IN THE PERIOD)"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           PERFORM WRITE-STATEMENT-TOTALS
           ADD WS-AT-DAYS TO WS-ST-DAYS
           ADD WS-AT-WAG  TO WS-ST-WAG
           ADD WS-AT-RTN  TO WS-ST-RTN.

       GATHER-ACCOUNT-DAYS.
      *    Collect the account's day entries in date order, each
      *    one inserted ahead of any later date already gathered.
           MOVE ZERO TO WS-DX-COUNT
           MOVE 1 TO WS-AD-IX
           PERFORM UNTIL WS-AD-IX > WS-AD-COUNT
               IF WS-AD-ACCOUNT-ID (WS-AD-IX) = WS-STMT-ACCOUNT
                   PERFORM INSERT-DAY-INDEX
               END-IF
               ADD 1 TO WS-AD-IX
           END-PERFORM.

       INSERT-DAY-INDEX.
           IF WS-DX-COUNT >= WS-DX-MAX
               MOVE "Y" TO WS-TRUNC-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DX-COUNT
           MOVE WS-DX-COUNT TO WS-DX-IX
           MOVE "N" TO WS-DX-PLACED-SW
           PERFORM UNTIL WS-DX-PLACED
               IF WS-DX-IX = 1
                   MOVE "Y" TO WS-DX-PLACED-SW
               ELSE
                   MOVE WS-DX-AD-IX (WS-DX-IX - 1) TO WS-DX-PREV-IX
                   IF WS-AD-DATE (WS-DX-PREV-IX)
                       <= WS-AD-DATE (WS-AD-IX)
                       MOVE "Y" TO WS-DX-PLACED-SW
                   ELSE
                       MOVE WS-DX-PREV-IX TO WS-DX-AD-IX (WS-DX-IX)
                       SUBTRACT 1 FROM WS-DX-IX
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-AD-IX TO WS-DX-AD-IX (WS-DX-IX).

       READ-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-SW
           IF NOT WS-ACCTMSTR-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STMT-ACCOUNT TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-SW
           END-READ.

       WRITE-STATEMENT-HEADER.
           IF WS-ST-COUNT > 1
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "PLAYER WIN/LOSS STATEMENT" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "PERIOD ................. " WS-FROM-DATE
                  " - " WS-TO-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING "ACCOUNT ................ " WS-STMT-ACCOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF NOT WS-ACCTMSTR-OPEN
               MOVE "ACCOUNT STATUS ......... (MASTER NOT AVAILABLE)"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               IF NOT WS-ACCOUNT-FOUND
                   MOVE "ACCOUNT STATUS ......... NOT ON MASTER"
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               ELSE
                   PERFORM WRITE-ACCOUNT-DATA
               END-IF
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "GAMING DAY          WAGERED           RETURNED"
                  "      NET WIN/(LOSS)"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-ACCOUNT-DATA.
      *    A blank status byte is an account opened before the byte
      *    existed and reads as open.
           MOVE SPACES TO STATEMENT-LINE
           EVALUATE TRUE
               WHEN ACCT-FROZEN
                   MOVE "ACCOUNT STATUS ......... FROZEN"
                       TO STATEMENT-LINE
               WHEN ACCT-CLOSED
                   MOVE "ACCOUNT STATUS ......... CLOSED"
                       TO STATEMENT-LINE
               WHEN OTHER
                   MOVE "ACCOUNT STATUS ......... OPEN"
                       TO STATEMENT-LINE
           END-EVALUATE
           WRITE STATEMENT-LINE

           COMPUTE WS-SDOLLARS = ACCT-BALANCE / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO STATEMENT-LINE
           STRING "CURRENT BALANCE ........ " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE ACCT-COMP-POINTS TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "COMP POINTS ............ " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-DAY-LINE.
           ADD 1 TO WS-AT-DAYS
           ADD WS-AD-WAG-CENTS (WS-AD-IX) TO WS-AT-WAG
           ADD WS-AD-RTN-CENTS (WS-AD-IX) TO WS-AT-RTN
           COMPUTE WS-NET-CENTS =
               WS-AD-RTN-CENTS (WS-AD-IX) - WS-AD-WAG-CENTS (WS-AD-IX)

           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-AD-DATE (WS-AD-IX)      TO WS-ROW-LINE(1:8)
           COMPUTE WS-SDOLLARS = WS-AD-WAG-CENTS (WS-AD-IX) / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(11:18)
           COMPUTE WS-SDOLLARS = WS-AD-RTN-CENTS (WS-AD-IX) / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(30:18)
           COMPUTE WS-SDOLLARS = WS-NET-CENTS / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(50:18)
           MOVE WS-ROW-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-TOTALS.
           COMPUTE WS-NET-CENTS = WS-AT-RTN - WS-AT-WAG

           MOVE SPACES TO WS-ROW-LINE
           MOVE "TOTAL"                    TO WS-ROW-LINE(1:5)
           COMPUTE WS-SDOLLARS = WS-AT-WAG / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(11:18)
           COMPUTE WS-SDOLLARS = WS-AT-RTN / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(30:18)
           COMPUTE WS-SDOLLARS = WS-NET-CENTS / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(50:18)
           MOVE WS-ROW-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-AT-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "DAYS PLAYED ............ " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           COMPUTE WS-SDOLLARS = WS-NET-CENTS / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO STATEMENT-LINE
           STRING "NET WIN/(LOSS) ......... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           COMPUTE WS-SDOLLARS = WS-STMT-SIDE-CENTS / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO STATEMENT-LINE
           STRING "INSURANCE/SIDE BETS .... " WS-EDIT-CENTS
                  " WAGERED (INCLUDED ABOVE)"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-CONTROL-REPORT.
           MOVE "WIN/LOSS STATEMENT CONTROL REPORT" TO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE SPACES TO CONTROL-LINE
           STRING "PERIOD ................. " WS-FROM-DATE
                  " - " WS-TO-DATE
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE SPACES TO CONTROL-LINE
           EVALUATE TRUE
               WHEN WS-ONE-ACCOUNT NOT = SPACES
                   STRING "ACCOUNTS ............... " WS-ONE-ACCOUNT
                       DELIMITED BY SIZE INTO CONTROL-LINE
               WHEN WS-ACCT-FROM = SPACES
                   AND WS-ACCT-TO = HIGH-VALUES
                   MOVE "ACCOUNTS ............... ALL"
                       TO CONTROL-LINE
               WHEN OTHER
                   STRING "ACCOUNTS ............... " WS-ACCT-FROM
                          " - " WS-ACCT-TO
                       DELIMITED BY SIZE INTO CONTROL-LINE
           END-EVALUATE
           WRITE CONTROL-LINE

           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE "LEDGER ROWS IN THE PERIOD" TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "                           ROWS           WAGERED"
                  "           RETURNED"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE "RATED SETTLEMENTS"  TO WS-ROW-LINE
           MOVE WS-CT-SET-ROWS       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WS-CTL-COUNT
           MOVE WS-CT-SET-WAG        TO WS-DIFF-WAG
           MOVE WS-CT-SET-RTN        TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           MOVE "RATED VOIDS (LESS)" TO WS-ROW-LINE
           MOVE WS-CT-VOID-ROWS      TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WS-CTL-COUNT
           MOVE WS-CT-VOID-WAG       TO WS-DIFF-WAG
           MOVE WS-CT-VOID-RTN       TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           MOVE "RATED PLAY, NET"    TO WS-ROW-LINE
           MOVE SPACES               TO WS-CTL-COUNT
           MOVE WS-CT-RATED-WAG      TO WS-DIFF-WAG
           MOVE WS-CT-RATED-RTN      TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           MOVE "CASH (UNRATED) PLAY" TO WS-ROW-LINE
           MOVE WS-CT-CASH-ROWS      TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WS-CTL-COUNT
           MOVE WS-CT-CASH-WAG       TO WS-DIFF-WAG
           MOVE WS-CT-CASH-RTN       TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           MOVE "NOT SELECTED"       TO WS-ROW-LINE
           MOVE WS-CT-OTHER-ROWS     TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WS-CTL-COUNT
           MOVE WS-CT-OTHER-WAG      TO WS-DIFF-WAG
           MOVE WS-CT-OTHER-RTN      TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           MOVE "ALL PLAY, NET"      TO WS-ROW-LINE
           MOVE SPACES               TO WS-CTL-COUNT
           MOVE WS-CT-ALL-WAG        TO WS-DIFF-WAG
           MOVE WS-CT-ALL-RTN        TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           COMPUTE WS-SDOLLARS = WS-CT-SIDE-WAG / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO CONTROL-LINE
           STRING "RATED INSURANCE/SIDE ... " WS-EDIT-CENTS
                  " WAGERED (IN RATED PLAY)"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE

           PERFORM WRITE-BOOKED-BRIDGE

           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE "STATEMENTS PRINTED" TO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE WS-ST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO CONTROL-LINE
           STRING "STATEMENTS ............. " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE WS-ST-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO CONTROL-LINE
           STRING "DAYS STATED ............ " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE "SUM OF STATEMENTS"  TO WS-ROW-LINE
           MOVE SPACES               TO WS-CTL-COUNT
           MOVE WS-ST-WAG            TO WS-DIFF-WAG
           MOVE WS-ST-RTN            TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           COMPUTE WS-DIFF-WAG = WS-CT-RATED-WAG - WS-ST-WAG
           COMPUTE WS-DIFF-RTN = WS-CT-RATED-RTN - WS-ST-RTN
           IF WS-DIFF-WAG NOT = ZERO OR WS-DIFF-RTN NOT = ZERO
               OR WS-TRUNCATED
               MOVE "N" TO WS-BALANCE-SW
           END-IF
           MOVE "DIFFERENCE"         TO WS-ROW-LINE
           MOVE SPACES               TO WS-CTL-COUNT
           PERFORM WRITE-CONTROL-ROW

           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE
           IF WS-IN-BALANCE
               MOVE "CONTROL ................ IN BALANCE"
                   TO CONTROL-LINE
               WRITE CONTROL-LINE
           ELSE
               MOVE "CONTROL ................ ** OUT OF BALANCE **"
                   TO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF
           IF WS-TRUNCATED
               MOVE "** MORE ACCOUNTS/DAYS THAN THE TABLES HOLD"
                   TO CONTROL-LINE
               WRITE CONTROL-LINE
               MOVE "** STATEMENTS INCOMPLETE - RERUN BY ACCOUNT RANGE"
                   TO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.

       WRITE-BOOKED-BRIDGE.
      *    (A) as booked + (B) - (C) must equal rated play, net.
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE "RATED PLAY AS BOOKED TO RATED PLAY, NET"
               TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "  (A) ROWS ON THEIR OWN DATE, VOIDS ON THE DAY KEYED"
                  " (PERIOD-RPT)"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "  (B) ADD BACK VOIDS KEYED IN THE PERIOD OF HANDS"
                  " SETTLED BEFORE IT"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "  (C) LESS VOIDS KEYED AFTER THE PERIOD OF HANDS"
                  " SETTLED IN IT"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE SPACES TO CONTROL-LINE
           STRING "                           ROWS           WAGERED"
                  "           RETURNED"
               DELIMITED BY SIZE INTO CONTROL-LINE
           WRITE CONTROL-LINE

           MOVE "(A) AS BOOKED"      TO WS-ROW-LINE
           MOVE WS-BK-ROWS           TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WS-CTL-COUNT
           MOVE WS-BK-WAG            TO WS-DIFF-WAG
           MOVE WS-BK-RTN            TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           MOVE "(B) ADD BACK"       TO WS-ROW-LINE
           MOVE WS-BR-ADD-ROWS       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WS-CTL-COUNT
           MOVE WS-BR-ADD-WAG        TO WS-DIFF-WAG
           MOVE WS-BR-ADD-RTN        TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           MOVE "(C) LESS"           TO WS-ROW-LINE
           MOVE WS-BR-LESS-ROWS      TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO WS-CTL-COUNT
           MOVE WS-BR-LESS-WAG       TO WS-DIFF-WAG
           MOVE WS-BR-LESS-RTN       TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           COMPUTE WS-BR-NET-WAG =
               WS-BK-WAG + WS-BR-ADD-WAG - WS-BR-LESS-WAG
           COMPUTE WS-BR-NET-RTN =
               WS-BK-RTN + WS-BR-ADD-RTN - WS-BR-LESS-RTN
           MOVE "(A) + (B) - (C)"    TO WS-ROW-LINE
           MOVE SPACES               TO WS-CTL-COUNT
           MOVE WS-BR-NET-WAG        TO WS-DIFF-WAG
           MOVE WS-BR-NET-RTN        TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           MOVE "RATED PLAY, NET"    TO WS-ROW-LINE
           MOVE SPACES               TO WS-CTL-COUNT
           MOVE WS-CT-RATED-WAG      TO WS-DIFF-WAG
           MOVE WS-CT-RATED-RTN      TO WS-DIFF-RTN
           PERFORM WRITE-CONTROL-ROW

           COMPUTE WS-DIFF-WAG = WS-BR-NET-WAG - WS-CT-RATED-WAG
           COMPUTE WS-DIFF-RTN = WS-BR-NET-RTN - WS-CT-RATED-RTN
           IF WS-DIFF-WAG NOT = ZERO OR WS-DIFF-RTN NOT = ZERO
               MOVE "N" TO WS-BALANCE-SW
           END-IF
           MOVE "DIFFERENCE"         TO WS-ROW-LINE
           MOVE SPACES               TO WS-CTL-COUNT
           PERFORM WRITE-CONTROL-ROW.

       WRITE-CONTROL-ROW.
      *    Label in WS-ROW-LINE(1:20), count in WS-CTL-COUNT
      *    (blank on a net line), amounts in WS-DIFF-WAG and
      *    WS-DIFF-RTN.
           MOVE WS-CTL-COUNT               TO WS-ROW-LINE(21:11)
           COMPUTE WS-SDOLLARS = WS-DIFF-WAG / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(33:18)
           COMPUTE WS-SDOLLARS = WS-DIFF-RTN / 100
           MOVE WS-SDOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(52:18)
           MOVE WS-ROW-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE.
