       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-RPT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Daily segregation-of-duties exception report.
      *
      * Every money-moving screen and job stamps the operator who
      * keyed it, but each journal is read on its own - nobody was
      * cross-reading them, so one person holding both ends of a
      * transaction only came out of internal audit's quarterly
      * hand sample. This job cross-reads the day's journals and
      * lists every conflict for RUN_DATE:
      *
      *   MARKERS   - a marker redeemed on RUN_DATE by the operator
      *               who issued it (CAGEJRNL "I" and "R" rows for
      *               the same marker id; the issue can be on any
      *               earlier day).
      *   SLIPS     - a fill or credit slip whose runner and
      *               supervisor are the same person; a slip signed
      *               by the supervisor who also signed that table's
      *               closing tray count for the day.
      *   SUSPENSE  - a suspense item resubmitted or written off by
      *               an operator who keyed cage transactions for the
      *               same account that day - account items from
      *               ACCTDISP directly, hand items from SUSDISP with
      *               the account taken off the suspended hand (cash
      *               hands carry no account and cannot conflict).
      *   COMPS     - a comp redemption keyed by an operator who
      *               keyed cage transactions for the same account
      *               that day.
      *   SIGN-ONS  - every id with a SIGNON-DENIED on RUN_DATE,
      *               with the count and first/last time of the run.
      *   INACTIVE  - every screen action journaled on RUN_DATE under
      *               an id that was inactive on OPERMSTR at the time
      *               of the action, or that is not on OPERMSTR at
      *               all. The day's DEACTIVATE/REACTIVATE entries
      *               are replayed in journal order, so a session
      *               that ran before its operator was deactivated is
      *               not flagged and one that carried on after it
      *               is. OPERMSTR holds today's status, so an id's
      *               status at the start of RUN_DATE is taken from
      *               its first status change on or after RUN_DATE
      *               (a rerun for an earlier day sees the later
      *               changes too), and from the master only when
      *               it has not changed since.
      *
      * Input (environment variables):
      *   RUN_DATE - YYYYMMDD, optional; the day to report. Defaults
      *              to today.
      *
      * Files:
      *   OPER-JOURNAL-FILE    (logical name "OPRJRNL")  - screens
      *   OPERATOR-MASTER-FILE (logical name "OPERMSTR") - operators
      *   CAGE-JOURNAL-FILE    (logical name "CAGEJRNL") - cage txns
      *   FILL-CREDIT-FILE     (logical name "FILLCRDT") - slips
      *   TRAY-COUNT-FILE      (logical name "TRAYCNT")  - tray counts
      *   COMP-JOURNAL-FILE    (logical name "CMPJRNL")  - comps
      *   SUSPENSE-FILE        (logical name "SUSPENSE") - hand items
      *   SUSP-DISP-FILE       (logical name "SUSDISP")  - hand disps
      *   ACCT-DISP-FILE       (logical name "ACCTDISP") - acct disps
      *   REPORT-FILE          (logical name "SODRPT")   - the report
      *
      * A journal that is not on disk simply had nothing keyed to
      * it. While no operator master exists (file status 35, the
      * rollout case the screens fall back on) the inactive-id check
      * cannot be made and the report says so; a master that exists
      * but cannot be opened stops the check and fails the run.
      *
      * Runs in RUN-NIGHT's gated sequence after COMPL-RPT, so audit
      * has the report with the rest of the morning's exceptions.
      *
      * Exit code: 0 = success, no exceptions
      *            1 = operator master could not be opened, or more
      *                rows than the work tables hold - the report
      *                is incomplete
      *            2 = one or more exceptions listed
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *   2026-10-15  REM  Take an id's start-of-day status from its
      *                    first DEACTIVATE/REACTIVATE on or after
      *                    RUN_DATE, not RUN_DATE only - a rerun for
      *                    an earlier day was reading a later status
      *                    change's result off the master as the
      *                    day's starting status.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-JOURNAL-FILE ASSIGN TO "OPRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRJRNL-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPRMSTR-STATUS.

           SELECT CAGE-JOURNAL-FILE ASSIGN TO "CAGEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAGEJRNL-STATUS.

           SELECT FILL-CREDIT-FILE ASSIGN TO "FILLCRDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILLCR-STATUS.

           SELECT TRAY-COUNT-FILE ASSIGN TO "TRAYCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAY-STATUS.

           SELECT COMP-JOURNAL-FILE ASSIGN TO "CMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPJRNL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SUSP-DISP-FILE ASSIGN TO "SUSDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSDISP-STATUS.

           SELECT ACCT-DISP-FILE ASSIGN TO "ACCTDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTDISP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-JOURNAL-FILE.
           COPY OPRJRNL.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMSTR.

       FD  CAGE-JOURNAL-FILE.
           COPY CAGEJRNL.

       FD  FILL-CREDIT-FILE.
           COPY FILLCR.

       FD  TRAY-COUNT-FILE.
           COPY TRAYCNT.

       FD  COMP-JOURNAL-FILE.
           COPY CMPJRNL.

       FD  SUSPENSE-FILE.
           COPY SUSREC.

       FD  SUSP-DISP-FILE.
           COPY SUSDISP.

       FD  ACCT-DISP-FILE.
           COPY ACCTDISP.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPRJRNL-STATUS       PIC XX     VALUE "00".
       01  WS-OPRMSTR-STATUS       PIC XX     VALUE "00".
       01  WS-CAGEJRNL-STATUS      PIC XX     VALUE "00".
       01  WS-FILLCR-STATUS        PIC XX     VALUE "00".
       01  WS-TRAY-STATUS          PIC XX     VALUE "00".
       01  WS-CMPJRNL-STATUS       PIC XX     VALUE "00".
       01  WS-SUSPENSE-STATUS      PIC XX     VALUE "00".
       01  WS-SUSDISP-STATUS       PIC XX     VALUE "00".
       01  WS-ACCTDISP-STATUS      PIC XX     VALUE "00".
       01  WS-EOF-SW               PIC X      VALUE "N".
           88 WS-EOF                          VALUE "Y".

       01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.

      *    "Y" master read, "N" no master yet (rollout fallback),
      *    "E" master on disk but could not be opened.
       01  WS-MASTER-SW            PIC X      VALUE "N".
           88 WS-MASTER-LOADED                VALUE "Y".
           88 WS-MASTER-MISSING               VALUE "N".
           88 WS-MASTER-ERROR                 VALUE "E".

      *    Distinct (operator, account) pairs keyed at the cage on
      *    RUN_DATE, with the number of transactions - the other
      *    half of the suspense and comp checks.
       01  WS-CG-MAX               PIC 9(05)  COMP VALUE 5000.
       01  WS-CG-COUNT             PIC 9(05)  COMP VALUE ZERO.
       01  WS-CG-IX                PIC 9(05)  COMP VALUE ZERO.
       01  WS-CG-FOUND-IX          PIC 9(05)  COMP VALUE ZERO.
       01  WS-CG-TABLE.
           05  WS-CG-ENTRY OCCURS 5000 TIMES.
               10  WS-CG-OPERATOR    PIC X(08).
               10  WS-CG-ACCOUNT-ID  PIC X(10).
               10  WS-CG-TXNS        PIC 9(05).
       01  WS-KEY-OPERATOR         PIC X(08)  VALUE SPACES.
       01  WS-KEY-ACCOUNT-ID       PIC X(10)  VALUE SPACES.
       01  WS-CAGE-TXNS            PIC 9(05)  VALUE ZERO.

      *    Markers redeemed on RUN_DATE; the issuing operator is
      *    filled in by a second pass over the cage journal.
       01  WS-MR-MAX               PIC 9(04)  COMP VALUE 2000.
       01  WS-MR-COUNT             PIC 9(04)  COMP VALUE ZERO.
       01  WS-MR-IX                PIC 9(04)  COMP VALUE ZERO.
       01  WS-MR-TABLE.
           05  WS-MR-ENTRY OCCURS 2000 TIMES.
               10  WS-MR-MARKER-ID   PIC X(10).
               10  WS-MR-ACCOUNT-ID  PIC X(10).
               10  WS-MR-REDEEMER    PIC X(08).
               10  WS-MR-REDEEM-TS   PIC X(20).
               10  WS-MR-ISSUER      PIC X(08).
               10  WS-MR-ISSUE-TS    PIC X(20).

      *    Distinct (table, supervisor) pairs on RUN_DATE's closing
      *    tray counts. A superseded count was still signed, so
      *    every closing count counts, not only the one that stands.
       01  WS-TC-MAX               PIC 9(04)  COMP VALUE 1000.
       01  WS-TC-COUNT             PIC 9(04)  COMP VALUE ZERO.
       01  WS-TC-IX                PIC 9(04)  COMP VALUE ZERO.
       01  WS-TC-FOUND-IX          PIC 9(04)  COMP VALUE ZERO.
       01  WS-TC-TABLE.
           05  WS-TC-ENTRY OCCURS 1000 TIMES.
               10  WS-TC-TABLE-ID    PIC X(04).
               10  WS-TC-SUPERVISOR  PIC X(08).

      *    Hand suspense items worked on RUN_DATE, with the account
      *    resolved off the suspense queue record they match (same
      *    six match fields SUS-MAINT uses).
       01  WS-SD-MAX               PIC 9(04)  COMP VALUE 2000.
       01  WS-SD-COUNT             PIC 9(04)  COMP VALUE ZERO.
       01  WS-SD-IX                PIC 9(04)  COMP VALUE ZERO.
       01  WS-SD-FOUND-IX          PIC 9(04)  COMP VALUE ZERO.
       01  WS-SD-TABLE.
           05  WS-SD-ENTRY OCCURS 2000 TIMES.
               10  WS-SD-TIMESTAMP   PIC X(20).
               10  WS-SD-TABLE-ID    PIC X(04).
               10  WS-SD-BET-RAW     PIC X(18).
               10  WS-SD-RESULT-RAW  PIC X(14).
               10  WS-SD-SHOE-ID     PIC X(10).
               10  WS-SD-HAND-RAW    PIC X(10).
               10  WS-SD-DISPOSITION PIC X(01).
               10  WS-SD-OPERATOR    PIC X(08).
               10  WS-SD-DISP-TS     PIC X(20).
               10  WS-SD-ACCOUNT-ID  PIC X(10).
               10  WS-SD-RESOLVED-SW PIC X(01).
                   88 WS-SD-RESOLVED          VALUE "Y".

      *    Every id seen on RUN_DATE's screen journal - as the
      *    keying operator or as the target of a DEACTIVATE or
      *    REACTIVATE. MSTR is the status on OPERMSTR now ("A",
      *    "I", or "N" not on the master); START is the status at
      *    the start of the day, worked back from the first of the
      *    day's status changes; CUR follows the changes through
      *    the journal in order.
       01  WS-OP-MAX               PIC 9(04)  COMP VALUE 1000.
       01  WS-OP-COUNT             PIC 9(04)  COMP VALUE ZERO.
       01  WS-OP-IX                PIC 9(04)  COMP VALUE ZERO.
       01  WS-OP-FOUND-IX          PIC 9(04)  COMP VALUE ZERO.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 1000 TIMES.
               10  WS-OP-ID          PIC X(08).
               10  WS-OP-MSTR        PIC X(01).
               10  WS-OP-START       PIC X(01).
               10  WS-OP-CUR         PIC X(01).
               10  WS-OP-CHANGED-SW  PIC X(01).
               10  WS-OP-DENIALS     PIC 9(05).
               10  WS-OP-FIRST-DENY  PIC X(20).
               10  WS-OP-LAST-DENY   PIC X(20).
               10  WS-OP-DENY-PGM    PIC X(10).
       01  WS-KEY-OPR-ID           PIC X(08)  VALUE SPACES.

       01  WS-TRUNC-SW             PIC X      VALUE "N".
           88 WS-TRUNCATED                    VALUE "Y".

       01  WS-MARKER-EXC           PIC 9(05)  VALUE ZERO.
       01  WS-SLIP-EXC             PIC 9(05)  VALUE ZERO.
       01  WS-SUSP-EXC             PIC 9(05)  VALUE ZERO.
       01  WS-COMP-EXC             PIC 9(05)  VALUE ZERO.
       01  WS-DENIED-IDS           PIC 9(05)  VALUE ZERO.
       01  WS-INACTIVE-EXC         PIC 9(05)  VALUE ZERO.
       01  WS-TOTAL-EXC            PIC 9(06)  VALUE ZERO.

       01  WS-CONFLICT             PIC X(28)  VALUE SPACES.
       01  WS-EDIT-COUNT           PIC ZZZZ9.
       01  WS-EDIT-TOTAL           PIC ZZZ,ZZ9.
       01  WS-EDIT-POINTS          PIC ZZZ,ZZZ,ZZ9.
       01  WS-ROW-LINE             PIC X(80)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           PERFORM LOAD-CAGE-DAY
           PERFORM FIND-MARKER-ISSUERS
           PERFORM LOAD-CLOSING-COUNTS
           PERFORM LOAD-HAND-DISPS
           PERFORM RESOLVE-HAND-ACCOUNTS
           PERFORM LOAD-OPERATOR-DAY
           PERFORM LOOK-UP-OPERATORS

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-MARKER-SECTION
           PERFORM WRITE-SLIP-SECTION
           PERFORM WRITE-SUSPENSE-SECTION
           PERFORM WRITE-COMP-SECTION
           PERFORM WRITE-DENIED-SECTION
           PERFORM WRITE-INACTIVE-SECTION
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE

           IF WS-TRUNCATED
               DISPLAY "WARNING=more rows than the work tables hold"
                   " - report incomplete"
           END-IF
           IF WS-MASTER-ERROR
               DISPLAY "WARNING=cannot open operator master, status "
                   WS-OPRMSTR-STATUS " - inactive-id check not run"
           END-IF
           DISPLAY "RUN_DATE="             WS-RUN-DATE
           DISPLAY "MARKER_EXCEPTIONS="    WS-MARKER-EXC
           DISPLAY "SLIP_EXCEPTIONS="      WS-SLIP-EXC
           DISPLAY "SUSPENSE_EXCEPTIONS="  WS-SUSP-EXC
           DISPLAY "COMP_EXCEPTIONS="      WS-COMP-EXC
           DISPLAY "SIGNON_DENIED_IDS="    WS-DENIED-IDS
           DISPLAY "INACTIVE_ID_ACTIONS="  WS-INACTIVE-EXC
           DISPLAY "TOTAL_EXCEPTIONS="     WS-TOTAL-EXC
           IF WS-TRUNCATED OR WS-MASTER-ERROR
               STOP RUN RETURNING 1
           END-IF
           IF WS-TOTAL-EXC > ZERO
               STOP RUN RETURNING 2
           END-IF
           STOP RUN.

       LOAD-CAGE-DAY.
      *    RUN_DATE's cage rows: who keyed which account, and which
      *    markers came back.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CAGE-JOURNAL-FILE
           IF WS-CAGEJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CAGE
           PERFORM UNTIL WS-EOF
               IF CJ-TIMESTAMP(1:8) = WS-RUN-DATE
                   AND CJ-OPERATOR-ID NOT = SPACES
                   MOVE CJ-OPERATOR-ID TO WS-KEY-OPERATOR
                   MOVE CJ-ACCOUNT-ID  TO WS-KEY-ACCOUNT-ID
                   PERFORM FIND-OR-ADD-CAGE-PAIR
                   IF WS-CG-FOUND-IX > ZERO
                       ADD 1 TO WS-CG-TXNS (WS-CG-FOUND-IX)
                   END-IF
                   IF CJ-MARKER-REDEEM
                       PERFORM ADD-MARKER-REDEMPTION
                   END-IF
               END-IF
               PERFORM READ-CAGE
           END-PERFORM

           CLOSE CAGE-JOURNAL-FILE.

       READ-CAGE.
           READ CAGE-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       FIND-OR-ADD-CAGE-PAIR.
           PERFORM FIND-CAGE-PAIR
           IF WS-CG-FOUND-IX = ZERO
               IF WS-CG-COUNT < WS-CG-MAX
                   ADD 1 TO WS-CG-COUNT
                   MOVE WS-KEY-OPERATOR
                       TO WS-CG-OPERATOR (WS-CG-COUNT)
                   MOVE WS-KEY-ACCOUNT-ID
                       TO WS-CG-ACCOUNT-ID (WS-CG-COUNT)
                   MOVE ZERO TO WS-CG-TXNS (WS-CG-COUNT)
                   MOVE WS-CG-COUNT TO WS-CG-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
               END-IF
           END-IF.

       FIND-CAGE-PAIR.
      *    WS-KEY-OPERATOR + WS-KEY-ACCOUNT-ID in; WS-CG-FOUND-IX
      *    and WS-CAGE-TXNS out (zero when the pair was not keyed).
           MOVE ZERO TO WS-CG-FOUND-IX
           MOVE ZERO TO WS-CAGE-TXNS
           MOVE 1 TO WS-CG-IX
           PERFORM UNTIL WS-CG-IX > WS-CG-COUNT
               OR WS-CG-FOUND-IX > ZERO
               IF WS-CG-OPERATOR (WS-CG-IX) = WS-KEY-OPERATOR
                   AND WS-CG-ACCOUNT-ID (WS-CG-IX) = WS-KEY-ACCOUNT-ID
                   MOVE WS-CG-IX TO WS-CG-FOUND-IX
                   MOVE WS-CG-TXNS (WS-CG-IX) TO WS-CAGE-TXNS
               END-IF
               ADD 1 TO WS-CG-IX
           END-PERFORM.

       ADD-MARKER-REDEMPTION.
           IF WS-MR-COUNT >= WS-MR-MAX
               MOVE "Y" TO WS-TRUNC-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MR-COUNT
           MOVE CJ-MARKER-ID   TO WS-MR-MARKER-ID (WS-MR-COUNT)
           MOVE CJ-ACCOUNT-ID  TO WS-MR-ACCOUNT-ID (WS-MR-COUNT)
           MOVE CJ-OPERATOR-ID TO WS-MR-REDEEMER (WS-MR-COUNT)
           MOVE CJ-TIMESTAMP   TO WS-MR-REDEEM-TS (WS-MR-COUNT)
           MOVE SPACES         TO WS-MR-ISSUER (WS-MR-COUNT)
           MOVE SPACES         TO WS-MR-ISSUE-TS (WS-MR-COUNT).

       FIND-MARKER-ISSUERS.
      *    The issue can be any earlier day, so the whole journal
      *    is read again for the "I" rows of the day's redemptions.
           IF WS-MR-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CAGE-JOURNAL-FILE
           IF WS-CAGEJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CAGE
           PERFORM UNTIL WS-EOF
               IF CJ-MARKER-ISSUE
                   MOVE 1 TO WS-MR-IX
                   PERFORM UNTIL WS-MR-IX > WS-MR-COUNT
                       IF WS-MR-MARKER-ID (WS-MR-IX) = CJ-MARKER-ID
                           MOVE CJ-OPERATOR-ID
                               TO WS-MR-ISSUER (WS-MR-IX)
                           MOVE CJ-TIMESTAMP
                               TO WS-MR-ISSUE-TS (WS-MR-IX)
                       END-IF
                       ADD 1 TO WS-MR-IX
                   END-PERFORM
               END-IF
               PERFORM READ-CAGE
           END-PERFORM

           CLOSE CAGE-JOURNAL-FILE.

       LOAD-CLOSING-COUNTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRAY-COUNT-FILE
           IF WS-TRAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-COUNT
           PERFORM UNTIL WS-EOF
               IF TRC-COUNT-DATE = WS-RUN-DATE
                   AND TRC-CLOSING
                   AND TRC-SUPERVISOR-ID NOT = SPACES
                   PERFORM FIND-CLOSING-COUNT
                   IF WS-TC-FOUND-IX = ZERO
                       IF WS-TC-COUNT < WS-TC-MAX
                           ADD 1 TO WS-TC-COUNT
                           MOVE TRC-TABLE-ID
                               TO WS-TC-TABLE-ID (WS-TC-COUNT)
                           MOVE TRC-SUPERVISOR-ID
                               TO WS-TC-SUPERVISOR (WS-TC-COUNT)
                       ELSE
                           MOVE "Y" TO WS-TRUNC-SW
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-COUNT
           END-PERFORM

           CLOSE TRAY-COUNT-FILE.

       READ-COUNT.
           READ TRAY-COUNT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       FIND-CLOSING-COUNT.
      *    TRC-TABLE-ID + TRC-SUPERVISOR-ID in; WS-TC-FOUND-IX out.
           MOVE ZERO TO WS-TC-FOUND-IX
           MOVE 1 TO WS-TC-IX
           PERFORM UNTIL WS-TC-IX > WS-TC-COUNT
               OR WS-TC-FOUND-IX > ZERO
               IF WS-TC-TABLE-ID (WS-TC-IX) = TRC-TABLE-ID
                   AND WS-TC-SUPERVISOR (WS-TC-IX) = TRC-SUPERVISOR-ID
                   MOVE WS-TC-IX TO WS-TC-FOUND-IX
               END-IF
               ADD 1 TO WS-TC-IX
           END-PERFORM.

       LOAD-HAND-DISPS.
      *    Only resubmits and write-offs stamped on RUN_DATE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSP-DISP-FILE
           IF WS-SUSDISP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-HAND-DISP
           PERFORM UNTIL WS-EOF
               IF SD-DISP-TIMESTAMP(1:8) = WS-RUN-DATE
                   AND (SD-DISPOSITION = "R" OR SD-DISPOSITION = "W")
                   PERFORM ADD-HAND-DISP
               END-IF
               PERFORM READ-HAND-DISP
           END-PERFORM

           CLOSE SUSP-DISP-FILE.

       READ-HAND-DISP.
           READ SUSP-DISP-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       ADD-HAND-DISP.
           IF WS-SD-COUNT >= WS-SD-MAX
               MOVE "Y" TO WS-TRUNC-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SD-COUNT
           MOVE SD-MATCH-TIMESTAMP  TO WS-SD-TIMESTAMP (WS-SD-COUNT)
           MOVE SD-MATCH-TABLE-ID   TO WS-SD-TABLE-ID (WS-SD-COUNT)
           MOVE SD-MATCH-BET-RAW    TO WS-SD-BET-RAW (WS-SD-COUNT)
           MOVE SD-MATCH-RESULT-RAW TO WS-SD-RESULT-RAW (WS-SD-COUNT)
           MOVE SD-MATCH-SHOE-ID    TO WS-SD-SHOE-ID (WS-SD-COUNT)
           MOVE SD-MATCH-HAND-RAW   TO WS-SD-HAND-RAW (WS-SD-COUNT)
           MOVE SD-DISPOSITION      TO WS-SD-DISPOSITION (WS-SD-COUNT)
           MOVE SD-OPERATOR         TO WS-SD-OPERATOR (WS-SD-COUNT)
           MOVE SD-DISP-TIMESTAMP   TO WS-SD-DISP-TS (WS-SD-COUNT)
           MOVE SPACES              TO WS-SD-ACCOUNT-ID (WS-SD-COUNT)
           MOVE "N"                 TO WS-SD-RESOLVED-SW (WS-SD-COUNT).

       RESOLVE-HAND-ACCOUNTS.
      *    The side record carries the hand's match keys only; the
      *    account is on the suspended hand itself. First unresolved
      *    side record matching a queue record takes its account,
      *    same first-match rule as SUS-MAINT's merge.
           IF WS-SD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-SUSPENSE
           PERFORM UNTIL WS-EOF
               PERFORM MATCH-HAND-DISP
               IF WS-SD-FOUND-IX > ZERO
                   MOVE SUS-ACCOUNT-ID
                       TO WS-SD-ACCOUNT-ID (WS-SD-FOUND-IX)
                   MOVE "Y" TO WS-SD-RESOLVED-SW (WS-SD-FOUND-IX)
               END-IF
               PERFORM READ-SUSPENSE
           END-PERFORM

           CLOSE SUSPENSE-FILE.

       READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       MATCH-HAND-DISP.
           MOVE ZERO TO WS-SD-FOUND-IX
           MOVE 1 TO WS-SD-IX
           PERFORM UNTIL WS-SD-IX > WS-SD-COUNT
               OR WS-SD-FOUND-IX > ZERO
               IF NOT WS-SD-RESOLVED (WS-SD-IX)
                   AND WS-SD-TIMESTAMP (WS-SD-IX) = SUS-TIMESTAMP
                   AND WS-SD-TABLE-ID (WS-SD-IX) = SUS-TABLE-ID
                   AND WS-SD-BET-RAW (WS-SD-IX) = SUS-BET-CENTS-RAW
                   AND WS-SD-RESULT-RAW (WS-SD-IX) = SUS-RESULT-RAW
                   AND WS-SD-SHOE-ID (WS-SD-IX) = SUS-SHOE-ID
                   AND WS-SD-HAND-RAW (WS-SD-IX) = SUS-HAND-NO-RAW
                   MOVE WS-SD-IX TO WS-SD-FOUND-IX
               END-IF
               ADD 1 TO WS-SD-IX
           END-PERFORM.

       LOAD-OPERATOR-DAY.
      *    First pass over the screen journal: every id in play on
      *    RUN_DATE, the sign-on denials, and which way each id's
      *    first status change on or after RUN_DATE went. The
      *    journal is in time order, so the first change seen is
      *    the earliest.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT OPER-JOURNAL-FILE
           IF WS-OPRJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-OPR-JOURNAL
           PERFORM UNTIL WS-EOF
               IF OJ-TIMESTAMP(1:8) = WS-RUN-DATE
                   PERFORM NOTE-OPERATOR-ROW
               ELSE
                   IF OJ-TIMESTAMP(1:8) > WS-RUN-DATE
                       PERFORM NOTE-STATUS-CHANGE
                   END-IF
               END-IF
               PERFORM READ-OPR-JOURNAL
           END-PERFORM

           CLOSE OPER-JOURNAL-FILE.

       READ-OPR-JOURNAL.
           READ OPER-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       NOTE-OPERATOR-ROW.
           IF OJ-OPERATOR NOT = SPACES
               MOVE OJ-OPERATOR TO WS-KEY-OPR-ID
               PERFORM FIND-OR-ADD-OPERATOR
               IF WS-OP-FOUND-IX > ZERO
                   AND OJ-ACTION = "SIGNON-DENIED"
                   ADD 1 TO WS-OP-DENIALS (WS-OP-FOUND-IX)
                   IF WS-OP-DENIALS (WS-OP-FOUND-IX) = 1
                       MOVE OJ-TIMESTAMP
                           TO WS-OP-FIRST-DENY (WS-OP-FOUND-IX)
                   END-IF
                   MOVE OJ-TIMESTAMP
                       TO WS-OP-LAST-DENY (WS-OP-FOUND-IX)
                   MOVE OJ-PROGRAM
                       TO WS-OP-DENY-PGM (WS-OP-FOUND-IX)
               END-IF
           END-IF
           PERFORM NOTE-STATUS-CHANGE.

       NOTE-STATUS-CHANGE.
      *    A deactivation means the id was active before it; a
      *    reactivation means it was inactive.
           IF (OJ-ACTION = "DEACTIVATE" OR OJ-ACTION = "REACTIVATE")
               AND OJ-DETAIL(1:8) NOT = SPACES
               MOVE OJ-DETAIL(1:8) TO WS-KEY-OPR-ID
               PERFORM FIND-OR-ADD-OPERATOR
               IF WS-OP-FOUND-IX > ZERO
                   AND WS-OP-CHANGED-SW (WS-OP-FOUND-IX) = "N"
                   MOVE "Y" TO WS-OP-CHANGED-SW (WS-OP-FOUND-IX)
                   IF OJ-ACTION = "DEACTIVATE"
                       MOVE "A" TO WS-OP-START (WS-OP-FOUND-IX)
                   ELSE
                       MOVE "I" TO WS-OP-START (WS-OP-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-OPERATOR.
      *    WS-KEY-OPR-ID in; WS-OP-FOUND-IX out.
           MOVE ZERO TO WS-OP-FOUND-IX
           MOVE 1 TO WS-OP-IX
           PERFORM UNTIL WS-OP-IX > WS-OP-COUNT
               OR WS-OP-FOUND-IX > ZERO
               IF WS-OP-ID (WS-OP-IX) = WS-KEY-OPR-ID
                   MOVE WS-OP-IX TO WS-OP-FOUND-IX
               END-IF
               ADD 1 TO WS-OP-IX
           END-PERFORM

           IF WS-OP-FOUND-IX = ZERO
               IF WS-OP-COUNT < WS-OP-MAX
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-KEY-OPR-ID TO WS-OP-ID (WS-OP-COUNT)
                   MOVE "N"    TO WS-OP-MSTR (WS-OP-COUNT)
                   MOVE SPACE  TO WS-OP-START (WS-OP-COUNT)
                   MOVE SPACE  TO WS-OP-CUR (WS-OP-COUNT)
                   MOVE "N"    TO WS-OP-CHANGED-SW (WS-OP-COUNT)
                   MOVE ZERO   TO WS-OP-DENIALS (WS-OP-COUNT)
                   MOVE SPACES TO WS-OP-FIRST-DENY (WS-OP-COUNT)
                   MOVE SPACES TO WS-OP-LAST-DENY (WS-OP-COUNT)
                   MOVE SPACES TO WS-OP-DENY-PGM (WS-OP-COUNT)
                   MOVE WS-OP-COUNT TO WS-OP-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
               END-IF
           END-IF.

       LOOK-UP-OPERATORS.
      *    Same rollout rule as the screens: no master on disk (35)
      *    means nobody could be inactive yet; a master that is
      *    there but will not open is an error, never a pass.
           IF WS-OP-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPRMSTR-STATUS = "35"
               MOVE "N" TO WS-MASTER-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-OPRMSTR-STATUS NOT = "00"
               MOVE "E" TO WS-MASTER-SW
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MASTER-SW

           MOVE 1 TO WS-OP-IX
           PERFORM UNTIL WS-OP-IX > WS-OP-COUNT
               MOVE WS-OP-ID (WS-OP-IX) TO OPR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-OP-MSTR (WS-OP-IX)
                   NOT INVALID KEY
                       MOVE OPR-STATUS TO WS-OP-MSTR (WS-OP-IX)
               END-READ
               IF WS-OP-CHANGED-SW (WS-OP-IX) = "N"
                   MOVE WS-OP-MSTR (WS-OP-IX) TO WS-OP-START (WS-OP-IX)
               END-IF
               MOVE WS-OP-START (WS-OP-IX) TO WS-OP-CUR (WS-OP-IX)
               ADD 1 TO WS-OP-IX
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE.

       WRITE-REPORT-HEADER.
           MOVE "SEGREGATION-OF-DUTIES EXCEPTIONS" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE .......... " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-MASTER-LOADED
                   STRING "OPERATOR MASTER ........ READ"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-MASTER-ERROR
                   STRING "OPERATOR MASTER ........ NOT OPENED, "
                          "STATUS " WS-OPRMSTR-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "OPERATOR MASTER ........ NOT BUILT YET"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

       WRITE-MARKER-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MARKERS ISSUED AND REDEEMED BY THE SAME OPERATOR"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-ROW-LINE
           MOVE "MARKER"   TO WS-ROW-LINE(1:6)
           MOVE "ACCOUNT"  TO WS-ROW-LINE(12:7)
           MOVE "OPERATOR" TO WS-ROW-LINE(23:8)
           MOVE "ISSUED"   TO WS-ROW-LINE(32:6)
           MOVE "REDEEMED" TO WS-ROW-LINE(47:8)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 1 TO WS-MR-IX
           PERFORM UNTIL WS-MR-IX > WS-MR-COUNT
               IF WS-MR-ISSUER (WS-MR-IX) NOT = SPACES
                   AND WS-MR-ISSUER (WS-MR-IX)
                       = WS-MR-REDEEMER (WS-MR-IX)
                   PERFORM WRITE-MARKER-LINE
               END-IF
               ADD 1 TO WS-MR-IX
           END-PERFORM

           IF WS-MARKER-EXC = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-MARKER-LINE.
           ADD 1 TO WS-MARKER-EXC
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-MR-MARKER-ID (WS-MR-IX)   TO WS-ROW-LINE(1:10)
           MOVE WS-MR-ACCOUNT-ID (WS-MR-IX)  TO WS-ROW-LINE(12:10)
           MOVE WS-MR-REDEEMER (WS-MR-IX)    TO WS-ROW-LINE(23:8)
           MOVE WS-MR-ISSUE-TS (WS-MR-IX)    TO WS-ROW-LINE(32:14)
           MOVE WS-MR-REDEEM-TS (WS-MR-IX)   TO WS-ROW-LINE(47:14)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SLIP-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FILL/CREDIT SLIPS - RUNNER, SUPERVISOR, CLOSING COUNT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-ROW-LINE
           MOVE "SLIP"     TO WS-ROW-LINE(1:4)
           MOVE "TABLE"    TO WS-ROW-LINE(10:5)
           MOVE "F/C"      TO WS-ROW-LINE(16:3)
           MOVE "RUNNER"   TO WS-ROW-LINE(20:6)
           MOVE "SUPV"     TO WS-ROW-LINE(29:4)
           MOVE "TIME"     TO WS-ROW-LINE(38:4)
           MOVE "CONFLICT" TO WS-ROW-LINE(53:8)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FILL-CREDIT-FILE
           IF WS-FILLCR-STATUS = "00"
               PERFORM READ-SLIP
               PERFORM UNTIL WS-EOF
                   IF FC-TIMESTAMP(1:8) = WS-RUN-DATE
                       PERFORM CHECK-ONE-SLIP
                   END-IF
                   PERFORM READ-SLIP
               END-PERFORM
               CLOSE FILL-CREDIT-FILE
           END-IF

           IF WS-SLIP-EXC = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       READ-SLIP.
           READ FILL-CREDIT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       CHECK-ONE-SLIP.
           IF FC-SUPERVISOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FC-RUNNER-ID = FC-SUPERVISOR-ID
               MOVE "RUNNER IS THE SUPERVISOR" TO WS-CONFLICT
               PERFORM WRITE-SLIP-LINE
           END-IF

           MOVE ZERO TO WS-TC-FOUND-IX
           MOVE 1 TO WS-TC-IX
           PERFORM UNTIL WS-TC-IX > WS-TC-COUNT
               OR WS-TC-FOUND-IX > ZERO
               IF WS-TC-TABLE-ID (WS-TC-IX) = FC-TABLE-ID
                   AND WS-TC-SUPERVISOR (WS-TC-IX) = FC-SUPERVISOR-ID
                   MOVE WS-TC-IX TO WS-TC-FOUND-IX
               END-IF
               ADD 1 TO WS-TC-IX
           END-PERFORM
           IF WS-TC-FOUND-IX > ZERO
               MOVE "SUPV ALSO SIGNED CLOSING CNT" TO WS-CONFLICT
               PERFORM WRITE-SLIP-LINE
           END-IF.

       WRITE-SLIP-LINE.
           ADD 1 TO WS-SLIP-EXC
           MOVE SPACES TO WS-ROW-LINE
           MOVE FC-SLIP-NO             TO WS-ROW-LINE(1:8)
           MOVE FC-TABLE-ID            TO WS-ROW-LINE(10:4)
           MOVE FC-TXN-TYPE            TO WS-ROW-LINE(17:1)
           MOVE FC-RUNNER-ID           TO WS-ROW-LINE(20:8)
           MOVE FC-SUPERVISOR-ID       TO WS-ROW-LINE(29:8)
           MOVE FC-TIMESTAMP(1:14)     TO WS-ROW-LINE(38:14)
           MOVE WS-CONFLICT            TO WS-ROW-LINE(53:28)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SUSPENSE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUSPENSE WORKED BY AN OPERATOR WHO KEYED CAGE TXNS FOR"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "THE SAME ACCOUNT THAT DAY (DSP R=RESUBMIT W=WRITE-OFF)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-ROW-LINE
           MOVE "QUEUE"    TO WS-ROW-LINE(1:5)
           MOVE "ACCOUNT"  TO WS-ROW-LINE(7:7)
           MOVE "OPERATOR" TO WS-ROW-LINE(19:8)
           MOVE "DSP"      TO WS-ROW-LINE(28:3)
           MOVE "WORKED"   TO WS-ROW-LINE(32:6)
           MOVE "CAGE"     TO WS-ROW-LINE(48:4)
           MOVE "ITEM"     TO WS-ROW-LINE(55:4)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCT-DISP-FILE
           IF WS-ACCTDISP-STATUS = "00"
               PERFORM READ-ACCT-DISP
               PERFORM UNTIL WS-EOF
                   IF AD-DISP-TIMESTAMP(1:8) = WS-RUN-DATE
                       AND (AD-DISPOSITION = "R"
                           OR AD-DISPOSITION = "W")
                       PERFORM CHECK-ONE-ACCT-DISP
                   END-IF
                   PERFORM READ-ACCT-DISP
               END-PERFORM
               CLOSE ACCT-DISP-FILE
           END-IF

           MOVE 1 TO WS-SD-IX
           PERFORM UNTIL WS-SD-IX > WS-SD-COUNT
               IF WS-SD-ACCOUNT-ID (WS-SD-IX) NOT = SPACES
                   PERFORM CHECK-ONE-HAND-DISP
               END-IF
               ADD 1 TO WS-SD-IX
           END-PERFORM

           IF WS-SUSP-EXC = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       READ-ACCT-DISP.
           READ ACCT-DISP-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       CHECK-ONE-ACCT-DISP.
           MOVE AD-OPERATOR         TO WS-KEY-OPERATOR
           MOVE AD-MATCH-ACCOUNT-ID TO WS-KEY-ACCOUNT-ID
           PERFORM FIND-CAGE-PAIR
           IF WS-CG-FOUND-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUSP-EXC
           MOVE SPACES TO WS-ROW-LINE
           MOVE "ACCT"                 TO WS-ROW-LINE(1:4)
           MOVE AD-MATCH-ACCOUNT-ID    TO WS-ROW-LINE(7:10)
           MOVE AD-OPERATOR            TO WS-ROW-LINE(19:8)
           MOVE AD-DISPOSITION         TO WS-ROW-LINE(29:1)
           MOVE AD-DISP-TIMESTAMP(1:14) TO WS-ROW-LINE(32:14)
           MOVE WS-CAGE-TXNS           TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WS-ROW-LINE(47:5)
           MOVE AD-MATCH-TIMESTAMP(1:14) TO WS-ROW-LINE(55:14)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-ONE-HAND-DISP.
           MOVE WS-SD-OPERATOR (WS-SD-IX)   TO WS-KEY-OPERATOR
           MOVE WS-SD-ACCOUNT-ID (WS-SD-IX) TO WS-KEY-ACCOUNT-ID
           PERFORM FIND-CAGE-PAIR
           IF WS-CG-FOUND-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUSP-EXC
           MOVE SPACES TO WS-ROW-LINE
           MOVE "HAND"                      TO WS-ROW-LINE(1:4)
           MOVE WS-SD-ACCOUNT-ID (WS-SD-IX) TO WS-ROW-LINE(7:10)
           MOVE WS-SD-OPERATOR (WS-SD-IX)   TO WS-ROW-LINE(19:8)
           MOVE WS-SD-DISPOSITION (WS-SD-IX) TO WS-ROW-LINE(29:1)
           MOVE WS-SD-DISP-TS (WS-SD-IX)(1:14)
                                            TO WS-ROW-LINE(32:14)
           MOVE WS-CAGE-TXNS                TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT               TO WS-ROW-LINE(47:5)
           MOVE WS-SD-TABLE-ID (WS-SD-IX)   TO WS-ROW-LINE(55:4)
           MOVE WS-SD-SHOE-ID (WS-SD-IX)    TO WS-ROW-LINE(60:10)
           MOVE WS-SD-HAND-RAW (WS-SD-IX)   TO WS-ROW-LINE(71:10)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-COMP-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COMPS REDEEMED BY AN OPERATOR WHO KEYED CAGE TXNS FOR"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "THE SAME ACCOUNT THAT DAY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-ROW-LINE
           MOVE "ACCOUNT"  TO WS-ROW-LINE(1:7)
           MOVE "OPERATOR" TO WS-ROW-LINE(12:8)
           MOVE "POINTS"   TO WS-ROW-LINE(26:6)
           MOVE "REDEEMED" TO WS-ROW-LINE(33:8)
           MOVE "VENUE"    TO WS-ROW-LINE(48:5)
           MOVE "CAGE"     TO WS-ROW-LINE(58:4)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-EOF-SW
           OPEN INPUT COMP-JOURNAL-FILE
           IF WS-CMPJRNL-STATUS = "00"
               PERFORM READ-COMP
               PERFORM UNTIL WS-EOF
                   IF CP-TIMESTAMP(1:8) = WS-RUN-DATE
                       AND CP-REDEMPTION
                       AND CP-OPERATOR-ID NOT = SPACES
                       PERFORM CHECK-ONE-COMP
                   END-IF
                   PERFORM READ-COMP
               END-PERFORM
               CLOSE COMP-JOURNAL-FILE
           END-IF

           IF WS-COMP-EXC = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       READ-COMP.
           READ COMP-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       CHECK-ONE-COMP.
           MOVE CP-OPERATOR-ID TO WS-KEY-OPERATOR
           MOVE CP-ACCOUNT-ID  TO WS-KEY-ACCOUNT-ID
           PERFORM FIND-CAGE-PAIR
           IF WS-CG-FOUND-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COMP-EXC
           MOVE SPACES TO WS-ROW-LINE
           MOVE CP-ACCOUNT-ID          TO WS-ROW-LINE(1:10)
           MOVE CP-OPERATOR-ID         TO WS-ROW-LINE(12:8)
           MOVE CP-POINTS              TO WS-EDIT-POINTS
           MOVE WS-EDIT-POINTS         TO WS-ROW-LINE(21:11)
           MOVE CP-TIMESTAMP(1:14)     TO WS-ROW-LINE(33:14)
           MOVE CP-VENUE-CODE          TO WS-ROW-LINE(48:8)
           MOVE WS-CAGE-TXNS           TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT          TO WS-ROW-LINE(57:5)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-DENIED-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SIGN-ONS DENIED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-ROW-LINE
           MOVE "OPERATOR" TO WS-ROW-LINE(1:8)
           MOVE "DENIED"   TO WS-ROW-LINE(10:6)
           MOVE "FIRST"    TO WS-ROW-LINE(18:5)
           MOVE "LAST"     TO WS-ROW-LINE(34:4)
           MOVE "PROGRAM"  TO WS-ROW-LINE(50:7)
           MOVE "ON MASTER" TO WS-ROW-LINE(62:9)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 1 TO WS-OP-IX
           PERFORM UNTIL WS-OP-IX > WS-OP-COUNT
               IF WS-OP-DENIALS (WS-OP-IX) > ZERO
                   PERFORM WRITE-DENIED-LINE
               END-IF
               ADD 1 TO WS-OP-IX
           END-PERFORM

           IF WS-DENIED-IDS = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-DENIED-LINE.
           ADD 1 TO WS-DENIED-IDS
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-OP-ID (WS-OP-IX)         TO WS-ROW-LINE(1:8)
           MOVE WS-OP-DENIALS (WS-OP-IX)    TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT               TO WS-ROW-LINE(11:5)
           MOVE WS-OP-FIRST-DENY (WS-OP-IX)(1:14)
                                            TO WS-ROW-LINE(18:14)
           MOVE WS-OP-LAST-DENY (WS-OP-IX)(1:14)
                                            TO WS-ROW-LINE(34:14)
           MOVE WS-OP-DENY-PGM (WS-OP-IX)   TO WS-ROW-LINE(50:10)
           IF WS-MASTER-LOADED
               EVALUATE WS-OP-MSTR (WS-OP-IX)
                   WHEN "A"
                       MOVE "ACTIVE"     TO WS-ROW-LINE(62:13)
                   WHEN "I"
                       MOVE "INACTIVE"   TO WS-ROW-LINE(62:13)
                   WHEN OTHER
                       MOVE "NO SUCH ID" TO WS-ROW-LINE(62:13)
               END-EVALUATE
           END-IF
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-INACTIVE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SCREEN ACTIONS UNDER AN INACTIVE OR UNKNOWN ID"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-MASTER-LOADED
               IF WS-OP-COUNT = ZERO
                   MOVE "  (NONE)" TO REPORT-LINE
               ELSE
                   MOVE "  (NOT CHECKED - NO OPERATOR MASTER READ)"
                       TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW-LINE
           MOVE "OPERATOR" TO WS-ROW-LINE(1:8)
           MOVE "STATUS"   TO WS-ROW-LINE(10:6)
           MOVE "TIME"     TO WS-ROW-LINE(21:4)
           MOVE "PROGRAM"  TO WS-ROW-LINE(36:7)
           MOVE "ACTION"   TO WS-ROW-LINE(47:6)
           MOVE "DETAIL"   TO WS-ROW-LINE(62:6)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

      *    Second pass, in journal order, so each action is judged
      *    against the id's status at that moment.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT OPER-JOURNAL-FILE
           IF WS-OPRJRNL-STATUS = "00"
               PERFORM READ-OPR-JOURNAL
               PERFORM UNTIL WS-EOF
                   IF OJ-TIMESTAMP(1:8) = WS-RUN-DATE
                       PERFORM CHECK-ONE-ACTION
                   END-IF
                   PERFORM READ-OPR-JOURNAL
               END-PERFORM
               CLOSE OPER-JOURNAL-FILE
           END-IF

           IF WS-INACTIVE-EXC = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-ACTION.
      *    A refused sign-on is the control working, and is listed
      *    in its own section - only what got past it is judged.
           IF OJ-OPERATOR NOT = SPACES
               AND OJ-ACTION NOT = "SIGNON-DENIED"
               MOVE OJ-OPERATOR TO WS-KEY-OPR-ID
               PERFORM FIND-OPERATOR
               IF WS-OP-FOUND-IX > ZERO
                   AND WS-OP-CUR (WS-OP-FOUND-IX) NOT = "A"
                   PERFORM WRITE-INACTIVE-LINE
               END-IF
           END-IF

      *    The status change takes effect after the action that
      *    made it, so the supervisor's own entry is judged first.
           IF (OJ-ACTION = "DEACTIVATE" OR OJ-ACTION = "REACTIVATE")
               AND OJ-DETAIL(1:8) NOT = SPACES
               MOVE OJ-DETAIL(1:8) TO WS-KEY-OPR-ID
               PERFORM FIND-OPERATOR
               IF WS-OP-FOUND-IX > ZERO
                   IF OJ-ACTION = "DEACTIVATE"
                       MOVE "I" TO WS-OP-CUR (WS-OP-FOUND-IX)
                   ELSE
                       MOVE "A" TO WS-OP-CUR (WS-OP-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE ZERO TO WS-OP-FOUND-IX
           MOVE 1 TO WS-OP-IX
           PERFORM UNTIL WS-OP-IX > WS-OP-COUNT
               OR WS-OP-FOUND-IX > ZERO
               IF WS-OP-ID (WS-OP-IX) = WS-KEY-OPR-ID
                   MOVE WS-OP-IX TO WS-OP-FOUND-IX
               END-IF
               ADD 1 TO WS-OP-IX
           END-PERFORM.

       WRITE-INACTIVE-LINE.
           ADD 1 TO WS-INACTIVE-EXC
           MOVE SPACES TO WS-ROW-LINE
           MOVE OJ-OPERATOR            TO WS-ROW-LINE(1:8)
           IF WS-OP-CUR (WS-OP-FOUND-IX) = "I"
               MOVE "INACTIVE"         TO WS-ROW-LINE(10:10)
           ELSE
               MOVE "NO SUCH ID"       TO WS-ROW-LINE(10:10)
           END-IF
           MOVE OJ-TIMESTAMP(1:14)     TO WS-ROW-LINE(21:14)
           MOVE OJ-PROGRAM             TO WS-ROW-LINE(36:10)
           MOVE OJ-ACTION              TO WS-ROW-LINE(47:14)
           MOVE OJ-DETAIL(1:19)        TO WS-ROW-LINE(62:19)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SUMMARY.
           COMPUTE WS-TOTAL-EXC = WS-MARKER-EXC + WS-SLIP-EXC
               + WS-SUSP-EXC + WS-COMP-EXC + WS-DENIED-IDS
               + WS-INACTIVE-EXC

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-MARKER-EXC TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "MARKER EXCEPTIONS ...... " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SLIP-EXC TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "SLIP EXCEPTIONS ........ " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SUSP-EXC TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "SUSPENSE EXCEPTIONS .... " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COMP-EXC TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "COMP EXCEPTIONS ........ " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DENIED-IDS TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "IDS DENIED SIGN-ON ..... " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-INACTIVE-EXC TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "INACTIVE-ID ACTIONS .... " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-EXC TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL EXCEPTIONS ....... " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TRUNCATED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** MORE ROWS THAN THE WORK TABLES HOLD"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** SOME ACTIVITY NOT CHECKED - REPORT INCOMPLETE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-MASTER-ERROR
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** OPERATOR MASTER NOT OPENED - INACTIVE-ID"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** CHECK NOT RUN - REPORT INCOMPLETE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
