       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ROLLFWD.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Account master roll-forward proof, and rebuild of the
      * account master from its journals.
      *
      * ACCT-RECON proves a day's ledger payouts reached ACCTJRNL,
      * but nothing proved the running balances on ACCT-MASTER-FILE
      * are what the journals say they should be. Every movement of
      * ACCT-BALANCE and ACCT-COMP-POINTS is journaled somewhere:
      *
      *   ACCTAUD   OPEN row's AUD-START-BALANCE  - opening balance
      *   ACCTJRNL  postings (ACCT-POST, SUS-MAINT
      *             account resubmits)            - balance up
      *             "V" hand void reversals       - balance down
      *   CAGEJRNL  "D" deposits                  - balance up
      *             "W" withdrawals               - balance down
      *             ("I"/"R" markers are a receivable and never
      *             touch the balance)
      *   CMPJRNL   "A" accruals                  - points up
      *             "R" redemptions, "L" lapses,
      *             "V" void clawbacks            - points down
      *
      * so each account is rolled forward from its opening balance
      * (comp points open at zero) through every journal row, and:
      *
      *   PROOF mode (the nightly default) reads the master and
      *   reports every account whose ACCT-BALANCE or
      *   ACCT-COMP-POINTS disagrees with the roll-forward, plus
      *   accounts on one side and not the other;
      *
      *   REBUILD mode writes a fresh indexed master from the
      *   roll-forward alone - the recovery path when ACCTMSTR is
      *   damaged. The damaged master is not opened. Status comes
      *   from the account's last ACCTAUD row, the comp accrued
      *   date from its last CMPJRNL accrual, and the last-updated
      *   stamp from its latest journal row. The new master goes to
      *   its own logical name so the damaged one is kept for the
      *   post-mortem; operations swap it in once the report has
      *   been reviewed.
      *
      * An account with journal activity but no ACCTAUD OPEN row was
      * opened before ACCT-MAINT existed (ACCT-POST created accounts
      * on first posting then, at zero). It is rolled forward from
      * zero and marked on the report so its figures are read with
      * that in mind.
      *
      * This is a step in RUN-NIGHT's gated sequence, after
      * RATE-ACCRUE (the night's last writer of comp points). Cage
      * or host activity keyed while it runs can show as a one-off
      * break that clears on the next night's proof.
      *
      * Input (environment variables):
      *   ROLL_MODE - PROOF or REBUILD, optional; defaults to PROOF.
      *
      * Files:
      *   ACCT-AUDIT-FILE    (logical name "ACCTAUDT") - openings
      *   ACCT-JOURNAL-FILE  (logical name "ACCTJRNL") - postings
      *   CAGE-JOURNAL-FILE  (logical name "CAGEJRNL") - cage txns
      *   COMP-JOURNAL-FILE  (logical name "CMPJRNL")  - comp points
      *   ACCT-MASTER-FILE   (logical name "ACCTMSTR") - PROOF only
      *   NEW-MASTER-FILE    (logical name "ACCTNEW")  - REBUILD only
      *   REPORT-FILE        (logical name "ROLLRPT")  - the report
      *
      * A journal not on disk yet contributes nothing. With no
      * account master on disk in PROOF mode every rolled-forward
      * account is a NOT ON MASTER break.
      *
      * Exit code: 0 = every account proves (PROOF), or the master
      *                was rebuilt (REBUILD)
      *            1 = ROLL_MODE not recognized, an input could not
      *                be opened, or more accounts than the roll-
      *                forward table holds (nothing is proved or
      *                rebuilt from a partial table; an account
      *                found only on the master that does not fit
      *                stops the proof with the report marked
      *                incomplete)
      *            2 = one or more breaks found (PROOF)
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *   2026-10-15  REM  The table-full check is repeated after the
      *                    master pass - an account on the master
      *                    but in no journal that did not fit was
      *                    skipped unproved and the run could still
      *                    end 0.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTJRNL-STATUS.

           SELECT CAGE-JOURNAL-FILE ASSIGN TO "CAGEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAGEJRNL-STATUS.

           SELECT COMP-JOURNAL-FILE ASSIGN TO "CMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPJRNL-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO "ACCTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NEW-ID
               FILE STATUS IS WS-NEWMSTR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-AUDIT-FILE.
           COPY ACCTAUD.

       FD  ACCT-JOURNAL-FILE.
           COPY ACCTJRNL.

       FD  CAGE-JOURNAL-FILE.
           COPY CAGEJRNL.

       FD  COMP-JOURNAL-FILE.
           COPY CMPJRNL.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  NEW-MASTER-FILE.
           COPY ACCTREC REPLACING LEADING ==ACCT-== BY ==NEW-==.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS         PIC XX     VALUE "00".
       01  WS-ACCTJRNL-STATUS      PIC XX     VALUE "00".
       01  WS-CAGEJRNL-STATUS      PIC XX     VALUE "00".
       01  WS-CMPJRNL-STATUS       PIC XX     VALUE "00".
       01  WS-ACCTMSTR-STATUS      PIC XX     VALUE "00".
       01  WS-NEWMSTR-STATUS       PIC XX     VALUE "00".
       01  WS-EOF-SW               PIC X      VALUE "N".
           88 WS-EOF                          VALUE "Y".

       01  WS-MODE-RAW             PIC X(08)  VALUE SPACES.
       01  WS-MODE                 PIC X(08)  VALUE SPACES.
           88 WS-MODE-PROOF                   VALUE "PROOF".
           88 WS-MODE-REBUILD                 VALUE "REBUILD".
       01  WS-NO-MASTER-SW         PIC X      VALUE "N".
           88 WS-NO-MASTER                    VALUE "Y".

      *    One entry per account seen in any journal (or on the
      *    master), carrying the roll-forward and, in PROOF mode,
      *    whether the master had it. Balances are signed so a
      *    journal read out of step (a withdrawal journaled before
      *    the deposit that covered it) cannot wrap.
       01  WS-RF-MAX               PIC 9(05)  COMP VALUE 2000.
       01  WS-RF-COUNT             PIC 9(05)  COMP VALUE ZERO.
       01  WS-RF-IX                PIC 9(05)  COMP VALUE ZERO.
       01  WS-RF-FOUND-IX          PIC 9(05)  COMP VALUE ZERO.
       01  WS-RF-TABLE.
           05  WS-RF-ENTRY OCCURS 2000 TIMES.
               10  WS-RF-ACCOUNT-ID PIC X(10).
               10  WS-RF-OPENED-SW  PIC X(01).
                   88 WS-RF-OPENED      VALUE "Y".
               10  WS-RF-ON-MASTER-SW PIC X(01).
                   88 WS-RF-ON-MASTER   VALUE "Y".
               10  WS-RF-BALANCE    PIC S9(15).
               10  WS-RF-POINTS     PIC S9(15).
               10  WS-RF-STATUS     PIC X(01).
               10  WS-RF-LAST-TS    PIC X(20).
               10  WS-RF-ACCRUED    PIC X(08).
       01  WS-LOOKUP-ID            PIC X(10)  VALUE SPACES.
       01  WS-TRUNC-SW             PIC X      VALUE "N".
           88 WS-TRUNCATED                    VALUE "Y".

       01  WS-ROW-TIMESTAMP        PIC X(20)  VALUE SPACES.

      *    Journal row counts, for the report's control section.
       01  WS-AUD-ROWS             PIC 9(07)  VALUE ZERO.
       01  WS-AJ-ROWS              PIC 9(07)  VALUE ZERO.
       01  WS-CJ-ROWS              PIC 9(07)  VALUE ZERO.
       01  WS-CP-ROWS              PIC 9(07)  VALUE ZERO.

       01  WS-BAL-BREAKS           PIC 9(05)  VALUE ZERO.
       01  WS-COMP-BREAKS          PIC 9(05)  VALUE ZERO.
       01  WS-NOT-ON-MASTER        PIC 9(05)  VALUE ZERO.
       01  WS-NOT-IN-JOURNALS      PIC 9(05)  VALUE ZERO.
       01  WS-BREAK-COUNT          PIC 9(05)  VALUE ZERO.
       01  WS-PROVED-COUNT         PIC 9(05)  VALUE ZERO.
       01  WS-REBUILT-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-NEGATIVE-COUNT       PIC 9(05)  VALUE ZERO.

       01  WS-DIFF-CENTS           PIC S9(15) VALUE ZERO.
       01  WS-BREAK-TEXT           PIC X(20)  VALUE SPACES.
       01  WS-OPEN-NOTE            PIC X(20)  VALUE SPACES.

       01  WS-EDIT-CENTS           PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01  WS-EDIT-POINTS          PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DOLLARS              PIC 9(13)V99 VALUE ZERO.
       01  WS-EDIT-NET-CENTS       PIC -$$,$$$,$$$,$$9.99.
       01  WS-NET-DOLLARS          PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-MODE-RAW FROM ENVIRONMENT "ROLL_MODE"
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-MODE-RAW LEADING)) TO WS-MODE
           IF WS-MODE = SPACES
               MOVE "PROOF" TO WS-MODE
           END-IF
           IF NOT WS-MODE-PROOF AND NOT WS-MODE-REBUILD
               DISPLAY "ERROR=ROLL_MODE must be PROOF or REBUILD"
               STOP RUN RETURNING 1
           END-IF

           PERFORM LOAD-OPENINGS
           PERFORM APPLY-POSTINGS
           PERFORM APPLY-CAGE-TXNS
           PERFORM APPLY-COMP-TXNS

           IF WS-TRUNCATED
               DISPLAY "ERROR=more accounts than the roll-forward "
                   "table holds (" WS-RF-MAX ") - nothing proved "
                   "or rebuilt"
               STOP RUN RETURNING 1
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF WS-MODE-PROOF
               PERFORM PROVE-MASTER
      *        Master-only accounts join the table during the
      *        proof; one that did not fit was never proved.
               IF WS-TRUNCATED
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "** TABLE FULL - PROOF INCOMPLETE"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   CLOSE REPORT-FILE
                   DISPLAY "ERROR=more accounts than the roll-forward "
                       "table holds (" WS-RF-MAX ") - proof incomplete"
                   STOP RUN RETURNING 1
               END-IF
           ELSE
               PERFORM REBUILD-MASTER
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "ROLL_MODE=" WS-MODE
           DISPLAY "ACCOUNTS_ROLLED=" WS-RF-COUNT
           IF WS-MODE-REBUILD
               DISPLAY "ACCOUNTS_REBUILT=" WS-REBUILT-COUNT
               STOP RUN
           END-IF
           DISPLAY "ACCOUNTS_PROVED=" WS-PROVED-COUNT
           DISPLAY "BALANCE_BREAKS=" WS-BAL-BREAKS
           DISPLAY "COMP_BREAKS=" WS-COMP-BREAKS
           DISPLAY "NOT_ON_MASTER=" WS-NOT-ON-MASTER
           DISPLAY "NOT_IN_JOURNALS=" WS-NOT-IN-JOURNALS
           IF WS-BREAK-COUNT > ZERO
               STOP RUN RETURNING 2
           END-IF
           STOP RUN.

      *----------------------------------------------------------------*
      * Roll-forward: openings from ACCTAUD, then each journal in
      * turn. Order across journals does not matter - the roll-
      * forward is a sum.
      *----------------------------------------------------------------*
       LOAD-OPENINGS.
      *    The OPEN row carries the starting bankroll. Every audit
      *    row also carries the status it left the account in; the
      *    last one read is the account's current status.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCT-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open account audit file, status "
                   WS-AUDIT-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-AUDIT
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-AUD-ROWS
               MOVE AUD-ACCOUNT-ID TO WS-LOOKUP-ID
               MOVE AUD-TIMESTAMP  TO WS-ROW-TIMESTAMP
               PERFORM FIND-OR-ADD-ACCOUNT
               IF WS-RF-FOUND-IX > ZERO
                   IF AUD-ACTION = "OPEN"
                       AND NOT WS-RF-OPENED (WS-RF-FOUND-IX)
                       ADD AUD-START-BALANCE
                           TO WS-RF-BALANCE (WS-RF-FOUND-IX)
                       MOVE "Y" TO WS-RF-OPENED-SW (WS-RF-FOUND-IX)
                   END-IF
                   MOVE AUD-NEW-STATUS
                       TO WS-RF-STATUS (WS-RF-FOUND-IX)
                   PERFORM STAMP-LAST-ACTIVITY
               END-IF
               PERFORM READ-AUDIT
           END-PERFORM
           CLOSE ACCT-AUDIT-FILE.

       READ-AUDIT.
           READ ACCT-AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-POSTINGS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCT-JOURNAL-FILE
           IF WS-ACCTJRNL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCTJRNL-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open posting journal, status "
                   WS-ACCTJRNL-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-ACCT-JOURNAL
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-AJ-ROWS
               MOVE AJ-ACCOUNT-ID TO WS-LOOKUP-ID
               MOVE AJ-TIMESTAMP  TO WS-ROW-TIMESTAMP
               PERFORM FIND-OR-ADD-ACCOUNT
               IF WS-RF-FOUND-IX > ZERO
                   IF AJ-VOID-REVERSAL
                       SUBTRACT AJ-RETURNED-CENTS
                           FROM WS-RF-BALANCE (WS-RF-FOUND-IX)
                   ELSE
                       ADD AJ-RETURNED-CENTS
                           TO WS-RF-BALANCE (WS-RF-FOUND-IX)
                   END-IF
                   PERFORM STAMP-LAST-ACTIVITY
               END-IF
               PERFORM READ-ACCT-JOURNAL
           END-PERFORM
           CLOSE ACCT-JOURNAL-FILE.

       READ-ACCT-JOURNAL.
           READ ACCT-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-CAGE-TXNS.
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

           PERFORM READ-CAGE-JOURNAL
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CJ-ROWS
               MOVE CJ-ACCOUNT-ID TO WS-LOOKUP-ID
               MOVE CJ-TIMESTAMP  TO WS-ROW-TIMESTAMP
               PERFORM FIND-OR-ADD-ACCOUNT
               IF WS-RF-FOUND-IX > ZERO
                   EVALUATE TRUE
                       WHEN CJ-DEPOSIT
                           ADD CJ-AMOUNT-CENTS
                               TO WS-RF-BALANCE (WS-RF-FOUND-IX)
                       WHEN CJ-WITHDRAWAL
                           SUBTRACT CJ-AMOUNT-CENTS
                               FROM WS-RF-BALANCE (WS-RF-FOUND-IX)
                       WHEN OTHER
      *                    Markers are a receivable - the balance
      *                    never moves on an issue or redemption.
                           CONTINUE
                   END-EVALUATE
                   PERFORM STAMP-LAST-ACTIVITY
               END-IF
               PERFORM READ-CAGE-JOURNAL
           END-PERFORM
           CLOSE CAGE-JOURNAL-FILE.

       READ-CAGE-JOURNAL.
           READ CAGE-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       APPLY-COMP-TXNS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT COMP-JOURNAL-FILE
           IF WS-CMPJRNL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CMPJRNL-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open comp journal, status "
                   WS-CMPJRNL-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-COMP-JOURNAL
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-CP-ROWS
               MOVE CP-ACCOUNT-ID TO WS-LOOKUP-ID
               MOVE CP-TIMESTAMP  TO WS-ROW-TIMESTAMP
               PERFORM FIND-OR-ADD-ACCOUNT
               IF WS-RF-FOUND-IX > ZERO
                   IF CP-ACCRUAL
                       ADD CP-POINTS
                           TO WS-RF-POINTS (WS-RF-FOUND-IX)
                       IF CP-GAMING-DATE
                           > WS-RF-ACCRUED (WS-RF-FOUND-IX)
                           MOVE CP-GAMING-DATE
                               TO WS-RF-ACCRUED (WS-RF-FOUND-IX)
                       END-IF
                   ELSE
                       SUBTRACT CP-POINTS
                           FROM WS-RF-POINTS (WS-RF-FOUND-IX)
                   END-IF
                   PERFORM STAMP-LAST-ACTIVITY
               END-IF
               PERFORM READ-COMP-JOURNAL
           END-PERFORM
           CLOSE COMP-JOURNAL-FILE.

       READ-COMP-JOURNAL.
           READ COMP-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       STAMP-LAST-ACTIVITY.
           IF WS-ROW-TIMESTAMP > WS-RF-LAST-TS (WS-RF-FOUND-IX)
               MOVE WS-ROW-TIMESTAMP TO WS-RF-LAST-TS (WS-RF-FOUND-IX)
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           MOVE ZERO TO WS-RF-FOUND-IX
           MOVE 1 TO WS-RF-IX
           PERFORM UNTIL WS-RF-IX > WS-RF-COUNT
               OR WS-RF-FOUND-IX > ZERO
               IF WS-RF-ACCOUNT-ID (WS-RF-IX) = WS-LOOKUP-ID
                   MOVE WS-RF-IX TO WS-RF-FOUND-IX
               END-IF
               ADD 1 TO WS-RF-IX
           END-PERFORM

           IF WS-RF-FOUND-IX = ZERO
               IF WS-RF-COUNT < WS-RF-MAX
                   ADD 1 TO WS-RF-COUNT
                   MOVE WS-LOOKUP-ID TO WS-RF-ACCOUNT-ID (WS-RF-COUNT)
                   MOVE "N"    TO WS-RF-OPENED-SW (WS-RF-COUNT)
                   MOVE "N"    TO WS-RF-ON-MASTER-SW (WS-RF-COUNT)
                   MOVE ZERO   TO WS-RF-BALANCE (WS-RF-COUNT)
                   MOVE ZERO   TO WS-RF-POINTS (WS-RF-COUNT)
                   MOVE SPACE  TO WS-RF-STATUS (WS-RF-COUNT)
                   MOVE SPACES TO WS-RF-LAST-TS (WS-RF-COUNT)
                   MOVE SPACES TO WS-RF-ACCRUED (WS-RF-COUNT)
                   MOVE WS-RF-COUNT TO WS-RF-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PROOF: walk the master in key order and compare each record
      * to its roll-forward; then every rolled-forward account the
      * master never produced is a NOT ON MASTER break.
      *----------------------------------------------------------------*
       PROVE-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCT-MASTER-FILE
           EVALUATE WS-ACCTMSTR-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "Y" TO WS-NO-MASTER-SW
               WHEN OTHER
                   DISPLAY "ERROR=cannot open account master, status "
                       WS-ACCTMSTR-STATUS
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ACCOUNT MASTER COULD NOT BE OPENED, "
                          "STATUS " WS-ACCTMSTR-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   CLOSE REPORT-FILE
                   STOP RUN RETURNING 1
           END-EVALUATE

           IF NOT WS-NO-MASTER
               PERFORM READ-MASTER
               PERFORM UNTIL WS-EOF
                   PERFORM PROVE-ONE-ACCOUNT
                   PERFORM READ-MASTER
               END-PERFORM
               CLOSE ACCT-MASTER-FILE
           END-IF

           MOVE 1 TO WS-RF-IX
           PERFORM UNTIL WS-RF-IX > WS-RF-COUNT
               IF NOT WS-RF-ON-MASTER (WS-RF-IX)
                   PERFORM WRITE-NOT-ON-MASTER
               END-IF
               ADD 1 TO WS-RF-IX
           END-PERFORM.

       READ-MASTER.
           READ ACCT-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       PROVE-ONE-ACCOUNT.
      *    An account on the master with no journal row at all
      *    (never opened through ACCT-MAINT, never posted to) rolls
      *    forward to zero; anything else on it is a break.
           MOVE ACCT-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-RF-FOUND-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RF-ON-MASTER-SW (WS-RF-FOUND-IX)
           MOVE WS-RF-FOUND-IX TO WS-RF-IX

           IF WS-RF-LAST-TS (WS-RF-IX) = SPACES
               IF ACCT-BALANCE = ZERO AND ACCT-COMP-POINTS = ZERO
                   ADD 1 TO WS-PROVED-COUNT
               ELSE
                   ADD 1 TO WS-NOT-IN-JOURNALS
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE "NOT IN JOURNALS" TO WS-BREAK-TEXT
                   PERFORM WRITE-BREAK-LINES
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF ACCT-BALANCE = WS-RF-BALANCE (WS-RF-IX)
               AND ACCT-COMP-POINTS = WS-RF-POINTS (WS-RF-IX)
               ADD 1 TO WS-PROVED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BREAK-COUNT
           IF ACCT-BALANCE NOT = WS-RF-BALANCE (WS-RF-IX)
               ADD 1 TO WS-BAL-BREAKS
           END-IF
           IF ACCT-COMP-POINTS NOT = WS-RF-POINTS (WS-RF-IX)
               ADD 1 TO WS-COMP-BREAKS
           END-IF
           EVALUATE TRUE
               WHEN ACCT-BALANCE NOT = WS-RF-BALANCE (WS-RF-IX)
                   AND ACCT-COMP-POINTS NOT = WS-RF-POINTS (WS-RF-IX)
                   MOVE "BALANCE AND COMP" TO WS-BREAK-TEXT
               WHEN ACCT-BALANCE NOT = WS-RF-BALANCE (WS-RF-IX)
                   MOVE "BALANCE" TO WS-BREAK-TEXT
               WHEN OTHER
                   MOVE "COMP POINTS" TO WS-BREAK-TEXT
           END-EVALUATE
           PERFORM WRITE-BREAK-LINES.

       WRITE-NOT-ON-MASTER.
           ADD 1 TO WS-NOT-ON-MASTER
           ADD 1 TO WS-BREAK-COUNT
           MOVE ZERO TO ACCT-BALANCE ACCT-COMP-POINTS
           MOVE "NOT ON MASTER" TO WS-BREAK-TEXT
           PERFORM WRITE-BREAK-LINES.

       WRITE-BREAK-LINES.
      *    Expects WS-RF-IX on the account and the master's figures
      *    in ACCT-BALANCE / ACCT-COMP-POINTS (zero when the master
      *    has no record).
           MOVE SPACES TO WS-OPEN-NOTE
           IF NOT WS-RF-OPENED (WS-RF-IX)
               MOVE "(NO OPEN AUDIT ROW)" TO WS-OPEN-NOTE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-RF-ACCOUNT-ID (WS-RF-IX) "  " WS-BREAK-TEXT
                  "  " WS-OPEN-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = ACCT-BALANCE / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "    MASTER BALANCE ..... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-NET-DOLLARS = WS-RF-BALANCE (WS-RF-IX) / 100
           MOVE WS-NET-DOLLARS TO WS-EDIT-NET-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "    ROLLED BALANCE .... " WS-EDIT-NET-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF ACCT-BALANCE NOT = WS-RF-BALANCE (WS-RF-IX)
               COMPUTE WS-DIFF-CENTS =
                   ACCT-BALANCE - WS-RF-BALANCE (WS-RF-IX)
               COMPUTE WS-NET-DOLLARS = WS-DIFF-CENTS / 100
               MOVE WS-NET-DOLLARS TO WS-EDIT-NET-CENTS
               MOVE SPACES TO REPORT-LINE
               STRING "    MASTER LESS ROLLED  " WS-EDIT-NET-CENTS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE ACCT-COMP-POINTS TO WS-EDIT-POINTS
           MOVE SPACES TO REPORT-LINE
           STRING "    MASTER COMP POINTS  " WS-EDIT-POINTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RF-POINTS (WS-RF-IX) TO WS-EDIT-POINTS
           MOVE SPACES TO REPORT-LINE
           STRING "    ROLLED COMP POINTS  " WS-EDIT-POINTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * REBUILD: one new master record per rolled-forward account.
      * A roll-forward that comes out negative cannot be stored in
      * the unsigned master fields; it is written at zero and listed
      * on the report for the cage to chase before the new master
      * goes live.
      *----------------------------------------------------------------*
       REBUILD-MASTER.
           OPEN OUTPUT NEW-MASTER-FILE
           IF WS-NEWMSTR-STATUS NOT = "00"
               DISPLAY "ERROR=cannot create rebuilt master, status "
                   WS-NEWMSTR-STATUS
               CLOSE REPORT-FILE
               STOP RUN RETURNING 1
           END-IF

           MOVE 1 TO WS-RF-IX
           PERFORM UNTIL WS-RF-IX > WS-RF-COUNT
               PERFORM REBUILD-ONE-ACCOUNT
               ADD 1 TO WS-RF-IX
           END-PERFORM

           CLOSE NEW-MASTER-FILE.

       REBUILD-ONE-ACCOUNT.
           MOVE WS-RF-ACCOUNT-ID (WS-RF-IX) TO NEW-ID
           MOVE ZERO TO NEW-BALANCE NEW-COMP-POINTS
           IF WS-RF-BALANCE (WS-RF-IX) > ZERO
               MOVE WS-RF-BALANCE (WS-RF-IX) TO NEW-BALANCE
           END-IF
           IF WS-RF-POINTS (WS-RF-IX) > ZERO
               MOVE WS-RF-POINTS (WS-RF-IX) TO NEW-COMP-POINTS
           END-IF
           MOVE WS-RF-LAST-TS (WS-RF-IX)  TO NEW-LAST-UPDATED
           MOVE WS-RF-STATUS (WS-RF-IX)   TO NEW-STATUS
           MOVE WS-RF-ACCRUED (WS-RF-IX)  TO NEW-COMP-ACCRUED-DATE
           WRITE NEW-RECORD
               INVALID KEY
                   DISPLAY "WARNING=rebuilt master refused account "
                       NEW-ID ", status " WS-NEWMSTR-STATUS
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-REBUILT-COUNT

           IF WS-RF-BALANCE (WS-RF-IX) < ZERO
               OR WS-RF-POINTS (WS-RF-IX) < ZERO
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE ZERO TO ACCT-BALANCE ACCT-COMP-POINTS
               MOVE "ROLLED NEGATIVE" TO WS-BREAK-TEXT
               PERFORM WRITE-BREAK-LINES
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-RF-OPENED (WS-RF-IX)
               MOVE ZERO TO ACCT-BALANCE ACCT-COMP-POINTS
               MOVE "REBUILT FROM ZERO" TO WS-BREAK-TEXT
               PERFORM WRITE-BREAK-LINES
           END-IF.

       WRITE-REPORT-HEADER.
           IF WS-MODE-PROOF
               MOVE "ACCOUNT MASTER ROLL-FORWARD PROOF"
                   TO REPORT-LINE
           ELSE
               MOVE "ACCOUNT MASTER REBUILD FROM JOURNALS"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-AUD-ROWS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT AUDIT ROWS ..... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-AJ-ROWS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "POSTING JOURNAL ROWS ... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CJ-ROWS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CAGE JOURNAL ROWS ...... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CP-ROWS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "COMP JOURNAL ROWS ...... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS ROLLED ........ " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-MODE-REBUILD
               MOVE WS-REBUILT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ACCOUNTS REBUILT ....... " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE WS-NEGATIVE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ROLLED NEGATIVE ........ " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROVED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS PROVED ........ " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BAL-BREAKS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "BALANCE BREAKS ......... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COMP-BREAKS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "COMP POINT BREAKS ...... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NOT-ON-MASTER TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NOT ON MASTER .......... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NOT-IN-JOURNALS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NOT IN JOURNALS ........ " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-BREAK-COUNT = ZERO
               MOVE "  (EVERY ACCOUNT PROVES TO ITS JOURNALS)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
