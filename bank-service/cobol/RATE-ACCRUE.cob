      *     being one cent of comp value;
      *   - each account's ACCT-COMP-POINTS balance in the account
      *     master is advanced by the day's earned points;
      *   - a void reversal row (see HAND-VOID) rates the same way
      *     and its points are clawed back - off the day's earned
      *     points and then the balance, which never goes below
      *     zero - journaled as a "V" row;
      *   - a marketing extract record (see MKTRATE copybook) is
      *     written per account: hands, wagered, theo, comp earned,
      *     and the comp balance after accrual.
      *                    the same journal, and COMP-LIAB's monthly
      *                    accrued/redeemed/lapsed/outstanding
      *                    report reads it all back.
      *   2026-10-15  REM  Hand voids claw back their comp points:
      *                    a void reversal row (see LEDGREC,
      *                    HAND-VOID) is rated like the hand it
      *                    reverses, and its points come back off
      *                    the balance as a "V" comp-journal row,
      *                    never taking the balance below zero. The
      *                    extract carries the day net of voids,
      *                    floored at zero.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               10  WS-ACCT-HANDS      PIC 9(07).
               10  WS-ACCT-WAG-CENTS  PIC 9(15).
               10  WS-ACCT-THEO-CENTS PIC 9(15).
               10  WS-ACCT-VOID-HANDS PIC 9(07).
               10  WS-ACCT-VOID-WAG   PIC 9(15).
               10  WS-ACCT-VOID-THEO  PIC 9(15).
       01  WS-LOOKUP-ID        PIC X(10)  VALUE SPACES.
       01  WS-TRUNC-SW         PIC X      VALUE "N".
           88 WS-TRUNCATED                 VALUE "Y".

       01  WS-THEO-CENTS       PIC 9(15)  VALUE ZERO.
       01  WS-COMP-EARNED      PIC 9(15)  VALUE ZERO.
       01  WS-COMP-VOIDED      PIC 9(15)  VALUE ZERO.
       01  WS-COMP-CLAWBACK    PIC 9(15)  VALUE ZERO.
       01  WS-CLAWBACK-TOTAL   PIC 9(15)  VALUE ZERO.
       01  WS-CP-TYPE          PIC X(01)  VALUE SPACE.
       01  WS-CP-POINTS        PIC 9(15)  VALUE ZERO.
       01  WS-CP-VENUE         PIC X(08)  VALUE SPACES.
       01  WS-EXTRACT-COUNT    PIC 9(05)  VALUE ZERO.
       01  WS-UNKNOWN-COUNT    PIC 9(05)  VALUE ZERO.
       01  WS-BLOCKED-COUNT    PIC 9(05)  VALUE ZERO.
           DISPLAY "ACCOUNTS_UNKNOWN=" WS-UNKNOWN-COUNT
           DISPLAY "ACCOUNTS_BLOCKED=" WS-BLOCKED-COUNT
           DISPLAY "ACCOUNTS_ALREADY_ACCRUED=" WS-ALREADY-COUNT
           DISPLAY "POINTS_CLAWED_BACK=" WS-CLAWBACK-TOTAL
           IF WS-TRUNCATED
               DISPLAY "WARNING=more rated accounts than the rating"
                   " table holds - some activity was not rated"

           MOVE LDG-ACCOUNT-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-ACCT-FOUND-IX > ZERO
               AND LDG-VOID-ENTRY
               ADD 1 TO WS-ACCT-VOID-HANDS (WS-ACCT-FOUND-IX)
               ADD LDG-WAGERED-CENTS
                   TO WS-ACCT-VOID-WAG (WS-ACCT-FOUND-IX)
               ADD WS-THEO-CENTS
                   TO WS-ACCT-VOID-THEO (WS-ACCT-FOUND-IX)
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-FOUND-IX > ZERO
               ADD 1 TO WS-ACCT-HANDS (WS-ACCT-FOUND-IX)
               ADD LDG-WAGERED-CENTS
                   MOVE ZERO TO WS-ACCT-HANDS (WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACCT-WAG-CENTS (WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACCT-THEO-CENTS (WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACCT-VOID-HANDS (WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACCT-VOID-WAG (WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACCT-VOID-THEO (WS-ACCT-COUNT)
                   MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
       ACCRUE-ONE-ACCOUNT.
           COMPUTE WS-COMP-EARNED =
               (WS-ACCT-THEO-CENTS (WS-ACCT-IX) * WS-COMP-PCT) / 100
           COMPUTE WS-COMP-VOIDED =
               (WS-ACCT-VOID-THEO (WS-ACCT-IX) * WS-COMP-PCT) / 100

           PERFORM READ-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF

      *    Voided hands' points come back off the day's earned
      *    points first, then the standing balance - never below
      *    zero; points already redeemed are not chased.
           ADD WS-COMP-EARNED TO ACCT-COMP-POINTS
           IF WS-COMP-VOIDED > ACCT-COMP-POINTS
               MOVE ACCT-COMP-POINTS TO WS-COMP-CLAWBACK
           ELSE
               MOVE WS-COMP-VOIDED TO WS-COMP-CLAWBACK
           END-IF
           SUBTRACT WS-COMP-CLAWBACK FROM ACCT-COMP-POINTS
           ADD WS-COMP-CLAWBACK TO WS-CLAWBACK-TOTAL
           MOVE WS-RUN-DATE TO ACCT-COMP-ACCRUED-DATE
           PERFORM STAMP-RECORD
           REWRITE ACCT-RECORD

      *    The extract carries the day net of voids; a day that
      *    voids more than it plays extracts as zero.
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE WS-RUN-DATE                    TO MKT-RUN-DATE
           MOVE WS-ACCT-ENTRY-ID (WS-ACCT-IX)  TO MKT-ACCOUNT-ID
           MOVE ZERO TO MKT-HANDS MKT-WAGERED-CENTS MKT-THEO-CENTS
               MKT-COMP-EARNED
           IF WS-ACCT-HANDS (WS-ACCT-IX)
               > WS-ACCT-VOID-HANDS (WS-ACCT-IX)
               COMPUTE MKT-HANDS = WS-ACCT-HANDS (WS-ACCT-IX)
                   - WS-ACCT-VOID-HANDS (WS-ACCT-IX)
           END-IF
           IF WS-ACCT-WAG-CENTS (WS-ACCT-IX)
               > WS-ACCT-VOID-WAG (WS-ACCT-IX)
               COMPUTE MKT-WAGERED-CENTS =
                   WS-ACCT-WAG-CENTS (WS-ACCT-IX)
                   - WS-ACCT-VOID-WAG (WS-ACCT-IX)
           END-IF
           IF WS-ACCT-THEO-CENTS (WS-ACCT-IX)
               > WS-ACCT-VOID-THEO (WS-ACCT-IX)
               COMPUTE MKT-THEO-CENTS =
                   WS-ACCT-THEO-CENTS (WS-ACCT-IX)
                   - WS-ACCT-VOID-THEO (WS-ACCT-IX)
           END-IF
           IF WS-COMP-EARNED > WS-COMP-CLAWBACK
               COMPUTE MKT-COMP-EARNED =
                   WS-COMP-EARNED - WS-COMP-CLAWBACK
           END-IF
           MOVE ACCT-COMP-POINTS               TO MKT-COMP-BALANCE
           WRITE MKT-RECORD

           MOVE "A"            TO WS-CP-TYPE
           MOVE WS-COMP-EARNED TO WS-CP-POINTS
           MOVE SPACES         TO WS-CP-VENUE
           PERFORM WRITE-COMP-JOURNAL
           IF WS-COMP-CLAWBACK > ZERO
               MOVE "V"              TO WS-CP-TYPE
               MOVE WS-COMP-CLAWBACK TO WS-CP-POINTS
               MOVE "VOID"           TO WS-CP-VENUE
               PERFORM WRITE-COMP-JOURNAL
           END-IF.

       WRITE-COMP-JOURNAL.
      *    One "A" row per accrued account - the accrual side of
      *    the comp-point journal COMP-LIAB reports from - and a
      *    "V" row after it when voided hands clawed points back.
           OPEN EXTEND COMP-JOURNAL-FILE
           IF WS-CMPJRNL-STATUS = "35"
               OPEN OUTPUT COMP-JOURNAL-FILE

           MOVE WS-TIMESTAMP                  TO CP-TIMESTAMP
           MOVE WS-ACCT-ENTRY-ID (WS-ACCT-IX) TO CP-ACCOUNT-ID
           MOVE WS-CP-TYPE                    TO CP-TXN-TYPE
           MOVE WS-CP-POINTS                  TO CP-POINTS
           MOVE SPACES                        TO CP-OPERATOR-ID
           MOVE WS-CP-VENUE                   TO CP-VENUE-CODE
           MOVE WS-RUN-DATE                   TO CP-GAMING-DATE

           WRITE CP-RECORD
