      *   - AMOUNT MISMATCH: both sides present but the totals
      *     disagree (under- or over-posted).
      *
      * A hand voided on HAND-VOID shows on both sides on the void
      * day - a reversal row on the ledger and a "V" row on the
      * journal, same amount - and each side is compared net of its
      * voids.
      *
      * Hands with a blank LDG-ACCOUNT-ID are cash play with no
      * bankroll to reconcile; they are counted in the report header
      * and otherwise left alone.
      *                    collect this job would queue every
      *                    uncollected rated hand as a false
      *                    POSTED-NO-HAND break.
      *   2026-10-15  REM  Hand voids net out on both sides: the
      *                    ledger's void reversal rows and the
      *                    journal's "V" rows (see LEDGREC, ACCTJRNL,
      *                    HAND-VOID) are totaled per account apart
      *                    from settlements and postings, and the
      *                    compare is on the nets. A break whose net
      *                    difference is negative is always reported
      *                    as an overposting, never as paid-not-
      *                    posted, so its suspense amount is never
      *                    resubmitted as a payout.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               10  WS-ACCT-LDG-HANDS    PIC 9(07).
               10  WS-ACCT-JRN-CENTS    PIC 9(15).
               10  WS-ACCT-JRN-COUNT    PIC 9(07).
               10  WS-ACCT-LDG-VOID-CENTS PIC 9(15).
               10  WS-ACCT-LDG-VOIDS    PIC 9(07).
               10  WS-ACCT-JRN-VOID-CENTS PIC 9(15).
               10  WS-ACCT-JRN-VOIDS    PIC 9(07).
       01  WS-LOOKUP-ID            PIC X(10)  VALUE SPACES.
       01  WS-TRUNC-SW             PIC X      VALUE "N".
           88 WS-TRUNCATED                    VALUE "Y".

       01  WS-DIFF-CENTS           PIC S9(15) VALUE ZERO.
       01  WS-LDG-NET-CENTS        PIC S9(15) VALUE ZERO.
       01  WS-JRN-NET-CENTS        PIC S9(15) VALUE ZERO.
       01  WS-LDG-ACTIVITY         PIC 9(07)  VALUE ZERO.
       01  WS-JRN-ACTIVITY         PIC 9(07)  VALUE ZERO.
       01  WS-ABS-DIFF-CENTS       PIC 9(15)  VALUE ZERO.

      *    Open recon-break items already on the suspense queue
       01  WS-EDIT-CENTS           PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01  WS-DOLLARS              PIC 9(13)V99 VALUE ZERO.
       01  WS-EDIT-NET-CENTS       PIC -$$,$$$,$$$,$$9.99.
       01  WS-NET-DOLLARS          PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
                       MOVE LDG-ACCOUNT-ID TO WS-LOOKUP-ID
                       PERFORM FIND-OR-ADD-ACCOUNT
                       IF WS-ACCT-FOUND-IX > ZERO
                           IF LDG-VOID-ENTRY
                               ADD LDG-RETURNED-CENTS TO
                                   WS-ACCT-LDG-VOID-CENTS
                                       (WS-ACCT-FOUND-IX)
                               ADD 1 TO
                                   WS-ACCT-LDG-VOIDS (WS-ACCT-FOUND-IX)
                           ELSE
                               ADD LDG-RETURNED-CENTS TO
                                   WS-ACCT-LDG-CENTS (WS-ACCT-FOUND-IX)
                               ADD 1 TO
                                   WS-ACCT-LDG-HANDS (WS-ACCT-FOUND-IX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   MOVE AJ-ACCOUNT-ID TO WS-LOOKUP-ID
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF WS-ACCT-FOUND-IX > ZERO
                       IF AJ-VOID-REVERSAL
                           ADD AJ-RETURNED-CENTS TO
                               WS-ACCT-JRN-VOID-CENTS
                                   (WS-ACCT-FOUND-IX)
                           ADD 1 TO
                               WS-ACCT-JRN-VOIDS (WS-ACCT-FOUND-IX)
                       ELSE
                           ADD AJ-RETURNED-CENTS TO
                               WS-ACCT-JRN-CENTS (WS-ACCT-FOUND-IX)
                           ADD 1 TO
                               WS-ACCT-JRN-COUNT (WS-ACCT-FOUND-IX)
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-JOURNAL
                   MOVE ZERO TO WS-ACCT-LDG-HANDS (WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACCT-JRN-CENTS (WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACCT-JRN-COUNT (WS-ACCT-COUNT)
                   MOVE ZERO TO
                       WS-ACCT-LDG-VOID-CENTS (WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACCT-LDG-VOIDS (WS-ACCT-COUNT)
                   MOVE ZERO TO
                       WS-ACCT-JRN-VOID-CENTS (WS-ACCT-COUNT)
                   MOVE ZERO TO WS-ACCT-JRN-VOIDS (WS-ACCT-COUNT)
                   MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
           END-PERFORM.

       COMPARE-ONE-ACCOUNT.
      *    Each side is compared net of its voids, and a void counts
      *    as activity on its side.
           COMPUTE WS-LDG-NET-CENTS =
               WS-ACCT-LDG-CENTS (WS-ACCT-IX)
               - WS-ACCT-LDG-VOID-CENTS (WS-ACCT-IX)
           COMPUTE WS-JRN-NET-CENTS =
               WS-ACCT-JRN-CENTS (WS-ACCT-IX)
               - WS-ACCT-JRN-VOID-CENTS (WS-ACCT-IX)
           COMPUTE WS-LDG-ACTIVITY =
               WS-ACCT-LDG-HANDS (WS-ACCT-IX)
               + WS-ACCT-LDG-VOIDS (WS-ACCT-IX)
           COMPUTE WS-JRN-ACTIVITY =
               WS-ACCT-JRN-COUNT (WS-ACCT-IX)
               + WS-ACCT-JRN-VOIDS (WS-ACCT-IX)
           COMPUTE WS-DIFF-CENTS =
               WS-LDG-NET-CENTS - WS-JRN-NET-CENTS
           COMPUTE WS-ABS-DIFF-CENTS =
               FUNCTION ABS(WS-DIFF-CENTS)

      *    A negative difference with nothing journaled is a void
      *    whose posting was never found - it falls to the mismatch
      *    branch as an overposting, so its suspense amount is not
      *    resubmitted as a payout.
           EVALUATE TRUE
               WHEN WS-JRN-ACTIVITY = ZERO
                   AND WS-LDG-ACTIVITY > ZERO
                   AND WS-DIFF-CENTS > ZERO
                   ADD 1 TO WS-PAID-NOT-POSTED
                   MOVE "02" TO WS-REASON-CODE
                   MOVE "Hands paid but never posted"
                       TO WS-REASON-TEXT
                   PERFORM WRITE-BREAK
               WHEN WS-LDG-ACTIVITY = ZERO
                   AND WS-JRN-ACTIVITY > ZERO
                   ADD 1 TO WS-POSTED-NO-HAND
                   MOVE "03" TO WS-REASON-CODE
                   MOVE "Posting with no backing hand"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-NET-DOLLARS = WS-LDG-NET-CENTS / 100
           MOVE WS-NET-DOLLARS TO WS-EDIT-NET-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "     LEDGER PAID ....... " WS-EDIT-NET-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-NET-DOLLARS = WS-JRN-NET-CENTS / 100
           MOVE WS-NET-DOLLARS TO WS-EDIT-NET-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "     BANKROLL POSTED ... " WS-EDIT-NET-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ACCT-LDG-VOIDS (WS-ACCT-IX) > ZERO
               OR WS-ACCT-JRN-VOIDS (WS-ACCT-IX) > ZERO
               COMPUTE WS-DOLLARS =
                   WS-ACCT-LDG-VOID-CENTS (WS-ACCT-IX) / 100
               MOVE WS-DOLLARS TO WS-EDIT-CENTS
               MOVE SPACES TO REPORT-LINE
               STRING "     (LEDGER VOIDS ..... " WS-EDIT-CENTS ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               COMPUTE WS-DOLLARS =
                   WS-ACCT-JRN-VOID-CENTS (WS-ACCT-IX) / 100
               MOVE WS-DOLLARS TO WS-EDIT-CENTS
               MOVE SPACES TO REPORT-LINE
               STRING "     (POSTING VOIDS .... " WS-EDIT-CENTS ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           COMPUTE WS-DOLLARS = WS-ABS-DIFF-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
