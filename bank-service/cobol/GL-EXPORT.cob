      *                     cents) - or DEBIT if the shift paid out
      *                     more than it took in
      *
      * A day with hand voids (see HAND-VOID) adds the reversal:
      *
      *   1000-CASH  CREDIT voided bet volume
      *   2000-LIAB  DEBIT  voided returned cents
      *
      * and the hold becomes the net of settlements less voids.
      *
      * Debits always equal credits; the trailer record's control
      * total is that shared DR/CR figure, alongside the number of
      * detail records written, so Finance can verify the feed balances
      *                    but never acknowledged is still allowed
      *                    (that is the legitimate failure-rerun);
      *                    the superseded row surfaces on FEED-EXC.
      *   2026-10-15  REM  Void reversal rows (see LEDGREC, HAND-VOID)
      *                    are backed out of the night's feed: two
      *                    more detail records, written only when
      *                    the day has voids - 1000-CASH CREDIT for
      *                    the voided bet volume and 2000-LIAB DEBIT
      *                    for the voided payouts - and the hold on
      *                    4000-REV figured on the net. The header's
      *                    hand count is settlements only.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-TOTAL-BET-CENTS   PIC 9(15) VALUE ZERO.
           05  WS-TOTAL-RTN-CENTS   PIC 9(15) VALUE ZERO.

      *    Void reversal rows booked on the day.
       01  WS-VOID-TOTALS.
           05  WS-VOID-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-VOID-BET-CENTS    PIC 9(15) VALUE ZERO.
           05  WS-VOID-RTN-CENTS    PIC 9(15) VALUE ZERO.

       01  WS-HOLD-CENTS            PIC S9(15) VALUE ZERO.
       01  WS-CONTROL-TOTAL-CENTS   PIC 9(15)  VALUE ZERO.
       01  WS-DETAIL-COUNT          PIC 9(07)  VALUE ZERO.
               EXIT PARAGRAPH
           END-IF

           IF LDG-VOID-ENTRY
               ADD 1                  TO WS-VOID-COUNT
               ADD LDG-WAGERED-CENTS  TO WS-VOID-BET-CENTS
               ADD LDG-RETURNED-CENTS TO WS-VOID-RTN-CENTS
               EXIT PARAGRAPH
           END-IF

           ADD 1                  TO WS-HAND-COUNT
           ADD LDG-WAGERED-CENTS  TO WS-TOTAL-BET-CENTS
           ADD LDG-RETURNED-CENTS TO WS-TOTAL-RTN-CENTS.
      *    volume when the house held money, but total returned cents
      *    when the shift paid out more than it took in (the shortfall
      *    branch in WRITE-HOLD-ENTRY), since that is the amount both
      *    sides of the feed actually balance to. Voids add their
      *    returned cents to the debit side and their bet volume to
      *    the credit side, and the hold nets both out.
           COMPUTE WS-HOLD-CENTS =
               (WS-TOTAL-BET-CENTS - WS-VOID-BET-CENTS)
             - (WS-TOTAL-RTN-CENTS - WS-VOID-RTN-CENTS)
           IF WS-HOLD-CENTS >= ZERO
               COMPUTE WS-CONTROL-TOTAL-CENTS =
                   WS-TOTAL-BET-CENTS + WS-VOID-RTN-CENTS
           ELSE
               COMPUTE WS-CONTROL-TOTAL-CENTS =
                   WS-TOTAL-RTN-CENTS + WS-VOID-BET-CENTS
           END-IF
           MOVE ZERO TO WS-DETAIL-COUNT

           PERFORM WRITE-HEADER
           PERFORM WRITE-CASH-DEBIT
           PERFORM WRITE-LIABILITY-CREDIT
           IF WS-VOID-COUNT > ZERO
               PERFORM WRITE-VOID-CASH-CREDIT
               PERFORM WRITE-VOID-LIABILITY-DEBIT
           END-IF
           PERFORM WRITE-HOLD-ENTRY
           PERFORM WRITE-TRAILER
           PERFORM WRITE-FEED-CONTROL
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

       WRITE-VOID-CASH-CREDIT.
           MOVE SPACES              TO GL-FEED-RECORD
           MOVE "D"                 TO GL-RECORD-TYPE
           MOVE WS-RUN-DATE         TO GL-RUN-DATE
           MOVE "1000-CASH"         TO GL-ACCOUNT-CODE
           MOVE "C"                 TO GL-DR-CR
           MOVE WS-VOID-BET-CENTS   TO GL-AMOUNT-CENTS
           MOVE "VOIDED BET VOLUME REVERSED" TO GL-DESCRIPTION
           MOVE WS-FEED-SEQ         TO GL-FEED-SEQ
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

       WRITE-VOID-LIABILITY-DEBIT.
           MOVE SPACES              TO GL-FEED-RECORD
           MOVE "D"                 TO GL-RECORD-TYPE
           MOVE WS-RUN-DATE         TO GL-RUN-DATE
           MOVE "2000-LIAB"         TO GL-ACCOUNT-CODE
           MOVE "D"                 TO GL-DR-CR
           MOVE WS-VOID-RTN-CENTS   TO GL-AMOUNT-CENTS
           MOVE "VOIDED PAYOUTS REVERSED" TO GL-DESCRIPTION
           MOVE WS-FEED-SEQ         TO GL-FEED-SEQ
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

       WRITE-HOLD-ENTRY.
      *    Normal case: the house held money, so 4000-REV is a credit
      *    for the hold amount. If the shift paid out more than it
