      *
      *   tray win    = closing count - opening count
      *                 - fills + credits
      *   ledger hold = wagered cents - returned cents, net of
      *                 any hand voids (see HAND-VOID)
      *   variance    = tray win - ledger hold
      *
      * A nonzero variance line is the early signal for a mis-keyed
      *                    (after LEDG-COLLECT, before LEDG-CUTOVER)
      *                    instead of carrying the ordering rule in
      *                    this comment block only.
      *   2026-10-15  REM  Hand void reversal rows (see LEDGREC,
      *                    HAND-VOID) net out of the ledger hold and
      *                    are not counted as hands settled - the
      *                    tray paid the hand as it was really
      *                    played, which is the corrected hand, not
      *                    the mis-keyed row the void takes back.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               10  WS-TB-HANDS      PIC 9(07).
               10  WS-TB-WAG-CENTS  PIC 9(15).
               10  WS-TB-RTN-CENTS  PIC 9(15).
               10  WS-TB-VOID-COUNT PIC 9(05).
               10  WS-TB-VOID-WAG   PIC 9(15).
               10  WS-TB-VOID-RTN   PIC 9(15).

       01  WS-LOOKUP-TABLE         PIC X(04)  VALUE SPACES.
       01  WS-TRUNC-SW             PIC X      VALUE "N".
                   MOVE LDG-TABLE-ID TO WS-LOOKUP-TABLE
                   PERFORM FIND-OR-ADD-TABLE
                   IF WS-TB-FOUND-IX > ZERO
                       AND LDG-VOID-ENTRY
                       ADD 1 TO WS-TB-VOID-COUNT (WS-TB-FOUND-IX)
                       ADD LDG-WAGERED-CENTS
                           TO WS-TB-VOID-WAG (WS-TB-FOUND-IX)
                       ADD LDG-RETURNED-CENTS
                           TO WS-TB-VOID-RTN (WS-TB-FOUND-IX)
                   END-IF
                   IF WS-TB-FOUND-IX > ZERO
                       AND NOT LDG-VOID-ENTRY
                       ADD 1 TO WS-TB-HANDS (WS-TB-FOUND-IX)
                       ADD LDG-WAGERED-CENTS
                           TO WS-TB-WAG-CENTS (WS-TB-FOUND-IX)
                   MOVE ZERO TO WS-TB-HANDS (WS-TB-COUNT)
                   MOVE ZERO TO WS-TB-WAG-CENTS (WS-TB-COUNT)
                   MOVE ZERO TO WS-TB-RTN-CENTS (WS-TB-COUNT)
                   MOVE ZERO TO WS-TB-VOID-COUNT (WS-TB-COUNT)
                   MOVE ZERO TO WS-TB-VOID-WAG (WS-TB-COUNT)
                   MOVE ZERO TO WS-TB-VOID-RTN (WS-TB-COUNT)
                   MOVE WS-TB-COUNT TO WS-TB-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TB-VOID-COUNT (WS-TB-IX) > ZERO
               MOVE WS-TB-VOID-COUNT (WS-TB-IX) TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  HANDS VOIDED ....... " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

      *    A table missing either count cannot be solved - flag it
      *    and skip the arithmetic rather than print a win computed
      *    off a zero default.
               - WS-TB-FILL-CENTS (WS-TB-IX)
               + WS-TB-CRED-CENTS (WS-TB-IX)
           COMPUTE WS-LEDGER-HOLD-CENTS =
               (WS-TB-WAG-CENTS (WS-TB-IX)
                - WS-TB-VOID-WAG (WS-TB-IX))
             - (WS-TB-RTN-CENTS (WS-TB-IX)
                - WS-TB-VOID-RTN (WS-TB-IX))
           COMPUTE WS-VARIANCE-CENTS =
               WS-TRAY-WIN-CENTS - WS-LEDGER-HOLD-CENTS

