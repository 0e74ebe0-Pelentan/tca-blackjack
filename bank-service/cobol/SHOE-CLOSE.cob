      *   - the shoe's hands are independently re-totaled out of the
      *     ledger (the live file plus, when the cutover has built
      *     one, the indexed ledger master) by LDG-SHOE-ID;
      *   - void reversal rows (see HAND-VOID) net their hands back
      *     out of the re-totals, same as the void took them off the
      *     checkpoint;
      *   - the re-totals are compared against the checkpoint's
      *     SHOE-TOTAL-BET-CENTS / SHOE-TOTAL-RTN-CENTS;
      *   - a per-shoe settlement summary (hands, wagered, returned,
      *                    as an exception; the sweep stops and is
      *                    rerun) instead of interleaving with the
      *                    settler's check-to-update window.
      *   2026-10-15  REM  Hand void reversal rows (see LEDGREC,
      *                    HAND-VOID) are re-totaled per shoe apart
      *                    from settlements and netted off - the
      *                    void backs the hand out of its shoe's
      *                    checkpoint, so the ledger side must net
      *                    it out too. Voided hands get their own
      *                    summary line.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *    Independent re-totals out of the ledger for the shoe
      *    currently being verified, looked up from the per-shoe
      *    totals table below.
      *    Signed: a shoe whose voids outrun its settlements on the
      *    ledger nets negative and cannot tie to any checkpoint.
       01  WS-LDG-HANDS            PIC 9(07)  VALUE ZERO.
       01  WS-LDG-BET-CENTS        PIC S9(15) VALUE ZERO.
       01  WS-LDG-RTN-CENTS        PIC S9(15) VALUE ZERO.
       01  WS-LDG-VOID-HANDS       PIC 9(07)  VALUE ZERO.

      *    Every shoe's ledger totals, built in one pass over the
      *    live file and one over the master, so a sweep does not
               10  WS-ST-HANDS      PIC 9(07).
               10  WS-ST-BET-CENTS  PIC 9(15).
               10  WS-ST-RTN-CENTS  PIC 9(15).
               10  WS-ST-VOID-HANDS PIC 9(07).
               10  WS-ST-VOID-BET   PIC 9(15).
               10  WS-ST-VOID-RTN   PIC 9(15).
       01  WS-LOOKUP-SHOE          PIC X(10)  VALUE SPACES.
       01  WS-TRUNC-SW             PIC X      VALUE "N".
           88 WS-TRUNCATED                    VALUE "Y".
                       MOVE LDG-SHOE-ID TO WS-LOOKUP-SHOE
                       PERFORM FIND-OR-ADD-SHOE
                       IF WS-ST-FOUND-IX > ZERO
                           AND LDG-VOID-ENTRY
                           ADD 1 TO WS-ST-VOID-HANDS (WS-ST-FOUND-IX)
                           ADD LDG-WAGERED-CENTS
                               TO WS-ST-VOID-BET (WS-ST-FOUND-IX)
                           ADD LDG-RETURNED-CENTS
                               TO WS-ST-VOID-RTN (WS-ST-FOUND-IX)
                       END-IF
                       IF WS-ST-FOUND-IX > ZERO
                           AND NOT LDG-VOID-ENTRY
                           ADD 1 TO WS-ST-HANDS (WS-ST-FOUND-IX)
                           ADD LDG-WAGERED-CENTS
                               TO WS-ST-BET-CENTS (WS-ST-FOUND-IX)
                       MOVE LDGM-SHOE-ID TO WS-LOOKUP-SHOE
                       PERFORM FIND-OR-ADD-SHOE
                       IF WS-ST-FOUND-IX > ZERO
                           AND LDGM-VOID-ENTRY
                           ADD 1 TO WS-ST-VOID-HANDS (WS-ST-FOUND-IX)
                           ADD LDGM-WAGERED-CENTS
                               TO WS-ST-VOID-BET (WS-ST-FOUND-IX)
                           ADD LDGM-RETURNED-CENTS
                               TO WS-ST-VOID-RTN (WS-ST-FOUND-IX)
                       END-IF
                       IF WS-ST-FOUND-IX > ZERO
                           AND NOT LDGM-VOID-ENTRY
                           ADD 1 TO WS-ST-HANDS (WS-ST-FOUND-IX)
                           ADD LDGM-WAGERED-CENTS
                               TO WS-ST-BET-CENTS (WS-ST-FOUND-IX)
                   MOVE ZERO TO WS-ST-HANDS (WS-ST-COUNT)
                   MOVE ZERO TO WS-ST-BET-CENTS (WS-ST-COUNT)
                   MOVE ZERO TO WS-ST-RTN-CENTS (WS-ST-COUNT)
                   MOVE ZERO TO WS-ST-VOID-HANDS (WS-ST-COUNT)
                   MOVE ZERO TO WS-ST-VOID-BET (WS-ST-COUNT)
                   MOVE ZERO TO WS-ST-VOID-RTN (WS-ST-COUNT)
                   MOVE WS-ST-COUNT TO WS-ST-FOUND-IX
               ELSE
                   MOVE "Y" TO WS-TRUNC-SW

       RETOTAL-FROM-LEDGER.
      *    Pull the current shoe's totals out of the table built up
      *    front; a shoe with no ledger rows totals to zero. Voided
      *    hands net out of the hands and money totals.
           MOVE ZERO TO WS-LDG-HANDS WS-LDG-BET-CENTS
               WS-LDG-RTN-CENTS WS-LDG-VOID-HANDS
           MOVE 1 TO WS-ST-IX
           PERFORM UNTIL WS-ST-IX > WS-ST-COUNT
               IF WS-ST-SHOE-ID (WS-ST-IX) = WS-CUR-SHOE-ID
                   MOVE WS-ST-VOID-HANDS (WS-ST-IX)
                       TO WS-LDG-VOID-HANDS
                   IF WS-ST-HANDS (WS-ST-IX)
                       > WS-ST-VOID-HANDS (WS-ST-IX)
                       COMPUTE WS-LDG-HANDS = WS-ST-HANDS (WS-ST-IX)
                           - WS-ST-VOID-HANDS (WS-ST-IX)
                   END-IF
                   COMPUTE WS-LDG-BET-CENTS =
                       WS-ST-BET-CENTS (WS-ST-IX)
                       - WS-ST-VOID-BET (WS-ST-IX)
                   COMPUTE WS-LDG-RTN-CENTS =
                       WS-ST-RTN-CENTS (WS-ST-IX)
                       - WS-ST-VOID-RTN (WS-ST-IX)
                   MOVE WS-ST-COUNT TO WS-ST-IX
               END-IF
               ADD 1 TO WS-ST-IX
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-LDG-VOID-HANDS > ZERO
               MOVE WS-LDG-VOID-HANDS TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "     HANDS VOIDED ...... " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-CUR-LAST-HAND-NO TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "     LAST HAND NO ...... " WS-EDIT-COUNT
