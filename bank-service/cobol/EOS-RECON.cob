      *                    decimal conversion, displaying every amount
      *                    100x too large. Route through a V99 work
      *                    field first.
      *   2026-10-15  REM  Void reversal rows (see LEDGREC, HAND-VOID)
      *                    are totaled apart from the day's
      *                    settlements and netted off: voided
      *                    hands, bet volume and returned lines,
      *                    net bet/returned lines, and the hold
      *                    figured on the net so a voided hand no
      *                    longer counts toward the shift.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-LOSS-BET-CENTS    PIC 9(15) VALUE ZERO.
           05  WS-LOSS-RTN-CENTS    PIC 9(15) VALUE ZERO.

      *    Void reversals booked on the day, and the day's net of
      *    settlements less voids. The net can go negative on a
      *    day that voids more than it settles.
       01  WS-VOID-TOTALS.
           05  WS-VOID-COUNT        PIC 9(7)  COMP VALUE ZERO.
           05  WS-VOID-BET-CENTS    PIC 9(15) VALUE ZERO.
           05  WS-VOID-RTN-CENTS    PIC 9(15) VALUE ZERO.
       01  WS-NET-BET-CENTS         PIC S9(15) VALUE ZERO.
       01  WS-NET-RTN-CENTS         PIC S9(15) VALUE ZERO.

       01  WS-HOLD-PCT              PIC S9(3)V9(4) VALUE ZERO.

       01  WS-EDIT-CENTS            PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.
       01  WS-EDIT-PCT              PIC -ZZ9.99.
       01  WS-DOLLARS               PIC 9(13)V99 VALUE ZERO.
       01  WS-EDIT-NET-CENTS        PIC -$$,$$$,$$$,$$9.99.
       01  WS-NET-DOLLARS           PIC S9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
               EXIT PARAGRAPH
           END-IF

      *    A void reversal takes a hand back out of the shift - it is
      *    not a hand settled, and not a win, push or loss.
           IF LDG-VOID-ENTRY
               ADD 1                  TO WS-VOID-COUNT
               ADD LDG-WAGERED-CENTS  TO WS-VOID-BET-CENTS
               ADD LDG-RETURNED-CENTS TO WS-VOID-RTN-CENTS
               EXIT PARAGRAPH
           END-IF

           ADD 1               TO WS-HAND-COUNT
           ADD LDG-WAGERED-CENTS  TO WS-TOTAL-BET-CENTS
           ADD LDG-RETURNED-CENTS TO WS-TOTAL-RTN-CENTS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-VOID-LINES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-TYPE-LINE-WIN
           PERFORM WRITE-TYPE-LINE-PUSH
           PERFORM WRITE-TYPE-LINE-LOSS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-VOID-LINES.
           MOVE WS-VOID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "HANDS VOIDED ........... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-VOID-BET-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "VOIDED BET VOLUME ...... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-VOID-RTN-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "VOIDED RETURNED CENTS .. " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-NET-BET-CENTS =
               WS-TOTAL-BET-CENTS - WS-VOID-BET-CENTS
           COMPUTE WS-NET-RTN-CENTS =
               WS-TOTAL-RTN-CENTS - WS-VOID-RTN-CENTS

           COMPUTE WS-NET-DOLLARS = WS-NET-BET-CENTS / 100
           MOVE WS-NET-DOLLARS TO WS-EDIT-NET-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "NET BET VOLUME ......... " WS-EDIT-NET-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-NET-DOLLARS = WS-NET-RTN-CENTS / 100
           MOVE WS-NET-DOLLARS TO WS-EDIT-NET-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "NET RETURNED CENTS ..... " WS-EDIT-NET-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       COMPUTE-HOLD-PCT.
      *    Hold % = (bet - returned) / bet * 100 on the day's net of
      *    voids, zero if no net volume.
           IF WS-NET-BET-CENTS > ZERO
               COMPUTE WS-HOLD-PCT ROUNDED =
                   ((WS-NET-BET-CENTS - WS-NET-RTN-CENTS) /
                    WS-NET-BET-CENTS) * 100
           ELSE
               MOVE ZERO TO WS-HOLD-PCT
           END-IF.
