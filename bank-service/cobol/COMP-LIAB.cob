      *
      * Totals the month's comp-point activity out of the comp-point
      * journal (see CMPJRNL copybook) - points accrued by
      * RATE-ACCRUE, redeemed by COMP-REDEEM, lapsed by COMP-EXPIRE,
      * clawed back for voided hands by RATE-ACCRUE - and the
      * outstanding balance across the ACCT-MASTER-FILE.
      * One point = one cent, so the outstanding line is the real
      * liability Finance can finally book instead of watching a
      * spreadsheet drift.
      *
      * Modification history:
      *   2026-09-02  REM  Initial version.
      *   2026-10-15  REM  Points clawed back for voided hands (the
      *                    journal's "V" rows, see RATE-ACCRUE) get
      *                    their own POINTS VOIDED line.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-ACCRUED-POINTS       PIC 9(15)  VALUE ZERO.
       01  WS-REDEEMED-POINTS      PIC 9(15)  VALUE ZERO.
       01  WS-LAPSED-POINTS        PIC 9(15)  VALUE ZERO.
       01  WS-VOIDED-POINTS        PIC 9(15)  VALUE ZERO.
       01  WS-OUTSTANDING-POINTS   PIC 9(15)  VALUE ZERO.
       01  WS-ACCOUNT-COUNT        PIC 9(07)  VALUE ZERO.

           DISPLAY "POINTS_ACCRUED="     WS-ACCRUED-POINTS
           DISPLAY "POINTS_REDEEMED="    WS-REDEEMED-POINTS
           DISPLAY "POINTS_LAPSED="      WS-LAPSED-POINTS
           DISPLAY "POINTS_VOIDED="      WS-VOIDED-POINTS
           DISPLAY "POINTS_OUTSTANDING=" WS-OUTSTANDING-POINTS
           STOP RUN.

                           ADD CP-POINTS TO WS-REDEEMED-POINTS
                       WHEN CP-LAPSE
                           ADD CP-POINTS TO WS-LAPSED-POINTS
                       WHEN CP-VOID-CLAWBACK
                           ADD CP-POINTS TO WS-VOIDED-POINTS
                   END-EVALUATE
               END-IF
               PERFORM READ-JOURNAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-VOIDED-POINTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "POINTS VOIDED .......... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

