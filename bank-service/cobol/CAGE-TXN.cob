      * same standard as COMP-REDEEM. While no master exists yet,
      * any id passes (rollout fallback, same as the screens).
      *
      * A marker is lent against the account's approved credit
      * line (see CRLINE copybook, maintained on CRED-MAINT): the
      * line must exist, must not be on hold, must not be past its
      * review date, and the account's total outstanding across its
      * open markers plus the new marker must stay within the
      * limit. While no credit-line master exists yet, markers
      * issue as before (rollout fallback, same as the operator
      * master); once it exists an account with no line gets no
      * marker.
      *
      * The account status byte set by ACCT-MAINT is enforced the
      * same way ACCT-POST enforces it. Unlike settlement rejects,
      * a refused cage transaction is not suspensed - the teller is
      *   NEW_BALANCE         - balance after the transaction
      *   MARKER_OUTSTANDING  - marker's remaining amount (marker
      *                         transactions only)
      *   CREDIT_AVAILABLE    - what is left on the credit line
      *                         after a MARKER-ISSUE (also shown,
      *                         with CREDIT_LIMIT and
      *                         CREDIT_OUTSTANDING, when a marker is
      *                         refused as over the line)
      *
      * Exit code: 0 = success
      *            1 = ACCOUNT_ID or OPERATOR_ID is missing
      *                master
      *           11 = operator master exists but could not be
      *                opened - nothing applied
      *           12 = MARKER-ISSUE refused - no credit line on the
      *                credit-line master, or the line is on hold
      *           13 = MARKER-ISSUE refused - the line's review date
      *                has passed
      *           14 = MARKER-ISSUE refused - the marker would take
      *                the account's outstanding over the line
      *           15 = credit-line master exists but could not be
      *                opened - nothing applied
      *
      * Modification history:
      *   2026-09-02  REM  Initial version.
      *                    paid down another player's marker and
      *                    journaled the cash against the wrong
      *                    account.
      *   2026-10-15  REM  MARKER-ISSUE is checked against the
      *                    account's credit line (see CRLINE): no
      *                    line or a held line (exit 12), a line
      *                    past its review date (exit 13), or a
      *                    marker that would take the account's
      *                    total outstanding over the limit (exit
      *                    14) is refused. The marker master is now
      *                    opened DYNAMIC so the account's open
      *                    markers can be summed.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

           SELECT MARKER-FILE ASSIGN TO "MARKER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKR-ID
               FILE STATUS IS WS-MARKER-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO "CRLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ACCOUNT-ID
               FILE STATUS IS WS-CRLINE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  CAGE-JOURNAL-FILE.
           COPY CAGEJRNL.

       FD  CREDIT-LINE-FILE.
           COPY CRLINE.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMSTR.

       01  WS-OPR-FOUND-SW     PIC X      VALUE "N".
           88 WS-OPERATOR-ON-MASTER        VALUE "Y".

      *    Credit-line check on MARKER-ISSUE (see CRLINE).
       01  WS-CRLINE-STATUS    PIC XX     VALUE "00".
       01  WS-CL-FOUND-SW      PIC X      VALUE "N".
           88 WS-LINE-FOUND                VALUE "Y".
       01  WS-LINE-CHECKED-SW  PIC X      VALUE "N".
           88 WS-LINE-CHECKED              VALUE "Y".
       01  WS-MKR-EOF-SW       PIC X      VALUE "N".
           88 WS-MKR-EOF                   VALUE "Y".
       01  WS-TODAY            PIC X(08)  VALUE SPACES.
       01  WS-LINE-LIMIT       PIC 9(15)  VALUE ZERO.
       01  WS-LINE-OUTSTANDING PIC 9(15)  VALUE ZERO.
       01  WS-LINE-AVAILABLE   PIC 9(15)  VALUE ZERO.

       01  WS-ACCOUNT-ID       PIC X(10)  VALUE SPACES.
       01  WS-OPERATOR-ID      PIC X(08)  VALUE SPACES.
       01  WS-MARKER-ID        PIC X(10)  VALUE SPACES.
           IF WS-TXN-MARKER-ISSUE OR WS-TXN-MARKER-REDEEM
               DISPLAY "MARKER_OUTSTANDING=" MKR-OUTSTANDING-CENTS
           END-IF
           IF WS-TXN-MARKER-ISSUE AND WS-LINE-CHECKED
               COMPUTE WS-LINE-AVAILABLE = WS-LINE-LIMIT
                   - WS-LINE-OUTSTANDING - WS-AMOUNT-CENTS
               DISPLAY "CREDIT_AVAILABLE=" WS-LINE-AVAILABLE
           END-IF
           STOP RUN.

       APPLY-DEPOSIT.
               STOP RUN RETURNING 7
           END-IF

           PERFORM CHECK-CREDIT-LINE

           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-TIMESTAMP(9:6) FROM TIME
           MOVE WS-MARKER-ID    TO MKR-ID
           WRITE MKR-RECORD
           CLOSE MARKER-FILE.

       CHECK-CREDIT-LINE.
      *    The cage lends against the approved line and nothing
      *    else. Only status 35 - no credit-line master on disk
      *    yet - lets the marker through unchecked; a master that
      *    exists but cannot be opened refuses the marker, same
      *    rule as the operator master.
           OPEN INPUT CREDIT-LINE-FILE
           IF WS-CRLINE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CRLINE-STATUS NOT = "00"
               CLOSE MARKER-FILE
               CLOSE ACCT-MASTER-FILE
               DISPLAY "ERROR=cannot open credit-line master, status "
                   WS-CRLINE-STATUS
               STOP RUN RETURNING 15
           END-IF

           MOVE WS-ACCOUNT-ID TO CL-ACCOUNT-ID
           MOVE "N" TO WS-CL-FOUND-SW
           READ CREDIT-LINE-FILE
               INVALID KEY
                   MOVE "N" TO WS-CL-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-CL-FOUND-SW
           END-READ
           CLOSE CREDIT-LINE-FILE

           IF NOT WS-LINE-FOUND
               CLOSE MARKER-FILE
               CLOSE ACCT-MASTER-FILE
               DISPLAY "ERROR=no credit line approved for the account"
               STOP RUN RETURNING 12
           END-IF
           IF CL-ON-HOLD
               CLOSE MARKER-FILE
               CLOSE ACCT-MASTER-FILE
               DISPLAY "ERROR=credit line is on hold"
               IF CL-HOLD-RETURNED
                   DISPLAY "HOLD_MARKER_ID=" CL-HOLD-MARKER-ID
               END-IF
               STOP RUN RETURNING 12
           END-IF
      *    The line is good through its review date. A review date
      *    that is not a date at all was never set properly and
      *    counts as lapsed.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF CL-REVIEW-DATE NOT NUMERIC
               OR WS-TODAY > CL-REVIEW-DATE
               CLOSE MARKER-FILE
               CLOSE ACCT-MASTER-FILE
               DISPLAY "ERROR=credit line is past its review date"
               DISPLAY "REVIEW_DATE=" CL-REVIEW-DATE
               STOP RUN RETURNING 13
           END-IF

           MOVE CL-LIMIT-CENTS TO WS-LINE-LIMIT
           PERFORM SUM-OUTSTANDING
           IF WS-LINE-OUTSTANDING + WS-AMOUNT-CENTS > WS-LINE-LIMIT
               CLOSE MARKER-FILE
               CLOSE ACCT-MASTER-FILE
               DISPLAY "ERROR=marker would exceed the credit line"
               DISPLAY "CREDIT_LIMIT=" WS-LINE-LIMIT
               DISPLAY "CREDIT_OUTSTANDING=" WS-LINE-OUTSTANDING
               IF WS-LINE-OUTSTANDING < WS-LINE-LIMIT
                   COMPUTE WS-LINE-AVAILABLE =
                       WS-LINE-LIMIT - WS-LINE-OUTSTANDING
               ELSE
                   MOVE ZERO TO WS-LINE-AVAILABLE
               END-IF
               DISPLAY "CREDIT_AVAILABLE=" WS-LINE-AVAILABLE
               STOP RUN RETURNING 14
           END-IF
           MOVE "Y" TO WS-LINE-CHECKED-SW.

       SUM-OUTSTANDING.
      *    The marker master is keyed by marker id alone, so the
      *    account's open markers - returned ones included, they
      *    are still owed - are summed front to back.
           MOVE ZERO TO WS-LINE-OUTSTANDING
           MOVE "N" TO WS-MKR-EOF-SW
           MOVE LOW-VALUES TO MKR-ID
           START MARKER-FILE KEY IS >= MKR-ID
               INVALID KEY
                   MOVE "Y" TO WS-MKR-EOF-SW
           END-START
           PERFORM UNTIL WS-MKR-EOF
               READ MARKER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-MKR-EOF-SW
                   NOT AT END
                       IF MKR-ACCOUNT-ID = WS-ACCOUNT-ID
                           AND MKR-OPEN
                           ADD MKR-OUTSTANDING-CENTS
                               TO WS-LINE-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-MARKER-REDEEM.
           IF WS-MARKER-ID = SPACES
               CLOSE ACCT-MASTER-FILE
