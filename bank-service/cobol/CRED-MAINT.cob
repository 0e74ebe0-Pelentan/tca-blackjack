       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRED-MAINT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Marker credit-line maintenance screen.
      *
      * The front door for the credit-line master (see CRLINE
      * copybook), the way DLR-MAINT is the front door for the
      * dealer roster. CAGE-TXN lends markers against what this
      * screen maintains:
      *
      *   - S = SET or change an account's line: limit in cents and
      *     the date the line must be reviewed by. The signed-on
      *     supervisor is recorded as the approver. Supervisor
      *     authority required (CRLN-SET-DENY otherwise);
      *   - H = place the line on HOLD by hand - any signed-on
      *     operator may tighten credit;
      *   - R = RELEASE a hold. Supervisor authority required
      *     (CRLN-REL-DENY otherwise);
      *   - B = record a marker the BANK returned unpaid: the
      *     marker goes to status "B" on the marker master (still
      *     owed, still redeemable) and the account's line goes on
      *     hold naming the marker. An account with no line on file
      *     gets one written at a zero limit, already on hold, so
      *     the hold survives a later SET;
      *   - X = exit.
      *
      * A line can only be set for an account open on the account
      * master (see ACCTREC). Setting a line leaves any hold in
      * place - re-approving a limit is not releasing a bounced
      * marker.
      *
      * Sign-on is validated against the operator master (see
      * OPERMSTR) and every session and action - refused ones
      * included - is journaled to the operator activity journal
      * (see OPRJRNL). While no operator master exists yet the
      * screen falls back to the pre-sign-on behavior with full
      * authority, same as SUS-MAINT.
      *
      * Like INQ-HAND, this is a plain terminal screen (SCREEN
      * SECTION) in the CICS-pseudo-conversational shape, with no
      * CICS runtime dependency.
      *
      * Files:
      *   CREDIT-LINE-FILE     (logical name "CRLINE")   - lines
      *   MARKER-FILE          (logical name "MARKER")   - markers
      *   ACCT-MASTER-FILE     (logical name "ACCTMSTR") - accounts
      *   OPERATOR-MASTER-FILE (logical name "OPERMSTR")
      *   OPER-JOURNAL-FILE    (logical name "OPRJRNL")
      *
      * Exit code: 0 = success (interactive screen, same as INQ-HAND).
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LINE-FILE ASSIGN TO "CRLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ACCOUNT-ID
               FILE STATUS IS WS-CRLINE-STATUS.

           SELECT MARKER-FILE ASSIGN TO "MARKER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MKR-ID
               FILE STATUS IS WS-MARKER-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPRMSTR-STATUS.

           SELECT OPER-JOURNAL-FILE ASSIGN TO "OPRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-LINE-FILE.
           COPY CRLINE.

       FD  MARKER-FILE.
           COPY MARKER.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMSTR.

       FD  OPER-JOURNAL-FILE.
           COPY OPRJRNL.

       WORKING-STORAGE SECTION.
       01  WS-CRLINE-STATUS    PIC XX     VALUE "00".
       01  WS-MARKER-STATUS    PIC XX     VALUE "00".
       01  WS-ACCT-STATUS      PIC XX     VALUE "00".
       01  WS-CL-FOUND-SW      PIC X      VALUE "N".
           88 WS-LINE-FOUND                VALUE "Y".
       01  WS-MKR-FOUND-SW     PIC X      VALUE "N".
           88 WS-MARKER-FOUND              VALUE "Y".
       01  WS-ACCT-FOUND-SW    PIC X      VALUE "N".
           88 WS-ACCOUNT-FOUND             VALUE "Y".

       01  WS-OPERATOR-ID      PIC X(08)  VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(20)  VALUE SPACES.
       01  WS-TODAY            PIC X(08)  VALUE SPACES.

      *    Operator sign-on and activity journaling (see OPERMSTR/
      *    OPRJRNL), same as SUS-MAINT. The authority byte gates
      *    SET and RELEASE.
       01  WS-OPRMSTR-STATUS   PIC XX     VALUE "00".
       01  WS-OPRJRNL-STATUS   PIC XX     VALUE "00".
       01  WS-OPERATOR-PIN     PIC X(08)  VALUE SPACES.
       01  WS-OPR-FOUND-SW     PIC X      VALUE "N".
           88 WS-OPERATOR-ON-MASTER        VALUE "Y".
       01  WS-OPR-AUTH         PIC X(01)  VALUE SPACE.
           88 WS-OPR-SUPERVISOR            VALUE "S".
       01  WS-JRNL-ACTION      PIC X(14)  VALUE SPACES.
       01  WS-JRNL-DETAIL      PIC X(30)  VALUE SPACES.
       01  WS-JRNL-TIMESTAMP   PIC X(20)  VALUE SPACES.

       01  WS-IN-ACTION        PIC X(01)  VALUE SPACES.
           88 WS-ACTION-SET                VALUE "S" "s".
           88 WS-ACTION-HOLD               VALUE "H" "h".
           88 WS-ACTION-RELEASE            VALUE "R" "r".
           88 WS-ACTION-RETURNED           VALUE "B" "b".
           88 WS-ACTION-EXIT               VALUE "X" "x".
       01  WS-IN-ACCOUNT-ID    PIC X(10)  VALUE SPACES.
       01  WS-IN-LIMIT-RAW     PIC X(18)  VALUE SPACES.
       01  WS-IN-REVIEW-DATE   PIC X(08)  VALUE SPACES.
       01  WS-IN-MARKER-ID     PIC X(10)  VALUE SPACES.

      *    Limit validation - same raw-string/digit-length approach
      *    as FILL-ENTRY's amounts. A zero limit is a legitimate
      *    line (credit withdrawn without a hold).
       01  WS-INPUT-VALID-SW   PIC X      VALUE "Y".
           88 WS-INPUT-VALID               VALUE "Y".
       01  WS-AMT-TRIMMED      PIC X(18)  VALUE SPACES.
       01  WS-AMT-LEN          PIC 9(02)  COMP VALUE ZERO.
       01  WS-AMT-DIGITS       PIC 9(15)  VALUE ZERO.
       01  WS-LIMIT-CENTS      PIC 9(15)  VALUE ZERO.
       01  WS-OLD-LIMIT-CENTS  PIC 9(15)  VALUE ZERO.

       01  WS-EDIT-CENTS       PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-OLD-CENTS   PIC $$,$$$,$$$,$$9.99.
       01  WS-DOLLARS          PIC 9(13)V99 VALUE ZERO.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "MARKER CREDIT-LINE MAINTENANCE".
           05 LINE 03 COL 01 VALUE
               "OPERATOR ID ...............: ".
           05 LINE 03 COL 31 PIC X(08) USING WS-OPERATOR-ID.
           05 LINE 04 COL 01 VALUE
               "PIN .......................: ".
           05 LINE 04 COL 31 PIC X(08) USING WS-OPERATOR-PIN
               SECURE.

       01  SCR-ACTION.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "MARKER CREDIT-LINE MAINTENANCE".
           05 LINE 03 COL 01 VALUE
               "ACTION ....................: ".
           05 LINE 03 COL 31 PIC X(01) USING WS-IN-ACTION.
           05 LINE 05 COL 01 VALUE
               "S = SET/CHANGE LINE   H = HOLD   R = RELEASE HOLD".
           05 LINE 06 COL 01 VALUE
               "B = MARKER RETURNED BY BANK   X = EXIT".

       01  SCR-LINE.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "SET CREDIT LINE".
           05 LINE 03 COL 01 VALUE
               "ACCOUNT ID ................: ".
           05 LINE 03 COL 31 PIC X(10) USING WS-IN-ACCOUNT-ID.
           05 LINE 04 COL 01 VALUE
               "LIMIT CENTS ...............: ".
           05 LINE 04 COL 31 PIC X(18) USING WS-IN-LIMIT-RAW.
           05 LINE 05 COL 01 VALUE
               "REVIEW DATE (YYYYMMDD) ....: ".
           05 LINE 05 COL 31 PIC X(08) USING WS-IN-REVIEW-DATE.

       01  SCR-ACCOUNT.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "CREDIT LINE HOLD".
           05 LINE 03 COL 01 VALUE
               "ACCOUNT ID ................: ".
           05 LINE 03 COL 31 PIC X(10) USING WS-IN-ACCOUNT-ID.

       01  SCR-MARKER.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "MARKER RETURNED BY BANK".
           05 LINE 03 COL 01 VALUE
               "MARKER ID .................: ".
           05 LINE 03 COL 31 PIC X(10) USING WS-IN-MARKER-ID.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY SCR-SIGNON
           ACCEPT SCR-SIGNON
           IF WS-OPERATOR-ID = SPACES
               DISPLAY " "
               DISPLAY "AN OPERATOR ID IS REQUIRED - NOTHING CHANGED."
               STOP RUN
           END-IF

           PERFORM SIGNON-OPERATOR
           MOVE "SIGNON" TO WS-JRNL-ACTION
           MOVE SPACES   TO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           PERFORM OPEN-MASTER

           PERFORM UNTIL WS-ACTION-EXIT
               MOVE SPACE TO WS-IN-ACTION
               DISPLAY SCR-ACTION
               ACCEPT SCR-ACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-SET
                       PERFORM DO-SET-LINE
                   WHEN WS-ACTION-HOLD
                       PERFORM DO-HOLD
                   WHEN WS-ACTION-RELEASE
                       PERFORM DO-RELEASE
                   WHEN WS-ACTION-RETURNED
                       PERFORM DO-MARKER-RETURNED
                   WHEN WS-ACTION-EXIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY " "
                       DISPLAY "ACTION MUST BE S, H, R, B, OR X."
               END-EVALUATE
           END-PERFORM

           CLOSE CREDIT-LINE-FILE
           STOP RUN.

       OPEN-MASTER.
      *    Create the credit-line master on first use if it does not
      *    exist yet, same as the suite's other indexed masters,
      *    then hold it open for the session.
           OPEN I-O CREDIT-LINE-FILE
           IF WS-CRLINE-STATUS = "35"
               OPEN OUTPUT CREDIT-LINE-FILE
               CLOSE CREDIT-LINE-FILE
               OPEN I-O CREDIT-LINE-FILE
           END-IF.

       READ-LINE.
           MOVE WS-IN-ACCOUNT-ID TO CL-ACCOUNT-ID
           MOVE "N" TO WS-CL-FOUND-SW
           READ CREDIT-LINE-FILE
               INVALID KEY
                   MOVE "N" TO WS-CL-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-CL-FOUND-SW
           END-READ.

       READ-ACCOUNT.
      *    The account master is only looked at, never changed -
      *    open it for the one read.
           MOVE "N" TO WS-ACCT-FOUND-SW
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCOUNT-ID TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-SW
           END-READ
           CLOSE ACCT-MASTER-FILE.

       DO-SET-LINE.
           IF NOT WS-OPR-SUPERVISOR
               MOVE "CRLN-SET-DENY"  TO WS-JRNL-ACTION
               MOVE "NOT SUPERVISOR" TO WS-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               DISPLAY " "
               DISPLAY "SETTING A CREDIT LINE NEEDS SUPERVISOR "
                   "AUTHORITY."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IN-ACCOUNT-ID WS-IN-LIMIT-RAW
               WS-IN-REVIEW-DATE
           DISPLAY SCR-LINE
           ACCEPT SCR-LINE

           IF WS-IN-ACCOUNT-ID = SPACES
               DISPLAY " "
               DISPLAY "AN ACCOUNT ID IS REQUIRED."
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-LIMIT
           IF NOT WS-INPUT-VALID
               DISPLAY " "
               DISPLAY "LIMIT MUST BE A NUMBER OF CENTS."
               EXIT PARAGRAPH
           END-IF
      *    A line with no review date, or one already in the past,
      *    would be dead on arrival at the cage.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-IN-REVIEW-DATE NOT NUMERIC
               DISPLAY " "
               DISPLAY "REVIEW DATE MUST BE YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-REVIEW-DATE < WS-TODAY
               DISPLAY " "
               DISPLAY "REVIEW DATE IS ALREADY PAST."
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY " "
               DISPLAY "NO SUCH ACCOUNT."
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCT-OPEN
               DISPLAY " "
               DISPLAY "ACCOUNT IS NOT OPEN - NO LINE SET."
               EXIT PARAGRAPH
           END-IF

           PERFORM STAMP-TIME
           PERFORM READ-LINE
           IF WS-LINE-FOUND
               MOVE CL-LIMIT-CENTS TO WS-OLD-LIMIT-CENTS
           ELSE
               MOVE ZERO TO WS-OLD-LIMIT-CENTS
               MOVE WS-IN-ACCOUNT-ID TO CL-ACCOUNT-ID
               MOVE "N"    TO CL-HOLD-FLAG
               MOVE SPACE  TO CL-HOLD-REASON
               MOVE SPACES TO CL-HOLD-DATE CL-HOLD-MARKER-ID
           END-IF
           MOVE WS-LIMIT-CENTS    TO CL-LIMIT-CENTS
           MOVE WS-OPERATOR-ID    TO CL-APPROVED-BY
           MOVE WS-TIMESTAMP(1:8) TO CL-APPROVED-DATE
           MOVE WS-IN-REVIEW-DATE TO CL-REVIEW-DATE
           MOVE WS-OPERATOR-ID    TO CL-LAST-OPERATOR
           MOVE WS-TIMESTAMP      TO CL-LAST-UPDATED
           IF WS-LINE-FOUND
               REWRITE CL-RECORD
           ELSE
               WRITE CL-RECORD
           END-IF

           MOVE "CRLN-SET" TO WS-JRNL-ACTION
           MOVE SPACES     TO WS-JRNL-DETAIL
           STRING WS-IN-ACCOUNT-ID " " WS-LIMIT-CENTS
               DELIMITED BY SIZE INTO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           COMPUTE WS-DOLLARS = WS-LIMIT-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           COMPUTE WS-DOLLARS = WS-OLD-LIMIT-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-OLD-CENTS
           DISPLAY " "
           IF WS-LINE-FOUND
               DISPLAY "CREDIT LINE CHANGED: " WS-IN-ACCOUNT-ID
                   " FROM " WS-EDIT-OLD-CENTS " TO " WS-EDIT-CENTS
           ELSE
               DISPLAY "CREDIT LINE SET: " WS-IN-ACCOUNT-ID
                   " " WS-EDIT-CENTS
           END-IF
           DISPLAY "REVIEW BY " WS-IN-REVIEW-DATE
           IF CL-ON-HOLD
               DISPLAY "LINE REMAINS ON HOLD - RELEASE SEPARATELY."
           END-IF.

       DO-HOLD.
           MOVE SPACES TO WS-IN-ACCOUNT-ID
           DISPLAY SCR-ACCOUNT
           ACCEPT SCR-ACCOUNT

           IF WS-IN-ACCOUNT-ID = SPACES
               DISPLAY " "
               DISPLAY "AN ACCOUNT ID IS REQUIRED."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LINE
           IF NOT WS-LINE-FOUND
               DISPLAY " "
               DISPLAY "NO CREDIT LINE ON FILE FOR THE ACCOUNT."
               EXIT PARAGRAPH
           END-IF
           IF CL-ON-HOLD
               DISPLAY " "
               DISPLAY "LINE IS ALREADY ON HOLD."
               EXIT PARAGRAPH
           END-IF

           PERFORM STAMP-TIME
           MOVE "Y"               TO CL-HOLD-FLAG
           MOVE "M"               TO CL-HOLD-REASON
           MOVE WS-TIMESTAMP(1:8) TO CL-HOLD-DATE
           MOVE SPACES            TO CL-HOLD-MARKER-ID
           MOVE WS-OPERATOR-ID    TO CL-LAST-OPERATOR
           MOVE WS-TIMESTAMP      TO CL-LAST-UPDATED
           REWRITE CL-RECORD

           MOVE "CRLN-HOLD"      TO WS-JRNL-ACTION
           MOVE WS-IN-ACCOUNT-ID TO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL
           DISPLAY " "
           DISPLAY "CREDIT LINE ON HOLD: " WS-IN-ACCOUNT-ID.

       DO-RELEASE.
           IF NOT WS-OPR-SUPERVISOR
               MOVE "CRLN-REL-DENY"  TO WS-JRNL-ACTION
               MOVE "NOT SUPERVISOR" TO WS-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               DISPLAY " "
               DISPLAY "RELEASING A CREDIT HOLD NEEDS SUPERVISOR "
                   "AUTHORITY."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IN-ACCOUNT-ID
           DISPLAY SCR-ACCOUNT
           ACCEPT SCR-ACCOUNT

           IF WS-IN-ACCOUNT-ID = SPACES
               DISPLAY " "
               DISPLAY "AN ACCOUNT ID IS REQUIRED."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LINE
           IF NOT WS-LINE-FOUND
               DISPLAY " "
               DISPLAY "NO CREDIT LINE ON FILE FOR THE ACCOUNT."
               EXIT PARAGRAPH
           END-IF
           IF NOT CL-ON-HOLD
               DISPLAY " "
               DISPLAY "LINE IS NOT ON HOLD."
               EXIT PARAGRAPH
           END-IF
           IF CL-HOLD-RETURNED
               DISPLAY " "
               DISPLAY "HOLD WAS FOR RETURNED MARKER "
                   CL-HOLD-MARKER-ID
           END-IF

           PERFORM STAMP-TIME
           MOVE "N"            TO CL-HOLD-FLAG
           MOVE SPACE          TO CL-HOLD-REASON
           MOVE SPACES         TO CL-HOLD-DATE CL-HOLD-MARKER-ID
           MOVE WS-OPERATOR-ID TO CL-LAST-OPERATOR
           MOVE WS-TIMESTAMP   TO CL-LAST-UPDATED
           REWRITE CL-RECORD

           MOVE "CRLN-RELEASE"   TO WS-JRNL-ACTION
           MOVE WS-IN-ACCOUNT-ID TO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL
           DISPLAY " "
           DISPLAY "CREDIT HOLD RELEASED: " WS-IN-ACCOUNT-ID.

       DO-MARKER-RETURNED.
           MOVE SPACES TO WS-IN-MARKER-ID
           DISPLAY SCR-MARKER
           ACCEPT SCR-MARKER

           IF WS-IN-MARKER-ID = SPACES
               DISPLAY " "
               DISPLAY "A MARKER ID IS REQUIRED."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O MARKER-FILE
           IF WS-MARKER-STATUS NOT = "00"
               DISPLAY " "
               DISPLAY "MARKER MASTER COULD NOT BE OPENED, STATUS "
                   WS-MARKER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-MARKER-ID TO MKR-ID
           MOVE "N" TO WS-MKR-FOUND-SW
           READ MARKER-FILE
               INVALID KEY
                   MOVE "N" TO WS-MKR-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-MKR-FOUND-SW
           END-READ
           IF NOT WS-MARKER-FOUND
               CLOSE MARKER-FILE
               DISPLAY " "
               DISPLAY "NO SUCH MARKER."
               EXIT PARAGRAPH
           END-IF
           IF MKR-REDEEMED
               CLOSE MARKER-FILE
               DISPLAY " "
               DISPLAY "MARKER IS FULLY REDEEMED - NOTHING OWED."
               EXIT PARAGRAPH
           END-IF
           IF MKR-RETURNED
               CLOSE MARKER-FILE
               DISPLAY " "
               DISPLAY "MARKER IS ALREADY RECORDED AS RETURNED."
               EXIT PARAGRAPH
           END-IF

           PERFORM STAMP-TIME
           MOVE "B"          TO MKR-STATUS
           MOVE WS-TIMESTAMP TO MKR-LAST-TIMESTAMP
           REWRITE MKR-RECORD
           CLOSE MARKER-FILE

      *    The bounce puts the player's credit on hold whatever the
      *    line looked like - including no line at all, so a line
      *    set later does not quietly reopen credit.
           MOVE MKR-ACCOUNT-ID TO WS-IN-ACCOUNT-ID
           PERFORM READ-LINE
           IF NOT WS-LINE-FOUND
               MOVE MKR-ACCOUNT-ID TO CL-ACCOUNT-ID
               MOVE ZERO           TO CL-LIMIT-CENTS
               MOVE SPACES         TO CL-APPROVED-BY
                   CL-APPROVED-DATE CL-REVIEW-DATE
           END-IF
           MOVE "Y"               TO CL-HOLD-FLAG
           MOVE "R"               TO CL-HOLD-REASON
           MOVE WS-TIMESTAMP(1:8) TO CL-HOLD-DATE
           MOVE WS-IN-MARKER-ID   TO CL-HOLD-MARKER-ID
           MOVE WS-OPERATOR-ID    TO CL-LAST-OPERATOR
           MOVE WS-TIMESTAMP      TO CL-LAST-UPDATED
           IF WS-LINE-FOUND
               REWRITE CL-RECORD
           ELSE
               WRITE CL-RECORD
           END-IF

           MOVE "MKR-RETURN" TO WS-JRNL-ACTION
           MOVE SPACES       TO WS-JRNL-DETAIL
           STRING "MKR=" WS-IN-MARKER-ID " ACCT=" WS-IN-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           COMPUTE WS-DOLLARS = MKR-OUTSTANDING-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           DISPLAY " "
           DISPLAY "MARKER RECORDED AS RETURNED: " WS-IN-MARKER-ID
               " OUTSTANDING " WS-EDIT-CENTS
           DISPLAY "CREDIT LINE ON HOLD: " WS-IN-ACCOUNT-ID.

       VALIDATE-LIMIT.
           MOVE "Y"  TO WS-INPUT-VALID-SW
           MOVE ZERO TO WS-LIMIT-CENTS
           MOVE FUNCTION TRIM(WS-IN-LIMIT-RAW) TO WS-AMT-TRIMMED
           COMPUTE WS-AMT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IN-LIMIT-RAW))

           IF WS-AMT-LEN = ZERO
               OR WS-AMT-TRIMMED(1:WS-AMT-LEN) NOT NUMERIC
               MOVE "N" TO WS-INPUT-VALID-SW
           ELSE
               MOVE WS-AMT-TRIMMED(1:WS-AMT-LEN) TO WS-AMT-DIGITS
               MOVE WS-AMT-DIGITS TO WS-LIMIT-CENTS
           END-IF.

       STAMP-TIME.
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-TIMESTAMP(9:6) FROM TIME.

       SIGNON-OPERATOR.
      *    Validate id + PIN against the operator master (see
      *    OPERMSTR) and keep the authority byte for the SET and
      *    RELEASE gates. Status 35 (no master on disk) is the
      *    rollout fallback with full authority; any other open
      *    failure refuses the sign-on.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPRMSTR-STATUS = "35"
               MOVE "S" TO WS-OPR-AUTH
               EXIT PARAGRAPH
           END-IF
           IF WS-OPRMSTR-STATUS NOT = "00"
               MOVE "SIGNON-DENIED" TO WS-JRNL-ACTION
               MOVE SPACES TO WS-JRNL-DETAIL
               STRING "OPERMSTR STATUS " WS-OPRMSTR-STATUS
                   DELIMITED BY SIZE INTO WS-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               DISPLAY " "
               DISPLAY "SIGN-ON REFUSED - OPERATOR MASTER COULD "
                   "NOT BE OPENED, STATUS " WS-OPRMSTR-STATUS
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ID TO OPR-ID
           MOVE "N" TO WS-OPR-FOUND-SW
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-OPR-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-OPR-FOUND-SW
           END-READ

           IF NOT WS-OPERATOR-ON-MASTER
               OR NOT OPR-ACTIVE
               OR OPR-PIN NOT = WS-OPERATOR-PIN
               CLOSE OPERATOR-MASTER-FILE
               MOVE "SIGNON-DENIED" TO WS-JRNL-ACTION
               MOVE SPACES          TO WS-JRNL-DETAIL
               PERFORM WRITE-OPR-JOURNAL
               DISPLAY " "
               DISPLAY "SIGN-ON REFUSED - CHECK OPERATOR ID AND PIN."
               STOP RUN
           END-IF

           MOVE OPR-AUTHORITY TO WS-OPR-AUTH
           CLOSE OPERATOR-MASTER-FILE.

       WRITE-OPR-JOURNAL.
           ACCEPT WS-JRNL-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-JRNL-TIMESTAMP(9:6) FROM TIME

           OPEN EXTEND OPER-JOURNAL-FILE
           IF WS-OPRJRNL-STATUS = "35"
               OPEN OUTPUT OPER-JOURNAL-FILE
           END-IF

           MOVE WS-JRNL-TIMESTAMP TO OJ-TIMESTAMP
           MOVE WS-OPERATOR-ID    TO OJ-OPERATOR
           MOVE "CRED-MAINT"      TO OJ-PROGRAM
           MOVE WS-JRNL-ACTION    TO OJ-ACTION
           MOVE WS-JRNL-DETAIL    TO OJ-DETAIL

           WRITE OJ-RECORD

           CLOSE OPER-JOURNAL-FILE.
