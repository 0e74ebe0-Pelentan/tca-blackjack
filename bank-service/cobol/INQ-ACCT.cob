       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQ-ACCT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Online inquiry screen: "what is going on with this player".
      * INQ-HAND answers what one hand paid; this screen answers a
      * host's phone call or a player at the cage window in one
      * place, keyed by account id:
      *
      *   - the account master (see ACCTREC): balance, status, comp
      *     point balance, the last date comp points were accrued;
      *   - the player's open markers off the marker master (see
      *     MARKER), each with its days outstanding as of today -
      *     the same aging MKR-RPT prints;
      *   - the player's recent activity, newest first, merged in
      *     timestamp order out of the bankroll posting journal
      *     (ACCTJRNL - table payouts and hand void reversals), the
      *     cage journal (CAGEJRNL - deposits, withdrawals, marker
      *     issues and redemptions) and the comp-point journal
      *     (CMPJRNL - accruals, redemptions, lapses, void
      *     clawbacks), a page at a time.
      *
      * The activity list keeps the most recent WS-ACT-MAX rows; an
      * account with more history than that shows a note that older
      * activity was left off - the journals themselves are the full
      * record.
      *
      * Written as a plain terminal screen (SCREEN SECTION) in the
      * same pseudo-conversational shape as INQ-HAND.
      *
      * Player financial data is sensitive: sign-on is validated
      * against the operator master (see OPERMSTR) - base authority
      * is enough - and the session and every lookup are journaled
      * to the operator activity journal (see OPRJRNL), the same way
      * INQ-HAND's are. While no operator master exists yet the
      * screen falls back to the free-text id, journaled either way.
      *
      * Files:
      *   ACCT-MASTER-FILE   (logical name "ACCTMSTR") - accounts
      *   MARKER-FILE        (logical name "MARKER")   - markers
      *   ACCT-JOURNAL-FILE  (logical name "ACCTJRNL") - postings
      *   CAGE-JOURNAL-FILE  (logical name "CAGEJRNL") - cage txns
      *   COMP-JOURNAL-FILE  (logical name "CMPJRNL")  - comp points
      *   OPERATOR-MASTER-FILE (logical name "OPERMSTR")
      *   OPER-JOURNAL-FILE  (logical name "OPRJRNL")
      *
      * A journal or marker master that does not exist yet just
      * contributes nothing - an account with no cage history is
      * not an error.
      *
      * Exit code: 0 = success (always - this is an interactive
      *            inquiry, not a batch step with a caller checking
      *            RETURNING).
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCTMSTR-STATUS.

           SELECT MARKER-FILE ASSIGN TO "MARKER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MKR-ID
               FILE STATUS IS WS-MARKER-STATUS.

           SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTJRNL-STATUS.

           SELECT CAGE-JOURNAL-FILE ASSIGN TO "CAGEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAGEJRNL-STATUS.

           SELECT COMP-JOURNAL-FILE ASSIGN TO "CMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPJRNL-STATUS.

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
       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  MARKER-FILE.
           COPY MARKER.

       FD  ACCT-JOURNAL-FILE.
           COPY ACCTJRNL.

       FD  CAGE-JOURNAL-FILE.
           COPY CAGEJRNL.

       FD  COMP-JOURNAL-FILE.
           COPY CMPJRNL.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMSTR.

       FD  OPER-JOURNAL-FILE.
           COPY OPRJRNL.

       WORKING-STORAGE SECTION.
       01  WS-ACCTMSTR-STATUS  PIC XX     VALUE "00".
       01  WS-MARKER-STATUS    PIC XX     VALUE "00".
       01  WS-ACCTJRNL-STATUS  PIC XX     VALUE "00".
       01  WS-CAGEJRNL-STATUS  PIC XX     VALUE "00".
       01  WS-CMPJRNL-STATUS   PIC XX     VALUE "00".
       01  WS-EOF-SW           PIC X      VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01  WS-IN-ACCOUNT-ID    PIC X(10)  VALUE SPACES.
       01  WS-AGAIN            PIC X      VALUE "Y".
           88 WS-AGAIN-YES                 VALUE "Y" "y".

       01  WS-ACCT-FOUND-SW    PIC X      VALUE "N".
           88 WS-ACCOUNT-FOUND             VALUE "Y".
       01  WS-STATUS-TEXT      PIC X(08)  VALUE SPACES.

      *    Marker aging, today less issue date via day numbers - the
      *    same arithmetic as MKR-RPT.
       01  WS-TODAY            PIC X(08)  VALUE SPACES.
       01  WS-TODAY-DAY-NO     PIC 9(07)  VALUE ZERO.
       01  WS-ISSUE-DAY-NO     PIC 9(07)  VALUE ZERO.
       01  WS-AGE-DAYS         PIC S9(05) VALUE ZERO.
       01  WS-DATE-NUM         PIC 9(08)  VALUE ZERO.
       01  WS-MKR-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-MKR-SHOWN        PIC 9(02)  VALUE ZERO.
       01  WS-MKR-MAX-SHOWN    PIC 9(02)  VALUE 8.
       01  WS-MKR-OUT-CENTS    PIC 9(15)  VALUE ZERO.

      *    Recent activity across the three journals, one entry per
      *    journal row for the account. Each journal is appended in
      *    time order, so once the table is full a newer row
      *    replaces the oldest one held and the table always ends
      *    up with the most recent WS-ACT-MAX rows.
      *    WS-ACT-SIGN is "+" for a movement that raised the
      *    balance, "-" for one that lowered it, blank for a marker
      *    (a receivable, never on the balance). WS-ACT-UNIT is "$"
      *    for cents, "P" for comp points.
       01  WS-ACT-MAX          PIC 9(03)  COMP VALUE 500.
       01  WS-ACT-COUNT        PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-IX           PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-JX           PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-OLDEST-IX    PIC 9(03)  COMP VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 500 TIMES.
               10  WS-ACT-TIMESTAMP PIC X(20).
               10  WS-ACT-SOURCE    PIC X(04).
               10  WS-ACT-TYPE      PIC X(14).
               10  WS-ACT-SIGN      PIC X(01).
               10  WS-ACT-AMOUNT    PIC 9(15).
               10  WS-ACT-UNIT      PIC X(01).
               10  WS-ACT-DETAIL    PIC X(16).
       01  WS-ACT-SWAP         PIC X(71)  VALUE SPACES.
       01  WS-ACT-DROPPED-SW   PIC X      VALUE "N".
           88 WS-ACT-DROPPED               VALUE "Y".

      *    One journal row's values, filled by the journal's own scan
      *    before ADD-ACTIVITY-ROW files it.
       01  WS-NEW-TIMESTAMP    PIC X(20)  VALUE SPACES.
       01  WS-NEW-SOURCE       PIC X(04)  VALUE SPACES.
       01  WS-NEW-TYPE         PIC X(14)  VALUE SPACES.
       01  WS-NEW-SIGN         PIC X(01)  VALUE SPACE.
       01  WS-NEW-AMOUNT       PIC 9(15)  VALUE ZERO.
       01  WS-NEW-UNIT         PIC X(01)  VALUE SPACE.
       01  WS-NEW-DETAIL       PIC X(16)  VALUE SPACES.

      *    Activity paging.
       01  WS-PAGE-SIZE        PIC 9(03)  COMP VALUE 15.
       01  WS-PAGE-TOP         PIC 9(03)  COMP VALUE 1.
       01  WS-PAGE-END         PIC 9(03)  COMP VALUE ZERO.
       01  WS-PAGE-CMD         PIC X      VALUE SPACE.
           88 WS-PAGE-NEXT                 VALUE "N" "n" SPACE.
           88 WS-PAGE-PREV                 VALUE "P" "p".
           88 WS-PAGE-QUIT                 VALUE "Q" "q".
       01  WS-PAGING-SW        PIC X      VALUE "N".
           88 WS-PAGING-DONE               VALUE "Y".
       01  WS-EDIT-ROW-FROM    PIC ZZ9.
       01  WS-EDIT-ROW-TO      PIC ZZ9.
       01  WS-EDIT-ROW-COUNT   PIC ZZ9.

       01  WS-ROW-LINE         PIC X(78)  VALUE SPACES.
       01  WS-EDIT-CENTS       PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-POINTS      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT       PIC ZZZ,ZZ9.
       01  WS-EDIT-DAYS        PIC ZZZZ9.
       01  WS-DOLLARS          PIC 9(13)V99 VALUE ZERO.

      *    Operator sign-on and activity journaling (see OPERMSTR/
      *    OPRJRNL). Base authority is enough for inquiry. While no
      *    operator master exists the screen falls back to the
      *    pre-sign-on behavior; the journal is written either way.
       01  WS-OPRMSTR-STATUS   PIC XX     VALUE "00".
       01  WS-OPRJRNL-STATUS   PIC XX     VALUE "00".
       01  WS-OPERATOR-ID      PIC X(08)  VALUE SPACES.
       01  WS-OPERATOR-PIN     PIC X(08)  VALUE SPACES.
       01  WS-OPR-FOUND-SW     PIC X      VALUE "N".
           88 WS-OPERATOR-ON-MASTER        VALUE "Y".
       01  WS-JRNL-ACTION      PIC X(14)  VALUE SPACES.
       01  WS-JRNL-DETAIL      PIC X(30)  VALUE SPACES.
       01  WS-JRNL-TIMESTAMP   PIC X(20)  VALUE SPACES.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "PLAYER ACCOUNT INQUIRY".
           05 LINE 03 COL 01 VALUE
               "OPERATOR ID ...............: ".
           05 LINE 03 COL 31 PIC X(08) USING WS-OPERATOR-ID.
           05 LINE 04 COL 01 VALUE
               "PIN .......................: ".
           05 LINE 04 COL 31 PIC X(08) USING WS-OPERATOR-PIN
               SECURE.

       01  SCR-SEARCH.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "PLAYER ACCOUNT INQUIRY".
           05 LINE 03 COL 01 VALUE
               "ACCOUNT ID ................: ".
           05 LINE 03 COL 31 PIC X(10) USING WS-IN-ACCOUNT-ID.

       01  SCR-ACTIVITY-HEAD.
           05 BLANK SCREEN.
           05 LINE 01 COL 01 VALUE "PLAYER ACCOUNT ACTIVITY - ".
           05 LINE 01 COL 27 PIC X(10) FROM WS-IN-ACCOUNT-ID.
           05 LINE 02 COL 01 VALUE "ROWS ".
           05 LINE 02 COL 06 PIC ZZ9 FROM WS-EDIT-ROW-FROM.
           05 LINE 02 COL 10 VALUE "-".
           05 LINE 02 COL 12 PIC ZZ9 FROM WS-EDIT-ROW-TO.
           05 LINE 02 COL 16 VALUE "OF".
           05 LINE 02 COL 19 PIC ZZ9 FROM WS-EDIT-ROW-COUNT.
           05 LINE 02 COL 23 VALUE "(NEWEST FIRST)".

       01  SCR-PAGE.
           05 LINE 24 COL 01 VALUE
               "N=NEXT PAGE  P=PREVIOUS  Q=DONE ..: ".
           05 LINE 24 COL 37 PIC X(01) USING WS-PAGE-CMD.

       01  SCR-CONTINUE.
           05 LINE 24 COL 01 VALUE
               "PRESS ENTER FOR RECENT ACTIVITY ..: ".
           05 LINE 24 COL 37 PIC X(01) USING WS-PAGE-CMD.

       01  SCR-AGAIN.
           05 LINE 24 COL 01 VALUE
               "ANOTHER INQUIRY? (Y/N) ....: ".
           05 LINE 24 COL 31 PIC X(01) USING WS-AGAIN.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY SCR-SIGNON
           ACCEPT SCR-SIGNON
           IF WS-OPERATOR-ID = SPACES
               DISPLAY " "
               DISPLAY "AN OPERATOR ID IS REQUIRED."
               STOP RUN
           END-IF
           PERFORM SIGNON-OPERATOR
           MOVE "SIGNON" TO WS-JRNL-ACTION
           MOVE SPACES   TO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DATE-NUM
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           PERFORM UNTIL NOT WS-AGAIN-YES
               PERFORM RUN-ONE-INQUIRY
               DISPLAY SCR-AGAIN
               ACCEPT SCR-AGAIN
           END-PERFORM
           STOP RUN.

       RUN-ONE-INQUIRY.
           MOVE SPACES TO WS-IN-ACCOUNT-ID
           MOVE ZERO   TO WS-ACT-COUNT
           MOVE "N"    TO WS-ACT-DROPPED-SW

           DISPLAY SCR-SEARCH
           ACCEPT SCR-SEARCH

      *    One journal row per lookup, carrying the account asked
      *    for - found or not.
           MOVE "INQUIRY" TO WS-JRNL-ACTION
           MOVE SPACES    TO WS-JRNL-DETAIL
           STRING "ACCT=" WS-IN-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-JRNL-DETAIL
           PERFORM WRITE-OPR-JOURNAL

           IF WS-IN-ACCOUNT-ID = SPACES
               DISPLAY " "
               DISPLAY "AN ACCOUNT ID IS REQUIRED."
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-ACCOUNT
           PERFORM SHOW-OPEN-MARKERS

           MOVE SPACE TO WS-PAGE-CMD
           DISPLAY SCR-CONTINUE
           ACCEPT SCR-CONTINUE

           PERFORM LOAD-POSTINGS
           PERFORM LOAD-CAGE-ACTIVITY
           PERFORM LOAD-COMP-ACTIVITY
           PERFORM SORT-ACTIVITY
           PERFORM PAGE-ACTIVITY.

      *----------------------------------------------------------------*
      * The account master record: balance, status, comp points.
      *----------------------------------------------------------------*
       READ-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-SW
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCTMSTR-STATUS NOT = "00"
               DISPLAY " "
               DISPLAY "ACCOUNT MASTER COULD NOT BE OPENED, STATUS "
                   WS-ACCTMSTR-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-ACCOUNT-ID TO ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-SW
           END-READ
           CLOSE ACCT-MASTER-FILE

           IF NOT WS-ACCOUNT-FOUND
               DISPLAY " "
               DISPLAY "NO ACCOUNT ON FILE: " WS-IN-ACCOUNT-ID
           END-IF.

       SHOW-ACCOUNT.
      *    A blank status byte is an account opened before the byte
      *    existed and reads as open, same as the posting paths.
           EVALUATE TRUE
               WHEN ACCT-FROZEN
                   MOVE "FROZEN"  TO WS-STATUS-TEXT
               WHEN ACCT-CLOSED
                   MOVE "CLOSED"  TO WS-STATUS-TEXT
               WHEN ACCT-OPEN
                   MOVE "OPEN"    TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE ACCT-STATUS TO WS-STATUS-TEXT
           END-EVALUATE

           DISPLAY " "
           DISPLAY "ACCOUNT ................: " ACCT-ID
           DISPLAY "STATUS .................: " WS-STATUS-TEXT
           COMPUTE WS-DOLLARS = ACCT-BALANCE / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           DISPLAY "BALANCE ................: " WS-EDIT-CENTS
           MOVE ACCT-COMP-POINTS TO WS-EDIT-POINTS
           DISPLAY "COMP POINTS ............: " WS-EDIT-POINTS
           IF ACCT-COMP-ACCRUED-DATE = SPACES
               DISPLAY "LAST COMP ACCRUAL ......: (NONE)"
           ELSE
               DISPLAY "LAST COMP ACCRUAL ......: "
                   ACCT-COMP-ACCRUED-DATE
           END-IF
           DISPLAY "LAST UPDATED ...........: " ACCT-LAST-UPDATED.

      *----------------------------------------------------------------*
      * Open markers. The marker master is keyed by marker id only,
      * so the account's markers come from a front-to-back read -
      * the master holds one record per marker ever issued, small
      * next to the ledger.
      *----------------------------------------------------------------*
       SHOW-OPEN-MARKERS.
           MOVE ZERO TO WS-MKR-COUNT WS-MKR-SHOWN WS-MKR-OUT-CENTS
           DISPLAY " "
           DISPLAY "OPEN MARKERS"
           DISPLAY "MARKER     ISSUED           ISSUED$      "
               "OUTSTANDING$   DAYS"

           OPEN INPUT MARKER-FILE
           IF WS-MARKER-STATUS NOT = "00"
               DISPLAY "(no open markers)"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM READ-MARKER
           PERFORM UNTIL WS-EOF
               IF MKR-ACCOUNT-ID = WS-IN-ACCOUNT-ID
                   AND MKR-OPEN
                   AND MKR-OUTSTANDING-CENTS > ZERO
                   PERFORM SHOW-MARKER-ROW
               END-IF
               PERFORM READ-MARKER
           END-PERFORM
           CLOSE MARKER-FILE

           IF WS-MKR-COUNT = ZERO
               DISPLAY "(no open markers)"
               EXIT PARAGRAPH
           END-IF
           IF WS-MKR-COUNT > WS-MKR-SHOWN
               DISPLAY "... more open markers than fit on this "
                   "screen; MKR-RPT lists them all."
           END-IF
           MOVE WS-MKR-COUNT TO WS-EDIT-COUNT
           COMPUTE WS-DOLLARS = WS-MKR-OUT-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           DISPLAY "OPEN MARKERS ...........: " WS-EDIT-COUNT
           DISPLAY "TOTAL OUTSTANDING ......: " WS-EDIT-CENTS.

       READ-MARKER.
           READ MARKER-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       SHOW-MARKER-ROW.
           ADD 1 TO WS-MKR-COUNT
           ADD MKR-OUTSTANDING-CENTS TO WS-MKR-OUT-CENTS
           IF WS-MKR-SHOWN NOT < WS-MKR-MAX-SHOWN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MKR-SHOWN

      *    A marker issued before the aging math existed could carry
      *    a non-numeric timestamp prefix; age it as zero days, the
      *    way MKR-RPT does.
           IF MKR-ISSUED-TIMESTAMP(1:8) NUMERIC
               MOVE MKR-ISSUED-TIMESTAMP(1:8) TO WS-DATE-NUM
               COMPUTE WS-ISSUE-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-DAY-NO - WS-ISSUE-DAY-NO
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF

           MOVE SPACES TO WS-ROW-LINE
           MOVE MKR-ID                     TO WS-ROW-LINE(1:10)
           MOVE MKR-ISSUED-TIMESTAMP(1:8)  TO WS-ROW-LINE(12:8)
           COMPUTE WS-DOLLARS = MKR-ISSUED-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(21:17)
           COMPUTE WS-DOLLARS = MKR-OUTSTANDING-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(39:17)
           MOVE WS-AGE-DAYS TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS               TO WS-ROW-LINE(58:5)
           DISPLAY WS-ROW-LINE.

      *----------------------------------------------------------------*
      * Journal scans. Each picks the account's rows out of one
      * journal and files them through ADD-ACTIVITY-ROW; a journal
      * not on disk yet contributes nothing.
      *----------------------------------------------------------------*
       LOAD-POSTINGS.
           OPEN INPUT ACCT-JOURNAL-FILE
           IF WS-ACCTJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM READ-ACCT-JOURNAL
           PERFORM UNTIL WS-EOF
               IF AJ-ACCOUNT-ID = WS-IN-ACCOUNT-ID
                   MOVE AJ-TIMESTAMP      TO WS-NEW-TIMESTAMP
                   MOVE "ACCT"            TO WS-NEW-SOURCE
                   MOVE AJ-RETURNED-CENTS TO WS-NEW-AMOUNT
                   MOVE "$"               TO WS-NEW-UNIT
                   IF AJ-VOID-REVERSAL
                       MOVE "VOID REVERSAL" TO WS-NEW-TYPE
                       MOVE "-"             TO WS-NEW-SIGN
                   ELSE
                       MOVE "PAYOUT"        TO WS-NEW-TYPE
                       MOVE "+"             TO WS-NEW-SIGN
                   END-IF
                   MOVE SPACES TO WS-NEW-DETAIL
                   IF AJ-TABLE-ID NOT = SPACES
                       STRING AJ-TABLE-ID " #" AJ-HAND-NO
                           DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   END-IF
                   PERFORM ADD-ACTIVITY-ROW
               END-IF
               PERFORM READ-ACCT-JOURNAL
           END-PERFORM
           CLOSE ACCT-JOURNAL-FILE.

       READ-ACCT-JOURNAL.
           READ ACCT-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       LOAD-CAGE-ACTIVITY.
           OPEN INPUT CAGE-JOURNAL-FILE
           IF WS-CAGEJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM READ-CAGE-JOURNAL
           PERFORM UNTIL WS-EOF
               IF CJ-ACCOUNT-ID = WS-IN-ACCOUNT-ID
                   MOVE CJ-TIMESTAMP      TO WS-NEW-TIMESTAMP
                   MOVE "CAGE"            TO WS-NEW-SOURCE
                   MOVE CJ-AMOUNT-CENTS   TO WS-NEW-AMOUNT
                   MOVE "$"               TO WS-NEW-UNIT
                   MOVE CJ-MARKER-ID      TO WS-NEW-DETAIL
                   EVALUATE TRUE
                       WHEN CJ-DEPOSIT
                           MOVE "DEPOSIT"       TO WS-NEW-TYPE
                           MOVE "+"             TO WS-NEW-SIGN
                       WHEN CJ-WITHDRAWAL
                           MOVE "WITHDRAWAL"    TO WS-NEW-TYPE
                           MOVE "-"             TO WS-NEW-SIGN
                       WHEN CJ-MARKER-ISSUE
                           MOVE "MARKER ISSUE"  TO WS-NEW-TYPE
                           MOVE SPACE           TO WS-NEW-SIGN
                       WHEN CJ-MARKER-REDEEM
                           MOVE "MARKER REDEEM" TO WS-NEW-TYPE
                           MOVE SPACE           TO WS-NEW-SIGN
                       WHEN OTHER
                           MOVE SPACES          TO WS-NEW-TYPE
                           STRING "TYPE " CJ-TXN-TYPE
                               DELIMITED BY SIZE INTO WS-NEW-TYPE
                           MOVE SPACE           TO WS-NEW-SIGN
                   END-EVALUATE
                   PERFORM ADD-ACTIVITY-ROW
               END-IF
               PERFORM READ-CAGE-JOURNAL
           END-PERFORM
           CLOSE CAGE-JOURNAL-FILE.

       READ-CAGE-JOURNAL.
           READ CAGE-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       LOAD-COMP-ACTIVITY.
           OPEN INPUT COMP-JOURNAL-FILE
           IF WS-CMPJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM READ-COMP-JOURNAL
           PERFORM UNTIL WS-EOF
               IF CP-ACCOUNT-ID = WS-IN-ACCOUNT-ID
                   MOVE CP-TIMESTAMP      TO WS-NEW-TIMESTAMP
                   MOVE "COMP"            TO WS-NEW-SOURCE
                   MOVE CP-POINTS         TO WS-NEW-AMOUNT
                   MOVE "P"               TO WS-NEW-UNIT
                   MOVE CP-VENUE-CODE     TO WS-NEW-DETAIL
                   EVALUATE TRUE
                       WHEN CP-ACCRUAL
                           MOVE "COMP ACCRUAL"  TO WS-NEW-TYPE
                           MOVE "+"             TO WS-NEW-SIGN
                           MOVE CP-GAMING-DATE  TO WS-NEW-DETAIL
                       WHEN CP-REDEMPTION
                           MOVE "COMP REDEEM"   TO WS-NEW-TYPE
                           MOVE "-"             TO WS-NEW-SIGN
                       WHEN CP-LAPSE
                           MOVE "COMP LAPSE"    TO WS-NEW-TYPE
                           MOVE "-"             TO WS-NEW-SIGN
                       WHEN CP-VOID-CLAWBACK
                           MOVE "COMP CLAWBACK" TO WS-NEW-TYPE
                           MOVE "-"             TO WS-NEW-SIGN
                       WHEN OTHER
                           MOVE SPACES          TO WS-NEW-TYPE
                           STRING "TYPE " CP-TXN-TYPE
                               DELIMITED BY SIZE INTO WS-NEW-TYPE
                           MOVE SPACE           TO WS-NEW-SIGN
                   END-EVALUATE
                   PERFORM ADD-ACTIVITY-ROW
               END-IF
               PERFORM READ-COMP-JOURNAL
           END-PERFORM
           CLOSE COMP-JOURNAL-FILE.

       READ-COMP-JOURNAL.
           READ COMP-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       ADD-ACTIVITY-ROW.
      *    Room left: append. Full: the new row replaces the oldest
      *    row held if it is newer, and the screen notes that older
      *    activity was left off.
           IF WS-ACT-COUNT < WS-ACT-MAX
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-ACT-COUNT TO WS-ACT-JX
           ELSE
               MOVE "Y" TO WS-ACT-DROPPED-SW
               MOVE 1 TO WS-ACT-OLDEST-IX
               MOVE 2 TO WS-ACT-IX
               PERFORM UNTIL WS-ACT-IX > WS-ACT-COUNT
                   IF WS-ACT-TIMESTAMP (WS-ACT-IX)
                       < WS-ACT-TIMESTAMP (WS-ACT-OLDEST-IX)
                       MOVE WS-ACT-IX TO WS-ACT-OLDEST-IX
                   END-IF
                   ADD 1 TO WS-ACT-IX
               END-PERFORM
               IF WS-NEW-TIMESTAMP
                   NOT > WS-ACT-TIMESTAMP (WS-ACT-OLDEST-IX)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ACT-OLDEST-IX TO WS-ACT-JX
           END-IF

           MOVE WS-NEW-TIMESTAMP TO WS-ACT-TIMESTAMP (WS-ACT-JX)
           MOVE WS-NEW-SOURCE    TO WS-ACT-SOURCE (WS-ACT-JX)
           MOVE WS-NEW-TYPE      TO WS-ACT-TYPE (WS-ACT-JX)
           MOVE WS-NEW-SIGN      TO WS-ACT-SIGN (WS-ACT-JX)
           MOVE WS-NEW-AMOUNT    TO WS-ACT-AMOUNT (WS-ACT-JX)
           MOVE WS-NEW-UNIT      TO WS-ACT-UNIT (WS-ACT-JX)
           MOVE WS-NEW-DETAIL    TO WS-ACT-DETAIL (WS-ACT-JX).

       SORT-ACTIVITY.
      *    Newest first: a straight insertion sort on the timestamp.
      *    Each journal arrives already in time order, so the merged
      *    table is three ascending runs and the sort is cheap.
           MOVE 2 TO WS-ACT-IX
           PERFORM UNTIL WS-ACT-IX > WS-ACT-COUNT
               MOVE WS-ACT-ENTRY (WS-ACT-IX) TO WS-ACT-SWAP
               MOVE WS-ACT-IX TO WS-ACT-JX
               PERFORM UNTIL WS-ACT-JX < 2
                   OR WS-ACT-TIMESTAMP (WS-ACT-JX - 1)
                       NOT < WS-ACT-SWAP(1:20)
                   MOVE WS-ACT-ENTRY (WS-ACT-JX - 1)
                       TO WS-ACT-ENTRY (WS-ACT-JX)
                   SUBTRACT 1 FROM WS-ACT-JX
               END-PERFORM
               MOVE WS-ACT-SWAP TO WS-ACT-ENTRY (WS-ACT-JX)
               ADD 1 TO WS-ACT-IX
           END-PERFORM.

      *----------------------------------------------------------------*
      * Activity paging: WS-PAGE-SIZE rows a page, N/P to move, Q
      * (or N off the last page) back to the account prompt.
      *----------------------------------------------------------------*
       PAGE-ACTIVITY.
           IF WS-ACT-COUNT = ZERO
               DISPLAY " "
               DISPLAY "(no journal activity on file for this "
                   "account)"
               EXIT PARAGRAPH
           END-IF

           MOVE 1   TO WS-PAGE-TOP
           MOVE "N" TO WS-PAGING-SW
           PERFORM UNTIL WS-PAGING-DONE
               PERFORM SHOW-ACTIVITY-PAGE
               MOVE SPACE TO WS-PAGE-CMD
               DISPLAY SCR-PAGE
               ACCEPT SCR-PAGE
               EVALUATE TRUE
                   WHEN WS-PAGE-QUIT
                       MOVE "Y" TO WS-PAGING-SW
                   WHEN WS-PAGE-PREV
                       IF WS-PAGE-TOP > WS-PAGE-SIZE
                           SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-TOP
                       ELSE
                           MOVE 1 TO WS-PAGE-TOP
                       END-IF
                   WHEN WS-PAGE-NEXT
                       IF WS-PAGE-END NOT < WS-ACT-COUNT
                           MOVE "Y" TO WS-PAGING-SW
                       ELSE
                           ADD WS-PAGE-SIZE TO WS-PAGE-TOP
                       END-IF
               END-EVALUATE
           END-PERFORM.

       SHOW-ACTIVITY-PAGE.
           COMPUTE WS-PAGE-END = WS-PAGE-TOP + WS-PAGE-SIZE - 1
           IF WS-PAGE-END > WS-ACT-COUNT
               MOVE WS-ACT-COUNT TO WS-PAGE-END
           END-IF
           MOVE WS-PAGE-TOP  TO WS-EDIT-ROW-FROM
           MOVE WS-PAGE-END  TO WS-EDIT-ROW-TO
           MOVE WS-ACT-COUNT TO WS-EDIT-ROW-COUNT
           DISPLAY SCR-ACTIVITY-HEAD

           DISPLAY " "
           DISPLAY "DATE     TIME   SRC  ACTIVITY              "
               "AMOUNT       DETAIL"
           MOVE WS-PAGE-TOP TO WS-ACT-IX
           PERFORM UNTIL WS-ACT-IX > WS-PAGE-END
               PERFORM SHOW-ACTIVITY-ROW
               ADD 1 TO WS-ACT-IX
           END-PERFORM

           IF WS-PAGE-END NOT < WS-ACT-COUNT
               AND WS-ACT-DROPPED
               DISPLAY "... older activity not shown; the journals "
                   "hold the full history."
           END-IF.

       SHOW-ACTIVITY-ROW.
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-ACT-TIMESTAMP (WS-ACT-IX)(1:8)
               TO WS-ROW-LINE(1:8)
           MOVE WS-ACT-TIMESTAMP (WS-ACT-IX)(9:6)
               TO WS-ROW-LINE(10:6)
           MOVE WS-ACT-SOURCE (WS-ACT-IX) TO WS-ROW-LINE(17:4)
           MOVE WS-ACT-TYPE (WS-ACT-IX)   TO WS-ROW-LINE(22:14)
           MOVE WS-ACT-SIGN (WS-ACT-IX)   TO WS-ROW-LINE(37:1)
           IF WS-ACT-UNIT (WS-ACT-IX) = "P"
               MOVE WS-ACT-AMOUNT (WS-ACT-IX) TO WS-EDIT-POINTS
               MOVE WS-EDIT-POINTS        TO WS-ROW-LINE(38:15)
               MOVE "PT"                  TO WS-ROW-LINE(54:2)
           ELSE
               COMPUTE WS-DOLLARS = WS-ACT-AMOUNT (WS-ACT-IX) / 100
               MOVE WS-DOLLARS TO WS-EDIT-CENTS
               MOVE WS-EDIT-CENTS         TO WS-ROW-LINE(38:17)
           END-IF
           MOVE WS-ACT-DETAIL (WS-ACT-IX) TO WS-ROW-LINE(57:16)
           DISPLAY WS-ROW-LINE.

       SIGNON-OPERATOR.
      *    Validate id + PIN against the operator master (see
      *    OPERMSTR) - any active operator may inquire, so only
      *    existence, status, and the PIN are checked. While no
      *    master exists on disk (file status 35) the screen falls
      *    back to the pre-sign-on behavior; a master that exists
      *    but cannot be opened refuses the sign-on.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPRMSTR-STATUS = "35"
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
           MOVE "INQ-ACCT"        TO OJ-PROGRAM
           MOVE WS-JRNL-ACTION    TO OJ-ACTION
           MOVE WS-JRNL-DETAIL    TO OJ-DETAIL

           WRITE OJ-RECORD

           CLOSE OPER-JOURNAL-FILE.
