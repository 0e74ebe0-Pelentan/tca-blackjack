       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCL-LOAD.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Regulatory exclusion list intake and play-since-listing
      * compliance report.
      *
      * The state's involuntary-exclusion / self-exclusion list used
      * to be read by a clerk who froze the accounts by hand on
      * ACCT-MAINT - and a missed one kept being paid by ACCT-POST.
      * This job loads the regulator's list file (see EXCLLIST
      * copybook) and, for each listed person:
      *
      *   - matches the listing's account number against the
      *     account master (see ACCTREC);
      *   - freezes a matched OPEN account, with an audit row (see
      *     ACCTAUD) under operator "SYSTEM" and action "EXCLFRZ",
      *     so the trail shows the freeze came off the list and not
      *     from a clerk. ACCT-POST then suspends the account's
      *     postings like any other freeze;
      *   - leaves an account that is already frozen or closed as
      *     it is, with no audit row - so a reloaded list freezes
      *     and audits nothing twice. An account a supervisor
      *     unfroze while its holder is still listed is frozen
      *     again; lifting a listed player's freeze is the
      *     regulator's call, not the floor's.
      *
      * It then scans the ledger master (see LEDGMST), the live
      * ledger (see LEDGREC) and the cage journal (see CAGEJRNL)
      * for every rated hand (LDG-ACCOUNT-ID) or cage transaction
      * on a matched account dated on or after the listing's
      * effective date - open, frozen or closed alike. That play is
      * a reportable event and goes on the compliance exception
      * page. Hand void reversal rows are listed too, marked VOID,
      * so the page shows the hand and its reversal together.
      *
      * A listing without an account number, or with one not on
      * the master, cannot be matched here (the master carries no
      * name or birth date) and is listed for a by-hand check.
      *
      * Files:
      *   EXCL-LIST-FILE     (logical name "EXCLLIST") - the list
      *   ACCT-MASTER-FILE   (logical name "ACCTMSTR")
      *   ACCT-AUDIT-FILE    (logical name "ACCTAUDT")
      *   LEDGER-MASTER-FILE (logical name "LEDGMSTR") - archive
      *   LEDGER-FILE        (logical name "LEDGER")   - live ledger
      *   CAGE-JOURNAL-FILE  (logical name "CAGEJRNL")
      *   REPORT-FILE        (logical name "EXCLRPT")  - the report
      *
      * A ledger master, live ledger or cage journal not on disk
      * yet contributes nothing to the scan.
      *
      * Exit code: 0 = success, no play since listing found
      *            1 = list file or account master could not be
      *                opened, or more matched accounts than the
      *                scan table holds (the freezes are applied,
      *                the scan is not run), or an account's
      *                freeze could not be written (the play scan
      *                still runs; see FREEZE FAILED on the
      *                totals page)
      *            2 = play on a listed account on or after its
      *                effective date (see the exception page)
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *   2026-10-15  REM  A freeze whose REWRITE fails is counted
      *                    on its own FREEZE FAILED line, not with
      *                    the unmatched listings, and ends the run
      *                    with exit 1 - a listed account left open
      *                    must not read as a clean intake.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCL-LIST-FILE ASSIGN TO "EXCLLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LDGM-KEY
               ALTERNATE RECORD KEY IS LDGM-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-LDGMST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CAGE-JOURNAL-FILE ASSIGN TO "CAGEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAGEJRNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EXCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCL-LIST-FILE.
           COPY EXCLLIST.

       FD  ACCT-MASTER-FILE.
           COPY ACCTREC.

       FD  ACCT-AUDIT-FILE.
           COPY ACCTAUD.

       FD  LEDGER-MASTER-FILE.
           COPY LEDGMST.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  CAGE-JOURNAL-FILE.
           COPY CAGEJRNL.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EXCL-STATUS          PIC XX     VALUE "00".
       01  WS-ACCT-STATUS          PIC XX     VALUE "00".
       01  WS-AUDIT-STATUS         PIC XX     VALUE "00".
       01  WS-LDGMST-STATUS        PIC XX     VALUE "00".
       01  WS-LEDGER-STATUS        PIC XX     VALUE "00".
       01  WS-CAGEJRNL-STATUS      PIC XX     VALUE "00".
       01  WS-EOF-SW               PIC X      VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01  WS-FOUND-SW             PIC X      VALUE "N".
           88 WS-ACCOUNT-FOUND                VALUE "Y".

      *    Audit rows from this job carry the system operator and
      *    their own action code (see ACCTAUD).
       01  WS-SYSTEM-OPERATOR      PIC X(08)  VALUE "SYSTEM".
       01  WS-LIST-ACTION          PIC X(08)  VALUE "EXCLFRZ".
       01  WS-TIMESTAMP            PIC X(20)  VALUE SPACES.
       01  WS-OLD-STATUS           PIC X(01)  VALUE SPACE.
       01  WS-OUTCOME              PIC X(24)  VALUE SPACES.

      *    Matched accounts carried into the play scan, one entry
      *    per account. An account listed twice keeps its earliest
      *    effective date - play on or after either listing is
      *    reportable.
       01  WS-MA-MAX               PIC 9(03)  COMP VALUE 500.
       01  WS-MA-COUNT             PIC 9(03)  COMP VALUE ZERO.
       01  WS-MA-IX                PIC 9(03)  COMP VALUE ZERO.
       01  WS-MA-FOUND-IX          PIC 9(03)  COMP VALUE ZERO.
       01  WS-MA-TABLE.
           05  WS-MA-ENTRY OCCURS 500 TIMES.
               10  WS-MA-ACCOUNT-ID  PIC X(10).
               10  WS-MA-PERSON-ID   PIC X(12).
               10  WS-MA-EFF-DATE    PIC X(08).
               10  WS-MA-HITS        PIC 9(05).
       01  WS-MA-OVERFLOW-SW       PIC X      VALUE "N".
           88 WS-MA-OVERFLOW                  VALUE "Y".
       01  WS-LOOKUP-ID            PIC X(10)  VALUE SPACES.

      *    One play-since-listing row, filled by each scan before
      *    WRITE-PLAY-LINE prints it.
       01  WS-PLAY-SOURCE          PIC X(08)  VALUE SPACES.
       01  WS-PLAY-TIMESTAMP       PIC X(20)  VALUE SPACES.
       01  WS-PLAY-DETAIL          PIC X(16)  VALUE SPACES.
       01  WS-PLAY-CENTS           PIC 9(15)  VALUE ZERO.
       01  WS-HAND-EDIT            PIC 9(07)  VALUE ZERO.

       01  WS-LIST-COUNT           PIC 9(05)  VALUE ZERO.
       01  WS-FROZEN-COUNT         PIC 9(05)  VALUE ZERO.
       01  WS-ALREADY-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-CLOSED-COUNT         PIC 9(05)  VALUE ZERO.
       01  WS-NOMATCH-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-FREEZE-FAIL-COUNT    PIC 9(05)  VALUE ZERO.
       01  WS-NOACCT-COUNT         PIC 9(05)  VALUE ZERO.
       01  WS-BADDATE-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-PLAY-COUNT           PIC 9(05)  VALUE ZERO.
       01  WS-PLAY-ACCT-COUNT      PIC 9(05)  VALUE ZERO.

       01  WS-EDIT-CENTS           PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01  WS-DOLLARS              PIC 9(13)V99 VALUE ZERO.
       01  WS-ROW-LINE             PIC X(80)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT EXCL-LIST-FILE
           IF WS-EXCL-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open exclusion list, status "
                   WS-EXCL-STATUS
               STOP RUN RETURNING 1
           END-IF
           OPEN I-O ACCT-MASTER-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open account master, status "
                   WS-ACCT-STATUS
               CLOSE EXCL-LIST-FILE
               STOP RUN RETURNING 1
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-LIST
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-LIST-COUNT
               PERFORM APPLY-ONE-LISTING
               PERFORM WRITE-LISTING-LINE
               PERFORM READ-LIST
           END-PERFORM
           CLOSE EXCL-LIST-FILE
           CLOSE ACCT-MASTER-FILE

           PERFORM WRITE-INTAKE-TOTALS

           IF WS-MA-OVERFLOW
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** MORE MATCHED ACCOUNTS THAN THE SCAN TABLE HOLDS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** FREEZES APPLIED - PLAY SCAN NOT RUN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "ERROR=more matched accounts than the scan "
                   "table holds - play scan not run"
               DISPLAY "ACCOUNTS_FROZEN=" WS-FROZEN-COUNT
               DISPLAY "FREEZES_FAILED=" WS-FREEZE-FAIL-COUNT
               STOP RUN RETURNING 1
           END-IF

           PERFORM WRITE-PLAY-HEADER
           PERFORM SCAN-LEDGER-MASTER
           PERFORM SCAN-LIVE-LEDGER
           PERFORM SCAN-CAGE-JOURNAL
           PERFORM WRITE-PLAY-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "LISTINGS_READ="        WS-LIST-COUNT
           DISPLAY "ACCOUNTS_FROZEN="      WS-FROZEN-COUNT
           DISPLAY "ACCOUNTS_ALREADY_HELD=" WS-ALREADY-COUNT
           DISPLAY "LISTINGS_UNMATCHED="   WS-NOMATCH-COUNT
           DISPLAY "FREEZES_FAILED="       WS-FREEZE-FAIL-COUNT
           DISPLAY "LISTINGS_NO_ACCOUNT="  WS-NOACCT-COUNT
           DISPLAY "PLAY_SINCE_LISTING="   WS-PLAY-COUNT
           IF WS-FREEZE-FAIL-COUNT > ZERO
               DISPLAY "ERROR=freeze could not be written for "
                   WS-FREEZE-FAIL-COUNT " listed account(s)"
               STOP RUN RETURNING 1
           END-IF
           IF WS-PLAY-COUNT > ZERO
               STOP RUN RETURNING 2
           END-IF
           STOP RUN.

       READ-LIST.
           READ EXCL-LIST-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * List intake: match, freeze, audit.
      *----------------------------------------------------------------*
       APPLY-ONE-LISTING.
           IF EXL-ACCOUNT-ID = SPACES
               MOVE "NO ACCOUNT - CHECK BY HAND" TO WS-OUTCOME
               ADD 1 TO WS-NOACCT-COUNT
               EXIT PARAGRAPH
           END-IF
      *    Without a usable effective date there is nothing to
      *    measure play against; the account is still frozen, and
      *    the play scan takes every row on it.
           IF EXL-EFFECTIVE-DATE NOT NUMERIC
               ADD 1 TO WS-BADDATE-COUNT
               MOVE "00000000" TO EXL-EFFECTIVE-DATE
           END-IF

           MOVE EXL-ACCOUNT-ID TO ACCT-ID
           MOVE "N" TO WS-FOUND-SW
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
           END-READ
           IF NOT WS-ACCOUNT-FOUND
               MOVE "NOT ON MASTER - CHECK" TO WS-OUTCOME
               ADD 1 TO WS-NOMATCH-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM KEEP-MATCHED-ACCOUNT

           EVALUATE TRUE
               WHEN ACCT-FROZEN
                   MOVE "ALREADY FROZEN" TO WS-OUTCOME
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN ACCT-CLOSED
                   MOVE "CLOSED - LEFT CLOSED" TO WS-OUTCOME
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   PERFORM FREEZE-ACCOUNT
           END-EVALUATE.

       FREEZE-ACCOUNT.
           PERFORM STAMP-TIME
           MOVE ACCT-STATUS  TO WS-OLD-STATUS
           MOVE "F"          TO ACCT-STATUS
           MOVE WS-TIMESTAMP TO ACCT-LAST-UPDATED
           REWRITE ACCT-RECORD
               INVALID KEY
                   MOVE "FREEZE FAILED - CHECK" TO WS-OUTCOME
                   ADD 1 TO WS-FREEZE-FAIL-COUNT
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM WRITE-AUDIT-ENTRY
           MOVE "FROZEN" TO WS-OUTCOME
           ADD 1 TO WS-FROZEN-COUNT.

       WRITE-AUDIT-ENTRY.
           OPEN EXTEND ACCT-AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT ACCT-AUDIT-FILE
           END-IF

           MOVE WS-TIMESTAMP       TO AUD-TIMESTAMP
           MOVE WS-SYSTEM-OPERATOR TO AUD-OPERATOR
           MOVE ACCT-ID            TO AUD-ACCOUNT-ID
           MOVE WS-LIST-ACTION     TO AUD-ACTION
           MOVE WS-OLD-STATUS      TO AUD-OLD-STATUS
           MOVE ACCT-STATUS        TO AUD-NEW-STATUS
           MOVE ZERO               TO AUD-START-BALANCE

           WRITE AUD-RECORD

           CLOSE ACCT-AUDIT-FILE.

       KEEP-MATCHED-ACCOUNT.
           MOVE EXL-ACCOUNT-ID TO WS-LOOKUP-ID
           PERFORM FIND-MATCHED-ACCOUNT
           IF WS-MA-FOUND-IX > ZERO
               IF EXL-EFFECTIVE-DATE < WS-MA-EFF-DATE (WS-MA-FOUND-IX)
                   MOVE EXL-EFFECTIVE-DATE
                       TO WS-MA-EFF-DATE (WS-MA-FOUND-IX)
                   MOVE EXL-PERSON-ID
                       TO WS-MA-PERSON-ID (WS-MA-FOUND-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-MA-COUNT >= WS-MA-MAX
               MOVE "Y" TO WS-MA-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MA-COUNT
           MOVE EXL-ACCOUNT-ID     TO WS-MA-ACCOUNT-ID (WS-MA-COUNT)
           MOVE EXL-PERSON-ID      TO WS-MA-PERSON-ID (WS-MA-COUNT)
           MOVE EXL-EFFECTIVE-DATE TO WS-MA-EFF-DATE (WS-MA-COUNT)
           MOVE ZERO               TO WS-MA-HITS (WS-MA-COUNT).

       FIND-MATCHED-ACCOUNT.
      *    Position WS-MA-FOUND-IX on WS-LOOKUP-ID's entry; zero
      *    means the account was not matched off the list.
           MOVE ZERO TO WS-MA-FOUND-IX
           IF WS-LOOKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MA-IX
           PERFORM UNTIL WS-MA-IX > WS-MA-COUNT
               OR WS-MA-FOUND-IX > ZERO
               IF WS-MA-ACCOUNT-ID (WS-MA-IX) = WS-LOOKUP-ID
                   MOVE WS-MA-IX TO WS-MA-FOUND-IX
               END-IF
               ADD 1 TO WS-MA-IX
           END-PERFORM.

       STAMP-TIME.
           ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
           ACCEPT WS-TIMESTAMP(9:6) FROM TIME.

      *----------------------------------------------------------------*
      * Play scan: archive, live ledger, cage journal. Cutover moves
      * a day out of the live ledger into the archive, so the two
      * ledgers never hold the same row.
      *----------------------------------------------------------------*
       SCAN-LEDGER-MASTER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-MASTER-FILE
           IF WS-LDGMST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LEDGER-MASTER
           PERFORM UNTIL WS-EOF
               MOVE LDGM-ACCOUNT-ID TO WS-LOOKUP-ID
               PERFORM FIND-MATCHED-ACCOUNT
               IF WS-MA-FOUND-IX > ZERO
                   IF LDGM-TIMESTAMP(1:8)
                       >= WS-MA-EFF-DATE (WS-MA-FOUND-IX)
                       MOVE "LEDGMSTR"       TO WS-PLAY-SOURCE
                       MOVE LDGM-TIMESTAMP   TO WS-PLAY-TIMESTAMP
                       MOVE LDGM-HAND-NO     TO WS-HAND-EDIT
                       MOVE SPACES           TO WS-PLAY-DETAIL
                       STRING LDGM-TABLE-ID "/" WS-HAND-EDIT
                           DELIMITED BY SIZE INTO WS-PLAY-DETAIL
                       IF LDGM-VOID-ENTRY
                           MOVE "VOID" TO WS-PLAY-DETAIL(14:3)
                       END-IF
                       MOVE LDGM-WAGERED-CENTS TO WS-PLAY-CENTS
                       PERFORM WRITE-PLAY-LINE
                   END-IF
               END-IF
               PERFORM READ-LEDGER-MASTER
           END-PERFORM
           CLOSE LEDGER-MASTER-FILE.

       READ-LEDGER-MASTER.
           READ LEDGER-MASTER-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       SCAN-LIVE-LEDGER.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LEDGER
           PERFORM UNTIL WS-EOF
               MOVE LDG-ACCOUNT-ID TO WS-LOOKUP-ID
               PERFORM FIND-MATCHED-ACCOUNT
               IF WS-MA-FOUND-IX > ZERO
                   IF LDG-TIMESTAMP(1:8)
                       >= WS-MA-EFF-DATE (WS-MA-FOUND-IX)
                       MOVE "LEDGER"         TO WS-PLAY-SOURCE
                       MOVE LDG-TIMESTAMP    TO WS-PLAY-TIMESTAMP
                       MOVE LDG-HAND-NO      TO WS-HAND-EDIT
                       MOVE SPACES           TO WS-PLAY-DETAIL
                       STRING LDG-TABLE-ID "/" WS-HAND-EDIT
                           DELIMITED BY SIZE INTO WS-PLAY-DETAIL
                       IF LDG-VOID-ENTRY
                           MOVE "VOID" TO WS-PLAY-DETAIL(14:3)
                       END-IF
                       MOVE LDG-WAGERED-CENTS TO WS-PLAY-CENTS
                       PERFORM WRITE-PLAY-LINE
                   END-IF
               END-IF
               PERFORM READ-LEDGER
           END-PERFORM
           CLOSE LEDGER-FILE.

       READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       SCAN-CAGE-JOURNAL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CAGE-JOURNAL-FILE
           IF WS-CAGEJRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CAGE-JOURNAL
           PERFORM UNTIL WS-EOF
               MOVE CJ-ACCOUNT-ID TO WS-LOOKUP-ID
               PERFORM FIND-MATCHED-ACCOUNT
               IF WS-MA-FOUND-IX > ZERO
                   IF CJ-TIMESTAMP(1:8)
                       >= WS-MA-EFF-DATE (WS-MA-FOUND-IX)
                       MOVE "CAGEJRNL"       TO WS-PLAY-SOURCE
                       MOVE CJ-TIMESTAMP     TO WS-PLAY-TIMESTAMP
                       MOVE SPACES           TO WS-PLAY-DETAIL
                       EVALUATE TRUE
                           WHEN CJ-DEPOSIT
                               MOVE "DEPOSIT"    TO WS-PLAY-DETAIL
                           WHEN CJ-WITHDRAWAL
                               MOVE "WITHDRAWAL" TO WS-PLAY-DETAIL
                           WHEN CJ-MARKER-ISSUE
                               MOVE "MKR ISSUE"  TO WS-PLAY-DETAIL
                           WHEN CJ-MARKER-REDEEM
                               MOVE "MKR REDEEM" TO WS-PLAY-DETAIL
                           WHEN OTHER
                               MOVE CJ-TXN-TYPE  TO WS-PLAY-DETAIL
                       END-EVALUATE
                       MOVE CJ-AMOUNT-CENTS  TO WS-PLAY-CENTS
                       PERFORM WRITE-PLAY-LINE
                   END-IF
               END-IF
               PERFORM READ-CAGE-JOURNAL
           END-PERFORM
           CLOSE CAGE-JOURNAL-FILE.

       READ-CAGE-JOURNAL.
           READ CAGE-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

      *----------------------------------------------------------------*
      * Report.
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADER.
           PERFORM STAMP-TIME
           MOVE "REGULATORY EXCLUSION LIST INTAKE" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUN ON ................. " WS-TIMESTAMP(1:8)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-ROW-LINE
           MOVE "T"           TO WS-ROW-LINE(1:1)
           MOVE "LISTING"     TO WS-ROW-LINE(3:7)
           MOVE "NAME"        TO WS-ROW-LINE(16:4)
           MOVE "EFFECTIVE"   TO WS-ROW-LINE(37:9)
           MOVE "ACCOUNT"     TO WS-ROW-LINE(46:7)
           MOVE "OUTCOME"     TO WS-ROW-LINE(57:7)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-LISTING-LINE.
           MOVE SPACES TO WS-ROW-LINE
           MOVE EXL-LIST-TYPE         TO WS-ROW-LINE(1:1)
           MOVE EXL-PERSON-ID         TO WS-ROW-LINE(3:12)
           MOVE SPACES TO WS-ROW-LINE(16:20)
           STRING EXL-LAST-NAME DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               EXL-FIRST-NAME DELIMITED BY "  "
               INTO WS-ROW-LINE(16:20)
           MOVE EXL-EFFECTIVE-DATE    TO WS-ROW-LINE(37:8)
           MOVE EXL-ACCOUNT-ID        TO WS-ROW-LINE(46:10)
           MOVE WS-OUTCOME            TO WS-ROW-LINE(57:24)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

      *    Unmatched listings get a second line with the identity
      *    data the by-hand check needs.
           IF WS-OUTCOME(1:2) = "NO"
               MOVE SPACES TO WS-ROW-LINE
               STRING "    BORN " EXL-BIRTH-DATE
                   "  ID " EXL-ID-NUMBER
                   "  LISTED " EXL-LISTING-DATE
                   DELIMITED BY SIZE INTO WS-ROW-LINE
               MOVE WS-ROW-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO WS-OUTCOME.

       WRITE-INTAKE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LIST-COUNT = ZERO
               MOVE "  (EXCLUSION LIST WAS EMPTY)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "LISTINGS READ .......... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-FROZEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS FROZEN ........ " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ALREADY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY FROZEN ......... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY CLOSED ......... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NOMATCH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NOT MATCHED ............ " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-FREEZE-FAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FREEZE FAILED .......... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NOACCT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NO ACCOUNT ON LISTING .. " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-BADDATE-COUNT > ZERO
               MOVE WS-BADDATE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "NO EFFECTIVE DATE ...... " WS-EDIT-COUNT
                   " (ALL PLAY SCANNED)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-PLAY-HEADER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COMPLIANCE EXCEPTIONS - PLAY SINCE EFFECTIVE DATE"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-ROW-LINE
           MOVE "ACCOUNT"     TO WS-ROW-LINE(4:7)
           MOVE "LISTING"     TO WS-ROW-LINE(15:7)
           MOVE "SOURCE"      TO WS-ROW-LINE(28:6)
           MOVE "DATE"        TO WS-ROW-LINE(37:4)
           MOVE "TABLE/HAND"  TO WS-ROW-LINE(46:10)
           MOVE "AMOUNT"      TO WS-ROW-LINE(74:6)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-PLAY-LINE.
           ADD 1 TO WS-PLAY-COUNT
           IF WS-MA-HITS (WS-MA-FOUND-IX) = ZERO
               ADD 1 TO WS-PLAY-ACCT-COUNT
           END-IF
           ADD 1 TO WS-MA-HITS (WS-MA-FOUND-IX)

           MOVE SPACES TO WS-ROW-LINE
           MOVE "**"                             TO WS-ROW-LINE(1:2)
           MOVE WS-MA-ACCOUNT-ID (WS-MA-FOUND-IX) TO WS-ROW-LINE(4:10)
           MOVE WS-MA-PERSON-ID (WS-MA-FOUND-IX)  TO WS-ROW-LINE(15:12)
           MOVE WS-PLAY-SOURCE                   TO WS-ROW-LINE(28:8)
           MOVE WS-PLAY-TIMESTAMP(1:8)           TO WS-ROW-LINE(37:8)
           MOVE WS-PLAY-DETAIL                   TO WS-ROW-LINE(46:16)
           COMPUTE WS-DOLLARS = WS-PLAY-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS                    TO WS-ROW-LINE(63:17)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-PLAY-TOTALS.
           IF WS-PLAY-COUNT = ZERO
               MOVE "  (NO PLAY ON LISTED ACCOUNTS SINCE LISTING)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PLAY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REPORTABLE ROWS ........ " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PLAY-ACCT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS WITH PLAY ..... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
