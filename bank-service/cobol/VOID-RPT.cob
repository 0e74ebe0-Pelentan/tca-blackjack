       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOID-RPT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Daily hand void report.
      *
      * Lists every settled hand voided on HAND-VOID during the
      * gaming day (see HANDVOID): table, hand, the day it settled,
      * the original result and payout, the reason code, and the
      * approving supervisor - then what the hand was re-settled
      * as. The corrected payout is the first non-void ledger row
      * for the same table, hand and shoe, with the corrected
      * result, settled after the void (live ledger first, then the
      * cut-over master). A corrected hand still waiting on the
      * next BATCH-SETTLE run, or sitting on the suspense queue,
      * shows as NOT YET RE-SETTLED; a void with no replacement
      * shows as VOID ONLY.
      *
      * Input (environment variables):
      *   RUN_DATE - YYYYMMDD, optional; the void date to report.
      *              Defaults to today.
      *
      * Files:
      *   VOID-JOURNAL-FILE  (logical name "HANDVOID") - void journal
      *   LEDGER-FILE        (logical name "LEDGER")   - live ledger
      *   LEDGER-MASTER-FILE (logical name "LEDGMSTR") - cut-over days
      *   REPORT-FILE        (logical name "VOIDRPT")  - the report
      *
      * Exit code: 0 = success (no voids included; a missing void
      *                journal means nothing was ever voided and
      *                writes the clean report)
      *            1 = void journal exists but could not be opened
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-JOURNAL-FILE ASSIGN TO "HANDVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDJRNL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDGM-KEY
               ALTERNATE RECORD KEY IS LDGM-ALT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "VOIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-JOURNAL-FILE.
           COPY HANDVOID.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  LEDGER-MASTER-FILE.
           COPY LEDGMST.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VOIDJRNL-STATUS      PIC XX     VALUE "00".
       01  WS-LEDGER-STATUS        PIC XX     VALUE "00".
       01  WS-MASTER-STATUS        PIC XX     VALUE "00".
       01  WS-EOF-SW               PIC X      VALUE "N".
           88 WS-EOF                          VALUE "Y".

       01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.

      *    The day's voids, with the corrected row once found.
       01  WS-VD-MAX               PIC 9(03)  COMP VALUE 200.
       01  WS-VD-COUNT             PIC 9(03)  COMP VALUE ZERO.
       01  WS-VD-IX                PIC 9(03)  COMP VALUE ZERO.
       01  WS-VD-TRUNC-SW          PIC X      VALUE "N".
           88 WS-VD-TRUNCATED                 VALUE "Y".
       01  WS-VD-TABLE.
           05  WS-VD-ENTRY OCCURS 200 TIMES.
               10  WS-VD-IMAGE          PIC X(163).
               10  WS-VD-FOUND-SW       PIC X(01).
                   88 WS-VD-FOUND           VALUE "Y".
               10  WS-VD-NEW-RESULT     PIC X(14).
               10  WS-VD-NEW-WAGERED    PIC 9(15).
               10  WS-VD-NEW-RETURNED   PIC 9(15).

       01  WS-VOID-COUNT           PIC 9(05)  VALUE ZERO.
       01  WS-RESETTLED-COUNT      PIC 9(05)  VALUE ZERO.
       01  WS-PENDING-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-VOID-ONLY-COUNT      PIC 9(05)  VALUE ZERO.
       01  WS-ORIG-WAG-CENTS       PIC 9(15)  VALUE ZERO.
       01  WS-ORIG-RTN-CENTS       PIC 9(15)  VALUE ZERO.
       01  WS-NEW-WAG-CENTS        PIC 9(15)  VALUE ZERO.
       01  WS-NEW-RTN-CENTS        PIC 9(15)  VALUE ZERO.

       01  WS-NO-JOURNAL-SW        PIC X      VALUE "N".
           88 WS-NO-JOURNAL                   VALUE "Y".

       01  WS-EDIT-CENTS           PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01  WS-EDIT-HAND            PIC ZZZZZZ9.
       01  WS-DOLLARS              PIC 9(13)V99 VALUE ZERO.
       01  WS-ROW-LINE             PIC X(80)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT VOID-JOURNAL-FILE
           EVALUATE WS-VOIDJRNL-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
      *            No journal yet just means nothing was ever
      *            voided - the clean report still goes out, same
      *            as MKR-RPT with no marker master.
                   MOVE "Y" TO WS-NO-JOURNAL-SW
               WHEN OTHER
                   DISPLAY "ERROR=cannot open void journal, status "
                       WS-VOIDJRNL-STATUS
                   STOP RUN RETURNING 1
           END-EVALUATE

           IF NOT WS-NO-JOURNAL
               PERFORM LOAD-DAYS-VOIDS
               CLOSE VOID-JOURNAL-FILE
           END-IF
           IF WS-VD-COUNT > ZERO
               PERFORM MATCH-LIVE-LEDGER
               PERFORM MATCH-LEDGER-MASTER
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           MOVE 1 TO WS-VD-IX
           PERFORM UNTIL WS-VD-IX > WS-VD-COUNT
               PERFORM WRITE-VOID-LINES
               ADD 1 TO WS-VD-IX
           END-PERFORM
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE

           DISPLAY "HANDS_VOIDED=" WS-VOID-COUNT
           DISPLAY "HANDS_RESETTLED=" WS-RESETTLED-COUNT
           DISPLAY "HANDS_PENDING=" WS-PENDING-COUNT
           STOP RUN.

       LOAD-DAYS-VOIDS.
           PERFORM READ-VOID-JOURNAL
           PERFORM UNTIL WS-EOF
               IF HV-TIMESTAMP(1:8) = WS-RUN-DATE
                   IF WS-VD-COUNT < WS-VD-MAX
                       ADD 1 TO WS-VD-COUNT
                       MOVE HV-RECORD TO WS-VD-IMAGE (WS-VD-COUNT)
                       MOVE "N" TO WS-VD-FOUND-SW (WS-VD-COUNT)
                   ELSE
                       MOVE "Y" TO WS-VD-TRUNC-SW
                   END-IF
               END-IF
               PERFORM READ-VOID-JOURNAL
           END-PERFORM.

       READ-VOID-JOURNAL.
           READ VOID-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       MATCH-LIVE-LEDGER.
      *    One pass over the live ledger, offering every settlement
      *    row to every void still waiting for its corrected row.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LEDGER
           PERFORM UNTIL WS-EOF
               IF NOT LDG-VOID-ENTRY
                   MOVE 1 TO WS-VD-IX
                   PERFORM UNTIL WS-VD-IX > WS-VD-COUNT
                       MOVE WS-VD-IMAGE (WS-VD-IX) TO HV-RECORD
                       IF HV-RESETTLE-QUEUED
                           AND NOT WS-VD-FOUND (WS-VD-IX)
                           AND LDG-TABLE-ID = HV-TABLE-ID
                           AND LDG-HAND-NO = HV-HAND-NO
                           AND LDG-SHOE-ID = HV-SHOE-ID
                           AND LDG-RESULT = HV-NEW-RESULT
                           AND LDG-TIMESTAMP > HV-TIMESTAMP
                           MOVE "Y" TO WS-VD-FOUND-SW (WS-VD-IX)
                           MOVE LDG-RESULT TO
                               WS-VD-NEW-RESULT (WS-VD-IX)
                           MOVE LDG-WAGERED-CENTS TO
                               WS-VD-NEW-WAGERED (WS-VD-IX)
                           MOVE LDG-RETURNED-CENTS TO
                               WS-VD-NEW-RETURNED (WS-VD-IX)
                       END-IF
                       ADD 1 TO WS-VD-IX
                   END-PERFORM
               END-IF
               PERFORM READ-LEDGER
           END-PERFORM
           CLOSE LEDGER-FILE.

       READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       MATCH-LEDGER-MASTER.
      *    A report rerun after the cut-over finds the corrected row
      *    on the master instead, through the table + hand key.
           OPEN INPUT LEDGER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-VD-IX
           PERFORM UNTIL WS-VD-IX > WS-VD-COUNT
               MOVE WS-VD-IMAGE (WS-VD-IX) TO HV-RECORD
               IF HV-RESETTLE-QUEUED
                   AND NOT WS-VD-FOUND (WS-VD-IX)
                   PERFORM MATCH-ONE-MASTER-VOID
               END-IF
               ADD 1 TO WS-VD-IX
           END-PERFORM
           CLOSE LEDGER-MASTER-FILE.

       MATCH-ONE-MASTER-VOID.
           MOVE HV-TABLE-ID TO LDGM-ALT-TABLE-ID
           MOVE HV-HAND-NO  TO LDGM-ALT-HAND-NO
           MOVE "00" TO WS-MASTER-STATUS
           START LEDGER-MASTER-FILE KEY IS = LDGM-ALT-KEY
               INVALID KEY
                   MOVE "23" TO WS-MASTER-STATUS
           END-START
           IF WS-MASTER-STATUS = "00"
               PERFORM READ-MASTER-NEXT
           END-IF
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               OR WS-VD-FOUND (WS-VD-IX)
               OR LDGM-ALT-TABLE-ID NOT = HV-TABLE-ID
               OR LDGM-ALT-HAND-NO NOT = HV-HAND-NO
               IF NOT LDGM-VOID-ENTRY
                   AND LDGM-SHOE-ID = HV-SHOE-ID
                   AND LDGM-RESULT = HV-NEW-RESULT
                   AND LDGM-TIMESTAMP > HV-TIMESTAMP
                   MOVE "Y" TO WS-VD-FOUND-SW (WS-VD-IX)
                   MOVE LDGM-RESULT TO WS-VD-NEW-RESULT (WS-VD-IX)
                   MOVE LDGM-WAGERED-CENTS TO
                       WS-VD-NEW-WAGERED (WS-VD-IX)
                   MOVE LDGM-RETURNED-CENTS TO
                       WS-VD-NEW-RETURNED (WS-VD-IX)
               END-IF
               PERFORM READ-MASTER-NEXT
           END-PERFORM.

       READ-MASTER-NEXT.
           READ LEDGER-MASTER-FILE NEXT
               AT END MOVE "10" TO WS-MASTER-STATUS
           END-READ.

       WRITE-VOID-LINES.
      *    Two lines per void: the original settlement, then the
      *    reason, approver, and the corrected payout.
           MOVE WS-VD-IMAGE (WS-VD-IX) TO HV-RECORD
           ADD 1 TO WS-VOID-COUNT
           ADD HV-ORIG-WAGERED-CENTS  TO WS-ORIG-WAG-CENTS
           ADD HV-ORIG-RETURNED-CENTS TO WS-ORIG-RTN-CENTS

           MOVE SPACES TO WS-ROW-LINE
           MOVE HV-TABLE-ID                TO WS-ROW-LINE(1:4)
           MOVE HV-HAND-NO TO WS-EDIT-HAND
           MOVE WS-EDIT-HAND               TO WS-ROW-LINE(6:7)
           MOVE HV-SETTLE-DATE             TO WS-ROW-LINE(14:8)
           MOVE HV-ORIG-RESULT             TO WS-ROW-LINE(23:14)
           COMPUTE WS-DOLLARS = HV-ORIG-WAGERED-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(38:17)
           COMPUTE WS-DOLLARS = HV-ORIG-RETURNED-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(56:17)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-ROW-LINE
           MOVE "RSN"                      TO WS-ROW-LINE(6:3)
           MOVE HV-VOID-REASON             TO WS-ROW-LINE(10:2)
           MOVE "BY"                       TO WS-ROW-LINE(13:2)
           MOVE HV-OPERATOR                TO WS-ROW-LINE(16:8)
           EVALUATE TRUE
               WHEN NOT HV-RESETTLE-QUEUED
                   ADD 1 TO WS-VOID-ONLY-COUNT
                   MOVE "VOID ONLY"        TO WS-ROW-LINE(38:9)
               WHEN WS-VD-FOUND (WS-VD-IX)
                   ADD 1 TO WS-RESETTLED-COUNT
                   ADD WS-VD-NEW-WAGERED (WS-VD-IX)
                       TO WS-NEW-WAG-CENTS
                   ADD WS-VD-NEW-RETURNED (WS-VD-IX)
                       TO WS-NEW-RTN-CENTS
                   MOVE WS-VD-NEW-RESULT (WS-VD-IX)
                                           TO WS-ROW-LINE(23:14)
                   COMPUTE WS-DOLLARS =
                       WS-VD-NEW-WAGERED (WS-VD-IX) / 100
                   MOVE WS-DOLLARS TO WS-EDIT-CENTS
                   MOVE WS-EDIT-CENTS      TO WS-ROW-LINE(38:17)
                   COMPUTE WS-DOLLARS =
                       WS-VD-NEW-RETURNED (WS-VD-IX) / 100
                   MOVE WS-DOLLARS TO WS-EDIT-CENTS
                   MOVE WS-EDIT-CENTS      TO WS-ROW-LINE(56:17)
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE HV-NEW-RESULT      TO WS-ROW-LINE(23:14)
                   MOVE "NOT YET RE-SETTLED" TO WS-ROW-LINE(38:18)
           END-EVALUATE
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "HAND VOID REPORT" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "VOID DATE .............. " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-ROW-LINE
           MOVE "TABL"       TO WS-ROW-LINE(1:4)
           MOVE "HAND"       TO WS-ROW-LINE(9:4)
           MOVE "SETTLED"    TO WS-ROW-LINE(14:7)
           MOVE "RESULT"     TO WS-ROW-LINE(23:6)
           MOVE "WAGERED"    TO WS-ROW-LINE(48:7)
           MOVE "RETURNED"   TO WS-ROW-LINE(65:8)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-ROW-LINE
           MOVE "REASON/APPROVER" TO WS-ROW-LINE(6:15)
           MOVE "CORRECTED"  TO WS-ROW-LINE(23:9)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-VOID-COUNT = ZERO
               MOVE "  (NO HANDS VOIDED)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-VD-TRUNCATED
               MOVE "  ** MORE VOIDS THAN THE REPORT TABLE HOLDS - "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  ** LIST IS INCOMPLETE, SEE THE VOID JOURNAL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-VOID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "HANDS VOIDED ........... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RESETTLED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RE-SETTLED ............. " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NOT YET RE-SETTLED ..... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-VOID-ONLY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "VOID ONLY .............. " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-ORIG-WAG-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "ORIGINAL WAGERED ....... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-ORIG-RTN-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "ORIGINAL RETURNED ...... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-NEW-WAG-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "CORRECTED WAGERED ...... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-NEW-RTN-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "CORRECTED RETURNED ..... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
