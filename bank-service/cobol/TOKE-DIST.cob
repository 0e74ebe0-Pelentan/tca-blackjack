       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKE-DIST.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Dealer toke (tip) pool distribution and payroll extract.
      *
      * The toke split used to be worked on a spreadsheet off the
      * paper pit sheets, even though DLR-MAINT already records who
      * worked which table on which shift. For one gaming date this
      * job:
      *
      *   - pools each shift's toke box counts (see TOKECNT
      *     copybook) across all of the shift's tables - the last
      *     count entered for a date/shift/table stands;
      *   - splits each shift's pool across the active roster
      *     dealers (see DLRMSTR) assigned to the shift (see
      *     DLRSHIFT), weighted by the number of assignments each
      *     worked - a dealer on two tables that shift takes two
      *     shares. The same dealer/table/shift keyed twice on
      *     DLR-MAINT is one assignment, not two. The odd cents
      *     the division leaves go one each to the dealers in
      *     report order, so the shares always add back to the
      *     pool;
      *   - writes one payroll extract record (see TOKEPAY
      *     copybook) per dealer per shift paid, and the
      *     distribution report: each shift's counts, pool and
      *     per-dealer shares, then each dealer's total for the
      *     day.
      *
      * Nothing is dropped quietly. The exception page lists:
      *   - a shift with tokes counted but no active dealer
      *     assigned - the pool is left undistributed for the pit
      *     manager to resolve;
      *   - an assignment naming a terminated dealer, or an id not
      *     on the roster - it takes no share, and the shift's pool
      *     goes to the dealers who are eligible.
      *
      * Input (environment variables):
      *   RUN_DATE - YYYYMMDD, optional; the gaming date to
      *              distribute. Defaults to today.
      *
      * Files:
      *   TOKE-COUNT-FILE    (logical name "TOKECNT")  - box counts
      *   DEALER-MASTER-FILE (logical name "DLRMSTR")  - roster
      *   SHIFT-FILE         (logical name "DLRSHIFT") - assignments
      *   EXTRACT-FILE       (logical name "TOKEPAY")  - payroll
      *   REPORT-FILE        (logical name "TOKERPT")  - the report
      *
      * A missing count file or assignment file is read as none
      * entered. The roster is required - the split is over active
      * dealers, and without the roster nobody can be told active.
      *
      * Exit code: 0 = success, no exceptions
      *            1 = roster, count or assignment file could not
      *                be opened, or the day is larger than the
      *                job's tables (nothing is paid from a partial
      *                load)
      *            2 = one or more exceptions on the exception page
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKE-COUNT-FILE ASSIGN TO "TOKECNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOKECNT-STATUS.

           SELECT DEALER-MASTER-FILE ASSIGN TO "DLRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLR-ID
               FILE STATUS IS WS-DLRMSTR-STATUS.

           SELECT SHIFT-FILE ASSIGN TO "DLRSHIFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "TOKEPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "TOKERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TOKE-COUNT-FILE.
           COPY TOKECNT.

       FD  DEALER-MASTER-FILE.
           COPY DLRMSTR.

       FD  SHIFT-FILE.
           COPY DLRSHIFT.

       FD  EXTRACT-FILE.
           COPY TOKEPAY.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TOKECNT-STATUS       PIC XX     VALUE "00".
       01  WS-DLRMSTR-STATUS       PIC XX     VALUE "00".
       01  WS-SHIFT-STATUS         PIC XX     VALUE "00".

       01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.

      *    The three shifts, in report order.
       01  WS-SHIFT-CODES          PIC X(03)  VALUE "DSG".
       01  WS-SHIFT-NAMES.
           05  FILLER              PIC X(05)  VALUE "DAY".
           05  FILLER              PIC X(05)  VALUE "SWING".
           05  FILLER              PIC X(05)  VALUE "GRAVE".
       01  FILLER REDEFINES WS-SHIFT-NAMES.
           05  WS-SHIFT-NAME       OCCURS 3 TIMES
                                   PIC X(05).
       01  WS-SH-IX                PIC 9(02)  COMP VALUE ZERO.
       01  WS-SHIFT-CODE           PIC X(01)  VALUE SPACE.

      *    Per-shift totals. Active assignments are the divisor;
      *    an assignment to a terminated or unrostered dealer
      *    counts in WS-SH-ASSIGNS only.
       01  WS-SHIFT-TOTALS.
           05  WS-SH-ENTRY         OCCURS 3 TIMES.
               10  WS-SH-POOL-CENTS    PIC 9(15).
               10  WS-SH-PAID-CENTS    PIC 9(15).
               10  WS-SH-ASSIGNS       PIC 9(05).
               10  WS-SH-ACTIVE-ASG    PIC 9(05).
               10  WS-SH-COUNTS        PIC 9(05).

      *    Roster loaded from the master (see DLRMSTR), same shape
      *    as DLR-RECON's.
       01  WS-RO-MAX               PIC 9(03)  COMP VALUE 300.
       01  WS-RO-COUNT             PIC 9(03)  COMP VALUE ZERO.
       01  WS-RO-IX                PIC 9(03)  COMP VALUE ZERO.
       01  WS-RO-FOUND-IX          PIC 9(03)  COMP VALUE ZERO.
       01  WS-RO-TABLE.
           05  WS-RO-ENTRY OCCURS 300 TIMES.
               10  WS-RO-ID         PIC X(08).
               10  WS-RO-NAME       PIC X(25).
               10  WS-RO-STATUS     PIC X(01).

      *    The gaming date's toke counts, one entry per shift and
      *    table - a later count for the same box replaces the
      *    entry it corrects.
       01  WS-TK-MAX               PIC 9(03)  COMP VALUE 150.
       01  WS-TK-COUNT             PIC 9(03)  COMP VALUE ZERO.
       01  WS-TK-IX                PIC 9(03)  COMP VALUE ZERO.
       01  WS-TK-FOUND-IX          PIC 9(03)  COMP VALUE ZERO.
       01  WS-TK-TABLE.
           05  WS-TK-ENTRY OCCURS 150 TIMES.
               10  WS-TK-SHIFT      PIC X(01).
               10  WS-TK-TABLE-ID   PIC X(04).
               10  WS-TK-CENTS      PIC 9(15).
               10  WS-TK-SUPV-ID    PIC X(08).

      *    The gaming date's distinct assignments.
       01  WS-ASG-MAX              PIC 9(03)  COMP VALUE 400.
       01  WS-ASG-COUNT            PIC 9(03)  COMP VALUE ZERO.
       01  WS-ASG-IX               PIC 9(03)  COMP VALUE ZERO.
       01  WS-ASG-FOUND-IX         PIC 9(03)  COMP VALUE ZERO.
       01  WS-ASG-TABLE.
           05  WS-ASG-ENTRY OCCURS 400 TIMES.
               10  WS-ASG-SHIFT     PIC X(01).
               10  WS-ASG-TABLE-ID  PIC X(04).
               10  WS-ASG-DEALER-ID PIC X(08).

      *    One entry per dealer per shift: assignments worked, the
      *    roster standing, and the share paid.
      *      WS-DS-STANDING: "A" active   "T" terminated
      *                      "N" not on the roster
       01  WS-DS-MAX               PIC 9(03)  COMP VALUE 400.
       01  WS-DS-COUNT             PIC 9(03)  COMP VALUE ZERO.
       01  WS-DS-IX                PIC 9(03)  COMP VALUE ZERO.
       01  WS-DS-FOUND-IX          PIC 9(03)  COMP VALUE ZERO.
       01  WS-DS-TABLE.
           05  WS-DS-ENTRY OCCURS 400 TIMES.
               10  WS-DS-SHIFT      PIC X(01).
               10  WS-DS-DEALER-ID  PIC X(08).
               10  WS-DS-ASSIGNS    PIC 9(03).
               10  WS-DS-RO-IX      PIC 9(03).
               10  WS-DS-STANDING   PIC X(01).
                   88 WS-DS-ACTIVE             VALUE "A".
                   88 WS-DS-TERMINATED         VALUE "T".
                   88 WS-DS-UNROSTERED         VALUE "N".
               10  WS-DS-SHARE-CENTS PIC 9(15).

      *    Each paid dealer's total for the day, across shifts.
       01  WS-DT-COUNT             PIC 9(03)  COMP VALUE ZERO.
       01  WS-DT-IX                PIC 9(03)  COMP VALUE ZERO.
       01  WS-DT-FOUND-IX          PIC 9(03)  COMP VALUE ZERO.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 300 TIMES.
               10  WS-DT-DEALER-ID  PIC X(08).
               10  WS-DT-RO-IX      PIC 9(03).
               10  WS-DT-SHIFTS     PIC 9(01).
               10  WS-DT-CENTS      PIC 9(15).

       01  WS-OVERFLOW-SW          PIC X      VALUE "N".
           88 WS-OVERFLOW                     VALUE "Y".
       01  WS-REMAINDER-CENTS      PIC 9(15)  VALUE ZERO.

       01  WS-DAY-POOL-CENTS       PIC 9(15)  VALUE ZERO.
       01  WS-DAY-PAID-CENTS       PIC 9(15)  VALUE ZERO.
       01  WS-DAY-HELD-CENTS       PIC 9(15)  VALUE ZERO.
       01  WS-EXTRACT-COUNT        PIC 9(05)  VALUE ZERO.
       01  WS-UNPAID-SHIFT-COUNT   PIC 9(03)  VALUE ZERO.
       01  WS-BAD-DEALER-COUNT     PIC 9(03)  VALUE ZERO.

       01  WS-EDIT-CENTS           PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01  WS-EDIT-ASG             PIC ZZ9.
       01  WS-DOLLARS              PIC 9(13)V99 VALUE ZERO.
       01  WS-ROW-LINE             PIC X(80)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           INITIALIZE WS-SHIFT-TOTALS

           PERFORM LOAD-ROSTER
           PERFORM LOAD-TOKE-COUNTS
           PERFORM LOAD-ASSIGNMENTS
           IF WS-OVERFLOW
               STOP RUN RETURNING 1
           END-IF
           PERFORM BUILD-SHIFT-DEALERS
           IF WS-OVERFLOW
               STOP RUN RETURNING 1
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           MOVE 1 TO WS-SH-IX
           PERFORM UNTIL WS-SH-IX > 3
               MOVE WS-SHIFT-CODES(WS-SH-IX:1) TO WS-SHIFT-CODE
               PERFORM DISTRIBUTE-SHIFT
               PERFORM WRITE-SHIFT-SECTION
               ADD 1 TO WS-SH-IX
           END-PERFORM

           PERFORM WRITE-DEALER-TOTALS
           PERFORM WRITE-EXCEPTION-PAGE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE

           DISPLAY "TOKE_POOL_CENTS=" WS-DAY-POOL-CENTS
           DISPLAY "TOKE_PAID_CENTS=" WS-DAY-PAID-CENTS
           DISPLAY "TOKE_HELD_CENTS=" WS-DAY-HELD-CENTS
           DISPLAY "DEALERS_PAID=" WS-EXTRACT-COUNT
           DISPLAY "SHIFTS_UNASSIGNED=" WS-UNPAID-SHIFT-COUNT
           DISPLAY "ASSIGNMENTS_INELIGIBLE=" WS-BAD-DEALER-COUNT
           IF WS-UNPAID-SHIFT-COUNT > ZERO
               OR WS-BAD-DEALER-COUNT > ZERO
               STOP RUN RETURNING 2
           END-IF
           STOP RUN.

       LOAD-ROSTER.
      *    The whole roster fits a working-storage table (it is a
      *    staff list, not a transaction file).
           OPEN INPUT DEALER-MASTER-FILE
           IF WS-DLRMSTR-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open dealer roster, status "
                   WS-DLRMSTR-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-ROSTER
           PERFORM UNTIL WS-DLRMSTR-STATUS NOT = "00"
               OR WS-RO-COUNT >= WS-RO-MAX
               ADD 1 TO WS-RO-COUNT
               MOVE DLR-ID     TO WS-RO-ID (WS-RO-COUNT)
               MOVE DLR-NAME   TO WS-RO-NAME (WS-RO-COUNT)
               MOVE DLR-STATUS TO WS-RO-STATUS (WS-RO-COUNT)
               PERFORM READ-ROSTER
           END-PERFORM
      *    A good status here means the last read fetched a record
      *    the full table could not take. A dealer dropped from the
      *    roster would lose their share, so the run stops.
           IF WS-DLRMSTR-STATUS = "00"
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "ERROR=roster larger than the table - "
                   "no tokes distributed"
           END-IF
           CLOSE DEALER-MASTER-FILE.

       READ-ROSTER.
           READ DEALER-MASTER-FILE NEXT
               AT END MOVE "10" TO WS-DLRMSTR-STATUS
           END-READ.

       LOAD-TOKE-COUNTS.
      *    Only the run date's counts matter; no count file yet
      *    means no box was counted.
           OPEN INPUT TOKE-COUNT-FILE
           IF WS-TOKECNT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-TOKECNT-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open toke counts, status "
                   WS-TOKECNT-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-TOKE-COUNT
           PERFORM UNTIL WS-TOKECNT-STATUS NOT = "00"
               IF TK-GAMING-DATE = WS-RUN-DATE
                   PERFORM KEEP-TOKE-COUNT
               END-IF
               PERFORM READ-TOKE-COUNT
           END-PERFORM
           CLOSE TOKE-COUNT-FILE.

       READ-TOKE-COUNT.
           READ TOKE-COUNT-FILE
               AT END MOVE "10" TO WS-TOKECNT-STATUS
           END-READ.

       KEEP-TOKE-COUNT.
      *    A recount of the same box replaces the count it
      *    corrects.
           MOVE ZERO TO WS-TK-FOUND-IX
           MOVE 1 TO WS-TK-IX
           PERFORM UNTIL WS-TK-IX > WS-TK-COUNT
               OR WS-TK-FOUND-IX > ZERO
               IF WS-TK-SHIFT (WS-TK-IX) = TK-SHIFT
                   AND WS-TK-TABLE-ID (WS-TK-IX) = TK-TABLE-ID
                   MOVE WS-TK-IX TO WS-TK-FOUND-IX
               END-IF
               ADD 1 TO WS-TK-IX
           END-PERFORM

           IF WS-TK-FOUND-IX = ZERO
               IF WS-TK-COUNT >= WS-TK-MAX
                   IF NOT WS-OVERFLOW
                       MOVE "Y" TO WS-OVERFLOW-SW
                       DISPLAY "ERROR=more toke counts than the "
                           "table holds - no tokes distributed"
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TK-COUNT
               MOVE WS-TK-COUNT TO WS-TK-FOUND-IX
           END-IF

           MOVE TK-SHIFT         TO WS-TK-SHIFT (WS-TK-FOUND-IX)
           MOVE TK-TABLE-ID      TO WS-TK-TABLE-ID (WS-TK-FOUND-IX)
           MOVE TK-AMOUNT-CENTS  TO WS-TK-CENTS (WS-TK-FOUND-IX)
           MOVE TK-SUPERVISOR-ID TO WS-TK-SUPV-ID (WS-TK-FOUND-IX).

       LOAD-ASSIGNMENTS.
      *    Only the run date's rows matter; no assignment file yet
      *    means nobody was assigned, and every counted shift goes
      *    on the exception page.
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-SHIFT-STATUS NOT = "00"
               DISPLAY "ERROR=cannot open shift assignments, status "
                   WS-SHIFT-STATUS
               STOP RUN RETURNING 1
           END-IF

           PERFORM READ-SHIFT-FILE
           PERFORM UNTIL WS-SHIFT-STATUS NOT = "00"
               IF SHF-DATE = WS-RUN-DATE
                   PERFORM KEEP-ASSIGNMENT
               END-IF
               PERFORM READ-SHIFT-FILE
           END-PERFORM
           CLOSE SHIFT-FILE.

       READ-SHIFT-FILE.
           READ SHIFT-FILE
               AT END MOVE "10" TO WS-SHIFT-STATUS
           END-READ.

       KEEP-ASSIGNMENT.
      *    The same dealer/table/shift keyed twice off the pit
      *    sheet is one assignment.
           MOVE ZERO TO WS-ASG-FOUND-IX
           MOVE 1 TO WS-ASG-IX
           PERFORM UNTIL WS-ASG-IX > WS-ASG-COUNT
               OR WS-ASG-FOUND-IX > ZERO
               IF WS-ASG-SHIFT (WS-ASG-IX) = SHF-SHIFT
                   AND WS-ASG-TABLE-ID (WS-ASG-IX) = SHF-TABLE-ID
                   AND WS-ASG-DEALER-ID (WS-ASG-IX) = SHF-DEALER-ID
                   MOVE WS-ASG-IX TO WS-ASG-FOUND-IX
               END-IF
               ADD 1 TO WS-ASG-IX
           END-PERFORM
           IF WS-ASG-FOUND-IX > ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-ASG-COUNT >= WS-ASG-MAX
               IF NOT WS-OVERFLOW
                   MOVE "Y" TO WS-OVERFLOW-SW
                   DISPLAY "ERROR=more shift assignments than the "
                       "table holds - no tokes distributed"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASG-COUNT
           MOVE SHF-SHIFT     TO WS-ASG-SHIFT (WS-ASG-COUNT)
           MOVE SHF-TABLE-ID  TO WS-ASG-TABLE-ID (WS-ASG-COUNT)
           MOVE SHF-DEALER-ID TO WS-ASG-DEALER-ID (WS-ASG-COUNT).

       BUILD-SHIFT-DEALERS.
      *    Roll the assignments up to one entry per dealer per
      *    shift, look each dealer up on the roster, and total the
      *    shift's assignments and its active divisor.
           MOVE 1 TO WS-ASG-IX
           PERFORM UNTIL WS-ASG-IX > WS-ASG-COUNT
               PERFORM FIND-OR-ADD-SHIFT-DEALER
               IF WS-DS-FOUND-IX > ZERO
                   ADD 1 TO WS-DS-ASSIGNS (WS-DS-FOUND-IX)
                   PERFORM FIND-SHIFT-INDEX
                   IF WS-SH-IX > ZERO
                       ADD 1 TO WS-SH-ASSIGNS (WS-SH-IX)
                       IF WS-DS-ACTIVE (WS-DS-FOUND-IX)
                           ADD 1 TO WS-SH-ACTIVE-ASG (WS-SH-IX)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-ASG-IX
           END-PERFORM.

       FIND-OR-ADD-SHIFT-DEALER.
           MOVE ZERO TO WS-DS-FOUND-IX
           MOVE 1 TO WS-DS-IX
           PERFORM UNTIL WS-DS-IX > WS-DS-COUNT
               OR WS-DS-FOUND-IX > ZERO
               IF WS-DS-SHIFT (WS-DS-IX) = WS-ASG-SHIFT (WS-ASG-IX)
                   AND WS-DS-DEALER-ID (WS-DS-IX)
                       = WS-ASG-DEALER-ID (WS-ASG-IX)
                   MOVE WS-DS-IX TO WS-DS-FOUND-IX
               END-IF
               ADD 1 TO WS-DS-IX
           END-PERFORM
           IF WS-DS-FOUND-IX > ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-DS-COUNT >= WS-DS-MAX
               IF NOT WS-OVERFLOW
                   MOVE "Y" TO WS-OVERFLOW-SW
                   DISPLAY "ERROR=more dealer shifts than the "
                       "table holds - no tokes distributed"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DS-COUNT
           MOVE WS-DS-COUNT TO WS-DS-FOUND-IX
           MOVE WS-ASG-SHIFT (WS-ASG-IX)
               TO WS-DS-SHIFT (WS-DS-COUNT)
           MOVE WS-ASG-DEALER-ID (WS-ASG-IX)
               TO WS-DS-DEALER-ID (WS-DS-COUNT)
           MOVE ZERO TO WS-DS-ASSIGNS (WS-DS-COUNT)
           MOVE ZERO TO WS-DS-SHARE-CENTS (WS-DS-COUNT)

           MOVE ZERO TO WS-RO-FOUND-IX
           MOVE 1 TO WS-RO-IX
           PERFORM UNTIL WS-RO-IX > WS-RO-COUNT
               OR WS-RO-FOUND-IX > ZERO
               IF WS-RO-ID (WS-RO-IX)
                   = WS-ASG-DEALER-ID (WS-ASG-IX)
                   MOVE WS-RO-IX TO WS-RO-FOUND-IX
               END-IF
               ADD 1 TO WS-RO-IX
           END-PERFORM
           MOVE WS-RO-FOUND-IX TO WS-DS-RO-IX (WS-DS-COUNT)
           EVALUATE TRUE
               WHEN WS-RO-FOUND-IX = ZERO
                   MOVE "N" TO WS-DS-STANDING (WS-DS-COUNT)
               WHEN WS-RO-STATUS (WS-RO-FOUND-IX) = "A"
                   MOVE "A" TO WS-DS-STANDING (WS-DS-COUNT)
               WHEN OTHER
                   MOVE "T" TO WS-DS-STANDING (WS-DS-COUNT)
           END-EVALUATE.

       FIND-SHIFT-INDEX.
      *    WS-SH-IX for the assignment in hand; zero for a shift
      *    byte that is not D, S or G (it cannot be pooled).
           EVALUATE WS-ASG-SHIFT (WS-ASG-IX)
               WHEN "D"
                   MOVE 1 TO WS-SH-IX
               WHEN "S"
                   MOVE 2 TO WS-SH-IX
               WHEN "G"
                   MOVE 3 TO WS-SH-IX
               WHEN OTHER
                   MOVE ZERO TO WS-SH-IX
           END-EVALUATE.

       DISTRIBUTE-SHIFT.
      *    Pool the shift's boxes, give each active dealer
      *    pool x assignments / active assignments (truncated),
      *    then hand the odd cents out one at a time so the shares
      *    add back to the pool.
           MOVE 1 TO WS-TK-IX
           PERFORM UNTIL WS-TK-IX > WS-TK-COUNT
               IF WS-TK-SHIFT (WS-TK-IX) = WS-SHIFT-CODE
                   ADD WS-TK-CENTS (WS-TK-IX)
                       TO WS-SH-POOL-CENTS (WS-SH-IX)
                   ADD 1 TO WS-SH-COUNTS (WS-SH-IX)
               END-IF
               ADD 1 TO WS-TK-IX
           END-PERFORM
           ADD WS-SH-POOL-CENTS (WS-SH-IX) TO WS-DAY-POOL-CENTS

           IF WS-SH-ACTIVE-ASG (WS-SH-IX) = ZERO
               IF WS-SH-POOL-CENTS (WS-SH-IX) > ZERO
                   ADD 1 TO WS-UNPAID-SHIFT-COUNT
                   ADD WS-SH-POOL-CENTS (WS-SH-IX)
                       TO WS-DAY-HELD-CENTS
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-DS-IX
           PERFORM UNTIL WS-DS-IX > WS-DS-COUNT
               IF WS-DS-SHIFT (WS-DS-IX) = WS-SHIFT-CODE
                   AND WS-DS-ACTIVE (WS-DS-IX)
                   COMPUTE WS-DS-SHARE-CENTS (WS-DS-IX) =
                       (WS-SH-POOL-CENTS (WS-SH-IX)
                        * WS-DS-ASSIGNS (WS-DS-IX))
                       / WS-SH-ACTIVE-ASG (WS-SH-IX)
                   ADD WS-DS-SHARE-CENTS (WS-DS-IX)
                       TO WS-SH-PAID-CENTS (WS-SH-IX)
               END-IF
               ADD 1 TO WS-DS-IX
           END-PERFORM

      *    Each truncated share is short by less than a cent, so
      *    the odd cents never outnumber the shift's dealers.
           COMPUTE WS-REMAINDER-CENTS =
               WS-SH-POOL-CENTS (WS-SH-IX)
               - WS-SH-PAID-CENTS (WS-SH-IX)
           MOVE 1 TO WS-DS-IX
           PERFORM UNTIL WS-DS-IX > WS-DS-COUNT
               OR WS-REMAINDER-CENTS = ZERO
               IF WS-DS-SHIFT (WS-DS-IX) = WS-SHIFT-CODE
                   AND WS-DS-ACTIVE (WS-DS-IX)
                   ADD 1 TO WS-DS-SHARE-CENTS (WS-DS-IX)
                   ADD 1 TO WS-SH-PAID-CENTS (WS-SH-IX)
                   SUBTRACT 1 FROM WS-REMAINDER-CENTS
               END-IF
               ADD 1 TO WS-DS-IX
           END-PERFORM
           ADD WS-SH-PAID-CENTS (WS-SH-IX) TO WS-DAY-PAID-CENTS

           IF WS-SH-POOL-CENTS (WS-SH-IX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DS-IX
           PERFORM UNTIL WS-DS-IX > WS-DS-COUNT
               IF WS-DS-SHIFT (WS-DS-IX) = WS-SHIFT-CODE
                   AND WS-DS-ACTIVE (WS-DS-IX)
                   PERFORM WRITE-EXTRACT-RECORD
                   PERFORM ADD-DEALER-TOTAL
               END-IF
               ADD 1 TO WS-DS-IX
           END-PERFORM.

       WRITE-EXTRACT-RECORD.
           MOVE WS-RUN-DATE                  TO TP-GAMING-DATE
           MOVE WS-SHIFT-CODE                TO TP-SHIFT
           MOVE WS-DS-DEALER-ID (WS-DS-IX)   TO TP-DEALER-ID
           MOVE WS-RO-NAME (WS-DS-RO-IX (WS-DS-IX))
                                             TO TP-DEALER-NAME
           MOVE WS-DS-ASSIGNS (WS-DS-IX)     TO TP-ASSIGNMENTS
           MOVE WS-SH-ACTIVE-ASG (WS-SH-IX)  TO TP-SHIFT-ASSIGNMENTS
           MOVE WS-SH-POOL-CENTS (WS-SH-IX)  TO TP-POOL-CENTS
           MOVE WS-DS-SHARE-CENTS (WS-DS-IX) TO TP-SHARE-CENTS
           WRITE TP-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       ADD-DEALER-TOTAL.
      *    There are never more paid dealers than roster entries,
      *    so the day table cannot overflow.
           MOVE ZERO TO WS-DT-FOUND-IX
           MOVE 1 TO WS-DT-IX
           PERFORM UNTIL WS-DT-IX > WS-DT-COUNT
               OR WS-DT-FOUND-IX > ZERO
               IF WS-DT-DEALER-ID (WS-DT-IX)
                   = WS-DS-DEALER-ID (WS-DS-IX)
                   MOVE WS-DT-IX TO WS-DT-FOUND-IX
               END-IF
               ADD 1 TO WS-DT-IX
           END-PERFORM
           IF WS-DT-FOUND-IX = ZERO
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT TO WS-DT-FOUND-IX
               MOVE WS-DS-DEALER-ID (WS-DS-IX)
                   TO WS-DT-DEALER-ID (WS-DT-COUNT)
               MOVE WS-DS-RO-IX (WS-DS-IX)
                   TO WS-DT-RO-IX (WS-DT-COUNT)
               MOVE ZERO TO WS-DT-SHIFTS (WS-DT-COUNT)
               MOVE ZERO TO WS-DT-CENTS (WS-DT-COUNT)
           END-IF
           ADD 1 TO WS-DT-SHIFTS (WS-DT-FOUND-IX)
           ADD WS-DS-SHARE-CENTS (WS-DS-IX)
               TO WS-DT-CENTS (WS-DT-FOUND-IX).

       WRITE-REPORT-HEADER.
           MOVE "DEALER TOKE DISTRIBUTION" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "GAMING DATE ............ " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SHIFT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SHIFT " WS-SHIFT-CODE " - "
               WS-SHIFT-NAME (WS-SH-IX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-SH-COUNTS (WS-SH-IX) = ZERO
               MOVE "  (NO TOKE BOXES COUNTED)" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO WS-ROW-LINE
               MOVE "TABLE"      TO WS-ROW-LINE(3:5)
               MOVE "COUNTED"    TO WS-ROW-LINE(22:7)
               MOVE "SUPERVISOR" TO WS-ROW-LINE(31:10)
               MOVE WS-ROW-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-TK-IX
               PERFORM UNTIL WS-TK-IX > WS-TK-COUNT
                   IF WS-TK-SHIFT (WS-TK-IX) = WS-SHIFT-CODE
                       PERFORM WRITE-COUNT-LINE
                   END-IF
                   ADD 1 TO WS-TK-IX
               END-PERFORM
           END-IF

           COMPUTE WS-DOLLARS = WS-SH-POOL-CENTS (WS-SH-IX) / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "  SHIFT POOL ........... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SH-ACTIVE-ASG (WS-SH-IX) TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ACTIVE ASSIGNMENTS ... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-SH-ASSIGNS (WS-SH-IX) = ZERO
               MOVE "  (NO DEALERS ASSIGNED)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ROW-LINE
           MOVE "DEALER"     TO WS-ROW-LINE(3:6)
           MOVE "NAME"       TO WS-ROW-LINE(12:4)
           MOVE "ASG"        TO WS-ROW-LINE(38:3)
           MOVE "SHARE"      TO WS-ROW-LINE(55:5)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-DS-IX
           PERFORM UNTIL WS-DS-IX > WS-DS-COUNT
               IF WS-DS-SHIFT (WS-DS-IX) = WS-SHIFT-CODE
                   PERFORM WRITE-SHARE-LINE
               END-IF
               ADD 1 TO WS-DS-IX
           END-PERFORM.

       WRITE-COUNT-LINE.
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-TK-TABLE-ID (WS-TK-IX)  TO WS-ROW-LINE(3:4)
           COMPUTE WS-DOLLARS = WS-TK-CENTS (WS-TK-IX) / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(12:17)
           MOVE WS-TK-SUPV-ID (WS-TK-IX)   TO WS-ROW-LINE(31:8)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SHARE-LINE.
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-DS-DEALER-ID (WS-DS-IX) TO WS-ROW-LINE(3:8)
           IF WS-DS-RO-IX (WS-DS-IX) > ZERO
               MOVE WS-RO-NAME (WS-DS-RO-IX (WS-DS-IX))
                   TO WS-ROW-LINE(12:25)
           END-IF
           MOVE WS-DS-ASSIGNS (WS-DS-IX) TO WS-EDIT-ASG
           MOVE WS-EDIT-ASG                TO WS-ROW-LINE(38:3)
           EVALUATE TRUE
               WHEN WS-DS-TERMINATED (WS-DS-IX)
                   MOVE "** TERMINATED **" TO WS-ROW-LINE(43:16)
               WHEN WS-DS-UNROSTERED (WS-DS-IX)
                   MOVE "** NOT ON ROSTER **" TO WS-ROW-LINE(43:19)
               WHEN OTHER
                   COMPUTE WS-DOLLARS =
                       WS-DS-SHARE-CENTS (WS-DS-IX) / 100
                   MOVE WS-DOLLARS TO WS-EDIT-CENTS
                   MOVE WS-EDIT-CENTS      TO WS-ROW-LINE(43:17)
           END-EVALUATE
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-DEALER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEALER TOTALS FOR THE GAMING DATE" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-DT-COUNT = ZERO
               MOVE "  (NO TOKES DISTRIBUTED)" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO WS-ROW-LINE
               MOVE "DEALER"     TO WS-ROW-LINE(3:6)
               MOVE "NAME"       TO WS-ROW-LINE(12:4)
               MOVE "SHIFTS"     TO WS-ROW-LINE(37:6)
               MOVE "TOTAL"      TO WS-ROW-LINE(55:5)
               MOVE WS-ROW-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-DT-IX
               PERFORM UNTIL WS-DT-IX > WS-DT-COUNT
                   PERFORM WRITE-DEALER-TOTAL-LINE
                   ADD 1 TO WS-DT-IX
               END-PERFORM
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-DOLLARS = WS-DAY-POOL-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "TOKES COUNTED .......... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-DAY-PAID-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "TOKES DISTRIBUTED ...... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-DAY-HELD-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "TOKES HELD UNASSIGNED .. " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-DEALER-TOTAL-LINE.
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-DT-DEALER-ID (WS-DT-IX) TO WS-ROW-LINE(3:8)
           MOVE WS-RO-NAME (WS-DT-RO-IX (WS-DT-IX))
               TO WS-ROW-LINE(12:25)
           MOVE WS-DT-SHIFTS (WS-DT-IX) TO WS-ROW-LINE(42:1)
           COMPUTE WS-DOLLARS = WS-DT-CENTS (WS-DT-IX) / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(43:17)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-PAGE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS - UNASSIGNED SHIFTS AND INELIGIBLE DEALERS"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 1 TO WS-SH-IX
           PERFORM UNTIL WS-SH-IX > 3
               IF WS-SH-ACTIVE-ASG (WS-SH-IX) = ZERO
                   AND WS-SH-POOL-CENTS (WS-SH-IX) > ZERO
                   PERFORM WRITE-UNASSIGNED-SHIFT-LINE
               END-IF
               ADD 1 TO WS-SH-IX
           END-PERFORM

           MOVE 1 TO WS-DS-IX
           PERFORM UNTIL WS-DS-IX > WS-DS-COUNT
               IF NOT WS-DS-ACTIVE (WS-DS-IX)
                   PERFORM WRITE-INELIGIBLE-LINE
               END-IF
               ADD 1 TO WS-DS-IX
           END-PERFORM

           IF WS-UNPAID-SHIFT-COUNT = ZERO
               AND WS-BAD-DEALER-COUNT = ZERO
               MOVE "  (NO EXCEPTIONS)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-UNASSIGNED-SHIFT-LINE.
           MOVE SPACES TO WS-ROW-LINE
           MOVE "**"                          TO WS-ROW-LINE(1:2)
           MOVE "SHIFT"                       TO WS-ROW-LINE(4:5)
           MOVE WS-SHIFT-CODES(WS-SH-IX:1)    TO WS-ROW-LINE(10:1)
           COMPUTE WS-DOLLARS = WS-SH-POOL-CENTS (WS-SH-IX) / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS                 TO WS-ROW-LINE(12:17)
           IF WS-SH-ASSIGNS (WS-SH-IX) = ZERO
               MOVE "TOKES COUNTED, NO DEALERS ASSIGNED"
                   TO WS-ROW-LINE(30:34)
           ELSE
               MOVE "TOKES COUNTED, NO ACTIVE DEALER ASSIGNED"
                   TO WS-ROW-LINE(30:40)
           END-IF
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-INELIGIBLE-LINE.
           ADD 1 TO WS-BAD-DEALER-COUNT
           MOVE SPACES TO WS-ROW-LINE
           MOVE "**"                          TO WS-ROW-LINE(1:2)
           MOVE "SHIFT"                       TO WS-ROW-LINE(4:5)
           MOVE WS-DS-SHIFT (WS-DS-IX)        TO WS-ROW-LINE(10:1)
           MOVE WS-DS-DEALER-ID (WS-DS-IX)    TO WS-ROW-LINE(12:8)
           MOVE WS-DS-ASSIGNS (WS-DS-IX)      TO WS-EDIT-ASG
           MOVE WS-EDIT-ASG                   TO WS-ROW-LINE(21:3)
           MOVE "ASG"                         TO WS-ROW-LINE(25:3)
           IF WS-DS-TERMINATED (WS-DS-IX)
               MOVE "DEALER TERMINATED - NO SHARE PAID"
                   TO WS-ROW-LINE(30:33)
           ELSE
               MOVE "DEALER NOT ON ROSTER - NO SHARE PAID"
                   TO WS-ROW-LINE(30:36)
           END-IF
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
