       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKR-COLLECT.
       AUTHOR. SWARM-BLACKJACK.
      *----------------------------------------------------------------*
      * Marker collection aging extract.
      *
      * MKR-RPT ages every open marker for the cage manager; nobody
      * was chasing the ones past the shop's due terms. This job
      * walks the marker master (see MARKER copybook) and, for every
      * marker still owed past the first due term, writes:
      *
      *   - one fixed-format record to the collection extract (see
      *     COLLEXT copybook) for the credit department, carrying
      *     the term passed, the returned-by-bank flag, and the
      *     account's credit line off the credit-line master (see
      *     CRLINE);
      *   - one line on the collection report, in marker-id order
      *     (the master's key order) with the term passed on each
      *     line; the count and total per term are in the totals
      *     at the foot of the report.
      *
      * A marker belongs to the highest term it has passed: with
      * the default terms a marker 50 days out is a 45-day item,
      * not also a 30-day one. Returned markers (MKR-STATUS "B")
      * age from their issue date like any other and are flagged.
      *
      * Input (environment variables):
      *   RUN_DATE   - YYYYMMDD, optional; the as-of date for aging.
      *                Defaults to today.
      *   DUE_TERM_1 - days, optional; first due term.  Default 30.
      *   DUE_TERM_2 - days, optional; second due term. Default 45.
      *   DUE_TERM_3 - days, optional; third due term.  Default 60.
      *                The three terms must rise; terms that do not
      *                are ignored and the defaults used.
      *
      * Files:
      *   MARKER-FILE      (logical name "MARKER")  - marker master
      *   CREDIT-LINE-FILE (logical name "CRLINE")  - credit lines
      *   EXTRACT-FILE     (logical name "COLLEXT") - the extract
      *   REPORT-FILE      (logical name "COLLRPT") - the report
      *
      * Exit code: 0 = success (nothing past due included; a
      *                missing marker master writes the empty
      *                extract and the clean report, same as
      *                MKR-RPT)
      *            1 = marker or credit-line master exists but
      *                could not be opened
      *
      * Modification history:
      *   2026-10-15  REM  Initial version.
      *   2026-10-15  REM  Header corrected - detail lines are in
      *                    marker-id order, per-term figures are in
      *                    the report totals.
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKER-FILE ASSIGN TO "MARKER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MKR-ID
               FILE STATUS IS WS-MARKER-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO "CRLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ACCOUNT-ID
               FILE STATUS IS WS-CRLINE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "COLLEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "COLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKER-FILE.
           COPY MARKER.

       FD  CREDIT-LINE-FILE.
           COPY CRLINE.

       FD  EXTRACT-FILE.
           COPY COLLEXT.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MARKER-STATUS        PIC XX     VALUE "00".
       01  WS-CRLINE-STATUS        PIC XX     VALUE "00".
       01  WS-EOF-SW               PIC X      VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01  WS-NO-MASTER-SW         PIC X      VALUE "N".
           88 WS-NO-MASTER                    VALUE "Y".
       01  WS-NO-LINES-SW          PIC X      VALUE "N".
           88 WS-NO-LINES                     VALUE "Y".
       01  WS-CL-FOUND-SW          PIC X      VALUE "N".
           88 WS-LINE-FOUND                   VALUE "Y".

       01  WS-RUN-DATE             PIC X(08)  VALUE SPACES.

      *    Due terms, lowest first. WS-TERM-IX is the highest term
      *    the marker in hand has passed (zero = not yet due).
       01  WS-TERM-TABLE.
           05  WS-TERM-DAYS        PIC 9(03)  OCCURS 3 TIMES.
       01  WS-TERM-IX              PIC 9(02)  COMP VALUE ZERO.
       01  WS-PASS-IX              PIC 9(02)  COMP VALUE ZERO.
       01  WS-TERM-RAW             PIC X(10)  VALUE SPACES.
       01  WS-TERM-TRIMMED         PIC X(10)  VALUE SPACES.
       01  WS-TERM-LEN             PIC 9(02)  COMP VALUE ZERO.
       01  WS-TERM-VALUE           PIC 9(03)  VALUE ZERO.

      *    Per-term totals for the report trailer.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET           OCCURS 3 TIMES.
               10  WS-BKT-COUNT    PIC 9(05)  VALUE ZERO.
               10  WS-BKT-CENTS    PIC 9(15)  VALUE ZERO.
               10  WS-BKT-RETURNED PIC 9(05)  VALUE ZERO.

       01  WS-DUE-COUNT            PIC 9(05)  VALUE ZERO.
       01  WS-DUE-CENTS            PIC 9(15)  VALUE ZERO.
       01  WS-RETURNED-COUNT       PIC 9(05)  VALUE ZERO.

      *    Aging in days, run date less issue date via day numbers,
      *    same as MKR-RPT.
       01  WS-RUN-DAY-NO           PIC 9(07)  VALUE ZERO.
       01  WS-ISSUE-DAY-NO         PIC 9(07)  VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-DATE-NUM             PIC 9(08)  VALUE ZERO.

       01  WS-EDIT-CENTS           PIC $$,$$$,$$$,$$9.99.
       01  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01  WS-EDIT-DAYS            PIC ZZZZ9.
       01  WS-EDIT-TERM            PIC ZZ9.
       01  WS-DOLLARS              PIC 9(13)V99 VALUE ZERO.
       01  WS-ROW-LINE             PIC X(80)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUN_DATE"
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           PERFORM PARSE-TERMS

           OPEN INPUT MARKER-FILE
           EVALUATE WS-MARKER-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
      *            No master yet just means no marker was ever
      *            issued - the empty extract and clean report
      *            still go out.
                   MOVE "Y" TO WS-NO-MASTER-SW
               WHEN OTHER
                   DISPLAY "ERROR=cannot open marker master, status "
                       WS-MARKER-STATUS
                   STOP RUN RETURNING 1
           END-EVALUATE

           OPEN INPUT CREDIT-LINE-FILE
           EVALUATE WS-CRLINE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "Y" TO WS-NO-LINES-SW
               WHEN OTHER
                   DISPLAY "ERROR=cannot open credit-line master, "
                       "status " WS-CRLINE-STATUS
                   IF NOT WS-NO-MASTER
                       CLOSE MARKER-FILE
                   END-IF
                   STOP RUN RETURNING 1
           END-EVALUATE

           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE

           PERFORM WRITE-REPORT-HEADER
           IF NOT WS-NO-MASTER
               PERFORM READ-MARKER
               PERFORM UNTIL WS-EOF
                   IF MKR-OPEN AND MKR-OUTSTANDING-CENTS > ZERO
                       PERFORM AGE-ONE-MARKER
                   END-IF
                   PERFORM READ-MARKER
               END-PERFORM
           END-IF
           PERFORM WRITE-REPORT-FOOTER

           IF NOT WS-NO-MASTER
               CLOSE MARKER-FILE
           END-IF
           IF NOT WS-NO-LINES
               CLOSE CREDIT-LINE-FILE
           END-IF
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE

           DISPLAY "MARKERS_PAST_DUE=" WS-DUE-COUNT
           DISPLAY "MARKERS_RETURNED=" WS-RETURNED-COUNT
           STOP RUN.

       PARSE-TERMS.
      *    Missing or non-numeric terms keep their defaults; a set
      *    that does not rise is a keying error and falls back to
      *    the shop's standard 30/45/60 whole.
           MOVE 30 TO WS-TERM-DAYS(1)
           MOVE 45 TO WS-TERM-DAYS(2)
           MOVE 60 TO WS-TERM-DAYS(3)

           ACCEPT WS-TERM-RAW FROM ENVIRONMENT "DUE_TERM_1"
           MOVE 1 TO WS-TERM-IX
           PERFORM PARSE-ONE-TERM
           ACCEPT WS-TERM-RAW FROM ENVIRONMENT "DUE_TERM_2"
           MOVE 2 TO WS-TERM-IX
           PERFORM PARSE-ONE-TERM
           ACCEPT WS-TERM-RAW FROM ENVIRONMENT "DUE_TERM_3"
           MOVE 3 TO WS-TERM-IX
           PERFORM PARSE-ONE-TERM

           IF WS-TERM-DAYS(1) = ZERO
               OR WS-TERM-DAYS(2) NOT > WS-TERM-DAYS(1)
               OR WS-TERM-DAYS(3) NOT > WS-TERM-DAYS(2)
               DISPLAY "WARNING=due terms do not rise, using "
                   "30/45/60"
               MOVE 30 TO WS-TERM-DAYS(1)
               MOVE 45 TO WS-TERM-DAYS(2)
               MOVE 60 TO WS-TERM-DAYS(3)
           END-IF.

       PARSE-ONE-TERM.
           IF WS-TERM-RAW = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-TERM-RAW) TO WS-TERM-TRIMMED
           COMPUTE WS-TERM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TERM-RAW))
           IF WS-TERM-LEN > ZERO AND WS-TERM-LEN < 4
               AND WS-TERM-TRIMMED(1:WS-TERM-LEN) NUMERIC
               MOVE WS-TERM-TRIMMED(1:WS-TERM-LEN) TO WS-TERM-VALUE
               MOVE WS-TERM-VALUE TO WS-TERM-DAYS(WS-TERM-IX)
           END-IF
           MOVE SPACES TO WS-TERM-RAW.

       READ-MARKER.
           READ MARKER-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ.

       AGE-ONE-MARKER.
      *    A marker issued before the aging math existed could carry
      *    a non-numeric timestamp prefix; MKR-RPT ages it as zero
      *    days, so it is never past due here either - it shows on
      *    MKR-RPT for the cage manager to chase by hand.
           IF MKR-ISSUED-TIMESTAMP(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE MKR-ISSUED-TIMESTAMP(1:8) TO WS-DATE-NUM
           COMPUTE WS-ISSUE-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-ISSUE-DAY-NO
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF

           MOVE ZERO TO WS-TERM-IX
           MOVE 1 TO WS-PASS-IX
           PERFORM UNTIL WS-PASS-IX > 3
               IF WS-AGE-DAYS >= WS-TERM-DAYS(WS-PASS-IX)
                   MOVE WS-PASS-IX TO WS-TERM-IX
               END-IF
               ADD 1 TO WS-PASS-IX
           END-PERFORM
           IF WS-TERM-IX = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LINE
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM WRITE-MARKER-LINE

           ADD 1 TO WS-DUE-COUNT
           ADD MKR-OUTSTANDING-CENTS TO WS-DUE-CENTS
           ADD 1 TO WS-BKT-COUNT(WS-TERM-IX)
           ADD MKR-OUTSTANDING-CENTS TO WS-BKT-CENTS(WS-TERM-IX)
           IF MKR-RETURNED
               ADD 1 TO WS-RETURNED-COUNT
               ADD 1 TO WS-BKT-RETURNED(WS-TERM-IX)
           END-IF.

       READ-LINE.
           MOVE "N" TO WS-CL-FOUND-SW
           IF WS-NO-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE MKR-ACCOUNT-ID TO CL-ACCOUNT-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   MOVE "N" TO WS-CL-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-CL-FOUND-SW
           END-READ.

       WRITE-EXTRACT-RECORD.
           MOVE WS-RUN-DATE                TO CX-RUN-DATE
           MOVE MKR-ACCOUNT-ID             TO CX-ACCOUNT-ID
           MOVE MKR-ID                     TO CX-MARKER-ID
           MOVE MKR-ISSUED-TIMESTAMP(1:8)  TO CX-ISSUED-DATE
           MOVE MKR-ISSUED-CENTS           TO CX-ISSUED-CENTS
           MOVE MKR-OUTSTANDING-CENTS      TO CX-OUTSTANDING-CENTS
           MOVE WS-AGE-DAYS                TO CX-DAYS-OUT
           MOVE WS-TERM-DAYS(WS-TERM-IX)   TO CX-TERM-DAYS
           IF MKR-RETURNED
               MOVE "Y" TO CX-RETURNED-SW
           ELSE
               MOVE "N" TO CX-RETURNED-SW
           END-IF
           MOVE MKR-LAST-TIMESTAMP         TO CX-LAST-TIMESTAMP
           IF WS-LINE-FOUND
               MOVE CL-LIMIT-CENTS         TO CX-LIMIT-CENTS
               MOVE CL-HOLD-FLAG           TO CX-HOLD-FLAG
               MOVE CL-REVIEW-DATE         TO CX-REVIEW-DATE
           ELSE
               MOVE ZERO                   TO CX-LIMIT-CENTS
               MOVE SPACE                  TO CX-HOLD-FLAG
               MOVE SPACES                 TO CX-REVIEW-DATE
           END-IF
           WRITE CX-RECORD.

       WRITE-MARKER-LINE.
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-TERM-DAYS(WS-TERM-IX) TO WS-EDIT-TERM
           MOVE WS-EDIT-TERM               TO WS-ROW-LINE(1:3)
           MOVE MKR-ID                     TO WS-ROW-LINE(5:10)
           MOVE MKR-ACCOUNT-ID             TO WS-ROW-LINE(16:10)
           MOVE MKR-ISSUED-TIMESTAMP(1:8)  TO WS-ROW-LINE(27:8)
           COMPUTE WS-DOLLARS = MKR-OUTSTANDING-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS              TO WS-ROW-LINE(36:17)
           MOVE WS-AGE-DAYS TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS               TO WS-ROW-LINE(54:5)
           IF MKR-RETURNED
               MOVE "RETURNED"             TO WS-ROW-LINE(61:8)
           END-IF
           IF WS-LINE-FOUND AND CL-ON-HOLD
               MOVE "HOLD"                 TO WS-ROW-LINE(71:4)
           END-IF
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "MARKER COLLECTION AGING REPORT" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "AS OF .................. " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-ROW-LINE
           MOVE "DUE TERMS (DAYS) ....... " TO WS-ROW-LINE(1:25)
           MOVE WS-TERM-DAYS(1) TO WS-EDIT-TERM
           MOVE WS-EDIT-TERM TO WS-ROW-LINE(26:3)
           MOVE WS-TERM-DAYS(2) TO WS-EDIT-TERM
           MOVE WS-EDIT-TERM TO WS-ROW-LINE(30:3)
           MOVE WS-TERM-DAYS(3) TO WS-EDIT-TERM
           MOVE WS-EDIT-TERM TO WS-ROW-LINE(34:3)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-ROW-LINE
           MOVE "TRM"         TO WS-ROW-LINE(1:3)
           MOVE "MARKER"      TO WS-ROW-LINE(5:6)
           MOVE "ACCOUNT"     TO WS-ROW-LINE(16:7)
           MOVE "ISSUED"      TO WS-ROW-LINE(27:6)
           MOVE "OUTSTANDING" TO WS-ROW-LINE(42:11)
           MOVE "DAYS"        TO WS-ROW-LINE(55:4)
           MOVE "BANK"        TO WS-ROW-LINE(61:4)
           MOVE "LINE"        TO WS-ROW-LINE(71:4)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-DUE-COUNT = ZERO
               MOVE "  (NO MARKERS PAST DUE)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-PASS-IX
           PERFORM UNTIL WS-PASS-IX > 3
               PERFORM WRITE-BUCKET-LINE
               ADD 1 TO WS-PASS-IX
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MARKERS PAST DUE ....... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RETURNED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RETURNED BY BANK ....... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-DOLLARS = WS-DUE-CENTS / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL PAST DUE ......... " WS-EDIT-CENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BUCKET-LINE.
           MOVE SPACES TO WS-ROW-LINE
           MOVE "PAST "      TO WS-ROW-LINE(1:5)
           MOVE WS-TERM-DAYS(WS-PASS-IX) TO WS-EDIT-TERM
           MOVE WS-EDIT-TERM TO WS-ROW-LINE(6:3)
           MOVE " DAYS ......" TO WS-ROW-LINE(9:12)
           MOVE WS-BKT-COUNT(WS-PASS-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-ROW-LINE(22:7)
           COMPUTE WS-DOLLARS = WS-BKT-CENTS(WS-PASS-IX) / 100
           MOVE WS-DOLLARS TO WS-EDIT-CENTS
           MOVE WS-EDIT-CENTS TO WS-ROW-LINE(30:17)
           MOVE WS-BKT-RETURNED(WS-PASS-IX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-ROW-LINE(48:7)
           MOVE " RETURNED" TO WS-ROW-LINE(55:9)
           MOVE WS-ROW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
