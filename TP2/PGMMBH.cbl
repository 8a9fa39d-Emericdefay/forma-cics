      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBH.
      ******************************************************************
      * Morning batch status report off the RUNCTL run-control ledger
      * (RUNREC copybook) every batch job checks in and out of
      * through PGMMS3.  Read by operations first thing, before the
      * online day starts, so a skipped night, a failed step or a
      * job run against the wrong date is seen the same morning
      * instead of when somebody misses a report.
      *
      * Two sections:
      *   - every job in the RUNJOBS schedule, in stream order, with
      *     its status for the last processing date on the ledger
      *     (the latest date any nightly job was run for): start,
      *     end, return code, attempts, R for a requested rerun, and
      *     the control totals it recorded.  Monthly, quarterly and
      *     on-request jobs show their latest run, whatever its
      *     date.  A nightly job with no record is NOT RUN; a record
      *     still STARTED is NOT ENDED - the job abended or stopped
      *     on an error of its own.  Those and FAILED are flagged **;
      *   - every processing date from LOOKBACK-DAYS before the last
      *     one up to yesterday, one line per nightly job not run,
      *     failed or not ended for it, or one NO JOBS RECORDED line
      *     for a date nothing ran for at all - a skipped night, or
      *     one run under the wrong SYSIN date.  Dates before the
      *     ledger's first nightly record are not checked.
      *
      * The last processing date comes off the ledger itself, so the
      * job takes no SYSIN card.  It only reads the ledger and is
      * not on it: it can be run as often as anyone likes.
      *
      * RETURN-CODE 4 when anything is flagged in either section,
      * 0 when the schedule is clean; I/O trouble is 16 as
      * everywhere else.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RCT-STATUS.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
           COPY RUNREC.

       FD  RPTOUT.
       01  RPT-LINE PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      / Copybook for the run-control schedule table
       COPY RUNJOBS.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-RCT-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
      / How far back the date check looks, and the most days it
      / can hold - this report's own constants
       77  LOOKBACK-DAYS    PIC S9(4) COMP VALUE 35.
       77  GRID-MAX-DAYS    PIC S9(4) COMP VALUE 60.
      / Dates - first and last nightly processing date on the
      / ledger, today, and the window the date check covers
       77  WS-FIRST-DATE    PIC X(08) VALUE SPACES.
       77  WS-LAST-DATE     PIC X(08) VALUE SPACES.
       77  WS-TODAY         PIC 9(08) VALUE ZERO.
       01  WS-DATE-X        PIC X(08) VALUE SPACES.
       01  WS-DATE-NUM REDEFINES WS-DATE-X PIC 9(08).
       77  WS-TODAY-INT     PIC S9(9) COMP VALUE ZERO.
       77  WS-FIRST-INT     PIC S9(9) COMP VALUE ZERO.
       77  WS-LAST-INT      PIC S9(9) COMP VALUE ZERO.
       77  WS-REC-INT       PIC S9(9) COMP VALUE ZERO.
       77  WS-WIN-FIRST     PIC S9(9) COMP VALUE ZERO.
       77  WS-WIN-LAST      PIC S9(9) COMP VALUE ZERO.
       77  WS-WIN-FROM      PIC X(08) VALUE SPACES.
       77  WS-DAY-CNT       PIC S9(4) COMP VALUE ZERO.
       77  WS-DAY-IDX       PIC S9(4) COMP VALUE ZERO.
      / Schedule table lookup
       77  WS-JOB-IDX       PIC S9(4) COMP VALUE ZERO.
       77  WS-HIT-IDX       PIC S9(4) COMP VALUE ZERO.
       77  WS-JOB-HIT-SW    PIC X(01) VALUE 'N'.
           88 WS-JOB-HIT    VALUE 'Y'.
       77  WS-TOT-IDX       PIC S9(4) COMP VALUE ZERO.
       77  WS-LINE-FLAG-SW  PIC X(01) VALUE 'N'.
           88 WS-LINE-FLAGGED VALUE 'Y'.
       77  WS-DAY-EMPTY-SW  PIC X(01) VALUE 'Y'.
           88 WS-DAY-EMPTY  VALUE 'Y'.
       77  WS-DAY-BAD-SW    PIC X(01) VALUE 'N'.
           88 WS-DAY-BAD    VALUE 'Y'.
      / Latest processing date on the ledger for each scheduled job
       01  WS-LATEST-DATES.
           02 WS-LATEST-DATE PIC X(08) OCCURS 19 TIMES.
      / Nightly status by date and job, across the date window
       01  WS-GRID.
           02 WS-GRID-DAY OCCURS 60 TIMES.
               03 WS-GRID-CELL OCCURS 19 TIMES.
                   04 WS-CELL-STATUS PIC X(01).
                   04 WS-CELL-RC     PIC 9(04).
      / Report counters
       77  WS-CNT-RECS      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-DAILY-OK  PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-FLAGGED   PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-PROBLEMS  PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-BAD-DATES PIC S9(7) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(41) VALUE
               'BATCH RUN STATUS - LAST PROCESSING DATE '.
           02 WS-HDG-LAST-DATE PIC X(08).
       01  WS-HDG-LINE-2.
           02 FILLER PIC X(08) VALUE 'JOB'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(01) VALUE 'C'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'RUN DATE'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'STATUS'.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(04) VALUE '  RC'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(15) VALUE 'STARTED'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE 'ENDED'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE 'TRY R'.
       01  WS-DET-LINE.
           02 WS-DET-JOB     PIC X(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-CYCLE   PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-DATE    PIC X(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-STATUS  PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WS-DET-RC      PIC ZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-START-DATE PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WS-DET-START-TIME PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-END-TIME PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-TRY     PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WS-DET-RERUN   PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-FLAG    PIC X(02).
       01  WS-DTOT-LINE.
           02 FILLER         PIC X(12) VALUE SPACES.
           02 WS-DTOT-ENTRY OCCURS 3 TIMES.
               03 WS-DTOT-LABEL PIC X(10).
               03 FILLER        PIC X(01).
               03 WS-DTOT-COUNT PIC Z(8)9.
               03 FILLER        PIC X(02).
       01  WS-PRB-HDG-1.
           02 FILLER PIC X(35) VALUE
               'DATES WITH MISSING OR FAILED STEPS '.
           02 WS-PRB-HDG-FROM PIC X(08).
           02 FILLER PIC X(04) VALUE ' TO '.
           02 WS-PRB-HDG-TO   PIC X(08).
       01  WS-PRB-HDG-2.
           02 FILLER PIC X(08) VALUE 'DATE'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'JOB'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'PROBLEM'.
       01  WS-PRB-LINE.
           02 WS-PRB-DATE    PIC X(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-PRB-JOB     PIC X(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-PRB-TEXT    PIC X(30).
       01  WS-PRB-FAIL-TEXT.
           02 FILLER         PIC X(20) VALUE 'FAILED, RETURN CODE '.
           02 WS-PRB-FAIL-RC PIC ZZZ9.
       01  WS-TOT-LINE.
           02 WS-TOT-LABEL   PIC X(30).
           02 WS-TOT-COUNT   PIC ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-DATES
           IF WS-LAST-DATE = SPACES
               PERFORM 4900-NO-NIGHTLY-RUNS
           ELSE
               PERFORM 3000-LOAD-GRID
               PERFORM 4000-JOB-STATUS
               PERFORM 5000-DATE-CHECK
           END-IF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           MOVE SPACES TO WS-LATEST-DATES
           INITIALIZE WS-GRID

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBH - RPTOUT OPEN FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * First pass - the latest date per job, and the first and last
      * nightly processing date on the ledger
      ******************************************************************
       2000-FIND-DATES.
           PERFORM 2900-OPEN-LEDGER
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2910-READ-LEDGER
           PERFORM 2100-NOTE-DATES UNTIL WS-EOF
           CLOSE RUNCTL
           .

       2100-NOTE-DATES.
           ADD 1 TO WS-CNT-RECS
           PERFORM 6000-FIND-JOB

           IF WS-JOB-HIT AND RUN-PROC-DATE NUMERIC
               IF RUN-PROC-DATE > WS-LATEST-DATE(WS-HIT-IDX)
                   OR WS-LATEST-DATE(WS-HIT-IDX) = SPACES
                   MOVE RUN-PROC-DATE TO WS-LATEST-DATE(WS-HIT-IDX)
               END-IF
               IF RUNJ-DAILY(WS-HIT-IDX)
                   IF RUN-PROC-DATE > WS-LAST-DATE
                       OR WS-LAST-DATE = SPACES
                       MOVE RUN-PROC-DATE TO WS-LAST-DATE
                   END-IF
                   IF RUN-PROC-DATE < WS-FIRST-DATE
                       OR WS-FIRST-DATE = SPACES
                       MOVE RUN-PROC-DATE TO WS-FIRST-DATE
                   END-IF
               END-IF
           END-IF

           PERFORM 2910-READ-LEDGER
           .

       2900-OPEN-LEDGER.
           OPEN INPUT RUNCTL
           IF WS-RCT-STATUS NOT = '00'
               DISPLAY 'PGMMBH - RUNCTL OPEN FAILED, STATUS '
                   WS-RCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2910-READ-LEDGER.
           READ RUNCTL NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-RCT-STATUS NOT = '00'
               DISPLAY 'PGMMBH - RUNCTL READ FAILED, STATUS '
                   WS-RCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * Second pass - every nightly job's status for every date in
      * the window, into the grid
      ******************************************************************
       3000-LOAD-GRID.
      *    The window runs to yesterday even when the ledger stops
      *    short of it - the nights after the last one on file are
      *    exactly the ones nobody ran.
           MOVE WS-LAST-DATE TO WS-DATE-X
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-FIRST-DATE TO WS-DATE-X
           COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           COMPUTE WS-WIN-LAST = WS-TODAY-INT - 1
           IF WS-LAST-INT > WS-WIN-LAST
               MOVE WS-LAST-INT TO WS-WIN-LAST
           END-IF
           COMPUTE WS-WIN-FIRST = WS-LAST-INT - LOOKBACK-DAYS
           IF WS-WIN-FIRST < WS-FIRST-INT
               MOVE WS-FIRST-INT TO WS-WIN-FIRST
           END-IF
           IF WS-WIN-LAST - WS-WIN-FIRST + 1 > GRID-MAX-DAYS
               COMPUTE WS-WIN-FIRST = WS-WIN-LAST - GRID-MAX-DAYS + 1
           END-IF
           COMPUTE WS-DAY-CNT = WS-WIN-LAST - WS-WIN-FIRST + 1

           PERFORM 2900-OPEN-LEDGER
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2910-READ-LEDGER
           PERFORM 3100-NOTE-STATUS UNTIL WS-EOF
           .

       3100-NOTE-STATUS.
           PERFORM 6000-FIND-JOB

           IF WS-JOB-HIT AND RUN-PROC-DATE NUMERIC
               IF RUNJ-DAILY(WS-HIT-IDX)
                   MOVE RUN-PROC-DATE TO WS-DATE-X
                   COMPUTE WS-REC-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   IF WS-REC-INT >= WS-WIN-FIRST
                       AND WS-REC-INT <= WS-WIN-LAST
                       COMPUTE WS-DAY-IDX =
                           WS-REC-INT - WS-WIN-FIRST + 1
                       MOVE RUN-STATUS
                           TO WS-CELL-STATUS(WS-DAY-IDX, WS-HIT-IDX)
                       MOVE RUN-JOB-RC
                           TO WS-CELL-RC(WS-DAY-IDX, WS-HIT-IDX)
                   END-IF
               END-IF
           END-IF

           PERFORM 2910-READ-LEDGER
           .

      ******************************************************************
      * Section 1 - every scheduled job, last processing date
      ******************************************************************
       4000-JOB-STATUS.
           MOVE WS-LAST-DATE TO WS-HDG-LAST-DATE
           WRITE RPT-LINE FROM WS-HDG-LINE-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-HDG-LINE-2
           PERFORM 8010-CHECK-WRITE

           PERFORM 4100-JOB-LINE
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > RUNJ-COUNT
           .

       4100-JOB-LINE.
           MOVE SPACES TO WS-DET-LINE
           MOVE 'N' TO WS-LINE-FLAG-SW
           MOVE RUNJ-JOB-NAME(WS-JOB-IDX) TO WS-DET-JOB
           MOVE RUNJ-CYCLE(WS-JOB-IDX) TO WS-DET-CYCLE

           IF RUNJ-DAILY(WS-JOB-IDX)
               MOVE WS-LAST-DATE TO RUN-PROC-DATE
           ELSE
               MOVE WS-LATEST-DATE(WS-JOB-IDX) TO RUN-PROC-DATE
           END-IF
           MOVE RUNJ-JOB-NAME(WS-JOB-IDX) TO RUN-JOB-NAME

           IF RUN-PROC-DATE = SPACES
               MOVE 'NEVER RUN' TO WS-DET-STATUS
               WRITE RPT-LINE FROM WS-DET-LINE
           ELSE
               MOVE RUN-PROC-DATE TO WS-DET-DATE
               READ RUNCTL
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-RCT-STATUS
                   WHEN '00'
                       PERFORM 4110-FILL-JOB-LINE
                   WHEN '23'
                       MOVE 'NOT RUN' TO WS-DET-STATUS
                       SET WS-LINE-FLAGGED TO TRUE
                   WHEN OTHER
                       DISPLAY 'PGMMBH - RUNCTL READ FAILED, STATUS '
                           WS-RCT-STATUS ' KEY ' RUN-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE

               IF WS-LINE-FLAGGED
                   MOVE '**' TO WS-DET-FLAG
                   ADD 1 TO WS-CNT-FLAGGED
               END-IF
               WRITE RPT-LINE FROM WS-DET-LINE

               IF WS-RCT-STATUS = '00'
                   AND RUN-TOT-LABEL(1) NOT = SPACES
                   PERFORM 4120-TOTALS-LINE
               END-IF
           END-IF
           PERFORM 8010-CHECK-WRITE
           .

       4110-FILL-JOB-LINE.
           EVALUATE TRUE
               WHEN RUN-COMPLETED
                   MOVE 'COMPLETED' TO WS-DET-STATUS
                   MOVE RUN-JOB-RC TO WS-DET-RC
                   IF RUNJ-DAILY(WS-JOB-IDX)
                       ADD 1 TO WS-CNT-DAILY-OK
                   END-IF
               WHEN RUN-FAILED
                   MOVE 'FAILED' TO WS-DET-STATUS
                   MOVE RUN-JOB-RC TO WS-DET-RC
                   SET WS-LINE-FLAGGED TO TRUE
               WHEN OTHER
                   MOVE 'NOT ENDED' TO WS-DET-STATUS
                   SET WS-LINE-FLAGGED TO TRUE
           END-EVALUATE

           MOVE RUN-START-DATE TO WS-DET-START-DATE
           MOVE RUN-START-TIME TO WS-DET-START-TIME
           MOVE RUN-END-TIME TO WS-DET-END-TIME
           MOVE RUN-ATTEMPTS TO WS-DET-TRY
           IF RUN-WAS-RERUN
               MOVE 'R' TO WS-DET-RERUN
           END-IF
           .

       4120-TOTALS-LINE.
           PERFORM 4130-TOTALS-ENTRY
               VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > 3
           WRITE RPT-LINE FROM WS-DTOT-LINE
           .

       4130-TOTALS-ENTRY.
           MOVE SPACES TO WS-DTOT-ENTRY(WS-TOT-IDX)
           IF RUN-TOT-LABEL(WS-TOT-IDX) NOT = SPACES
               MOVE RUN-TOT-LABEL(WS-TOT-IDX)
                   TO WS-DTOT-LABEL(WS-TOT-IDX)
               MOVE RUN-TOT-COUNT(WS-TOT-IDX)
                   TO WS-DTOT-COUNT(WS-TOT-IDX)
           END-IF
           .

       4900-NO-NIGHTLY-RUNS.
           MOVE 'NONE' TO WS-HDG-LAST-DATE
           WRITE RPT-LINE FROM WS-HDG-LINE-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE '** NO NIGHTLY RUN ON THE RUN-CONTROL LEDGER'
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8010-CHECK-WRITE
           ADD 1 TO WS-CNT-FLAGGED
           .

      ******************************************************************
      * Section 2 - every date in the window with a nightly job
      * missing, failed or not ended
      ******************************************************************
       5000-DATE-CHECK.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-WIN-FIRST)
           MOVE WS-DATE-X TO WS-PRB-HDG-FROM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-WIN-LAST)
           MOVE WS-DATE-X TO WS-PRB-HDG-TO
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-PRB-HDG-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-PRB-HDG-2
           PERFORM 8010-CHECK-WRITE

           PERFORM 5100-CHECK-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-CNT

           IF WS-CNT-PROBLEMS = ZERO
               MOVE 'NO MISSING OR FAILED STEPS' TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 8010-CHECK-WRITE
           END-IF
           .

       5100-CHECK-DAY.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WIN-FIRST + WS-DAY-IDX - 1)
           MOVE 'Y' TO WS-DAY-EMPTY-SW
           MOVE 'N' TO WS-DAY-BAD-SW
           PERFORM 5110-SCAN-CELL
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > RUNJ-COUNT

           IF WS-DAY-EMPTY
               MOVE WS-DATE-X TO WS-PRB-DATE
               MOVE '(ALL)' TO WS-PRB-JOB
               MOVE 'NO JOBS RECORDED' TO WS-PRB-TEXT
               PERFORM 5200-WRITE-PROBLEM
           ELSE
               PERFORM 5120-CHECK-CELL
                   VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > RUNJ-COUNT
           END-IF

           IF WS-DAY-BAD
               ADD 1 TO WS-CNT-BAD-DATES
           END-IF
           .

       5110-SCAN-CELL.
           IF RUNJ-DAILY(WS-JOB-IDX)
               AND WS-CELL-STATUS(WS-DAY-IDX, WS-JOB-IDX) NOT = SPACE
               MOVE 'N' TO WS-DAY-EMPTY-SW
           END-IF
           .

       5120-CHECK-CELL.
           IF RUNJ-DAILY(WS-JOB-IDX)
               MOVE WS-DATE-X TO WS-PRB-DATE
               MOVE RUNJ-JOB-NAME(WS-JOB-IDX) TO WS-PRB-JOB
               EVALUATE WS-CELL-STATUS(WS-DAY-IDX, WS-JOB-IDX)
                   WHEN 'C'
                       CONTINUE
                   WHEN SPACE
                       MOVE 'NOT RUN' TO WS-PRB-TEXT
                       PERFORM 5200-WRITE-PROBLEM
                   WHEN 'F'
                       MOVE WS-CELL-RC(WS-DAY-IDX, WS-JOB-IDX)
                           TO WS-PRB-FAIL-RC
                       MOVE WS-PRB-FAIL-TEXT TO WS-PRB-TEXT
                       PERFORM 5200-WRITE-PROBLEM
                   WHEN OTHER
                       MOVE 'STARTED, NEVER ENDED' TO WS-PRB-TEXT
                       PERFORM 5200-WRITE-PROBLEM
               END-EVALUATE
           END-IF
           .

       5200-WRITE-PROBLEM.
           ADD 1 TO WS-CNT-PROBLEMS
           SET WS-DAY-BAD TO TRUE
           WRITE RPT-LINE FROM WS-PRB-LINE
           PERFORM 8010-CHECK-WRITE
           .

       6000-FIND-JOB.
           MOVE 'N' TO WS-JOB-HIT-SW
           PERFORM 6010-MATCH-JOB
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > RUNJ-COUNT
                  OR WS-JOB-HIT
           .

       6010-MATCH-JOB.
           IF RUNJ-JOB-NAME(WS-JOB-IDX) = RUN-JOB-NAME
               SET WS-JOB-HIT TO TRUE
               MOVE WS-JOB-IDX TO WS-HIT-IDX
           END-IF
           .

       8000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'LEDGER RECORDS READ' TO WS-TOT-LABEL
           MOVE WS-CNT-RECS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'JOBS IN SCHEDULE' TO WS-TOT-LABEL
           MOVE RUNJ-COUNT TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'NIGHTLY JOBS COMPLETED' TO WS-TOT-LABEL
           MOVE WS-CNT-DAILY-OK TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'JOB LINES FLAGGED' TO WS-TOT-LABEL
           MOVE WS-CNT-FLAGGED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'MISSING OR FAILED STEPS' TO WS-TOT-LABEL
           MOVE WS-CNT-PROBLEMS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'DATES FLAGGED' TO WS-TOT-LABEL
           MOVE WS-CNT-BAD-DATES TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE
           PERFORM 8010-CHECK-WRITE

           IF WS-CNT-FLAGGED > ZERO OR WS-CNT-PROBLEMS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       8010-CHECK-WRITE.
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBH - RPTOUT WRITE FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           IF WS-LAST-DATE NOT = SPACES
               CLOSE RUNCTL
           END-IF
           CLOSE RPTOUT
           .
