      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBB.
      ******************************************************************
      * Session-duration and concurrency report over the SESH
      * session-history dataset - the extrapartition TD queue PGMMP5
      * (SIGNOFF), PGMMP6 (IDLE) and PGMMP7 (FORCOFF) write one
      * record to for every SESFILE session they end.  Answers the
      * questions the session file alone never could: how long
      * operators actually stay on, which terminals get swept idle,
      * and how many people are signed on at the busy hours.
      *
      * SYSIN card: column 1-8 = period start (YYYYMMDD), column
      * 10-17 = period end (YYYYMMDD, blank for a one-day report),
      * column 19-23 = RERUN to repeat a period end already
      * completed.  The job checks in with the PGMMS3 run-control
      * routine before it opens anything and goes on the RUNCTL
      * ledger under the period end, with its finish, return code
      * and totals at end of job.
      * A session belongs to the period its END date falls in.
      *
      * Three sections, cut off one SORT (section, key, stamp) onto
      * the SRTFILE work dataset the way the PGMMB1 digest is:
      *   - per user id and per terminal: sessions, average and
      *     longest session in minutes (sign-on to end), and how
      *     many of them, and what share, ended by idle sweep;
      *   - per hour of day: the most sessions signed on at once at
      *     any moment in that hour, over the period, and the first
      *     date that peak was reached.
      *
      * The concurrency walk replays every session as a start and
      * an end event in time order (an end sorts ahead of a start
      * at the same instant, so a sign-off and a sign-on in the
      * same second do not count as two at once).  A level carried
      * through hours with no event counts for each of them.  Only
      * ended sessions are on the history, so a session still open
      * when the period closes - or ending after it - is not in
      * the counts; run the report for days that are over.  A
      * session that started before the period counts from the
      * first hour of the period.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHSIN ASSIGN TO SHSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHSIN-STATUS.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.
           SELECT SRTFILE ASSIGN TO SRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT SORTWK ASSIGN TO SORTWK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SHSIN.
           COPY SHSREC.

       FD  RPTOUT.
       01  RPT-LINE PIC X(80).

       FD  SRTFILE.
       01  SRT-RECORD.
           02 SRT-SECTION        PIC X(01).
           02 SRT-KEY            PIC X(07).
           02 SRT-STAMP          PIC X(14).
           02 SRT-EVENT          PIC X(01).
           02 SRT-ABS-MIN        PIC S9(9) COMP.
           02 SRT-MINS           PIC S9(7) COMP.
           02 SRT-HOW            PIC X(07).

       SD  SORTWK.
       01  SORT-REC.
           02 SORT-SECTION       PIC X(01).
           02 SORT-KEY           PIC X(07).
           02 SORT-STAMP.
               03 SORT-DATE      PIC X(08).
               03 SORT-TIME      PIC X(06).
           02 SORT-EVENT         PIC X(01).
           02 SORT-ABS-MIN       PIC S9(9) COMP.
           02 SORT-MINS          PIC S9(7) COMP.
           02 SORT-HOW           PIC X(07).
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-SRT-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-SRT-EOF    VALUE 'Y'.
       77  WS-SHSIN-STATUS  PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
       77  WS-SRT-STATUS    PIC X(02) VALUE ZERO.
      / Report period, ACCEPTed from SYSIN (RERUN in column 19-23
      / repeats a period end already completed)
       01  WS-PARM-CARD.
           02 WS-FROM-DATE  PIC X(08).
           02 FILLER        PIC X(01).
           02 WS-TO-DATE    PIC X(08).
           02 FILLER        PIC X(01).
           02 WS-RUN-RERUN  PIC X(05).
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
       77  WS-FROM-NUM      PIC 9(08) VALUE ZERO.
      / Session arithmetic - minutes since day zero, so a session
      / running over midnight needs no special case
       77  WS-DATE-NUM      PIC 9(08) VALUE ZERO.
       77  WS-ON-ABS        PIC S9(9) COMP VALUE ZERO.
       77  WS-END-ABS       PIC S9(9) COMP VALUE ZERO.
       77  WS-SES-MINS      PIC S9(7) COMP VALUE ZERO.
       01  WS-TIME-SPLIT.
           02 WS-TS-HH      PIC 9(02).
           02 WS-TS-MM      PIC 9(02).
           02 WS-TS-SS      PIC 9(02).
      / Current user or terminal control group
       77  WS-CUR-SECTION   PIC X(01) VALUE SPACE.
       77  WS-CUR-KEY       PIC X(07) VALUE SPACES.
       77  WS-GRP-COUNT     PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-TOTAL     PIC S9(9) COMP VALUE ZERO.
       77  WS-GRP-MAX       PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-IDLE      PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-AVG       PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-PCT       PIC S9(3)V99 COMP VALUE ZERO.
      / Concurrency walk - the level now, the last hour (counted
      / from day zero) it was noted against, and the first hour of
      / the period
       77  WS-CUR-LEVEL     PIC S9(7) COMP VALUE ZERO.
       77  WS-LAST-HOUR     PIC S9(9) COMP VALUE ZERO.
       77  WS-FIRST-HOUR    PIC S9(9) COMP VALUE ZERO.
       77  WS-EVT-HOUR      PIC S9(9) COMP VALUE ZERO.
       77  WS-NOTE-HOUR     PIC S9(9) COMP VALUE ZERO.
       77  WS-HR-IDX        PIC S9(4) COMP VALUE ZERO.
       77  WS-HR-DAY        PIC S9(9) COMP VALUE ZERO.
       01  WS-HOUR-TABLE.
           02 WS-HOUR-ENTRY OCCURS 24 TIMES.
               03 WS-HR-PEAK      PIC S9(7) COMP.
               03 WS-HR-PEAK-DATE PIC 9(08).
      / Report counters
       77  WS-CNT-READ      PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-PERIOD    PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-SKIPPED   PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-SIGNOFF   PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-IDLE      PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-FORCOFF   PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-USERS     PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-TERMS     PIC S9(7) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(23) VALUE
               'SESSION HISTORY REPORT '.
           02 WS-HDG-FROM   PIC X(08).
           02 FILLER PIC X(04) VALUE ' TO '.
           02 WS-HDG-TO     PIC X(08).
       01  WS-SEC-LINE-USER.
           02 FILLER PIC X(30) VALUE
               'SESSIONS BY USER ID'.
       01  WS-SEC-LINE-TERM.
           02 FILLER PIC X(30) VALUE
               'SESSIONS BY TERMINAL'.
       01  WS-SEC-LINE-HOUR.
           02 FILLER PIC X(40) VALUE
               'PEAK CONCURRENT SESSIONS BY HOUR OF DAY'.
       01  WS-COL-LINE.
           02 WS-COL-KEY    PIC X(07).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'SESSIONS'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'AVG MINS'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'MAX MINS'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE '    IDLE'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'IDLE PCT'.
       01  WS-DET-LINE.
           02 WS-DET-KEY    PIC X(07).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-COUNT  PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-AVG    PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-MAX    PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-IDLE   PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-PCT    PIC ZZZZ9.99.
       01  WS-HCOL-LINE.
           02 FILLER PIC X(05) VALUE 'HOUR'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE '    PEAK'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'FIRST ON'.
       01  WS-HDET-LINE.
           02 WS-HDET-HOUR  PIC 9(02).
           02 FILLER        PIC X(03) VALUE ':00'.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-HDET-PEAK  PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-HDET-DATE  PIC X(08).
       01  WS-TOT-LINE.
           02 WS-TOT-LABEL   PIC X(26).
           02 WS-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
       01  WS-PCT-LINE.
           02 WS-PCT-LABEL   PIC X(26).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WS-PCT-VALUE   PIC ZZZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-SORT-PHASE
           PERFORM 2000-REPORT-PHASE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD
           IF WS-FROM-DATE NOT NUMERIC
               DISPLAY 'PGMMBB - BAD OR MISSING PERIOD START: '
                   WS-FROM-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE NOT NUMERIC
               OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'PGMMBB - BAD PERIOD END: '
                   WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-FROM-DATE TO WS-HDG-FROM
           MOVE WS-TO-DATE TO WS-HDG-TO

      *    The walk notes nothing before the first hour of the
      *    period; it starts one short so that hour gets carried.
           MOVE WS-FROM-DATE TO WS-FROM-NUM
           COMPUTE WS-FIRST-HOUR =
               FUNCTION INTEGER-OF-DATE(WS-FROM-NUM) * 24
           COMPUTE WS-LAST-HOUR = WS-FIRST-HOUR - 1
           PERFORM 1010-CLEAR-HOUR
               VARYING WS-HR-IDX FROM 1 BY 1
               UNTIL WS-HR-IDX > 24

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBB - RPTOUT OPEN FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HDG-LINE-1
           PERFORM 3010-CHECK-WRITE
           .

       1010-CLEAR-HOUR.
           MOVE ZERO TO WS-HR-PEAK(WS-HR-IDX)
           MOVE ZERO TO WS-HR-PEAK-DATE(WS-HR-IDX)
           .

       1100-SORT-PHASE.
           OPEN INPUT SHSIN
           IF WS-SHSIN-STATUS NOT = '00'
               DISPLAY 'PGMMBB - SHSIN OPEN FAILED, STATUS '
                   WS-SHSIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORTWK
               ON ASCENDING KEY SORT-SECTION
                                SORT-KEY
                                SORT-STAMP
                                SORT-EVENT
               INPUT PROCEDURE IS 1200-SELECT-HISTORY
               GIVING SRTFILE

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'PGMMBB - SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE SHSIN
           .

       1200-SELECT-HISTORY.
           PERFORM 1210-READ-HISTORY
           PERFORM 1220-RELEASE-HISTORY UNTIL WS-EOF
           .

       1210-READ-HISTORY.
           READ SHSIN
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-SHSIN-STATUS NOT = '00'
               DISPLAY 'PGMMBB - SHSIN READ FAILED, STATUS '
                   WS-SHSIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1220-RELEASE-HISTORY.
           ADD 1 TO WS-CNT-READ

           IF SHS-END-DATE NOT < WS-FROM-DATE
               AND SHS-END-DATE NOT > WS-TO-DATE
               IF SHS-ON-DATE NUMERIC AND SHS-ON-TIME NUMERIC
                   AND SHS-END-DATE NUMERIC AND SHS-END-TIME NUMERIC
                   PERFORM 1230-RELEASE-SESSION
               ELSE
      *            A stamp that is not a date and time cannot be
      *            measured - counted, not guessed at.
                   ADD 1 TO WS-CNT-SKIPPED
               END-IF
           END-IF

           PERFORM 1210-READ-HISTORY
           .

       1230-RELEASE-SESSION.
           ADD 1 TO WS-CNT-PERIOD
           EVALUATE TRUE
               WHEN SHS-END-SIGNOFF
                   ADD 1 TO WS-CNT-SIGNOFF
               WHEN SHS-END-IDLE
                   ADD 1 TO WS-CNT-IDLE
               WHEN SHS-END-FORCOFF
                   ADD 1 TO WS-CNT-FORCOFF
           END-EVALUATE

           MOVE SHS-ON-DATE TO WS-DATE-NUM
           MOVE SHS-ON-TIME TO WS-TIME-SPLIT
           COMPUTE WS-ON-ABS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
               + WS-TS-HH * 60 + WS-TS-MM
           MOVE SHS-END-DATE TO WS-DATE-NUM
           MOVE SHS-END-TIME TO WS-TIME-SPLIT
           COMPUTE WS-END-ABS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
               + WS-TS-HH * 60 + WS-TS-MM
           IF WS-END-ABS < WS-ON-ABS
      *        Clock trouble, not a negative session - it ended the
      *        moment it began as far as the report is concerned.
               MOVE WS-ON-ABS TO WS-END-ABS
           END-IF
           COMPUTE WS-SES-MINS = WS-END-ABS - WS-ON-ABS

           MOVE WS-SES-MINS TO SORT-MINS
           MOVE SHS-END-HOW TO SORT-HOW
           MOVE SHS-END-DATE TO SORT-DATE
           MOVE SHS-END-TIME TO SORT-TIME
           MOVE SPACE TO SORT-EVENT
           MOVE WS-END-ABS TO SORT-ABS-MIN

           MOVE '1' TO SORT-SECTION
           MOVE SHS-USER-ID TO SORT-KEY
           RELEASE SORT-REC

           MOVE '2' TO SORT-SECTION
           MOVE SHS-TERM-ID TO SORT-KEY
           RELEASE SORT-REC

      *    Two events for the concurrency walk - 'E' sorts ahead of
      *    'S', so an end and a start in the same second never
      *    overlap.  A session that ended the second it began was
      *    never signed on alongside anything, and is left out.
           IF SHS-END-DATE > SHS-ON-DATE
               OR (SHS-END-DATE = SHS-ON-DATE
                   AND SHS-END-TIME > SHS-ON-TIME)
               MOVE '3' TO SORT-SECTION
               MOVE SPACES TO SORT-KEY
               MOVE 'E' TO SORT-EVENT
               RELEASE SORT-REC

               MOVE SHS-ON-DATE TO SORT-DATE
               MOVE SHS-ON-TIME TO SORT-TIME
               MOVE 'S' TO SORT-EVENT
               MOVE WS-ON-ABS TO SORT-ABS-MIN
               RELEASE SORT-REC
           END-IF
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMBB' TO RUNC-JOB-NAME
      *    A period goes on the ledger under its end date.
           MOVE WS-TO-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMBB - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-REPORT-PHASE.
           OPEN INPUT SRTFILE
           IF WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMBB - SRTFILE OPEN FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2030-READ-SORTED

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEC-LINE-USER
           MOVE 'USER ID' TO WS-COL-KEY
           WRITE RPT-LINE FROM WS-COL-LINE
           PERFORM 3010-CHECK-WRITE
           PERFORM 2100-KEY-GROUP
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = '1'

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEC-LINE-TERM
           MOVE 'TERM' TO WS-COL-KEY
           WRITE RPT-LINE FROM WS-COL-LINE
           PERFORM 3010-CHECK-WRITE
           PERFORM 2100-KEY-GROUP
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = '2'

           PERFORM 2300-CONCURRENCY-EVENT
               UNTIL WS-SRT-EOF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEC-LINE-HOUR
           WRITE RPT-LINE FROM WS-HCOL-LINE
           PERFORM 3010-CHECK-WRITE
           PERFORM 2400-WRITE-HOUR
               VARYING WS-HR-IDX FROM 1 BY 1
               UNTIL WS-HR-IDX > 24
           .

       2030-READ-SORTED.
           READ SRTFILE
               AT END
                   SET WS-SRT-EOF TO TRUE
           END-READ

           IF NOT WS-SRT-EOF AND WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMBB - SRTFILE READ FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2100-KEY-GROUP.
           MOVE SRT-SECTION TO WS-CUR-SECTION
           MOVE SRT-KEY TO WS-CUR-KEY
           MOVE ZERO TO WS-GRP-COUNT
           MOVE ZERO TO WS-GRP-TOTAL
           MOVE ZERO TO WS-GRP-MAX
           MOVE ZERO TO WS-GRP-IDLE

           PERFORM 2200-TALLY-SESSION
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = WS-CUR-SECTION
                  OR SRT-KEY NOT = WS-CUR-KEY

           IF WS-CUR-SECTION = '1'
               ADD 1 TO WS-CNT-USERS
           ELSE
               ADD 1 TO WS-CNT-TERMS
           END-IF
           COMPUTE WS-GRP-AVG ROUNDED = WS-GRP-TOTAL / WS-GRP-COUNT
           COMPUTE WS-GRP-PCT ROUNDED =
               WS-GRP-IDLE * 100 / WS-GRP-COUNT
           MOVE WS-CUR-KEY TO WS-DET-KEY
           MOVE WS-GRP-COUNT TO WS-DET-COUNT
           MOVE WS-GRP-AVG TO WS-DET-AVG
           MOVE WS-GRP-MAX TO WS-DET-MAX
           MOVE WS-GRP-IDLE TO WS-DET-IDLE
           MOVE WS-GRP-PCT TO WS-DET-PCT
           WRITE RPT-LINE FROM WS-DET-LINE
           PERFORM 3010-CHECK-WRITE
           .

       2200-TALLY-SESSION.
           ADD 1 TO WS-GRP-COUNT
           ADD SRT-MINS TO WS-GRP-TOTAL
           IF SRT-MINS > WS-GRP-MAX
               MOVE SRT-MINS TO WS-GRP-MAX
           END-IF
           IF SRT-HOW = 'IDLE'
               ADD 1 TO WS-GRP-IDLE
           END-IF

           PERFORM 2030-READ-SORTED
           .

       2300-CONCURRENCY-EVENT.
      *    Hours passed since the last event held the level as it
      *    stood - note it against each of them, then apply this
      *    event and note the new level against its own hour.
           COMPUTE WS-EVT-HOUR = SRT-ABS-MIN / 60
           IF WS-EVT-HOUR > WS-LAST-HOUR
               COMPUTE WS-NOTE-HOUR = WS-LAST-HOUR + 1
               PERFORM 2310-CARRY-HOUR
                   UNTIL WS-NOTE-HOUR > WS-EVT-HOUR
               MOVE WS-EVT-HOUR TO WS-LAST-HOUR
           END-IF

           IF SRT-EVENT = 'S'
               ADD 1 TO WS-CUR-LEVEL
               MOVE WS-EVT-HOUR TO WS-NOTE-HOUR
               PERFORM 2320-NOTE-LEVEL
           ELSE
               SUBTRACT 1 FROM WS-CUR-LEVEL
           END-IF

           PERFORM 2030-READ-SORTED
           .

       2310-CARRY-HOUR.
           PERFORM 2320-NOTE-LEVEL
           ADD 1 TO WS-NOTE-HOUR
           .

       2320-NOTE-LEVEL.
      *    Hours ahead of the period belong to some other run.  The
      *    first date a peak is reached is the one kept.
           IF WS-NOTE-HOUR NOT < WS-FIRST-HOUR
               COMPUTE WS-HR-DAY = WS-NOTE-HOUR / 24
               COMPUTE WS-HR-IDX = WS-NOTE-HOUR - WS-HR-DAY * 24 + 1
               IF WS-CUR-LEVEL > WS-HR-PEAK(WS-HR-IDX)
                   MOVE WS-CUR-LEVEL TO WS-HR-PEAK(WS-HR-IDX)
                   COMPUTE WS-HR-PEAK-DATE(WS-HR-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-HR-DAY)
               END-IF
           END-IF
           .

       2400-WRITE-HOUR.
           COMPUTE WS-HDET-HOUR = WS-HR-IDX - 1
           MOVE WS-HR-PEAK(WS-HR-IDX) TO WS-HDET-PEAK
           IF WS-HR-PEAK(WS-HR-IDX) = ZERO
               MOVE SPACES TO WS-HDET-DATE
           ELSE
               MOVE WS-HR-PEAK-DATE(WS-HR-IDX) TO WS-HDET-DATE
           END-IF
           WRITE RPT-LINE FROM WS-HDET-LINE
           PERFORM 3010-CHECK-WRITE
           .

       3000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'HISTORY RECORDS READ' TO WS-TOT-LABEL
           MOVE WS-CNT-READ TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'SESSIONS IN PERIOD' TO WS-TOT-LABEL
           MOVE WS-CNT-PERIOD TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'ENDED BY SIGN-OFF' TO WS-TOT-LABEL
           MOVE WS-CNT-SIGNOFF TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'ENDED BY IDLE SWEEP' TO WS-TOT-LABEL
           MOVE WS-CNT-IDLE TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'ENDED BY FORCE-OFF' TO WS-TOT-LABEL
           MOVE WS-CNT-FORCOFF TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'IDLE-SWEEP SHARE PCT' TO WS-PCT-LABEL
           IF WS-CNT-PERIOD > ZERO
               COMPUTE WS-GRP-PCT ROUNDED =
                   WS-CNT-IDLE * 100 / WS-CNT-PERIOD
           ELSE
               MOVE ZERO TO WS-GRP-PCT
           END-IF
           MOVE WS-GRP-PCT TO WS-PCT-VALUE
           WRITE RPT-LINE FROM WS-PCT-LINE

           MOVE 'USER IDS REPORTED' TO WS-TOT-LABEL
           MOVE WS-CNT-USERS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'TERMINALS REPORTED' TO WS-TOT-LABEL
           MOVE WS-CNT-TERMS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'SKIPPED - BAD STAMPS' TO WS-TOT-LABEL
           MOVE WS-CNT-SKIPPED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE
           PERFORM 3010-CHECK-WRITE
           .

       3010-CHECK-WRITE.
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBB - RPTOUT WRITE FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           CLOSE SRTFILE
           CLOSE RPTOUT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'READ' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-READ TO RUNC-TOT-COUNT(1)
           MOVE 'SESSIONS' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-PERIOD TO RUNC-TOT-COUNT(2)
           MOVE 'SKIPPED' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-SKIPPED TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMBB - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
