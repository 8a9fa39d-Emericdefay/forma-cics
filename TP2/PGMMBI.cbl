      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBI.
      ******************************************************************
      * Monthly lockout-alert service-level report for the security
      * desk, over the ALERTF KSDS - every alert PGMMP4 raised, when
      * the PGMMPA sweep last pushed it at the console and how many
      * pushes it took (ALR-DRIVE-DATE/TIME/CNT), and who
      * acknowledged it on the PGMMP9 screen and when.
      *
      * The report month (YYYYMM) is ACCEPTed from SYSIN, RERUN in
      * column 19-23 to repeat a month already completed, the same
      * card as PGMMB5.  Run it once the month is over.
      *
      * Five sections, cut off one SORT (section, key, stamp) onto
      * the SRTFILE work dataset the way PGMMBB is:
      *   - time from alert to acknowledgment, in minutes, for the
      *     month's acknowledged alerts: per shift the alert was
      *     raised in (boundaries below) and per acknowledging
      *     operator - count, average, longest, how many took longer
      *     than ACK-TARGET-MINS and what share made the target;
      *   - the month's alerts pushed at the console more than
      *     REDRIVE-LIMIT times after the first push;
      *   - alerts still OPEN at the end of the month, whenever they
      *     were raised, with their age at month end.  An alert
      *     acknowledged after the month closed was still open at
      *     its end and is listed, with the date it was taken;
      *   - repeat lockouts: every id with more than one alert
      *     raised in the month, with the first and last of them.
      *
      * ALERTF is keyed on the raise date, so the pass stops at the
      * first alert past month end.  An alert whose raise or
      * acknowledgment stamp is not a date and time cannot be
      * measured; it is counted as skipped, not guessed at.  An
      * acknowledgment stamped ahead of the raise is clock trouble
      * and counts as taken at once.
      *
      * ACK-TARGET-MINS and REDRIVE-LIMIT are this report's own
      * service levels, kept as local constants the way PGMMB8
      * keeps its attack window.  The PGMMBJ purge runs after
      * this report and moves old acknowledged alerts off ALERTF,
      * so the report must run for a month before it is purged.
      *
      * Run control: the job checks in with PGMMS3 before it opens
      * anything, and records its finish, return code and control
      * totals on the RUNCTL ledger at end of job, under the first
      * day of the report month.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTF ASSIGN TO ALERTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALR-KEY
               FILE STATUS IS WS-ALR-STATUS.
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
       FD  ALERTF.
           COPY ALRREC.

       FD  RPTOUT.
       01  RPT-LINE PIC X(80).

       FD  SRTFILE.
       01  SRT-RECORD.
           02 SRT-SECTION        PIC X(01).
           02 SRT-KEY            PIC X(07).
           02 SRT-STAMP.
               03 SRT-DATE       PIC X(08).
               03 SRT-TIME       PIC X(06).
           02 SRT-MINS           PIC S9(7) COMP.
           02 SRT-USER-ID        PIC X(07).
           02 SRT-TERM-ID        PIC X(04).
           02 SRT-STATUS         PIC X(01).
           02 SRT-DRIVE-CNT      PIC 9(03).
           02 SRT-ACK-OPER       PIC X(07).
           02 SRT-ACK-DATE       PIC X(08).

       SD  SORTWK.
       01  SORT-REC.
           02 SORT-SECTION       PIC X(01).
           02 SORT-KEY           PIC X(07).
           02 SORT-STAMP.
               03 SORT-DATE      PIC X(08).
               03 SORT-TIME      PIC X(06).
           02 SORT-MINS          PIC S9(7) COMP.
           02 SORT-USER-ID       PIC X(07).
           02 SORT-TERM-ID       PIC X(04).
           02 SORT-STATUS        PIC X(01).
           02 SORT-DRIVE-CNT     PIC 9(03).
           02 SORT-ACK-OPER      PIC X(07).
           02 SORT-ACK-DATE      PIC X(08).
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-SRT-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-SRT-EOF    VALUE 'Y'.
       77  WS-ALR-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
       77  WS-SRT-STATUS    PIC X(02) VALUE ZERO.
      / Service levels and shift boundaries (HHMM, raise time) -
      / this report's own constants
       77  ACK-TARGET-MINS  PIC S9(4) COMP VALUE 15.
       77  REDRIVE-LIMIT    PIC S9(4) COMP VALUE 2.
       77  DAY-SHIFT-FROM   PIC 9(04) VALUE 0600.
       77  EVE-SHIFT-FROM   PIC 9(04) VALUE 1400.
       77  NIGHT-SHIFT-FROM PIC 9(04) VALUE 2200.
      / Report month for this run, ACCEPTed from SYSIN (RERUN in
      / column 19-23 repeats a month already completed)
       01  WS-RUN-CARD.
           02 WS-RPT-MONTH     PIC X(06) VALUE SPACES.
           02 FILLER           PIC X(12) VALUE SPACES.
           02 WS-RUN-RERUN     PIC X(05) VALUE SPACES.
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
       01  WS-MONTH-SPLIT.
           02 WS-MS-YEAR    PIC 9(04).
           02 WS-MS-MM      PIC 9(02).
           02 WS-MS-DD      PIC 9(02).
       01  WS-MONTH-NUM REDEFINES WS-MONTH-SPLIT PIC 9(08).
      / Month end, as a date and in minutes since day zero (the
      / first minute after the month closes)
       77  WS-EOM-INT       PIC S9(9) COMP VALUE ZERO.
       77  WS-EOM-NUM       PIC 9(08) VALUE ZERO.
       77  WS-EOM-DATE      PIC X(08) VALUE SPACES.
       77  WS-EOM-ABS       PIC S9(9) COMP VALUE ZERO.
      / Alert arithmetic - minutes since day zero, so an alert
      / taken over midnight needs no special case
       77  WS-DATE-NUM      PIC 9(08) VALUE ZERO.
       77  WS-RAISE-ABS     PIC S9(9) COMP VALUE ZERO.
       77  WS-ACK-ABS       PIC S9(9) COMP VALUE ZERO.
       77  WS-ACK-MINS      PIC S9(7) COMP VALUE ZERO.
       77  WS-RAISE-HHMM    PIC 9(04) VALUE ZERO.
       77  WS-AGE-DAYS      PIC S9(7) COMP VALUE ZERO.
       01  WS-TIME-SPLIT.
           02 WS-TS-HH      PIC 9(02).
           02 WS-TS-MM      PIC 9(02).
           02 WS-TS-SS      PIC 9(02).
       77  WS-ACK-OK-SW     PIC X(01) VALUE 'N'.
           88 WS-ACK-OK     VALUE 'Y'.
      / Current shift, operator or user id control group
       77  WS-CUR-SECTION   PIC X(01) VALUE SPACE.
       77  WS-CUR-KEY       PIC X(07) VALUE SPACES.
       77  WS-GRP-COUNT     PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-TOTAL     PIC S9(9) COMP VALUE ZERO.
       77  WS-GRP-MAX       PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-OVER      PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-AVG       PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-PCT       PIC S9(3)V99 COMP VALUE ZERO.
       77  WS-GRP-FIRST     PIC X(14) VALUE SPACES.
       77  WS-GRP-LAST      PIC X(14) VALUE SPACES.
       77  WS-SEC-LINES     PIC S9(7) COMP VALUE ZERO.
      / Report counters
       77  WS-CNT-READ      PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-MONTH     PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-ACKED     PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-ACK-MINS  PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-ACK-MAX   PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-OVER-TGT  PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-REDRIVEN  PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-OPEN-EOM  PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-REPEATS   PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-SKIPPED   PIC S9(9) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(39) VALUE
               'LOCKOUT ALERT SERVICE REPORT FOR MONTH '.
           02 WS-HDG-RPT-MONTH PIC X(06).
           02 FILLER PIC X(12) VALUE ' (MONTH END '.
           02 WS-HDG-EOM   PIC X(08).
           02 FILLER PIC X(01) VALUE ')'.
       01  WS-HDG-LINE-2.
           02 FILLER PIC X(15) VALUE 'ACK TARGET MINS'.
           02 WS-HDG-TARGET PIC ZZZ9.
           02 FILLER PIC X(17) VALUE '   SHIFTS - DAY '.
           02 WS-HDG-DAY   PIC 9(04).
           02 FILLER PIC X(10) VALUE '  EVENING '.
           02 WS-HDG-EVE   PIC 9(04).
           02 FILLER PIC X(08) VALUE '  NIGHT '.
           02 WS-HDG-NIGHT PIC 9(04).
       01  WS-SEC-LINE-SHIFT.
           02 FILLER PIC X(40) VALUE
               'ACKNOWLEDGMENT TIME BY SHIFT RAISED IN'.
       01  WS-SEC-LINE-OPER.
           02 FILLER PIC X(40) VALUE
               'ACKNOWLEDGMENT TIME BY OPERATOR'.
       01  WS-SEC-LINE-REDRIVE.
           02 FILLER PIC X(27) VALUE
               'ALERTS RE-DRIVEN MORE THAN '.
           02 WS-SEC-LIMIT PIC ZZZ9.
           02 FILLER PIC X(06) VALUE ' TIMES'.
       01  WS-SEC-LINE-OPEN.
           02 FILLER PIC X(40) VALUE
               'ALERTS STILL OPEN AT MONTH END'.
       01  WS-SEC-LINE-REPEAT.
           02 FILLER PIC X(40) VALUE
               'REPEAT LOCKOUTS OF THE SAME ID'.
       01  WS-COL-LINE.
           02 WS-COL-KEY    PIC X(07).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE '   ACKED'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'AVG MINS'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'MAX MINS'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'OVER TGT'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'PCT IN T'.
       01  WS-DET-LINE.
           02 WS-DET-KEY    PIC X(07).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-COUNT  PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-AVG    PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-MAX    PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-OVER   PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-DET-PCT    PIC ZZZZ9.99.
       01  WS-ACOL-LINE.
           02 FILLER PIC X(08) VALUE 'RAISED'.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(06) VALUE 'TIME'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'USER ID'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE 'TERM'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-ACOL-MEASURE PIC X(10).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE 'STATUS'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(16) VALUE 'ACK BY / ON'.
       01  WS-ADET-LINE.
           02 WS-ADET-DATE  PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 WS-ADET-TIME  PIC X(06).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ADET-USER  PIC X(07).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ADET-TERM  PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ADET-MEASURE.
               03 WS-ADET-DAYS  PIC ZZZ9.
               03 WS-ADET-DSEP  PIC X(01).
               03 WS-ADET-HOURS PIC Z9.
               03 WS-ADET-HSEP  PIC X(01).
               03 FILLER        PIC X(02).
           02 WS-ADET-PUSHES REDEFINES WS-ADET-MEASURE.
               03 FILLER        PIC X(05).
               03 WS-ADET-CNT   PIC ZZ9.
               03 FILLER        PIC X(02).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ADET-STATUS PIC X(06).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ADET-OPER  PIC X(07).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 WS-ADET-ACKED PIC X(08).
       01  WS-RCOL-LINE.
           02 FILLER PIC X(07) VALUE 'USER ID'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'LOCKOUTS'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(15) VALUE 'FIRST RAISED'.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(15) VALUE 'LAST RAISED'.
       01  WS-RDET-LINE.
           02 WS-RDET-USER  PIC X(07).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-RDET-COUNT PIC ZZZZ,ZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-RDET-FIRST-DATE PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 WS-RDET-FIRST-TIME PIC X(06).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-RDET-LAST-DATE  PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 WS-RDET-LAST-TIME  PIC X(06).
       01  WS-NONE-LINE.
           02 FILLER PIC X(04) VALUE 'NONE'.
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
           ACCEPT WS-RUN-CARD
           IF WS-RPT-MONTH NOT NUMERIC
               DISPLAY 'PGMMBI - BAD OR MISSING REPORT MONTH: '
                   WS-RPT-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RPT-MONTH TO WS-MONTH-SPLIT
           IF WS-MS-MM < 1 OR WS-MS-MM > 12
               DISPLAY 'PGMMBI - BAD OR MISSING REPORT MONTH: '
                   WS-RPT-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN

      *    Month end is the day before the first of the next month.
           IF WS-MS-MM = 12
               ADD 1 TO WS-MS-YEAR
               MOVE 1 TO WS-MS-MM
           ELSE
               ADD 1 TO WS-MS-MM
           END-IF
           MOVE 1 TO WS-MS-DD
           COMPUTE WS-EOM-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-NUM) - 1
           COMPUTE WS-EOM-NUM = FUNCTION DATE-OF-INTEGER(WS-EOM-INT)
           MOVE WS-EOM-NUM TO WS-EOM-DATE
           COMPUTE WS-EOM-ABS = (WS-EOM-INT + 1) * 1440

           MOVE WS-RPT-MONTH TO WS-HDG-RPT-MONTH
           MOVE WS-EOM-DATE TO WS-HDG-EOM
           MOVE ACK-TARGET-MINS TO WS-HDG-TARGET
           MOVE DAY-SHIFT-FROM TO WS-HDG-DAY
           MOVE EVE-SHIFT-FROM TO WS-HDG-EVE
           MOVE NIGHT-SHIFT-FROM TO WS-HDG-NIGHT
           MOVE REDRIVE-LIMIT TO WS-SEC-LIMIT

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBI - RPTOUT OPEN FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HDG-LINE-1
           WRITE RPT-LINE FROM WS-HDG-LINE-2
           PERFORM 3010-CHECK-WRITE
           .

       1100-SORT-PHASE.
           OPEN INPUT ALERTF
           IF WS-ALR-STATUS NOT = '00'
               DISPLAY 'PGMMBI - ALERTF OPEN FAILED, STATUS '
                   WS-ALR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORTWK
               ON ASCENDING KEY SORT-SECTION
                                SORT-KEY
                                SORT-STAMP
               INPUT PROCEDURE IS 1200-SELECT-ALERTS
               GIVING SRTFILE

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'PGMMBI - SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE ALERTF
           .

       1200-SELECT-ALERTS.
           PERFORM 1210-READ-ALERT
           PERFORM 1220-RELEASE-ALERT UNTIL WS-EOF
           .

       1210-READ-ALERT.
           READ ALERTF NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-ALR-STATUS NOT = '00'
               DISPLAY 'PGMMBI - ALERTF READ FAILED, STATUS '
                   WS-ALR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1220-RELEASE-ALERT.
      *    Keyed on the raise date - nothing past month end was
      *    raised in the month or open at its end.
           IF ALR-DATE > WS-EOM-DATE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CNT-READ
               IF ALR-DATE NUMERIC AND ALR-TIME NUMERIC
                   PERFORM 1230-MEASURE-ALERT
               ELSE
                   ADD 1 TO WS-CNT-SKIPPED
               END-IF
               PERFORM 1210-READ-ALERT
           END-IF
           .

       1230-MEASURE-ALERT.
           MOVE ALR-DATE TO WS-DATE-NUM
           MOVE ALR-TIME TO WS-TIME-SPLIT
           COMPUTE WS-RAISE-ABS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
               + WS-TS-HH * 60 + WS-TS-MM
           COMPUTE WS-RAISE-HHMM = WS-TS-HH * 100 + WS-TS-MM

           MOVE 'N' TO WS-ACK-OK-SW
           IF ALR-ACKED
               IF ALR-ACK-DATE NUMERIC AND ALR-ACK-TIME NUMERIC
                   SET WS-ACK-OK TO TRUE
                   MOVE ALR-ACK-DATE TO WS-DATE-NUM
                   MOVE ALR-ACK-TIME TO WS-TIME-SPLIT
                   COMPUTE WS-ACK-ABS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
                       + WS-TS-HH * 60 + WS-TS-MM
                   IF WS-ACK-ABS < WS-RAISE-ABS
                       MOVE WS-RAISE-ABS TO WS-ACK-ABS
                   END-IF
                   COMPUTE WS-ACK-MINS = WS-ACK-ABS - WS-RAISE-ABS
               ELSE
                   ADD 1 TO WS-CNT-SKIPPED
               END-IF
           END-IF

           MOVE ALR-DATE TO SORT-DATE
           MOVE ALR-TIME TO SORT-TIME
           MOVE ALR-USER-ID TO SORT-USER-ID
           MOVE ALR-TERM-ID TO SORT-TERM-ID
           MOVE ALR-STATUS TO SORT-STATUS
           MOVE ALR-ACK-OPER TO SORT-ACK-OPER
           MOVE ALR-ACK-DATE TO SORT-ACK-DATE
           IF ALR-DRIVE-CNT NUMERIC
               MOVE ALR-DRIVE-CNT TO SORT-DRIVE-CNT
           ELSE
               MOVE ZERO TO SORT-DRIVE-CNT
           END-IF

           IF ALR-DATE(1:6) = WS-RPT-MONTH
               PERFORM 1240-RELEASE-MONTH
           END-IF

      *    Open at month end: never taken, or taken after the month
      *    had already closed.
           IF ALR-OPEN
               OR (WS-ACK-OK AND WS-ACK-ABS NOT < WS-EOM-ABS)
               ADD 1 TO WS-CNT-OPEN-EOM
               COMPUTE SORT-MINS = WS-EOM-ABS - WS-RAISE-ABS
               MOVE '4' TO SORT-SECTION
               MOVE SPACES TO SORT-KEY
               RELEASE SORT-REC
           END-IF
           .

       1240-RELEASE-MONTH.
           ADD 1 TO WS-CNT-MONTH

           IF WS-ACK-OK
               ADD 1 TO WS-CNT-ACKED
               ADD WS-ACK-MINS TO WS-CNT-ACK-MINS
               IF WS-ACK-MINS > WS-CNT-ACK-MAX
                   MOVE WS-ACK-MINS TO WS-CNT-ACK-MAX
               END-IF
               IF WS-ACK-MINS > ACK-TARGET-MINS
                   ADD 1 TO WS-CNT-OVER-TGT
               END-IF
               MOVE WS-ACK-MINS TO SORT-MINS

               MOVE '1' TO SORT-SECTION
               EVALUATE TRUE
                   WHEN WS-RAISE-HHMM < DAY-SHIFT-FROM
                     OR WS-RAISE-HHMM NOT < NIGHT-SHIFT-FROM
                       MOVE 'NIGHT' TO SORT-KEY
                   WHEN WS-RAISE-HHMM < EVE-SHIFT-FROM
                       MOVE 'DAY' TO SORT-KEY
                   WHEN OTHER
                       MOVE 'EVENING' TO SORT-KEY
               END-EVALUATE
               RELEASE SORT-REC

               MOVE '2' TO SORT-SECTION
               MOVE ALR-ACK-OPER TO SORT-KEY
               RELEASE SORT-REC
           END-IF

      *    The first push is the alert itself; only the ones after
      *    it are re-drives.
           IF SORT-DRIVE-CNT - 1 > REDRIVE-LIMIT
               ADD 1 TO WS-CNT-REDRIVEN
               MOVE ZERO TO SORT-MINS
               MOVE '3' TO SORT-SECTION
               MOVE SPACES TO SORT-KEY
               RELEASE SORT-REC
           END-IF

           MOVE ZERO TO SORT-MINS
           MOVE '5' TO SORT-SECTION
           MOVE ALR-USER-ID TO SORT-KEY
           RELEASE SORT-REC
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMBI' TO RUNC-JOB-NAME
      *    A month goes on the ledger under its first day.
           MOVE WS-RPT-MONTH TO RUNC-PROC-DATE
           MOVE '01' TO RUNC-PROC-DATE(7:2)
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMBI - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-REPORT-PHASE.
           OPEN INPUT SRTFILE
           IF WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMBI - SRTFILE OPEN FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2030-READ-SORTED

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEC-LINE-SHIFT
           MOVE 'SHIFT' TO WS-COL-KEY
           WRITE RPT-LINE FROM WS-COL-LINE
           PERFORM 3010-CHECK-WRITE
           MOVE ZERO TO WS-SEC-LINES
           PERFORM 2100-ACK-GROUP
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = '1'
           PERFORM 2040-CHECK-NONE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEC-LINE-OPER
           MOVE 'OPER ID' TO WS-COL-KEY
           WRITE RPT-LINE FROM WS-COL-LINE
           PERFORM 3010-CHECK-WRITE
           MOVE ZERO TO WS-SEC-LINES
           PERFORM 2100-ACK-GROUP
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = '2'
           PERFORM 2040-CHECK-NONE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEC-LINE-REDRIVE
           MOVE '    PUSHES' TO WS-ACOL-MEASURE
           WRITE RPT-LINE FROM WS-ACOL-LINE
           PERFORM 3010-CHECK-WRITE
           MOVE ZERO TO WS-SEC-LINES
           PERFORM 2300-REDRIVE-LINE
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = '3'
           PERFORM 2040-CHECK-NONE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEC-LINE-OPEN
           MOVE 'AGE DAY HR' TO WS-ACOL-MEASURE
           WRITE RPT-LINE FROM WS-ACOL-LINE
           PERFORM 3010-CHECK-WRITE
           MOVE ZERO TO WS-SEC-LINES
           PERFORM 2400-OPEN-LINE
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = '4'
           PERFORM 2040-CHECK-NONE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEC-LINE-REPEAT
           WRITE RPT-LINE FROM WS-RCOL-LINE
           PERFORM 3010-CHECK-WRITE
           MOVE ZERO TO WS-SEC-LINES
           PERFORM 2500-USER-GROUP
               UNTIL WS-SRT-EOF
           PERFORM 2040-CHECK-NONE
           .

       2030-READ-SORTED.
           READ SRTFILE
               AT END
                   SET WS-SRT-EOF TO TRUE
           END-READ

           IF NOT WS-SRT-EOF AND WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMBI - SRTFILE READ FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2040-CHECK-NONE.
           IF WS-SEC-LINES = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
               PERFORM 3010-CHECK-WRITE
           END-IF
           .

       2100-ACK-GROUP.
           MOVE SRT-SECTION TO WS-CUR-SECTION
           MOVE SRT-KEY TO WS-CUR-KEY
           MOVE ZERO TO WS-GRP-COUNT
           MOVE ZERO TO WS-GRP-TOTAL
           MOVE ZERO TO WS-GRP-MAX
           MOVE ZERO TO WS-GRP-OVER

           PERFORM 2200-TALLY-ACK
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = WS-CUR-SECTION
                  OR SRT-KEY NOT = WS-CUR-KEY

           ADD 1 TO WS-SEC-LINES
           COMPUTE WS-GRP-AVG ROUNDED = WS-GRP-TOTAL / WS-GRP-COUNT
           COMPUTE WS-GRP-PCT ROUNDED =
               (WS-GRP-COUNT - WS-GRP-OVER) * 100 / WS-GRP-COUNT
           MOVE WS-CUR-KEY TO WS-DET-KEY
           MOVE WS-GRP-COUNT TO WS-DET-COUNT
           MOVE WS-GRP-AVG TO WS-DET-AVG
           MOVE WS-GRP-MAX TO WS-DET-MAX
           MOVE WS-GRP-OVER TO WS-DET-OVER
           MOVE WS-GRP-PCT TO WS-DET-PCT
           WRITE RPT-LINE FROM WS-DET-LINE
           PERFORM 3010-CHECK-WRITE
           .

       2200-TALLY-ACK.
           ADD 1 TO WS-GRP-COUNT
           ADD SRT-MINS TO WS-GRP-TOTAL
           IF SRT-MINS > WS-GRP-MAX
               MOVE SRT-MINS TO WS-GRP-MAX
           END-IF
           IF SRT-MINS > ACK-TARGET-MINS
               ADD 1 TO WS-GRP-OVER
           END-IF

           PERFORM 2030-READ-SORTED
           .

       2300-REDRIVE-LINE.
           PERFORM 2600-ALERT-LINE
           MOVE SPACES TO WS-ADET-MEASURE
           MOVE SRT-DRIVE-CNT TO WS-ADET-CNT
           WRITE RPT-LINE FROM WS-ADET-LINE
           PERFORM 3010-CHECK-WRITE
           PERFORM 2030-READ-SORTED
           .

       2400-OPEN-LINE.
      *    Age at month end in whole days and hours.
           PERFORM 2600-ALERT-LINE
           MOVE SPACES TO WS-ADET-MEASURE
           COMPUTE WS-AGE-DAYS = SRT-MINS / 1440
           MOVE WS-AGE-DAYS TO WS-ADET-DAYS
           COMPUTE WS-ADET-HOURS =
               (SRT-MINS - WS-AGE-DAYS * 1440) / 60
           MOVE 'D' TO WS-ADET-DSEP
           MOVE 'H' TO WS-ADET-HSEP
           WRITE RPT-LINE FROM WS-ADET-LINE
           PERFORM 3010-CHECK-WRITE
           PERFORM 2030-READ-SORTED
           .

       2500-USER-GROUP.
           MOVE SRT-KEY TO WS-CUR-KEY
           MOVE ZERO TO WS-GRP-COUNT
           MOVE SRT-STAMP TO WS-GRP-FIRST

           PERFORM 2510-TALLY-LOCKOUT
               UNTIL WS-SRT-EOF
                  OR SRT-KEY NOT = WS-CUR-KEY

           IF WS-GRP-COUNT > 1
               ADD 1 TO WS-SEC-LINES
               ADD 1 TO WS-CNT-REPEATS
               MOVE WS-CUR-KEY TO WS-RDET-USER
               MOVE WS-GRP-COUNT TO WS-RDET-COUNT
               MOVE WS-GRP-FIRST(1:8) TO WS-RDET-FIRST-DATE
               MOVE WS-GRP-FIRST(9:6) TO WS-RDET-FIRST-TIME
               MOVE WS-GRP-LAST(1:8) TO WS-RDET-LAST-DATE
               MOVE WS-GRP-LAST(9:6) TO WS-RDET-LAST-TIME
               WRITE RPT-LINE FROM WS-RDET-LINE
               PERFORM 3010-CHECK-WRITE
           END-IF
           .

       2510-TALLY-LOCKOUT.
           ADD 1 TO WS-GRP-COUNT
           MOVE SRT-STAMP TO WS-GRP-LAST
           PERFORM 2030-READ-SORTED
           .

       2600-ALERT-LINE.
           ADD 1 TO WS-SEC-LINES
           MOVE SRT-DATE TO WS-ADET-DATE
           MOVE SRT-TIME TO WS-ADET-TIME
           MOVE SRT-USER-ID TO WS-ADET-USER
           MOVE SRT-TERM-ID TO WS-ADET-TERM
           IF SRT-STATUS = 'A'
               MOVE 'ACKED' TO WS-ADET-STATUS
               MOVE SRT-ACK-OPER TO WS-ADET-OPER
               MOVE SRT-ACK-DATE TO WS-ADET-ACKED
           ELSE
               MOVE 'OPEN' TO WS-ADET-STATUS
               MOVE SPACES TO WS-ADET-OPER
               MOVE SPACES TO WS-ADET-ACKED
           END-IF
           .

       3000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'ALERTS READ' TO WS-TOT-LABEL
           MOVE WS-CNT-READ TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'RAISED IN MONTH' TO WS-TOT-LABEL
           MOVE WS-CNT-MONTH TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'ACKNOWLEDGED' TO WS-TOT-LABEL
           MOVE WS-CNT-ACKED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'AVERAGE ACK MINUTES' TO WS-TOT-LABEL
           IF WS-CNT-ACKED > ZERO
               COMPUTE WS-GRP-AVG ROUNDED =
                   WS-CNT-ACK-MINS / WS-CNT-ACKED
           ELSE
               MOVE ZERO TO WS-GRP-AVG
           END-IF
           MOVE WS-GRP-AVG TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'LONGEST ACK MINUTES' TO WS-TOT-LABEL
           MOVE WS-CNT-ACK-MAX TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'OVER ACK TARGET' TO WS-TOT-LABEL
           MOVE WS-CNT-OVER-TGT TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'WITHIN ACK TARGET PCT' TO WS-PCT-LABEL
           IF WS-CNT-ACKED > ZERO
               COMPUTE WS-GRP-PCT ROUNDED =
                   (WS-CNT-ACKED - WS-CNT-OVER-TGT) * 100
                   / WS-CNT-ACKED
           ELSE
               MOVE ZERO TO WS-GRP-PCT
           END-IF
           MOVE WS-GRP-PCT TO WS-PCT-VALUE
           WRITE RPT-LINE FROM WS-PCT-LINE

           MOVE 'OVER RE-DRIVE LIMIT' TO WS-TOT-LABEL
           MOVE WS-CNT-REDRIVEN TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'OPEN AT MONTH END' TO WS-TOT-LABEL
           MOVE WS-CNT-OPEN-EOM TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'IDS LOCKED OUT REPEATEDLY' TO WS-TOT-LABEL
           MOVE WS-CNT-REPEATS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'SKIPPED - BAD STAMPS' TO WS-TOT-LABEL
           MOVE WS-CNT-SKIPPED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE
           PERFORM 3010-CHECK-WRITE
           .

       3010-CHECK-WRITE.
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBI - RPTOUT WRITE FAILED, STATUS '
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
           MOVE 'RAISED' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-MONTH TO RUNC-TOT-COUNT(1)
           MOVE 'ACKED' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-ACKED TO RUNC-TOT-COUNT(2)
           MOVE 'OPEN EOM' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-OPEN-EOM TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMBI - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
