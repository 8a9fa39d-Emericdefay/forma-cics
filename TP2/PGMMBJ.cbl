      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBJ.
      ******************************************************************
      * ALERTF retention purge, run right after the PGMMBI monthly
      * alert service report for the same month.  PGMMP4 writes an
      * ALERTF record for every lockout alert and nothing ever took
      * one away, so the PGMMP9 security-desk browse and the PGMMPA
      * escalation sweep were paging through every alert ever
      * raised.  This job moves each acknowledged alert taken before
      * the retention cutoff off ALERTF and onto ALRARCH, a dated
      * archive generation the job stream catalogs alongside the
      * PGMMB6 audit archive; everything else stays.
      *
      * The SYSIN card is the PGMMBI card: report month (YYYYMM),
      * RERUN in column 19-23.  The cutoff is counted back from the
      * end of that month, not from the day the job happens to run,
      * so an alert the report has not yet seen can never go:
      * month end + 1 day less PRM-ALERT-RETAIN days.  An alert
      * acknowledged before the cutoff (and raised before it - an
      * acknowledgment stamped ahead of its raise is clock trouble
      * and waits for the raise date to age out too) is archived;
      * OPEN alerts are never touched, however old, since PGMMPA
      * still has to nag somebody about them.  An acknowledgment
      * date that is not a date keeps the alert on file.
      *
      * The retention is live policy read off the PRMFILE record at
      * initialization (1100-LOAD-PARMS), set on the PGMMP8 screen;
      * ALERT-RETAIN-DAYS in LOCKPRM is only the fallback when
      * PRMFILE is missing or the value is junk.
      *
      * The control report proves the purge lost nothing: alerts
      * archived + alerts kept = alerts read, with RETURN-CODE 8 if
      * they ever disagree - the same balance PGMMB6 and PGMMBE
      * print.  Each alert is written to ALRARCH before it is
      * deleted, so a failure between the two leaves a duplicate on
      * the archive, never a lost alert.  A rerun for the same month
      * finds nothing left to archive.
      *
      * Run control: the job checks in with PGMMS3 before it opens
      * anything, and records its finish, return code and control
      * totals on the RUNCTL ledger at end of job, under the first
      * day of the month.  It is refused unless PGMMBI has COMPLETED
      * for that month, or if the month is already completed here
      * and the card does not carry RERUN.
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
           SELECT ALRARCH ASSIGN TO ALRARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PRMFILE ASSIGN TO PRMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTF.
           COPY ALRREC.

      * ARCH-RECORD mirrors the ALRREC record length - the archive
      * carries ALR-RECORD images unchanged.
       FD  ALRARCH.
       01  ARCH-RECORD PIC X(69).

       FD  PRMFILE.
           COPY PRMREC.

       FD  RPTOUT.
       01  RPT-LINE PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      / Copybook for the shared lockout/dormancy policy defaults
       COPY LOCKPRM.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-ALR-STATUS    PIC X(02) VALUE ZERO.
       77  WS-ARCH-STATUS   PIC X(02) VALUE ZERO.
       77  WS-PRM-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
      / Month the PGMMBI report ran for, ACCEPTed from SYSIN (RERUN
      / in column 19-23 repeats a month already completed)
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
      / Month end and the retention cutoff counted back from it
       77  WS-EOM-INT       PIC S9(9) COMP VALUE ZERO.
       77  WS-EOM-NUM       PIC 9(08) VALUE ZERO.
       77  WS-CUT-NUM       PIC 9(08) VALUE ZERO.
       77  WS-CUT-DATE      PIC X(08) VALUE SPACES.
       77  WS-RETAIN        PIC S9(4) COMP VALUE ZERO.
      / Run totals
       77  WS-CNT-READ      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-ARCHIVED  PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-KEPT      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-OPEN      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-BALANCE   PIC S9(7) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(28) VALUE 'ALERT RETENTION PURGE MONTH '.
           02 WS-HDG-RPT-MONTH PIC X(06).
           02 FILLER PIC X(11) VALUE ' MONTH END '.
           02 WS-HDG-EOM      PIC X(08).
       01  WS-HDG-LINE-2.
           02 FILLER PIC X(15) VALUE 'RETAIN DAYS    '.
           02 WS-HDG-RETAIN   PIC ZZZ9.
           02 FILLER PIC X(26) VALUE
               '   ARCHIVING ACKED BEFORE '.
           02 WS-HDG-CUT-DATE PIC X(08).
       01  WS-TOT-LINE.
           02 WS-TOT-LABEL   PIC X(26).
           02 WS-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PURGE-ALERT UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RPT-MONTH NOT NUMERIC
               DISPLAY 'PGMMBJ - BAD OR MISSING REPORT MONTH: '
                   WS-RPT-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RPT-MONTH TO WS-MONTH-SPLIT
           IF WS-MS-MM < 1 OR WS-MS-MM > 12
               DISPLAY 'PGMMBJ - BAD OR MISSING REPORT MONTH: '
                   WS-RPT-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RPT-MONTH TO WS-HDG-RPT-MONTH

           PERFORM 1100-LOAD-PARMS

      *    Month end is the day before the first of the next month;
      *    the cutoff date itself is kept, so an alert taken exactly
      *    WS-RETAIN days before the month closed is still inside
      *    the window.
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
           COMPUTE WS-CUT-NUM =
               FUNCTION DATE-OF-INTEGER(WS-EOM-INT + 1 - WS-RETAIN)
           MOVE WS-CUT-NUM TO WS-CUT-DATE
           MOVE WS-EOM-NUM TO WS-HDG-EOM
           MOVE WS-RETAIN TO WS-HDG-RETAIN
           MOVE WS-CUT-DATE TO WS-HDG-CUT-DATE

           OPEN I-O ALERTF
           IF WS-ALR-STATUS NOT = '00'
               DISPLAY 'PGMMBJ - ALERTF OPEN FAILED, STATUS '
                   WS-ALR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ALRARCH
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'PGMMBJ - ALRARCH OPEN FAILED, STATUS '
                   WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBJ - RPTOUT OPEN FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HDG-LINE-1
           WRITE RPT-LINE FROM WS-HDG-LINE-2
           PERFORM 3010-CHECK-WRITE

           PERFORM 2010-READ-ALERT
           .

       1100-LOAD-PARMS.
      *    Live retention comes off the PRMFILE record; the LOCKPRM
      *    VALUE clause is only the fallback.  The purge still runs
      *    on the compiled default when PRMFILE is missing or the
      *    value is unusable - but says so, since a purge on the
      *    wrong window moves alerts nobody meant to move.
           MOVE ALERT-RETAIN-DAYS TO WS-RETAIN
           OPEN INPUT PRMFILE
           IF WS-PRM-STATUS = '00'
               MOVE 'LOCKPRM' TO PRM-KEY
               READ PRMFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PRM-STATUS = '00'
                   AND PRM-ALERT-RETAIN NUMERIC
                   AND PRM-ALERT-RETAIN > ZERO
                   MOVE PRM-ALERT-RETAIN TO WS-RETAIN
               ELSE
                   DISPLAY 'PGMMBJ - PRMFILE UNUSABLE, STATUS '
                       WS-PRM-STATUS ' - USING COMPILED DEFAULT'
               END-IF
               CLOSE PRMFILE
           ELSE
               DISPLAY 'PGMMBJ - PRMFILE OPEN FAILED, STATUS '
                   WS-PRM-STATUS ' - USING COMPILED DEFAULT'
           END-IF
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMBJ' TO RUNC-JOB-NAME
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
               DISPLAY 'PGMMBJ - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-PURGE-ALERT.
           ADD 1 TO WS-CNT-READ

           IF ALR-OPEN
               ADD 1 TO WS-CNT-OPEN
           END-IF

           IF ALR-ACKED
               AND ALR-ACK-DATE NUMERIC
               AND ALR-ACK-DATE < WS-CUT-DATE
               AND ALR-DATE < WS-CUT-DATE
               WRITE ARCH-RECORD FROM ALR-RECORD
               IF WS-ARCH-STATUS NOT = '00'
                   DISPLAY 'PGMMBJ - ALRARCH WRITE FAILED, STATUS '
                       WS-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DELETE ALERTF RECORD
               IF WS-ALR-STATUS NOT = '00'
                   DISPLAY 'PGMMBJ - ALERTF DELETE FAILED, STATUS '
                       WS-ALR-STATUS ' KEY ' ALR-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CNT-ARCHIVED
           ELSE
               ADD 1 TO WS-CNT-KEPT
           END-IF

           PERFORM 2010-READ-ALERT
           .

       2010-READ-ALERT.
           READ ALERTF NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-ALR-STATUS NOT = '00'
               DISPLAY 'PGMMBJ - ALERTF READ FAILED, STATUS '
                   WS-ALR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       3000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'ALERTS READ' TO WS-TOT-LABEL
           MOVE WS-CNT-READ TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'ALERTS ARCHIVED' TO WS-TOT-LABEL
           MOVE WS-CNT-ARCHIVED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'ALERTS KEPT' TO WS-TOT-LABEL
           MOVE WS-CNT-KEPT TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE '  OF WHICH STILL OPEN' TO WS-TOT-LABEL
           MOVE WS-CNT-OPEN TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           COMPUTE WS-CNT-BALANCE = WS-CNT-ARCHIVED + WS-CNT-KEPT
           IF WS-CNT-BALANCE = WS-CNT-READ
               MOVE 'COUNTS BALANCED' TO WS-TOT-LABEL
           ELSE
               MOVE '** COUNTS OUT OF BALANCE' TO WS-TOT-LABEL
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-CNT-BALANCE TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE
           PERFORM 3010-CHECK-WRITE
           .

       3010-CHECK-WRITE.
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBJ - RPTOUT WRITE FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           CLOSE ALERTF
           CLOSE ALRARCH
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
           MOVE 'ARCHIVED' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-ARCHIVED TO RUNC-TOT-COUNT(2)
           MOVE 'KEPT' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-KEPT TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMBJ - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
