      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBE.
      ******************************************************************
      * AUDIDX audit-index purge.  The PGMMS1 audit writer adds an
      * index record for every AUDQ event that names a user id, so
      * the CF13 activity history screen (PGMMPD) can page through
      * one id's events online - left alone, that file grows for
      * ever.  This job deletes every index record dated before the
      * retention cutoff: run date less PRM-HIST-RETAIN days.  AUDQ
      * and its PGMMB6 archive keep the full trail regardless; only
      * the online copy is trimmed.
      *
      * The retention is live policy read off the PRMFILE record at
      * initialization (1100-LOAD-PARMS), set on the PGMMP8 screen;
      * HIST-RETAIN-DAYS in LOCKPRM is only the fallback when
      * PRMFILE is missing or the value is junk - a record written
      * before the field was carved out of the filler carries
      * spaces there.
      *
      * The run date (YYYYMMDD) is ACCEPTed from SYSIN, same as the
      * other batch jobs, so a missed night can be purged as-of its
      * own date.  The index is keyed by user id first, so the whole
      * file is passed; every record is either deleted or kept, and
      * the totals must balance.  A rerun on the same date finds
      * nothing left to delete.
      *
      * Run control: the job checks in with PGMMS3 before it
      * opens anything, and records its finish, return code and
      * control totals on the RUNCTL ledger at end of job.  It is
      * refused if this date is already completed and the SYSIN
      * card does not carry RERUN in column 19-23.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIDX ASSIGN TO AUDIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDX-KEY
               FILE STATUS IS WS-IDX-STATUS.
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
       FD  AUDIDX.
           COPY IDXREC.

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
       77  WS-IDX-STATUS    PIC X(02) VALUE ZERO.
       77  WS-PRM-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
      / Processing date, ACCEPTed from SYSIN, and the cutoff from it
      / (RERUN in column 19-23 repeats a date already completed)
       01  WS-RUN-CARD.
           02 WS-RUN-DATE      PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 WS-RUN-RERUN     PIC X(05) VALUE SPACES.
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
       77  WS-RUN-NUM       PIC 9(08) VALUE ZERO.
       77  WS-CUT-NUM       PIC 9(08) VALUE ZERO.
       77  WS-CUT-DATE      PIC X(08) VALUE SPACES.
       77  WS-RETAIN        PIC S9(4) COMP VALUE ZERO.
      / Run totals
       77  WS-CNT-READ      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-DELETED   PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-KEPT      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-BALANCE   PIC S9(7) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(24) VALUE 'AUDIT INDEX PURGE       '.
           02 WS-HDG-RUN-DATE PIC X(08).
       01  WS-HDG-LINE-2.
           02 FILLER PIC X(15) VALUE 'RETAIN DAYS    '.
           02 WS-HDG-RETAIN   PIC ZZZ9.
           02 FILLER PIC X(19) VALUE '   DELETING BEFORE '.
           02 WS-HDG-CUT-DATE PIC X(08).
       01  WS-TOT-LINE.
           02 WS-TOT-LABEL   PIC X(26).
           02 WS-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PURGE-EVENT UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMBE - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE

           PERFORM 1100-LOAD-PARMS

      *    The cutoff date itself is kept - an event dated exactly
      *    WS-RETAIN days ago is still inside the window.
           MOVE WS-RUN-DATE TO WS-RUN-NUM
           COMPUTE WS-CUT-NUM =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-NUM) - WS-RETAIN)
           MOVE WS-CUT-NUM TO WS-CUT-DATE
           MOVE WS-RETAIN TO WS-HDG-RETAIN
           MOVE WS-CUT-DATE TO WS-HDG-CUT-DATE

           OPEN I-O AUDIDX
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'PGMMBE - AUDIDX OPEN FAILED, STATUS '
                   WS-IDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBE - RPTOUT OPEN FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HDG-LINE-1
           WRITE RPT-LINE FROM WS-HDG-LINE-2
           PERFORM 3010-CHECK-WRITE

           PERFORM 2010-READ-EVENT
           .

       1100-LOAD-PARMS.
      *    Live retention comes off the PRMFILE record; the LOCKPRM
      *    VALUE clause is only the fallback.  The purge still runs
      *    on the compiled default when PRMFILE is missing or the
      *    value is unusable - but says so, since a purge on the
      *    wrong window deletes history nobody meant to lose.
           MOVE HIST-RETAIN-DAYS TO WS-RETAIN
           OPEN INPUT PRMFILE
           IF WS-PRM-STATUS = '00'
               MOVE 'LOCKPRM' TO PRM-KEY
               READ PRMFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PRM-STATUS = '00'
                   AND PRM-HIST-RETAIN NUMERIC
                   AND PRM-HIST-RETAIN > ZERO
                   MOVE PRM-HIST-RETAIN TO WS-RETAIN
               ELSE
                   DISPLAY 'PGMMBE - PRMFILE UNUSABLE, STATUS '
                       WS-PRM-STATUS ' - USING COMPILED DEFAULT'
               END-IF
               CLOSE PRMFILE
           ELSE
               DISPLAY 'PGMMBE - PRMFILE OPEN FAILED, STATUS '
                   WS-PRM-STATUS ' - USING COMPILED DEFAULT'
           END-IF
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMBE' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMBE - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-PURGE-EVENT.
           ADD 1 TO WS-CNT-READ

           IF IDX-DATE < WS-CUT-DATE
               DELETE AUDIDX RECORD
               IF WS-IDX-STATUS NOT = '00'
                   DISPLAY 'PGMMBE - AUDIDX DELETE FAILED, STATUS '
                       WS-IDX-STATUS ' KEY ' IDX-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CNT-DELETED
           ELSE
               ADD 1 TO WS-CNT-KEPT
           END-IF

           PERFORM 2010-READ-EVENT
           .

       2010-READ-EVENT.
           READ AUDIDX NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-IDX-STATUS NOT = '00'
               DISPLAY 'PGMMBE - AUDIDX READ FAILED, STATUS '
                   WS-IDX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       3000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'INDEX RECORDS READ' TO WS-TOT-LABEL
           MOVE WS-CNT-READ TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'INDEX RECORDS DELETED' TO WS-TOT-LABEL
           MOVE WS-CNT-DELETED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'INDEX RECORDS KEPT' TO WS-TOT-LABEL
           MOVE WS-CNT-KEPT TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           COMPUTE WS-CNT-BALANCE = WS-CNT-DELETED + WS-CNT-KEPT
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
               DISPLAY 'PGMMBE - RPTOUT WRITE FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           CLOSE AUDIDX
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
           MOVE 'DELETED' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-DELETED TO RUNC-TOT-COUNT(2)
           MOVE 'KEPT' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-KEPT TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMBE - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
