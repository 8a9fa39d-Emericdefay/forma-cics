      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMS3.
      ******************************************************************
      * Batch run control.  CALLed by every batch job at its start
      * and at its clean end (RUNCOM parameter area), it keeps the
      * RUNCTL ledger (RUNREC copybook) - one record per job per
      * processing date - and is the one place the schedule's rules
      * are enforced, instead of each job carrying its own one-off
      * test of whatever ran before it.
      *
      * At the start call the job is refused, with the reason handed
      * back for it to DISPLAY, when:
      *   - the processing date is not a real date, or is after
      *     today - a wrong SYSIN card, caught before it does harm;
      *   - the job is not in the RUNJOBS schedule table;
      *   - its predecessor there has no COMPLETED record for the
      *     same processing date (never ran, still running or died,
      *     or ended with return code 8 or over);
      *   - the job itself already COMPLETED for that date and the
      *     card did not ask for a RERUN.  A run that FAILED, or
      *     died while STARTED, may simply be run again.
      * Otherwise the job's record is written (or rewritten) as
      * STARTED and it goes ahead.  At the end call the record is
      * stamped with the finish, the return code and the job's
      * control totals, COMPLETED for 4 or under, FAILED above.
      *
      * The ledger is opened and closed on every call, so a job
      * holds nothing between its two calls.  If RUNCTL cannot be
      * opened or updated the call is refused too: a job that cannot
      * be checked or recorded does not run unrecorded.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RCT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
           COPY RUNREC.
      ******************************************************************
       WORKING-STORAGE SECTION.
      / Copybook for the run-control schedule table
       COPY RUNJOBS.
       77  WS-RCT-STATUS    PIC X(02) VALUE ZERO.
       77  WS-JOB-IDX       PIC S9(4) COMP VALUE ZERO.
       77  WS-TOT-IDX       PIC S9(4) COMP VALUE ZERO.
       77  WS-JOB-HIT-SW    PIC X(01) VALUE 'N'.
           88 WS-JOB-HIT    VALUE 'Y'.
       77  WS-NEW-REC-SW    PIC X(01) VALUE 'N'.
           88 WS-NEW-REC    VALUE 'Y'.
      / Today's date and time for the ledger stamps
       77  WS-CUR-DATE      PIC 9(08) VALUE ZERO.
       01  WS-CUR-TIME      PIC 9(08) VALUE ZERO.
       01  WS-CUR-TIME-X REDEFINES WS-CUR-TIME.
           02 WS-CUR-HHMMSS PIC X(06).
           02 FILLER        PIC X(02).
      / Processing date as a number for the calendar edit
       01  WS-PROC-DATE     PIC X(08) VALUE SPACES.
       01  WS-PROC-NUM REDEFINES WS-PROC-DATE PIC 9(08).
       77  WS-PRED-NAME     PIC X(08) VALUE SPACES.
      ******************************************************************
       LINKAGE SECTION.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
      ******************************************************************
       PROCEDURE DIVISION USING RUNC-AREA.
       0000-MAINLINE.
           SET RUNC-OK TO TRUE
           MOVE SPACES TO RUNC-MESSAGE
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

           OPEN I-O RUNCTL
           IF WS-RCT-STATUS NOT = '00'
               SET RUNC-REFUSED TO TRUE
               STRING 'RUNCTL OPEN FAILED, STATUS ' DELIMITED BY SIZE
                      WS-RCT-STATUS                 DELIMITED BY SIZE
                      ' - RUN CONTROL UNAVAILABLE'  DELIMITED BY SIZE
                   INTO RUNC-MESSAGE
               END-STRING
           ELSE
               EVALUATE TRUE
                   WHEN RUNC-START
                       PERFORM 1000-START-JOB
                   WHEN RUNC-END
                       PERFORM 2000-END-JOB
                   WHEN OTHER
                       SET RUNC-REFUSED TO TRUE
                       MOVE 'INVALID RUN-CONTROL FUNCTION'
                           TO RUNC-MESSAGE
               END-EVALUATE
               CLOSE RUNCTL
           END-IF
           GOBACK
           .

      ******************************************************************
      * Start of job - every check passes or the job does not run
      ******************************************************************
       1000-START-JOB.
           PERFORM 1100-EDIT-DATE
           IF RUNC-OK
               PERFORM 1200-CHECK-PREDECESSOR
           END-IF
           IF RUNC-OK
               PERFORM 1300-CHECK-RERUN
           END-IF
           IF RUNC-OK
               PERFORM 1400-RECORD-START
           END-IF
           .

       1100-EDIT-DATE.
           MOVE RUNC-PROC-DATE TO WS-PROC-DATE
           EVALUATE TRUE
               WHEN WS-PROC-DATE NOT NUMERIC
                   SET RUNC-REFUSED TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-PROC-NUM) NOT = 0
                   SET RUNC-REFUSED TO TRUE
               WHEN WS-PROC-NUM > WS-CUR-DATE
                   SET RUNC-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF RUNC-REFUSED
               STRING 'PROCESSING DATE ' DELIMITED BY SIZE
                      WS-PROC-DATE       DELIMITED BY SIZE
                      ' NOT A VALID DATE UP TO TODAY'
                                         DELIMITED BY SIZE
                   INTO RUNC-MESSAGE
               END-STRING
           END-IF
           .

       1200-CHECK-PREDECESSOR.
           MOVE 'N' TO WS-JOB-HIT-SW
           PERFORM 1210-FIND-JOB
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > RUNJ-COUNT
                  OR WS-JOB-HIT

           IF NOT WS-JOB-HIT
               SET RUNC-REFUSED TO TRUE
               STRING 'JOB '           DELIMITED BY SIZE
                      RUNC-JOB-NAME    DELIMITED BY SPACE
                      ' IS NOT IN THE RUN-CONTROL SCHEDULE'
                                       DELIMITED BY SIZE
                   INTO RUNC-MESSAGE
               END-STRING
           ELSE
               IF WS-PRED-NAME NOT = SPACES
                   MOVE WS-PRED-NAME TO RUN-JOB-NAME
                   MOVE RUNC-PROC-DATE TO RUN-PROC-DATE
                   PERFORM 3000-READ-LEDGER
                   IF RUNC-OK
                       AND (WS-NEW-REC OR NOT RUN-COMPLETED)
                       SET RUNC-REFUSED TO TRUE
                       STRING 'PREDECESSOR '  DELIMITED BY SIZE
                              WS-PRED-NAME    DELIMITED BY SPACE
                              ' NOT COMPLETED CLEANLY FOR '
                                              DELIMITED BY SIZE
                              RUNC-PROC-DATE  DELIMITED BY SIZE
                           INTO RUNC-MESSAGE
                       END-STRING
                   END-IF
               END-IF
           END-IF
           .

       1210-FIND-JOB.
           IF RUNJ-JOB-NAME(WS-JOB-IDX) = RUNC-JOB-NAME
               SET WS-JOB-HIT TO TRUE
               MOVE RUNJ-PRED-NAME(WS-JOB-IDX) TO WS-PRED-NAME
           END-IF
           .

       1300-CHECK-RERUN.
           MOVE RUNC-JOB-NAME TO RUN-JOB-NAME
           MOVE RUNC-PROC-DATE TO RUN-PROC-DATE
           PERFORM 3000-READ-LEDGER

           IF RUNC-OK
               AND NOT WS-NEW-REC
               AND RUN-COMPLETED
               AND NOT RUNC-RERUN
               SET RUNC-REFUSED TO TRUE
               STRING 'ALREADY COMPLETED FOR ' DELIMITED BY SIZE
                      RUNC-PROC-DATE           DELIMITED BY SIZE
                      ' - RERUN NOT REQUESTED' DELIMITED BY SIZE
                   INTO RUNC-MESSAGE
               END-STRING
           END-IF
           .

       1400-RECORD-START.
      *    A rerun is only a rerun over a COMPLETED run - picking up
      *    after a failure is just the job finally running.
           IF WS-NEW-REC
               MOVE ZERO TO RUN-ATTEMPTS
               MOVE 'N' TO RUN-RERUN-SW
           ELSE
               IF RUN-COMPLETED
                   MOVE 'Y' TO RUN-RERUN-SW
               ELSE
                   MOVE 'N' TO RUN-RERUN-SW
               END-IF
           END-IF
           IF RUN-ATTEMPTS < 999
               ADD 1 TO RUN-ATTEMPTS
           END-IF

           SET RUN-STARTED TO TRUE
           MOVE WS-CUR-DATE TO RUN-START-DATE
           MOVE WS-CUR-HHMMSS TO RUN-START-TIME
           MOVE SPACES TO RUN-END-DATE
           MOVE SPACES TO RUN-END-TIME
           MOVE ZERO TO RUN-JOB-RC
           PERFORM 1410-CLEAR-TOTAL
               VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > 3

           PERFORM 3100-WRITE-LEDGER
           .

       1410-CLEAR-TOTAL.
           MOVE SPACES TO RUN-TOT-LABEL(WS-TOT-IDX)
           MOVE ZERO TO RUN-TOT-COUNT(WS-TOT-IDX)
           .

      ******************************************************************
      * End of job - stamp the finish, return code and totals
      ******************************************************************
       2000-END-JOB.
      *    No start record means the start was never recorded (the
      *    job predates the ledger mid-stream, or it was deleted);
      *    the finish is still worth having, as a first attempt.
           MOVE RUNC-JOB-NAME TO RUN-JOB-NAME
           MOVE RUNC-PROC-DATE TO RUN-PROC-DATE
           PERFORM 3000-READ-LEDGER
           IF RUNC-OK
               IF WS-NEW-REC
                   MOVE 1 TO RUN-ATTEMPTS
                   MOVE 'N' TO RUN-RERUN-SW
                   MOVE SPACES TO RUN-START-DATE
                   MOVE SPACES TO RUN-START-TIME
               END-IF
               IF RUNC-JOB-RC > 4
                   SET RUN-FAILED TO TRUE
               ELSE
                   SET RUN-COMPLETED TO TRUE
               END-IF
               MOVE WS-CUR-DATE TO RUN-END-DATE
               MOVE WS-CUR-HHMMSS TO RUN-END-TIME
               MOVE RUNC-JOB-RC TO RUN-JOB-RC
               PERFORM 2010-MOVE-TOTAL
                   VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > 3
               PERFORM 3100-WRITE-LEDGER
           END-IF
           .

       2010-MOVE-TOTAL.
           MOVE RUNC-TOT-LABEL(WS-TOT-IDX) TO RUN-TOT-LABEL(WS-TOT-IDX)
           MOVE RUNC-TOT-COUNT(WS-TOT-IDX) TO RUN-TOT-COUNT(WS-TOT-IDX)
           .

      ******************************************************************
      * Ledger I/O - RUN-KEY set by the caller
      ******************************************************************
       3000-READ-LEDGER.
           MOVE 'N' TO WS-NEW-REC-SW
           READ RUNCTL
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE WS-RCT-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   SET WS-NEW-REC TO TRUE
               WHEN OTHER
                   SET RUNC-REFUSED TO TRUE
                   STRING 'RUNCTL READ FAILED, STATUS '
                                          DELIMITED BY SIZE
                          WS-RCT-STATUS   DELIMITED BY SIZE
                          ' KEY '         DELIMITED BY SIZE
                          RUN-KEY         DELIMITED BY SIZE
                       INTO RUNC-MESSAGE
                   END-STRING
           END-EVALUATE
           .

       3100-WRITE-LEDGER.
           IF WS-NEW-REC
               WRITE RUN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE RUN-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF WS-RCT-STATUS NOT = '00'
               SET RUNC-REFUSED TO TRUE
               STRING 'RUNCTL UPDATE FAILED, STATUS ' DELIMITED BY SIZE
                      WS-RCT-STATUS                   DELIMITED BY SIZE
                      ' KEY '                         DELIMITED BY SIZE
                      RUN-KEY                         DELIMITED BY SIZE
                   INTO RUNC-MESSAGE
               END-STRING
           END-IF
           .
