      * is missing or carries junk, so a dormancy-window change on
      * the PGMMP8 screen takes effect at the next sweep instead of
      * the next recompile.
      *
      * Run control: the job checks in with PGMMS3 before it
      * opens anything, and records its finish, return code and
      * control totals on the RUNCTL ledger at end of job.  It is
      * refused if this date is already completed and the SYSIN
      * card does not carry RERUN in column 19-23.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
       77  WS-PRM-STATUS    PIC X(02) VALUE ZERO.
      / Run date for this sweep, ACCEPTed from SYSIN
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
       77  WS-LAST-NUM      PIC 9(08) VALUE ZERO.
       77  WS-RUN-INT       PIC S9(9) COMP VALUE ZERO.
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMB2 - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-NUM
           COMPUTE WS-RUN-INT =
           END-IF
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMB2' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMB2 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-SWEEP-USER.
           ADD 1 TO WS-CNT-READ

       9000-TERMINATE.
           CLOSE USRFILE
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
           MOVE 'SUSPENDED' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-SUSP TO RUNC-TOT-COUNT(2)
           MOVE 'WARNED' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-WARN TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMB2 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
