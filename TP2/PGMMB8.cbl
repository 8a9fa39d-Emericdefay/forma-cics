      * as the digest.  The day's sign-on records are SORTed by
      * terminal and time onto SRTFILE and read back with control
      * breaks per terminal, reporting for each: total attempts,
      * failed attempts (everything except SUCCESS - LOCKED, OUTPOL
      * and EXPIRED included, they are refusals too), the count of
      * distinct user ids tried there, and a MULTI-ID BURST flag
      * when failures against ATTACK-MIN-IDS or more distinct ids
      * land inside ATTACK-WINDOW-MINS - the password-guessing
      * tuning constants below, not LOCKPRM policy - the security
      * office asked for the pattern, not a dial; move them to
      * PRMFILE if they ever start being argued about.
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
       77  WS-SRT-STATUS    PIC X(02) VALUE ZERO.
      / Processing date for this run, ACCEPTed from SYSIN
      / (RERUN in column 19-23 repeats a date already completed)
       01  WS-RUN-CARD.
           02 WS-RUN-DATE      PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 WS-RUN-RERUN     PIC X(05) VALUE SPACES.
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
      / Burst-pattern tuning - this report's own, not LOCKPRM policy
       77  ATTACK-WINDOW-MINS PIC S9(4) COMP VALUE 10.
       77  ATTACK-MIN-IDS     PIC S9(4) COMP VALUE 3.
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMB8 - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE

           OPEN OUTPUT RPTOUT
                   WHEN 'FAILED'
                   WHEN 'LOCKED'
                   WHEN 'OUTPOL'
                   WHEN 'EXPIRED'
                       ADD 1 TO WS-CNT-DAY
                       MOVE AUD-TERM-ID TO SORT-TERM
                       MOVE AUD-TIME TO SORT-TIME
           PERFORM 1210-READ-AUDIT
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMB8' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMB8 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-REPORT-PHASE.
           OPEN INPUT SRTFILE
           IF WS-SRT-STATUS NOT = '00'
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
           MOVE 'SIGN-ONS' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-DAY TO RUNC-TOT-COUNT(2)
           MOVE 'FLAGGED' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-FLAGGED TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMB8 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
