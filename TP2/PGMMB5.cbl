      * initialization (1200-LOAD-PARMS), same as the PGMMB1 digest;
      * the LOCKPRM VALUE clause is only the fallback when PRMFILE
      * is missing or carries junk.
      *
      * Run control: the job checks in with PGMMS3 before it opens
      * anything, and records its finish, return code and control
      * totals on the RUNCTL ledger at end of job, under the first
      * day of the report month.  It is refused for a month already
      * completed unless the SYSIN card carries RERUN in column
      * 19-23.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-HIST-STATUS   PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
       77  WS-PRM-STATUS    PIC X(02) VALUE ZERO.
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
       77  WS-PRI-MONTH     PIC X(06) VALUE SPACES.
       01  WS-MONTH-SPLIT.
           02 WS-MS-YEAR    PIC 9(04).
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RPT-MONTH NOT NUMERIC
               DISPLAY 'PGMMB5 - BAD OR MISSING REPORT MONTH: '
                   WS-RPT-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RPT-MONTH TO WS-HDG-RPT-MONTH

           PERFORM 1100-PRIOR-MONTH
           END-IF
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMB5' TO RUNC-JOB-NAME
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
               DISPLAY 'PGMMB5 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-USER-GROUP.
           MOVE HST-USER-ID TO WS-CUR-USERID
           MOVE ZERO TO WS-CUR-SUCCESS
       9000-TERMINATE.
           CLOSE HISTFILE
           CLOSE RPTOUT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'RECORDS' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-RECS TO RUNC-TOT-COUNT(1)
           MOVE 'REPORTED' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-LISTED TO RUNC-TOT-COUNT(2)
           MOVE 'SPIKES' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-SPIKES TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMB5 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
