      * PGMMB7 can cut the PGMMB4 delete cards by machine instead of
      * an operator retyping two hundred ids - and every card ties
      * back to the reconciliation line that caused it.
      *
      * Run control: SYSIN now carries the processing date (YYYYMMDD)
      * the reconciliation is run for - the date PGMMB7 and the
      * PGMMB4 cleanup run are then given too.  The job checks in
      * with PGMMS3 before it opens anything and records its finish,
      * return code and totals on the RUNCTL ledger at end of job;
      * it is refused for a date already completed unless the card
      * carries RERUN in column 19-23.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-RCF-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
       77  WS-FND-STATUS    PIC X(02) VALUE ZERO.
      / Processing date for this run, ACCEPTed from SYSIN - for
      / run control only (RERUN in column 19-23 repeats a date
      / already completed)
       01  WS-RUN-CARD.
           02 WS-RUN-DATE      PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 WS-RUN-RERUN     PIC X(05) VALUE SPACES.
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
      / Finding sequence - one number per finding line, printed on
      / the report and carried on the FNDOUT record
       77  WS-FND-SEQ       PIC 9(05) VALUE ZERO.
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMB3 - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN

           OPEN INPUT USRFILE
           IF WS-USR-STATUS NOT = '00'
               DISPLAY 'PGMMB3 - USRFILE OPEN FAILED, STATUS '
           PERFORM 2020-READ-RACFEXT
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMB3' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMB3 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-MATCH-MERGE.
           EVALUATE TRUE
               WHEN WS-USR-KEY < WS-RCF-KEY
           CLOSE RACFEXT
           CLOSE RPTOUT
           CLOSE FNDOUT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'USRFILE' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-USR TO RUNC-TOT-COUNT(1)
           MOVE 'RACF' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-RCF TO RUNC-TOT-COUNT(2)
           MOVE 'FINDINGS' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-USR-ORPH TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMB3 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
