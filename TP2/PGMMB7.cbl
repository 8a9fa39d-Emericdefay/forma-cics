      * blank id, cuts no card and is listed REJECTED with its
      * reason; the totals balance, findings read = cards cut +
      * rejected, RETURN-CODE 8 if they ever disagree.
      *
      * Run control: SYSIN now carries the processing date (YYYYMMDD)
      * of the PGMMB3 reconciliation whose findings are being cut.
      * The job checks in with PGMMS3 before it opens anything and
      * is refused unless PGMMB3 has COMPLETED for that date, or if
      * the date is already completed and the card does not carry
      * RERUN in column 19-23; its finish, return code and totals
      * go on the RUNCTL ledger at end of job.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY FNDREC.

      * Same card PGMMB4's TRNFILE reads: column 1 function,
      * columns 3-9 user id, columns 11-17 owner id, columns 19-26
      * expiry date.  The owner and expiry are left blank here, so
      * the cleanup run changes neither.
       FD  TRNOUT.
       01  TRN-RECORD.
           02 TRN-FUNC           PIC X(01).
       77  WS-FND-STATUS    PIC X(02) VALUE ZERO.
       77  WS-TRN-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
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
      / Control counters - read must equal cut + rejected
       77  WS-CNT-READ      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-CUT       PIC S9(7) COMP VALUE ZERO.
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMB7 - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN

           OPEN INPUT FNDFILE
           IF WS-FND-STATUS NOT = '00'
               DISPLAY 'PGMMB7 - FNDFILE OPEN FAILED, STATUS '
           PERFORM 2010-READ-FINDING
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMB7' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMB7 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-CUT-CARD.
           ADD 1 TO WS-CNT-READ
           MOVE FND-SEQ TO WS-DET-SEQ
           CLOSE FNDFILE
           CLOSE TRNOUT
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
           MOVE 'CARDS CUT' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-CUT TO RUNC-TOT-COUNT(2)
           MOVE 'REJECTED' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-REJECT TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMB7 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
