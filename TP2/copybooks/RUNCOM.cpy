      ******************************************************************
      * Parameter area for CALLs to PGMMS3, the batch run-control
      * routine.  Every batch job COPYs this into WORKING-STORAGE and
      * CALLs PGMMS3 twice:
      *   - RUNC-START right after its SYSIN card is edited, before
      *     any file is opened, with its job name, processing date
      *     and whether RERUN was asked for on the card.  RUNC-OK
      *     back means carry on; RUNC-REFUSED means stop, with the
      *     reason in RUNC-MESSAGE for the job to DISPLAY;
      *   - RUNC-END as the last thing at end of job, with its return
      *     code and up to three labelled control totals (unused
      *     slots left at spaces and zero).
      * A CALL resets RETURN-CODE, so the job moves RUNC-JOB-RC back
      * after the end call.  PGMMS3 COPYs this as its LINKAGE.
      ******************************************************************
       01  RUNC-AREA.
           02 RUNC-FUNCTION      PIC X(01).
               88 RUNC-START     VALUE 'S'.
               88 RUNC-END       VALUE 'E'.
           02 RUNC-JOB-NAME      PIC X(08).
           02 RUNC-PROC-DATE     PIC X(08).
           02 RUNC-RERUN-SW      PIC X(01).
               88 RUNC-RERUN     VALUE 'Y'.
           02 RUNC-JOB-RC        PIC S9(4) COMP.
           02 RUNC-TOTALS OCCURS 3 TIMES.
               03 RUNC-TOT-LABEL PIC X(10).
               03 RUNC-TOT-COUNT PIC S9(9) COMP.
           02 RUNC-RESULT        PIC X(01).
               88 RUNC-OK        VALUE 'Y'.
               88 RUNC-REFUSED   VALUE 'N'.
           02 RUNC-MESSAGE       PIC X(60).
