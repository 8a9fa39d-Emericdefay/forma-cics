      ******************************************************************
      * Record layout for the RUNCTL batch run-control ledger VSAM
      * KSDS - one record per batch job per processing date, kept by
      * the PGMMS3 run-control routine every batch job CALLs at its
      * start and at its clean end, and read by the PGMMBH morning
      * status report.
      *
      * Keyed on the job name (the program name, or the name in the
      * RUNJOBS table the job runs under) + the processing date the
      * job was run for (YYYYMMDD - the date off its SYSIN card, not
      * the day it actually ran), so every job's history for a date
      * sits on one record however often it was run.
      *
      * RUN-STATUS moves from STARTED at the start call to COMPLETED
      * (return code 4 or under) or FAILED (8 or over) at the end
      * call.  A record still STARTED is a job that never reached
      * its end of job - it abended or stopped on an error of its
      * own - and counts as failed everywhere it is looked at.
      * RUN-ATTEMPTS counts the starts for the date; RUN-RERUN-SW
      * says the latest one was a rerun requested on the card over
      * an already-completed run.  The start stamp is the latest
      * attempt's.  RUN-TOTALS carry up to three of the job's own
      * control totals, labelled, as its report printed them.
      ******************************************************************
       01  RUN-RECORD.
           02 RUN-KEY.
               03 RUN-JOB-NAME   PIC X(08).
               03 RUN-PROC-DATE  PIC X(08).
           02 RUN-STATUS         PIC X(01).
               88 RUN-STARTED    VALUE 'S'.
               88 RUN-COMPLETED  VALUE 'C'.
               88 RUN-FAILED     VALUE 'F'.
           02 RUN-START-DATE     PIC X(08).
           02 RUN-START-TIME     PIC X(06).
           02 RUN-END-DATE       PIC X(08).
           02 RUN-END-TIME       PIC X(06).
           02 RUN-JOB-RC         PIC 9(04).
           02 RUN-ATTEMPTS       PIC 9(03).
           02 RUN-RERUN-SW       PIC X(01).
               88 RUN-WAS-RERUN  VALUE 'Y'.
           02 RUN-TOTALS OCCURS 3 TIMES.
               03 RUN-TOT-LABEL  PIC X(10).
               03 RUN-TOT-COUNT  PIC 9(09).
           02 FILLER             PIC X(10).
