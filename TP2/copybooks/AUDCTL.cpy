      ******************************************************************
      * Record layout for the AUDCTL audit-control VSAM KSDS - one
      * record, key 'AUDQSEQ', holding the last sequence number and
      * check value the PGMMS1 audit writer put on AUDQ.  PGMMS1 reads
      * it for update, stamps the next record from it, writes the
      * record to AUDQ and only then rewrites it, so the update lock
      * is what serializes every AUDQ writer into one numbered,
      * chained sequence.  Define the cluster non-recoverable so the
      * lock drops at the REWRITE rather than at end of task.
      *
      * AQC-LAST-DATE/TIME is the timestamp on that last record - a
      * quick answer to "when did the trail last move".  A missing
      * record is created at zero by the first writer to need it, so
      * the first stamped record is number 1 chained from zero.
      ******************************************************************
       01  AQC-RECORD.
           02 AQC-KEY            PIC X(08).
           02 AQC-LAST-SEQ       PIC 9(09).
           02 AQC-LAST-CHAIN     PIC 9(09).
           02 AQC-LAST-DATE      PIC X(08).
           02 AQC-LAST-TIME      PIC X(06).
           02 FILLER             PIC X(20).
