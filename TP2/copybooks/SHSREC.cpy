      ******************************************************************
      * Record layout for the SESH session-history TD queue - one
      * record per SESFILE session that ended, written at the moment
      * the session record is deleted.  SESH is defined as an
      * extrapartition TD queue, the same as AUDQ, so its underlying
      * sequential dataset is read by the PGMMBB session report.
      *
      * Three programs end sessions and each writes one of these:
      *   SIGNOFF - the operator's own CF04 sign-off (PGMMP5);
      *   IDLE    - the PGMMP6 idle sweep;
      *   FORCOFF - a supervisor force-off on CF07 (PGMMP7).
      *
      * SHS-ON-DATE/TIME is the sign-on stamp off the session record
      * and SHS-LAST-DATE/TIME its last-activity stamp (the sign-on
      * stamp again for a record from before the activity stamp
      * existed).  SHS-END-DATE/TIME is when the session was removed.
      ******************************************************************
       01  SHS-RECORD.
           02 SHS-USER-ID        PIC X(07).
           02 SHS-TERM-ID        PIC X(04).
           02 SHS-ON-DATE        PIC X(08).
           02 SHS-ON-TIME        PIC X(06).
           02 SHS-LAST-DATE      PIC X(08).
           02 SHS-LAST-TIME      PIC X(06).
           02 SHS-END-DATE       PIC X(08).
           02 SHS-END-TIME       PIC X(06).
           02 SHS-END-HOW        PIC X(07).
               88 SHS-END-SIGNOFF VALUE 'SIGNOFF'.
               88 SHS-END-IDLE    VALUE 'IDLE'.
               88 SHS-END-FORCOFF VALUE 'FORCOFF'.
           02 FILLER             PIC X(10).
