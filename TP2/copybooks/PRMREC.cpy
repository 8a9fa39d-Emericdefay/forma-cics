      * Every change PGMMP8 applies here is written to AUDQ with the
      * parameter name and the old and new value, so the digest shows
      * who moved which threshold, from what, to what.
      *
      * PRM-PEND-EXPIRY is the number of hours a dual-control
      * request may wait on PNDFILE for its second administrator
      * before it expires.  It was carved out of the trailing
      * filler, so a record written before it existed carries
      * spaces there and the readers fall back to the LOCKPRM
      * default.  A LOCKOUT-MAX move is itself held for approval
      * and only lands on this record when PGMMPC applies it.
      *
      * PRM-HIST-RETAIN is how many days of events the AUDIDX audit
      * index keeps for the CF13 activity history screen; the PGMMBE
      * purge deletes anything older.  Carved out of the filler the
      * same way, with the same LOCKPRM fallback.
      *
      * PRM-ALERT-RETAIN is how many days an acknowledged lockout
      * alert stays on ALERTF before the PGMMBJ purge moves it to
      * the alert archive.  It took the last of the filler, with
      * the same LOCKPRM fallback.
      ******************************************************************
       01  PRM-RECORD.
           02 PRM-KEY            PIC X(08).
           02 PRM-DORMANT-WARN   PIC 9(04).
           02 PRM-SESSION-IDLE   PIC 9(04).
           02 PRM-ALERT-REDRIVE  PIC 9(04).
           02 PRM-PEND-EXPIRY    PIC 9(04).
           02 PRM-HIST-RETAIN    PIC 9(04).
           02 PRM-ALERT-RETAIN   PIC 9(04).
