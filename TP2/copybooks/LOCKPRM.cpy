      * on ALERTF before the PGMMPA escalation sweep pushes it at
      * the security console again.
      *
      * PEND-EXPIRY-HOURS is how long a dual-control request held
      * on PNDFILE by PGMMP2 or PGMMP8 may wait for a second
      * administrator's approval on CF12 before it expires.
      *
      * HIST-RETAIN-DAYS is how long an event stays on the AUDIDX
      * audit index behind the CF13 activity history screen before
      * the PGMMBE purge removes it.  AUDQ and its PGMMB6 archive
      * keep the full trail regardless.
      *
      * ALERT-RETAIN-DAYS is how long an acknowledged alert stays on
      * ALERTF, counted back from the end of the month the PGMMBJ
      * purge runs for, before it moves to the alert archive.
      *
      * The VALUE clauses here are compiled-in DEFAULTS only: every
      * program that COPYs this member overlays them at start from
      * the PRMFILE record (PRMREC copybook), which is where the live
           02 DORMANT-WARN-DAYS PIC S9(4) COMP VALUE 76.
           02 SESSION-IDLE-MINS PIC S9(4) COMP VALUE 30.
           02 ALERT-REDRIVE-MINS PIC S9(4) COMP VALUE 30.
           02 PEND-EXPIRY-HOURS PIC S9(4) COMP VALUE 24.
           02 HIST-RETAIN-DAYS  PIC S9(4) COMP VALUE 400.
           02 ALERT-RETAIN-DAYS PIC S9(4) COMP VALUE 180.
