      ******************************************************************
      * Record layout for the AUDIDX audit-index VSAM KSDS - a keyed
      * copy of every AUDQ event that names a user id, so one id's
      * history can be browsed online.  AUDQ itself is an
      * extrapartition dataset CICS cannot browse, and HISTFILE only
      * holds daily totals; this file is what the CF13 activity
      * history screen (PGMMPD) pages through, newest first.
      *
      * Written by the PGMMS1 audit writer right after the event
      * reaches AUDQ, so it carries exactly what the trail carries.
      * The key is the id the event is ABOUT - the id signing on, or
      * the target of a maintenance action - then the event's date,
      * time and AUD-SEQ-NO (which keeps two events in the same
      * second apart).  Events with no user id (policy-parameter
      * changes) are not indexed.  AUDQ stays the record of truth:
      * an index write that fails never holds up the audit, and the
      * PGMMBE purge trims the file to the retention on PRMFILE.
      ******************************************************************
       01  IDX-RECORD.
           02 IDX-KEY.
               03 IDX-USER-ID    PIC X(07).
               03 IDX-DATE       PIC X(08).
               03 IDX-TIME       PIC X(06).
               03 IDX-SEQ-NO     PIC 9(09).
           02 IDX-TERM-ID        PIC X(04).
           02 IDX-OUTCOME        PIC X(07).
           02 IDX-REC-TYPE       PIC X(01).
               88 IDX-TYPE-SIGNON VALUE 'S' ' '.
               88 IDX-TYPE-MAINT  VALUE 'M'.
           02 IDX-ADMIN-ID       PIC X(07).
           02 IDX-PARM-NAME      PIC X(08).
           02 IDX-OLD-VALUE      PIC 9(04).
           02 IDX-NEW-VALUE      PIC 9(04).
           02 IDX-APPR-ID        PIC X(07).
           02 FILLER             PIC X(10).
