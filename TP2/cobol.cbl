      *     equal to the sign-on stamp here and the menu refreshes
      *     it as the operator works, so the PGMMP6 sweep now
      *     measures idleness rather than session age.
      *   - USR-RECORD grew the recertification owner id; the fresh
      *     row written here starts with no owner named, and the
      *     next PGMMB9 campaign parks it under *NONE* for review.
      *   - AUD-RECORD grew an approver id for dual-control events
      *     applied by PGMMPC; sign-on events written here (and the
      *     ALRT copy of a lockout) carry it blank.
      *   - The audit record goes to AUDQ through a LINK to the
      *     PGMMS1 audit writer instead of a WRITEQ here; PGMMS1
      *     stamps it with the trail's next sequence number and a
      *     chained check value, and the ALRT copy of a lockout
      *     carries the same stamp.
      *   - Account expiry: after the password check and ahead of
      *     the restrictions, 5147-CHECK-EXPIRY refuses an id whose
      *     USR-EXPIRY-DATE has passed - the date itself is the last
      *     good day.  A refusal audits under its own EXPIRED
      *     outcome, apart from OUTPOL and LOCKED; a blank date never
      *     expires.  The fresh row written here starts with none.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY USRFILE.
      / Copybook for the sign-on audit TD queue record
       COPY AUDREC.
      / COMMAREA for the PGMMS1 audit writer, which puts AUD-RECORD
      / on AUDQ numbered and chained
       COPY AUDWCOM.
      / Copybook for the SESFILE active-session record
       COPY SESREC.
      / Copybook for the shared lockout-policy values (defaults)
           02  USRFILE-NAME PIC X(08) VALUE 'USRFILE'.
           02  SESFILE-NAME PIC X(08) VALUE 'SESFILE'.
           02  PRMFILE-NAME PIC X(08) VALUE 'PRMFILE'.
           02  ALRTQ-NAME   PIC X(04) VALUE 'ALRT'.
       01 PROGRAM-VALUES.
           02  AUDW-PGM-NAME PIC X(08) VALUE 'PGMMS1'.
           02  MENU-PGM-NAME PIC X(08) VALUE 'PGMMM1'.
           02  OWN-TRANSID   PIC X(04) VALUE 'CF00'.
       01 TEXT-DISPLAYED.
               'TERMINAL NOT PERMITTED FOR THIS USER'.
           02 TIMERES-DISP PIC X(31) VALUE
               'SIGN-ON OUTSIDE PERMITTED HOURS'.
           02 EXPIRED-DISP PIC X(27) VALUE
               'ACCOUNT EXPIRED - SEE ADMIN'.
           02 FILERR-DISP PIC X(25) VALUE
               'SYSTEM ERROR - SEE ADMIN'.
       01 WS-OUTCOME PIC X(07) VALUE SPACES.
           END-EVALUATE

           IF WS-OUTCOME = 'SUCCESS'
      *        The password was good, but a contractor or temporary
      *        id past its expiry date goes no further.  The refusal
      *        flips the outcome to EXPIRED ahead of the audit write
      *        below.
               PERFORM 5147-CHECK-EXPIRY
           END-IF

           IF WS-OUTCOME = 'SUCCESS'
      *        Now the WHERE and WHEN rules
      *        get their say, before any session is claimed.  A
      *        refusal flips the outcome to OUTPOL ahead of the
      *        audit write below, so the digest can count policy
                   MOVE SPACES TO USR-TERM-GROUP
                   MOVE SPACES TO USR-WINDOW-FROM
                   MOVE SPACES TO USR-WINDOW-TO
                   MOVE SPACES TO USR-OWNER-ID
                   MOVE SPACES TO USR-EXPIRY-DATE
      *            Creation date starts the dormancy clock - blank
      *            would read "never signed on" to the PGMMB2 sweep.
                   MOVE WS-TODAY TO USR-LAST-SIGNON
           MOVE SPACES TO AUD-PARM-NAME
           MOVE ZERO TO AUD-OLD-VALUE
           MOVE ZERO TO AUD-NEW-VALUE
           MOVE SPACES TO AUD-APPR-ID

           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
               TIME(AUD-TIME)
           END-EXEC

           MOVE AUD-RECORD TO AUDW-AUDIT
           EXEC CICS LINK
               PROGRAM(AUDW-PGM-NAME)
               COMMAREA(AUDW-COMMAREA)
               LENGTH(LENGTH OF AUDW-COMMAREA)
               RESP(WS-WRITEQ-RESP)
           END-EXEC
           IF WS-WRITEQ-RESP = DFHRESP(NORMAL)
               MOVE AUDW-RESP TO WS-WRITEQ-RESP
               MOVE AUDW-AUDIT TO AUD-RECORD
           END-IF

           IF WS-WRITEQ-RESP NOT = DFHRESP(NORMAL)
      *        AUDQ full or closed - sign-on already succeeded or
           END-IF
           .

       5147-CHECK-EXPIRY.
      *    Same row again.  YYYYMMDD compares correctly as text; a
      *    blank or unreadable date is treated as no expiry, the way
      *    blank restrictions mean none.  The nightly PGMMBF run locks
      *    the id soon enough - this stops it in the hours between.
           IF USR-EXPIRY-DATE NUMERIC
               AND WS-TODAY > USR-EXPIRY-DATE
               MOVE EXPIRED-DISP TO MESSMPO
               MOVE 'EXPIRED' TO WS-OUTCOME
           END-IF
           .

       5150-START-SESSION.
           EXEC CICS READ
               FILE(SESFILE-NAME)
