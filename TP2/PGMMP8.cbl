      * Each value a U actually changes is written to AUDQ as its own
      * type-'M' PARMCHG event carrying the parameter name with the
      * old and new value, so the nightly digest shows who moved
      * which threshold, from what, to what.  Events reach AUDQ by
      * LINK to the PGMMS1 audit writer, which numbers and chains
      * every record on the trail.
      *
      * LOCKOUT-MAX is under dual control.  A U that moves it
      * applies everything else as usual but leaves the live
      * lockout threshold where it was: the new value is held as a
      * PENDING PARMCHG request on PNDFILE (audited as a REQUEST
      * event, LOCKMAX old and new) for a second administrator to
      * approve on the CF12 screen (PGMMPC), which is where it
      * lands on PRMFILE.  The screen goes back showing the live
      * value and says the move is waiting.  PENDING EXPIRY HOURS -
      * how long such a request waits before it expires - is kept
      * here with the other policy values, 1 to 168.  So is HISTORY
      * RETAIN DAYS, how long the AUDIDX audit index keeps events
      * for the CF13 activity history screen before the PGMMBE purge
      * takes them, 1 to 3650, and ALERT RETAIN DAYS, how long an
      * acknowledged lockout alert stays on ALERTF before the PGMMBJ
      * purge moves it to the alert archive, also 1 to 3650.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY LOCKPRM.
      / Copybook for the sign-on/maintenance audit TD queue record
       COPY AUDREC.
      / COMMAREA for the PGMMS1 audit writer, which puts AUD-RECORD
      / on AUDQ numbered and chained
       COPY AUDWCOM.
      / Copybook for the PNDFILE dual-control pending-change record
       COPY PNDREC.
      / CICS variables
       77  WS-CICS-RET    PIC S9(4) COMP VALUE ZERO.
       77  WS-AUTH-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-PRM-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-PND-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-WRITEQ-RESP PIC S9(4) COMP VALUE ZERO.
       77  WS-ABSTIME     PIC S9(15) COMP VALUE ZERO.
       77  WS-PRM-RID     PIC X(08) VALUE 'LOCKPRM'.
       77  WS-VALID-SW    PIC X(01) VALUE 'N'.
           88 WS-VALID    VALUE 'Y'.
       77  WS-CHG-COUNT   PIC S9(4) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT PIC S9(4) COMP VALUE ZERO.
      / A LOCKOUT-MAX move held for a second administrator
       77  WS-HOLD-SW     PIC X(01) VALUE 'N'.
           88 WS-HOLD-LOCKOUT VALUE 'Y'.
       77  WS-HELD-SW     PIC X(01) VALUE 'N'.
           88 WS-HELD-OK  VALUE 'Y'.
       77  WS-REQ-LOCKOUT PIC 9(04) VALUE ZERO.
      / Action the next audit event is written under
       77  WS-AUD-ACTION  PIC X(07) VALUE SPACES.
      / Keyed values after zero-filling, old values for the audit
       01  WS-NEW-VALUES.
           02 WS-NEW-LOCKOUT PIC 9(04).
           02 WS-NEW-DORWRN  PIC 9(04).
           02 WS-NEW-IDLE    PIC 9(04).
           02 WS-NEW-REDRIVE PIC 9(04).
           02 WS-NEW-PEXP    PIC 9(04).
           02 WS-NEW-HRET    PIC 9(04).
           02 WS-NEW-ARET    PIC 9(04).
       01  WS-OLD-VALUES.
           02 WS-OLD-LOCKOUT PIC 9(04).
           02 WS-OLD-DORMAX  PIC 9(04).
           02 WS-OLD-DORWRN  PIC 9(04).
           02 WS-OLD-IDLE    PIC 9(04).
           02 WS-OLD-REDRIVE PIC 9(04).
           02 WS-OLD-PEXP    PIC 9(04).
           02 WS-OLD-HRET    PIC 9(04).
           02 WS-OLD-ARET    PIC 9(04).
      / One parameter change on its way to the audit queue
       77  WS-CHG-NAME    PIC X(08) VALUE SPACES.
       77  WS-CHG-OLD     PIC 9(04) VALUE ZERO.
       01 FILE-VALUES.
           02  PRMFILE-NAME PIC X(08) VALUE 'PRMFILE'.
           02  USRFILE-NAME PIC X(08) VALUE 'USRFILE'.
           02  PNDFILE-NAME PIC X(08) VALUE 'PNDFILE'.
       01 PROGRAM-VALUES.
           02  AUDW-PGM-NAME PIC X(08) VALUE 'PGMMS1'.
           02  OWN-TRANSID   PIC X(04) VALUE 'CF08'.
       01 TEXT-DISPLAYED.
           02 MAPFAIL-DISP PIC X(23) VALUE
               'IDLE MINUTES MUST BE 1 TO 1440'.
           02 REDRRNG-DISP PIC X(38) VALUE
               'REDRIVE MINUTES MUST BE 1 TO 1440'.
           02 PEXPRNG-DISP PIC X(35) VALUE
               'EXPIRY HOURS MUST BE 1 TO 168'.
           02 HRETRNG-DISP PIC X(34) VALUE
               'RETAIN DAYS MUST BE 1 TO 3650'.
           02 ARETRNG-DISP PIC X(34) VALUE
               'ALERT RETAIN MUST BE 1 TO 3650'.
           02 LKHELD-DISP  PIC X(36) VALUE
               'LOCKOUT MAX HELD FOR APPROVAL (CF12)'.
           02 UPDHELD-DISP PIC X(37) VALUE
               'UPDATED - LOCKOUT MAX HELD FOR CF12'.
           02 SYSERR-DISP  PIC X(25) VALUE
               'SYSTEM ERROR - SEE ADMIN'.
       01 WS-COMMAREA.
                   MOVE SPACES TO DWRNPMO
                   MOVE SPACES TO IDLEPMO
                   MOVE SPACES TO REDRPMO
                   MOVE SPACES TO PEXPPMO
                   MOVE SPACES TO HRETPMO
                   MOVE SPACES TO ARETPMO
                   MOVE NOTAUTH-DISP TO MESSPMO
               WHEN WS-FIRST-TIME
                   PERFORM 5110-SHOW-PARMS
                       MOVE ALERT-REDRIVE-MINS TO WS-NEW-REDRIVE
                       MOVE WS-NEW-REDRIVE TO REDRPMO
                   END-IF
                   IF PRM-PEND-EXPIRY NUMERIC
                       MOVE PRM-PEND-EXPIRY TO PEXPPMO
                   ELSE
                       MOVE PEND-EXPIRY-HOURS TO WS-NEW-PEXP
                       MOVE WS-NEW-PEXP TO PEXPPMO
                   END-IF
                   IF PRM-HIST-RETAIN NUMERIC
                       MOVE PRM-HIST-RETAIN TO HRETPMO
                   ELSE
                       MOVE HIST-RETAIN-DAYS TO WS-NEW-HRET
                       MOVE WS-NEW-HRET TO HRETPMO
                   END-IF
                   IF PRM-ALERT-RETAIN NUMERIC
                       MOVE PRM-ALERT-RETAIN TO ARETPMO
                   ELSE
                       MOVE ALERT-RETAIN-DAYS TO WS-NEW-ARET
                       MOVE WS-NEW-ARET TO ARETPMO
                   END-IF
                   MOVE SHOWN-DISP TO MESSPMO
               WHEN WS-PRM-RESP = DFHRESP(NOTFND)
      *            No record yet - show the compiled LOCKPRM
           MOVE WS-NEW-IDLE TO IDLEPMO
           MOVE ALERT-REDRIVE-MINS TO WS-NEW-REDRIVE
           MOVE WS-NEW-REDRIVE TO REDRPMO
           MOVE PEND-EXPIRY-HOURS TO WS-NEW-PEXP
           MOVE WS-NEW-PEXP TO PEXPPMO
           MOVE HIST-RETAIN-DAYS TO WS-NEW-HRET
           MOVE WS-NEW-HRET TO HRETPMO
           MOVE ALERT-RETAIN-DAYS TO WS-NEW-ARET
           MOVE WS-NEW-ARET TO ARETPMO
           .

       5120-UPDATE-PARMS.
           MOVE REDRPMI TO WS-EDIT-VALUE
           PERFORM 5127-ZERO-FILL
           MOVE WS-EDIT-VALUE TO REDRPMI
           MOVE PEXPPMI TO WS-EDIT-VALUE
           PERFORM 5127-ZERO-FILL
           MOVE WS-EDIT-VALUE TO PEXPPMI
           MOVE HRETPMI TO WS-EDIT-VALUE
           PERFORM 5127-ZERO-FILL
           MOVE WS-EDIT-VALUE TO HRETPMI
           MOVE ARETPMI TO WS-EDIT-VALUE
           PERFORM 5127-ZERO-FILL
           MOVE WS-EDIT-VALUE TO ARETPMI

           EVALUATE TRUE
               WHEN LMAXPMI NOT NUMERIC
                 OR DWRNPMI NOT NUMERIC
                 OR IDLEPMI NOT NUMERIC
                 OR REDRPMI NOT NUMERIC
                 OR PEXPPMI NOT NUMERIC
                 OR HRETPMI NOT NUMERIC
                 OR ARETPMI NOT NUMERIC
                   MOVE NOTNUM-DISP TO MESSPMO
                   MOVE 'N' TO WS-VALID-SW
               WHEN OTHER
                   MOVE DWRNPMI TO WS-NEW-DORWRN
                   MOVE IDLEPMI TO WS-NEW-IDLE
                   MOVE REDRPMI TO WS-NEW-REDRIVE
                   MOVE PEXPPMI TO WS-NEW-PEXP
                   MOVE HRETPMI TO WS-NEW-HRET
                   MOVE ARETPMI TO WS-NEW-ARET
                   EVALUATE TRUE
                       WHEN WS-NEW-LOCKOUT = ZERO
                         OR WS-NEW-DORMAX = ZERO
                         OR WS-NEW-DORWRN = ZERO
                         OR WS-NEW-IDLE = ZERO
                         OR WS-NEW-REDRIVE = ZERO
                         OR WS-NEW-PEXP = ZERO
                         OR WS-NEW-HRET = ZERO
                         OR WS-NEW-ARET = ZERO
                           MOVE ZEROVAL-DISP TO MESSPMO
                           MOVE 'N' TO WS-VALID-SW
                       WHEN WS-NEW-DORWRN >= WS-NEW-DORMAX
                       WHEN WS-NEW-REDRIVE > 1440
                           MOVE REDRRNG-DISP TO MESSPMO
                           MOVE 'N' TO WS-VALID-SW
                       WHEN WS-NEW-PEXP > 168
                           MOVE PEXPRNG-DISP TO MESSPMO
                           MOVE 'N' TO WS-VALID-SW
                       WHEN WS-NEW-HRET > 3650
                           MOVE HRETRNG-DISP TO MESSPMO
                           MOVE 'N' TO WS-VALID-SW
                       WHEN WS-NEW-ARET > 3650
                           MOVE ARETRNG-DISP TO MESSPMO
                           MOVE 'N' TO WS-VALID-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           EVALUATE TRUE
               WHEN WS-PRM-RESP = DFHRESP(NORMAL)
                   PERFORM 5135-CAPTURE-OLD
                   PERFORM 5140-CHECK-HOLD
                   PERFORM 5150-BUILD-RECORD
                   EXEC CICS REWRITE
                       FILE(PRMFILE-NAME)
                   MOVE DORMANT-WARN-DAYS TO WS-OLD-DORWRN
                   MOVE SESSION-IDLE-MINS TO WS-OLD-IDLE
                   MOVE ALERT-REDRIVE-MINS TO WS-OLD-REDRIVE
                   MOVE PEND-EXPIRY-HOURS TO WS-OLD-PEXP
                   MOVE HIST-RETAIN-DAYS TO WS-OLD-HRET
                   MOVE ALERT-RETAIN-DAYS TO WS-OLD-ARET
                   PERFORM 5140-CHECK-HOLD
                   PERFORM 5150-BUILD-RECORD
                   EXEC CICS WRITE
                       FILE(PRMFILE-NAME)

           IF WS-PRM-RESP = DFHRESP(NORMAL)
               PERFORM 5160-AUDIT-CHANGES
               MOVE WS-CHG-COUNT TO WS-APPLIED-COUNT
               IF WS-HOLD-LOCKOUT
                   PERFORM 5180-HOLD-LOCKOUT
               END-IF
               EVALUATE TRUE
                   WHEN WS-HOLD-LOCKOUT AND NOT WS-HELD-OK
                       MOVE SYSERR-DISP TO MESSPMO
                   WHEN WS-HELD-OK AND WS-APPLIED-COUNT = ZERO
                       MOVE LKHELD-DISP TO MESSPMO
                   WHEN WS-HELD-OK
                       MOVE UPDHELD-DISP TO MESSPMO
                   WHEN WS-APPLIED-COUNT = ZERO
                       MOVE NOCHG-DISP TO MESSPMO
                   WHEN OTHER
                       MOVE UPDATED-DISP TO MESSPMO
               END-EVALUATE
      *        The live lockout value goes back, not the keyed one -
      *        a held move has not happened yet.
               MOVE WS-NEW-LOCKOUT TO LMAXPMO
               MOVE DMAXPMI TO DMAXPMO
               MOVE DWRNPMI TO DWRNPMO
               MOVE IDLEPMI TO IDLEPMO
               MOVE REDRPMI TO REDRPMO
               MOVE PEXPPMI TO PEXPPMO
               MOVE HRETPMI TO HRETPMO
               MOVE ARETPMI TO ARETPMO
           ELSE
               MOVE SYSERR-DISP TO MESSPMO
           END-IF
           ELSE
               MOVE ZERO TO WS-OLD-REDRIVE
           END-IF
           IF PRM-PEND-EXPIRY NUMERIC
               MOVE PRM-PEND-EXPIRY TO WS-OLD-PEXP
           ELSE
               MOVE ZERO TO WS-OLD-PEXP
           END-IF
           IF PRM-HIST-RETAIN NUMERIC
               MOVE PRM-HIST-RETAIN TO WS-OLD-HRET
           ELSE
               MOVE ZERO TO WS-OLD-HRET
           END-IF
           IF PRM-ALERT-RETAIN NUMERIC
               MOVE PRM-ALERT-RETAIN TO WS-OLD-ARET
           ELSE
               MOVE ZERO TO WS-OLD-ARET
           END-IF
           .

       5140-CHECK-HOLD.
      *    A LOCKOUT-MAX move is never applied here.  The keyed
      *    value is set aside for the pending request and the
      *    record is rebuilt with the live one, so the rest of the
      *    update - and its audit - goes through as if the lockout
      *    value had been left alone.
           IF WS-NEW-LOCKOUT NOT = WS-OLD-LOCKOUT
               SET WS-HOLD-LOCKOUT TO TRUE
               MOVE WS-NEW-LOCKOUT TO WS-REQ-LOCKOUT
               MOVE WS-OLD-LOCKOUT TO WS-NEW-LOCKOUT
           END-IF
           .

       5150-BUILD-RECORD.
           MOVE WS-NEW-DORWRN TO PRM-DORMANT-WARN
           MOVE WS-NEW-IDLE TO PRM-SESSION-IDLE
           MOVE WS-NEW-REDRIVE TO PRM-ALERT-REDRIVE
           MOVE WS-NEW-PEXP TO PRM-PEND-EXPIRY
           MOVE WS-NEW-HRET TO PRM-HIST-RETAIN
           MOVE WS-NEW-ARET TO PRM-ALERT-RETAIN
           .

       5160-AUDIT-CHANGES.
      *    One event per value actually moved - an unchanged value
      *    is not a change and writes nothing.
           MOVE ZERO TO WS-CHG-COUNT
           MOVE 'PARMCHG' TO WS-AUD-ACTION

           IF WS-NEW-LOCKOUT NOT = WS-OLD-LOCKOUT
               MOVE 'LOCKMAX' TO WS-CHG-NAME
               MOVE WS-NEW-REDRIVE TO WS-CHG-NEW
               PERFORM 5170-WRITE-AUDIT
           END-IF
           IF WS-NEW-PEXP NOT = WS-OLD-PEXP
               MOVE 'PENDEXP' TO WS-CHG-NAME
               MOVE WS-OLD-PEXP TO WS-CHG-OLD
               MOVE WS-NEW-PEXP TO WS-CHG-NEW
               PERFORM 5170-WRITE-AUDIT
           END-IF
           IF WS-NEW-HRET NOT = WS-OLD-HRET
               MOVE 'HISTRET' TO WS-CHG-NAME
               MOVE WS-OLD-HRET TO WS-CHG-OLD
               MOVE WS-NEW-HRET TO WS-CHG-NEW
               PERFORM 5170-WRITE-AUDIT
           END-IF
           IF WS-NEW-ARET NOT = WS-OLD-ARET
               MOVE 'ALRTRET' TO WS-CHG-NAME
               MOVE WS-OLD-ARET TO WS-CHG-OLD
               MOVE WS-NEW-ARET TO WS-CHG-NEW
               PERFORM 5170-WRITE-AUDIT
           END-IF
           .

       5170-WRITE-AUDIT.
      *    Only reached after the PRMFILE write (or the PNDFILE
      *    hold) actually stuck.  Type 'M' PARMCHG - or REQUEST for
      *    a held LOCKOUT-MAX move - with the parameter name and the
      *    value before and after, so the digest's maintenance
      *    section shows the move itself, not just that one happened.
           ADD 1 TO WS-CHG-COUNT

           MOVE SPACES TO AUD-USERMPI
           MOVE EIBTRMID TO AUD-TERM-ID
           MOVE WS-AUD-ACTION TO AUD-OUTCOME
           MOVE 'M' TO AUD-REC-TYPE
           MOVE WS-OPER-USRID TO AUD-ADMIN-ID
           MOVE WS-CHG-NAME TO AUD-PARM-NAME
           MOVE WS-CHG-OLD TO AUD-OLD-VALUE
           MOVE WS-CHG-NEW TO AUD-NEW-VALUE
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
      *        Same stance as the other AUDQ writers: the change is
           END-IF
           .

       5180-HOLD-LOCKOUT.
      *    Same PENDING record PGMMP2 holds its changes on, action
      *    PARMCHG with the value as it stood and as keyed.  The
      *    expiry is the pending-expiry hours this same update just
      *    left on PRMFILE.
           MOVE SPACES TO PND-RECORD
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(PND-REQ-DATE)
               TIME(PND-REQ-TIME)
           END-EXEC

           MOVE EIBTRMID TO PND-REQ-TERM
           MOVE 'PARMCHG' TO PND-ACTION
           MOVE WS-OPER-USRID TO PND-REQUESTER
           SET PND-PENDING TO TRUE
           COMPUTE PND-EXPIRES-ABS =
               WS-ABSTIME + WS-NEW-PEXP * 3600000

           EXEC CICS FORMATTIME
               ABSTIME(PND-EXPIRES-ABS)
               YYYYMMDD(PND-EXP-DATE)
               TIME(PND-EXP-TIME)
           END-EXEC

           MOVE 'LOCKMAX' TO PND-PARM-NAME
           MOVE WS-OLD-LOCKOUT TO PND-OLD-VALUE
           MOVE WS-REQ-LOCKOUT TO PND-NEW-VALUE

           EXEC CICS WRITE
               FILE(PNDFILE-NAME)
               FROM(PND-RECORD)
               RIDFLD(PND-KEY)
               RESP(WS-PND-RESP)
           END-EXEC

           IF WS-PND-RESP = DFHRESP(NORMAL)
               SET WS-HELD-OK TO TRUE
               MOVE 'REQUEST' TO WS-AUD-ACTION
               MOVE 'LOCKMAX' TO WS-CHG-NAME
               MOVE WS-OLD-LOCKOUT TO WS-CHG-OLD
               MOVE WS-REQ-LOCKOUT TO WS-CHG-NEW
               PERFORM 5170-WRITE-AUDIT
           END-IF
           .

       5010-CICS-SEND.
      *    MDT preset on the value fields every time, so an
      *    untouched value transmits back on the next U.
           MOVE ATTR-UNPROT-MDT TO DWRNPMIA
           MOVE ATTR-UNPROT-MDT TO IDLEPMIA
           MOVE ATTR-UNPROT-MDT TO REDRPMIA
           MOVE ATTR-UNPROT-MDT TO PEXPPMIA
           MOVE ATTR-UNPROT-MDT TO HRETPMIA
           MOVE ATTR-UNPROT-MDT TO ARETPMIA

           IF WS-FIRST-TIME
               EXEC CICS SEND
