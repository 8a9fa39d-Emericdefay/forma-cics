      *     60, or not at all).  Audited like the rest, action
      *     RESTRCT.  ADD starts a record unrestricted, same as
      *     every row written before the fields existed.
      *   - New 'O' function names the id's recertification owner
      *     (USR-OWNER-ID) - the manager who certifies or revokes it
      *     on the CF11 screen each quarter.  ADD takes the owner
      *     too when one is keyed.  The owner has to be an id on
      *     USRFILE already, and never the target itself; blank
      *     clears it.  Audited like the rest, action OWNER.
      *   - Dual control: DELETE, RESET and the 'T' restrictions no
      *     longer touch USRFILE here.  Each is edited as before,
      *     then held as a PENDING request on PNDFILE (5180-HOLD-
      *     REQUEST) for a second administrator to approve or
      *     reject on the CF12 screen (PGMMPC), which applies it.
      *     New 'G' and 'X' functions grant and remove USR-ROLE-
      *     ADMIN the same way - the role used to be set by hand
      *     outside the system.  Asking is audited as a REQUEST
      *     event carrying the held action; the change itself is
      *     audited by PGMMPC with both administrators on it.  A
      *     request expires after the PRMFILE pending-expiry hours.
      *     ADD and OWNER still apply at once.
      *   - Audit events go to AUDQ through a LINK to the PGMMS1
      *     audit writer, which numbers and chains every record on
      *     the trail, instead of a WRITEQ here.
      *   - New 'E' function sets the id's expiry date (USR-EXPIRY-
      *     DATE), the last day a contractor or temporary id may
      *     sign on; ADD takes one too when it is keyed.  It has to
      *     be a real YYYYMMDD date no earlier than today; blank
      *     clears it.  Applied at once like OWNER - it only ever
      *     narrows what the id can do - and audited, action EXPIRY,
      *     with the new date (or NEVER) in the parameter slot.
      *     Unlocking an id the nightly expiry run has locked is
      *     still a held RESET.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY USRFILE.
      / Copybook for the sign-on/maintenance audit TD queue record
       COPY AUDREC.
      / COMMAREA for the PGMMS1 audit writer, which puts AUD-RECORD
      / on AUDQ numbered and chained
       COPY AUDWCOM.
      / Copybook for the PNDFILE dual-control pending-change record
       COPY PNDREC.
      / Copybook for the PRMFILE policy-parameter record
       COPY PRMREC.
      / Copybook for the shared lockout-policy defaults - the
      / pending-expiry hours when PRMFILE has none
       COPY LOCKPRM.
      / CICS variables
       77  WS-CICS-RET    PIC S9(4) COMP VALUE ZERO.
       77  WS-FILE-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-AUTH-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-ABSTIME     PIC S9(15) COMP VALUE ZERO.
       77  WS-WRITEQ-RESP PIC S9(4) COMP VALUE ZERO.
       77  WS-PND-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-PRM-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-PRM-RID     PIC X(08) VALUE 'LOCKPRM'.
       77  WS-TODAY       PIC X(08) VALUE SPACES.
      / Maintenance action carried into 5140-WRITE-AUDIT, and the
      / held action a REQUEST event names in the parameter slot
       77  WS-MAINT-ACTION PIC X(07) VALUE SPACES.
       77  WS-AUD-PARM    PIC X(08) VALUE SPACES.
      / Action being held on PNDFILE for a second administrator
       77  WS-PEND-ACTION PIC X(07) VALUE SPACES.
      / Recertification owner as keyed, low-values cleaned to spaces
       77  WS-OWNER       PIC X(07) VALUE SPACES.
       77  WS-OWNER-SW    PIC X(01) VALUE 'N'.
           88 WS-OWNER-OK  VALUE 'Y'.
           88 WS-OWNER-BAD VALUE 'N'.
      / Expiry date as keyed, low-values cleaned to spaces, with a
      / numeric view for the calendar check
       01  WS-EXPIRY      PIC X(08) VALUE SPACES.
       01  WS-EXPIRY-NUM REDEFINES WS-EXPIRY PIC 9(08).
       77  WS-EXPIRY-SW   PIC X(01) VALUE 'N'.
           88 WS-EXPIRY-OK  VALUE 'Y'.
           88 WS-EXPIRY-BAD VALUE 'N'.
      / Restriction fields as keyed, low-values cleaned to spaces,
      / the window split for the hour/minute sanity check
       77  WS-TGRP        PIC X(04) VALUE SPACES.
           02    MAP-NAME PIC X(05) VALUE 'CF01M'.
       01 FILE-VALUES.
           02  USRFILE-NAME PIC X(08) VALUE 'USRFILE'.
           02  PNDFILE-NAME PIC X(08) VALUE 'PNDFILE'.
           02  PRMFILE-NAME PIC X(08) VALUE 'PRMFILE'.
       01 PROGRAM-VALUES.
           02  AUDW-PGM-NAME PIC X(08) VALUE 'PGMMS1'.
       01 TEXT-DISPLAYED.
           02 ADDED-DISP   PIC X(10) VALUE 'USER ADDED'.
           02 HELD-DISP    PIC X(38) VALUE
               'HELD FOR SECOND ADMIN APPROVAL (CF12)'.
           02 CLASH-DISP   PIC X(28) VALUE
               'REQUEST CLASH - PLEASE RETRY'.
           02 ISADMIN-DISP PIC X(24) VALUE
               'ALREADY AN ADMINISTRATOR'.
           02 NOTADM-DISP  PIC X(20) VALUE 'NOT AN ADMINISTRATOR'.
           02 DUPREC-DISP  PIC X(21) VALUE 'USER ALREADY ON FILE'.
           02 NOTFND-DISP  PIC X(14) VALUE 'USER NOT FOUND'.
           02 MAPFAIL-DISP PIC X(29) VALUE
               'REENTER USER ID AND FUNCTION'.
           02 RECVERR-DISP PIC X(25) VALUE
               'TERMINAL ERROR - REENTER'.
           02 BADFUNC-DISP PIC X(34) VALUE
               'INVALID FUNCTION - A/D/R/T/O/G/X/E'.
           02 BADWIN-DISP  PIC X(36) VALUE
               'WINDOW MUST BE HHMM-HHMM OR BLANK'.
           02 OWNER-DISP   PIC X(09) VALUE 'OWNER SET'.
           02 EXPIRY-DISP  PIC X(10) VALUE 'EXPIRY SET'.
           02 BADEXP-DISP  PIC X(39) VALUE
               'EXPIRY MUST BE YYYYMMDD, TODAY OR LATER'.
           02 NOOWNR-DISP  PIC X(17) VALUE 'OWNER NOT ON FILE'.
           02 SELFOWN-DISP PIC X(23) VALUE 'AN ID CANNOT OWN ITSELF'.
           02 NOTAUTH-DISP PIC X(14) VALUE 'NOT AUTHORIZED'.
           02 SYSERR-DISP  PIC X(25) VALUE
               'SYSTEM ERROR - SEE ADMIN'.
                   IF WS-ADMIN
                       EVALUATE FUNCMPI
                           WHEN 'A'
                               PERFORM 5160-EDIT-OWNER
                               IF WS-OWNER-OK
                                   PERFORM 5155-EDIT-EXPIRY
                               END-IF
                               IF WS-OWNER-OK AND WS-EXPIRY-OK
                                   PERFORM 5110-ADD-USER
                               END-IF
                           WHEN 'D'
                               PERFORM 5120-REQUEST-DELETE
                           WHEN 'R'
                               PERFORM 5130-REQUEST-RESET
                           WHEN 'T'
                               PERFORM 5135-SET-RESTRICTS
                           WHEN 'G'
                               PERFORM 5170-REQUEST-GRANT
                           WHEN 'X'
                               PERFORM 5175-REQUEST-REMOVE
                           WHEN 'O'
                               PERFORM 5160-EDIT-OWNER
                               IF WS-OWNER-OK
                                   PERFORM 5165-SET-OWNER
                               END-IF
                           WHEN 'E'
                               PERFORM 5155-EDIT-EXPIRY
                               IF WS-EXPIRY-OK
                                   PERFORM 5167-SET-EXPIRY
                               END-IF
                           WHEN OTHER
                               MOVE BADFUNC-DISP TO MESSMPO
                       END-EVALUATE
           MOVE SPACES TO USR-TERM-GROUP
           MOVE SPACES TO USR-WINDOW-FROM
           MOVE SPACES TO USR-WINDOW-TO
           MOVE WS-OWNER TO USR-OWNER-ID
           MOVE WS-EXPIRY TO USR-EXPIRY-DATE
      *    Creation date starts the dormancy clock - blank would
      *    read "never signed on" to the PGMMB2 sweep.
           MOVE WS-TODAY TO USR-LAST-SIGNON
           END-EVALUATE
           .

       5120-REQUEST-DELETE.
      *    Held, not applied - the delete happens when a second
      *    administrator approves it on CF12.  The id has to be on
      *    file now, or there is nothing to ask about.
           MOVE 'DELETE' TO WS-PEND-ACTION
           PERFORM 5185-READ-TARGET

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM 5180-HOLD-REQUEST
           END-IF
           .

       5130-REQUEST-RESET.
           MOVE 'RESET' TO WS-PEND-ACTION
           PERFORM 5185-READ-TARGET

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM 5180-HOLD-REQUEST
           END-IF
           .

       5135-SET-RESTRICTS.

           EVALUATE TRUE
               WHEN WS-WFROM = SPACES AND WS-WTO = SPACES
                   PERFORM 5137-REQUEST-RESTRICTS
               WHEN WS-WFROM NUMERIC AND WS-WTO NUMERIC
                   AND WS-WF-HH < '24' AND WS-WF-MM < '60'
                   AND WS-WT-HH < '24' AND WS-WT-MM < '60'
                   PERFORM 5137-REQUEST-RESTRICTS
               WHEN OTHER
                   MOVE BADWIN-DISP TO MESSMPO
           END-EVALUATE
           .

       5137-REQUEST-RESTRICTS.
      *    The edited values travel on the pending record; PGMMPC
      *    applies exactly what was checked here.
           MOVE 'RESTRCT' TO WS-PEND-ACTION
           PERFORM 5185-READ-TARGET

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               PERFORM 5180-HOLD-REQUEST
           END-IF
           .

       5140-WRITE-AUDIT.
      *    Only reached after a USRFILE change actually stuck, or a
      *    request for one was held on PNDFILE, so the target id on
      *    the screen is the target id on the file.  The
      *    admin id was already fetched by 5105-CHECK-AUTHORITY -
      *    nothing gets this far without passing it.
           MOVE USERMPI TO AUD-USERMPI
           MOVE EIBTRMID TO AUD-TERM-ID
           MOVE WS-MAINT-ACTION TO AUD-OUTCOME
           MOVE 'M' TO AUD-REC-TYPE
           MOVE WS-OPER-USRID TO AUD-ADMIN-ID
           MOVE WS-AUD-PARM TO AUD-PARM-NAME
           MOVE ZERO TO AUD-OLD-VALUE
           MOVE ZERO TO AUD-NEW-VALUE
           MOVE SPACES TO AUD-APPR-ID

           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(AUD-DATE)
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
      *        Same stance as PGMMP1's sign-on audit: the maintenance
      *        action already stuck on USRFILE, and there is no second
      *        channel to escalate an audit-write failure to; swallow
      *        it rather than abending the task over a full queue.
               CONTINUE
           END-IF
           .

       5150-GET-TODAY.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC
           .

       5155-EDIT-EXPIRY.
      *    Blank is allowed - the id never expires.  Anything keyed
      *    has to be a real calendar date, and not already past: an
      *    expiry in the past would lock the id out at its very next
      *    sign-on, which is a DELETE or a held RESET's business, not
      *    this one's.  Today itself is fine - the id runs out at the
      *    end of the day.
           SET WS-EXPIRY-OK TO TRUE
           MOVE EXPRMPI TO WS-EXPIRY
           IF WS-EXPIRY = LOW-VALUES
               MOVE SPACES TO WS-EXPIRY
           END-IF

           IF WS-EXPIRY NOT = SPACES
               PERFORM 5150-GET-TODAY
               EVALUATE TRUE
                   WHEN WS-EXPIRY NOT NUMERIC
                       SET WS-EXPIRY-BAD TO TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-NUM)
                           NOT = ZERO
                       SET WS-EXPIRY-BAD TO TRUE
                   WHEN WS-EXPIRY < WS-TODAY
                       SET WS-EXPIRY-BAD TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-EXPIRY-BAD
                   MOVE BADEXP-DISP TO MESSMPO
               END-IF
           END-IF
           .

       5160-EDIT-OWNER.
      *    Blank is allowed - it clears the owner, or adds an id with
      *    none named yet.  Anything keyed has to be a real USRFILE
      *    id, and not the target itself: an id certifying its own
      *    access is no review at all.
           SET WS-OWNER-OK TO TRUE
           MOVE OWNRMPI TO WS-OWNER
           IF WS-OWNER = LOW-VALUES
               MOVE SPACES TO WS-OWNER
           END-IF

           EVALUATE TRUE
               WHEN WS-OWNER = SPACES
                   CONTINUE
               WHEN WS-OWNER = USERMPI
                   SET WS-OWNER-BAD TO TRUE
                   MOVE SELFOWN-DISP TO MESSMPO
               WHEN OTHER
                   EXEC CICS READ
                       FILE(USRFILE-NAME)
                       INTO(USR-RECORD)
                       RIDFLD(WS-OWNER)
                       RESP(WS-FILE-RESP)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-FILE-RESP = DFHRESP(NORMAL)
                           CONTINUE
                       WHEN WS-FILE-RESP = DFHRESP(NOTFND)
                           SET WS-OWNER-BAD TO TRUE
                           MOVE NOOWNR-DISP TO MESSMPO
                       WHEN OTHER
                           SET WS-OWNER-BAD TO TRUE
                           MOVE SYSERR-DISP TO MESSMPO
                   END-EVALUATE
           END-EVALUATE
           .

       5165-SET-OWNER.
           EXEC CICS READ
               FILE(USRFILE-NAME)
               INTO(USR-RECORD)

           EVALUATE TRUE
               WHEN WS-FILE-RESP = DFHRESP(NORMAL)
                   MOVE WS-OWNER TO USR-OWNER-ID

                   EXEC CICS REWRITE
                       FILE(USRFILE-NAME)
                   END-EXEC

                   IF WS-FILE-RESP = DFHRESP(NORMAL)
                       MOVE OWNER-DISP TO MESSMPO
                       MOVE 'OWNER' TO WS-MAINT-ACTION
                       PERFORM 5140-WRITE-AUDIT
                   ELSE
                       MOVE SYSERR-DISP TO MESSMPO
           END-EVALUATE
           .

       5167-SET-EXPIRY.
           EXEC CICS READ
               FILE(USRFILE-NAME)
               INTO(USR-RECORD)
               RIDFLD(USERMPI)
               UPDATE
               RESP(WS-FILE-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-FILE-RESP = DFHRESP(NORMAL)
                   MOVE WS-EXPIRY TO USR-EXPIRY-DATE

                   EXEC CICS REWRITE
                       FILE(USRFILE-NAME)
                       FROM(USR-RECORD)
                       RESP(WS-FILE-RESP)
                   END-EXEC

                   IF WS-FILE-RESP = DFHRESP(NORMAL)
                       MOVE EXPIRY-DISP TO MESSMPO
                       MOVE 'EXPIRY' TO WS-MAINT-ACTION
      *                The new date rides in the parameter slot so the
      *                trail shows what it was set to.
                       IF WS-EXPIRY = SPACES
                           MOVE 'NEVER' TO WS-AUD-PARM
                       ELSE
                           MOVE WS-EXPIRY TO WS-AUD-PARM
                       END-IF
                       PERFORM 5140-WRITE-AUDIT
                   ELSE
                       MOVE SYSERR-DISP TO MESSMPO
                   END-IF
               WHEN WS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE NOTFND-DISP TO MESSMPO
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSMPO
           END-EVALUATE
           .

       5170-REQUEST-GRANT.
           MOVE 'ADMGRNT' TO WS-PEND-ACTION
           PERFORM 5185-READ-TARGET

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               IF USR-ROLE-ADMIN
                   MOVE ISADMIN-DISP TO MESSMPO
               ELSE
                   PERFORM 5180-HOLD-REQUEST
               END-IF
           END-IF
           .

       5175-REQUEST-REMOVE.
           MOVE 'ADMRMV' TO WS-PEND-ACTION
           PERFORM 5185-READ-TARGET

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               IF USR-ROLE-ADMIN
                   PERFORM 5180-HOLD-REQUEST
               ELSE
                   MOVE NOTADM-DISP TO MESSMPO
               END-IF
           END-IF
           .

       5180-HOLD-REQUEST.
      *    One PENDING record per request, keyed on when and where
      *    it was asked.  The expiry is fixed now, from the policy
      *    in force at the time of asking - a later change to the
      *    hours does not stretch or shorten requests already held.
           PERFORM 5190-LOAD-EXPIRY

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
           MOVE WS-PEND-ACTION TO PND-ACTION
           MOVE USERMPI TO PND-TARGET-ID
           MOVE WS-OPER-USRID TO PND-REQUESTER
           SET PND-PENDING TO TRUE
           COMPUTE PND-EXPIRES-ABS =
               WS-ABSTIME + PEND-EXPIRY-HOURS * 3600000

           EXEC CICS FORMATTIME
               ABSTIME(PND-EXPIRES-ABS)
               YYYYMMDD(PND-EXP-DATE)
               TIME(PND-EXP-TIME)
           END-EXEC

           IF WS-PEND-ACTION = 'RESTRCT'
               MOVE WS-TGRP TO PND-TERM-GROUP
               MOVE WS-WFROM TO PND-WINDOW-FROM
               MOVE WS-WTO TO PND-WINDOW-TO
           END-IF
           MOVE ZERO TO PND-OLD-VALUE
           MOVE ZERO TO PND-NEW-VALUE

           EXEC CICS WRITE
               FILE(PNDFILE-NAME)
               FROM(PND-RECORD)
               RIDFLD(PND-KEY)
               RESP(WS-PND-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-PND-RESP = DFHRESP(NORMAL)
                   MOVE HELD-DISP TO MESSMPO
                   MOVE 'REQUEST' TO WS-MAINT-ACTION
                   MOVE WS-PEND-ACTION TO WS-AUD-PARM
                   PERFORM 5140-WRITE-AUDIT
               WHEN WS-PND-RESP = DFHRESP(DUPREC)
      *            Same terminal, same second - only a double
      *            ENTER gets here.
                   MOVE CLASH-DISP TO MESSMPO
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSMPO
           END-EVALUATE
           .

       5185-READ-TARGET.
           EXEC CICS READ
               FILE(USRFILE-NAME)
               INTO(USR-RECORD)
               RIDFLD(USERMPI)
               RESP(WS-FILE-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-FILE-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE NOTFND-DISP TO MESSMPO
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSMPO
           END-EVALUATE
           .

       5190-LOAD-EXPIRY.
      *    Live policy off the PRMFILE record; the LOCKPRM VALUE
      *    clause is only the fallback for a missing record or one
      *    written before the hours were carved out of the filler.
           EXEC CICS READ
               FILE(PRMFILE-NAME)
               INTO(PRM-RECORD)
               RIDFLD(WS-PRM-RID)
               RESP(WS-PRM-RESP)
           END-EXEC

           IF WS-PRM-RESP = DFHRESP(NORMAL)
               AND PRM-PEND-EXPIRY NUMERIC
               AND PRM-PEND-EXPIRY > ZERO
               MOVE PRM-PEND-EXPIRY TO PEND-EXPIRY-HOURS
           END-IF
           .

       5010-CICS-SEND.
