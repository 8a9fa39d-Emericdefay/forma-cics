      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMPC.
      ******************************************************************
      * Pending-change approval screen (CF12) for mapset CF12M - the
      * second half of dual control.  PGMMP2 (delete, reset lockout,
      * set restrictions, grant or remove the admin role) and PGMMP8
      * (a LOCKOUT-MAX move) hold those changes as PENDING records
      * on PNDFILE instead of applying them; this screen lists the
      * requests still pending, oldest first, and lets a second
      * administrator approve or reject each one.  Approval is the
      * only place the held change is applied to USRFILE or
      * PRMFILE, with the same rules the original screens used to
      * apply it under.
      *
      * Nobody approves their own request, and nobody approves a
      * change to their own id - that is the whole point.  The
      * requester may reject (withdraw) their own request, which
      * harms nothing.  A request still pending when its expiry
      * time has passed shows EXPIRED and can only be closed: the
      * first approve or reject against it marks it EXPIRED
      * instead.  If the target id has been deleted since the
      * request was made, an approval closes the request NOT
      * APPLIED with nothing to change.
      *
      * Every approval is written to AUDQ under the action itself
      * (DELETE / RESET / RESTRCT / ADMGRNT / ADMRMV, or PARMCHG
      * with LOCKMAX old and new) with the requester in AUD-ADMIN-ID
      * and the approver in AUD-APPR-ID, so the trail shows both
      * people behind the change.  Rejections write REJECT and
      * expiries REQEXPD, naming the held action in the parameter
      * slot.  All of them go through the PGMMS1 audit writer, which
      * numbers and chains every AUDQ record.
      *
      * Functions: F pages forward, T restarts from the top, A or J
      * plus a row number approves or rejects that row.  Admin-only,
      * the same 5105-CHECK-AUTHORITY stance as PGMMP2.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      / Copybook from BMS Assembly - approval screen
       COPY MS0009.
      / Copybook for the PNDFILE dual-control pending-change record
       COPY PNDREC.
      / Copybook for the USRFILE user record
       COPY USRFILE.
      / Copybook for the PRMFILE policy-parameter record
       COPY PRMREC.
      / Copybook for the shared lockout-policy defaults - what a
      / PRMFILE record is first built from
       COPY LOCKPRM.
      / Copybook for the sign-on/maintenance audit TD queue record
       COPY AUDREC.
      / COMMAREA for the PGMMS1 audit writer, which puts AUD-RECORD
      / on AUDQ numbered and chained
       COPY AUDWCOM.
      / CICS variables
       77  WS-CICS-RET    PIC S9(4) COMP VALUE ZERO.
       77  WS-BRWS-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-PND-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-USR-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-PRM-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-AUTH-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-WRITEQ-RESP PIC S9(4) COMP VALUE ZERO.
       77  WS-ABSTIME     PIC S9(15) COMP VALUE ZERO.
       77  WS-TODAY       PIC X(08) VALUE SPACES.
       77  WS-PRM-RID     PIC X(08) VALUE 'LOCKPRM'.
      / Browse state
       77  WS-BRWS-KEY    PIC X(18) VALUE LOW-VALUES.
       77  WS-RID         PIC X(18) VALUE LOW-VALUES.
       77  WS-ROW-CNT     PIC S9(4) COMP VALUE ZERO.
       77  WS-IDX         PIC S9(4) COMP VALUE ZERO.
       77  WS-SEL-NUM     PIC 9(02) VALUE ZERO.
      / Row number as keyed - a single digit is right-shifted and
      / zero-filled before the numeric test, so '5' works like '05'
       01  WS-SEL-IN.
           02 WS-SEL-C1   PIC X(01).
           02 WS-SEL-C2   PIC X(01).
       77  WS-FIRST-SW    PIC X(01) VALUE 'N'.
           88 WS-FIRST-TIME VALUE 'Y'.
       77  WS-SKIP-SW     PIC X(01) VALUE 'N'.
           88 WS-SKIP-FIRST VALUE 'Y'.
       77  WS-BRWS-DONE-SW PIC X(01) VALUE 'N'.
           88 WS-BRWS-DONE VALUE 'Y'.
      / The request being decided, and how applying it went
       77  WS-DEC-KEY     PIC X(18) VALUE SPACES.
       77  WS-DECISION    PIC X(01) VALUE SPACE.
           88 WS-DEC-APPROVE VALUE 'A'.
           88 WS-DEC-REJECT  VALUE 'J'.
       77  WS-APPLY-SW    PIC X(01) VALUE 'E'.
           88 WS-APPLY-OK   VALUE 'Y'.
           88 WS-APPLY-GONE VALUE 'G'.
           88 WS-APPLY-ERR  VALUE 'E'.
      / Lockout value live on PRMFILE when an approved move lands
       77  WS-LIVE-OLD    PIC 9(04) VALUE ZERO.
      / One event on its way to the audit queue
       77  WS-AUD-ACTION  PIC X(07) VALUE SPACES.
       77  WS-AUD-APPR    PIC X(07) VALUE SPACES.
       77  WS-AUD-PARM    PIC X(08) VALUE SPACES.
       77  WS-AUD-OLD     PIC 9(04) VALUE ZERO.
       77  WS-AUD-NEW     PIC 9(04) VALUE ZERO.
      / Signed-on operator, as RACF knows it (8 bytes from ASSIGN
      / USERID; USRFILE keys are the first 7)
       01 WS-OPER-ID.
           02 WS-OPER-USRID PIC X(07).
           02 FILLER        PIC X(01).
       77  WS-ADMIN-SW    PIC X(01) VALUE 'N'.
           88 WS-ADMIN    VALUE 'Y'.
           88 WS-NOT-ADMIN VALUE 'N'.
      / Program values
       01 BMS-VALUES.
           02 MAPSET-NAME PIC X(05) VALUE 'CF12M'.
           02    MAP-NAME PIC X(05) VALUE 'CF12M'.
       01 FILE-VALUES.
           02  PNDFILE-NAME PIC X(08) VALUE 'PNDFILE'.
           02  USRFILE-NAME PIC X(08) VALUE 'USRFILE'.
           02  PRMFILE-NAME PIC X(08) VALUE 'PRMFILE'.
       01 PROGRAM-VALUES.
           02  AUDW-PGM-NAME PIC X(08) VALUE 'PGMMS1'.
           02  OWN-TRANSID   PIC X(04) VALUE 'CF12'.
       01 TEXT-DISPLAYED.
           02 MAPFAIL-DISP PIC X(29) VALUE
               'ENTER FUNCTION F, T, A, OR J'.
           02 RECVERR-DISP PIC X(25) VALUE
               'TERMINAL ERROR - REENTER'.
           02 BADFUNC-DISP PIC X(26) VALUE
               'INVALID FUNCTION - F/T/A/J'.
           02 BADSEL-DISP  PIC X(31) VALUE
               'INVALID ROW - A OR J NEEDS 1-10'.
           02 ENDFIL-DISP  PIC X(16) VALUE 'NO MORE REQUESTS'.
           02 NOPND-DISP   PIC X(19) VALUE 'NO REQUESTS PENDING'.
           02 APPLIED-DISP PIC X(20) VALUE 'APPROVED AND APPLIED'.
           02 REJECT-DISP  PIC X(16) VALUE 'REQUEST REJECTED'.
           02 WITHDRN-DISP PIC X(17) VALUE 'REQUEST WITHDRAWN'.
           02 DECIDED-DISP PIC X(16) VALUE 'ALREADY DECIDED'.
           02 EXPIRED-DISP PIC X(30) VALUE
               'REQUEST HAS EXPIRED - CLOSED'.
           02 OWNREQ-DISP  PIC X(26) VALUE
               'CANNOT APPROVE OWN REQUEST'.
           02 OWNID-DISP   PIC X(33) VALUE
               'CANNOT APPROVE A CHANGE TO OWN ID'.
           02 GONE-DISP    PIC X(35) VALUE
               'TARGET ID NOT ON FILE - NOT APPLIED'.
           02 NOREQ-DISP   PIC X(17) VALUE 'REQUEST NOT FOUND'.
           02 NOTAUTH-DISP PIC X(14) VALUE 'NOT AUTHORIZED'.
           02 SYSERR-DISP  PIC X(25) VALUE
               'SYSTEM ERROR - SEE ADMIN'.
       01 WS-ROW-LINE.
           02 WS-ROW-REQ-DATE PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 WS-ROW-REQ-TIME PIC X(06).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-BY     PIC X(07).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-ACTION PIC X(07).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-TARGET PIC X(07).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-DETAIL PIC X(18).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-EXPIRES.
               03 WS-ROW-EXP-DATE PIC X(08).
               03 FILLER          PIC X(01).
               03 WS-ROW-EXP-HHMM PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
      / Detail column for a RESTRCT request ...
       01 WS-DTL-RESTR.
           02 FILLER        PIC X(03) VALUE 'TG='.
           02 WS-DTL-TGRP   PIC X(04).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 WS-DTL-WFROM  PIC X(04).
           02 WS-DTL-DASH   PIC X(01).
           02 WS-DTL-WTO    PIC X(04).
      / ... and for a PARMCHG one
       01 WS-DTL-PARM.
           02 WS-DTL-PNAME  PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 WS-DTL-OLD    PIC ZZZ9.
           02 FILLER        PIC X(01) VALUE '>'.
           02 WS-DTL-NEW    PIC ZZZ9.
       01 WS-COMMAREA.
           02 WS-TOP-KEY  PIC X(18) VALUE LOW-VALUES.
           02 WS-BOT-KEY  PIC X(18) VALUE LOW-VALUES.
           02 WS-ROW-KEY  PIC X(18) OCCURS 10 TIMES.
      ******************************************************************
       LINKAGE SECTION.
      / COMMAREA carried between CF12M invocations of this transaction
       COPY PNDCOMM.
      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
           PERFORM 5000-CICS-RECEIVE.
           PERFORM 5100-CONDITIONS.
           PERFORM 5010-CICS-SEND.
           PERFORM 5090-CICS-RETURN.
           GOBACK.

       5000-CICS-RECEIVE.
           IF EIBCALEN >= LENGTH OF WS-COMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
               MOVE 'N' TO WS-FIRST-SW
               EXEC CICS RECEIVE
                   MAPSET(MAPSET-NAME)
                   MAP(MAP-NAME)
                   INTO(CF12MI)
                   RESP(WS-CICS-RET)
               END-EXEC
           ELSE
      *        First entry of the transaction - typed, or the XCTL
      *        from the menu.  Nothing on the screen to receive yet.
               MOVE 'Y' TO WS-FIRST-SW
               MOVE LOW-VALUES TO WS-TOP-KEY
               MOVE LOW-VALUES TO WS-BOT-KEY
               MOVE LOW-VALUES TO CF12MI
           END-IF
           .

       5100-CONDITIONS.
           PERFORM 5105-CHECK-AUTHORITY

           EVALUATE TRUE
               WHEN WS-NOT-ADMIN
      *            Who asked for what against whom is no general-
      *            user reading - show nothing.
                   MOVE ZERO TO WS-ROW-CNT
                   PERFORM 5250-BLANK-ROW
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 10
                   MOVE NOTAUTH-DISP TO MESSAPO
               WHEN WS-FIRST-TIME
                   PERFORM 5120-PAGE-TOP
               WHEN WS-CICS-RET = DFHRESP(MAPFAIL)
                   MOVE MAPFAIL-DISP TO MESSAPO
                   PERFORM 5210-REBUILD-PAGE
               WHEN WS-CICS-RET NOT = DFHRESP(NORMAL)
                   MOVE RECVERR-DISP TO MESSAPO
                   PERFORM 5210-REBUILD-PAGE
               WHEN OTHER
                   EVALUATE FUNCAPI
                       WHEN 'F'
                           PERFORM 5125-PAGE-FORWARD
                       WHEN 'T'
                           PERFORM 5120-PAGE-TOP
                       WHEN 'A'
                           SET WS-DEC-APPROVE TO TRUE
                           PERFORM 5130-SELECT-ROW
                       WHEN 'J'
                           SET WS-DEC-REJECT TO TRUE
                           PERFORM 5130-SELECT-ROW
                       WHEN OTHER
                           MOVE BADFUNC-DISP TO MESSAPO
                           PERFORM 5210-REBUILD-PAGE
                   END-EVALUATE
           END-EVALUATE
           .

       5105-CHECK-AUTHORITY.
      *    Same stance as PGMMP2: the operator id comes from RACF,
      *    and the operator's own USRFILE row has to exist, be
      *    unlocked, and carry the admin role.
           SET WS-NOT-ADMIN TO TRUE

           EXEC CICS ASSIGN
               USERID(WS-OPER-ID)
           END-EXEC

           EXEC CICS READ
               FILE(USRFILE-NAME)
               INTO(USR-RECORD)
               RIDFLD(WS-OPER-USRID)
               RESP(WS-AUTH-RESP)
           END-EXEC

           IF WS-AUTH-RESP = DFHRESP(NORMAL)
               AND USR-ROLE-ADMIN
               AND USR-NOT-LOCKED
               SET WS-ADMIN TO TRUE
           END-IF
           .

       5120-PAGE-TOP.
           MOVE LOW-VALUES TO WS-BRWS-KEY
           MOVE 'N' TO WS-SKIP-SW
           PERFORM 5200-FILL-FORWARD

           IF WS-ROW-CNT = ZERO
               MOVE NOPND-DISP TO MESSAPO
           END-IF
           .

       5125-PAGE-FORWARD.
           MOVE WS-BOT-KEY TO WS-BRWS-KEY
           MOVE 'Y' TO WS-SKIP-SW
           PERFORM 5200-FILL-FORWARD

           IF WS-ROW-CNT = ZERO
               MOVE ENDFIL-DISP TO MESSAPO
               PERFORM 5210-REBUILD-PAGE
           END-IF
           .

       5130-SELECT-ROW.
           MOVE SELAPI TO WS-SEL-IN
           IF WS-SEL-C2 = SPACE OR WS-SEL-C2 = LOW-VALUE
               MOVE WS-SEL-C1 TO WS-SEL-C2
               MOVE '0' TO WS-SEL-C1
           END-IF

           IF WS-SEL-IN NOT NUMERIC
               MOVE BADSEL-DISP TO MESSAPO
           ELSE
               MOVE WS-SEL-IN TO WS-SEL-NUM
               IF WS-SEL-NUM < 1 OR WS-SEL-NUM > 10
                   OR WS-ROW-KEY(WS-SEL-NUM) = SPACES
                   MOVE BADSEL-DISP TO MESSAPO
               ELSE
                   PERFORM 5140-DECIDE-REQUEST
               END-IF
           END-IF

           PERFORM 5210-REBUILD-PAGE
           .

       5140-DECIDE-REQUEST.
           PERFORM 5190-GET-NOW
           MOVE WS-ROW-KEY(WS-SEL-NUM) TO WS-DEC-KEY

           EXEC CICS READ
               FILE(PNDFILE-NAME)
               INTO(PND-RECORD)
               RIDFLD(WS-DEC-KEY)
               UPDATE
               RESP(WS-PND-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-PND-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN NOT PND-PENDING
                           MOVE DECIDED-DISP TO MESSAPO
                           PERFORM 5148-RELEASE-REQUEST
                       WHEN WS-ABSTIME > PND-EXPIRES-ABS
                           PERFORM 5145-EXPIRE-REQUEST
                       WHEN WS-DEC-REJECT
                           PERFORM 5150-REJECT-REQUEST
                       WHEN PND-REQUESTER = WS-OPER-USRID
                           MOVE OWNREQ-DISP TO MESSAPO
                           PERFORM 5148-RELEASE-REQUEST
                       WHEN PND-TARGET-ID = WS-OPER-USRID
                           MOVE OWNID-DISP TO MESSAPO
                           PERFORM 5148-RELEASE-REQUEST
                       WHEN OTHER
                           PERFORM 5160-APPROVE-REQUEST
                   END-EVALUATE
               WHEN WS-PND-RESP = DFHRESP(NOTFND)
                   MOVE NOREQ-DISP TO MESSAPO
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSAPO
           END-EVALUATE
           .

       5145-EXPIRE-REQUEST.
      *    Out of time, whoever is asking and whatever they asked -
      *    the request closes EXPIRED with nobody's name on it.
           SET PND-EXPIRED TO TRUE
           MOVE SPACES TO PND-DECIDED-BY
           PERFORM 5155-REWRITE-REQUEST

           IF WS-PND-RESP = DFHRESP(NORMAL)
               MOVE EXPIRED-DISP TO MESSAPO
               MOVE 'REQEXPD' TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-APPR
               PERFORM 5185-HELD-PARM
               PERFORM 5180-WRITE-AUDIT
           ELSE
               MOVE SYSERR-DISP TO MESSAPO
           END-IF
           .

       5148-RELEASE-REQUEST.
           EXEC CICS UNLOCK
               FILE(PNDFILE-NAME)
           END-EXEC
           .

       5150-REJECT-REQUEST.
      *    Any other administrator may reject; the requester
      *    rejecting their own request is a withdrawal.
           SET PND-REJECTED TO TRUE
           MOVE WS-OPER-USRID TO PND-DECIDED-BY
           PERFORM 5155-REWRITE-REQUEST

           IF WS-PND-RESP = DFHRESP(NORMAL)
               IF PND-REQUESTER = WS-OPER-USRID
                   MOVE WITHDRN-DISP TO MESSAPO
               ELSE
                   MOVE REJECT-DISP TO MESSAPO
               END-IF
               MOVE 'REJECT' TO WS-AUD-ACTION
               MOVE WS-OPER-USRID TO WS-AUD-APPR
               PERFORM 5185-HELD-PARM
               PERFORM 5180-WRITE-AUDIT
           ELSE
               MOVE SYSERR-DISP TO MESSAPO
           END-IF
           .

       5155-REWRITE-REQUEST.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(PND-DEC-DATE)
               TIME(PND-DEC-TIME)
           END-EXEC

           EXEC CICS REWRITE
               FILE(PNDFILE-NAME)
               FROM(PND-RECORD)
               RESP(WS-PND-RESP)
           END-EXEC
           .

       5160-APPROVE-REQUEST.
           SET WS-APPLY-ERR TO TRUE
           EVALUATE PND-ACTION
               WHEN 'DELETE'
                   PERFORM 5165-APPLY-DELETE
               WHEN 'PARMCHG'
                   PERFORM 5175-APPLY-LOCKOUT
               WHEN OTHER
                   PERFORM 5170-APPLY-USER
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-APPLY-OK
                   SET PND-APPROVED TO TRUE
                   MOVE WS-OPER-USRID TO PND-DECIDED-BY
                   PERFORM 5155-REWRITE-REQUEST
                   IF WS-PND-RESP = DFHRESP(NORMAL)
                       MOVE APPLIED-DISP TO MESSAPO
                   ELSE
                       MOVE SYSERR-DISP TO MESSAPO
                   END-IF
      *            The change is on file either way - audit it.
                   MOVE PND-ACTION TO WS-AUD-ACTION
                   MOVE WS-OPER-USRID TO WS-AUD-APPR
                   IF PND-ACTION = 'PARMCHG'
                       MOVE PND-PARM-NAME TO WS-AUD-PARM
                       MOVE WS-LIVE-OLD TO WS-AUD-OLD
                       MOVE PND-NEW-VALUE TO WS-AUD-NEW
                   ELSE
                       MOVE SPACES TO WS-AUD-PARM
                       MOVE ZERO TO WS-AUD-OLD
                       MOVE ZERO TO WS-AUD-NEW
                   END-IF
                   PERFORM 5180-WRITE-AUDIT
               WHEN WS-APPLY-GONE
      *            Nothing changed, so nothing to audit - the
      *            request just closes.
                   SET PND-NOT-APPLIED TO TRUE
                   MOVE WS-OPER-USRID TO PND-DECIDED-BY
                   PERFORM 5155-REWRITE-REQUEST
                   IF WS-PND-RESP = DFHRESP(NORMAL)
                       MOVE GONE-DISP TO MESSAPO
                   ELSE
                       MOVE SYSERR-DISP TO MESSAPO
                   END-IF
               WHEN OTHER
      *            Left PENDING - it can be approved again once the
      *            file problem is cleared.
                   PERFORM 5148-RELEASE-REQUEST
                   MOVE SYSERR-DISP TO MESSAPO
           END-EVALUATE
           .

       5165-APPLY-DELETE.
           EXEC CICS DELETE
               FILE(USRFILE-NAME)
               RIDFLD(PND-TARGET-ID)
               RESP(WS-USR-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-USR-RESP = DFHRESP(NORMAL)
                   SET WS-APPLY-OK TO TRUE
               WHEN WS-USR-RESP = DFHRESP(NOTFND)
                   SET WS-APPLY-GONE TO TRUE
               WHEN OTHER
                   SET WS-APPLY-ERR TO TRUE
           END-EVALUATE
           .

       5170-APPLY-USER.
      *    RESET, RESTRCT, ADMGRNT and ADMRMV are all one READ
      *    UPDATE / REWRITE of the target row.  RESET is exactly
      *    what PGMMP2's RESET always did: failed count cleared,
      *    lockout off, and the dormancy clock restarted so the
      *    PGMMB2 sweep does not re-lock the id the next night.
           EXEC CICS READ
               FILE(USRFILE-NAME)
               INTO(USR-RECORD)
               RIDFLD(PND-TARGET-ID)
               UPDATE
               RESP(WS-USR-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-USR-RESP = DFHRESP(NORMAL)
                   EVALUATE PND-ACTION
                       WHEN 'RESET'
                           MOVE ZERO TO USR-FAILED-COUNT
                           SET USR-NOT-LOCKED TO TRUE
                           MOVE WS-TODAY TO USR-LAST-SIGNON
                       WHEN 'RESTRCT'
                           MOVE PND-TERM-GROUP TO USR-TERM-GROUP
                           MOVE PND-WINDOW-FROM TO USR-WINDOW-FROM
                           MOVE PND-WINDOW-TO TO USR-WINDOW-TO
                       WHEN 'ADMGRNT'
                           SET USR-ROLE-ADMIN TO TRUE
                       WHEN 'ADMRMV'
                           SET USR-ROLE-GENERAL TO TRUE
                   END-EVALUATE

                   EXEC CICS REWRITE
                       FILE(USRFILE-NAME)
                       FROM(USR-RECORD)
                       RESP(WS-USR-RESP)
                   END-EXEC

                   IF WS-USR-RESP = DFHRESP(NORMAL)
                       SET WS-APPLY-OK TO TRUE
                   END-IF
               WHEN WS-USR-RESP = DFHRESP(NOTFND)
                   SET WS-APPLY-GONE TO TRUE
               WHEN OTHER
                   SET WS-APPLY-ERR TO TRUE
           END-EVALUATE
           .

       5175-APPLY-LOCKOUT.
      *    The audit's "old" is whatever is live at approval, not
      *    what it was when the move was asked for.  No PRMFILE
      *    record yet means the consumers are running on the
      *    LOCKPRM defaults - the record is provisioned from those,
      *    same as PGMMP8's first update.
           EXEC CICS READ
               FILE(PRMFILE-NAME)
               INTO(PRM-RECORD)
               RIDFLD(WS-PRM-RID)
               UPDATE
               RESP(WS-PRM-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-PRM-RESP = DFHRESP(NORMAL)
                   IF PRM-LOCKOUT-MAX NUMERIC
                       MOVE PRM-LOCKOUT-MAX TO WS-LIVE-OLD
                   ELSE
                       MOVE ZERO TO WS-LIVE-OLD
                   END-IF
                   MOVE PND-NEW-VALUE TO PRM-LOCKOUT-MAX
                   EXEC CICS REWRITE
                       FILE(PRMFILE-NAME)
                       FROM(PRM-RECORD)
                       RESP(WS-PRM-RESP)
                   END-EXEC
               WHEN WS-PRM-RESP = DFHRESP(NOTFND)
                   MOVE LOCKOUT-MAX TO WS-LIVE-OLD
                   MOVE SPACES TO PRM-RECORD
                   MOVE WS-PRM-RID TO PRM-KEY
                   MOVE PND-NEW-VALUE TO PRM-LOCKOUT-MAX
                   MOVE DORMANT-MAX-DAYS TO PRM-DORMANT-MAX
                   MOVE DORMANT-WARN-DAYS TO PRM-DORMANT-WARN
                   MOVE SESSION-IDLE-MINS TO PRM-SESSION-IDLE
                   MOVE ALERT-REDRIVE-MINS TO PRM-ALERT-REDRIVE
                   MOVE PEND-EXPIRY-HOURS TO PRM-PEND-EXPIRY
                   MOVE HIST-RETAIN-DAYS TO PRM-HIST-RETAIN
                   MOVE ALERT-RETAIN-DAYS TO PRM-ALERT-RETAIN
                   EXEC CICS WRITE
                       FILE(PRMFILE-NAME)
                       FROM(PRM-RECORD)
                       RIDFLD(WS-PRM-RID)
                       RESP(WS-PRM-RESP)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-PRM-RESP = DFHRESP(NORMAL)
               SET WS-APPLY-OK TO TRUE
           ELSE
               SET WS-APPLY-ERR TO TRUE
           END-IF
           .

       5180-WRITE-AUDIT.
      *    Type 'M', the target id as the user, the REQUESTER in
      *    the admin-id slot and the deciding administrator (blank
      *    for an expiry) in the approver slot.  Stamped with the
      *    decision time.
           MOVE PND-TARGET-ID TO AUD-USERMPI
           MOVE EIBTRMID TO AUD-TERM-ID
           MOVE WS-AUD-ACTION TO AUD-OUTCOME
           MOVE 'M' TO AUD-REC-TYPE
           MOVE PND-REQUESTER TO AUD-ADMIN-ID
           MOVE WS-AUD-PARM TO AUD-PARM-NAME
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           MOVE WS-AUD-APPR TO AUD-APPR-ID
           MOVE PND-DEC-DATE TO AUD-DATE
           MOVE PND-DEC-TIME TO AUD-TIME

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
      *        Same stance as PGMMP2: the decision already stuck on
      *        PNDFILE and there is no second channel to escalate an
      *        audit-write failure to.
               CONTINUE
           END-IF
           .

       5185-HELD-PARM.
      *    A request closed without being applied names what was
      *    held: the parameter and its values for a LOCKOUT-MAX
      *    move, the action itself for anything else.
           IF PND-ACTION = 'PARMCHG'
               MOVE PND-PARM-NAME TO WS-AUD-PARM
               MOVE PND-OLD-VALUE TO WS-AUD-OLD
               MOVE PND-NEW-VALUE TO WS-AUD-NEW
           ELSE
               MOVE PND-ACTION TO WS-AUD-PARM
               MOVE ZERO TO WS-AUD-OLD
               MOVE ZERO TO WS-AUD-NEW
           END-IF
           .

       5190-GET-NOW.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC
           .

       5200-FILL-FORWARD.
      *    Decided requests stay on file but are not listed - the
      *    browse steps over them to the next one still pending.
           PERFORM 5190-GET-NOW
           MOVE ZERO TO WS-ROW-CNT
           MOVE 'N' TO WS-BRWS-DONE-SW
           MOVE WS-BRWS-KEY TO WS-RID

           EXEC CICS STARTBR
               FILE(PNDFILE-NAME)
               RIDFLD(WS-RID)
               GTEQ
               RESP(WS-BRWS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-BRWS-RESP = DFHRESP(NORMAL)
                   PERFORM 5220-READ-NEXT
                       UNTIL WS-ROW-CNT = 10
                          OR WS-BRWS-DONE
                   EXEC CICS ENDBR
                       FILE(PNDFILE-NAME)
                   END-EXEC
               WHEN WS-BRWS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSAPO
           END-EVALUATE

           IF WS-ROW-CNT > ZERO
               MOVE WS-ROW-KEY(1) TO WS-TOP-KEY
               MOVE WS-ROW-KEY(WS-ROW-CNT) TO WS-BOT-KEY
           END-IF

           PERFORM 5250-BLANK-ROW
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 10
           .

       5210-REBUILD-PAGE.
      *    Re-show the page the operator was already on, keeping
      *    whatever message the caller just set.  A request just
      *    decided drops off it.
           MOVE WS-TOP-KEY TO WS-BRWS-KEY
           MOVE 'N' TO WS-SKIP-SW
           PERFORM 5200-FILL-FORWARD
           .

       5220-READ-NEXT.
           EXEC CICS READNEXT
               FILE(PNDFILE-NAME)
               INTO(PND-RECORD)
               RIDFLD(WS-RID)
               RESP(WS-BRWS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-BRWS-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN WS-SKIP-FIRST
                           AND PND-KEY = WS-BRWS-KEY
      *                    Paging forward starts the browse at the
      *                    last row already on the screen - drop it.
                           MOVE 'N' TO WS-SKIP-SW
                       WHEN NOT PND-PENDING
                           MOVE 'N' TO WS-SKIP-SW
                       WHEN OTHER
                           MOVE 'N' TO WS-SKIP-SW
                           ADD 1 TO WS-ROW-CNT
                           PERFORM 5240-FORMAT-ROW
                   END-EVALUATE
               WHEN WS-BRWS-RESP = DFHRESP(ENDFILE)
                   SET WS-BRWS-DONE TO TRUE
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSAPO
                   SET WS-BRWS-DONE TO TRUE
           END-EVALUATE
           .

       5240-FORMAT-ROW.
           MOVE PND-REQ-DATE TO WS-ROW-REQ-DATE
           MOVE PND-REQ-TIME TO WS-ROW-REQ-TIME
           MOVE PND-REQUESTER TO WS-ROW-BY
           MOVE PND-ACTION TO WS-ROW-ACTION
           MOVE PND-TARGET-ID TO WS-ROW-TARGET

           EVALUATE PND-ACTION
               WHEN 'RESTRCT'
                   MOVE PND-TERM-GROUP TO WS-DTL-TGRP
                   MOVE PND-WINDOW-FROM TO WS-DTL-WFROM
                   MOVE PND-WINDOW-TO TO WS-DTL-WTO
                   IF PND-WINDOW-FROM = SPACES
                       MOVE SPACE TO WS-DTL-DASH
                   ELSE
                       MOVE '-' TO WS-DTL-DASH
                   END-IF
                   MOVE WS-DTL-RESTR TO WS-ROW-DETAIL
               WHEN 'PARMCHG'
                   MOVE PND-PARM-NAME TO WS-DTL-PNAME
                   MOVE PND-OLD-VALUE TO WS-DTL-OLD
                   MOVE PND-NEW-VALUE TO WS-DTL-NEW
                   MOVE WS-DTL-PARM TO WS-ROW-DETAIL
               WHEN OTHER
                   MOVE SPACES TO WS-ROW-DETAIL
           END-EVALUATE

           IF WS-ABSTIME > PND-EXPIRES-ABS
               MOVE 'EXPIRED' TO WS-ROW-EXPIRES
           ELSE
               MOVE SPACES TO WS-ROW-EXPIRES
               MOVE PND-EXP-DATE TO WS-ROW-EXP-DATE
               MOVE PND-EXP-TIME TO WS-ROW-EXP-HHMM
           END-IF

           MOVE WS-ROW-LINE TO LINEAPO(WS-ROW-CNT)
           MOVE PND-KEY TO WS-ROW-KEY(WS-ROW-CNT)
           .

       5250-BLANK-ROW.
           IF WS-IDX > WS-ROW-CNT
               MOVE SPACES TO LINEAPO(WS-IDX)
               MOVE SPACES TO WS-ROW-KEY(WS-IDX)
           END-IF
           .

       5010-CICS-SEND.
           IF WS-FIRST-TIME
               EXEC CICS SEND
                    MAPSET(MAPSET-NAME)
                    MAP(MAP-NAME)
                    FROM(CF12MO)
                    ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND
                    MAPSET(MAPSET-NAME)
                    MAP(MAP-NAME)
                    DATAONLY
                    FROM(CF12MO)
               END-EXEC
           END-IF
           .

       5090-CICS-RETURN.
           EXEC CICS RETURN
               TRANSID(OWN-TRANSID)
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           .
