      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMPB.
      ******************************************************************
      * Access recertification screen (CF11) for mapset CF11M - the
      * owner's half of the quarterly review.  PGMMB9 opens a
      * campaign by loading REVFILE with every USRFILE id filed
      * under its USR-OWNER-ID; this screen lists the signed-on
      * operator's own ids (role, lock status and last sign-on as
      * they stood when the campaign opened, admin holders marked)
      * and lets the owner certify or revoke each one.  Every
      * decision is stamped on the review record and written to
      * AUDQ as a type-'M' event (action CERTIFY or REVOKE, the
      * reviewer in the admin-id slot), so the auditors' question
      * "who vouched for this id" has an answer on the trail.  The
      * event is written by LINK to PGMMS1, the audit writer that
      * numbers and chains every AUDQ record.
      *
      * A revoke locks the id on USRFILE at once rather than
      * leaving it usable until the closing run - the owner has
      * just said it should not exist.  Getting it back is an
      * unlock through the normal maintenance path.  Whatever is
      * still undecided when the deadline passes is locked by the
      * PGMMBA closing run.
      *
      * Functions: F pages forward, T restarts from the top, C or R
      * plus a row number certifies or revokes that row.  Decisions
      * are final for the campaign, are refused once the deadline
      * on the record has passed, and nobody may decide on their
      * own id.
      *
      * Any signed-on id with an unlocked USRFILE row may use the
      * screen for its own list.  OWNER ID defaults to the operator;
      * keying another owner is an administrator's view of that
      * owner's progress and stays read-only, with one exception:
      * the *NONE* list (ids nobody was named for) is decided by
      * administrators, since there is no owner to do it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      / Copybook from BMS Assembly - recertification screen
       COPY MS0008.
      / Copybook for the REVFILE review record
       COPY REVREC.
      / Copybook for the USRFILE user record
       COPY USRFILE.
      / Copybook for the sign-on/maintenance audit TD queue record
       COPY AUDREC.
      / COMMAREA for the PGMMS1 audit writer, which puts AUD-RECORD
      / on AUDQ numbered and chained
       COPY AUDWCOM.
      / CICS variables
       77  WS-CICS-RET    PIC S9(4) COMP VALUE ZERO.
       77  WS-BRWS-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-REV-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-USR-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-AUTH-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-WRITEQ-RESP PIC S9(4) COMP VALUE ZERO.
       77  WS-ABSTIME     PIC S9(15) COMP VALUE ZERO.
       77  WS-TODAY       PIC X(08) VALUE SPACES.
      / Browse state
       01  WS-BRWS-KEY.
           02 WS-BRWS-OWNER PIC X(07).
           02 WS-BRWS-USER  PIC X(07).
       77  WS-RID         PIC X(14) VALUE LOW-VALUES.
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
      / Owner keyed on the screen, and the decision being recorded
       77  WS-KEYED-OWNER PIC X(07) VALUE SPACES.
       77  WS-DEC-KEY     PIC X(14) VALUE SPACES.
       77  WS-DECISION    PIC X(01) VALUE SPACE.
           88 WS-DEC-CERTIFY VALUE 'C'.
           88 WS-DEC-REVOKE  VALUE 'R'.
      / Signed-on operator, as RACF knows it (8 bytes from ASSIGN
      / USERID; USRFILE keys are the first 7)
       01 WS-OPER-ID.
           02 WS-OPER-USRID PIC X(07).
           02 FILLER        PIC X(01).
       77  WS-OPER-SW     PIC X(01) VALUE 'N'.
           88 WS-OPER-OK  VALUE 'Y'.
       77  WS-ADMIN-SW    PIC X(01) VALUE 'N'.
           88 WS-ADMIN    VALUE 'Y'.
           88 WS-NOT-ADMIN VALUE 'N'.
      / Program values
       01 BMS-VALUES.
           02 MAPSET-NAME PIC X(05) VALUE 'CF11M'.
           02    MAP-NAME PIC X(05) VALUE 'CF11M'.
       01 FILE-VALUES.
           02  REVFILE-NAME PIC X(08) VALUE 'REVFILE'.
           02  USRFILE-NAME PIC X(08) VALUE 'USRFILE'.
       01 PROGRAM-VALUES.
           02  AUDW-PGM-NAME PIC X(08) VALUE 'PGMMS1'.
           02  OWN-TRANSID   PIC X(04) VALUE 'CF11'.
           02  NO-OWNER-ID   PIC X(07) VALUE '*NONE*'.
       01 TEXT-DISPLAYED.
           02 MAPFAIL-DISP PIC X(29) VALUE
               'ENTER FUNCTION F, T, C, OR R'.
           02 RECVERR-DISP PIC X(25) VALUE
               'TERMINAL ERROR - REENTER'.
           02 BADFUNC-DISP PIC X(26) VALUE
               'INVALID FUNCTION - F/T/C/R'.
           02 BADSEL-DISP  PIC X(31) VALUE
               'INVALID ROW - C OR R NEEDS 1-10'.
           02 ENDFIL-DISP  PIC X(16) VALUE 'NO MORE IDS'.
           02 NOREV-DISP   PIC X(30) VALUE
               'NO IDS UNDER REVIEW FOR OWNER'.
           02 CERT-DISP    PIC X(12) VALUE 'ID CERTIFIED'.
           02 REVOKE-DISP  PIC X(24) VALUE
               'ID REVOKED AND LOCKED'.
           02 DECIDED-DISP PIC X(16) VALUE 'ALREADY DECIDED'.
           02 CLOSED-DISP  PIC X(29) VALUE
               'CAMPAIGN DEADLINE HAS PASSED'.
           02 OWNID-DISP   PIC X(25) VALUE
               'CANNOT DECIDE ON OWN ID'.
           02 VIEWONLY-DISP PIC X(31) VALUE
               'VIEW ONLY - NOT THE OWNER'.
           02 GONE-DISP    PIC X(22) VALUE 'REVIEW ROW NOT FOUND'.
           02 NOTAUTH-DISP PIC X(14) VALUE 'NOT AUTHORIZED'.
           02 SYSERR-DISP  PIC X(25) VALUE
               'SYSTEM ERROR - SEE ADMIN'.
       01 WS-ROW-LINE.
           02 WS-ROW-USERID PIC X(07).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-ROLE   PIC X(05).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-LOCK   PIC X(06).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-LAST   PIC X(08).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-DEC    PIC X(09).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 WS-ROW-BY     PIC X(07).
           02 FILLER        PIC X(28) VALUE SPACES.
       01 WS-COMMAREA.
           02 WS-CUR-OWNER PIC X(07) VALUE SPACES.
           02 WS-TOP-KEY  PIC X(14) VALUE LOW-VALUES.
           02 WS-BOT-KEY  PIC X(14) VALUE LOW-VALUES.
           02 WS-ROW-KEY  PIC X(14) OCCURS 10 TIMES.
      ******************************************************************
       LINKAGE SECTION.
      / COMMAREA carried between CF11M invocations of this transaction
       COPY RVCOMM.
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
                   INTO(CF11MI)
                   RESP(WS-CICS-RET)
               END-EXEC
           ELSE
      *        First entry of the transaction - typed, or the XCTL
      *        from the menu.  Nothing on the screen to receive yet.
               MOVE 'Y' TO WS-FIRST-SW
               MOVE SPACES TO WS-CUR-OWNER
               MOVE LOW-VALUES TO WS-TOP-KEY
               MOVE LOW-VALUES TO WS-BOT-KEY
               MOVE LOW-VALUES TO CF11MI
           END-IF
           .

       5100-CONDITIONS.
           PERFORM 5105-CHECK-OPERATOR

           EVALUATE TRUE
               WHEN NOT WS-OPER-OK
                   MOVE ZERO TO WS-ROW-CNT
                   PERFORM 5250-BLANK-ROW
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 10
                   MOVE NOTAUTH-DISP TO MESSRVO
               WHEN WS-FIRST-TIME
                   MOVE WS-OPER-USRID TO WS-CUR-OWNER
                   PERFORM 5120-PAGE-TOP
               WHEN WS-CICS-RET = DFHRESP(MAPFAIL)
                   MOVE MAPFAIL-DISP TO MESSRVO
                   PERFORM 5210-REBUILD-PAGE
               WHEN WS-CICS-RET NOT = DFHRESP(NORMAL)
                   MOVE RECVERR-DISP TO MESSRVO
                   PERFORM 5210-REBUILD-PAGE
               WHEN OTHER
                   PERFORM 5110-CHECK-OWNER
           END-EVALUATE

           MOVE WS-CUR-OWNER TO OWNRRVO
           .

       5105-CHECK-OPERATOR.
      *    Same stance as PGMMP2 on where the id comes from - RACF,
      *    never the screen - but any unlocked USRFILE row will do:
      *    owners are managers, not administrators.  The admin flag
      *    only widens what the operator may look at.
           MOVE 'N' TO WS-OPER-SW
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
               AND USR-NOT-LOCKED
               MOVE 'Y' TO WS-OPER-SW
               IF USR-ROLE-ADMIN
                   SET WS-ADMIN TO TRUE
               END-IF
           END-IF
           .

       5110-CHECK-OWNER.
      *    A new owner id keyed over the one on the screen starts
      *    that owner's list from the top and ignores the function -
      *    the rows on the screen belong to the old owner.  A field
      *    left alone comes back as low-values and keeps the current
      *    owner; one blanked out means the operator's own list.
           MOVE OWNRRVI TO WS-KEYED-OWNER
           EVALUATE TRUE
               WHEN WS-KEYED-OWNER = LOW-VALUES
                   MOVE WS-CUR-OWNER TO WS-KEYED-OWNER
               WHEN WS-KEYED-OWNER = SPACES
                   MOVE WS-OPER-USRID TO WS-KEYED-OWNER
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-KEYED-OWNER = WS-CUR-OWNER
                   PERFORM 5115-DISPATCH-FUNCTION
               WHEN WS-KEYED-OWNER NOT = WS-OPER-USRID
                   AND WS-NOT-ADMIN
                   MOVE NOTAUTH-DISP TO MESSRVO
                   PERFORM 5210-REBUILD-PAGE
               WHEN OTHER
                   MOVE WS-KEYED-OWNER TO WS-CUR-OWNER
                   PERFORM 5120-PAGE-TOP
           END-EVALUATE
           .

       5115-DISPATCH-FUNCTION.
           EVALUATE FUNCRVI
               WHEN 'F'
                   PERFORM 5125-PAGE-FORWARD
               WHEN 'T'
                   PERFORM 5120-PAGE-TOP
               WHEN 'C'
                   SET WS-DEC-CERTIFY TO TRUE
                   PERFORM 5130-SELECT-ROW
               WHEN 'R'
                   SET WS-DEC-REVOKE TO TRUE
                   PERFORM 5130-SELECT-ROW
               WHEN OTHER
                   MOVE BADFUNC-DISP TO MESSRVO
                   PERFORM 5210-REBUILD-PAGE
           END-EVALUATE
           .

       5120-PAGE-TOP.
           MOVE WS-CUR-OWNER TO WS-BRWS-OWNER
           MOVE LOW-VALUES TO WS-BRWS-USER
           MOVE 'N' TO WS-SKIP-SW
           PERFORM 5200-FILL-FORWARD

           IF WS-ROW-CNT = ZERO
               MOVE NOREV-DISP TO MESSRVO
           END-IF
           .

       5125-PAGE-FORWARD.
           MOVE WS-BOT-KEY TO WS-BRWS-KEY
           MOVE 'Y' TO WS-SKIP-SW
           PERFORM 5200-FILL-FORWARD

           IF WS-ROW-CNT = ZERO
      *        Nothing past the bottom of this page for this owner -
      *        say so and put the page back up.
               MOVE ENDFIL-DISP TO MESSRVO
               PERFORM 5210-REBUILD-PAGE
           END-IF
           .

       5130-SELECT-ROW.
           MOVE SELRVI TO WS-SEL-IN
           IF WS-SEL-C2 = SPACE OR WS-SEL-C2 = LOW-VALUE
               MOVE WS-SEL-C1 TO WS-SEL-C2
               MOVE '0' TO WS-SEL-C1
           END-IF

           EVALUATE TRUE
               WHEN WS-SEL-IN NOT NUMERIC
                   MOVE BADSEL-DISP TO MESSRVO
               WHEN WS-CUR-OWNER NOT = WS-OPER-USRID
                   AND NOT (WS-CUR-OWNER = NO-OWNER-ID AND WS-ADMIN)
      *            An administrator looking at someone else's list
      *            is checking progress, not deciding for them.
                   MOVE VIEWONLY-DISP TO MESSRVO
               WHEN OTHER
                   MOVE WS-SEL-IN TO WS-SEL-NUM
                   IF WS-SEL-NUM < 1 OR WS-SEL-NUM > 10
                       OR WS-ROW-KEY(WS-SEL-NUM) = SPACES
                       MOVE BADSEL-DISP TO MESSRVO
                   ELSE
                       PERFORM 5140-RECORD-DECISION
                   END-IF
           END-EVALUATE

           PERFORM 5210-REBUILD-PAGE
           .

       5140-RECORD-DECISION.
           PERFORM 5190-GET-TODAY
           MOVE WS-ROW-KEY(WS-SEL-NUM) TO WS-DEC-KEY

           EXEC CICS READ
               FILE(REVFILE-NAME)
               INTO(REV-RECORD)
               RIDFLD(WS-DEC-KEY)
               UPDATE
               RESP(WS-REV-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-REV-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN NOT REV-PENDING
                           MOVE DECIDED-DISP TO MESSRVO
                           PERFORM 5145-RELEASE-ROW
                       WHEN WS-TODAY > REV-DEADLINE
                           MOVE CLOSED-DISP TO MESSRVO
                           PERFORM 5145-RELEASE-ROW
                       WHEN REV-USER-ID = WS-OPER-USRID
                           MOVE OWNID-DISP TO MESSRVO
                           PERFORM 5145-RELEASE-ROW
                       WHEN OTHER
                           PERFORM 5150-STAMP-DECISION
                   END-EVALUATE
               WHEN WS-REV-RESP = DFHRESP(NOTFND)
                   MOVE GONE-DISP TO MESSRVO
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSRVO
           END-EVALUATE
           .

       5145-RELEASE-ROW.
           EXEC CICS UNLOCK
               FILE(REVFILE-NAME)
           END-EXEC
           .

       5150-STAMP-DECISION.
           IF WS-DEC-CERTIFY
               SET REV-CERTIFIED TO TRUE
           ELSE
               SET REV-REVOKED TO TRUE
           END-IF
           MOVE WS-OPER-USRID TO REV-DECIDED-BY

           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(REV-DEC-DATE)
               TIME(REV-DEC-TIME)
           END-EXEC

           EXEC CICS REWRITE
               FILE(REVFILE-NAME)
               FROM(REV-RECORD)
               RESP(WS-REV-RESP)
           END-EXEC

           IF WS-REV-RESP = DFHRESP(NORMAL)
               IF WS-DEC-CERTIFY
                   MOVE CERT-DISP TO MESSRVO
                   MOVE 'CERTIFY' TO AUD-OUTCOME
               ELSE
                   MOVE REVOKE-DISP TO MESSRVO
                   MOVE 'REVOKE' TO AUD-OUTCOME
                   PERFORM 5160-LOCK-REVOKED
               END-IF
               PERFORM 5170-WRITE-AUDIT
           ELSE
               MOVE SYSERR-DISP TO MESSRVO
           END-IF
           .

       5160-LOCK-REVOKED.
      *    The owner has just said the id should not exist - stop
      *    it signing on now, not at the closing run.  An id already
      *    deleted since the campaign opened has nothing to lock.
           EXEC CICS READ
               FILE(USRFILE-NAME)
               INTO(USR-RECORD)
               RIDFLD(REV-USER-ID)
               UPDATE
               RESP(WS-USR-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-USR-RESP = DFHRESP(NORMAL)
                   SET USR-LOCKED TO TRUE
                   EXEC CICS REWRITE
                       FILE(USRFILE-NAME)
                       FROM(USR-RECORD)
                       RESP(WS-USR-RESP)
                   END-EXEC
                   IF WS-USR-RESP NOT = DFHRESP(NORMAL)
                       MOVE SYSERR-DISP TO MESSRVO
                   END-IF
               WHEN WS-USR-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSRVO
           END-EVALUATE
           .

       5170-WRITE-AUDIT.
      *    Same type-'M' shape PGMMP2 writes: the id under review is
      *    the target, the reviewer sits in the admin-id slot, and
      *    the decision is the action.  AUD-OUTCOME was set by the
      *    caller.
           MOVE REV-USER-ID TO AUD-USERMPI
           MOVE EIBTRMID TO AUD-TERM-ID
           MOVE 'M' TO AUD-REC-TYPE
           MOVE WS-OPER-USRID TO AUD-ADMIN-ID
           MOVE SPACES TO AUD-PARM-NAME
           MOVE ZERO TO AUD-OLD-VALUE
           MOVE ZERO TO AUD-NEW-VALUE
           MOVE SPACES TO AUD-APPR-ID
           MOVE REV-DEC-DATE TO AUD-DATE
           MOVE REV-DEC-TIME TO AUD-TIME

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
      *        REVFILE and there is no second channel to escalate an
      *        audit-write failure to.
               CONTINUE
           END-IF
           .

       5190-GET-TODAY.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC
           .

       5200-FILL-FORWARD.
           MOVE ZERO TO WS-ROW-CNT
           MOVE 'N' TO WS-BRWS-DONE-SW
           MOVE WS-BRWS-KEY TO WS-RID

           EXEC CICS STARTBR
               FILE(REVFILE-NAME)
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
                       FILE(REVFILE-NAME)
                   END-EXEC
               WHEN WS-BRWS-RESP = DFHRESP(NOTFND)
      *            Nothing at or past the start key - no campaign
      *            loaded, or a page request past the last record.
                   CONTINUE
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSRVO
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
      *    whatever message the caller just set.  After a decision
      *    this repaints the row with its new status.
           MOVE WS-TOP-KEY TO WS-BRWS-KEY
           MOVE 'N' TO WS-SKIP-SW
           IF WS-BRWS-OWNER NOT = WS-CUR-OWNER
               MOVE WS-CUR-OWNER TO WS-BRWS-OWNER
               MOVE LOW-VALUES TO WS-BRWS-USER
           END-IF
           PERFORM 5200-FILL-FORWARD
           .

       5220-READ-NEXT.
           EXEC CICS READNEXT
               FILE(REVFILE-NAME)
               INTO(REV-RECORD)
               RIDFLD(WS-RID)
               RESP(WS-BRWS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-BRWS-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN REV-OWNER-ID NOT = WS-CUR-OWNER
      *                    Past the last id filed under this owner.
                           SET WS-BRWS-DONE TO TRUE
                       WHEN WS-SKIP-FIRST
                           AND REV-KEY = WS-BRWS-KEY
      *                    Paging forward starts the browse at the
      *                    last row already on the screen - drop it.
                           MOVE 'N' TO WS-SKIP-SW
                       WHEN OTHER
                           MOVE 'N' TO WS-SKIP-SW
                           ADD 1 TO WS-ROW-CNT
                           PERFORM 5240-FORMAT-ROW
                   END-EVALUATE
               WHEN WS-BRWS-RESP = DFHRESP(ENDFILE)
                   SET WS-BRWS-DONE TO TRUE
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSRVO
                   SET WS-BRWS-DONE TO TRUE
           END-EVALUATE
           .

       5240-FORMAT-ROW.
           MOVE REV-USER-ID TO WS-ROW-USERID
           IF REV-WAS-ADMIN
               MOVE 'ADMIN' TO WS-ROW-ROLE
           ELSE
               MOVE SPACES TO WS-ROW-ROLE
           END-IF
           IF REV-WAS-LOCKED
               MOVE 'LOCKED' TO WS-ROW-LOCK
           ELSE
               MOVE 'ACTIVE' TO WS-ROW-LOCK
           END-IF
           MOVE REV-LAST-SIGNON TO WS-ROW-LAST
           EVALUATE TRUE
               WHEN REV-CERTIFIED
                   MOVE 'CERTIFIED' TO WS-ROW-DEC
               WHEN REV-REVOKED
                   MOVE 'REVOKED' TO WS-ROW-DEC
               WHEN REV-EXPIRED
                   MOVE 'EXPIRED' TO WS-ROW-DEC
               WHEN OTHER
                   MOVE 'PENDING' TO WS-ROW-DEC
           END-EVALUATE
           MOVE REV-DECIDED-BY TO WS-ROW-BY
           MOVE REV-DEADLINE TO DEADRVO
           MOVE WS-ROW-LINE TO LINERVO(WS-ROW-CNT)
           MOVE REV-KEY TO WS-ROW-KEY(WS-ROW-CNT)
           .

       5250-BLANK-ROW.
           IF WS-IDX > WS-ROW-CNT
               MOVE SPACES TO LINERVO(WS-IDX)
               MOVE SPACES TO WS-ROW-KEY(WS-IDX)
           END-IF
           .

       5010-CICS-SEND.
           IF WS-FIRST-TIME
               EXEC CICS SEND
                    MAPSET(MAPSET-NAME)
                    MAP(MAP-NAME)
                    FROM(CF11MO)
                    ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND
                    MAPSET(MAPSET-NAME)
                    MAP(MAP-NAME)
                    DATAONLY
                    FROM(CF11MO)
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
