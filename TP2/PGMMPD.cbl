      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMPD.
      ******************************************************************
      * User activity history screen (CF13) for mapset CF13M - the
      * help desk's answer to "I'm locked out and didn't do
      * anything".  Pages through one user id's events on the AUDIDX
      * audit index newest first: sign-on successes and failures
      * with the terminal, lockouts, OUTPOL refusals, and every
      * maintenance action done to the id with the administrator
      * who did it (and the approver of a dual-control change).
      * AUDIDX is filled by the PGMMS1 audit writer as each event
      * reaches AUDQ, so the screen is as current as the trail.
      *
      * Reached from menu option 6 (PGMMM1), where the operator keys
      * the id, or from the H row function of the PGMMP3 inquiry
      * list, which XCTLs here with the id already chosen (HSCOMM,
      * entry 'I') and gets page one straight away.
      *
      * Functions: F pages to older events, B back to newer ones,
      * T (or just ENTER) restarts at the newest.  Keying a
      * different user id restarts at that id's newest event
      * whatever the function says.  Paging newer is done the way
      * PGMMP3 pages backward, mirrored: walk READNEXT up to ten
      * events past the top of the page, then fill the page
      * backward from the newest one found.
      *
      * The index is keyed user id + date + time + sequence, so
      * newest-first is a READPREV browse started just past the
      * user's last key (the id followed by HIGH-VALUES).  Records
      * at or past the start key are read off and dropped: the
      * first READPREV returns the record the browse is positioned
      * on, which is the next user's first event or the bottom row
      * already on the screen.
      *
      * Admin-only, the same 5105-CHECK-AUTHORITY stance as PGMMP2 -
      * another user's sign-on history is not general reading.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      / Copybook from BMS Assembly - activity history screen
       COPY MS0010.
      / Copybook for the AUDIDX per-user audit index record
       COPY IDXREC.
      / Copybook for the USRFILE user record (authority check)
       COPY USRFILE.
      / CICS variables
       77  WS-CICS-RET    PIC S9(4) COMP VALUE ZERO.
       77  WS-BRWS-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-AUTH-RESP   PIC S9(4) COMP VALUE ZERO.
      / Browse state - the start key is the user id plus either a
      / full event key or HIGH-VALUES for "past the newest"
       01  WS-BRWS-KEY.
           02 WS-BRWS-USER PIC X(07).
           02 WS-BRWS-REST PIC X(23).
       77  WS-RID         PIC X(30) VALUE LOW-VALUES.
       77  WS-ROW-CNT     PIC S9(4) COMP VALUE ZERO.
       77  WS-NWR-CNT     PIC S9(4) COMP VALUE ZERO.
       77  WS-IDX         PIC S9(4) COMP VALUE ZERO.
       77  WS-FIRST-SW    PIC X(01) VALUE 'N'.
           88 WS-FIRST-TIME VALUE 'Y'.
       77  WS-INCL-SW     PIC X(01) VALUE 'N'.
           88 WS-INCLUDE-START VALUE 'Y'.
       77  WS-BRWS-DONE-SW PIC X(01) VALUE 'N'.
           88 WS-BRWS-DONE VALUE 'Y'.
      / Event keys collected walking newer, oldest first
       01  WS-NWR-KEYS.
           02 WS-NWR-KEY  PIC X(30) OCCURS 10 TIMES.
      / User id as keyed on the screen
       77  WS-KEYED-USER  PIC X(07) VALUE SPACES.
      / Signed-on operator, as RACF knows it (8 bytes from ASSIGN
      / USERID; USRFILE keys are the first 7)
       01 WS-OPER-ID.
           02 WS-OPER-USRID PIC X(07).
           02 FILLER        PIC X(01).
       77  WS-ADMIN-SW    PIC X(01) VALUE 'N'.
           88 WS-ADMIN    VALUE 'Y'.
           88 WS-NOT-ADMIN VALUE 'N'.
      / 3270 attribute - unprotected with MDT already set, so the
      / field transmits back even though the operator never keys it
       77  ATTR-UNPROT-MDT PIC X(01) VALUE 'A'.
      / Program values
       01 BMS-VALUES.
           02 MAPSET-NAME PIC X(05) VALUE 'CF13M'.
           02    MAP-NAME PIC X(05) VALUE 'CF13M'.
       01 FILE-VALUES.
           02  AUDIDX-NAME  PIC X(08) VALUE 'AUDIDX'.
           02  USRFILE-NAME PIC X(08) VALUE 'USRFILE'.
       01 PROGRAM-VALUES.
           02  OWN-TRANSID   PIC X(04) VALUE 'CF13'.
       01 TEXT-DISPLAYED.
           02 MAPFAIL-DISP PIC X(27) VALUE
               'ENTER USER ID AND F, B OR T'.
           02 RECVERR-DISP PIC X(25) VALUE
               'TERMINAL ERROR - REENTER'.
           02 BADFUNC-DISP PIC X(24) VALUE
               'INVALID FUNCTION - F/B/T'.
           02 ENTUSR-DISP  PIC X(15) VALUE 'ENTER A USER ID'.
           02 NOHIST-DISP  PIC X(27) VALUE
               'NO HISTORY FOR THIS USER ID'.
           02 NOOLDR-DISP  PIC X(15) VALUE 'NO OLDER EVENTS'.
           02 NONEWR-DISP  PIC X(24) VALUE
               'ALREADY AT NEWEST EVENTS'.
           02 NOTAUTH-DISP PIC X(14) VALUE 'NOT AUTHORIZED'.
           02 SYSERR-DISP  PIC X(25) VALUE
               'SYSTEM ERROR - SEE ADMIN'.
       01 WS-ROW-LINE.
           02 WS-ROW-DATE   PIC X(08).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-TIME   PIC X(06).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-TERM   PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-EVENT  PIC X(06).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-OUTCOME PIC X(07).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-ADMIN  PIC X(07).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-APPR   PIC X(07).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 WS-ROW-DETAIL PIC X(20).
      / Parameter change shown as NAME old>new
       01 WS-ROW-CHANGE.
           02 WS-CHG-NAME   PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 WS-CHG-OLD    PIC ZZZ9.
           02 FILLER        PIC X(01) VALUE '>'.
           02 WS-CHG-NEW    PIC ZZZ9.
       01 WS-COMMAREA.
           02 WS-HSC-ENTRY PIC X(01) VALUE 'C'.
               88 WS-ENTRY-INQUIRY VALUE 'I'.
           02 WS-USER-ID   PIC X(07) VALUE SPACES.
           02 WS-TOP-KEY   PIC X(30) VALUE LOW-VALUES.
           02 WS-BOT-KEY   PIC X(30) VALUE LOW-VALUES.
      ******************************************************************
       LINKAGE SECTION.
      / COMMAREA carried between CF13M invocations of this transaction
       COPY HSCOMM.
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
               IF WS-ENTRY-INQUIRY
      *            XCTL from the PGMMP3 list - the id is chosen and
      *            there is no CF13M map on the screen to receive.
                   MOVE 'Y' TO WS-FIRST-SW
                   MOVE LOW-VALUES TO CF13MI
               ELSE
                   MOVE 'N' TO WS-FIRST-SW
                   EXEC CICS RECEIVE
                       MAPSET(MAPSET-NAME)
                       MAP(MAP-NAME)
                       INTO(CF13MI)
                       RESP(WS-CICS-RET)
                   END-EXEC
               END-IF
           ELSE
      *        First entry from the menu - no id yet, just paint the
      *        screen and ask for one.
               MOVE 'Y' TO WS-FIRST-SW
               MOVE SPACES TO WS-USER-ID
               MOVE LOW-VALUES TO WS-TOP-KEY
               MOVE LOW-VALUES TO WS-BOT-KEY
               MOVE LOW-VALUES TO CF13MI
           END-IF
           .

       5100-CONDITIONS.
           PERFORM 5105-CHECK-AUTHORITY

           EVALUATE TRUE
               WHEN WS-NOT-ADMIN
                   MOVE ZERO TO WS-ROW-CNT
                   PERFORM 5250-BLANK-ROW
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 10
                   MOVE SPACES TO WS-USER-ID
                   MOVE NOTAUTH-DISP TO MESSHSO
               WHEN WS-FIRST-TIME AND WS-ENTRY-INQUIRY
                   PERFORM 5120-PAGE-NEWEST
               WHEN WS-FIRST-TIME
                   MOVE ZERO TO WS-ROW-CNT
                   PERFORM 5250-BLANK-ROW
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 10
                   MOVE ENTUSR-DISP TO MESSHSO
               WHEN WS-CICS-RET = DFHRESP(MAPFAIL)
                   MOVE MAPFAIL-DISP TO MESSHSO
                   PERFORM 5210-REBUILD-PAGE
               WHEN WS-CICS-RET NOT = DFHRESP(NORMAL)
                   MOVE RECVERR-DISP TO MESSHSO
                   PERFORM 5210-REBUILD-PAGE
               WHEN OTHER
                   PERFORM 5110-PROCESS-INPUT
           END-EVALUATE
           .

       5105-CHECK-AUTHORITY.
      *    Same stance as PGMMP2: the operator id comes from RACF,
      *    and the operator's own USRFILE row has to exist, be
      *    unlocked, and carry the admin role.  A missing row, a
      *    read error, or a general-user row all land on the same
      *    NOT AUTHORIZED path.
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

       5110-PROCESS-INPUT.
      *    The id field's MDT is preset on every send, so it always
      *    comes back - as keyed, or as it was.
           MOVE USRHSI TO WS-KEYED-USER
           INSPECT WS-KEYED-USER
               REPLACING ALL LOW-VALUE BY SPACE

           EVALUATE TRUE
               WHEN WS-KEYED-USER = SPACES
                   MOVE SPACES TO WS-USER-ID
                   MOVE LOW-VALUES TO WS-TOP-KEY
                   MOVE LOW-VALUES TO WS-BOT-KEY
                   MOVE ZERO TO WS-ROW-CNT
                   PERFORM 5250-BLANK-ROW
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 10
                   MOVE ENTUSR-DISP TO MESSHSO
               WHEN WS-KEYED-USER NOT = WS-USER-ID
                   MOVE WS-KEYED-USER TO WS-USER-ID
                   PERFORM 5120-PAGE-NEWEST
               WHEN OTHER
                   EVALUATE FUNCHSI
                       WHEN 'F'
                           PERFORM 5130-PAGE-OLDER
                       WHEN 'B'
                           PERFORM 5140-PAGE-NEWER
                       WHEN 'T'
                       WHEN SPACE
                       WHEN LOW-VALUE
                           PERFORM 5120-PAGE-NEWEST
                       WHEN OTHER
                           MOVE BADFUNC-DISP TO MESSHSO
                           PERFORM 5210-REBUILD-PAGE
                   END-EVALUATE
           END-EVALUATE
           .

       5120-PAGE-NEWEST.
           MOVE WS-USER-ID TO WS-BRWS-USER
           MOVE HIGH-VALUES TO WS-BRWS-REST
           MOVE 'N' TO WS-INCL-SW
           PERFORM 5200-FILL-BACKWARD

           IF WS-ROW-CNT = ZERO
               MOVE LOW-VALUES TO WS-TOP-KEY
               MOVE LOW-VALUES TO WS-BOT-KEY
               MOVE NOHIST-DISP TO MESSHSO
           END-IF
           .

       5130-PAGE-OLDER.
           MOVE WS-BOT-KEY TO WS-BRWS-KEY
           MOVE 'N' TO WS-INCL-SW
           PERFORM 5200-FILL-BACKWARD

           IF WS-ROW-CNT = ZERO
      *        Nothing older than the bottom of this page - say so
      *        and put the page the operator was looking at back up.
               MOVE NOOLDR-DISP TO MESSHSO
               PERFORM 5210-REBUILD-PAGE
           END-IF
           .

       5140-PAGE-NEWER.
           IF WS-TOP-KEY = LOW-VALUES
               PERFORM 5120-PAGE-NEWEST
           ELSE
               PERFORM 5230-WALK-NEWER
               IF WS-NWR-CNT = ZERO
                   MOVE NONEWR-DISP TO MESSHSO
                   PERFORM 5210-REBUILD-PAGE
               ELSE
      *            Newest key collected is where the newer page
      *            starts - fill backward from it, keeping it.
                   MOVE WS-NWR-KEY(WS-NWR-CNT) TO WS-BRWS-KEY
                   SET WS-INCLUDE-START TO TRUE
                   PERFORM 5200-FILL-BACKWARD
               END-IF
           END-IF
           .

       5200-FILL-BACKWARD.
           MOVE ZERO TO WS-ROW-CNT
           MOVE 'N' TO WS-BRWS-DONE-SW
           MOVE WS-BRWS-KEY TO WS-RID

           EXEC CICS STARTBR
               FILE(AUDIDX-NAME)
               RIDFLD(WS-RID)
               GTEQ
               RESP(WS-BRWS-RESP)
           END-EXEC

           IF WS-BRWS-RESP = DFHRESP(NOTFND)
      *        Nothing at or past the start key - the id is the last
      *        one on file.  A key of all HIGH-VALUES positions the
      *        browse at the end, and READPREV walks back from there.
               MOVE HIGH-VALUES TO WS-RID
               EXEC CICS STARTBR
                   FILE(AUDIDX-NAME)
                   RIDFLD(WS-RID)
                   GTEQ
                   RESP(WS-BRWS-RESP)
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-BRWS-RESP = DFHRESP(NORMAL)
                   PERFORM 5220-READ-PREV
                       UNTIL WS-ROW-CNT = 10
                          OR WS-BRWS-DONE
                   EXEC CICS ENDBR
                       FILE(AUDIDX-NAME)
                   END-EXEC
               WHEN WS-BRWS-RESP = DFHRESP(NOTFND)
      *            An empty index - the caller says what that means.
                   CONTINUE
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSHSO
           END-EVALUATE

           PERFORM 5250-BLANK-ROW
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 10
           .

       5210-REBUILD-PAGE.
      *    Re-show the page the operator was already on, keeping
      *    whatever message the caller just set.
           IF WS-TOP-KEY = LOW-VALUES
               MOVE ZERO TO WS-ROW-CNT
               PERFORM 5250-BLANK-ROW
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 10
           ELSE
               MOVE WS-TOP-KEY TO WS-BRWS-KEY
               SET WS-INCLUDE-START TO TRUE
               PERFORM 5200-FILL-BACKWARD
           END-IF
           .

       5220-READ-PREV.
           EXEC CICS READPREV
               FILE(AUDIDX-NAME)
               INTO(IDX-RECORD)
               RIDFLD(WS-RID)
               RESP(WS-BRWS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-BRWS-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN IDX-KEY > WS-BRWS-KEY
      *                    The record the browse was positioned on -
      *                    the next id's first event - read it off.
                           CONTINUE
                       WHEN IDX-KEY = WS-BRWS-KEY
                           AND NOT WS-INCLUDE-START
      *                    Paging older starts at the bottom row
      *                    already on the screen - drop it.
                           CONTINUE
                       WHEN IDX-USER-ID NOT = WS-USER-ID
                           SET WS-BRWS-DONE TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-ROW-CNT
                           PERFORM 5240-FORMAT-ROW
                   END-EVALUATE
               WHEN WS-BRWS-RESP = DFHRESP(ENDFILE)
                   SET WS-BRWS-DONE TO TRUE
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSHSO
                   SET WS-BRWS-DONE TO TRUE
           END-EVALUATE
           .

       5230-WALK-NEWER.
           MOVE ZERO TO WS-NWR-CNT
           MOVE 'N' TO WS-BRWS-DONE-SW
           MOVE WS-TOP-KEY TO WS-RID

           EXEC CICS STARTBR
               FILE(AUDIDX-NAME)
               RIDFLD(WS-RID)
               GTEQ
               RESP(WS-BRWS-RESP)
           END-EXEC

           IF WS-BRWS-RESP = DFHRESP(NORMAL)
               PERFORM 5235-READ-NEXT
                   UNTIL WS-NWR-CNT = 10
                      OR WS-BRWS-DONE
               EXEC CICS ENDBR
                   FILE(AUDIDX-NAME)
               END-EXEC
           END-IF
           .

       5235-READ-NEXT.
           EXEC CICS READNEXT
               FILE(AUDIDX-NAME)
               INTO(IDX-RECORD)
               RIDFLD(WS-RID)
               RESP(WS-BRWS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-BRWS-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN IDX-KEY = WS-TOP-KEY
      *                    The top row already on the screen.
                           CONTINUE
                       WHEN IDX-USER-ID NOT = WS-USER-ID
                           SET WS-BRWS-DONE TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-NWR-CNT
                           MOVE IDX-KEY TO WS-NWR-KEY(WS-NWR-CNT)
                   END-EVALUATE
               WHEN WS-BRWS-RESP = DFHRESP(ENDFILE)
                   SET WS-BRWS-DONE TO TRUE
               WHEN OTHER
                   MOVE SYSERR-DISP TO MESSHSO
                   SET WS-BRWS-DONE TO TRUE
           END-EVALUATE
           .

       5240-FORMAT-ROW.
           MOVE IDX-DATE TO WS-ROW-DATE
           MOVE IDX-TIME TO WS-ROW-TIME
           MOVE IDX-TERM-ID TO WS-ROW-TERM
           IF IDX-TYPE-MAINT
               MOVE 'MAINT' TO WS-ROW-EVENT
           ELSE
               MOVE 'SIGNON' TO WS-ROW-EVENT
           END-IF
           MOVE IDX-OUTCOME TO WS-ROW-OUTCOME
           MOVE IDX-ADMIN-ID TO WS-ROW-ADMIN
           MOVE IDX-APPR-ID TO WS-ROW-APPR

      *    Values only when the event carries them - a held action
      *    (REQUEST / REJECT / REQEXPD) shows just its name.
           MOVE SPACES TO WS-ROW-DETAIL
           IF IDX-PARM-NAME NOT = SPACES
               IF IDX-OLD-VALUE NUMERIC AND IDX-NEW-VALUE NUMERIC
                   AND (IDX-OLD-VALUE NOT = ZERO
                        OR IDX-NEW-VALUE NOT = ZERO)
                   MOVE IDX-PARM-NAME TO WS-CHG-NAME
                   MOVE IDX-OLD-VALUE TO WS-CHG-OLD
                   MOVE IDX-NEW-VALUE TO WS-CHG-NEW
                   MOVE WS-ROW-CHANGE TO WS-ROW-DETAIL
               ELSE
                   MOVE IDX-PARM-NAME TO WS-ROW-DETAIL
               END-IF
           END-IF

           MOVE WS-ROW-LINE TO LINEHSO(WS-ROW-CNT)
           IF WS-ROW-CNT = 1
               MOVE IDX-KEY TO WS-TOP-KEY
           END-IF
           MOVE IDX-KEY TO WS-BOT-KEY
           .

       5250-BLANK-ROW.
           IF WS-IDX > WS-ROW-CNT
               MOVE SPACES TO LINEHSO(WS-IDX)
           END-IF
           .

       5010-CICS-SEND.
      *    MDT preset on the id field every time, so the id on the
      *    screen comes back on the next input even untouched.
           MOVE WS-USER-ID TO USRHSO
           MOVE ATTR-UNPROT-MDT TO USRHSA
           MOVE SPACE TO FUNCHSO

           IF WS-FIRST-TIME
               EXEC CICS SEND
                    MAPSET(MAPSET-NAME)
                    MAP(MAP-NAME)
                    FROM(CF13MO)
                    ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND
                    MAPSET(MAPSET-NAME)
                    MAP(MAP-NAME)
                    DATAONLY
                    FROM(CF13MO)
               END-EXEC
           END-IF
           .

       5090-CICS-RETURN.
           MOVE 'C' TO WS-HSC-ENTRY
           EXEC CICS RETURN
               TRANSID(OWN-TRANSID)
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           .
