      ******************************************************************
      * User-inquiry transaction for mapset CF02M.  Browses USRFILE in
      * key order a page (ten rows) at a time, showing each user id
      * with its lock status, failed-attempt count and expiry date,
      * so the help desk can answer "am I locked out?" (or "when do
      * I run out?") without waiting for the nightly digest.
      * Mirrors PGMMP1's RECEIVE/CONDITIONS/SEND/RETURN structure
      * and carries its paging position in a COMMAREA across
      * pseudo-conversational invocations.
      *
      * Functions: F pages forward from the bottom of the current
      * page, B pages backward from the top, S plus a row number
      * CF01 transaction, so PGMMP2 itself needed no change).  The
      * user-id field on the sent CF01M map has its MDT preset -
      * with FRSET on the mapset, an untouched field would otherwise
      * not transmit back and PGMMP2 would see an empty id.  H plus
      * a row number XCTLs to the CF13M activity history screen
      * (PGMMPD) with that row's user id in the HSCOMM COMMAREA, so
      * the help desk goes from "locked" to "why" in one step;
      * PGMMPD makes its own admin check.
      *
      * Paging backward is done in two passes: walk READPREV far
      * enough to find the key ten records back, then fill the page
       COPY MS0002.
      / Copybook for the USRFILE user record
       COPY USRFILE.
      / COMMAREA handed to PGMMPD on H
       COPY HSCOMM REPLACING ==DFHCOMMAREA== BY ==HSC-COMMAREA==.
      / CICS variables
       77  WS-CICS-RET    PIC S9(4) COMP VALUE ZERO.
       77  WS-BRWS-RESP   PIC S9(4) COMP VALUE ZERO.
       01 PROGRAM-VALUES.
           02  OWN-TRANSID   PIC X(04) VALUE 'CF02'.
           02  MNT-TRANSID   PIC X(04) VALUE 'CF01'.
           02  HST-PGM-NAME  PIC X(08) VALUE 'PGMMPD'.
       01 TEXT-DISPLAYED.
           02 MAPFAIL-DISP PIC X(28) VALUE
               'ENTER FUNCTION F, B, S OR H'.
           02 RECVERR-DISP PIC X(25) VALUE
               'TERMINAL ERROR - REENTER'.
           02 BADFUNC-DISP PIC X(26) VALUE
               'INVALID FUNCTION - F/B/S/H'.
           02 BADSEL-DISP  PIC X(30) VALUE
               'INVALID ROW - S/H NEEDS 1-10'.
           02 ENDFIL-DISP  PIC X(21) VALUE 'ALREADY AT LAST PAGE'.
           02 TOPFIL-DISP  PIC X(22) VALUE 'ALREADY AT FIRST PAGE'.
           02 NOUSER-DISP  PIC X(16) VALUE 'NO USERS ON FILE'.
           02 SYSERR-DISP  PIC X(25) VALUE
               'SYSTEM ERROR - SEE ADMIN'.
           02 SELECT-DISP  PIC X(30) VALUE
               'ENTER FUNCTION A/D/R/T/O/G/X/E'.
       01 WS-ROW-LINE.
           02 WS-ROW-USERID PIC X(07).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 WS-ROW-FAILED PIC ZZZZ9.
           02 FILLER        PIC X(04) VALUE SPACES.
           02 WS-ROW-EXPIRY PIC X(08).
       01 WS-COMMAREA.
           02 WS-TOP-KEY  PIC X(07) VALUE LOW-VALUES.
           02 WS-BOT-KEY  PIC X(07) VALUE LOW-VALUES.
                       WHEN 'B'
                           PERFORM 5120-PAGE-BACKWARD
                       WHEN 'S'
                       WHEN 'H'
                           PERFORM 5130-SELECT-USER
                       WHEN OTHER
                           MOVE BADFUNC-DISP TO MESSIQO
                   MOVE BADSEL-DISP TO MESSIQO
                   PERFORM 5210-REBUILD-PAGE
               ELSE
                   IF FUNCIQI = 'H'
                       PERFORM 5150-XFER-TO-HISTORY
                   ELSE
                       PERFORM 5140-XFER-TO-MAINT
                   END-IF
               END-IF
           END-IF
           .
           END-EXEC
           .

       5150-XFER-TO-HISTORY.
      *    PGMMPD sees entry 'I', skips its RECEIVE and sends page one
      *    of the chosen id's history.  The XCTL ends this program.
           MOVE SPACES TO HSC-COMMAREA
           SET HSC-FROM-INQUIRY TO TRUE
           MOVE WS-ROW-ID(WS-SEL-NUM) TO HSC-USER-ID
           MOVE LOW-VALUES TO HSC-TOP-KEY
           MOVE LOW-VALUES TO HSC-BOT-KEY

           EXEC CICS XCTL
               PROGRAM(HST-PGM-NAME)
               COMMAREA(HSC-COMMAREA)
               LENGTH(LENGTH OF HSC-COMMAREA)
           END-EXEC
           .

       5200-FILL-FORWARD.
           MOVE ZERO TO WS-ROW-CNT
           MOVE 'N' TO WS-BRWS-DONE-SW
               MOVE 'ACTIVE' TO WS-ROW-STATUS
           END-IF
           MOVE USR-FAILED-COUNT TO WS-ROW-FAILED
      *    Blank for an id that never expires.
           MOVE USR-EXPIRY-DATE TO WS-ROW-EXPIRY
           MOVE WS-ROW-LINE TO LINEIQO(WS-ROW-CNT)
           MOVE USR-ID TO WS-ROW-ID(WS-ROW-CNT)
           .
