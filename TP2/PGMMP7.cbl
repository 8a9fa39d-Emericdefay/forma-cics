      * action FORCOFF, the freed user id, the supervisor's terminal,
      * timestamp), so who-freed-whom shows up in the nightly
      * PGMMB1 digest's maintenance section like any other
      * administrative action.  The ended session itself goes to
      * the SESH session-history queue as well, marked FORCOFF, for
      * the PGMMBB session report.  The audit event is written by
      * LINKing to PGMMS1, the audit writer that numbers and chains
      * every AUDQ record.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY USRFILE.
      / Copybook for the sign-on/maintenance audit TD queue record
       COPY AUDREC.
      / COMMAREA for the PGMMS1 audit writer, which puts AUD-RECORD
      / on AUDQ numbered and chained
       COPY AUDWCOM.
      / Copybook for the SESH session-history TD queue record
       COPY SHSREC.
      / CICS variables
       77  WS-CICS-RET    PIC S9(4) COMP VALUE ZERO.
       77  WS-BRWS-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-SES-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-AUTH-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-WRITEQ-RESP PIC S9(4) COMP VALUE ZERO.
       77  WS-SESH-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-ABSTIME     PIC S9(15) COMP VALUE ZERO.
      / Browse state
       77  WS-BRWS-KEY    PIC X(07) VALUE LOW-VALUES.
       01 FILE-VALUES.
           02  SESFILE-NAME PIC X(08) VALUE 'SESFILE'.
           02  USRFILE-NAME PIC X(08) VALUE 'USRFILE'.
           02  SESH-NAME    PIC X(04) VALUE 'SESH'.
       01 PROGRAM-VALUES.
           02  AUDW-PGM-NAME PIC X(08) VALUE 'PGMMS1'.
           02  OWN-TRANSID   PIC X(04) VALUE 'CF07'.
       01 TEXT-DISPLAYED.
           02 MAPFAIL-DISP PIC X(26) VALUE
                   END-EXEC
                   IF WS-SES-RESP = DFHRESP(NORMAL)
                       PERFORM 5160-WRITE-AUDIT
                       PERFORM 5165-WRITE-HISTORY
                       MOVE WS-FREE-USERID TO WS-FREED-USER
                       MOVE WS-FREED-MSG TO MESSSPO
                   ELSE
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
      *        Same stance as PGMMP1 and PGMMP2: the session is
           END-IF
           .

       5165-WRITE-HISTORY.
      *    SES-RECORD still holds the session just deleted; it ended
      *    at the audit record's timestamp.
           MOVE SPACES TO SHS-RECORD
           MOVE SES-USER-ID TO SHS-USER-ID
           MOVE SES-TERM-ID TO SHS-TERM-ID
           MOVE SES-DATE TO SHS-ON-DATE
           MOVE SES-TIME TO SHS-ON-TIME
           IF SES-LAST-DATE NUMERIC AND SES-LAST-TIME NUMERIC
               MOVE SES-LAST-DATE TO SHS-LAST-DATE
               MOVE SES-LAST-TIME TO SHS-LAST-TIME
           ELSE
               MOVE SES-DATE TO SHS-LAST-DATE
               MOVE SES-TIME TO SHS-LAST-TIME
           END-IF
           MOVE AUD-DATE TO SHS-END-DATE
           MOVE AUD-TIME TO SHS-END-TIME
           SET SHS-END-FORCOFF TO TRUE

           EXEC CICS WRITEQ TD
               QUEUE(SESH-NAME)
               FROM(SHS-RECORD)
               LENGTH(LENGTH OF SHS-RECORD)
               RESP(WS-SESH-RESP)
           END-EXEC

           IF WS-SESH-RESP NOT = DFHRESP(NORMAL)
      *        History is reporting material, not control - a full
      *        queue must not undo a force-off that already stuck.
               CONTINUE
           END-IF
           .

       5200-FILL-FORWARD.
           MOVE ZERO TO WS-ROW-CNT
           MOVE 'N' TO WS-BRWS-DONE-SW
