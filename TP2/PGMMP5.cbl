      * some other terminal cannot free that session from here - that
      * is a walk to the other terminal or an operations call, not
      * something any keyboard should be able to do to any session.
      *
      * A session actually ended here is written to the SESH
      * session-history queue, marked SIGNOFF, for the PGMMBB
      * session report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
      / Copybook for the SESFILE active-session record
       COPY SESREC.
      / Copybook for the SESH session-history TD queue record
       COPY SHSREC.
      / CICS variables
       77  WS-SES-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-SESH-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-ABSTIME     PIC S9(15) COMP VALUE ZERO.
       77  WS-SEND-RESP   PIC S9(4) COMP VALUE ZERO.
      / Signed-on operator, as RACF knows it (8 bytes from ASSIGN
      / USERID; SESFILE keys are the first 7)
      / Program values
       01 FILE-VALUES.
           02  SESFILE-NAME PIC X(08) VALUE 'SESFILE'.
           02  SESH-NAME    PIC X(04) VALUE 'SESH'.
       01 TEXT-DISPLAYED.
           02 SGNOFF-DISP PIC X(10) VALUE 'SIGNED OFF'.
           02 NOSESS-DISP PIC X(17) VALUE 'NO ACTIVE SESSION'.
                           RESP(WS-SES-RESP)
                       END-EXEC
                       IF WS-SES-RESP = DFHRESP(NORMAL)
                           PERFORM 5110-WRITE-HISTORY
                           MOVE SGNOFF-DISP TO WS-REPLY
                       ELSE
                           MOVE SYSERR-DISP TO WS-REPLY
           END-EVALUATE
           .

       5110-WRITE-HISTORY.
      *    SES-RECORD still holds the session just deleted.
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
           SET SHS-END-SIGNOFF TO TRUE

           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(SHS-END-DATE)
               TIME(SHS-END-TIME)
           END-EXEC

           EXEC CICS WRITEQ TD
               QUEUE(SESH-NAME)
               FROM(SHS-RECORD)
               LENGTH(LENGTH OF SHS-RECORD)
               RESP(WS-SESH-RESP)
           END-EXEC

           IF WS-SESH-RESP NOT = DFHRESP(NORMAL)
      *        History is reporting material - the operator is
      *        signed off either way, and is told so.
               CONTINUE
           END-IF
           .

       5010-SEND-REPLY.
           EXEC CICS SEND TEXT
               FROM(WS-REPLY)
