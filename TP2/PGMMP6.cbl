      * Expired keys are collected during the browse and deleted
      * after ENDBR - a delete inside the browse would pull the
      * position out from under READNEXT.  A pass clears at most the
      * table's worth; anything left is caught next interval.  Each
      * delete reads the record for update first, so the session
      * actually removed can be written to the SESH session-history
      * queue, marked IDLE, for the PGMMBB session report.
      *
      * SESSION-IDLE-MINS is live policy read from the PRMFILE record
      * at the top of every pass (5050-LOAD-PARMS); the LOCKPRM VALUE
       COPY LOCKPRM.
      / Copybook for the PRMFILE record that overlays those defaults
       COPY PRMREC.
      / Copybook for the SESH session-history TD queue record
       COPY SHSREC.
      / CICS variables
       77  WS-BRWS-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-PRM-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-PRM-RID     PIC X(08) VALUE 'LOCKPRM'.
       77  WS-DEL-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-START-RESP  PIC S9(4) COMP VALUE ZERO.
       77  WS-SESH-RESP   PIC S9(4) COMP VALUE ZERO.
       77  WS-ABSTIME     PIC S9(15) COMP VALUE ZERO.
      / Browse state
       77  WS-RID         PIC X(07) VALUE LOW-VALUES.
       01 FILE-VALUES.
           02  SESFILE-NAME PIC X(08) VALUE 'SESFILE'.
           02  PRMFILE-NAME PIC X(08) VALUE 'PRMFILE'.
           02  SESH-NAME    PIC X(04) VALUE 'SESH'.
       01 PROGRAM-VALUES.
           02  OWN-TRANSID   PIC X(04) VALUE 'CF05'.
      ******************************************************************
           .

       5130-DELETE-EXPIRED.
           EXEC CICS READ
               FILE(SESFILE-NAME)
               INTO(SES-RECORD)
               RIDFLD(WS-EXP-KEY(WS-IDX))
               UPDATE
               RESP(WS-DEL-RESP)
           END-EXEC

           IF WS-DEL-RESP = DFHRESP(NORMAL)
               EXEC CICS DELETE
                   FILE(SESFILE-NAME)
                   RESP(WS-DEL-RESP)
               END-EXEC
           END-IF

           IF WS-DEL-RESP = DFHRESP(NORMAL)
               PERFORM 5135-WRITE-HISTORY
           ELSE
      *        Signed off or re-signed-on between the browse and
      *        now - nothing worth stopping the sweep over.
               CONTINUE
           END-IF
           .

       5135-WRITE-HISTORY.
      *    The pass's own clock is the end stamp - every session
      *    swept in one pass ended at the same moment.
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
           MOVE WS-TODAY TO SHS-END-DATE
           MOVE WS-NOW-TIME TO SHS-END-TIME
           SET SHS-END-IDLE TO TRUE

           EXEC CICS WRITEQ TD
               QUEUE(SESH-NAME)
               FROM(SHS-RECORD)
               LENGTH(LENGTH OF SHS-RECORD)
               RESP(WS-SESH-RESP)
           END-EXEC

           IF WS-SESH-RESP NOT = DFHRESP(NORMAL)
      *        History is reporting material; the sweep carries on.
               CONTINUE
           END-IF
           .

       5140-RESCHEDULE.
      *    Fifteen minutes between passes - fine-grained enough
      *    against a 30-minute idle limit.  Failure to reschedule
