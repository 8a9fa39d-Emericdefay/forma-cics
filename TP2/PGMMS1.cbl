      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMS1.
      ******************************************************************
      * AUDQ audit writer - the one place an AUD-RECORD is put on
      * the AUDQ extrapartition queue.  PGMMP1, PGMMP2, PGMMP7,
      * PGMMP8, PGMMPB and PGMMPC build their record as always and
      * EXEC CICS LINK here with it in the AUDWCOM COMMAREA instead
      * of writing the queue themselves.
      *
      * Each record is stamped on the way through so the trail is
      * tamper-evident: AUD-SEQ-NO is one more than the last number
      * issued, and AUD-CHAIN is the PGMMS2 check value folded from
      * the previous record's.  The AUDCTL control record holds the
      * last pair and is read for update BEFORE the stamp and
      * rewritten only AFTER the queue write, so the update lock
      * serializes every writer: numbers reach the queue in order,
      * and a queue write that fails gives its number back (the
      * control record is released unchanged) instead of leaving a
      * gap.  The PGMMBC batch verifier recomputes the same chain.
      *
      * Audit is never refused for want of a number: with AUDCTL
      * unreadable the record still goes to AUDQ, carrying zero in
      * both fields, and PGMMBC reports it as unsequenced.  A missing
      * control record is created at zero by the first writer that
      * finds it so, and a creation race just reads the winner's.
      *
      * An event that reached the queue and names a user id is also
      * written to the AUDIDX audit index (IDXREC), keyed on that id
      * and the event's timestamp and number, for the CF13 activity
      * history screen.  The index is a convenience copy: a failed
      * index write is ignored and never changes what the caller is
      * told, since the event itself is safely on AUDQ.
      *
      * The stamped record is handed back in the COMMAREA with the
      * WRITEQ RESP in AUDW-RESP; callers treat that exactly as they
      * treated their own queue write.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
      / Copybook for the sign-on/maintenance audit TD queue record
       COPY AUDREC.
      / Copybook for the AUDCTL sequence/chain control record
       COPY AUDCTL.
      / Copybook for the AUDIDX per-user audit index record
       COPY IDXREC.
      / CICS variables
       77  WS-AQC-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-IDX-RESP    PIC S9(4) COMP VALUE ZERO.
       77  WS-WRITEQ-RESP PIC S9(4) COMP VALUE ZERO.
       77  WS-AQC-RID     PIC X(08) VALUE 'AUDQSEQ'.
       77  WS-SEQ-SW      PIC X(01) VALUE 'N'.
           88 WS-SEQ-HELD VALUE 'Y'.
      / Program values
       01 FILE-VALUES.
           02  AUDCTL-NAME  PIC X(08) VALUE 'AUDCTL'.
           02  AUDQ-NAME    PIC X(04) VALUE 'AUDQ'.
           02  AUDIDX-NAME  PIC X(08) VALUE 'AUDIDX'.
       01 PROGRAM-VALUES.
           02  CHAIN-PGM-NAME PIC X(08) VALUE 'PGMMS2'.
      ******************************************************************
       LINKAGE SECTION.
      / COMMAREA passed by every AUDQ writer
       COPY AUDWCOM REPLACING ==AUDW-COMMAREA== BY ==DFHCOMMAREA==.
      ******************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
           IF EIBCALEN >= LENGTH OF DFHCOMMAREA
               MOVE AUDW-AUDIT TO AUD-RECORD
               PERFORM 5100-LOCK-CONTROL
               PERFORM 5110-STAMP-RECORD
               PERFORM 5120-WRITE-QUEUE
               PERFORM 5130-RELEASE-CONTROL
               PERFORM 5140-WRITE-INDEX
               MOVE AUD-RECORD TO AUDW-AUDIT
               MOVE WS-WRITEQ-RESP TO AUDW-RESP
           END-IF
           PERFORM 5090-CICS-RETURN.
           GOBACK.

       5100-LOCK-CONTROL.
           MOVE 'N' TO WS-SEQ-SW

           EXEC CICS READ
               FILE(AUDCTL-NAME)
               INTO(AQC-RECORD)
               RIDFLD(WS-AQC-RID)
               UPDATE
               RESP(WS-AQC-RESP)
           END-EXEC

           IF WS-AQC-RESP = DFHRESP(NOTFND)
               PERFORM 5105-CREATE-CONTROL
           END-IF

           IF WS-AQC-RESP = DFHRESP(NORMAL)
               SET WS-SEQ-HELD TO TRUE
           END-IF
           .

       5105-CREATE-CONTROL.
      *    First record ever stamped.  A DUPREC means another task
      *    created it first - either way the read that follows gets
      *    the one record everybody shares.
           MOVE SPACES TO AQC-RECORD
           MOVE WS-AQC-RID TO AQC-KEY
           MOVE ZERO TO AQC-LAST-SEQ
           MOVE ZERO TO AQC-LAST-CHAIN

           EXEC CICS WRITE
               FILE(AUDCTL-NAME)
               FROM(AQC-RECORD)
               RIDFLD(WS-AQC-RID)
               RESP(WS-AQC-RESP)
           END-EXEC

           EXEC CICS READ
               FILE(AUDCTL-NAME)
               INTO(AQC-RECORD)
               RIDFLD(WS-AQC-RID)
               UPDATE
               RESP(WS-AQC-RESP)
           END-EXEC
           .

       5110-STAMP-RECORD.
           IF WS-SEQ-HELD
               COMPUTE AUD-SEQ-NO = AQC-LAST-SEQ + 1
               CALL CHAIN-PGM-NAME USING AQC-LAST-CHAIN
                                         AUD-RECORD
                                         AUD-CHAIN
           ELSE
      *        No control record to be had - the event still goes
      *        on the trail, plainly unsequenced.
               MOVE ZERO TO AUD-SEQ-NO
               MOVE ZERO TO AUD-CHAIN
           END-IF
           .

       5120-WRITE-QUEUE.
           EXEC CICS WRITEQ TD
               QUEUE(AUDQ-NAME)
               FROM(AUD-RECORD)
               LENGTH(LENGTH OF AUD-RECORD)
               RESP(WS-WRITEQ-RESP)
           END-EXEC
           .

       5130-RELEASE-CONTROL.
      *    The number is only used up if the record reached the
      *    queue; otherwise the control record goes back untouched
      *    and the next writer gets the same number.
           IF WS-SEQ-HELD
               IF WS-WRITEQ-RESP = DFHRESP(NORMAL)
                   MOVE AUD-SEQ-NO TO AQC-LAST-SEQ
                   MOVE AUD-CHAIN TO AQC-LAST-CHAIN
                   MOVE AUD-DATE TO AQC-LAST-DATE
                   MOVE AUD-TIME TO AQC-LAST-TIME
                   EXEC CICS REWRITE
                       FILE(AUDCTL-NAME)
                       FROM(AQC-RECORD)
                       RESP(WS-AQC-RESP)
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK
                       FILE(AUDCTL-NAME)
                   END-EXEC
               END-IF
           END-IF
           .

       5140-WRITE-INDEX.
      *    After the control record is released - the index is not
      *    worth holding every other writer up for.  A DUPREC (two
      *    unsequenced events in the same second) or any other
      *    failure just leaves the event off the index.
           IF WS-WRITEQ-RESP = DFHRESP(NORMAL)
               AND AUD-USERMPI NOT = SPACES
               MOVE SPACES TO IDX-RECORD
               MOVE AUD-USERMPI TO IDX-USER-ID
               MOVE AUD-DATE TO IDX-DATE
               MOVE AUD-TIME TO IDX-TIME
               MOVE AUD-SEQ-NO TO IDX-SEQ-NO
               MOVE AUD-TERM-ID TO IDX-TERM-ID
               MOVE AUD-OUTCOME TO IDX-OUTCOME
               MOVE AUD-REC-TYPE TO IDX-REC-TYPE
               MOVE AUD-ADMIN-ID TO IDX-ADMIN-ID
               MOVE AUD-PARM-NAME TO IDX-PARM-NAME
               MOVE AUD-OLD-VALUE TO IDX-OLD-VALUE
               MOVE AUD-NEW-VALUE TO IDX-NEW-VALUE
               MOVE AUD-APPR-ID TO IDX-APPR-ID

               EXEC CICS WRITE
                   FILE(AUDIDX-NAME)
                   FROM(IDX-RECORD)
                   RIDFLD(IDX-KEY)
                   RESP(WS-IDX-RESP)
               END-EXEC
           END-IF
           .

       5090-CICS-RETURN.
           EXEC CICS RETURN
           END-EXEC
           .
