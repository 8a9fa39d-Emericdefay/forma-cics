      *     bad password and must not read like one.  The sign-on
      *     count columns were narrowed to make the room; the
      *     threshold flag still tests failures only.
      *   - AUD-RECORD grew an approver id for dual-control changes
      *     applied through PGMMPC; the maintenance section shows it
      *     in its own APPROVER column, next to the requesting admin.
      *     REQUEST / REJECT / REQEXPD lines carry the held action in
      *     the parameter slot with no values, and print just the
      *     name there.
      *   - EXPIRED - PGMMP1 refusing a good password for an id past
      *     its USR-EXPIRY-DATE - is released as a sign-on outcome
      *     and counted in its own column, for the same reason as
      *     OUTPOL.  The gaps between the four count columns were
      *     closed up to one space to make the room.  Neither column
      *     feeds HISTFILE's failed count.
      *   - Run control: the job checks in with PGMMS3 before it
      *     opens anything and records its finish, return code and
      *     record count on the RUNCTL ledger at end of job.  It is
      *     refused unless the PGMMBC audit-trail verifier has
      *     COMPLETED for the same date, and refused for a date
      *     already completed unless the SYSIN card carries RERUN
      *     in column 19-23.  A restart after a failure needs no
      *     RERUN - the ledger shows that attempt never finished.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SRT-PARM-NAME      PIC X(08).
           02 SRT-OLD-VALUE      PIC 9(04).
           02 SRT-NEW-VALUE      PIC 9(04).
           02 SRT-APPR           PIC X(07).

       FD  CHKPT.
       01  CHK-RECORD.
           02 SORT-PARM-NAME     PIC X(08).
           02 SORT-OLD-VALUE     PIC 9(04).
           02 SORT-NEW-VALUE     PIC 9(04).
           02 SORT-APPR          PIC X(07).

       FD  PRMFILE.
           COPY PRMREC.
       77  WS-CHK-STATUS    PIC X(02) VALUE ZERO.
       77  WS-PRM-STATUS    PIC X(02) VALUE ZERO.
      / Processing date for this run, ACCEPTed from SYSIN
      / (RERUN in column 19-23 repeats a date already completed)
       01  WS-RUN-CARD.
           02 WS-RUN-DATE      PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 WS-RUN-RERUN     PIC X(05) VALUE SPACES.
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
      / Sorted records committed (reported, rolled, checkpointed)
       77  WS-DONE-COUNT    PIC 9(09) VALUE ZERO.
       77  WS-SKIP-COUNT    PIC 9(09) VALUE ZERO.
       77  WS-GRP-SUCCESS   PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-FAILED    PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-OUTPOL    PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-EXPIRED   PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-RECS      PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-FIRST     PIC X(06) VALUE SPACES.
       77  WS-GRP-LAST      PIC X(06) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'USER ID'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'SUCCESS'.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(07) VALUE ' FAILED'.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'OUT-POL'.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'EXPIRED'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE ' FIRST'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-DET-USERID  PIC X(07).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-SUCCESS PIC ZZZ,ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WS-DET-FAILED  PIC ZZZ,ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WS-DET-OUTPOL  PIC ZZZ,ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WS-DET-EXPIRED PIC ZZZ,ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-FIRST   PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE 'TIME'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(18) VALUE 'PARM     OLD> NEW'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'APPROVER'.
       01  WS-MNT-DET-LINE.
           02 WS-MNT-DET-ADMIN  PIC X(07).
           02 FILLER            PIC X(02) VALUE SPACES.
               03 WS-MNT-DET-OLD  PIC ZZZ9.
               03 WS-MNT-DET-GT   PIC X(01).
               03 WS-MNT-DET-NEW  PIC ZZZ9.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WS-MNT-DET-APPR   PIC X(07).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMB1 - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE

           PERFORM 1010-READ-CHECKPOINT
                       WHEN 'FAILED'
                       WHEN 'LOCKED'
                       WHEN 'OUTPOL'
                       WHEN 'EXPIRED'
                           MOVE '1' TO SORT-SECTION
                           PERFORM 1230-RELEASE-ONE
                       WHEN OTHER
           MOVE AUD-ADMIN-ID TO SORT-ADMIN
           MOVE AUD-DATE TO SORT-DATE
           MOVE AUD-PARM-NAME TO SORT-PARM-NAME
           MOVE AUD-APPR-ID TO SORT-APPR
      *    Only a PARMCHG event fills the value fields; anything
      *    else (or a record written before they existed) gets a
      *    clean zero rather than whatever bytes were there.
           RELEASE SORT-REC
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMB1' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMB1 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-REPORT-PHASE.
           OPEN INPUT SRTFILE
           IF WS-SRT-STATUS NOT = '00'
           MOVE ZERO TO WS-GRP-SUCCESS
           MOVE ZERO TO WS-GRP-FAILED
           MOVE ZERO TO WS-GRP-OUTPOL
           MOVE ZERO TO WS-GRP-EXPIRED
           MOVE ZERO TO WS-GRP-RECS
           MOVE SPACES TO WS-GRP-FIRST
           MOVE SPACES TO WS-GRP-LAST
           MOVE WS-GRP-SUCCESS TO WS-DET-SUCCESS
           MOVE WS-GRP-FAILED TO WS-DET-FAILED
           MOVE WS-GRP-OUTPOL TO WS-DET-OUTPOL
           MOVE WS-GRP-EXPIRED TO WS-DET-EXPIRED
           MOVE WS-GRP-FIRST TO WS-DET-FIRST
           MOVE WS-GRP-LAST TO WS-DET-LAST
           IF WS-GRP-FAILED >= LOCKOUT-MAX
      *            threshold flag would smear policy refusals into
      *            guessing attempts.
                   ADD 1 TO WS-GRP-OUTPOL
               WHEN 'EXPIRED'
      *            Likewise a good password on an id past its expiry
      *            date - a contract that ran out, not an attack.
                   ADD 1 TO WS-GRP-EXPIRED
               WHEN OTHER
                   ADD 1 TO WS-GRP-FAILED
           END-EVALUATE
           IF SRT-PARM-NAME = SPACES
               MOVE SPACES TO WS-MNT-DET-CHG
           ELSE
               IF SRT-OLD-VALUE = ZERO AND SRT-NEW-VALUE = ZERO
      *            A held action named on a REQUEST/REJECT line -
      *            no values to show.
                   MOVE SPACES TO WS-MNT-DET-CHG
                   MOVE SRT-PARM-NAME TO WS-MNT-DET-PARM
               ELSE
                   MOVE SRT-PARM-NAME TO WS-MNT-DET-PARM
                   MOVE SRT-OLD-VALUE TO WS-MNT-DET-OLD
                   MOVE '>' TO WS-MNT-DET-GT
                   MOVE SRT-NEW-VALUE TO WS-MNT-DET-NEW
               END-IF
           END-IF
           MOVE SRT-APPR TO WS-MNT-DET-APPR
           WRITE RPT-LINE FROM WS-MNT-DET-LINE
           PERFORM 3010-CHECK-WRITE

           MOVE 'N' TO CHK-MAINT-HDR
           WRITE CHK-RECORD
           CLOSE CHKPT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'RECORDS' TO RUNC-TOT-LABEL(1)
           MOVE WS-DONE-COUNT TO RUNC-TOT-COUNT(1)
           MOVE SPACES TO RUNC-TOT-LABEL(2)
           MOVE ZERO TO RUNC-TOT-COUNT(2)
           MOVE SPACES TO RUNC-TOT-LABEL(3)
           MOVE ZERO TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMB1 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
