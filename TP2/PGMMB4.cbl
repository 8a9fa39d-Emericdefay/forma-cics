      * other batch jobs, and becomes the USR-LAST-SIGNON stamp on
      * adds and resets.
      *
      * Run control: the job checks in with PGMMS3 before it opens
      * anything, and records its finish, return code and control
      * totals on the RUNCTL ledger at end of job.  The SYSIN card
      * carries RERUN in column 19-23 to repeat a date already
      * completed, and CLEANUP in column 25-31 when the deck is
      * PGMMB7's remediation cards: that run goes on the ledger as
      * PGMMB4R and is refused until PGMMB7 has completed for the
      * same date.  HR's decks run as PGMMB4 and wait for nothing.
      *
      * Transaction card: column 1 = function (A/D/R/E), column 3-9
      * = user id, column 11-17 = recertification owner (A only,
      * optional), column 19-26 = expiry date YYYYMMDD (A optional,
      * E), rest ignored.  An owner keyed on an add card has to be
      * on USRFILE already - earlier in the same deck is fine - and
      * may not be the id being added, the same edit the CF01M
      * screen makes.
      *
      * E sets the expiry date on an id already on file, so a batch
      * of contract extensions from HR does not have to be keyed one
      * at a time; a blank date on an E card clears it (the id never
      * expires).  A date, on an A or E card, has to be a real
      * calendar date and no earlier than the run date - the same
      * edit PGMMP2 makes against today.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 TRN-FUNC           PIC X(01).
           02 FILLER             PIC X(01).
           02 TRN-USER-ID        PIC X(07).
           02 FILLER             PIC X(01).
           02 TRN-OWNER-ID       PIC X(07).
           02 FILLER             PIC X(01).
           02 TRN-EXPIRY-DATE    PIC X(08).
           02 TRN-EXPIRY-NUM REDEFINES TRN-EXPIRY-DATE PIC 9(08).
           02 FILLER             PIC X(54).

       FD  USRFILE.
           COPY USRFILE.
       77  WS-USR-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
      / Run date for this load, ACCEPTed from SYSIN
      / (RERUN in column 19-23 repeats a date already completed;
      / CLEANUP in column 25-31 marks the PGMMB7 remediation deck)
       01  WS-RUN-CARD.
           02 WS-RUN-DATE      PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 WS-RUN-RERUN     PIC X(05) VALUE SPACES.
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WS-RUN-DECK      PIC X(07) VALUE SPACES.
               88 WS-CLEANUP-DECK VALUE 'CLEANUP'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
       77  WS-OWNER-SW      PIC X(01) VALUE 'N'.
           88 WS-OWNER-OK   VALUE 'Y'.
       77  WS-EXPIRY-SW     PIC X(01) VALUE 'N'.
           88 WS-EXPIRY-OK  VALUE 'Y'.
      / Control counters
       77  WS-CNT-READ      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-ACCEPT    PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-ADDS      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-DELETES   PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-RESETS    PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-EXPIRYS   PIC S9(7) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(21) VALUE 'BULK USER LOAD - RUN '.
           02 WS-HDG-RUN-DATE PIC X(08).
           02 DUPREC-DISP  PIC X(21) VALUE 'USER ALREADY ON FILE'.
           02 NOTFND-DISP  PIC X(14) VALUE 'USER NOT FOUND'.
           02 BADFUNC-DISP PIC X(24) VALUE
               'INVALID FUNCTION A/D/R/E'.
           02 BADID-DISP   PIC X(15) VALUE 'USER ID MISSING'.
           02 NOOWNR-DISP  PIC X(17) VALUE 'OWNER NOT ON FILE'.
           02 SELFOWN-DISP PIC X(23) VALUE 'AN ID CANNOT OWN ITSELF'.
           02 BADEXP-DISP  PIC X(22) VALUE
               'EXPIRY INVALID OR PAST'.
           02 SYSERR-DISP  PIC X(25) VALUE
               'SYSTEM ERROR - SEE ADMIN'.
      ******************************************************************
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMB4 - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE

           OPEN INPUT TRNFILE
           PERFORM 2010-READ-TRAN
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
      *    The remediation deck is its own job on the ledger, the
      *    one that waits for PGMMB7; HR's decks wait for nothing.
           IF WS-CLEANUP-DECK
               MOVE 'PGMMB4R' TO RUNC-JOB-NAME
           ELSE
               MOVE 'PGMMB4' TO RUNC-JOB-NAME
           END-IF
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMB4 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-APPLY-TRAN.
           ADD 1 TO WS-CNT-READ
           MOVE WS-CNT-READ TO WS-DET-SEQ
               WHEN TRN-USER-ID = SPACES
                   PERFORM 2600-REJECT-BADID
               WHEN TRN-FUNC = 'A'
                   PERFORM 2110-EDIT-OWNER
                   IF WS-OWNER-OK
                       PERFORM 2120-EDIT-EXPIRY
                   END-IF
                   IF WS-OWNER-OK AND WS-EXPIRY-OK
                       PERFORM 2100-APPLY-ADD
                   END-IF
               WHEN TRN-FUNC = 'D'
                   PERFORM 2200-APPLY-DELETE
               WHEN TRN-FUNC = 'R'
                   PERFORM 2300-APPLY-RESET
               WHEN TRN-FUNC = 'E'
                   PERFORM 2120-EDIT-EXPIRY
                   IF WS-EXPIRY-OK
                       PERFORM 2400-APPLY-EXPIRY
                   END-IF
               WHEN OTHER
                   MOVE BADFUNC-DISP TO WS-DET-REASON
                   PERFORM 2510-WRITE-REJECT
           MOVE SPACES TO USR-TERM-GROUP
           MOVE SPACES TO USR-WINDOW-FROM
           MOVE SPACES TO USR-WINDOW-TO
           MOVE TRN-OWNER-ID TO USR-OWNER-ID
           MOVE TRN-EXPIRY-DATE TO USR-EXPIRY-DATE
           MOVE WS-RUN-DATE TO USR-LAST-SIGNON
           PERFORM 8200-WRITE-MASTER

           END-EVALUATE
           .

       2110-EDIT-OWNER.
      *    Blank is fine - the id just has no owner named yet.  The
      *    lookup reads into the master record area, which the add
      *    rebuilds from scratch anyway.
           MOVE 'Y' TO WS-OWNER-SW
           EVALUATE TRUE
               WHEN TRN-OWNER-ID = SPACES
                   CONTINUE
               WHEN TRN-OWNER-ID = TRN-USER-ID
                   MOVE 'N' TO WS-OWNER-SW
                   MOVE SELFOWN-DISP TO WS-DET-REASON
                   PERFORM 2510-WRITE-REJECT
               WHEN OTHER
                   MOVE TRN-OWNER-ID TO USR-ID
                   PERFORM 8100-READ-MASTER
                   EVALUATE TRUE
                       WHEN WS-USR-STATUS = '00'
                           CONTINUE
                       WHEN WS-USR-STATUS = '23'
                           MOVE 'N' TO WS-OWNER-SW
                           MOVE NOOWNR-DISP TO WS-DET-REASON
                           PERFORM 2510-WRITE-REJECT
                       WHEN OTHER
                           MOVE 'N' TO WS-OWNER-SW
                           PERFORM 2520-HARD-ERROR
                   END-EVALUATE
           END-EVALUATE
           .

       2120-EDIT-EXPIRY.
      *    Blank is fine - the id never expires.  A date already
      *    behind the run date would only have the next PGMMBF run
      *    lock the id straight away.
           MOVE 'Y' TO WS-EXPIRY-SW
           IF TRN-EXPIRY-DATE NOT = SPACES
               EVALUATE TRUE
                   WHEN TRN-EXPIRY-DATE NOT NUMERIC
                       MOVE 'N' TO WS-EXPIRY-SW
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(TRN-EXPIRY-NUM)
                           NOT = ZERO
                       MOVE 'N' TO WS-EXPIRY-SW
                   WHEN TRN-EXPIRY-DATE < WS-RUN-DATE
                       MOVE 'N' TO WS-EXPIRY-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT WS-EXPIRY-OK
                   MOVE BADEXP-DISP TO WS-DET-REASON
                   PERFORM 2510-WRITE-REJECT
               END-IF
           END-IF
           .

       2200-APPLY-DELETE.
           MOVE TRN-USER-ID TO USR-ID
           PERFORM 8400-DELETE-MASTER
           END-EVALUATE
           .

       2400-APPLY-EXPIRY.
           MOVE TRN-USER-ID TO USR-ID
           PERFORM 8100-READ-MASTER

           EVALUATE TRUE
               WHEN WS-USR-STATUS = '00'
                   MOVE TRN-EXPIRY-DATE TO USR-EXPIRY-DATE
                   PERFORM 8300-REWRITE-MASTER
                   IF WS-USR-STATUS = '00'
                       ADD 1 TO WS-CNT-EXPIRYS
                       PERFORM 2500-WRITE-ACCEPT
                   ELSE
                       PERFORM 2520-HARD-ERROR
                   END-IF
               WHEN WS-USR-STATUS = '23'
                   MOVE NOTFND-DISP TO WS-DET-REASON
                   PERFORM 2510-WRITE-REJECT
               WHEN OTHER
                   PERFORM 2520-HARD-ERROR
           END-EVALUATE
           .

       2500-WRITE-ACCEPT.
           ADD 1 TO WS-CNT-ACCEPT
           MOVE 'ACCEPTED' TO WS-DET-DISP
           MOVE WS-CNT-RESETS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'EXPIRY CHANGES APPLIED' TO WS-TOT-LABEL
           MOVE WS-CNT-EXPIRYS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           IF WS-CNT-READ = WS-CNT-ACCEPT + WS-CNT-REJECT
               MOVE 'IN/OUT COUNTS BALANCED' TO WS-TOT-LABEL
               MOVE WS-CNT-READ TO WS-TOT-COUNT
           CLOSE TRNFILE
           CLOSE USRFILE
           CLOSE RPTOUT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'READ' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-READ TO RUNC-TOT-COUNT(1)
           MOVE 'ACCEPTED' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-ACCEPT TO RUNC-TOT-COUNT(2)
           MOVE 'REJECTED' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-REJECT TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMB4 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
