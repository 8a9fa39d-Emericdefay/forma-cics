      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMB9.
      ******************************************************************
      * Quarterly access-recertification campaign open.  Extracts
      * every USRFILE id into a freshly loaded REVFILE, filed under
      * the id's USR-OWNER-ID, each one PENDING, so the owners can
      * certify or revoke their ids on the CF11 screen (PGMMPB)
      * until the deadline, and PGMMBA can close the campaign after
      * it.  The printed extract lists every owner's ids - role,
      * lock status, last sign-on, admin holders plainly marked - and
      * is what the security office sends round with the "your
      * review is open" note.
      *
      * Ids with no owner named are filed under the pseudo-owner
      * *NONE* and reviewed by the administrators.  An owner id that
      * is no longer on USRFILE, or is locked, cannot sign on to do
      * the review; the owner line says so, so the ids can be
      * reassigned through PGMMP2's 'O' function before the deadline
      * rather than all expiring unread.
      *
      * SYSIN card: column 1-8 = campaign open date (YYYYMMDD),
      * column 10-17 = deadline (YYYYMMDD, after the open date),
      * column 19-23 = RERUN to repeat an open already completed.
      * The job checks in with the PGMMS3 run-control routine before
      * it opens anything and goes on the RUNCTL ledger under the
      * open date, with its finish, return code and totals at end
      * of job.
      *
      * REVFILE is defined REUSE and must NOT be deleted or
      * redefined ahead of this step: the step reloads it itself,
      * with OPEN OUTPUT in key order off the sorted extract, in
      * 2000-LOAD-PHASE.  Before that, 1100-CHECK-PRIOR reads the
      * old REVFILE: a campaign with ids still PENDING has not been
      * through the PGMMBA closing run, and opening a new one over
      * it would silently discard the outstanding reviews - the run
      * stops instead.  Pending ids carrying this run's own open
      * date are a rerun of this same open and do not block it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRFILE ASSIGN TO USRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-ID
               FILE STATUS IS WS-USR-STATUS.
           SELECT REVFILE ASSIGN TO REVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-STATUS.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.
           SELECT SRTFILE ASSIGN TO SRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT SORTWK ASSIGN TO SORTWK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  USRFILE.
           COPY USRFILE.

       FD  REVFILE.
           COPY REVREC.

       FD  RPTOUT.
       01  RPT-LINE PIC X(80).

       FD  SRTFILE.
       01  SRT-RECORD.
           02 SRT-OWNER          PIC X(07).
           02 SRT-USERID         PIC X(07).
           02 SRT-ROLE           PIC X(01).
           02 SRT-LOCKED         PIC X(01).
           02 SRT-LAST           PIC X(08).

       SD  SORTWK.
       01  SORT-REC.
           02 SORT-OWNER         PIC X(07).
           02 SORT-USERID        PIC X(07).
           02 SORT-ROLE          PIC X(01).
           02 SORT-LOCKED        PIC X(01).
           02 SORT-LAST          PIC X(08).
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-SRT-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-SRT-EOF    VALUE 'Y'.
       77  WS-USR-STATUS    PIC X(02) VALUE ZERO.
       77  WS-REV-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
       77  WS-SRT-STATUS    PIC X(02) VALUE ZERO.
      / Campaign open date and deadline, ACCEPTed from SYSIN (RERUN
      / in column 19-23 repeats an open already completed)
       01  WS-PARM-CARD.
           02 WS-RUN-DATE   PIC X(08).
           02 FILLER        PIC X(01).
           02 WS-DEADLINE   PIC X(08).
           02 FILLER        PIC X(01).
           02 WS-RUN-RERUN  PIC X(05).
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
           02 FILLER        PIC X(57).
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
      / Owner the unowned ids are filed under
       77  NO-OWNER-ID      PIC X(07) VALUE '*NONE*'.
      / Prior campaign still open
       77  WS-CNT-PRIOR     PIC S9(7) COMP VALUE ZERO.
       77  WS-PRIOR-OPEN    PIC X(08) VALUE SPACES.
      / Current owner control group
       77  WS-CUR-OWNER     PIC X(07) VALUE SPACES.
       77  WS-GRP-IDS       PIC S9(7) COMP VALUE ZERO.
      / Extract counters
       77  WS-CNT-READ      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-WRITTEN   PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-OWNERS    PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-ADMIN     PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-UNOWNED   PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-BADOWNER  PIC S9(7) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(30) VALUE
               'ACCESS RECERTIFICATION OPENED '.
           02 WS-HDG-RUN-DATE PIC X(08).
           02 FILLER PIC X(11) VALUE ' DEADLINE '.
           02 WS-HDG-DEADLINE PIC X(08).
       01  WS-HDG-LINE-2.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'USER ID'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE 'ROLE'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE 'STATUS'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE 'LAST SIGNON'.
       01  WS-OWN-LINE.
           02 FILLER         PIC X(07) VALUE 'OWNER  '.
           02 WS-OWN-ID      PIC X(07).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WS-OWN-NOTE    PIC X(40).
       01  WS-DET-LINE.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-USERID  PIC X(07).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-ROLE    PIC X(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-LOCK    PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-LAST    PIC X(08).
       01  WS-GRP-LINE.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(20) VALUE 'IDS FOR THIS OWNER'.
           02 WS-GRP-COUNT   PIC ZZZ,ZZ9.
       01  WS-TOT-LINE.
           02 WS-TOT-LABEL   PIC X(26).
           02 WS-TOT-COUNT   PIC ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-CHECK-PRIOR
           PERFORM 1200-SORT-PHASE
           PERFORM 2000-LOAD-PHASE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMB9 - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DEADLINE NOT NUMERIC
               OR WS-DEADLINE NOT > WS-RUN-DATE
               DISPLAY 'PGMMB9 - BAD OR MISSING DEADLINE: '
                   WS-DEADLINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-DEADLINE TO WS-HDG-DEADLINE

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMB9 - RPTOUT OPEN FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HDG-LINE-1
           WRITE RPT-LINE FROM WS-HDG-LINE-2
           PERFORM 3010-CHECK-WRITE
           .

       1100-CHECK-PRIOR.
      *    No REVFILE at all is the first campaign ever.  Anything
      *    still PENDING from a different open date means the last
      *    campaign was never closed.
           OPEN INPUT REVFILE
           EVALUATE WS-REV-STATUS
               WHEN '00'
                   PERFORM 1110-READ-PRIOR
                   PERFORM 1120-COUNT-PRIOR UNTIL WS-EOF
                   CLOSE REVFILE
                   MOVE 'N' TO WS-EOF-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PGMMB9 - REVFILE OPEN FAILED, STATUS '
                       WS-REV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-CNT-PRIOR > ZERO
               DISPLAY 'PGMMB9 - CAMPAIGN OPENED ' WS-PRIOR-OPEN
                   ' STILL HAS ' WS-CNT-PRIOR ' IDS PENDING'
               DISPLAY 'PGMMB9 - CLOSE IT WITH PGMMBA FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1110-READ-PRIOR.
           READ REVFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-REV-STATUS NOT = '00'
               DISPLAY 'PGMMB9 - REVFILE READ FAILED, STATUS '
                   WS-REV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1120-COUNT-PRIOR.
           IF REV-PENDING AND REV-OPEN-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-CNT-PRIOR
               MOVE REV-OPEN-DATE TO WS-PRIOR-OPEN
           END-IF
           PERFORM 1110-READ-PRIOR
           .

       1200-SORT-PHASE.
      *    USRFILE stays open after the sort - the load pass looks
      *    each owner up on it at random.
           OPEN INPUT USRFILE
           IF WS-USR-STATUS NOT = '00'
               DISPLAY 'PGMMB9 - USRFILE OPEN FAILED, STATUS '
                   WS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORTWK
               ON ASCENDING KEY SORT-OWNER
                                SORT-USERID
               INPUT PROCEDURE IS 1300-SELECT-USERS
               GIVING SRTFILE

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'PGMMB9 - SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1300-SELECT-USERS.
           PERFORM 1310-READ-USER
           PERFORM 1320-RELEASE-USER UNTIL WS-EOF
           .

       1310-READ-USER.
           READ USRFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-USR-STATUS NOT = '00'
               DISPLAY 'PGMMB9 - USRFILE READ FAILED, STATUS '
                   WS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1320-RELEASE-USER.
           ADD 1 TO WS-CNT-READ
           IF USR-OWNER-ID = SPACES OR USR-OWNER-ID = LOW-VALUES
               MOVE NO-OWNER-ID TO SORT-OWNER
               ADD 1 TO WS-CNT-UNOWNED
           ELSE
               MOVE USR-OWNER-ID TO SORT-OWNER
           END-IF
           MOVE USR-ID TO SORT-USERID
           MOVE USR-ROLE TO SORT-ROLE
           MOVE USR-LOCKED-SW TO SORT-LOCKED
           MOVE USR-LAST-SIGNON TO SORT-LAST
           RELEASE SORT-REC

           PERFORM 1310-READ-USER
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMB9' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMB9 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-LOAD-PHASE.
           OPEN INPUT SRTFILE
           IF WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMB9 - SRTFILE OPEN FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REVFILE
           IF WS-REV-STATUS NOT = '00'
               DISPLAY 'PGMMB9 - REVFILE LOAD OPEN FAILED, STATUS '
                   WS-REV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2030-READ-SORTED
           PERFORM 2100-OWNER-GROUP UNTIL WS-SRT-EOF
           .

       2030-READ-SORTED.
           READ SRTFILE
               AT END
                   SET WS-SRT-EOF TO TRUE
           END-READ

           IF NOT WS-SRT-EOF AND WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMB9 - SRTFILE READ FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2100-OWNER-GROUP.
           MOVE SRT-OWNER TO WS-CUR-OWNER
           MOVE ZERO TO WS-GRP-IDS
           ADD 1 TO WS-CNT-OWNERS
           PERFORM 2110-CHECK-OWNER

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CUR-OWNER TO WS-OWN-ID
           WRITE RPT-LINE FROM WS-OWN-LINE
           PERFORM 3010-CHECK-WRITE

           PERFORM 2200-REVIEW-ID
               UNTIL WS-SRT-EOF
                  OR SRT-OWNER NOT = WS-CUR-OWNER

           MOVE WS-GRP-IDS TO WS-GRP-COUNT
           WRITE RPT-LINE FROM WS-GRP-LINE
           PERFORM 3010-CHECK-WRITE
           .

       2110-CHECK-OWNER.
      *    An owner who cannot sign on cannot review - say so while
      *    there is still time to reassign the ids.
           MOVE SPACES TO WS-OWN-NOTE
           IF WS-CUR-OWNER = NO-OWNER-ID
               MOVE 'NO OWNER NAMED - ADMINISTRATORS REVIEW'
                   TO WS-OWN-NOTE
           ELSE
               MOVE WS-CUR-OWNER TO USR-ID
               READ USRFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-USR-STATUS = '00'
                       IF USR-LOCKED
                           ADD 1 TO WS-CNT-BADOWNER
                           MOVE '** OWNER LOCKED - REASSIGN IDS'
                               TO WS-OWN-NOTE
                       END-IF
                   WHEN WS-USR-STATUS = '23'
                       ADD 1 TO WS-CNT-BADOWNER
                       MOVE '** OWNER NOT ON FILE - REASSIGN IDS'
                           TO WS-OWN-NOTE
                   WHEN OTHER
                       DISPLAY 'PGMMB9 - USRFILE READ FAILED, STATUS '
                           WS-USR-STATUS ' KEY ' WS-CUR-OWNER
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF
           .

       2200-REVIEW-ID.
           MOVE SPACES TO REV-RECORD
           MOVE SRT-OWNER TO REV-OWNER-ID
           MOVE SRT-USERID TO REV-USER-ID
           MOVE WS-RUN-DATE TO REV-OPEN-DATE
           MOVE WS-DEADLINE TO REV-DEADLINE
           MOVE SRT-ROLE TO REV-USR-ROLE
           MOVE SRT-LOCKED TO REV-USR-LOCKED
           MOVE SRT-LAST TO REV-LAST-SIGNON
           SET REV-PENDING TO TRUE

           WRITE REV-RECORD
           IF WS-REV-STATUS NOT = '00'
               DISPLAY 'PGMMB9 - REVFILE WRITE FAILED, STATUS '
                   WS-REV-STATUS ' KEY ' REV-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CNT-WRITTEN
           ADD 1 TO WS-GRP-IDS

           MOVE SRT-USERID TO WS-DET-USERID
           IF REV-WAS-ADMIN
               MOVE 'ADMIN' TO WS-DET-ROLE
               ADD 1 TO WS-CNT-ADMIN
           ELSE
               MOVE SPACES TO WS-DET-ROLE
           END-IF
           IF REV-WAS-LOCKED
               MOVE 'LOCKED' TO WS-DET-LOCK
           ELSE
               MOVE 'ACTIVE' TO WS-DET-LOCK
           END-IF
           MOVE SRT-LAST TO WS-DET-LAST
           WRITE RPT-LINE FROM WS-DET-LINE
           PERFORM 3010-CHECK-WRITE

           PERFORM 2030-READ-SORTED
           .

       3000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'USRFILE IDS READ' TO WS-TOT-LABEL
           MOVE WS-CNT-READ TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'REVIEW RECORDS WRITTEN' TO WS-TOT-LABEL
           MOVE WS-CNT-WRITTEN TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'OWNERS' TO WS-TOT-LABEL
           MOVE WS-CNT-OWNERS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'ADMIN HOLDERS' TO WS-TOT-LABEL
           MOVE WS-CNT-ADMIN TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'IDS WITH NO OWNER' TO WS-TOT-LABEL
           MOVE WS-CNT-UNOWNED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'OWNERS UNABLE TO REVIEW' TO WS-TOT-LABEL
           MOVE WS-CNT-BADOWNER TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           IF WS-CNT-READ = WS-CNT-WRITTEN
               MOVE 'IN/OUT COUNTS BALANCED' TO WS-TOT-LABEL
               MOVE WS-CNT-READ TO WS-TOT-COUNT
           ELSE
               MOVE '** COUNTS OUT OF BALANCE' TO WS-TOT-LABEL
               MOVE WS-CNT-READ TO WS-TOT-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RPT-LINE FROM WS-TOT-LINE
           PERFORM 3010-CHECK-WRITE
           .

       3010-CHECK-WRITE.
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMB9 - RPTOUT WRITE FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           CLOSE USRFILE
           CLOSE SRTFILE
           CLOSE REVFILE
           CLOSE RPTOUT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'IDS READ' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-READ TO RUNC-TOT-COUNT(1)
           MOVE 'REVIEWS' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-WRITTEN TO RUNC-TOT-COUNT(2)
           MOVE 'NO OWNER' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-UNOWNED TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMB9 - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
