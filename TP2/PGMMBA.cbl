      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBA.
      ******************************************************************
      * Quarterly access-recertification campaign close.  Run once
      * the deadline PGMMB9 opened the campaign with has passed.
      * Every REVFILE id still PENDING was never vouched for by its
      * owner: it is marked EXPIRED (decided by PGMMBA on the run
      * date) and locked on USRFILE.  Every REVOKED id is checked to
      * be locked still - the CF11 screen locked it at the time, and
      * an id unlocked since then is locked again and shown as such.
      * CERTIFIED ids are left alone.
      *
      * The report lists each owner's ids with the outcome, who
      * decided and when, and what was done to USRFILE, followed by
      * the certified / revoked / expired counts for that owner.
      * The grand totals must balance (ids reviewed = certified +
      * revoked + expired) and the last page carries the campaign
      * dates and a sign-off block for the security officer - the
      * signed report is the evidence the review was completed.
      *
      * The run date (YYYYMMDD) is ACCEPTed from SYSIN, same as the
      * other batch jobs.  It must be after the campaign deadline;
      * an empty or missing REVFILE means no campaign was opened.
      * A rerun finds nothing left PENDING, changes nothing further
      * and simply reprints the report.
      *
      * Run control: the job checks in with PGMMS3 before it
      * opens anything, and records its finish, return code and
      * control totals on the RUNCTL ledger at end of job.  It is
      * refused if this date is already completed and the SYSIN
      * card does not carry RERUN in column 19-23.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVFILE ASSIGN TO REVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-STATUS.
           SELECT USRFILE ASSIGN TO USRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-ID
               FILE STATUS IS WS-USR-STATUS.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REVFILE.
           COPY REVREC.

       FD  USRFILE.
           COPY USRFILE.

       FD  RPTOUT.
       01  RPT-LINE PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-REV-STATUS    PIC X(02) VALUE ZERO.
       77  WS-USR-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
      / Processing date, ACCEPTed from SYSIN
      / (RERUN in column 19-23 repeats a date already completed)
       01  WS-RUN-CARD.
           02 WS-RUN-DATE      PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 WS-RUN-RERUN     PIC X(05) VALUE SPACES.
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
      / Campaign dates, from the first REVFILE record
       77  WS-OPEN-DATE     PIC X(08) VALUE SPACES.
       77  WS-DEADLINE      PIC X(08) VALUE SPACES.
      / Current owner control group
       77  WS-CUR-OWNER     PIC X(07) VALUE SPACES.
       77  WS-GRP-CERT      PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-REVK      PIC S9(7) COMP VALUE ZERO.
       77  WS-GRP-EXPD      PIC S9(7) COMP VALUE ZERO.
      / Run totals
       77  WS-CNT-READ      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-OWNERS    PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-CERT      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-REVK      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-EXPD      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-LOCKED    PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-GONE      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-BALANCE   PIC S9(7) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(30) VALUE
               'ACCESS RECERTIFICATION CLOSED '.
           02 WS-HDG-RUN-DATE PIC X(08).
       01  WS-HDG-LINE-2.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'USER ID'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(09) VALUE 'OUTCOME'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'BY'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'ON'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'USRFILE'.
       01  WS-OWN-LINE.
           02 FILLER         PIC X(07) VALUE 'OWNER  '.
           02 WS-OWN-ID      PIC X(07).
       01  WS-DET-LINE.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-USERID  PIC X(07).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-OUTCOME PIC X(09).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-BY      PIC X(07).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-DATE    PIC X(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-ACTION  PIC X(14).
       01  WS-GRP-LINE.
           02 FILLER         PIC X(12) VALUE '  CERTIFIED '.
           02 WS-GRP-CERT-O  PIC ZZZ,ZZ9.
           02 FILLER         PIC X(10) VALUE '  REVOKED '.
           02 WS-GRP-REVK-O  PIC ZZZ,ZZ9.
           02 FILLER         PIC X(10) VALUE '  EXPIRED '.
           02 WS-GRP-EXPD-O  PIC ZZZ,ZZ9.
       01  WS-TOT-LINE.
           02 WS-TOT-LABEL   PIC X(26).
           02 WS-TOT-COUNT   PIC ZZZ,ZZ9.
       01  WS-SIGN-LINE-1.
           02 FILLER PIC X(16) VALUE 'CAMPAIGN OPENED '.
           02 WS-SIGN-OPEN   PIC X(08).
           02 FILLER PIC X(11) VALUE '  DEADLINE '.
           02 WS-SIGN-DEAD   PIC X(08).
           02 FILLER PIC X(09) VALUE '  CLOSED '.
           02 WS-SIGN-CLOSED PIC X(08).
       01  WS-SIGN-LINE-2.
           02 FILLER PIC X(40) VALUE
               'REVIEW COMPLETED AND SIGNED OFF BY:'.
       01  WS-SIGN-LINE-3.
           02 FILLER PIC X(40) VALUE
               'SECURITY OFFICER ______________________'.
           02 FILLER PIC X(20) VALUE
               '  DATE ____________'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REVIEWS UNTIL WS-EOF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMBA - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE

           OPEN I-O REVFILE
           EVALUATE WS-REV-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'PGMMBA - NO CAMPAIGN ON FILE - RUN '
                       'PGMMB9 TO OPEN ONE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'PGMMBA - REVFILE OPEN FAILED, STATUS '
                       WS-REV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN I-O USRFILE
           IF WS-USR-STATUS NOT = '00'
               DISPLAY 'PGMMBA - USRFILE OPEN FAILED, STATUS '
                   WS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2010-READ-REVIEW
           IF WS-EOF
               DISPLAY 'PGMMBA - NO CAMPAIGN ON FILE - RUN '
                   'PGMMB9 TO OPEN ONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REV-OPEN-DATE TO WS-OPEN-DATE
           MOVE REV-DEADLINE TO WS-DEADLINE
           IF WS-RUN-DATE NOT > WS-DEADLINE
               DISPLAY 'PGMMBA - CAMPAIGN DEADLINE ' WS-DEADLINE
                   ' HAS NOT PASSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBA - RPTOUT OPEN FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HDG-LINE-1
           WRITE RPT-LINE FROM WS-HDG-LINE-2
           PERFORM 3010-CHECK-WRITE
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMBA' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMBA - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-PROCESS-REVIEWS.
           MOVE REV-OWNER-ID TO WS-CUR-OWNER
           MOVE ZERO TO WS-GRP-CERT WS-GRP-REVK WS-GRP-EXPD
           ADD 1 TO WS-CNT-OWNERS

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CUR-OWNER TO WS-OWN-ID
           WRITE RPT-LINE FROM WS-OWN-LINE
           PERFORM 3010-CHECK-WRITE

           PERFORM 2100-CLOSE-REVIEW
               UNTIL WS-EOF
                  OR REV-OWNER-ID NOT = WS-CUR-OWNER

           MOVE WS-GRP-CERT TO WS-GRP-CERT-O
           MOVE WS-GRP-REVK TO WS-GRP-REVK-O
           MOVE WS-GRP-EXPD TO WS-GRP-EXPD-O
           WRITE RPT-LINE FROM WS-GRP-LINE
           PERFORM 3010-CHECK-WRITE
           .

       2010-READ-REVIEW.
           READ REVFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-REV-STATUS NOT = '00'
               DISPLAY 'PGMMBA - REVFILE READ FAILED, STATUS '
                   WS-REV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2100-CLOSE-REVIEW.
           ADD 1 TO WS-CNT-READ
           MOVE SPACES TO WS-DET-ACTION
           EVALUATE TRUE
               WHEN REV-CERTIFIED
                   MOVE 'CERTIFIED' TO WS-DET-OUTCOME
                   ADD 1 TO WS-GRP-CERT WS-CNT-CERT
               WHEN REV-REVOKED
                   MOVE 'REVOKED' TO WS-DET-OUTCOME
                   ADD 1 TO WS-GRP-REVK WS-CNT-REVK
                   PERFORM 2200-LOCK-USER
               WHEN REV-PENDING
                   PERFORM 2110-EXPIRE-REVIEW
                   MOVE 'EXPIRED' TO WS-DET-OUTCOME
                   ADD 1 TO WS-GRP-EXPD WS-CNT-EXPD
                   PERFORM 2200-LOCK-USER
               WHEN OTHER
      *            Expired by an earlier run of this close
                   MOVE 'EXPIRED' TO WS-DET-OUTCOME
                   ADD 1 TO WS-GRP-EXPD WS-CNT-EXPD
                   PERFORM 2200-LOCK-USER
           END-EVALUATE

           MOVE REV-USER-ID TO WS-DET-USERID
           MOVE REV-DECIDED-BY TO WS-DET-BY
           MOVE REV-DEC-DATE TO WS-DET-DATE
           WRITE RPT-LINE FROM WS-DET-LINE
           PERFORM 3010-CHECK-WRITE

           PERFORM 2010-READ-REVIEW
           .

       2110-EXPIRE-REVIEW.
           SET REV-EXPIRED TO TRUE
           MOVE 'PGMMBA' TO REV-DECIDED-BY
           MOVE WS-RUN-DATE TO REV-DEC-DATE
           MOVE ZERO TO REV-DEC-TIME
           REWRITE REV-RECORD
           IF WS-REV-STATUS NOT = '00'
               DISPLAY 'PGMMBA - REVFILE REWRITE FAILED, STATUS '
                   WS-REV-STATUS ' KEY ' REV-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2200-LOCK-USER.
      *    An id deleted since the campaign opened has nothing left
      *    to lock - it is listed and counted, not treated as an
      *    error.
           MOVE REV-USER-ID TO USR-ID
           READ USRFILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-USR-STATUS = '23'
                   MOVE 'NOT ON FILE' TO WS-DET-ACTION
                   ADD 1 TO WS-CNT-GONE
               WHEN WS-USR-STATUS NOT = '00'
                   DISPLAY 'PGMMBA - USRFILE READ FAILED, STATUS '
                       WS-USR-STATUS ' KEY ' REV-USER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN USR-LOCKED
                   MOVE 'ALREADY LOCKED' TO WS-DET-ACTION
               WHEN OTHER
                   SET USR-LOCKED TO TRUE
                   REWRITE USR-RECORD
                   IF WS-USR-STATUS NOT = '00'
                       DISPLAY 'PGMMBA - USRFILE REWRITE FAILED, '
                           'STATUS ' WS-USR-STATUS ' KEY ' USR-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'LOCKED' TO WS-DET-ACTION
                   ADD 1 TO WS-CNT-LOCKED
           END-EVALUATE
           .

       3000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'OWNERS' TO WS-TOT-LABEL
           MOVE WS-CNT-OWNERS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'IDS REVIEWED' TO WS-TOT-LABEL
           MOVE WS-CNT-READ TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'CERTIFIED' TO WS-TOT-LABEL
           MOVE WS-CNT-CERT TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'REVOKED' TO WS-TOT-LABEL
           MOVE WS-CNT-REVK TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'EXPIRED' TO WS-TOT-LABEL
           MOVE WS-CNT-EXPD TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'IDS LOCKED THIS RUN' TO WS-TOT-LABEL
           MOVE WS-CNT-LOCKED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'IDS NO LONGER ON FILE' TO WS-TOT-LABEL
           MOVE WS-CNT-GONE TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           COMPUTE WS-CNT-BALANCE =
               WS-CNT-CERT + WS-CNT-REVK + WS-CNT-EXPD
           IF WS-CNT-BALANCE = WS-CNT-READ
               MOVE 'COUNTS BALANCED' TO WS-TOT-LABEL
           ELSE
               MOVE '** COUNTS OUT OF BALANCE' TO WS-TOT-LABEL
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-CNT-BALANCE TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE WS-OPEN-DATE TO WS-SIGN-OPEN
           MOVE WS-DEADLINE TO WS-SIGN-DEAD
           MOVE WS-RUN-DATE TO WS-SIGN-CLOSED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SIGN-LINE-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SIGN-LINE-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SIGN-LINE-3
           PERFORM 3010-CHECK-WRITE
           .

       3010-CHECK-WRITE.
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBA - RPTOUT WRITE FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           CLOSE REVFILE
           CLOSE USRFILE
           CLOSE RPTOUT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'REVIEWED' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-READ TO RUNC-TOT-COUNT(1)
           MOVE 'REVOKED' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-REVK TO RUNC-TOT-COUNT(2)
           MOVE 'LOCKED' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-LOCKED TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMBA - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
