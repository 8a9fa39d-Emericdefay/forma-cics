      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBF.
      ******************************************************************
      * Nightly account-expiry run over USRFILE.  Contractor and
      * temporary ids carry a USR-EXPIRY-DATE (set on a PGMMP2 ADD
      * or 'E', or a PGMMB4 A/E card) - the last day the id may sign
      * on.  PGMMP1 already refuses such an id from the day after;
      * this job makes it stick: every unlocked id whose expiry date
      * is before the run date is locked here, so it shows LOCKED on
      * the CF02 inquiry and needs a held RESET (and a new expiry)
      * to come back, the same as any other suspended id.
      *
      * The printed report is for the security office, grouped by
      * the id's recertification owner (USR-OWNER-ID; ids with none
      * named are filed under *NONE*, as PGMMB9 does), in three
      * sections:
      *   - ids locked by this run, with how many days past expiry;
      *   - ids expiring within the next EXPIRY-WARN-DAYS days
      *     (run date through run date plus the window, inclusive),
      *     with the days left, so the owner can extend a contract
      *     before the id runs out rather than after;
      *   - ids whose expiry date is not a real YYYYMMDD date - no
      *     screen or card accepts one, so anything here was put on
      *     the file some other way and wants looking at.  These are
      *     never locked on a guess.
      * Ids with no expiry date, or one beyond the window, are only
      * counted.  An expired id that was already locked is counted
      * apart; it needs nothing doing.
      *
      * The run date (YYYYMMDD) is ACCEPTed from SYSIN, same as the
      * other batch jobs, so a missed night can be run as-of its own
      * date; a rerun finds the ids already locked and locks nothing
      * twice.  USRFILE is passed once, in the SORT input procedure,
      * which both locks and selects; the report is printed from the
      * sorted file.  Every id read lands in exactly one total and
      * the totals must balance.
      *
      * EXPIRY-WARN-DAYS is this report's own constant below, not
      * LOCKPRM policy, like the tuning constants in PGMMB8.
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
           SELECT USRFILE ASSIGN TO USRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USR-ID
               FILE STATUS IS WS-USR-STATUS.
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

       FD  RPTOUT.
       01  RPT-LINE PIC X(80).

       FD  SRTFILE.
       01  SRT-RECORD.
           02 SRT-SECTION        PIC X(01).
           02 SRT-OWNER          PIC X(07).
           02 SRT-EXPIRY         PIC X(08).
           02 SRT-USERID         PIC X(07).
           02 SRT-LOCKED         PIC X(01).
           02 SRT-DAYS           PIC S9(05).

       SD  SORTWK.
       01  SORT-REC.
           02 SORT-SECTION       PIC X(01).
           02 SORT-OWNER         PIC X(07).
           02 SORT-EXPIRY        PIC X(08).
           02 SORT-USERID        PIC X(07).
           02 SORT-LOCKED        PIC X(01).
           02 SORT-DAYS          PIC S9(05).
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-SRT-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-SRT-EOF    VALUE 'Y'.
       77  WS-USR-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
       77  WS-SRT-STATUS    PIC X(02) VALUE ZERO.
      / Days ahead the expiring-soon section looks
       77  EXPIRY-WARN-DAYS PIC S9(4) COMP VALUE 14.
      / Run date, ACCEPTed from SYSIN, and the day numbers from it
      / (RERUN in column 19-23 repeats a date already completed)
       01  WS-RUN-CARD.
           02 WS-RUN-DATE      PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 WS-RUN-RERUN     PIC X(05) VALUE SPACES.
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
       77  WS-RUN-NUM       PIC 9(08) VALUE ZERO.
       77  WS-RUN-INT       PIC S9(9) COMP VALUE ZERO.
       77  WS-EXP-NUM       PIC 9(08) VALUE ZERO.
       77  WS-DAYS-LEFT     PIC S9(9) COMP VALUE ZERO.
      / Owner the unowned ids are filed under
       77  NO-OWNER-ID      PIC X(07) VALUE '*NONE*'.
      / Current section and owner control groups
       77  WS-CUR-SECTION   PIC X(01) VALUE SPACES.
       77  WS-CUR-OWNER     PIC X(07) VALUE SPACES.
       77  WS-GRP-IDS       PIC S9(7) COMP VALUE ZERO.
      / Run counters
       77  WS-CNT-READ      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-LOCKED    PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-WASLOCKED PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-EXPIRING  PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-BADDATE   PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-NOTDUE    PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-BALANCE   PIC S9(7) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(23) VALUE 'ACCOUNT EXPIRY RUN FOR '.
           02 WS-HDG-RUN-DATE PIC X(08).
           02 FILLER PIC X(19) VALUE '   WARNING WINDOW '.
           02 WS-HDG-WARN     PIC ZZ9.
           02 FILLER PIC X(05) VALUE ' DAYS'.
       01  WS-SEC-LINE.
           02 FILLER         PIC X(04) VALUE '*** '.
           02 WS-SEC-TITLE   PIC X(50).
       01  WS-COL-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE 'USER ID'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'EXPIRES'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-COL-DAYS PIC X(09).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE 'STATUS'.
       01  WS-OWN-LINE.
           02 FILLER         PIC X(07) VALUE 'OWNER  '.
           02 WS-OWN-ID      PIC X(07).
       01  WS-DET-LINE.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-USERID  PIC X(07).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-EXPIRY  PIC X(08).
           02 FILLER         PIC X(06) VALUE SPACES.
           02 WS-DET-DAYS    PIC ZZZZ9.
           02 WS-DET-DAYS-X REDEFINES WS-DET-DAYS PIC X(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-DET-LOCK    PIC X(06).
       01  WS-GRP-LINE.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(20) VALUE 'IDS FOR THIS OWNER'.
           02 WS-GRP-COUNT   PIC ZZZ,ZZ9.
       01  WS-TOT-LINE.
           02 WS-TOT-LABEL   PIC X(30).
           02 WS-TOT-COUNT   PIC ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-SORT-PHASE
           PERFORM 2000-REPORT-PHASE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMBF - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE EXPIRY-WARN-DAYS TO WS-HDG-WARN
           MOVE WS-RUN-DATE TO WS-RUN-NUM
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-NUM)

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBF - RPTOUT OPEN FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HDG-LINE-1
           PERFORM 3010-CHECK-WRITE
           .

       1200-SORT-PHASE.
      *    Sections sort in report order, then owner, then the date
      *    the id runs out, so each owner's list reads soonest first.
           OPEN I-O USRFILE
           IF WS-USR-STATUS NOT = '00'
               DISPLAY 'PGMMBF - USRFILE OPEN FAILED, STATUS '
                   WS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORTWK
               ON ASCENDING KEY SORT-SECTION
                                SORT-OWNER
                                SORT-EXPIRY
                                SORT-USERID
               INPUT PROCEDURE IS 1300-SELECT-USERS
               GIVING SRTFILE

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'PGMMBF - SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE USRFILE
           .

       1300-SELECT-USERS.
           PERFORM 1310-READ-USER
           PERFORM 1320-CHECK-USER UNTIL WS-EOF
           .

       1310-READ-USER.
           READ USRFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-USR-STATUS NOT = '00'
               DISPLAY 'PGMMBF - USRFILE READ FAILED, STATUS '
                   WS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1320-CHECK-USER.
           ADD 1 TO WS-CNT-READ

           EVALUATE TRUE
               WHEN USR-EXPIRY-DATE = SPACES
                   OR USR-EXPIRY-DATE = LOW-VALUES
                   ADD 1 TO WS-CNT-NOTDUE
               WHEN USR-EXPIRY-DATE NOT NUMERIC
                   PERFORM 1350-RELEASE-BADDATE
               WHEN OTHER
                   MOVE USR-EXPIRY-DATE TO WS-EXP-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXP-NUM)
                       NOT = ZERO
                       PERFORM 1350-RELEASE-BADDATE
                   ELSE
                       PERFORM 1330-CHECK-EXPIRY
                   END-IF
           END-EVALUATE

           PERFORM 1310-READ-USER
           .

       1330-CHECK-EXPIRY.
      *    The expiry date is the last good day, so an id is expired
      *    only once the run date is past it - the same test PGMMP1
      *    makes at sign-on.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-EXP-NUM) - WS-RUN-INT

           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO AND USR-LOCKED
                   ADD 1 TO WS-CNT-WASLOCKED
               WHEN WS-DAYS-LEFT < ZERO
                   SET USR-LOCKED TO TRUE
                   REWRITE USR-RECORD
                   IF WS-USR-STATUS NOT = '00'
                       DISPLAY 'PGMMBF - USRFILE REWRITE FAILED, '
                           'STATUS ' WS-USR-STATUS ' KEY ' USR-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CNT-LOCKED
                   MOVE '1' TO SORT-SECTION
                   COMPUTE SORT-DAYS = ZERO - WS-DAYS-LEFT
                   PERFORM 1340-RELEASE-USER
               WHEN WS-DAYS-LEFT <= EXPIRY-WARN-DAYS
                   ADD 1 TO WS-CNT-EXPIRING
                   MOVE '2' TO SORT-SECTION
                   MOVE WS-DAYS-LEFT TO SORT-DAYS
                   PERFORM 1340-RELEASE-USER
               WHEN OTHER
                   ADD 1 TO WS-CNT-NOTDUE
           END-EVALUATE
           .

       1340-RELEASE-USER.
           IF USR-OWNER-ID = SPACES OR USR-OWNER-ID = LOW-VALUES
               MOVE NO-OWNER-ID TO SORT-OWNER
           ELSE
               MOVE USR-OWNER-ID TO SORT-OWNER
           END-IF
           MOVE USR-EXPIRY-DATE TO SORT-EXPIRY
           MOVE USR-ID TO SORT-USERID
           MOVE USR-LOCKED-SW TO SORT-LOCKED
           RELEASE SORT-REC
           .

       1350-RELEASE-BADDATE.
           ADD 1 TO WS-CNT-BADDATE
           MOVE '3' TO SORT-SECTION
           MOVE ZERO TO SORT-DAYS
           PERFORM 1340-RELEASE-USER
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMBF' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMBF - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-REPORT-PHASE.
           OPEN INPUT SRTFILE
           IF WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMBF - SRTFILE OPEN FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2030-READ-SORTED
           PERFORM 2100-SECTION-GROUP UNTIL WS-SRT-EOF
           .

       2030-READ-SORTED.
           READ SRTFILE
               AT END
                   SET WS-SRT-EOF TO TRUE
           END-READ

           IF NOT WS-SRT-EOF AND WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMBF - SRTFILE READ FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2100-SECTION-GROUP.
           MOVE SRT-SECTION TO WS-CUR-SECTION
           EVALUATE WS-CUR-SECTION
               WHEN '1'
                   MOVE 'IDS LOCKED THIS RUN - EXPIRY DATE PASSED'
                       TO WS-SEC-TITLE
                   MOVE 'DAYS PAST' TO WS-COL-DAYS
               WHEN '2'
                   MOVE 'IDS EXPIRING WITHIN THE WARNING WINDOW'
                       TO WS-SEC-TITLE
                   MOVE 'DAYS LEFT' TO WS-COL-DAYS
               WHEN OTHER
                   MOVE 'IDS WITH AN UNREADABLE EXPIRY DATE - CHECK'
                       TO WS-SEC-TITLE
                   MOVE SPACES TO WS-COL-DAYS
           END-EVALUATE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SEC-LINE
           WRITE RPT-LINE FROM WS-COL-LINE
           PERFORM 3010-CHECK-WRITE

           PERFORM 2200-OWNER-GROUP
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = WS-CUR-SECTION
           .

       2200-OWNER-GROUP.
           MOVE SRT-OWNER TO WS-CUR-OWNER
           MOVE ZERO TO WS-GRP-IDS

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CUR-OWNER TO WS-OWN-ID
           WRITE RPT-LINE FROM WS-OWN-LINE
           PERFORM 3010-CHECK-WRITE

           PERFORM 2300-LIST-ID
               UNTIL WS-SRT-EOF
                  OR SRT-SECTION NOT = WS-CUR-SECTION
                  OR SRT-OWNER NOT = WS-CUR-OWNER

           MOVE WS-GRP-IDS TO WS-GRP-COUNT
           WRITE RPT-LINE FROM WS-GRP-LINE
           PERFORM 3010-CHECK-WRITE
           .

       2300-LIST-ID.
           ADD 1 TO WS-GRP-IDS
           MOVE SRT-USERID TO WS-DET-USERID
           MOVE SRT-EXPIRY TO WS-DET-EXPIRY
           IF WS-CUR-SECTION = '3'
               MOVE SPACES TO WS-DET-DAYS-X
           ELSE
               MOVE SRT-DAYS TO WS-DET-DAYS
           END-IF
           IF SRT-LOCKED = 'Y'
               MOVE 'LOCKED' TO WS-DET-LOCK
           ELSE
               MOVE 'ACTIVE' TO WS-DET-LOCK
           END-IF
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

           MOVE 'LOCKED THIS RUN' TO WS-TOT-LABEL
           MOVE WS-CNT-LOCKED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'EXPIRED, ALREADY LOCKED' TO WS-TOT-LABEL
           MOVE WS-CNT-WASLOCKED TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'EXPIRING IN WARNING WINDOW' TO WS-TOT-LABEL
           MOVE WS-CNT-EXPIRING TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'UNREADABLE EXPIRY DATE' TO WS-TOT-LABEL
           MOVE WS-CNT-BADDATE TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'NO EXPIRY OR NOT YET DUE' TO WS-TOT-LABEL
           MOVE WS-CNT-NOTDUE TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           COMPUTE WS-CNT-BALANCE = WS-CNT-LOCKED + WS-CNT-WASLOCKED
               + WS-CNT-EXPIRING + WS-CNT-BADDATE + WS-CNT-NOTDUE
           IF WS-CNT-BALANCE = WS-CNT-READ
               MOVE 'COUNTS BALANCED' TO WS-TOT-LABEL
           ELSE
               MOVE '** COUNTS OUT OF BALANCE' TO WS-TOT-LABEL
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-CNT-BALANCE TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE
           PERFORM 3010-CHECK-WRITE
           .

       3010-CHECK-WRITE.
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBF - RPTOUT WRITE FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           CLOSE SRTFILE
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
           MOVE 'LOCKED' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-LOCKED TO RUNC-TOT-COUNT(2)
           MOVE 'EXPIRING' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-EXPIRING TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMBF - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
