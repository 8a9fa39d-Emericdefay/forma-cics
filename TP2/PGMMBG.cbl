      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBG.
      ******************************************************************
      * Nightly cross-file consistency check over USRFILE, SESFILE,
      * ALERTF and PRMFILE.  Those four are updated independently by
      * the sign-on, maintenance, approval, sweep and batch programs,
      * and each keeps its own rules; nothing until now checked that
      * the files still agree with one another.  This job reads all
      * four and lists every state that should not be possible, one
      * exception line per finding with its rule code, severity, the
      * file it was found on and that record's key.
      *
      * Rules, with the severity each carries:
      *   P01  8  PRMFILE missing, or its LOCKPRM record unreadable
      *           - every program is running on compiled defaults;
      *   P02  8  a PRMFILE value not numeric;
      *   P03  8  a PRMFILE value zero;
      *   P04  8  DORMANT-WARN not below DORMANT-MAX;
      *   P05  8  a PRMFILE value over its PGMMP8 ceiling;
      *   P06  4  PEND-EXPIRY, HIST-RETAIN or ALERT-RETAIN blank -
      *           a record from before the field existed, readers
      *           use the default.
      *           (P02-P05 are the 5125-EDIT-VALUES edits on the
      *           CF08 screen, applied to what is actually on file.)
      *   U01 12  a USRFILE row at or over LOCKOUT-MAX failures that
      *           is not locked - the lockout is not being enforced;
      *   U02  8  USR-WINDOW-FROM/TO not a valid HHMM pair (both
      *           blank, or both HH under 24 and MM under 60) -
      *           PGMMP1 ignores a window it cannot read, so the
      *           restriction the admin set is silently off;
      *   S01 12  a SESFILE session for an id with no USRFILE row;
      *   S02 12  a SESFILE session for an id that is locked;
      *   A01  4  an OPEN ALERTF alert for an id since reset
      *           (unlocked, failed count zero) - nobody closed it;
      *   A02  4  an OPEN ALERTF alert for an id no longer on
      *           USRFILE.
      * LOCKOUT-MAX for U01 is the live PRMFILE value when usable,
      * else the LOCKPRM default - exactly what PGMMP1 enforces.
      *
      * RETURN-CODE is the highest severity found: 0 clean, 4
      * housekeeping only, 8 something to fix today, 12 access
      * control is not what the files say it is - the scheduler
      * holds the morning online start on 12.  I/O trouble is 16 as
      * everywhere else.  Nothing is changed on any file; the job
      * only reports.
      *
      * The run date (YYYYMMDD) is ACCEPTed from SYSIN for the
      * heading, same as the other batch jobs.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-ID
               FILE STATUS IS WS-USR-STATUS.
           SELECT SESFILE ASSIGN TO SESFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SES-USER-ID
               FILE STATUS IS WS-SES-STATUS.
           SELECT ALERTF ASSIGN TO ALERTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALR-KEY
               FILE STATUS IS WS-ALR-STATUS.
           SELECT PRMFILE ASSIGN TO PRMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  USRFILE.
           COPY USRFILE.

       FD  SESFILE.
           COPY SESREC.

       FD  ALERTF.
           COPY ALRREC.

       FD  PRMFILE.
           COPY PRMREC.

       FD  RPTOUT.
       01  RPT-LINE PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      / Copybook for the shared lockout-policy defaults
       COPY LOCKPRM.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-USR-STATUS    PIC X(02) VALUE ZERO.
       77  WS-SES-STATUS    PIC X(02) VALUE ZERO.
       77  WS-ALR-STATUS    PIC X(02) VALUE ZERO.
       77  WS-PRM-STATUS    PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
      / Run date for the heading, ACCEPTed from SYSIN
      / (RERUN in column 19-23 repeats a date already completed)
       01  WS-RUN-CARD.
           02 WS-RUN-DATE      PIC X(08) VALUE SPACES.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 WS-RUN-RERUN     PIC X(05) VALUE SPACES.
               88 WS-RERUN-REQUESTED VALUE 'RERUN'.
      / Copybook for the run-control CALL parameter area
       COPY RUNCOM.
       77  RUNCTL-PGM-NAME  PIC X(08) VALUE 'PGMMS3'.
      / Highest severity found so far - the return code
       77  WS-MAX-SEV       PIC S9(4) COMP VALUE ZERO.
      / Finding being written
       77  WS-SEV           PIC S9(4) COMP VALUE ZERO.
      / PRMFILE value under check, with its PGMMP8 ceiling (zero =
      / none) and whether a blank is a pre-field record
       77  WS-PCHK-NAME     PIC X(13) VALUE SPACES.
       01  WS-PCHK-VALUE    PIC X(04) VALUE SPACES.
       01  WS-PCHK-NUM REDEFINES WS-PCHK-VALUE PIC 9(04).
       77  WS-PCHK-LIMIT    PIC S9(4) COMP VALUE ZERO.
       77  WS-PCHK-OPT-SW   PIC X(01) VALUE 'N'.
           88 WS-PCHK-OPTIONAL VALUE 'Y'.
      / Sign-on window split for the hour/minute check
       01  WS-WFROM.
           02 WS-WF-HH      PIC X(02).
           02 WS-WF-MM      PIC X(02).
       01  WS-WTO.
           02 WS-WT-HH      PIC X(02).
           02 WS-WT-MM      PIC X(02).
      / Run counters
       77  WS-CNT-USR       PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-SES       PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-ALR       PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-OPEN      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-SEV4      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-SEV8      PIC S9(7) COMP VALUE ZERO.
       77  WS-CNT-SEV12     PIC S9(7) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(33) VALUE
               'CROSS-FILE CONSISTENCY CHECK FOR '.
           02 WS-HDG-RUN-DATE PIC X(08).
       01  WS-HDG-LINE-2.
           02 FILLER PIC X(04) VALUE 'RULE'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(03) VALUE 'SEV'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE 'FILE'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(21) VALUE 'RECORD KEY'.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(36) VALUE 'FINDING'.
       01  WS-EXC-LINE.
           02 WS-EXC-RULE    PIC X(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-EXC-SEV     PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-EXC-FILE    PIC X(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-EXC-KEY     PIC X(21).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WS-EXC-TEXT    PIC X(36).
      / Finding texts that carry the offending values
       01  WS-FAIL-TEXT.
           02 FILLER         PIC X(07) VALUE 'FAILED '.
           02 WS-FAIL-COUNT  PIC ZZZ9.
           02 FILLER         PIC X(08) VALUE ', MAX = '.
           02 WS-FAIL-MAX    PIC ZZZ9.
           02 FILLER         PIC X(11) VALUE ', UNLOCKED'.
       01  WS-WIN-TEXT.
           02 FILLER         PIC X(07) VALUE 'WINDOW '.
           02 WS-WIN-FROM    PIC X(04).
           02 FILLER         PIC X(01) VALUE '-'.
           02 WS-WIN-TO      PIC X(04).
           02 FILLER         PIC X(15) VALUE ' NOT VALID HHMM'.
       01  WS-PRM-TEXT.
           02 WS-PRM-NAME    PIC X(13).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-PRM-PROBLEM PIC X(22).
       01  WS-TOT-LINE.
           02 WS-TOT-LABEL   PIC X(30).
           02 WS-TOT-COUNT   PIC ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-PARMS
           PERFORM 3000-CHECK-USERS
           PERFORM 4000-CHECK-SESSIONS
           PERFORM 5000-CHECK-ALERTS
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMBG - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE

           OPEN INPUT USRFILE
           IF WS-USR-STATUS NOT = '00'
               DISPLAY 'PGMMBG - USRFILE OPEN FAILED, STATUS '
                   WS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBG - RPTOUT OPEN FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HDG-LINE-1
           WRITE RPT-LINE FROM WS-HDG-LINE-2
           PERFORM 8010-CHECK-WRITE
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMBG' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMBG - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      ******************************************************************
      * PRMFILE - the one LOCKPRM record, held to the CF08 edits
      ******************************************************************
       2000-CHECK-PARMS.
      *    A PRMFILE that will not open or has no record is itself
      *    the finding; the rest of the run goes on regardless, on
      *    the compiled LOCKOUT-MAX, as PGMMP1 would.
           MOVE 'PRMFILE' TO WS-EXC-FILE
           MOVE 'LOCKPRM' TO WS-EXC-KEY
           OPEN INPUT PRMFILE
           IF WS-PRM-STATUS = '00'
               MOVE 'LOCKPRM' TO PRM-KEY
               READ PRMFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PRM-STATUS = '00'
                   PERFORM 2100-EDIT-PARMS
               ELSE
                   MOVE 'P01' TO WS-EXC-RULE
                   MOVE 8 TO WS-SEV
                   MOVE 'RECORD NOT READABLE - DEFAULTS USED'
                       TO WS-EXC-TEXT
                   PERFORM 8100-WRITE-FINDING
               END-IF
               CLOSE PRMFILE
           ELSE
               MOVE 'P01' TO WS-EXC-RULE
               MOVE 8 TO WS-SEV
               MOVE 'FILE NOT AVAILABLE - DEFAULTS USED'
                   TO WS-EXC-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           .

       2100-EDIT-PARMS.
      *    Every value is checked on its own, so one bad field does
      *    not hide the next - unlike the screen, which stops at the
      *    first message it can show.
           MOVE 'LOCKOUT-MAX' TO WS-PCHK-NAME
           MOVE PRM-LOCKOUT-MAX TO WS-PCHK-VALUE
           MOVE ZERO TO WS-PCHK-LIMIT
           MOVE 'N' TO WS-PCHK-OPT-SW
           PERFORM 2110-EDIT-ONE-PARM

           MOVE 'DORMANT-MAX' TO WS-PCHK-NAME
           MOVE PRM-DORMANT-MAX TO WS-PCHK-VALUE
           PERFORM 2110-EDIT-ONE-PARM

           MOVE 'DORMANT-WARN' TO WS-PCHK-NAME
           MOVE PRM-DORMANT-WARN TO WS-PCHK-VALUE
           PERFORM 2110-EDIT-ONE-PARM

           MOVE 'SESSION-IDLE' TO WS-PCHK-NAME
           MOVE PRM-SESSION-IDLE TO WS-PCHK-VALUE
           MOVE 1440 TO WS-PCHK-LIMIT
           PERFORM 2110-EDIT-ONE-PARM

           MOVE 'ALERT-REDRIVE' TO WS-PCHK-NAME
           MOVE PRM-ALERT-REDRIVE TO WS-PCHK-VALUE
           PERFORM 2110-EDIT-ONE-PARM

           MOVE 'PEND-EXPIRY' TO WS-PCHK-NAME
           MOVE PRM-PEND-EXPIRY TO WS-PCHK-VALUE
           MOVE 168 TO WS-PCHK-LIMIT
           MOVE 'Y' TO WS-PCHK-OPT-SW
           PERFORM 2110-EDIT-ONE-PARM

           MOVE 'HIST-RETAIN' TO WS-PCHK-NAME
           MOVE PRM-HIST-RETAIN TO WS-PCHK-VALUE
           MOVE 3650 TO WS-PCHK-LIMIT
           PERFORM 2110-EDIT-ONE-PARM

           MOVE 'ALERT-RETAIN' TO WS-PCHK-NAME
           MOVE PRM-ALERT-RETAIN TO WS-PCHK-VALUE
           PERFORM 2110-EDIT-ONE-PARM

           IF PRM-DORMANT-MAX NUMERIC
               AND PRM-DORMANT-WARN NUMERIC
               AND PRM-DORMANT-WARN >= PRM-DORMANT-MAX
               MOVE 'P04' TO WS-EXC-RULE
               MOVE 8 TO WS-SEV
               MOVE 'DORMANT-WARN' TO WS-PRM-NAME
               MOVE 'AT OR OVER DORMANT-MAX' TO WS-PRM-PROBLEM
               MOVE WS-PRM-TEXT TO WS-EXC-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF

      *    The threshold U01 is judged against - the same overlay
      *    PGMMP1 makes at every sign-on.
           IF PRM-LOCKOUT-MAX NUMERIC
               AND PRM-LOCKOUT-MAX > ZERO
               MOVE PRM-LOCKOUT-MAX TO LOCKOUT-MAX
           END-IF
           .

       2110-EDIT-ONE-PARM.
           MOVE WS-PCHK-NAME TO WS-PRM-NAME
           MOVE SPACES TO WS-EXC-RULE
           EVALUATE TRUE
               WHEN WS-PCHK-VALUE = SPACES AND WS-PCHK-OPTIONAL
                   MOVE 'P06' TO WS-EXC-RULE
                   MOVE 4 TO WS-SEV
                   MOVE 'BLANK - DEFAULT USED' TO WS-PRM-PROBLEM
               WHEN WS-PCHK-VALUE NOT NUMERIC
                   MOVE 'P02' TO WS-EXC-RULE
                   MOVE 8 TO WS-SEV
                   MOVE 'NOT NUMERIC' TO WS-PRM-PROBLEM
               WHEN WS-PCHK-NUM = ZERO
                   MOVE 'P03' TO WS-EXC-RULE
                   MOVE 8 TO WS-SEV
                   MOVE 'ZERO' TO WS-PRM-PROBLEM
               WHEN WS-PCHK-LIMIT > ZERO
                   AND WS-PCHK-NUM > WS-PCHK-LIMIT
                   MOVE 'P05' TO WS-EXC-RULE
                   MOVE 8 TO WS-SEV
                   MOVE 'OVER SCREEN CEILING' TO WS-PRM-PROBLEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-EXC-RULE NOT = SPACES
               MOVE WS-PRM-TEXT TO WS-EXC-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF
           .

      ******************************************************************
      * USRFILE - lockout enforcement and sign-on windows
      ******************************************************************
       3000-CHECK-USERS.
           MOVE 'USRFILE' TO WS-EXC-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3010-READ-USER
           PERFORM 3100-CHECK-ONE-USER UNTIL WS-EOF
           .

       3010-READ-USER.
           READ USRFILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-USR-STATUS NOT = '00'
               DISPLAY 'PGMMBG - USRFILE READ FAILED, STATUS '
                   WS-USR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       3100-CHECK-ONE-USER.
           ADD 1 TO WS-CNT-USR
           MOVE USR-ID TO WS-EXC-KEY

           IF USR-FAILED-COUNT >= LOCKOUT-MAX
               AND NOT USR-LOCKED
               MOVE 'U01' TO WS-EXC-RULE
               MOVE 12 TO WS-SEV
               MOVE USR-FAILED-COUNT TO WS-FAIL-COUNT
               MOVE LOCKOUT-MAX TO WS-FAIL-MAX
               MOVE WS-FAIL-TEXT TO WS-EXC-TEXT
               PERFORM 8100-WRITE-FINDING
           END-IF

           MOVE USR-WINDOW-FROM TO WS-WFROM
           MOVE USR-WINDOW-TO TO WS-WTO
           EVALUATE TRUE
               WHEN WS-WFROM = SPACES AND WS-WTO = SPACES
                   CONTINUE
               WHEN WS-WFROM NUMERIC AND WS-WTO NUMERIC
                   AND WS-WF-HH < '24' AND WS-WF-MM < '60'
                   AND WS-WT-HH < '24' AND WS-WT-MM < '60'
                   CONTINUE
               WHEN OTHER
                   MOVE 'U02' TO WS-EXC-RULE
                   MOVE 8 TO WS-SEV
                   MOVE WS-WFROM TO WS-WIN-FROM
                   MOVE WS-WTO TO WS-WIN-TO
                   MOVE WS-WIN-TEXT TO WS-EXC-TEXT
                   PERFORM 8100-WRITE-FINDING
           END-EVALUATE

           PERFORM 3010-READ-USER
           .

      ******************************************************************
      * SESFILE - every session must belong to a live, unlocked id
      ******************************************************************
       4000-CHECK-SESSIONS.
           OPEN INPUT SESFILE
           IF WS-SES-STATUS NOT = '00'
               DISPLAY 'PGMMBG - SESFILE OPEN FAILED, STATUS '
                   WS-SES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 4010-READ-SESSION
           PERFORM 4100-CHECK-ONE-SESSION UNTIL WS-EOF
           CLOSE SESFILE
           .

       4010-READ-SESSION.
           READ SESFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-SES-STATUS NOT = '00'
               DISPLAY 'PGMMBG - SESFILE READ FAILED, STATUS '
                   WS-SES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       4100-CHECK-ONE-SESSION.
           ADD 1 TO WS-CNT-SES
           MOVE 'SESFILE' TO WS-EXC-FILE
           MOVE SES-USER-ID TO WS-EXC-KEY
           MOVE SES-USER-ID TO USR-ID
           PERFORM 6000-READ-USER-BY-KEY

           EVALUATE TRUE
               WHEN WS-USR-STATUS = '23'
                   MOVE 'S01' TO WS-EXC-RULE
                   MOVE 12 TO WS-SEV
                   MOVE 'SESSION FOR ID NOT ON USRFILE'
                       TO WS-EXC-TEXT
                   PERFORM 8100-WRITE-FINDING
               WHEN USR-LOCKED
                   MOVE 'S02' TO WS-EXC-RULE
                   MOVE 12 TO WS-SEV
                   MOVE 'SESSION FOR A LOCKED ID'
                       TO WS-EXC-TEXT
                   PERFORM 8100-WRITE-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 4010-READ-SESSION
           .

      ******************************************************************
      * ALERTF - an OPEN alert must still have something to say
      ******************************************************************
       5000-CHECK-ALERTS.
           OPEN INPUT ALERTF
           IF WS-ALR-STATUS NOT = '00'
               DISPLAY 'PGMMBG - ALERTF OPEN FAILED, STATUS '
                   WS-ALR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 5010-READ-ALERT
           PERFORM 5100-CHECK-ONE-ALERT UNTIL WS-EOF
           CLOSE ALERTF
           .

       5010-READ-ALERT.
           READ ALERTF
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-ALR-STATUS NOT = '00'
               DISPLAY 'PGMMBG - ALERTF READ FAILED, STATUS '
                   WS-ALR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       5100-CHECK-ONE-ALERT.
      *    Acknowledged alerts are history, and right to be there
      *    whatever has happened to the id since.
           ADD 1 TO WS-CNT-ALR
           IF ALR-OPEN
               ADD 1 TO WS-CNT-OPEN
               MOVE 'ALERTF' TO WS-EXC-FILE
               MOVE ALR-KEY TO WS-EXC-KEY
               MOVE ALR-USER-ID TO USR-ID
               PERFORM 6000-READ-USER-BY-KEY

               EVALUATE TRUE
                   WHEN WS-USR-STATUS = '23'
                       MOVE 'A02' TO WS-EXC-RULE
                       MOVE 4 TO WS-SEV
                       MOVE 'OPEN ALERT, ID NOT ON USRFILE'
                           TO WS-EXC-TEXT
                       PERFORM 8100-WRITE-FINDING
                   WHEN USR-NOT-LOCKED AND USR-FAILED-COUNT = ZERO
                       MOVE 'A01' TO WS-EXC-RULE
                       MOVE 4 TO WS-SEV
                       MOVE 'OPEN ALERT, ID SINCE RESET'
                           TO WS-EXC-TEXT
                       PERFORM 8100-WRITE-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM 5010-READ-ALERT
           .

       6000-READ-USER-BY-KEY.
      *    '23' is an answer here, not an error - it is what S01 and
      *    A02 are looking for.
           READ USRFILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-USR-STATUS NOT = '00' AND WS-USR-STATUS NOT = '23'
               DISPLAY 'PGMMBG - USRFILE READ FAILED, STATUS '
                   WS-USR-STATUS ' KEY ' USR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       8000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'USRFILE ROWS CHECKED' TO WS-TOT-LABEL
           MOVE WS-CNT-USR TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'SESFILE SESSIONS CHECKED' TO WS-TOT-LABEL
           MOVE WS-CNT-SES TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'ALERTF ALERTS READ' TO WS-TOT-LABEL
           MOVE WS-CNT-ALR TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'ALERTF OPEN ALERTS CHECKED' TO WS-TOT-LABEL
           MOVE WS-CNT-OPEN TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'FINDINGS SEVERITY 12' TO WS-TOT-LABEL
           MOVE WS-CNT-SEV12 TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'FINDINGS SEVERITY 8' TO WS-TOT-LABEL
           MOVE WS-CNT-SEV8 TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'FINDINGS SEVERITY 4' TO WS-TOT-LABEL
           MOVE WS-CNT-SEV4 TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'RETURN CODE' TO WS-TOT-LABEL
           MOVE WS-MAX-SEV TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE
           PERFORM 8010-CHECK-WRITE

           MOVE WS-MAX-SEV TO RETURN-CODE
           .

       8010-CHECK-WRITE.
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBG - RPTOUT WRITE FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       8100-WRITE-FINDING.
           MOVE WS-SEV TO WS-EXC-SEV
           EVALUATE WS-SEV
               WHEN 12
                   ADD 1 TO WS-CNT-SEV12
               WHEN 8
                   ADD 1 TO WS-CNT-SEV8
               WHEN OTHER
                   ADD 1 TO WS-CNT-SEV4
           END-EVALUATE
           IF WS-SEV > WS-MAX-SEV
               MOVE WS-SEV TO WS-MAX-SEV
           END-IF

           WRITE RPT-LINE FROM WS-EXC-LINE
           PERFORM 8010-CHECK-WRITE
           .

       9000-TERMINATE.
           CLOSE USRFILE
           CLOSE RPTOUT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'SEV 12' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-SEV12 TO RUNC-TOT-COUNT(1)
           MOVE 'SEV 8' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-SEV8 TO RUNC-TOT-COUNT(2)
           MOVE 'SEV 4' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-SEV4 TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMBG - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
