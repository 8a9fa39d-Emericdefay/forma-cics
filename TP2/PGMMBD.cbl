      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBD.
      ******************************************************************
      * Daily security-event export for the corporate SIEM.  The
      * security monitoring team loads our sign-on and administration
      * events next to the RACF and network logs; this job cuts them
      * one flat '|'-delimited file per processing date (YYYYMMDD,
      * ACCEPTed from SYSIN, same as the PGMMB1 digest).
      *
      * Two sources, merged into one timeline by a SORT on date and
      * time (ties keep the order they were read in):
      *   AUDIN   - the day's AUDQ records: every sign-on attempt
      *             (SUCCESS, FAILED, LOCKED, OUTPOL, EXPIRED) and
      *             every maintenance event (ADD, DELETE, RESET,
      *             RESTRCT, EXPIRY, FORCOFF, PARMCHG, the dual-
      *             control and recertification actions - whatever
      *             PGMMP2, PGMMP7, PGMMP8, PGMMPB and PGMMPC
      *             audited);
      *   ALERTF  - lockout alerts raised that day, and alerts
      *             acknowledged that day on the PGMMP9 desk screen
      *             (whenever they were raised).  ALERTF is keyed on
      *             the raise date first, so the pass stops at the
      *             first alert raised after the processing date.
      *
      * Record layout - fixed field order, empty fields left empty,
      * nothing padded:
      *   H|SECEVENT|processing date|created date|created time
      *   D|event|timestamp|user|admin|terminal|outcome|approver|
      *     detail|audit sequence
      *   T|processing date|TOTAL|n|SIGNON|n|ADMIN|n|ALERT|n|
      *     ALERTACK|n
      * Event types:
      *   SIGNON   - an 'S' (or untyped) audit record; user is the id
      *              signing on, outcome the result;
      *   ADMIN    - an 'M' audit record; user is the TARGET id,
      *              admin who drove it, approver the second admin
      *              on a dual-control change, detail the parameter
      *              or held action (PARMCHG shows NAME old>new);
      *   ALERT    - a lockout alert raised; outcome its status at
      *              extract time (OPEN / ACKED);
      *   ALERTACK - an alert acknowledged; admin is the desk
      *              operator, detail RAISED and the alert's own
      *              timestamp.
      * Timestamps are local time, YYYY-MM-DDTHH:MM:SS.  The audit
      * sequence is AUD-SEQ-NO, so the receiving side can tie a line
      * back to the verified trail; it is empty on alert lines.
      *
      * The trailer counts are of detail lines written, so the
      * receiving side reconciles what it loaded against them.
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
           SELECT AUDIN ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIN-STATUS.
           SELECT ALERTF ASSIGN TO ALERTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALR-KEY
               FILE STATUS IS WS-ALR-STATUS.
           SELECT EVTOUT ASSIGN TO EVTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVTOUT-STATUS.
           SELECT SRTFILE ASSIGN TO SRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT SORTWK ASSIGN TO SORTWK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIN.
           COPY AUDREC.

       FD  ALERTF.
           COPY ALRREC.

       FD  EVTOUT.
       01  EVT-RECORD PIC X(132).

       FD  SRTFILE.
       01  SRT-RECORD.
           02 SRT-DATE           PIC X(08).
           02 SRT-TIME           PIC X(06).
           02 SRT-INSEQ          PIC 9(09).
           02 SRT-EVENT          PIC X(08).
           02 SRT-USER           PIC X(07).
           02 SRT-ADMIN          PIC X(07).
           02 SRT-TERM           PIC X(04).
           02 SRT-OUTCOME        PIC X(07).
           02 SRT-APPR           PIC X(07).
           02 SRT-DETAIL         PIC X(30).
           02 SRT-AUDSEQ         PIC X(09).

       SD  SORTWK.
       01  SORT-REC.
           02 SORT-DATE          PIC X(08).
           02 SORT-TIME          PIC X(06).
           02 SORT-INSEQ         PIC 9(09).
           02 SORT-EVENT         PIC X(08).
           02 SORT-USER          PIC X(07).
           02 SORT-ADMIN         PIC X(07).
           02 SORT-TERM          PIC X(04).
           02 SORT-OUTCOME       PIC X(07).
           02 SORT-APPR          PIC X(07).
           02 SORT-DETAIL        PIC X(30).
           02 SORT-AUDSEQ        PIC X(09).
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-SRT-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-SRT-EOF    VALUE 'Y'.
       77  WS-AUDIN-STATUS  PIC X(02) VALUE ZERO.
       77  WS-ALR-STATUS    PIC X(02) VALUE ZERO.
       77  WS-EVTOUT-STATUS PIC X(02) VALUE ZERO.
       77  WS-SRT-STATUS    PIC X(02) VALUE ZERO.
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
       77  WS-CUR-DATE      PIC 9(08) VALUE ZERO.
       77  WS-CUR-TIME      PIC 9(08) VALUE ZERO.
      / Events released to the sort, in read order
       77  WS-INSEQ         PIC 9(09) VALUE ZERO.
       77  WS-OLD-EDIT      PIC Z(3)9.
       77  WS-NEW-EDIT      PIC Z(3)9.
       77  WS-OLD-LEAD      PIC S9(4) COMP VALUE ZERO.
       77  WS-NEW-LEAD      PIC S9(4) COMP VALUE ZERO.
      / Counters
       77  WS-CNT-AUDREAD   PIC 9(09) VALUE ZERO.
       77  WS-CNT-ALRREAD   PIC 9(09) VALUE ZERO.
       77  WS-CNT-TOTAL     PIC 9(09) VALUE ZERO.
       77  WS-CNT-SIGNON    PIC 9(09) VALUE ZERO.
       77  WS-CNT-ADMIN     PIC 9(09) VALUE ZERO.
       77  WS-CNT-ALERT     PIC 9(09) VALUE ZERO.
       77  WS-CNT-ALERTACK  PIC 9(09) VALUE ZERO.
      / Timestamp in the exchange format
       01  WS-EVT-STAMP.
           02 WS-STP-YYYY   PIC X(04).
           02 FILLER        PIC X(01) VALUE '-'.
           02 WS-STP-MM     PIC X(02).
           02 FILLER        PIC X(01) VALUE '-'.
           02 WS-STP-DD     PIC X(02).
           02 FILLER        PIC X(01) VALUE 'T'.
           02 WS-STP-HH     PIC X(02).
           02 FILLER        PIC X(01) VALUE ':'.
           02 WS-STP-MI     PIC X(02).
           02 FILLER        PIC X(01) VALUE ':'.
           02 WS-STP-SS     PIC X(02).
      / One output line, built with STRING
       01  WS-EVT-LINE      PIC X(132).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-SORT-PHASE
           PERFORM 2000-EXTRACT-PHASE
           PERFORM 3000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMBD - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN

           OPEN OUTPUT EVTOUT
           IF WS-EVTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBD - EVTOUT OPEN FAILED, STATUS '
                   WS-EVTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE SPACES TO WS-EVT-LINE
           STRING 'H|SECEVENT|'        DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  WS-CUR-DATE          DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  WS-CUR-TIME(1:6)     DELIMITED BY SIZE
               INTO WS-EVT-LINE
           END-STRING
           WRITE EVT-RECORD FROM WS-EVT-LINE
           PERFORM 3010-CHECK-WRITE
           .

       1100-SORT-PHASE.
           OPEN INPUT AUDIN
           IF WS-AUDIN-STATUS NOT = '00'
               DISPLAY 'PGMMBD - AUDIN OPEN FAILED, STATUS '
                   WS-AUDIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ALERTF
           IF WS-ALR-STATUS NOT = '00'
               DISPLAY 'PGMMBD - ALERTF OPEN FAILED, STATUS '
                   WS-ALR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORTWK
               ON ASCENDING KEY SORT-DATE
                                SORT-TIME
                                SORT-INSEQ
               INPUT PROCEDURE IS 1200-SELECT-EVENTS
               GIVING SRTFILE

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'PGMMBD - SORT FAILED, SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE AUDIN
           CLOSE ALERTF
           .

       1200-SELECT-EVENTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 1210-READ-AUDIT
           PERFORM 1220-RELEASE-AUDIT UNTIL WS-EOF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 1310-READ-ALERT
           PERFORM 1320-RELEASE-ALERT UNTIL WS-EOF
           .

       1210-READ-AUDIT.
           READ AUDIN
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-AUDIN-STATUS NOT = '00'
               DISPLAY 'PGMMBD - AUDIN READ FAILED, STATUS '
                   WS-AUDIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1220-RELEASE-AUDIT.
           ADD 1 TO WS-CNT-AUDREAD

           IF AUD-DATE = WS-RUN-DATE
               MOVE SPACES TO SORT-REC
               MOVE AUD-DATE TO SORT-DATE
               MOVE AUD-TIME TO SORT-TIME
               MOVE AUD-USERMPI TO SORT-USER
               MOVE AUD-TERM-ID TO SORT-TERM
               MOVE AUD-OUTCOME TO SORT-OUTCOME
               IF AUD-SEQ-NO NUMERIC AND AUD-SEQ-NO NOT = ZERO
                   MOVE AUD-SEQ-NO TO SORT-AUDSEQ
               END-IF
               IF AUD-TYPE-MAINT
                   MOVE 'ADMIN' TO SORT-EVENT
                   MOVE AUD-ADMIN-ID TO SORT-ADMIN
                   MOVE AUD-APPR-ID TO SORT-APPR
                   PERFORM 1230-BUILD-DETAIL
               ELSE
                   MOVE 'SIGNON' TO SORT-EVENT
               END-IF
               PERFORM 1400-RELEASE-EVENT
           END-IF

           PERFORM 1210-READ-AUDIT
           .

       1230-BUILD-DETAIL.
      *    Same rule as the PGMMB1 maintenance section: values only
      *    when the event carries them, the bare name otherwise.
           IF AUD-OLD-VALUE NOT NUMERIC
               MOVE ZERO TO AUD-OLD-VALUE
           END-IF
           IF AUD-NEW-VALUE NOT NUMERIC
               MOVE ZERO TO AUD-NEW-VALUE
           END-IF

           IF AUD-PARM-NAME NOT = SPACES
               IF AUD-OLD-VALUE = ZERO AND AUD-NEW-VALUE = ZERO
                   MOVE AUD-PARM-NAME TO SORT-DETAIL
               ELSE
                   MOVE AUD-OLD-VALUE TO WS-OLD-EDIT
                   MOVE AUD-NEW-VALUE TO WS-NEW-EDIT
                   MOVE ZERO TO WS-OLD-LEAD
                   MOVE ZERO TO WS-NEW-LEAD
                   INSPECT WS-OLD-EDIT
                       TALLYING WS-OLD-LEAD FOR LEADING SPACE
                   INSPECT WS-NEW-EDIT
                       TALLYING WS-NEW-LEAD FOR LEADING SPACE
                   STRING AUD-PARM-NAME DELIMITED BY SPACE
                          ' '           DELIMITED BY SIZE
                          WS-OLD-EDIT(WS-OLD-LEAD + 1:)
                                        DELIMITED BY SIZE
                          '>'           DELIMITED BY SIZE
                          WS-NEW-EDIT(WS-NEW-LEAD + 1:)
                                        DELIMITED BY SIZE
                       INTO SORT-DETAIL
                   END-STRING
               END-IF
           END-IF
           .

       1310-READ-ALERT.
           READ ALERTF NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-ALR-STATUS NOT = '00'
               DISPLAY 'PGMMBD - ALERTF READ FAILED, STATUS '
                   WS-ALR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1320-RELEASE-ALERT.
           ADD 1 TO WS-CNT-ALRREAD

      *    Keyed on the raise date - nothing past the processing
      *    date was raised or acknowledged on it.
           IF ALR-DATE > WS-RUN-DATE
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1330-ALERT-EVENTS
               PERFORM 1310-READ-ALERT
           END-IF
           .

       1330-ALERT-EVENTS.
           IF ALR-DATE = WS-RUN-DATE
               MOVE SPACES TO SORT-REC
               MOVE 'ALERT' TO SORT-EVENT
               MOVE ALR-DATE TO SORT-DATE
               MOVE ALR-TIME TO SORT-TIME
               MOVE ALR-USER-ID TO SORT-USER
               MOVE ALR-TERM-ID TO SORT-TERM
               IF ALR-ACKED
                   MOVE 'ACKED' TO SORT-OUTCOME
               ELSE
                   MOVE 'OPEN' TO SORT-OUTCOME
               END-IF
               PERFORM 1400-RELEASE-EVENT
           END-IF

           IF ALR-ACKED AND ALR-ACK-DATE = WS-RUN-DATE
               MOVE SPACES TO SORT-REC
               MOVE 'ALERTACK' TO SORT-EVENT
               MOVE ALR-ACK-DATE TO SORT-DATE
               MOVE ALR-ACK-TIME TO SORT-TIME
               MOVE ALR-USER-ID TO SORT-USER
               MOVE ALR-ACK-OPER TO SORT-ADMIN
               MOVE ALR-TERM-ID TO SORT-TERM
               MOVE 'ACKED' TO SORT-OUTCOME
               STRING 'RAISED '     DELIMITED BY SIZE
                      ALR-DATE      DELIMITED BY SIZE
                      ALR-TIME      DELIMITED BY SIZE
                   INTO SORT-DETAIL
               END-STRING
               PERFORM 1400-RELEASE-EVENT
           END-IF
           .

       1400-RELEASE-EVENT.
           ADD 1 TO WS-INSEQ
           MOVE WS-INSEQ TO SORT-INSEQ
           RELEASE SORT-REC
           .

       1900-START-RUN.
      *    Run control refuses the run before any file is touched if
      *    the predecessor has not completed cleanly for this date,
      *    or this date is already done and RERUN is not on the card.
           SET RUNC-START TO TRUE
           MOVE 'PGMMBD' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMBD - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-EXTRACT-PHASE.
           OPEN INPUT SRTFILE
           IF WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMBD - SRTFILE OPEN FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2030-READ-SORTED
           PERFORM 2100-WRITE-EVENT UNTIL WS-SRT-EOF
           .

       2030-READ-SORTED.
           READ SRTFILE
               AT END
                   SET WS-SRT-EOF TO TRUE
           END-READ

           IF NOT WS-SRT-EOF AND WS-SRT-STATUS NOT = '00'
               DISPLAY 'PGMMBD - SRTFILE READ FAILED, STATUS '
                   WS-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2100-WRITE-EVENT.
           EVALUATE SRT-EVENT
               WHEN 'SIGNON'
                   ADD 1 TO WS-CNT-SIGNON
               WHEN 'ADMIN'
                   ADD 1 TO WS-CNT-ADMIN
               WHEN 'ALERT'
                   ADD 1 TO WS-CNT-ALERT
               WHEN OTHER
                   ADD 1 TO WS-CNT-ALERTACK
           END-EVALUATE
           ADD 1 TO WS-CNT-TOTAL

           MOVE SRT-DATE(1:4) TO WS-STP-YYYY
           MOVE SRT-DATE(5:2) TO WS-STP-MM
           MOVE SRT-DATE(7:2) TO WS-STP-DD
           MOVE SRT-TIME(1:2) TO WS-STP-HH
           MOVE SRT-TIME(3:2) TO WS-STP-MI
           MOVE SRT-TIME(5:2) TO WS-STP-SS

      *    Every field but the detail is a single token, so
      *    DELIMITED BY SPACE drops the padding and leaves an empty
      *    field empty; the detail may carry blanks and is cut at
      *    its first double blank instead.
           MOVE SPACES TO WS-EVT-LINE
           STRING 'D|'          DELIMITED BY SIZE
                  SRT-EVENT     DELIMITED BY SPACE
                  '|'           DELIMITED BY SIZE
                  WS-EVT-STAMP  DELIMITED BY SIZE
                  '|'           DELIMITED BY SIZE
                  SRT-USER      DELIMITED BY SPACE
                  '|'           DELIMITED BY SIZE
                  SRT-ADMIN     DELIMITED BY SPACE
                  '|'           DELIMITED BY SIZE
                  SRT-TERM      DELIMITED BY SPACE
                  '|'           DELIMITED BY SIZE
                  SRT-OUTCOME   DELIMITED BY SPACE
                  '|'           DELIMITED BY SIZE
                  SRT-APPR      DELIMITED BY SPACE
                  '|'           DELIMITED BY SIZE
                  SRT-DETAIL    DELIMITED BY '  '
                  '|'           DELIMITED BY SIZE
                  SRT-AUDSEQ    DELIMITED BY SPACE
               INTO WS-EVT-LINE
           END-STRING
           WRITE EVT-RECORD FROM WS-EVT-LINE
           PERFORM 3010-CHECK-WRITE

           PERFORM 2030-READ-SORTED
           .

       3000-WRITE-TRAILER.
           MOVE SPACES TO WS-EVT-LINE
           STRING 'T|'            DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  '|TOTAL|'       DELIMITED BY SIZE
                  WS-CNT-TOTAL    DELIMITED BY SIZE
                  '|SIGNON|'      DELIMITED BY SIZE
                  WS-CNT-SIGNON   DELIMITED BY SIZE
                  '|ADMIN|'       DELIMITED BY SIZE
                  WS-CNT-ADMIN    DELIMITED BY SIZE
                  '|ALERT|'       DELIMITED BY SIZE
                  WS-CNT-ALERT    DELIMITED BY SIZE
                  '|ALERTACK|'    DELIMITED BY SIZE
                  WS-CNT-ALERTACK DELIMITED BY SIZE
               INTO WS-EVT-LINE
           END-STRING
           WRITE EVT-RECORD FROM WS-EVT-LINE
           PERFORM 3010-CHECK-WRITE

           DISPLAY 'PGMMBD - AUDIT RECORDS READ ' WS-CNT-AUDREAD
           DISPLAY 'PGMMBD - ALERTS READ        ' WS-CNT-ALRREAD
           DISPLAY 'PGMMBD - EVENTS EXPORTED    ' WS-CNT-TOTAL
           .

       3010-CHECK-WRITE.
           IF WS-EVTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBD - EVTOUT WRITE FAILED, STATUS '
                   WS-EVTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           CLOSE SRTFILE
           CLOSE EVTOUT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'AUDIT READ' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-AUDREAD TO RUNC-TOT-COUNT(1)
           MOVE 'ALERT READ' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-ALRREAD TO RUNC-TOT-COUNT(2)
           MOVE 'EVENTS' TO RUNC-TOT-LABEL(3)
           MOVE WS-CNT-TOTAL TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMBD - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
