      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMBC.
      ******************************************************************
      * Audit-trail verifier.  Every AUDQ record carries AUD-SEQ-NO,
      * one more than the record before it, and AUD-CHAIN, a check
      * value folded from the previous record's (both stamped by the
      * PGMMS1 audit writer).  This job reads the trail in order -
      * the PGMMB6 archive generation(s) on ARCHIN first, then the
      * live AUDQ dataset on AUDIN - and proves it whole:
      *
      *   GAP          - numbers missing: a record was deleted;
      *   DUPLICATE    - a number seen twice in a row: a record was
      *                  copied or re-inserted;
      *   OUT OF ORDER - a number lower than one already seen;
      *   BROKEN CHAIN - the check value does not recompute from the
      *                  record and its predecessor: a record (or
      *                  its number) was edited;
      *   UNSEQUENCED  - a record with no number after numbering
      *                  began: written while AUDCTL was unreadable,
      *                  or planted.
      *
      * Records with no number ahead of the first numbered one
      * predate numbering and are only counted.  The chain is
      * anchored at the first numbered record read; it is checked
      * from zero when that is record 1, otherwise taken as read
      * (the earlier records are in older archive generations).
      * After a gap the chain re-anchors on the record past it, and
      * an edited record breaks only its own link, so one tampered
      * record reads as one finding, not a cascade.
      *
      * ARCHIN may be one PGMMB6 ARCHOUT generation, several
      * concatenated oldest first, or DD DUMMY when the live dataset
      * is to be checked alone.  SYSIN carries the processing date
      * (YYYYMMDD) for the heading.
      *
      * Any finding ends the job with RETURN-CODE 8, so the stream
      * stops before PGMMB1 digests a trail that cannot be trusted;
      * I/O trouble is RETURN-CODE 16 as everywhere else.
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
           SELECT ARCHIN ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT AUDIN ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIN-STATUS.
           SELECT RPTOUT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * ARCH-IN-RECORD and AUD-IN-RECORD mirror the AUDREC record
      * length; each is read INTO the one AUD-RECORD below.
       FD  ARCHIN.
       01  ARCH-IN-RECORD PIC X(81).

       FD  AUDIN.
       01  AUD-IN-RECORD  PIC X(81).

       FD  RPTOUT.
       01  RPT-LINE PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      / Copybook for the sign-on/maintenance audit TD queue record
       COPY AUDREC.
       77  WS-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77  WS-ARCH-STATUS   PIC X(02) VALUE ZERO.
       77  WS-AUDIN-STATUS  PIC X(02) VALUE ZERO.
       77  WS-RPTOUT-STATUS PIC X(02) VALUE ZERO.
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
      / Where the walk is
       77  WS-CUR-SOURCE    PIC X(06) VALUE SPACES.
       77  WS-FILE-RECNO    PIC S9(9) COMP VALUE ZERO.
       77  WS-STARTED-SW    PIC X(01) VALUE 'N'.
           88 WS-SEQ-STARTED VALUE 'Y'.
       77  WS-LAST-SEQ      PIC 9(09) VALUE ZERO.
       77  WS-LAST-CHAIN    PIC 9(09) VALUE ZERO.
       77  WS-FIRST-SEQ     PIC 9(09) VALUE ZERO.
       77  WS-CALC-CHAIN    PIC 9(09) VALUE ZERO.
       77  WS-ZERO-CHAIN    PIC 9(09) VALUE ZERO.
       77  WS-MISS-FROM     PIC 9(09) VALUE ZERO.
       77  WS-MISS-TO       PIC 9(09) VALUE ZERO.
       77  CHAIN-PGM-NAME   PIC X(08) VALUE 'PGMMS2'.
      / Report counters
       77  WS-CNT-ARCH      PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-LIVE      PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-LEGACY    PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-GAPS      PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-MISSING   PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-DUPS      PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-ORDER     PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-BROKEN    PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-UNSEQ     PIC S9(9) COMP VALUE ZERO.
       77  WS-CNT-FINDINGS  PIC S9(9) COMP VALUE ZERO.
       01  WS-HDG-LINE-1.
           02 FILLER PIC X(31) VALUE
               'AUDIT TRAIL VERIFICATION - RUN '.
           02 WS-HDG-RUN-DATE PIC X(08).
       01  WS-HDG-LINE-2.
           02 FILLER PIC X(12) VALUE 'FINDING'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(06) VALUE 'FILE'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(09) VALUE '    REC #'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(09) VALUE '    SEQ #'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(08) VALUE 'DATE'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(06) VALUE 'TIME'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(07) VALUE 'USER ID'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(07) VALUE 'OUTCOME'.
       01  WS-FND-LINE.
           02 WS-FND-TYPE    PIC X(12).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-FND-SOURCE  PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-FND-RECNO   PIC Z(8)9.
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-FND-SEQ     PIC Z(8)9.
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-FND-DATE    PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-FND-TIME    PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-FND-USER    PIC X(07).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-FND-OUTCOME PIC X(07).
       01  WS-GAP-LINE.
           02 FILLER         PIC X(12) VALUE 'GAP'.
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-GAP-SOURCE  PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 WS-GAP-RECNO   PIC Z(8)9.
           02 FILLER         PIC X(09) VALUE ' MISSING '.
           02 WS-GAP-FROM    PIC Z(8)9.
           02 FILLER         PIC X(06) VALUE ' THRU '.
           02 WS-GAP-TO      PIC Z(8)9.
       01  WS-ANCHOR-LINE.
           02 FILLER         PIC X(28) VALUE
               'CHAIN ANCHORED AT SEQUENCE '.
           02 WS-ANC-SEQ     PIC Z(8)9.
           02 FILLER         PIC X(34) VALUE
               ' - EARLIER RECORDS NOT SUPPLIED'.
       01  WS-TOT-LINE.
           02 WS-TOT-LABEL   PIC X(26).
           02 WS-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-ARCHIVE
           PERFORM 2100-VERIFY-LIVE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT WS-RUN-CARD
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'PGMMBC - BAD OR MISSING RUN DATE: '
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-START-RUN
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBC - RPTOUT OPEN FAILED, STATUS '
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
           MOVE 'PGMMBC' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-PROC-DATE
           IF WS-RERUN-REQUESTED
               MOVE 'Y' TO RUNC-RERUN-SW
           ELSE
               MOVE 'N' TO RUNC-RERUN-SW
           END-IF
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           IF NOT RUNC-OK
               DISPLAY 'PGMMBC - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2000-VERIFY-ARCHIVE.
           OPEN INPUT ARCHIN
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'PGMMBC - ARCHIN OPEN FAILED, STATUS '
                   WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'ARCHIN' TO WS-CUR-SOURCE
           MOVE ZERO TO WS-FILE-RECNO
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2010-READ-ARCHIVE
           PERFORM 2020-ARCHIVE-RECORD UNTIL WS-EOF
           CLOSE ARCHIN
           .

       2010-READ-ARCHIVE.
           READ ARCHIN INTO AUD-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-ARCH-STATUS NOT = '00'
               DISPLAY 'PGMMBC - ARCHIN READ FAILED, STATUS '
                   WS-ARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2020-ARCHIVE-RECORD.
           ADD 1 TO WS-CNT-ARCH
           PERFORM 2200-CHECK-RECORD
           PERFORM 2010-READ-ARCHIVE
           .

       2100-VERIFY-LIVE.
           OPEN INPUT AUDIN
           IF WS-AUDIN-STATUS NOT = '00'
               DISPLAY 'PGMMBC - AUDIN OPEN FAILED, STATUS '
                   WS-AUDIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'AUDQ' TO WS-CUR-SOURCE
           MOVE ZERO TO WS-FILE-RECNO
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2110-READ-LIVE
           PERFORM 2120-LIVE-RECORD UNTIL WS-EOF
           CLOSE AUDIN
           .

       2110-READ-LIVE.
           READ AUDIN INTO AUD-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ

           IF NOT WS-EOF AND WS-AUDIN-STATUS NOT = '00'
               DISPLAY 'PGMMBC - AUDIN READ FAILED, STATUS '
                   WS-AUDIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2120-LIVE-RECORD.
           ADD 1 TO WS-CNT-LIVE
           PERFORM 2200-CHECK-RECORD
           PERFORM 2110-READ-LIVE
           .

       2200-CHECK-RECORD.
           ADD 1 TO WS-FILE-RECNO

           EVALUATE TRUE
               WHEN AUD-SEQ-NO NOT NUMERIC
               WHEN AUD-SEQ-NO = ZERO
                   PERFORM 2210-UNSEQUENCED
               WHEN NOT WS-SEQ-STARTED
                   PERFORM 2220-FIRST-SEQUENCED
               WHEN AUD-SEQ-NO = WS-LAST-SEQ + 1
                   PERFORM 2230-NEXT-IN-LINE
               WHEN AUD-SEQ-NO > WS-LAST-SEQ + 1
                   PERFORM 2240-GAP
               WHEN AUD-SEQ-NO = WS-LAST-SEQ
                   ADD 1 TO WS-CNT-DUPS
                   MOVE 'DUPLICATE' TO WS-FND-TYPE
                   PERFORM 2300-WRITE-FINDING
               WHEN OTHER
                   ADD 1 TO WS-CNT-ORDER
                   MOVE 'OUT OF ORDER' TO WS-FND-TYPE
                   PERFORM 2300-WRITE-FINDING
           END-EVALUATE
           .

       2210-UNSEQUENCED.
      *    Ahead of the first numbered record it is history from
      *    before numbering; after it, a finding.
           IF WS-SEQ-STARTED
               ADD 1 TO WS-CNT-UNSEQ
               MOVE 'UNSEQUENCED' TO WS-FND-TYPE
               PERFORM 2300-WRITE-FINDING
           ELSE
               ADD 1 TO WS-CNT-LEGACY
           END-IF
           .

       2220-FIRST-SEQUENCED.
           SET WS-SEQ-STARTED TO TRUE
           MOVE AUD-SEQ-NO TO WS-FIRST-SEQ

           IF AUD-SEQ-NO = 1
               MOVE WS-ZERO-CHAIN TO WS-LAST-CHAIN
               PERFORM 2250-CHECK-CHAIN
           ELSE
               MOVE AUD-SEQ-NO TO WS-ANC-SEQ
               WRITE RPT-LINE FROM WS-ANCHOR-LINE
               PERFORM 3010-CHECK-WRITE
           END-IF

           MOVE AUD-SEQ-NO TO WS-LAST-SEQ
           MOVE AUD-CHAIN TO WS-LAST-CHAIN
           .

       2230-NEXT-IN-LINE.
           PERFORM 2250-CHECK-CHAIN
           MOVE AUD-SEQ-NO TO WS-LAST-SEQ
           MOVE AUD-CHAIN TO WS-LAST-CHAIN
           .

       2240-GAP.
      *    Nothing to check this record's chain against - the
      *    record before it is the one missing.  Re-anchor on it.
           COMPUTE WS-MISS-FROM = WS-LAST-SEQ + 1
           COMPUTE WS-MISS-TO = AUD-SEQ-NO - 1
           ADD 1 TO WS-CNT-GAPS
           ADD 1 TO WS-CNT-FINDINGS
           COMPUTE WS-CNT-MISSING =
               WS-CNT-MISSING + WS-MISS-TO - WS-MISS-FROM + 1

           MOVE WS-CUR-SOURCE TO WS-GAP-SOURCE
           MOVE WS-FILE-RECNO TO WS-GAP-RECNO
           MOVE WS-MISS-FROM TO WS-GAP-FROM
           MOVE WS-MISS-TO TO WS-GAP-TO
           WRITE RPT-LINE FROM WS-GAP-LINE
           PERFORM 3010-CHECK-WRITE

           MOVE AUD-SEQ-NO TO WS-LAST-SEQ
           MOVE AUD-CHAIN TO WS-LAST-CHAIN
           .

       2250-CHECK-CHAIN.
      *    The same PGMMS2 the audit writer stamped it with.
           CALL CHAIN-PGM-NAME USING WS-LAST-CHAIN
                                     AUD-RECORD
                                     WS-CALC-CHAIN

           IF AUD-CHAIN NOT NUMERIC
               OR WS-CALC-CHAIN NOT = AUD-CHAIN
               ADD 1 TO WS-CNT-BROKEN
               MOVE 'BROKEN CHAIN' TO WS-FND-TYPE
               PERFORM 2300-WRITE-FINDING
           END-IF
           .

       2300-WRITE-FINDING.
           ADD 1 TO WS-CNT-FINDINGS
           MOVE WS-CUR-SOURCE TO WS-FND-SOURCE
           MOVE WS-FILE-RECNO TO WS-FND-RECNO
           IF AUD-SEQ-NO NUMERIC
               MOVE AUD-SEQ-NO TO WS-FND-SEQ
           ELSE
               MOVE ZERO TO WS-FND-SEQ
           END-IF
           MOVE AUD-DATE TO WS-FND-DATE
           MOVE AUD-TIME TO WS-FND-TIME
           MOVE AUD-USERMPI TO WS-FND-USER
           MOVE AUD-OUTCOME TO WS-FND-OUTCOME
           WRITE RPT-LINE FROM WS-FND-LINE
           PERFORM 3010-CHECK-WRITE
           .

       3000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'ARCHIVE RECORDS READ' TO WS-TOT-LABEL
           MOVE WS-CNT-ARCH TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'LIVE AUDQ RECORDS READ' TO WS-TOT-LABEL
           MOVE WS-CNT-LIVE TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'PRE-NUMBERING RECORDS' TO WS-TOT-LABEL
           MOVE WS-CNT-LEGACY TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'FIRST SEQUENCE NUMBER' TO WS-TOT-LABEL
           MOVE WS-FIRST-SEQ TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'LAST SEQUENCE NUMBER' TO WS-TOT-LABEL
           MOVE WS-LAST-SEQ TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'GAPS' TO WS-TOT-LABEL
           MOVE WS-CNT-GAPS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'NUMBERS MISSING' TO WS-TOT-LABEL
           MOVE WS-CNT-MISSING TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'DUPLICATES' TO WS-TOT-LABEL
           MOVE WS-CNT-DUPS TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'OUT OF ORDER' TO WS-TOT-LABEL
           MOVE WS-CNT-ORDER TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'BROKEN CHAINS' TO WS-TOT-LABEL
           MOVE WS-CNT-BROKEN TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE 'UNSEQUENCED' TO WS-TOT-LABEL
           MOVE WS-CNT-UNSEQ TO WS-TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-FINDINGS = ZERO
               MOVE 'TRAIL VERIFIED - NO FINDINGS' TO RPT-LINE
           ELSE
               MOVE '*** TRAIL FAILED VERIFICATION ***' TO RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RPT-LINE
           PERFORM 3010-CHECK-WRITE
           .

       3010-CHECK-WRITE.
           IF WS-RPTOUT-STATUS NOT = '00'
               DISPLAY 'PGMMBC - RPTOUT WRITE FAILED, STATUS '
                   WS-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           CLOSE RPTOUT
           PERFORM 9900-END-RUN
           .

       9900-END-RUN.
      *    Record the finish on the run-control ledger.  The CALL
      *    resets RETURN-CODE, so the job's own is put back after it.
           SET RUNC-END TO TRUE
           MOVE RETURN-CODE TO RUNC-JOB-RC
           MOVE 'ARCHIVE' TO RUNC-TOT-LABEL(1)
           MOVE WS-CNT-ARCH TO RUNC-TOT-COUNT(1)
           MOVE 'LIVE' TO RUNC-TOT-LABEL(2)
           MOVE WS-CNT-LIVE TO RUNC-TOT-COUNT(2)
           MOVE 'LAST SEQ' TO RUNC-TOT-LABEL(3)
           MOVE WS-LAST-SEQ TO RUNC-TOT-COUNT(3)
           CALL RUNCTL-PGM-NAME USING RUNC-AREA
           MOVE RUNC-JOB-RC TO RETURN-CODE
           IF NOT RUNC-OK
               DISPLAY 'PGMMBC - ' RUNC-MESSAGE
               MOVE 16 TO RETURN-CODE
           END-IF
           .
