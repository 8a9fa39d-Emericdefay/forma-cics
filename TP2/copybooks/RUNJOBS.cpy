      ******************************************************************
      * The batch schedule as run control knows it - one entry per
      * job that records itself on the RUNCTL ledger, in stream
      * order, with its cycle and the one job (if any) that must
      * have COMPLETED for the same processing date before it may
      * start.  PGMMS3 enforces the predecessor; PGMMBH reports
      * every entry and checks the daily ones for every date.
      *
      * Cycle: D nightly, M monthly, Q quarterly campaign, R on
      * request (no fixed date to miss).
      *
      * PGMMB4 runs twice over: HR's onboarding decks on request
      * (PGMMB4), and the monthly remediation cleanup fed by PGMMB7's
      * cards (PGMMB4R - CLEANUP on the PGMMB4 SYSIN card), so only
      * the cleanup waits for the reconciliation chain.
      *
      * The PGMMBJ alert purge waits for the PGMMBI alert report for
      * the same month, so no alert is archived before it is
      * reported.
      *
      * Adding a job: one FILLER line here, bump RUNJ-COUNT and the
      * OCCURS here and on PGMMBH's two per-job tables, and the two
      * PGMMS3 calls in the job itself.
      ******************************************************************
       01  RUNJ-TABLE-DATA.
           02 FILLER PIC X(17) VALUE 'PGMMBC  D        '.
           02 FILLER PIC X(17) VALUE 'PGMMB1  DPGMMBC  '.
           02 FILLER PIC X(17) VALUE 'PGMMB8  D        '.
           02 FILLER PIC X(17) VALUE 'PGMMBD  D        '.
           02 FILLER PIC X(17) VALUE 'PGMMB6  DPGMMB1  '.
           02 FILLER PIC X(17) VALUE 'PGMMBE  D        '.
           02 FILLER PIC X(17) VALUE 'PGMMB2  D        '.
           02 FILLER PIC X(17) VALUE 'PGMMBF  D        '.
           02 FILLER PIC X(17) VALUE 'PGMMBG  D        '.
           02 FILLER PIC X(17) VALUE 'PGMMB3  M        '.
           02 FILLER PIC X(17) VALUE 'PGMMB7  MPGMMB3  '.
           02 FILLER PIC X(17) VALUE 'PGMMB4R MPGMMB7  '.
           02 FILLER PIC X(17) VALUE 'PGMMB5  M        '.
           02 FILLER PIC X(17) VALUE 'PGMMBI  M        '.
           02 FILLER PIC X(17) VALUE 'PGMMBJ  MPGMMBI  '.
           02 FILLER PIC X(17) VALUE 'PGMMB9  Q        '.
           02 FILLER PIC X(17) VALUE 'PGMMBA  Q        '.
           02 FILLER PIC X(17) VALUE 'PGMMB4  R        '.
           02 FILLER PIC X(17) VALUE 'PGMMBB  R        '.
       01  RUNJ-TABLE REDEFINES RUNJ-TABLE-DATA.
           02 RUNJ-ENTRY OCCURS 19 TIMES.
               03 RUNJ-JOB-NAME  PIC X(08).
               03 RUNJ-CYCLE     PIC X(01).
                   88 RUNJ-DAILY VALUE 'D'.
               03 RUNJ-PRED-NAME PIC X(08).
       77  RUNJ-COUNT            PIC S9(4) COMP VALUE 19.
