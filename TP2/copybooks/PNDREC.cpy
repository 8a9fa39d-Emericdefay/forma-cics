      ******************************************************************
      * Record layout for the PNDFILE pending-change VSAM KSDS - the
      * dual-control hold for privileged changes.  PGMMP2 (delete,
      * reset lockout, set restrictions, grant or remove the admin
      * role) and PGMMP8 (a LOCKOUT-MAX move) no longer apply those
      * changes themselves: they write one of these records,
      * PENDING, and a second administrator approves or rejects it
      * on the CF12 screen (PGMMPC), which is where the change is
      * finally applied to USRFILE or PRMFILE.  The requester can
      * never approve their own request.
      *
      * Keyed on the request timestamp + the requesting terminal,
      * so the approval screen lists requests oldest first and two
      * terminals asking in the same second never collide.
      *
      * PND-ACTION is the maintenance action the change will be
      * audited under once applied (DELETE / RESET / RESTRCT /
      * ADMGRNT / ADMRMV / PARMCHG).  PND-TERM-GROUP and the window
      * are only carried for RESTRCT; PND-PARM-NAME and the values
      * only for PARMCHG (LOCKMAX, old and new as they stood at the
      * request).  PND-EXPIRES-ABS is the CICS ABSTIME past which
      * the request can no longer be approved - request time plus
      * the PRMFILE pending-expiry hours - with the same moment as
      * a readable date and time beside it.
      *
      * PND-STATUS moves once, from PENDING to APPROVED, REJECTED
      * (withdrawn, if by the requester), EXPIRED, or NOT APPLIED
      * (approved, but the target id was gone by then), stamped
      * with who decided and when.  Decided records stay on file as
      * the record of what was asked for and by whom.
      ******************************************************************
       01  PND-RECORD.
           02 PND-KEY.
               03 PND-REQ-DATE   PIC X(08).
               03 PND-REQ-TIME   PIC X(06).
               03 PND-REQ-TERM   PIC X(04).
           02 PND-ACTION         PIC X(07).
           02 PND-TARGET-ID      PIC X(07).
           02 PND-REQUESTER      PIC X(07).
           02 PND-STATUS         PIC X(01).
               88 PND-PENDING    VALUE 'P'.
               88 PND-APPROVED   VALUE 'A'.
               88 PND-REJECTED   VALUE 'J'.
               88 PND-EXPIRED    VALUE 'E'.
               88 PND-NOT-APPLIED VALUE 'F'.
           02 PND-EXPIRES-ABS    PIC S9(15) COMP.
           02 PND-EXP-DATE       PIC X(08).
           02 PND-EXP-TIME       PIC X(06).
           02 PND-TERM-GROUP     PIC X(04).
           02 PND-WINDOW-FROM    PIC X(04).
           02 PND-WINDOW-TO      PIC X(04).
           02 PND-PARM-NAME      PIC X(08).
           02 PND-OLD-VALUE      PIC 9(04).
           02 PND-NEW-VALUE      PIC 9(04).
           02 PND-DECIDED-BY     PIC X(07).
           02 PND-DEC-DATE       PIC X(08).
           02 PND-DEC-TIME       PIC X(06).
           02 FILLER             PIC X(20).
