      ******************************************************************
      * Record layout for the REVFILE access-recertification VSAM
      * KSDS, keyed on the responsible owner's id + the id under
      * review, so each owner's ids sit together and the CF11 screen
      * (PGMMPB) can browse one owner's list by a generic start.
      * Loaded fresh by the PGMMB9 campaign-open run, one record per
      * USRFILE id; ids with no USR-OWNER-ID named are filed under
      * the pseudo-owner *NONE*, which only an administrator may
      * review.
      *
      * REV-USR-ROLE / REV-USR-LOCKED / REV-LAST-SIGNON are a
      * snapshot of the USRFILE row when the campaign opened - what
      * the owner is being asked to vouch for, admin holders plainly
      * marked.  REV-STATUS starts PENDING; the owner's decision on
      * CF11 makes it CERTIFIED or REVOKED (a revoke locks the id on
      * USRFILE at once) and stamps who decided and when.  Whatever
      * is still PENDING when the PGMMBA closing run finds the
      * deadline passed becomes EXPIRED and is locked.
      ******************************************************************
       01  REV-RECORD.
           02 REV-KEY.
               03 REV-OWNER-ID   PIC X(07).
               03 REV-USER-ID    PIC X(07).
           02 REV-OPEN-DATE      PIC X(08).
           02 REV-DEADLINE       PIC X(08).
           02 REV-USR-ROLE       PIC X(01).
               88 REV-WAS-ADMIN  VALUE 'A'.
           02 REV-USR-LOCKED     PIC X(01).
               88 REV-WAS-LOCKED VALUE 'Y'.
           02 REV-LAST-SIGNON    PIC X(08).
           02 REV-STATUS         PIC X(01).
               88 REV-PENDING    VALUE 'P'.
               88 REV-CERTIFIED  VALUE 'C'.
               88 REV-REVOKED    VALUE 'R'.
               88 REV-EXPIRED    VALUE 'E'.
           02 REV-DECIDED-BY     PIC X(07).
           02 REV-DEC-DATE       PIC X(08).
           02 REV-DEC-TIME       PIC X(06).
           02 FILLER             PIC X(10).
