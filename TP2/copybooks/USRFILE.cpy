      *
      * USR-ROLE carries the application authority level: only a
      * record marked 'A' may drive the PGMMP2 maintenance functions.
      * New records are always written as general users.  Admin is
      * granted and removed only under dual control: one
      * administrator asks through the PGMMP2 'G' or 'X' function,
      * and the change is applied by PGMMPC once a second
      * administrator approves it on the CF12 screen.  Batch loads
      * never set it.
      *
      * USR-LAST-SIGNON (YYYYMMDD) is stamped by PGMMP1 on every
      * successful sign-on and drives the PGMMB2 dormant-account
      * through the PGMMP2 'T' function; a refused sign-on audits
      * under its own OUTPOL outcome so the digest counts policy
      * refusals apart from bad passwords.
      *
      * USR-OWNER-ID names the manager or owner who answers for the
      * id at each quarterly access recertification - itself a
      * USRFILE id.  The PGMMB9 campaign-open run groups the review
      * file by it, and the owner certifies or revokes each id on
      * the CF11 screen (PGMMPB).  Set through the PGMMP2 'O'
      * function, or on the PGMMB4 add card; blank means nobody has
      * been named yet, and PGMMB9 parks those ids under the
      * pseudo-owner *NONE* for the security office to review.
      *
      * USR-EXPIRY-DATE (YYYYMMDD) is the last day a contractor or
      * temporary id may sign on.  PGMMP1 refuses the id from the
      * day after, auditing under its own EXPIRED outcome, and the
      * nightly PGMMBF run locks it and lists the ids about to run
      * out for the security office.  Set on an ADD or through the
      * PGMMP2 'E' function, or in columns 19-26 of the PGMMB4 add
      * card; blank means the id never expires, which is what every
      * record written before the field existed carries.
      ******************************************************************
       01  USR-RECORD.
           02 USR-ID             PIC X(07).
           02 USR-TERM-GROUP     PIC X(04).
           02 USR-WINDOW-FROM    PIC X(04).
           02 USR-WINDOW-TO      PIC X(04).
           02 USR-OWNER-ID       PIC X(07).
           02 USR-EXPIRY-DATE    PIC X(08).
