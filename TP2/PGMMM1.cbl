      *   2 - user inquiry (CF02M / PGMMP3) - a straight XCTL;
      *       PGMMP3's first-entry path builds page one by itself;
      *   3 - sign off (CF04 / PGMMP5) - a straight XCTL; PGMMP5
      *       reads nothing from a map;
      *   4 - access review (CF11M / PGMMPB) - a straight XCTL into
      *       the owner's recertification list; open to every
      *       operator, since owners are managers rather than
      *       administrators, and PGMMPB decides what each may see;
      *   5 - pending approvals (CF12M / PGMMPC) - a straight XCTL
      *       into the dual-control queue, where a second
      *       administrator approves or rejects the changes PGMMP2
      *       and PGMMP8 have held.  Admin-only, like option 1;
      *   6 - user activity history (CF13M / PGMMPD) - a straight
      *       XCTL; PGMMPD asks for the user id itself.  Admin-only,
      *       like options 1 and 5.
      *
      * The operator's own USRFILE row decides what the menu shows:
      * the maintenance, approval and history option lines are only
      * painted for a row carrying USR-ROLE-ADMIN, so a general user
      * never sees the options that the 5105-CHECK-AUTHORITY of
      * PGMMP2, PGMMPC and PGMMPD would refuse anyway - and a keyed
      * '1', '5' or '6' is refused here too, since hiding a line is
      * not a control.  The role is re-read on every invocation, not
      * carried in the COMMAREA, so a demotion takes effect on the
      * next attention key rather than at the next sign-on.
      *
      * Mirrors PGMMP1's RECEIVE/CONDITIONS/SEND/RETURN structure;
      * first entry (no COMMAREA - the XCTL from PGMMP1) paints the
           02  MNT-TRANSID   PIC X(04) VALUE 'CF01'.
           02  INQ-PGM-NAME  PIC X(08) VALUE 'PGMMP3'.
           02  SGNOFF-PGM-NAME PIC X(08) VALUE 'PGMMP5'.
           02  RVW-PGM-NAME  PIC X(08) VALUE 'PGMMPB'.
           02  APR-PGM-NAME  PIC X(08) VALUE 'PGMMPC'.
           02  HST-PGM-NAME  PIC X(08) VALUE 'PGMMPD'.
       01 TEXT-DISPLAYED.
           02 OPT1-DISP PIC X(40) VALUE
               '1  USER MAINTENANCE (CF01)'.
               '2  USER INQUIRY (CF02)'.
           02 OPT3-DISP PIC X(40) VALUE
               '3  SIGN OFF (CF04)'.
           02 OPT4-DISP PIC X(40) VALUE
               '4  ACCESS REVIEW (CF11)'.
           02 OPT5-DISP PIC X(40) VALUE
               '5  PENDING APPROVALS (CF12)'.
           02 OPT6-DISP PIC X(40) VALUE
               '6  USER ACTIVITY HISTORY (CF13)'.
           02 MAPFAIL-DISP PIC X(15) VALUE 'REENTER OPTION'.
           02 RECVERR-DISP PIC X(25) VALUE
               'TERMINAL ERROR - REENTER'.
           02 BADOPT-DISP PIC X(16) VALUE 'INVALID OPTION'.
           02 NOTAUTH-DISP PIC X(14) VALUE 'NOT AUTHORIZED'.
           02 MAINT-DISP PIC X(33) VALUE
               'ENTER USER ID AND A/D/R/T/O/G/X/E'.
       01 WS-COMMAREA.
           02 WS-MENU-IN-USE PIC X(01) VALUE 'Y'.
      ******************************************************************
                           PERFORM 5130-ROUTE-INQUIRY
                       WHEN '3'
                           PERFORM 5140-ROUTE-SIGNOFF
                       WHEN '4'
                           PERFORM 5145-ROUTE-REVIEW
                       WHEN '5'
                           PERFORM 5147-ROUTE-APPROVALS
                       WHEN '6'
                           PERFORM 5148-ROUTE-HISTORY
                       WHEN OTHER
                           MOVE BADOPT-DISP TO MESSMNO
                   END-EVALUATE
           END-EXEC
           .

       5145-ROUTE-REVIEW.
      *    Same hand-off as the inquiry: PGMMPB's first-entry path
      *    builds the operator's own review list.
           EXEC CICS XCTL
               PROGRAM(RVW-PGM-NAME)
           END-EXEC
           .

       5147-ROUTE-APPROVALS.
      *    Refused here for a general user, the same as option 1 -
      *    PGMMPC would refuse them anyway, but only after the XCTL.
           IF WS-ADMIN
               EXEC CICS XCTL
                   PROGRAM(APR-PGM-NAME)
               END-EXEC
           ELSE
               MOVE NOTAUTH-DISP TO MESSMNO
           END-IF
           .

       5148-ROUTE-HISTORY.
      *    Another user's sign-on history is admin business - refused
      *    here for a general user, as PGMMPD would refuse it.
           IF WS-ADMIN
               EXEC CICS XCTL
                   PROGRAM(HST-PGM-NAME)
               END-EXEC
           ELSE
               MOVE NOTAUTH-DISP TO MESSMNO
           END-IF
           .

       5150-BUILD-OPTIONS.
           IF WS-ADMIN
               MOVE OPT1-DISP TO OPT1MNO
               MOVE OPT5-DISP TO OPT5MNO
               MOVE OPT6-DISP TO OPT6MNO
           ELSE
               MOVE SPACES TO OPT1MNO
               MOVE SPACES TO OPT5MNO
               MOVE SPACES TO OPT6MNO
           END-IF
           MOVE OPT2-DISP TO OPT2MNO
           MOVE OPT3-DISP TO OPT3MNO
           MOVE OPT4-DISP TO OPT4MNO
           .

       5160-XFER-TO-MAINT.
