      ******************************************************************
      * COMMAREA passed by PGMMPB to itself across pseudo-conversational
      * invocations of CF11M (EXEC CICS RETURN TRANSID).  Carries the
      * owner whose review list is on the screen, the paging position
      * over REVFILE - the full 14-byte key (owner + user id) of the
      * first and last row on the page - plus the key behind each of
      * the ten detail rows, so a certify or revoke can be resolved
      * without re-browsing.  Same shape as ALRCOMM, sized for the
      * REVFILE key.
      ******************************************************************
       01  DFHCOMMAREA.
           02 RVC-OWNER-ID       PIC X(07).
           02 RVC-TOP-KEY        PIC X(14).
           02 RVC-BOT-KEY        PIC X(14).
           02 RVC-ROW-KEY        PIC X(14) OCCURS 10 TIMES.
