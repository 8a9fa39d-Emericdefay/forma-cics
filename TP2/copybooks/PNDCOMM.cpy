      ******************************************************************
      * COMMAREA passed by PGMMPC to itself across pseudo-conversational
      * invocations of CF12M (EXEC CICS RETURN TRANSID).  Carries the
      * paging position over PNDFILE - the full 18-byte key (request
      * date, time and terminal) of the first and last row on the
      * page - plus the key behind each of the ten detail rows, so an
      * approve or reject can be resolved without re-browsing.  Same
      * shape as RVCOMM, sized for the PNDFILE key.
      ******************************************************************
       01  DFHCOMMAREA.
           02 PNC-TOP-KEY        PIC X(18).
           02 PNC-BOT-KEY        PIC X(18).
           02 PNC-ROW-KEY        PIC X(18) OCCURS 10 TIMES.
