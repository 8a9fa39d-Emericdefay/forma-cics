      ******************************************************************
      * COMMAREA passed by PGMMPD to itself across pseudo-conversational
      * invocations of CF13M (EXEC CICS RETURN TRANSID), and by PGMMP3
      * on its H row function.  Carries the user id being shown and
      * the paging position over AUDIDX - the full 30-byte key of the
      * newest and oldest event on the page.  HSC-ENTRY tells the two
      * callers apart: 'I' is an XCTL from the PGMMP3 inquiry list,
      * with no CF13M map on the screen yet and the id already
      * chosen; 'C' is PGMMPD's own conversation.
      ******************************************************************
       01  DFHCOMMAREA.
           02 HSC-ENTRY          PIC X(01).
               88 HSC-FROM-INQUIRY VALUE 'I'.
               88 HSC-CONTINUE     VALUE 'C'.
           02 HSC-USER-ID        PIC X(07).
           02 HSC-TOP-KEY        PIC X(30).
           02 HSC-BOT-KEY        PIC X(30).
