      ******************************************************************
      * COMMAREA for EXEC CICS LINK to PGMMS1, the audit writer every
      * AUDQ writer goes through.  The caller moves its AUD-RECORD
      * into AUDW-AUDIT and LINKs; PGMMS1 hands it back stamped with
      * AUD-SEQ-NO and AUD-CHAIN, and AUDW-RESP carries the RESP of
      * the WRITEQ TD to AUDQ itself, so the caller can treat it just
      * as it treated its own queue write.  PGMMS1 COPYs this as its
      * DFHCOMMAREA (REPLACING the 01 name).  AUDW-AUDIT is sized to
      * AUD-RECORD.
      ******************************************************************
       01  AUDW-COMMAREA.
           02 AUDW-RESP          PIC S9(4) COMP.
           02 AUDW-AUDIT         PIC X(81).
