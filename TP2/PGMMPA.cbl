           MOVE SPACES TO AUD-PARM-NAME
           MOVE ZERO TO AUD-OLD-VALUE
           MOVE ZERO TO AUD-NEW-VALUE
           MOVE SPACES TO AUD-APPR-ID
           MOVE ZERO TO AUD-SEQ-NO
           MOVE ZERO TO AUD-CHAIN

           EXEC CICS WRITEQ TD
               QUEUE(ALRTQ-NAME)
