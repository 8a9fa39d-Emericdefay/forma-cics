      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMS2.
      ******************************************************************
      * Audit-trail check value.  CALLed with the check value of the
      * previous AUDQ record, an AUD-RECORD, and a field to return
      * this record's check value in.  Computed over every byte of
      * the record up to and including AUD-SEQ-NO - everything but
      * the check value itself - folded into the previous record's
      * value, so each record's value depends on the whole trail
      * before it.
      *
      * One routine, CALLed by both sides - the PGMMS1 audit writer
      * that stamps the value online and the PGMMBC verifier that
      * recomputes it in batch - so the two can never drift apart.
      * No CICS commands: it runs under either.
      *
      * The fold is a polynomial remainder: for each byte,
      * value = (value * 256 + byte) mod 999999937, the largest
      * prime that fits the nine-digit field.  Every byte moves the
      * result and a byte moved changes it, which is what catches an
      * edit; it is a consistency check, not a cipher.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CHN-MODULUS PIC S9(18) COMP VALUE 999999937.
       77  WS-CHN-VALUE   PIC S9(18) COMP VALUE ZERO.
       77  WS-CHN-QUOT    PIC S9(18) COMP VALUE ZERO.
       77  WS-CHN-LEN     PIC S9(4) COMP VALUE ZERO.
       77  WS-CHN-IDX     PIC S9(4) COMP VALUE ZERO.
      / One record byte as a number - the byte goes in the low half
      / of a zeroed halfword
       01  WS-BYTE-WORK.
           02 WS-BYTE-NUM PIC 9(4) COMP.
       01  WS-BYTE-PAIR REDEFINES WS-BYTE-WORK.
           02 WS-BYTE-HI  PIC X(01).
           02 WS-BYTE-LO  PIC X(01).
      ******************************************************************
       LINKAGE SECTION.
       01  LS-PREV-CHAIN  PIC 9(09).
      / Copybook for the sign-on/maintenance audit TD queue record
       COPY AUDREC.
       01  LS-NEW-CHAIN   PIC 9(09).
      ******************************************************************
       PROCEDURE DIVISION USING LS-PREV-CHAIN
                                AUD-RECORD
                                LS-NEW-CHAIN.
       0000-MAINLINE.
           IF LS-PREV-CHAIN NUMERIC
               MOVE LS-PREV-CHAIN TO WS-CHN-VALUE
           ELSE
               MOVE ZERO TO WS-CHN-VALUE
           END-IF
           COMPUTE WS-CHN-LEN =
               LENGTH OF AUD-RECORD - LENGTH OF AUD-CHAIN

           PERFORM 1000-FOLD-BYTE
               VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > WS-CHN-LEN

           MOVE WS-CHN-VALUE TO LS-NEW-CHAIN
           GOBACK
           .

       1000-FOLD-BYTE.
           MOVE ZERO TO WS-BYTE-NUM
           MOVE AUD-RECORD(WS-CHN-IDX:1) TO WS-BYTE-LO
           COMPUTE WS-CHN-VALUE = WS-CHN-VALUE * 256 + WS-BYTE-NUM
           DIVIDE WS-CHN-VALUE BY WS-CHN-MODULUS
               GIVING WS-CHN-QUOT
               REMAINDER WS-CHN-VALUE
           .
