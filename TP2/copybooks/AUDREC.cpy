      * meaningful on a PARMCHG event, where they name the PRMFILE
      * policy value changed and carry it before and after; every
      * other writer leaves the name spaces and the values zero.
      *
      * AUD-APPR-ID is the second administrator on a dual-control
      * change.  When PGMMPC applies an approved PNDFILE request the
      * event carries the requester in AUD-ADMIN-ID and the approver
      * here; the REQUEST event PGMMP2/PGMMP8 write when the change
      * is asked for, and the REJECT / REQEXPD events that close one
      * without applying it, carry the held action (or LOCKMAX) in
      * AUD-PARM-NAME.  Every other event leaves AUD-APPR-ID spaces.
      *
      * AUD-SEQ-NO and AUD-CHAIN make the trail tamper-evident.  No
      * writer stamps them itself: every AUDQ record goes through
      * the PGMMS1 audit writer, which takes the next number off the
      * AUDCTL control record and chains the check value from the
      * record before (PGMMS2), so a deleted record leaves a gap, a
      * copied one a duplicate, and an edited one a chain that no
      * longer computes.  The PGMMBC verifier checks all three.  A
      * record carrying zero in both was written when AUDCTL could
      * not be had - never silently dropped - and is reported as
      * unsequenced.
      ******************************************************************
       01  AUD-RECORD.
           02 AUD-USERMPI        PIC X(07).
           02 AUD-PARM-NAME       PIC X(08).
           02 AUD-OLD-VALUE       PIC 9(04).
           02 AUD-NEW-VALUE       PIC 9(04).
           02 AUD-APPR-ID         PIC X(07).
           02 AUD-SEQ-NO          PIC 9(09).
           02 AUD-CHAIN           PIC 9(09).
