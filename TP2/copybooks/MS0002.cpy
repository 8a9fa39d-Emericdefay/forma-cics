      ******************************************************************
      * Symbolic map for MAPSET/MAP CF01M - generated from CF01M.bms.
      * FUNCMPI is one of A/D/R/T/O/G/X/E - add, delete, reset
      * (unlock), set the sign-on restrictions, name the
      * recertification owner, grant or remove the admin role, set
      * the expiry date.  D/R/T/G/X are held for a second
      * administrator's approval on CF12 rather than applied at
      * once.  TGRPMPI/WFROMPI/WTOMPI are only read by the T
      * function: the allowed terminal-id prefix and the permitted
      * HHMM window (blank = unrestricted).  OWNRMPI is read by A
      * and O: the USRFILE id answerable for the target id at
      * access recertification (blank = none named).  EXPRMPI is
      * read by A and E: the last day the id may sign on, YYYYMMDD
      * (blank = never expires).  No
      * password field appears on this screen - PGMMP2 never maintains
      * a local password, so there is nothing here for one to do.
      ******************************************************************
           02 FILLER REDEFINES WTOMPIF.
               03 WTOMPIA   PIC X.
           02 WTOMPI       PIC X(04).
           02 OWNRMPIL      PIC S9(4) COMP.
           02 OWNRMPIF      PIC X.
           02 FILLER REDEFINES OWNRMPIF.
               03 OWNRMPIA  PIC X.
           02 OWNRMPI       PIC X(07).
           02 EXPRMPIL      PIC S9(4) COMP.
           02 EXPRMPIF      PIC X.
           02 FILLER REDEFINES EXPRMPIF.
               03 EXPRMPIA  PIC X.
           02 EXPRMPI       PIC X(08).
           02 MESSMPOL      PIC S9(4) COMP.
           02 MESSMPOF      PIC X.
           02 FILLER REDEFINES MESSMPOF.
           02 FILLER        PIC X(03).
           02 WTOMPO        PIC X(04).
           02 FILLER        PIC X(03).
           02 OWNRMPO       PIC X(07).
           02 FILLER        PIC X(03).
           02 EXPRMPO       PIC X(08).
           02 FILLER        PIC X(03).
           02 MESSMPO       PIC X(40).
