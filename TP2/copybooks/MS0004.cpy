      ******************************************************************
      * Symbolic map for MAPSET/MAP CF06M - generated from CF06M.bms.
      * OPTMNI is the menu option keyed by the operator; the six
      * OPTnMN lines are output-only option text, filled by PGMMM1
      * according to the operator's USRFILE role (the maintenance,
      * pending-approval and activity-history option lines are left
      * blank for a general user, so none is even shown to someone
      * 5105-CHECK-AUTHORITY in PGMMP2, PGMMPC or PGMMPD would
      * refuse anyway).
      ******************************************************************
       01  CF06MI.
           02 FILLER        PIC X(12).
           02 FILLER REDEFINES OPT3MNF.
               03 OPT3MNA   PIC X.
           02 OPT3MNI       PIC X(40).
           02 OPT4MNL       PIC S9(4) COMP.
           02 OPT4MNF       PIC X.
           02 FILLER REDEFINES OPT4MNF.
               03 OPT4MNA   PIC X.
           02 OPT4MNI       PIC X(40).
           02 OPT5MNL       PIC S9(4) COMP.
           02 OPT5MNF       PIC X.
           02 FILLER REDEFINES OPT5MNF.
               03 OPT5MNA   PIC X.
           02 OPT5MNI       PIC X(40).
           02 OPT6MNL       PIC S9(4) COMP.
           02 OPT6MNF       PIC X.
           02 FILLER REDEFINES OPT6MNF.
               03 OPT6MNA   PIC X.
           02 OPT6MNI       PIC X(40).
           02 MESSMNOL      PIC S9(4) COMP.
           02 MESSMNOF      PIC X.
           02 FILLER REDEFINES MESSMNOF.
           02 FILLER        PIC X(03).
           02 OPT3MNO       PIC X(40).
           02 FILLER        PIC X(03).
           02 OPT4MNO       PIC X(40).
           02 FILLER        PIC X(03).
           02 OPT5MNO       PIC X(40).
           02 FILLER        PIC X(03).
           02 OPT6MNO       PIC X(40).
           02 FILLER        PIC X(03).
           02 MESSMNO       PIC X(40).
