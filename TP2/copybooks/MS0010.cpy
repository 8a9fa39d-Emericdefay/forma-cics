      ******************************************************************
      * Symbolic map for MAPSET/MAP CF13M - generated from CF13M.bms.
      * USRHSI is the user id whose history is shown; FUNCHSI is one
      * of F/B/T - page to older events, back to newer ones, or
      * restart at the newest.  A changed user id restarts at the
      * newest on its own.  The ten LINEHSO detail lines are the
      * same OCCURS 10 overlay as the CF09M and CF12M maps.
      ******************************************************************
       01  CF13MI.
           02 FILLER        PIC X(12).
           02 USRHSL        PIC S9(4) COMP.
           02 USRHSF        PIC X.
           02 FILLER REDEFINES USRHSF.
               03 USRHSA    PIC X.
           02 USRHSI        PIC X(07).
           02 FUNCHSL       PIC S9(4) COMP.
           02 FUNCHSF       PIC X.
           02 FILLER REDEFINES FUNCHSF.
               03 FUNCHSA   PIC X.
           02 FUNCHSI       PIC X(01).
           02 LINEHSG OCCURS 10 TIMES.
               03 LINEHSL   PIC S9(4) COMP.
               03 LINEHSF   PIC X.
               03 LINEHSI   PIC X(79).
           02 MESSHSL       PIC S9(4) COMP.
           02 MESSHSF       PIC X.
           02 FILLER REDEFINES MESSHSF.
               03 MESSHSA   PIC X.
           02 MESSHSI       PIC X(40).
       01  CF13MO REDEFINES CF13MI.
           02 FILLER        PIC X(12).
           02 FILLER        PIC X(03).
           02 USRHSO        PIC X(07).
           02 FILLER        PIC X(03).
           02 FUNCHSO       PIC X(01).
           02 LINEHSOG OCCURS 10 TIMES.
               03 FILLER    PIC X(03).
               03 LINEHSO   PIC X(79).
           02 FILLER        PIC X(03).
           02 MESSHSO       PIC X(40).
