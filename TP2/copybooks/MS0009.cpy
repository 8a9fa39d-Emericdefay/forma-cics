      ******************************************************************
      * Symbolic map for MAPSET/MAP CF12M - generated from CF12M.bms.
      * FUNCAPI is one of F/T/A/J - page forward through the pending
      * dual-control requests, restart from the top, approve or
      * reject the request on the row named in SELAPI.  The ten
      * LINEAPO detail lines are the same OCCURS 10 overlay as the
      * CF09M and CF11M maps.
      ******************************************************************
       01  CF12MI.
           02 FILLER        PIC X(12).
           02 FUNCAPL       PIC S9(4) COMP.
           02 FUNCAPF       PIC X.
           02 FILLER REDEFINES FUNCAPF.
               03 FUNCAPA   PIC X.
           02 FUNCAPI       PIC X(01).
           02 SELAPL        PIC S9(4) COMP.
           02 SELAPF        PIC X.
           02 FILLER REDEFINES SELAPF.
               03 SELAPA    PIC X.
           02 SELAPI        PIC X(02).
           02 LINEAPG OCCURS 10 TIMES.
               03 LINEAPL   PIC S9(4) COMP.
               03 LINEAPF   PIC X.
               03 LINEAPI   PIC X(79).
           02 MESSAPL       PIC S9(4) COMP.
           02 MESSAPF       PIC X.
           02 FILLER REDEFINES MESSAPF.
               03 MESSAPA   PIC X.
           02 MESSAPI       PIC X(40).
       01  CF12MO REDEFINES CF12MI.
           02 FILLER        PIC X(12).
           02 FILLER        PIC X(03).
           02 FUNCAPO       PIC X(01).
           02 FILLER        PIC X(03).
           02 SELAPO        PIC X(02).
           02 LINEAPOG OCCURS 10 TIMES.
               03 FILLER    PIC X(03).
               03 LINEAPO   PIC X(79).
           02 FILLER        PIC X(03).
           02 MESSAPO       PIC X(40).
