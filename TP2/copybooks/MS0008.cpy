      ******************************************************************
      * Symbolic map for MAPSET/MAP CF11M - generated from CF11M.bms.
      * FUNCRVI is one of F/T/C/R - page forward through the owner's
      * review list, restart from the top, certify or revoke the id
      * on the row named in SELRVI.  OWNRRVI is the owner whose list
      * is shown - blank means the operator's own; keying another
      * owner id (or *NONE*) is for administrators only.  DEADRVO
      * shows the campaign deadline off the review records.  The ten
      * LINERVO detail lines are the same OCCURS 10 overlay as the
      * CF09M map.
      ******************************************************************
       01  CF11MI.
           02 FILLER        PIC X(12).
           02 FUNCRVL       PIC S9(4) COMP.
           02 FUNCRVF       PIC X.
           02 FILLER REDEFINES FUNCRVF.
               03 FUNCRVA   PIC X.
           02 FUNCRVI       PIC X(01).
           02 SELRVL        PIC S9(4) COMP.
           02 SELRVF        PIC X.
           02 FILLER REDEFINES SELRVF.
               03 SELRVA    PIC X.
           02 SELRVI        PIC X(02).
           02 OWNRRVL       PIC S9(4) COMP.
           02 OWNRRVF       PIC X.
           02 FILLER REDEFINES OWNRRVF.
               03 OWNRRVA   PIC X.
           02 OWNRRVI       PIC X(07).
           02 DEADRVL       PIC S9(4) COMP.
           02 DEADRVF       PIC X.
           02 FILLER REDEFINES DEADRVF.
               03 DEADRVA   PIC X.
           02 DEADRVI       PIC X(08).
           02 LINERVG OCCURS 10 TIMES.
               03 LINERVL   PIC S9(4) COMP.
               03 LINERVF   PIC X.
               03 LINERVI   PIC X(79).
           02 MESSRVL       PIC S9(4) COMP.
           02 MESSRVF       PIC X.
           02 FILLER REDEFINES MESSRVF.
               03 MESSRVA   PIC X.
           02 MESSRVI       PIC X(40).
       01  CF11MO REDEFINES CF11MI.
           02 FILLER        PIC X(12).
           02 FILLER        PIC X(03).
           02 FUNCRVO       PIC X(01).
           02 FILLER        PIC X(03).
           02 SELRVO        PIC X(02).
           02 FILLER        PIC X(03).
           02 OWNRRVO       PIC X(07).
           02 FILLER        PIC X(03).
           02 DEADRVO       PIC X(08).
           02 LINERVOG OCCURS 10 TIMES.
               03 FILLER    PIC X(03).
               03 LINERVO   PIC X(79).
           02 FILLER        PIC X(03).
           02 MESSRVO       PIC X(40).
