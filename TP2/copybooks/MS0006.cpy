      ******************************************************************
      * Symbolic map for MAPSET/MAP CF08M - generated from CF08M.bms.
      * FUNCPMI is V (view the live PRMFILE values) or U (update
      * them).  The eight value fields are unprotected, zero-filled
      * four-digit numbers; PGMMP8 presets their MDT on every send
      * (the 'A' attribute, same trick as PGMMP3's row-select) so an
      * untouched value transmits back unchanged under FRSET and the
           02 FILLER REDEFINES REDRPMIF.
               03 REDRPMIA  PIC X.
           02 REDRPMI      PIC X(04).
           02 PEXPPMIL      PIC S9(4) COMP.
           02 PEXPPMIF      PIC X.
           02 FILLER REDEFINES PEXPPMIF.
               03 PEXPPMIA  PIC X.
           02 PEXPPMI      PIC X(04).
           02 HRETPMIL      PIC S9(4) COMP.
           02 HRETPMIF      PIC X.
           02 FILLER REDEFINES HRETPMIF.
               03 HRETPMIA  PIC X.
           02 HRETPMI      PIC X(04).
           02 ARETPMIL      PIC S9(4) COMP.
           02 ARETPMIF      PIC X.
           02 FILLER REDEFINES ARETPMIF.
               03 ARETPMIA  PIC X.
           02 ARETPMI      PIC X(04).
           02 MESSPMOL      PIC S9(4) COMP.
           02 MESSPMOF      PIC X.
           02 FILLER REDEFINES MESSPMOF.
           02 FILLER        PIC X(03).
           02 REDRPMO       PIC X(04).
           02 FILLER        PIC X(03).
           02 PEXPPMO       PIC X(04).
           02 FILLER        PIC X(03).
           02 HRETPMO       PIC X(04).
           02 FILLER        PIC X(03).
           02 ARETPMO       PIC X(04).
           02 FILLER        PIC X(03).
           02 MESSPMO       PIC X(40).
