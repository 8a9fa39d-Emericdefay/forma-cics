      ******************************************************************
      * Symbolic map for MAPSET/MAP CF02M - generated from CF02M.bms.
      * FUNCIQI is one of F/B/S/H - page forward, page backward,
      * select the row named in SELIQI and carry its user id into the
      * CF01M maintenance screen, or show that id's activity history
      * on the CF13M screen.  The ten LINEIQO detail lines are
      * kept as an OCCURS 10 overlay - each occurrence is the same
      * 82-byte length/flag/data group the assembler lays down, so
      * the table form matches the generated storage exactly.  At 79
