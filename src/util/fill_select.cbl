      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Sets EMU-CONFIG's power-on fill mode from its name - ZERO,
      *    FF, DMG or RANDOM - for colboy.cfg's FILL= line, the FILL
      *    flag and a replay bundle's FILL= key alike. An unknown
      *    name quietly keeps whatever is set, the same treatment
      *    PALETTE_SELECT gives an unknown preset.
       identification division.
       program-id. FILL_SELECT.
       environment division.
       data division.
       working-storage section.
           copy emu_config.

      * ====== LOCAL =======
           01 MODE-NAME pic x(12) value spaces.
       linkage section.
           01 NAME-IN pic x(12).
       procedure division using by reference NAME-IN.
       MAIN.
           move function upper-case(function trim(NAME-IN)) to
               MODE-NAME.
           evaluate MODE-NAME
               when "ZERO"
                   move 0 to POWER-FILL-MODE
               when "FF"
                   move 1 to POWER-FILL-MODE
               when "DMG"
                   move 2 to POWER-FILL-MODE
               when "RANDOM"
                   move 3 to POWER-FILL-MODE
           end-evaluate.

       MAIN-EXIT.
           exit program.
       end program FILL_SELECT.
