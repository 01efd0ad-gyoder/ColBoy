           if ROM-PATH = spaces
               display "usage: rom_listing <rom-file> [map-file]"
                   " [sym-file]"
               move 12 to return-code
               stop run
           end-if.
           if MAP-PATH = spaces

           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           if ROM-SIZE = 0
               display "cannot read " function trim(ROM-PATH)
               move 12 to return-code
               stop run
           end-if.
           call "CART_HEADER_CHECK".
           if SYM-ARG not = spaces
               move 1 to SYMBOL-ENABLED
               display "no covered runs in "
                   function trim(MAP-PATH)
                   " - run the cartridge with COVERAGE first"
               move 12 to return-code
               stop run
           end-if.

