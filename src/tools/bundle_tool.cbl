      *
      *      bundle.cfg   TITLE=, SIZE=, GLOBALSUM= (the loaded
      *                   cartridge's identity, the catalog's own
      *                   checksum arithmetic), HARDWARE=,
      *                   STATE=YES/NO, and FILL=/SEED= (the
      *                   power-on RAM fill the run started from)
      *      movie.txt    the recorded input movie
      *      start.state  the starting save state, when one was
      *                   part of the run (STATE=NO means cleared
      *
      *        bundle_tool PACK <bundle-dir> <rom-file>
      *                    <movie-file> [state-file]
      *                    [FILL <mode>] [SEED <n>]
      *
      *    The fill comes from colboy.cfg unless FILL/SEED say
      *    otherwise - a run that drew its seed from the clock
      *    has it on its run journal line.
       identification division.
       program-id. BUNDLE_TOOL.
       environment division.
           01 SUM-I binary-long unsigned value 0.
           01 SUM-DISPLAY pic 9(5) value 0.
           01 SIZE-DISPLAY pic 9(8) value 0.
           01 HW-TEXT pic x(4) value spaces.
           01 ARG-COUNT binary-char unsigned value 0.
           01 ARG-INDEX binary-char unsigned value 0.
           01 ARG-TOKEN pic x(256) value spaces.
           01 FILL-NAME pic x(12) value spaces.
           01 SEED-DISPLAY pic 9(10) value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept ROM-PATH from argument-value.
           display 4 upon argument-number.
           accept MOVIE-PATH from argument-value.
           if function upper-case(function trim(MODE-ARG))
                   not = "PACK"
               or BUNDLE-DIR = spaces or ROM-PATH = spaces
               or MOVIE-PATH = spaces
               display "usage: bundle_tool PACK <bundle-dir>"
                   " <rom-file> <movie-file> [state-file]"
                   " [FILL <mode>] [SEED <n>]"
               move 12 to return-code
               stop run
           end-if.

      *    > run would pick: the configured one, or the header's
      *    > own choice when nothing was configured
           call "CONFIG_LOADER".
           accept ARG-COUNT from argument-number.
           move 5 to ARG-INDEX.
           perform TAKE-OPTIONAL-ARG until ARG-INDEX > ARG-COUNT.
           if FILL-IS-RANDOM and not FILL-SEED-WAS-GIVEN
               display "a random power-on fill replays only with its"
                   " seed - give SEED <n> from the run's journal line"
               move 12 to return-code
               stop run
           end-if.
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           if ROM-SIZE = 0
               display "cannot read " function trim(ROM-PATH)
               move 12 to return-code
               stop run
           end-if.
           call "CART_HEADER_CHECK".
           if not CART-HEADER-OK
               display "the ROM's header checksum fails - a"
                   " bundle of a corrupt dump replays nowhere"
               move 12 to return-code
               stop run
           end-if.
           perform COMPUTE-GLOBAL-SUM.
           if not HARDWARE-WAS-CHOSEN
               move AUTO-PICK-MODEL to HARDWARE-MODEL
               evaluate true
                   when CART-CGB-FLAG >= 128
                       move 2 to HARDWARE-MODE
                       move 0 to HARDWARE-MODE
               end-evaluate
           end-if.
           evaluate true
               when HARDWARE-IS-CGB and MODEL-IS-LATER
                   move "AGB" to HW-TEXT
               when HARDWARE-IS-CGB
                   move "CGB" to HW-TEXT
               when HARDWARE-IS-SGB and MODEL-IS-LATER
                   move "SGB2" to HW-TEXT
               when HARDWARE-IS-SGB
                   move "SGB" to HW-TEXT
               when MODEL-IS-LATER
                   move "MGB" to HW-TEXT
               when other
                   move "DMG" to HW-TEXT
           end-evaluate.
               delimited by size into CFG-LINE.
           write CFG-LINE.
           move spaces to CFG-LINE.
           string "HARDWARE=" function trim(HW-TEXT)
               delimited by size into CFG-LINE.
           write CFG-LINE.
           move spaces to CFG-LINE.
               move "STATE=YES" to CFG-LINE
           end-if.
           write CFG-LINE.
           evaluate true
               when FILL-IS-FF
                   move "FF" to FILL-NAME
               when FILL-IS-DMG-PATTERN
                   move "DMG" to FILL-NAME
               when FILL-IS-RANDOM
                   move "RANDOM" to FILL-NAME
               when other
                   move "ZERO" to FILL-NAME
           end-evaluate.
           move spaces to CFG-LINE.
           string "FILL=" function trim(FILL-NAME)
               delimited by size into CFG-LINE.
           write CFG-LINE.
           if FILL-IS-RANDOM
               move POWER-FILL-SEED to SEED-DISPLAY
               move spaces to CFG-LINE
               string "SEED=" SEED-DISPLAY
                   delimited by size into CFG-LINE
               write CFG-LINE
           end-if.
           close CFG-FILE.

           display "bundle packed in " function trim(BUNDLE-DIR)
               " (sum " SUM-DISPLAY ")".
           display "replay with: colboy <that rom> BUNDLE "
               function trim(BUNDLE-DIR).
           move 0 to return-code.
           stop run.

      *    > after the movie: the state file, or FILL/SEED pairs
       TAKE-OPTIONAL-ARG.
           display ARG-INDEX upon argument-number.
           accept ARG-TOKEN from argument-value.
           add 1 to ARG-INDEX.
           evaluate function upper-case(function trim(ARG-TOKEN))
               when "FILL"
                   display ARG-INDEX upon argument-number
                   accept ARG-TOKEN from argument-value
                   add 1 to ARG-INDEX
                   move ARG-TOKEN (1:12) to FILL-NAME
                   call "FILL_SELECT" using by reference FILL-NAME
               when "SEED"
                   display ARG-INDEX upon argument-number
                   accept ARG-TOKEN from argument-value
                   add 1 to ARG-INDEX
                   move function numval(ARG-TOKEN) to POWER-FILL-SEED
                   move 1 to POWER-FILL-SEED-SET
               when other
                   move ARG-TOKEN to STATE-PATH
           end-evaluate.

       COMPUTE-GLOBAL-SUM.
           move 0 to GLOBAL-SUM.
           perform SUM-ONE-BYTE varying SUM-I from 1 by 1
