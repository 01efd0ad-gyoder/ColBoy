      *    into DATALOG-CTL - same file shape, same forgiving
      *    treatment of blank or unparseable lines, as CHEAT_LOADER
      *    gives cheats.cfg. A missing file just leaves the table
      *    empty and DATA_LOGGER has nothing to log. RUMBLE in the
      *    address field asks for the rumble motor's column.
       identification division.
       program-id. DATALOG_LOADER.
       environment division.
               FIELD-2.
           if function trim(FIELD-1) not = spaces
               add 1 to DATALOG-COUNT
               move function trim(FIELD-2) to
                   DATALOG-LABEL (DATALOG-COUNT)
               if function upper-case(function trim(FIELD-1))
                       = "RUMBLE"
                   move 1 to DATALOG-SOURCE (DATALOG-COUNT)
                   move 0 to DATALOG-ADDRESS (DATALOG-COUNT)
                   if DATALOG-LABEL (DATALOG-COUNT) = spaces
                       move "rumble" to DATALOG-LABEL (DATALOG-COUNT)
                   end-if
               else
                   move 0 to DATALOG-SOURCE (DATALOG-COUNT)
                   move function numval(FIELD-1) to
                       DATALOG-ADDRESS (DATALOG-COUNT)
               end-if
           end-if.
       end program DATALOG_LOADER.
