      *    out of MEMORY-ARR - the data was always sitting there
      *    every frame, this is just what finally gets it out. The
      *    file is datalog.csv, opened on the first frame and left
      *    open for the run like TRACE_LOG's log. A RUMBLE row's
      *    cell is the motor's on/off for the frame, not memory.
       identification division.
       program-id. DATA_LOGGER.
       environment division.
       working-storage section.
           copy datalog_ctl.
           copy memory.
           copy mbc.

      * ====== LOCAL =======
           01 CSV-PATH pic x(16) value "datalog.csv".
               with pointer LINE-PTR.

       APPEND-VALUE-CELL.
           if DATALOG-FROM-RUMBLE (ENTRY-I)
               move MBC5-RUMBLE-FRAME to VALUE-DISPLAY
           else
               compute CELL-INDEX = DATALOG-ADDRESS (ENTRY-I) + 1
               move MEMORY-ARR (CELL-INDEX) to VALUE-DISPLAY
           end-if.
           string "," VALUE-DISPLAY delimited by size into CSV-LINE
               with pointer LINE-PTR.
       end program DATA_LOGGER.
