      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Decides which CPU byte accesses may skip READ_BYTE and
      *    WRITE_BYTE (see mem_route). Called by MAIN-DRIVER before
      *    the run, whenever a title's tables are armed, once per
      *    frame, and after every debugger stop - the places where
      *    the heatmap, the watch list, the "who" replay or the
      *    cheat table can have changed. Cheap enough for that: it
      *    clears only the cells it marked last time.
       identification division.
       program-id. MEM_ROUTE_REFRESH.
       environment division.
       data division.
       working-storage section.
           copy mem_route.
           copy heatmap_ctl.
           copy debug_ctl.
           copy cheat_state.

      * ====== LOCAL =======
           01 MARK-I binary-short unsigned value 0.
           01 MARK-ADDRESS binary-short unsigned value 0.
           01 MARK-CELL binary-long unsigned value 0.
       procedure division.
       MAIN.
           perform CLEAR-ONE-MARK varying MARK-I from 1 by 1
               until MARK-I > MEM-MARK-COUNT.
           move 0 to MEM-MARK-COUNT.

      *    > every access counted by the heatmap means every access
      *    > through READ_BYTE/WRITE_BYTE
           if HEATMAP-IS-ON
               move 0 to MEM-ROUTE-ENABLED
               go to MAIN-EXIT
           end-if.

           perform MARK-WATCH varying MARK-I from 1 by 1
               until MARK-I > DEBUG-WATCH-COUNT.
           if DEBUG-WHO-SCANNING
               move DEBUG-WHO-ADDR to MARK-ADDRESS
               perform MARK-ONE-ADDRESS
           end-if.
           if CHEAT-ENGINE-IS-ON
               perform MARK-ROM-CHEAT varying MARK-I from 1 by 1
                   until MARK-I > CHEAT-ROM-COUNT
           end-if.
           move 1 to MEM-ROUTE-ENABLED.

       MAIN-EXIT.
           exit program.

       CLEAR-ONE-MARK.
           move 0 to MEM-LONG-CELL (MEM-MARK-CELL (MARK-I)).

       MARK-WATCH.
           move DEBUG-WATCH-ADDR (MARK-I) to MARK-ADDRESS.
           perform MARK-ONE-ADDRESS.

       MARK-ROM-CHEAT.
           move CHEAT-ROM-ADDRESS (MARK-I) to MARK-ADDRESS.
           perform MARK-ONE-ADDRESS.

       MARK-ONE-ADDRESS.
           compute MARK-CELL = MARK-ADDRESS + 1.
           if MEM-LONG-CELL (MARK-CELL) = 0
               move 1 to MEM-LONG-CELL (MARK-CELL)
               add 1 to MEM-MARK-COUNT
               move MARK-CELL to MEM-MARK-CELL (MEM-MARK-COUNT)
           end-if.
       end program MEM_ROUTE_REFRESH.
