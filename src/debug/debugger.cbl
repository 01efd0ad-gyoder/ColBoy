           copy state_file_ctl.
           copy symbol_ctl.
           copy callstack_ctl.
           copy save_lock_ctl.

      * ====== LOCAL =======
           01 DBG-KEEP-PROMPTING binary-char unsigned value 0.
           01 DBG-SYM-BANK binary-long unsigned value 0.
           01 DBG-SYM-MODE binary-char unsigned value 0.
           01 DBG-FRAME-I binary-short signed value 0.

      *    > the "who" reverse query: the present is parked in a
      *    > state file while the past is replayed, the replay span
      *    > is measured in cycles from the slot's own stamp, and the
      *    > shadow call stack of the present is kept to put back
           01 WHO-PRESENT-PATH pic x(256) value "colboy-who.state".
           01 WHO-TARGET-CYCLES binary-long unsigned value 0.
           01 WHO-SPAN binary-long unsigned value 0.
           01 WHO-ELAPSED binary-long unsigned value 0.
           01 WHO-SLOT binary-char unsigned value 0.
           01 WHO-SLOTS-LEFT binary-char unsigned value 0.
           01 WHO-SAVED-WATCHES binary-char unsigned value 0.
           01 WHO-STOP-ENTRY binary-char unsigned value 0.
           01 WHO-STOP-PC binary-short unsigned value 0.
           01 WHO-STOP-ELAPSED binary-long unsigned value 0.
           01 WHO-K binary-long unsigned value 0.
           01 WHO-FIRST binary-long unsigned value 0.
           01 WHO-E binary-char unsigned value 0.
           01 WHO-PRESENT-DEPTH binary-short unsigned value 0.
           01 WHO-PRESENT-STACK.
               05 WHO-PRESENT-FRAME occurs 64 times.
                   10 filler binary-short unsigned.
                   10 filler binary-short unsigned.
                   10 filler binary-short unsigned.
                   10 filler binary-long unsigned.
       linkage section.
           01 OPCODE-IN binary-char unsigned.
       procedure division using by value OPCODE-IN.
               go to MAIN-EXIT
           end-if.

      *        > a "who" replay runs silently - breakpoints and
      *        > stepping wait until it has found its write
           if not DEBUG-WHO-IDLE
               perform WHO-REPLAY-BOUNDARY thru
                   WHO-REPLAY-BOUNDARY-EXIT
               if not DEBUG-WHO-IDLE
                   go to MAIN-EXIT
               end-if
           end-if.

           if not DEBUG-IS-STEPPING
               if not DEBUG-BREAK-IS-SET or
                    R-PC not = DEBUG-BREAK-ADDR
           display "-- ColBoy debugger: PC=" R-PC " OP=" OPCODE-IN
               " (s)tep (c)ontinue (r)egs (b)reak addr (save/load"
               " path) (d)ump addr [count] watch addr [r|w|rw]"
               " unwatch n watches oam vram bt back who addr"
               " (q)uit --".
           if SYMBOLS-ARE-ON
               perform SHOW-ENCLOSING-LABEL
           end-if.
                   perform HANDLE-BACKTRACE
               when "back"
                   perform HANDLE-BACK thru HANDLE-BACK-EXIT
               when "who"
                   perform HANDLE-WHO thru HANDLE-WHO-EXIT
               when "q"
               when "quit"
                   perform HANDLE-QUIT
           move spaces to DBG-STATE-PATH.
           move DBG-CMD-ARG to DBG-STATE-PATH.
           call "SAVE_STATE" using by reference DBG-STATE-PATH.
           if SAVE-LOCK-IS-READ-ONLY
               display "state not saved: read-only run"
           else
               display "state saved to " function trim(DBG-CMD-ARG)
           end-if.

       HANDLE-LOAD.
           move spaces to DBG-STATE-PATH.
           move DBG-CMD-ARG to DBG-STATE-PATH.
           call "LOAD_STATE" using by reference DBG-STATE-PATH.
           move 1 to DEBUG-REFETCH.
           display "state loaded from " function trim(DBG-CMD-ARG).

       HANDLE-DUMP.
      *        > advance the walk cursor past it
               go to HANDLE-BACK-EXIT
           end-if.
           move 1 to DEBUG-REFETCH.
           display "rewound to slot " DBG-REWIND-SLOT-DISPLAY
               " (PC=" R-PC ")".

                   FRAME-RETURN (DBG-FRAME-I)
           end-if.

      *    > "who addr": which instruction last wrote this byte? The
      *    > present is saved aside, the newest rewind slot before it
      *    > is replayed silently to this very cycle with WRITE_BYTE
      *    > tallying writes to the address (stepping a slot further
      *    > back each time an interval turns up none), then the slot
      *    > is replayed once more and the session stops on the last
      *    > writer just before it executes. "load colboy-who.state"
      *    > comes back to the present afterwards.
       HANDLE-WHO.
           if REWIND-FILLED-COUNT = 0
               display "who needs rewind snapshots - run with REWIND"
               go to HANDLE-WHO-EXIT
           end-if.
           move DBG-CMD-ARG (1:24) to DBG-RESOLVE-TEXT.
           if DBG-RESOLVE-TEXT = spaces
               display "who: give an address or label"
               go to HANDLE-WHO-EXIT
           end-if.
           perform RESOLVE-ADDR-ARG.
           if DBG-RESOLVED-ADDR > 65535
               display "no such label: "
                   function trim(DBG-RESOLVE-TEXT)
               go to HANDLE-WHO-EXIT
           end-if.
           move DBG-RESOLVED-ADDR to DEBUG-WHO-ADDR.

      *        > the newest slot behind the present - once "back"
      *        > has walked the ring, that is the slot it last loaded
           if REWIND-STEPS-TAKEN = 0
               compute WHO-SLOT =
                   function mod(REWIND-NEXT-SLOT + 9, 10)
               move REWIND-FILLED-COUNT to WHO-SLOTS-LEFT
           else
               compute WHO-SLOT = function mod(REWIND-CURSOR + 1, 10)
               compute WHO-SLOTS-LEFT =
                   REWIND-FILLED-COUNT - REWIND-STEPS-TAKEN + 1
           end-if.

           call "SAVE_STATE" using by reference WHO-PRESENT-PATH.
           move CALLSTACK-DEPTH to WHO-PRESENT-DEPTH.
           perform KEEP-PRESENT-FRAME varying DBG-FRAME-I from 1 by 1
               until DBG-FRAME-I > CALLSTACK-DEPTH.
           move R-CYCLES to WHO-TARGET-CYCLES.
           move DEBUG-WATCH-COUNT to WHO-SAVED-WATCHES.
           move 0 to DEBUG-WATCH-COUNT.
           display "who: replaying for writes to " DEBUG-WHO-ADDR
               " ...".

           move 1 to DEBUG-WHO-PHASE.
           perform START-WHO-PASS thru START-WHO-PASS-EXIT.
           if DEBUG-WHO-IDLE
               go to HANDLE-WHO-EXIT
           end-if.
           move 0 to DEBUG-STEP-MODE.
           move 0 to DBG-KEEP-PROMPTING.
       HANDLE-WHO-EXIT.
           exit paragraph.

       KEEP-PRESENT-FRAME.
           move CALLSTACK-FRAME (DBG-FRAME-I) to
               WHO-PRESENT-FRAME (DBG-FRAME-I).

      *    > load WHO-SLOT with its call stack and measure how far it
      *    > stands behind the moment "who" was asked
       START-WHO-PASS.
           move WHO-SLOT to DBG-REWIND-SLOT-DISPLAY.
           move spaces to DBG-REWIND-PATH.
           string "rewind" DBG-REWIND-SLOT-DISPLAY ".state"
               delimited by size into DBG-REWIND-PATH.
           call "LOAD_STATE" using by reference DBG-REWIND-PATH.
           if not STATE-LOAD-OK
               display "who: rewind slot " DBG-REWIND-SLOT-DISPLAY
                   " would not load - back to the present"
               perform RETURN-TO-PRESENT
               perform END-WHO-REPLAY
               go to START-WHO-PASS-EXIT
           end-if.
           move 1 to DEBUG-REFETCH.
           move REWIND-STACK-DEPTH (WHO-SLOT + 1) to CALLSTACK-DEPTH.
           perform RESTORE-SLOT-FRAME varying DBG-FRAME-I from 1 by 1
               until DBG-FRAME-I > CALLSTACK-DEPTH.
           move R-CYCLES to DEBUG-WHO-FROM-CYCLES.
           compute WHO-SPAN = function mod(WHO-TARGET-CYCLES
               + 4294967296 - DEBUG-WHO-FROM-CYCLES, 4294967296).
           move 0 to DEBUG-WHO-WRITES.
       START-WHO-PASS-EXIT.
           exit paragraph.

       RESTORE-SLOT-FRAME.
           move REWIND-STACK-FRAME (WHO-SLOT + 1, DBG-FRAME-I) to
               CALLSTACK-FRAME (DBG-FRAME-I).

      *    > every instruction boundary while a replay runs: note
      *    > the instruction for WRITE_BYTE, and see whether the
      *    > scan has reached the present or the second pass has
      *    > reached the culprit
       WHO-REPLAY-BOUNDARY.
           move R-PC to DEBUG-WHO-PC.
           compute WHO-ELAPSED = function mod(R-CYCLES + 4294967296
               - DEBUG-WHO-FROM-CYCLES, 4294967296).
           if DEBUG-WHO-SCANNING
               if WHO-ELAPSED >= WHO-SPAN
                   perform FINISH-WHO-SCAN thru FINISH-WHO-SCAN-EXIT
               end-if
               go to WHO-REPLAY-BOUNDARY-EXIT
           end-if.

           if WHO-ELAPSED = WHO-STOP-ELAPSED and R-PC = WHO-STOP-PC
               perform SHOW-WHO-CULPRIT
               perform END-WHO-REPLAY
               go to WHO-REPLAY-BOUNDARY-EXIT
           end-if.
           if WHO-ELAPSED > WHO-STOP-ELAPSED
      *            > something outside the saved state (a movie, a
      *            > live link) steered the second pass elsewhere
               display "who: the replay did not retrace its steps -"
                   " back to the present"
               perform RETURN-TO-PRESENT
               perform END-WHO-REPLAY
           end-if.
       WHO-REPLAY-BOUNDARY-EXIT.
           exit paragraph.

       FINISH-WHO-SCAN.
           if DEBUG-WHO-WRITES = 0
               subtract 1 from WHO-SLOTS-LEFT
               if WHO-SLOTS-LEFT > 0
                   compute WHO-SLOT = function mod(WHO-SLOT + 9, 10)
                   perform START-WHO-PASS thru START-WHO-PASS-EXIT
                   go to FINISH-WHO-SCAN-EXIT
               end-if
               display "who: nothing wrote " DEBUG-WHO-ADDR
                   " since the oldest rewind snapshot"
               perform RETURN-TO-PRESENT
               perform END-WHO-REPLAY
               go to FINISH-WHO-SCAN-EXIT
           end-if.

           display "who: " DEBUG-WHO-WRITES " write(s) to "
               DEBUG-WHO-ADDR " since rewind slot "
               DBG-REWIND-SLOT-DISPLAY ", the last ones:".
           if DEBUG-WHO-WRITES > 8
               compute WHO-FIRST = DEBUG-WHO-WRITES - 7
           else
               move 1 to WHO-FIRST
           end-if.
           perform SHOW-WHO-WRITE varying WHO-K from WHO-FIRST by 1
               until WHO-K > DEBUG-WHO-WRITES.

           compute WHO-STOP-ENTRY =
               function mod(DEBUG-WHO-WRITES - 1, 8) + 1.
           move WHO-LOG-PC (WHO-STOP-ENTRY) to WHO-STOP-PC.
           move WHO-LOG-ELAPSED (WHO-STOP-ENTRY) to WHO-STOP-ELAPSED.
           move 2 to DEBUG-WHO-PHASE.
           perform START-WHO-PASS thru START-WHO-PASS-EXIT.
       FINISH-WHO-SCAN-EXIT.
           exit paragraph.

       SHOW-WHO-WRITE.
           compute WHO-E = function mod(WHO-K - 1, 8) + 1.
           display "  #" WHO-K " PC=" WHO-LOG-PC (WHO-E)
               " (rom bank " WHO-LOG-BANK (WHO-E) ") "
               WHO-LOG-OLD (WHO-E) " -> " WHO-LOG-NEW (WHO-E)
               " at +" WHO-LOG-ELAPSED (WHO-E) " cycles".

      *    > the second pass is parked on the culprit, not yet run
       SHOW-WHO-CULPRIT.
           display "who: " DEBUG-WHO-ADDR " last written by PC="
               WHO-STOP-PC " (rom bank " WHO-LOG-BANK (WHO-STOP-ENTRY)
               ") value " WHO-LOG-OLD (WHO-STOP-ENTRY) " -> "
               WHO-LOG-NEW (WHO-STOP-ENTRY).
           display "   stopped before it executes - step to see it"
               " land; load " function trim(WHO-PRESENT-PATH)
               " returns to the present".
           display "   call stack:".
           perform HANDLE-BACKTRACE.

       RETURN-TO-PRESENT.
           call "LOAD_STATE" using by reference WHO-PRESENT-PATH.
           move 1 to DEBUG-REFETCH.
           move WHO-PRESENT-DEPTH to CALLSTACK-DEPTH.
           perform RESTORE-PRESENT-FRAME varying DBG-FRAME-I from 1
               by 1 until DBG-FRAME-I > CALLSTACK-DEPTH.

       RESTORE-PRESENT-FRAME.
           move WHO-PRESENT-FRAME (DBG-FRAME-I) to
               CALLSTACK-FRAME (DBG-FRAME-I).

      *    > watches back on, and the prompt comes up at the next
      *    > boundary
       END-WHO-REPLAY.
           move 0 to DEBUG-WHO-PHASE.
           move WHO-SAVED-WATCHES to DEBUG-WATCH-COUNT.
           move 1 to DEBUG-STEP-MODE.

       HANDLE-QUIT.
           display "-- ColBoy debugger: quitting run --".
           move 0 to return-code.
           stop run.

       end program DEBUGGER.
