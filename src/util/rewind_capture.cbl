       data division.
       working-storage section.
           copy rewind_ctl.
           copy debug_ctl.
           copy callstack_ctl.
           copy save_lock_ctl.

      * ====== LOCAL =======
           01 REWIND-SLOT-DISPLAY pic 9(2) value 0.
           01 REWIND-PATH pic x(256) value spaces.
           01 REWIND-FRAME-I binary-short unsigned value 0.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.
           if not REWIND-IS-ON or REWIND-INTERVAL = 0
               go to MAIN-EXIT
           end-if.
      *        > a read-only run has no snapshots to fill the ring
      *        > with - it stays empty, and "back" and "who" say so
           if SAVE-LOCK-IS-READ-ONLY
               go to MAIN-EXIT
           end-if.

      *        > nor while the debugger's "who" query replays the
      *        > past - the ring it is replaying from must hold still
           if not DEBUG-WHO-IDLE
               go to MAIN-EXIT
           end-if.

           if function mod(FRAME-COUNT-IN, REWIND-INTERVAL) not = 0
               go to MAIN-EXIT

           perform BUILD-REWIND-PATH.
           call "SAVE_STATE" using by reference REWIND-PATH.
           move CALLSTACK-DEPTH to
               REWIND-STACK-DEPTH (REWIND-NEXT-SLOT + 1).
           perform KEEP-STACK-FRAME varying REWIND-FRAME-I from 1
               by 1 until REWIND-FRAME-I > CALLSTACK-DEPTH.

           move REWIND-NEXT-SLOT to REWIND-CURSOR.
           add 1 to REWIND-NEXT-SLOT.
           string "rewind" REWIND-SLOT-DISPLAY ".state"
               delimited by size into REWIND-PATH.

       KEEP-STACK-FRAME.
           move CALLSTACK-FRAME (REWIND-FRAME-I) to
               REWIND-STACK-FRAME (REWIND-NEXT-SLOT + 1,
               REWIND-FRAME-I).

       end program REWIND_CAPTURE.

