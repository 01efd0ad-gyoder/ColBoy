           01 MANIFEST-LINE pic x(272).
       working-storage section.
           copy checkpoint_ctl.
           copy save_lock_ctl.

      * ====== LOCAL =======
           01 STATE-PATH pic x(256) value "checkpoint.state".
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.
       MAIN.
      *    > a read-only run writes no checkpoint - a manifest with
      *    > no state of its own behind it would point RESUME at the
      *    > lock holder's checkpoint.state
           if SAVE-LOCK-IS-READ-ONLY
               move 0 to CHECKPOINT-FORCE-FLAG
               go to MAIN-EXIT
           end-if.
      *    > a forced call (the DEADLINE window closing) writes
      *    > right now, whatever the interval says - the run is
      *    > about to end and this checkpoint is what RESUME gets
