           copy joypad_state.
           copy emu_config.
           copy sgb_state.
           copy lag_ctl.

      * ====== LOCAL =======
           01 OLD-BYTE binary-char unsigned value 0.
           01 NEW-BYTE binary-char unsigned value 0.
           01 IF-VAL binary-char unsigned value 0.
           01 TEMP-DIV binary-char unsigned value 0.
           01 POLL-SEEN binary-char unsigned value 0.

           01 SEL-DIR binary-char unsigned value 0.
           01 SEL-ACT binary-char unsigned value 0.
           01 INTERRUPT-WANTED binary-char unsigned value 0.
       procedure division.
       MAIN.
      *    > this read is ours, not the game's - it must not count as
      *    > the game polling the pad this frame (see lag_ctl)
           move LAG-JOYPAD-READ to POLL-SEEN.
           call "READ_BYTE" using by reference OLD-BYTE, by value
                65280.
           move POLL-SEEN to LAG-JOYPAD-READ.

           compute TEMP-DIV = OLD-BYTE / 16.
           move function mod(TEMP-DIV, 2) to SEL-DIR.
