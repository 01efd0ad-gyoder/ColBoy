      *    set. Run together with the RECORD flag, every change
      *    lands in the movie on the exact frame it was authored
      *    for, which is how the attract loop's polished demo
      *    movies are meant to get made. The lag-frame count goes
      *    up with the frame number, and a frame the game did not
      *    read the pad on is called out - anything set for it was
      *    wasted.
       identification division.
       program-id. FRAME_AUTHOR.
       environment division.
           copy author_ctl.
           copy joypad_state.
           copy session_ctl.
           copy lag_ctl.

      * ====== LOCAL =======
           01 AUTHOR-COMMAND pic x(32) value spaces.
               88 READY-TO-ADVANCE value 1.
           01 SKIP-REQUEST binary-long unsigned value 0.
           01 HELD-LINE pic x(64) value spaces.
           01 LAG-DISPLAY pic z(8)9 value 0.
           01 LAG-FRAME-DISPLAY pic z(9)9 value 0.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.

       SHOW-FRAME-STATE.
           display "-- frame " FRAME-COUNT-IN " paused --".
           move LAG-FRAME-TOTAL to LAG-DISPLAY.
           if LAG-LAST-FRAME-LAGGED
               move LAG-LAST-FRAME to LAG-FRAME-DISPLAY
               display "lag frames: " function trim(LAG-DISPLAY)
                   "  (frame " function trim(LAG-FRAME-DISPLAY)
                   " lagged - the pad was not read)"
           else
               display "lag frames: " function trim(LAG-DISPLAY)
           end-if.
           move spaces to HELD-LINE.
           string "held:"
               delimited by size into HELD-LINE.
           if JOY-START = 1
               perform ADD-HELD-NAME-START
           end-if.
           if JOY-TILT-LEFT = 1
               perform ADD-HELD-NAME-TILT-L
           end-if.
           if JOY-TILT-RIGHT = 1
               perform ADD-HELD-NAME-TILT-R
           end-if.
           if JOY-TILT-UP = 1
               perform ADD-HELD-NAME-TILT-U
           end-if.
           if JOY-TILT-DOWN = 1
               perform ADD-HELD-NAME-TILT-D
           end-if.
           if HELD-LINE = "held:"
               display "held: (none)"
           else
           string function trim(HELD-LINE) " start"
               delimited by size into HELD-LINE.

       ADD-HELD-NAME-TILT-L.
           string function trim(HELD-LINE) " tilt-l"
               delimited by size into HELD-LINE.

       ADD-HELD-NAME-TILT-R.
           string function trim(HELD-LINE) " tilt-r"
               delimited by size into HELD-LINE.

       ADD-HELD-NAME-TILT-U.
           string function trim(HELD-LINE) " tilt-u"
               delimited by size into HELD-LINE.

       ADD-HELD-NAME-TILT-D.
           string function trim(HELD-LINE) " tilt-d"
               delimited by size into HELD-LINE.

      *    > an empty line advances one frame; +name presses and
      *    > -name releases through the same JOYPAD_SET_BUTTON path
      *    > every other input source uses; a bare number advances
           display "  <n>       advance n frames".
           display "  +<button> press  (right left up down a b"
               " select start)".
           display "            tilt-l tilt-r tilt-u tilt-d lean an"
               " MBC7 cartridge".
           display "  -<button> release".
           display "  q         end the session".
       end program FRAME_AUTHOR.
