      *    Standalone movie inspector and editor for the
      *    FRAME,BUTTON,PRESSED transition files MOVIE_RECORD writes
      *    and MOVIE_PLAYBACK replays. LIST prints every transition
      *    plus per-button press statistics, folds the recorder's
      *    lag-frame rows into frame ranges, and flags any press or
      *    release that landed on a lag frame - the game never read
      *    the pad that frame, so the input was wasted; TRIM cuts
      *    everything
      *    after a frame (synthesizing releases at the cut for any
      *    button still held, so playback never ends with a stuck
      *    button); SHIFT moves a frame range earlier or later by N
               05 filler pic x(8) value "b".
               05 filler pic x(8) value "select".
               05 filler pic x(8) value "start".
               05 filler pic x(8) value "tilt-l".
               05 filler pic x(8) value "tilt-r".
               05 filler pic x(8) value "tilt-u".
               05 filler pic x(8) value "tilt-d".
           01 BUTTON-NAME-TABLE redefines BUTTON-NAME-INIT.
               05 BUTTON-NAME-ENTRY pic x(8) occurs 12 times.
           01 BUTTON-PRESS-COUNT binary-long unsigned
               occurs 12 times value 0.
           01 BUTTON-HELD binary-char unsigned occurs 12 times
               value 0.
           01 BUTTON-I binary-char unsigned value 0.
           01 COUNT-DISPLAY pic z(6)9 value 0.

      *    > LIST's lag-frame bookkeeping: consecutive lag rows
      *    > print as one range
           01 LAG-ROW-COUNT binary-long unsigned value 0.
           01 WASTED-COUNT binary-long unsigned value 0.
           01 TRANSITION-COUNT binary-long unsigned value 0.
           01 LAG-RUN-START binary-long unsigned value 0.
           01 LAG-RUN-END binary-long unsigned value 0.
           01 LAG-RUN-LENGTH binary-long unsigned value 0.
           01 LAG-TO-DISPLAY pic 9(10) value 0.
           01 LAG-HIT binary-char unsigned value 0.
               88 ROW-IS-ON-LAG-FRAME value 1.
       procedure division.
       MAIN.
           display 1 upon argument-number.

           if MOVIE-IN-PATH = spaces
               perform PRINT-USAGE
               move 12 to return-code
               stop run
           end-if.
           perform LOAD-MOVIE-FILE thru LOAD-MOVIE-FILE-EXIT.
                   perform SPLICE-MOVIE thru SPLICE-MOVIE-EXIT
               when other
                   perform PRINT-USAGE
                   move 12 to return-code
           end-evaluate.
           stop run.

           open input MOVIE-IN-FILE.
           if not IN-STATUS-OK
               display "cannot open " function trim(MOVIE-IN-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform READ-MOVIE-ROW until IN-STATUS-EOF
           if ROW-COUNT >= 20000
               display "WARNING: movie holds more than 20000"
                   " transitions - the rest were ignored"
               move 4 to return-code
           end-if.
       LOAD-MOVIE-FILE-EXIT.
           exit paragraph.
               " ====".
           perform LIST-ONE-ROW varying ROW-I from 1 by 1
               until ROW-I > ROW-COUNT.
           perform FLUSH-LAG-RUN.
           compute TRANSITION-COUNT = ROW-COUNT - LAG-ROW-COUNT.
           display " ".
           display "transitions: " TRANSITION-COUNT.
           if ROW-COUNT > 0
               display "last frame:  " ROW-FRAME (ROW-COUNT)
           end-if.
           display "lag frames:  " LAG-ROW-COUNT.
           if WASTED-COUNT > 0
               display "inputs on lag frames (wasted): " WASTED-COUNT
           end-if.
           display "-- presses per button --".
           perform LIST-ONE-BUTTON varying BUTTON-I from 1 by 1
               until BUTTON-I > 12.

       LIST-ONE-ROW.
           if ROW-BUTTON (ROW-I) = "lag"
               perform NOTE-LAG-ROW
           else
               perform FLUSH-LAG-RUN
               perform LIST-TRANSITION-ROW
           end-if.

       LIST-TRANSITION-ROW.
           move ROW-FRAME (ROW-I) to FRAME-DISPLAY.
           move ROW-PRESSED (ROW-I) to PRESSED-DISPLAY.
      *    > the frame's lag row, if any, follows its transitions
           move 0 to LAG-HIT.
           perform CHECK-LAG-AHEAD varying ROW-J from ROW-I by 1
               until ROW-J > ROW-COUNT
               or ROW-FRAME (ROW-J) not = ROW-FRAME (ROW-I)
               or ROW-IS-ON-LAG-FRAME.
           if ROW-IS-ON-LAG-FRAME
               add 1 to WASTED-COUNT
           end-if.
           evaluate true
               when ROW-PRESSED (ROW-I) = 1 and ROW-IS-ON-LAG-FRAME
                   display FRAME-DISPLAY "  press   "
                       function trim(ROW-BUTTON (ROW-I))
                       "   <- lag frame, not read"
               when ROW-PRESSED (ROW-I) = 1
                   display FRAME-DISPLAY "  press   "
                       function trim(ROW-BUTTON (ROW-I))
               when ROW-IS-ON-LAG-FRAME
                   display FRAME-DISPLAY "  release "
                       function trim(ROW-BUTTON (ROW-I))
                       "   <- lag frame, not read"
               when other
                   display FRAME-DISPLAY "  release "
                       function trim(ROW-BUTTON (ROW-I))
           end-evaluate.
           perform TALLY-BUTTON-PRESS.

       CHECK-LAG-AHEAD.
           if ROW-BUTTON (ROW-J) = "lag"
               move 1 to LAG-HIT
           end-if.

       NOTE-LAG-ROW.
           add 1 to LAG-ROW-COUNT.
           if LAG-RUN-LENGTH > 0
                   and ROW-FRAME (ROW-I) = LAG-RUN-END + 1
               move ROW-FRAME (ROW-I) to LAG-RUN-END
               add 1 to LAG-RUN-LENGTH
           else
               perform FLUSH-LAG-RUN
               move ROW-FRAME (ROW-I) to LAG-RUN-START
               move ROW-FRAME (ROW-I) to LAG-RUN-END
               move 1 to LAG-RUN-LENGTH
           end-if.

       FLUSH-LAG-RUN.
           if LAG-RUN-LENGTH > 0
               move LAG-RUN-START to FRAME-DISPLAY
               move LAG-RUN-LENGTH to COUNT-DISPLAY
               if LAG-RUN-LENGTH = 1
                   display FRAME-DISPLAY "  lag"
               else
                   move LAG-RUN-END to LAG-TO-DISPLAY
                   display FRAME-DISPLAY "  lag     through "
                       LAG-TO-DISPLAY " ("
                       function trim(COUNT-DISPLAY) " frames)"
               end-if
               move 0 to LAG-RUN-LENGTH
           end-if.

       TALLY-BUTTON-PRESS.
           if ROW-PRESSED (ROW-I) = 1
               perform BUMP-MATCHING-BUTTON
                   varying BUTTON-I from 1 by 1
                   until BUTTON-I > 12
           end-if.

       BUMP-MATCHING-BUTTON.
               until ROW-I > ROW-COUNT.
           move KEEP-COUNT to ROW-COUNT.
           perform APPEND-CUT-RELEASE varying BUTTON-I from 1 by 1
               until BUTTON-I > 12.
           perform WRITE-MOVIE-OUT.
           display "trimmed after frame " CUT-FRAME " - "
               ROW-COUNT " transitions kept".

       TRACK-HELD-STATE.
           perform TRACK-ONE-BUTTON varying BUTTON-I from 1 by 1
               until BUTTON-I > 12.

       TRACK-ONE-BUTTON.
           if ROW-BUTTON (KEEP-COUNT) =
       SPLICE-MOVIE.
           if ARG-4 = spaces
               perform PRINT-USAGE
               move 12 to return-code
               go to SPLICE-MOVIE-EXIT
           end-if.
           move ROW-COUNT to MAIN-ROW-COUNT.
           open input MOVIE-IN-FILE.
           if not IN-STATUS-OK
               display "cannot open " function trim(MOVIE-IN-PATH)
               move 12 to return-code
               go to SPLICE-MOVIE-EXIT
           end-if.
           perform READ-MOVIE-ROW until IN-STATUS-EOF
       WRITE-MOVIE-OUT.
           if MOVIE-OUT-PATH = spaces
               display "no output file named - nothing written"
               move 12 to return-code
           else
               open output MOVIE-OUT-FILE
               perform WRITE-ONE-ROW varying ROW-I from 1 by 1
