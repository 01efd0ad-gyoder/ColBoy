      *    the same buttons on the same frames later. The movie file
      *    is opened once, on the first recorded frame, and left open
      *    for the rest of the run, the same way TRACE_LOG treats its
      *    log - until MOVIE-RECORD-REOPEN says the next title of a
      *    queue wants a movie of its own. The frame just finished
      *    is marked with a lag row first when the game never read
      *    the pad during it.
       identification division.
       program-id. MOVIE_RECORD.
       environment division.
       working-storage section.
           copy movie_ctl.
           copy joypad_state.
           copy lag_ctl.

      * ====== LOCAL =======
           01 MOVIE-FILE-OPENED binary-char unsigned value 0.
               05 filler pic x(8) value "b".
               05 filler pic x(8) value "select".
               05 filler pic x(8) value "start".
               05 filler pic x(8) value "tilt-l".
               05 filler pic x(8) value "tilt-r".
               05 filler pic x(8) value "tilt-u".
               05 filler pic x(8) value "tilt-d".
           01 BUTTON-NAME-TABLE redefines BUTTON-NAME-INIT.
               05 BUTTON-NAME-ENTRY pic x(8) occurs 12 times.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.
               go to MAIN-EXIT
           end-if.

           if MOVIE-REOPEN-WANTED
               move 0 to MOVIE-RECORD-REOPEN
               if MOVIE-FILE-IS-OPEN
                   close MOVIE-FILE
                   move 0 to MOVIE-FILE-OPENED
               end-if
               perform CLEAR-PREV-BUTTON varying BUTTON-I from 1 by 1
                   until BUTTON-I > 12
           end-if.
           if not MOVIE-FILE-IS-OPEN
               open output MOVIE-FILE
               move 1 to MOVIE-FILE-OPENED
           end-if.

           if LAG-LAST-FRAME-LAGGED and FRAME-COUNT-IN > 0
               and LAG-LAST-FRAME = FRAME-COUNT-IN - 1
               move LAG-LAST-FRAME to FRAME-DISPLAY
               move spaces to MOVIE-LINE
               string FRAME-DISPLAY ",lag,1"
                   delimited by size into MOVIE-LINE
               write MOVIE-LINE
           end-if.

           move FRAME-COUNT-IN to FRAME-DISPLAY.
           perform DIFF-ONE-BUTTON varying BUTTON-I from 1 by 1
               until BUTTON-I > 12.

       MAIN-EXIT.
           exit program.

       CLEAR-PREV-BUTTON.
           move 0 to MOVIE-PREV-BUTTON (BUTTON-I).

       DIFF-ONE-BUTTON.
           perform FETCH-CUR-BUTTON.
           if CUR-BUTTON not = MOVIE-PREV-BUTTON (BUTTON-I)
                   move JOY-SELECT to CUR-BUTTON
               when 8
                   move JOY-START to CUR-BUTTON
               when 9
                   move JOY-TILT-LEFT to CUR-BUTTON
               when 10
                   move JOY-TILT-RIGHT to CUR-BUTTON
               when 11
                   move JOY-TILT-UP to CUR-BUTTON
               when 12
                   move JOY-TILT-DOWN to CUR-BUTTON
           end-evaluate.
       end program MOVIE_RECORD.
