      *    frame, and MOVIE_PLAYBACK replays each row through
      *    JOYPAD_SET_BUTTON the moment FRAME-COUNT reaches the
      *    row's frame, so a recorded session reproduces exactly on
      *    any later build. A lag frame (see lag_ctl) is marked with
      *    a FRAME,lag,1 row of its own; playback passes over those,
      *    they are there for the author reading the movie.
           01 MOVIE-CTL external.
               05 MOVIE-RECORD-ENABLED binary-char unsigned value 0.
                   88 MOVIE-IS-RECORDING value 1.
                   88 MOVIE-IS-PLAYING value 1.
               05 MOVIE-PLAY-PATH pic x(256) value spaces.

      *        > set when MOVIE-RECORD-PATH has changed under a
      *        > recording already going - a soak queue's next title
      *        > - so MOVIE_RECORD closes the old movie and starts
      *        > the new one from an all-released picture
               05 MOVIE-RECORD-REOPEN binary-char unsigned value 0.
                   88 MOVIE-REOPEN-WANTED value 1.

      *        > the prior frame's button picture, in JOYPAD-STATE
      *        > order (right,left,up,down,a,b,select,start, then
      *        > the four MBC7 tilt lines)
               05 MOVIE-PREV-BUTTON binary-char unsigned
                   occurs 12 times value 0.

      *        > playback lookahead - the next row read from the
      *        > movie but not yet due to be applied
