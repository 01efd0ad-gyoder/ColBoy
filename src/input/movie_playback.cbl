      *    transitions land on exactly the frames they were captured
      *    on. The file is opened on the first frame and read
      *    forward only; rows are already in frame order because the
      *    recorder wrote them as they happened. Lag-frame marker
      *    rows carry no input and are passed over.
       identification division.
       program-id. MOVIE_PLAYBACK.
       environment division.
       APPLY-DUE-ROWS.
           move MOVIE-NEXT-BUTTON to APPLY-BUTTON.
           move MOVIE-NEXT-PRESSED to APPLY-PRESSED.
           if APPLY-BUTTON not = "lag"
               call "JOYPAD_SET_BUTTON" using by reference
                   APPLY-BUTTON, by value APPLY-PRESSED
           end-if.
           perform READ-NEXT-ROW.

       READ-NEXT-ROW.
