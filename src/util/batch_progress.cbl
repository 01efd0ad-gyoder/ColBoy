      *    executed, the effective frames per second so far, and
      *    the estimated completion in seconds. Basic batch-window
      *    hygiene, the same as every other overnight job gets.
      *    While the on-screen text transcript runs, the screen's
      *    current words follow the status line in the file, and
      *    while rich presence runs its line sits between the two.
       identification division.
       program-id. BATCH_PROGRESS.
       environment division.
           01 STATUS-LINE pic x(120).
       working-storage section.
           copy progress_ctl.
           copy screen_text_ctl.
           copy presence_ctl.

      * ====== LOCAL =======
           01 STATUS-PATH pic x(20) value "colboy-status.txt".
           01 FRAME-DISPLAY pic 9(10) value 0.
           01 LIMIT-DISPLAY pic 9(10) value 0.
           01 INSTR-DISPLAY pic 9(10) value 0.
           01 TEXT-I binary-char unsigned value 0.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
           01 INSTR-IN binary-long unsigned.
               ", " INSTR-DISPLAY " instr, " FPS-DISPLAY
               " fps, eta " ETA-DISPLAY "s"
               delimited by size into STATUS-LINE.
           move STATUS-LINE to PROGRESS-LAST-LINE.
           write STATUS-LINE.
           if PRESENCE-IS-ON and PRESENCE-LINE not = spaces
               move PRESENCE-LINE to STATUS-LINE
               write STATUS-LINE
           end-if.
           if SCREEN-TEXT-IS-ON
               move "screen text:" to STATUS-LINE
               write STATUS-LINE
               perform WRITE-SCREEN-TEXT varying TEXT-I from 1 by 1
                   until TEXT-I > SCREEN-TEXT-LINES
           end-if.
           close STATUS-FILE.

       MAIN-EXIT.
           exit program.

       WRITE-SCREEN-TEXT.
           move spaces to STATUS-LINE.
           string "  " SCREEN-TEXT-LINE (TEXT-I) delimited by size
               into STATUS-LINE.
           write STATUS-LINE.
       end program BATCH_PROGRESS.
