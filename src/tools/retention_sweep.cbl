      *    Written by Grace
      *
      *    Output retention sweeper: a week of busy runs leaves
      *    thousands of frame_NNNNNN dumps, multi-gigabyte
      *    WAVs, trace logs, printout strips and old GIFs in the
      *    working directory, and disk-full is our second most
      *    common cause of a dead overnight run. This sweeps by
      *    per-class age policy:
      *
      *      frame dumps   frame_*.ppm      older than  2 days
      *      png frames    frame_*.png      older than  2 days
      *      trace logs    trace*.log       older than  3 days
      *      audio dumps   *.wav            older than  7 days
      *      printer strips printout_*.ppm  older than 14 days
               88 LIST-STATUS-OK value "00".
               88 LIST-STATUS-EOF value "10".
           01 SYSTEM-COMMAND pic x(600) value spaces.
           01 LIST-SYSTEM-RC binary-long value 0.

           01 CLASS-NAME pic x(16) value spaces.
           01 CLASS-PATTERN pic x(20) value spaces.
           move "2" to CLASS-DAYS.
           perform SWEEP-ONE-CLASS.

           move "png frames" to CLASS-NAME.
           move "frame_*.png" to CLASS-PATTERN.
           move "2" to CLASS-DAYS.
           perform SWEEP-ONE-CLASS.

           move "trace logs" to CLASS-NAME.
           move "trace*.log" to CLASS-PATTERN.
           move "3" to CLASS-DAYS.
                   FILES-DISPLAY " files"
           end-if.
           display "(.sav and .state files are never touched)".
           move 0 to return-code.
           stop run.

      *    > find prints size-then-path for every file in the class
               function trim(LIST-PATH)
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to LIST-SYSTEM-RC.
           if LIST-SYSTEM-RC not = 0
               display "cannot search " function trim(SWEEP-DIR)
               move 12 to return-code
               stop run
           end-if.

           open input LIST-FILE.
           if LIST-STATUS-OK
