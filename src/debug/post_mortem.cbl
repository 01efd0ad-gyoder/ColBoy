      *    around R-PC and R-SP in HEX_DUMP_REPORT's sixteen-bytes-
      *    with-ASCII layout - so nobody has to reproduce the failure
      *    under DEBUGGER by hand just to see what the machine looked
      *    like when it died. A dump means the run died, so it
      *    raises a CRITICAL alert (see alert_ctl) pointing at it.
      *    A run that was recording its input names the movie too -
      *    replayed with PLAYBACK it walks straight back to the death.
       identification division.
       program-id. POST_MORTEM.
       environment division.
           copy symbol_ctl.
           copy callstack_ctl.
           copy flight_ctl.
           copy alert_ctl.
           copy movie_ctl.

      * ====== LOCAL =======
           01 REPORT-PATH pic x(32) value "postmortem.txt".
               delimited by size into REPORT-LINE.
           write REPORT-LINE.

           if MOVIE-IS-RECORDING
               move spaces to REPORT-LINE
               string "input movie: "
                   function trim(MOVIE-RECORD-PATH)
                   " (replay it with PLAYBACK)"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if.

           move LAST-OPCODE to OP-DISPLAY.
           move spaces to REPORT-LINE.
           string "last fetched opcode: " OP-DISPLAY
           display "post-mortem written to "
               function trim(REPORT-PATH).

           move "post-mortem" to ALERT-EVENT.
           move "CRITICAL" to ALERT-SEVERITY.
           move REASON-TEXT to ALERT-REASON.
           move REPORT-PATH to ALERT-ARTIFACTS.
           if MOVIE-IS-RECORDING
               move spaces to ALERT-ARTIFACTS
               string function trim(REPORT-PATH) " "
                   function trim(MOVIE-RECORD-PATH)
                   delimited by size into ALERT-ARTIFACTS
           end-if.
           call "ALERT_OUTBOX".

       MAIN-EXIT.
           exit program.

