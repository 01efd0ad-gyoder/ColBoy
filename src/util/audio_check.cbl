      *    library the way the golden file does); verify mode loads
      *    the rows for the running cartridge once and compares
      *    window by window, latching the first divergence for the
      *    end-of-run verdict MAIN-DRIVER prints and raising a
      *    MAJOR alert for it (see alert_ctl).
       identification division.
       program-id. AUDIO_CHECK.
       environment division.
       working-storage section.
           copy audio_check_ctl.
           copy cart_header.
           copy audio_dump_ctl.
           copy alert_ctl.

      * ====== LOCAL =======
           01 FILE-STATUS-CD pic xx value spaces.
                           AUDIO-CHECK-DIVERGE-POINT
                       display "AUDIO CHECK: first divergence at"
                           " window " AUDIO-CHECK-POINT-COUNT
                       perform ALERT-DIVERGENCE
                   end-if
               end-if
           end-if.

       ALERT-DIVERGENCE.
           move AUDIO-CHECK-POINT-COUNT to POINT-DISPLAY.
           move "audio-diverged" to ALERT-EVENT.
           move "MAJOR" to ALERT-SEVERITY.
           move spaces to ALERT-REASON.
           string "first divergence at window " POINT-DISPLAY
               delimited by size into ALERT-REASON.
           move spaces to ALERT-ARTIFACTS.
           if AUDIO-DUMP-IS-ON
               string function trim(AUDIO-CHECK-PATH) " "
                   function trim(AUDIO-PATH)
                   delimited by size into ALERT-ARTIFACTS
           else
               move AUDIO-CHECK-PATH to ALERT-ARTIFACTS
           end-if.
           call "ALERT_OUTBOX".

       LOAD-EXPECTED-ROWS.
           move 1 to EXPECTED-LOADED.
           move 0 to EXPECTED-COUNT.
