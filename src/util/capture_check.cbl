           copy capture_ctl.
           copy memory.
           copy frame_dump_ctl.
           copy save_lock_ctl.

      * ====== LOCAL =======
           01 CAP-I binary-char unsigned value 0.
           01 SAVED-DUMP-SWITCH binary-char unsigned value 0.
           01 STATE-SEQ-DISPLAY pic 9(3) value 0.
           01 STATE-PATH pic x(256) value spaces.
           01 SUBTITLE-ACTION pic x(4) value "note".
           01 SUBTITLE-TEXT pic x(80) value spaces.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.
           move FRAME-COUNT-IN to CAP-LAST-FIRED (CAP-I).
           display "*** CAPTURE: " function trim(CAP-NAME (CAP-I))
               " (frame " FRAME-COUNT-IN ") ***".
           move spaces to SUBTITLE-TEXT.
           string "Capture: " function trim(CAP-NAME (CAP-I))
               delimited by size into SUBTITLE-TEXT.
           call "AVI_SUBTITLE" using by reference SUBTITLE-ACTION,
               by reference SUBTITLE-TEXT.
           if CAP-ACTION (CAP-I) = 1 or CAP-ACTION (CAP-I) = 3
               move FRAME-DUMP-ENABLED to SAVED-DUMP-SWITCH
               move 1 to FRAME-DUMP-ENABLED
               string "trigger-" STATE-SEQ-DISPLAY ".state"
                   delimited by size into STATE-PATH
               call "SAVE_STATE" using by reference STATE-PATH
               if not SAVE-LOCK-IS-READ-ONLY
                   display "    state saved to "
                       function trim(STATE-PATH)
               end-if
           end-if.
       end program CAPTURE_CHECK.
