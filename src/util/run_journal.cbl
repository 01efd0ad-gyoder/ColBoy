      *    Run-history journal: "start" stamps the wall clock at the
      *    top of a run, "end" appends one pipe-separated record to
      *    colboy-runs.log - date/time, CART-TITLE, ROM path, flags
      *    in effect, frames, instructions, cycles, end reason,
      *    wall-clock seconds, the player, and the console model
      *    the run emulated (DMG, MGB, SGB, SGB2, CGB or AGB), and
      *    the run's lag-frame total - frames the game never read
      *    the pad on, which TAS authors count - and the run's
      *    return code (the scheme in run_journal_ctl), and last
      *    the build and the soak session (blank outside a soak).
      *    One record per run, every run, so questions like "how
      *    often does this title fail?" and "is the emulator getting
      *    slower?" stop being unanswerable.
      *    RUN_HISTORY_REPORT is the reader for this file.
       identification division.
       program-id. RUN_JOURNAL.
           copy registers.
           copy cart_header.
           copy emu_config.
           copy lag_ctl.

      * ====== LOCAL =======
           01 JOURNAL-PATH pic x(256) value "colboy-runs.log".
           01 JOURNAL-TITLE pic x(16) value spaces.
           01 INSTR-DISPLAY pic 9(10) value 0.
           01 CYCLES-DISPLAY pic 9(10) value 0.
           01 MODEL-NAME pic x(4) value spaces.
           01 LAG-DISPLAY pic 9(10) value 0.
           01 REASON-CODE binary-char unsigned value 0.
           01 CODE-DISPLAY pic 9(2) value 0.
           01 JOURNAL-BUILD pic x(24) value spaces.
           01 JOURNAL-SOAK pic x(24) value spaces.
       linkage section.
           01 JOURNAL-ACTION pic x(8).
           01 FRAMES-IN binary-long unsigned.
           perform READ-WALL-CLOCK.
           if JOURNAL-ACTION = "start"
               move STAMP-HUNDREDTHS to JOURNAL-START-STAMP
               move 0 to JOURNAL-RUN-CODE
               go to MAIN-EXIT
           end-if.

           move FRAMES-IN to FRAMES-DISPLAY.
           move INSTR-IN to INSTR-DISPLAY.
           move R-CYCLES to CYCLES-DISPLAY.
           move LAG-FRAME-TOTAL to LAG-DISPLAY.
           perform END-REASON-CODE.
           if REASON-CODE > JOURNAL-RUN-CODE
               move REASON-CODE to JOURNAL-RUN-CODE
           end-if.
           if JOURNAL-RUN-CODE > JOURNAL-WORST-CODE
               move JOURNAL-RUN-CODE to JOURNAL-WORST-CODE
           end-if.
           move JOURNAL-RUN-CODE to CODE-DISPLAY.

           move CART-TITLE to JOURNAL-TITLE.
           inspect JOURNAL-TITLE replacing all low-value by space.
           move JOURNAL-BUILD-ID to JOURNAL-BUILD.
           inspect JOURNAL-BUILD replacing all low-value by space.
           move JOURNAL-SOAK-ID to JOURNAL-SOAK.
           inspect JOURNAL-SOAK replacing all low-value by space.
           evaluate true
               when HARDWARE-IS-CGB and MODEL-IS-LATER
                   move "AGB" to MODEL-NAME
               when HARDWARE-IS-CGB
                   move "CGB" to MODEL-NAME
               when HARDWARE-IS-SGB and MODEL-IS-LATER
                   move "SGB2" to MODEL-NAME
               when HARDWARE-IS-SGB
                   move "SGB" to MODEL-NAME
               when MODEL-IS-LATER
                   move "MGB" to MODEL-NAME
               when other
                   move "DMG" to MODEL-NAME
           end-evaluate.
           open extend JOURNAL-FILE.
           if not FILE-STATUS-OK
               open output JOURNAL-FILE
               CYCLES-DISPLAY "|"
               function trim(JOURNAL-END-REASON) "|"
               DURATION-DISPLAY "|"
               function trim(PLAYER-NAME) "|"
               function trim(MODEL-NAME) "|"
               LAG-DISPLAY "|"
               CODE-DISPLAY "|"
               function trim(JOURNAL-BUILD) "|"
               function trim(JOURNAL-SOAK)
               delimited by size into JOURNAL-LINE.
           write JOURNAL-LINE.
           close JOURNAL-FILE.
       MAIN-EXIT.
           exit program.

      *    > the end reasons MAIN-DRIVER journals, each on the
      *    > return-code scheme - a run cut short by its window or
      *    > whose sound died is a warning, a test ROM that failed
      *    > is a failed verification, a cartridge that was refused
      *    > before it ran could not run, and a run that crashed,
      *    > hung or ran away ended abnormally. A soft reset or a
      *    > reload closes a stretch of a run that goes on, and a
      *    > session stopped by its player's playtime allowance
      *    > ended the way it was asked to.
       END-REASON-CODE.
           evaluate function trim(JOURNAL-END-REASON)
               when "window-end"
               when "audio-silent"
               when "audio-clipping"
                   move 4 to REASON-CODE
               when "testrom-fail"
                   move 8 to REASON-CODE
               when "header-fail"
               when "patch-failed"
               when "cgb-only"
               when "bundle-mismatch"
               when "rom-unreadable"
               when "disk-space"
                   move 12 to REASON-CODE
               when "illegal-op"
               when "hung"
               when "reg-error"
               when "step-limit"
                   move 16 to REASON-CODE
               when other
      *            > clean, batch-limit, testrom-pass, soft-reset,
      *            > reload, playtime-limit
                   move 0 to REASON-CODE
           end-evaluate.

      *    > same day-anchored hundredths clock PACE_GOVERNOR keeps
       READ-WALL-CLOCK.
           move function current-date to STAMP-TEXT.
