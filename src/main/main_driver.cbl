           copy session_ctl.
           copy pace_ctl.
           copy movie_ctl.
           copy monkey_ctl.
           copy playtime_ctl.
           copy audit_ctl.
           copy golden_ctl.
           copy serial_capture_ctl.
           copy state_file_ctl.
           copy control_ctl.
           copy printer_state.
           copy mobile_ctl.
           copy link_ctl.
           copy hdma_state.
           copy joypad_state.
           copy search_ctl.
           copy score_ctl.
           copy audio_check_ctl.
           copy audio_level_ctl.
           copy stream_ctl.
           copy sheet_ctl.
           copy screen_text_ctl.
           copy lag_ctl.
           copy cpu_load_ctl.
           copy regdump_ctl.
           copy avi_ctl.
           copy deadline_ctl.
           copy macro_ctl.
           copy dirscan_ctl.
           copy layer_ctl.
           copy multicart_ctl.
           copy gbs_ctl.
           copy preflight_ctl.
           copy alert_ctl.
           copy presence_ctl.
           copy mem_route.
           copy save_lock_ctl.
           copy mbc.

           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 FLAGS-SCRATCH pic x(256) value spaces.
           01 DEATH-REASON pic x(40) value spaces.
           01 JOURNAL-ACTION-ARG pic x(8) value spaces.
      *    > which build a test ROM's verdict is recorded against -
      *    > this binary's compile stamp unless BUILD-ID names it
           01 BUILD-ID-TEXT pic x(24) value spaces.
           01 COMPILE-STAMP pic x(21) value spaces.

      *    > soak queue over a whole ROM directory - one headless
      *    > run per cartridge, one summary block each, roll-up at
               05 SOAK-TITLE pic x(16).
               05 SOAK-VERDICT pic x(12).
               05 SOAK-FRAMES-RUN binary-long unsigned.
      *            > 0 = the cartridge as it powers on; 1-n = one
      *            > of a compilation cartridge's games, booted
      *            > straight past its menu
               05 SOAK-SUB-GAME binary-char unsigned.
           01 SOAK-I binary-short unsigned value 0.
           01 SOAK-SHIFT-I binary-short unsigned value 0.
           01 SOAK-SHIFT-BY binary-short unsigned value 0.
           01 SOAK-GAME-I binary-short unsigned value 0.
           01 SUB-GAME-DISPLAY pic z9 value 0.
           01 SOAK-OK-COUNT binary-short unsigned value 0.
           01 SOAK-BAD-HEADER-COUNT binary-short unsigned value 0.
           01 SOAK-ERROR-COUNT binary-short unsigned value 0.
      *    > alerts already raised when the title started - one that
      *    > paged for its own crash or divergence isn't paged again
           01 SOAK-ALERTS-BEFORE binary-long unsigned value 0.
           01 CLEAR-I binary-long unsigned value 0.
           01 LOADSTATE-REQUESTED binary-char unsigned value 0.
               88 LOADSTATE-WANTED value 1.
           01 VERIFY-NO-PATCH binary-char unsigned value 0.

           01 OPCODE binary-char unsigned value 0.
      *    > one byte access at a time through READ-MEMORY-BYTE
           01 MEM-ADDRESS binary-short unsigned value 0.
           01 MEM-CELL binary-long unsigned value 0.
           01 MEM-BYTE binary-char unsigned value 0.
           01 CYCLE-COUNT binary-short unsigned value 0.
           01 FRAME-COUNT binary-long unsigned value 0.

           01 CLOCK-NOW binary-double unsigned value 0.
           01 AUTOSAVE-DIGIT pic 9(1) value 0.
           01 AUTOSAVE-PATH pic x(256) value spaces.
           01 AUTOSAVE-BASE pic x(256) value spaces.
           01 AUTOSAVE-SUFFIX pic x(8) value ".state".
           01 SNAP-SAVED-SWITCH binary-char unsigned value 0.

      *    > watch-and-reload for ROM hack iteration: every couple
           01 BUNDLE-TITLE pic x(16) value spaces.
           01 BUNDLE-SUM binary-long unsigned value 0.
           01 BUNDLE-SIZE binary-long unsigned value 0.
           01 BUNDLE-HW pic x(4) value spaces.
           01 HARDWARE-NAME pic x(4) value spaces.
           01 SINK-ACTION pic x(4) value spaces.
           01 PAD-ACTION pic x(4) value spaces.
           01 SUBTITLE-ACTION pic x(4) value "note".
           01 SUBTITLE-TEXT pic x(80) value spaces.
           01 LEVEL-ACTION pic x(4) value spaces.
           01 STREAM-ACTION pic x(4) value spaces.
           01 SHEET-ACTION pic x(4) value spaces.
           01 SHEET-GAME-DIGITS pic 9(2) value 0.
           01 TRANSCRIPT-ACTION pic x(4) value spaces.
           01 CPU-LOAD-ACTION pic x(4) value spaces.
           01 LOCK-ACTION pic x(4) value spaces.
      *    > the code RAISE-RUN-CODE is asked to raise the run to
           01 RUN-CODE-WANTED binary-char unsigned value 0.
           01 LEVEL-FRAME-AT binary-long unsigned value 0.
           01 LEVEL-SECONDS-AT pic z(6)9.99 value 0.
           01 LEVEL-SECONDS-VAL pic 9(7)v99 value 0.
           01 LEVEL-RMS-DISPLAY pic zz9.9 value 0.
           01 LEVEL-RMS-VAL pic 9(3)v9 value 0.
           01 BUNDLE-HAS-STATE binary-char unsigned value 0.
           01 BUNDLE-GLOBAL-SUM binary-long unsigned value 0.
           01 BUNDLE-SUM-I binary-long unsigned value 0.
           01 BUNDLE-FILL-NAME pic x(12) value spaces.

      *    > the power-on fill as the command line gave it - the
      *    > journal's flags text only needs the parts that came
      *    > from anywhere else
           01 FILL-ON-LINE binary-char unsigned value 0.
           01 SEED-ON-LINE binary-char unsigned value 0.
           01 FILL-NAME pic x(12) value spaces.
           01 SEED-DISPLAY pic z(9)9 value 0.

      *    > random-input stress runs: a seed the clock drew is
      *    > journaled like the fill's, and a movie MAIN-DRIVER named
      *    > itself is renamed per title of a queue
           01 MONKEY-ACTION pic x(4) value spaces.
           01 MONKEY-SEED-DRAWN binary-char unsigned value 0.
               88 MONKEY-SEED-WAS-DRAWN value 1.
           01 MONKEY-OWNS-MOVIE binary-char unsigned value 0.
               88 MONKEY-MOVIE-IS-OURS value 1.

      *    > a live session's playtime allowance - see playtime_ctl
           01 PLAYTIME-ACTION pic x(4) value spaces.

      *    > the post-startup configuration baseline: whatever
      *    > colboy.cfg and the command line established before any
      *    > cheat/achievement/datalog arming onto the next
           01 BASE-HARDWARE-MODE binary-char unsigned value 0.
           01 BASE-HARDWARE-SET binary-char unsigned value 0.
           01 BASE-HARDWARE-MODEL binary-char unsigned value 0.
           01 BASE-OVERCLOCK binary-char unsigned value 1.
           01 BASE-ACCESS-GUARD binary-char unsigned value 0.
           01 BASE-ACCURACY binary-char unsigned value 0.
           01 BASE-ILLEGAL-POLICY binary-char unsigned value 0.
           01 BASE-KEYBINDS pic x(14) value spaces.
           01 BASE-TURBO-ON binary-char unsigned value 0.
           01 BASE-TURBO-OFF binary-char unsigned value 0.
           01 BASE-PAL-I binary-char unsigned value 0.
           01 BASE-ACHIEVE-PATH pic x(256) value spaces.
           01 BASE-DATALOG binary-char unsigned value 0.
           01 BASE-DATALOG-PATH pic x(256) value spaces.
           01 BASE-TRANSCRIPT binary-char unsigned value 0.
           01 BASE-TRANSCRIPT-TBL pic x(256) value spaces.
           01 BASE-PRESENCE binary-char unsigned value 0.
           01 BASE-PRESENCE-PATH pic x(256) value spaces.

      *    > headless batch mode - runs with no display/audio output
      *    > for a fixed number of frames, then prints a summary
           01 SPEED-DIVISOR binary-char unsigned value 1.
           01 SPEED-SCALED binary-short unsigned value 0.
           01 SPEED-RESIDUE binary-char unsigned value 0.

      *    > GBS mode: the songs to play, each one's WAV and how its
      *    > run ended, for the track list at the end
           01 GBS-SONG-I binary-short unsigned value 0.
           01 GBS-SONG-FROM binary-short unsigned value 0.
           01 GBS-SONG-TO binary-short unsigned value 0.
           01 GBS-CYCLE-TARGET binary-long unsigned value 0.
           01 GBS-BASE-PATH pic x(256) value spaces.
           01 GBS-PATH-LEN binary-short unsigned value 0.
           01 GBS-SONG-PATH pic x(256) value spaces.
           01 GBS-SONG-DIGITS pic 9(3) value 0.
           01 GBS-RATE-DISPLAY pic z(5)9.99 value 0.
           01 GBS-RATE-VAL pic 9(6)v99 value 0.
           01 GBS-TRACK occurs 255 times.
               05 GBS-TRACK-WAV pic x(256).
               05 GBS-TRACK-SAMPLES binary-long unsigned.
               05 GBS-TRACK-END pic x(12).
       procedure division.
       MAIN.
      *    > colboy.cfg (if present) sets the hardware mode, the
               move DEFAULT-ROM-PATH to ROM-PATH
           end-if.
           perform PARSE-ARGUMENTS.
           perform DRAW-FILL-SEED.
           perform DRAW-MONKEY-SEED thru DRAW-MONKEY-SEED-EXIT.
           perform SNAPSHOT-CONFIG-BASELINE.
           perform SPOT-GBS-FILE.
           if BATCH-IS-ON and not GBS-IS-ON and not ATTRACT-IS-ON
               perform PREFLIGHT-DISK-SPACE
           end-if.
      *    > a batch or soak run with audio on watches its own levels
      *    > - a title with no audio reference still gets told when
      *    > its sound died
           if BATCH-IS-ON and AUDIO-DUMP-IS-ON and not BENCH-IS-ON
               move 1 to LEVEL-ENABLED
               move "wipe" to LEVEL-ACTION
               call "AUDIO_LEVEL" using by reference LEVEL-ACTION
           end-if.

           evaluate true
               when GBS-IS-ON
                   perform RUN-GBS-SONGS
               when ATTRACT-IS-ON
                   perform RUN-ATTRACT-LOOP
               when SOAK-IS-ON
               when other
                   perform RUN-ONE-CARTRIDGE
           end-evaluate.
           perform FREE-SAVE-LOCK.
           move JOURNAL-WORST-CODE to return-code.
           stop run.

      *    > a .gbs file is a music rip, never a cartridge - it
      *    > plays every song unless the GBS flag picked one
       SPOT-GBS-FILE.
           move function length(function trim(ROM-PATH))
               to GBS-PATH-LEN.
           if GBS-PATH-LEN > 4
               if function upper-case(ROM-PATH (GBS-PATH-LEN - 3:4))
                       = ".GBS"
                   move 1 to GBS-ENABLED
               end-if
           end-if.

      *    > GBS mode: every chosen song gets a fresh machine, the
      *    > rip laid out as a cartridge by GBS_LOADER with the song
      *    > number in its start-up code, and GBS-SECONDS of
      *    > emulated time with the APU writing music-NNN.wav (and
      *    > its stems, when asked for). The header's timer setup
      *    > runs on the emulated timer, so the play routine is
      *    > called at exactly the rate a real player would call it.
       RUN-GBS-SONGS.
           move 1 to AUDIO-DUMP-ENABLED.
           move 1 to GBS-SONG-NOW.
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           call "GBS_LOADER".
           if not GBS-LOAD-OK
               evaluate GBS-LOAD-RESULT
                   when 2
                       display "GBS refused - "
                           function trim(ROM-PATH)
                           " is not a version 1 GBS file"
                   when 3
                       display "GBS refused - the load address in "
                           function trim(ROM-PATH)
                           " is below 0x0400"
                   when 4
                       display "GBS refused - "
                           function trim(ROM-PATH) " holds no songs"
                   when other
                       display "GBS refused - "
                           function trim(ROM-PATH)
                           " has no GBS header"
               end-evaluate
               move 12 to return-code
               stop run
           end-if.

           if GBS-SONG-WANTED = 0
               move 1 to GBS-SONG-FROM
               move GBS-SONG-COUNT to GBS-SONG-TO
           else
               if GBS-SONG-WANTED > GBS-SONG-COUNT
                   display "GBS refused - song " GBS-SONG-WANTED
                       " asked for, " function trim(ROM-PATH)
                       " has " GBS-SONG-COUNT
                   move 12 to return-code
                   stop run
               end-if
               move GBS-SONG-WANTED to GBS-SONG-FROM
               move GBS-SONG-WANTED to GBS-SONG-TO
           end-if.
           if GBS-SECONDS = 0 or GBS-SECONDS > 1000
               move 60 to GBS-SECONDS
           end-if.
           compute GBS-CYCLE-TARGET = GBS-SECONDS * 4194304.

      *    > the WAVs are named for the rip without its extension
           move ROM-PATH to GBS-BASE-PATH.
           move function length(function trim(ROM-PATH))
               to GBS-PATH-LEN.
           if GBS-PATH-LEN > 4
               if function upper-case(ROM-PATH (GBS-PATH-LEN - 3:4))
                       = ".GBS"
                   move spaces to GBS-BASE-PATH (GBS-PATH-LEN - 3:4)
               end-if
           end-if.

           perform PLAY-GBS-SONG varying GBS-SONG-I
               from GBS-SONG-FROM by 1
               until GBS-SONG-I > GBS-SONG-TO
               or SESSION-STOP-REQUESTED.
           perform PRINT-GBS-TRACK-LIST.

       PLAY-GBS-SONG.
           perform RESET-RUN-STATE.
           move GBS-SONG-I to GBS-SONG-NOW.
           call "CPU-RESET".
           call "POWER_ON_FILL".
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           call "GBS_LOADER".
           perform PICK-HARDWARE-MODE.
           call "MBC_INIT".

           move GBS-SONG-I to GBS-SONG-DIGITS.
           move spaces to GBS-SONG-PATH.
           string function trim(GBS-BASE-PATH) "-" GBS-SONG-DIGITS
               delimited by size into GBS-SONG-PATH.
           call "APU_INIT" using by reference GBS-SONG-PATH.
           display "GBS song " GBS-SONG-DIGITS " of " GBS-SONG-COUNT
               " -> " function trim(AUDIO-PATH).

           call "POST_BOOT_STATE".
           move GBS-ENTRY-ADDR to R-PC.
           perform FETCH-EXECUTE
               until not KEEP-RUNNING
               or R-CYCLES >= GBS-CYCLE-TARGET
               or SESSION-STOP-REQUESTED
               or ILLEGAL-STOP-REQUESTED.
           call "APU_CLOSE".

           move AUDIO-PATH to GBS-TRACK-WAV (GBS-SONG-I).
           move AUDIO-SAMPLE-COUNT to GBS-TRACK-SAMPLES (GBS-SONG-I).
           evaluate true
               when ILLEGAL-STOP-REQUESTED
                   move "illegal-op" to GBS-TRACK-END (GBS-SONG-I)
                   move 16 to RUN-CODE-WANTED
                   perform RAISE-RUN-CODE
               when R-HAS-REG-ERROR
                   move "reg-error" to GBS-TRACK-END (GBS-SONG-I)
                   move 16 to RUN-CODE-WANTED
                   perform RAISE-RUN-CODE
               when R-CYCLES < GBS-CYCLE-TARGET
                   move "stopped" to GBS-TRACK-END (GBS-SONG-I)
               when other
                   move "ok" to GBS-TRACK-END (GBS-SONG-I)
           end-evaluate.

       PRINT-GBS-TRACK-LIST.
           display " ".
           display "==== GBS TRACK LIST ====".
           display "File:       " function trim(ROM-PATH).
           display "Title:      " function trim(GBS-TITLE).
           display "Author:     " function trim(GBS-AUTHOR).
           display "Copyright:  " function trim(GBS-COPYRIGHT).
           display "Songs:      " GBS-SONG-COUNT " (first "
               GBS-FIRST-SONG ")".
           compute GBS-RATE-VAL = GBS-PLAY-RATE / 100.
           move GBS-RATE-VAL to GBS-RATE-DISPLAY.
           if GBS-PLAYS-ON-TIMER
               display "Play rate:  " function trim(GBS-RATE-DISPLAY)
                   " Hz (timer, TMA " GBS-TIMER-MODULO " TAC "
                   GBS-TIMER-CONTROL ")"
           else
               display "Play rate:  " function trim(GBS-RATE-DISPLAY)
                   " Hz (VBlank)"
           end-if.
           if GBS-TIMER-CONTROL >= 128
               display "            (asks for CGB double speed -"
                   " played at normal speed)"
           end-if.
           display "Load " GBS-LOAD-ADDR "  init " GBS-INIT-ADDR
               "  play " GBS-PLAY-ADDR "  stack " GBS-STACK-ADDR.
           display "Length:     " GBS-SECONDS " seconds a song".
           perform PRINT-GBS-TRACK-LINE varying GBS-SONG-I
               from GBS-SONG-FROM by 1
               until GBS-SONG-I > GBS-SONG-TO.

       PRINT-GBS-TRACK-LINE.
           if GBS-TRACK-END (GBS-SONG-I) not = spaces
               move GBS-SONG-I to GBS-SONG-DIGITS
               display GBS-SONG-DIGITS "  "
                   GBS-TRACK-END (GBS-SONG-I) " "
                   GBS-TRACK-SAMPLES (GBS-SONG-I) " samples  "
                   function trim(GBS-TRACK-WAV (GBS-SONG-I))
           end-if.

      *    > the demonstration loop a person used to fake by
      *    > restarting the emulator every two minutes: every
      *    > cartridge in the directory in turn, each on the live
               or SESSION-STOP-REQUESTED.

       ATTRACT-ONE-TITLE.
           move 0 to MC-BOOT-GAME.
           move spaces to ROM-PATH.
           string function trim(SOAK-DIR) "/"
               function trim(SOAK-FILE-NAME (SOAK-I))
               delimited by size into ROM-PATH.
           perform RESET-RUN-STATE.
           move 0 to PACE-BASE-STAMP.
           perform TAKE-SAVE-LOCK.
           perform JOURNAL-RUN-START.
           call "CPU-RESET".
           call "POWER_ON_FILL".
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           call "CART_HEADER_CHECK".
               call "RUN_JOURNAL" using by reference
                   JOURNAL-ACTION-ARG, by value FRAME-COUNT,
                   by value STEP-COUNT
               perform FREE-SAVE-LOCK
           else
               call "PROFILE_LOADER"
               perform PICK-HARDWARE-MODE
               display "######################################"
               display "##  NOW SHOWING: " CART-TITLE "  ##"
               display "######################################"
               call "POST_BOOT_STATE"
               move 256 to R-PC
               perform FETCH-EXECUTE
                   until not KEEP-RUNNING
                   or FRAME-COUNT >= BATCH-FRAME-LIMIT
               perform JOURNAL-RUN-END
               call "SRAM_SAVE" using by reference ROM-PATH
               perform FREE-SAVE-LOCK
           end-if.

       RUN-ONE-CARTRIDGE.
                   display "RESUME requested but no usable"
                       " checkpoint.manifest found - starting fresh"
                   move 0 to RESUME-REQUESTED
                   move 4 to RUN-CODE-WANTED
                   perform RAISE-RUN-CODE
               end-if
           end-if.
           move ROM-PATH to CHECKPOINT-ROM-PATH.
           perform TAKE-SAVE-LOCK.
           perform JOURNAL-RUN-START.

           call "CHEAT_LOADER".
           call "CPU-RESET".
           call "POWER_ON_FILL".
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           if ROM-SIZE = 0
               display "run abandoned - cannot read "
                   function trim(ROM-PATH)
               move "rom-unreadable" to JOURNAL-END-REASON
               move "end" to JOURNAL-ACTION-ARG
               call "RUN_JOURNAL" using by reference
                   JOURNAL-ACTION-ARG, by value FRAME-COUNT,
                   by value STEP-COUNT
               perform FREE-SAVE-LOCK
               move JOURNAL-WORST-CODE to return-code
               stop run
           end-if.
           if PATCH-WANTED
               call "IPS_PATCH" using by reference PATCH-FILE-PATH,
                   by value ROM-SIZE, by reference PATCH-RESULT
                   call "RUN_JOURNAL" using by reference
                       JOURNAL-ACTION-ARG, by value FRAME-COUNT,
                       by value STEP-COUNT
                   perform FREE-SAVE-LOCK
                   move JOURNAL-WORST-CODE to return-code
                   stop run
               end-if
           end-if.
               call "RUN_JOURNAL" using by reference
                   JOURNAL-ACTION-ARG, by value FRAME-COUNT,
                   by value STEP-COUNT
               perform FREE-SAVE-LOCK
               move JOURNAL-WORST-CODE to return-code
               stop run
           end-if.
           if BUNDLE-WANTED
           if ACHIEVE-IS-ON
               call "ACHIEVE_LOADER"
           end-if.
           if PRESENCE-IS-ON
               call "PRESENCE_LOADER"
           end-if.
           if SPLITS-ARE-ON and SPLIT-COUNT = 0
      *        > loaded here, not at flag-parse time - the personal
      *        > bests are looked up under the cartridge's title
           call "MBC_INIT".
           call "SRAM_LOAD" using by reference ROM-PATH.
           call "APU_INIT" using by reference ROM-PATH.
           if SESSION-PLAY-IS-ON
               move "open" to SINK-ACTION
               call "AUDIO_SINK" using by reference SINK-ACTION
               move "open" to PAD-ACTION
               call "JOYSTICK_INPUT" using by reference PAD-ACTION
           end-if.
      *    > a configured stream goes out for any run but a
      *    > benchmark; one someone is watching plays at real speed
           if not BENCH-IS-ON
               move "open" to STREAM-ACTION
               call "STREAM_OUT" using by reference STREAM-ACTION
               if STREAM-IS-ON and not BATCH-IS-ON
                   move 1 to PACE-ENABLED
               end-if
           end-if.
           if WATCH-IS-ON
               perform TOUCH-WATCH-STAMP
           end-if.
               call "BOOT_ROM_LOADER" using by reference BOOT-ROM-PATH
               move 0 to R-PC
           else
               call "POST_BOOT_STATE"
               move 256 to R-PC
           end-if.

               call "LOAD_STATE" using by reference LOAD-STATE-PATH
               if not STATE-LOAD-OK
                   display "LOADSTATE ignored - starting fresh"
                   move 4 to RUN-CODE-WANTED
                   perform RAISE-RUN-CODE
               end-if
           end-if.
           if RESUME-WANTED
               if not STATE-LOAD-OK
                   display "RESUME checkpoint unusable - starting"
                       " the run over from frame zero"
                   move 4 to RUN-CODE-WANTED
                   perform RAISE-RUN-CODE
               end-if
           end-if.

               move 0 to ASCII-PREVIEW-ENABLED
               move 0 to TRACE-ENABLED
               move 0 to AUDIO-DUMP-ENABLED
               move 0 to AUDIO-LIVE-ENABLED
               move 0 to REWIND-ENABLED
               move 0 to SHEET-ENABLED
               move 0 to SCREEN-TEXT-ENABLED
               move 0 to LOAD-ENABLED
               call "BENCH_CLOCK" using by reference
                   BENCH-START-STAMP
           end-if.
           perform ARM-MONKEY-RUN thru ARM-MONKEY-RUN-EXIT.
           perform ARM-PLAYTIME.
           perform START-CONTACT-SHEET thru START-CONTACT-SHEET-EXIT.
           perform START-TRANSCRIPT thru START-TRANSCRIPT-EXIT.
           call "MEM_ROUTE_REFRESH".
           perform FETCH-EXECUTE
               until not KEEP-RUNNING or STEP-COUNT > STEP-LIMIT
               or SESSION-STOP-REQUESTED
               or WATCHDOG-HAS-TRIPPED
               or ILLEGAL-STOP-REQUESTED
               or DEADLINE-HAS-TRIPPED
               or PLAYTIME-HAS-TRIPPED
               or (SERIAL-CAPTURE-IS-ON and not TESTROM-NO-VERDICT)
               or (BATCH-IS-ON and FRAME-COUNT >= BATCH-FRAME-LIMIT).
           if BENCH-IS-ON
               call "BENCH_REPORT" using by value FRAME-COUNT,
                   by value STEP-COUNT
           end-if.
           perform FINISH-CONTACT-SHEET thru FINISH-CONTACT-SHEET-EXIT.
           perform FINISH-TRANSCRIPT thru FINISH-TRANSCRIPT-EXIT.
           if BATCH-IS-ON
               perform PRINT-BATCH-SUMMARY
           end-if.
           if ROUTINE-PROFILE-IS-ON
               call "ROUTINE_PROFILE_REPORT"
           end-if.
           if LOAD-IS-ON
               move "rept" to CPU-LOAD-ACTION
               call "CPU_LOAD" using by reference CPU-LOAD-ACTION,
                   by value FRAME-COUNT
           end-if.
           if GIF-IS-ON
               call "GIF_EXPORT" using by value FRAME-COUNT,
                   by value 1
                   by value 1
           end-if.
           perform CHECK-ABNORMAL-END.
           if DEATH-REASON not = spaces
               perform SHOW-MONKEY-REPLAY
           end-if.
           if SCORE-IS-ON
               call "SCORE_LEDGER" using by value FRAME-COUNT
           end-if.
           perform JOURNAL-RUN-END.
           call "APU_CLOSE".
           move "shut" to SINK-ACTION.
           call "AUDIO_SINK" using by reference SINK-ACTION.
           move "shut" to PAD-ACTION.
           call "JOYSTICK_INPUT" using by reference PAD-ACTION.
           move "shut" to STREAM-ACTION.
           call "STREAM_OUT" using by reference STREAM-ACTION.
           call "SRAM_SAVE" using by reference ROM-PATH.
           perform FREE-SAVE-LOCK.

      *    > the soak queue: list the directory (through the host
      *    > shell - there is no native directory scan), keep the
           if BATCH-FRAME-LIMIT = 0
               move 600 to BATCH-FRAME-LIMIT
           end-if.
           if JOURNAL-SOAK-ID = spaces
               perform READ-DEADLINE-CLOCK
               string CLOCK-TEXT (1:8) "-" CLOCK-TEXT (9:6)
                   delimited by size into JOURNAL-SOAK-ID
           end-if.
      *    > the preflight has usually listed the queue already
           if SOAK-ENTRY-COUNT = 0
               perform BUILD-SOAK-LIST
           end-if.
           if SOAK-ENTRY-COUNT = 0
               display "SOAK: no cartridge files found in "
                   function trim(SOAK-DIR)
               move 12 to RUN-CODE-WANTED
               perform RAISE-RUN-CODE
           else
               perform SOAK-ONE-TITLE varying SOAK-I from 1 by 1
                   until SOAK-I > SOAK-ENTRY-COUNT
       COPY-SCAN-ENTRY.
           move DIRSCAN-FILE-NAME (SOAK-I) to
               SOAK-FILE-NAME (SOAK-I).
           move 0 to SOAK-SUB-GAME (SOAK-I).

       SOAK-ONE-TITLE.
           move spaces to ROM-PATH.
               function trim(SOAK-FILE-NAME (SOAK-I))
               delimited by size into ROM-PATH.
           display " ".
           move SOAK-SUB-GAME (SOAK-I) to MC-BOOT-GAME.
           if MC-BOOT-GAME = 0
               display "==== SOAK " SOAK-I " of " SOAK-ENTRY-COUNT
                   ": " function trim(SOAK-FILE-NAME (SOAK-I))
                   " ===="
           else
               move MC-BOOT-GAME to SUB-GAME-DISPLAY
               display "==== SOAK " SOAK-I " of " SOAK-ENTRY-COUNT
                   ": " function trim(SOAK-FILE-NAME (SOAK-I))
                   " game " function trim(SUB-GAME-DISPLAY) " ===="
           end-if.

           perform RESET-RUN-STATE.
           perform TAKE-SAVE-LOCK.
           perform JOURNAL-RUN-START.
           move ALERT-RAISED-COUNT to SOAK-ALERTS-BEFORE.
           call "CPU-RESET".
           call "POWER_ON_FILL".
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           call "ROM_VERIFY" using by reference ROM-PATH,
               by value ROM-SIZE, by value VERIFY-NO-PATCH.
           call "CART_HEADER_CHECK".
           if MC-BOOT-GAME = 0 and MC-GAME-COUNT > 0
               perform QUEUE-SUB-GAMES
           end-if.
           call "PROFILE_LOADER".
           perform PICK-HARDWARE-MODE.
           move CART-TITLE to SOAK-TITLE (SOAK-I).
               call "RUN_JOURNAL" using by reference
                   JOURNAL-ACTION-ARG, by value FRAME-COUNT,
                   by value STEP-COUNT
               perform FREE-SAVE-LOCK
           else
               perform ARM-PER-TITLE-TABLES
               call "MBC_INIT"
               call "SRAM_LOAD" using by reference ROM-PATH
               call "APU_INIT" using by reference ROM-PATH
               if SESSION-PLAY-IS-ON
                   move "open" to SINK-ACTION
                   call "AUDIO_SINK" using by reference SINK-ACTION
                   move "open" to PAD-ACTION
                   call "JOYSTICK_INPUT" using by reference PAD-ACTION
               end-if
               call "POST_BOOT_STATE"
               move 256 to R-PC
               perform ARM-MONKEY-RUN thru ARM-MONKEY-RUN-EXIT
               perform START-CONTACT-SHEET thru START-CONTACT-SHEET-EXIT
               perform START-TRANSCRIPT thru START-TRANSCRIPT-EXIT
               perform FETCH-EXECUTE
                   until not KEEP-RUNNING
                   or STEP-COUNT > STEP-LIMIT
                   or WATCHDOG-HAS-TRIPPED
                   or ILLEGAL-STOP-REQUESTED
                   or FRAME-COUNT >= BATCH-FRAME-LIMIT
               perform FINISH-CONTACT-SHEET
                   thru FINISH-CONTACT-SHEET-EXIT
               perform FINISH-TRANSCRIPT thru FINISH-TRANSCRIPT-EXIT
               perform PRINT-BATCH-SUMMARY
               call "APU_CLOSE"
               move "shut" to SINK-ACTION
               call "AUDIO_SINK" using by reference SINK-ACTION
               move "shut" to PAD-ACTION
               call "JOYSTICK_INPUT" using by reference PAD-ACTION
               call "SRAM_SAVE" using by reference ROM-PATH
               perform FREE-SAVE-LOCK
               move FRAME-COUNT to SOAK-FRAMES-RUN (SOAK-I)
               perform CHECK-ABNORMAL-END
               perform JOURNAL-RUN-END
                       move "HUNG" to SOAK-VERDICT (SOAK-I)
                   when R-HAS-REG-ERROR
                       move "REG-ERROR" to SOAK-VERDICT (SOAK-I)
                   when LEVEL-IS-ON and LEVEL-SOUND-DIED
                       move "SOUND-DIED" to SOAK-VERDICT (SOAK-I)
                   when LEVEL-IS-ON and LEVEL-SOUND-CLIPPING
                       move "CLIPPING" to SOAK-VERDICT (SOAK-I)
                   when other
                       move "OK" to SOAK-VERDICT (SOAK-I)
               end-evaluate
           end-if.
           if SOAK-VERDICT (SOAK-I) not = "OK"
                   and ALERT-RAISED-COUNT = SOAK-ALERTS-BEFORE
               perform ALERT-SOAK-FAILURE
           end-if.
           if SOAK-VERDICT (SOAK-I) not = "OK"
                   and SOAK-VERDICT (SOAK-I) not = "HEADER-FAIL"
               perform SHOW-MONKEY-REPLAY
           end-if.

      *    > severity follows the run's return code - a title that
      *    > could not run is MAJOR, one whose sound died MINOR
       ALERT-SOAK-FAILURE.
           move "soak-fail" to ALERT-EVENT.
           evaluate true
               when JOURNAL-RUN-CODE >= 16
                   move "CRITICAL" to ALERT-SEVERITY
               when JOURNAL-RUN-CODE >= 8
                   move "MAJOR" to ALERT-SEVERITY
               when other
                   move "MINOR" to ALERT-SEVERITY
           end-evaluate.
           move JOURNAL-END-REASON to ALERT-REASON.
           if JOURNAL-PATH-OVERRIDE not = spaces
               move JOURNAL-PATH-OVERRIDE to ALERT-ARTIFACTS
           else
               move "colboy-runs.log" to ALERT-ARTIFACTS
           end-if.
           call "ALERT_OUTBOX".

      *    > a compilation cartridge's games each get their own
      *    > queue entry straight after the cartridge's own (menu)
      *    > run, so the roll-up reports every game separately
       QUEUE-SUB-GAMES.
           move MC-GAME-COUNT to SOAK-SHIFT-BY.
           if SOAK-ENTRY-COUNT + SOAK-SHIFT-BY > 512
               compute SOAK-SHIFT-BY = 512 - SOAK-ENTRY-COUNT
           end-if.
           perform SHIFT-SOAK-ENTRY varying SOAK-SHIFT-I
               from SOAK-ENTRY-COUNT by -1
               until SOAK-SHIFT-I <= SOAK-I.
           perform FILL-SUB-GAME-ENTRY varying SOAK-GAME-I from 1 by 1
               until SOAK-GAME-I > SOAK-SHIFT-BY.
           add SOAK-SHIFT-BY to SOAK-ENTRY-COUNT.
           display "compilation cartridge - " MC-GAME-COUNT
               " games queued separately".

       SHIFT-SOAK-ENTRY.
           move SOAK-ENTRY (SOAK-SHIFT-I) to
               SOAK-ENTRY (SOAK-SHIFT-I + SOAK-SHIFT-BY).

       FILL-SUB-GAME-ENTRY.
           move SOAK-FILE-NAME (SOAK-I) to
               SOAK-FILE-NAME (SOAK-I + SOAK-GAME-I).
           move MC-GAME-TITLE (SOAK-GAME-I) to
               SOAK-TITLE (SOAK-I + SOAK-GAME-I).
           move spaces to SOAK-VERDICT (SOAK-I + SOAK-GAME-I).
           move 0 to SOAK-FRAMES-RUN (SOAK-I + SOAK-GAME-I).
           move SOAK-GAME-I to SOAK-SUB-GAME (SOAK-I + SOAK-GAME-I).

      *    > everything one cartridge's run can leave behind that
      *    > would leak into the next title's run
       JOURNAL-RUN-START.
      *    > a compilation cartridge's game journals under the
      *    > cartridge's path tagged #n, so history keeps the games
      *    > apart
           if MC-BOOT-GAME = 0
               move ROM-PATH to JOURNAL-ROM-PATH
           else
               move MC-BOOT-GAME to SUB-GAME-DISPLAY
               move spaces to JOURNAL-ROM-PATH
               string function trim(ROM-PATH) "#"
                   function trim(SUB-GAME-DISPLAY)
                   delimited by size into JOURNAL-ROM-PATH
           end-if.
           move CHECKPOINT-FLAGS-TEXT to JOURNAL-FLAGS-TEXT.
           perform NOTE-FILL-IN-FLAGS.
           perform NOTE-MONKEY-SEED.
           perform NOTE-PREFLIGHT-DROPS.
           perform NOTE-READ-ONLY-SAVES.
           move "start" to JOURNAL-ACTION-ARG.
           call "RUN_JOURNAL" using by reference JOURNAL-ACTION-ARG,
               by value FRAME-COUNT, by value STEP-COUNT.
           if PREFLIGHT-DROPPED-SOME
               move 4 to RUN-CODE-WANTED
               perform RAISE-RUN-CODE
           end-if.
           if SAVE-LOCK-IS-READ-ONLY
               move 4 to RUN-CODE-WANTED
               perform RAISE-RUN-CODE
           end-if.

      *    > the cartridge's save set is locked before its run is
      *    > journaled, so a run that found another instance holding
      *    > it starts its journal record already marked read-only
      *    > (SAVE_LOCK says why on the console). A soft reset or a
      *    > compilation's next game keeps the lock it has.
       TAKE-SAVE-LOCK.
           move "take" to LOCK-ACTION.
           call "SAVE_LOCK" using by reference LOCK-ACTION,
               by reference ROM-PATH.

      *    > once the battery RAM has gone out, the save set is the
      *    > next instance's to take
       FREE-SAVE-LOCK.
           move "free" to LOCK-ACTION.
           call "SAVE_LOCK" using by reference LOCK-ACTION,
               by reference ROM-PATH.

       NOTE-READ-ONLY-SAVES.
           if SAVE-LOCK-IS-READ-ONLY
               move JOURNAL-FLAGS-TEXT to FLAGS-SCRATCH
               move spaces to JOURNAL-FLAGS-TEXT
               string function trim(FLAGS-SCRATCH)
                   " READ-ONLY-SAVES"
                   delimited by size into JOURNAL-FLAGS-TEXT
           end-if.

      *    > outputs the disk-space preflight switched off are named
      *    > on every run they would have been part of
       NOTE-PREFLIGHT-DROPS.
           if PREFLIGHT-DROPPED-SOME
               move JOURNAL-FLAGS-TEXT to FLAGS-SCRATCH
               move spaces to JOURNAL-FLAGS-TEXT
               string function trim(FLAGS-SCRATCH)
                   " PREFLIGHT-DROPPED "
                   function trim(PREFLIGHT-DROP-LIST)
                   delimited by size into JOURNAL-FLAGS-TEXT
           end-if.

      *    > a fill that came from colboy.cfg, a bundle or the
      *    > clock is spelled out as the flags that would repeat it,
      *    > so every randomized run's journal line carries its seed
       NOTE-FILL-IN-FLAGS.
           if FILL-IS-ZERO
               continue
           else
               if FILL-ON-LINE = 0
                   evaluate true
                       when FILL-IS-FF
                           move "FF" to FILL-NAME
                       when FILL-IS-DMG-PATTERN
                           move "DMG" to FILL-NAME
                       when other
                           move "RANDOM" to FILL-NAME
                   end-evaluate
                   move JOURNAL-FLAGS-TEXT to FLAGS-SCRATCH
                   move spaces to JOURNAL-FLAGS-TEXT
                   string function trim(FLAGS-SCRATCH) " FILL "
                       function trim(FILL-NAME) delimited by size
                       into JOURNAL-FLAGS-TEXT
               end-if
               if FILL-IS-RANDOM and SEED-ON-LINE = 0
                   move POWER-FILL-SEED to SEED-DISPLAY
                   move JOURNAL-FLAGS-TEXT to FLAGS-SCRATCH
                   move spaces to JOURNAL-FLAGS-TEXT
                   string function trim(FLAGS-SCRATCH) " SEED "
                       function trim(SEED-DISPLAY) delimited by size
                       into JOURNAL-FLAGS-TEXT
               end-if
           end-if.

      *    > a monkey seed the clock drew is written out as the
      *    > flag that repeats it - the later MONKEY wins on re-parse
       NOTE-MONKEY-SEED.
           if MONKEY-IS-ON and MONKEY-SEED-WAS-DRAWN
               move MONKEY-SEED to SEED-DISPLAY
               move JOURNAL-FLAGS-TEXT to FLAGS-SCRATCH
               move spaces to JOURNAL-FLAGS-TEXT
               string function trim(FLAGS-SCRATCH) " MONKEY "
                   function trim(SEED-DISPLAY) delimited by size
                   into JOURNAL-FLAGS-TEXT
           end-if.

      *    > a random fill with no seed from anyone takes one from
      *    > the clock - once, up front, so a soak queue's titles
      *    > and a soft reset all see the same power-on garbage
       DRAW-FILL-SEED.
           if FILL-IS-RANDOM and not FILL-SEED-WAS-GIVEN
               perform READ-DEADLINE-CLOCK
               compute POWER-FILL-SEED = function mod(
                   (CLOCK-NOW * 100)
                   + function numval(CLOCK-TEXT (15:2)),
                   2147483648)
               move 1 to POWER-FILL-SEED-SET
               move POWER-FILL-SEED to SEED-DISPLAY
               display "(power-on fill: random, seed "
                   function trim(SEED-DISPLAY) ")"
           end-if.

      *    > the monkey's seed is settled once, up front, the same
      *    > way - every title of a queue replays the same stream.
      *    > Its presses are always recorded: to the RECORD movie
      *    > when one was named, otherwise to one per title beside
      *    > the cartridge. A movie being played back already owns
      *    > the pad, so the monkey stands down.
       DRAW-MONKEY-SEED.
           if not MONKEY-IS-ON
               go to DRAW-MONKEY-SEED-EXIT
           end-if.
           if MOVIE-IS-PLAYING
               display "MONKEY ignored - PLAYBACK is driving the pad"
               move 0 to MONKEY-ENABLED
               go to DRAW-MONKEY-SEED-EXIT
           end-if.
           if MONKEY-SEED-WAS-DRAWN
               perform READ-DEADLINE-CLOCK
               compute MONKEY-SEED = function mod(
                   (CLOCK-NOW * 100)
                   + function numval(CLOCK-TEXT (15:2)),
                   2147483648)
           end-if.
           move MONKEY-SEED to SEED-DISPLAY.
           display "(monkey input: seed "
               function trim(SEED-DISPLAY) ")".
           if not MOVIE-IS-RECORDING
               move 1 to MOVIE-RECORD-ENABLED
               move 1 to MONKEY-OWNS-MOVIE
           end-if.
       DRAW-MONKEY-SEED-EXIT.
           exit paragraph.

      *    > before each title runs: restart the stream at the seed
      *    > and, when the movie is ours, point it at this title's
      *    > own file - a compilation's games each get theirs
       ARM-MONKEY-RUN.
           if not MONKEY-IS-ON
               go to ARM-MONKEY-RUN-EXIT
           end-if.
           if MONKEY-MOVIE-IS-OURS
               move MONKEY-SEED to SEED-DISPLAY
               move spaces to MOVIE-RECORD-PATH
               if MC-BOOT-GAME = 0
                   string function trim(ROM-PATH) ".monkey-"
                       function trim(SEED-DISPLAY) ".movie"
                       delimited by size into MOVIE-RECORD-PATH
               else
                   move MC-BOOT-GAME to SUB-GAME-DISPLAY
                   string function trim(ROM-PATH) ".game"
                       function trim(SUB-GAME-DISPLAY) ".monkey-"
                       function trim(SEED-DISPLAY) ".movie"
                       delimited by size into MOVIE-RECORD-PATH
               end-if
               move 1 to MOVIE-RECORD-REOPEN
           end-if.
           move "arm" to MONKEY-ACTION.
           call "MONKEY_TICK" using by reference MONKEY-ACTION,
               by value FRAME-COUNT.
       ARM-MONKEY-RUN-EXIT.
           exit paragraph.

      *    > only a live session is anybody's playtime - batch, soak
      *    > and test runs never count against an allowance
       ARM-PLAYTIME.
           move 0 to PLAYTIME-ENABLED.
           move 0 to PLAYTIME-TRIPPED.
           if SESSION-PLAY-IS-ON
               move "arm" to PLAYTIME-ACTION
               call "PLAYTIME_CHECK" using by reference PLAYTIME-ACTION
           end-if.

      *    > a monkey run that died says how to watch it die again
       SHOW-MONKEY-REPLAY.
           if MONKEY-IS-ON
               if MC-BOOT-GAME = 0
                   display "reproduce with: " function trim(ROM-PATH)
                       " PLAYBACK " function trim(MOVIE-RECORD-PATH)
               else
                   move MC-BOOT-GAME to SUB-GAME-DISPLAY
                   display "reproduce with: " function trim(ROM-PATH)
                       " SUBGAME " function trim(SUB-GAME-DISPLAY)
                       " PLAYBACK " function trim(MOVIE-RECORD-PATH)
               end-if
           end-if.

       JOURNAL-RUN-END.
           evaluate true
                   move "reg-error" to JOURNAL-END-REASON
               when STEP-COUNT > STEP-LIMIT
                   move "step-limit" to JOURNAL-END-REASON
               when LEVEL-IS-ON and LEVEL-SOUND-DIED
                   move "audio-silent" to JOURNAL-END-REASON
               when LEVEL-IS-ON and LEVEL-SOUND-CLIPPING
                   move "audio-clipping" to JOURNAL-END-REASON
               when DEADLINE-HAS-TRIPPED
                   move "window-end" to JOURNAL-END-REASON
               when PLAYTIME-HAS-TRIPPED
                   move "playtime-limit" to JOURNAL-END-REASON
               when TESTROM-PASSED
                   move "testrom-pass" to JOURNAL-END-REASON
               when TESTROM-FAILED
           move 0 to BUNDLE-SIZE.
           move 0 to BUNDLE-HAS-STATE.
           move spaces to BUNDLE-HW.
      *    > a bundle with no FILL= line predates the fill modes -
      *    > it was recorded on zeroed RAM
           move 0 to POWER-FILL-MODE.
           open input BUNDLE-FILE.
           if not BUNDLE-STATUS-OK
               display "BUNDLE refused - no bundle.cfg in "
               perform REFUSE-BUNDLE
           end-if.

           move 0 to HARDWARE-MODEL.
           evaluate BUNDLE-HW
               when "SGB"
                   move 1 to HARDWARE-MODE
               when "SGB2"
                   move 1 to HARDWARE-MODE
                   move 1 to HARDWARE-MODEL
               when "CGB"
                   move 2 to HARDWARE-MODE
               when "AGB"
                   move 2 to HARDWARE-MODE
                   move 1 to HARDWARE-MODEL
               when "MGB"
                   move 0 to HARDWARE-MODE
                   move 1 to HARDWARE-MODEL
               when other
                   move 0 to HARDWARE-MODE
           end-evaluate.
           move 1 to HARDWARE-MODE-SET.
      *    > the recorded power-on RAM, repainted over whatever the
      *    > startup fill left - nothing has run yet to disturb it
           call "POWER_ON_FILL".
           move 0 to FILL-ON-LINE.
           move 0 to SEED-ON-LINE.
           move CHECKPOINT-FLAGS-TEXT to JOURNAL-FLAGS-TEXT.
           perform NOTE-FILL-IN-FLAGS.
           move 1 to MOVIE-PLAY-ENABLED.
           move spaces to MOVIE-PLAY-PATH.
           string function trim(BUNDLE-DIR) "/movie.txt"
           move "end" to JOURNAL-ACTION-ARG.
           call "RUN_JOURNAL" using by reference JOURNAL-ACTION-ARG,
               by value FRAME-COUNT, by value STEP-COUNT.
           perform FREE-SAVE-LOCK.
           move JOURNAL-WORST-CODE to return-code.
           stop run.

       READ-BUNDLE-LINE.
                   move function numval(BUNDLE-VALUE) to
                       BUNDLE-SIZE
               when "HARDWARE"
                   move BUNDLE-VALUE (1:4) to BUNDLE-HW
               when "STATE"
                   if function upper-case(
                           function trim(BUNDLE-VALUE)) = "YES"
                       move 1 to BUNDLE-HAS-STATE
                   end-if
               when "FILL"
                   move BUNDLE-VALUE (1:12) to BUNDLE-FILL-NAME
                   call "FILL_SELECT" using by reference
                       BUNDLE-FILL-NAME
               when "SEED"
                   move function numval(BUNDLE-VALUE) to
                       POWER-FILL-SEED
                   move 1 to POWER-FILL-SEED-SET
           end-evaluate.

      *    > the catalog's checksum arithmetic over the loaded
      *    > nobody chose a hardware mode, so the cartridge header
      *    > does: bit 7 of the CGB flag means the game wants CGB,
      *    > the 0x03 SGB flag marks Super Game Boy awareness, and
      *    > everything else stays plain DMG - each in the
      *    > revision colboy.cfg's AUTO-MODEL asks for
       PICK-HARDWARE-MODE.
           if HARDWARE-WAS-CHOSEN
               continue
           else
               move AUTO-PICK-MODEL to HARDWARE-MODEL
               evaluate true
                   when CART-CGB-FLAG >= 128
                       move 2 to HARDWARE-MODE
                       perform NAME-HARDWARE-MODEL
                       display "(auto: " function trim(HARDWARE-NAME)
                           " hardware for "
                           function trim(CART-TITLE) ")"
                   when CART-SGB-AWARE
                       move 1 to HARDWARE-MODE
                       perform NAME-HARDWARE-MODEL
                       display "(auto: " function trim(HARDWARE-NAME)
                           " hardware for "
                           function trim(CART-TITLE) ")"
                   when other
                       move 0 to HARDWARE-MODE
               end-evaluate
           end-if.

       NAME-HARDWARE-MODEL.
           evaluate true
               when HARDWARE-IS-CGB and MODEL-IS-LATER
                   move "AGB" to HARDWARE-NAME
               when HARDWARE-IS-CGB
                   move "CGB" to HARDWARE-NAME
               when HARDWARE-IS-SGB and MODEL-IS-LATER
                   move "SGB2" to HARDWARE-NAME
               when HARDWARE-IS-SGB
                   move "SGB" to HARDWARE-NAME
               when MODEL-IS-LATER
                   move "MGB" to HARDWARE-NAME
               when other
                   move "DMG" to HARDWARE-NAME
           end-evaluate.

       RESET-RUN-STATE.
           move 1 to RUN-SWITCH.
           perform RESTORE-CONFIG-BASELINE.
           perform CLEAR-CHEAT-TABLES.
           move 0 to PROGRESS-START-STAMP.
           move 0 to PROGRESS-LAST-FRAME.
           move spaces to PROGRESS-LAST-LINE.
           move 0 to PRESENCE-LAST-STAMP.
           move spaces to PRESENCE-LINE.
           move 0 to PRESENCE-FRESH.
           move 0 to WATCHDOG-TRIPPED.
           move 0 to ILLEGAL-STOP-FLAG.
           move 0 to ILLEGAL-HIT-COUNT.
           move 0 to SPEED-RESIDUE.
           move 0 to FLIGHT-CURSOR.
           move 0 to FLIGHT-FILLED.
           move 0 to LAG-JOYPAD-READ.
           move 0 to LAG-LAST-VERDICT.
           move 0 to LAG-LAST-FRAME.
           move 0 to LAG-FRAME-TOTAL.
           if LOAD-IS-ON
               move "wipe" to CPU-LOAD-ACTION
               call "CPU_LOAD" using by reference CPU-LOAD-ACTION,
                   by value FRAME-COUNT
           end-if.
           if LEVEL-IS-ON
               move "wipe" to LEVEL-ACTION
               call "AUDIO_LEVEL" using by reference LEVEL-ACTION
           end-if.
           perform CLEAR-RAM-BANK-BYTE varying CLEAR-I from 1 by 1
               until CLEAR-I > 131072.

       CLEAR-RAM-BANK-BYTE.
           move 0 to RAM-BANK-ARR (CLEAR-I).

      *    > cheats are per title - cheats.cfg reloads and each
      *    > title's profile adds its own codes afresh
       CLEAR-CHEAT-TABLES.
           move 0 to CHEAT-COUNT.
           move 0 to CHEAT-ROM-COUNT.
           move 0 to CHEAT-FILE-LOADED.

      *    > the profile loader arms and loads its own keys as it
      *    > reads them; this covers arming that came from the
      *    > command line and so has no profile line to reload it
       ARM-PER-TITLE-TABLES.
           if CHEAT-ENGINE-IS-ON and not CHEAT-FILE-IS-LOADED
               call "CHEAT_LOADER"
           end-if.
           if ACHIEVE-IS-ON and BASE-ACHIEVE = 1
               call "ACHIEVE_LOADER"
           end-if.
           if PRESENCE-IS-ON and BASE-PRESENCE = 1
               call "PRESENCE_LOADER"
           end-if.
           if DATALOG-IS-ON and BASE-DATALOG = 1
               call "DATALOG_LOADER"
           end-if.
           if SCREEN-TEXT-IS-ON and BASE-TRANSCRIPT = 1
               move "load" to TRANSCRIPT-ACTION
               call "SCREEN_TEXT" using by reference
                   TRANSCRIPT-ACTION, by value FRAME-COUNT
           end-if.
      *    > this title's Game Genie codes keep their addresses on
      *    > the long way from its first instruction
           call "MEM_ROUTE_REFRESH".

       SNAPSHOT-CONFIG-BASELINE.
           move HARDWARE-MODE to BASE-HARDWARE-MODE.
           move HARDWARE-MODE-SET to BASE-HARDWARE-SET.
           move HARDWARE-MODEL to BASE-HARDWARE-MODEL.
           move OVERCLOCK-FACTOR to BASE-OVERCLOCK.
           move ACCESS-GUARD-ENABLED to BASE-ACCESS-GUARD.
           move PPU-ACCURACY-MODE to BASE-ACCURACY.
           move KEYBIND-START to BASE-KEYBINDS (8:1).
           move KEYBIND-TURBO-A to BASE-KEYBINDS (9:1).
           move KEYBIND-TURBO-B to BASE-KEYBINDS (10:1).
           move KEYBIND-TILT-LEFT to BASE-KEYBINDS (11:1).
           move KEYBIND-TILT-RIGHT to BASE-KEYBINDS (12:1).
           move KEYBIND-TILT-UP to BASE-KEYBINDS (13:1).
           move KEYBIND-TILT-DOWN to BASE-KEYBINDS (14:1).
           move TURBO-ON-FRAMES to BASE-TURBO-ON.
           move TURBO-OFF-FRAMES to BASE-TURBO-OFF.
           perform SNAPSHOT-PALETTE-COLOR
           move CHEAT-ENGINE-ENABLED to BASE-CHEATS.
           move ACHIEVE-ENABLED to BASE-ACHIEVE.
           move ACHIEVE-CONFIG-PATH to BASE-ACHIEVE-PATH.
           move PRESENCE-ENABLED to BASE-PRESENCE.
           move PRESENCE-CONFIG-PATH to BASE-PRESENCE-PATH.
           move DATALOG-ENABLED to BASE-DATALOG.
           move DATALOG-CONFIG-PATH to BASE-DATALOG-PATH.
           move SCREEN-TEXT-ENABLED to BASE-TRANSCRIPT.
           move SCREEN-TEXT-TBL-PATH to BASE-TRANSCRIPT-TBL.

       SNAPSHOT-PALETTE-COLOR.
           move DMG-PAL-R (BASE-PAL-I) to BASE-PAL-R (BASE-PAL-I).
       RESTORE-CONFIG-BASELINE.
           move BASE-HARDWARE-MODE to HARDWARE-MODE.
           move BASE-HARDWARE-SET to HARDWARE-MODE-SET.
           move BASE-HARDWARE-MODEL to HARDWARE-MODEL.
           move BASE-OVERCLOCK to OVERCLOCK-FACTOR.
           move BASE-ACCESS-GUARD to ACCESS-GUARD-ENABLED.
           move BASE-ACCURACY to PPU-ACCURACY-MODE.
           move BASE-KEYBINDS (8:1) to KEYBIND-START.
           move BASE-KEYBINDS (9:1) to KEYBIND-TURBO-A.
           move BASE-KEYBINDS (10:1) to KEYBIND-TURBO-B.
           move BASE-KEYBINDS (11:1) to KEYBIND-TILT-LEFT.
           move BASE-KEYBINDS (12:1) to KEYBIND-TILT-RIGHT.
           move BASE-KEYBINDS (13:1) to KEYBIND-TILT-UP.
           move BASE-KEYBINDS (14:1) to KEYBIND-TILT-DOWN.
           move BASE-TURBO-ON to TURBO-ON-FRAMES.
           move BASE-TURBO-OFF to TURBO-OFF-FRAMES.
           perform RESTORE-PALETTE-COLOR
           move BASE-CHEATS to CHEAT-ENGINE-ENABLED.
           move BASE-ACHIEVE to ACHIEVE-ENABLED.
           move BASE-ACHIEVE-PATH to ACHIEVE-CONFIG-PATH.
           move BASE-PRESENCE to PRESENCE-ENABLED.
           move BASE-PRESENCE-PATH to PRESENCE-CONFIG-PATH.
           move BASE-DATALOG to DATALOG-ENABLED.
           move BASE-DATALOG-PATH to DATALOG-CONFIG-PATH.
           move BASE-TRANSCRIPT to SCREEN-TEXT-ENABLED.
           move BASE-TRANSCRIPT-TBL to SCREEN-TEXT-TBL-PATH.

       RESTORE-PALETTE-COLOR.
           move BASE-PAL-R (BASE-PAL-I) to DMG-PAL-R (BASE-PAL-I).
               perform CHECK-STOP-WAKE
           end-if.
           if not R-IS-HALTED and not R-IS-STOPPED
               move R-PC to MEM-ADDRESS
               perform READ-MEMORY-BYTE
               move MEM-BYTE to OPCODE
               perform RECORD-FLIGHT
               if COVERAGE-IS-ON
                   perform MARK-COVERAGE
               end-if
               if DEBUG-IS-ON
                   call "DEBUGGER" using by value OPCODE
      *                > a stop can add or drop watches or start a
      *                > "who" replay
                   call "MEM_ROUTE_REFRESH"
                   if DEBUG-MUST-REFETCH
                       move 0 to DEBUG-REFETCH
                       move R-PC to MEM-ADDRESS
                       perform READ-MEMORY-BYTE
                       move MEM-BYTE to OPCODE
                   end-if
               end-if
      *            > the HALT bug: the fetch after a bugged HALT
      *            > fails to advance PC, so the byte after HALT is
               add HDMA-PENDING-CYCLES to CYCLE-COUNT
               move 0 to HDMA-PENDING-CYCLES
           end-if.
      *    > the CPU's own cycles, before any speed scaling: idle
      *    > or working, for the per-frame load report
           if LOAD-IS-ON
               if R-IS-HALTED or R-IS-STOPPED
                   add CYCLE-COUNT to LOAD-HALT-CYCLES
               else
                   add CYCLE-COUNT to LOAD-BUSY-CYCLES
               end-if
           end-if.
      *    > the CGB double-speed halving and the overclock factor
      *    > stack: the peripherals see the instruction's cycles
      *    > shrunk by both, so they keep real cadence while the
           if SERIAL-TRANSFER-ACTIVE = 1 or LINK-IS-ON
               call "SERIAL_STEP" using by value PERIPHERAL-CYCLES
           end-if.
           if AUDIO-DUMP-IS-ON or AUDIO-LIVE-IS-ON or STREAM-IS-ON
               call "APU_STEP" using by value PERIPHERAL-CYCLES
           end-if.
           if CHEAT-ENGINE-IS-ON
           add CYCLE-COUNT to R-CYCLES.
           add 1 to STEP-COUNT.

      *    > plain ROM, work RAM and high RAM come straight out of
      *    > MEMORY-ARR; anything else, or an address marked to go
      *    > the long way, through READ_BYTE (see mem_route)
       READ-MEMORY-BYTE.
           compute MEM-CELL = MEM-ADDRESS + 1.
           if MEM-ROUTE-IS-FAST and MEM-LONG-CELL (MEM-CELL) = 0
                   and (MEM-CELL <= 32768
                   or (MEM-CELL >= 49153 and MEM-CELL <= 57344)
                   or (MEM-CELL >= 65409 and MEM-CELL <= 65535))
               move MEMORY-ARR (MEM-CELL) to MEM-BYTE
               add 1 to MEM-FAST-COUNT
           else
               call "READ_BYTE" using by reference MEM-BYTE,
                    by value MEM-ADDRESS
               add 1 to MEM-LONG-COUNT
           end-if.

      *    > the CB prefix's cost lands on the sub-opcode the
      *    > dispatcher recorded, everything else on the opcode
       TALLY-OPCODE-PROFILE.

      *    > the rotating autosave: auto1 through auto3, oldest
      *    > overwritten, so an evening of play always has a
      *    > recent moment to come back to - the named player's
      *    > own three, kept apart from everyone else's
       CHECK-AUTOSAVE.
           if FRAME-COUNT >= AUTOSAVE-LAST-FRAME
                   + AUTOSAVE-INTERVAL
               move FRAME-COUNT to AUTOSAVE-LAST-FRAME
               perform WRITE-AUTOSAVE
           end-if.

       WRITE-AUTOSAVE.
           if AUTOSAVE-NEXT-SLOT < 1 or AUTOSAVE-NEXT-SLOT > 3
               move 1 to AUTOSAVE-NEXT-SLOT
           end-if.
           move AUTOSAVE-NEXT-SLOT to AUTOSAVE-DIGIT.
           move spaces to AUTOSAVE-BASE.
           string "auto" AUTOSAVE-DIGIT delimited by size
               into AUTOSAVE-BASE.
           call "SAVE_NAME" using by reference AUTOSAVE-BASE,
               by reference AUTOSAVE-SUFFIX,
               by reference AUTOSAVE-PATH.
           call "SAVE_STATE" using by reference AUTOSAVE-PATH.
           if not SAVE-LOCK-IS-READ-ONLY
               display "-- autosaved to "
                   function trim(AUTOSAVE-PATH) " --"
           end-if.
           add 1 to AUTOSAVE-NEXT-SLOT.
           if AUTOSAVE-NEXT-SLOT > 3
               move 1 to AUTOSAVE-NEXT-SLOT
           end-if.

      *    > the reset button, without ending the process: journal
       SOFT-RESET-CARTRIDGE.
           move 0 to SESSION-RESET-FLAG.
           display "-- soft reset --".
           move spaces to SUBTITLE-TEXT.
           if RESET-REASON = "reload"
               move "Reset - ROM reloaded from disk" to SUBTITLE-TEXT
           else
               move "Soft reset" to SUBTITLE-TEXT
           end-if.
           call "AVI_SUBTITLE" using by reference SUBTITLE-ACTION,
               by reference SUBTITLE-TEXT.
           move RESET-REASON to JOURNAL-END-REASON.
           move "soft-reset" to RESET-REASON.
           move "end" to JOURNAL-ACTION-ARG.
           call "RUN_JOURNAL" using by reference JOURNAL-ACTION-ARG,
               by value FRAME-COUNT, by value STEP-COUNT.
           perform TAKE-SAVE-LOCK.
           perform JOURNAL-RUN-START.

           call "CPU-RESET".
           call "POWER_ON_FILL".
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           if PATCH-WANTED
                   BOOT-ROM-PATH
               move 0 to R-PC
           else
               call "POST_BOOT_STATE"
               move 256 to R-PC
           end-if.

      *    > preview redraw itself still rides on PPU_STEP's own
      *    > per-VBlank ASCII_PREVIEW call)
       ONCE-PER-FRAME.
           call "MEM_ROUTE_REFRESH".
           if LINK-TRAFFIC-IS-ON
               move FRAME-COUNT to LINK-FRAME-STAMP
           end-if.
           if MOVIE-IS-PLAYING
               call "MOVIE_PLAYBACK" using by value FRAME-COUNT
           end-if.
           if MACRO-ACTIVE not = 0
               call "MACRO_TICK" using by value FRAME-COUNT
           end-if.
           if MONKEY-IS-ON
               move "tick" to MONKEY-ACTION
               call "MONKEY_TICK" using by reference MONKEY-ACTION,
                   by value FRAME-COUNT
           end-if.
           if SESSION-PLAY-IS-ON and AUTOSAVE-INTERVAL > 0
               perform CHECK-AUTOSAVE
           end-if.
               call "GIF_EXPORT" using by value FRAME-COUNT,
                   by value 0
           end-if.
           if SHEET-IS-ON
               move "take" to SHEET-ACTION
               call "CONTACT_SHEET" using by reference SHEET-ACTION,
                   by value FRAME-COUNT
           end-if.
           if AVI-IS-ON
               call "AVI_EXPORT" using by value FRAME-COUNT,
                   by value 0
           if SPLITS-ARE-ON
               call "SPLITS_CHECK" using by value FRAME-COUNT
           end-if.
           if SCREEN-TEXT-IS-ON
               move "scan" to TRANSCRIPT-ACTION
               call "SCREEN_TEXT" using by reference
                   TRANSCRIPT-ACTION, by value FRAME-COUNT
           end-if.
           if LOAD-IS-ON
               move "take" to CPU-LOAD-ACTION
               call "CPU_LOAD" using by reference CPU-LOAD-ACTION,
                   by value FRAME-COUNT
           end-if.
           if BATCH-IS-ON
               call "BATCH_PROGRESS" using by value FRAME-COUNT,
                   by value STEP-COUNT, by value BATCH-FRAME-LIMIT
           end-if.
           if PRESENCE-IS-ON
               call "PRESENCE_CHECK" using by value FRAME-COUNT
           end-if.
           if CONTROL-IS-ON
               call "CONTROL_CHANNEL" using by value FRAME-COUNT
           end-if.
           if AUDIO-LIVE-IS-ON
      *        > the frame's sound goes out just before the governor
      *        > holds the frame to real time - see AUDIO_SINK
               move "feed" to SINK-ACTION
               call "AUDIO_SINK" using by reference SINK-ACTION
           end-if.
           if STREAM-IS-ON
      *        > the broadcast feed's picture and sound go out on the
      *        > same beat - see STREAM_OUT
               move "feed" to STREAM-ACTION
               call "STREAM_OUT" using by reference STREAM-ACTION
           end-if.
           if PACE-IS-ON
               call "PACE_GOVERNOR" using by value FRAME-COUNT
           end-if.
           if DEADLINE-IS-ON and not DEADLINE-HAS-TRIPPED
               perform CHECK-DEADLINE
           end-if.
           if PLAYTIME-IS-ON and not PLAYTIME-HAS-TRIPPED
               perform CHECK-PLAYTIME
           end-if.
      *    > every service has seen this frame's rumble track -
      *    > the next frame starts from the motor's live line
           move MBC5-RUMBLE-MOTOR to MBC5-RUMBLE-FRAME.

      *    > walks every command-line argument after the ROM path.
      *    > each is an independent flag word; REWIND/BATCH/BOOT/
      *    > as low-values, which would poison the manifest line it
      *    > gets written into, so blank it explicitly first
           move spaces to CHECKPOINT-FLAGS-TEXT.
           move spaces to PROGRESS-LAST-LINE.
           move spaces to PRESENCE-LINE.
           move spaces to SCREEN-TEXT-TBL-PATH.
           move spaces to JOURNAL-PATH-OVERRIDE.
           move 0 to JOURNAL-RUN-CODE.
           move 0 to JOURNAL-WORST-CODE.
           move 8 to SCREEN-TEXT-SETTLE.
           move 0 to MC-BOOT-GAME.
           move 0 to MONKEY-ENABLED.
           move 0 to MOVIE-RECORD-REOPEN.
           move 0 to GBS-ENABLED.
           move 0 to LEVEL-ENABLED.
           move 0 to STREAM-ENABLED.
           move 0 to SHEET-ENABLED.
           move 300 to SHEET-EVERY.
           move 0 to SCREEN-TEXT-ENABLED.
           move 0 to TRACE-FORMAT.
           move 0 to GBS-SONG-WANTED.
           move 60 to GBS-SECONDS.
           move 112 to GBS-ENTRY-ADDR.
           move function when-compiled to COMPILE-STAMP.
           move spaces to BUILD-ID-TEXT.
           string COMPILE-STAMP (1:8) "-" COMPILE-STAMP (9:4)
               delimited by size into BUILD-ID-TEXT.
           perform CLEAR-CHEAT-TABLES.
           accept ARG-COUNT from argument-number.
           move spaces to JOURNAL-SOAK-ID.
           move 2 to ARG-INDEX.
           perform PARSE-ONE-FLAG until ARGS-EXHAUSTED.
           move BUILD-ID-TEXT to JOURNAL-BUILD-ID.

       PARSE-ONE-FLAG.
           perform FETCH-NEXT-ARG.
                   move 1 to ASCII-PREVIEW-ENABLED
               when "TRACE"
                   move 1 to TRACE-ENABLED
               when "TRACE-DOCTOR"
      *            > trace in the gameboy-doctor layout, for diffing
      *            > against a reference emulator's published log
                   move 1 to TRACE-ENABLED
                   move 1 to TRACE-FORMAT
               when "DEBUG"
      *            > start in single-step so the first instruction
      *            > drops straight into the console prompt - there
                   move 1 to STEM-ENABLED
               when "CHEATS"
                   move 1 to CHEAT-ENGINE-ENABLED
               when "FILL"
      *            > what RAM holds at power-on - ZERO, FF, DMG or
      *            > RANDOM - winning over colboy.cfg's FILL= line
                   perform FETCH-NEXT-ARG
                   move ARG-TOKEN (1:12) to FILL-NAME
                   call "FILL_SELECT" using by reference FILL-NAME
                   move 1 to FILL-ON-LINE
               when "SEED"
      *            > the random fill's seed, for replaying a run the
      *            > journal says was randomized
                   perform FETCH-NEXT-ARG
                   move function numval(ARG-TOKEN) to POWER-FILL-SEED
                   move 1 to POWER-FILL-SEED-SET
                   move 1 to SEED-ON-LINE
               when "PLAY"
      *            > live session: poll the keyboard and redraw the
      *            > ASCII preview every frame so a cartridge can be
      *            > with RECORD for capturing the result
                   move 1 to AUTHOR-ENABLED
                   move 1 to ASCII-PREVIEW-ENABLED
               when "SUBGAME"
      *            > a compilation cartridge's game number n, booted
      *            > straight past the menu the way the menu itself
      *            > would hand over
                   perform FETCH-NEXT-ARG
                   move function numval(ARG-TOKEN) to MC-BOOT-GAME
               when "GBS"
      *            > play a GBS music rip - one song by number, or
      *            > ALL of them, each into its own WAV
                   move 1 to GBS-ENABLED
                   perform FETCH-NEXT-ARG
                   move function numval(ARG-TOKEN) to GBS-SONG-WANTED
               when "GBS-LENGTH"
      *            > seconds of emulated time per song (60 unless told)
                   perform FETCH-NEXT-ARG
                   move function numval(ARG-TOKEN) to GBS-SECONDS
               when "PACE"
      *            > throttle to the real 59.7 frames per second on
      *            > its own, without the rest of the live session
                   move 1 to MOVIE-RECORD-ENABLED
                   perform FETCH-NEXT-ARG
                   move ARG-TOKEN to MOVIE-RECORD-PATH
               when "MONKEY"
      *            > press pseudo-random buttons from the seed given
      *            > (RANDOM for one off the clock), recording every
      *            > press to a movie so a crash replays exactly
                   move 1 to MONKEY-ENABLED
                   perform FETCH-NEXT-ARG
                   if function trim(ARG-TOKEN) is numeric
                       move function numval(ARG-TOKEN) to MONKEY-SEED
                   else
                       move 1 to MONKEY-SEED-DRAWN
                   end-if
               when "PLAYBACK"
      *            > replay a recorded movie's transitions on the
      *            > exact frames they were captured on
                           delimited by size into SYSTEM-COMMAND
                   end-if
                   call "SYSTEM" using by reference SYSTEM-COMMAND
               when "LINK-LOG"
      *            > capture every byte over the cable or the hub
      *            > to this end's traffic file for LINK_TRACE
                   move 1 to LINK-TRAFFIC-ENABLED
               when "IR"
      *            > infrared between two instances: this side's
      *            > number (1 or 2) picks which ir-* exchange file
                   move 1 to ACHIEVE-ENABLED
                   perform FETCH-NEXT-ARG
                   move ARG-TOKEN to ACHIEVE-CONFIG-PATH
               when "PRESENCE"
      *            > rich presence: what the player is doing, read
      *            > from memory by the named definition file
                   move 1 to PRESENCE-ENABLED
                   perform FETCH-NEXT-ARG
                   move ARG-TOKEN to PRESENCE-CONFIG-PATH
               when "GIF"
      *            > record the given frame range (FROM-TO) straight
      *            > into one animated colboy.gif
                       move function numval(GIF-RANGE-TO) to
                           AVI-TO-FRAME
                   end-if
               when "CONTACT-SHEET"
      *            > one grid picture of the run, a thumbnail every
      *            > given number of frames plus the final frame
                   move 1 to SHEET-ENABLED
                   perform FETCH-NEXT-ARG
                   move function numval(ARG-TOKEN) to SHEET-EVERY
               when "TRANSCRIPT"
      *            > the words on screen, read through the title's
      *            > .tbl file, logged as the game says them
                   move 1 to SCREEN-TEXT-ENABLED
                   perform FETCH-NEXT-ARG
                   move ARG-TOKEN to SCREEN-TEXT-TBL-PATH
                   move "load" to TRANSCRIPT-ACTION
                   call "SCREEN_TEXT" using by reference
                       TRANSCRIPT-ACTION, by value FRAME-COUNT
               when "GIF-SKIP"
                   perform FETCH-NEXT-ARG
                   move function numval(ARG-TOKEN) to GIF-SKIP
      *            > for the end-of-run hottest table and the
      *            > 256x256 intensity image
                   move 1 to HEATMAP-ENABLED
               when "CPU-LOAD"
      *            > measure each frame's CPU load - HALTed against
      *            > executing cycles - and report it at the end, to
      *            > size a title's OVERCLOCK factor
                   move 1 to LOAD-ENABLED
               when "COVERAGE"
      *            > track which bank-qualified ROM addresses the
      *            > fetch loop actually executes
      *            > put a Game Boy Printer on the other end of the
      *            > link cable instead of the loopback
                   move 1 to PRINTER-ENABLED
               when "MOBILE"
      *            > put a Mobile Adapter GB on the link cable, the
      *            > named mailbox directory standing in for the
      *            > telephone network
                   move 1 to MOBILE-ENABLED
                   perform FETCH-NEXT-ARG
                   move ARG-TOKEN to MOBILE-DIR
               when "SERVE"
      *            > frontend server mode: publish each frame to the
      *            > exchange file and obey colboy-control.cmd
                   perform FETCH-NEXT-ARG
                   move ARG-TOKEN to SOAK-LIST-PATH
                   move 1 to SOAK-LIST-PROVIDED
               when "BUILD-ID"
      *            > the build a TESTROM verdict is recorded against
      *            > in the conformance ledger - a release tag or a
      *            > commit instead of the compile stamp
                   perform FETCH-NEXT-ARG
                   move ARG-TOKEN to BUILD-ID-TEXT
               when "SOAK-ID"
      *            > the soak session the journal rows are filed
      *            > under - SOAK_COORDINATOR hands every worker the
      *            > same one
                   perform FETCH-NEXT-ARG
                   move ARG-TOKEN to JOURNAL-SOAK-ID
               when "JOURNAL"
      *            > journal to a private file instead of
      *            > colboy-runs.log - parallel workers must never
               when other
                   display "WARNING: unknown flag ignored: "
                       function trim(FLAG-WORD)
                   move 4 to RUN-CODE-WANTED
                   perform RAISE-RUN-CODE
           end-evaluate.

       ARM-DEADLINE.
               call "CHECKPOINT_WRITE" using by value FRAME-COUNT
           end-if.

      *    > the allowance ran out: the moment goes into the player's
      *    > next auto slot and the session ends at this frame
      *    > boundary, the way a closing batch window does
       CHECK-PLAYTIME.
           move "tick" to PLAYTIME-ACTION.
           call "PLAYTIME_CHECK" using by reference PLAYTIME-ACTION.
           if PLAYTIME-HAS-TRIPPED
               display "-- playtime is up for "
                   function trim(PLAYER-NAME)
                   " - saving and stopping --"
               perform WRITE-AUTOSAVE
           end-if.

      *    > a flag that wants a value but sits last on the line gets
      *    > spaces back (and ends the scan), the same silent-default
      *    > treatment CONFIG_LOADER gives a missing config line
               when TESTROM-FAILED
                   display "FAILED (" SERIAL-BYTES-CAPTURED
                       " serial bytes captured, see serial_out.log)"
                   move 8 to RUN-CODE-WANTED
                   perform RAISE-RUN-CODE
               when other
                   display "NO VERDICT - run ended before the test"
                       " reported (" SERIAL-BYTES-CAPTURED
                       " serial bytes captured)"
                   move 8 to RUN-CODE-WANTED
                   perform RAISE-RUN-CODE
           end-evaluate.
           call "CONFORMANCE_LEDGER" using by reference BUILD-ID-TEXT.

      *    > a BATCH run or a SOAK queue weighs its output against
      *    > the free disk before writing any of it (preflight_ctl);
      *    > a refusal is journaled like any other run that could
      *    > not start
       PREFLIGHT-DISK-SPACE.
           move 1 to PREFLIGHT-TITLES.
           move BATCH-FRAME-LIMIT to PREFLIGHT-FRAMES.
           if SOAK-IS-ON
               perform BUILD-SOAK-LIST
               move SOAK-ENTRY-COUNT to PREFLIGHT-TITLES
               if BATCH-FRAME-LIMIT = 0
                   move 600 to PREFLIGHT-FRAMES
               end-if
           end-if.
           call "DISK_PREFLIGHT".
           if PREFLIGHT-REFUSED
               display "run abandoned - the disk will not hold this"
                   " run's output"
               if SOAK-IS-ON
                   move SOAK-DIR to ROM-PATH
               end-if
               move ROM-PATH to CHECKPOINT-ROM-PATH
               perform JOURNAL-RUN-START
               move "disk-space" to JOURNAL-END-REASON
               move "end" to JOURNAL-ACTION-ARG
               call "RUN_JOURNAL" using by reference
                   JOURNAL-ACTION-ARG, by value FRAME-COUNT,
                   by value STEP-COUNT
               move JOURNAL-WORST-CODE to return-code
               stop run
           end-if.

      *    > the return-code scheme (see run_journal_ctl) only ever
      *    > climbs: the run's own code for its journal record, and
      *    > the worst of the whole process for the exit
       RAISE-RUN-CODE.
           if RUN-CODE-WANTED > JOURNAL-RUN-CODE
               move RUN-CODE-WANTED to JOURNAL-RUN-CODE
           end-if.
           if RUN-CODE-WANTED > JOURNAL-WORST-CODE
               move RUN-CODE-WANTED to JOURNAL-WORST-CODE
           end-if.

       PRINT-AUDIT-VERDICT.
           if AUDIT-HAS-DIVERGED
               display "==== REPLAY AUDIT: FAILED - first divergence"
                   " at frame " AUDIT-DIVERGE-FRAME " ===="
               move 8 to RUN-CODE-WANTED
               perform RAISE-RUN-CODE
           else
               display "==== REPLAY AUDIT: PASSED - " AUDIT-CHECK-COUNT
                   " checkpoints identical through frame "
           if AUDIO-HAS-DIVERGED
               display "==== AUDIO CHECK: FAILED - first divergence"
                   " at window " AUDIO-CHECK-DIVERGE-POINT " ===="
               move 8 to RUN-CODE-WANTED
               perform RAISE-RUN-CODE
           else
               display "==== AUDIO CHECK: PASSED - "
                   AUDIO-CHECK-OK-COUNT
                   " windows identical ===="
           end-if.

      *    > the sheet is named after the cartridge, the way its
      *    > .wav and .sav are (CONTACT_SHEET adds the .sheet and
      *    > picture extension) - a compilation's games each get
      *    > their own
       START-CONTACT-SHEET.
           if not SHEET-IS-ON
               go to START-CONTACT-SHEET-EXIT
           end-if.
           move spaces to SHEET-PATH.
           if MC-BOOT-GAME = 0
               move ROM-PATH to SHEET-PATH
           else
               move MC-BOOT-GAME to SHEET-GAME-DIGITS
               string function trim(ROM-PATH) ".g" SHEET-GAME-DIGITS
                   delimited by size into SHEET-PATH
           end-if.
           move "wipe" to SHEET-ACTION.
           call "CONTACT_SHEET" using by reference SHEET-ACTION,
               by value FRAME-COUNT.
       START-CONTACT-SHEET-EXIT.
           exit paragraph.

       FINISH-CONTACT-SHEET.
           if not SHEET-IS-ON
               go to FINISH-CONTACT-SHEET-EXIT
           end-if.
           move "last" to SHEET-ACTION.
           call "CONTACT_SHEET" using by reference SHEET-ACTION,
               by value FRAME-COUNT.
           if not BATCH-IS-ON
               display "Contact sheet: " function trim(SHEET-PATH)
           end-if.
       FINISH-CONTACT-SHEET-EXIT.
           exit paragraph.

      *    > the transcript sits next to the cartridge the same
      *    > way its contact sheet does (SCREEN_TEXT adds the
      *    > .transcript.txt)
       START-TRANSCRIPT.
           if not SCREEN-TEXT-IS-ON
               go to START-TRANSCRIPT-EXIT
           end-if.
           move spaces to SCREEN-TEXT-PATH.
           if MC-BOOT-GAME = 0
               move ROM-PATH to SCREEN-TEXT-PATH
           else
               move MC-BOOT-GAME to SHEET-GAME-DIGITS
               string function trim(ROM-PATH) ".g" SHEET-GAME-DIGITS
                   delimited by size into SCREEN-TEXT-PATH
           end-if.
           move "wipe" to TRANSCRIPT-ACTION.
           call "SCREEN_TEXT" using by reference TRANSCRIPT-ACTION,
               by value FRAME-COUNT.
       START-TRANSCRIPT-EXIT.
           exit paragraph.

       FINISH-TRANSCRIPT.
           if not SCREEN-TEXT-IS-ON
               go to FINISH-TRANSCRIPT-EXIT
           end-if.
           move "last" to TRANSCRIPT-ACTION.
           call "SCREEN_TEXT" using by reference TRANSCRIPT-ACTION,
               by value FRAME-COUNT.
           if not BATCH-IS-ON
               display "Transcript: " function trim(SCREEN-TEXT-PATH)
                   " (" SCREEN-TEXT-LOGGED " lines)"
           end-if.
       FINISH-TRANSCRIPT-EXIT.
           exit paragraph.

       PRINT-BATCH-SUMMARY.
           display "==== BATCH RUN SUMMARY ====".
           display "Frames run:       " FRAME-COUNT.
           else
               display "Errors encountered: none"
           end-if.
           if SHEET-IS-ON and SHEET-WAS-WRITTEN
               display "Contact sheet:    " function trim(SHEET-PATH)
                   " (" SHEET-CELLS " frames)"
           end-if.
           if SCREEN-TEXT-IS-ON
               display "Transcript:       "
                   function trim(SCREEN-TEXT-PATH)
                   " (" SCREEN-TEXT-LOGGED " lines)"
           end-if.
           if LEVEL-IS-ON
               perform PRINT-AUDIO-LEVEL
           end-if.

      *    > the level watch's verdict is settled here, before the
      *    > journal and the soak roll-up read it
       PRINT-AUDIO-LEVEL.
           move "last" to LEVEL-ACTION.
           call "AUDIO_LEVEL" using by reference LEVEL-ACTION.
           compute LEVEL-RMS-VAL = LEVEL-PEAK-RMS / 10.
           move LEVEL-RMS-VAL to LEVEL-RMS-DISPLAY.
           display "Audio level:      peak " LEVEL-PEAK
               ", loudest window RMS "
               function trim(LEVEL-RMS-DISPLAY) " over "
               LEVEL-WINDOWS-DONE " windows".
           compute LEVEL-FRAME-AT =
               ((LEVEL-TROUBLE-WINDOW - 1) * LEVEL-WINDOW * 128)
               / 70224.
           compute LEVEL-SECONDS-VAL =
               ((LEVEL-TROUBLE-WINDOW - 1) * LEVEL-WINDOW) / 32768.
           move LEVEL-SECONDS-VAL to LEVEL-SECONDS-AT.
           evaluate true
               when LEVEL-SOUND-DIED
                   display "Audio verdict:    SOUND DIED - silent from"
                       " about frame " LEVEL-FRAME-AT " ("
                       function trim(LEVEL-SECONDS-AT)
                       "s) to the end"
               when LEVEL-SOUND-CLIPPING
                   display "Audio verdict:    CLIPPING - pinned to the"
                       " rail from about frame " LEVEL-FRAME-AT " ("
                       function trim(LEVEL-SECONDS-AT) "s)"
               when not LEVEL-SOUND-STARTED
                   display "Audio verdict:    no sound produced"
               when other
                   display "Audio verdict:    ok"
           end-evaluate.
           if LEVEL-GAPS-RECOVERED > 0
               display "                  " LEVEL-GAPS-RECOVERED
                   " long quiet stretch(es) the sound came back from"
           end-if.
       end program MAIN-DRIVER.
