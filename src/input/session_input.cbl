      *    CONFIG_LOADER's defaults stay on wasd/kj/nm) asks the
      *    session to stop cleanly instead of pressing anything, and
      *    "f" toggles the pacing governor's fast-forward flag.
      *
      *    A host gamepad (colboy.cfg's JOYSTICK=) needs none of the
      *    hold-window guesswork: its presses and releases arrive as
      *    they happen from JOYSTICK_INPUT, already turned into the
      *    keys its buttons stand for, and go down the same binding
      *    and macro roads as a typed key - with the release routed
      *    the moment the player lets go.
      *
      *    The save slots and bookmarks it cuts are the named
      *    player's own (see SAVE_NAME) - slot2@alice.state, not
      *    the slot2.state everybody on the box used to share.
       identification division.
       program-id. SESSION_INPUT.
       environment division.
           copy macro_ctl.
           copy state_file_ctl.
           copy layer_ctl.
           copy joystick_ctl.
           copy save_lock_ctl.

      * ====== LOCAL =======
           01 POLLED-KEY pic x(1) value spaces.
           01 MACRO-I binary-char unsigned value 0.
           01 SLOT-DIGIT pic 9(1) value 0.
           01 SLOT-PATH pic x(256) value spaces.
           01 SLOT-BASE pic x(256) value spaces.
           01 STATE-SUFFIX pic x(8) value ".state".
           01 SUBTITLE-ACTION pic x(4) value "note".
           01 SUBTITLE-TEXT pic x(80) value spaces.
           01 BOOKMARK-STAMP pic x(21) value spaces.
           01 RESET-ANSWER pic x(4) value spaces.
           01 MATCH-KEY pic x(1) value spaces.
           01 PAD-ACTION pic x(4) value spaces.
           01 PAD-I binary-char unsigned value 0.
           01 PAD-PRESSED binary-char unsigned value 0.
       procedure division.
       MAIN.
           if not SESSION-PLAY-IS-ON
               go to MAIN-EXIT
           end-if.

           if JOYSTICK-IS-ON
               move "poll" to PAD-ACTION
               call "JOYSTICK_INPUT" using by reference PAD-ACTION
               perform ROUTE-PAD-EVENT varying PAD-I from 1 by 1
                   until PAD-I > PAD-QUEUE-COUNT
           end-if.

           perform POLL-ONE-KEY.

           if POLLED-KEY = "q" or POLLED-KEY = "Q"
      *    > 1-4 toggle a channel's mute, 5-8 solo channels 1-4
      *    > (again to clear), 0 restores the full mix - none of
      *    > them are game bindings
           if (AUDIO-DUMP-IS-ON or AUDIO-LIVE-IS-ON)
                   and POLLED-KEY >= "0"
                   and POLLED-KEY <= "8"
               perform HANDLE-MIXER-KEY
               go to MAIN-EXIT

           if MACROS-ARE-ON and POLLED-KEY not = spaces
                   and MACRO-ACTIVE = 0
               move POLLED-KEY to MATCH-KEY
               perform CHECK-MACRO-KEY
                   varying MACRO-I from 1 by 1
                   until MACRO-I > MACRO-COUNT
               when "["
                   perform BUILD-SLOT-PATH
                   call "SAVE_STATE" using by reference SLOT-PATH
                   if SAVE-LOCK-IS-READ-ONLY
                       display "-- slot " SESSION-SLOT
                           " not saved: read-only run --"
                   else
                       display "-- saved slot " SESSION-SLOT " --"
                   end-if
               when "]"
                   perform BUILD-SLOT-PATH
                   call "LOAD_STATE" using by reference SLOT-PATH
                   if STATE-LOAD-OK
                       display "-- loaded slot " SESSION-SLOT " --"
                       move SESSION-SLOT to SLOT-DIGIT
                       move spaces to SUBTITLE-TEXT
                       string "Loaded save slot " SLOT-DIGIT
                           delimited by size into SUBTITLE-TEXT
                       call "AVI_SUBTITLE" using by reference
                           SUBTITLE-ACTION, by reference SUBTITLE-TEXT
                   end-if
           end-evaluate.

           move spaces to STATE-DESC-TEXT.
           accept STATE-DESC-TEXT from console.
           move function current-date to BOOKMARK-STAMP.
           move spaces to SLOT-BASE.
           string "bm-" BOOKMARK-STAMP (1:14)
               delimited by size into SLOT-BASE.
           call "SAVE_NAME" using by reference SLOT-BASE,
               by reference STATE-SUFFIX, by reference SLOT-PATH.
           call "SAVE_STATE" using by reference SLOT-PATH.
           if SAVE-LOCK-IS-READ-ONLY
               display "-- not bookmarked: read-only run --"
           else
               display "-- bookmarked as " function trim(SLOT-PATH)
                   " --"
           end-if.

       BUILD-SLOT-PATH.
           move SESSION-SLOT to SLOT-DIGIT.
           move spaces to SLOT-BASE.
           string "slot" SLOT-DIGIT delimited by size
               into SLOT-BASE.
           call "SAVE_NAME" using by reference SLOT-BASE,
               by reference STATE-SUFFIX, by reference SLOT-PATH.

      *    > a bound macro key starts its script instead of
      *    > pressing anything itself - MACRO_TICK plays it out
      *    > over the following frames
       CHECK-MACRO-KEY.
           if MACRO-KEY (MACRO-I) = MATCH-KEY
               move MACRO-I to MACRO-ACTIVE
               move 1 to MACRO-START-PENDING
               move 1 to MACRO-NEXT-STEP
                   function trim(MACRO-NAME (MACRO-I)) " --"
           end-if.

      *    > a pad button bound to a macro key starts the macro on
      *    > its press; everything else is pressed and released
      *    > through the bindings exactly as the pad reports it
       ROUTE-PAD-EVENT.
           move PAD-QUEUE-KEY (PAD-I) to MATCH-KEY.
           move PAD-QUEUE-PRESSED (PAD-I) to PAD-PRESSED.
           if PAD-PRESSED = 1 and MACROS-ARE-ON
                   and MACRO-ACTIVE = 0
               perform CHECK-MACRO-KEY
                   varying MACRO-I from 1 by 1
                   until MACRO-I > MACRO-COUNT
                   or MACRO-ACTIVE not = 0
               if MACRO-ACTIVE not = 0
                   move 0 to PAD-PRESSED
                   move spaces to MATCH-KEY
               end-if
           end-if.
           if MATCH-KEY not = spaces
               call "JOYPAD_KEY_PRESS" using by reference MATCH-KEY,
                   by value PAD-PRESSED
           end-if.

       PRESS-POLLED-KEY.
           call "JOYPAD_KEY_PRESS" using by reference POLLED-KEY,
               by value 1.
