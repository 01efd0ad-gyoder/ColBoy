      *    colboy-profiles.cfg for a [TITLE] section matching the
      *    loaded cartridge and applies the KEY=VALUE lines inside
      *    it - the same vocabulary colboy.cfg speaks (HARDWARE,
      *    KEY-*, ILLEGAL-OPS, FRAME-BLEND for a title that
      *    flickers its sprites) plus CHEATS=ON to arm the cheat
      *    engine for one specific game, and CHEAT=<code> lines
      *    that arm it with a Game Genie or GameShark code of the
      *    title's own. A CGB title, a DMG title
      *    and an action game with different bindings can now live
      *    in one profiles file instead of six colboy.cfg variants
      *    being copied into place by hand before each run. Lines
           copy cart_header.
           copy datalog_ctl.
           copy achieve_ctl.
           copy presence_ctl.
           copy turbo_ctl.
           copy score_ctl.
           copy camera_ctl.
           copy responder_ctl.
           copy mobile_ctl.
           copy symbol_ctl.
           copy capture_ctl.
           copy splits_ctl.
           copy lcd_ctl.
           copy screen_text_ctl.

      * ====== LOCAL =======
           01 PALETTE-NAME pic x(12) value spaces.
           01 SCORE-FIELD-1 pic x(16) value spaces.
           01 SCORE-FIELD-2 pic x(16) value spaces.
           01 SCORE-FIELD-3 pic x(16) value spaces.
           01 CHEAT-CODE-TEXT pic x(16) value spaces.
           01 CHEAT-BANK-TEXT pic x(16) value spaces.
           01 CHEAT-DECODE-RESULT binary-char unsigned value 0.
           01 TEXT-ACTION pic x(4) value spaces.
           01 FRAME-ZERO binary-long unsigned value 0.
       procedure division.
       MAIN.
           move 0 to SECTION-ACTIVE.
                   move CFG-VALUE (1:1) to KEYBIND-TURBO-A
               when "KEY-TURBO-B"
                   move CFG-VALUE (1:1) to KEYBIND-TURBO-B
               when "KEY-TILT-LEFT"
                   move CFG-VALUE (1:1) to KEYBIND-TILT-LEFT
               when "KEY-TILT-RIGHT"
                   move CFG-VALUE (1:1) to KEYBIND-TILT-RIGHT
               when "KEY-TILT-UP"
                   move CFG-VALUE (1:1) to KEYBIND-TILT-UP
               when "KEY-TILT-DOWN"
                   move CFG-VALUE (1:1) to KEYBIND-TILT-DOWN
               when "TURBO-ON"
                   move function numval(CFG-VALUE) to
                       TURBO-ON-FRAMES
                   move function trim(CFG-VALUE) to
                       ACHIEVE-CONFIG-PATH
                   call "ACHIEVE_LOADER"
               when "PRESENCE"
      *            > per-title rich-presence definitions
                   move 1 to PRESENCE-ENABLED
                   move function trim(CFG-VALUE) to
                       PRESENCE-CONFIG-PATH
                   call "PRESENCE_LOADER"
               when "DATALOG"
                   move 1 to DATALOG-ENABLED
                   move function trim(CFG-VALUE) to
                   move 1 to RESPONDER-ENABLED
                   move function trim(CFG-VALUE) to RESPONDER-PATH
                   call "RESPONDER_LOADER"
               when "MOBILE"
      *            > per-title Mobile Adapter GB and its mailbox
                   move 1 to MOBILE-ENABLED
                   move function trim(CFG-VALUE) to MOBILE-DIR
               when "SYMBOLS"
      *            > per-title .sym file for the debugging tools
                   move 1 to SYMBOL-ENABLED
                   move function trim(CFG-VALUE) to
                       SPLITS-CONFIG-PATH
                   call "SPLITS_LOADER"
               when "TRANSCRIPT"
      *            > per-title .tbl file for the on-screen text
      *            > transcript
                   move 1 to SCREEN-TEXT-ENABLED
                   move function trim(CFG-VALUE) to
                       SCREEN-TEXT-TBL-PATH
                   move "load" to TEXT-ACTION
                   call "SCREEN_TEXT" using by reference TEXT-ACTION,
                       by value FRAME-ZERO
               when "OVERCLOCK"
      *            > per-title CPU overclock for the lag-heavy
      *            > shooters - 2 or 4, anything else means real
                       move 1 to CHEAT-ENGINE-ENABLED
                       call "CHEAT_LOADER"
                   end-if
               when "FRAME-BLEND"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE (1:2) = "ON"
                       move 1 to LCD-BLEND-SWITCH
                   else
                       move 0 to LCD-BLEND-SWITCH
                   end-if
               when "COLOR-CORRECTION"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE (1:2) = "ON"
                       move 1 to LCD-CORRECT-SWITCH
                   else
                       move 0 to LCD-CORRECT-SWITCH
                   end-if
               when "CHEAT"
      *            > CHEAT=ABC-DEF-GHI[,bank] or CHEAT=ttvvaaaa - one
      *            > printed code, added alongside cheats.cfg's
                   perform ADD-PROFILE-CHEAT
               when other
                   subtract 1 from APPLIED-COUNT
           end-evaluate.
       APPLY-PROFILE-SETTING-EXIT.
           exit paragraph.

       ADD-PROFILE-CHEAT.
           move spaces to CHEAT-CODE-TEXT.
           move spaces to CHEAT-BANK-TEXT.
           unstring CFG-VALUE delimited by "," into CHEAT-CODE-TEXT
               CHEAT-BANK-TEXT.
           call "CHEAT_CODE_DECODE" using by reference
               CHEAT-CODE-TEXT, by reference CHEAT-BANK-TEXT,
               by reference CHEAT-DECODE-RESULT.
           evaluate CHEAT-DECODE-RESULT
               when 0
                   move 1 to CHEAT-ENGINE-ENABLED
               when 1
                   display "PROFILE_LOADER: "
                       function trim(CHEAT-CODE-TEXT)
                       " is not a Game Genie or GameShark code"
               when 2
                   display "PROFILE_LOADER: cheat table full - "
                       function trim(CHEAT-CODE-TEXT) " dropped"
           end-evaluate.

       ARM-SCORE-CAPTURE.
           move spaces to SCORE-FIELD-1.
           move spaces to SCORE-FIELD-2.
               move 0 to SCORE-ENABLED
           end-if.

      *    > DMG/SGB/CGB, or the later revisions MGB (Pocket),
      *    > SGB2 and AGB (a Game Boy Advance) of the same families
       SET-HARDWARE-MODE.
           move function upper-case(function trim(CFG-VALUE)) to
               CFG-VALUE.
           evaluate true
               when CFG-VALUE (1:4) = "SGB2"
                   move 1 to HARDWARE-MODE
                   move 1 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "DMG"
                   move 0 to HARDWARE-MODE
                   move 0 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "MGB"
                   move 0 to HARDWARE-MODE
                   move 1 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "SGB"
                   move 1 to HARDWARE-MODE
                   move 0 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "CGB"
                   move 2 to HARDWARE-MODE
                   move 0 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "AGB"
                   move 2 to HARDWARE-MODE
                   move 1 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
           end-evaluate.
       end program PROFILE_LOADER.
