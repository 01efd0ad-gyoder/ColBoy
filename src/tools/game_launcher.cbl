      *    the emulator itself the moment the header is read, so
      *    picking from here always runs a game with its own
      *    settings - and never against the wrong variant's .sav.
      *    Each title also shows its compatibility status from
      *    COMPAT_DB's colboy-compat.cfg, so a player can tell a
      *    perfect title from one that only boots before picking.
      *
      *        game_launcher <rom-dir> [colboy-binary] [player]
      *
      *    The second argument names the emulator binary to start
      *    (default ./colboy). The third names who is playing - else
      *    colboy.cfg's PLAYER= line - and then the marks, the
      *    bookmarks offered and the game itself all use that
      *    player's own saves (see SAVE_NAME). The launcher ends
      *    with the game's own return code.
       identification division.
       program-id. GAME_LAUNCHER.
       environment division.
           select PROBE-FILE assign to PROBE-PATH
               organization is sequential
               file status is PROBE-STATUS-CD.
           select JOURNAL-FILE assign to JOURNAL-PATH
               organization is line sequential
               file status is JOURNAL-STATUS-CD.
       fd  PROBE-FILE
           record contains 1 characters.
           01 PROBE-BYTE pic x(1).
       fd  JOURNAL-FILE.
           01 JOURNAL-LINE pic x(460).
       working-storage section.
           copy rom_banks.
           copy cart_header.
           copy dirscan_ctl.
           copy image_ctl.
           copy emu_config.

      * ====== LOCAL =======
           01 SCALE-BACK pic x(4) value "back".
           01 ROM-DIR pic x(200) value spaces.
           01 COLBOY-BIN pic x(64) value spaces.
           01 SCAN-LIST-ARG pic x(256) value spaces.
           01 SYSTEM-COMMAND pic x(600) value spaces.
           01 COMMAND-HOLD pic x(600) value spaces.
           01 PROBE-PATH pic x(280) value spaces.
           01 PROBE-STATUS-CD pic xx value spaces.
               88 PROBE-EXISTS value "00".
           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 GAME-STATUS binary-long value 0.
           01 GAME-CODE binary-long value 0.
           01 PLAYER-ARG pic x(16) value spaces.
           01 PLAYER-WORD pic x(16) value spaces.
           01 SAV-SUFFIX pic x(8) value ".sav".
           01 STATE-SUFFIX pic x(8) value ".state".
           01 NAMED-PATH pic x(256) value spaces.

           01 MENU-COUNT binary-short unsigned value 0.
           01 MENU-ENTRY occurs 512 times.
               05 MENU-FILE-NAME pic x(64).
               05 MENU-TITLE pic x(16).
               05 MENU-MARKS pic x(16).
               05 MENU-COMPAT pic x(12).
           01 MENU-I binary-short unsigned value 0.
           01 MENU-I-DISPLAY pic zz9 value 0.
           01 CHOICE-LINE pic x(16) value spaces.
               88 A-CHOICE-WAS-MADE value 1.
           01 BOOKMARK-CHOICE pic x(64) value spaces.

      *    > compatibility lookup, keyed on the same global sum
      *    > CART_CATALOG records for the known-good database
           01 GLOBAL-SUM binary-long unsigned value 0.
           01 SUM-I binary-long unsigned value 0.
           01 COMPAT-NOTES pic x(80) value spaces.

      *    > thumbnail splash scratch
           01 SPLASH-PATH pic x(280) value spaces.
           01 PIXEL-R binary-short unsigned value 0.
           01 PIXEL-G binary-short unsigned value 0.
           01 PIXEL-B binary-short unsigned value 0.
           accept ROM-DIR from argument-value.
           display 2 upon argument-number.
           accept COLBOY-BIN from argument-value.
           display 3 upon argument-number.
           accept PLAYER-ARG from argument-value.
           if ROM-DIR = spaces
               display "usage: game_launcher <rom-dir>"
                   " [colboy-binary] [player]"
               move 12 to return-code
               stop run
           end-if.
           if COLBOY-BIN = spaces
               move "./colboy" to COLBOY-BIN
           end-if.
           call "CONFIG_LOADER".
           if PLAYER-ARG not = spaces
               move PLAYER-ARG to PLAYER-NAME
           end-if.
      *    > the name rides the shell commands below in quotes
           move function trim(PLAYER-NAME) to PLAYER-WORD.
           inspect PLAYER-WORD replacing all "'" by "_".

           perform LOAD-RUN-HISTORY.

           if MENU-COUNT = 0
               display "no cartridges found in "
                   function trim(ROM-DIR)
               move 12 to return-code
               stop run
           end-if.

      *    > that moment, enter starts fresh
           move spaces to SYSTEM-COMMAND.
           string "./bookmark_list " function trim(ROM-DIR) " '"
               function trim(MENU-TITLE (CHOICE-NUM)) "' '"
               function trim(PLAYER-WORD) "'"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           display "bookmark file to start from (enter = fresh): "
                   function trim(BOOKMARK-CHOICE)
                   delimited by size into SYSTEM-COMMAND
           end-if.
           if PLAYER-WORD not = spaces
               move SYSTEM-COMMAND to COMMAND-HOLD
               move spaces to SYSTEM-COMMAND
               string function trim(COMMAND-HOLD) " PLAYER '"
                   function trim(PLAYER-WORD) "'"
                   delimited by size into SYSTEM-COMMAND
           end-if.
           display "starting "
               function trim(MENU-TITLE (CHOICE-NUM)) "...".
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to GAME-STATUS.
           if GAME-STATUS < 0
               move 16 to return-code
           else
               divide GAME-STATUS by 256 giving GAME-CODE
               move GAME-CODE to return-code
           end-if.
           stop run.

       SHOW-PAGE-AND-ASK.
           display " ".
           display "==== COLBOY GAME LIBRARY (" PAGE-START " - "
               PAGE-END " of " MENU-COUNT ") ====".
           if PLAYER-WORD not = spaces
               display "(saves shown are "
                   function trim(PLAYER-WORD) "'s)"
           end-if.
           perform SHOW-MENU-LINE
               varying MENU-I from PAGE-START by 1
               until MENU-I > PAGE-END.
           accept CHOICE-LINE from console.
           evaluate function lower-case(function trim(CHOICE-LINE))
               when "q" when spaces
                   move 0 to return-code
                   stop run
               when "n"
                   if PAGE-END < MENU-COUNT
      -         by reference ROM-SIZE.
           call "CART_HEADER_CHECK".
           move CART-TITLE to MENU-TITLE (MENU-COUNT).
           move 0 to GLOBAL-SUM.
           perform SUM-ONE-BYTE varying SUM-I from 1 by 1
               until SUM-I > ROM-SIZE.
           call "COMPAT_LOOKUP" using by reference CART-TITLE,
               by reference GLOBAL-SUM,
               by reference MENU-COMPAT (MENU-COUNT),
               by reference COMPAT-NOTES.

           move spaces to MENU-MARKS (MENU-COUNT).
           call "SAVE_NAME" using by reference ROM-PATH,
               by reference SAV-SUFFIX, by reference NAMED-PATH.
           move NAMED-PATH to PROBE-PATH.
           perform PROBE-ONE-FILE.
           if PROBE-EXISTS
               move "[SAV]" to MENU-MARKS (MENU-COUNT) (1:6)
           end-if.
           call "SAVE_NAME" using by reference ROM-PATH,
               by reference STATE-SUFFIX, by reference NAMED-PATH.
           move NAMED-PATH to PROBE-PATH.
           perform PROBE-ONE-FILE.
           if PROBE-EXISTS
               move "[STATE]" to MENU-MARKS (MENU-COUNT) (8:8)
           end-if.

      *    > every ROM byte except the two checksum bytes at
      *    > 0x014E-0x014F
       SUM-ONE-BYTE.
           if SUM-I not = 335 and SUM-I not = 336
               compute GLOBAL-SUM = function mod(
                   GLOBAL-SUM + ROM-BANK-ARR (SUM-I), 65536)
           end-if.

       PROBE-ONE-FILE.
           open input PROBE-FILE.
           if PROBE-EXISTS
               close PROBE-FILE
           end-if.

      *    > the 160x144 thumbnail sampled every 4th pixel each
      *    > way onto the preview's 40x36 grid, luminance folded
      *    > to the four shade glyphs - .png or .ppm, whichever
      *    > THUMB_GEN wrote, folded back to native if it was
      *    > dumped at a larger OUTPUT-SCALE
       SPLASH-THUMBNAIL.
           move spaces to SPLASH-PATH.
           string function trim(ROM-DIR) "/thumbs/"
               function trim(MENU-FILE-NAME (CHOICE-NUM)) ".png"
               delimited by size into SPLASH-PATH.
           move SPLASH-PATH to IMG-PATH.
           call "IMAGE_READ".
           if IMG-READ-MISSING
               move spaces to SPLASH-PATH
               string function trim(ROM-DIR) "/thumbs/"
                   function trim(MENU-FILE-NAME (CHOICE-NUM)) ".ppm"
                   delimited by size into SPLASH-PATH
               move SPLASH-PATH to IMG-PATH
               call "IMAGE_READ"
           end-if.
           if IMG-READ-OK
               call "IMAGE_SCALE" using by reference SCALE-BACK
           end-if.
           if not IMG-READ-OK or IMG-WIDTH not = 160
                   or IMG-HEIGHT not = 144
               go to SPLASH-THUMBNAIL-EXIT
           end-if.
           perform LOAD-SPLASH-PIXEL
               varying PIXEL-I from 1 by 1
               until PIXEL-I > 23040.
           perform SHOW-SPLASH-ROW varying SPLASH-ROW from 0 by 1
               until SPLASH-ROW > 35.
       SPLASH-THUMBNAIL-EXIT.
           exit paragraph.

       LOAD-SPLASH-PIXEL.
           move IMG-R (PIXEL-I) to PIXEL-R.
           move IMG-G (PIXEL-I) to PIXEL-G.
           move IMG-B (PIXEL-I) to PIXEL-B.
           compute SPLASH-LUMA (PIXEL-I) =
               (PIXEL-R + PIXEL-G + PIXEL-B) / 3.

       SHOW-SPLASH-ROW.
           move spaces to SPLASH-LINE.
           perform SHOW-SPLASH-COL varying SPLASH-COL from 0 by 1
           move MENU-I to MENU-I-DISPLAY.
           perform BUILD-HISTORY-NOTE.
           display MENU-I-DISPLAY ") " MENU-TITLE (MENU-I) " "
               MENU-MARKS (MENU-I) MENU-COMPAT (MENU-I) "  ("
               function trim(MENU-FILE-NAME (MENU-I)) ")  "
               function trim(HIST-NOTE).

                   when "window-end"
                   when "soft-reset"
                   when "reload"
                   when "playtime-limit"
                       move 0 to HIST-LAST-BAD (HIST-SLOT)
                   when other
                       move 1 to HIST-LAST-BAD (HIST-SLOT)
