      *    missing, left alone when the checksums match, and
      *    reported as a conflict when they differ.
      *
      *    A save kept under a named player (see SAVE_NAME) is
      *    that player's progress, not the cartridge's: its vault
      *    key is TITLE@player, so alice's and bob's copies of the
      *    same game sync side by side and never fork into each
      *    other. States already carry the player in their file
      *    names, which is what the vault keeps them under. The
      *    new-machine pull fetches the save of whoever is named -
      *    PLAYER on the command line, else colboy.cfg's PLAYER=.
      *
      *        save_vault <game-dir> <vault-dir> [DRY]
      *            [PLAYER name]
       identification division.
       program-id. SAVE_VAULT.
       environment division.
           copy memory.
           copy rom_banks.
           copy cart_header.
           copy emu_config.

      * ====== LOCAL =======
           01 GAME-DIR pic x(200) value spaces.
           01 VAULT-DIR pic x(200) value spaces.
           01 MODE-ARG pic x(16) value spaces.
           01 ARG-NUM binary-char unsigned value 0.
           01 PLAYER-ARG pic x(16) value spaces.
           01 PLAYER-KEY pic x(17) value spaces.
           01 FILE-PLAYER pic x(17) value spaces.
           01 NAME-STEM pic x(64) value spaces.
           01 NAME-BASE pic x(256) value spaces.
           01 NAME-SUFFIX pic x(8) value spaces.
           01 SAV-SUFFIX pic x(8) value ".sav".
           01 NAMED-PATH pic x(256) value spaces.
           01 DRY-RUN binary-char unsigned value 0.
               88 DRY-RUN-WANTED value 1.
           01 LIST-PATH pic x(32) value "colboy-vault.lst".
               88 MANIFEST-STATUS-OK value "00".
               88 MANIFEST-STATUS-EOF value "10".
           01 SYSTEM-COMMAND pic x(600) value spaces.
           01 LIST-SYSTEM-RC binary-long value 0.

           01 NAME-LEN binary-short unsigned value 0.
           01 GAME-FILE pic x(64) value spaces.
           01 VAULT-STAMP binary-double unsigned value 0.
           01 VAULT-CHECKSUM binary-long unsigned value 0.
           01 VAULT-EXISTS binary-char unsigned value 0.
           01 VAULT-KEY pic x(34) value spaces.
           01 KEY-HOLD pic x(34) value spaces.
           01 KEY-I binary-char unsigned value 0.

      *    > the vault manifest: the stamp each key held when it
      *    > was last synchronized - the fork detector
           01 MANIFEST-COUNT binary-short unsigned value 0.
           01 MANIFEST-ROW occurs 128 times.
               05 MF-KEY pic x(34).
               05 MF-STAMP binary-double unsigned.
           01 MANIFEST-I binary-short unsigned value 0.
           01 MANIFEST-SLOT binary-short unsigned value 0.
           01 LAST-SYNC-STAMP binary-double unsigned value 0.
           01 MF-FIELD-1 pic x(34) value spaces.
           01 MF-FIELD-2 pic x(20) value spaces.
           01 STAMP-DISPLAY pic 9(12) value 0.

           accept GAME-DIR from argument-value.
           display 2 upon argument-number.
           accept VAULT-DIR from argument-value.
           if GAME-DIR = spaces or VAULT-DIR = spaces
               display "usage: save_vault <game-dir> <vault-dir>"
                   " [DRY] [PLAYER name]"
               move 12 to return-code
               stop run
           end-if.
           call "CONFIG_LOADER".
           move 3 to ARG-NUM.
           perform TAKE-ONE-OPTION until ARG-NUM > 5.
           if PLAYER-ARG not = spaces
               move PLAYER-ARG to PLAYER-NAME
           end-if.
      *    > the tag SAVE_NAME gives this player's files
           call "SAVE_NAME" using by reference NAME-BASE,
               by reference NAME-SUFFIX, by reference NAMED-PATH.
           move spaces to PLAYER-KEY.
           if NAMED-PATH (1:1) = "@"
               move NAMED-PATH (2:16) to PLAYER-KEY
           end-if.

           move spaces to MANIFEST-PATH.
           string function trim(VAULT-DIR) "/colboy-vault.cfg"
               delimited by size into MANIFEST-PATH.
           perform LOAD-MANIFEST thru LOAD-MANIFEST-EXIT.

           display "==== SAVE VAULT: " function trim(GAME-DIR)
               " <-> " function trim(VAULT-DIR) " ====".
               function trim(LIST-PATH)
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to LIST-SYSTEM-RC.

           open input LIST-FILE.
           if LIST-SYSTEM-RC not = 0 or not LIST-STATUS-OK
               display "cannot list " function trim(GAME-DIR)
               move 12 to return-code
               stop run
           end-if.
           perform READ-LIST-LINE until LIST-STATUS-EOF.
           display "synced: " SYNCED-COUNT "  pulled to new machine: "
               PULLED-COUNT "  conflicts: " CONFLICT-COUNT.
           if CONFLICT-COUNT > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

       TAKE-ONE-OPTION.
           display ARG-NUM upon argument-number.
           move spaces to MODE-ARG.
           accept MODE-ARG from argument-value.
           evaluate function upper-case(function trim(MODE-ARG))
               when "DRY"
                   move 1 to DRY-RUN
               when "PLAYER"
                   add 1 to ARG-NUM
                   display ARG-NUM upon argument-number
                   accept PLAYER-ARG from argument-value
           end-evaluate.
           add 1 to ARG-NUM.

       READ-LIST-LINE.
           read LIST-FILE
               at end
           move SCAN-TITLE to GAME-TITLE.
           move SCAN-STAMP to GAME-STAMP.
           move SCAN-CHECKSUM to GAME-CHECKSUM.
           move spaces to NAME-STEM.
           unstring GAME-FILE delimited by ".sav" into NAME-STEM.
           move spaces to FILE-PLAYER.
           unstring NAME-STEM delimited by "@" into NAME-BASE,
               FILE-PLAYER.
           perform BUILD-VAULT-KEY.
           move spaces to VAULT-PATH.
           string function trim(VAULT-DIR) "/"
      *    > this machine. If the vault holds that cartridge's
      *    > save, pull it down next to the ROM.
       PULL-MISSING-SAV.
           move spaces to NAME-BASE.
           string function trim(GAME-DIR) "/"
               function trim(GAME-FILE)
               delimited by size into NAME-BASE.
           call "SAVE_NAME" using by reference NAME-BASE,
               by reference SAV-SUFFIX, by reference NAMED-PATH.
           move NAMED-PATH to GAME-PATH.
           move GAME-PATH to SCAN-PATH.
           open input SCAN-FILE.
           if SCAN-STATUS-OK
               go to PULL-MISSING-SAV-EXIT
           end-if.
           move CART-TITLE to GAME-TITLE.
           move PLAYER-KEY to FILE-PLAYER.
           perform BUILD-VAULT-KEY.
           move spaces to VAULT-PATH.
           string function trim(VAULT-DIR) "/"

      *    > vault file names come from the title, not the ROM file
      *    > name - spaces become underscores so the shell commands
      *    > stay quotable - then the player's tag, when the save
      *    > is someone's
       BUILD-VAULT-KEY.
           move spaces to VAULT-KEY.
           move GAME-TITLE to VAULT-KEY (1:16).
           inspect VAULT-KEY replacing all low-value by space.
           move function trim(VAULT-KEY) to VAULT-KEY.
           perform UNDERSCORE-ONE-CHAR varying KEY-I from 1 by 1
               until KEY-I > 16.
           if FILE-PLAYER not = spaces
               move VAULT-KEY to KEY-HOLD
               move spaces to VAULT-KEY
               string function trim(KEY-HOLD) "@"
                   function trim(FILE-PLAYER)
                   delimited by size into VAULT-KEY
           end-if.

       UNDERSCORE-ONE-CHAR.
           if VAULT-KEY (KEY-I:1) = space and KEY-I < 16
