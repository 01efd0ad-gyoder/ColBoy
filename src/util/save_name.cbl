      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Names a player's save file. Several people share one box,
      *    so every file that holds someone's progress - the battery
      *    .sav, the session's save slots, the rotating autosaves,
      *    the described bookmarks - carries the player it belongs
      *    to between its name and its extension:
      *
      *      game.gb@alice.sav      slot2@alice.state
      *      auto1@alice.state      bm-20260914213005@alice.state
      *
      *    With no PLAYER-NAME (see emu_config) the tag is left out
      *    and the file is named the way it always was. Characters
      *    a shell command or the tag itself would trip over -
      *    spaces, slashes, quotes, "@" and "|" - become "_" in the
      *    tag. SRAM_SAVE, SRAM_LOAD, SESSION_INPUT and MAIN-DRIVER
      *    name their files through here, and the tools that read
      *    them (GAME_LAUNCHER, SAVE_VAULT, SAVE_MIGRATE) do the same
      *    after setting PLAYER-NAME, so nobody builds the layout by
      *    hand.
       identification division.
       program-id. SAVE_NAME.
       environment division.
       data division.
       working-storage section.
           copy emu_config.

      * ====== LOCAL =======
           01 PLAYER-KEY pic x(16) value spaces.
           01 KEY-LEN binary-char unsigned value 0.
       linkage section.
           01 BASE-IN pic x(256).
           01 SUFFIX-IN pic x(8).
           01 PATH-OUT pic x(256).
       procedure division using by reference BASE-IN,
           by reference SUFFIX-IN, by reference PATH-OUT.
       MAIN.
           move spaces to PATH-OUT.
           move PLAYER-NAME to PLAYER-KEY.
           inspect PLAYER-KEY replacing all low-value by space.
           move function trim(PLAYER-KEY) to PLAYER-KEY.
           if PLAYER-KEY = spaces
               string function trim(BASE-IN) function trim(SUFFIX-IN)
                   delimited by size into PATH-OUT
               go to MAIN-EXIT
           end-if.

           compute KEY-LEN = function length(function trim(PLAYER-KEY)).
           inspect PLAYER-KEY (1:KEY-LEN) replacing all space by "_"
               all "/" by "_" all "@" by "_" all "|" by "_"
               all "'" by "_" all '"' by "_".
           string function trim(BASE-IN) "@" function trim(PLAYER-KEY)
               function trim(SUFFIX-IN)
               delimited by size into PATH-OUT.

       MAIN-EXIT.
           exit program.
       end program SAVE_NAME.
