      *    one shutdown's progress rather than the whole file. A
      *    headerless file is an old-convention raw image and loads
      *    the way it always did.
      *
      *    A named player loads their own <rom>@<player>.sav (see
      *    SAVE_NAME) and never anyone else's. When they have none
      *    yet but an unnamed <rom>.sav from before saves were kept
      *    per player is sitting there, the game still starts fresh
      *    - that file may be somebody else's - and the message
      *    points at SAVE_MIGRATE, which hands old saves to whoever
      *    they belong to.
       identification division.
       program-id. SRAM_LOAD.
       environment division.
           copy mbc.
           copy ram_banks.
           copy cart_header.
           copy emu_config.

           01 SAV-PATH pic x(260) value spaces.
           01 SAV-BASE-PATH pic x(260) value spaces.
           01 SAV-SUFFIX pic x(8) value ".sav".
           01 NAMED-PATH pic x(256) value spaces.
           01 SAV-ADDR binary-long unsigned value 0.
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
               go to MAIN-EXIT
           end-if.

           call "SAVE_NAME" using by reference ROM-PATH,
               by reference SAV-SUFFIX, by reference NAMED-PATH.
           move NAMED-PATH to SAV-BASE-PATH.

           move 0 to LOAD-DONE.
           perform TRY-ONE-GENERATION
               varying GENERATION-I from 0 by 1
               until GENERATION-I > 2 or SAVE-IS-LOADED.
           if not SAVE-IS-LOADED
               perform NOTE-UNNAMED-SAVE
           end-if.

       MAIN-EXIT.
           exit program.

      *    > only said when a player is named - the unnamed path
      *    > is then a different file from the one just tried
       NOTE-UNNAMED-SAVE.
           move spaces to SAV-PATH.
           string function trim(ROM-PATH) ".sav" delimited by size
               into SAV-PATH.
           if SAV-PATH not = SAV-BASE-PATH
               open input SAV-FILE
               if FILE-STATUS-OK
                   close SAV-FILE
                   display "SRAM_LOAD: no save of "
                       function trim(PLAYER-NAME) "'s yet - "
                       function trim(SAV-PATH) " is unassigned"
                       " (save_migrate gives it to its owner)"
               end-if
           end-if.

       TRY-ONE-GENERATION.
           move spaces to SAV-PATH.
           evaluate GENERATION-I
      *    > passed since the save was cut - only meaningful when
      *    > this cartridge actually has an MBC3 clock
       ADVANCE-RTC-BY-ELAPSED.
      *    > HuC-3's and TAMA5's clocks ride the same register set,
      *    > so their titles catch up across downtime exactly like
      *    > MBC3's
           if (MBC-TYPE not = 3 and MBC-TYPE not = 8
                   and MBC-TYPE not = 11)
                   or SAVED-DAY = 0
               go to ADVANCE-RTC-EXIT
           end-if.
