      *    CART_HEADER_CHECK computes, and a verification of the
      *    global checksum at 0x014E-0x014F (the sum of every ROM
      *    byte except those two) so corrupt dumps are spotted at
      *    acquisition time instead of wasting a batch slot. Each
      *    block ends with the title's compatibility status and
      *    known-issue note from COMPAT_DB's colboy-compat.cfg.
      *    A compilation cartridge (MMM01, or MBC1M wiring) gets one
      *    extra block per game inside it, each under its own title.
      *
      *        cart_catalog <rom-dir>
       identification division.
           copy rom_banks.
           copy cart_header.
           copy dirscan_ctl.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 ROM-DIR pic x(200) value spaces.
           01 GLOBAL-STORED binary-long unsigned value 0.
           01 SUM-I binary-long unsigned value 0.
           01 TYPE-DISPLAY pic 9(3) value 0.
           01 GAME-I binary-char unsigned value 0.
           01 GAME-DISPLAY pic z9 value 0.
           01 GAME-KB-DISPLAY pic z(5)9 value 0.
           01 GAME-BANK-DISPLAY pic z(3)9 value 0.
           01 SUB-GAME-COUNT binary-short unsigned value 0.

      *    > the known-good database ROM_VERIFY reconciles against
      *    > at load time: one row per cataloged file, kept whole
           01 DB-FIELD-4 pic x(12) value spaces.
           01 SIZE-DISPLAY pic 9(8) value 0.
           01 SUM-DISPLAY pic 9(5) value 0.

      *    > the cartridge's verdict in the compatibility database
           01 COMPAT-STATUS pic x(12) value spaces.
           01 COMPAT-NOTES pic x(80) value spaces.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept ROM-DIR from argument-value.
           if ROM-DIR = spaces
               display "usage: cart_catalog <rom-dir>"
               move 12 to return-code
               stop run
           end-if.

           move spaces to SCAN-LIST-ARG.
           call "DIR_SCAN" using by reference ROM-DIR,
               by reference SCAN-LIST-ARG.
           if DIRSCAN-COUNT = 0
               display "no cartridge files found in "
                   function trim(ROM-DIR)
               move 12 to return-code
               stop run
           end-if.
           perform TAKE-ONE-SCAN-ENTRY
               varying SCAN-I from 1 by 1
               until SCAN-I > DIRSCAN-COUNT.
           perform WRITE-ROM-DATABASE.
           display " ".
           display "cartridges: " CART-COUNT
               "  compilation games: " SUB-GAME-COUNT
               "  corrupt dumps: " CORRUPT-COUNT.
           display "known-good database: " DB-COUNT " entries in "
               function trim(DB-PATH).
           if CORRUPT-COUNT > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

       TAKE-ONE-SCAN-ENTRY.
               delimited by size into ROM-PATH.
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           move 0 to MC-BOOT-GAME.
           call "CART_HEADER_CHECK".

           perform DECODE-MBC-FAMILY.
                   " (corrupt dump?)"
               add 1 to CORRUPT-COUNT
           end-if.
           call "COMPAT_LOOKUP" using by reference CART-TITLE,
               by reference GLOBAL-SUM, by reference COMPAT-STATUS,
               by reference COMPAT-NOTES.
           display "   compat:   " function trim(COMPAT-STATUS).
           if COMPAT-NOTES not = spaces
               display "             " function trim(COMPAT-NOTES)
           end-if.
           perform CATALOG-ONE-SUB-GAME varying GAME-I from 1 by 1
               until GAME-I > MC-GAME-COUNT.

      *    > each game inside a compilation reads as a cartridge of
      *    > its own: its header's title and type, and the slice of
      *    > the chip it occupies
       CATALOG-ONE-SUB-GAME.
           add 1 to SUB-GAME-COUNT.
           move GAME-I to GAME-DISPLAY.
           display " ".
           display "-- " function trim(CUR-FILE-NAME) " game "
               function trim(GAME-DISPLAY).
           display "   title:    " MC-GAME-TITLE (GAME-I).
           move MC-GAME-TYPE (GAME-I) to TYPE-DISPLAY.
           display "   type:     " TYPE-DISPLAY " (as the game's own"
               " header declares it)".
           compute GAME-KB-DISPLAY = MC-GAME-BANKS (GAME-I) * 16.
           move MC-GAME-BANK (GAME-I) to GAME-BANK-DISPLAY.
           display "   rom:      " function trim(GAME-KB-DISPLAY)
               " KB from bank " function trim(GAME-BANK-DISPLAY).
           display "   boot:     SUBGAME " function trim(GAME-DISPLAY).

       RECORD-IN-DATABASE.
           move 0 to DB-SLOT.
               when 0
                   move "ROM only" to MBC-FAMILY
               when 1 thru 3
                   if MC-IS-MBC1M
                       move "MBC1M (compilation)" to MBC-FAMILY
                   else
                       move "MBC1" to MBC-FAMILY
                   end-if
               when 5 when 6
                   move "MBC2" to MBC-FAMILY
               when 8 when 9
                   move "ROM+RAM" to MBC-FAMILY
               when 11 thru 13
                   move "MMM01 (compilation)" to MBC-FAMILY
               when 15 thru 19
                   move "MBC3" to MBC-FAMILY
               when 25 thru 30
