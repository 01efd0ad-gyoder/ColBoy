      *    codes out to CART-HEADER for the MBC logic to use. A bad
      *    checksum is reported but does not stop the run - plenty of
      *    homebrew and test ROMs never fill this byte in correctly.
      *
      *    MULTICART_SCAN looks the image over first: an MMM01
      *    compilation keeps its menu's header in the last 32KB, and
      *    is put in its power-on view before the header is read.
      *    When a compilation's game is to be booted directly, that
      *    game's own title stands in for the menu's.
       identification division.
       program-id. CART_HEADER_CHECK.
       environment division.
       data division.
       working-storage section.
           copy cart_header.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 CHECKSUM binary-char unsigned value 0.
           01 TITLE-INDEX binary-char unsigned value 0.
       procedure division.
       MAIN.
           call "MULTICART_SCAN".
           move 0 to CHECKSUM.
           move 308 to ADDR-I.
           perform CHECKSUM-LOOP until ADDR-I > 332.
           move 308 to TITLE-ADDR.
           move 1 to TITLE-INDEX.
           perform TITLE-LOOP until TITLE-INDEX > 16.
           if MC-BOOT-GAME > 0 and MC-BOOT-GAME <= MC-GAME-COUNT
               move MC-GAME-TITLE (MC-BOOT-GAME) to CART-TITLE
           end-if.

           call "READ_BYTE" using by reference CART-TYPE, by value
                327.

           evaluate CART-TYPE
               when 3 when 6 when 9 when 13 when 15 when 16 when 19
               when 27 when 30 when 34 when 252 when 253 when 254
               when 255
                   move 1 to CART-HAS-BATTERY
               when other
                   move 0 to CART-HAS-BATTERY
           if CART-TYPE = 5 or CART-TYPE = 6
               move 512 to CART-RAM-BYTE-COUNT
           end-if.
      *    > same story for MBC7's 93LC56: 128 sixteen-bit words of
      *    > EEPROM the header never mentions
           if CART-TYPE = 34
               move 256 to CART-RAM-BYTE-COUNT
           end-if.
      *    > and for TAMA5: 32 bytes of save memory inside the
      *    > mapper, plus the four alarm bytes kept behind them
           if CART-TYPE = 253
               move 36 to CART-RAM-BYTE-COUNT
           end-if.

       MAIN-EXIT.
           exit program.
