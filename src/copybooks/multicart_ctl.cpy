      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared compilation-cartridge copybook.
      *
      *    MULTICART_SCAN fills this in every time CART_HEADER_CHECK
      *    looks at a freshly loaded image. Two wirings carry more
      *    than one game behind a single header:
      *
      *      MBC1M - an MBC1 with its bank-number bit 4 left off the
      *              board, so each 256KB quarter of the chip is a
      *              game of its own, each with its own Nintendo
      *              logo at offset 0x0104
      *      MMM01 - a mapper that powers up showing the LAST 32KB
      *              of the ROM (where the menu lives) and then
      *              locks itself onto one game's slice of the chip
      *
      *    The sub-games found are listed here so the soak queue and
      *    the catalog can treat each one as a title in its own
      *    right; MBC_INIT boots the one MC-BOOT-GAME names straight
      *    past the menu, the same register writes the menu makes.
           01 MULTICART-CTL external.
               05 MC-KIND binary-char unsigned value 0.
                   88 MC-IS-NONE value 0.
                   88 MC-IS-MBC1M value 1.
                   88 MC-IS-MMM01 value 2.

      *        > the title the menu's own header carries, kept for
      *        > reports once a sub-game's title has replaced
      *        > CART-TITLE
               05 MC-MENU-TITLE pic x(16) value spaces.

      *        > 0 = power on normally (the menu); 1-n boots
      *        > MC-GAME-ENTRY (n) directly
               05 MC-BOOT-GAME binary-char unsigned value 0.

               05 MC-GAME-COUNT binary-char unsigned value 0.
               05 MC-GAME-ENTRY occurs 16 times.
      *            > first 16KB bank of the game and how many banks
      *            > it spans (a power of two)
                   10 MC-GAME-BANK binary-short unsigned.
                   10 MC-GAME-BANKS binary-short unsigned.
                   10 MC-GAME-TITLE pic x(16).
                   10 MC-GAME-TYPE binary-char unsigned.
