      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Looks a freshly loaded ROM image over for the two
      *    compilation-cartridge wirings before CART_HEADER_CHECK
      *    reads the header, and lists the games inside in
      *    MULTICART-CTL:
      *
      *      MMM01 - the menu's header, with cartridge type 0x0B-
      *              0x0D, sits at the start of the image's LAST
      *              32KB, not at the front. The mapper powers up
      *              showing that 32KB at 0x0000-0x7FFF, so it is
      *              mirrored into MEMORY-R here and the header check
      *              that follows reads the menu's header. Every
      *              other 32KB boundary carrying the Nintendo logo
      *              starts a game, sized by its own ROM size code.
      *      MBC1M - an 8Mbit MBC1 image with a second copy of the
      *              logo at the 256KB boundary. Each 256KB quarter
      *              is one game; the first quarter is the menu.
       identification division.
       program-id. MULTICART_SCAN.
       environment division.
       data division.
       working-storage section.
           copy memory.
           copy rom_banks.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 NINTENDO-LOGO.
               05 filler pic x(24) value
                   X"CEED6666CC0D000B03730083000C000D0008111F8889000E".
               05 filler pic x(24) value
                   X"DCCC6EE6DDDDD999BBBB67636E0EECCCDDDC999FBBB9333E".
           01 NINTENDO-LOGO-R redefines NINTENDO-LOGO.
               05 LOGO-BYTE binary-char unsigned occurs 48 times.
           01 IMAGE-SIZE binary-long unsigned value 0.
           01 MENU-BASE binary-long unsigned value 0.
           01 SCAN-BASE binary-long unsigned value 0.
           01 GAME-SIZE binary-long unsigned value 0.
           01 LOGO-I binary-char unsigned value 0.
           01 LOGO-MATCH binary-char unsigned value 0.
               88 LOGO-FOUND value 1.
           01 HEADER-TYPE binary-char unsigned value 0.
           01 HEADER-SIZE-CODE binary-char unsigned value 0.
           01 BLOCK-I binary-char unsigned value 0.
           01 TITLE-I binary-char unsigned value 0.
           01 TITLE-POS binary-char unsigned value 0.
           01 TITLE-BYTE binary-char unsigned value 0.
           01 TITLE-CHAR pic x(1) redefines TITLE-BYTE.
           01 COPY-I binary-long unsigned value 0.
       procedure division.
       MAIN.
           move 0 to MC-KIND.
           move 0 to MC-GAME-COUNT.
           move spaces to MC-MENU-TITLE.
           move ROM-BANK-COUNT to IMAGE-SIZE.

           if IMAGE-SIZE >= 65536 and function mod(IMAGE-SIZE, 32768)
                   = 0
               compute MENU-BASE = IMAGE-SIZE - 32768
               move ROM-BANK-ARR (MENU-BASE + 328) to HEADER-TYPE
               move MENU-BASE to SCAN-BASE
               perform CHECK-LOGO-AT-BASE
               if LOGO-FOUND and HEADER-TYPE >= 11
                       and HEADER-TYPE <= 13
                   move 2 to MC-KIND
                   perform MIRROR-MENU-BYTE varying COPY-I from 1
                       by 1 until COPY-I > 32768
                   move MENU-BASE to SCAN-BASE
                   perform TAKE-TITLE-AT-BASE
                   move MC-GAME-TITLE (1) to MC-MENU-TITLE
                   move 0 to SCAN-BASE
                   perform FIND-MMM01-GAME until SCAN-BASE >= MENU-BASE
                       or MC-GAME-COUNT >= 16
                   go to MAIN-EXIT
               end-if
           end-if.

           move ROM-BANK-ARR (328) to HEADER-TYPE.
           if IMAGE-SIZE = 1048576 and HEADER-TYPE >= 1
                   and HEADER-TYPE <= 3
               move 262144 to SCAN-BASE
               perform CHECK-LOGO-AT-BASE
               if LOGO-FOUND
                   move 1 to MC-KIND
                   move 0 to SCAN-BASE
                   perform TAKE-TITLE-AT-BASE
                   move MC-GAME-TITLE (1) to MC-MENU-TITLE
                   perform FIND-MBC1M-GAME varying BLOCK-I from 1 by 1
                       until BLOCK-I > 3
               end-if
           end-if.

       MAIN-EXIT.
           exit program.

      *    > the 48 logo bytes at SCAN-BASE + 0x0104
       CHECK-LOGO-AT-BASE.
           move 1 to LOGO-MATCH.
           perform COMPARE-LOGO-BYTE varying LOGO-I from 1 by 1
               until LOGO-I > 48 or not LOGO-FOUND.

       COMPARE-LOGO-BYTE.
           if ROM-BANK-ARR (SCAN-BASE + 260 + LOGO-I)
                   not = LOGO-BYTE (LOGO-I)
               move 0 to LOGO-MATCH
           end-if.

      *    > the header's 16 title bytes, noted against the next
      *    > game slot (which only counts once MC-GAME-COUNT moves)
       TAKE-TITLE-AT-BASE.
           compute TITLE-I = MC-GAME-COUNT + 1.
           move spaces to MC-GAME-TITLE (TITLE-I).
           perform TAKE-TITLE-BYTE varying TITLE-POS from 1 by 1
               until TITLE-POS > 16.

       TAKE-TITLE-BYTE.
           move ROM-BANK-ARR (SCAN-BASE + 308 + TITLE-POS)
               to TITLE-BYTE.
           if TITLE-BYTE < 32 or TITLE-BYTE > 126
               move space to TITLE-CHAR
           end-if.
           move TITLE-CHAR to MC-GAME-TITLE (TITLE-I) (TITLE-POS:1).

      *    > a game starts on a 32KB boundary with the logo on it
      *    > and runs for as much ROM as its own header declares;
      *    > anything else is skipped a 32KB step at a time
       FIND-MMM01-GAME.
           perform CHECK-LOGO-AT-BASE.
           if not LOGO-FOUND
               add 32768 to SCAN-BASE
           else
               perform TAKE-TITLE-AT-BASE
               add 1 to MC-GAME-COUNT
               move ROM-BANK-ARR (SCAN-BASE + 328)
                   to MC-GAME-TYPE (MC-GAME-COUNT)
               move ROM-BANK-ARR (SCAN-BASE + 329) to HEADER-SIZE-CODE
               if HEADER-SIZE-CODE > 6
                   move 0 to HEADER-SIZE-CODE
               end-if
               compute GAME-SIZE = 32768 * (2 ** HEADER-SIZE-CODE)
               compute MC-GAME-BANK (MC-GAME-COUNT) =
                   SCAN-BASE / 16384
               compute MC-GAME-BANKS (MC-GAME-COUNT) =
                   GAME-SIZE / 16384
               add GAME-SIZE to SCAN-BASE
           end-if.

       FIND-MBC1M-GAME.
           compute SCAN-BASE = BLOCK-I * 262144.
           perform CHECK-LOGO-AT-BASE.
           if LOGO-FOUND
               perform TAKE-TITLE-AT-BASE
               add 1 to MC-GAME-COUNT
               move ROM-BANK-ARR (SCAN-BASE + 328)
                   to MC-GAME-TYPE (MC-GAME-COUNT)
               compute MC-GAME-BANK (MC-GAME-COUNT) = BLOCK-I * 16
               move 16 to MC-GAME-BANKS (MC-GAME-COUNT)
           end-if.

       MIRROR-MENU-BYTE.
           move ROM-BANK-ARR (MENU-BASE + COPY-I)
               to MEMORY-ARR (COPY-I).
       end program MULTICART_SCAN.
