      *    applies while memory still holds that value, letting a code
      *    arm itself on a specific game state instead of forcing a
      *    byte the instant the console powers on.
      *
      *    Codes as printed - Game Genie ABC-DEF-GHI and GameShark
      *    ttvvaaaa - go through CHEAT_CODE_DECODE. A GameShark code
      *    lands in the RAM table with its bank byte; a Game Genie
      *    code patches ROM, so it goes in the ROM table READ_BYTE
      *    consults on every 0x0000-0x7FFF read instead.
           01 CHEAT-STATE external.
               05 CHEAT-ENGINE-ENABLED binary-char unsigned value 0.
                   88 CHEAT-ENGINE-IS-ON value 1.
      *        > cheats.cfg reads once per title - a profile's CHEAT=
      *        > codes add to the table rather than replacing it
               05 CHEAT-FILE-LOADED binary-char unsigned value 0.
                   88 CHEAT-FILE-IS-LOADED value 1.
               05 CHEAT-COUNT binary-short unsigned value 0.
               05 CHEAT-ENTRY occurs 256 times.
                   10 CHEAT-ADDRESS binary-short unsigned.
                   10 CHEAT-VALUE binary-char unsigned.
                   10 CHEAT-COMPARE binary-char unsigned.
                   10 CHEAT-HAS-COMPARE binary-char unsigned.
                       88 CHEAT-USES-COMPARE value 1.
      *            > a GameShark bank byte of 0x8n names cartridge
      *            > RAM bank n, 0x9n work-RAM bank n; anything else
      *            > patches whatever bank is mapped at the time
                   10 CHEAT-BANK-KIND binary-char unsigned.
                       88 CHEAT-ANY-BANK value 0.
                       88 CHEAT-CART-RAM-BANK value 1.
                       88 CHEAT-WRAM-BANK value 2.
                   10 CHEAT-BANK binary-char unsigned.

               05 CHEAT-ROM-COUNT binary-short unsigned value 0.
               05 CHEAT-ROM-ENTRY occurs 256 times.
                   10 CHEAT-ROM-ADDRESS binary-short unsigned.
                   10 CHEAT-ROM-VALUE binary-char unsigned.
                   10 CHEAT-ROM-COMPARE binary-char unsigned.
                   10 CHEAT-ROM-HAS-COMPARE binary-char unsigned.
                       88 CHEAT-ROM-USES-COMPARE value 1.
      *            > the hardware only knows the compare byte; a bank
      *            > given after the code pins a 0x4000-0x7FFF patch
      *            > to that one bank for codes without one
                   10 CHEAT-ROM-HAS-BANK binary-char unsigned.
                       88 CHEAT-ROM-IS-PINNED value 1.
                   10 CHEAT-ROM-BANK binary-short unsigned.
