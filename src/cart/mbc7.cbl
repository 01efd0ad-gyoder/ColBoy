      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Handles writes into the MBC7 register range (0x0000-
      *    0x7FFF). The tilt cartridges carry no cartridge RAM in
      *    the usual sense - the 0xA000 window is a register file
      *    (accelerometer and EEPROM, MBC7_REG_WRITE's business) -
      *    but it only answers once BOTH enables are set: 0x0A in
      *    the 0x0000-0x1FFF space and 0x40 in the 0x4000-0x5FFF
      *    space. The ROM bank number is seven bits at 0x2000-
      *    0x3FFF, bank 0 selectable as-is.
       identification division.
       program-id. MBC7_WRITE.
       environment division.
       data division.
       working-storage section.
           copy memory.
           copy mbc.
           copy rom_banks.
           copy event_ctl.

      * ====== LOCAL =======
           01 EVENT-TEXT pic x(32) value spaces.
           01 EVENT-BANK binary-long unsigned value 0.
           01 ROM-SRC-BASE binary-long unsigned value 0.
           01 COPY-I binary-long unsigned value 0.
       linkage section.
           01 REG-ADDR binary-short unsigned.
           01 REG-VAL binary-char unsigned.
       procedure division using by value REG-ADDR, by value REG-VAL.
       MAIN.
           evaluate true
               when REG-ADDR <= 8191
      *                > 0x0000-0x1FFF first RAM enable
                   if function mod(REG-VAL, 16) = 10
                       move 1 to MBC-RAM-ENABLED
                   else
                       move 0 to MBC-RAM-ENABLED
                   end-if
               when REG-ADDR >= 8192 and REG-ADDR <= 16383
      *                > 0x2000-0x3FFF ROM bank number
                   compute MBC-ROM-BANK-LOW =
                       function mod(REG-VAL, 128)
                   perform SYNC-ROM-WINDOW
               when REG-ADDR >= 16384 and REG-ADDR <= 24575
      *                > 0x4000-0x5FFF second RAM enable - only the
      *                > exact 0x40 opens it
                   move REG-VAL to MBC7-RAM-ENABLE-2
           end-evaluate.

       MAIN-EXIT.
           exit program.

       SYNC-ROM-WINDOW.
           if EVENTS-ARE-ON
               call "MBC_CURRENT_BANK" using by reference EVENT-BANK
               move "rom bank switch" to EVENT-TEXT
               call "EVENT_JOURNAL" using by reference EVENT-TEXT,
                   by value EVENT-BANK, by value 0
           end-if.
           compute ROM-SRC-BASE = MBC-ROM-BANK-LOW * 16384.
           move 0 to COPY-I.
           perform COPY-ROM-BYTE until COPY-I > 16383.

       COPY-ROM-BYTE.
           move ROM-BANK-ARR (ROM-SRC-BASE + COPY-I + 1)
               to MEMORY-ARR (16385 + COPY-I).
           add 1 to COPY-I.
       end program MBC7_WRITE.
