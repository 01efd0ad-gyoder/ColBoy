      *    Shared cartridge memory-bank-controller state copybook.
      *
      *    MBC-TYPE follows the cartridge-type byte's MBC family:
      *    0 = none (32K ROM only), 1 = MBC1, 3 = MBC3, 5 = MBC5,
      *    9 = MBC7, 10 = MMM01, 11 = TAMA5.
           01 MBC-STATE external.
               05 MBC-TYPE binary-char unsigned value 0.


      *        > MBC5: the 9-bit ROM bank number is split across two
      *        > write ranges - an 8-bit low byte and a 1-bit high
      *        > bit - and the RAM bank number runs 0-15
               05 MBC5-ROM-BANK-HIGH binary-char unsigned value 0.

      *        > MBC5 rumble carts (types 0x1C-0x1E) wire bit 3 of
      *        > the RAM-bank write to the motor instead, leaving 3
      *        > bank bits. MBC5-RUMBLE-MOTOR is the line right now;
      *        > games pulse it within a frame to set the strength,
      *        > so MBC5-RUMBLE-FRAME latches any "on" seen since the
      *        > last frame boundary - the per-frame track the
      *        > preview and the data logger show. MAIN-DRIVER
      *        > re-seeds it from the live line once each frame's
      *        > services have run
               05 MBC5-RUMBLE-CART binary-char unsigned value 0.
                   88 MBC5-HAS-RUMBLE value 1.
               05 MBC5-RUMBLE-MOTOR binary-char unsigned value 0.
                   88 MBC5-MOTOR-IS-ON value 1.
               05 MBC5-RUMBLE-FRAME binary-char unsigned value 0.

      *        > MBC3: the 0x4000-0x5FFF register holds either a RAM
      *        > bank number (0-3) or an RTC register select (8-12);
      *        > which one a 0xA000-0xBFFF access hits depends on
               05 HUC3-RESULT binary-char unsigned value 0.
               05 HUC3-REG-ARR binary-char unsigned
                   occurs 256 times.

      *        > MBC7 (type 9): cart RAM needs both enables - 0x0A
      *        > at 0x0000-0x1FFF and 0x40 at 0x4000-0x5FFF - before
      *        > the 0xA000-0xAFFF register window answers at all
               05 MBC7-RAM-ENABLE-2 binary-char unsigned value 0.

      *        > the two-axis accelerometer: 0x55 to register 0
      *        > erases the latch (both axes read 0x8000), 0xAA to
      *        > register 1 then latches the live tilt, centred on
      *        > 0x81D0. The live tilt comes from JOYPAD-STATE's
      *        > tilt lines, whoever set them
               05 MBC7-LATCH-ERASED binary-char unsigned value 0.
               05 MBC7-ACCEL-X binary-short unsigned value 32768.
               05 MBC7-ACCEL-Y binary-short unsigned value 32768.

      *        > the 93LC56 serial EEPROM behind register 8: chip
      *        > select, clock, data in/out lines, and the command
      *        > shifter MBC7_REG_WRITE runs on each rising clock
      *        > edge.
      *        > Its 128 words live little-endian at the front of
      *        > RAM-BANK-ARR so the battery save machinery keeps
      *        > them like any other cartridge RAM
               05 MBC7-EE-CS binary-char unsigned value 0.
               05 MBC7-EE-CLK binary-char unsigned value 0.
               05 MBC7-EE-DI binary-char unsigned value 0.
               05 MBC7-EE-DO binary-char unsigned value 1.

      *            > 0 waiting for the start bit, 1 opcode and
      *            > address, 2 write data, 3 read data out, 4 done
      *            > until chip select drops
               05 MBC7-EE-PHASE binary-char unsigned value 0.
               05 MBC7-EE-SHIFT binary-long unsigned value 0.
               05 MBC7-EE-BITS binary-char unsigned value 0.
               05 MBC7-EE-ADDR binary-char unsigned value 0.
               05 MBC7-EE-WRITE-ALL binary-char unsigned value 0.
               05 MBC7-EE-WRITE-EN binary-char unsigned value 0.
                   88 MBC7-EE-WRITES-ENABLED value 1.
               05 MBC7-EE-OUT-WORD binary-short unsigned value 0.

      *        > MMM01 (type 10): powers up "unmapped", showing the
      *        > image's last 32KB wherever the menu is, with every
      *        > register bit writable. Setting bit 6 of a 0x0000-
      *        > 0x1FFF write maps it: the outer bank bits and the
      *        > masked inner bits freeze, and from then on the game
      *        > sees an ordinary MBC1 inside its own slice of ROM.
      *        > ROM bank = low 5 bits (0x2000-0x3FFF), mid 2 bits
      *        > (bits 5-6 of the same write), high 2 bits (bits 4-5
      *        > of 0x4000-0x5FFF); the mask (bits 2-5 of 0x6000-
      *        > 0x7FFF) names which of low bits 1-4 stay frozen
               05 MMM01-MAPPED binary-char unsigned value 0.
                   88 MMM01-IS-MAPPED value 1.
               05 MMM01-ROM-LOW binary-char unsigned value 0.
               05 MMM01-ROM-MID binary-char unsigned value 0.
               05 MMM01-ROM-HIGH binary-char unsigned value 0.
               05 MMM01-ROM-MASK binary-char unsigned value 0.
               05 MMM01-ROM-FROZEN binary-char unsigned value 0.
               05 MMM01-RAM-HIGH binary-char unsigned value 0.
      *        > the bank last synced into 0x4000-0x7FFF - up to 9
      *        > bits wide, more than MBC-ROM-BANK-LOW can carry
               05 MMM01-BANK-NOW binary-short unsigned value 0.

      *        > TAMA5 (type 11): nothing at 0x0000-0x7FFF - every
      *        > register is a nibble reached through the 0xA000
      *        > window, 0xA001 picking which one and 0xA000 carrying
      *        > its value. Registers 0/1 are the ROM bank's low and
      *        > high nibbles, 4/5 the data nibbles, 6/7 the command
      *        > and address nibbles (a write to 7 runs the command),
      *        > and 0xA/0xC/0xD read back the ready flag and the
      *        > result nibbles. The clock rides the MBC3-RTC fields
      *        > like HuC-3's; the 32 bytes of save memory and the
      *        > alarm setting live at the front of RAM-BANK-ARR so
      *        > the battery save keeps both
               05 TAMA5-REG-SELECT binary-char unsigned value 0.
               05 TAMA5-REG-ARR binary-char unsigned
                   occurs 16 times.
               05 TAMA5-READ-LATCH binary-char unsigned value 0.
