      *    (bank 1, RAM disabled, simple banking mode) regardless of
      *    family, matching what ROM_LOADER already mirrored into the
      *    0x4000-0x7FFF window.
      *
      *    A compilation cartridge asked to boot one of its games
      *    directly (MC-BOOT-GAME) gets the same register writes its
      *    menu would make to hand over to that game.
       identification division.
       program-id. MBC_INIT.
       environment division.
           copy cart_header.
           copy mbc.
           copy camera_ctl.
           copy ram_banks.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 CAM-I binary-char unsigned value 0.
           01 EEPROM-I binary-short unsigned value 0.
           01 TAMA5-I binary-char unsigned value 0.
           01 BOOT-BANK binary-short unsigned value 0.
           01 BOOT-MASK binary-char unsigned value 0.
           01 MASK-BIT binary-char unsigned value 0.
           01 HANDOVER-ADDR binary-short unsigned value 0.
           01 HANDOVER-VAL binary-char unsigned value 0.
       procedure division.
       MAIN.
           evaluate CART-TYPE
      *            > HuC-3: banking plus the RTC-and-output command
      *            > register file
                   move 8 to MBC-TYPE
               when 11 when 12 when 13
      *            > MMM01: the compilation mapper - powers up on the
      *            > menu at the end of the ROM
                   move 10 to MBC-TYPE
               when 34
      *            > MBC7: the tilt cartridges - accelerometer and
      *            > serial EEPROM where the RAM would be
                   move 9 to MBC-TYPE
               when 253
      *            > TAMA5: the Tamagotchi mapper - every register,
      *            > the clock and the alarm behind 0xA000/0xA001
                   move 11 to MBC-TYPE
               when other
                   move 0 to MBC-TYPE
           end-evaluate.
           move 0 to MBC3-SELECT.
           move 0 to MBC3-LATCH-PENDING.
           move 0 to MBC5-ROM-BANK-HIGH.
           move 0 to MBC5-RUMBLE-MOTOR.
           move 0 to MBC5-RUMBLE-FRAME.
           if CART-TYPE = 28 or CART-TYPE = 29 or CART-TYPE = 30
               move 1 to MBC5-RUMBLE-CART
           else
               move 0 to MBC5-RUMBLE-CART
           end-if.
           move 0 to CAM-REG-BANK-ACTIVE.
           perform CLEAR-CAMERA-REG varying CAM-I from 1 by 1
               until CAM-I > 54.
           move 0 to HUC3-MODE.
           move 0 to HUC3-ADDR.
           move 0 to HUC3-RESULT.
           move 0 to MBC7-RAM-ENABLE-2.
           move 0 to MBC7-LATCH-ERASED.
           move 32768 to MBC7-ACCEL-X.
           move 32768 to MBC7-ACCEL-Y.
           move 0 to MBC7-EE-CS.
           move 0 to MBC7-EE-CLK.
           move 0 to MBC7-EE-DI.
           move 1 to MBC7-EE-DO.
           move 0 to MBC7-EE-PHASE.
           move 0 to MBC7-EE-WRITE-EN.
           move 0 to MBC7-EE-WRITE-ALL.
           move 0 to MMM01-MAPPED.
           move 0 to MMM01-ROM-LOW.
           move 0 to MMM01-ROM-MID.
           move 0 to MMM01-ROM-HIGH.
           move 0 to MMM01-ROM-MASK.
           move 0 to MMM01-ROM-FROZEN.
           move 0 to MMM01-RAM-HIGH.
           move 0 to MMM01-BANK-NOW.
           move 0 to TAMA5-REG-SELECT.
           move 0 to TAMA5-READ-LATCH.
           perform CLEAR-TAMA5-REG varying TAMA5-I from 1 by 1
               until TAMA5-I > 16.
      *    > TAMA5 has no bank-select write to renormalize it, so
      *    > its power-on bank 1 is set here and in register 0
           if MBC-TYPE = 11
               move 1 to MBC-ROM-BANK-LOW
               move 1 to TAMA5-REG-ARR (1)
           end-if.
      *    > a factory-fresh EEPROM reads all ones - SRAM_LOAD, next,
      *    > lays any saved contents over this
           if MBC-TYPE = 9
               perform BLANK-EEPROM-BYTE varying EEPROM-I from 1 by 1
                   until EEPROM-I > 256
           end-if.

           if MC-BOOT-GAME > 0 and MC-BOOT-GAME <= MC-GAME-COUNT
               perform HAND-OVER-TO-GAME
           end-if.

       MAIN-EXIT.
           exit program.

       HAND-OVER-TO-GAME.
           move MC-GAME-BANK (MC-BOOT-GAME) to BOOT-BANK.
           evaluate true
               when MC-IS-MBC1M and MBC-TYPE = 1
      *            > mode 1 plus the game's quarter in the upper
      *            > field puts its first bank at 0x0000 and its
      *            > second at 0x4000
                   move 24576 to HANDOVER-ADDR
                   move 1 to HANDOVER-VAL
                   perform MBC1-HANDOVER-WRITE
                   move 16384 to HANDOVER-ADDR
                   compute HANDOVER-VAL = BOOT-BANK / 16
                   perform MBC1-HANDOVER-WRITE
                   move 8192 to HANDOVER-ADDR
                   move 1 to HANDOVER-VAL
                   perform MBC1-HANDOVER-WRITE
               when MC-IS-MMM01 and MBC-TYPE = 10
      *            > outer bank bits, then a mask freezing every low
      *            > bit the game's own size doesn't reach, then
      *            > bit 6 to map
                   move 8192 to HANDOVER-ADDR
                   compute HANDOVER-VAL = function mod(BOOT-BANK, 128)
                   perform MMM01-HANDOVER-WRITE
                   move 16384 to HANDOVER-ADDR
                   compute HANDOVER-VAL = BOOT-BANK / 128
                   compute HANDOVER-VAL = HANDOVER-VAL * 16
                   perform MMM01-HANDOVER-WRITE
                   move 0 to BOOT-MASK
                   perform ADD-MASK-BIT varying MASK-BIT from 1 by 1
                       until MASK-BIT > 4
                   move 24576 to HANDOVER-ADDR
                   compute HANDOVER-VAL = BOOT-MASK * 4
                   perform MMM01-HANDOVER-WRITE
                   move 0 to HANDOVER-ADDR
                   move 64 to HANDOVER-VAL
                   perform MMM01-HANDOVER-WRITE
           end-evaluate.

       ADD-MASK-BIT.
           if 2 ** MASK-BIT >= MC-GAME-BANKS (MC-BOOT-GAME)
               compute BOOT-MASK = BOOT-MASK + (2 ** (MASK-BIT - 1))
           end-if.

       MBC1-HANDOVER-WRITE.
           call "MBC1_WRITE" using by value HANDOVER-ADDR,
               by value HANDOVER-VAL.

       MMM01-HANDOVER-WRITE.
           call "MMM01_WRITE" using by value HANDOVER-ADDR,
               by value HANDOVER-VAL.

       CLEAR-CAMERA-REG.
           move 0 to CAM-REG-ARR (CAM-I).

       CLEAR-TAMA5-REG.
           move 0 to TAMA5-REG-ARR (TAMA5-I).

       BLANK-EEPROM-BYTE.
           move 255 to RAM-BANK-ARR (EEPROM-I).
       end program MBC_INIT.
