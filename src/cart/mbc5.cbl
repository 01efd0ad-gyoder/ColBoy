      *    0x7FFF). The 9-bit ROM bank number is split across two
      *    write ranges - unlike MBC1/MBC3, bank 0 really is
      *    selectable here, so there's no 0-to-1 quirk to apply.
      *
      *    On a rumble cart bit 3 of the RAM-bank write drives the
      *    motor; each on/off change is a journal event.
       identification division.
       program-id. MBC5_WRITE.
       environment division.
           01 ROM-SRC-BASE binary-long unsigned value 0.
           01 RAM-SRC-BASE binary-long unsigned value 0.
           01 COPY-I binary-long unsigned value 0.
           01 SHIFTED-VAL binary-char unsigned value 0.
           01 MOTOR-NOW binary-char unsigned value 0.
       linkage section.
           01 REG-ADDR binary-short unsigned.
           01 REG-VAL binary-char unsigned.
                   compute MBC5-ROM-BANK-HIGH = function mod(REG-VAL,2)
                   perform SYNC-ROM-WINDOW
               when REG-ADDR >= 16384 and REG-ADDR <= 24575
      *                > 0x4000-0x5FFF RAM bank number, 4 bits - or
      *                > 3 bits and the motor on a rumble cart
                   if MBC5-HAS-RUMBLE
                       compute MBC-RAM-BANK = function mod(REG-VAL, 8)
                       compute SHIFTED-VAL = REG-VAL / 8
                       compute MOTOR-NOW = function mod(SHIFTED-VAL, 2)
                       perform SET-RUMBLE-MOTOR
                   else
                       compute MBC-RAM-BANK = function mod(REG-VAL, 16)
                   end-if
                   perform SYNC-RAM-WINDOW
           end-evaluate.

       MAIN-EXIT.
           exit program.

       SET-RUMBLE-MOTOR.
           if MOTOR-NOW = 1
               move 1 to MBC5-RUMBLE-FRAME
           end-if.
           if MOTOR-NOW not = MBC5-RUMBLE-MOTOR
               move MOTOR-NOW to MBC5-RUMBLE-MOTOR
               if EVENTS-ARE-ON
                   if MBC5-MOTOR-IS-ON
                       move "rumble on" to EVENT-TEXT
                   else
                       move "rumble off" to EVENT-TEXT
                   end-if
                   call "EVENT_JOURNAL" using by reference EVENT-TEXT,
                       by value 0, by value 0
               end-if
           end-if.

       SYNC-ROM-WINDOW.
           if EVENTS-ARE-ON
               call "MBC_CURRENT_BANK" using by reference EVENT-BANK
