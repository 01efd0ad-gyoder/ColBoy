      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    The MBC7 register file behind the 0xA000-0xAFFF window,
      *    called from WRITE_BYTE once both RAM enables are set.
      *    Address bits 4-7 pick the register:
      *
      *      0x0_  write 0x55 erases the accelerometer latch (both
      *            axes read back 0x8000 until the next latch)
      *      0x1_  write 0xAA latches the live tilt into the axes
      *      0x2_-0x5_  X low/high, Y low/high - READ_BYTE's side
      *      0x8_  the 93LC56 EEPROM's wires: bit 7 chip select,
      *            bit 6 clock, bit 1 data in (bit 0, data out,
      *            only ever reads)
      *
      *    The EEPROM speaks Microwire in its 16-bit organisation:
      *    a start bit, a two-bit opcode and eight address bits,
      *    shifted in on rising clock edges while chip select is
      *    high -
      *
      *      10 aaaaaaaa         READ  - a dummy 0, then the word,
      *                                  most significant bit first,
      *                                  running on into the next
      *      01 aaaaaaaa + 16    WRITE
      *      11 aaaaaaaa         ERASE - the word back to 0xFFFF
      *      00 11xxxxxx         EWEN  - writes enabled
      *      00 00xxxxxx         EWDS  - writes disabled
      *      00 10xxxxxx         ERAL  - every word to 0xFFFF
      *      00 01xxxxxx + 16    WRAL  - every word to the data
      *
      *    The 128 words sit little-endian at the front of
      *    RAM-BANK-ARR, which is what lets SRAM_SAVE/SRAM_LOAD keep
      *    them with the CBSV header and rotation unchanged.
       identification division.
       program-id. MBC7_REG_WRITE.
       environment division.
       data division.
       working-storage section.
           copy mbc.
           copy ram_banks.
           copy joypad_state.

      * ====== LOCAL =======
           01 REG-SELECT binary-char unsigned value 0.
           01 NEW-CS binary-char unsigned value 0.
           01 NEW-CLK binary-char unsigned value 0.
           01 TEMP-DIV binary-char unsigned value 0.
           01 EE-OPCODE binary-char unsigned value 0.
           01 EE-ARG binary-char unsigned value 0.
           01 EE-WORD binary-long unsigned value 0.
           01 EE-WORD-I binary-char unsigned value 0.
           01 EE-BYTE-OFFSET binary-short unsigned value 0.
           01 EE-BIT-DIVISOR binary-long unsigned value 0.
           01 EE-QUOTIENT binary-long unsigned value 0.
       linkage section.
           01 REG-ADDR binary-short unsigned.
           01 REG-VAL binary-char unsigned.
       procedure division using by value REG-ADDR, by value REG-VAL.
       MAIN.
           if not MBC-RAM-IS-ENABLED or MBC7-RAM-ENABLE-2 not = 64
               go to MAIN-EXIT
           end-if.
           if REG-ADDR < 40960 or REG-ADDR > 45055
               go to MAIN-EXIT
           end-if.

           compute REG-SELECT = function mod(REG-ADDR, 256) / 16.
           evaluate REG-SELECT
               when 0
                   if REG-VAL = 85
                       move 1 to MBC7-LATCH-ERASED
                       move 32768 to MBC7-ACCEL-X
                       move 32768 to MBC7-ACCEL-Y
                   end-if
               when 1
                   if REG-VAL = 170 and MBC7-LATCH-ERASED = 1
                       perform LATCH-TILT
                       move 0 to MBC7-LATCH-ERASED
                   end-if
               when 8
                   perform DRIVE-EEPROM-LINES
           end-evaluate.

       MAIN-EXIT.
           exit program.

      *    > centre is 0x81D0; a full lean moves an axis 0x70 either
      *    > way. The sensor's axes run against the lean - tilting
      *    > the cartridge right reads as a smaller X - which is
      *    > what the games' own calibration expects
       LATCH-TILT.
           compute MBC7-ACCEL-X = 33232
               + (JOY-TILT-LEFT * 112) - (JOY-TILT-RIGHT * 112).
           compute MBC7-ACCEL-Y = 33232
               + (JOY-TILT-UP * 112) - (JOY-TILT-DOWN * 112).

       DRIVE-EEPROM-LINES.
           compute NEW-CS = REG-VAL / 128.
           compute TEMP-DIV = REG-VAL / 64.
           compute NEW-CLK = function mod(TEMP-DIV, 2).
           compute TEMP-DIV = REG-VAL / 2.
           compute MBC7-EE-DI = function mod(TEMP-DIV, 2).
           if NEW-CS = 0
      *        > dropping chip select abandons whatever command was
      *        > in flight and leaves the chip showing ready
               move 0 to MBC7-EE-PHASE
               move 1 to MBC7-EE-DO
           else
               if MBC7-EE-CS = 1 and MBC7-EE-CLK = 0 and NEW-CLK = 1
                   perform EEPROM-CLOCK-EDGE
               end-if
           end-if.
           move NEW-CS to MBC7-EE-CS.
           move NEW-CLK to MBC7-EE-CLK.

       EEPROM-CLOCK-EDGE.
           evaluate MBC7-EE-PHASE
               when 0
                   if MBC7-EE-DI = 1
                       move 1 to MBC7-EE-PHASE
                       move 0 to MBC7-EE-SHIFT
                       move 0 to MBC7-EE-BITS
                   end-if
               when 1
                   compute MBC7-EE-SHIFT =
                       (MBC7-EE-SHIFT * 2) + MBC7-EE-DI
                   add 1 to MBC7-EE-BITS
                   if MBC7-EE-BITS = 10
                       perform DECODE-EEPROM-COMMAND
                   end-if
               when 2
                   compute MBC7-EE-SHIFT =
                       (MBC7-EE-SHIFT * 2) + MBC7-EE-DI
                   add 1 to MBC7-EE-BITS
                   if MBC7-EE-BITS = 16
                       move MBC7-EE-SHIFT to EE-WORD
                       if MBC7-EE-WRITE-ALL = 1
                           perform STORE-ALL-WORDS
                       else
                           move MBC7-EE-ADDR to EE-WORD-I
                           perform STORE-EEPROM-WORD
                       end-if
                       move 1 to MBC7-EE-DO
                       move 4 to MBC7-EE-PHASE
                   end-if
               when 3
                   perform SHIFT-OUT-READ-BIT
           end-evaluate.

       DECODE-EEPROM-COMMAND.
           compute EE-OPCODE = MBC7-EE-SHIFT / 256.
           compute EE-ARG = function mod(MBC7-EE-SHIFT, 256).
           evaluate EE-OPCODE
               when 2
                   compute MBC7-EE-ADDR = function mod(EE-ARG, 128)
                   perform LOAD-READ-WORD
                   move 0 to MBC7-EE-DO
                   move 0 to MBC7-EE-BITS
                   move 3 to MBC7-EE-PHASE
               when 1
                   compute MBC7-EE-ADDR = function mod(EE-ARG, 128)
                   move 0 to MBC7-EE-WRITE-ALL
                   move 0 to MBC7-EE-SHIFT
                   move 0 to MBC7-EE-BITS
                   move 2 to MBC7-EE-PHASE
               when 3
                   move 65535 to EE-WORD
                   compute EE-WORD-I = function mod(EE-ARG, 128)
                   perform STORE-EEPROM-WORD
                   move 1 to MBC7-EE-DO
                   move 4 to MBC7-EE-PHASE
               when 0
                   perform DECODE-EXTENDED-COMMAND
           end-evaluate.

       DECODE-EXTENDED-COMMAND.
           move 4 to MBC7-EE-PHASE.
           move 1 to MBC7-EE-DO.
           compute TEMP-DIV = EE-ARG / 64.
           evaluate TEMP-DIV
               when 0
                   move 0 to MBC7-EE-WRITE-EN
               when 3
                   move 1 to MBC7-EE-WRITE-EN
               when 2
                   move 65535 to EE-WORD
                   perform STORE-ALL-WORDS
               when 1
                   move 1 to MBC7-EE-WRITE-ALL
                   move 0 to MBC7-EE-SHIFT
                   move 0 to MBC7-EE-BITS
                   move 2 to MBC7-EE-PHASE
           end-evaluate.

      *    > one data bit per rising edge, most significant first;
      *    > after the sixteenth the chip moves on to the next word
      *    > by itself, the sequential read the games rely on
       SHIFT-OUT-READ-BIT.
           compute EE-BIT-DIVISOR = 2 ** (15 - MBC7-EE-BITS).
           compute EE-QUOTIENT = MBC7-EE-OUT-WORD / EE-BIT-DIVISOR.
           compute MBC7-EE-DO = function mod(EE-QUOTIENT, 2).
           add 1 to MBC7-EE-BITS.
           if MBC7-EE-BITS >= 16
               compute MBC7-EE-ADDR =
                   function mod(MBC7-EE-ADDR + 1, 128)
               perform LOAD-READ-WORD
               move 0 to MBC7-EE-BITS
           end-if.

       LOAD-READ-WORD.
           compute EE-BYTE-OFFSET = (MBC7-EE-ADDR * 2) + 1.
           compute MBC7-EE-OUT-WORD =
               RAM-BANK-ARR (EE-BYTE-OFFSET)
               + (RAM-BANK-ARR (EE-BYTE-OFFSET + 1) * 256).

      *    > writes only land while EWEN is in force - the chip's
      *    > own protection against a stray command
       STORE-EEPROM-WORD.
           if MBC7-EE-WRITES-ENABLED
               compute EE-BYTE-OFFSET = (EE-WORD-I * 2) + 1
               compute RAM-BANK-ARR (EE-BYTE-OFFSET) =
                   function mod(EE-WORD, 256)
               compute RAM-BANK-ARR (EE-BYTE-OFFSET + 1) =
                   EE-WORD / 256
           end-if.

       STORE-ALL-WORDS.
           perform STORE-EEPROM-WORD varying EE-WORD-I from 0 by 1
               until EE-WORD-I > 127.
       end program MBC7_REG_WRITE.
