      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Handles writes into the MMM01 register range (0x0000-
      *    0x7FFF). The MMM01 sits on the compilation cartridges
      *    and spends its life in two halves:
      *
      *      unmapped - straight after power-on the whole 0x0000-
      *                 0x7FFF space shows the image's last 32KB
      *                 (the menu, which MULTICART_SCAN already
      *                 mirrored in) whatever the registers hold,
      *                 and every register bit can be written
      *      mapped   - once the menu sets bit 6 of a 0x0000-0x1FFF
      *                 write, the outer bank bits and the masked
      *                 inner bits freeze where the menu left them
      *                 and the chosen game runs on what looks to it
      *                 like an ordinary MBC1 confined to its slice
      *
      *    There is no way back to unmapped short of a power cycle.
       identification division.
       program-id. MMM01_WRITE.
       environment division.
       data division.
       working-storage section.
           copy memory.
           copy mbc.
           copy rom_banks.
           copy ram_banks.
           copy event_ctl.

      * ====== LOCAL =======
           01 EVENT-TEXT pic x(32) value spaces.
           01 EVENT-BANK binary-long unsigned value 0.
           01 OP-AND pic x(3) value "and".
           01 SHIFTED-VAL binary-char unsigned value 0.
           01 WRITABLE-BITS binary-char unsigned value 0.
           01 FROZEN-BITS binary-char unsigned value 0.
           01 FROZEN-PART binary-char unsigned value 0.
           01 LIVE-PART binary-char unsigned value 0.
           01 TOTAL-BANKS binary-long unsigned value 0.
           01 WINDOW-BANK binary-long unsigned value 0.
           01 ROM-SRC-BASE binary-long unsigned value 0.
           01 RAM-SRC-BASE binary-long unsigned value 0.
           01 COPY-I binary-long unsigned value 0.
       linkage section.
           01 REG-ADDR binary-short unsigned.
           01 REG-VAL binary-char unsigned.
       procedure division using by value REG-ADDR, by value REG-VAL.
       MAIN.
           evaluate true
               when REG-ADDR <= 8191
      *                > 0x0000-0x1FFF RAM enable, and while still
      *                > unmapped, bit 6 locks the mapping in
                   if function mod(REG-VAL, 16) = 10
                       move 1 to MBC-RAM-ENABLED
                   else
                       move 0 to MBC-RAM-ENABLED
                   end-if
                   compute SHIFTED-VAL = REG-VAL / 64
                   if not MMM01-IS-MAPPED
                           and function mod(SHIFTED-VAL, 2) = 1
                       move 1 to MMM01-MAPPED
                       move MMM01-ROM-LOW to MMM01-ROM-FROZEN
                       perform SYNC-BANK0-WINDOW
                       perform SYNC-ROM-WINDOW thru SYNC-ROM-WINDOW-EXIT
                       perform SYNC-RAM-WINDOW
                   end-if
               when REG-ADDR >= 8192 and REG-ADDR <= 16383
      *                > 0x2000-0x3FFF ROM bank low 5 bits; bits 5-6
      *                > are the mid bits, writable only unmapped
                   compute MMM01-ROM-LOW = function mod(REG-VAL, 32)
                   if not MMM01-IS-MAPPED
                       compute SHIFTED-VAL = REG-VAL / 32
                       compute MMM01-ROM-MID =
                           function mod(SHIFTED-VAL, 4)
                   end-if
                   perform SYNC-ROM-WINDOW thru SYNC-ROM-WINDOW-EXIT
               when REG-ADDR >= 16384 and REG-ADDR <= 24575
      *                > 0x4000-0x5FFF RAM bank low 2 bits; unmapped,
      *                > bits 2-3 are the RAM bank's outer bits and
      *                > bits 4-5 the ROM bank's
                   compute MBC-ROM-BANK-UPPER = function mod(REG-VAL, 4)
                   if not MMM01-IS-MAPPED
                       compute SHIFTED-VAL = REG-VAL / 4
                       compute MMM01-RAM-HIGH =
                           function mod(SHIFTED-VAL, 4)
                       compute SHIFTED-VAL = REG-VAL / 16
                       compute MMM01-ROM-HIGH =
                           function mod(SHIFTED-VAL, 4)
                   end-if
                   perform SYNC-ROM-WINDOW thru SYNC-ROM-WINDOW-EXIT
                   perform SYNC-RAM-WINDOW
               when REG-ADDR >= 24576 and REG-ADDR <= 32767
      *                > 0x6000-0x7FFF banking mode; unmapped, bits
      *                > 2-5 are the ROM bank mask
                   compute MBC-BANKING-MODE = function mod(REG-VAL, 2)
                   if not MMM01-IS-MAPPED
                       compute SHIFTED-VAL = REG-VAL / 4
                       compute MMM01-ROM-MASK =
                           function mod(SHIFTED-VAL, 16)
                   end-if
                   perform SYNC-RAM-WINDOW
           end-evaluate.

       MAIN-EXIT.
           exit program.

      *    > the mask freezes low bits 1-4 (bit 0 is always the
      *    > game's own); the bits it leaves live come from the
      *    > latest write, with MBC1's 0-means-1 rule applied to
      *    > them alone
       SPLIT-LOW-BITS.
           compute FROZEN-BITS = MMM01-ROM-MASK * 2.
           compute WRITABLE-BITS = 31 - FROZEN-BITS.
           call "BIT_OP" using by reference OP-AND,
               by value MMM01-ROM-FROZEN, by value FROZEN-BITS,
               by reference FROZEN-PART.
           call "BIT_OP" using by reference OP-AND,
               by value MMM01-ROM-LOW, by value WRITABLE-BITS,
               by reference LIVE-PART.
           if LIVE-PART = 0
               move 1 to LIVE-PART
           end-if.
           compute TOTAL-BANKS = ROM-BANK-COUNT / 16384.
           if TOTAL-BANKS < 2
               move 2 to TOTAL-BANKS
           end-if.

       SYNC-ROM-WINDOW.
           if not MMM01-IS-MAPPED
      *        > the menu's view never moves until it maps
               go to SYNC-ROM-WINDOW-EXIT
           end-if.
           perform SPLIT-LOW-BITS.
           compute WINDOW-BANK = function mod(FROZEN-PART + LIVE-PART
               + (MMM01-ROM-MID * 32) + (MMM01-ROM-HIGH * 128),
               TOTAL-BANKS).
           move WINDOW-BANK to MMM01-BANK-NOW.
           if EVENTS-ARE-ON
               call "MBC_CURRENT_BANK" using by reference EVENT-BANK
               move "rom bank switch" to EVENT-TEXT
               call "EVENT_JOURNAL" using by reference EVENT-TEXT,
                   by value EVENT-BANK, by value 0
           end-if.
           compute ROM-SRC-BASE = WINDOW-BANK * 16384.
           move 0 to COPY-I.
           perform COPY-ROM-BYTE until COPY-I > 16383.
       SYNC-ROM-WINDOW-EXIT.
           exit paragraph.

      *    > 0x0000-0x3FFF shows the game's own first bank - the
      *    > frozen bits with every live bit clear
       SYNC-BANK0-WINDOW.
           perform SPLIT-LOW-BITS.
           compute WINDOW-BANK = function mod(FROZEN-PART
               + (MMM01-ROM-MID * 32) + (MMM01-ROM-HIGH * 128),
               TOTAL-BANKS).
           compute ROM-SRC-BASE = WINDOW-BANK * 16384.
           move 0 to COPY-I.
           perform COPY-BANK0-BYTE until COPY-I > 16383.

       COPY-ROM-BYTE.
           move ROM-BANK-ARR (ROM-SRC-BASE + COPY-I + 1)
               to MEMORY-ARR (16385 + COPY-I).
           add 1 to COPY-I.

       COPY-BANK0-BYTE.
           move ROM-BANK-ARR (ROM-SRC-BASE + COPY-I + 1)
               to MEMORY-ARR (COPY-I + 1).
           add 1 to COPY-I.

      *    > MBC-RAM-BANK carries the whole effective bank, outer
      *    > bits included, so WRITE_BYTE's cart-RAM store needs no
      *    > MMM01 arithmetic of its own
       SYNC-RAM-WINDOW.
           if MBC-BANKING-MODE = 1
               compute MBC-RAM-BANK = function mod(
                   MBC-ROM-BANK-UPPER + (MMM01-RAM-HIGH * 4), 16)
           else
               compute MBC-RAM-BANK = function mod(
                   MMM01-RAM-HIGH * 4, 16)
           end-if.
           if EVENTS-ARE-ON
               move "ram bank switch" to EVENT-TEXT
               move MBC-RAM-BANK to EVENT-BANK
               call "EVENT_JOURNAL" using by reference EVENT-TEXT,
                   by value EVENT-BANK, by value 0
           end-if.
           compute RAM-SRC-BASE = MBC-RAM-BANK * 8192.
           move 0 to COPY-I.
           perform COPY-RAM-BYTE until COPY-I > 8191.

       COPY-RAM-BYTE.
           move RAM-BANK-ARR (RAM-SRC-BASE + COPY-I + 1)
               to MEMORY-ARR (40961 + COPY-I).
           add 1 to COPY-I.
       end program MMM01_WRITE.
