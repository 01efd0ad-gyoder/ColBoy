      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Power-on memory contents. CPU-RESET leaves every RAM the
      *    console has zeroed, which is kind to homebrew that forgets
      *    to initialise a variable - kinder than the real hardware,
      *    where work RAM, VRAM, OAM and HRAM come up holding
      *    whatever the cells settled to. Called straight after
      *    CPU-RESET, this refills them according to POWER-FILL-MODE:
      *
      *      ZERO    all zeros, as CPU-RESET left them
      *      FF      every byte 0xFF
      *      DMG     the striped 0x00/0xFF look a DMG's work RAM
      *              tends to power up with - alternating 8-byte
      *              runs, each 256-byte row starting on the
      *              opposite phase from the one before
      *      RANDOM  a pseudo-random stream from POWER-FILL-SEED
      *
      *    The random stream restarts from the seed on every call,
      *    so the same seed always paints the same bytes - a
      *    randomized run replays exactly as long as its seed
      *    travels with it (run journal, save states, bundles).
      *    The banked VRAM/work-RAM backing stores are filled along
      *    with the windows, and echo RAM mirrors work RAM as
      *    WRITE_BYTE would have left it.
       identification division.
       program-id. POWER_ON_FILL.
       environment division.
       data division.
       working-storage section.
           copy memory.
           copy emu_config.
           copy vram_banks.
           copy wram_banks.

      * ====== LOCAL =======
           01 FILL-BYTE binary-char unsigned value 0.
           01 FILL-POS binary-long unsigned value 0.
           01 FILL-RUN binary-long unsigned value 0.
           01 FILL-ROW binary-long unsigned value 0.
           01 FILL-STATE binary-double unsigned value 0.
           01 FILL-HIGH binary-double unsigned value 0.
           01 FILL-I binary-long unsigned value 0.
       procedure division.
      *    > ZERO is painted too rather than skipped - a replay
      *    > bundle can switch the mode after the startup fill has
      *    > already run
       MAIN.
           move POWER-FILL-SEED to FILL-STATE.
           move 0 to FILL-POS.

      *    > VRAM: both CGB banks, then bank 0 into the window VBK
      *    > shows after a reset
           perform FILL-VRAM-BANK-BYTE varying FILL-I from 1 by 1
               until FILL-I > 16384.
           perform COPY-VRAM-WINDOW-BYTE varying FILL-I from 1 by 1
               until FILL-I > 8192.

      *    > work RAM: 0xC000-0xCFFF lives only in the window; banks
      *    > 1-7 in the backing store, bank 1 shown at 0xD000
           move 0 to FILL-POS.
           perform FILL-WRAM0-BYTE varying FILL-I from 49153 by 1
               until FILL-I > 53248.
           perform FILL-WRAM-BANK-BYTE varying FILL-I from 1 by 1
               until FILL-I > 28672.
           perform COPY-WRAM-WINDOW-BYTE varying FILL-I from 1 by 1
               until FILL-I > 4096.
           perform COPY-ECHO-BYTE varying FILL-I from 57345 by 1
               until FILL-I > 65024.

      *    > OAM 0xFE00-0xFE9F and HRAM 0xFF80-0xFFFE
           move 0 to FILL-POS.
           perform FILL-WINDOW-BYTE varying FILL-I from 65025 by 1
               until FILL-I > 65184.
           perform FILL-WINDOW-BYTE varying FILL-I from 65409 by 1
               until FILL-I > 65535.

       MAIN-EXIT.
           exit program.

       FILL-VRAM-BANK-BYTE.
           perform NEXT-FILL-BYTE.
           move FILL-BYTE to VRAM-BANK-ARR (FILL-I).

       COPY-VRAM-WINDOW-BYTE.
           move VRAM-BANK-ARR (FILL-I) to MEMORY-ARR (32768 + FILL-I).

       FILL-WRAM0-BYTE.
           perform NEXT-FILL-BYTE.
           move FILL-BYTE to MEMORY-ARR (FILL-I).

       FILL-WRAM-BANK-BYTE.
           perform NEXT-FILL-BYTE.
           move FILL-BYTE to WRAM-BANK-ARR (FILL-I).

       COPY-WRAM-WINDOW-BYTE.
           move WRAM-BANK-ARR (FILL-I) to MEMORY-ARR (53248 + FILL-I).

       COPY-ECHO-BYTE.
           move MEMORY-ARR (FILL-I - 8192) to MEMORY-ARR (FILL-I).

       FILL-WINDOW-BYTE.
           perform NEXT-FILL-BYTE.
           move FILL-BYTE to MEMORY-ARR (FILL-I).

      *    > the classic 31-bit linear congruential step, taking the
      *    > byte from the middle of the state where the low bits'
      *    > short cycles don't show
       NEXT-FILL-BYTE.
           evaluate true
               when FILL-IS-FF
                   move 255 to FILL-BYTE
               when FILL-IS-DMG-PATTERN
                   compute FILL-RUN = FILL-POS / 8
                   compute FILL-ROW = FILL-POS / 256
                   if function mod(FILL-RUN + FILL-ROW, 2) = 0
                       move 0 to FILL-BYTE
                   else
                       move 255 to FILL-BYTE
                   end-if
               when FILL-IS-RANDOM
                   compute FILL-STATE = function mod(
                       (FILL-STATE * 1103515245) + 12345,
                       2147483648)
                   compute FILL-HIGH = FILL-STATE / 65536
                   compute FILL-BYTE = function mod(FILL-HIGH, 256)
               when other
                   move 0 to FILL-BYTE
           end-evaluate.
           add 1 to FILL-POS.
       end program POWER_ON_FILL.
