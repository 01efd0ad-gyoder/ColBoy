      *    0xA000-0xBFFF windows in MEMORY-R are re-synced from the
      *    ROM-BANKS/RAM-BANKS backing stores whenever a selection
      *    changes.
      *
      *    MBC1M compilation boards (MULTICART-CTL says which) leave
      *    bank-number bit 4 unconnected and wire the upper field in
      *    at bit 4 instead of bit 5, so each 256KB quarter is a game
      *    of its own; in mode 1 the upper field also moves the
      *    0x0000-0x3FFF window to the chosen quarter's first bank.
       identification division.
       program-id. MBC1_WRITE.
       environment division.
           copy rom_banks.
           copy ram_banks.
           copy event_ctl.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 EVENT-TEXT pic x(32) value spaces.
                   move MBC-ROM-BANK-UPPER to MBC-RAM-BANK
                   perform SYNC-ROM-WINDOW
                   perform SYNC-RAM-WINDOW
                   if MC-IS-MBC1M
                       perform SYNC-BANK0-WINDOW
                   end-if
               when REG-ADDR >= 24576 and REG-ADDR <= 32767
      *                > 0x6000-0x7FFF banking mode select
                   compute MBC-BANKING-MODE = function mod(REG-VAL,2)
                   perform SYNC-ROM-WINDOW
                   perform SYNC-RAM-WINDOW
                   if MC-IS-MBC1M
                       perform SYNC-BANK0-WINDOW
                   end-if
           end-evaluate.

       MAIN-EXIT.
               call "EVENT_JOURNAL" using by reference EVENT-TEXT,
                   by value EVENT-BANK, by value 0
           end-if.
           evaluate true
               when MC-IS-MBC1M
                   compute EFFECTIVE-ROM-BANK =
                       function mod(MBC-ROM-BANK-LOW, 16)
                       + (MBC-ROM-BANK-UPPER * 16)
               when MBC-BANKING-MODE = 0
                   compute EFFECTIVE-ROM-BANK =
                       MBC-ROM-BANK-LOW + (MBC-ROM-BANK-UPPER * 32)
               when other
                   move MBC-ROM-BANK-LOW to EFFECTIVE-ROM-BANK
           end-evaluate.
           compute ROM-SRC-BASE = EFFECTIVE-ROM-BANK * 16384.
           move 0 to COPY-I.
           perform COPY-ROM-BYTE until COPY-I > 16383.
               to MEMORY-ARR (16385 + COPY-I).
           add 1 to COPY-I.

      *    > MBC1M only: mode 1 puts the selected quarter's first
      *    > bank at 0x0000-0x3FFF, mode 0 the chip's very first
       SYNC-BANK0-WINDOW.
           if MBC-BANKING-MODE = 1
               compute ROM-SRC-BASE = MBC-ROM-BANK-UPPER * 16 * 16384
           else
               move 0 to ROM-SRC-BASE
           end-if.
           move 0 to COPY-I.
           perform COPY-BANK0-BYTE until COPY-I > 16383.

       COPY-BANK0-BYTE.
           move ROM-BANK-ARR (ROM-SRC-BASE + COPY-I + 1)
               to MEMORY-ARR (COPY-I + 1).
           add 1 to COPY-I.

       SYNC-RAM-WINDOW.
           if EVENTS-ARE-ON
               move "ram bank switch" to EVENT-TEXT
