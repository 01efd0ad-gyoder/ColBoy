           01 WATCH-I binary-char unsigned value 0.
           01 WATCH-BANK binary-long unsigned value 0.
           01 WATCH-OLD binary-char unsigned value 0.
           01 WHO-SLOT binary-char unsigned value 0.
           01 EVENT-TEXT pic x(32) value spaces.
           01 LCDC-OLD-ON binary-char unsigned value 0.
           01 LCDC-NEW-ON binary-char unsigned value 0.
                   until WATCH-I > DEBUG-WATCH-COUNT
           end-if.

      *    > the debugger's "who" replay tallies every write to its
      *    > one address without a word - DEBUGGER does the telling
           if DEBUG-WHO-SCANNING and DEBUG-WHO-ADDR = DATA-ADDRESS
               perform RECORD-WHO-WRITE
           end-if.

      *    > hardware bus gating, the write half: a gated write is
      *    > simply dropped, the way the real PPU ignores the CPU
      *    > while it owns VRAM/OAM (the PPU and DMA engines raise
      *                > HuC-3
                   call "MBC_HUC3_WRITE" using
                       by value DATA-ADDRESS, by value BYTE-VAL
               when MBC-TYPE = 9 and DATA-ADDRESS <= 32767
      *                > MBC7
                   call "MBC7_WRITE" using
                       by value DATA-ADDRESS, by value BYTE-VAL
               when MBC-TYPE = 10 and DATA-ADDRESS <= 32767
      *                > MMM01
                   call "MMM01_WRITE" using
                       by value DATA-ADDRESS, by value BYTE-VAL
               when MBC-TYPE = 11 and DATA-ADDRESS <= 32767
      *                > TAMA5 has no registers down here - its
      *                > ROM just ignores the write
                   continue
               when other
                   compute MEM-INDEX = DATA-ADDRESS + 1
                   if MEM-INDEX = 65345 and EVENTS-ARE-ON
                           - 40961
                       move BYTE-VAL to RAM-BANK-ARR (RAM-OFFSET + 1)
                   end-if
      *                > MMM01 keeps its whole effective RAM bank in
      *                > MBC-RAM-BANK, so it stores the MBC5 way
                   if (MBC-TYPE = 5 or MBC-TYPE = 10)
                           and MBC-RAM-IS-ENABLED
                           and MEM-INDEX >= 40961
                           and MEM-INDEX <= 49152
                       compute RAM-OFFSET =
                               perform PUBLISH-IR-LED
                       end-evaluate
                   end-if
                   if MBC-TYPE = 9
                           and MEM-INDEX >= 40961
                           and MEM-INDEX <= 49152
      *                    > MBC7: accelerometer latch and EEPROM
      *                    > wires - READ_BYTE answers the reads
                       call "MBC7_REG_WRITE" using by value
                           DATA-ADDRESS, by value BYTE-VAL
                   end-if
                   if MBC-TYPE = 11
                           and MEM-INDEX >= 40961
                           and MEM-INDEX <= 40962
      *                    > TAMA5: register select and value -
      *                    > READ_BYTE answers the reads
                       call "TAMA5_WRITE" using by value
                           DATA-ADDRESS, by value BYTE-VAL
                   end-if
                   if MBC-TYPE = 3 and MBC-RAM-IS-ENABLED
                           and MEM-INDEX >= 40961
                           and MEM-INDEX <= 49152
               move 1 to DEBUG-STEP-MODE
           end-if.

      *    > one ring entry per write, the last eight kept - PC is
      *    > the start of the instruction (DEBUGGER's boundary note),
      *    > not R-PC, which has already stepped past the operands
       RECORD-WHO-WRITE.
           add 1 to DEBUG-WHO-WRITES.
           compute WHO-SLOT = function mod(DEBUG-WHO-WRITES - 1, 8)
               + 1.
           move DEBUG-WHO-PC to WHO-LOG-PC (WHO-SLOT).
           call "MBC_CURRENT_BANK" using by reference WATCH-BANK.
           move WATCH-BANK to WHO-LOG-BANK (WHO-SLOT).
           compute CACHE-ROW-ID = DATA-ADDRESS + 1.
           move MEMORY-ARR (CACHE-ROW-ID) to WHO-LOG-OLD (WHO-SLOT).
           move BYTE-VAL to WHO-LOG-NEW (WHO-SLOT).
           compute WHO-LOG-ELAPSED (WHO-SLOT) = function mod(
               R-CYCLES + 4294967296 - DEBUG-WHO-FROM-CYCLES,
               4294967296).

       RESTORE-CART-BOOT-AREA.
           move SAVED-CART-BYTE-ARR (RESTORE-I) to
               MEMORY-ARR (RESTORE-I).
