      *    byte only forces its value while memory still holds that
      *    byte, so a code can wait for a game to reach a particular
      *    state before it starts overriding it.
      *
      *    A GameShark code's bank byte is honoured: the patch goes
      *    into that cartridge-RAM or work-RAM bank's backing store
      *    whether or not it is mapped right now, and into the live
      *    window only while it is. Game Genie codes never come
      *    through here - they patch ROM reads, in READ_BYTE.
       identification division.
       program-id. CHEAT_APPLY.
       environment division.
       working-storage section.
           copy memory.
           copy cheat_state.
           copy mbc.
           copy ram_banks.
           copy wram_banks.
           copy cgb_state.

      * ====== LOCAL =======
           01 I binary-short unsigned value 0.
           01 MAPPED-RAM-BANK binary-char unsigned value 0.
           01 BANK-OFFSET binary-long unsigned value 0.
       procedure division.
       MAIN.
           if not CHEAT-ENGINE-IS-ON
               go to MAIN-EXIT
           end-if.
           evaluate MBC-TYPE
               when 1
                   if MBC-BANKING-MODE = 1
                       move MBC-RAM-BANK to MAPPED-RAM-BANK
                   else
                       move 0 to MAPPED-RAM-BANK
                   end-if
               when 3
                   move MBC3-SELECT to MAPPED-RAM-BANK
               when other
                   move MBC-RAM-BANK to MAPPED-RAM-BANK
           end-evaluate.
           perform APPLY-ONE-CHEAT thru APPLY-ONE-CHEAT-EXIT
               varying I from 1 by 1 until I > CHEAT-COUNT.
       MAIN-EXIT.
           exit program.

       APPLY-ONE-CHEAT.
           if CHEAT-CART-RAM-BANK (I) and CHEAT-ADDRESS (I) >= 40960
                   and CHEAT-ADDRESS (I) <= 49151
               compute BANK-OFFSET = (CHEAT-BANK (I) * 8192)
                   + CHEAT-ADDRESS (I) - 40960 + 1
               move CHEAT-VALUE (I) to RAM-BANK-ARR (BANK-OFFSET)
               if CHEAT-BANK (I) = MAPPED-RAM-BANK
                   move CHEAT-VALUE (I) to
                       MEMORY-ARR (CHEAT-ADDRESS (I) + 1)
               end-if
               go to APPLY-ONE-CHEAT-EXIT
           end-if.
           if CHEAT-WRAM-BANK (I) and CHEAT-ADDRESS (I) >= 53248
                   and CHEAT-ADDRESS (I) <= 57343
               compute BANK-OFFSET = ((CHEAT-BANK (I) - 1) * 4096)
                   + CHEAT-ADDRESS (I) - 53248 + 1
               move CHEAT-VALUE (I) to WRAM-BANK-ARR (BANK-OFFSET)
               if CHEAT-BANK (I) = SVBK-BANK
                   move CHEAT-VALUE (I) to
                       MEMORY-ARR (CHEAT-ADDRESS (I) + 1)
               end-if
               go to APPLY-ONE-CHEAT-EXIT
           end-if.
           if CHEAT-USES-COMPARE (I)
               if MEMORY-ARR (CHEAT-ADDRESS (I) + 1) =
                       CHEAT-COMPARE (I)
               move CHEAT-VALUE (I) to
                   MEMORY-ARR (CHEAT-ADDRESS (I) + 1)
           end-if.
       APPLY-ONE-CHEAT-EXIT.
           exit paragraph.
       end program CHEAT_APPLY.
