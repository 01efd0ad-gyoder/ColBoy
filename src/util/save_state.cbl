           copy cart_header.
           copy state_file_ctl.
           copy framebuffer.
           copy emu_config.
           copy save_lock_ctl.

      * ====== LOCAL =======
      *    > pass 1 only sums the payload for the header's length
           01 STATE-PATH pic x(256).
       procedure division using by reference STATE-PATH.
       MAIN.
      *    > a read-only run (see save_lock_ctl) writes no states -
      *    > said once, not at every rewind capture or autosave
           if SAVE-LOCK-IS-READ-ONLY
               if SAVE-LOCK-WARNED = 0
                   display "save states are not written this run -"
                       " the save set is held by "
                       function trim(SAVE-LOCK-HOLDER)
                   move 1 to SAVE-LOCK-WARNED
               end-if
               go to MAIN-EXIT
           end-if.
           open output STATE-FILE.
           move 1 to SS-PASS.
           move 0 to SS-PAYLOAD-LEN.
      *    > a 40x36 thumbnail of FRAMEBUFFER-ARR (one shade byte
      *    > per pixel, every 4th pixel each way - the ASCII
      *    > preview's own sampling) so a state can show what was
      *    > on screen without being loaded, then the power-on fill
      *    > mode and seed the run started from, then the MBC7,
      *    > MMM01 and TAMA5 registers the payload's MBC block
      *    > predates
       WRITE-HEADER-EXTENSION.
           move 1565 to SS-LONG-VAL.
           perform EMIT-RAW-LONG.
           perform WRITE-DESC-BYTE varying SS-TITLE-I from 1 by 1
               until SS-TITLE-I > 64.
           perform EMIT-RAW-LONG.
           perform WRITE-THUMB-ROW varying THUMB-Y from 0 by 1
               until THUMB-Y > 35.
           move POWER-FILL-MODE to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move POWER-FILL-SEED to SS-LONG-VAL.
           perform EMIT-RAW-LONG.
           perform WRITE-MAPPER-EXTENSION.
      *    > the description was this save's alone - the next
      *    > caller starts blank
           move spaces to STATE-DESC-TEXT.

      *    > 48 bytes: MBC7 21, MMM01 9, TAMA5 18 - whatever the
      *    > cartridge type, so the extension's size never varies
       WRITE-MAPPER-EXTENSION.
           move MBC7-RAM-ENABLE-2 to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-LATCH-ERASED to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-ACCEL-X to SS-WORD-VAL.
           perform EMIT-RAW-WORD.
           move MBC7-ACCEL-Y to SS-WORD-VAL.
           perform EMIT-RAW-WORD.
           move MBC7-EE-CS to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-EE-CLK to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-EE-DI to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-EE-DO to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-EE-PHASE to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-EE-SHIFT to SS-LONG-VAL.
           perform EMIT-RAW-LONG.
           move MBC7-EE-BITS to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-EE-ADDR to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-EE-WRITE-ALL to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-EE-WRITE-EN to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MBC7-EE-OUT-WORD to SS-WORD-VAL.
           perform EMIT-RAW-WORD.
           move MMM01-MAPPED to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MMM01-ROM-LOW to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MMM01-ROM-MID to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MMM01-ROM-HIGH to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MMM01-ROM-MASK to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MMM01-ROM-FROZEN to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MMM01-RAM-HIGH to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move MMM01-BANK-NOW to SS-WORD-VAL.
           perform EMIT-RAW-WORD.
           move TAMA5-REG-SELECT to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           perform WRITE-TAMA5-NIBBLE varying SS-TITLE-I from 1 by 1
               until SS-TITLE-I > 16.
           move TAMA5-READ-LATCH to RAW-BYTE.
           perform EMIT-RAW-BYTE.

       WRITE-TAMA5-NIBBLE.
           move TAMA5-REG-ARR (SS-TITLE-I) to RAW-BYTE.
           perform EMIT-RAW-BYTE.

       WRITE-THUMB-ROW.
           perform WRITE-THUMB-PIXEL varying THUMB-X from 0 by 1
               until THUMB-X > 39.
           move low-values to BLOCK-BUF.
           move 0 to BLOCK-USED.

       EMIT-RAW-WORD.
           divide SS-WORD-VAL by 256 giving SS-B3
               remainder SS-B4.
           move SS-B3 to RAW-BYTE.
           perform EMIT-RAW-BYTE.
           move SS-B4 to RAW-BYTE.
           perform EMIT-RAW-BYTE.

       EMIT-RAW-LONG.
           divide SS-LONG-VAL by 16777216 giving SS-B1
               remainder SS-REMAINDER.
