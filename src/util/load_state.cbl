           copy cart_header.
           copy state_file_ctl.
           copy tile_cache.
           copy emu_config.

      * ====== LOCAL =======
           01 FILE-STATUS-CD pic xx value spaces.
           01 HDR-EXTRA-LEN binary-long unsigned value 0.
           01 EXT-TAKEN binary-long unsigned value 0.
           01 EXT-STAMP-DAY binary-long unsigned value 0.
           01 HDR-FILL-MODE binary-char unsigned value 0.
           01 HDR-FILL-SEED binary-long unsigned value 0.
           01 HDR-HAS-FILL binary-char unsigned value 0.
               88 HDR-FILL-IS-KNOWN value 1.
      *    > the extension's mapper registers, held back until the
      *    > payload has checked out and been applied
           01 HDR-MAPPER-STATE.
               05 HDR-MBC7-RAM-ENABLE-2 binary-char unsigned.
               05 HDR-MBC7-LATCH-ERASED binary-char unsigned.
               05 HDR-MBC7-ACCEL-X binary-short unsigned.
               05 HDR-MBC7-ACCEL-Y binary-short unsigned.
               05 HDR-MBC7-EE-CS binary-char unsigned.
               05 HDR-MBC7-EE-CLK binary-char unsigned.
               05 HDR-MBC7-EE-DI binary-char unsigned.
               05 HDR-MBC7-EE-DO binary-char unsigned.
               05 HDR-MBC7-EE-PHASE binary-char unsigned.
               05 HDR-MBC7-EE-SHIFT binary-long unsigned.
               05 HDR-MBC7-EE-BITS binary-char unsigned.
               05 HDR-MBC7-EE-ADDR binary-char unsigned.
               05 HDR-MBC7-EE-WRITE-ALL binary-char unsigned.
               05 HDR-MBC7-EE-WRITE-EN binary-char unsigned.
               05 HDR-MBC7-EE-OUT-WORD binary-short unsigned.
               05 HDR-MMM01-MAPPED binary-char unsigned.
               05 HDR-MMM01-ROM-LOW binary-char unsigned.
               05 HDR-MMM01-ROM-MID binary-char unsigned.
               05 HDR-MMM01-ROM-HIGH binary-char unsigned.
               05 HDR-MMM01-ROM-MASK binary-char unsigned.
               05 HDR-MMM01-ROM-FROZEN binary-char unsigned.
               05 HDR-MMM01-RAM-HIGH binary-char unsigned.
               05 HDR-MMM01-BANK-NOW binary-short unsigned.
               05 HDR-TAMA5-REG-SELECT binary-char unsigned.
               05 HDR-TAMA5-REG-ARR binary-char unsigned
                   occurs 16 times.
               05 HDR-TAMA5-READ-LATCH binary-char unsigned.
           01 HDR-HAS-MAPPER binary-char unsigned value 0.
               88 HDR-MAPPER-IS-KNOWN value 1.
           01 SKIP-I binary-long unsigned value 0.
           01 SS-TITLE-I binary-char unsigned value 0.
           01 SS-TITLE-BYTE binary-char unsigned value 0.
       procedure division using by reference STATE-PATH.
       MAIN.
           move 0 to STATE-LOAD-STATUS.
           move 0 to HDR-HAS-FILL.
           move 0 to HDR-HAS-MAPPER.
           move 0 to SS-EOF.
           perform RESET-CONTAINER.
           open input STATE-FILE.
           perform LOAD-CGB-PALETTE.
           perform LOAD-APU-STATE.
           close STATE-FILE.
           if HDR-FILL-IS-KNOWN
               move HDR-FILL-MODE to POWER-FILL-MODE
               move HDR-FILL-SEED to POWER-FILL-SEED
               move 1 to POWER-FILL-SEED-SET
           end-if.
           if HDR-MAPPER-IS-KNOWN
               perform APPLY-MAPPER-STATE
           end-if.
      *    > the restored VRAM replaces whatever the renderers had
      *    > decoded - flush the tile cache wholesale
           perform FLUSH-TILE-CACHE varying SS-I from 1 by 1
      *    > description and stamp this build understands, skip
      *    > whatever a newer build may have appended after them
       READ-HEADER-EXTENSION.
           move 0 to HDR-HAS-FILL.
           move 0 to HDR-HAS-MAPPER.
           perform READ-RAW-LONG.
           move SS-LONG-VAL to HDR-EXTRA-LEN.
           move 0 to EXT-TAKEN.
                   (EXT-STAMP-DAY * 86400) + SS-LONG-VAL
               move 72 to EXT-TAKEN
           end-if.
      *    > past the thumbnail, the fill the run powered on with -
      *    > the restored run carries on with it, so a later reset
      *    > repaints the same power-on RAM
           if HDR-EXTRA-LEN >= 1517
               perform SKIP-EXTENSION-BYTE until EXT-TAKEN >= 1512
               perform READ-RAW-BYTE
               move RAW-BYTE to HDR-FILL-MODE
               perform READ-RAW-LONG
               move SS-LONG-VAL to HDR-FILL-SEED
               move 1 to HDR-HAS-FILL
               add 5 to EXT-TAKEN
           end-if.
      *    > then the MBC7, MMM01 and TAMA5 registers - a state
      *    > from before them leaves those mappers as they are
           if HDR-EXTRA-LEN >= 1565
               perform READ-MAPPER-EXTENSION
               move 1 to HDR-HAS-MAPPER
               add 48 to EXT-TAKEN
           end-if.
           perform SKIP-EXTENSION-BYTE
               until EXT-TAKEN >= HDR-EXTRA-LEN.

       READ-MAPPER-EXTENSION.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-RAM-ENABLE-2.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-LATCH-ERASED.
           perform READ-RAW-WORD.
           move SS-WORD-VAL to HDR-MBC7-ACCEL-X.
           perform READ-RAW-WORD.
           move SS-WORD-VAL to HDR-MBC7-ACCEL-Y.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-EE-CS.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-EE-CLK.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-EE-DI.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-EE-DO.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-EE-PHASE.
           perform READ-RAW-LONG.
           move SS-LONG-VAL to HDR-MBC7-EE-SHIFT.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-EE-BITS.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-EE-ADDR.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-EE-WRITE-ALL.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MBC7-EE-WRITE-EN.
           perform READ-RAW-WORD.
           move SS-WORD-VAL to HDR-MBC7-EE-OUT-WORD.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MMM01-MAPPED.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MMM01-ROM-LOW.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MMM01-ROM-MID.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MMM01-ROM-HIGH.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MMM01-ROM-MASK.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MMM01-ROM-FROZEN.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-MMM01-RAM-HIGH.
           perform READ-RAW-WORD.
           move SS-WORD-VAL to HDR-MMM01-BANK-NOW.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-TAMA5-REG-SELECT.
           perform READ-TAMA5-NIBBLE varying SS-TITLE-I from 1 by 1
               until SS-TITLE-I > 16.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-TAMA5-READ-LATCH.

       READ-TAMA5-NIBBLE.
           perform READ-RAW-BYTE.
           move RAW-BYTE to HDR-TAMA5-REG-ARR (SS-TITLE-I).

       APPLY-MAPPER-STATE.
           move HDR-MBC7-RAM-ENABLE-2 to MBC7-RAM-ENABLE-2.
           move HDR-MBC7-LATCH-ERASED to MBC7-LATCH-ERASED.
           move HDR-MBC7-ACCEL-X to MBC7-ACCEL-X.
           move HDR-MBC7-ACCEL-Y to MBC7-ACCEL-Y.
           move HDR-MBC7-EE-CS to MBC7-EE-CS.
           move HDR-MBC7-EE-CLK to MBC7-EE-CLK.
           move HDR-MBC7-EE-DI to MBC7-EE-DI.
           move HDR-MBC7-EE-DO to MBC7-EE-DO.
           move HDR-MBC7-EE-PHASE to MBC7-EE-PHASE.
           move HDR-MBC7-EE-SHIFT to MBC7-EE-SHIFT.
           move HDR-MBC7-EE-BITS to MBC7-EE-BITS.
           move HDR-MBC7-EE-ADDR to MBC7-EE-ADDR.
           move HDR-MBC7-EE-WRITE-ALL to MBC7-EE-WRITE-ALL.
           move HDR-MBC7-EE-WRITE-EN to MBC7-EE-WRITE-EN.
           move HDR-MBC7-EE-OUT-WORD to MBC7-EE-OUT-WORD.
           move HDR-MMM01-MAPPED to MMM01-MAPPED.
           move HDR-MMM01-ROM-LOW to MMM01-ROM-LOW.
           move HDR-MMM01-ROM-MID to MMM01-ROM-MID.
           move HDR-MMM01-ROM-HIGH to MMM01-ROM-HIGH.
           move HDR-MMM01-ROM-MASK to MMM01-ROM-MASK.
           move HDR-MMM01-ROM-FROZEN to MMM01-ROM-FROZEN.
           move HDR-MMM01-RAM-HIGH to MMM01-RAM-HIGH.
           move HDR-MMM01-BANK-NOW to MMM01-BANK-NOW.
           move HDR-TAMA5-REG-SELECT to TAMA5-REG-SELECT.
           perform APPLY-TAMA5-NIBBLE varying SS-TITLE-I from 1 by 1
               until SS-TITLE-I > 16.
           move HDR-TAMA5-READ-LATCH to TAMA5-READ-LATCH.

       APPLY-TAMA5-NIBBLE.
           move HDR-TAMA5-REG-ARR (SS-TITLE-I)
               to TAMA5-REG-ARR (SS-TITLE-I).

       READ-DESC-BYTE.
           perform READ-RAW-BYTE.
           move RAW-CHAR to STATE-DESC-TEXT (SS-TITLE-I:1).
               move BLOCK-BUF (BLOCK-POS:1) to RAW-CHAR
           end-if.

       READ-RAW-WORD.
           perform READ-RAW-BYTE.
           move RAW-BYTE to SS-B3.
           perform READ-RAW-BYTE.
           compute SS-WORD-VAL = (SS-B3 * 256) + RAW-BYTE.

       READ-RAW-LONG.
           perform READ-RAW-BYTE.
           move RAW-BYTE to SS-B1.
