      *    question every garbled screen raises - is the tile data
      *    bad, the map bad, or the renderer bad?
      *
      *        tileset      - the 384 tiles at 0x8000-0x97FF as a
      *                       128x192 sheet (16 tiles across), raw
      *                       2bpp color ids as four greys
      *        bgmap0       - the full 32x32 map at 0x9800 rendered
      *                       256x256 (not just the 160x144 viewport)
      *        bgmap1       - the same for the 0x9C00 map
      *        cgb-palettes - in CGB mode, a swatch sheet of the
      *                       16 palettes in CGB-PALETTE-STATE
      *
      *    each saved through IMAGE_WRITE as .ppm or .png, whichever
      *    colboy.cfg's IMAGE-FORMAT= asks for.
      *
      *    Map rendering honors LCDC's current tile-addressing bit,
      *    so the picture is what the PPU would build from that map
      *    right now. Callable from the DEBUGGER prompt ("vram") and
      *    from an end-of-run flag.
       identification division.
       program-id. VRAM_DUMP.
       data division.
       working-storage section.
           copy memory.
           copy emu_config.
           copy cgb_palette.
           copy image_ctl.

           01 POW2-INIT.
               05 filler pic 9(3) value 1.
               05 POW2-ENTRY pic 9(3) occurs 8 times.

      * ====== LOCAL =======
           01 IMAGE-NAME pic x(32) value spaces.
           01 PIX-N binary-long unsigned value 0.

           01 PIX-Y binary-short unsigned value 0.
           01 PIX-X binary-short unsigned value 0.
           01 BIT-POS binary-char unsigned value 0.
           01 COLOR-ID binary-char unsigned value 0.
           01 GREY-VAL binary-char unsigned value 0.
           01 TEMP-DIV binary-char unsigned value 0.

           01 MAP-BASE binary-long unsigned value 0.
       MAIN.
           perform DUMP-TILESET.
           move 38913 to MAP-BASE.
           move "bgmap0" to IMAGE-NAME.
           perform DUMP-ONE-MAP.
           move 39937 to MAP-BASE.
           move "bgmap1" to IMAGE-NAME.
           perform DUMP-ONE-MAP.
           if HARDWARE-IS-CGB
               perform DUMP-PALETTE-SWATCH
           exit program.

       DUMP-TILESET.
           move "tileset" to IMAGE-NAME.
           move 128 to IMG-WIDTH.
           move 192 to IMG-HEIGHT.
           move 0 to PIX-N.
           perform TILESET-ROW varying PIX-Y from 0 by 1
               until PIX-Y > 191.
           perform SAVE-IMAGE.

       TILESET-ROW.
           perform TILESET-PIXEL varying PIX-X from 0 by 1
           perform DECODE-AND-WRITE-PIXEL.

       DUMP-ONE-MAP.
           move 256 to IMG-WIDTH.
           move 256 to IMG-HEIGHT.
           move 0 to PIX-N.
           move MEMORY-ARR (65345) to LCDC-VAL.
           compute TEMP-DIV = LCDC-VAL / 16.
           if function mod(TEMP-DIV, 2) = 1
           else
               move 1 to SIGNED-TILES
           end-if.
           perform MAP-ROW varying PIX-Y from 0 by 1
               until PIX-Y > 255.
           perform SAVE-IMAGE.

       MAP-ROW.
           perform MAP-PIXEL varying PIX-X from 0 by 1
               when other
                   move 0 to GREY-VAL
           end-evaluate.
           add 1 to PIX-N.
           move GREY-VAL to IMG-R (PIX-N).
           move GREY-VAL to IMG-G (PIX-N).
           move GREY-VAL to IMG-B (PIX-N).

       SAVE-IMAGE.
           move spaces to IMG-PATH.
           string function trim(IMAGE-NAME) delimited by size
               IMG-EXT delimited by space
               into IMG-PATH.
           call "IMAGE_WRITE".

      *    > 16 palettes (8 background above 8 object), 4 colors
      *    > each, one 16x16 swatch per color - 64x256 sheet
       DUMP-PALETTE-SWATCH.
           move "cgb-palettes" to IMAGE-NAME.
           move 64 to IMG-WIDTH.
           move 256 to IMG-HEIGHT.
           move 0 to PIX-N.
           perform SWATCH-ROW varying SWATCH-Y from 0 by 1
               until SWATCH-Y > 255.
           perform SAVE-IMAGE.

       SWATCH-ROW.
           perform SWATCH-PIXEL varying SWATCH-X from 0 by 1
               move OBJ-PALETTE-BYTE (PAL-IDX + 2) to PAL-HI
           end-if.
           compute PAL-WORD = (PAL-HI * 256) + PAL-LO.
           add 1 to PIX-N.
           compute CHAN-VAL = function mod(PAL-WORD, 32) * 8.
           move CHAN-VAL to IMG-R (PIX-N).
           compute CHAN-VAL = PAL-WORD / 32.
           compute CHAN-VAL = function mod(CHAN-VAL, 32) * 8.
           move CHAN-VAL to IMG-G (PIX-N).
           compute CHAN-VAL = PAL-WORD / 1024.
           compute CHAN-VAL = function mod(CHAN-VAL, 32) * 8.
           move CHAN-VAL to IMG-B (PIX-N).
       end program VRAM_DUMP.
