      *    viewer plays, produced by nothing fancier than a bit
      *    packer. The trailer lands when the range completes or
      *    the run stops.
      *
      *    At an OUTPUT-SCALE above 1 each Game Boy pixel goes out
      *    as a square of that size. An OUTPUT-FILTER then needs
      *    darker versions of the four shades, so the color table
      *    doubles to eight - entries 4-7 the dimmed 0-3 - and the
      *    codes widen to 4 bits (CLEAR=8, END=9) on the same
      *    two-pixels-a-CLEAR scheme. FRAME-BLEND=ON works the same
      *    way: each pixel's color is picked by its shade in this
      *    frame and in the one before (LCD_RESPONSE's ghost), so
      *    the table grows to the sixteen even mixes of two shades
      *    (thirty-two, with a filter's dimmed copies). With an
      *    INPUT-OVERLAY the pad's two colors go on the end and the
      *    table rounds up to the next power of two.
       identification division.
       program-id. GIF_EXPORT.
       environment division.
           copy gif_ctl.
           copy framebuffer.
           copy emu_config.
           copy scale_ctl.
           copy lcd_ctl.
           copy overlay_ctl.

           01 POW2-INIT.
               05 filler pic 9(3) value 1.

           01 PIX-I binary-long unsigned value 0.
           01 PAIR-COUNT binary-char unsigned value 0.

      *    > the picture's shape, settled when the file opens
           01 FACTOR binary-char unsigned value 1.
           01 OUT-WIDTH binary-short unsigned value 160.
           01 OUT-HEIGHT binary-short unsigned value 144.
           01 OUT-COUNT binary-long unsigned value 23040.
           01 SIZE-VAL binary-short unsigned value 0.
           01 PAL-ENTRIES binary-char unsigned value 4.
           01 BASE-ENTRIES binary-char unsigned value 4.
           01 USED-ENTRIES binary-char unsigned value 4.
           01 OVERLAY-BASE binary-char unsigned value 4.
           01 GIF-FILTERED binary-char unsigned value 0.
               88 GIF-IS-FILTERED value 1.
           01 MIN-CODE-SIZE binary-char unsigned value 2.
           01 CODE-BITS binary-char unsigned value 3.
           01 CLEAR-CODE binary-char unsigned value 4.
           01 END-CODE binary-char unsigned value 5.
           01 PIX-OFFSET binary-long unsigned value 0.
           01 OUT-ROW binary-long unsigned value 0.
           01 OUT-COL binary-long unsigned value 0.
           01 CELL-ROW binary-long unsigned value 0.
           01 CELL-COL binary-long unsigned value 0.
           01 ROW-IN-CELL binary-char unsigned value 0.
           01 COL-IN-CELL binary-char unsigned value 0.
           01 SRC-I binary-long unsigned value 0.

      *    > the global color table, built when the file opens
           01 PAL-TABLE.
               05 PAL-ENTRY occurs 64 times.
                   10 PAL-R binary-char unsigned.
                   10 PAL-G binary-char unsigned.
                   10 PAL-B binary-char unsigned.
           01 PAL-SHADE binary-char unsigned value 0.
           01 PAL-GHOST binary-char unsigned value 0.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
           01 FINAL-FLAG binary-char unsigned.
           exit program.

       START-GIF.
           perform SETTLE-SHAPE.
           open output GIF-FILE.
           move 1 to GIF-FILE-OPENED.
      *        > GIF89a signature
           perform EMIT-TEXT-G.
      *        > logical screen and global color table - the
      *        > flags byte's low bits say how big the table is
           move OUT-WIDTH to SIZE-VAL.
           perform EMIT-SIZE.
           move OUT-HEIGHT to SIZE-VAL.
           perform EMIT-SIZE.
           compute OUT-VAL = 143 + MIN-CODE-SIZE.
           perform EMIT-BYTE.
           move 0 to OUT-VAL.
           perform EMIT-BYTE.
           perform EMIT-BYTE.
           perform EMIT-PALETTE varying PAL-I from 1 by 1
               until PAL-I > PAL-ENTRIES.
           perform EMIT-LOOP-BLOCK.

       SETTLE-SHAPE.
           move SCALE-FACTOR to FACTOR.
           if FACTOR < 1 or FACTOR > 4
               move 1 to FACTOR
           end-if.
           compute OUT-WIDTH = 160 * FACTOR.
           compute OUT-HEIGHT = 144 * FACTOR.
           compute OUT-COUNT = OUT-WIDTH * OUT-HEIGHT.
           if LCD-BLEND-IS-ON
               move 16 to BASE-ENTRIES
           else
               move 4 to BASE-ENTRIES
           end-if.
           move BASE-ENTRIES to USED-ENTRIES.
           move 0 to GIF-FILTERED.
           if FACTOR > 1 and not SCALE-FILTER-NONE
               move 1 to GIF-FILTERED
               compute USED-ENTRIES = BASE-ENTRIES * 2
           end-if.
           move USED-ENTRIES to OVERLAY-BASE.
           if not OVERLAY-IS-OFF
               add 2 to USED-ENTRIES
           end-if.
      *        > a GIF color table is a power of two long; whatever
      *        > is left over past the used entries stays black
           evaluate true
               when USED-ENTRIES <= 4
                   move 4 to PAL-ENTRIES
                   move 2 to MIN-CODE-SIZE
               when USED-ENTRIES <= 8
                   move 8 to PAL-ENTRIES
                   move 3 to MIN-CODE-SIZE
               when USED-ENTRIES <= 16
                   move 16 to PAL-ENTRIES
                   move 4 to MIN-CODE-SIZE
               when USED-ENTRIES <= 32
                   move 32 to PAL-ENTRIES
                   move 5 to MIN-CODE-SIZE
               when other
                   move 64 to PAL-ENTRIES
                   move 6 to MIN-CODE-SIZE
           end-evaluate.
           compute CODE-BITS = MIN-CODE-SIZE + 1.
           move PAL-ENTRIES to CLEAR-CODE.
           compute END-CODE = PAL-ENTRIES + 1.
           move low-values to PAL-TABLE.
           perform BUILD-PALETTE-ENTRY varying PAL-I from 1 by 1
               until PAL-I > BASE-ENTRIES.
           if not OVERLAY-IS-OFF
               call "INPUT_OVERLAY"
               move OVERLAY-COLOR (1) to PAL-ENTRY (OVERLAY-BASE + 1)
               move OVERLAY-COLOR (2) to PAL-ENTRY (OVERLAY-BASE + 2)
           end-if.

      *    > entry n is shade n of the DMG colorization palette -
      *    > or, blending, the even mix of shade n/4 (the frame
      *    > before) and shade n mod 4 (this frame) - and entry
      *    > n + BASE-ENTRIES its dimmed copy for a filter's edges
       BUILD-PALETTE-ENTRY.
           if LCD-BLEND-IS-ON
               compute PAL-GHOST = (PAL-I - 1) / 4
               compute PAL-SHADE = PAL-I - 1 - (PAL-GHOST * 4)
               compute PAL-R (PAL-I) = (DMG-PAL-R (PAL-GHOST + 1)
                   + DMG-PAL-R (PAL-SHADE + 1)) / 2
               compute PAL-G (PAL-I) = (DMG-PAL-G (PAL-GHOST + 1)
                   + DMG-PAL-G (PAL-SHADE + 1)) / 2
               compute PAL-B (PAL-I) = (DMG-PAL-B (PAL-GHOST + 1)
                   + DMG-PAL-B (PAL-SHADE + 1)) / 2
           else
               move DMG-PAL-R (PAL-I) to PAL-R (PAL-I)
               move DMG-PAL-G (PAL-I) to PAL-G (PAL-I)
               move DMG-PAL-B (PAL-I) to PAL-B (PAL-I)
           end-if.
           compute PAL-R (PAL-I + BASE-ENTRIES) =
               (PAL-R (PAL-I) * SCALE-DIM-KEEP) / 4.
           compute PAL-G (PAL-I + BASE-ENTRIES) =
               (PAL-G (PAL-I) * SCALE-DIM-KEEP) / 4.
           compute PAL-B (PAL-I + BASE-ENTRIES) =
               (PAL-B (PAL-I) * SCALE-DIM-KEEP) / 4.

      *    > GIF sizes are little-endian words
       EMIT-SIZE.
           compute OUT-VAL = function mod(SIZE-VAL, 256).
           perform EMIT-BYTE.
           compute OUT-VAL = SIZE-VAL / 256.
           perform EMIT-BYTE.

       EMIT-TEXT-G.
           move 71 to OUT-VAL.
           perform EMIT-BYTE.
           perform EMIT-BYTE.

       EMIT-PALETTE.
           move PAL-R (PAL-I) to OUT-VAL.
           perform EMIT-BYTE.
           move PAL-G (PAL-I) to OUT-VAL.
           perform EMIT-BYTE.
           move PAL-B (PAL-I) to OUT-VAL.
           perform EMIT-BYTE.

      *    > NETSCAPE2.0 application block - loop forever
           move 0 to OUT-VAL.
           perform EMIT-BYTE.
           perform EMIT-BYTE.
      *        > image descriptor: the full screen, no local table
           move 44 to OUT-VAL.
           perform EMIT-BYTE.
           move 0 to OUT-VAL.
           perform EMIT-BYTE.
           perform EMIT-BYTE.
           perform EMIT-BYTE.
           move OUT-WIDTH to SIZE-VAL.
           perform EMIT-SIZE.
           move OUT-HEIGHT to SIZE-VAL.
           perform EMIT-SIZE.
           move 0 to OUT-VAL.
           perform EMIT-BYTE.
      *        > LZW minimum code size 2: codes are 3 bits, CLEAR=4,
      *        > END=5 - one bit wider, CLEAR and END moved up, each
      *        > time the color table doubles. A CLEAR before every
      *        > two pixels keeps the dictionary too small to ever
      *        > widen the codes.
           move MIN-CODE-SIZE to OUT-VAL.
           perform EMIT-BYTE.
           if not OVERLAY-IS-OFF
               call "INPUT_OVERLAY"
           end-if.
           move 0 to BITS-ACC.
           move 0 to BITS-USED.
           move 0 to BLOCK-USED.
           move 0 to PAIR-COUNT.
           perform EMIT-ONE-PIXEL varying PIX-I from 1 by 1
               until PIX-I > OUT-COUNT.
           move END-CODE to CODE-VAL.
           perform EMIT-CODE.
           perform FLUSH-BITS.
           perform FLUSH-SUB-BLOCK.

       EMIT-ONE-PIXEL.
           if PAIR-COUNT = 0
               move CLEAR-CODE to CODE-VAL
               perform EMIT-CODE
           end-if.
           if FACTOR = 1
               move PIX-I to SRC-I
           else
               perform LOCATE-SOURCE-PIXEL
           end-if.
           move FRAMEBUFFER-ARR (SRC-I) to CODE-VAL.
           if CODE-VAL > 3
               move 3 to CODE-VAL
           end-if.
           if LCD-BLEND-IS-ON
               move LCD-GHOST-SHADE (SRC-I) to PAL-GHOST
               if PAL-GHOST > 3
                   move 3 to PAL-GHOST
               end-if
               compute CODE-VAL = (PAL-GHOST * 4) + CODE-VAL
           end-if.
           if GIF-IS-FILTERED
               perform APPLY-FILTER-SHADE
           end-if.
           if not OVERLAY-IS-OFF
               if OVERLAY-CELL (SRC-I) > 0
                   compute CODE-VAL = OVERLAY-BASE
                       + OVERLAY-CELL (SRC-I) - 1
               end-if
           end-if.
           perform EMIT-CODE.
           add 1 to PAIR-COUNT.
           if PAIR-COUNT >= 2
               move 0 to PAIR-COUNT
           end-if.

      *    > which Game Boy pixel this output pixel is a copy of,
      *    > and where in its square it sits
       LOCATE-SOURCE-PIXEL.
           compute PIX-OFFSET = PIX-I - 1.
           divide PIX-OFFSET by OUT-WIDTH giving OUT-ROW
               remainder OUT-COL.
           divide OUT-ROW by FACTOR giving CELL-ROW
               remainder ROW-IN-CELL.
           divide OUT-COL by FACTOR giving CELL-COL
               remainder COL-IN-CELL.
           compute SRC-I = (CELL-ROW * 160) + CELL-COL + 1.

      *    > the square's darkened edge takes the dimmed copy of
      *    > the entry, BASE-ENTRIES on
       APPLY-FILTER-SHADE.
           if ROW-IN-CELL = FACTOR - 1
                   or (SCALE-FILTER-LCD and COL-IN-CELL = FACTOR - 1)
               add BASE-ENTRIES to CODE-VAL
           end-if.

       EMIT-CODE.
           compute BITS-ACC = BITS-ACC
               + (CODE-VAL * POW2-SHIFT (BITS-USED + 1)).
           add CODE-BITS to BITS-USED.
           perform DRAIN-FULL-BYTES until BITS-USED < 8.

       DRAIN-FULL-BYTES.
