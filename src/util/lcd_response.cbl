      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    The screen between the framebuffer and every picture
      *    ColBoy publishes - see lcd_ctl for what FRAME-BLEND= and
      *    COLOR-CORRECTION= ask for. Two actions:
      *
      *      "feed"  called by PPU_STEP at every VBlank, before any
      *              output sees the frame: with blending on, the
      *              frame before this one becomes the ghost, and
      *              this one is held back to be the next ghost.
      *              Either way the painted picture is now stale.
      *      "draw"  called by each output that wants color: paints
      *              LCD-FRAME - the CGB colors (through the curve
      *              when correction is on), the SGB screen palette
      *              or the DMG colorization palette, mixed half and
      *              half with the ghost when blending is on - once
      *              per frame, however many outputs ask.
      *
      *    The correction curve is the usual one for the GBC's
      *    panel: each 5-bit channel takes a share of the other two
      *    (red 26/4/2, green 0/24/8, blue 6/4/22 of red/green/blue,
      *    thirty-seconds), capped at 960 and quartered, so full
      *    white comes out 240 rather than a glaring 248.
       identification division.
       program-id. LCD_RESPONSE.
       data division.
       working-storage section.
           copy framebuffer.
           copy color_framebuffer.
           copy emu_config.
           copy sgb_state.
           copy lcd_ctl.

      * ====== LOCAL =======
      *    > this frame, held back to be the next frame's ghost, and
      *    > the ghost's CGB colors alongside LCD-GHOST-SHADE
           01 HOLD-VALID binary-char unsigned value 0.
               88 HOLD-IS-VALID value 1.
           01 HOLD-SHADES.
               05 HOLD-SHADE binary-char unsigned occurs 23040 times.
           01 HOLD-COLORS.
               05 HOLD-R binary-char unsigned occurs 23040 times.
               05 HOLD-G binary-char unsigned occurs 23040 times.
               05 HOLD-B binary-char unsigned occurs 23040 times.
           01 GHOST-COLORS.
               05 GHOST-R binary-char unsigned occurs 23040 times.
               05 GHOST-G binary-char unsigned occurs 23040 times.
               05 GHOST-B binary-char unsigned occurs 23040 times.

           01 PIX-I binary-long unsigned value 0.
           01 SHADE-VAL binary-char unsigned value 0.
           01 SGB-WORD binary-long unsigned value 0.
           01 SGB-CHANNEL binary-long unsigned value 0.

      *    > one pixel's color on its way through: IN- is the CGB
      *    > triple to start from, OUT- the finished color
           01 IN-R binary-short unsigned value 0.
           01 IN-G binary-short unsigned value 0.
           01 IN-B binary-short unsigned value 0.
           01 OUT-R binary-short unsigned value 0.
           01 OUT-G binary-short unsigned value 0.
           01 OUT-B binary-short unsigned value 0.
           01 NOW-R binary-short unsigned value 0.
           01 NOW-G binary-short unsigned value 0.
           01 NOW-B binary-short unsigned value 0.
           01 CURVE-VAL binary-long unsigned value 0.
       linkage section.
           01 LCD-ACTION pic x(4).
       procedure division using by reference LCD-ACTION.
       MAIN.
           evaluate LCD-ACTION
               when "feed"
                   perform FEED-FRAME
               when "draw"
                   perform DRAW-FRAME thru DRAW-FRAME-EXIT
           end-evaluate.

       MAIN-EXIT.
           exit program.

       FEED-FRAME.
           move 1 to LCD-FRAME-STALE.
           if LCD-BLEND-IS-ON
               if HOLD-IS-VALID
                   move HOLD-SHADES to LCD-GHOST-SHADES
                   move HOLD-COLORS to GHOST-COLORS
               else
                   move FRAMEBUFFER to LCD-GHOST-SHADES
                   move CGB-FRAMEBUFFER to GHOST-COLORS
               end-if
               move FRAMEBUFFER to HOLD-SHADES
               move CGB-FRAMEBUFFER to HOLD-COLORS
               move 1 to HOLD-VALID
           end-if.

       DRAW-FRAME.
           if not LCD-FRAME-IS-STALE
               go to DRAW-FRAME-EXIT
           end-if.
           perform DRAW-ONE-PIXEL varying PIX-I from 1 by 1
               until PIX-I > 23040.
           move 0 to LCD-FRAME-STALE.
       DRAW-FRAME-EXIT.
           exit paragraph.

       DRAW-ONE-PIXEL.
           move FRAMEBUFFER-ARR (PIX-I) to SHADE-VAL.
           move CGB-FB-R-ARR (PIX-I) to IN-R.
           move CGB-FB-G-ARR (PIX-I) to IN-G.
           move CGB-FB-B-ARR (PIX-I) to IN-B.
           perform PIXEL-COLOR.
           if LCD-BLEND-IS-ON
               move OUT-R to NOW-R
               move OUT-G to NOW-G
               move OUT-B to NOW-B
               move LCD-GHOST-SHADE (PIX-I) to SHADE-VAL
               move GHOST-R (PIX-I) to IN-R
               move GHOST-G (PIX-I) to IN-G
               move GHOST-B (PIX-I) to IN-B
               perform PIXEL-COLOR
               compute OUT-R = (OUT-R + NOW-R) / 2
               compute OUT-G = (OUT-G + NOW-G) / 2
               compute OUT-B = (OUT-B + NOW-B) / 2
           end-if.
           move OUT-R to LCD-R (PIX-I).
           move OUT-G to LCD-G (PIX-I).
           move OUT-B to LCD-B (PIX-I).

      *    > CGB titles have real palette-derived color in the CGB
      *    > planes; an SGB title whose game loaded its screen
      *    > palettes gets those colors; everything else maps its
      *    > shade through the DMG colorization palette
       PIXEL-COLOR.
           if SHADE-VAL > 3
               move 3 to SHADE-VAL
           end-if.
           if HARDWARE-IS-CGB
               if LCD-CORRECT-IS-ON
                   perform CORRECT-CGB-COLOR
               else
                   move IN-R to OUT-R
                   move IN-G to OUT-G
                   move IN-B to OUT-B
               end-if
           else
           if HARDWARE-IS-SGB and SGB-PALETTES-ARE-SET
               move SGB-PAL-COLOR (SHADE-VAL + 1) to SGB-WORD
               compute OUT-R = function mod(SGB-WORD, 32) * 8
               compute SGB-CHANNEL = SGB-WORD / 32
               compute OUT-G = function mod(SGB-CHANNEL, 32) * 8
               compute SGB-CHANNEL = SGB-WORD / 1024
               compute OUT-B = function mod(SGB-CHANNEL, 32) * 8
           else
               move DMG-PAL-R (SHADE-VAL + 1) to OUT-R
               move DMG-PAL-G (SHADE-VAL + 1) to OUT-G
               move DMG-PAL-B (SHADE-VAL + 1) to OUT-B
           end-if
           end-if.

      *    > back to the 5-bit channels the palette RAM held, then
      *    > each one mixed from all three
       CORRECT-CGB-COLOR.
           compute IN-R = IN-R / 8.
           compute IN-G = IN-G / 8.
           compute IN-B = IN-B / 8.
           compute CURVE-VAL = (IN-R * 26) + (IN-G * 4) + (IN-B * 2).
           if CURVE-VAL > 960
               move 960 to CURVE-VAL
           end-if.
           compute OUT-R = CURVE-VAL / 4.
           compute CURVE-VAL = (IN-G * 24) + (IN-B * 8).
           if CURVE-VAL > 960
               move 960 to CURVE-VAL
           end-if.
           compute OUT-G = CURVE-VAL / 4.
           compute CURVE-VAL = (IN-R * 6) + (IN-G * 4) + (IN-B * 22).
           if CURVE-VAL > 960
               move 960 to CURVE-VAL
           end-if.
           compute OUT-B = CURVE-VAL / 4.
       end program LCD_RESPONSE.
