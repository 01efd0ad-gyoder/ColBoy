      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared LCD response copybook.
      *
      *    What a real screen does to the picture on its way to the
      *    player's eye, for everything ColBoy publishes. The DMG's
      *    slow liquid crystal never fully settles between frames,
      *    so a sprite a game flickers on alternate frames reads as
      *    see-through rather than strobing; FRAME-BLEND=ON shows
      *    each frame as the even mix of it and the one before. The
      *    GBC's unlit screen washes its colors out and bleeds the
      *    channels into each other; COLOR-CORRECTION=ON runs CGB
      *    colors through that curve instead of the straight 5-bit
      *    to 8-bit stretch the framebuffer holds. Both are off
      *    unless colboy.cfg or the title's profile turns them on.
      *
      *    LCD_RESPONSE keeps LCD-GHOST-SHADE (the previous frame's
      *    shades, for outputs that work in shades) and paints the
      *    finished color picture into LCD-FRAME once per frame,
      *    the first time an output asks. The framebuffers, and
      *    every checksum taken of them, are never touched.
           01 LCD-CTL external.
               05 LCD-BLEND-SWITCH binary-char unsigned value 0.
                   88 LCD-BLEND-IS-ON value 1.
               05 LCD-CORRECT-SWITCH binary-char unsigned value 0.
                   88 LCD-CORRECT-IS-ON value 1.

      *        > set by "feed" at every VBlank, cleared by the first
      *        > "draw" after it
               05 LCD-FRAME-STALE binary-char unsigned value 1.
                   88 LCD-FRAME-IS-STALE value 1.

               05 LCD-GHOST-SHADES.
                   10 LCD-GHOST-SHADE binary-char unsigned
                       occurs 23040 times.

           01 LCD-FRAME external.
               05 LCD-PIXEL occurs 23040 times.
                   10 LCD-R binary-char unsigned.
                   10 LCD-G binary-char unsigned.
                   10 LCD-B binary-char unsigned.
