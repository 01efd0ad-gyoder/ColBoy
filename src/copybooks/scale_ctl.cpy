      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared export scaling copybook.
      *
      *    How big exported pictures and video come out. The
      *    framebuffer itself, and every checksum taken of it, stay
      *    at the native 160x144; only what FRAME_DUMP, GIF_EXPORT,
      *    AVI_EXPORT and the control channel's exchange frame write
      *    is blown up - nearest neighbour, each Game Boy pixel a
      *    SCALE-FACTOR square (OUTPUT-SCALE=1 to 4 in colboy.cfg).
      *    OUTPUT-FILTER= dresses the squares up: LCD darkens the
      *    right column and bottom row of each one into the grid
      *    the real screen shows, SCANLINES darkens just the bottom
      *    row, harder, like a CRT. A filter needs room to draw in,
      *    so at 1x it does nothing. The top-left of every square
      *    is always the untouched pixel, which is how IMAGE_SCALE
      *    folds a scaled frame back to native for the tools that
      *    compare frames.
           01 SCALE-CTL external.
               05 SCALE-FACTOR binary-char unsigned value 1.
               05 SCALE-FILTER binary-char unsigned value 0.
                   88 SCALE-FILTER-NONE value 0.
                   88 SCALE-FILTER-LCD value 1.
                   88 SCALE-FILTER-SCANLINES value 2.

      *        > a darkened pixel keeps this many quarters of each
      *        > channel - 3 for the LCD grid, 2 for scanlines
               05 SCALE-DIM-KEEP binary-char unsigned value 4.
