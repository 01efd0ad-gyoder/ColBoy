      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared image file copybook.
      *
      *    One RGB picture on its way to or from disk. Everything
      *    that writes a picture - FRAME_DUMP (and so the SNAP
      *    one-shot and the capture triggers' FRAME action),
      *    VRAM_DUMP's sheets, FRAME_COMPARE's difference image -
      *    paints IMG-R/G/B row by row, sets the size and a path
      *    ending in IMG-EXT, and calls IMAGE_WRITE, which puts it
      *    out in the format colboy.cfg's IMAGE-FORMAT= picked: P6
      *    PPM (the default, ".ppm") or PNG (".png", a fraction of
      *    the size and previewable by anything). IMAGE_READ goes
      *    the other way for either format, telling them apart by
      *    their first bytes, so a tool reading a directory of
      *    frames never needs to know which one the run wrote.
           01 IMAGE-CTL external.
               05 IMG-FORMAT binary-char unsigned value 0.
                   88 IMG-IS-PPM value 0.
                   88 IMG-IS-PNG value 1.
               05 IMG-EXT pic x(4) value ".ppm".
               05 IMG-PATH pic x(256) value spaces.
               05 IMG-WIDTH binary-short unsigned value 0.
               05 IMG-HEIGHT binary-short unsigned value 0.

      *        > IMAGE_READ's verdict: 0 read, 1 no such file,
      *        > 2 not a picture it can read
               05 IMG-READ-STATUS binary-char unsigned value 0.
                   88 IMG-READ-OK value 0.
                   88 IMG-READ-MISSING value 1.
                   88 IMG-READ-BAD value 2.

      *        > pixels left to right, top to bottom - room for a
      *        > frame at OUTPUT-SCALE=4, 640x576, the largest
      *        > picture written
               05 IMG-PIXEL occurs 368640 times.
                   10 IMG-R binary-char unsigned.
                   10 IMG-G binary-char unsigned.
                   10 IMG-B binary-char unsigned.
