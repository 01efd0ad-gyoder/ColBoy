      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared contact-sheet copybook.
      *
      *    Off by default - MAIN-DRIVER turns it on from the
      *    CONTACT-SHEET flag, whose value is how many frames apart
      *    the samples are taken. CONTACT_SHEET keeps a half-size
      *    thumbnail of every sampled frame and, when the run (or
      *    each soak title's run) ends, lays them out in one grid
      *    picture with the final frame last, every cell labelled
      *    with its frame number - one file to glance over for a
      *    black screen, a title card that never moved on or a
      *    screen full of garbage, instead of a directory of
      *    frame_NNNNNN dumps. MAIN-DRIVER puts the ROM's path in
      *    SHEET-PATH before a run; CONTACT_SHEET turns it into the
      *    sheet's own (rom.sheet plus IMG-EXT, next to the ROM) and
      *    leaves it there for the summary block to point at.
           01 SHEET-CTL external.
               05 SHEET-ENABLED binary-char unsigned value 0.
                   88 SHEET-IS-ON value 1.
               05 SHEET-EVERY binary-long unsigned value 300.
               05 SHEET-PATH pic x(256) value spaces.
               05 SHEET-WRITTEN binary-char unsigned value 0.
                   88 SHEET-WAS-WRITTEN value 1.
               05 SHEET-CELLS binary-short unsigned value 0.
