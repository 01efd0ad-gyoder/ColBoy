      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared on-screen text transcript copybook.
      *
      *    Off by default - MAIN-DRIVER turns it on from the
      *    TRANSCRIPT flag (or a per-title profile's TRANSCRIPT=
      *    line), whose value is the title's .tbl file: which tile
      *    number draws which character. Every frame SCREEN_TEXT
      *    reads the visible background and window tiles through
      *    that table; once the decoded text has held still for
      *    SCREEN-TEXT-SETTLE frames (eight, set by MAIN-DRIVER
      *    with the flags - a typewriter dialog box is only "said"
      *    once it finishes typing), every line not already on
      *    screen is appended to the run's transcript with its
      *    frame number. The current screen's lines stay
      *    here for CONTROL_CHANNEL (colboy-text.txt) and
      *    BATCH_PROGRESS (colboy-status.txt) to publish.
      *    MAIN-DRIVER puts the ROM's path in SCREEN-TEXT-PATH
      *    before a run; SCREEN_TEXT turns it into the
      *    transcript's own (rom.transcript.txt, next to the ROM).
           01 SCREEN-TEXT-CTL external.
               05 SCREEN-TEXT-ENABLED binary-char unsigned value 0.
                   88 SCREEN-TEXT-IS-ON value 1.
               05 SCREEN-TEXT-TBL-PATH pic x(256) value spaces.
               05 SCREEN-TEXT-TBL-COUNT binary-short unsigned
                   value 0.
               05 SCREEN-TEXT-PATH pic x(256) value spaces.
               05 SCREEN-TEXT-SETTLE binary-char unsigned value 8.
      *        > set whenever the published lines change; the
      *        > control channel clears it once it has written them
               05 SCREEN-TEXT-CHANGED binary-char unsigned value 0.
                   88 SCREEN-TEXT-HAS-CHANGED value 1.
      *        > transcript lines written this run
               05 SCREEN-TEXT-LOGGED binary-long unsigned value 0.
               05 SCREEN-TEXT-LINES binary-char unsigned value 0.
               05 SCREEN-TEXT-LINE pic x(80) occurs 18 times.
