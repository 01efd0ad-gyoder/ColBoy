      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared random-input stress test copybook.
      *
      *    Off by default - MAIN-DRIVER arms it from the MONKEY
      *    command-line flag, which names the seed (or RANDOM for
      *    one off the clock). MONKEY_TICK then presses buttons
      *    once per frame through JOYPAD_SET_BUTTON, the way
      *    TURBO_TICK and MACRO_TICK drive theirs, from a 31-bit
      *    linear congruential stream started from the seed, so the
      *    same seed on the same cartridge always presses the same
      *    buttons on the same frames. The stream restarts at the
      *    seed for every title of a soak queue. The constraints
      *    come from colboy.cfg:
      *
      *        MONKEY-HOLD=min-max    frames a press is held
      *                               (default 2-30)
      *        MONKEY-PRESS=percent   chance each frame of a new
      *                               press starting (default 25)
      *        MONKEY-STARTSEL=pct    share of new presses that go
      *                               to Start or Select (default 2)
      *        MONKEY-EXCLUDE=list    buttons never pressed, comma
      *                               separated (right,left,up,down,
      *                               a,b,select,start)
      *
      *    Every monkey run records its input as a movie (see
      *    movie_ctl), so whatever it breaks replays exactly.
           01 MONKEY-CTL external.
               05 MONKEY-ENABLED binary-char unsigned value 0.
                   88 MONKEY-IS-ON value 1.
               05 MONKEY-SEED binary-long unsigned value 0.
               05 MONKEY-HOLD-MIN binary-short unsigned value 0.
               05 MONKEY-HOLD-MAX binary-short unsigned value 0.
               05 MONKEY-PRESS-PCT binary-char unsigned value 0.
               05 MONKEY-STARTSEL-PCT binary-char unsigned value 0.

      *        > one switch per button in JOYPAD-STATE order (right,
      *        > left, up, down, a, b, select, start) - 1 keeps the
      *        > monkey's hands off it
               05 MONKEY-EXCLUDED binary-char unsigned
                   occurs 8 times value 0.

      *        > the running stream, and the frame each held
      *        > button is let go on (0 when it isn't held)
               05 MONKEY-STATE binary-long unsigned value 0.
               05 MONKEY-RELEASE-AT binary-long unsigned
                   occurs 8 times value 0.
               05 MONKEY-PRESS-COUNT binary-long unsigned value 0.
