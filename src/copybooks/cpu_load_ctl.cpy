      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared per-frame CPU load copybook.
      *
      *    Off by default - MAIN-DRIVER turns it on from the
      *    CPU-LOAD flag. While it is on, FETCH-EXECUTE splits every
      *    pass's CPU cycles (before any overclock or double-speed
      *    scaling - what the CPU itself had) between the HALTed or
      *    STOPped idle and real execution, and CPU_LOAD closes each
      *    frame out: its load is the executing share, and a frame
      *    in which the CPU never once reached HALT overran into the
      *    next VBlank. Titles that never HALT at all (they busy-
      *    wait on LY instead) read as full load every frame; for
      *    them a lag frame (see lag_ctl) is the overrun signal.
      *    The end-of-run report shows the average, the worst
      *    frames, a chart of load over the run and the overruns -
      *    which says whether an OVERCLOCK factor would help a title
      *    before it goes into the title's profile.
           01 CPU-LOAD-CTL external.
               05 LOAD-ENABLED binary-char unsigned value 0.
                   88 LOAD-IS-ON value 1.
      *        > the frame being run
               05 LOAD-BUSY-CYCLES binary-double unsigned value 0.
               05 LOAD-HALT-CYCLES binary-double unsigned value 0.
