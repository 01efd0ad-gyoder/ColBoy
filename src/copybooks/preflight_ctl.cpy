      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared disk-space preflight copybook.
      *
      *    A batch window that fills the disk halfway through dies
      *    with nothing to show for the night. Before a BATCH run,
      *    a SOAK queue or a parallel soak starts writing, the
      *    caller fills in how many titles and frames it is about
      *    to run and DISK_PREFLIGHT estimates what the outputs
      *    switched on in the other control copybooks (frame dumps,
      *    the WAV and its stems, GIF, AVI, trace, APU log) will
      *    write, and sets that against the free space df reports
      *    for the output filesystem (the current directory), less
      *    a reserve. colboy.cfg's PREFLIGHT= says what happens
      *    when it won't fit: REFUSE (the default) ends the run
      *    before anything is written, DROP switches the heaviest
      *    outputs off one by one until it does fit (refusing if
      *    even that isn't enough), OFF skips the check.
      *    DISK-RESERVE= is the headroom in MB (default 64).
      *    The caller journals the decision.
           01 PREFLIGHT-CTL external.
               05 PREFLIGHT-POLICY binary-char unsigned value 0.
                   88 PREFLIGHT-REFUSES value 0.
                   88 PREFLIGHT-DROPS value 1.
                   88 PREFLIGHT-IS-OFF value 2.
               05 PREFLIGHT-RESERVE-MB binary-long unsigned value 64.

      *        > what the caller is about to run
               05 PREFLIGHT-TITLES binary-short unsigned value 0.
               05 PREFLIGHT-FRAMES binary-long unsigned value 0.

      *        > the verdict, the two sides of it in KB, and the
      *        > flag words of any outputs dropped (comma-separated,
      *        > the way the journal's flags field carries them)
               05 PREFLIGHT-VERDICT binary-char unsigned value 0.
                   88 PREFLIGHT-PASSED value 0.
                   88 PREFLIGHT-DROPPED-SOME value 1.
                   88 PREFLIGHT-REFUSED value 2.
                   88 PREFLIGHT-UNCHECKED value 3.
               05 PREFLIGHT-NEED-KB binary-double unsigned value 0.
               05 PREFLIGHT-FREE-KB binary-double unsigned value 0.
               05 PREFLIGHT-DROP-LIST pic x(64) value spaces.
