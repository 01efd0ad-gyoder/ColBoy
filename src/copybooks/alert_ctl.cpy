      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared failure-alert copybook.
      *
      *    Always on - an unattended run that dies, or a check that
      *    fails, shouldn't wait for the morning digest to be
      *    noticed. Whoever spots the failure (POST_MORTEM when it
      *    cuts a dump for an abnormal end, GOLDEN_CHECK and
      *    AUDIO_CHECK at a divergence, MAIN-DRIVER for a soak
      *    title that failed any other way) fills in the event,
      *    severity, reason and artifact paths here and calls
      *    ALERT_OUTBOX, which adds the title, player, ROM and
      *    frame and writes the record as one small KEY=VALUE file
      *    in the outbox directory - colboy.cfg's ALERT-OUTBOX=,
      *    default colboy-outbox. When ALERT-NOTIFY= names a host
      *    command it is run with the new file's path on the end,
      *    so whatever pages the on-call person gets the whole
      *    record; a notifier that fails leaves the file in the
      *    outbox all the same.
           01 ALERT-CTL external.
               05 ALERT-OUTBOX-DIR pic x(112) value spaces.
               05 ALERT-NOTIFY-COMMAND pic x(112) value spaces.

      *        > the alert being raised
               05 ALERT-EVENT pic x(16) value spaces.
               05 ALERT-SEVERITY pic x(8) value spaces.
               05 ALERT-REASON pic x(40) value spaces.
               05 ALERT-ARTIFACTS pic x(256) value spaces.

      *        > alerts raised so far this process - the soak queue
      *        > compares it across a title so a title that already
      *        > paged for its crash doesn't page twice
               05 ALERT-RAISED-COUNT binary-long unsigned value 0.
