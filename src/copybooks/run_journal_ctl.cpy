      *    title in a soak queue) appends one record to
      *    colboy-runs.log through RUN_JOURNAL: date, CART-TITLE,
      *    ROM path, the flags in effect, frames/instructions/cycles
      *    executed, why the run ended, its wall-clock duration and
      *    how many of its frames lagged (see lag_ctl), then the
      *    build that ran it and - for a soak queue's titles - the
      *    soak it belonged to.
      *    RUN_HISTORY_REPORT aggregates that file so "did this ever
      *    work?" has an answer. The driver stamps the start here;
      *    RUN_JOURNAL computes the duration when the record is cut.
      *
      *    Every ColBoy program ends on one return-code scheme:
      *        0  clean            8  failed verification
      *        4  warning         12  could not run
      *                           16  abnormal end
      *    RUN_JOURNAL maps each end reason onto it when the record
      *    is cut (see END-REASON-CODE there); the verdicts a run
      *    prints - golden frames, test ROM, audio and replay
      *    checks - raise the run's code on their own as they go.
           01 RUN-JOURNAL-CTL external.
               05 JOURNAL-START-STAMP binary-double unsigned value 0.

               05 JOURNAL-ROM-PATH pic x(256) value spaces.
               05 JOURNAL-FLAGS-TEXT pic x(128) value spaces.
               05 JOURNAL-END-REASON pic x(24) value spaces.

      *        > the emulator's build (its compile stamp, or the
      *        > BUILD-ID flag) and the soak session - stamped when
      *        > a soak queue starts, or handed down by SOAK_COORDINATOR
      *        > so every worker's titles carry the same one; blank
      *        > outside a soak. SOAK_DELTA compares soak with soak
               05 JOURNAL-BUILD-ID pic x(24) value spaces.
               05 JOURNAL-SOAK-ID pic x(24) value spaces.

      *        > the run's code, zeroed by "start" and raised by the
      *        > verdicts and then the end reason; the record carries
      *        > it. The worst code of the whole process (every title
      *        > in a queue) is what MAIN-DRIVER ends with.
               05 JOURNAL-RUN-CODE binary-char unsigned value 0.
               05 JOURNAL-WORST-CODE binary-char unsigned value 0.
