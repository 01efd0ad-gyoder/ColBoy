      *    shared with the LINK_HUB process, and SERIAL_STEP always
      *    takes the external-clock side - the adapter owns the
      *    clock, the consoles only ever answer it.
      *    Traffic capture (LINK-LOG, or LOG on LINK_HUB) has
      *    LINK_TRAFFIC append every byte that crosses the exchange
      *    files to this end's traffic file, stamped with the frame
      *    MAIN-DRIVER last completed (the hub's round number on
      *    the hub's own file) - what LINK_TRACE lines up afterwards.
           01 LINK-CTL external.
               05 LINK-ENABLED binary-char unsigned value 0.
                   88 LINK-IS-ON value 1.
      *        > slave-side poll pacing - the inbox is a file, so it
      *        > is only checked every so many elapsed T-states
               05 LINK-POLL-COUNTER binary-long unsigned value 0.
               05 LINK-TRAFFIC-ENABLED binary-char unsigned value 0.
                   88 LINK-TRAFFIC-IS-ON value 1.
               05 LINK-FRAME-STAMP binary-long unsigned value 0.
