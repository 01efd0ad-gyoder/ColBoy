      *    Off by default so a normal run pays no per-instruction
      *    logging cost - MAIN-DRIVER turns TRACE-ENABLED on when the
      *    operator asks for a trace on the command line.
      *    TRACE-FORMAT picks the line layout: ColBoy's own, or the
      *    gameboy-doctor layout the conformance community publishes
      *    reference logs in (registers, SP, PC and the four bytes
      *    at PC, in hex). Those logs were all taken with LY reading
      *    a constant 0x90, so while a doctor-format trace runs
      *    READ_BYTE answers LY that way too - otherwise every run
      *    would part from the reference at the first LY poll.
           01 TRACE-CTL external.
               05 TRACE-ENABLED binary-char unsigned value 0.
                   88 TRACE-IS-ON value 1.
               05 TRACE-FORMAT binary-char unsigned value 0.
                   88 TRACE-IS-NATIVE value 0.
                   88 TRACE-IS-DOCTOR value 1.
