      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared rich-presence state copybook.
      *
      *    Off by default - MAIN-DRIVER (or a per-title profile's
      *    PRESENCE= line) turns it on and names the definition
      *    file. Each definition is a display string plus up to four
      *    memory conditions in the achievement engine's vocabulary
      *    (address, comparison, value); the first definition whose
      *    conditions all hold says what the player is doing, and
      *    {XXXX} in its string is replaced by the live byte at hex
      *    address XXXX. Once a second PRESENCE_CHECK renders it
      *    into PRESENCE-LINE - "playing: TITLE - World 1-2, 3
      *    lives" - and rewrites colboy-status.txt with it (and, in
      *    server mode, has CONTROL_CHANNEL publish it to
      *    colboy-presence.txt); BATCH_PROGRESS and SCREEN_TEXT
      *    carry the line too when they rewrite the status file
      *    between times.
           01 PRESENCE-CTL external.
               05 PRESENCE-ENABLED binary-char unsigned value 0.
                   88 PRESENCE-IS-ON value 1.
               05 PRESENCE-CONFIG-PATH pic x(256) value spaces.
               05 PRESENCE-COUNT binary-char unsigned value 0.
               05 PRESENCE-ENTRY occurs 16 times.
                   10 PRESENCE-TEXT pic x(80).
                   10 PRESENCE-COND-COUNT binary-char unsigned.
                   10 PRESENCE-COND occurs 4 times.
                       15 PRS-ADDRESS binary-short unsigned.
                       15 PRS-OP pic x(2).
                       15 PRS-VALUE binary-char unsigned.
               05 PRESENCE-LAST-STAMP binary-double unsigned
                   value 0.
               05 PRESENCE-LINE pic x(120) value spaces.
               05 PRESENCE-FRESH binary-char unsigned value 0.
                   88 PRESENCE-IS-FRESH value 1.
