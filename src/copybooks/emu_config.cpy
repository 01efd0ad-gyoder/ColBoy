               05 HARDWARE-MODE-SET binary-char unsigned value 0.
                   88 HARDWARE-WAS-CHOSEN value 1.

      *        > which revision of the family above: the later one
      *        > is the Game Boy Pocket (MGB) for DMG, the SGB2 for
      *        > SGB and the Game Boy Advance (AGB) running CGB
      *        > software. Nothing else in the machine changes - the
      *        > post-boot registers do, and games read them (A=0xFF
      *        > says Pocket/SGB2, B bit 0 with A=0x11 says GBA).
      *        > AUTO-PICK-MODEL is the revision the automatic pick
      *        > uses when nobody chose the hardware outright
               05 HARDWARE-MODEL binary-char unsigned value 0.
                   88 MODEL-IS-ORIGINAL value 0.
                   88 MODEL-IS-LATER value 1.
               05 AUTO-PICK-MODEL binary-char unsigned value 0.

      *        > CPU overclock factor (1, 2 or 4): the CPU runs
      *        > that many times its real speed while the PPU,
      *        > timer and serial clocks keep their true cadence -
      *        > who is at the controls - several people share one
      *        > box, and the run journal, award lines and score
      *        > ledger all carry this so the reports can tell them
      *        > apart, and every save that holds progress is kept
      *        > under it (see SAVE_NAME). colboy.cfg's PLAYER= sets
      *        > it, the PLAYER command-line flag wins over that,
      *        > and blank means the logs and save files look the
      *        > way they always did
               05 PLAYER-NAME pic x(16) value spaces.

      *        > hardware-accurate VRAM/OAM access gating: with the
               05 DMG-PAL-R binary-char unsigned occurs 4 times.
               05 DMG-PAL-G binary-char unsigned occurs 4 times.
               05 DMG-PAL-B binary-char unsigned occurs 4 times.

      *        > what RAM holds at power-on - FILL= in colboy.cfg or
      *        > the FILL flag picks it, POWER_ON_FILL paints it
      *        > after every CPU-RESET. The seed is the whole of a
      *        > random fill: the run journal, save states and replay
      *        > bundles all carry it, and a random fill nobody gave
      *        > a seed for draws one from the clock at startup
               05 POWER-FILL-MODE binary-char unsigned value 0.
                   88 FILL-IS-ZERO value 0.
                   88 FILL-IS-FF value 1.
                   88 FILL-IS-DMG-PATTERN value 2.
                   88 FILL-IS-RANDOM value 3.
               05 POWER-FILL-SEED binary-long unsigned value 0.
               05 POWER-FILL-SEED-SET binary-char unsigned value 0.
                   88 FILL-SEED-WAS-GIVEN value 1.
