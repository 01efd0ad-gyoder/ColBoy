      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared GBS sound-file player copybook.
      *
      *    A .gbs rip is a game's music driver with the game cut
      *    away: a 0x70-byte header (song count, load/init/play
      *    addresses, stack pointer, timer setup, title, author,
      *    copyright) and the driver's code and data. MAIN-DRIVER
      *    switches to GBS mode for a .gbs file or the GBS flag;
      *    GBS_LOADER turns the rip into a cartridge image the rest
      *    of the machine already knows how to run, and each song
      *    is played for GBS-SECONDS into its own WAV.
           01 GBS-CTL external.
               05 GBS-ENABLED binary-char unsigned value 0.
                   88 GBS-IS-ON value 1.

      *        > 0 plays every song; n just song n (1-based, the way
      *        > players number them)
               05 GBS-SONG-WANTED binary-short unsigned value 0.
               05 GBS-SECONDS binary-short unsigned value 60.

      *        > the song GBS_LOADER builds the start-up code for
               05 GBS-SONG-NOW binary-char unsigned value 1.

      *        > 0 loaded; 1 not a GBS file; 2 unsupported version;
      *        > 3 load address below 0x0400; 4 no songs
               05 GBS-LOAD-RESULT binary-char unsigned value 0.
                   88 GBS-LOAD-OK value 0.

      *        > the header, decoded
               05 GBS-SONG-COUNT binary-char unsigned value 0.
               05 GBS-FIRST-SONG binary-char unsigned value 0.
               05 GBS-LOAD-ADDR binary-short unsigned value 0.
               05 GBS-INIT-ADDR binary-short unsigned value 0.
               05 GBS-PLAY-ADDR binary-short unsigned value 0.
               05 GBS-STACK-ADDR binary-short unsigned value 0.
               05 GBS-TIMER-MODULO binary-char unsigned value 0.
               05 GBS-TIMER-CONTROL binary-char unsigned value 0.
               05 GBS-TITLE pic x(32).
               05 GBS-AUTHOR pic x(32).
               05 GBS-COPYRIGHT pic x(32).

      *        > how often the play routine runs, in hundredths of
      *        > a hertz: the timer interrupt when the header's TAC
      *        > byte enables it, otherwise every VBlank
               05 GBS-TIMER-DRIVEN binary-char unsigned value 0.
                   88 GBS-PLAYS-ON-TIMER value 1.
               05 GBS-PLAY-RATE binary-long unsigned value 0.

      *        > where the start-up code GBS_LOADER writes begins
               05 GBS-ENTRY-ADDR binary-short unsigned value 112.
