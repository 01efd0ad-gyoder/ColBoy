      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared audio level-watch copybook.
      *
      *    AUDIO_CHECK needs a reference recording to say anything;
      *    this needs none. Armed for batch and soak runs whenever
      *    audio is on, APU_STEP folds every mixed sample into the
      *    current window (8192 samples, a quarter second) and
      *    AUDIO_LEVEL closes each window out: its peak, its RMS
      *    about its own mean (the mix is unsigned, so a flat line
      *    at any level is silence), and how many samples sat on the
      *    8-bit rail. Once the game has made a sound, a run that
      *    ends in LEVEL-SILENCE-WINDOWS of unbroken silence is a
      *    sound driver that died; LEVEL-CLIP-WINDOWS of clipped
      *    windows in a row is a mix pinned to the rail. Either one
      *    shows in the batch summary, the soak roll-up and the run
      *    journal's end reason.
           01 AUDIO-LEVEL-CTL external.
               05 LEVEL-ENABLED binary-char unsigned value 0.
                   88 LEVEL-IS-ON value 1.
               05 LEVEL-WINDOW binary-long unsigned value 8192.
               05 LEVEL-SILENCE-WINDOWS binary-short unsigned
                   value 40.
               05 LEVEL-CLIP-WINDOWS binary-short unsigned value 8.

      *        > the window being filled
               05 LEVEL-WIN-COUNT binary-long unsigned value 0.
               05 LEVEL-WIN-MIN binary-char unsigned value 255.
               05 LEVEL-WIN-MAX binary-char unsigned value 0.
               05 LEVEL-WIN-SUM binary-double unsigned value 0.
               05 LEVEL-WIN-SUMSQ binary-double unsigned value 0.
               05 LEVEL-WIN-CLIPPED binary-long unsigned value 0.

      *        > the run so far - RMS figures are in tenths
               05 LEVEL-WINDOWS-DONE binary-long unsigned value 0.
               05 LEVEL-HEARD binary-char unsigned value 0.
                   88 LEVEL-SOUND-STARTED value 1.
               05 LEVEL-PEAK binary-char unsigned value 0.
               05 LEVEL-PEAK-RMS binary-short unsigned value 0.
               05 LEVEL-SILENT-RUN binary-long unsigned value 0.
               05 LEVEL-SILENT-FROM binary-long unsigned value 0.
               05 LEVEL-CLIP-RUN binary-long unsigned value 0.
               05 LEVEL-CLIP-FROM binary-long unsigned value 0.
               05 LEVEL-GAPS-RECOVERED binary-short unsigned value 0.

      *        > the verdict, and the window its trouble began in
               05 LEVEL-VERDICT binary-char unsigned value 0.
                   88 LEVEL-SOUND-OK value 0.
                   88 LEVEL-SOUND-DIED value 1.
                   88 LEVEL-SOUND-CLIPPING value 2.
               05 LEVEL-TROUBLE-WINDOW binary-long unsigned value 0.
