               05 STEM-ENABLED binary-char unsigned value 0.
                   88 STEMS-ARE-ON value 1.
               05 AUDIO-STEM-PATH pic x(260) occurs 4 times.

      *        > live output during a PLAY session: colboy.cfg's
      *        > AUDIO-SINK= names a host command that plays raw
      *        > 8-bit unsigned mono at 32768Hz from its standard
      *        > input (aplay, pacat and friends). APU_STEP stages
      *        > each frame's mixed samples here; AUDIO_SINK drains
      *        > them to the command once per frame, right before
      *        > PACE_GOVERNOR holds the frame to real time
               05 AUDIO-SINK-COMMAND pic x(120).
               05 AUDIO-LIVE-ENABLED binary-char unsigned value 0.
                   88 AUDIO-LIVE-IS-ON value 1.
               05 AUDIO-LIVE-COUNT binary-short unsigned value 0.
               05 AUDIO-LIVE-BUF binary-char unsigned
                   occurs 2048 times.
