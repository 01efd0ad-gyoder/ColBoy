      *    way. Every 128 T-states (32768Hz, an even divisor of the
      *    4194304Hz CPU clock) the two channels' current output
      *    levels are mixed into one 8-bit sample and appended to the
      *    WAV file APU_INIT already opened, and/or staged for the
      *    live AUDIO_SINK during a PLAY session, the AVI export or
      *    the live STREAM_OUT feed.
      *
      *    NR14/NR24's trigger bit is handled the moment WRITE_BYTE
      *    sees it, over in APU_TRIGGER, not here - by the time this
           copy apu_state.
           copy audio_dump_ctl.
           copy audio_check_ctl.
           copy audio_level_ctl.
           copy avi_ctl.
           copy stream_ctl.
           copy memory.

           01 POW2-INIT.
           01 STEM-PATH pic x(260) value spaces.
           01 STEM-I binary-char unsigned value 0.
           01 STEM-LEVEL binary-char unsigned value 0.
           01 LEVEL-TICK pic x(4) value "tick".

           01 CLOCK-SHIFT binary-char unsigned value 0.
           01 DIVISOR-CODE binary-char unsigned value 0.
           01 CYCLE-DELTA binary-short unsigned.
       procedure division using by value CYCLE-DELTA.
       MAIN.
           if not AUDIO-DUMP-IS-ON and not AUDIO-LIVE-IS-ON
                   and not STREAM-IS-ON
               go to MAIN-EXIT
           end-if.

      *    > the stems capture each channel's raw output before the
      *    > mute/solo listening aids thin the mix - isolating a
      *    > channel is the whole point of a stem
           if STEMS-ARE-ON and AUDIO-DUMP-IS-ON
               perform WRITE-STEM-SAMPLES
           end-if.
           perform APPLY-MUTE-SOLO.
           compute MIX-PRODUCT = MIX-RAW * MASTER-VOL * 255.
           compute MIX-LEVEL = MIX-PRODUCT / 480.

           if AUDIO-DUMP-IS-ON
               open extend WAV-FILE
               move MIX-LEVEL to WAV-BYTE-NUM
               write WAV-BYTE
               close WAV-FILE
               add 1 to AUDIO-SAMPLE-COUNT
           end-if.
           if AUDIO-LIVE-IS-ON and AUDIO-LIVE-COUNT < 2048
      *        > stage the sample for the live sink - AUDIO_SINK
      *        > drains it at the end of the frame
               add 1 to AUDIO-LIVE-COUNT
               move MIX-LEVEL to AUDIO-LIVE-BUF (AUDIO-LIVE-COUNT)
           end-if.
           if STREAM-IS-ON and STREAM-SAMPLE-COUNT < 4096
      *        > and for the live stream - STREAM_OUT sends it with
      *        > the frame's picture
               add 1 to STREAM-SAMPLE-COUNT
               move MIX-LEVEL to STREAM-SAMPLE-BUF (STREAM-SAMPLE-COUNT)
           end-if.
           if AVI-IS-ON and AVI-SAMPLE-COUNT < 4096
      *        > stage the sample for the muxer - AVI_EXPORT drains
      *        > this into one audio chunk per video frame
           if not AUDIO-CHECK-IS-OFF
               perform TALLY-AUDIO-CHECK
           end-if.
           if LEVEL-IS-ON
               perform TALLY-AUDIO-LEVEL
           end-if.

      *    > a muted channel (or any channel but the soloed one)
      *    > contributes silence to the mix from here on
           if AUDIO-CHECK-WINDOW-COUNT >= AUDIO-CHECK-INTERVAL
               call "AUDIO_CHECK"
           end-if.

      *    > the level watch's window - AUDIO_LEVEL judges it once
      *    > it is full
       TALLY-AUDIO-LEVEL.
           add 1 to LEVEL-WIN-COUNT.
           add MIX-LEVEL to LEVEL-WIN-SUM.
           compute LEVEL-WIN-SUMSQ = LEVEL-WIN-SUMSQ
               + (MIX-LEVEL * MIX-LEVEL).
           if MIX-LEVEL < LEVEL-WIN-MIN
               move MIX-LEVEL to LEVEL-WIN-MIN
           end-if.
           if MIX-LEVEL > LEVEL-WIN-MAX
               move MIX-LEVEL to LEVEL-WIN-MAX
           end-if.
           if MIX-LEVEL = 255
               add 1 to LEVEL-WIN-CLIPPED
           end-if.
           if LEVEL-WIN-COUNT >= LEVEL-WINDOW
               call "AUDIO_LEVEL" using by reference LEVEL-TICK
           end-if.
       end program APU_STEP.
