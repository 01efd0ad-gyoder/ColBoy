      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared live-stream output copybook.
      *
      *    colboy.cfg names where the broadcast feed goes: either
      *    STREAM-PIPE= an existing named pipe (an encoder started
      *    with "ffmpeg -f avi -i thepipe ..." is already reading
      *    it), or STREAM-COMMAND= a host command STREAM_OUT starts
      *    itself, reading the feed from its standard input. The
      *    feed is an endless uncompressed AVI - every frame's
      *    picture and the samples APU_STEP mixed while it ran,
      *    interleaved chunk after chunk - paced by PACE_GOVERNOR,
      *    so the encoder sees a steady 59.7 frames per second.
      *    APU_STEP stages each frame's samples here the same way it
      *    does for the AVI export; STREAM_OUT drains them.
           01 STREAM-CTL external.
               05 STREAM-PIPE-PATH pic x(120).
               05 STREAM-COMMAND pic x(120).
               05 STREAM-ENABLED binary-char unsigned value 0.
                   88 STREAM-IS-ON value 1.
               05 STREAM-FRAMES-SENT binary-long unsigned value 0.
               05 STREAM-FRAMES-HELD binary-long unsigned value 0.
               05 STREAM-SAMPLE-COUNT binary-short unsigned value 0.
               05 STREAM-SAMPLE-BUF binary-char unsigned
                   occurs 4096 times.
