      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared input overlay copybook.
      *
      *    The on-screen button display GIF_EXPORT and AVI_EXPORT
      *    burn into what they record, so a shared speedrun or bug
      *    video shows what was pressed. INPUT-OVERLAY=TL, TR, BL or
      *    BR in colboy.cfg puts it in that corner (OFF, the
      *    default, leaves the picture alone). INPUT_OVERLAY redraws
      *    it from JOYPAD-STATE each recorded frame - the same flags
      *    live play, movie playback, macros and frame-authored runs
      *    all drive - as a map over the native 160x144 picture:
      *    0 the game shows through, 1 a button not held (drawn
      *    dark), 2 a button held (drawn lit). The exporters scale
      *    it with the picture but never put a filter's edges on it.
           01 OVERLAY-CTL external.
               05 OVERLAY-CORNER binary-char unsigned value 0.
                   88 OVERLAY-IS-OFF value 0.
                   88 OVERLAY-TOP-LEFT value 1.
                   88 OVERLAY-TOP-RIGHT value 2.
                   88 OVERLAY-BOTTOM-LEFT value 3.
                   88 OVERLAY-BOTTOM-RIGHT value 4.

      *        > the two colors, index 1 not held and 2 held
               05 OVERLAY-COLOR occurs 2 times.
                   10 OVERLAY-R binary-char unsigned.
                   10 OVERLAY-G binary-char unsigned.
                   10 OVERLAY-B binary-char unsigned.

               05 OVERLAY-MAP.
                   10 OVERLAY-CELL binary-char unsigned
                       occurs 23040 times.
