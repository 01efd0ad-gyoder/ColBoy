      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared lag-frame tally copybook.
      *
      *    Always on - a lag frame is one in which the game never
      *    read the joypad register at 0xFF00 because it was still
      *    busy, so any input meant for that frame was wasted.
      *    READ_BYTE raises LAG-JOYPAD-READ on every CPU read of
      *    0xFF00; PPU_STEP closes each frame at VBlank, counting it
      *    as lag when the flag never went up and clearing the flag
      *    for the next one. Frame n's input is applied at the top
      *    of frame n and read during it, so the frame a lag verdict
      *    belongs to is the one just finished - FRAME-COUNT - 1
      *    by the time anything downstream hears of it.
      *    MAIN-DRIVER zeroes the tally at the start of every run.
           01 LAG-CTL external.
               05 LAG-JOYPAD-READ binary-char unsigned value 0.
                   88 LAG-JOYPAD-WAS-READ value 1.
               05 LAG-LAST-VERDICT binary-char unsigned value 0.
                   88 LAG-LAST-FRAME-LAGGED value 1.
      *        > the number of the frame the last verdict was for
               05 LAG-LAST-FRAME binary-long unsigned value 0.
               05 LAG-FRAME-TOTAL binary-long unsigned value 0.
