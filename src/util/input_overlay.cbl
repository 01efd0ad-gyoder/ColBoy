      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Redraws the input overlay map (see overlay_ctl) from the
      *    current JOYPAD-STATE. Called by GIF_EXPORT and AVI_EXPORT
      *    for each frame they record; does nothing while
      *    INPUT-OVERLAY is OFF. The pad is a 34x9 picture - d-pad
      *    on the left, SELECT and START along the bottom, B and A
      *    stepped up on the right the way the real case lays them
      *    out - two pixels in from the configured corner. Every
      *    cell of it is rewritten each call, and nothing outside
      *    it ever changes, so the map only needs clearing once.
       identification division.
       program-id. INPUT_OVERLAY.
       data division.
       working-storage section.
           copy joypad_state.
           copy overlay_ctl.

      *    > which button each pixel of the pad belongs to: U D L R
      *    > the d-pad, S select, T start, B and A
           01 PAD-PICTURE-INIT.
               05 filler pic x(34) value
                   "   UUU                            ".
               05 filler pic x(34) value
                   "   UUU                        AAAA".
               05 filler pic x(34) value
                   "   UUU                        AAAA".
               05 filler pic x(34) value
                   "LLL   RRR               BBBB  AAAA".
               05 filler pic x(34) value
                   "LLL   RRR               BBBB  AAAA".
               05 filler pic x(34) value
                   "LLL   RRR               BBBB      ".
               05 filler pic x(34) value
                   "   DDD     SSSSS TTTTT  BBBB      ".
               05 filler pic x(34) value
                   "   DDD     SSSSS TTTTT            ".
               05 filler pic x(34) value
                   "   DDD                            ".
           01 PAD-PICTURE redefines PAD-PICTURE-INIT.
               05 PAD-ROW pic x(34) occurs 9 times.

      * ====== LOCAL =======
           01 MAP-CLEARED binary-char unsigned value 0.
               88 MAP-IS-CLEARED value 1.
           01 ORIGIN-X binary-short unsigned value 0.
           01 ORIGIN-Y binary-short unsigned value 0.
           01 PAD-Y binary-char unsigned value 0.
           01 PAD-X binary-char unsigned value 0.
           01 PAD-CHAR pic x(1) value space.
           01 HELD-FLAG binary-char unsigned value 0.
           01 CELL-I binary-long unsigned value 0.
       procedure division.
       MAIN.
           if OVERLAY-IS-OFF
               go to MAIN-EXIT
           end-if.
           if not MAP-IS-CLEARED
               move low-values to OVERLAY-MAP
               move 1 to MAP-CLEARED
           end-if.

      *        > not held a dark slate, held a hard red - both read
      *        > against any of the colorization palettes
           move 64 to OVERLAY-R (1).
           move 64 to OVERLAY-G (1).
           move 72 to OVERLAY-B (1).
           move 255 to OVERLAY-R (2).
           move 40 to OVERLAY-G (2).
           move 40 to OVERLAY-B (2).

           evaluate true
               when OVERLAY-TOP-LEFT
                   move 2 to ORIGIN-X
                   move 2 to ORIGIN-Y
               when OVERLAY-TOP-RIGHT
                   move 124 to ORIGIN-X
                   move 2 to ORIGIN-Y
               when OVERLAY-BOTTOM-LEFT
                   move 2 to ORIGIN-X
                   move 133 to ORIGIN-Y
               when other
                   move 124 to ORIGIN-X
                   move 133 to ORIGIN-Y
           end-evaluate.
           perform DRAW-PAD-ROW varying PAD-Y from 1 by 1
               until PAD-Y > 9.

       MAIN-EXIT.
           exit program.

       DRAW-PAD-ROW.
           perform DRAW-PAD-PIXEL varying PAD-X from 1 by 1
               until PAD-X > 34.

       DRAW-PAD-PIXEL.
           move PAD-ROW (PAD-Y) (PAD-X:1) to PAD-CHAR.
           if PAD-CHAR not = space
               perform MARK-PAD-CELL
           end-if.

       MARK-PAD-CELL.
           evaluate PAD-CHAR
               when "U"
                   move JOY-UP to HELD-FLAG
               when "D"
                   move JOY-DOWN to HELD-FLAG
               when "L"
                   move JOY-LEFT to HELD-FLAG
               when "R"
                   move JOY-RIGHT to HELD-FLAG
               when "S"
                   move JOY-SELECT to HELD-FLAG
               when "T"
                   move JOY-START to HELD-FLAG
               when "B"
                   move JOY-B to HELD-FLAG
               when other
                   move JOY-A to HELD-FLAG
           end-evaluate.
           compute CELL-I = ((ORIGIN-Y + PAD-Y - 1) * 160)
               + ORIGIN-X + PAD-X.
           if HELD-FLAG = 0
               move 1 to OVERLAY-CELL (CELL-I)
           else
               move 2 to OVERLAY-CELL (CELL-I)
           end-if.
       end program INPUT_OVERLAY.
