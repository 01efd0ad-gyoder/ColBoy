      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Resizes the picture in IMAGE-CTL in place, by SCALE-CTL.
      *    "grow" turns a native 160x144 frame into the configured
      *    export size - each pixel a SCALE-FACTOR square, with the
      *    OUTPUT-FILTER's darkened edges drawn in. "back" does the
      *    opposite for the tools that read dumps: a frame that is
      *    2, 3 or 4 times 160x144 is folded back to native by
      *    keeping the top-left pixel of each square, the one no
      *    filter ever touches, so frames written at any scale and
      *    with any filter compare against each other exactly.
      *    Anything else is left as it is.
      *
      *    Both work in place: growing walks the picture from the
      *    last pixel back, so every source pixel is read before
      *    the larger picture reaches it; folding walks forwards,
      *    for the same reason the other way round.
       identification division.
       program-id. IMAGE_SCALE.
       data division.
       working-storage section.
           copy image_ctl.
           copy scale_ctl.

      * ====== LOCAL =======
           01 SRC-WIDTH binary-short unsigned value 0.
           01 OUT-WIDTH binary-short unsigned value 0.
           01 OUT-HEIGHT binary-short unsigned value 0.
           01 FACTOR binary-char unsigned value 0.
           01 OUT-I binary-long unsigned value 0.
           01 SRC-I binary-long unsigned value 0.
           01 OUT-ROW binary-long unsigned value 0.
           01 OUT-COL binary-long unsigned value 0.
           01 ROW-IN-CELL binary-char unsigned value 0.
           01 COL-IN-CELL binary-char unsigned value 0.
           01 CELL-ROW binary-long unsigned value 0.
           01 CELL-COL binary-long unsigned value 0.
           01 DIM-PIXEL binary-char unsigned value 0.
           01 OUT-OFFSET binary-long unsigned value 0.
           01 OUT-COUNT binary-long unsigned value 0.
       linkage section.
           01 SCALE-ACTION pic x(4).
       procedure division using by reference SCALE-ACTION.
       MAIN.
           evaluate SCALE-ACTION
               when "grow"
                   perform GROW-IMAGE thru GROW-IMAGE-EXIT
               when "back"
                   perform FOLD-IMAGE thru FOLD-IMAGE-EXIT
           end-evaluate.

       MAIN-EXIT.
           exit program.

       GROW-IMAGE.
           move SCALE-FACTOR to FACTOR.
           if FACTOR < 2 or FACTOR > 4
               go to GROW-IMAGE-EXIT
           end-if.
           move IMG-WIDTH to SRC-WIDTH.
           compute OUT-WIDTH = IMG-WIDTH * FACTOR.
           compute OUT-HEIGHT = IMG-HEIGHT * FACTOR.
           compute OUT-COUNT = OUT-WIDTH * OUT-HEIGHT.
           if OUT-COUNT > 368640
               go to GROW-IMAGE-EXIT
           end-if.
           perform GROW-ONE-PIXEL varying OUT-I from OUT-COUNT by -1
               until OUT-I < 1.
           move OUT-WIDTH to IMG-WIDTH.
           move OUT-HEIGHT to IMG-HEIGHT.
       GROW-IMAGE-EXIT.
           exit paragraph.

       GROW-ONE-PIXEL.
           compute OUT-OFFSET = OUT-I - 1.
           divide OUT-OFFSET by OUT-WIDTH giving OUT-ROW
               remainder OUT-COL.
           divide OUT-ROW by FACTOR giving CELL-ROW
               remainder ROW-IN-CELL.
           divide OUT-COL by FACTOR giving CELL-COL
               remainder COL-IN-CELL.
           compute SRC-I = (CELL-ROW * SRC-WIDTH) + CELL-COL + 1.
           move IMG-PIXEL (SRC-I) to IMG-PIXEL (OUT-I).

           move 0 to DIM-PIXEL.
           evaluate true
               when SCALE-FILTER-LCD
                   if ROW-IN-CELL = FACTOR - 1
                           or COL-IN-CELL = FACTOR - 1
                       move 1 to DIM-PIXEL
                   end-if
               when SCALE-FILTER-SCANLINES
                   if ROW-IN-CELL = FACTOR - 1
                       move 1 to DIM-PIXEL
                   end-if
           end-evaluate.
           if DIM-PIXEL = 1
               compute IMG-R (OUT-I) =
                   (IMG-R (OUT-I) * SCALE-DIM-KEEP) / 4
               compute IMG-G (OUT-I) =
                   (IMG-G (OUT-I) * SCALE-DIM-KEEP) / 4
               compute IMG-B (OUT-I) =
                   (IMG-B (OUT-I) * SCALE-DIM-KEEP) / 4
           end-if.

       FOLD-IMAGE.
           divide IMG-WIDTH by 160 giving FACTOR.
           if FACTOR < 2 or FACTOR > 4
                   or IMG-WIDTH not = FACTOR * 160
                   or IMG-HEIGHT not = FACTOR * 144
               go to FOLD-IMAGE-EXIT
           end-if.
           move IMG-WIDTH to SRC-WIDTH.
           perform FOLD-ONE-PIXEL varying OUT-I from 1 by 1
               until OUT-I > 23040.
           move 160 to IMG-WIDTH.
           move 144 to IMG-HEIGHT.
       FOLD-IMAGE-EXIT.
           exit paragraph.

       FOLD-ONE-PIXEL.
           compute OUT-OFFSET = OUT-I - 1.
           divide OUT-OFFSET by 160 giving OUT-ROW remainder OUT-COL.
           compute SRC-I = (OUT-ROW * FACTOR * SRC-WIDTH)
               + (OUT-COL * FACTOR) + 1.
           move IMG-PIXEL (SRC-I) to IMG-PIXEL (OUT-I).
       end program IMAGE_SCALE.
