      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    One picture summing up a run, for the morning review of
      *    an overnight soak. The caller's action says what to do:
      *
      *        "wipe"  a run is starting - forget the last one's
      *                thumbnails and go back to SHEET-EVERY
      *        "take"  a frame just finished: every SHEET-EVERY
      *                frames, keep a half-size (80x72) thumbnail
      *                of it, in the colors LCD_RESPONSE paints
      *        "last"  the run is over: add the final frame and
      *                write the sheet to SHEET-PATH
      *
      *    The sheet is a grid seven cells wide, each cell the
      *    thumbnail over a strip with its frame number in a small
      *    3x5 digit face; the final frame's strip is red, so it
      *    stands out whatever the sampling happened to land on.
      *    There is room for 48 samples. A run long enough to fill
      *    them keeps every other one and samples half as often from
      *    then on, so a sheet always spans the whole run however
      *    long it was - the number under each cell says which
      *    frame it is.
       identification division.
       program-id. CONTACT_SHEET.
       environment division.
       data division.
       working-storage section.
           copy sheet_ctl.
           copy lcd_ctl.
           copy image_ctl.

      * ====== LOCAL =======
           01 LCD-ACTION pic x(4) value "draw".
           01 SHEET-BASE-PATH pic x(256) value spaces.
           01 EVERY-NOW binary-long unsigned value 300.
           01 CELL-COUNT binary-short unsigned value 0.
           01 CELL-I binary-short unsigned value 0.
           01 KEEP-I binary-short unsigned value 0.

      *    > 48 samples and the final frame
           01 THUMB-STORE.
               05 THUMB-CELL occurs 49 times.
                   10 THUMB-FRAME binary-long unsigned.
                   10 THUMB-PIXEL occurs 5760 times.
                       15 THUMB-R binary-char unsigned.
                       15 THUMB-G binary-char unsigned.
                       15 THUMB-B binary-char unsigned.

      *    > thumbnail shrinking: each thumbnail pixel is the mean
      *    > of a 2x2 block of the 160x144 picture
           01 TY binary-short unsigned value 0.
           01 TX binary-short unsigned value 0.
           01 LCD-I binary-long unsigned value 0.
           01 THUMB-I binary-short unsigned value 0.
           01 SUM-R binary-short unsigned value 0.
           01 SUM-G binary-short unsigned value 0.
           01 SUM-B binary-short unsigned value 0.

      *    > the sheet's layout: a cell is 82 wide (a one-pixel
      *    > gutter either side of the 80) and 84 high (a gutter,
      *    > the 72 thumbnail rows, then the 11-row label strip)
           01 SHEET-COLS binary-short unsigned value 7.
           01 SHEET-ROWS binary-short unsigned value 1.
           01 CELL-W binary-short unsigned value 82.
           01 CELL-H binary-short unsigned value 84.
           01 CELL-X binary-short unsigned value 0.
           01 CELL-Y binary-short unsigned value 0.
           01 IMG-I binary-long unsigned value 0.
           01 FILL-I binary-long unsigned value 0.
           01 FILL-COUNT binary-long unsigned value 0.
           01 STRIP-R binary-char unsigned value 0.
           01 STRIP-G binary-char unsigned value 0.
           01 STRIP-B binary-char unsigned value 0.

      *    > the digit face, five rows of three per digit, top row
      *    > first; "1" is lit
           01 DIGIT-FACE-DATA.
               05 filler pic x(15) value "111101101101111".
               05 filler pic x(15) value "010110010010111".
               05 filler pic x(15) value "111001111100111".
               05 filler pic x(15) value "111001111001111".
               05 filler pic x(15) value "101101111001001".
               05 filler pic x(15) value "111100111001111".
               05 filler pic x(15) value "111100111101111".
               05 filler pic x(15) value "111001001001001".
               05 filler pic x(15) value "111101111101111".
               05 filler pic x(15) value "111101111001111".
           01 DIGIT-FACE redefines DIGIT-FACE-DATA.
               05 DIGIT-ROWS pic x(15) occurs 10 times.
           01 LABEL-TEXT pic z(8)9 value 0.
           01 LABEL-I binary-char unsigned value 0.
           01 LABEL-X binary-short unsigned value 0.
           01 DIGIT-VAL binary-char unsigned value 0.
           01 DOT-I binary-char unsigned value 0.
           01 DOT-ROW binary-char unsigned value 0.
           01 DOT-COL binary-char unsigned value 0.
       linkage section.
           01 SHEET-ACTION pic x(4).
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by reference SHEET-ACTION,
           by value FRAME-COUNT-IN.
       MAIN.
           if not SHEET-IS-ON
               go to MAIN-EXIT
           end-if.
           evaluate SHEET-ACTION
               when "wipe"
                   perform WIPE-SHEET
               when "take"
                   perform TAKE-SAMPLE thru TAKE-SAMPLE-EXIT
               when "last"
                   perform FINISH-SHEET
           end-evaluate.

       MAIN-EXIT.
           exit program.

      *    > the caller leaves the cartridge's own path here
       WIPE-SHEET.
           move SHEET-PATH to SHEET-BASE-PATH.
           move spaces to SHEET-PATH.
           string function trim(SHEET-BASE-PATH) ".sheet" IMG-EXT
               delimited by size into SHEET-PATH.
           move 0 to CELL-COUNT.
           move 0 to SHEET-WRITTEN.
           move 0 to SHEET-CELLS.
           move SHEET-EVERY to EVERY-NOW.
           if EVERY-NOW = 0
               move 300 to EVERY-NOW
           end-if.

       TAKE-SAMPLE.
           if FRAME-COUNT-IN = 0
                   or function mod(FRAME-COUNT-IN, EVERY-NOW) not = 0
               go to TAKE-SAMPLE-EXIT
           end-if.
           if CELL-COUNT >= 48
               perform THIN-SAMPLES
               if function mod(FRAME-COUNT-IN, EVERY-NOW) not = 0
                   go to TAKE-SAMPLE-EXIT
               end-if
           end-if.
           add 1 to CELL-COUNT.
           move CELL-COUNT to CELL-I.
           perform CAPTURE-THUMBNAIL.
       TAKE-SAMPLE-EXIT.
           exit paragraph.

      *    > halve the sampling rate: only the samples that fall on
      *    > the doubled interval stay, packed to the front
       THIN-SAMPLES.
           compute EVERY-NOW = EVERY-NOW * 2.
           move 0 to KEEP-I.
           perform KEEP-IF-ON-INTERVAL varying CELL-I from 1 by 1
               until CELL-I > CELL-COUNT.
           move KEEP-I to CELL-COUNT.

       KEEP-IF-ON-INTERVAL.
           if function mod(THUMB-FRAME (CELL-I), EVERY-NOW) = 0
               add 1 to KEEP-I
               if KEEP-I not = CELL-I
                   move THUMB-CELL (CELL-I) to THUMB-CELL (KEEP-I)
               end-if
           end-if.

       CAPTURE-THUMBNAIL.
           call "LCD_RESPONSE" using by reference LCD-ACTION.
           move FRAME-COUNT-IN to THUMB-FRAME (CELL-I).
           perform SHRINK-THUMB-ROW varying TY from 1 by 1
               until TY > 72.

       SHRINK-THUMB-ROW.
           perform SHRINK-THUMB-PIXEL varying TX from 1 by 1
               until TX > 80.

       SHRINK-THUMB-PIXEL.
           compute LCD-I = ((TY * 2 - 2) * 160) + (TX * 2 - 1).
           move LCD-R (LCD-I) to SUM-R.
           move LCD-G (LCD-I) to SUM-G.
           move LCD-B (LCD-I) to SUM-B.
           add 1 to LCD-I.
           perform ADD-LCD-PIXEL.
           add 159 to LCD-I.
           perform ADD-LCD-PIXEL.
           add 1 to LCD-I.
           perform ADD-LCD-PIXEL.
           compute THUMB-I = ((TY - 1) * 80) + TX.
           compute THUMB-R (CELL-I, THUMB-I) = SUM-R / 4.
           compute THUMB-G (CELL-I, THUMB-I) = SUM-G / 4.
           compute THUMB-B (CELL-I, THUMB-I) = SUM-B / 4.

       ADD-LCD-PIXEL.
           add LCD-R (LCD-I) to SUM-R.
           add LCD-G (LCD-I) to SUM-G.
           add LCD-B (LCD-I) to SUM-B.

      *    > the final frame always gets a cell of its own, even
      *    > when the last sample landed on it
       FINISH-SHEET.
           add 1 to CELL-COUNT.
           move CELL-COUNT to CELL-I.
           perform CAPTURE-THUMBNAIL.

           move 7 to SHEET-COLS.
           if CELL-COUNT < 7
               move CELL-COUNT to SHEET-COLS
           end-if.
           compute SHEET-ROWS = (CELL-COUNT + 6) / 7.
           compute IMG-WIDTH = SHEET-COLS * CELL-W.
           compute IMG-HEIGHT = SHEET-ROWS * CELL-H.
           compute FILL-COUNT = IMG-WIDTH * IMG-HEIGHT.
           perform PAINT-GUTTER-PIXEL varying FILL-I from 1 by 1
               until FILL-I > FILL-COUNT.
           perform PAINT-ONE-CELL varying CELL-I from 1 by 1
               until CELL-I > CELL-COUNT.

           move SHEET-PATH to IMG-PATH.
           call "IMAGE_WRITE".
           move 1 to SHEET-WRITTEN.
           move CELL-COUNT to SHEET-CELLS.

       PAINT-GUTTER-PIXEL.
           move 24 to IMG-R (FILL-I).
           move 24 to IMG-G (FILL-I).
           move 24 to IMG-B (FILL-I).

      *    > cell n sits at column (n-1) mod 7, row (n-1) / 7; its
      *    > top-left thumbnail pixel is one gutter in from there
       PAINT-ONE-CELL.
           compute CELL-Y = (CELL-I - 1) / SHEET-COLS.
           compute CELL-X = (CELL-I - 1) - (CELL-Y * SHEET-COLS).
           compute CELL-X = (CELL-X * CELL-W) + 2.
           compute CELL-Y = (CELL-Y * CELL-H) + 2.
           perform PAINT-THUMB-ROW varying TY from 1 by 1
               until TY > 72.
           if CELL-I = CELL-COUNT
               move 160 to STRIP-R
               move 0 to STRIP-G
               move 0 to STRIP-B
           else
               move 0 to STRIP-R
               move 0 to STRIP-G
               move 0 to STRIP-B
           end-if.
           perform PAINT-STRIP-ROW varying TY from 73 by 1
               until TY > 83.
           move THUMB-FRAME (CELL-I) to LABEL-TEXT.
           move 3 to LABEL-X.
           perform PAINT-LABEL-CHAR varying LABEL-I from 1 by 1
               until LABEL-I > 9.

       PAINT-THUMB-ROW.
           perform PAINT-THUMB-PIXEL varying TX from 1 by 1
               until TX > 80.

       PAINT-THUMB-PIXEL.
           compute THUMB-I = ((TY - 1) * 80) + TX.
           compute IMG-I = ((CELL-Y + TY - 2) * IMG-WIDTH)
               + CELL-X + TX - 1.
           move THUMB-R (CELL-I, THUMB-I) to IMG-R (IMG-I).
           move THUMB-G (CELL-I, THUMB-I) to IMG-G (IMG-I).
           move THUMB-B (CELL-I, THUMB-I) to IMG-B (IMG-I).

       PAINT-STRIP-ROW.
           perform PAINT-STRIP-PIXEL varying TX from 1 by 1
               until TX > 80.

       PAINT-STRIP-PIXEL.
           compute IMG-I = ((CELL-Y + TY - 2) * IMG-WIDTH)
               + CELL-X + TX - 1.
           move STRIP-R to IMG-R (IMG-I).
           move STRIP-G to IMG-G (IMG-I).
           move STRIP-B to IMG-B (IMG-I).

      *    > the frame number starts at the strip's left edge -
      *    > the edited picture's leading blanks are skipped, each
      *    > digit takes four columns (three lit, one space)
       PAINT-LABEL-CHAR.
           if LABEL-TEXT (LABEL-I:1) not = space
               move LABEL-TEXT (LABEL-I:1) to DIGIT-VAL
               perform PAINT-DIGIT-DOT varying DOT-I from 1 by 1
                   until DOT-I > 15
               add 4 to LABEL-X
           end-if.

       PAINT-DIGIT-DOT.
           if DIGIT-ROWS (DIGIT-VAL + 1) (DOT-I:1) = "1"
               compute DOT-ROW = (DOT-I - 1) / 3
               compute DOT-COL = (DOT-I - 1) - (DOT-ROW * 3)
               compute IMG-I = ((CELL-Y + 74 + DOT-ROW) * IMG-WIDTH)
                   + CELL-X + LABEL-X + DOT-COL - 1
               move 255 to IMG-R (IMG-I)
               move 255 to IMG-G (IMG-I)
               move 255 to IMG-B (IMG-I)
           end-if.
       end program CONTACT_SHEET.
