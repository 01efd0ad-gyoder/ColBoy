      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Graphics ripper and importer for artists: VRAM_DUMP only
      *    shows the tiles a game happens to have loaded, this goes
      *    to the cartridge itself.
      *
      *        tile_rip EXPORT <rom> <bank:addr> <tiles> <sheet>
      *                        [palette]
      *        tile_rip IMPORT <rom> <bank:addr> <tiles> <sheet>
      *                        <ips-file> [palette]
      *
      *    The range is <tiles> 16-byte 2bpp tiles from bank:addr
      *    (hex, the bank's own window address - 00:0000-3FFF, or
      *    4000-7FFF for any other bank) and has to stay inside the
      *    one bank. EXPORT lays them out 16 across, in ROM order,
      *    as a picture - .png if the sheet's name ends that way,
      *    .ppm otherwise - painted in the palette: a DMG preset
      *    PALETTE_SELECT knows (GRAYS, the default, GREEN, POCKET,
      *    BLUE, RED, YELLOW) or a CGB palette as four RGB555 words,
      *    lightest first, CGB:7FFF,56B5,294A,0000. IMPORT reads the
      *    edited sheet back - the same size, the same palette -
      *    snaps every pixel to the nearest of the four shades,
      *    re-encodes the tiles and writes the ones that changed as
      *    an IPS patch, with the global checksum put right, for
      *    the PATCH flag and the intake pipeline to carry.
      *
      *    Much cartridge art is stored compressed and only becomes
      *    tiles once the game unpacks it into VRAM. Such a range
      *    would rip as noise and reimport as ruin, so both modes
      *    look at the rows first: real tile art is full of blank
      *    and solid rows, one-plane rows and rows repeating the one
      *    above, compressed bytes almost never are. A range where
      *    too few rows look like art is refused with that reason.
       identification division.
       program-id. TILE_RIP.
       environment division.
       input-output section.
       file-control.
           select IPS-FILE assign to IPS-PATH
               organization is sequential
               file status is IPS-STATUS-CD.
       data division.
       file section.
       fd  IPS-FILE
           record contains 1 characters.
           01 IPS-BYTE pic x(1).
           01 IPS-BYTE-NUM redefines IPS-BYTE binary-char unsigned.
       working-storage section.
           copy memory.
           copy rom_banks.
           copy multicart_ctl.
           copy emu_config.
           copy image_ctl.

           01 POW2-INIT.
               05 filler pic 9(3) value 1.
               05 filler pic 9(3) value 2.
               05 filler pic 9(3) value 4.
               05 filler pic 9(3) value 8.
               05 filler pic 9(3) value 16.
               05 filler pic 9(3) value 32.
               05 filler pic 9(3) value 64.
               05 filler pic 9(3) value 128.
           01 POW2-TABLE redefines POW2-INIT.
               05 POW2-ENTRY pic 9(3) occurs 8 times.

      * ====== LOCAL =======
           01 MODE-ARG pic x(8) value spaces.
           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 PLACE-ARG pic x(16) value spaces.
           01 COUNT-ARG pic x(12) value spaces.
           01 SHEET-PATH pic x(256) value spaces.
           01 IPS-PATH pic x(256) value spaces.
           01 IPS-STATUS-CD pic xx value spaces.
               88 IPS-STATUS-OK value "00".
           01 PALETTE-ARG pic x(40) value spaces.
           01 PALETTE-NAME pic x(12) value spaces.
           01 PATH-LEN binary-short unsigned value 0.

      *    > the range: where it starts in the ROM file, how long
      *    > it is, and the sheet it makes
           01 RANGE-BANK binary-long unsigned value 0.
           01 RANGE-ADDR binary-long unsigned value 0.
           01 RANGE-OFF binary-long unsigned value 0.
           01 RANGE-LEN binary-long unsigned value 0.
           01 TILE-COUNT binary-long unsigned value 0.
           01 SHEET-W binary-short unsigned value 0.
           01 SHEET-H binary-short unsigned value 0.
           01 SHEET-ROWS binary-short unsigned value 0.

      *    > hex text in, value out
           01 HEX-FIELD pic x(12) value spaces.
           01 HEX-VALUE binary-long unsigned value 0.
           01 HEX-BAD binary-char unsigned value 0.
           01 HEX-LEN binary-short unsigned value 0.
           01 HEX-FROM binary-short unsigned value 0.
           01 HEX-P binary-short unsigned value 0.
           01 HEX-DIGIT-AT binary-short unsigned value 0.
           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 BANK-TEXT pic x(12) value spaces.
           01 ADDR-TEXT pic x(12) value spaces.

      *    > the four shades, lightest first
           01 SHADE-COLOR occurs 4 times.
               05 SHADE-R binary-char unsigned.
               05 SHADE-G binary-char unsigned.
               05 SHADE-B binary-char unsigned.
           01 SHADE-I binary-char unsigned value 0.
           01 CGB-WORD-TEXT pic x(8) occurs 4 times.
           01 CGB-WORD binary-long unsigned value 0.
           01 CGB-TEMP binary-long unsigned value 0.

      *    > the art check
           01 ROW-COUNT binary-long unsigned value 0.
           01 ART-ROWS binary-long unsigned value 0.
           01 ART-PCT binary-long unsigned value 0.
           01 ROW-I binary-long unsigned value 0.
           01 ROW-AT binary-long unsigned value 0.
           01 PLANE-LO binary-char unsigned value 0.
           01 PLANE-HI binary-char unsigned value 0.

      *    > one pixel
           01 PIX-X binary-short unsigned value 0.
           01 PIX-Y binary-short unsigned value 0.
           01 PIX-N binary-long unsigned value 0.
           01 TILE-ROW binary-short unsigned value 0.
           01 TILE-COL binary-short unsigned value 0.
           01 ROW-IN-TILE binary-char unsigned value 0.
           01 COL-IN-TILE binary-char unsigned value 0.
           01 TILE-INDEX binary-long unsigned value 0.
           01 DATA-AT binary-long unsigned value 0.
           01 BIT-POS binary-char unsigned value 0.
           01 TEMP-DIV binary-char unsigned value 0.
           01 COLOR-ID binary-char unsigned value 0.

      *    > IMPORT: the untouched range, the nearest-shade search
      *    > and the tallies
           01 ORIG-RANGE binary-char unsigned occurs 16384 times.
           01 NEW-LO binary-char unsigned value 0.
           01 NEW-HI binary-char unsigned value 0.
           01 BIT-LO binary-char unsigned value 0.
           01 BIT-HI binary-char unsigned value 0.
           01 DIST binary-long unsigned value 0.
           01 BEST-DIST binary-long unsigned value 0.
           01 DIFF-R binary-long signed value 0.
           01 DIFF-G binary-long signed value 0.
           01 DIFF-B binary-long signed value 0.
           01 SNAPPED-COUNT binary-long unsigned value 0.
           01 CHANGED-TILES binary-long unsigned value 0.
           01 TILE-CHANGED binary-char unsigned value 0.
               88 TILE-HAS-CHANGED value 1.
           01 CMP-I binary-long unsigned value 0.
           01 COUNT-DISPLAY pic z(6)9 value 0.
           01 PCT-DISPLAY pic z9 value 0.
           01 SIZE-W-DISPLAY pic z(3)9 value 0.
           01 SIZE-H-DISPLAY pic z(3)9 value 0.

      *    > the patch
           01 GLOBAL-SUM binary-long unsigned value 0.
           01 GLOBAL-WAS binary-long unsigned value 0.
           01 GLOBAL-ORIG binary-long unsigned value 0.
           01 SUM-I binary-long unsigned value 0.
           01 WALK-OFF binary-long unsigned value 0.
           01 IN-RUN binary-char unsigned value 0.
               88 RUN-IS-OPEN value 1.
           01 RUN-START binary-long unsigned value 0.
           01 RUN-COUNT binary-long unsigned value 0.
           01 HUNK-COUNT binary-long unsigned value 0.
           01 HUNK-I binary-long unsigned value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept MODE-ARG from argument-value.
           display 2 upon argument-number.
           accept ROM-PATH from argument-value.
           display 3 upon argument-number.
           accept PLACE-ARG from argument-value.
           display 4 upon argument-number.
           accept COUNT-ARG from argument-value.
           display 5 upon argument-number.
           accept SHEET-PATH from argument-value.
           move function upper-case(MODE-ARG) to MODE-ARG.
           if MODE-ARG = "IMPORT"
               display 6 upon argument-number
               accept IPS-PATH from argument-value
               display 7 upon argument-number
               accept PALETTE-ARG from argument-value
           else
               display 6 upon argument-number
               accept PALETTE-ARG from argument-value
           end-if.
           if (MODE-ARG not = "EXPORT" and MODE-ARG not = "IMPORT")
                   or SHEET-PATH = spaces
                   or (MODE-ARG = "IMPORT" and IPS-PATH = spaces)
               display "usage: tile_rip EXPORT <rom> <bank:addr>"
                   " <tiles> <sheet> [palette]"
               display "       tile_rip IMPORT <rom> <bank:addr>"
                   " <tiles> <sheet> <ips-file> [palette]"
               display "       palette: GRAYS GREEN POCKET BLUE RED"
                   " YELLOW, or CGB:7FFF,56B5,294A,0000"
               move 12 to return-code
               stop run
           end-if.

           move 0 to MC-BOOT-GAME.
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           if ROM-SIZE = 0
               display "tile_rip: cannot read " function trim(ROM-PATH)
               move 12 to return-code
               stop run
           end-if.

           perform CHECK-RANGE thru CHECK-RANGE-EXIT.
           perform PICK-PALETTE thru PICK-PALETTE-EXIT.
           perform CHECK-ART thru CHECK-ART-EXIT.

           compute SHEET-ROWS = (TILE-COUNT + 15) / 16.
           if TILE-COUNT < 16
               compute SHEET-W = TILE-COUNT * 8
           else
               move 128 to SHEET-W
           end-if.
           compute SHEET-H = SHEET-ROWS * 8.

           if MODE-ARG = "EXPORT"
               perform EXPORT-SHEET
           else
               perform IMPORT-SHEET thru IMPORT-SHEET-EXIT
           end-if.
           stop run.

      *    > ---------------------------------------------------------
      *    > the range and the palette
      *    > ---------------------------------------------------------
       CHECK-RANGE.
           move PLACE-ARG to HEX-FIELD.
           perform PARSE-BANK-ADDR.
           if HEX-BAD = 1
               display "tile_rip: " function trim(PLACE-ARG)
                   " is not a bank:addr - 00:0000-3FFF, or"
                   " 4000-7FFF in any other bank"
               move 12 to return-code
               stop run
           end-if.
           if COUNT-ARG = spaces
                   or function test-numval(COUNT-ARG) not = 0
               move 0 to TILE-COUNT
           else
               move function numval(COUNT-ARG) to TILE-COUNT
           end-if.
           if TILE-COUNT = 0 or TILE-COUNT > 1024
               display "tile_rip: the tile count has to be 1 to 1024"
                   " - one bank's worth"
               move 12 to return-code
               stop run
           end-if.
           compute RANGE-LEN = TILE-COUNT * 16.
           if RANGE-BANK = 0
               move RANGE-ADDR to RANGE-OFF
           else
               compute RANGE-OFF = RANGE-BANK * 16384 + RANGE-ADDR
                   - 16384
           end-if.
           if function mod(RANGE-OFF, 16384) + RANGE-LEN > 16384
               display "tile_rip: " function trim(PLACE-ARG)
                   " plus " function trim(COUNT-ARG)
                   " tiles runs off the end of the bank"
               move 12 to return-code
               stop run
           end-if.
           if RANGE-OFF + RANGE-LEN > ROM-SIZE
               display "tile_rip: bank " function trim(BANK-TEXT)
                   " is past the end of the ROM"
               move 12 to return-code
               stop run
           end-if.
       CHECK-RANGE-EXIT.
           exit paragraph.

       PICK-PALETTE.
           if function upper-case(PALETTE-ARG (1:4)) = "CGB:"
               perform TAKE-CGB-PALETTE thru TAKE-CGB-PALETTE-EXIT
               go to PICK-PALETTE-EXIT
           end-if.
           if PALETTE-ARG = spaces
               move "GRAYS" to PALETTE-NAME
           else
               move function upper-case(PALETTE-ARG) to PALETTE-NAME
           end-if.
           evaluate PALETTE-NAME
               when "GRAYS" when "GREEN" when "POCKET"
               when "BLUE" when "RED" when "YELLOW"
                   call "PALETTE_SELECT" using by reference
                       PALETTE-NAME
               when other
                   display "tile_rip: no palette called "
                       function trim(PALETTE-ARG)
                   move 12 to return-code
                   stop run
           end-evaluate.
           perform TAKE-DMG-SHADE varying SHADE-I from 1 by 1
               until SHADE-I > 4.
       PICK-PALETTE-EXIT.
           exit paragraph.

       TAKE-DMG-SHADE.
           move DMG-PAL-R (SHADE-I) to SHADE-R (SHADE-I).
           move DMG-PAL-G (SHADE-I) to SHADE-G (SHADE-I).
           move DMG-PAL-B (SHADE-I) to SHADE-B (SHADE-I).

      *    > four RGB555 words, each 5-bit channel scaled up the
      *    > same way the CGB renderer scales them
       TAKE-CGB-PALETTE.
           move 0 to HEX-BAD.
           perform CLEAR-CGB-WORD varying SHADE-I from 1 by 1
               until SHADE-I > 4.
           unstring PALETTE-ARG (5:36) delimited by "," into
               CGB-WORD-TEXT (1), CGB-WORD-TEXT (2),
               CGB-WORD-TEXT (3), CGB-WORD-TEXT (4).
           perform TAKE-CGB-SHADE varying SHADE-I from 1 by 1
               until SHADE-I > 4.
           if HEX-BAD = 1
               display "tile_rip: a CGB palette is four RGB555 hex"
                   " words, CGB:7FFF,56B5,294A,0000"
               move 12 to return-code
               stop run
           end-if.
       TAKE-CGB-PALETTE-EXIT.
           exit paragraph.

       CLEAR-CGB-WORD.
           move spaces to CGB-WORD-TEXT (SHADE-I).

       TAKE-CGB-SHADE.
           if HEX-BAD = 0
               move CGB-WORD-TEXT (SHADE-I) to HEX-FIELD
               perform PARSE-HEX
               if HEX-VALUE > 32767
                   move 1 to HEX-BAD
               end-if
           end-if.
           if HEX-BAD = 0
               move HEX-VALUE to CGB-WORD
               compute SHADE-R (SHADE-I) =
                   function mod(CGB-WORD, 32) * 8
               compute CGB-TEMP = CGB-WORD / 32
               compute SHADE-G (SHADE-I) =
                   function mod(CGB-TEMP, 32) * 8
               compute CGB-TEMP = CGB-WORD / 1024
               compute SHADE-B (SHADE-I) =
                   function mod(CGB-TEMP, 32) * 8
           end-if.

      *    > a row is two bytes, the low and high bit planes; it
      *    > looks like art when a plane is blank or solid, the two
      *    > planes agree, or it repeats the row above in its tile
       CHECK-ART.
           compute ROW-COUNT = RANGE-LEN / 2.
           move 0 to ART-ROWS.
           perform SCORE-ONE-ROW varying ROW-I from 0 by 1
               until ROW-I >= ROW-COUNT.
           compute ART-PCT = ART-ROWS * 100 / ROW-COUNT.
           if TILE-COUNT < 4 or ART-PCT >= 10
               go to CHECK-ART-EXIT
           end-if.
           move ART-PCT to PCT-DISPLAY.
           display "tile_rip: refused - only "
               function trim(PCT-DISPLAY) "% of the rows in "
               function trim(PLACE-ARG) " look like tile art.".
           display "This range reads as compressed (or as no"
               " graphics at all): the game unpacks such art into"
               " VRAM itself, so it cannot be ripped or rewritten"
               " in place here. Rip the unpacked tiles from VRAM"
               " with VRAM_DUMP, or point at an uncompressed copy.".
           move 12 to return-code.
           stop run.
       CHECK-ART-EXIT.
           exit paragraph.

       SCORE-ONE-ROW.
           compute ROW-AT = RANGE-OFF + ROW-I * 2 + 1.
           move ROM-BANK-ARR (ROW-AT) to PLANE-LO.
           move ROM-BANK-ARR (ROW-AT + 1) to PLANE-HI.
           evaluate true
               when PLANE-LO = PLANE-HI
               when PLANE-LO = 0 or PLANE-LO = 255
               when PLANE-HI = 0 or PLANE-HI = 255
                   add 1 to ART-ROWS
               when function mod(ROW-I, 8) not = 0
                   if PLANE-LO = ROM-BANK-ARR (ROW-AT - 2)
                           and PLANE-HI = ROM-BANK-ARR (ROW-AT - 1)
                       add 1 to ART-ROWS
                   end-if
           end-evaluate.

      *    > ---------------------------------------------------------
      *    > EXPORT
      *    > ---------------------------------------------------------
       EXPORT-SHEET.
           move SHEET-W to IMG-WIDTH.
           move SHEET-H to IMG-HEIGHT.
           move 0 to PIX-N.
           perform EXPORT-ROW varying PIX-Y from 0 by 1
               until PIX-Y >= SHEET-H.
           perform PICK-IMAGE-FORMAT.
           move SHEET-PATH to IMG-PATH.
           call "IMAGE_WRITE".
           move TILE-COUNT to COUNT-DISPLAY.
           move SHEET-W to SIZE-W-DISPLAY.
           move SHEET-H to SIZE-H-DISPLAY.
           display "sheet: " function trim(SHEET-PATH) " ("
               function trim(COUNT-DISPLAY) " tiles, "
               function trim(SIZE-W-DISPLAY) "x"
               function trim(SIZE-H-DISPLAY) ")".

       EXPORT-ROW.
           perform EXPORT-PIXEL varying PIX-X from 0 by 1
               until PIX-X >= SHEET-W.

      *    > cells past the last tile are left in the lightest shade
       EXPORT-PIXEL.
           add 1 to PIX-N.
           perform LOCATE-PIXEL.
           move 0 to COLOR-ID.
           if TILE-INDEX < TILE-COUNT
               move ROM-BANK-ARR (DATA-AT) to PLANE-LO
               move ROM-BANK-ARR (DATA-AT + 1) to PLANE-HI
               compute BIT-POS = 7 - COL-IN-TILE
               compute TEMP-DIV = PLANE-LO / POW2-ENTRY (BIT-POS + 1)
               compute COLOR-ID = function mod(TEMP-DIV, 2)
               compute TEMP-DIV = PLANE-HI / POW2-ENTRY (BIT-POS + 1)
               compute COLOR-ID = COLOR-ID
                   + function mod(TEMP-DIV, 2) * 2
           end-if.
           move SHADE-R (COLOR-ID + 1) to IMG-R (PIX-N).
           move SHADE-G (COLOR-ID + 1) to IMG-G (PIX-N).
           move SHADE-B (COLOR-ID + 1) to IMG-B (PIX-N).

      *    > the tile under PIX-X/PIX-Y and its row's ROM index
       LOCATE-PIXEL.
           divide PIX-Y by 8 giving TILE-ROW
               remainder ROW-IN-TILE.
           divide PIX-X by 8 giving TILE-COL
               remainder COL-IN-TILE.
           compute TILE-INDEX = (TILE-ROW * 16) + TILE-COL.
           compute DATA-AT = RANGE-OFF + (TILE-INDEX * 16)
               + (ROW-IN-TILE * 2) + 1.

       PICK-IMAGE-FORMAT.
           move function length(function trim(SHEET-PATH))
               to PATH-LEN.
           move 0 to IMG-FORMAT.
           move ".ppm" to IMG-EXT.
           if PATH-LEN > 4
               if function upper-case(SHEET-PATH (PATH-LEN - 3:4))
                       = ".PNG"
                   move 1 to IMG-FORMAT
                   move ".png" to IMG-EXT
               end-if
           end-if.

      *    > ---------------------------------------------------------
      *    > IMPORT
      *    > ---------------------------------------------------------
       IMPORT-SHEET.
           move SHEET-PATH to IMG-PATH.
           call "IMAGE_READ".
           if not IMG-READ-OK
               display "tile_rip: cannot read the sheet "
                   function trim(SHEET-PATH)
               move 12 to return-code
               go to IMPORT-SHEET-EXIT
           end-if.
           if IMG-WIDTH not = SHEET-W or IMG-HEIGHT not = SHEET-H
               move IMG-WIDTH to SIZE-W-DISPLAY
               move IMG-HEIGHT to SIZE-H-DISPLAY
               display "tile_rip: the sheet is "
                   function trim(SIZE-W-DISPLAY) "x"
                   function trim(SIZE-H-DISPLAY) " - this range"
                   " exports as " with no advancing
               move SHEET-W to SIZE-W-DISPLAY
               move SHEET-H to SIZE-H-DISPLAY
               display function trim(SIZE-W-DISPLAY) "x"
                   function trim(SIZE-H-DISPLAY)
               move 12 to return-code
               go to IMPORT-SHEET-EXIT
           end-if.

           compute GLOBAL-WAS = ROM-BANK-ARR (335) * 256
               + ROM-BANK-ARR (336).
           move 0 to GLOBAL-SUM.
           perform SUM-ROM-BYTE varying SUM-I from 1 by 1
               until SUM-I > ROM-SIZE.
           move GLOBAL-SUM to GLOBAL-ORIG.
           perform KEEP-ORIG-BYTE varying CMP-I from 1 by 1
               until CMP-I > RANGE-LEN.

           move 0 to SNAPPED-COUNT.
           move 0 to CHANGED-TILES.
           perform ENCODE-TILE varying TILE-INDEX from 0 by 1
               until TILE-INDEX >= TILE-COUNT.
           if SNAPPED-COUNT > 0
               move SNAPPED-COUNT to COUNT-DISPLAY
               display "note: " function trim(COUNT-DISPLAY)
                   " pixel(s) were not one of the four shades and"
                   " were snapped to the nearest"
           end-if.
           if CHANGED-TILES = 0
               display "no tiles changed - no patch written"
               go to IMPORT-SHEET-EXIT
           end-if.
           move CHANGED-TILES to COUNT-DISPLAY.
           display "tiles changed: " function trim(COUNT-DISPLAY).

      *    > the checksum is only kept right if it was right to
      *    > begin with - a dump that never matched stays as it came
           if GLOBAL-ORIG = GLOBAL-WAS
               move 0 to GLOBAL-SUM
               perform SUM-ROM-BYTE varying SUM-I from 1 by 1
                   until SUM-I > ROM-SIZE
               compute ROM-BANK-ARR (335) = GLOBAL-SUM / 256
               compute ROM-BANK-ARR (336) =
                   function mod(GLOBAL-SUM, 256)
           end-if.
           perform WRITE-IPS-FILE.
       IMPORT-SHEET-EXIT.
           exit paragraph.

       SUM-ROM-BYTE.
           if SUM-I not = 335 and SUM-I not = 336
               compute GLOBAL-SUM = function mod(
                   GLOBAL-SUM + ROM-BANK-ARR (SUM-I), 65536)
           end-if.

       KEEP-ORIG-BYTE.
           move ROM-BANK-ARR (RANGE-OFF + CMP-I) to
               ORIG-RANGE (CMP-I).

       ENCODE-TILE.
           perform ENCODE-TILE-ROW varying ROW-IN-TILE from 0 by 1
               until ROW-IN-TILE > 7.
           move 0 to TILE-CHANGED.
           perform COMPARE-TILE-BYTE varying CMP-I from 1 by 1
               until CMP-I > 16.
           if TILE-HAS-CHANGED
               add 1 to CHANGED-TILES
           end-if.

       ENCODE-TILE-ROW.
           move 0 to NEW-LO.
           move 0 to NEW-HI.
           divide TILE-INDEX by 16 giving TILE-ROW
               remainder TILE-COL.
           compute PIX-Y = TILE-ROW * 8 + ROW-IN-TILE.
           perform ENCODE-PIXEL varying COL-IN-TILE from 0 by 1
               until COL-IN-TILE > 7.
           compute DATA-AT = RANGE-OFF + (TILE-INDEX * 16)
               + (ROW-IN-TILE * 2) + 1.
           move NEW-LO to ROM-BANK-ARR (DATA-AT).
           move NEW-HI to ROM-BANK-ARR (DATA-AT + 1).

       ENCODE-PIXEL.
           compute PIX-X = TILE-COL * 8 + COL-IN-TILE.
           compute PIX-N = PIX-Y * SHEET-W + PIX-X + 1.
           move 999999 to BEST-DIST.
           move 0 to COLOR-ID.
           perform MEASURE-SHADE varying SHADE-I from 1 by 1
               until SHADE-I > 4.
           if BEST-DIST > 0
               add 1 to SNAPPED-COUNT
           end-if.
           compute BIT-POS = 7 - COL-IN-TILE.
           divide COLOR-ID by 2 giving BIT-HI remainder BIT-LO.
           compute NEW-LO = NEW-LO + BIT-LO * POW2-ENTRY (BIT-POS + 1).
           compute NEW-HI = NEW-HI + BIT-HI * POW2-ENTRY (BIT-POS + 1).

      *    > nearest shade by squared distance; a tie keeps the
      *    > lighter
       MEASURE-SHADE.
           compute DIFF-R = IMG-R (PIX-N) - SHADE-R (SHADE-I).
           compute DIFF-G = IMG-G (PIX-N) - SHADE-G (SHADE-I).
           compute DIFF-B = IMG-B (PIX-N) - SHADE-B (SHADE-I).
           compute DIST = DIFF-R * DIFF-R + DIFF-G * DIFF-G
               + DIFF-B * DIFF-B.
           if DIST < BEST-DIST
               move DIST to BEST-DIST
               compute COLOR-ID = SHADE-I - 1
           end-if.

       COMPARE-TILE-BYTE.
           if ROM-BANK-ARR (RANGE-OFF + TILE-INDEX * 16 + CMP-I) not =
                   ORIG-RANGE (TILE-INDEX * 16 + CMP-I)
               move 1 to TILE-CHANGED
           end-if.

      *    > ---------------------------------------------------------
      *    > the patch
      *    > ---------------------------------------------------------
       WRITE-IPS-FILE.
           open output IPS-FILE.
           if not IPS-STATUS-OK
               display "tile_rip: cannot write "
                   function trim(IPS-PATH)
               move 12 to return-code
               stop run
           end-if.
           move "P" to IPS-BYTE.
           write IPS-BYTE.
           move "A" to IPS-BYTE.
           write IPS-BYTE.
           move "T" to IPS-BYTE.
           write IPS-BYTE.
           move "C" to IPS-BYTE.
           write IPS-BYTE.
           move "H" to IPS-BYTE.
           write IPS-BYTE.
           move 0 to IN-RUN.
           move 0 to HUNK-COUNT.
           perform WALK-ONE-BYTE varying WALK-OFF from 0 by 1
               until WALK-OFF >= RANGE-LEN.
           if RUN-IS-OPEN
               perform WRITE-RUN-HUNK
           end-if.
           if ROM-BANK-ARR (335) * 256 + ROM-BANK-ARR (336)
                   not = GLOBAL-WAS
               move 334 to RUN-START
               move 2 to RUN-COUNT
               perform WRITE-RUN-HUNK
           end-if.
           move "E" to IPS-BYTE.
           write IPS-BYTE.
           move "O" to IPS-BYTE.
           write IPS-BYTE.
           move "F" to IPS-BYTE.
           write IPS-BYTE.
           close IPS-FILE.
           move HUNK-COUNT to COUNT-DISPLAY.
           display "IPS patch: " function trim(IPS-PATH) " ("
               function trim(COUNT-DISPLAY) " hunks)".

      *    > one hunk per changed run of the range
       WALK-ONE-BYTE.
           if ROM-BANK-ARR (RANGE-OFF + WALK-OFF + 1) not =
                   ORIG-RANGE (WALK-OFF + 1)
               if not RUN-IS-OPEN
                   move 1 to IN-RUN
                   compute RUN-START = RANGE-OFF + WALK-OFF
                   move 0 to RUN-COUNT
               end-if
               add 1 to RUN-COUNT
           else
               if RUN-IS-OPEN
                   perform WRITE-RUN-HUNK
               end-if
           end-if.

       WRITE-RUN-HUNK.
           move 0 to IN-RUN.
           add 1 to HUNK-COUNT.
           compute IPS-BYTE-NUM = RUN-START / 65536.
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(RUN-START / 256, 256).
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(RUN-START, 256).
           write IPS-BYTE.
           compute IPS-BYTE-NUM = RUN-COUNT / 256.
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(RUN-COUNT, 256).
           write IPS-BYTE.
           perform WRITE-HUNK-BYTE varying HUNK-I from RUN-START by 1
               until HUNK-I >= RUN-START + RUN-COUNT.

       WRITE-HUNK-BYTE.
           move ROM-BANK-ARR (HUNK-I + 1) to IPS-BYTE-NUM.
           write IPS-BYTE.

      *    > ---------------------------------------------------------
      *    > hex
      *    > ---------------------------------------------------------
      *    > HEX-FIELD "BB:AAAA" into RANGE-BANK and RANGE-ADDR, the
      *    > address checked against the bank's window
       PARSE-BANK-ADDR.
           move spaces to BANK-TEXT.
           move spaces to ADDR-TEXT.
           unstring HEX-FIELD delimited by ":" into BANK-TEXT
               ADDR-TEXT.
           move BANK-TEXT to HEX-FIELD.
           perform PARSE-HEX.
           move HEX-VALUE to RANGE-BANK.
           if HEX-BAD = 0
               move ADDR-TEXT to HEX-FIELD
               perform PARSE-HEX
               move HEX-VALUE to RANGE-ADDR
           end-if.
           if HEX-BAD = 0
               if RANGE-ADDR > 32767
                       or (RANGE-BANK > 0 and RANGE-ADDR < 16384)
                       or (RANGE-BANK = 0 and RANGE-ADDR > 16383)
                   move 1 to HEX-BAD
               end-if
           end-if.

      *    > HEX-FIELD, with an optional $ or 0x, to HEX-VALUE
       PARSE-HEX.
           move function upper-case(HEX-FIELD) to HEX-FIELD.
           move 0 to HEX-VALUE.
           move 0 to HEX-BAD.
           move 1 to HEX-FROM.
           if HEX-FIELD (1:1) = "$"
               move 2 to HEX-FROM
           end-if.
           if HEX-FIELD (1:2) = "0X"
               move 3 to HEX-FROM
           end-if.
           move function length(function trim(HEX-FIELD)) to HEX-P.
           if HEX-FIELD = spaces or HEX-P < HEX-FROM
               move 1 to HEX-BAD
               move 0 to HEX-LEN
           else
               compute HEX-LEN = HEX-P - HEX-FROM + 1
               perform PARSE-HEX-DIGIT varying HEX-P from HEX-FROM
                   by 1 until HEX-P > HEX-FROM + HEX-LEN - 1
           end-if.
           if HEX-LEN > 6
               move 1 to HEX-BAD
           end-if.

       PARSE-HEX-DIGIT.
           move 0 to HEX-DIGIT-AT.
           inspect HEX-DIGITS tallying HEX-DIGIT-AT for characters
               before initial HEX-FIELD (HEX-P:1).
           if HEX-DIGIT-AT > 15
               move 1 to HEX-BAD
           else
               compute HEX-VALUE = HEX-VALUE * 16 + HEX-DIGIT-AT
           end-if.
       end program TILE_RIP.
