      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Writes the picture in IMAGE-CTL to IMG-PATH, as a P6 PPM
      *    or as a PNG depending on IMG-FORMAT.
      *
      *    The PNG is 8-bit RGB, unfiltered rows, in a zlib stream
      *    of one deflate block using the fixed Huffman codes - no
      *    code tables to build or ship. The compression is the
      *    kind a Game Boy screen rewards: every position looks
      *    for a repeat of the pixel just before it or of the row
      *    just above it, and takes whichever runs longer (up to
      *    deflate's 258 bytes). Flat skies, blank borders and
      *    tiled floors collapse to a few bits a run, and a 69KB
      *    frame usually lands at a few KB. The stream is cut into
      *    16KB IDAT chunks as it fills.
      *
      *    COBOL has no XOR, and the PNG chunk CRC is made of
      *    little else, so the first PNG builds a 256x256 byte XOR
      *    table once (each entry from the entry for both operands
      *    halved, so no bit loop at all) and the usual 256-entry
      *    CRC-32 table from that. The zlib trailer's Adler-32 is
      *    plain sums.
       identification division.
       program-id. IMAGE_WRITE.
       environment division.
       input-output section.
       file-control.
           select IMAGE-FILE assign to OUT-PATH
               organization is sequential.
       data division.
       file section.
       fd  IMAGE-FILE
           record contains 1 characters.
           01 IMAGE-BYTE pic x(1).
           01 IMAGE-BYTE-NUM redefines IMAGE-BYTE
               binary-char unsigned.
       working-storage section.
           copy image_ctl.

      * ====== LOCAL =======
           01 OUT-PATH pic x(256) value spaces.
           01 PIX-I binary-long unsigned value 0.
           01 PIX-COUNT binary-long unsigned value 0.
           01 ROW-I binary-short unsigned value 0.
           01 COL-I binary-short unsigned value 0.
           01 OUT-VAL binary-char unsigned value 0.

           01 PPM-HEADER pic x(24) value spaces.
           01 HEADER-LEN binary-char unsigned value 0.
           01 HEADER-I binary-char unsigned value 0.
           01 SIZE-DISPLAY pic z(4)9 value 0.
           01 WIDTH-TEXT pic x(5) value spaces.
           01 HEIGHT-TEXT pic x(5) value spaces.

      *    > the one-time tables
           01 TABLES-BUILT binary-char unsigned value 0.
               88 TABLES-ARE-BUILT value 1.
           01 XOR-TABLE.
               05 XOR-BYTE binary-char unsigned occurs 65536 times.
           01 CRC-TABLE.
               05 CRC-ENTRY binary-long unsigned occurs 256 times.
           01 POW2-TABLE.
               05 POW2 binary-double unsigned occurs 32 times.
      *        > fixed Huffman literal/length codes 0-287, already
      *        > bit-reversed for the LSB-first packer, and lengths
           01 LIT-TABLE.
               05 LIT-ENTRY occurs 288 times.
                   10 LIT-CODE binary-short unsigned.
                   10 LIT-BITS binary-char unsigned.
           01 DIST-CODE-REV binary-char unsigned occurs 30 times.
      *        > deflate's length codes 257-285 and distance codes
      *        > 0-29: base value and extra-bit count of each
           01 LEN-BASE binary-short unsigned occurs 29 times.
           01 LEN-EXTRA binary-char unsigned occurs 29 times.
           01 DIST-BASE binary-long unsigned occurs 30 times.
           01 DIST-EXTRA binary-char unsigned occurs 30 times.
           01 LEN-SLOT binary-char unsigned occurs 258 times.

           01 XA binary-short unsigned value 0.
           01 XB binary-short unsigned value 0.
           01 XA-HALF binary-short unsigned value 0.
           01 XB-HALF binary-short unsigned value 0.
           01 TAB-I binary-short unsigned value 0.
           01 BIT-I binary-char unsigned value 0.
           01 CODE-IN binary-short unsigned value 0.
           01 CODE-OUT binary-short unsigned value 0.
           01 CODE-BITS binary-char unsigned value 0.
           01 CODE-LOW binary-char unsigned value 0.
           01 STEP-VAL binary-long unsigned value 0.
           01 CRC-WORK binary-long unsigned value 0.

      *    > 32-bit XOR, four table lookups
           01 X1 binary-long unsigned value 0.
           01 X2 binary-long unsigned value 0.
           01 XR binary-long unsigned value 0.
           01 XT1 binary-long unsigned value 0.
           01 XT2 binary-long unsigned value 0.
           01 XB1 binary-short unsigned value 0.
           01 XB2 binary-short unsigned value 0.
           01 XPLACE binary-long unsigned value 0.

      *    > chunk CRC and zlib Adler-32
           01 CRC-VAL binary-long unsigned value 0.
           01 CRC-IN binary-short unsigned value 0.
           01 ADLER-A binary-long unsigned value 0.
           01 ADLER-B binary-long unsigned value 0.
           01 WORD-OUT binary-long unsigned value 0.
           01 WORD-BYTE binary-short unsigned value 0.

      *    > the unfiltered scanlines, filter byte first on each
           01 RAW-AREA.
               05 RAW-BYTE binary-char unsigned occurs 1106760 times.
           01 RAW-LEN binary-long unsigned value 0.
           01 RAW-POS binary-long unsigned value 0.
           01 STRIDE binary-long unsigned value 0.

      *    > match search
           01 BEST-LEN binary-short unsigned value 0.
           01 BEST-DIST binary-long unsigned value 0.
           01 TRY-LEN binary-short unsigned value 0.
           01 TRY-DIST binary-long unsigned value 0.
           01 MAX-LEN binary-long unsigned value 0.
           01 SLOT-I binary-char unsigned value 0.

      *    > LSB-first bit packer feeding the IDAT buffer
           01 BITS-ACC binary-double unsigned value 0.
           01 BITS-USED binary-char unsigned value 0.
           01 PUT-VALUE binary-long unsigned value 0.
           01 PUT-COUNT binary-char unsigned value 0.
           01 Z-BYTE binary-short unsigned value 0.
           01 IDAT-AREA.
               05 IDAT-BYTE binary-char unsigned occurs 16384 times.
           01 IDAT-USED binary-short unsigned value 0.
           01 IDAT-I binary-short unsigned value 0.
       procedure division.
       MAIN.
           move IMG-PATH to OUT-PATH.
           compute PIX-COUNT = IMG-WIDTH * IMG-HEIGHT.
           if IMG-IS-PNG
               perform WRITE-PNG
           else
               perform WRITE-PPM
           end-if.

       MAIN-EXIT.
           exit program.

      ******************************************************************
      *    PPM
      ******************************************************************
       WRITE-PPM.
           perform BUILD-SIZE-TEXT.
           move spaces to PPM-HEADER.
           move 1 to HEADER-LEN.
           string "P6" x'0A' function trim(WIDTH-TEXT) " "
               function trim(HEIGHT-TEXT) x'0A' "255" x'0A'
               delimited by size into PPM-HEADER
               with pointer HEADER-LEN.
           subtract 1 from HEADER-LEN.
           open output IMAGE-FILE.
           perform WRITE-HEADER-BYTE varying HEADER-I from 1 by 1
               until HEADER-I > HEADER-LEN.
           perform WRITE-PPM-PIXEL varying PIX-I from 1 by 1
               until PIX-I > PIX-COUNT.
           close IMAGE-FILE.

       BUILD-SIZE-TEXT.
           move IMG-WIDTH to SIZE-DISPLAY.
           move function trim(SIZE-DISPLAY) to WIDTH-TEXT.
           move IMG-HEIGHT to SIZE-DISPLAY.
           move function trim(SIZE-DISPLAY) to HEIGHT-TEXT.

       WRITE-HEADER-BYTE.
           move PPM-HEADER (HEADER-I:1) to IMAGE-BYTE.
           write IMAGE-BYTE.

       WRITE-PPM-PIXEL.
           move IMG-R (PIX-I) to IMAGE-BYTE-NUM.
           write IMAGE-BYTE.
           move IMG-G (PIX-I) to IMAGE-BYTE-NUM.
           write IMAGE-BYTE.
           move IMG-B (PIX-I) to IMAGE-BYTE-NUM.
           write IMAGE-BYTE.

      ******************************************************************
      *    PNG
      ******************************************************************
       WRITE-PNG.
           if not TABLES-ARE-BUILT
               perform BUILD-TABLES
           end-if.
           perform BUILD-RAW-ROWS.

           open output IMAGE-FILE.
      *        > signature 89 "PNG" 0D 0A 1A 0A
           move 137 to OUT-VAL.
           perform EMIT-BYTE.
           move 80 to OUT-VAL.
           perform EMIT-BYTE.
           move 78 to OUT-VAL.
           perform EMIT-BYTE.
           move 71 to OUT-VAL.
           perform EMIT-BYTE.
           move 13 to OUT-VAL.
           perform EMIT-BYTE.
           move 10 to OUT-VAL.
           perform EMIT-BYTE.
           move 26 to OUT-VAL.
           perform EMIT-BYTE.
           move 10 to OUT-VAL.
           perform EMIT-BYTE.

      *        > IHDR: size, 8 bits a sample, color type 2 (RGB),
      *        > deflate, standard filtering, no interlace
           move 13 to WORD-OUT.
           perform EMIT-WORD.
           move 4294967295 to CRC-VAL.
           perform EMIT-TYPE-IHDR.
           move IMG-WIDTH to WORD-OUT.
           perform EMIT-CRC-WORD.
           move IMG-HEIGHT to WORD-OUT.
           perform EMIT-CRC-WORD.
           move 8 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           move 2 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           move 0 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           perform EMIT-CRC-BYTE.
           perform EMIT-CRC-BYTE.
           perform END-CHUNK.

      *        > the zlib stream: header 78 01, the deflate block,
      *        > then the Adler-32 of the raw rows
           move 0 to IDAT-USED.
           move 0 to BITS-ACC.
           move 0 to BITS-USED.
           move 120 to Z-BYTE.
           perform STASH-Z-BYTE.
           move 1 to Z-BYTE.
           perform STASH-Z-BYTE.
           perform DEFLATE-RAW-ROWS.
           perform COMPUTE-ADLER.
           compute Z-BYTE = ADLER-B / 256.
           perform STASH-Z-BYTE.
           compute Z-BYTE = function mod(ADLER-B, 256).
           perform STASH-Z-BYTE.
           compute Z-BYTE = ADLER-A / 256.
           perform STASH-Z-BYTE.
           compute Z-BYTE = function mod(ADLER-A, 256).
           perform STASH-Z-BYTE.
           perform FLUSH-IDAT.

      *        > IEND
           move 0 to WORD-OUT.
           perform EMIT-WORD.
           move 4294967295 to CRC-VAL.
           move 73 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           move 69 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           move 78 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           move 68 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           perform END-CHUNK.
           close IMAGE-FILE.

       EMIT-TYPE-IHDR.
           move 73 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           move 72 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           move 68 to OUT-VAL.
           perform EMIT-CRC-BYTE.
           move 82 to OUT-VAL.
           perform EMIT-CRC-BYTE.

      *    > filter type 0 ahead of every row, then the row's RGB
       BUILD-RAW-ROWS.
           compute STRIDE = (IMG-WIDTH * 3) + 1.
           move 0 to RAW-LEN.
           move 0 to PIX-I.
           perform BUILD-RAW-ROW varying ROW-I from 1 by 1
               until ROW-I > IMG-HEIGHT.

       BUILD-RAW-ROW.
           add 1 to RAW-LEN.
           move 0 to RAW-BYTE (RAW-LEN).
           perform BUILD-RAW-PIXEL varying COL-I from 1 by 1
               until COL-I > IMG-WIDTH.

       BUILD-RAW-PIXEL.
           add 1 to PIX-I.
           move IMG-R (PIX-I) to RAW-BYTE (RAW-LEN + 1).
           move IMG-G (PIX-I) to RAW-BYTE (RAW-LEN + 2).
           move IMG-B (PIX-I) to RAW-BYTE (RAW-LEN + 3).
           add 3 to RAW-LEN.

       COMPUTE-ADLER.
           move 1 to ADLER-A.
           move 0 to ADLER-B.
           perform ADLER-ONE-BYTE varying RAW-POS from 1 by 1
               until RAW-POS > RAW-LEN.

       ADLER-ONE-BYTE.
           add RAW-BYTE (RAW-POS) to ADLER-A.
           if ADLER-A >= 65521
               subtract 65521 from ADLER-A
           end-if.
           add ADLER-A to ADLER-B.
           if ADLER-B >= 65521
               subtract 65521 from ADLER-B
           end-if.

      ******************************************************************
      *    deflate - one final block, fixed Huffman codes
      ******************************************************************
       DEFLATE-RAW-ROWS.
      *        > BFINAL 1, BTYPE 01
           move 1 to PUT-VALUE.
           move 1 to PUT-COUNT.
           perform PUT-BITS.
           move 1 to PUT-VALUE.
           move 2 to PUT-COUNT.
           perform PUT-BITS.
           move 1 to RAW-POS.
           perform DEFLATE-STEP until RAW-POS > RAW-LEN.
      *        > end of block, then pad out the last byte
           move 256 to CODE-IN.
           perform PUT-LITERAL.
           if BITS-USED > 0
               move BITS-ACC to Z-BYTE
               move 0 to BITS-ACC
               move 0 to BITS-USED
               perform STASH-Z-BYTE
           end-if.

       DEFLATE-STEP.
           move 0 to BEST-LEN.
           compute MAX-LEN = RAW-LEN - RAW-POS + 1.
           if MAX-LEN > 258
               move 258 to MAX-LEN
           end-if.
           if RAW-POS > 3
               move 3 to TRY-DIST
               perform TRY-MATCH
           end-if.
           if RAW-POS > STRIDE
               move STRIDE to TRY-DIST
               perform TRY-MATCH
           end-if.
           if BEST-LEN >= 3
               perform PUT-MATCH
               add BEST-LEN to RAW-POS
           else
               move RAW-BYTE (RAW-POS) to CODE-IN
               perform PUT-LITERAL
               add 1 to RAW-POS
           end-if.

      *    > RAW-AREA keeps a few spare bytes past the longest
      *    > image, so the comparison that ends a match at the very
      *    > end of the data never reads outside it
       TRY-MATCH.
           move 0 to TRY-LEN.
           perform EXTEND-MATCH until TRY-LEN >= MAX-LEN
               or RAW-BYTE (RAW-POS + TRY-LEN) not =
                   RAW-BYTE (RAW-POS + TRY-LEN - TRY-DIST).
           if TRY-LEN > BEST-LEN
               move TRY-LEN to BEST-LEN
               move TRY-DIST to BEST-DIST
           end-if.

       EXTEND-MATCH.
           add 1 to TRY-LEN.

       PUT-LITERAL.
           move LIT-CODE (CODE-IN + 1) to PUT-VALUE.
           move LIT-BITS (CODE-IN + 1) to PUT-COUNT.
           perform PUT-BITS.

       PUT-MATCH.
           move LEN-SLOT (BEST-LEN) to SLOT-I.
           compute CODE-IN = 256 + SLOT-I.
           perform PUT-LITERAL.
           if LEN-EXTRA (SLOT-I) > 0
               compute PUT-VALUE = BEST-LEN - LEN-BASE (SLOT-I)
               move LEN-EXTRA (SLOT-I) to PUT-COUNT
               perform PUT-BITS
           end-if.
           move 30 to SLOT-I.
           perform FIND-DIST-SLOT until DIST-BASE (SLOT-I)
               <= BEST-DIST.
           move DIST-CODE-REV (SLOT-I) to PUT-VALUE.
           move 5 to PUT-COUNT.
           perform PUT-BITS.
           if DIST-EXTRA (SLOT-I) > 0
               compute PUT-VALUE = BEST-DIST - DIST-BASE (SLOT-I)
               move DIST-EXTRA (SLOT-I) to PUT-COUNT
               perform PUT-BITS
           end-if.

       FIND-DIST-SLOT.
           subtract 1 from SLOT-I.

       PUT-BITS.
           compute BITS-ACC = BITS-ACC
               + (PUT-VALUE * POW2 (BITS-USED + 1)).
           add PUT-COUNT to BITS-USED.
           perform DRAIN-FULL-BYTE until BITS-USED < 8.

       DRAIN-FULL-BYTE.
           divide BITS-ACC by 256 giving BITS-ACC remainder Z-BYTE.
           subtract 8 from BITS-USED.
           perform STASH-Z-BYTE.

       STASH-Z-BYTE.
           add 1 to IDAT-USED.
           move Z-BYTE to IDAT-BYTE (IDAT-USED).
           if IDAT-USED >= 16384
               perform FLUSH-IDAT
           end-if.

       FLUSH-IDAT.
           if IDAT-USED > 0
               move IDAT-USED to WORD-OUT
               perform EMIT-WORD
               move 4294967295 to CRC-VAL
               move 73 to OUT-VAL
               perform EMIT-CRC-BYTE
               move 68 to OUT-VAL
               perform EMIT-CRC-BYTE
               move 65 to OUT-VAL
               perform EMIT-CRC-BYTE
               move 84 to OUT-VAL
               perform EMIT-CRC-BYTE
               perform EMIT-IDAT-BYTE varying IDAT-I from 1 by 1
                   until IDAT-I > IDAT-USED
               perform END-CHUNK
               move 0 to IDAT-USED
           end-if.

       EMIT-IDAT-BYTE.
           move IDAT-BYTE (IDAT-I) to OUT-VAL.
           perform EMIT-CRC-BYTE.

      ******************************************************************
      *    chunk bytes
      ******************************************************************
       EMIT-BYTE.
           move OUT-VAL to IMAGE-BYTE-NUM.
           write IMAGE-BYTE.

      *    > big-endian, outside the CRC (the chunk length)
       EMIT-WORD.
           compute OUT-VAL = WORD-OUT / 16777216.
           perform EMIT-BYTE.
           compute WORD-BYTE = function mod(WORD-OUT / 65536, 256).
           move WORD-BYTE to OUT-VAL.
           perform EMIT-BYTE.
           compute WORD-BYTE = function mod(WORD-OUT / 256, 256).
           move WORD-BYTE to OUT-VAL.
           perform EMIT-BYTE.
           compute OUT-VAL = function mod(WORD-OUT, 256).
           perform EMIT-BYTE.

       EMIT-CRC-WORD.
           compute OUT-VAL = WORD-OUT / 16777216.
           perform EMIT-CRC-BYTE.
           compute WORD-BYTE = function mod(WORD-OUT / 65536, 256).
           move WORD-BYTE to OUT-VAL.
           perform EMIT-CRC-BYTE.
           compute WORD-BYTE = function mod(WORD-OUT / 256, 256).
           move WORD-BYTE to OUT-VAL.
           perform EMIT-CRC-BYTE.
           compute OUT-VAL = function mod(WORD-OUT, 256).
           perform EMIT-CRC-BYTE.

       EMIT-CRC-BYTE.
           perform EMIT-BYTE.
           compute CRC-IN = function mod(CRC-VAL, 256).
           compute TAB-I = XOR-BYTE ((CRC-IN * 256) + OUT-VAL + 1).
           move CRC-ENTRY (TAB-I + 1) to X1.
           compute X2 = CRC-VAL / 256.
           perform XOR-WORDS.
           move XR to CRC-VAL.

       END-CHUNK.
           compute WORD-OUT = 4294967295 - CRC-VAL.
           perform EMIT-WORD.

       XOR-WORDS.
           move 0 to XR.
           move 1 to XPLACE.
           move X1 to XT1.
           move X2 to XT2.
           perform XOR-ONE-BYTE 4 times.

       XOR-ONE-BYTE.
           divide XT1 by 256 giving XT1 remainder XB1.
           divide XT2 by 256 giving XT2 remainder XB2.
           compute XR = XR
               + (XOR-BYTE ((XB1 * 256) + XB2 + 1) * XPLACE).
           if XPLACE < 16777216
               multiply 256 by XPLACE
           end-if.

      ******************************************************************
      *    one-time tables
      ******************************************************************
       BUILD-TABLES.
           perform BUILD-XOR-ENTRY varying XA from 0 by 1
               until XA > 255
               after XB from 0 by 1 until XB > 255.
           perform BUILD-CRC-ENTRY varying TAB-I from 0 by 1
               until TAB-I > 255.
           move 1 to POW2 (1).
           perform BUILD-POW2-ENTRY varying TAB-I from 2 by 1
               until TAB-I > 32.
           perform BUILD-LIT-ENTRY varying TAB-I from 0 by 1
               until TAB-I > 287.
           perform BUILD-DIST-CODE varying TAB-I from 0 by 1
               until TAB-I > 29.
           perform BUILD-LEN-BASE.
           perform BUILD-DIST-BASE.
           move 1 to TABLES-BUILT.

       BUILD-XOR-ENTRY.
           evaluate true
               when XA = 0
                   move XB to XOR-BYTE ((XA * 256) + XB + 1)
               when XB = 0
                   move XA to XOR-BYTE ((XA * 256) + XB + 1)
               when other
                   compute XA-HALF = XA / 2
                   compute XB-HALF = XB / 2
                   compute XOR-BYTE ((XA * 256) + XB + 1) =
                       XOR-BYTE ((XA-HALF * 256) + XB-HALF + 1) * 2
                   if function mod(XA, 2) not = function mod(XB, 2)
                       add 1 to XOR-BYTE ((XA * 256) + XB + 1)
                   end-if
           end-evaluate.

      *    > the reflected polynomial 0xEDB88320
       BUILD-CRC-ENTRY.
           move TAB-I to CRC-WORK.
           perform CRC-TABLE-STEP 8 times.
           move CRC-WORK to CRC-ENTRY (TAB-I + 1).

       CRC-TABLE-STEP.
           if function mod(CRC-WORK, 2) = 1
               compute X1 = CRC-WORK / 2
               move 3988292384 to X2
               perform XOR-WORDS
               move XR to CRC-WORK
           else
               compute CRC-WORK = CRC-WORK / 2
           end-if.

       BUILD-POW2-ENTRY.
           compute POW2 (TAB-I) = POW2 (TAB-I - 1) * 2.

      *    > RFC 1951 3.2.6: 0-143 eight bits from 0x30, 144-255
      *    > nine from 0x190, 256-279 seven from 0, 280-287 eight
      *    > from 0xC0 - Huffman codes go out high bit first, so
      *    > each is stored reversed for the LSB-first packer
       BUILD-LIT-ENTRY.
           evaluate true
               when TAB-I <= 143
                   compute CODE-IN = 48 + TAB-I
                   move 8 to CODE-BITS
               when TAB-I <= 255
                   compute CODE-IN = 400 + TAB-I - 144
                   move 9 to CODE-BITS
               when TAB-I <= 279
                   compute CODE-IN = TAB-I - 256
                   move 7 to CODE-BITS
               when other
                   compute CODE-IN = 192 + TAB-I - 280
                   move 8 to CODE-BITS
           end-evaluate.
           perform REVERSE-CODE.
           move CODE-OUT to LIT-CODE (TAB-I + 1).
           move CODE-BITS to LIT-BITS (TAB-I + 1).

       BUILD-DIST-CODE.
           move TAB-I to CODE-IN.
           move 5 to CODE-BITS.
           perform REVERSE-CODE.
           move CODE-OUT to DIST-CODE-REV (TAB-I + 1).

       REVERSE-CODE.
           move 0 to CODE-OUT.
           perform REVERSE-ONE-BIT varying BIT-I from 1 by 1
               until BIT-I > CODE-BITS.

       REVERSE-ONE-BIT.
           divide CODE-IN by 2 giving CODE-IN remainder CODE-LOW.
           compute CODE-OUT = (CODE-OUT * 2) + CODE-LOW.

      *    > length codes 257-264 carry no extra bits, then each
      *    > group of four one more, base growing by 2^extra; 285
      *    > is the odd one out, exactly 258. LEN-SLOT maps every
      *    > length 3-258 back to its code.
       BUILD-LEN-BASE.
           move 3 to STEP-VAL.
           perform BUILD-ONE-LEN-BASE varying TAB-I from 1 by 1
               until TAB-I > 28.
           move 258 to LEN-BASE (29).
           move 0 to LEN-EXTRA (29).
           move 1 to SLOT-I.
           perform BUILD-LEN-SLOT varying TAB-I from 3 by 1
               until TAB-I > 258.

       BUILD-ONE-LEN-BASE.
           if TAB-I <= 8
               move 0 to LEN-EXTRA (TAB-I)
           else
               compute LEN-EXTRA (TAB-I) = (TAB-I - 5) / 4
           end-if.
           move STEP-VAL to LEN-BASE (TAB-I).
           compute STEP-VAL = STEP-VAL
               + POW2 (LEN-EXTRA (TAB-I) + 1).

       BUILD-LEN-SLOT.
           perform NEXT-LEN-SLOT until SLOT-I >= 29
               or LEN-BASE (SLOT-I + 1) > TAB-I.
           move SLOT-I to LEN-SLOT (TAB-I).

       NEXT-LEN-SLOT.
           add 1 to SLOT-I.

      *    > distance codes 0-3 carry no extra bits, then each pair
      *    > one more
       BUILD-DIST-BASE.
           move 1 to STEP-VAL.
           perform BUILD-ONE-DIST-BASE varying TAB-I from 1 by 1
               until TAB-I > 30.

       BUILD-ONE-DIST-BASE.
           if TAB-I <= 4
               move 0 to DIST-EXTRA (TAB-I)
           else
               compute DIST-EXTRA (TAB-I) = ((TAB-I - 1) / 2) - 1
           end-if.
           move STEP-VAL to DIST-BASE (TAB-I).
           compute STEP-VAL = STEP-VAL
               + POW2 (DIST-EXTRA (TAB-I) + 1).
       end program IMAGE_WRITE.
