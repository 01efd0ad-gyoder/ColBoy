      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Reads the picture named by IMG-PATH into IMAGE-CTL,
      *    whichever format it is in - a P6 PPM or a PNG, told
      *    apart by the first bytes rather than the name - and
      *    sets IMG-READ-STATUS: read, missing, or not readable.
      *
      *    PNGs are taken as 8-bit RGB or RGBA without interlace,
      *    which covers everything IMAGE_WRITE produces and what
      *    image tools ordinarily save; the alpha is dropped. The
      *    inflate follows RFC 1951 in full - stored, fixed and
      *    dynamic Huffman blocks - decoding canonical codes a bit
      *    at a time from per-length counts, so the fixed block is
      *    just the dynamic one with lengths known in advance.
      *    Rows come back through all five PNG filters.
       identification division.
       program-id. IMAGE_READ.
       environment division.
       input-output section.
       file-control.
           select IMAGE-FILE assign to IN-PATH
               organization is sequential
               file status is IN-STATUS-CD.
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
           01 IN-PATH pic x(256) value spaces.
           01 IN-STATUS-CD pic xx value spaces.
               88 IN-STATUS-OK value "00".
           01 IN-EOF binary-char unsigned value 0.
           01 READ-FAILED binary-char unsigned value 0.
               88 READ-HAS-FAILED value 1.

      *    > the whole file, then the PNG's IDAT data run together,
      *    > then the inflated scanlines
           01 FILE-AREA.
               05 FILE-BYTE binary-char unsigned occurs 1500000 times.
           01 FILE-LEN binary-long unsigned value 0.
           01 Z-AREA.
               05 Z-BYTE binary-char unsigned occurs 1500000 times.
           01 Z-LEN binary-long unsigned value 0.
           01 RAW-AREA.
               05 RAW-BYTE binary-char unsigned occurs 1475200 times.
           01 RAW-LEN binary-long unsigned value 0.
           01 RAW-WANT binary-long unsigned value 0.

      *    > PPM header tokens
           01 SCAN-POS binary-long unsigned value 0.
           01 TOKEN-VAL binary-long unsigned value 0.
           01 TOKEN-DIGITS binary-char unsigned value 0.
           01 CUR-BYTE binary-short unsigned value 0.
           01 MAX-VAL binary-long unsigned value 0.

      *    > PNG chunks
           01 CHUNK-POS binary-long unsigned value 0.
           01 CHUNK-LEN binary-long unsigned value 0.
           01 CHUNK-TYPE pic x(4) value spaces.
           01 CHUNK-I binary-long unsigned value 0.
           01 CHUNKS-DONE binary-char unsigned value 0.
           01 WORD-VAL binary-long unsigned value 0.
           01 WORD-AT binary-long unsigned value 0.
           01 TYPE-CHAR pic x(1) value space.
           01 TYPE-CHAR-NUM redefines TYPE-CHAR binary-char unsigned.
           01 BIT-DEPTH binary-char unsigned value 0.
           01 COLOR-TYPE binary-char unsigned value 0.
           01 INTERLACE binary-char unsigned value 0.
           01 PIX-BYTES binary-char unsigned value 0.
           01 ROW-BYTES binary-long unsigned value 0.
           01 SEEN-IHDR binary-char unsigned value 0.

      *    > inflate bit reader, LSB first
           01 Z-POS binary-long unsigned value 0.
           01 IN-ACC binary-short unsigned value 0.
           01 IN-BITS binary-char unsigned value 0.
           01 BIT-VAL binary-short unsigned value 0.
           01 GET-COUNT binary-char unsigned value 0.
           01 GOT-VAL binary-long unsigned value 0.
           01 GET-I binary-char unsigned value 0.
           01 B-FINAL binary-char unsigned value 0.
           01 B-TYPE binary-char unsigned value 0.
           01 BLOCK-DONE binary-char unsigned value 0.
           01 STORED-LEN binary-long unsigned value 0.
           01 COPY-I binary-long unsigned value 0.

      *    > three canonical Huffman codes: 1 literal/length,
      *    > 2 distance, 3 the dynamic header's code-length code
           01 HUFF-SET occurs 3 times.
               05 HUFF-COUNT binary-short unsigned occurs 16 times.
               05 HUFF-SYM binary-short unsigned occurs 320 times.
           01 HUFF-SEL binary-char unsigned value 0.
           01 BUILD-LEN binary-char unsigned occurs 320 times.
           01 BUILD-N binary-short unsigned value 0.
           01 OFFS binary-short unsigned occurs 16 times.
           01 SYM-I binary-short unsigned value 0.
           01 LEN-I binary-char unsigned value 0.
           01 DEC-CODE binary-long signed value 0.
           01 DEC-FIRST binary-long signed value 0.
           01 DEC-INDEX binary-long signed value 0.
           01 DEC-COUNT binary-long signed value 0.
           01 DEC-LEN binary-char unsigned value 0.
           01 DEC-SYM binary-long signed value 0.

           01 POW2 binary-long unsigned occurs 16 times.
           01 LEN-BASE binary-short unsigned occurs 29 times.
           01 LEN-EXTRA binary-char unsigned occurs 29 times.
           01 DIST-BASE binary-long unsigned occurs 30 times.
           01 DIST-EXTRA binary-char unsigned occurs 30 times.
           01 TABLES-BUILT binary-char unsigned value 0.
               88 TABLES-ARE-BUILT value 1.
           01 TAB-I binary-short unsigned value 0.
           01 STEP-VAL binary-long unsigned value 0.

           01 CL-ORDER-INIT.
               05 filler pic 9(2) value 16.
               05 filler pic 9(2) value 17.
               05 filler pic 9(2) value 18.
               05 filler pic 9(2) value 0.
               05 filler pic 9(2) value 8.
               05 filler pic 9(2) value 7.
               05 filler pic 9(2) value 9.
               05 filler pic 9(2) value 6.
               05 filler pic 9(2) value 10.
               05 filler pic 9(2) value 5.
               05 filler pic 9(2) value 11.
               05 filler pic 9(2) value 4.
               05 filler pic 9(2) value 12.
               05 filler pic 9(2) value 3.
               05 filler pic 9(2) value 13.
               05 filler pic 9(2) value 2.
               05 filler pic 9(2) value 14.
               05 filler pic 9(2) value 1.
               05 filler pic 9(2) value 15.
           01 CL-ORDER-TABLE redefines CL-ORDER-INIT.
               05 CL-ORDER pic 9(2) occurs 19 times.

           01 H-LIT binary-short unsigned value 0.
           01 H-DIST binary-short unsigned value 0.
           01 H-CLEN binary-short unsigned value 0.
           01 ALL-LEN binary-char unsigned occurs 320 times.
           01 ALL-I binary-short unsigned value 0.
           01 REPEAT-N binary-short unsigned value 0.
           01 REPEAT-VAL binary-char unsigned value 0.
           01 MATCH-LEN binary-long unsigned value 0.
           01 MATCH-DIST binary-long unsigned value 0.
           01 SLOT-I binary-short unsigned value 0.

      *    > un-filtering
           01 ROW-I binary-long unsigned value 0.
           01 COL-I binary-long unsigned value 0.
           01 ROW-START binary-long unsigned value 0.
           01 FILTER-TYPE binary-char unsigned value 0.
           01 AT-I binary-long unsigned value 0.
           01 LEFT-VAL binary-short signed value 0.
           01 UP-VAL binary-short signed value 0.
           01 CORNER-VAL binary-short signed value 0.
           01 PAETH-P binary-short signed value 0.
           01 PAETH-A binary-short signed value 0.
           01 PAETH-B binary-short signed value 0.
           01 PAETH-C binary-short signed value 0.
           01 PREDICT binary-short signed value 0.
           01 PIX-I binary-long unsigned value 0.
       procedure division.
       MAIN.
           move IMG-PATH to IN-PATH.
           move 0 to IMG-READ-STATUS.
           move 0 to READ-FAILED.
           move 0 to IMG-WIDTH.
           move 0 to IMG-HEIGHT.

           open input IMAGE-FILE.
           if not IN-STATUS-OK
               move 1 to IMG-READ-STATUS
               go to MAIN-EXIT
           end-if.
           move 0 to FILE-LEN.
           move 0 to IN-EOF.
           perform READ-FILE-BYTE until IN-EOF = 1
               or FILE-LEN >= 1500000.
           close IMAGE-FILE.

           evaluate true
               when FILE-LEN > 2 and FILE-BYTE (1) = 80
                       and FILE-BYTE (2) = 54
                   perform PARSE-PPM thru PARSE-PPM-EXIT
               when FILE-LEN > 8 and FILE-BYTE (1) = 137
                       and FILE-BYTE (2) = 80 and FILE-BYTE (3) = 78
                       and FILE-BYTE (4) = 71
                   perform PARSE-PNG thru PARSE-PNG-EXIT
               when other
                   move 1 to READ-FAILED
           end-evaluate.
           if READ-HAS-FAILED
               move 2 to IMG-READ-STATUS
               move 0 to IMG-WIDTH
               move 0 to IMG-HEIGHT
           end-if.

       MAIN-EXIT.
           exit program.

       READ-FILE-BYTE.
           read IMAGE-FILE
               at end
                   move 1 to IN-EOF
               not at end
                   add 1 to FILE-LEN
                   move IMAGE-BYTE-NUM to FILE-BYTE (FILE-LEN)
           end-read.

      ******************************************************************
      *    PPM
      ******************************************************************
      *    > "P6", width, height, maxval - whitespace and # comments
      *    > between - then one whitespace byte and the samples
       PARSE-PPM.
           move 3 to SCAN-POS.
           perform READ-PPM-TOKEN.
           if TOKEN-VAL > 640
               move 1 to READ-FAILED
               go to PARSE-PPM-EXIT
           end-if.
           move TOKEN-VAL to IMG-WIDTH.
           perform READ-PPM-TOKEN.
           if TOKEN-VAL > 65535
               move 1 to READ-FAILED
               go to PARSE-PPM-EXIT
           end-if.
           move TOKEN-VAL to IMG-HEIGHT.
           perform READ-PPM-TOKEN.
           move TOKEN-VAL to MAX-VAL.
           if TOKEN-DIGITS = 0 or MAX-VAL not = 255
                   or IMG-WIDTH = 0 or IMG-HEIGHT = 0
                   or IMG-WIDTH * IMG-HEIGHT > 368640
               move 1 to READ-FAILED
               go to PARSE-PPM-EXIT
           end-if.
           if FILE-LEN < SCAN-POS
                   + (IMG-WIDTH * IMG-HEIGHT * 3) - 1
               move 1 to READ-FAILED
               go to PARSE-PPM-EXIT
           end-if.
           perform TAKE-PPM-PIXEL varying PIX-I from 1 by 1
               until PIX-I > IMG-WIDTH * IMG-HEIGHT.
       PARSE-PPM-EXIT.
           exit paragraph.

       TAKE-PPM-PIXEL.
           move FILE-BYTE (SCAN-POS) to IMG-R (PIX-I).
           move FILE-BYTE (SCAN-POS + 1) to IMG-G (PIX-I).
           move FILE-BYTE (SCAN-POS + 2) to IMG-B (PIX-I).
           add 3 to SCAN-POS.

      *    > leaves SCAN-POS just past the one whitespace byte
      *    > that ends the number
       READ-PPM-TOKEN.
           move 0 to TOKEN-VAL.
           move 0 to TOKEN-DIGITS.
           perform SKIP-PPM-SPACE until SCAN-POS > FILE-LEN
               or (FILE-BYTE (SCAN-POS) >= 48
               and FILE-BYTE (SCAN-POS) <= 57).
           perform TAKE-TOKEN-DIGIT until SCAN-POS > FILE-LEN
               or FILE-BYTE (SCAN-POS) < 48
               or FILE-BYTE (SCAN-POS) > 57.
           add 1 to SCAN-POS.

       SKIP-PPM-SPACE.
           if FILE-BYTE (SCAN-POS) = 35
               perform SKIP-COMMENT-BYTE until SCAN-POS > FILE-LEN
                   or FILE-BYTE (SCAN-POS) = 10
           end-if.
           add 1 to SCAN-POS.

       SKIP-COMMENT-BYTE.
           add 1 to SCAN-POS.

       TAKE-TOKEN-DIGIT.
           move FILE-BYTE (SCAN-POS) to CUR-BYTE.
           if TOKEN-VAL < 100000
               compute TOKEN-VAL = (TOKEN-VAL * 10) + CUR-BYTE - 48
           end-if.
           add 1 to TOKEN-DIGITS.
           add 1 to SCAN-POS.

      ******************************************************************
      *    PNG
      ******************************************************************
       PARSE-PNG.
           if not TABLES-ARE-BUILT
               perform BUILD-TABLES
           end-if.
           move 0 to Z-LEN.
           move 0 to SEEN-IHDR.
           move 0 to CHUNKS-DONE.
           move 9 to CHUNK-POS.
           perform READ-ONE-CHUNK until CHUNKS-DONE = 1
               or READ-HAS-FAILED.
           if READ-HAS-FAILED
               go to PARSE-PNG-EXIT
           end-if.
           if SEEN-IHDR = 0 or Z-LEN < 3
               move 1 to READ-FAILED
               go to PARSE-PNG-EXIT
           end-if.

           compute ROW-BYTES = IMG-WIDTH * PIX-BYTES.
           compute RAW-WANT = IMG-HEIGHT * (ROW-BYTES + 1).
           perform INFLATE-STREAM.
           if READ-HAS-FAILED or RAW-LEN < RAW-WANT
               move 1 to READ-FAILED
               go to PARSE-PNG-EXIT
           end-if.
           perform UNFILTER-ROW varying ROW-I from 0 by 1
               until ROW-I >= IMG-HEIGHT or READ-HAS-FAILED.
           if READ-HAS-FAILED
               go to PARSE-PNG-EXIT
           end-if.
           move 0 to PIX-I.
           perform TAKE-PNG-ROW varying ROW-I from 0 by 1
               until ROW-I >= IMG-HEIGHT.
       PARSE-PNG-EXIT.
           exit paragraph.

       READ-ONE-CHUNK.
           if CHUNK-POS + 11 > FILE-LEN
               move 1 to READ-FAILED
           else
               move CHUNK-POS to WORD-AT
               perform FETCH-WORD
               move WORD-VAL to CHUNK-LEN
               perform FETCH-CHUNK-TYPE
               if CHUNK-POS + 11 + CHUNK-LEN > FILE-LEN
                   move 1 to READ-FAILED
               else
                   evaluate CHUNK-TYPE
                       when "IHDR"
                           perform TAKE-IHDR
                       when "IDAT"
                           perform TAKE-IDAT
                       when "IEND"
                           move 1 to CHUNKS-DONE
                   end-evaluate
                   compute CHUNK-POS = CHUNK-POS + 12 + CHUNK-LEN
               end-if
           end-if.

       FETCH-CHUNK-TYPE.
           move spaces to CHUNK-TYPE.
           perform FETCH-TYPE-CHAR varying CHUNK-I from 1 by 1
               until CHUNK-I > 4.

       FETCH-TYPE-CHAR.
           move FILE-BYTE (CHUNK-POS + 3 + CHUNK-I) to TYPE-CHAR-NUM.
           move TYPE-CHAR to CHUNK-TYPE (CHUNK-I:1).

       FETCH-WORD.
           compute WORD-VAL = (FILE-BYTE (WORD-AT) * 16777216)
               + (FILE-BYTE (WORD-AT + 1) * 65536)
               + (FILE-BYTE (WORD-AT + 2) * 256)
               + FILE-BYTE (WORD-AT + 3).

       TAKE-IHDR.
           compute WORD-AT = CHUNK-POS + 8.
           perform FETCH-WORD.
           if WORD-VAL > 640
               move 1 to READ-FAILED
           else
               move WORD-VAL to IMG-WIDTH
           end-if.
           compute WORD-AT = CHUNK-POS + 12.
           perform FETCH-WORD.
           if WORD-VAL > 65535
               move 1 to READ-FAILED
           else
               move WORD-VAL to IMG-HEIGHT
           end-if.
           move FILE-BYTE (CHUNK-POS + 16) to BIT-DEPTH.
           move FILE-BYTE (CHUNK-POS + 17) to COLOR-TYPE.
           move FILE-BYTE (CHUNK-POS + 20) to INTERLACE.
           evaluate COLOR-TYPE
               when 2
                   move 3 to PIX-BYTES
               when 6
                   move 4 to PIX-BYTES
               when other
                   move 1 to READ-FAILED
           end-evaluate.
           if BIT-DEPTH not = 8 or INTERLACE not = 0
                   or IMG-WIDTH = 0 or IMG-HEIGHT = 0
                   or IMG-WIDTH * IMG-HEIGHT > 368640
               move 1 to READ-FAILED
           end-if.
           move 1 to SEEN-IHDR.

       TAKE-IDAT.
           if Z-LEN + CHUNK-LEN > 1500000
               move 1 to READ-FAILED
           else
               perform TAKE-IDAT-BYTE varying CHUNK-I from 1 by 1
                   until CHUNK-I > CHUNK-LEN
           end-if.

       TAKE-IDAT-BYTE.
           add 1 to Z-LEN.
           move FILE-BYTE (CHUNK-POS + 7 + CHUNK-I) to Z-BYTE (Z-LEN).

       TAKE-PNG-ROW.
           compute ROW-START = (ROW-I * (ROW-BYTES + 1)) + 2.
           perform TAKE-PNG-PIXEL varying COL-I from 0 by 1
               until COL-I >= IMG-WIDTH.

       TAKE-PNG-PIXEL.
           add 1 to PIX-I.
           compute AT-I = ROW-START + (COL-I * PIX-BYTES).
           move RAW-BYTE (AT-I) to IMG-R (PIX-I).
           move RAW-BYTE (AT-I + 1) to IMG-G (PIX-I).
           move RAW-BYTE (AT-I + 2) to IMG-B (PIX-I).

      ******************************************************************
      *    inflate
      ******************************************************************
      *    > past the two zlib header bytes; the Adler-32 at the
      *    > end is not checked - the chunk layer already framed it
       INFLATE-STREAM.
           move 0 to RAW-LEN.
           move 3 to Z-POS.
           move 0 to IN-BITS.
           move 0 to B-FINAL.
           perform INFLATE-BLOCK until B-FINAL = 1
               or READ-HAS-FAILED.

       INFLATE-BLOCK.
           move 1 to GET-COUNT.
           perform GET-BITS.
           move GOT-VAL to B-FINAL.
           move 2 to GET-COUNT.
           perform GET-BITS.
           move GOT-VAL to B-TYPE.
           evaluate B-TYPE
               when 0
                   perform INFLATE-STORED
               when 1
                   perform LOAD-FIXED-CODES
                   perform INFLATE-CODES
               when 2
                   perform LOAD-DYNAMIC-CODES
                   if not READ-HAS-FAILED
                       perform INFLATE-CODES
                   end-if
               when other
                   move 1 to READ-FAILED
           end-evaluate.

       INFLATE-STORED.
           move 0 to IN-BITS.
           if Z-POS + 3 > Z-LEN
               move 1 to READ-FAILED
           else
               compute STORED-LEN = Z-BYTE (Z-POS)
                   + (Z-BYTE (Z-POS + 1) * 256)
               add 4 to Z-POS
               if Z-POS + STORED-LEN - 1 > Z-LEN
                       or RAW-LEN + STORED-LEN > 1475200
                   move 1 to READ-FAILED
               else
                   perform COPY-STORED-BYTE STORED-LEN times
               end-if
           end-if.

       COPY-STORED-BYTE.
           add 1 to RAW-LEN.
           move Z-BYTE (Z-POS) to RAW-BYTE (RAW-LEN).
           add 1 to Z-POS.

       INFLATE-CODES.
           move 0 to BLOCK-DONE.
           perform INFLATE-ONE-SYMBOL until BLOCK-DONE = 1
               or READ-HAS-FAILED.

       INFLATE-ONE-SYMBOL.
           move 1 to HUFF-SEL.
           perform DECODE-SYMBOL.
           evaluate true
               when DEC-SYM < 0
                   move 1 to READ-FAILED
               when DEC-SYM < 256
                   if RAW-LEN >= 1475200
                       move 1 to READ-FAILED
                   else
                       add 1 to RAW-LEN
                       move DEC-SYM to RAW-BYTE (RAW-LEN)
                   end-if
               when DEC-SYM = 256
                   move 1 to BLOCK-DONE
               when DEC-SYM > 285
                   move 1 to READ-FAILED
               when other
                   perform INFLATE-MATCH
           end-evaluate.

       INFLATE-MATCH.
           compute SLOT-I = DEC-SYM - 256.
           move LEN-EXTRA (SLOT-I) to GET-COUNT.
           perform GET-BITS.
           compute MATCH-LEN = LEN-BASE (SLOT-I) + GOT-VAL.
           move 2 to HUFF-SEL.
           perform DECODE-SYMBOL.
           if DEC-SYM < 0 or DEC-SYM > 29
               move 1 to READ-FAILED
           else
               compute SLOT-I = DEC-SYM + 1
               move DIST-EXTRA (SLOT-I) to GET-COUNT
               perform GET-BITS
               compute MATCH-DIST = DIST-BASE (SLOT-I) + GOT-VAL
               if MATCH-DIST > RAW-LEN
                       or RAW-LEN + MATCH-LEN > 1475200
                   move 1 to READ-FAILED
               else
                   perform COPY-MATCH-BYTE MATCH-LEN times
               end-if
           end-if.

       COPY-MATCH-BYTE.
           add 1 to RAW-LEN.
           move RAW-BYTE (RAW-LEN - MATCH-DIST) to RAW-BYTE (RAW-LEN).

       GET-BITS.
           move 0 to GOT-VAL.
           perform GET-ONE-BIT varying GET-I from 1 by 1
               until GET-I > GET-COUNT.

       GET-ONE-BIT.
           perform NEXT-BIT.
           compute GOT-VAL = GOT-VAL + (BIT-VAL * POW2 (GET-I)).

      *    > running off the end of the data reads as zeros and
      *    > fails the image rather than the program
       NEXT-BIT.
           if IN-BITS = 0
               if Z-POS > Z-LEN
                   move 1 to READ-FAILED
                   move 0 to IN-ACC
               else
                   move Z-BYTE (Z-POS) to IN-ACC
                   add 1 to Z-POS
               end-if
               move 8 to IN-BITS
           end-if.
           divide IN-ACC by 2 giving IN-ACC remainder BIT-VAL.
           subtract 1 from IN-BITS.

      *    > canonical decode: codes of each length follow on from
      *    > the last code of the length before, so the first code
      *    > read that falls inside its length's range is the one
       DECODE-SYMBOL.
           move 0 to DEC-CODE.
           move 0 to DEC-FIRST.
           move 0 to DEC-INDEX.
           move -1 to DEC-SYM.
           move 1 to DEC-LEN.
           perform DECODE-STEP until DEC-SYM >= 0 or DEC-LEN > 15
               or READ-HAS-FAILED.

       DECODE-STEP.
           perform NEXT-BIT.
           add BIT-VAL to DEC-CODE.
           move HUFF-COUNT (HUFF-SEL, DEC-LEN + 1) to DEC-COUNT.
           if DEC-CODE - DEC-FIRST < DEC-COUNT
               move HUFF-SYM (HUFF-SEL,
                   DEC-INDEX + DEC-CODE - DEC-FIRST + 1) to DEC-SYM
           else
               add DEC-COUNT to DEC-INDEX
               add DEC-COUNT to DEC-FIRST
               compute DEC-FIRST = DEC-FIRST * 2
               compute DEC-CODE = DEC-CODE * 2
               add 1 to DEC-LEN
           end-if.

      *    > BUILD-LEN (1..BUILD-N) holds each symbol's code length;
      *    > count the lengths, then lay the symbols out ordered by
      *    > length and, within a length, by symbol
       BUILD-HUFF.
           perform CLEAR-HUFF-COUNT varying LEN-I from 1 by 1
               until LEN-I > 16.
           perform COUNT-HUFF-LEN varying SYM-I from 1 by 1
               until SYM-I > BUILD-N.
           move 0 to HUFF-COUNT (HUFF-SEL, 1).
           move 0 to OFFS (2).
           perform BUILD-OFFS varying LEN-I from 2 by 1
               until LEN-I > 15.
           perform PLACE-HUFF-SYM varying SYM-I from 1 by 1
               until SYM-I > BUILD-N.

       CLEAR-HUFF-COUNT.
           move 0 to HUFF-COUNT (HUFF-SEL, LEN-I).

       COUNT-HUFF-LEN.
           add 1 to HUFF-COUNT (HUFF-SEL, BUILD-LEN (SYM-I) + 1).

       BUILD-OFFS.
           compute OFFS (LEN-I + 1) = OFFS (LEN-I)
               + HUFF-COUNT (HUFF-SEL, LEN-I).

       PLACE-HUFF-SYM.
           if BUILD-LEN (SYM-I) not = 0
               add 1 to OFFS (BUILD-LEN (SYM-I) + 1)
               compute HUFF-SYM (HUFF-SEL,
                   OFFS (BUILD-LEN (SYM-I) + 1)) = SYM-I - 1
           end-if.

      *    > RFC 1951 3.2.6's fixed lengths
       LOAD-FIXED-CODES.
           perform SET-FIXED-LIT-LEN varying SYM-I from 1 by 1
               until SYM-I > 288.
           move 288 to BUILD-N.
           move 1 to HUFF-SEL.
           perform BUILD-HUFF.
           perform SET-FIXED-DIST-LEN varying SYM-I from 1 by 1
               until SYM-I > 30.
           move 30 to BUILD-N.
           move 2 to HUFF-SEL.
           perform BUILD-HUFF.

       SET-FIXED-LIT-LEN.
           evaluate true
               when SYM-I <= 144
                   move 8 to BUILD-LEN (SYM-I)
               when SYM-I <= 256
                   move 9 to BUILD-LEN (SYM-I)
               when SYM-I <= 280
                   move 7 to BUILD-LEN (SYM-I)
               when other
                   move 8 to BUILD-LEN (SYM-I)
           end-evaluate.

       SET-FIXED-DIST-LEN.
           move 5 to BUILD-LEN (SYM-I).

      *    > HLIT, HDIST, HCLEN, the code-length code's lengths in
      *    > their odd order, then both real codes' lengths through
      *    > it - 16 repeats the last length, 17 and 18 runs of zero
       LOAD-DYNAMIC-CODES.
           move 5 to GET-COUNT.
           perform GET-BITS.
           compute H-LIT = GOT-VAL + 257.
           perform GET-BITS.
           compute H-DIST = GOT-VAL + 1.
           move 4 to GET-COUNT.
           perform GET-BITS.
           compute H-CLEN = GOT-VAL + 4.
           if H-LIT > 286 or H-DIST > 30
               move 1 to READ-FAILED
           else
               perform CLEAR-BUILD-LEN varying SYM-I from 1 by 1
                   until SYM-I > 19
               move 3 to GET-COUNT
               perform TAKE-CL-LEN varying TAB-I from 1 by 1
                   until TAB-I > H-CLEN
               move 19 to BUILD-N
               move 3 to HUFF-SEL
               perform BUILD-HUFF
               move 0 to ALL-I
               perform TAKE-CODE-LENGTH until ALL-I >= H-LIT + H-DIST
                   or READ-HAS-FAILED
           end-if.
           if not READ-HAS-FAILED
               perform COPY-LIT-LEN varying SYM-I from 1 by 1
                   until SYM-I > H-LIT
               move H-LIT to BUILD-N
               move 1 to HUFF-SEL
               perform BUILD-HUFF
               perform COPY-DIST-LEN varying SYM-I from 1 by 1
                   until SYM-I > H-DIST
               move H-DIST to BUILD-N
               move 2 to HUFF-SEL
               perform BUILD-HUFF
           end-if.

       CLEAR-BUILD-LEN.
           move 0 to BUILD-LEN (SYM-I).

       TAKE-CL-LEN.
           perform GET-BITS.
           move GOT-VAL to BUILD-LEN (CL-ORDER (TAB-I) + 1).

       TAKE-CODE-LENGTH.
           move 3 to HUFF-SEL.
           perform DECODE-SYMBOL.
           evaluate true
               when DEC-SYM < 0
                   move 1 to READ-FAILED
               when DEC-SYM < 16
                   add 1 to ALL-I
                   move DEC-SYM to ALL-LEN (ALL-I)
               when DEC-SYM = 16
                   if ALL-I = 0
                       move 1 to READ-FAILED
                   else
                       move ALL-LEN (ALL-I) to REPEAT-VAL
                       move 2 to GET-COUNT
                       perform GET-BITS
                       compute REPEAT-N = 3 + GOT-VAL
                       perform REPEAT-CODE-LENGTH
                   end-if
               when DEC-SYM = 17
                   move 0 to REPEAT-VAL
                   move 3 to GET-COUNT
                   perform GET-BITS
                   compute REPEAT-N = 3 + GOT-VAL
                   perform REPEAT-CODE-LENGTH
               when other
                   move 0 to REPEAT-VAL
                   move 7 to GET-COUNT
                   perform GET-BITS
                   compute REPEAT-N = 11 + GOT-VAL
                   perform REPEAT-CODE-LENGTH
           end-evaluate.

       REPEAT-CODE-LENGTH.
           if ALL-I + REPEAT-N > H-LIT + H-DIST
               move 1 to READ-FAILED
           else
               perform PUT-REPEAT-LENGTH REPEAT-N times
           end-if.

       PUT-REPEAT-LENGTH.
           add 1 to ALL-I.
           move REPEAT-VAL to ALL-LEN (ALL-I).

       COPY-LIT-LEN.
           move ALL-LEN (SYM-I) to BUILD-LEN (SYM-I).

       COPY-DIST-LEN.
           move ALL-LEN (H-LIT + SYM-I) to BUILD-LEN (SYM-I).

      ******************************************************************
      *    PNG row filters
      ******************************************************************
      *    > in place - the row above and the bytes to the left are
      *    > already reconstructed by the time each byte needs them
       UNFILTER-ROW.
           compute ROW-START = (ROW-I * (ROW-BYTES + 1)) + 1.
           move RAW-BYTE (ROW-START) to FILTER-TYPE.
           if FILTER-TYPE > 4
               move 1 to READ-FAILED
           else
               if FILTER-TYPE > 0
                   perform UNFILTER-BYTE varying COL-I from 1 by 1
                       until COL-I > ROW-BYTES
               end-if
           end-if.

       UNFILTER-BYTE.
           compute AT-I = ROW-START + COL-I.
           if COL-I > PIX-BYTES
               move RAW-BYTE (AT-I - PIX-BYTES) to LEFT-VAL
           else
               move 0 to LEFT-VAL
           end-if.
           if ROW-I > 0
               move RAW-BYTE (AT-I - ROW-BYTES - 1) to UP-VAL
           else
               move 0 to UP-VAL
           end-if.
           if ROW-I > 0 and COL-I > PIX-BYTES
               move RAW-BYTE (AT-I - ROW-BYTES - 1 - PIX-BYTES)
                   to CORNER-VAL
           else
               move 0 to CORNER-VAL
           end-if.
           evaluate FILTER-TYPE
               when 1
                   move LEFT-VAL to PREDICT
               when 2
                   move UP-VAL to PREDICT
               when 3
                   compute PREDICT = (LEFT-VAL + UP-VAL) / 2
               when 4
                   perform PAETH-PREDICT
           end-evaluate.
           compute PREDICT = function mod(
               RAW-BYTE (AT-I) + PREDICT, 256).
           move PREDICT to RAW-BYTE (AT-I).

       PAETH-PREDICT.
           compute PAETH-P = LEFT-VAL + UP-VAL - CORNER-VAL.
           compute PAETH-A = function abs(PAETH-P - LEFT-VAL).
           compute PAETH-B = function abs(PAETH-P - UP-VAL).
           compute PAETH-C = function abs(PAETH-P - CORNER-VAL).
           evaluate true
               when PAETH-A <= PAETH-B and PAETH-A <= PAETH-C
                   move LEFT-VAL to PREDICT
               when PAETH-B <= PAETH-C
                   move UP-VAL to PREDICT
               when other
                   move CORNER-VAL to PREDICT
           end-evaluate.

      ******************************************************************
      *    one-time tables
      ******************************************************************
       BUILD-TABLES.
           move 1 to POW2 (1).
           perform BUILD-POW2-ENTRY varying TAB-I from 2 by 1
               until TAB-I > 16.
           move 3 to STEP-VAL.
           perform BUILD-ONE-LEN-BASE varying TAB-I from 1 by 1
               until TAB-I > 28.
           move 258 to LEN-BASE (29).
           move 0 to LEN-EXTRA (29).
           move 1 to STEP-VAL.
           perform BUILD-ONE-DIST-BASE varying TAB-I from 1 by 1
               until TAB-I > 30.
           move 1 to TABLES-BUILT.

       BUILD-POW2-ENTRY.
           compute POW2 (TAB-I) = POW2 (TAB-I - 1) * 2.

       BUILD-ONE-LEN-BASE.
           if TAB-I <= 8
               move 0 to LEN-EXTRA (TAB-I)
           else
               compute LEN-EXTRA (TAB-I) = (TAB-I - 5) / 4
           end-if.
           move STEP-VAL to LEN-BASE (TAB-I).
           compute STEP-VAL = STEP-VAL
               + POW2 (LEN-EXTRA (TAB-I) + 1).

       BUILD-ONE-DIST-BASE.
           if TAB-I <= 4
               move 0 to DIST-EXTRA (TAB-I)
           else
               compute DIST-EXTRA (TAB-I) = ((TAB-I - 1) / 2) - 1
           end-if.
           move STEP-VAL to DIST-BASE (TAB-I).
           compute STEP-VAL = STEP-VAL
               + POW2 (DIST-EXTRA (TAB-I) + 1).
       end program IMAGE_READ.
