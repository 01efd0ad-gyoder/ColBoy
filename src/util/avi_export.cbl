      *    the one container every player opens without arguing:
      *
      *      RIFF AVI  with a two-stream header (24-bit DIB video,
      *      160x144 times the scale, rate 5970/scale 100 for the
      *      real 59.7 frames per second; PCM audio, 8-bit mono
      *      32768Hz), then a movi list interleaving one 00db frame
      *      chunk (bottom-up BGR rows, the DIB convention) with one
      *      01wb chunk holding the samples APU_STEP staged while
      *      that frame ran, and finally the idx1 index old players
      *      insist on.
      *
      *    The picture is 160x144 times OUTPUT-SCALE, each Game Boy
      *    pixel a square with OUTPUT-FILTER's darkened edges, the
      *    same look FRAME_DUMP gives a still, colored by
      *    LCD_RESPONSE the same way too, and with the
      *    INPUT-OVERLAY pad burned in when one is configured. A
      *    big scale fills a RIFF's 4GB quickly (about a minute at
      *    4x), so recording stops and the file is finalized before
      *    it would overrun.
      *
      *    AVI_SUBTITLE keeps colboy.srt alongside, a subtitle cue
      *    per split, award, capture, reset and slot load; it is
      *    closed when the AVI is finalized.
      *
      *    The RIFF/frame-count/stream-length/movi-size fields only
      *    become known at the end, so finalize re-walks the header
           01 AVI-BYTE-NUM redefines AVI-BYTE binary-char unsigned.
       working-storage section.
           copy avi_ctl.
           copy scale_ctl.
           copy lcd_ctl.
           copy overlay_ctl.

      * ====== LOCAL =======
           01 AVI-PATH pic x(16) value "colboy.avi".
           01 ROW-I binary-short unsigned value 0.
           01 COL-I binary-short unsigned value 0.
           01 PIX-I binary-long unsigned value 0.
           01 LCD-ACTION pic x(4) value "draw".
           01 SUBTITLE-ACTION pic x(4) value "shut".
           01 SUBTITLE-TEXT pic x(80) value spaces.

      *    > the picture's shape, settled when the file opens
           01 FACTOR binary-char unsigned value 1.
           01 OUT-WIDTH binary-short unsigned value 160.
           01 OUT-HEIGHT binary-short unsigned value 144.
           01 FRAME-BYTES binary-long unsigned value 69120.
           01 CELL-ROW binary-long unsigned value 0.
           01 CELL-COL binary-long unsigned value 0.
           01 ROW-IN-CELL binary-char unsigned value 0.
           01 COL-IN-CELL binary-char unsigned value 0.
           01 PIX-R binary-short unsigned value 0.
           01 PIX-G binary-short unsigned value 0.
           01 PIX-B binary-short unsigned value 0.
           01 SAMPLE-I binary-short unsigned value 0.
           01 CHUNK-SIZE binary-long unsigned value 0.
           01 PADDED-SIZE binary-long unsigned value 0.
           end-if.

           if not AVI-FILE-IS-OPEN
               perform SETTLE-SHAPE
               open output AVI-FILE
               move 1 to AVI-FILE-OPENED
               perform WRITE-AVI-HEADER
           end-if.
           if MOVI-SIZE + FRAME-BYTES + 8 > 3900000000
               display "AVI export: file size limit reached at frame "
                   FRAME-COUNT-IN " - recording stopped"
               perform FINALIZE-AVI
               go to MAIN-EXIT
           end-if.

           perform WRITE-VIDEO-CHUNK.
           perform WRITE-AUDIO-CHUNK.
       MAIN-EXIT.
           exit program.

       SETTLE-SHAPE.
           move SCALE-FACTOR to FACTOR.
           if FACTOR < 1 or FACTOR > 4
               move 1 to FACTOR
           end-if.
           compute OUT-WIDTH = 160 * FACTOR.
           compute OUT-HEIGHT = 144 * FACTOR.
           compute FRAME-BYTES = OUT-WIDTH * OUT-HEIGHT * 3.

      *    > the fixed 324-byte header: every size field that depends
      *    > on how long the recording runs goes out as zero and is
      *    > patched at finalize
           perform WRITE-LONG-LE.
           move 2 to LONG-VAL.
           perform WRITE-LONG-LE.
           compute LONG-VAL = FRAME-BYTES + 8.
           perform WRITE-LONG-LE.
           move OUT-WIDTH to LONG-VAL.
           perform WRITE-LONG-LE.
           move OUT-HEIGHT to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
      *    > stream length in frames - patched at finalize
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           move FRAME-BYTES to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
      *    > rcFrame: left/top 0, right and bottom the picture's
      *    > width and height, as words
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           compute LONG-VAL = OUT-WIDTH + (OUT-HEIGHT * 65536).
           perform WRITE-LONG-LE.

           move "strf" to FOURCC-TEXT.
           perform WRITE-LONG-LE.
           move 40 to LONG-VAL.
           perform WRITE-LONG-LE.
           move OUT-WIDTH to LONG-VAL.
           perform WRITE-LONG-LE.
           move OUT-HEIGHT to LONG-VAL.
           perform WRITE-LONG-LE.
      *    > planes 1, bit count 24, packed into one little-endian
      *    > long
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           move FRAME-BYTES to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform NOTE-CHUNK-START.
           if IDX-SLOT-TAKEN = 1
               move 1 to IDX-KIND (IDX-COUNT)
               move FRAME-BYTES to IDX-SIZE (IDX-COUNT)
           end-if.
           call "LCD_RESPONSE" using by reference LCD-ACTION.
           if not OVERLAY-IS-OFF
               call "INPUT_OVERLAY"
           end-if.
           move "00db" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move FRAME-BYTES to LONG-VAL.
           perform WRITE-LONG-LE.
           move OUT-HEIGHT to ROW-I.
           perform WRITE-PIXEL-ROW until ROW-I = 0.
           compute MOVI-OFFSET = MOVI-OFFSET + FRAME-BYTES + 8.
           compute MOVI-SIZE = MOVI-SIZE + FRAME-BYTES + 8.

       WRITE-PIXEL-ROW.
           perform WRITE-ONE-PIXEL varying COL-I from 1 by 1
               until COL-I > OUT-WIDTH.
           subtract 1 from ROW-I.

      *    > ROW-I and COL-I count output pixels; the Game Boy pixel
      *    > behind one is found by dividing down by the scale
       WRITE-ONE-PIXEL.
           compute CELL-ROW = (ROW-I - 1) / FACTOR.
           compute ROW-IN-CELL = ROW-I - 1 - (CELL-ROW * FACTOR).
           compute CELL-COL = (COL-I - 1) / FACTOR.
           compute COL-IN-CELL = COL-I - 1 - (CELL-COL * FACTOR).
           compute PIX-I = (CELL-ROW * 160) + CELL-COL + 1.
           move LCD-R (PIX-I) to PIX-R.
           move LCD-G (PIX-I) to PIX-G.
           move LCD-B (PIX-I) to PIX-B.
           if not OVERLAY-IS-OFF and OVERLAY-CELL (PIX-I) > 0
               perform TAKE-OVERLAY-COLOR
           else
               if FACTOR > 1 and not SCALE-FILTER-NONE
                   perform DIM-CELL-EDGE
               end-if
           end-if.
           move PIX-B to AVI-BYTE-NUM.
           write AVI-BYTE.
           move PIX-G to AVI-BYTE-NUM.
           write AVI-BYTE.
           move PIX-R to AVI-BYTE-NUM.
           write AVI-BYTE.

       DIM-CELL-EDGE.
           if ROW-IN-CELL = FACTOR - 1
                   or (SCALE-FILTER-LCD and COL-IN-CELL = FACTOR - 1)
               compute PIX-R = (PIX-R * SCALE-DIM-KEEP) / 4
               compute PIX-G = (PIX-G * SCALE-DIM-KEEP) / 4
               compute PIX-B = (PIX-B * SCALE-DIM-KEEP) / 4
           end-if.

       TAKE-OVERLAY-COLOR.
           move OVERLAY-R (OVERLAY-CELL (PIX-I)) to PIX-R.
           move OVERLAY-G (OVERLAY-CELL (PIX-I)) to PIX-G.
           move OVERLAY-B (OVERLAY-CELL (PIX-I)) to PIX-B.

      *    > whatever APU_STEP staged while this frame ran - about
      *    > 549 samples at the real pace, padded to an even chunk
       WRITE-AUDIO-CHUNK.
      *    > finalize can know
       FINALIZE-AVI.
           move 1 to AVI-DONE.
           call "AVI_SUBTITLE" using by reference SUBTITLE-ACTION,
               by reference SUBTITLE-TEXT.
           if not AVI-FILE-IS-OPEN
               go to FINALIZE-AVI-EXIT
           end-if.
