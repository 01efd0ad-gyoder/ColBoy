      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Live stream output for putting a session on a projector
      *    or a broadcast. "open" starts colboy.cfg's STREAM-COMMAND
      *    in the background reading a named pipe (or opens the
      *    STREAM-PIPE the operator's encoder is already reading)
      *    and sends the stream header; "feed" sends the frame just
      *    finished and the samples APU_STEP mixed while it ran;
      *    "shut" closes the pipe, which ends the reader's input.
      *
      *    The stream is an uncompressed AVI with no end: the same
      *    two-stream header AVI_EXPORT writes (24-bit DIB video at
      *    rate 5970/scale 100, 8-bit mono PCM at 32768Hz) with the
      *    length fields left at zero, the way a pipe's reader
      *    expects them, then a 00db picture chunk and a 01wb sample
      *    chunk per frame for as long as the session runs - no
      *    index, since nothing can seek back to patch one in. The
      *    picture is the look AVI_EXPORT records: OUTPUT-SCALE,
      *    OUTPUT-FILTER, LCD_RESPONSE's colors and the INPUT-OVERLAY
      *    pad.
      *
      *    The feed runs once per frame just ahead of PACE_GOVERNOR,
      *    so at real speed the frames leave at the governor's 59.7
      *    a second. Fast-forward lifts the governor, so while it is
      *    up the stream keeps its own count against the wall clock
      *    and only passes a frame when the feed is due one; the
      *    frames in between are held back (counted, never queued)
      *    and the encoder still sees a steady rate.
       identification division.
       program-id. STREAM_OUT.
       environment division.
       input-output section.
       file-control.
           select STREAM-FILE assign to STREAM-PATH
               organization is sequential
               file status is STREAM-STATUS-CD.
       data division.
       file section.
       fd  STREAM-FILE
           record contains 1 characters.
           01 STREAM-BYTE pic x(1).
           01 STREAM-BYTE-NUM redefines STREAM-BYTE
               binary-char unsigned.
       working-storage section.
           copy stream_ctl.
           copy pace_ctl.
           copy scale_ctl.
           copy lcd_ctl.
           copy overlay_ctl.

      * ====== LOCAL =======
           01 STREAM-PATH pic x(120) value spaces.
           01 STREAM-FIFO-NAME pic x(32) value "colboy-stream.fifo".
           01 STREAM-STATUS-CD pic xx value spaces.
               88 STREAM-STATUS-OK value "00".
           01 STREAM-MADE-FIFO binary-char unsigned value 0.
               88 STREAM-OWNS-FIFO value 1.
           01 SYSTEM-COMMAND pic x(400) value spaces.

           01 LONG-VAL binary-long unsigned value 0.
           01 LONG-B1 binary-char unsigned value 0.
           01 LONG-B2 binary-char unsigned value 0.
           01 LONG-B3 binary-char unsigned value 0.
           01 LONG-B4 binary-char unsigned value 0.
           01 LONG-REM binary-long unsigned value 0.
           01 FOURCC-TEXT pic x(4) value spaces.
           01 FOURCC-I binary-char unsigned value 0.

           01 ROW-I binary-short unsigned value 0.
           01 COL-I binary-short unsigned value 0.
           01 PIX-I binary-long unsigned value 0.
           01 LCD-ACTION pic x(4) value "draw".
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

      *    > the fast-forward count: a wall-clock anchor and the
      *    > frames sent since it, on the governor's 1000/597 ratio
           01 STAMP-TEXT pic x(21) value spaces.
           01 STAMP-DAY binary-long unsigned value 0.
           01 STAMP-HUNDREDTHS binary-double unsigned value 0.
           01 FF-BASE-STAMP binary-double unsigned value 0.
           01 FF-FRAMES-SENT binary-long unsigned value 0.
           01 DUE-HUNDREDTHS binary-double unsigned value 0.
       linkage section.
           01 STREAM-ACTION pic x(4).
       procedure division using by reference STREAM-ACTION.
       MAIN.
           evaluate STREAM-ACTION
               when "open"
                   perform OPEN-STREAM thru OPEN-STREAM-EXIT
               when "feed"
                   perform FEED-STREAM thru FEED-STREAM-EXIT
               when "shut"
                   perform SHUT-STREAM
           end-evaluate.

       MAIN-EXIT.
           exit program.

       OPEN-STREAM.
           if STREAM-IS-ON
               go to OPEN-STREAM-EXIT
           end-if.
           move 0 to STREAM-MADE-FIFO.
           evaluate true
               when STREAM-COMMAND not = spaces
                   move STREAM-FIFO-NAME to STREAM-PATH
                   move 1 to STREAM-MADE-FIFO
                   perform START-STREAM-COMMAND
               when STREAM-PIPE-PATH not = spaces
                   move STREAM-PIPE-PATH to STREAM-PATH
               when other
                   go to OPEN-STREAM-EXIT
           end-evaluate.
      *    > opening a named pipe for writing waits here until its
      *    > reader has it open too
           open output STREAM-FILE.
           if not STREAM-STATUS-OK
               display "WARNING: stream output "
                   function trim(STREAM-PATH)
                   " could not be opened - not streaming"
               go to OPEN-STREAM-EXIT
           end-if.
           move 1 to STREAM-ENABLED.
           move 0 to STREAM-FRAMES-SENT.
           move 0 to STREAM-FRAMES-HELD.
           move 0 to STREAM-SAMPLE-COUNT.
           move 0 to FF-BASE-STAMP.
           perform SETTLE-SHAPE.
           perform WRITE-STREAM-HEADER.
       OPEN-STREAM-EXIT.
           exit paragraph.

      *    > the pipe is made in the foreground - only the reader
      *    > goes to the background, so the pipe is there before the
      *    > open blocks on it. As with AUDIO_SINK, a command that
      *    > dies early leaves a drain behind so the session never
      *    > stalls on a pipe nobody reads.
       START-STREAM-COMMAND.
           move spaces to SYSTEM-COMMAND.
           string "rm -f " function trim(STREAM-FIFO-NAME)
               " ; mkfifo " function trim(STREAM-FIFO-NAME)
               " ; ( ( " function trim(STREAM-COMMAND)
               " ) ; cat > /dev/null ) < "
               function trim(STREAM-FIFO-NAME)
               " > /dev/null 2>&1 &"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.

       SETTLE-SHAPE.
           move SCALE-FACTOR to FACTOR.
           if FACTOR < 1 or FACTOR > 4
               move 1 to FACTOR
           end-if.
           compute OUT-WIDTH = 160 * FACTOR.
           compute OUT-HEIGHT = 144 * FACTOR.
           compute FRAME-BYTES = OUT-WIDTH * OUT-HEIGHT * 3.

       FEED-STREAM.
           if not STREAM-IS-ON
               move 0 to STREAM-SAMPLE-COUNT
               go to FEED-STREAM-EXIT
           end-if.
           if PACE-IS-FAST-FORWARD
               perform CHECK-FRAME-DUE
               if STAMP-HUNDREDTHS < DUE-HUNDREDTHS
                   add 1 to STREAM-FRAMES-HELD
                   move 0 to STREAM-SAMPLE-COUNT
                   go to FEED-STREAM-EXIT
               end-if
               add 1 to FF-FRAMES-SENT
           else
               move 0 to FF-BASE-STAMP
           end-if.
           perform WRITE-VIDEO-CHUNK.
           perform WRITE-AUDIO-CHUNK thru WRITE-AUDIO-CHUNK-EXIT.
           add 1 to STREAM-FRAMES-SENT.
       FEED-STREAM-EXIT.
           exit paragraph.

      *    > the first fast-forwarded frame anchors the count and
      *    > goes straight out; after that one is due every 100/59.7
      *    > hundredths, the same exact ratio PACE_GOVERNOR keeps
       CHECK-FRAME-DUE.
           perform READ-WALL-CLOCK.
           if FF-BASE-STAMP = 0
               move STAMP-HUNDREDTHS to FF-BASE-STAMP
               move 0 to FF-FRAMES-SENT
           end-if.
           compute DUE-HUNDREDTHS = FF-BASE-STAMP
               + ((FF-FRAMES-SENT * 1000) / 597).

       READ-WALL-CLOCK.
           move function current-date to STAMP-TEXT.
           compute STAMP-DAY = function integer-of-date(
               function numval(STAMP-TEXT (1:8))).
           compute STAMP-HUNDREDTHS =
               ((STAMP-DAY * 86400)
               + (function numval(STAMP-TEXT (9:2)) * 3600)
               + (function numval(STAMP-TEXT (11:2)) * 60)
               + function numval(STAMP-TEXT (13:2))) * 100
               + function numval(STAMP-TEXT (15:2)).

       SHUT-STREAM.
           if STREAM-IS-ON
               close STREAM-FILE
               move 0 to STREAM-ENABLED
               display "Stream: " STREAM-FRAMES-SENT " frames sent, "
                   STREAM-FRAMES-HELD " held back in fast-forward"
               if STREAM-OWNS-FIFO
                   move spaces to SYSTEM-COMMAND
                   string "rm -f " function trim(STREAM-FIFO-NAME)
                       delimited by size into SYSTEM-COMMAND
                   call "SYSTEM" using by reference SYSTEM-COMMAND
               end-if
           end-if.
           move 0 to STREAM-SAMPLE-COUNT.

      *    > AVI_EXPORT's header, less what a pipe cannot have: the
      *    > RIFF, movi and length fields stay zero (an endless
      *    > stream) and the flags say interleaved, not indexed
       WRITE-STREAM-HEADER.
           move "RIFF" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           move "AVI " to FOURCC-TEXT.
           perform WRITE-FOURCC.

           move "LIST" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 292 to LONG-VAL.
           perform WRITE-LONG-LE.
           move "hdrl" to FOURCC-TEXT.
           perform WRITE-FOURCC.

           move "avih" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 56 to LONG-VAL.
           perform WRITE-LONG-LE.
      *    > microseconds per frame at 59.7 fps
           move 16750 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 4194304 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
      *    > AVIF_ISINTERLEAVED
           move 256 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
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
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.

      *    > video stream list
           move "LIST" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 116 to LONG-VAL.
           perform WRITE-LONG-LE.
           move "strl" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move "strh" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 56 to LONG-VAL.
           perform WRITE-LONG-LE.
           move "vids" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move "DIB " to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           move 100 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 5970 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           move FRAME-BYTES to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           compute LONG-VAL = OUT-WIDTH + (OUT-HEIGHT * 65536).
           perform WRITE-LONG-LE.

           move "strf" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 40 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 40 to LONG-VAL.
           perform WRITE-LONG-LE.
           move OUT-WIDTH to LONG-VAL.
           perform WRITE-LONG-LE.
           move OUT-HEIGHT to LONG-VAL.
           perform WRITE-LONG-LE.
           compute LONG-VAL = 1 + (24 * 65536).
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           move FRAME-BYTES to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.

      *    > audio stream list
           move "LIST" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 92 to LONG-VAL.
           perform WRITE-LONG-LE.
           move "strl" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move "strh" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 56 to LONG-VAL.
           perform WRITE-LONG-LE.
           move "auds" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           move 1 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 32768 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           move 4096 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 1 to LONG-VAL.
           perform WRITE-LONG-LE.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.

           move "strf" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 16 to LONG-VAL.
           perform WRITE-LONG-LE.
           compute LONG-VAL = 1 + 65536.
           perform WRITE-LONG-LE.
           move 32768 to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-LONG-LE.
           compute LONG-VAL = 1 + (8 * 65536).
           perform WRITE-LONG-LE.

           move "LIST" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move 0 to LONG-VAL.
           perform WRITE-LONG-LE.
           move "movi" to FOURCC-TEXT.
           perform WRITE-FOURCC.

      *    > one frame, bottom row first, blue-green-red per pixel
       WRITE-VIDEO-CHUNK.
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

       WRITE-PIXEL-ROW.
           perform WRITE-ONE-PIXEL varying COL-I from 1 by 1
               until COL-I > OUT-WIDTH.
           subtract 1 from ROW-I.

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
               move OVERLAY-R (OVERLAY-CELL (PIX-I)) to PIX-R
               move OVERLAY-G (OVERLAY-CELL (PIX-I)) to PIX-G
               move OVERLAY-B (OVERLAY-CELL (PIX-I)) to PIX-B
           else
               if FACTOR > 1 and not SCALE-FILTER-NONE
                   perform DIM-CELL-EDGE
               end-if
           end-if.
           move PIX-B to STREAM-BYTE-NUM.
           write STREAM-BYTE.
           move PIX-G to STREAM-BYTE-NUM.
           write STREAM-BYTE.
           move PIX-R to STREAM-BYTE-NUM.
           write STREAM-BYTE.

       DIM-CELL-EDGE.
           if ROW-IN-CELL = FACTOR - 1
                   or (SCALE-FILTER-LCD and COL-IN-CELL = FACTOR - 1)
               compute PIX-R = (PIX-R * SCALE-DIM-KEEP) / 4
               compute PIX-G = (PIX-G * SCALE-DIM-KEEP) / 4
               compute PIX-B = (PIX-B * SCALE-DIM-KEEP) / 4
           end-if.

      *    > the frame's samples, padded to an even chunk
       WRITE-AUDIO-CHUNK.
           if STREAM-SAMPLE-COUNT = 0
               go to WRITE-AUDIO-CHUNK-EXIT
           end-if.
           move STREAM-SAMPLE-COUNT to CHUNK-SIZE.
           move "01wb" to FOURCC-TEXT.
           perform WRITE-FOURCC.
           move CHUNK-SIZE to LONG-VAL.
           perform WRITE-LONG-LE.
           perform WRITE-ONE-SAMPLE varying SAMPLE-I from 1 by 1
               until SAMPLE-I > STREAM-SAMPLE-COUNT.
           if function mod(CHUNK-SIZE, 2) = 1
               move 0 to STREAM-BYTE-NUM
               write STREAM-BYTE
           end-if.
           move 0 to STREAM-SAMPLE-COUNT.
       WRITE-AUDIO-CHUNK-EXIT.
           exit paragraph.

       WRITE-ONE-SAMPLE.
           move STREAM-SAMPLE-BUF (SAMPLE-I) to STREAM-BYTE-NUM.
           write STREAM-BYTE.

       WRITE-LONG-LE.
           divide LONG-VAL by 16777216 giving LONG-B4
               remainder LONG-REM.
           divide LONG-REM by 65536 giving LONG-B3
               remainder LONG-REM.
           divide LONG-REM by 256 giving LONG-B2
               remainder LONG-B1.
           move LONG-B1 to STREAM-BYTE-NUM.
           write STREAM-BYTE.
           move LONG-B2 to STREAM-BYTE-NUM.
           write STREAM-BYTE.
           move LONG-B3 to STREAM-BYTE-NUM.
           write STREAM-BYTE.
           move LONG-B4 to STREAM-BYTE-NUM.
           write STREAM-BYTE.

       WRITE-FOURCC.
           perform WRITE-FOURCC-CHAR varying FOURCC-I from 1 by 1
               until FOURCC-I > 4.

       WRITE-FOURCC-CHAR.
           move FOURCC-TEXT (FOURCC-I:1) to STREAM-BYTE.
           write STREAM-BYTE.
       end program STREAM_OUT.
