      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Reads what the game is saying. The caller's action says
      *    what to do:
      *
      *        "load"  read the .tbl file in SCREEN-TEXT-TBL-PATH -
      *                one XX=text line per tile number, the same
      *                table files the text tools use (the /XX end
      *                and *XX line-break lines mean nothing on a
      *                screen and are skipped, as are two-byte
      *                entries)
      *        "wipe"  a run is starting - start the transcript
      *                afresh and forget the last run's screen
      *        "scan"  a frame just finished: decode the 20x18
      *                visible tiles - the window's where it is on
      *                and covers the cell, the scrolled background
      *                everywhere else - a row per line, tiles the
      *                table doesn't know reading as blanks
      *        "last"  the run is over: anything still waiting out
      *                its settle time is logged as it stands
      *
      *    A screen only counts once its text has held still for
      *    SCREEN-TEXT-SETTLE frames, so a dialog box typing itself
      *    out is logged once, finished, not a letter at a time.
      *    Then every line that was not on the last settled screen
      *    goes to the transcript as "frame NNNNNNNNNN: text", and
      *    the whole screen is rewritten into colboy-status.txt
      *    under the latest batch progress line. The map bytes come
      *    out of VRAM bank zero, whichever bank the CPU has in; a
      *    cell is taken whole at its tile's position, the fine
      *    scroll within a tile is not followed.
       identification division.
       program-id. SCREEN_TEXT.
       environment division.
       input-output section.
       file-control.
           select TBL-FILE assign to SCREEN-TEXT-TBL-PATH
               organization is line sequential
               file status is TBL-STATUS-CD.
           select TRANSCRIPT-FILE assign to SCREEN-TEXT-PATH
               organization is line sequential
               file status is TRANSCRIPT-STATUS-CD.
           select STATUS-FILE assign to STATUS-PATH
               organization is line sequential.
       data division.
       file section.
       fd  TBL-FILE.
           01 TBL-LINE pic x(80).
       fd  TRANSCRIPT-FILE.
           01 TRANSCRIPT-LINE pic x(100).
       fd  STATUS-FILE.
           01 STATUS-LINE pic x(120).
       working-storage section.
           copy screen_text_ctl.
           copy progress_ctl.
           copy presence_ctl.
           copy memory.
           copy vram_banks.
           copy cart_header.

      * ====== LOCAL =======
           01 TBL-STATUS-CD pic xx value spaces.
               88 TBL-STATUS-OK value "00".
               88 TBL-STATUS-EOF value "10".
           01 TRANSCRIPT-STATUS-CD pic xx value spaces.
               88 TRANSCRIPT-STATUS-OK value "00".
           01 STATUS-PATH pic x(20) value "colboy-status.txt".
           01 TRANSCRIPT-BASE-PATH pic x(256) value spaces.

      *    > what each tile number reads as; a zero length is a
      *    > tile the table doesn't name
           01 TILE-TABLE.
               05 TILE-ENTRY occurs 256 times.
                   10 TILE-TEXT pic x(8).
                   10 TILE-TEXT-LEN binary-char unsigned.
           01 TILE-I binary-short unsigned value 0.
           01 TILE-NUM binary-short unsigned value 0.
           01 TBL-VALUE pic x(80) value spaces.
           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 HEX-DIGIT-AT binary-char unsigned value 0.
           01 HEX-P binary-char unsigned value 0.
           01 HEX-BAD binary-char unsigned value 0.

      *    > the screen registers, taken once a frame
           01 LCDC-VAL binary-char unsigned value 0.
           01 SCY-VAL binary-char unsigned value 0.
           01 SCX-VAL binary-char unsigned value 0.
           01 WY-VAL binary-char unsigned value 0.
           01 WX-VAL binary-char unsigned value 0.
           01 TEMP-DIV binary-char unsigned value 0.
           01 BG-MAP-BASE binary-short unsigned value 6144.
           01 WIN-MAP-BASE binary-short unsigned value 6144.
           01 WIN-SHOWING binary-char unsigned value 0.
               88 WINDOW-IS-SHOWING value 1.

      *    > one 20-cell row as it decodes
           01 CELL-ROW binary-char unsigned value 0.
           01 CELL-COL binary-char unsigned value 0.
           01 PIX-X binary-short unsigned value 0.
           01 PIX-Y binary-short unsigned value 0.
           01 MAP-BASE binary-short unsigned value 0.
           01 MAP-ROW binary-short unsigned value 0.
           01 MAP-COL binary-short unsigned value 0.
           01 MAP-I binary-short unsigned value 0.
           01 ROW-TEXT pic x(160) value spaces.
           01 ROW-PTR binary-short unsigned value 1.

      *    > this frame's lines, and the lines waiting out their
      *    > settle time
           01 CAND-COUNT binary-char unsigned value 0.
           01 CAND-LINE pic x(80) occurs 18 times.
           01 HELD-COUNT binary-char unsigned value 0.
           01 HELD-LINE pic x(80) occurs 18 times.
           01 STABLE-FRAMES binary-char unsigned value 0.
           01 LINE-I binary-char unsigned value 0.
           01 MATCH-I binary-char unsigned value 0.
           01 SAME-SWITCH binary-char unsigned value 0.
               88 LINES-ARE-SAME value 1.
           01 FOUND-SWITCH binary-char unsigned value 0.
               88 LINE-WAS-SHOWING value 1.
           01 FRAME-DISPLAY pic 9(10) value 0.
       linkage section.
           01 TEXT-ACTION pic x(4).
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by reference TEXT-ACTION,
           by value FRAME-COUNT-IN.
       MAIN.
           if not SCREEN-TEXT-IS-ON
               go to MAIN-EXIT
           end-if.
           evaluate TEXT-ACTION
               when "load"
                   perform LOAD-TABLE thru LOAD-TABLE-EXIT
               when "wipe"
                   perform WIPE-TRANSCRIPT
               when "scan"
                   perform SCAN-SCREEN thru SCAN-SCREEN-EXIT
                   perform SETTLE-TEXT thru SETTLE-TEXT-EXIT
               when "last"
                   perform PUBLISH-HELD-TEXT thru
                       PUBLISH-HELD-TEXT-EXIT
           end-evaluate.

       MAIN-EXIT.
           exit program.

      *    > ---------------------------------------------------------
      *    > the table
      *    > ---------------------------------------------------------
       LOAD-TABLE.
           perform CLEAR-TILE varying TILE-I from 1 by 1
               until TILE-I > 256.
           move 0 to SCREEN-TEXT-TBL-COUNT.
           open input TBL-FILE.
           if not TBL-STATUS-OK
               display "screen text: cannot read "
                   function trim(SCREEN-TEXT-TBL-PATH)
                   " - transcript off"
               move 0 to SCREEN-TEXT-ENABLED
               go to LOAD-TABLE-EXIT
           end-if.
           perform READ-TBL-LINE until TBL-STATUS-EOF.
           close TBL-FILE.
           display "screen text: " SCREEN-TEXT-TBL-COUNT
               " tiles named by " function trim(SCREEN-TEXT-TBL-PATH).
       LOAD-TABLE-EXIT.
           exit paragraph.

       CLEAR-TILE.
           move spaces to TILE-TEXT (TILE-I).
           move 0 to TILE-TEXT-LEN (TILE-I).

       READ-TBL-LINE.
           read TBL-FILE
               at end
                   set TBL-STATUS-EOF to true
               not at end
                   perform TAKE-TBL-LINE thru TAKE-TBL-LINE-EXIT
           end-read.

      *    > XX=text only - a two-digit tile number, then whatever
      *    > it draws; an empty text is a blank tile
       TAKE-TBL-LINE.
           if TBL-LINE (3:1) not = "="
               go to TAKE-TBL-LINE-EXIT
           end-if.
           move 0 to TILE-NUM.
           move 0 to HEX-BAD.
           perform PARSE-HEX-DIGIT varying HEX-P from 1 by 1
               until HEX-P > 2.
           if HEX-BAD = 1
               go to TAKE-TBL-LINE-EXIT
           end-if.
           move TBL-LINE (4:77) to TBL-VALUE.
           if TILE-TEXT-LEN (TILE-NUM + 1) = 0
               add 1 to SCREEN-TEXT-TBL-COUNT
           end-if.
           if TBL-VALUE = spaces
               move " " to TILE-TEXT (TILE-NUM + 1)
               move 1 to TILE-TEXT-LEN (TILE-NUM + 1)
           else
               move TBL-VALUE to TILE-TEXT (TILE-NUM + 1)
               move function length(function trim(TBL-VALUE
                   trailing)) to TILE-TEXT-LEN (TILE-NUM + 1)
               if TILE-TEXT-LEN (TILE-NUM + 1) > 8
                   move 8 to TILE-TEXT-LEN (TILE-NUM + 1)
               end-if
           end-if.
       TAKE-TBL-LINE-EXIT.
           exit paragraph.

       PARSE-HEX-DIGIT.
           move 0 to HEX-DIGIT-AT.
           inspect HEX-DIGITS tallying HEX-DIGIT-AT for characters
               before initial function upper-case(TBL-LINE (HEX-P:1)).
           if HEX-DIGIT-AT > 15
               move 1 to HEX-BAD
           else
               compute TILE-NUM = TILE-NUM * 16 + HEX-DIGIT-AT
           end-if.

      *    > ---------------------------------------------------------
      *    > a run starting
      *    > ---------------------------------------------------------
      *    > the caller leaves the cartridge's own path here
       WIPE-TRANSCRIPT.
           move SCREEN-TEXT-PATH to TRANSCRIPT-BASE-PATH.
           move spaces to SCREEN-TEXT-PATH.
           string function trim(TRANSCRIPT-BASE-PATH)
               ".transcript.txt" delimited by size
               into SCREEN-TEXT-PATH.
           move 0 to SCREEN-TEXT-LOGGED.
           move 0 to SCREEN-TEXT-LINES.
           move 0 to HELD-COUNT.
           move 0 to STABLE-FRAMES.
           move 1 to SCREEN-TEXT-CHANGED.
           open output TRANSCRIPT-FILE.
           if TRANSCRIPT-STATUS-OK
               move spaces to TRANSCRIPT-LINE
               string "==== " function trim(CART-TITLE)
                   " - screen text through "
                   function trim(SCREEN-TEXT-TBL-PATH)
                   delimited by size into TRANSCRIPT-LINE
               write TRANSCRIPT-LINE
               close TRANSCRIPT-FILE
           end-if.

      *    > ---------------------------------------------------------
      *    > one frame
      *    > ---------------------------------------------------------
       SCAN-SCREEN.
           move 0 to CAND-COUNT.
           move MEMORY-ARR (65345) to LCDC-VAL.
      *    > a switched-off LCD shows nothing at all
           if LCDC-VAL < 128
               go to SCAN-SCREEN-EXIT
           end-if.
           move MEMORY-ARR (65347) to SCY-VAL.
           move MEMORY-ARR (65348) to SCX-VAL.
           move MEMORY-ARR (65355) to WY-VAL.
           move MEMORY-ARR (65356) to WX-VAL.
           compute TEMP-DIV = LCDC-VAL / 8.
           if function mod(TEMP-DIV, 2) = 1
               move 7168 to BG-MAP-BASE
           else
               move 6144 to BG-MAP-BASE
           end-if.
           compute TEMP-DIV = LCDC-VAL / 64.
           if function mod(TEMP-DIV, 2) = 1
               move 7168 to WIN-MAP-BASE
           else
               move 6144 to WIN-MAP-BASE
           end-if.
           compute TEMP-DIV = LCDC-VAL / 32.
           move function mod(TEMP-DIV, 2) to WIN-SHOWING.
           perform DECODE-ROW varying CELL-ROW from 0 by 1
               until CELL-ROW > 17.
       SCAN-SCREEN-EXIT.
           exit paragraph.

       DECODE-ROW.
           move spaces to ROW-TEXT.
           move 1 to ROW-PTR.
           compute PIX-Y = CELL-ROW * 8.
           perform DECODE-CELL varying CELL-COL from 0 by 1
               until CELL-COL > 19.
           if ROW-TEXT not = spaces
               add 1 to CAND-COUNT
               move function trim(ROW-TEXT) to CAND-LINE (CAND-COUNT)
           end-if.

       DECODE-CELL.
           compute PIX-X = CELL-COL * 8.
           if WINDOW-IS-SHOWING and PIX-Y >= WY-VAL
                   and PIX-X + 7 >= WX-VAL
               compute MAP-ROW = (PIX-Y - WY-VAL) / 8
               compute MAP-COL = (PIX-X + 7 - WX-VAL) / 8
               move WIN-MAP-BASE to MAP-BASE
           else
               compute MAP-ROW = (PIX-Y + SCY-VAL) / 8
               move function mod(MAP-ROW, 32) to MAP-ROW
               compute MAP-COL = (PIX-X + SCX-VAL) / 8
               move function mod(MAP-COL, 32) to MAP-COL
               move BG-MAP-BASE to MAP-BASE
           end-if.
           compute MAP-I = MAP-BASE + (MAP-ROW * 32) + MAP-COL + 1.
           compute TILE-I = VRAM-BANK-ARR (MAP-I) + 1.
           if TILE-TEXT-LEN (TILE-I) = 0
               string " " delimited by size into ROW-TEXT
                   with pointer ROW-PTR
           else
               string TILE-TEXT (TILE-I) (1:TILE-TEXT-LEN (TILE-I))
                   delimited by size into ROW-TEXT
                   with pointer ROW-PTR
           end-if.

      *    > the lines have to hold still for the settle time before
      *    > they are taken as said
       SETTLE-TEXT.
           perform COMPARE-CAND-HELD.
           if not LINES-ARE-SAME
               move CAND-COUNT to HELD-COUNT
               perform HOLD-CAND-LINE varying LINE-I from 1 by 1
                   until LINE-I > CAND-COUNT
               move 0 to STABLE-FRAMES
           else
               if STABLE-FRAMES < 255
                   add 1 to STABLE-FRAMES
               end-if
           end-if.
           if STABLE-FRAMES not = SCREEN-TEXT-SETTLE
               go to SETTLE-TEXT-EXIT
           end-if.
           perform PUBLISH-HELD-TEXT thru PUBLISH-HELD-TEXT-EXIT.
       SETTLE-TEXT-EXIT.
           exit paragraph.

       COMPARE-CAND-HELD.
           move 1 to SAME-SWITCH.
           if CAND-COUNT not = HELD-COUNT
               move 0 to SAME-SWITCH
           else
               perform COMPARE-ONE-LINE varying LINE-I from 1 by 1
                   until LINE-I > CAND-COUNT
           end-if.

       COMPARE-ONE-LINE.
           if CAND-LINE (LINE-I) not = HELD-LINE (LINE-I)
               move 0 to SAME-SWITCH
           end-if.

       HOLD-CAND-LINE.
           move CAND-LINE (LINE-I) to HELD-LINE (LINE-I).

      *    > the settled screen against the one already published -
      *    > lines new to it go to the transcript, and the screen
      *    > itself becomes the published one
       PUBLISH-HELD-TEXT.
           move 1 to SAME-SWITCH.
           if HELD-COUNT not = SCREEN-TEXT-LINES
               move 0 to SAME-SWITCH
           else
               perform COMPARE-PUBLISHED-LINE varying LINE-I from 1
                   by 1 until LINE-I > HELD-COUNT
           end-if.
           if LINES-ARE-SAME
               go to PUBLISH-HELD-TEXT-EXIT
           end-if.
           move FRAME-COUNT-IN to FRAME-DISPLAY.
           if HELD-COUNT > 0
               open extend TRANSCRIPT-FILE
               if not TRANSCRIPT-STATUS-OK
                   open output TRANSCRIPT-FILE
               end-if
               perform LOG-IF-NEW varying LINE-I from 1 by 1
                   until LINE-I > HELD-COUNT
               close TRANSCRIPT-FILE
           end-if.
           move HELD-COUNT to SCREEN-TEXT-LINES.
           perform PUBLISH-LINE varying LINE-I from 1 by 1
               until LINE-I > HELD-COUNT.
           move 1 to SCREEN-TEXT-CHANGED.
           perform REWRITE-STATUS-FILE.
       PUBLISH-HELD-TEXT-EXIT.
           exit paragraph.

       COMPARE-PUBLISHED-LINE.
           if HELD-LINE (LINE-I) not = SCREEN-TEXT-LINE (LINE-I)
               move 0 to SAME-SWITCH
           end-if.

       LOG-IF-NEW.
           move 0 to FOUND-SWITCH.
           perform FIND-PUBLISHED-LINE varying MATCH-I from 1 by 1
               until MATCH-I > SCREEN-TEXT-LINES
               or LINE-WAS-SHOWING.
           if not LINE-WAS-SHOWING
               move spaces to TRANSCRIPT-LINE
               string "frame " FRAME-DISPLAY ": "
                   HELD-LINE (LINE-I) delimited by size
                   into TRANSCRIPT-LINE
               write TRANSCRIPT-LINE
               add 1 to SCREEN-TEXT-LOGGED
           end-if.

       FIND-PUBLISHED-LINE.
           if HELD-LINE (LINE-I) = SCREEN-TEXT-LINE (MATCH-I)
               move 1 to FOUND-SWITCH
           end-if.

       PUBLISH-LINE.
           move HELD-LINE (LINE-I) to SCREEN-TEXT-LINE (LINE-I).

      *    > the operator's status file: the latest batch progress
      *    > line, if there is one yet, what the player is doing if
      *    > rich presence says, then the screen as it reads
       REWRITE-STATUS-FILE.
           open output STATUS-FILE.
           if PROGRESS-LAST-LINE not = spaces
               move PROGRESS-LAST-LINE to STATUS-LINE
               write STATUS-LINE
           end-if.
           if PRESENCE-IS-ON and PRESENCE-LINE not = spaces
               move PRESENCE-LINE to STATUS-LINE
               write STATUS-LINE
           end-if.
           move "screen text:" to STATUS-LINE.
           write STATUS-LINE.
           perform WRITE-STATUS-TEXT varying LINE-I from 1 by 1
               until LINE-I > SCREEN-TEXT-LINES.
           close STATUS-FILE.

       WRITE-STATUS-TEXT.
           move spaces to STATUS-LINE.
           string "  " SCREEN-TEXT-LINE (LINE-I) delimited by size
               into STATUS-LINE.
           write STATUS-LINE.
       end program SCREEN_TEXT.
