      *    row or compares against the stored golden value.
      *    OPCODE_REGRESSION proves single instructions still work;
      *    this is what proves whole-game rendering still matches
      *    last month's output. The first mismatch for a cartridge
      *    raises a MAJOR alert (see alert_ctl); the rest show up
      *    in GOLDEN_REPORT at the end of the run.
      *
      *    Alongside the golden file, in <golden>.frames, each
      *    checkpoint frame is kept as a picture: the baseline
      *    (TITLE_FRAME) when recording, the frame that disagreed
      *    (TITLE_FRAME.actual) when a verify mismatches. Every
      *    verified checkpoint also appends a row to
      *    <golden>.results -
      *        date time|TITLE|FRAME|EXPECTED|ACTUAL|PASS/FAIL|ROM
      *    - which is what GOLDEN_REVIEW lists the failures from
      *    and re-baselines against.
       identification division.
       program-id. GOLDEN_CHECK.
       environment division.
           select GOLDEN-FILE assign to GOLDEN-PATH
               organization is line sequential
               file status is FILE-STATUS-CD.
           select RESULTS-FILE assign to RESULTS-PATH
               organization is line sequential
               file status is RESULTS-STATUS-CD.
       data division.
       file section.
       fd  GOLDEN-FILE.
           01 GOLDEN-LINE pic x(64).
       fd  RESULTS-FILE.
           01 RESULTS-LINE pic x(340).
       working-storage section.
           copy golden_ctl.
           copy cart_header.
           copy framebuffer.
           copy color_framebuffer.
           copy emu_config.
           copy alert_ctl.
           copy image_ctl.
           copy lcd_ctl.
           copy run_journal_ctl.

      * ====== LOCAL =======
           01 FILE-STATUS-CD pic xx value spaces.
           01 FIELD-3 pic x(12) value spaces.
           01 FRAME-DISPLAY pic 9(10) value 0.
           01 HASH-DISPLAY pic 9(10) value 0.
           01 EXPECTED-DISPLAY pic 9(10) value 0.
           01 MISMATCH-ALERTED binary-char unsigned value 0.
               88 MISMATCH-WAS-ALERTED value 1.

      *    > the checkpoint pictures and the results trail kept
      *    > beside the golden file for GOLDEN_REVIEW
           01 RESULTS-PATH pic x(264) value spaces.
           01 RESULTS-STATUS-CD pic xx value spaces.
               88 RESULTS-STATUS-OK value "00".
           01 FRAMES-DIR pic x(264) value spaces.
           01 FILE-TITLE pic x(16) value spaces.
           01 TITLE-LENGTH binary-short unsigned value 0.
           01 LCD-ACTION pic x(4) value "draw".
           01 PIX-I binary-long unsigned value 0.
           01 SYSTEM-COMMAND pic x(300) value spaces.
           01 STAMP-TEXT pic x(21) value spaces.
           01 VERDICT-TEXT pic x(4) value spaces.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.
       PREPARE-CHECKPOINT-TABLE.
           move CART-TITLE to GOLDEN-LOADED-TITLE.
           move 0 to GOLDEN-POINT-COUNT.
           move 0 to MISMATCH-ALERTED.
           perform PREPARE-REVIEW-FILES.
           if GOLDEN-IS-RECORDING
               perform PARSE-AT-LIST
           else
               if GOLDEN-IS-RECORDING
                   perform APPEND-GOLDEN-ROW
                   move 3 to GOLDEN-POINT-STATE (POINT-I)
                   move spaces to IMG-PATH
                   string function trim(FRAMES-DIR) "/"
                       FILE-TITLE (1:TITLE-LENGTH) "_" FRAME-DISPLAY
                       delimited by size
                       IMG-EXT delimited by space into IMG-PATH
                   perform SAVE-CHECKPOINT-PICTURE
               else
                   if HASH-VAL = GOLDEN-EXPECTED (POINT-I)
                       move 1 to GOLDEN-POINT-STATE (POINT-I)
                       move "PASS" to VERDICT-TEXT
                   else
                       move 2 to GOLDEN-POINT-STATE (POINT-I)
                       move "FAIL" to VERDICT-TEXT
                       move FRAME-COUNT-IN to FRAME-DISPLAY
                       move spaces to IMG-PATH
                       string function trim(FRAMES-DIR) "/"
                           FILE-TITLE (1:TITLE-LENGTH) "_"
                           FRAME-DISPLAY ".actual" delimited by size
                           IMG-EXT delimited by space into IMG-PATH
                       perform SAVE-CHECKPOINT-PICTURE
                       if not MISMATCH-WAS-ALERTED
                           perform ALERT-FIRST-MISMATCH
                       end-if
                   end-if
                   perform APPEND-RESULT-ROW
               end-if
           end-if.

       ALERT-FIRST-MISMATCH.
           move 1 to MISMATCH-ALERTED.
           move HASH-VAL to HASH-DISPLAY.
           move GOLDEN-EXPECTED (POINT-I) to EXPECTED-DISPLAY.
           move "golden-mismatch" to ALERT-EVENT.
           move "MAJOR" to ALERT-SEVERITY.
           move spaces to ALERT-REASON.
           string "checksum " HASH-DISPLAY " expected "
               EXPECTED-DISPLAY
               delimited by size into ALERT-REASON.
           move GOLDEN-PATH to ALERT-ARTIFACTS.
           call "ALERT_OUTBOX".

      *    > the title as it goes into a picture's file name -
      *    > anything the shell or a path would trip over becomes
      *    > an underscore. GOLDEN_REVIEW names them the same way
       PREPARE-REVIEW-FILES.
           move spaces to RESULTS-PATH.
           string function trim(GOLDEN-PATH) ".results"
               delimited by size into RESULTS-PATH.
           move spaces to FRAMES-DIR.
           string function trim(GOLDEN-PATH) ".frames"
               delimited by size into FRAMES-DIR.
           move spaces to SYSTEM-COMMAND.
           string "mkdir -p '" function trim(FRAMES-DIR)
               "' 2>/dev/null" delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move 0 to return-code.

           move CART-TITLE to FILE-TITLE.
           inspect FILE-TITLE replacing all low-value by space.
           if FILE-TITLE = spaces
               move "UNTITLED" to FILE-TITLE
           end-if.
           move function length(function trim(FILE-TITLE trailing))
               to TITLE-LENGTH.
           inspect FILE-TITLE (1:TITLE-LENGTH) replacing
               all space by "_" all "/" by "_" all "'" by "_".

      *    > the frame that was just checksummed, in the colors
      *    > FRAME_DUMP would paint it, at native size
       SAVE-CHECKPOINT-PICTURE.
           call "LCD_RESPONSE" using by reference LCD-ACTION.
           move 160 to IMG-WIDTH.
           move 144 to IMG-HEIGHT.
           perform PAINT-PICTURE-PIXEL varying PIX-I from 1 by 1
               until PIX-I > 23040.
           call "IMAGE_WRITE".

       PAINT-PICTURE-PIXEL.
           move LCD-PIXEL (PIX-I) to IMG-PIXEL (PIX-I).

       APPEND-RESULT-ROW.
           move function current-date to STAMP-TEXT.
           move FRAME-COUNT-IN to FRAME-DISPLAY.
           move HASH-VAL to HASH-DISPLAY.
           move GOLDEN-EXPECTED (POINT-I) to EXPECTED-DISPLAY.
           open extend RESULTS-FILE.
           if not RESULTS-STATUS-OK
               open output RESULTS-FILE
           end-if.
           move spaces to RESULTS-LINE.
           string STAMP-TEXT (1:8) " " STAMP-TEXT (9:6) "|"
               function trim(CART-TITLE) "|" FRAME-DISPLAY "|"
               EXPECTED-DISPLAY "|" HASH-DISPLAY "|" VERDICT-TEXT "|"
               function trim(JOURNAL-ROM-PATH)
               delimited by size into RESULTS-LINE.
           write RESULTS-LINE.
           close RESULTS-FILE.

      *    > same rolling fold REPLAY_AUDIT uses, over the rendered
      *    > output only - the CGB color planes carry the palette
      *    > colors the 4-shade buffer can't represent
