      *        thumb_gen <rom-dir> [frames] [emulator-cmd]
      *
      *    Thumbnails land in <rom-dir>/thumbs; frames defaults to
      *    300, the emulator command to ./colboy. They are .png
      *    rather than .ppm when colboy.cfg says IMAGE-FORMAT=PNG -
      *    the emulator run reads the same colboy.cfg, so the frame
      *    it dumps and the name it is kept under always agree.
       identification division.
       program-id. THUMB_GEN.
       environment division.
           record contains 1 characters.
           01 PROBE-BYTE pic x(1).
       working-storage section.
           copy image_ctl.

      * ====== LOCAL =======
           01 ROM-DIR pic x(200) value spaces.
           01 PROBE-STATUS-CD pic xx value spaces.
               88 PROBE-EXISTS value "00".
           01 SYSTEM-COMMAND pic x(900) value spaces.
           01 LIST-SYSTEM-RC binary-long value 0.

           01 NAME-LEN binary-short unsigned value 0.
           01 ROM-PATH pic x(256) value spaces.
           01 THUMB-PATH pic x(280) value spaces.
           01 NEWER-PATH pic x(32) value "colboy-thumbs.new".
           01 FRAME-ZERO-PATH pic x(20) value spaces.
           01 REFRESH-NEEDED binary-char unsigned value 0.
           01 MADE-COUNT binary-short unsigned value 0.
           01 KEPT-COUNT binary-short unsigned value 0.
           if ROM-DIR = spaces
               display "usage: thumb_gen <rom-dir> [frames]"
                   " [emulator-cmd]"
               move 12 to return-code
               stop run
           end-if.
           if FRAMES-ARG not = spaces
               move "./colboy" to EMULATOR-CMD
           end-if.
           move SNAP-FRAMES to SNAP-AT.
           call "CONFIG_LOADER".
           move spaces to FRAME-ZERO-PATH.
           string "frame_000000" delimited by size
               IMG-EXT delimited by space
               into FRAME-ZERO-PATH.
           compute BATCH-AT = SNAP-FRAMES + 2.

           move spaces to SYSTEM-COMMAND.
               function trim(LIST-PATH)
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to LIST-SYSTEM-RC.

           display "==== THUMBNAILS: " function trim(ROM-DIR)
               " ====".
           open input LIST-FILE.
           if LIST-SYSTEM-RC not = 0 or not LIST-STATUS-OK
               display "cannot list " function trim(ROM-DIR)
               move 12 to return-code
               stop run
           end-if.
           perform READ-LIST-LINE until LIST-STATUS-EOF.
           display " ".
           display "generated: " MADE-COUNT "  already fresh: "
               KEPT-COUNT.
           move 0 to return-code.
           stop run.

       READ-LIST-LINE.
               delimited by size into ROM-PATH.
           move spaces to THUMB-PATH.
           string function trim(ROM-DIR) "/thumbs/"
               function trim(LIST-LINE) delimited by size
               IMG-EXT delimited by space
               into THUMB-PATH.

           perform CHECK-REFRESH-NEEDED.
           if REFRESH-NEEDED = 0
               " BATCH " BATCH-AT
               " SNAP " SNAP-AT
               " > colboy-thumb-run.out 2>&1; "
               "mv -f " function trim(FRAME-ZERO-PATH) " "
               function trim(THUMB-PATH) " 2>/dev/null"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
