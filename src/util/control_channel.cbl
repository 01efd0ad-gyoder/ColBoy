      *    Frontend integration point, called once per completed
      *    frame from MAIN-DRIVER in server mode. Publishes the
      *    finished frame to the colboy-frame.ppm exchange file
      *    (a P6 PPM whatever IMAGE-FORMAT= says, at the configured
      *    OUTPUT-SCALE/OUTPUT-FILTER and with the same LCD_RESPONSE
      *    screen look as every other output, fixed name so the
      *    frontend always reads the newest frame), then drains any
      *    commands waiting in colboy-control.cmd: PRESS <button> /
      *    RELEASE <button> (through JOYPAD_SET_BUTTON), TILT
      *    LEFT/RIGHT/UP/DOWN/CENTER (an MBC7 cartridge's lean, the
      *    tilt-l/r/u/d lines set as one move), PAUSE / RESUME,
      *    SAVESTATE <path> (through SAVE_STATE), DUMPFRAME (one
      *    numbered FRAME_DUMP frame), STOP (clean shutdown).
      *    The command file is deleted once drained; while paused
      *    the emulator sleeps here, polling for the RESUME. While
      *    the on-screen text transcript runs, the screen's current
      *    words are published to colboy-text.txt too, rewritten
      *    only when SCREEN_TEXT says they changed; while rich
      *    presence runs, what the player is doing goes to
      *    colboy-presence.txt each time PRESENCE_CHECK renews it.
       identification division.
       program-id. CONTROL_CHANNEL.
       environment division.
           select COMMAND-FILE assign to COMMAND-PATH
               organization is line sequential
               file status is CMD-STATUS-CD.
           select TEXT-FILE assign to TEXT-PATH
               organization is line sequential.
           select PRESENCE-FILE assign to PRESENCE-PATH
               organization is line sequential.
       data division.
       file section.
       fd  COMMAND-FILE.
           01 CMD-FILE-LINE pic x(272).
       fd  TEXT-FILE.
           01 TEXT-LINE pic x(80).
       fd  PRESENCE-FILE.
           01 PRESENCE-FILE-LINE pic x(120).
       working-storage section.
           copy control_ctl.
           copy frame_dump_ctl.
           copy image_ctl.
           copy lcd_ctl.
           copy screen_text_ctl.
           copy presence_ctl.

      * ====== LOCAL =======
           01 COMMAND-PATH pic x(32) value "colboy-control.cmd".
           01 EXCHANGE-PATH pic x(32) value "colboy-frame.ppm".
           01 TEXT-PATH pic x(32) value "colboy-text.txt".
           01 PRESENCE-PATH pic x(32) value "colboy-presence.txt".
           01 TEXT-I binary-char unsigned value 0.
           01 CMD-STATUS-CD pic xx value spaces.
               88 CMD-STATUS-OK value "00".
               88 CMD-STATUS-EOF value "10".
           01 CMD-WORD pic x(12) value spaces.
           01 CMD-ARG pic x(260) value spaces.
           01 BUTTON-NAME pic x(8) value spaces.
           01 TILT-WORD pic x(8) value spaces.
           01 TILT-FLAG binary-char unsigned value 0.
           01 STATE-PATH pic x(256) value spaces.
           01 SAVED-DUMP-SWITCH binary-char unsigned value 0.
           01 PAUSE-SLEEP-NS binary-double unsigned value 50000000.

           01 PIX-I binary-long unsigned value 0.
           01 LCD-ACTION pic x(4) value "draw".
           01 SAVED-IMG-FORMAT binary-char unsigned value 0.
           01 SCALE-ACTION pic x(4) value "grow".
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.
           end-if.

           perform PUBLISH-FRAME.
           if SCREEN-TEXT-IS-ON and SCREEN-TEXT-HAS-CHANGED
               perform PUBLISH-TEXT
           end-if.
           if PRESENCE-IS-ON and PRESENCE-IS-FRESH
               perform PUBLISH-PRESENCE
           end-if.
           perform DRAIN-COMMAND-FILE thru
               DRAIN-COMMAND-FILE-EXIT.
           perform HOLD-WHILE-PAUSED
                       to BUTTON-NAME
                   call "JOYPAD_SET_BUTTON" using by reference
                       BUTTON-NAME, by value 0
               when "TILT"
                   perform APPLY-TILT-COMMAND
               when "PAUSE"
                   move 1 to CONTROL-PAUSE-FLAG
               when "RESUME"
                   subtract 1 from CONTROL-COMMAND-COUNT
           end-evaluate.

      *    > a lean is one direction per axis: each named direction
      *    > clears its opposite, CENTER lets go of everything
       APPLY-TILT-COMMAND.
           move function upper-case(function trim(CMD-ARG))
               to TILT-WORD.
           evaluate TILT-WORD
               when "LEFT"
                   move "tilt-r" to BUTTON-NAME
                   perform RELEASE-TILT-LINE
                   move "tilt-l" to BUTTON-NAME
                   perform PRESS-TILT-LINE
               when "RIGHT"
                   move "tilt-l" to BUTTON-NAME
                   perform RELEASE-TILT-LINE
                   move "tilt-r" to BUTTON-NAME
                   perform PRESS-TILT-LINE
               when "UP"
                   move "tilt-d" to BUTTON-NAME
                   perform RELEASE-TILT-LINE
                   move "tilt-u" to BUTTON-NAME
                   perform PRESS-TILT-LINE
               when "DOWN"
                   move "tilt-u" to BUTTON-NAME
                   perform RELEASE-TILT-LINE
                   move "tilt-d" to BUTTON-NAME
                   perform PRESS-TILT-LINE
               when "CENTER"
                   move "tilt-l" to BUTTON-NAME
                   perform RELEASE-TILT-LINE
                   move "tilt-r" to BUTTON-NAME
                   perform RELEASE-TILT-LINE
                   move "tilt-u" to BUTTON-NAME
                   perform RELEASE-TILT-LINE
                   move "tilt-d" to BUTTON-NAME
                   perform RELEASE-TILT-LINE
               when other
                   subtract 1 from CONTROL-COMMAND-COUNT
           end-evaluate.

       PRESS-TILT-LINE.
           move 1 to TILT-FLAG.
           call "JOYPAD_SET_BUTTON" using by reference BUTTON-NAME,
               by value TILT-FLAG.

       RELEASE-TILT-LINE.
           move 0 to TILT-FLAG.
           call "JOYPAD_SET_BUTTON" using by reference BUTTON-NAME,
               by value TILT-FLAG.

      *    > always a PPM, under one well-known name the frontend
      *    > rereads every frame - the frontend was written against
      *    > P6 and a PNG would cost it an inflate a frame
       PUBLISH-FRAME.
           call "LCD_RESPONSE" using by reference LCD-ACTION.
           move 160 to IMG-WIDTH.
           move 144 to IMG-HEIGHT.
           perform PAINT-PIXEL varying PIX-I from 1 by 1
               until PIX-I > 23040.
           call "IMAGE_SCALE" using by reference SCALE-ACTION.
           move IMG-FORMAT to SAVED-IMG-FORMAT.
           move 0 to IMG-FORMAT.
           move EXCHANGE-PATH to IMG-PATH.
           call "IMAGE_WRITE".
           move SAVED-IMG-FORMAT to IMG-FORMAT.

       PAINT-PIXEL.
           move LCD-PIXEL (PIX-I) to IMG-PIXEL (PIX-I).

      *    > the screen's lines, one per line; an empty file is a
      *    > screen with nothing to read
       PUBLISH-TEXT.
           open output TEXT-FILE.
           perform WRITE-TEXT-LINE varying TEXT-I from 1 by 1
               until TEXT-I > SCREEN-TEXT-LINES.
           close TEXT-FILE.
           move 0 to SCREEN-TEXT-CHANGED.

       WRITE-TEXT-LINE.
           move SCREEN-TEXT-LINE (TEXT-I) to TEXT-LINE.
           write TEXT-LINE.

      *    > the one line, rewritten once a second
       PUBLISH-PRESENCE.
           open output PRESENCE-FILE.
           move PRESENCE-LINE to PRESENCE-FILE-LINE.
           write PRESENCE-FILE-LINE.
           close PRESENCE-FILE.
           move 0 to PRESENCE-FRESH.
       end program CONTROL_CHANNEL.
