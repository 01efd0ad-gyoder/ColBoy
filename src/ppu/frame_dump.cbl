      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Writes the current frame out as a picture file, one call
      *    per completed frame, so rendering can be checked
      *    visually without any kind of live display - handy on a
      *    headless batch box. The format is colboy.cfg's
      *    IMAGE-FORMAT= (P6 PPM unless it says PNG), and the size
      *    OUTPUT-SCALE=/OUTPUT-FILTER= ask for - the frame is
      *    painted at 160x144 by LCD_RESPONSE (the palette, plus
      *    any FRAME-BLEND=/COLOR-CORRECTION= screen look), then
      *    IMAGE_SCALE blows it up before IMAGE_WRITE writes it.
      *    Only runs at all when FRAME-DUMP-ENABLED is on;
      *    MAIN-DRIVER is what flips that switch from a command-line
      *    flag.
       identification division.
       program-id. FRAME_DUMP.
       data division.
       working-storage section.
           copy frame_dump_ctl.
           copy image_ctl.
           copy lcd_ctl.

           01 SCALE-ACTION pic x(4) value "grow".
           01 LCD-ACTION pic x(4) value "draw".
           01 FRAME-NUM-DISPLAY pic 9(6) value 0.
           01 PIX-I binary-long unsigned value 0.
       procedure division.
       MAIN.
           if not FRAME-DUMP-IS-ON
           end-if.

           move FRAME-DUMP-COUNT to FRAME-NUM-DISPLAY.
           move spaces to IMG-PATH.
           string "frame_" delimited by size
               FRAME-NUM-DISPLAY delimited by size
               IMG-EXT delimited by space
               into IMG-PATH.

           call "LCD_RESPONSE" using by reference LCD-ACTION.
           move 160 to IMG-WIDTH.
           move 144 to IMG-HEIGHT.
           perform PAINT-PIXEL varying PIX-I from 1 by 1
               until PIX-I > 23040.
           call "IMAGE_SCALE" using by reference SCALE-ACTION.
           call "IMAGE_WRITE".

           add 1 to FRAME-DUMP-COUNT.

       MAIN-EXIT.
           exit program.

       PAINT-PIXEL.
           move LCD-PIXEL (PIX-I) to IMG-PIXEL (PIX-I).
       end program FRAME_DUMP.
