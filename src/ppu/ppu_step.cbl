           copy ppu_state.
           copy hdma_state.
           copy emu_config.
           copy lag_ctl.

      * ====== LOCAL =======
           01 KEEP-ADVANCING binary-char unsigned value 1.
           01 TEMP-DIV binary-char unsigned value 0.
           01 SPAN-TARGET-X binary-short unsigned value 0.
           01 SPAN-END-X binary-short unsigned value 0.
           01 LCD-FEED pic x(4) value "feed".
       linkage section.
           01 CYCLE-DELTA binary-short unsigned.
           01 FRAME-COUNT-OUT binary-long unsigned.
           end-if.
           call "WRITE_BYTE" using by value IF-VAL, by value 65295.
           add 1 to FRAME-COUNT.
           perform CLOSE-LAG-FRAME.
           call "LCD_RESPONSE" using by reference LCD-FEED.
           call "FRAME_DUMP".
           call "ASCII_PREVIEW".

      *    > the frame just finished lagged if the game never read
      *    > the pad during it
       CLOSE-LAG-FRAME.
           compute LAG-LAST-FRAME = FRAME-COUNT - 1.
           if LAG-JOYPAD-WAS-READ
               move 0 to LAG-LAST-VERDICT
           else
               move 1 to LAG-LAST-VERDICT
               add 1 to LAG-FRAME-TOTAL
           end-if.
           move 0 to LAG-JOYPAD-READ.
       end program PPU_STEP.
