      *    rather than averaging a whole block, which is plenty for a
      *    quick sanity check. Only runs when ASCII-PREVIEW-ENABLED is
      *    on; MAIN-DRIVER flips that from a command-line flag.
      *    With FRAME-BLEND=ON the glyph shows the mix of this
      *    frame and the one before, as every other output does.
      *    A rumble cartridge gets one more line under the grid
      *    showing whether the motor ran during the frame.
      *    Live play and frame-advance authoring also get a running
      *    lag-frame count, flagged when the frame just run lagged.
       identification division.
       program-id. ASCII_PREVIEW.
       environment division.
       working-storage section.
           copy framebuffer.
           copy ascii_preview_ctl.
           copy mbc.
           copy lcd_ctl.
           copy lag_ctl.
           copy session_ctl.
           copy author_ctl.

           01 SHADE-CHARS pic x(4) value " .+#".
           01 PREV-ROW binary-char unsigned value 0.
           01 FB-INDEX binary-long unsigned value 0.
           01 SHADE-VAL binary-char unsigned value 0.
           01 LINE-BUF pic x(40) value spaces.
           01 LAG-DISPLAY pic z(8)9 value 0.
       procedure division.
       MAIN.
           if not ASCII-PREVIEW-IS-ON

           perform PREVIEW-ROW varying PREV-ROW from 0 by 1
               until PREV-ROW > 17.
           if MBC5-HAS-RUMBLE
               if MBC5-RUMBLE-FRAME = 1
                   display "[RUMBLE ~~~~]"
               else
                   display "[rumble     ]"
               end-if
           end-if.
           if SESSION-PLAY-IS-ON or AUTHOR-IS-ON
               move LAG-FRAME-TOTAL to LAG-DISPLAY
               if LAG-LAST-FRAME-LAGGED
                   display "[lag frames " LAG-DISPLAY "  LAG]"
               else
                   display "[lag frames " LAG-DISPLAY "     ]"
               end-if
           end-if.

       MAIN-EXIT.
           exit program.
           compute SAMPLE-X = PREV-COL * 4.
           compute FB-INDEX = (SAMPLE-Y * 160) + SAMPLE-X + 1.
           move FRAMEBUFFER-ARR (FB-INDEX) to SHADE-VAL.
      *        > blending, a flickered pixel shows halfway between
      *        > its two shades, rounded to the darker
           if LCD-BLEND-IS-ON
               compute SHADE-VAL = (SHADE-VAL
                   + LCD-GHOST-SHADE (FB-INDEX) + 1) / 2
           end-if.
           if SHADE-VAL > 3
               move 3 to SHADE-VAL
           end-if.
           move SHADE-CHARS (SHADE-VAL + 1:1) to
               LINE-BUF (PREV-COL + 1:1).
       end program ASCII_PREVIEW.
