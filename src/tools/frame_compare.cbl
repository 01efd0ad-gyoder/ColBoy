      *    Written by Grace
      *
      *    Standalone frame-dump comparison: walks two directories of
      *    FRAME_DUMP output (frame_000000 upward) from two runs,
      *    compares each pair of frames pixel for pixel, and reports
      *    the first frame number that differs together with which
      *    pixel rows changed. A difference image is written next to
      *    the regression is visible at a glance instead of being a
      *    spot-the-difference exercise across two image viewers.
      *
      *    Either run may have been saved as PPM or PNG - each frame
      *    is looked for as .png first, then .ppm, and IMAGE_READ
      *    reads whichever is there - so a PPM baseline still checks
      *    against a PNG run. The difference image comes out in this
      *    directory's colboy.cfg IMAGE-FORMAT=. Frames dumped at
      *    an OUTPUT-SCALE above 1 are folded back to 160x144 first,
      *    so runs made at different scales or filters still line
      *    up; the difference image is always native size.
      *
      *    Returns 0 when every pair matched, 8 when the runs
      *    differ (or one stops early), and 12 when there was
      *    nothing to compare.
      *
      *        frame_compare <dir-a> <dir-b>
       identification division.
       program-id. FRAME_COMPARE.
       data division.
       working-storage section.
           copy image_ctl.

      * ====== LOCAL =======
           01 SCALE-BACK pic x(4) value "back".
           01 DIR-A pic x(200) value spaces.
           01 DIR-B pic x(200) value spaces.
           01 FRAME-DIR pic x(200) value spaces.
           01 FRAME-A-PATH pic x(256) value spaces.
           01 FRAME-B-PATH pic x(256) value spaces.
           01 DIFF-PATH pic x(256) value spaces.

      *    > what became of each run's frame: 0 read, 1 missing,
      *    > 2 there but not a picture IMAGE_READ could read
           01 FRAME-A-STATE binary-char unsigned value 0.
           01 FRAME-B-STATE binary-char unsigned value 0.
           01 LOAD-STATE binary-char unsigned value 0.

           01 FRAME-NUMBER binary-long unsigned value 0.
           01 FRAME-NUM-DISPLAY pic 9(6) value 0.
               88 WALK-FINISHED value 1.
           01 FRAMES-COMPARED binary-long unsigned value 0.

      *    > one frame's 160x144 pixels from each run, and a
      *    > changed-pixel mask for the difference image
           01 IMAGE-A-PIXELS.
               05 IMAGE-A-PIXEL occurs 23040 times.
                   10 IMAGE-A-R binary-char unsigned.
                   10 IMAGE-A-G binary-char unsigned.
                   10 IMAGE-A-B binary-char unsigned.
           01 IMAGE-B-PIXELS.
               05 IMAGE-B-PIXEL occurs 23040 times.
                   10 IMAGE-B-R binary-char unsigned.
                   10 IMAGE-B-G binary-char unsigned.
                   10 IMAGE-B-B binary-char unsigned.
           01 PIXEL-CHANGED-FLAG binary-char unsigned
               occurs 23040 times.
           01 ROW-CHANGED-FLAG binary-char unsigned occurs 144 times.

           01 PIX-I binary-long unsigned value 0.
           01 ROW-I binary-short unsigned value 0.
           01 CHANGED-PIXEL-COUNT binary-long unsigned value 0.
           01 CHANGED-ROW-COUNT binary-short unsigned value 0.
           01 ROW-DISPLAY pic 9(3) value 0.
           01 ROW-LIST pic x(76) value spaces.
           01 ROW-LIST-USED binary-short unsigned value 0.
           01 FRAME-DIFFERS binary-char unsigned value 0.
           01 COMPARE-CODE binary-char unsigned value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept DIR-B from argument-value.
           if DIR-A = spaces or DIR-B = spaces
               display "usage: frame_compare <dir-a> <dir-b>"
               move 12 to return-code
               stop run
           end-if.
           call "CONFIG_LOADER".

           perform COMPARE-ONE-FRAME until WALK-FINISHED.
           move COMPARE-CODE to return-code.
           stop run.

       COMPARE-ONE-FRAME.
           move FRAME-NUMBER to FRAME-NUM-DISPLAY.

           perform LOAD-FRAME-A.
           perform LOAD-FRAME-B.

           evaluate true
               when FRAME-A-STATE = 1 and FRAME-B-STATE = 1
                       and FRAMES-COMPARED = 0
                   display "no frame dumps in "
                       function trim(DIR-A) " or "
                       function trim(DIR-B)
                   move 12 to COMPARE-CODE
                   move 1 to WALK-DONE
               when FRAME-A-STATE = 1 and FRAME-B-STATE = 1
                   display "frames identical: " FRAMES-COMPARED
                       " frame pairs compared, no difference"
                   move 1 to WALK-DONE
               when FRAME-A-STATE = 1 or FRAME-B-STATE = 1
                   perform REPORT-MISSING-FRAME
                   move 8 to COMPARE-CODE
                   move 1 to WALK-DONE
               when FRAME-A-STATE = 2 or FRAME-B-STATE = 2
                   display "first difference at frame " FRAME-NUMBER
                       " - a dump is not a 160x144 picture"
                   move 8 to COMPARE-CODE
                   move 1 to WALK-DONE
               when other
                   perform DIFF-LOADED-FRAMES
                   if FRAME-DIFFERS = 1
                       perform REPORT-FRAME-DIFFERENCE
                       perform WRITE-DIFF-IMAGE
                       move 8 to COMPARE-CODE
                       move 1 to WALK-DONE
                   else
                       add 1 to FRAMES-COMPARED
                   end-if
           end-evaluate.

       LOAD-FRAME-A.
           move DIR-A to FRAME-DIR.
           perform READ-RUN-FRAME.
           move LOAD-STATE to FRAME-A-STATE.
           move IMG-PATH to FRAME-A-PATH.
           if FRAME-A-STATE = 0
               perform TAKE-A-PIXEL varying PIX-I from 1 by 1
                   until PIX-I > 23040
           end-if.

       TAKE-A-PIXEL.
           move IMG-R (PIX-I) to IMAGE-A-R (PIX-I).
           move IMG-G (PIX-I) to IMAGE-A-G (PIX-I).
           move IMG-B (PIX-I) to IMAGE-A-B (PIX-I).

       LOAD-FRAME-B.
           move DIR-B to FRAME-DIR.
           perform READ-RUN-FRAME.
           move LOAD-STATE to FRAME-B-STATE.
           move IMG-PATH to FRAME-B-PATH.
           if FRAME-B-STATE = 0
               perform TAKE-B-PIXEL varying PIX-I from 1 by 1
                   until PIX-I > 23040
           end-if.

       TAKE-B-PIXEL.
           move IMG-R (PIX-I) to IMAGE-B-R (PIX-I).
           move IMG-G (PIX-I) to IMAGE-B-G (PIX-I).
           move IMG-B (PIX-I) to IMAGE-B-B (PIX-I).

      *    > .png first, then .ppm; a missing frame is reported
      *    > under the .ppm name, the format a run has by default.
      *    > A scaled dump is folded back to native here
       READ-RUN-FRAME.
           move spaces to IMG-PATH.
           string function trim(FRAME-DIR) "/frame_" FRAME-NUM-DISPLAY
               ".png" delimited by size into IMG-PATH.
           call "IMAGE_READ".
           if IMG-READ-MISSING
               move spaces to IMG-PATH
               string function trim(FRAME-DIR) "/frame_"
                   FRAME-NUM-DISPLAY ".ppm"
                   delimited by size into IMG-PATH
               call "IMAGE_READ"
           end-if.
           if IMG-READ-OK
               call "IMAGE_SCALE" using by reference SCALE-BACK
           end-if.
           move IMG-READ-STATUS to LOAD-STATE.
           if IMG-READ-OK
                   and (IMG-WIDTH not = 160 or IMG-HEIGHT not = 144)
               move 2 to LOAD-STATE
           end-if.

      *    > compare per pixel so the report can speak in rows and
      *    > columns rather than byte offsets
       DIFF-LOADED-FRAMES.
           move 0 to ROW-CHANGED-FLAG (ROW-I).

       DIFF-ONE-PIXEL.
           move 0 to PIXEL-CHANGED-FLAG (PIX-I).
           if IMAGE-A-PIXEL (PIX-I) not = IMAGE-B-PIXEL (PIX-I)
               move 1 to PIXEL-CHANGED-FLAG (PIX-I)
               move 1 to FRAME-DIFFERS
               add 1 to CHANGED-PIXEL-COUNT
           display "==== FRAME COMPARISON ====".
           display "one run stops early at frame " FRAME-NUMBER
               " (" FRAMES-COMPARED " identical pairs before it)".
           if FRAME-A-STATE = 1
               display "  missing: " function trim(FRAME-A-PATH)
           else
               display "  missing: " function trim(FRAME-B-PATH)
           end-if.

       REPORT-FRAME-DIFFERENCE.
           end-if.

      *    > dimmed reference frame with every changed pixel painted
      *    > full red
       WRITE-DIFF-IMAGE.
           move 160 to IMG-WIDTH.
           move 144 to IMG-HEIGHT.
           perform PAINT-DIFF-PIXEL varying PIX-I from 1 by 1
               until PIX-I > 23040.
           move spaces to DIFF-PATH.
           string function trim(DIR-A) "/frame_" FRAME-NUM-DISPLAY
               ".diff" delimited by size
               IMG-EXT delimited by space
               into DIFF-PATH.
           move DIFF-PATH to IMG-PATH.
           call "IMAGE_WRITE".
           display "difference image written: "
               function trim(DIFF-PATH).

       PAINT-DIFF-PIXEL.
           if PIXEL-CHANGED-FLAG (PIX-I) = 1
               move 255 to IMG-R (PIX-I)
               move 0 to IMG-G (PIX-I)
               move 0 to IMG-B (PIX-I)
           else
               compute IMG-R (PIX-I) = IMAGE-A-R (PIX-I) / 3
               compute IMG-G (PIX-I) = IMAGE-A-G (PIX-I) / 3
               compute IMG-B (PIX-I) = IMAGE-A-B (PIX-I) / 3
           end-if.
       end program FRAME_COMPARE.
