           01 CELL-INDEX binary-long unsigned value 0.
           01 STAMP-TEXT pic x(21) value spaces.
           01 FRAME-DISPLAY pic 9(10) value 0.
           01 SUBTITLE-ACTION pic x(4) value "note".
           01 SUBTITLE-TEXT pic x(80) value spaces.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.
           display "*** ACHIEVEMENT UNLOCKED: "
               function trim(ACHIEVE-NAME (ACH-I))
               " (frame " FRAME-COUNT-IN ") ***".
           move spaces to SUBTITLE-TEXT.
           string "Achievement unlocked: "
               function trim(ACHIEVE-NAME (ACH-I))
               delimited by size into SUBTITLE-TEXT.
           call "AVI_SUBTITLE" using by reference SUBTITLE-ACTION,
               by reference SUBTITLE-TEXT.
           move function current-date to STAMP-TEXT.
           move FRAME-COUNT-IN to FRAME-DISPLAY.
           open extend AWARD-FILE.
