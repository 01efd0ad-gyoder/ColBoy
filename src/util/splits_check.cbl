      *    and wall-times go to the session output with the
      *    personal-best comparison, and one record lands in
      *    colboy-splits.log (DATE|TITLE|SPLIT|SEGFRAMES|TOTAL|
      *    PLAYER|SEGLAG) for future runs to race against. Each
      *    segment reports its lag frames too, and the run summary
      *    totals them. When the last split lands the run summary
      *    prints and the timer retires for the rest of the
      *    session.
       identification division.
       program-id. SPLITS_CHECK.
       environment division.
           copy memory.
           copy cart_header.
           copy emu_config.
           copy lag_ctl.

      * ====== LOCAL =======
           01 HIST-PATH pic x(20) value "colboy-splits.log".
           01 DELTA-FRAMES binary-long signed value 0.
           01 SEG-FRAMES-DISPLAY pic 9(8) value 0.
           01 TOTAL-FRAMES-DISPLAY pic 9(8) value 0.
           01 SEG-LAG-DISPLAY pic 9(8) value 0.
           01 LAG-COUNT-DISPLAY pic z(7)9 value 0.
           01 RUN-LAG-FRAMES binary-long unsigned value 0.
           01 SPLIT-I binary-char unsigned value 0.
           01 STAMP-TEXT pic x(21) value spaces.
           01 SUBTITLE-ACTION pic x(4) value "note".
           01 SUBTITLE-TEXT pic x(80) value spaces.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.
           move SEG-SECONDS to SEG-DISPLAY.
           compute TOTAL-SECONDS = FRAME-COUNT-IN / 59.7.
           move TOTAL-SECONDS to TOTAL-DISPLAY.
           compute SPL-LAG-FRAMES (SPLIT-NEXT) =
               LAG-FRAME-TOTAL - SPLITS-LAG-MARK.
           move LAG-FRAME-TOTAL to SPLITS-LAG-MARK.

           display "== SPLIT "
               function trim(SPL-NAME (SPLIT-NEXT)) ": "
                       " frames"
               end-if
           end-if.
           move SPL-LAG-FRAMES (SPLIT-NEXT) to LAG-COUNT-DISPLAY.
           display "   lag frames this segment: "
               function trim(LAG-COUNT-DISPLAY).

           move spaces to SUBTITLE-TEXT.
           string "Split " function trim(SPL-NAME (SPLIT-NEXT))
               ": " function trim(SEG-DISPLAY) "s (total "
               function trim(TOTAL-DISPLAY) "s)"
               delimited by size into SUBTITLE-TEXT.
           call "AVI_SUBTITLE" using by reference SUBTITLE-ACTION,
               by reference SUBTITLE-TEXT.

           perform APPEND-SPLIT-RECORD.
           add 1 to SPLIT-NEXT.
               move 1 to SPLITS-DONE
               display "== RUN COMPLETE in " TOTAL-DISPLAY
                   "s over " SPLIT-COUNT " splits =="
               perform SHOW-RUN-LAG
               move spaces to SUBTITLE-TEXT
               string "Run complete in " function trim(TOTAL-DISPLAY)
                   "s" delimited by size into SUBTITLE-TEXT
               call "AVI_SUBTITLE" using by reference
                   SUBTITLE-ACTION, by reference SUBTITLE-TEXT
           end-if.

      *    > the whole run's lag, segment by segment
       SHOW-RUN-LAG.
           move 0 to RUN-LAG-FRAMES.
           display "   lag frames by segment:".
           perform SHOW-SEGMENT-LAG varying SPLIT-I from 1 by 1
               until SPLIT-I > SPLIT-COUNT.
           move RUN-LAG-FRAMES to LAG-COUNT-DISPLAY.
           display "     total                   " LAG-COUNT-DISPLAY.

       SHOW-SEGMENT-LAG.
           move SPL-LAG-FRAMES (SPLIT-I) to LAG-COUNT-DISPLAY.
           add SPL-LAG-FRAMES (SPLIT-I) to RUN-LAG-FRAMES.
           display "     " SPL-NAME (SPLIT-I) LAG-COUNT-DISPLAY.

       APPEND-SPLIT-RECORD.
           move function current-date to STAMP-TEXT.
           move SEG-FRAMES to SEG-FRAMES-DISPLAY.
           move FRAME-COUNT-IN to TOTAL-FRAMES-DISPLAY.
           move SPL-LAG-FRAMES (SPLIT-NEXT) to SEG-LAG-DISPLAY.
           open extend HIST-FILE.
           if not HIST-STATUS-OK
               open output HIST-FILE
               function trim(SPL-NAME (SPLIT-NEXT)) "|"
               SEG-FRAMES-DISPLAY "|"
               TOTAL-FRAMES-DISPLAY "|"
               function trim(PLAYER-NAME) "|"
               SEG-LAG-DISPLAY
               delimited by size into HIST-LINE.
           write HIST-LINE.
           close HIST-FILE.
