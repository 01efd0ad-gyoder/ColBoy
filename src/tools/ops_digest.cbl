      *    (or a given number of hours) of colboy-runs.log and
      *    prints runs attempted, clean versus failed with the
      *    end-reason vocabulary RUN-JOURNAL-CTL writes, and every
      *    failed run on its own line (runs whose sound died or
      *    clipped are counted apart as audio trouble); then
      *    reports whether a postmortem.txt was cut (with its
      *    opening lines) and whether checkpoint.manifest points at
      *    a resumable run (with the ROM and frame it would continue
      *    from). The return code is 4 (a warning) whenever something
      *    needs a human - failures or audio trouble in the window,
      *    or a post-mortem on disk - so the scheduler can flag the
      *    morning.
      *
      *        ops_digest [hours-back]
       identification division.
           01 RUNS-IN-WINDOW binary-long unsigned value 0.
           01 CLEAN-COUNT binary-long unsigned value 0.
           01 FAILED-COUNT binary-long unsigned value 0.
           01 AUDIO-COUNT binary-long unsigned value 0.

      *    > per-end-reason tallies inside the window
           01 REASON-COUNT binary-short unsigned value 0.
           display " ".
           if ATTENTION-NEEDED = 1
               display "ATTENTION NEEDED - see the sections above"
               move 4 to return-code
           else
               display "all quiet - nothing needs a human"
           end-if.
           close JOURNAL-FILE.
           display " ".
           display "runs attempted: " RUNS-IN-WINDOW
               "  clean: " CLEAN-COUNT "  failed: " FAILED-COUNT
               "  audio: " AUDIO-COUNT.
           perform PRINT-REASON-ROW varying REASON-I from 1 by 1
               until REASON-I > REASON-COUNT.
           if FAILED-COUNT > 0 or AUDIO-COUNT > 0
               move 1 to ATTENTION-NEEDED
           end-if.
       DIGEST-RUN-JOURNAL-EXIT.
               when "window-end"
               when "soft-reset"
               when "reload"
               when "playtime-limit"
                   add 1 to CLEAN-COUNT
               when "audio-silent"
               when "audio-clipping"
                   add 1 to AUDIO-COUNT
                   display FIELD-STAMP " " FIELD-TITLE " AUDIO: "
                       function trim(FIELD-REASON)
               when other
                   add 1 to FAILED-COUNT
                   display FIELD-STAMP " " FIELD-TITLE " FAILED: "
