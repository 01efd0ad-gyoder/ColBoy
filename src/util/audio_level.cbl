      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    The level watch over a batch run's mixed audio, needing
      *    no reference recording. APU_STEP tallies each window's
      *    samples into AUDIO-LEVEL-CTL; the caller's action says
      *    what to do with them:
      *
      *        "wipe"  a run is starting - forget the last one
      *        "tick"  a window just filled: take its peak and RMS,
      *                call it silent (RMS under 1, a flat line) or
      *                clipped (1 sample in 100 on the 8-bit rail),
      *                extend or end the silent and clipped stretches
      *                and start the next window
      *        "last"  the run is over: a run that ends inside a
      *                stretch of LEVEL-SILENCE-WINDOWS or more of
      *                silence, after the game had already made a
      *                sound, is a sound driver that died
      *
      *    Sustained clipping is latched the moment it has lasted
      *    LEVEL-CLIP-WINDOWS; a dead driver outranks it. A quiet
      *    stretch the sound comes back from (a pause screen, a
      *    cut scene) is only counted, never flagged.
       identification division.
       program-id. AUDIO_LEVEL.
       environment division.
       data division.
       working-storage section.
           copy audio_level_ctl.

      * ====== LOCAL =======
           01 SPREAD-SQ binary-double unsigned value 0.
           01 MEAN-SQ binary-double unsigned value 0.
           01 WIN-RMS binary-short unsigned value 0.
           01 WIN-SILENT binary-char unsigned value 0.
           01 WIN-CLIPPED binary-char unsigned value 0.
       linkage section.
           01 LEVEL-ACTION pic x(4).
       procedure division using by reference LEVEL-ACTION.
       MAIN.
           evaluate LEVEL-ACTION
               when "wipe"
                   perform WIPE-LEVEL-RUN
               when "tick"
                   perform CLOSE-LEVEL-WINDOW
               when "last"
                   perform SETTLE-LEVEL-VERDICT
           end-evaluate.

       MAIN-EXIT.
           exit program.

      *    > VALUE clauses on EXTERNAL items aren't reliable, so the
      *    > thresholds are set here too
       WIPE-LEVEL-RUN.
           move 8192 to LEVEL-WINDOW.
           move 40 to LEVEL-SILENCE-WINDOWS.
           move 8 to LEVEL-CLIP-WINDOWS.
           move 0 to LEVEL-WINDOWS-DONE.
           move 0 to LEVEL-HEARD.
           move 0 to LEVEL-PEAK.
           move 0 to LEVEL-PEAK-RMS.
           move 0 to LEVEL-SILENT-RUN.
           move 0 to LEVEL-SILENT-FROM.
           move 0 to LEVEL-CLIP-RUN.
           move 0 to LEVEL-CLIP-FROM.
           move 0 to LEVEL-GAPS-RECOVERED.
           move 0 to LEVEL-VERDICT.
           move 0 to LEVEL-TROUBLE-WINDOW.
           perform START-LEVEL-WINDOW.

       START-LEVEL-WINDOW.
           move 0 to LEVEL-WIN-COUNT.
           move 255 to LEVEL-WIN-MIN.
           move 0 to LEVEL-WIN-MAX.
           move 0 to LEVEL-WIN-SUM.
           move 0 to LEVEL-WIN-SUMSQ.
           move 0 to LEVEL-WIN-CLIPPED.

      *    > n*sum(x^2) - sum(x)^2 is n^2 times the variance, so
      *    > the RMS about the mean needs no fractions until the
      *    > square root
       CLOSE-LEVEL-WINDOW.
           add 1 to LEVEL-WINDOWS-DONE.
           compute SPREAD-SQ = LEVEL-WIN-COUNT * LEVEL-WIN-SUMSQ.
           compute MEAN-SQ = LEVEL-WIN-SUM * LEVEL-WIN-SUM.
           if SPREAD-SQ > MEAN-SQ
               compute WIN-RMS = function sqrt(SPREAD-SQ - MEAN-SQ)
                   * 10 / LEVEL-WIN-COUNT
           else
               move 0 to WIN-RMS
           end-if.
           if LEVEL-WIN-MAX > LEVEL-PEAK
               move LEVEL-WIN-MAX to LEVEL-PEAK
           end-if.
           if WIN-RMS > LEVEL-PEAK-RMS
               move WIN-RMS to LEVEL-PEAK-RMS
           end-if.

           move 0 to WIN-SILENT.
           if WIN-RMS < 10
               move 1 to WIN-SILENT
           end-if.
           move 0 to WIN-CLIPPED.
           if LEVEL-WIN-CLIPPED * 100 >= LEVEL-WIN-COUNT
               move 1 to WIN-CLIPPED
           end-if.

           if WIN-SILENT = 1
               if LEVEL-SOUND-STARTED
                   if LEVEL-SILENT-RUN = 0
                       move LEVEL-WINDOWS-DONE to LEVEL-SILENT-FROM
                   end-if
                   add 1 to LEVEL-SILENT-RUN
               end-if
           else
               if LEVEL-SILENT-RUN >= LEVEL-SILENCE-WINDOWS
                   add 1 to LEVEL-GAPS-RECOVERED
               end-if
               move 0 to LEVEL-SILENT-RUN
               move 1 to LEVEL-HEARD
           end-if.

           if WIN-CLIPPED = 1
               if LEVEL-CLIP-RUN = 0
                   move LEVEL-WINDOWS-DONE to LEVEL-CLIP-FROM
               end-if
               add 1 to LEVEL-CLIP-RUN
               if LEVEL-CLIP-RUN >= LEVEL-CLIP-WINDOWS
                       and LEVEL-SOUND-OK
                   move 2 to LEVEL-VERDICT
                   move LEVEL-CLIP-FROM to LEVEL-TROUBLE-WINDOW
               end-if
           else
               move 0 to LEVEL-CLIP-RUN
           end-if.
           perform START-LEVEL-WINDOW.

       SETTLE-LEVEL-VERDICT.
           if LEVEL-SOUND-STARTED
                   and LEVEL-SILENT-RUN >= LEVEL-SILENCE-WINDOWS
               move 1 to LEVEL-VERDICT
               move LEVEL-SILENT-FROM to LEVEL-TROUBLE-WINDOW
           end-if.
       end program AUDIO_LEVEL.
