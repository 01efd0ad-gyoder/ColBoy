      *    best SPLITS_LOADER dug out of colboy-splits.log, and
      *    appends the finished segment to that history. Frame-
      *    counted timing is the thing an emulator can do that a
      *    phone stopwatch never could. Each segment's lag frames
      *    (see lag_ctl) are counted alongside its time.
           01 SPLITS-CTL external.
               05 SPLITS-ENABLED binary-char unsigned value 0.
                   88 SPLITS-ARE-ON value 1.
               05 SPLIT-NEXT binary-char unsigned value 1.
               05 SPLITS-DONE binary-char unsigned value 0.
                   88 RUN-IS-SPLIT-DONE value 1.
      *        > the run's lag-frame total when the last segment
      *        > closed - the next segment's lag is the growth since
               05 SPLITS-LAG-MARK binary-long unsigned value 0.
               05 SPLIT-ENTRY occurs 16 times.
                   10 SPL-NAME pic x(24).
                   10 SPL-FRAME binary-long unsigned.
                   10 SPL-LAG-FRAMES binary-long unsigned.
      *            > best recorded segment, in frames; 0 = no
      *            > history yet
                   10 SPL-BEST-FRAMES binary-long unsigned.
