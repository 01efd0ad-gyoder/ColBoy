      *    GOLDEN-AT flag, verify mode loads the rows whose title
      *    matches the loaded cartridge and compares as those frames
      *    complete. GOLDEN_REPORT prints the PASS/FAIL table at end
      *    of run; GOLDEN_REVIEW works through the failures later,
      *    from the pictures and results GOLDEN_CHECK keeps beside
      *    the golden file.
           01 GOLDEN-CTL external.
               05 GOLDEN-MODE binary-char unsigned value 0.
                   88 GOLDEN-IS-OFF value 0.
