      *    - frame number plus each watched address's live value -
      *    so lives/score/HP counters can be charted over a soak
      *    run, or the exact frame a value went wrong can be found
      *    before pinning a watchpoint on it. A row whose address
      *    is the word RUMBLE logs the rumble motor's per-frame
      *    on/off (1/0) instead of a memory cell.
           01 DATALOG-CTL external.
               05 DATALOG-ENABLED binary-char unsigned value 0.
                   88 DATALOG-IS-ON value 1.
               05 DATALOG-ENTRY occurs 16 times.
                   10 DATALOG-ADDRESS binary-short unsigned.
                   10 DATALOG-LABEL pic x(16).
                   10 DATALOG-SOURCE binary-char unsigned.
                       88 DATALOG-FROM-MEMORY value 0.
                       88 DATALOG-FROM-RUMBLE value 1.
