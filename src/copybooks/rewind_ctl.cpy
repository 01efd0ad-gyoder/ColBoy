      *        > every time a fresh capture happens
               05 REWIND-CURSOR binary-char unsigned value 0.
               05 REWIND-STEPS-TAKEN binary-char unsigned value 0.

      *        > the shadow call stack as it stood at each capture -
      *        > a save-state has no room for it, and DEBUGGER's
      *        > "who" replay should start from the frames the slot
      *        > really had, not the ones live when it was asked
               05 REWIND-SLOT-STACK occurs 10 times.
                   10 REWIND-STACK-DEPTH binary-short unsigned.
                   10 REWIND-STACK-FRAME occurs 64 times.
                       15 REWIND-FRAME-TARGET binary-short unsigned.
                       15 REWIND-FRAME-RETURN binary-short unsigned.
                       15 REWIND-FRAME-BANK binary-short unsigned.
                       15 REWIND-FRAME-CYCLES binary-long unsigned.
