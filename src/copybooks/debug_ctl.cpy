                   10 DEBUG-WATCH-ADDR binary-short unsigned.
                   10 DEBUG-WATCH-ON-READ binary-char unsigned.
                   10 DEBUG-WATCH-ON-WRITE binary-char unsigned.

      *        > the "who" reverse query: DEBUGGER replays from a
      *        > rewind snapshot with WRITE_BYTE tallying every
      *        > write to DEBUG-WHO-ADDR (the last eight kept, each
      *        > stamped with the cycles elapsed since the replay
      *        > began), then replays once more and stops on the
      *        > last writer before it executes. DEBUG-WHO-PC is
      *        > the instruction under way, set by DEBUGGER at every
      *        > boundary while a replay runs.
               05 DEBUG-WHO-PHASE binary-char unsigned value 0.
                   88 DEBUG-WHO-IDLE value 0.
                   88 DEBUG-WHO-SCANNING value 1.
                   88 DEBUG-WHO-RETURNING value 2.
               05 DEBUG-WHO-ADDR binary-short unsigned value 0.
               05 DEBUG-WHO-PC binary-short unsigned value 0.
               05 DEBUG-WHO-FROM-CYCLES binary-long unsigned value 0.
               05 DEBUG-WHO-WRITES binary-long unsigned value 0.
               05 DEBUG-WHO-LOG occurs 8 times.
                   10 WHO-LOG-PC binary-short unsigned.
                   10 WHO-LOG-BANK binary-long unsigned.
                   10 WHO-LOG-OLD binary-char unsigned.
                   10 WHO-LOG-NEW binary-char unsigned.
                   10 WHO-LOG-ELAPSED binary-long unsigned.

      *        > set whenever the debugger loads a state: the opcode
      *        > MAIN-DRIVER fetched before calling in belongs to the
      *        > old PC, so it fetches again from wherever PC landed
               05 DEBUG-REFETCH binary-char unsigned value 0.
                   88 DEBUG-MUST-REFETCH value 1.
