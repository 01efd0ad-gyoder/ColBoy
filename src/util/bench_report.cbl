      *    run. A CPU/PPU/other time split is deliberately not
      *    printed - the host clock cannot resolve it honestly (see
      *    BENCH-CTL); the per-opcode profile answers those
      *    questions instead. The memory line is how many of the
      *    CPU's byte accesses went straight to MEMORY-ARR and how
      *    many still took the CALL to READ_BYTE/WRITE_BYTE (see
      *    mem_route) - the share a workload gets from the direct
      *    route, next to the speed it came to.
       identification division.
       program-id. BENCH_REPORT.
       environment division.
       data division.
       working-storage section.
           copy bench_ctl.
           copy mem_route.

      * ====== LOCAL =======
           01 NOW-HUNDREDTHS binary-double unsigned value 0.
           01 IPS binary-long unsigned value 0.
           01 FPS pic 9(5)v99 value 0.
           01 FPS-DISPLAY pic z(4)9.99 value 0.
           01 ACCESS-TOTAL binary-double unsigned value 0.
           01 DIRECT-PCT pic 9(3)v9 value 0.
           01 DIRECT-PCT-DISPLAY pic zz9.9 value 0.
           01 FAST-DISPLAY pic z(17)9 value 0.
           01 LONG-DISPLAY pic z(17)9 value 0.
       linkage section.
           01 FRAMES-IN binary-long unsigned.
           01 INSTR-IN binary-long unsigned.
               " seconds".
           display "instructions/sec:  " IPS.
           display "frames/sec:        " FPS-DISPLAY.
           compute ACCESS-TOTAL = MEM-FAST-COUNT + MEM-LONG-COUNT.
           if ACCESS-TOTAL > 0
               compute DIRECT-PCT rounded =
                   MEM-FAST-COUNT * 100 / ACCESS-TOTAL
           end-if.
           move DIRECT-PCT to DIRECT-PCT-DISPLAY.
           move MEM-FAST-COUNT to FAST-DISPLAY.
           move MEM-LONG-COUNT to LONG-DISPLAY.
           display "memory direct:     "
               function trim(FAST-DISPLAY) " byte accesses ("
               function trim(DIRECT-PCT-DISPLAY) "%)".
           display "memory by CALL:    "
               function trim(LONG-DISPLAY) " byte accesses".
           display "(row appended to colboy-runs.log; use the"
               " PROFILE-OPS flag for a per-opcode cost breakdown)".
       end program BENCH_REPORT.
