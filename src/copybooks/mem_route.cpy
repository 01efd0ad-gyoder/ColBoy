      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared memory-access routing copybook.
      *
      *    The CPU's byte reads and writes of plain memory - ROM
      *    0x0000-0x7FFF (reads only), work RAM 0xC000-0xDFFF and
      *    high RAM 0xFF80-0xFFFE - have nothing for READ_BYTE and
      *    WRITE_BYTE to do but index MEMORY-ARR, so the opcode
      *    fetch and the instruction handlers touch those directly
      *    while MEM-ROUTE-IS-FAST. Everything else - I/O, the
      *    mapper registers, VRAM/OAM under the access guard, echo
      *    RAM, cartridge RAM, IE - always goes the long way through
      *    the CALL. MEM_ROUTE_REFRESH decides the switch and the
      *    per-address exceptions: the heatmap wants every access
      *    tallied, so it keeps the switch off; a watched address,
      *    the debugger's "who" address and a Game Genie address
      *    are marked in MEM-LONG-CELL so that one address still
      *    takes the CALL while its neighbours do not. Off until
      *    MAIN-DRIVER first refreshes it, so a tool or test that
      *    drives the CPU itself gets the long way throughout.
      *
      *    A direct work-RAM write has to do what WRITE_BYTE would:
      *    keep the SVBK bank copy of 0xD000-0xDFFF and the echo of
      *    0xC000-0xDDFF in step.
           01 MEM-ROUTE-CTL external.
               05 MEM-ROUTE-ENABLED binary-char unsigned value 0.
                   88 MEM-ROUTE-IS-FAST value 1.
      *        > what BENCH_REPORT shows: how many of the CPU's byte
      *        > accesses went direct and how many took the CALL
               05 MEM-FAST-COUNT binary-double unsigned value 0.
               05 MEM-LONG-COUNT binary-double unsigned value 0.
      *        > the cells marked last time, so the next refresh
      *        > clears just those (8 watches, "who", 256 codes)
               05 MEM-MARK-COUNT binary-short unsigned value 0.
               05 MEM-MARK-CELL binary-long unsigned
                   occurs 272 times.
      *        > 1 = this address (entry = address + 1) always goes
      *        > the long way
               05 MEM-LONG-CELL binary-char unsigned
                   occurs 65536 times.
