      *    Extend REGRESSION-CASES when a new instruction family gets
      *    a handler, or when fixing a bug in an existing family's
      *    handler (see the ADD A,n row, added to cover the immediate-
      *    operand read-then-advance fetch specifically). The table
      *    runs twice: once with every byte access through READ_BYTE
      *    and WRITE_BYTE, once with plain memory going straight to
      *    MEMORY-ARR (see mem_route) - the two must agree.
       identification division.
       program-id. OPCODE_REGRESSION.
       environment division.
       working-storage section.
           copy registers.
           copy memory.
           copy mem_route.

      * ====== LOCAL =======
      *    > NAME, OPCODE, HAS-EXTRA-BYTE/EXTRA-BYTE (the byte at
       procedure division.
       MAIN.
           display "==== OPCODE REGRESSION SUITE ====".
           display "-- every access through READ_BYTE/WRITE_BYTE --".
           perform RUN-CASE varying CASE-I from 1 by 1
               until CASE-I > CASE-COUNT.
           call "MEM_ROUTE_REFRESH".
           display "-- plain memory direct --".
           perform RUN-CASE varying CASE-I from 1 by 1
               until CASE-I > CASE-COUNT.
           display " ".
