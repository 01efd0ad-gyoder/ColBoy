       data division.
       working-storage section.
           copy registers.
           copy memory.
           copy mem_route.

      * ====== LOCAL =======
      *    > one byte access at a time through READ-MEMORY-BYTE
           01 MEM-ADDRESS binary-short unsigned value 0.
           01 MEM-CELL binary-long unsigned value 0.
           01 MEM-BYTE binary-char unsigned value 0.
           01 ADDR-TEMP binary-short unsigned value 0.
           01 WORD-VAL binary-short unsigned value 0.
           01 HL-ADDR binary-short unsigned value 0.
           end-if.

       DO-JR.
           add 1 to R-PC giving MEM-ADDRESS.
           perform READ-MEMORY-BYTE.
           move MEM-BYTE to RAW-E.
           move RAW-E to SIGNED-E.
           if RAW-E > 127
               subtract 256 from SIGNED-E
           else
               set R-PC up by 2
           end-if.

      *    > plain ROM, work RAM and high RAM come straight out of
      *    > MEMORY-ARR; anything else, or an address marked to go
      *    > the long way, through READ_BYTE (see mem_route)
       READ-MEMORY-BYTE.
           compute MEM-CELL = MEM-ADDRESS + 1.
           if MEM-ROUTE-IS-FAST and MEM-LONG-CELL (MEM-CELL) = 0
                   and (MEM-CELL <= 32768
                   or (MEM-CELL >= 49153 and MEM-CELL <= 57344)
                   or (MEM-CELL >= 65409 and MEM-CELL <= 65535))
               move MEMORY-ARR (MEM-CELL) to MEM-BYTE
               add 1 to MEM-FAST-COUNT
           else
               call "READ_BYTE" using by reference MEM-BYTE,
                    by value MEM-ADDRESS
               add 1 to MEM-LONG-COUNT
           end-if.
       ENDP.
       end program I_JUMP.
