       working-storage section.
           copy registers.
           copy memory.
           copy mem_route.
           copy cgb_state.
           copy wram_banks.

      * ====== LOCAL =======
      *    > one byte access at a time through READ-MEMORY-BYTE and
      *    > WRITE-MEMORY-BYTE
           01 MEM-ADDRESS binary-short unsigned value 0.
           01 MEM-CELL binary-long unsigned value 0.
           01 MEM-BYTE binary-char unsigned value 0.
           01 MEM-WRAM-OFFSET binary-long unsigned value 0.
           01 MEM-ECHO-CELL binary-long unsigned value 0.

           01 LOAD-ADDR binary-short unsigned value 0.
           01 LOAD-INDIRECT binary-char unsigned value 0.
               88 LOAD-USE-REG value 1.

           if SOURCE-R = "hn"
      *            > LDH A,(n) - high page, 0xFF00 + an immediate byte
               move R-PC to MEM-ADDRESS
               perform READ-MEMORY-BYTE
               move MEM-BYTE to TEMP
               set R-PC up by 1
               compute LOAD-ADDR = 65280 + TEMP
               move 1 to LOAD-INDIRECT
           end-if

           if SOURCE-R = "nn"
               move R-PC to MEM-ADDRESS
               perform READ-MEMORY-BYTE
               move MEM-BYTE to TEMP
               set R-PC up by 1
               move R-PC to MEM-ADDRESS
               perform READ-MEMORY-BYTE
               move MEM-BYTE to LOAD-ADDR
               set R-PC up by 1
               multiply 256 by LOAD-ADDR
               add TEMP to LOAD-ADDR

           if not LOAD-USE-REG
               if SOURCE-R = "n"
                   move R-PC to MEM-ADDRESS
                   perform READ-MEMORY-BYTE
                   move MEM-BYTE to MOVE-VAL
                   set R-PC up by 1
               else
                   call "GET_REGISTER" using by reference MOVE-VAL,
      -                 by reference SOURCE-R
               end-if
           else
               move LOAD-ADDR to MEM-ADDRESS
               perform READ-MEMORY-BYTE
               move MEM-BYTE to MOVE-VAL
           end-if.

           if TARGET-R = "bc" or TARGET-R = "de" or TARGET-R = "hl"

           if TARGET-R = "hn"
      *            > LDH (n),A - high page, 0xFF00 + an immediate byte
               move R-PC to MEM-ADDRESS
               perform READ-MEMORY-BYTE
               move MEM-BYTE to TEMP
               set R-PC up by 1
               compute SAVE-ADDR = 65280 + TEMP
               move 1 to SAVE-INDIRECT
           end-if

           if TARGET-R = "nn"
               move R-PC to MEM-ADDRESS
               perform READ-MEMORY-BYTE
               move MEM-BYTE to TEMP
               set R-PC up by 1
               move R-PC to MEM-ADDRESS
               perform READ-MEMORY-BYTE
               move MEM-BYTE to SAVE-ADDR
               set R-PC up by 1
               multiply 256 by SAVE-ADDR
               add TEMP to SAVE-ADDR
               call "SET_REGISTER" using by value MOVE-VAL,
      -             by reference TARGET-R
           else
               move SAVE-ADDR to MEM-ADDRESS
               move MOVE-VAL to MEM-BYTE
               perform WRITE-MEMORY-BYTE
           end-if.
           go to ENDP.

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

      *    > work RAM and high RAM stored straight into MEMORY-ARR,
      *    > with the SVBK bank copy and the echo WRITE_BYTE would
      *    > keep; anything else through WRITE_BYTE
       WRITE-MEMORY-BYTE.
           compute MEM-CELL = MEM-ADDRESS + 1.
           if MEM-ROUTE-IS-FAST and MEM-LONG-CELL (MEM-CELL) = 0
                   and ((MEM-CELL >= 49153 and MEM-CELL <= 57344)
                   or (MEM-CELL >= 65409 and MEM-CELL <= 65535))
               move MEM-BYTE to MEMORY-ARR (MEM-CELL)
               if MEM-CELL >= 53249 and MEM-CELL <= 57344
                   compute MEM-WRAM-OFFSET =
                       ((SVBK-BANK - 1) * 4096) + MEM-CELL - 53248
                   move MEM-BYTE to WRAM-BANK-ARR (MEM-WRAM-OFFSET)
               end-if
               if MEM-CELL <= 56832
                   compute MEM-ECHO-CELL = MEM-CELL + 8192
                   move MEM-BYTE to MEMORY-ARR (MEM-ECHO-CELL)
               end-if
               add 1 to MEM-FAST-COUNT
           else
               call "WRITE_BYTE" using by value MEM-BYTE,
                    by value MEM-ADDRESS
               add 1 to MEM-LONG-COUNT
           end-if.
       ENDP.
       end program I_LD_BYTE.
