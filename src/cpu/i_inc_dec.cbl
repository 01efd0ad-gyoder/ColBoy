       data division.
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
           01 OPERAND-8 binary-char unsigned value 0.
           01 OPERAND-16 binary-short unsigned value 0.
           01 HL-ADDR binary-short unsigned value 0.
               if TARGET-R = "(hl)"
                   call "GET_REGISTER" using by reference HL-ADDR,
      -                 by reference HL-MNEMONIC
                   move HL-ADDR to MEM-ADDRESS
                   perform READ-MEMORY-BYTE
                   move MEM-BYTE to OPERAND-8
                   perform INC-DEC-8
                   move OPERAND-8 to MEM-BYTE
                   perform WRITE-MEMORY-BYTE
               else
                   call "GET_REGISTER" using by reference OPERAND-8,
      -                 by reference TARGET-R
           end-if.
           call "SET_REGISTER" using by value OPERAND-16,
      -         by reference TARGET-R.

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
       end program I_INC_DEC.
