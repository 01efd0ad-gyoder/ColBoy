           copy emu_config.
           copy opcode_policy.
           copy opcode_profile.
           copy memory.
           copy mem_route.

      *    > Z80/LR35902 8-bit register-field encoding, shared by the
      *    > LD r,r' / LD r,n / ALU r / INC r / DEC r opcode families
           01 MOD-16 binary-char unsigned value 0.

           01 CB-OPCODE binary-char unsigned value 0.
      *    > one byte access at a time through READ-MEMORY-BYTE
           01 MEM-ADDRESS binary-short unsigned value 0.
           01 MEM-CELL binary-long unsigned value 0.
           01 MEM-BYTE binary-char unsigned value 0.

      *    > 0xFF4D KEY1 read back ahead of a STOP, to see whether a
      *    > CGB speed switch is armed
               when OPCODE = 203
      *                > 0xCB two-byte prefix - the following byte
      *                > selects the rotate/shift/BIT/RES/SET op
                   add 1 to R-PC giving MEM-ADDRESS
                   perform READ-MEMORY-BYTE
                   move MEM-BYTE to CB-OPCODE
                   move CB-OPCODE to PROFILE-LAST-CB
                   perform SET-CB-CYCLES
                   call "I_CB" using by value CB-OPCODE
           move REG-PAIR-ENTRY (DEST-CODE + 1) to INC-DEC-TARGET.
           call "I_INC_DEC" using by reference INC-DEC-OP,
      -         by reference INC-DEC-TARGET.

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
       end program OPCODE_DISPATCH.
