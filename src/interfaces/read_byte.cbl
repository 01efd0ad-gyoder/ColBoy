           copy registers.
           copy cgb_state.
           copy mbc.
           copy trace_ctl.
           copy lag_ctl.
           copy ir_ctl.
           copy heatmap_ctl.
           copy cheat_state.
      * ====== LOCAL =======
           01 WATCH-I binary-char unsigned value 0.
           01 WATCH-BANK binary-long unsigned value 0.
           01 IR-ACTION pic x(4) value spaces.
           01 RP-ENABLE-BITS binary-char unsigned value 0.
           01 MBC7-REG-SELECT binary-char unsigned value 0.
           01 CHEAT-I binary-short unsigned value 0.
           01 CHEAT-BANK-NOW binary-long unsigned value 0.
      *    > binary-long: address 0xFFFF (the IE register) plus one
      *    > must land on table entry 65536, not wrap a 16-bit
      *    > index back to zero and read into MAX_ADDR
           if HEATMAP-IS-ON
               add 1 to HEAT-READ-ARR (MEM-INDEX)
           end-if.
      *    > 0xFF00 P1/JOYP - the game polled the pad this frame
           if MEM-INDEX = 65281
               move 1 to LAG-JOYPAD-READ
           end-if.
      *    > Game Genie codes sit between the cartridge and the bus:
      *    > a ROM read at a patched address comes back changed
           if CHEAT-ROM-COUNT > 0 and MEM-INDEX <= 32768
                   and CHEAT-ENGINE-IS-ON
               perform CHECK-ROM-CHEAT varying CHEAT-I from 1 by 1
                   until CHEAT-I > CHEAT-ROM-COUNT
           end-if.
           if MEM-INDEX = 65386 and HARDWARE-IS-CGB
      *            > 0xFF69 BCPD/BGPD reads back whichever background
      *            > palette RAM byte BCPS currently points at, not
               end-if
               compute RET-VAL = 192 + IR-SENSOR-LEVEL
           end-if.
           if MEM-INDEX >= 40961 and MEM-INDEX <= 49152
                   and MBC-TYPE = 9
      *            > MBC7's window is a register file, not RAM - the
      *            > accelerometer latch and the EEPROM's wires
               perform READ-MBC7-REGISTER
           end-if.
           if MEM-INDEX >= 40961 and MEM-INDEX <= 49152
                   and MBC-TYPE = 11
      *            > TAMA5's window is its register pair - only
      *            > 0xA000 answers, from whichever register 0xA001
      *            > selected
               perform READ-TAMA5-REGISTER
           end-if.
           if MEM-INDEX = 65319
      *            > 0xFF26 NR52 - bit 7 reads back the master power
      *            > switch, bits 4-6 always read back set, and bits
                   + (CH1-ENABLED * 1) + (CH2-ENABLED * 2)
                   + (CH3-ENABLED * 4) + (CH4-ENABLED * 8)
           end-if.
      *    > 0xFF44 LY under a doctor-format trace - see trace_ctl
           if MEM-INDEX = 65349 and TRACE-IS-ON and TRACE-IS-DOCTOR
               move 144 to RET-VAL
           end-if.
      *    > hardware bus gating: while the LCD is on, the CPU
      *    > cannot see VRAM during pixel transfer or OAM during
      *    > OAM search/pixel transfer - those reads float to 0xFF.
               move 1 to DEBUG-STEP-MODE
           end-if.

      *    > the compare byte is what keeps a patch to the bank it
      *    > was written for - the underlying ROM byte must still
      *    > match it. A code pinned to a bank also checks the bank
      *    > mapped at 0x4000-0x7FFF right now
       CHECK-ROM-CHEAT.
           if CHEAT-ROM-ADDRESS (CHEAT-I) = DATA-ADDRESS
                   and (not CHEAT-ROM-USES-COMPARE (CHEAT-I)
                   or MEMORY-ARR (MEM-INDEX) =
                       CHEAT-ROM-COMPARE (CHEAT-I))
               if CHEAT-ROM-IS-PINNED (CHEAT-I) and MEM-INDEX > 16384
                   call "MBC_CURRENT_BANK" using by reference
                       CHEAT-BANK-NOW
                   if CHEAT-BANK-NOW = CHEAT-ROM-BANK (CHEAT-I)
                       move CHEAT-ROM-VALUE (CHEAT-I) to RET-VAL
                   end-if
               else
                   move CHEAT-ROM-VALUE (CHEAT-I) to RET-VAL
               end-if
           end-if.

      *    > both enables or nothing; 0xB000-0xBFFF is open bus
       READ-MBC7-REGISTER.
           move 255 to RET-VAL.
           if MBC-RAM-IS-ENABLED and MBC7-RAM-ENABLE-2 = 64
                   and MEM-INDEX <= 45056
               compute MBC7-REG-SELECT =
                   function mod(DATA-ADDRESS, 256) / 16
               evaluate MBC7-REG-SELECT
                   when 2
                       compute RET-VAL =
                           function mod(MBC7-ACCEL-X, 256)
                   when 3
                       compute RET-VAL = MBC7-ACCEL-X / 256
                   when 4
                       compute RET-VAL =
                           function mod(MBC7-ACCEL-Y, 256)
                   when 5
                       compute RET-VAL = MBC7-ACCEL-Y / 256
                   when 6
      *                > no Z axis on this sensor
                       move 0 to RET-VAL
                   when 8
                       compute RET-VAL = MBC7-EE-DO
                           + (MBC7-EE-DI * 2) + (MBC7-EE-CLK * 64)
                           + (MBC7-EE-CS * 128)
               end-evaluate
           end-if.

      *    > 0xA reads ready, 0xC/0xD the last command's result
      *    > nibbles; the unused upper nibble reads high
       READ-TAMA5-REGISTER.
           move 255 to RET-VAL.
           if MEM-INDEX = 40961
               evaluate TAMA5-REG-SELECT
                   when 10
                       move 241 to RET-VAL
                   when 12
                       compute RET-VAL = 240
                           + function mod(TAMA5-READ-LATCH, 16)
                   when 13
                       compute RET-VAL = 240
                           + (TAMA5-READ-LATCH / 16)
               end-evaluate
           end-if.

       READ-BYTE-ENDP.
           exit program.
       end program READ_BYTE.
