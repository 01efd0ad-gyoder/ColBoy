      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    The machine as the boot ROM hands it over at 0x0100, for
      *    runs that skip the boot ROM. CPU-RESET leaves every
      *    register and I/O port at zero, but the boot ROM leaves
      *    its fingerprints behind and games read them to learn what
      *    they are running on:
      *
      *              A   F   B   C   D   E   H   L
      *      DMG    01  B0  00  13  00  D8  01  4D
      *      MGB    FF  B0  00  13  00  D8  01  4D
      *      SGB    01  00  00  14  00  00  C0  60
      *      SGB2   FF  00  00  14  00  00  C0  60
      *      CGB    11  80  00  00  FF  56  00  0D
      *      AGB    11  00  01  00  FF  56  00  0D
      *
      *    (DMG/MGB F is 80 when the header checksum byte is zero;
      *    CGB/AGB running a DMG cartridge leave D E H L at 00 08
      *    00 7C.) SP is 0xFFFE everywhere. The I/O ports get their
      *    post-boot values too - LCD on with the boot ROM's
      *    palette, the sound registers as the boot chime left
      *    them, and the DMG/MGB divider where the boot ROM's
      *    timing leaves it.
       identification division.
       program-id. POST_BOOT_STATE.
       environment division.
       data division.
       working-storage section.
           copy registers.
           copy memory.
           copy emu_config.
           copy cart_header.

      * ====== LOCAL =======
           01 HEADER-SUM binary-char unsigned value 0.
       procedure division.
       MAIN.
           move 65534 to R-SP.
           evaluate true
               when HARDWARE-IS-CGB
                   perform SET-CGB-REGISTERS
               when HARDWARE-IS-SGB
                   perform SET-SGB-REGISTERS
               when other
                   perform SET-DMG-REGISTERS
           end-evaluate.
           perform SET-IO-PORTS.

       MAIN-EXIT.
           exit program.

       SET-DMG-REGISTERS.
           if MODEL-IS-LATER
               move 255 to R-A
           else
               move 1 to R-A
           end-if.
           move MEMORY-ARR (334) to HEADER-SUM.
           if HEADER-SUM = 0
               move 128 to R-F
           else
               move 176 to R-F
           end-if.
           move 0 to R-B.
           move 19 to R-C.
           move 0 to R-D.
           move 216 to R-E.
           move 1 to R-H.
           move 77 to R-L.

       SET-SGB-REGISTERS.
           if MODEL-IS-LATER
               move 255 to R-A
           else
               move 1 to R-A
           end-if.
           move 0 to R-F.
           move 0 to R-B.
           move 20 to R-C.
           move 0 to R-D.
           move 0 to R-E.
           move 192 to R-H.
           move 96 to R-L.

      *    > the AGB boot ROM's one extra instruction is INC B,
      *    > which also clears the zero flag CGB leaves set
       SET-CGB-REGISTERS.
           move 17 to R-A.
           if MODEL-IS-LATER
               move 0 to R-F
               move 1 to R-B
           else
               move 128 to R-F
               move 0 to R-B
           end-if.
           move 0 to R-C.
           if CART-CGB-FLAG >= 128
               move 255 to R-D
               move 86 to R-E
               move 0 to R-H
               move 13 to R-L
           else
               move 0 to R-D
               move 8 to R-E
               move 0 to R-H
               move 124 to R-L
           end-if.

      *    > straight into MEMORY-ARR, not through WRITE_BYTE - the
      *    > boot ROM's writes already happened; nothing here may
      *    > trigger a channel or restart the divider
       SET-IO-PORTS.
           if HARDWARE-IS-CGB
               move 127 to MEMORY-ARR (65283)
           else
               move 126 to MEMORY-ARR (65283)
           end-if.
           if HARDWARE-IS-DMG
               move 171 to MEMORY-ARR (65285)
           end-if.
           move 248 to MEMORY-ARR (65288).
           move 225 to MEMORY-ARR (65296).
           move 128 to MEMORY-ARR (65297).
           move 191 to MEMORY-ARR (65298).
           move 243 to MEMORY-ARR (65299).
           move 255 to MEMORY-ARR (65300).
           move 191 to MEMORY-ARR (65301).
           move 63 to MEMORY-ARR (65303).
           move 0 to MEMORY-ARR (65304).
           move 255 to MEMORY-ARR (65305).
           move 191 to MEMORY-ARR (65306).
           move 127 to MEMORY-ARR (65307).
           move 255 to MEMORY-ARR (65308).
           move 159 to MEMORY-ARR (65309).
           move 255 to MEMORY-ARR (65310).
           move 191 to MEMORY-ARR (65311).
           move 255 to MEMORY-ARR (65313).
           move 0 to MEMORY-ARR (65314).
           move 0 to MEMORY-ARR (65315).
           move 191 to MEMORY-ARR (65316).
           move 119 to MEMORY-ARR (65317).
           move 243 to MEMORY-ARR (65318).
           if HARDWARE-IS-SGB
               move 240 to MEMORY-ARR (65319)
           else
               move 241 to MEMORY-ARR (65319)
           end-if.
           move 145 to MEMORY-ARR (65345).
           move 255 to MEMORY-ARR (65351).
           move 252 to MEMORY-ARR (65352).
           move 0 to MEMORY-ARR (65536).
       end program POST_BOOT_STATE.
