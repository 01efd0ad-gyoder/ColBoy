      *    the first traced instruction, and left open for the rest
      *    of the run - STOP RUN closes it same as any other open
      *    file when MAIN-DRIVER ends.
      *    With TRACE-FORMAT set to the doctor layout the line is
      *    instead the gameboy-doctor one the published reference
      *    logs use - A: F: B: C: D: E: H: L: SP: PC: and PCMEM:
      *    (the opcode and the three bytes after it), all upper-case
      *    hex - so a run can be diffed against another emulator's
      *    log. PCMEM is read straight out of MEMORY-ARR rather than
      *    through READ_BYTE, so tracing never counts as a read for
      *    the heatmap or trips a read watchpoint.
       identification division.
       program-id. TRACE_LOG.
       environment division.
           01 TRACE-LINE pic x(112) value spaces.
       working-storage section.
           copy registers.
           copy memory.
           copy trace_ctl.
           copy symbol_ctl.

           01 SYM-LOOKUP-BANK binary-long unsigned value 0.
           01 SYM-LOOKUP-ADDR binary-long unsigned value 0.
           01 SYM-LOOKUP-NAME pic x(24) value spaces.
           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 HEX-IN binary-long unsigned value 0.
           01 HEX-REM binary-long unsigned value 0.
           01 HEX-OUT pic x(4) value spaces.
           01 HEX-I binary-char unsigned value 0.
           01 DOCTOR-MEM-ADDR binary-long unsigned value 0.
           01 DOCTOR-FIELDS.
               05 DOCTOR-A pic x(2).
               05 DOCTOR-F pic x(2).
               05 DOCTOR-B pic x(2).
               05 DOCTOR-C pic x(2).
               05 DOCTOR-D pic x(2).
               05 DOCTOR-E pic x(2).
               05 DOCTOR-H pic x(2).
               05 DOCTOR-L pic x(2).
               05 DOCTOR-SP pic x(4).
               05 DOCTOR-PC pic x(4).
               05 DOCTOR-MEM pic x(2) occurs 4 times.
           01 DOCTOR-MEM-I binary-char unsigned value 0.
       linkage section.
           01 OPCODE-IN binary-char unsigned.
       procedure division using by value OPCODE-IN.
               move 1 to TRACE-FILE-OPENED
           end-if.

           if TRACE-IS-DOCTOR
               perform WRITE-DOCTOR-LINE
               go to MAIN-EXIT
           end-if.

           move OPCODE-IN to OP-DISPLAY.
           move R-PC to PC-DISPLAY.
           move R-SP to SP-DISPLAY.

       MAIN-EXIT.
           exit program.

       WRITE-DOCTOR-LINE.
           move R-A to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:2) to DOCTOR-A.
           move R-F to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:2) to DOCTOR-F.
           move R-B to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:2) to DOCTOR-B.
           move R-C to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:2) to DOCTOR-C.
           move R-D to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:2) to DOCTOR-D.
           move R-E to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:2) to DOCTOR-E.
           move R-H to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:2) to DOCTOR-H.
           move R-L to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:2) to DOCTOR-L.
           move R-SP to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT to DOCTOR-SP.
           move R-PC to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT to DOCTOR-PC.
           perform DOCTOR-MEM-BYTE varying DOCTOR-MEM-I from 1 by 1
               until DOCTOR-MEM-I > 4.

           move spaces to TRACE-LINE.
           string "A:" DOCTOR-A " F:" DOCTOR-F " B:" DOCTOR-B
               " C:" DOCTOR-C " D:" DOCTOR-D " E:" DOCTOR-E
               " H:" DOCTOR-H " L:" DOCTOR-L " SP:" DOCTOR-SP
               " PC:" DOCTOR-PC " PCMEM:" DOCTOR-MEM (1) ","
               DOCTOR-MEM (2) "," DOCTOR-MEM (3) "," DOCTOR-MEM (4)
               delimited by size into TRACE-LINE.
           write TRACE-LINE.

      *    > byte PC + n - 1, wrapping at the top of the address space
       DOCTOR-MEM-BYTE.
           compute DOCTOR-MEM-ADDR = R-PC + DOCTOR-MEM-I - 1.
           if DOCTOR-MEM-ADDR > 65535
               subtract 65536 from DOCTOR-MEM-ADDR
           end-if.
           move MEMORY-ARR (DOCTOR-MEM-ADDR + 1) to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:2) to DOCTOR-MEM (DOCTOR-MEM-I).

      *    > four upper-case hex digits of HEX-IN
       HEX-TEXT.
           move "0000" to HEX-OUT.
           perform HEX-ONE-DIGIT varying HEX-I from 4 by -1
               until HEX-I < 1.

       HEX-ONE-DIGIT.
           divide HEX-IN by 16 giving HEX-IN remainder HEX-REM.
           move HEX-DIGITS (HEX-REM + 1:1) to HEX-OUT (HEX-I:1).
       end program TRACE_LOG.
