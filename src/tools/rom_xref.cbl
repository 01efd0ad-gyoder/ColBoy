      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Cross-reference report: ROM_LISTING shows what the code
      *    is; this shows who uses it. It reads the same covered-run
      *    map (colboy-coverage.map from a COVERAGE run) and, since
      *    every marked byte is an opcode the CPU really fetched,
      *    decodes each executed instruction for the address it
      *    names - CALL, JP, JR and RST for the routines they reach,
      *    LD (nn)/LDH (n) for the variables and I/O registers they
      *    read or write, and the LD rr,nn that take a RAM or I/O
      *    address into a pointer pair. The report groups every
      *    reference under its target, ROM routines first, bank by
      *    bank, then RAM and I/O, each reference as the bank:address
      *    it sits at and the routine it sits in, names taken from
      *    the .sym file when one is given.
      *
      *        rom_xref <rom-file> [map-file] [sym-file]
      *
      *    A jump from the fixed bank into 0x4000-0x7FFF lands in
      *    whichever bank is switched in at the time, which the ROM
      *    alone can't say: those targets print as bank "??". From
      *    a switched bank the same window is taken to be its own.
      *    JP (HL) and the other register-indirect forms name no
      *    address and are not listed.
       identification division.
       program-id. ROM_XREF.
       environment division.
       input-output section.
       file-control.
           select MAP-FILE assign to MAP-PATH
               organization is line sequential
               file status is MAP-STATUS-CD.
       data division.
       file section.
       fd  MAP-FILE.
           01 MAP-LINE pic x(24).
       working-storage section.
           copy memory.
           copy rom_banks.
           copy cart_header.
           copy coverage_ctl.
           copy symbol_ctl.

      * ====== LOCAL =======
           01 ROM-PATH pic x(256) value spaces.
           01 MAP-PATH pic x(256) value spaces.
           01 SYM-ARG pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 MAP-STATUS-CD pic xx value spaces.
               88 MAP-STATUS-OK value "00".
               88 MAP-STATUS-EOF value "10".
           01 FIELD-START pic x(10) value spaces.
           01 FIELD-LENGTH pic x(10) value spaces.
           01 RUN-START binary-long unsigned value 0.
           01 RUN-LENGTH binary-long unsigned value 0.
           01 RUN-I binary-long unsigned value 0.
           01 COVERED-RUNS binary-long unsigned value 0.

      *    > the instruction being decoded
           01 WALK-OFF binary-long unsigned value 0.
           01 WALK-BANK binary-long unsigned value 0.
           01 WALK-ADDR binary-long unsigned value 0.
           01 OPCODE binary-char unsigned value 0.
           01 OPERAND-LO binary-char unsigned value 0.
           01 OPERAND-HI binary-char unsigned value 0.
           01 OPERAND-WORD binary-long unsigned value 0.
           01 JR-DISP binary-long signed value 0.
           01 NEW-KIND pic x(5) value spaces.
           01 NEW-TARGET binary-long signed value 0.

      *    > every reference found, then sorted by target: bank
      *    > code 0-999 for ROM banks, 999 for a window target whose
      *    > bank the ROM can't tell, 1000 for RAM and I/O
           01 REF-COUNT binary-long unsigned value 0.
           01 REF-DROPPED binary-long unsigned value 0.
           01 REF-ENTRY occurs 16384 times.
               05 REF-KEY binary-long unsigned.
               05 REF-TGT-BANK binary-short unsigned.
               05 REF-TGT-ADDR binary-long unsigned.
               05 REF-FROM-BANK binary-short unsigned.
               05 REF-FROM-ADDR binary-long unsigned.
               05 REF-KIND pic x(5).
           01 SORT-ROW.
               05 SORT-KEY binary-long unsigned.
               05 SORT-TGT-BANK binary-short unsigned.
               05 SORT-TGT-ADDR binary-long unsigned.
               05 SORT-FROM-BANK binary-short unsigned.
               05 SORT-FROM-ADDR binary-long unsigned.
               05 SORT-KIND pic x(5).
           01 REF-I binary-long unsigned value 0.
           01 REF-J binary-long unsigned value 0.
           01 GROUP-END binary-long unsigned value 0.
           01 TARGET-COUNT binary-long unsigned value 0.

      *    > report scratch
           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 HEX-IN binary-long unsigned value 0.
           01 HEX-REM binary-long unsigned value 0.
           01 HEX-OUT pic x(4) value spaces.
           01 HEX-I binary-char unsigned value 0.
           01 LOC-TEXT pic x(7) value spaces.
           01 LOC-BANK binary-short unsigned value 0.
           01 LOC-ADDR binary-long unsigned value 0.
           01 LOOKUP-BANK binary-long unsigned value 0.
           01 LOOKUP-MODE binary-char unsigned value 0.
           01 LOOKUP-ADDR binary-long unsigned value 0.
           01 LOOKUP-NAME pic x(24) value spaces.
           01 TARGET-NAME pic x(24) value spaces.
           01 TARGET-LOC pic x(7) value spaces.
           01 COUNT-DISPLAY pic z(5)9 value 0.
           01 REGION-TEXT pic x(12) value spaces.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept ROM-PATH from argument-value.
           display 2 upon argument-number.
           accept MAP-PATH from argument-value.
           display 3 upon argument-number.
           accept SYM-ARG from argument-value.
           if ROM-PATH = spaces
               display "usage: rom_xref <rom-file> [map-file]"
                   " [sym-file]"
               move 12 to return-code
               stop run
           end-if.
           if MAP-PATH = spaces
               move "colboy-coverage.map" to MAP-PATH
           end-if.

           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           if ROM-SIZE = 0
               display "cannot read " function trim(ROM-PATH)
               move 12 to return-code
               stop run
           end-if.
           call "CART_HEADER_CHECK".
           move 0 to SYMBOL-COUNT.
           if SYM-ARG not = spaces
               move 1 to SYMBOL-ENABLED
               move SYM-ARG to SYMBOL-PATH
               call "SYMBOL_LOADER"
           end-if.

           perform LOAD-COVERAGE-MAP thru LOAD-COVERAGE-MAP-EXIT.
           if COVERED-RUNS = 0
               display "no covered runs in "
                   function trim(MAP-PATH)
                   " - run the cartridge with COVERAGE first"
               move 12 to return-code
               stop run
           end-if.

           move 0 to REF-COUNT.
           perform DECODE-ONE-OFFSET varying WALK-OFF from 0 by 1
               until WALK-OFF >= ROM-SIZE or WALK-OFF >= 2097152.
           perform SORT-REFS-BY-TARGET.

           display "==== CROSS-REFERENCE: " function trim(CART-TITLE)
               " (" COVERED-RUNS " covered runs) ====".
           move 0 to TARGET-COUNT.
           move spaces to REGION-TEXT.
           move 1 to REF-I.
           perform PRINT-ONE-TARGET until REF-I > REF-COUNT.

           display " ".
           move TARGET-COUNT to COUNT-DISPLAY.
           display "targets:     " COUNT-DISPLAY.
           move REF-COUNT to COUNT-DISPLAY.
           display "references:  " COUNT-DISPLAY.
           if REF-DROPPED > 0
               move REF-DROPPED to COUNT-DISPLAY
               display "WARNING: " function trim(COUNT-DISPLAY)
                   " more references past the 16384 this report"
                   " holds were not listed"
               move 4 to return-code
           end-if.
           stop run.

       LOAD-COVERAGE-MAP.
           perform CLEAR-MAP-BYTE varying RUN-I from 1 by 1
               until RUN-I > 2097152 or RUN-I > ROM-SIZE.
           open input MAP-FILE.
           if not MAP-STATUS-OK
               go to LOAD-COVERAGE-MAP-EXIT
           end-if.
           perform READ-MAP-LINE until MAP-STATUS-EOF.
           close MAP-FILE.
       LOAD-COVERAGE-MAP-EXIT.
           exit paragraph.

       CLEAR-MAP-BYTE.
           move 0 to COVERAGE-MAP (RUN-I).

       READ-MAP-LINE.
           read MAP-FILE
               at end
                   set MAP-STATUS-EOF to true
               not at end
                   perform TAKE-MAP-LINE
           end-read.

       TAKE-MAP-LINE.
           move spaces to FIELD-START.
           move spaces to FIELD-LENGTH.
           unstring MAP-LINE delimited by "," into FIELD-START
               FIELD-LENGTH.
           if function trim(FIELD-START) = spaces
               continue
           else
               add 1 to COVERED-RUNS
               move function numval(FIELD-START) to RUN-START
               move function numval(FIELD-LENGTH) to RUN-LENGTH
               perform MARK-MAP-BYTE
                   varying RUN-I from 1 by 1
                   until RUN-I > RUN-LENGTH
                   or RUN-START + RUN-I > 2097152
           end-if.

       MARK-MAP-BYTE.
           move 1 to COVERAGE-MAP (RUN-START + RUN-I).

      *    > an executed opcode: its operands are the next bytes of
      *    > the same bank
       DECODE-ONE-OFFSET.
           if COVERAGE-MAP (WALK-OFF + 1) = 1
               compute WALK-BANK = WALK-OFF / 16384
               compute WALK-ADDR = function mod(WALK-OFF, 16384)
               if WALK-BANK > 0
                   add 16384 to WALK-ADDR
               end-if
               move ROM-BANK-ARR (WALK-OFF + 1) to OPCODE
               move 0 to OPERAND-LO
               move 0 to OPERAND-HI
               if WALK-OFF + 1 < ROM-SIZE
                   move ROM-BANK-ARR (WALK-OFF + 2) to OPERAND-LO
               end-if
               if WALK-OFF + 2 < ROM-SIZE
                   move ROM-BANK-ARR (WALK-OFF + 3) to OPERAND-HI
               end-if
               compute OPERAND-WORD = (OPERAND-HI * 256) + OPERAND-LO
               perform CLASSIFY-OPCODE
           end-if.

       CLASSIFY-OPCODE.
           move spaces to NEW-KIND.
           evaluate OPCODE
               when 205 when 196 when 204 when 212 when 220
                   move "call" to NEW-KIND
                   move OPERAND-WORD to NEW-TARGET
               when 195 when 194 when 202 when 210 when 218
                   move "jp" to NEW-KIND
                   move OPERAND-WORD to NEW-TARGET
               when 24 when 32 when 40 when 48 when 56
                   move "jr" to NEW-KIND
                   move OPERAND-LO to JR-DISP
                   if JR-DISP > 127
                       subtract 256 from JR-DISP
                   end-if
                   compute NEW-TARGET = WALK-ADDR + 2 + JR-DISP
               when 199 when 207 when 215 when 223
               when 231 when 239 when 247 when 255
                   move "rst" to NEW-KIND
                   compute NEW-TARGET = OPCODE - 199
               when 234
                   move "write" to NEW-KIND
                   move OPERAND-WORD to NEW-TARGET
               when 8
                   move "write" to NEW-KIND
                   move OPERAND-WORD to NEW-TARGET
               when 250
                   move "read" to NEW-KIND
                   move OPERAND-WORD to NEW-TARGET
               when 224
                   move "write" to NEW-KIND
                   compute NEW-TARGET = 65280 + OPERAND-LO
               when 240
                   move "read" to NEW-KIND
                   compute NEW-TARGET = 65280 + OPERAND-LO
               when 1 when 17 when 33 when 49
      *            > only a RAM or I/O address is worth a line - a
      *            > pair loaded with a small number is a counter
                   if OPERAND-WORD >= 32768
                       move "ptr" to NEW-KIND
                       move OPERAND-WORD to NEW-TARGET
                   end-if
           end-evaluate.
           if NEW-KIND not = spaces
               perform ADD-REFERENCE
           end-if.

       ADD-REFERENCE.
           if REF-COUNT >= 16384
               add 1 to REF-DROPPED
           else
               add 1 to REF-COUNT
               move NEW-KIND to REF-KIND (REF-COUNT)
               move WALK-BANK to REF-FROM-BANK (REF-COUNT)
               move WALK-ADDR to REF-FROM-ADDR (REF-COUNT)
               compute REF-TGT-ADDR (REF-COUNT) =
                   function mod(NEW-TARGET, 65536)
               evaluate true
                   when REF-TGT-ADDR (REF-COUNT) < 16384
                       move 0 to REF-TGT-BANK (REF-COUNT)
                   when REF-TGT-ADDR (REF-COUNT) >= 32768
                       move 1000 to REF-TGT-BANK (REF-COUNT)
                   when WALK-BANK = 0
                       move 999 to REF-TGT-BANK (REF-COUNT)
                   when other
                       move WALK-BANK to REF-TGT-BANK (REF-COUNT)
               end-evaluate
               compute REF-KEY (REF-COUNT) =
                   (REF-TGT-BANK (REF-COUNT) * 65536)
                   + REF-TGT-ADDR (REF-COUNT)
           end-if.

      *    > insertion sort, as MOVIE_TOOL sorts its rows: the walk
      *    > found them in referencing-address order, which the
      *    > sort keeps within each target
       SORT-REFS-BY-TARGET.
           perform INSERT-ONE-REF varying REF-I from 2 by 1
               until REF-I > REF-COUNT.

       INSERT-ONE-REF.
           move REF-ENTRY (REF-I) to SORT-ROW.
           move REF-I to REF-J.
           perform SLIDE-REF-UP
               until REF-J <= 1
               or REF-KEY (REF-J - 1) <= SORT-KEY.
           move SORT-ROW to REF-ENTRY (REF-J).

       SLIDE-REF-UP.
           move REF-ENTRY (REF-J - 1) to REF-ENTRY (REF-J).
           subtract 1 from REF-J.

      *    > one target: its heading, then each reference to it
       PRINT-ONE-TARGET.
           add 1 to TARGET-COUNT.
           move REF-I to GROUP-END.
           perform EXTEND-TARGET-GROUP
               until GROUP-END >= REF-COUNT
               or REF-KEY (GROUP-END + 1) not = REF-KEY (REF-I).
           perform PRINT-REGION-BANNER.
           move REF-TGT-BANK (REF-I) to LOC-BANK.
           move REF-TGT-ADDR (REF-I) to LOC-ADDR.
           perform FORMAT-LOCATION.
           move LOC-TEXT to TARGET-LOC.
           move spaces to TARGET-NAME.
           if SYMBOL-COUNT > 0 and REF-TGT-BANK (REF-I) not = 999
               move 0 to LOOKUP-BANK
               if REF-TGT-BANK (REF-I) < 999
                   move REF-TGT-BANK (REF-I) to LOOKUP-BANK
               end-if
               move REF-TGT-ADDR (REF-I) to LOOKUP-ADDR
               move 0 to LOOKUP-MODE
               call "SYMBOL_LOOKUP" using by value LOOKUP-BANK,
                   by value LOOKUP-MODE, by reference LOOKUP-ADDR,
                   by reference TARGET-NAME
           end-if.
           compute COUNT-DISPLAY = GROUP-END - REF-I + 1.
           display " ".
           display TARGET-LOC " " TARGET-NAME "  ("
               function trim(COUNT-DISPLAY) " refs)".
           perform PRINT-ONE-REF varying REF-I from REF-I by 1
               until REF-I > GROUP-END.

       EXTEND-TARGET-GROUP.
           add 1 to GROUP-END.

       PRINT-REGION-BANNER.
           evaluate true
               when REF-TGT-BANK (REF-I) = 1000
                   if REGION-TEXT not = "RAM AND I/O"
                       move "RAM AND I/O" to REGION-TEXT
                       display " "
                       display "==== RAM AND I/O ===="
                   end-if
               when REGION-TEXT = spaces
                   move "ROM" to REGION-TEXT
                   display " "
                   display "==== ROM ===="
           end-evaluate.

       PRINT-ONE-REF.
           move REF-FROM-BANK (REF-I) to LOC-BANK.
           move REF-FROM-ADDR (REF-I) to LOC-ADDR.
           perform FORMAT-LOCATION.
           move spaces to LOOKUP-NAME.
           if SYMBOL-COUNT > 0
               move REF-FROM-BANK (REF-I) to LOOKUP-BANK
               move REF-FROM-ADDR (REF-I) to LOOKUP-ADDR
               move 1 to LOOKUP-MODE
               call "SYMBOL_LOOKUP" using by value LOOKUP-BANK,
                   by value LOOKUP-MODE, by reference LOOKUP-ADDR,
                   by reference LOOKUP-NAME
           end-if.
           if LOOKUP-NAME = spaces
               display "    " REF-KIND (REF-I) " " LOC-TEXT
           else
               display "    " REF-KIND (REF-I) " " LOC-TEXT "  in "
                   function trim(LOOKUP-NAME)
           end-if.

      *    > BB:AAAA, "??" for a bank the ROM can't tell and "--"
      *    > where banks don't apply
       FORMAT-LOCATION.
           move spaces to LOC-TEXT.
           evaluate LOC-BANK
               when 999
                   move "??" to LOC-TEXT (1:2)
               when 1000
                   move "--" to LOC-TEXT (1:2)
               when other
                   move LOC-BANK to HEX-IN
                   perform HEX-TEXT
                   move HEX-OUT (3:2) to LOC-TEXT (1:2)
           end-evaluate.
           move ":" to LOC-TEXT (3:1).
           move LOC-ADDR to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT to LOC-TEXT (4:4).

       HEX-TEXT.
           move "0000" to HEX-OUT.
           perform HEX-ONE-DIGIT varying HEX-I from 4 by -1
               until HEX-I < 1.

       HEX-ONE-DIGIT.
           divide HEX-IN by 16 giving HEX-IN remainder HEX-REM.
           move HEX-DIGITS (HEX-REM + 1:1) to HEX-OUT (HEX-I:1).
       end program ROM_XREF.
