      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Turns the .gbs file ROM_LOADER just read into ROM-BANKS
      *    into a cartridge the machine can run as it stands. The
      *    header is decoded into GBS-CTL; the driver's code and
      *    data move up to their load address (bank n is image
      *    offset n*16K, exactly as a GBS player banks it), and
      *    the space below the load address gets the little
      *    program a GBS player supplies:
      *
      *        RST 00-38   jump to load address + the RST vector
      *        0x0040      VBlank: call play, reti
      *        0x0050      timer:  call play, reti
      *        0x0070      di, ld sp, enable cartridge RAM, bank 1,
      *                    a = song - 1, call init, the header's
      *                    TMA/TAC into the timer, enable the one
      *                    interrupt that paces play, ei, then
      *                    halt forever
      *
      *    so the play routine is driven by the machine's own timer
      *    or VBlank at the rate the header asks for. CART-HEADER
      *    is filled in to match - an MBC5 cartridge with 8K of
      *    RAM, which takes the 0x2000 bank writes GBS drivers
      *    make - and the fixed and first switchable banks are
      *    mirrored into memory the way ROM_LOADER does.
       identification division.
       program-id. GBS_LOADER.
       environment division.
       data division.
       working-storage section.
           copy memory.
           copy rom_banks.
           copy cart_header.
           copy gbs_ctl.

      * ====== LOCAL =======
           01 FILE-LEN binary-long unsigned value 0.
           01 DATA-LEN binary-long unsigned value 0.
           01 IMAGE-LEN binary-long unsigned value 0.
           01 MOVE-I binary-long unsigned value 0.
           01 CLEAR-I binary-long unsigned value 0.
           01 MIRROR-I binary-long unsigned value 0.
           01 TEXT-I binary-char unsigned value 0.
           01 TEXT-BYTE binary-char unsigned value 0.
           01 TEXT-CHAR redefines TEXT-BYTE pic x(1).
           01 TEXT-FIELD pic x(32) value spaces.
           01 TEXT-FROM binary-short unsigned value 0.
           01 STUB-AT binary-long unsigned value 0.
           01 STUB-VAL binary-long unsigned value 0.
           01 STUB-ADDR binary-long unsigned value 0.
           01 RST-I binary-char unsigned value 0.
           01 TAC-BITS binary-char unsigned value 0.
           01 TAC-SPEED binary-char unsigned value 0.
           01 TIMER-DIVIDER binary-short unsigned value 0.
           01 SIZE-SPAN binary-long unsigned value 0.
       procedure division.
       MAIN.
           move ROM-BANK-COUNT to FILE-LEN.
           move 0 to GBS-LOAD-RESULT.
           if FILE-LEN < 113
               move 1 to GBS-LOAD-RESULT
               go to MAIN-EXIT
           end-if.
           if ROM-BANK-ARR (1) not = 71 or ROM-BANK-ARR (2) not = 66
                   or ROM-BANK-ARR (3) not = 83
               move 1 to GBS-LOAD-RESULT
               go to MAIN-EXIT
           end-if.
           if ROM-BANK-ARR (4) not = 1
               move 2 to GBS-LOAD-RESULT
               go to MAIN-EXIT
           end-if.

           perform DECODE-GBS-HEADER.
           if GBS-LOAD-ADDR < 1024
               move 3 to GBS-LOAD-RESULT
               go to MAIN-EXIT
           end-if.
           if GBS-SONG-COUNT = 0
               move 4 to GBS-LOAD-RESULT
               go to MAIN-EXIT
           end-if.

      *    > the data moves up past the header's bytes, so it is
      *    > copied from its far end backwards
           compute DATA-LEN = FILE-LEN - 112.
           if GBS-LOAD-ADDR + DATA-LEN > 2097152
               compute DATA-LEN = 2097152 - GBS-LOAD-ADDR
           end-if.
           perform MOVE-DATA-BYTE varying MOVE-I from DATA-LEN by -1
               until MOVE-I < 1.
           perform CLEAR-IMAGE-BYTE varying CLEAR-I from 1 by 1
               until CLEAR-I > GBS-LOAD-ADDR.

      *    > whole 16K banks, the tail of the last one blank
           compute IMAGE-LEN = GBS-LOAD-ADDR + DATA-LEN.
           compute SIZE-SPAN = IMAGE-LEN + 16383.
           divide SIZE-SPAN by 16384 giving SIZE-SPAN.
           compute SIZE-SPAN = SIZE-SPAN * 16384.
           if SIZE-SPAN < 32768
               move 32768 to SIZE-SPAN
           end-if.
           compute CLEAR-I = IMAGE-LEN + 1.
           perform CLEAR-IMAGE-BYTE varying CLEAR-I from CLEAR-I by 1
               until CLEAR-I > SIZE-SPAN.
           move SIZE-SPAN to ROM-BANK-COUNT.

           perform WRITE-START-UP-CODE.
           perform FILL-CART-HEADER.

           move 0 to MIRROR-I.
           perform MIRROR-WINDOW-BYTE until MIRROR-I > 32767.

       MAIN-EXIT.
           exit program.

       DECODE-GBS-HEADER.
           move ROM-BANK-ARR (5) to GBS-SONG-COUNT.
           move ROM-BANK-ARR (6) to GBS-FIRST-SONG.
           compute GBS-LOAD-ADDR = ROM-BANK-ARR (7)
               + (ROM-BANK-ARR (8) * 256).
           compute GBS-INIT-ADDR = ROM-BANK-ARR (9)
               + (ROM-BANK-ARR (10) * 256).
           compute GBS-PLAY-ADDR = ROM-BANK-ARR (11)
               + (ROM-BANK-ARR (12) * 256).
           compute GBS-STACK-ADDR = ROM-BANK-ARR (13)
               + (ROM-BANK-ARR (14) * 256).
           move ROM-BANK-ARR (15) to GBS-TIMER-MODULO.
           move ROM-BANK-ARR (16) to GBS-TIMER-CONTROL.
           move 17 to TEXT-FROM.
           perform TAKE-HEADER-TEXT.
           move TEXT-FIELD to GBS-TITLE.
           move 49 to TEXT-FROM.
           perform TAKE-HEADER-TEXT.
           move TEXT-FIELD to GBS-AUTHOR.
           move 81 to TEXT-FROM.
           perform TAKE-HEADER-TEXT.
           move TEXT-FIELD to GBS-COPYRIGHT.

      *    > TAC bit 2 hands play to the timer: the input clock TAC
      *    > bits 0-1 pick, divided by 256 - TMA; otherwise play
      *    > runs once a frame
           compute TAC-BITS = GBS-TIMER-CONTROL / 4.
           if function mod(TAC-BITS, 2) = 1
               move 1 to GBS-TIMER-DRIVEN
               compute TAC-SPEED = function mod(GBS-TIMER-CONTROL, 4)
               evaluate TAC-SPEED
                   when 0
                       move 1024 to TIMER-DIVIDER
                   when 1
                       move 16 to TIMER-DIVIDER
                   when 2
                       move 64 to TIMER-DIVIDER
                   when 3
                       move 256 to TIMER-DIVIDER
               end-evaluate
               compute GBS-PLAY-RATE = 419430400
                   / (TIMER-DIVIDER * (256 - GBS-TIMER-MODULO))
           else
               move 0 to GBS-TIMER-DRIVEN
               move 5973 to GBS-PLAY-RATE
           end-if.

      *    > the header's text fields are zero-padded ASCII
       TAKE-HEADER-TEXT.
           move spaces to TEXT-FIELD.
           perform TAKE-TEXT-BYTE varying TEXT-I from 1 by 1
               until TEXT-I > 32.

       TAKE-TEXT-BYTE.
           move ROM-BANK-ARR (TEXT-FROM + TEXT-I - 1) to TEXT-BYTE.
           if TEXT-BYTE >= 32 and TEXT-BYTE <= 126
               move TEXT-CHAR to TEXT-FIELD (TEXT-I:1)
           end-if.

       MOVE-DATA-BYTE.
           move ROM-BANK-ARR (112 + MOVE-I)
               to ROM-BANK-ARR (GBS-LOAD-ADDR + MOVE-I).

       CLEAR-IMAGE-BYTE.
           move 0 to ROM-BANK-ARR (CLEAR-I).

      *    > ================ the player's own code ================
       WRITE-START-UP-CODE.
           perform WRITE-RST-JUMP varying RST-I from 0 by 1
               until RST-I > 7.

           move 64 to STUB-AT.
           perform WRITE-PLAY-CALL.
           move 72 to STUB-AT.
           move 217 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 80 to STUB-AT.
           perform WRITE-PLAY-CALL.
           move 88 to STUB-AT.
           move 217 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 96 to STUB-AT.
           move 217 to STUB-VAL.
           perform PUT-STUB-BYTE.

           move GBS-ENTRY-ADDR to STUB-AT.
      *    > di / ld sp,nn
           move 243 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 49 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move GBS-STACK-ADDR to STUB-ADDR.
           perform PUT-STUB-ADDR.
      *    > ld a,0x0A / ld (0x0000),a - cartridge RAM on
           move 62 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 10 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 234 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 0 to STUB-ADDR.
           perform PUT-STUB-ADDR.
      *    > ld a,1 / ld (0x2000),a - bank 1 in the window
           move 62 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 1 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 234 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 8192 to STUB-ADDR.
           perform PUT-STUB-ADDR.
      *    > ld a,song-1 / call init
           move 62 to STUB-VAL.
           perform PUT-STUB-BYTE.
           compute STUB-VAL = GBS-SONG-NOW - 1.
           perform PUT-STUB-BYTE.
           move 205 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move GBS-INIT-ADDR to STUB-ADDR.
           perform PUT-STUB-ADDR.
      *    > ld a,TMA / ldh (0x06),a / ld a,TAC / ldh (0x07),a
           move 62 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move GBS-TIMER-MODULO to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 224 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 6 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 62 to STUB-VAL.
           perform PUT-STUB-BYTE.
           compute STUB-VAL = function mod(GBS-TIMER-CONTROL, 8).
           perform PUT-STUB-BYTE.
           move 224 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 7 to STUB-VAL.
           perform PUT-STUB-BYTE.
      *    > ld a,IE / ldh (0xFF),a - timer or VBlank only
           move 62 to STUB-VAL.
           perform PUT-STUB-BYTE.
           if GBS-PLAYS-ON-TIMER
               move 4 to STUB-VAL
           else
               move 1 to STUB-VAL
           end-if.
           perform PUT-STUB-BYTE.
           move 224 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 255 to STUB-VAL.
           perform PUT-STUB-BYTE.
      *    > xor a / ldh (0x0F),a - nothing stale pending
           move 175 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 224 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 15 to STUB-VAL.
           perform PUT-STUB-BYTE.
      *    > ei / halt / jr back to the halt
           move 251 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 118 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 24 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move 253 to STUB-VAL.
           perform PUT-STUB-BYTE.

       WRITE-RST-JUMP.
           compute STUB-AT = RST-I * 8.
           move 195 to STUB-VAL.
           perform PUT-STUB-BYTE.
           compute STUB-ADDR = GBS-LOAD-ADDR + (RST-I * 8).
           perform PUT-STUB-ADDR.

       WRITE-PLAY-CALL.
           move 205 to STUB-VAL.
           perform PUT-STUB-BYTE.
           move GBS-PLAY-ADDR to STUB-ADDR.
           perform PUT-STUB-ADDR.
           move 217 to STUB-VAL.
           perform PUT-STUB-BYTE.

      *    > STUB-AT is the address; it moves on past each byte
       PUT-STUB-BYTE.
           move STUB-VAL to ROM-BANK-ARR (STUB-AT + 1).
           add 1 to STUB-AT.

       PUT-STUB-ADDR.
           compute STUB-VAL = function mod(STUB-ADDR, 256).
           perform PUT-STUB-BYTE.
           compute STUB-VAL = STUB-ADDR / 256.
           perform PUT-STUB-BYTE.

      *    > what CART_HEADER_CHECK would have decoded from a real
      *    > MBC5 cartridge of this size with 8K of plain RAM
       FILL-CART-HEADER.
           move GBS-TITLE (1:16) to CART-TITLE.
           move 25 to CART-TYPE.
           move 25 to ROM-BANK-ARR (328).
           move 0 to CART-ROM-SIZE-CODE.
           move 32768 to SIZE-SPAN.
           perform DOUBLE-SIZE-SPAN until SIZE-SPAN >= ROM-BANK-COUNT.
           move CART-ROM-SIZE-CODE to ROM-BANK-ARR (329).
           move 2 to CART-RAM-SIZE-CODE.
           move 2 to ROM-BANK-ARR (330).
           move 8192 to CART-RAM-BYTE-COUNT.
           move 0 to CART-CGB-FLAG.
           move 0 to CART-SGB-FLAG.
           move 0 to CART-HAS-BATTERY.
           move 1 to CART-HEADER-VALID.

       DOUBLE-SIZE-SPAN.
           compute SIZE-SPAN = SIZE-SPAN * 2.
           add 1 to CART-ROM-SIZE-CODE.

       MIRROR-WINDOW-BYTE.
           move ROM-BANK-ARR (MIRROR-I + 1) to MEMORY-ARR (MIRROR-I
               + 1).
           add 1 to MIRROR-I.
       end program GBS_LOADER.
