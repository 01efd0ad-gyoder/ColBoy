      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Handles writes into the Bandai TAMA5's 0xA000/0xA001
      *    register pair (Tamagotchi 3). The mapper has no registers
      *    in the ROM space at all: 0xA001 selects one of sixteen
      *    nibble registers and 0xA000 writes it.
      *
      *      0/1  ROM bank low and high nibbles
      *      4/5  data low and high nibbles
      *      6    bit 0 address bit 4, bits 1-3 the command
      *      7    address low nibble - writing it runs the command
      *
      *    Commands, on the 5-bit address and 8-bit data:
      *
      *      0  write a save memory byte
      *      1  read a save memory byte into the result latch
      *      2  clock control - the address picks the function:
      *         0 halt, 1 run, 2 zero the seconds, 4 minutes and
      *         5 hours (BCD data), 6 alarm off, 7 alarm on,
      *         8 alarm minute and 9 alarm hour (BCD data)
      *      3  clock read into the result latch - 0 seconds,
      *         1 minutes, 2 hours (BCD), 3 day low byte, 4 day
      *         bit 8, 5 alarm minute, 6 alarm hour (BCD), 7 alarm
      *         status (bit 0 armed, bit 1 rung - reading it
      *         acknowledges the ring)
      *
      *    READ_BYTE answers 0xA000 reads from register 0xA (ready)
      *    and 0xC/0xD (the result latch's nibbles). The save memory
      *    is RAM-BANK-ARR's first 32 bytes; the alarm's armed flag,
      *    hour, minute and rung flag follow it at 33-36, so the
      *    battery save carries the alarm along with everything
      *    else. TIMER_STEP rings it.
       identification division.
       program-id. TAMA5_WRITE.
       environment division.
       data division.
       working-storage section.
           copy memory.
           copy mbc.
           copy rom_banks.
           copy ram_banks.
           copy event_ctl.

      * ====== LOCAL =======
           01 EVENT-TEXT pic x(32) value spaces.
           01 EVENT-BANK binary-long unsigned value 0.
           01 NIBBLE-VAL binary-char unsigned value 0.
           01 CMD-CODE binary-char unsigned value 0.
           01 CMD-ADDR binary-char unsigned value 0.
           01 DATA-VAL binary-char unsigned value 0.
           01 SHIFTED-VAL binary-char unsigned value 0.
           01 BCD-TENS binary-char unsigned value 0.
           01 BCD-UNITS binary-char unsigned value 0.
           01 BIN-VAL binary-char unsigned value 0.
           01 TOTAL-BANKS binary-long unsigned value 0.
           01 ROM-SRC-BASE binary-long unsigned value 0.
           01 COPY-I binary-long unsigned value 0.
       linkage section.
           01 REG-ADDR binary-short unsigned.
           01 REG-VAL binary-char unsigned.
       procedure division using by value REG-ADDR, by value REG-VAL.
       MAIN.
           if REG-ADDR = 40961
               compute TAMA5-REG-SELECT = function mod(REG-VAL, 16)
               go to MAIN-EXIT
           end-if.
           if REG-ADDR not = 40960
               go to MAIN-EXIT
           end-if.

           compute NIBBLE-VAL = function mod(REG-VAL, 16).
           move NIBBLE-VAL to TAMA5-REG-ARR (TAMA5-REG-SELECT + 1).
           evaluate TAMA5-REG-SELECT
               when 0
               when 1
                   perform SYNC-ROM-WINDOW
               when 7
                   perform RUN-COMMAND
           end-evaluate.

       MAIN-EXIT.
           exit program.

       SYNC-ROM-WINDOW.
           compute TOTAL-BANKS = ROM-BANK-COUNT / 16384.
           if TOTAL-BANKS < 2
               move 2 to TOTAL-BANKS
           end-if.
           compute MBC-ROM-BANK-LOW = function mod(
               TAMA5-REG-ARR (1) + (TAMA5-REG-ARR (2) * 16),
               TOTAL-BANKS).
           if EVENTS-ARE-ON
               call "MBC_CURRENT_BANK" using by reference EVENT-BANK
               move "rom bank switch" to EVENT-TEXT
               call "EVENT_JOURNAL" using by reference EVENT-TEXT,
                   by value EVENT-BANK, by value 0
           end-if.
           compute ROM-SRC-BASE = MBC-ROM-BANK-LOW * 16384.
           move 0 to COPY-I.
           perform COPY-ROM-BYTE until COPY-I > 16383.

       COPY-ROM-BYTE.
           move ROM-BANK-ARR (ROM-SRC-BASE + COPY-I + 1)
               to MEMORY-ARR (16385 + COPY-I).
           add 1 to COPY-I.

      *    > register 6 carries the command above address bit 4,
      *    > registers 4/5 the data byte
       RUN-COMMAND.
           compute CMD-CODE = TAMA5-REG-ARR (7) / 2.
           compute CMD-ADDR = (function mod(TAMA5-REG-ARR (7), 2)
               * 16) + TAMA5-REG-ARR (8).
           compute DATA-VAL = (TAMA5-REG-ARR (6) * 16)
               + TAMA5-REG-ARR (5).
           evaluate CMD-CODE
               when 0
                   move DATA-VAL to RAM-BANK-ARR (CMD-ADDR + 1)
               when 1
                   move RAM-BANK-ARR (CMD-ADDR + 1)
                       to TAMA5-READ-LATCH
               when 2
                   perform CLOCK-CONTROL
               when 3
                   perform CLOCK-READ
           end-evaluate.

      *    > halt is DAY-HIGH bit 6, the same flag MBC3_RTC_ADVANCE
      *    > already honours for MBC3 and HuC-3
       CLOCK-CONTROL.
           compute SHIFTED-VAL = MBC3-RTC-DAY-HIGH / 64.
           evaluate CMD-ADDR
               when 0
                   if function mod(SHIFTED-VAL, 2) = 0
                       add 64 to MBC3-RTC-DAY-HIGH
                   end-if
               when 1
                   if function mod(SHIFTED-VAL, 2) = 1
                       subtract 64 from MBC3-RTC-DAY-HIGH
                   end-if
               when 2
                   move 0 to MBC3-RTC-SECONDS
                   move 0 to MBC3-RTC-CYCLE-ACC
               when 4
                   perform DECODE-BCD-DATA
                   if BIN-VAL < 60
                       move BIN-VAL to MBC3-RTC-MINUTES
                   end-if
               when 5
                   perform DECODE-BCD-DATA
                   if BIN-VAL < 24
                       move BIN-VAL to MBC3-RTC-HOURS
                   end-if
               when 6
                   move 0 to RAM-BANK-ARR (33)
                   move 0 to RAM-BANK-ARR (36)
               when 7
                   move 1 to RAM-BANK-ARR (33)
               when 8
                   perform DECODE-BCD-DATA
                   if BIN-VAL < 60
                       move BIN-VAL to RAM-BANK-ARR (35)
                   end-if
               when 9
                   perform DECODE-BCD-DATA
                   if BIN-VAL < 24
                       move BIN-VAL to RAM-BANK-ARR (34)
                   end-if
           end-evaluate.

       CLOCK-READ.
           evaluate CMD-ADDR
               when 0
                   move MBC3-RTC-SECONDS to BIN-VAL
                   perform ENCODE-BCD-LATCH
               when 1
                   move MBC3-RTC-MINUTES to BIN-VAL
                   perform ENCODE-BCD-LATCH
               when 2
                   move MBC3-RTC-HOURS to BIN-VAL
                   perform ENCODE-BCD-LATCH
               when 3
                   compute TAMA5-READ-LATCH =
                       function mod(MBC3-RTC-DAYS, 256)
               when 4
                   compute TAMA5-READ-LATCH =
                       function mod(MBC3-RTC-DAY-HIGH, 2)
               when 5
                   move RAM-BANK-ARR (35) to BIN-VAL
                   perform ENCODE-BCD-LATCH
               when 6
                   move RAM-BANK-ARR (34) to BIN-VAL
                   perform ENCODE-BCD-LATCH
               when 7
                   compute TAMA5-READ-LATCH = RAM-BANK-ARR (33)
                       + (RAM-BANK-ARR (36) * 2)
                   move 0 to RAM-BANK-ARR (36)
               when other
                   move 0 to TAMA5-READ-LATCH
           end-evaluate.

       DECODE-BCD-DATA.
           compute BCD-TENS = DATA-VAL / 16.
           compute BCD-UNITS = function mod(DATA-VAL, 16).
           compute BIN-VAL = (BCD-TENS * 10) + BCD-UNITS.

       ENCODE-BCD-LATCH.
           divide BIN-VAL by 10 giving BCD-TENS
               remainder BCD-UNITS.
           compute TAMA5-READ-LATCH = (BCD-TENS * 16) + BCD-UNITS.
       end program TAMA5_WRITE.
