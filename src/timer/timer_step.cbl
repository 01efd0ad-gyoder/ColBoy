           copy memory.
           copy timer_state.
           copy mbc.
           copy ram_banks.
           copy event_ctl.

      * ====== LOCAL =======
           01 TAC-VAL binary-char unsigned value 0.
           01 TIMA-WIDE binary-short unsigned value 0.
           01 TEMP-DIV binary-char unsigned value 0.
           01 TIMER-ENABLED binary-char unsigned value 0.
           01 EVENT-TEXT pic x(32) value spaces.
           01 ALARM-STAMP binary-long unsigned value 0.
       linkage section.
           01 CYCLE-DELTA binary-short unsigned.
       procedure division using by value CYCLE-DELTA.

      *    > the MBC3 real-time clock ticks one second for every
      *    > 4194304 T-states of emulated time - the halt flag is
      *    > MBC3_RTC_ADVANCE's business, not checked here. HuC-3
      *    > and TAMA5 keep their clocks in the same registers
           if MBC-TYPE = 3 or MBC-TYPE = 8 or MBC-TYPE = 11
               add CYCLE-DELTA to MBC3-RTC-CYCLE-ACC
               perform ADVANCE-RTC-SECOND
                   until MBC3-RTC-CYCLE-ACC < 4194304
       ADVANCE-RTC-SECOND.
           subtract 4194304 from MBC3-RTC-CYCLE-ACC.
           call "MBC3_RTC_ADVANCE" using by value 1.
           if MBC-TYPE = 11
               perform CHECK-TAMA5-ALARM
           end-if.

      *    > the TAMA5 alarm rings once, on the minute it names,
      *    > and stays rung until the game reads its status; the
      *    > armed flag, hour, minute and rung flag sit behind the
      *    > 32 save bytes in RAM-BANK-ARR
       CHECK-TAMA5-ALARM.
           if RAM-BANK-ARR (33) = 1 and RAM-BANK-ARR (36) = 0
                   and MBC3-RTC-SECONDS = 0
                   and MBC3-RTC-HOURS = RAM-BANK-ARR (34)
                   and MBC3-RTC-MINUTES = RAM-BANK-ARR (35)
               move 1 to RAM-BANK-ARR (36)
               if EVENTS-ARE-ON
                   move "tama5 alarm" to EVENT-TEXT
                   compute ALARM-STAMP = (MBC3-RTC-HOURS * 100)
                       + MBC3-RTC-MINUTES
                   call "EVENT_JOURNAL" using by reference EVENT-TEXT,
                       by value ALARM-STAMP, by value 0
               end-if
           end-if.

       ADVANCE-DIV.
           subtract 256 from DIV-COUNTER.
