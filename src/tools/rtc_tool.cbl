      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Real-time clock editor for .sav files - MBC3's, and the
      *    HuC-3 and TAMA5 clocks that share its registers. The RTC
      *    rides the CBSV version-2 header - five register bytes
      *    plus the wall-clock moment the save was cut - and
      *    editing those bytes by hand corrupts nothing less than
      *      rtc_tool SHOW  <file.sav>
      *      rtc_tool SET   <file.sav> <sec> <min> <hour> <days>
      *      rtc_tool SHIFT <file.sav> <seconds-offset>
      *      rtc_tool ALARM <file.sav> <hour> <min> <ON|OFF>
      *
      *    SHOW prints the stored registers and the saved moment;
      *    SET writes the given values; SHIFT moves the clock by a
      *    elapsed-time catch-up doesn't re-apply time on top of
      *    the edit. The payload never moves, so the header's
      *    payload checksum stays exactly as valid as it was.
      *
      *    A TAMA5 save (a 36-byte payload: 32 bytes of save memory
      *    then the alarm's armed flag, hour, minute and rung flag)
      *    also shows its alarm, and ALARM resets it. That edit is
      *    in the payload itself, so the checksum is recomputed the
      *    way SRAM_SAVE computes it.
       identification division.
       program-id. RTC_TOOL.
       environment division.
           01 LONG-B4 binary-char unsigned value 0.
           01 LONG-REM binary-long unsigned value 0.
           01 LONG-AT binary-long unsigned value 0.

      *    > the payload follows the 42-byte version-2 header; a
      *    > TAMA5's alarm bytes are its 33rd-36th
           01 PAYLOAD-LEN binary-long unsigned value 0.
           01 PAYLOAD-CHECKSUM binary-double unsigned value 0.
           01 PAYLOAD-I binary-long unsigned value 0.
           01 TAMA5-PAYLOAD-LEN binary-long unsigned value 36.
           01 ALARM-AT binary-long unsigned value 75.
           01 ALARM-HOUR binary-char unsigned value 0.
           01 ALARM-MIN binary-char unsigned value 0.
           01 ALARM-SWITCH pic x(3) value spaces.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept ARG-6 from argument-value.
           if SAV-PATH = spaces
               perform PRINT-USAGE
               move 12 to return-code
               stop run
           end-if.

                   display "clock shifted by " SHIFT-OFFSET
                       " seconds"
                   perform SHOW-CLOCK
               when "ALARM"
                   perform SET-ALARM thru SET-ALARM-EXIT
               when other
                   perform PRINT-USAGE
           end-evaluate.
               " <hour> <days>".
           display "       rtc_tool SHIFT <file.sav>"
               " <seconds-offset>".
           display "       rtc_tool ALARM <file.sav> <hour> <min>"
               " <ON|OFF>".

       LOAD-SAV-FILE.
           move 0 to FILE-LEN.
           open input SAV-FILE.
           if not SAV-STATUS-OK
               display "cannot open " function trim(SAV-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform READ-FILE-BYTE until SAV-EOF = 1

           if FILE-LEN < 42
               display "file is too short to be a CBSV save"
               move 12 to return-code
               stop run
           end-if.
           if FILE-BYTES (1) not = 67 or FILE-BYTES (2) not = 66
               or FILE-BYTES (4) not = 86
               display function trim(SAV-PATH)
                   " has no CBSV header - nothing to edit"
               move 12 to return-code
               stop run
           end-if.
           if FILE-BYTES (5) < 2
               display "version-1 save carries no RTC block"
               move 12 to return-code
               stop run
           end-if.
       LOAD-SAV-FILE-EXIT.
           move 39 to LONG-AT.
           perform TAKE-LONG-AT.
           move LONG-VAL to SAVED-SECS.
           move 22 to LONG-AT.
           perform TAKE-LONG-AT.
           move LONG-VAL to PAYLOAD-LEN.

       SHOW-CLOCK.
           compute TOTAL-DAYS = RTC-DAYS-LOW + (DAY-BIT-8 * 256).
               display "saved at " SAVED-DATE " " TIME-H ":"
                   TIME-M ":" TIME-S " wall clock"
           end-if.
           if PAYLOAD-LEN = TAMA5-PAYLOAD-LEN
                   and FILE-LEN >= ALARM-AT + 3
               move FILE-BYTES (ALARM-AT + 1) to TIME-H
               move FILE-BYTES (ALARM-AT + 2) to TIME-M
               if FILE-BYTES (ALARM-AT) = 1
                   display "TAMA5 alarm: " TIME-H ":" TIME-M
                       " (armed)"
               else
                   display "TAMA5 alarm: " TIME-H ":" TIME-M
                       " (off)"
               end-if
               if FILE-BYTES (ALARM-AT + 3) = 1
                   display "  (rung - not yet seen by the game)"
               end-if
           end-if.

      *    > the alarm lives in the payload, so unlike the clock
      *    > edits this one has to re-sum it for the header; the
      *    > clock itself is left alone, stamp included
       SET-ALARM.
           if PAYLOAD-LEN not = TAMA5-PAYLOAD-LEN
                   or FILE-LEN < ALARM-AT + 3
               display function trim(SAV-PATH)
                   " is not a TAMA5 save - it has no alarm"
               go to SET-ALARM-EXIT
           end-if.
           move function numval(ARG-3) to ALARM-HOUR.
           move function numval(ARG-4) to ALARM-MIN.
           move function upper-case(function trim(ARG-5)) to
               ALARM-SWITCH.
           if ALARM-HOUR > 23 or ALARM-MIN > 59
               display "alarm time must be 0-23 hours, 0-59 minutes"
               go to SET-ALARM-EXIT
           end-if.
           if ALARM-SWITCH = "OFF"
               move 0 to FILE-BYTES (ALARM-AT)
           else
               move 1 to FILE-BYTES (ALARM-AT)
           end-if.
           move ALARM-HOUR to FILE-BYTES (ALARM-AT + 1).
           move ALARM-MIN to FILE-BYTES (ALARM-AT + 2).
           move 0 to FILE-BYTES (ALARM-AT + 3).

           move 0 to PAYLOAD-CHECKSUM.
           perform SUM-PAYLOAD-BYTE varying PAYLOAD-I from 43 by 1
               until PAYLOAD-I > 42 + PAYLOAD-LEN.
           move PAYLOAD-CHECKSUM to LONG-VAL.
           move 26 to LONG-AT.
           perform PUT-LONG-AT.

           open output SAV-FILE.
           perform WRITE-FILE-BYTE varying FILE-I from 1 by 1
               until FILE-I > FILE-LEN.
           close SAV-FILE.
           display "alarm set".
           perform SHOW-CLOCK.
       SET-ALARM-EXIT.
           exit paragraph.

       SUM-PAYLOAD-BYTE.
           compute PAYLOAD-CHECKSUM = function mod(
               PAYLOAD-CHECKSUM * 31 + FILE-BYTES (PAYLOAD-I),
               1000000007).

      *    > signed shift through total seconds, pinned at zero on
      *    > the way down and wrapped mod 512 days on the way up,
