      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Host gamepad reader for PLAY sessions. "open" starts a
      *    background copy of colboy.cfg's JOYSTICK device into the
      *    colboy-pad.events file - reading the device itself would
      *    stall the frame until the player touched something - and
      *    opens that file for byte reads; "poll", once a frame from
      *    SESSION_INPUT, decodes whatever 8-byte joystick events
      *    have landed since the last poll into JOYSTICK-CTL's queue
      *    of key-down/key-up transitions; "shut" stops the copy
      *    and removes its files.
      *
      *    Each event is the kernel's js_event: a 4-byte timestamp,
      *    a signed 16-bit value, a type byte (1 button, 2 axis,
      *    0x80 added on the burst of synthetic events that reports
      *    the pad's starting state) and the button/axis number. An
      *    axis counts as pushed past half travel either way.
       identification division.
       program-id. JOYSTICK_INPUT.
       environment division.
       data division.
       working-storage section.
           copy joystick_ctl.
           copy key_bindings.

      * ====== LOCAL =======
           01 EVENTS-PATH pic x(32) value "colboy-pad.events".
           01 PID-PATH pic x(32) value "colboy-pad.pid".
           01 SYSTEM-COMMAND pic x(400) value spaces.

      *    > byte-stream file routine arguments - the offset and
      *    > count are big-endian binary, the rest single bytes
           01 PAD-HANDLE pic x(4) value low-values.
           01 PAD-ACCESS binary-char unsigned value 1.
           01 PAD-DENY binary-char unsigned value 0.
           01 PAD-DEVICE-CODE binary-char unsigned value 0.
           01 PAD-OFFSET pic 9(18) binary value 0.
           01 PAD-COUNT pic 9(9) binary value 0.
           01 PAD-FLAGS binary-char unsigned value 0.
           01 PAD-RC binary-long value 0.
           01 PAD-CONSUMED pic 9(18) binary value 0.
           01 PAD-AVAILABLE pic 9(18) binary value 0.

           01 EVENT-BUF pic x(256) value spaces.
           01 EVENT-BYTES redefines EVENT-BUF.
               05 EVENT-BYTE binary-char unsigned occurs 256 times.
           01 EVENT-COUNT binary-short unsigned value 0.
           01 EVENT-I binary-short unsigned value 0.
           01 EVENT-BASE binary-short unsigned value 0.
           01 EVENT-VALUE binary-long value 0.
           01 EVENT-TYPE binary-char unsigned value 0.
           01 EVENT-NUMBER binary-char unsigned value 0.
           01 BUTTON-I binary-char unsigned value 0.
           01 DIR-I binary-char unsigned value 0.
           01 PAD-WANT binary-char unsigned value 0.
           01 PAD-KEY-OUT pic x(1) value spaces.
       linkage section.
           01 PAD-ACTION pic x(4).
       procedure division using by reference PAD-ACTION.
       MAIN.
           evaluate PAD-ACTION
               when "open"
                   perform OPEN-PAD thru OPEN-PAD-EXIT
               when "poll"
                   perform POLL-PAD thru POLL-PAD-EXIT
               when "shut"
                   perform SHUT-PAD
           end-evaluate.

       MAIN-EXIT.
           exit program.

       OPEN-PAD.
           if JOYSTICK-IS-ON or JOYSTICK-DEVICE = spaces
               go to OPEN-PAD-EXIT
           end-if.
           perform DEFAULT-PAD-BUTTON varying BUTTON-I from 1 by 1
               until BUTTON-I > 16.

      *    > the events file is made in the foreground so it is
      *    > there for the open below; only the copy runs on
           move spaces to SYSTEM-COMMAND.
           string "rm -f " function trim(EVENTS-PATH)
               " " function trim(PID-PATH)
               " ; if [ -r " function trim(JOYSTICK-DEVICE)
               " ] ; then : > " function trim(EVENTS-PATH)
               " ; cat " function trim(JOYSTICK-DEVICE)
               " >> " function trim(EVENTS-PATH)
               " 2> /dev/null & echo $! > " function trim(PID-PATH)
               " ; fi"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.

           call "CBL_OPEN_FILE" using by reference EVENTS-PATH,
               by reference PAD-ACCESS, by reference PAD-DENY,
               by reference PAD-DEVICE-CODE, by reference PAD-HANDLE
               returning PAD-RC.
           if PAD-RC not = 0
               display "WARNING: joystick "
                   function trim(JOYSTICK-DEVICE)
                   " not readable - keyboard only"
               go to OPEN-PAD-EXIT
           end-if.

           move 0 to PAD-CONSUMED.
           move 0 to PAD-QUEUE-COUNT.
           perform CLEAR-PAD-BUTTON varying BUTTON-I from 1 by 1
               until BUTTON-I > 16.
           perform CLEAR-PAD-DIR varying DIR-I from 1 by 1
               until DIR-I > 4.
           move 1 to JOYSTICK-ENABLED.
       OPEN-PAD-EXIT.
           exit paragraph.

      *    > the bindings are read here, not when colboy.cfg is
      *    > parsed - a KEY-A= line further down the file still
      *    > moves the pad's A button with it
       DEFAULT-PAD-BUTTON.
           if PAD-BUTTON-KEY (BUTTON-I) = spaces
               evaluate BUTTON-I
                   when 1
                       move KEYBIND-A to PAD-BUTTON-KEY (BUTTON-I)
                   when 2
                       move KEYBIND-B to PAD-BUTTON-KEY (BUTTON-I)
                   when 3
                       move KEYBIND-TURBO-A to
                           PAD-BUTTON-KEY (BUTTON-I)
                   when 4
                       move KEYBIND-TURBO-B to
                           PAD-BUTTON-KEY (BUTTON-I)
                   when 7
                       move KEYBIND-SELECT to
                           PAD-BUTTON-KEY (BUTTON-I)
                   when 8
                       move KEYBIND-START to
                           PAD-BUTTON-KEY (BUTTON-I)
               end-evaluate
           end-if.

       CLEAR-PAD-BUTTON.
           move 0 to PAD-BUTTON-HELD (BUTTON-I).

       CLEAR-PAD-DIR.
           move 0 to PAD-DIR-HELD (DIR-I).

      *    > whole events only - a half-written one waits for the
      *    > next frame - and at most 32 a frame, the rest queued
      *    > up in the file for the frames after
       POLL-PAD.
           move 0 to PAD-QUEUE-COUNT.
           if not JOYSTICK-IS-ON
               go to POLL-PAD-EXIT
           end-if.

           move 128 to PAD-FLAGS.
           move 0 to PAD-OFFSET.
           move 0 to PAD-COUNT.
           call "CBL_READ_FILE" using by reference PAD-HANDLE,
               by reference PAD-OFFSET, by reference PAD-COUNT,
               by reference PAD-FLAGS, by reference EVENT-BUF
               returning PAD-RC.
           if PAD-RC not = 0 or PAD-OFFSET <= PAD-CONSUMED
               go to POLL-PAD-EXIT
           end-if.
           compute PAD-AVAILABLE = (PAD-OFFSET - PAD-CONSUMED) / 8.
           if PAD-AVAILABLE = 0
               go to POLL-PAD-EXIT
           end-if.
           if PAD-AVAILABLE > 32
               move 32 to PAD-AVAILABLE
           end-if.
           move PAD-AVAILABLE to EVENT-COUNT.

           move 0 to PAD-FLAGS.
           move PAD-CONSUMED to PAD-OFFSET.
           compute PAD-COUNT = EVENT-COUNT * 8.
           call "CBL_READ_FILE" using by reference PAD-HANDLE,
               by reference PAD-OFFSET, by reference PAD-COUNT,
               by reference PAD-FLAGS, by reference EVENT-BUF
               returning PAD-RC.
           if PAD-RC not = 0
               go to POLL-PAD-EXIT
           end-if.
           add PAD-COUNT to PAD-CONSUMED.

           perform DECODE-EVENT varying EVENT-I from 1 by 1
               until EVENT-I > EVENT-COUNT.
       POLL-PAD-EXIT.
           exit paragraph.

       DECODE-EVENT.
           compute EVENT-BASE = (EVENT-I - 1) * 8.
           compute EVENT-VALUE = EVENT-BYTE (EVENT-BASE + 5)
               + (EVENT-BYTE (EVENT-BASE + 6) * 256).
           if EVENT-VALUE > 32767
               subtract 65536 from EVENT-VALUE
           end-if.
           move EVENT-BYTE (EVENT-BASE + 7) to EVENT-TYPE.
           if EVENT-TYPE >= 128
               subtract 128 from EVENT-TYPE
           end-if.
           move EVENT-BYTE (EVENT-BASE + 8) to EVENT-NUMBER.

           evaluate true
               when EVENT-TYPE = 1 and EVENT-NUMBER < 16
                   perform TAKE-BUTTON-EVENT
               when EVENT-TYPE = 2 and EVENT-NUMBER = PAD-AXIS-X
                   move 1 to DIR-I
                   perform TAKE-AXIS-EVENT
               when EVENT-TYPE = 2 and EVENT-NUMBER = PAD-AXIS-Y
                   move 3 to DIR-I
                   perform TAKE-AXIS-EVENT
           end-evaluate.

       TAKE-BUTTON-EVENT.
           compute BUTTON-I = EVENT-NUMBER + 1.
           if EVENT-VALUE not = 0
               move 1 to PAD-WANT
           else
               move 0 to PAD-WANT
           end-if.
           if PAD-WANT not = PAD-BUTTON-HELD (BUTTON-I)
               move PAD-WANT to PAD-BUTTON-HELD (BUTTON-I)
               move PAD-BUTTON-KEY (BUTTON-I) to PAD-KEY-OUT
               perform QUEUE-TRANSITION
           end-if.

      *    > one axis is two directions - a stick flicked straight
      *    > across lets one go and presses the other in one event
       TAKE-AXIS-EVENT.
           if EVENT-VALUE < -16384
               move 1 to PAD-WANT
           else
               move 0 to PAD-WANT
           end-if.
           perform SET-PAD-DIR.
           add 1 to DIR-I.
           if EVENT-VALUE > 16384
               move 1 to PAD-WANT
           else
               move 0 to PAD-WANT
           end-if.
           perform SET-PAD-DIR.

       SET-PAD-DIR.
           if PAD-WANT not = PAD-DIR-HELD (DIR-I)
               move PAD-WANT to PAD-DIR-HELD (DIR-I)
               evaluate DIR-I
                   when 1
                       move KEYBIND-LEFT to PAD-KEY-OUT
                   when 2
                       move KEYBIND-RIGHT to PAD-KEY-OUT
                   when 3
                       move KEYBIND-UP to PAD-KEY-OUT
                   when 4
                       move KEYBIND-DOWN to PAD-KEY-OUT
               end-evaluate
               perform QUEUE-TRANSITION
           end-if.

       QUEUE-TRANSITION.
           if PAD-KEY-OUT not = spaces and PAD-QUEUE-COUNT < 64
               add 1 to PAD-QUEUE-COUNT
               move PAD-KEY-OUT to PAD-QUEUE-KEY (PAD-QUEUE-COUNT)
               move PAD-WANT to PAD-QUEUE-PRESSED (PAD-QUEUE-COUNT)
           end-if.

       SHUT-PAD.
           if JOYSTICK-IS-ON
               call "CBL_CLOSE_FILE" using by reference PAD-HANDLE
               move spaces to SYSTEM-COMMAND
               string "kill $(cat " function trim(PID-PATH)
                   ") 2> /dev/null ; rm -f "
                   function trim(EVENTS-PATH) " "
                   function trim(PID-PATH)
                   delimited by size into SYSTEM-COMMAND
               call "SYSTEM" using by reference SYSTEM-COMMAND
           end-if.
           move 0 to JOYSTICK-ENABLED.
           move 0 to PAD-QUEUE-COUNT.
       end program JOYSTICK_INPUT.
