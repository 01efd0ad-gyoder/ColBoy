           copy memory.
           copy serial_state.
           copy printer_state.
           copy mobile_ctl.
           copy link_ctl.
           copy responder_ctl.
           copy event_ctl.
           01 LINK-WAIT-NS binary-double unsigned value 5000000.
           01 SC-CLOCK-BIT binary-char unsigned value 0.
           01 EVENT-TEXT pic x(32) value spaces.
           01 TRAFFIC-DIRECTION pic x(3) value spaces.
           01 SC-VAL binary-char unsigned value 0.
           01 IF-VAL binary-char unsigned value 0.
           01 TEMP-DIV binary-char unsigned value 0.
               until LINK-WAIT-I > 400 or LINK-HAS-NEW = 1.
           if LINK-HAS-NEW = 0
               move 255 to LINK-RECV-BYTE
               if LINK-TRAFFIC-IS-ON
                   move "tmo" to TRAFFIC-DIRECTION
                   call "LINK_TRAFFIC" using by reference
                       TRAFFIC-DIRECTION, by value 0,
                       by value LINK-SEND-SEQ, by value LINK-RECV-BYTE
               end-if
           end-if.
           move LINK-RECV-BYTE to MEMORY-ARR (65282).
           perform CLEAR-START-BIT.
                   call "GB_PRINTER" using by value SENT-BYTE,
                       by reference PRINTER-RESPONSE
                   move PRINTER-RESPONSE to MEMORY-ARR (65282)
               when MOBILE-IS-ON
      *            > a Mobile Adapter GB - same byte-for-byte swap,
      *            > the adapter keeping its own session state
                   move MEMORY-ARR (65282) to SENT-BYTE
                   call "MOBILE_ADAPTER" using by value SENT-BYTE,
                       by reference PRINTER-RESPONSE
                   move PRINTER-RESPONSE to MEMORY-ARR (65282)
               when RESPONDER-IS-ON
      *            > the scripted responder stands in for whatever
      *            > peripheral the rules file fakes
