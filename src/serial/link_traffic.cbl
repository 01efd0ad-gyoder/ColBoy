      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Link traffic capture: LINK_EXCHANGE calls this for every
      *    byte it writes to or takes from an exchange file, SERIAL_
      *    STEP when a driving transfer gives up on its reply, and
      *    LINK_HUB for each player channel, whenever traffic
      *    capture is on. One line per byte:
      *
      *        FRAME|CHANNEL|SIDE|ROLE|DIR|SEQ|BYTE
      *        000001234|0|1|M|out|000000017|170
      *
      *    CHANNEL is 0 on the two-player cable and the player
      *    number on the four-player adapter; SIDE is who wrote the
      *    line (1-4, or H for the hub); ROLE is M for the end
      *    driving the clock and S for the end answering it; DIR is
      *    out, in, or tmo for a reply that never came (the driving
      *    end went on with the open-cable 0xFF). SEQ is the driving
      *    end's sequence number, which both ends of a transfer
      *    share, so LINK_TRACE can pair them afterwards.
      *
      *    The file is started fresh on the first byte of a run and
      *    opened and closed around every line after that, so a hub
      *    stopped with the keyboard interrupt keeps all of it.
       identification division.
       program-id. LINK_TRAFFIC.
       environment division.
       input-output section.
       file-control.
           select TRAFFIC-FILE assign to TRAFFIC-PATH
               organization is line sequential.
       data division.
       file section.
       fd  TRAFFIC-FILE.
           01 TRAFFIC-LINE pic x(40).
       working-storage section.
           copy link_ctl.
           copy memory.

      * ====== LOCAL =======
           01 TRAFFIC-PATH pic x(24) value spaces.
           01 TRAFFIC-STARTED binary-char unsigned value 0.
               88 TRAFFIC-IS-STARTED value 1.
           01 SIDE-DIGIT-VAL pic 9(1) value 0.
           01 SIDE-CHAR pic x(1) value spaces.
           01 ROLE-CHAR pic x(1) value spaces.
           01 CHANNEL-DIGIT pic 9(1) value 0.
           01 STAMP-DISPLAY pic 9(9) value 0.
           01 SEQ-DISPLAY pic 9(9) value 0.
           01 BYTE-DISPLAY pic 9(3) value 0.
       linkage section.
           01 TRAFFIC-DIRECTION pic x(3).
           01 TRAFFIC-CHANNEL binary-char unsigned.
           01 TRAFFIC-SEQ binary-long unsigned.
           01 TRAFFIC-BYTE binary-char unsigned.
       procedure division using by reference TRAFFIC-DIRECTION,
           by value TRAFFIC-CHANNEL, by value TRAFFIC-SEQ,
           by value TRAFFIC-BYTE.
       MAIN.
           if not LINK-TRAFFIC-IS-ON
               go to MAIN-EXIT
           end-if.

           if LINK-SIDE = 0
               move "H" to SIDE-CHAR
           else
               move LINK-SIDE to SIDE-DIGIT-VAL
               move SIDE-DIGIT-VAL to SIDE-CHAR
           end-if.
      *    > the hub always drives and its consoles always answer;
      *    > on the cable SC bit 0 says which end this is
           evaluate true
               when LINK-SIDE = 0
                   move "M" to ROLE-CHAR
               when LINK-HUB-IS-ON
                   move "S" to ROLE-CHAR
               when function mod(MEMORY-ARR (65283), 2) = 1
                   move "M" to ROLE-CHAR
               when other
                   move "S" to ROLE-CHAR
           end-evaluate.

           if TRAFFIC-IS-STARTED
               open extend TRAFFIC-FILE
           else
               evaluate true
                   when LINK-SIDE = 0
                       move "hub-traffic.log" to TRAFFIC-PATH
                   when LINK-HUB-IS-ON
                       string "hub-" SIDE-CHAR "-traffic.log"
                           delimited by size into TRAFFIC-PATH
                   when other
                       string "link-" SIDE-CHAR "-traffic.log"
                           delimited by size into TRAFFIC-PATH
               end-evaluate
               open output TRAFFIC-FILE
               move 1 to TRAFFIC-STARTED
           end-if.

           move LINK-FRAME-STAMP to STAMP-DISPLAY.
           move TRAFFIC-CHANNEL to CHANNEL-DIGIT.
           move TRAFFIC-SEQ to SEQ-DISPLAY.
           move TRAFFIC-BYTE to BYTE-DISPLAY.
           move spaces to TRAFFIC-LINE.
           string STAMP-DISPLAY "|" CHANNEL-DIGIT "|" SIDE-CHAR "|"
               ROLE-CHAR "|" TRAFFIC-DIRECTION "|" SEQ-DISPLAY "|"
               BYTE-DISPLAY
               delimited by size into TRAFFIC-LINE.
           write TRAFFIC-LINE.
           close TRAFFIC-FILE.

       MAIN-EXIT.
           exit program.
       end program LINK_TRAFFIC.
