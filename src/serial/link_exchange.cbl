      *    transfer newer than the last one consumed has arrived.
      *    Side 1 writes link-1to2.dat and reads link-2to1.dat;
      *    side 2 the mirror image. SERIAL_STEP owns the protocol -
      *    this program only moves bytes through the files, and
      *    hands each one to LINK_TRAFFIC when capture is on.
       identification division.
       program-id. LINK_EXCHANGE.
       environment division.
           01 PARSED-SEQ binary-long unsigned value 0.
           01 SIDE-DIGIT-VAL pic 9(1) value 0.
           01 SIDE-DIGIT pic x(1) value spaces.
           01 TRAFFIC-DIRECTION pic x(3) value spaces.
           01 TRAFFIC-CHANNEL binary-char unsigned value 0.
       linkage section.
           01 LINK-ACTION pic x(4).
           01 SEND-SEQ binary-long unsigned.
                           delimited by size into OUT-PATH
                       string "hub-" SIDE-DIGIT "-in.dat"
                           delimited by size into IN-PATH
                       move LINK-SIDE to TRAFFIC-CHANNEL
                   when LINK-SIDE = 1
                       move "link-1to2.dat" to OUT-PATH
                       move "link-2to1.dat" to IN-PATH
               delimited by size into OUT-LINE.
           write OUT-LINE.
           close OUT-FILE.
           if LINK-TRAFFIC-IS-ON
               move "out" to TRAFFIC-DIRECTION
               call "LINK_TRAFFIC" using by reference
                   TRAFFIC-DIRECTION, by value TRAFFIC-CHANNEL,
                   by value SEND-SEQ, by value SEND-BYTE
           end-if.

       POLL-INBOX.
           move 0 to HAS-NEW.
               move PARSED-SEQ to LINK-LAST-RECV-SEQ
               move function numval(FIELD-2) to RECV-BYTE
               move 1 to HAS-NEW
               if LINK-TRAFFIC-IS-ON
                   move "in" to TRAFFIC-DIRECTION
                   call "LINK_TRAFFIC" using by reference
                       TRAFFIC-DIRECTION, by value TRAFFIC-CHANNEL,
                       by value PARSED-SEQ, by value RECV-BYTE
               end-if
           end-if.
       end program LINK_EXCHANGE.
