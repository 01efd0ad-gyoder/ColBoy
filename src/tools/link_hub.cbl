      *      once every occupied slot has taken all 16 bytes, which
      *      keeps the timing as loose as the games tolerate.
      *
      *        link_hub [max-transfers] [LOG]
      *
      *    Runs until the transfer cap (0 or absent = forever,
      *    stop it with the keyboard interrupt when the session
      *    ends). LOG captures every byte on every channel to
      *    hub-traffic.log, stamped with the round number, for
      *    LINK_TRACE to set against a player's hub-N-traffic.log.
       identification division.
       program-id. LINK_HUB.
       environment division.
       fd  IN-FILE.
           01 IN-LINE pic x(16).
       working-storage section.
           copy link_ctl.

      * ====== LOCAL =======
           01 MAX-TRANSFERS-ARG pic x(12) value spaces.
           01 LOG-ARG pic x(12) value spaces.
           01 TRAFFIC-DIRECTION pic x(3) value spaces.
           01 MAX-TRANSFERS binary-long unsigned value 0.
           01 TRANSFER-COUNT binary-long unsigned value 0.
           01 OUT-PATH pic x(20) value spaces.
               move function numval(MAX-TRANSFERS-ARG) to
                   MAX-TRANSFERS
           end-if.
           display 2 upon argument-number.
           accept LOG-ARG from argument-value.
           if function upper-case(LOG-ARG) = "LOG"
      *        > the hub writes as side 0 - LINK_TRAFFIC's name for it
               move 1 to LINK-TRAFFIC-ENABLED
               move 1 to LINK-HUB-MODE
               move 0 to LINK-SIDE
               display "capturing traffic to hub-traffic.log"
           end-if.

           perform RESET-ONE-CHANNEL varying PLY-I from 1 by 1
               until PLY-I > 4.
               until MAX-TRANSFERS > 0
               and TRANSFER-COUNT >= MAX-TRANSFERS.
           display "transfer cap reached - hub shutting down".
           move 0 to return-code.
           stop run.

       RESET-ONE-CHANNEL.
                   move 1 to HUB-PHASE
                   move 16 to PACKET-LENGTH
                   move 0 to ROUND-NUMBER
                   move 0 to LINK-FRAME-STAMP
                   perform CLEAR-ROUND-BUFFER
                       varying BUF-I from 1 by 1
                       until BUF-I > 16
               varying PLY-I from 1 by 1 until PLY-I > 4.
           if ALL-DONE-FLAG = 1
               add 1 to ROUND-NUMBER
               move ROUND-NUMBER to LINK-FRAME-STAMP
               perform HARVEST-ONE-SLOT
                   varying PLY-I from 1 by 1 until PLY-I > 4
               perform RESET-ONE-CURSOR
               delimited by size into OUT-LINE.
           write OUT-LINE.
           close OUT-FILE.
           if LINK-TRAFFIC-IS-ON
               move "out" to TRAFFIC-DIRECTION
               call "LINK_TRAFFIC" using by reference
                   TRAFFIC-DIRECTION, by value PLY-I,
                   by value PLY-SEND-SEQ (PLY-I), by value SEND-BYTE
           end-if.

       READ-PLAYER-OUTBOX.
           move 0 to HAS-NEW.
               move PARSED-SEQ to PLY-LAST-RECV-SEQ (PLY-I)
               move function numval(FIELD-2) to RECV-BYTE
               move 1 to HAS-NEW
               if LINK-TRAFFIC-IS-ON
                   move "in" to TRAFFIC-DIRECTION
                   call "LINK_TRAFFIC" using by reference
                       TRAFFIC-DIRECTION, by value PLY-I,
                       by value PARSED-SEQ, by value RECV-BYTE
               end-if
           end-if.
       end program LINK_HUB.
