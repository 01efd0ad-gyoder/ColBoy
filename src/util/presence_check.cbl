      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Rich presence, called once per completed frame from
      *    MAIN-DRIVER when presence definitions are armed. Once a
      *    second of wall time it finds the first definition whose
      *    conditions all hold against MEMORY-ARR (the same tests
      *    ACHIEVE_CHECK makes), puts the live byte in for each
      *    {XXXX} in its string, and rewrites colboy-status.txt as
      *
      *        <the latest batch progress line, if there is one>
      *        playing: TITLE - World 1-2, 3 lives (player)
      *        <the screen text, while the transcript runs>
      *
      *    so whoever watches the station - the operator, or the
      *    game-night lobby through the control channel - sees
      *    what the player is actually doing. No definition holding
      *    leaves just "playing: TITLE". An unknown {...} is left
      *    as written.
       identification division.
       program-id. PRESENCE_CHECK.
       environment division.
       input-output section.
       file-control.
           select STATUS-FILE assign to STATUS-PATH
               organization is line sequential.
       data division.
       file section.
       fd  STATUS-FILE.
           01 STATUS-LINE pic x(120).
       working-storage section.
           copy presence_ctl.
           copy progress_ctl.
           copy screen_text_ctl.
           copy memory.
           copy cart_header.
           copy emu_config.

      * ====== LOCAL =======
           01 STATUS-PATH pic x(20) value "colboy-status.txt".
           01 NOW-HUNDREDTHS binary-double unsigned value 0.
           01 DEF-I binary-char unsigned value 0.
           01 DEF-HIT binary-char unsigned value 0.
           01 COND-I binary-char unsigned value 0.
           01 ALL-TRUE binary-char unsigned value 0.
           01 LIVE-VALUE binary-char unsigned value 0.
           01 CELL-INDEX binary-long unsigned value 0.
           01 TEXT-I binary-char unsigned value 0.

      *    > the chosen string, with its {XXXX} filled in
           01 SHOWN-TEXT pic x(100) value spaces.
           01 SHOWN-PTR binary-short unsigned value 0.
           01 SOURCE-LEN binary-short unsigned value 0.
           01 CHAR-I binary-short unsigned value 0.
           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 HEX-DIGIT-AT binary-char unsigned value 0.
           01 HEX-P binary-short unsigned value 0.
           01 HEX-COUNT binary-char unsigned value 0.
           01 HEX-ADDRESS binary-long unsigned value 0.
           01 HEX-ENDED binary-char unsigned value 0.
           01 BYTE-DISPLAY pic zz9 value 0.
       linkage section.
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by value FRAME-COUNT-IN.
       MAIN.
           if not PRESENCE-IS-ON
               go to MAIN-EXIT
           end-if.
           call "BENCH_CLOCK" using by reference NOW-HUNDREDTHS.
           if PRESENCE-LAST-STAMP not = 0
               and NOW-HUNDREDTHS < PRESENCE-LAST-STAMP + 100
               go to MAIN-EXIT
           end-if.
           move NOW-HUNDREDTHS to PRESENCE-LAST-STAMP.

           move 0 to DEF-HIT.
           perform CHECK-ONE-DEFINITION
               varying DEF-I from 1 by 1
               until DEF-I > PRESENCE-COUNT or DEF-HIT not = 0.
           move spaces to SHOWN-TEXT.
           if DEF-HIT not = 0
               perform RENDER-DEFINITION
           end-if.

           move spaces to PRESENCE-LINE.
           if SHOWN-TEXT = spaces
               string "playing: " function trim(CART-TITLE)
                   delimited by size into PRESENCE-LINE
           else
               string "playing: " function trim(CART-TITLE) " - "
                   function trim(SHOWN-TEXT)
                   delimited by size into PRESENCE-LINE
           end-if.
           if PLAYER-NAME not = spaces
               move PRESENCE-LINE to SHOWN-TEXT
               move spaces to PRESENCE-LINE
               string function trim(SHOWN-TEXT) " ("
                   function trim(PLAYER-NAME) ")"
                   delimited by size into PRESENCE-LINE
           end-if.
           move 1 to PRESENCE-FRESH.
           perform REWRITE-STATUS-FILE.

       MAIN-EXIT.
           exit program.

       CHECK-ONE-DEFINITION.
           move 1 to ALL-TRUE.
           perform CHECK-ONE-CONDITION
               varying COND-I from 1 by 1
               until COND-I > PRESENCE-COND-COUNT (DEF-I)
               or ALL-TRUE = 0.
           if ALL-TRUE = 1
               move DEF-I to DEF-HIT
           end-if.

       CHECK-ONE-CONDITION.
           compute CELL-INDEX = PRS-ADDRESS (DEF-I, COND-I) + 1.
           move MEMORY-ARR (CELL-INDEX) to LIVE-VALUE.
           evaluate PRS-OP (DEF-I, COND-I)
               when "= "
                   if LIVE-VALUE not = PRS-VALUE (DEF-I, COND-I)
                       move 0 to ALL-TRUE
                   end-if
               when "< "
                   if LIVE-VALUE not < PRS-VALUE (DEF-I, COND-I)
                       move 0 to ALL-TRUE
                   end-if
               when "> "
                   if LIVE-VALUE not > PRS-VALUE (DEF-I, COND-I)
                       move 0 to ALL-TRUE
                   end-if
               when "<="
                   if LIVE-VALUE > PRS-VALUE (DEF-I, COND-I)
                       move 0 to ALL-TRUE
                   end-if
               when ">="
                   if LIVE-VALUE < PRS-VALUE (DEF-I, COND-I)
                       move 0 to ALL-TRUE
                   end-if
               when "<>"
                   if LIVE-VALUE = PRS-VALUE (DEF-I, COND-I)
                       move 0 to ALL-TRUE
                   end-if
               when other
                   move 0 to ALL-TRUE
           end-evaluate.

      *    > copied a character at a time; a "{" that opens one to
      *    > four hex digits and a "}" becomes the byte in decimal
       RENDER-DEFINITION.
           move 1 to SHOWN-PTR.
           move function length(function trim(
               PRESENCE-TEXT (DEF-HIT) trailing)) to SOURCE-LEN.
           perform RENDER-ONE-CHAR
               varying CHAR-I from 1 by 1
               until CHAR-I > SOURCE-LEN.

       RENDER-ONE-CHAR.
           if PRESENCE-TEXT (DEF-HIT) (CHAR-I:1) = "{"
               perform READ-HEX-ADDRESS
           else
               move 0 to HEX-ENDED
           end-if.
           if HEX-ENDED = 1
               compute CELL-INDEX = HEX-ADDRESS + 1
               move MEMORY-ARR (CELL-INDEX) to BYTE-DISPLAY
               string function trim(BYTE-DISPLAY)
                   delimited by size
                   into SHOWN-TEXT with pointer SHOWN-PTR
      *        > past the closing brace
               compute CHAR-I = CHAR-I + HEX-COUNT + 1
           else
               string PRESENCE-TEXT (DEF-HIT) (CHAR-I:1)
                   delimited by size
                   into SHOWN-TEXT with pointer SHOWN-PTR
           end-if.

       READ-HEX-ADDRESS.
           move 0 to HEX-ADDRESS.
           move 0 to HEX-COUNT.
           move 0 to HEX-ENDED.
           move CHAR-I to HEX-P.
           perform READ-HEX-DIGIT
               until HEX-ENDED not = 0 or HEX-COUNT > 4.
           if HEX-ENDED = 1 and (HEX-COUNT = 0 or HEX-COUNT > 4)
               move 2 to HEX-ENDED
           end-if.

      *    > HEX-ENDED 1 on the closing brace, 2 on anything else
       READ-HEX-DIGIT.
           add 1 to HEX-P.
           if HEX-P > SOURCE-LEN
               move 2 to HEX-ENDED
           else
               if PRESENCE-TEXT (DEF-HIT) (HEX-P:1) = "}"
                   move 1 to HEX-ENDED
               else
                   move 0 to HEX-DIGIT-AT
                   inspect HEX-DIGITS tallying HEX-DIGIT-AT
                       for characters before initial
                       function upper-case(
                       PRESENCE-TEXT (DEF-HIT) (HEX-P:1))
                   if HEX-DIGIT-AT > 15
                       move 2 to HEX-ENDED
                   else
                       add 1 to HEX-COUNT
                       compute HEX-ADDRESS =
                           HEX-ADDRESS * 16 + HEX-DIGIT-AT
                   end-if
               end-if
           end-if.

      *    > the operator's status file: the latest batch progress
      *    > line, if there is one yet, what the player is doing,
      *    > then the screen as it reads
       REWRITE-STATUS-FILE.
           open output STATUS-FILE.
           if PROGRESS-LAST-LINE not = spaces
               move PROGRESS-LAST-LINE to STATUS-LINE
               write STATUS-LINE
           end-if.
           move PRESENCE-LINE to STATUS-LINE.
           write STATUS-LINE.
           if SCREEN-TEXT-IS-ON
               move "screen text:" to STATUS-LINE
               write STATUS-LINE
               perform WRITE-STATUS-TEXT varying TEXT-I from 1 by 1
                   until TEXT-I > SCREEN-TEXT-LINES
           end-if.
           close STATUS-FILE.

       WRITE-STATUS-TEXT.
           move spaces to STATUS-LINE.
           string "  " SCREEN-TEXT-LINE (TEXT-I) delimited by size
               into STATUS-LINE.
           write STATUS-LINE.
       end program PRESENCE_CHECK.
