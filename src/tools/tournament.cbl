      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Game-night tournaments. Registers the entrants and the
      *    cartridge, draws the heats - single elimination (byes to
      *    the top seeds, who are the first named) or a round robin
      *    - and plays them one at a time: each entrant in turn gets
      *    a live PLAY session of the heat's minutes, launched with
      *    their PLAYER name and a DEADLINE, and the heat goes to the
      *    higher final score in colboy-scores.log. The cartridge
      *    therefore needs a SCORE= line in colboy-profiles.cfg.
      *
      *        tournament <name> NEW <rom> SINGLE|ROBIN <minutes>
      *                   <player> <player> [<player>...]
      *        tournament <name> RUN [emulator-cmd]
      *        tournament <name> SHOW
      *
      *    NEW writes <name>.tourney, which holds the whole draw;
      *    RUN plays the next heat still to be played (emulator-cmd
      *    defaults to ./colboy), advances the winner and prints the
      *    bracket; SHOW prints the bracket and standings. A tied
      *    knockout heat is played again; a tied round-robin heat is
      *    a draw (2 points a win, 1 a draw, then total score). Every
      *    session is recorded to <name>.heatNN.T.<player>.movie (T
      *    the attempt) and kept, so a disputed result can be watched
      *    again with movie_tool or PLAYBACK. Heats are live play,
      *    so they count against a player's PLAYTIME allowance.
      *
      *    The return code is 4 when a heat could not be decided -
      *    a session left no score in the ledger.
       identification division.
       program-id. TOURNAMENT.
       environment division.
       input-output section.
       file-control.
           select STATE-FILE assign to STATE-PATH
               organization is line sequential
               file status is STATE-STATUS-CD.
           select LEDGER-FILE assign to LEDGER-PATH
               organization is line sequential
               file status is LEDGER-STATUS-CD.
       data division.
       file section.
       fd  STATE-FILE.
           01 STATE-LINE pic x(400).
       fd  LEDGER-FILE.
           01 LEDGER-LINE pic x(100).
       working-storage section.

      * ====== LOCAL =======
           01 TOURNEY-NAME pic x(64) value spaces.
           01 ACTION-ARG pic x(8) value spaces.
           01 ARG-COUNT binary-short unsigned value 0.
           01 ARG-I binary-short unsigned value 0.
           01 ARG-TEXT pic x(256) value spaces.
           01 STATE-PATH pic x(80) value spaces.
           01 STATE-STATUS-CD pic xx value spaces.
               88 STATE-STATUS-OK value "00".
               88 STATE-STATUS-EOF value "10".
           01 LEDGER-PATH pic x(20) value "colboy-scores.log".
           01 LEDGER-STATUS-CD pic xx value spaces.
               88 LEDGER-STATUS-OK value "00".
               88 LEDGER-STATUS-EOF value "10".

      *    > the draw as <name>.tourney holds it
           01 TOURNEY-FORMAT pic x(6) value spaces.
               88 FORMAT-IS-SINGLE value "SINGLE".
               88 FORMAT-IS-ROBIN value "ROBIN".
           01 HEAT-MINUTES binary-short unsigned value 0.
           01 ROM-PATH pic x(256) value spaces.
           01 GAME-TITLE pic x(16) value spaces.
           01 ENTRANT-COUNT binary-short unsigned value 0.
           01 ENTRANT-ROW occurs 16 times.
               05 ENT-NAME pic x(16).
               05 ENT-WINS binary-short unsigned.
               05 ENT-DRAWS binary-short unsigned.
               05 ENT-LOSSES binary-short unsigned.
               05 ENT-POINTS binary-short unsigned.
               05 ENT-SCORE-SUM binary-double unsigned.
               05 ENT-OUT-ROUND binary-short unsigned.
               05 ENT-RANK-KEY binary-double unsigned.
               05 ENT-PLACED binary-char unsigned.
           01 HEAT-COUNT binary-short unsigned value 0.
           01 HEAT-ROW occurs 128 times.
               05 HEAT-ROUND binary-short unsigned.
               05 HEAT-A pic x(16).
               05 HEAT-B pic x(16).
               05 HEAT-SCORE-A binary-double unsigned.
               05 HEAT-SCORE-B binary-double unsigned.
               05 HEAT-WINNER pic x(16).
               05 HEAT-STATUS pic x(8).
               05 HEAT-TRY binary-short unsigned.

      *    > reading a state line back
           01 FIELD-TEXT pic x(256) occurs 10 times.
           01 FIELD-I binary-short unsigned value 0.

      *    > drawing the heats
           01 BRACKET-SIZE binary-short unsigned value 0.
           01 ORDER-SIZE binary-short unsigned value 0.
           01 SEED-ORDER binary-short unsigned occurs 16 times.
           01 NEXT-ORDER binary-short unsigned occurs 16 times.
           01 ROBIN-SIZE binary-short unsigned value 0.
           01 ROBIN-POS binary-short unsigned occurs 17 times.
           01 ROBIN-HOLD binary-short unsigned value 0.
           01 ROUND-I binary-short unsigned value 0.
           01 PAIR-I binary-short unsigned value 0.
           01 SEAT-A binary-short unsigned value 0.
           01 SEAT-B binary-short unsigned value 0.
           01 ENT-I binary-short unsigned value 0.
           01 ENT-J binary-short unsigned value 0.
           01 HEAT-I binary-short unsigned value 0.
           01 HEAT-J binary-short unsigned value 0.
           01 LAST-ROUND binary-short unsigned value 0.
           01 ROUND-HEATS binary-short unsigned value 0.
           01 ROUND-OPEN binary-short unsigned value 0.
           01 FIRST-WINNER pic x(16) value spaces.

      *    > playing a heat
           01 EMULATOR-CMD pic x(200) value "./colboy".
           01 SYSTEM-COMMAND pic x(600) value spaces.
           01 GAME-STATUS binary-long value 0.
           01 MOVIE-PATH pic x(120) value spaces.
           01 SEAT-NAME pic x(16) value spaces.
           01 SEAT-SCORE binary-double unsigned value 0.
           01 SEAT-FOUND binary-char unsigned value 0.
               88 SEAT-HAS-SCORE value 1.
           01 READY-LINE pic x(8) value spaces.
           01 LEDGER-MARK binary-long unsigned value 0.
           01 LEDGER-ROW binary-long unsigned value 0.
           01 LEDGER-STAMP pic x(15) value spaces.
           01 LEDGER-TITLE pic x(16) value spaces.
           01 LEDGER-PLAYER pic x(16) value spaces.
           01 LEDGER-SCORE pic x(10) value spaces.
           01 LEDGER-FRAME pic x(10) value spaces.
           01 BAD-CHARS binary-short unsigned value 0.

      *    > printing
           01 PRINT-LINE pic x(100) value spaces.
           01 HEAT-DISPLAY pic 999 value 0.
           01 ROUND-DISPLAY pic zz9 value 0.
           01 TRY-DISPLAY pic z9 value 0.
           01 SCORE-DISPLAY pic z(9)9 value 0.
           01 SUM-DISPLAY pic z(10)9 value 0.
           01 COUNT-DISPLAY pic zz9 value 0.
           01 RANK-DISPLAY pic z9 value 0.
           01 POINTS-DISPLAY pic z9 value 0.
           01 RANK-NUMBER binary-short unsigned value 0.
           01 RANK-TAKEN binary-short unsigned value 0.
           01 RANK-PREVIOUS binary-double unsigned value 0.
           01 BEST-I binary-short unsigned value 0.
           01 ROUND-NAME pic x(14) value spaces.
           01 STANDING-TEXT pic x(22) value spaces.
           01 TOURNEY-DONE binary-char unsigned value 0.
               88 TOURNEY-IS-DONE value 1.
           01 STATE-MINUTES pic 9(3) value 0.
           01 STATE-SCORE-A pic 9(10) value 0.
           01 STATE-SCORE-B pic 9(10) value 0.
           01 STATE-TRY pic 9(2) value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept TOURNEY-NAME from argument-value.
           display 2 upon argument-number.
           accept ACTION-ARG from argument-value.
           move function upper-case(ACTION-ARG) to ACTION-ARG.
           accept ARG-COUNT from argument-number.
           if TOURNEY-NAME = spaces
               perform SHOW-USAGE
           end-if.
           move spaces to STATE-PATH.
           string function trim(TOURNEY-NAME) ".tourney"
               delimited by size into STATE-PATH.
           move 0 to return-code.

           evaluate function trim(ACTION-ARG)
               when "NEW"
                   perform START-TOURNEY thru START-TOURNEY-EXIT
                   perform PRINT-BRACKET thru PRINT-BRACKET-EXIT
               when "RUN"
                   display 3 upon argument-number
                   accept ARG-TEXT from argument-value
                   if ARG-TEXT not = spaces
                       move ARG-TEXT to EMULATOR-CMD
                   end-if
                   perform LOAD-STATE thru LOAD-STATE-EXIT
                   perform PLAY-NEXT-HEAT thru PLAY-NEXT-HEAT-EXIT
                   perform PRINT-BRACKET thru PRINT-BRACKET-EXIT
                   perform PRINT-STANDINGS thru PRINT-STANDINGS-EXIT
               when "SHOW"
                   perform LOAD-STATE thru LOAD-STATE-EXIT
                   perform PRINT-BRACKET thru PRINT-BRACKET-EXIT
                   perform PRINT-STANDINGS thru PRINT-STANDINGS-EXIT
               when other
                   perform SHOW-USAGE
           end-evaluate.
           stop run.

       SHOW-USAGE.
           display "usage: tournament <name> NEW <rom> SINGLE|ROBIN"
               " <minutes> <player> <player> [<player>...]".
           display "       tournament <name> RUN [emulator-cmd]".
           display "       tournament <name> SHOW".
           move 12 to return-code.
           stop run.

      *    > NEW: check the entrants, draw the heats, write the file -
      *    > an existing draw is never overwritten
       START-TOURNEY.
           open input STATE-FILE.
           if STATE-STATUS-OK
               close STATE-FILE
               display function trim(STATE-PATH) " already exists"
                   " - pick another name or remove it"
               move 12 to return-code
               stop run
           end-if.
           display 3 upon argument-number.
           accept ROM-PATH from argument-value.
           display 4 upon argument-number.
           accept ARG-TEXT from argument-value.
           move function upper-case(ARG-TEXT) to TOURNEY-FORMAT.
           display 5 upon argument-number.
           accept ARG-TEXT from argument-value.
           if ROM-PATH = spaces
               or not (FORMAT-IS-SINGLE or FORMAT-IS-ROBIN)
               or function trim(ARG-TEXT) is not numeric
               perform SHOW-USAGE
           end-if.
           move function numval(ARG-TEXT) to HEAT-MINUTES.
           if HEAT-MINUTES = 0 or HEAT-MINUTES > 600
               display "a heat runs 1 to 600 minutes"
               move 12 to return-code
               stop run
           end-if.

           move 0 to ENTRANT-COUNT.
           perform TAKE-ENTRANT thru TAKE-ENTRANT-EXIT
               varying ARG-I from 6 by 1 until ARG-I > ARG-COUNT.
           if ENTRANT-COUNT < 2
               display "a tournament needs at least two players"
               move 12 to return-code
               stop run
           end-if.

           move 0 to HEAT-COUNT.
           if FORMAT-IS-SINGLE
               perform DRAW-KNOCKOUT thru DRAW-KNOCKOUT-EXIT
           else
               perform DRAW-ROBIN thru DRAW-ROBIN-EXIT
           end-if.
           perform SAVE-STATE thru SAVE-STATE-EXIT.
           move HEAT-COUNT to COUNT-DISPLAY.
           display function trim(STATE-PATH) " written - "
               function trim(COUNT-DISPLAY) " heats drawn".
       START-TOURNEY-EXIT.
           exit paragraph.

      *    > a name goes on the command line, the ledger and the
      *    > movie names, so nothing a shell or the layout would
      *    > trip over
       TAKE-ENTRANT.
           display ARG-I upon argument-number.
           move spaces to ARG-TEXT.
           accept ARG-TEXT from argument-value.
           if ARG-TEXT = spaces
               go to TAKE-ENTRANT-EXIT
           end-if.
           move 0 to BAD-CHARS.
           inspect function trim(ARG-TEXT) tallying BAD-CHARS
               for all " " all "/" all "@" all "|" all "'" all '"'
               all ".".
           if BAD-CHARS > 0 or ARG-TEXT (17:1) not = space
               or ARG-TEXT (1:1) = "-"
               display "player name " function trim(ARG-TEXT)
                   " won't do - up to 16 letters and digits"
               move 12 to return-code
               stop run
           end-if.
           perform CHECK-TWICE
               varying ENT-I from 1 by 1 until ENT-I > ENTRANT-COUNT.
           if ENTRANT-COUNT = 16
               display "no more than 16 players"
               move 12 to return-code
               stop run
           end-if.
           add 1 to ENTRANT-COUNT.
           move ARG-TEXT (1:16) to ENT-NAME (ENTRANT-COUNT).
       TAKE-ENTRANT-EXIT.
           exit paragraph.

       CHECK-TWICE.
           if ENT-NAME (ENT-I) = ARG-TEXT (1:16)
               display function trim(ARG-TEXT) " is entered twice"
               move 12 to return-code
               stop run
           end-if.

      *    > knockout: the bracket is the next power of two up, and
      *    > the seeds are spread the usual way (1 and 2 can only
      *    > meet in the final) so the byes fall to the top seeds
       DRAW-KNOCKOUT.
           move 2 to BRACKET-SIZE.
           perform DOUBLE-BRACKET until BRACKET-SIZE >= ENTRANT-COUNT.
           move 1 to SEED-ORDER (1).
           move 2 to SEED-ORDER (2).
           move 2 to ORDER-SIZE.
           perform SPREAD-SEEDS until ORDER-SIZE >= BRACKET-SIZE.
           compute ROUND-HEATS = BRACKET-SIZE / 2.
           perform DRAW-FIRST-HEAT
               varying PAIR-I from 1 by 1 until PAIR-I > ROUND-HEATS.
       DRAW-KNOCKOUT-EXIT.
           exit paragraph.

       DOUBLE-BRACKET.
           multiply 2 by BRACKET-SIZE.

       SPREAD-SEEDS.
           perform SPREAD-SEED
               varying ENT-I from 1 by 1 until ENT-I > ORDER-SIZE.
           multiply 2 by ORDER-SIZE.
           perform COPY-ORDER
               varying ENT-I from 1 by 1 until ENT-I > ORDER-SIZE.

       SPREAD-SEED.
           compute ENT-J = (2 * ENT-I) - 1.
           move SEED-ORDER (ENT-I) to NEXT-ORDER (ENT-J).
           add 1 to ENT-J.
           compute NEXT-ORDER (ENT-J) =
               (2 * ORDER-SIZE) + 1 - SEED-ORDER (ENT-I).

       COPY-ORDER.
           move NEXT-ORDER (ENT-I) to SEED-ORDER (ENT-I).

       DRAW-FIRST-HEAT.
           compute ENT-J = (2 * PAIR-I) - 1.
           move SEED-ORDER (ENT-J) to SEAT-A.
           add 1 to ENT-J.
           move SEED-ORDER (ENT-J) to SEAT-B.
           if SEAT-A > ENTRANT-COUNT
               move SEAT-B to SEAT-A
               move SEED-ORDER (ENT-J - 1) to SEAT-B
           end-if.
           add 1 to HEAT-COUNT.
           initialize HEAT-ROW (HEAT-COUNT).
           move 1 to HEAT-ROUND (HEAT-COUNT).
           move 1 to HEAT-TRY (HEAT-COUNT).
           move ENT-NAME (SEAT-A) to HEAT-A (HEAT-COUNT).
           if SEAT-B > ENTRANT-COUNT
               move spaces to HEAT-B (HEAT-COUNT)
               move ENT-NAME (SEAT-A) to HEAT-WINNER (HEAT-COUNT)
               move "BYE" to HEAT-STATUS (HEAT-COUNT)
           else
               move ENT-NAME (SEAT-B) to HEAT-B (HEAT-COUNT)
               move "PENDING" to HEAT-STATUS (HEAT-COUNT)
           end-if.

      *    > round robin by the circle method: the first seat stays
      *    > put and the rest turn one place a round, so nobody
      *    > plays twice in a round; an odd field gives one player
      *    > a round off each time instead of a heat
       DRAW-ROBIN.
           move ENTRANT-COUNT to ROBIN-SIZE.
           if function mod(ROBIN-SIZE, 2) = 1
               add 1 to ROBIN-SIZE
           end-if.
           perform SEAT-ROBIN
               varying ENT-I from 1 by 1 until ENT-I > ROBIN-SIZE.
           compute ROUND-HEATS = ROBIN-SIZE / 2.
           perform DRAW-ROBIN-ROUND
               varying ROUND-I from 1 by 1 until ROUND-I >= ROBIN-SIZE.
       DRAW-ROBIN-EXIT.
           exit paragraph.

       SEAT-ROBIN.
           move ENT-I to ROBIN-POS (ENT-I).

       DRAW-ROBIN-ROUND.
           perform DRAW-ROBIN-HEAT
               varying PAIR-I from 1 by 1 until PAIR-I > ROUND-HEATS.
           move ROBIN-POS (ROBIN-SIZE) to ROBIN-HOLD.
           perform TURN-ROBIN
               varying ENT-I from ROBIN-SIZE by -1 until ENT-I < 3.
           move ROBIN-HOLD to ROBIN-POS (2).

       TURN-ROBIN.
           move ROBIN-POS (ENT-I - 1) to ROBIN-POS (ENT-I).

       DRAW-ROBIN-HEAT.
           move ROBIN-POS (PAIR-I) to SEAT-A.
           move ROBIN-POS (ROBIN-SIZE + 1 - PAIR-I) to SEAT-B.
           if SEAT-A <= ENTRANT-COUNT and SEAT-B <= ENTRANT-COUNT
               add 1 to HEAT-COUNT
               initialize HEAT-ROW (HEAT-COUNT)
               move ROUND-I to HEAT-ROUND (HEAT-COUNT)
               move 1 to HEAT-TRY (HEAT-COUNT)
               move ENT-NAME (SEAT-A) to HEAT-A (HEAT-COUNT)
               move ENT-NAME (SEAT-B) to HEAT-B (HEAT-COUNT)
               move "PENDING" to HEAT-STATUS (HEAT-COUNT)
           end-if.

      *    > <name>.tourney, one line a record, "-" for an empty
      *    > field:
      *    >   TOURNEY|format|minutes|rom|title
      *    >   ENTRANT|name                      (in seed order)
      *    >   HEAT|nnn|round|a|b|score a|score b|winner|status|try
       SAVE-STATE.
           open output STATE-FILE.
           if not STATE-STATUS-OK
               display "cannot write " function trim(STATE-PATH)
               move 12 to return-code
               stop run
           end-if.
           move HEAT-MINUTES to STATE-MINUTES.
           move GAME-TITLE to FIELD-TEXT (1).
           if FIELD-TEXT (1) = spaces
               move "-" to FIELD-TEXT (1)
           end-if.
           move spaces to STATE-LINE.
           string "TOURNEY|" function trim(TOURNEY-FORMAT) "|"
               STATE-MINUTES "|" function trim(ROM-PATH) "|"
               function trim(FIELD-TEXT (1))
               delimited by size into STATE-LINE.
           write STATE-LINE.
           perform SAVE-ENTRANT
               varying ENT-I from 1 by 1 until ENT-I > ENTRANT-COUNT.
           perform SAVE-HEAT
               varying HEAT-I from 1 by 1 until HEAT-I > HEAT-COUNT.
           close STATE-FILE.
       SAVE-STATE-EXIT.
           exit paragraph.

       SAVE-ENTRANT.
           move spaces to STATE-LINE.
           string "ENTRANT|" function trim(ENT-NAME (ENT-I))
               delimited by size into STATE-LINE.
           write STATE-LINE.

       SAVE-HEAT.
           move HEAT-I to HEAT-DISPLAY.
           move HEAT-ROUND (HEAT-I) to STATE-MINUTES.
           move HEAT-SCORE-A (HEAT-I) to STATE-SCORE-A.
           move HEAT-SCORE-B (HEAT-I) to STATE-SCORE-B.
           move HEAT-TRY (HEAT-I) to STATE-TRY.
           move HEAT-B (HEAT-I) to FIELD-TEXT (1).
           if FIELD-TEXT (1) = spaces
               move "-" to FIELD-TEXT (1)
           end-if.
           move HEAT-WINNER (HEAT-I) to FIELD-TEXT (2).
           if FIELD-TEXT (2) = spaces
               move "-" to FIELD-TEXT (2)
           end-if.
           move spaces to STATE-LINE.
           string "HEAT|" HEAT-DISPLAY "|" STATE-MINUTES "|"
               function trim(HEAT-A (HEAT-I)) "|"
               function trim(FIELD-TEXT (1)) "|"
               STATE-SCORE-A "|" STATE-SCORE-B "|"
               function trim(FIELD-TEXT (2)) "|"
               function trim(HEAT-STATUS (HEAT-I)) "|" STATE-TRY
               delimited by size into STATE-LINE.
           write STATE-LINE.

       LOAD-STATE.
           open input STATE-FILE.
           if not STATE-STATUS-OK
               display "no tournament " function trim(TOURNEY-NAME)
                   " here - NEW draws one"
               move 12 to return-code
               stop run
           end-if.
           move 0 to ENTRANT-COUNT.
           move 0 to HEAT-COUNT.
           perform READ-STATE-LINE until STATE-STATUS-EOF.
           close STATE-FILE.
           if ENTRANT-COUNT < 2 or HEAT-COUNT = 0
               display function trim(STATE-PATH)
                   " holds no draw"
               move 12 to return-code
               stop run
           end-if.
           move 2 to BRACKET-SIZE.
           perform DOUBLE-BRACKET until BRACKET-SIZE >= ENTRANT-COUNT.
       LOAD-STATE-EXIT.
           exit paragraph.

       READ-STATE-LINE.
           read STATE-FILE
               at end
                   set STATE-STATUS-EOF to true
               not at end
                   perform TAKE-STATE-LINE
           end-read.

       TAKE-STATE-LINE.
           move spaces to FIELD-TEXT (1) FIELD-TEXT (2) FIELD-TEXT (3)
               FIELD-TEXT (4) FIELD-TEXT (5) FIELD-TEXT (6)
               FIELD-TEXT (7) FIELD-TEXT (8) FIELD-TEXT (9)
               FIELD-TEXT (10).
           unstring STATE-LINE delimited by "|"
               into FIELD-TEXT (1) FIELD-TEXT (2) FIELD-TEXT (3)
                   FIELD-TEXT (4) FIELD-TEXT (5) FIELD-TEXT (6)
                   FIELD-TEXT (7) FIELD-TEXT (8) FIELD-TEXT (9)
                   FIELD-TEXT (10).
           perform CLEAR-DASH
               varying FIELD-I from 2 by 1 until FIELD-I > 10.
           evaluate FIELD-TEXT (1)
               when "TOURNEY"
                   move FIELD-TEXT (2) to TOURNEY-FORMAT
                   move function numval(FIELD-TEXT (3)) to HEAT-MINUTES
                   move FIELD-TEXT (4) to ROM-PATH
                   move FIELD-TEXT (5) to GAME-TITLE
               when "ENTRANT"
                   if ENTRANT-COUNT < 16
                       add 1 to ENTRANT-COUNT
                       move FIELD-TEXT (2) to ENT-NAME (ENTRANT-COUNT)
                   end-if
               when "HEAT"
                   if HEAT-COUNT < 128
                       add 1 to HEAT-COUNT
                       initialize HEAT-ROW (HEAT-COUNT)
                       move function numval(FIELD-TEXT (3))
                           to HEAT-ROUND (HEAT-COUNT)
                       move FIELD-TEXT (4) to HEAT-A (HEAT-COUNT)
                       move FIELD-TEXT (5) to HEAT-B (HEAT-COUNT)
                       move function numval(FIELD-TEXT (6))
                           to HEAT-SCORE-A (HEAT-COUNT)
                       move function numval(FIELD-TEXT (7))
                           to HEAT-SCORE-B (HEAT-COUNT)
                       move FIELD-TEXT (8) to HEAT-WINNER (HEAT-COUNT)
                       move FIELD-TEXT (9) to HEAT-STATUS (HEAT-COUNT)
                       move function numval(FIELD-TEXT (10))
                           to HEAT-TRY (HEAT-COUNT)
                   end-if
           end-evaluate.

       CLEAR-DASH.
           if FIELD-TEXT (FIELD-I) = "-"
               move spaces to FIELD-TEXT (FIELD-I)
           end-if.

      *    > RUN: the first heat still to be played, each entrant in
      *    > turn at the controls; nothing is written until both
      *    > have a score in the ledger
       PLAY-NEXT-HEAT.
           move 0 to HEAT-I.
           perform FIND-PENDING-HEAT
               varying HEAT-J from 1 by 1
               until HEAT-J > HEAT-COUNT or HEAT-I > 0.
           if HEAT-I = 0
               display "every heat of " function trim(TOURNEY-NAME)
                   " has been played"
               go to PLAY-NEXT-HEAT-EXIT
           end-if.

           move HEAT-I to HEAT-DISPLAY.
           move HEAT-ROUND (HEAT-I) to ROUND-DISPLAY.
           display "==== TOURNAMENT " function trim(TOURNEY-NAME)
               ": heat " HEAT-DISPLAY " (round "
               function trim(ROUND-DISPLAY) ") "
               function trim(HEAT-A (HEAT-I)) " v "
               function trim(HEAT-B (HEAT-I)) " ====".
           if HEAT-TRY (HEAT-I) > 1
               move HEAT-TRY (HEAT-I) to TRY-DISPLAY
               display "(replay - attempt " function trim(TRY-DISPLAY)
                   ")"
           end-if.

           move HEAT-A (HEAT-I) to SEAT-NAME.
           perform PLAY-SEAT thru PLAY-SEAT-EXIT.
           if not SEAT-HAS-SCORE
               go to PLAY-NEXT-HEAT-UNDECIDED
           end-if.
           move SEAT-SCORE to HEAT-SCORE-A (HEAT-I).
           move HEAT-B (HEAT-I) to SEAT-NAME.
           perform PLAY-SEAT thru PLAY-SEAT-EXIT.
           if not SEAT-HAS-SCORE
               go to PLAY-NEXT-HEAT-UNDECIDED
           end-if.
           move SEAT-SCORE to HEAT-SCORE-B (HEAT-I).

           evaluate true
               when HEAT-SCORE-A (HEAT-I) > HEAT-SCORE-B (HEAT-I)
                   move HEAT-A (HEAT-I) to HEAT-WINNER (HEAT-I)
               when HEAT-SCORE-B (HEAT-I) > HEAT-SCORE-A (HEAT-I)
                   move HEAT-B (HEAT-I) to HEAT-WINNER (HEAT-I)
               when FORMAT-IS-ROBIN
                   move "=" to HEAT-WINNER (HEAT-I)
               when other
                   move HEAT-SCORE-A (HEAT-I) to SCORE-DISPLAY
                   display "tied at " function trim(SCORE-DISPLAY)
                       " - heat " HEAT-DISPLAY " is played again"
                   add 1 to HEAT-TRY (HEAT-I)
                   move 0 to HEAT-SCORE-A (HEAT-I)
                   move 0 to HEAT-SCORE-B (HEAT-I)
                   perform SAVE-STATE thru SAVE-STATE-EXIT
                   go to PLAY-NEXT-HEAT-EXIT
           end-evaluate.
           move "DONE" to HEAT-STATUS (HEAT-I).
           if HEAT-WINNER (HEAT-I) = "="
               display "heat " HEAT-DISPLAY " is drawn"
           else
               display "heat " HEAT-DISPLAY " goes to "
                   function trim(HEAT-WINNER (HEAT-I))
           end-if.
           if FORMAT-IS-SINGLE
               perform ADVANCE-WINNERS thru ADVANCE-WINNERS-EXIT
           end-if.
           perform SAVE-STATE thru SAVE-STATE-EXIT.
           go to PLAY-NEXT-HEAT-EXIT.

       PLAY-NEXT-HEAT-UNDECIDED.
           display "heat " HEAT-DISPLAY " is left to be played -"
               " RUN again once the session can be scored".
           move 4 to return-code.
       PLAY-NEXT-HEAT-EXIT.
           exit paragraph.

       FIND-PENDING-HEAT.
           if HEAT-STATUS (HEAT-J) = "PENDING"
               move HEAT-J to HEAT-I
           end-if.

      *    > one entrant's session: wait for them at the controls,
      *    > launch the emulator with their name, the heat's time
      *    > and a movie to keep, then find the score it left - the
      *    > last ledger line for them written since the launch
       PLAY-SEAT.
           move 0 to SEAT-FOUND.
           move 0 to SEAT-SCORE.
           move HEAT-TRY (HEAT-I) to TRY-DISPLAY.
           move spaces to MOVIE-PATH.
           string function trim(TOURNEY-NAME) ".heat" HEAT-DISPLAY "."
               function trim(TRY-DISPLAY) "."
               function trim(SEAT-NAME) ".movie"
               delimited by size into MOVIE-PATH.
           move HEAT-MINUTES to COUNT-DISPLAY.
           display " ".
           display "-- " function trim(SEAT-NAME)
               " to the controls: " function trim(COUNT-DISPLAY)
               " minutes - press Enter to start --".
           accept READY-LINE from console.

           move 999999999 to LEDGER-MARK.
           perform COUNT-LEDGER thru COUNT-LEDGER-EXIT.
           move LEDGER-ROW to LEDGER-MARK.
           move spaces to SYSTEM-COMMAND.
           string function trim(EMULATOR-CMD) " "
               function trim(ROM-PATH) " PLAY PLAYER '"
               function trim(SEAT-NAME) "' DEADLINE "
               function trim(COUNT-DISPLAY) " RECORD "
               function trim(MOVIE-PATH)
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to GAME-STATUS.
           move 0 to return-code.

           perform COUNT-LEDGER thru COUNT-LEDGER-EXIT.
           if not SEAT-HAS-SCORE
               display "no score reached " function trim(LEDGER-PATH)
                   " for " function trim(SEAT-NAME)
               display "(the cartridge needs a SCORE= line in"
                   " colboy-profiles.cfg)"
               go to PLAY-SEAT-EXIT
           end-if.
           move SEAT-SCORE to SCORE-DISPLAY.
           display function trim(SEAT-NAME) " scored "
               function trim(SCORE-DISPLAY)
               " (movie " function trim(MOVIE-PATH) ")".
       PLAY-SEAT-EXIT.
           exit paragraph.

      *    > counts the ledger's lines, taking the seat's score
      *    > from any past LEDGER-MARK
       COUNT-LEDGER.
           move 0 to LEDGER-ROW.
           open input LEDGER-FILE.
           if not LEDGER-STATUS-OK
               go to COUNT-LEDGER-EXIT
           end-if.
           perform READ-LEDGER-LINE until LEDGER-STATUS-EOF.
           close LEDGER-FILE.
       COUNT-LEDGER-EXIT.
           exit paragraph.

       READ-LEDGER-LINE.
           read LEDGER-FILE
               at end
                   set LEDGER-STATUS-EOF to true
               not at end
                   add 1 to LEDGER-ROW
                   if LEDGER-ROW > LEDGER-MARK
                       perform TAKE-LEDGER-LINE
                   end-if
           end-read.

       TAKE-LEDGER-LINE.
           move spaces to LEDGER-PLAYER LEDGER-SCORE LEDGER-TITLE.
           unstring LEDGER-LINE delimited by "|"
               into LEDGER-STAMP LEDGER-TITLE LEDGER-PLAYER
                   LEDGER-SCORE LEDGER-FRAME.
           if LEDGER-PLAYER = SEAT-NAME
               and LEDGER-SCORE is numeric
               move 1 to SEAT-FOUND
               move LEDGER-SCORE to SEAT-SCORE
               if GAME-TITLE = spaces
                   move LEDGER-TITLE to GAME-TITLE
               end-if
           end-if.

      *    > knockout: once every heat of the round is settled, its
      *    > winners meet in pairs, in bracket order, in the next
       ADVANCE-WINNERS.
           move HEAT-ROUND (HEAT-I) to LAST-ROUND.
           move 0 to ROUND-HEATS.
           move 0 to ROUND-OPEN.
           perform COUNT-ROUND-HEAT
               varying HEAT-J from 1 by 1 until HEAT-J > HEAT-COUNT.
           if ROUND-OPEN > 0
               go to ADVANCE-WINNERS-EXIT
           end-if.
           if ROUND-HEATS = 1
               display "==== " function trim(HEAT-WINNER (HEAT-I))
                   " wins " function trim(TOURNEY-NAME) " ===="
               go to ADVANCE-WINNERS-EXIT
           end-if.
           move spaces to FIRST-WINNER.
           perform PAIR-ROUND-WINNER
               varying HEAT-J from 1 by 1 until HEAT-J > HEAT-COUNT.
           add 1 to LAST-ROUND.
           move LAST-ROUND to ROUND-DISPLAY.
           display "round " function trim(ROUND-DISPLAY)
               " is drawn".
       ADVANCE-WINNERS-EXIT.
           exit paragraph.

       COUNT-ROUND-HEAT.
           if HEAT-ROUND (HEAT-J) = LAST-ROUND
               add 1 to ROUND-HEATS
               if HEAT-STATUS (HEAT-J) = "PENDING"
                   add 1 to ROUND-OPEN
               end-if
           end-if.

       PAIR-ROUND-WINNER.
           if HEAT-ROUND (HEAT-J) not = LAST-ROUND
               continue
           else
               if FIRST-WINNER = spaces
                   move HEAT-WINNER (HEAT-J) to FIRST-WINNER
               else
                   add 1 to HEAT-COUNT
                   initialize HEAT-ROW (HEAT-COUNT)
                   compute HEAT-ROUND (HEAT-COUNT) = LAST-ROUND + 1
                   move 1 to HEAT-TRY (HEAT-COUNT)
                   move FIRST-WINNER to HEAT-A (HEAT-COUNT)
                   move HEAT-WINNER (HEAT-J) to HEAT-B (HEAT-COUNT)
                   move "PENDING" to HEAT-STATUS (HEAT-COUNT)
                   move spaces to FIRST-WINNER
               end-if
           end-if.

       PRINT-BRACKET.
           display " ".
           move HEAT-MINUTES to COUNT-DISPLAY.
           move GAME-TITLE to FIELD-TEXT (1).
           if FIELD-TEXT (1) = spaces
               move ROM-PATH to FIELD-TEXT (1)
           end-if.
           if FORMAT-IS-SINGLE
               move "knockout" to STANDING-TEXT
           else
               move "round robin" to STANDING-TEXT
           end-if.
           display "==== TOURNAMENT " function trim(TOURNEY-NAME)
               ": " function trim(FIELD-TEXT (1)) ", "
               function trim(STANDING-TEXT) ", "
               function trim(COUNT-DISPLAY) " minute heats ====".
           move 0 to LAST-ROUND.
           perform FIND-LAST-ROUND
               varying HEAT-J from 1 by 1 until HEAT-J > HEAT-COUNT.
           perform PRINT-ROUND
               varying ROUND-I from 1 by 1 until ROUND-I > LAST-ROUND.
       PRINT-BRACKET-EXIT.
           exit paragraph.

       FIND-LAST-ROUND.
           if HEAT-ROUND (HEAT-J) > LAST-ROUND
               move HEAT-ROUND (HEAT-J) to LAST-ROUND
           end-if.

       PRINT-ROUND.
           perform NAME-ROUND.
           display "---- " function trim(ROUND-NAME) " ----".
           perform PRINT-HEAT
               varying HEAT-J from 1 by 1 until HEAT-J > HEAT-COUNT.

      *    > a knockout round is named by how many heats a full
      *    > bracket has in it
       NAME-ROUND.
           move ROUND-I to ROUND-DISPLAY.
           move spaces to ROUND-NAME.
           string "round " function trim(ROUND-DISPLAY)
               delimited by size into ROUND-NAME.
           if FORMAT-IS-SINGLE
               move BRACKET-SIZE to ORDER-SIZE
               perform HALVE-ORDER ROUND-I times
               evaluate ORDER-SIZE
                   when 1
                       move "final" to ROUND-NAME
                   when 2
                       move "semi-finals" to ROUND-NAME
                   when 4
                       move "quarter-finals" to ROUND-NAME
               end-evaluate
           end-if.

       HALVE-ORDER.
           divide 2 into ORDER-SIZE.

       PRINT-HEAT.
           if HEAT-ROUND (HEAT-J) not = ROUND-I
               continue
           else
               move HEAT-J to HEAT-DISPLAY
               move spaces to PRINT-LINE
               string "heat " HEAT-DISPLAY "  " HEAT-A (HEAT-J)
                   delimited by size into PRINT-LINE
               evaluate HEAT-STATUS (HEAT-J)
                   when "BYE"
                       move "bye" to PRINT-LINE (30:3)
                   when "PENDING"
                       move "v" to PRINT-LINE (30:1)
                       move HEAT-B (HEAT-J) to PRINT-LINE (32:16)
                       move "to play" to PRINT-LINE (50:7)
                       if HEAT-TRY (HEAT-J) > 1
                           move "(replay)" to PRINT-LINE (58:8)
                       end-if
                   when other
                       move "v" to PRINT-LINE (30:1)
                       move HEAT-B (HEAT-J) to PRINT-LINE (32:16)
                       move HEAT-SCORE-A (HEAT-J) to SCORE-DISPLAY
                       move SCORE-DISPLAY to PRINT-LINE (49:10)
                       move "-" to PRINT-LINE (60:1)
                       move HEAT-SCORE-B (HEAT-J) to SCORE-DISPLAY
                       move function trim(SCORE-DISPLAY)
                           to PRINT-LINE (62:10)
                       if HEAT-WINNER (HEAT-J) = "="
                           move "drawn" to PRINT-LINE (73:5)
                       else
                           move HEAT-WINNER (HEAT-J)
                               to PRINT-LINE (73:16)
                       end-if
               end-evaluate
               display function trim(PRINT-LINE trailing)
           end-if.

      *    > knockout: champion, then by the round each went out in
      *    > (the same round shares a place); round robin: points,
      *    > then total score. Either way the total score is shown.
       PRINT-STANDINGS.
           move 1 to TOURNEY-DONE.
           perform TALLY-HEAT
               varying HEAT-J from 1 by 1 until HEAT-J > HEAT-COUNT.
           perform KEY-ENTRANT
               varying ENT-I from 1 by 1 until ENT-I > ENTRANT-COUNT.
           if TOURNEY-IS-DONE
               display "---- final standings ----"
           else
               display "---- standings so far ----"
           end-if.
           move 0 to RANK-TAKEN.
           move 0 to RANK-NUMBER.
           perform PLACE-NEXT ENTRANT-COUNT times.
       PRINT-STANDINGS-EXIT.
           exit paragraph.

       TALLY-HEAT.
           if HEAT-STATUS (HEAT-J) = "PENDING"
               move 0 to TOURNEY-DONE
           end-if.
           if HEAT-STATUS (HEAT-J) not = "DONE"
               continue
           else
               move HEAT-A (HEAT-J) to SEAT-NAME
               perform FIND-ENTRANT
               move ENT-J to SEAT-A
               move HEAT-B (HEAT-J) to SEAT-NAME
               perform FIND-ENTRANT
               move ENT-J to SEAT-B
               if SEAT-A > 0 and SEAT-B > 0
                   perform TALLY-RESULT
               end-if
           end-if.

       TALLY-RESULT.
           add HEAT-SCORE-A (HEAT-J) to ENT-SCORE-SUM (SEAT-A).
           add HEAT-SCORE-B (HEAT-J) to ENT-SCORE-SUM (SEAT-B).
           evaluate HEAT-WINNER (HEAT-J)
               when "="
                   add 1 to ENT-DRAWS (SEAT-A) ENT-DRAWS (SEAT-B)
                   add 1 to ENT-POINTS (SEAT-A) ENT-POINTS (SEAT-B)
               when HEAT-A (HEAT-J)
                   add 1 to ENT-WINS (SEAT-A) ENT-LOSSES (SEAT-B)
                   add 2 to ENT-POINTS (SEAT-A)
                   move HEAT-ROUND (HEAT-J) to ENT-OUT-ROUND (SEAT-B)
               when other
                   add 1 to ENT-WINS (SEAT-B) ENT-LOSSES (SEAT-A)
                   add 2 to ENT-POINTS (SEAT-B)
                   move HEAT-ROUND (HEAT-J) to ENT-OUT-ROUND (SEAT-A)
           end-evaluate.

       FIND-ENTRANT.
           move 0 to ENT-J.
           perform MATCH-ENTRANT
               varying ENT-I from 1 by 1 until ENT-I > ENTRANT-COUNT.

       MATCH-ENTRANT.
           if ENT-NAME (ENT-I) = SEAT-NAME and SEAT-NAME not = spaces
               move ENT-I to ENT-J
           end-if.

       KEY-ENTRANT.
           move 0 to ENT-PLACED (ENT-I).
           if FORMAT-IS-ROBIN
               compute ENT-RANK-KEY (ENT-I) =
                   (ENT-POINTS (ENT-I) * 1000000000000)
                   + ENT-SCORE-SUM (ENT-I)
           else
               if ENT-OUT-ROUND (ENT-I) = 0
                   move 99 to ENT-RANK-KEY (ENT-I)
               else
                   move ENT-OUT-ROUND (ENT-I) to ENT-RANK-KEY (ENT-I)
               end-if
           end-if.

       PLACE-NEXT.
           move 0 to BEST-I.
           perform PICK-BEST
               varying ENT-I from 1 by 1 until ENT-I > ENTRANT-COUNT.
           move 1 to ENT-PLACED (BEST-I).
           add 1 to RANK-TAKEN.
           if RANK-TAKEN = 1
               or ENT-RANK-KEY (BEST-I) not = RANK-PREVIOUS
               move RANK-TAKEN to RANK-NUMBER
           end-if.
           move ENT-RANK-KEY (BEST-I) to RANK-PREVIOUS.
           move RANK-NUMBER to RANK-DISPLAY.
           move ENT-SCORE-SUM (BEST-I) to SUM-DISPLAY.
           move spaces to PRINT-LINE.
           if FORMAT-IS-ROBIN
               move ENT-WINS (BEST-I) to ROUND-DISPLAY
               move ENT-DRAWS (BEST-I) to COUNT-DISPLAY
               move ENT-LOSSES (BEST-I) to TRY-DISPLAY
               move ENT-POINTS (BEST-I) to POINTS-DISPLAY
               string RANK-DISPLAY "  " ENT-NAME (BEST-I) "  won "
                   ROUND-DISPLAY " drawn " COUNT-DISPLAY " lost "
                   TRY-DISPLAY "  points " POINTS-DISPLAY
                   "  total " SUM-DISPLAY
                   delimited by size into PRINT-LINE
           else
               evaluate true
                   when ENT-OUT-ROUND (BEST-I) > 0
                       move ENT-OUT-ROUND (BEST-I) to ROUND-I
                       perform NAME-ROUND
                       move spaces to STANDING-TEXT
                       string "out in " ROUND-NAME
                           delimited by size into STANDING-TEXT
                   when TOURNEY-IS-DONE
                       move "champion" to STANDING-TEXT
                   when other
                       move "still in" to STANDING-TEXT
               end-evaluate
               string RANK-DISPLAY "  " ENT-NAME (BEST-I) "  "
                   STANDING-TEXT "  total " SUM-DISPLAY
                   delimited by size into PRINT-LINE
           end-if.
           display function trim(PRINT-LINE trailing).

      *    > the best unplaced entrant; equal keys go by total score
       PICK-BEST.
           if ENT-PLACED (ENT-I) = 1
               continue
           else
               if BEST-I = 0
                   move ENT-I to BEST-I
               else
                   if ENT-RANK-KEY (ENT-I) > ENT-RANK-KEY (BEST-I)
                       or (ENT-RANK-KEY (ENT-I) = ENT-RANK-KEY (BEST-I)
                       and ENT-SCORE-SUM (ENT-I)
                           > ENT-SCORE-SUM (BEST-I))
                       move ENT-I to BEST-I
                   end-if
               end-if
           end-if.
       end program TOURNAMENT.
