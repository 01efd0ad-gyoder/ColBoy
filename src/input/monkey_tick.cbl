      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Random-input stress test, called once per completed frame
      *    from MAIN-DRIVER while MONKEY mode is on - TURBO_TICK's
      *    and MACRO_TICK's sibling for input nobody scripted. Lets
      *    go of every button whose hold has run out, then maybe
      *    starts one new press: which button, and for how long,
      *    drawn from the seeded stream within the colboy.cfg
      *    constraints (see monkey_ctl). Pressing one direction lets
      *    go of its opposite, since no real D-pad holds both.
      *    Every transition goes through JOYPAD_SET_BUTTON, so the
      *    movie being recorded sees it like real input.
      *
      *    "arm" restarts the stream at the seed and lets go of
      *    everything - MAIN-DRIVER calls it before each title runs.
       identification division.
       program-id. MONKEY_TICK.
       environment division.
       data division.
       working-storage section.
           copy monkey_ctl.

      * ====== LOCAL =======
           01 BUTTON-I binary-char unsigned value 0.
           01 PICKED-BUTTON binary-char unsigned value 0.
           01 OPPOSITE-BUTTON binary-char unsigned value 0.
           01 DRAW-VALUE binary-long unsigned value 0.
           01 HOLD-SPAN binary-short unsigned value 0.
           01 HOLD-FRAMES binary-short unsigned value 0.
           01 APPLY-BUTTON pic x(8) value spaces.
           01 APPLY-PRESSED binary-char unsigned value 0.

      *    > JOYPAD-STATE's button lines in MONKEY-EXCLUDED order -
      *    > the names JOYPAD_SET_BUTTON accepts
           01 BUTTON-NAME-INIT.
               05 filler pic x(8) value "right".
               05 filler pic x(8) value "left".
               05 filler pic x(8) value "up".
               05 filler pic x(8) value "down".
               05 filler pic x(8) value "a".
               05 filler pic x(8) value "b".
               05 filler pic x(8) value "select".
               05 filler pic x(8) value "start".
           01 BUTTON-NAME-TABLE redefines BUTTON-NAME-INIT.
               05 BUTTON-NAME-ENTRY pic x(8) occurs 8 times.
       linkage section.
           01 MONKEY-ACTION pic x(4).
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by reference MONKEY-ACTION,
           by value FRAME-COUNT-IN.
       MAIN.
           if MONKEY-ACTION = "arm"
               perform ARM-MONKEY
               go to MAIN-EXIT
           end-if.

           perform RELEASE-IF-DUE varying BUTTON-I from 1 by 1
               until BUTTON-I > 8.
           perform NEXT-DRAW.
           if function mod(DRAW-VALUE, 100) < MONKEY-PRESS-PCT
               perform START-ONE-PRESS thru START-ONE-PRESS-EXIT
           end-if.

       MAIN-EXIT.
           exit program.

       ARM-MONKEY.
           if MONKEY-HOLD-MIN = 0
               move 1 to MONKEY-HOLD-MIN
           end-if.
           if MONKEY-HOLD-MAX < MONKEY-HOLD-MIN
               move MONKEY-HOLD-MIN to MONKEY-HOLD-MAX
           end-if.
           move MONKEY-SEED to MONKEY-STATE.
           move 0 to MONKEY-PRESS-COUNT.
           move 0 to APPLY-PRESSED.
           perform LET-GO-OF-BUTTON varying BUTTON-I from 1 by 1
               until BUTTON-I > 8.

       LET-GO-OF-BUTTON.
           move 0 to MONKEY-RELEASE-AT (BUTTON-I).
           move BUTTON-NAME-ENTRY (BUTTON-I) to APPLY-BUTTON.
           call "JOYPAD_SET_BUTTON" using by reference APPLY-BUTTON,
               by value APPLY-PRESSED.

       RELEASE-IF-DUE.
           if MONKEY-RELEASE-AT (BUTTON-I) not = 0
                   and FRAME-COUNT-IN >= MONKEY-RELEASE-AT (BUTTON-I)
               move 0 to APPLY-PRESSED
               perform LET-GO-OF-BUTTON
           end-if.

      *    > Start and Select get their own small share so a run
      *    > isn't paused or reset every other second; the rest go
      *    > to the D-pad and A/B evenly
       START-ONE-PRESS.
           perform NEXT-DRAW.
           if function mod(DRAW-VALUE, 100) < MONKEY-STARTSEL-PCT
               perform NEXT-DRAW
               compute PICKED-BUTTON =
                   7 + function mod(DRAW-VALUE, 2)
           else
               perform NEXT-DRAW
               compute PICKED-BUTTON =
                   1 + function mod(DRAW-VALUE, 6)
           end-if.
           if MONKEY-EXCLUDED (PICKED-BUTTON) = 1
                   or MONKEY-RELEASE-AT (PICKED-BUTTON) not = 0
               go to START-ONE-PRESS-EXIT
           end-if.

           evaluate PICKED-BUTTON
               when 1
                   move 2 to OPPOSITE-BUTTON
               when 2
                   move 1 to OPPOSITE-BUTTON
               when 3
                   move 4 to OPPOSITE-BUTTON
               when 4
                   move 3 to OPPOSITE-BUTTON
               when other
                   move 0 to OPPOSITE-BUTTON
           end-evaluate.
           if OPPOSITE-BUTTON not = 0
               if MONKEY-RELEASE-AT (OPPOSITE-BUTTON) not = 0
                   move OPPOSITE-BUTTON to BUTTON-I
                   move 0 to APPLY-PRESSED
                   perform LET-GO-OF-BUTTON
               end-if
           end-if.

           perform NEXT-DRAW.
           compute HOLD-SPAN = MONKEY-HOLD-MAX - MONKEY-HOLD-MIN + 1.
           compute HOLD-FRAMES = MONKEY-HOLD-MIN
               + function mod(DRAW-VALUE, HOLD-SPAN).
           compute MONKEY-RELEASE-AT (PICKED-BUTTON) =
               FRAME-COUNT-IN + HOLD-FRAMES.
           move BUTTON-NAME-ENTRY (PICKED-BUTTON) to APPLY-BUTTON.
           move 1 to APPLY-PRESSED.
           call "JOYPAD_SET_BUTTON" using by reference APPLY-BUTTON,
               by value APPLY-PRESSED.
           add 1 to MONKEY-PRESS-COUNT.
       START-ONE-PRESS-EXIT.
           exit paragraph.

      *    > the same 31-bit linear congruential step POWER_ON_FILL
      *    > uses, the draw taken from the state's upper bits where
      *    > the low bits' short cycles don't show
       NEXT-DRAW.
           compute MONKEY-STATE = function mod(
               (MONKEY-STATE * 1103515245) + 12345, 2147483648).
           compute DRAW-VALUE = MONKEY-STATE / 65536.
       end program MONKEY_TICK.
