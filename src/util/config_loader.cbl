      *
      *    Reads colboy.cfg, if one exists in the current directory,
      *    for simple KEY=VALUE lines that set the hardware mode, the
      *    joypad key bindings, the power-on memory fill (FILL= and
      *    SEED=), the live-audio player command (AUDIO-SINK=), the
      *    host gamepad (JOYSTICK=, PAD-BUTTON-n=, PAD-AXIS-X/Y=), the
      *    picture format frames and sheets are saved in
      *    (IMAGE-FORMAT=PPM|PNG), the export size and look
      *    (OUTPUT-SCALE=1-4, OUTPUT-FILTER=NONE|LCD|SCANLINES),
      *    the screen look (FRAME-BLEND=ON, COLOR-CORRECTION=ON),
      *    the recorded button display (INPUT-OVERLAY=TL|TR|BL|BR),
      *    the live stream's pipe or command (STREAM-PIPE=,
      *    STREAM-COMMAND=), what a batch window does when the
      *    disk won't hold its output (PREFLIGHT=REFUSE|DROP|OFF,
      *    DISK-RESERVE= MB of headroom - see preflight_ctl),
      *    where failure alerts go and who hears about them
      *    (ALERT-OUTBOX=, ALERT-NOTIFY= - see alert_ctl),
      *    the random-input stress test's constraints (MONKEY-HOLD=,
      *    MONKEY-PRESS=, MONKEY-STARTSEL=, MONKEY-EXCLUDE= - see
      *    monkey_ctl), each player's playtime allowance
      *    (PLAYTIME=player,daily,weekly minutes and PLAYTIME-WARN=
      *    - see playtime_ctl),
      *    and a default ROM path - so switching
      *    between games or hardware profiles doesn't require touching
      *    the source. A missing config file, or a line this doesn't
      *    recognize, just leaves the built-in defaults already on
           copy opcode_policy.
           copy turbo_ctl.
           copy audio_dump_ctl.
           copy joystick_ctl.
           copy image_ctl.
           copy scale_ctl.
           copy lcd_ctl.
           copy overlay_ctl.
           copy stream_ctl.
           copy preflight_ctl.
           copy alert_ctl.
           copy monkey_ctl.
           copy playtime_ctl.

      * ====== LOCAL =======
           01 PALETTE-NAME pic x(12) value spaces.
           01 FILL-NAME pic x(12) value spaces.
           01 CONFIG-PATH pic x(32) value "colboy.cfg".
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
           01 CFG-KEY pic x(16) value spaces.
           01 CFG-VALUE pic x(112) value spaces.
           01 MUTE-FLAG binary-char unsigned value 0.
           01 PAD-BUTTON-NUM binary-short unsigned value 0.
           01 HOLD-LOW pic x(8) value spaces.
           01 HOLD-HIGH pic x(8) value spaces.
           01 EXCLUDE-PTR binary-short unsigned value 1.
           01 EXCLUDE-WORD pic x(16) value spaces.
           01 EXCLUDE-I binary-char unsigned value 0.
           01 ALLOW-PLAYER pic x(16) value spaces.
           01 ALLOW-DAILY pic x(8) value spaces.
           01 ALLOW-WEEKLY pic x(8) value spaces.
           01 ALLOW-SLOT binary-char unsigned value 0.
           01 ALLOW-I binary-char unsigned value 0.
           01 WARN-PTR binary-short unsigned value 1.
           01 WARN-WORD pic x(8) value spaces.
       procedure division.
       MAIN.
      *    > VALUE clauses on EXTERNAL items aren't reliable in this
      *    > here rather than trusting the copybooks' VALUE clauses
           move 0 to HARDWARE-MODE.
           move 0 to HARDWARE-MODE-SET.
           move 0 to HARDWARE-MODEL.
           move 0 to AUTO-PICK-MODEL.
           move spaces to DEFAULT-ROM-PATH.
           move spaces to PLAYER-NAME.
           move "w" to KEYBIND-UP.
           move "m" to KEYBIND-START.
           move "K" to KEYBIND-TURBO-A.
           move "J" to KEYBIND-TURBO-B.
           move "u" to KEYBIND-TILT-LEFT.
           move "i" to KEYBIND-TILT-UP.
           move "o" to KEYBIND-TILT-DOWN.
           move "p" to KEYBIND-TILT-RIGHT.
           move 2 to TURBO-ON-FRAMES.
           move 2 to TURBO-OFF-FRAMES.
           move "GRAYS" to PALETTE-NAME.
           move 0 to CH-MUTE (4).
           move 0 to SOLO-CHANNEL.
           move 0 to STEM-ENABLED.
           move spaces to AUDIO-SINK-COMMAND.
           move 0 to AUDIO-LIVE-ENABLED.
           move spaces to JOYSTICK-DEVICE.
           move 0 to JOYSTICK-ENABLED.
           perform CLEAR-PAD-BUTTON-KEY varying PAD-BUTTON-NUM
               from 1 by 1 until PAD-BUTTON-NUM > 16.
           move 0 to PAD-AXIS-X.
           move 1 to PAD-AXIS-Y.
           move 0 to IMG-FORMAT.
           move ".ppm" to IMG-EXT.
           move 1 to SCALE-FACTOR.
           move 0 to SCALE-FILTER.
           move 4 to SCALE-DIM-KEEP.
           move 0 to LCD-BLEND-SWITCH.
           move 0 to LCD-CORRECT-SWITCH.
           move 1 to LCD-FRAME-STALE.
           move 0 to OVERLAY-CORNER.
           move spaces to STREAM-PIPE-PATH.
           move spaces to STREAM-COMMAND.
           move 1 to OVERCLOCK-FACTOR.
           move 0 to POWER-FILL-MODE.
           move 0 to POWER-FILL-SEED.
           move 0 to POWER-FILL-SEED-SET.
           move 0 to PREFLIGHT-POLICY.
           move 64 to PREFLIGHT-RESERVE-MB.
           move "colboy-outbox" to ALERT-OUTBOX-DIR.
           move spaces to ALERT-NOTIFY-COMMAND.
           move 2 to MONKEY-HOLD-MIN.
           move 30 to MONKEY-HOLD-MAX.
           move 25 to MONKEY-PRESS-PCT.
           move 2 to MONKEY-STARTSEL-PCT.
           perform CLEAR-MONKEY-EXCLUDED varying EXCLUDE-I
               from 1 by 1 until EXCLUDE-I > 8.
           move 0 to PLAYTIME-COUNT.
           move 0 to PLAYTIME-ENABLED.
           move 0 to PLAYTIME-TRIPPED.
           move 3 to PLAYTIME-WARN-COUNT.
           move 10 to PLAYTIME-WARN-MIN (1).
           move 5 to PLAYTIME-WARN-MIN (2).
           move 1 to PLAYTIME-WARN-MIN (3).
           move 0 to PLAYTIME-WARN-MIN (4).

           open input CONFIG-FILE.
           if not FILE-STATUS-OK
           evaluate CFG-KEY
               when "HARDWARE"
                   perform SET-HARDWARE-MODE
               when "AUTO-MODEL"
      *            > LATER: an automatic pick lands on MGB/SGB2/AGB
      *            > rather than DMG/SGB/CGB
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE (1:5) = "LATER"
                       move 1 to AUTO-PICK-MODEL
                   else
                       move 0 to AUTO-PICK-MODEL
                   end-if
               when "ROM"
                   move function trim(CFG-VALUE) to DEFAULT-ROM-PATH
               when "PLAYER"
                   move CFG-VALUE (1:1) to KEYBIND-TURBO-A
               when "KEY-TURBO-B"
                   move CFG-VALUE (1:1) to KEYBIND-TURBO-B
               when "KEY-TILT-LEFT"
                   move CFG-VALUE (1:1) to KEYBIND-TILT-LEFT
               when "KEY-TILT-RIGHT"
                   move CFG-VALUE (1:1) to KEYBIND-TILT-RIGHT
               when "KEY-TILT-UP"
                   move CFG-VALUE (1:1) to KEYBIND-TILT-UP
               when "KEY-TILT-DOWN"
                   move CFG-VALUE (1:1) to KEYBIND-TILT-DOWN
               when "TURBO-ON"
                   move function numval(CFG-VALUE) to
                       TURBO-ON-FRAMES
                   if SOLO-CHANNEL > 4
                       move 0 to SOLO-CHANNEL
                   end-if
               when "AUDIO-SINK"
      *            > the whole rest of the line - a player's own
      *            > options often carry an "=" of their own
                   move CONFIG-LINE (function length(function
                       trim(CFG-KEY)) + 2:) to AUDIO-SINK-COMMAND
               when "STREAM-PIPE"
                   move CONFIG-LINE (function length(function
                       trim(CFG-KEY)) + 2:) to STREAM-PIPE-PATH
               when "STREAM-COMMAND"
                   move CONFIG-LINE (function length(function
                       trim(CFG-KEY)) + 2:) to STREAM-COMMAND
               when "STEMS"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                           and OVERCLOCK-FACTOR not = 4
                       move 1 to OVERCLOCK-FACTOR
                   end-if
               when "FILL"
                   move CFG-VALUE (1:12) to FILL-NAME
                   call "FILL_SELECT" using by reference FILL-NAME
               when "SEED"
                   move function numval(CFG-VALUE) to POWER-FILL-SEED
                   move 1 to POWER-FILL-SEED-SET
               when "JOYSTICK"
                   move function trim(CFG-VALUE) to JOYSTICK-DEVICE
               when "PAD-AXIS-X"
                   move function numval(CFG-VALUE) to PAD-AXIS-X
               when "PAD-AXIS-Y"
                   move function numval(CFG-VALUE) to PAD-AXIS-Y
               when "IMAGE-FORMAT"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE (1:3) = "PNG"
                       move 1 to IMG-FORMAT
                       move ".png" to IMG-EXT
                   else
                       move 0 to IMG-FORMAT
                       move ".ppm" to IMG-EXT
                   end-if
               when "OUTPUT-SCALE"
                   move function numval(CFG-VALUE) to SCALE-FACTOR
                   if SCALE-FACTOR < 1 or SCALE-FACTOR > 4
                       move 1 to SCALE-FACTOR
                   end-if
               when "OUTPUT-FILTER"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   evaluate CFG-VALUE (1:3)
                       when "LCD"
                           move 1 to SCALE-FILTER
                           move 3 to SCALE-DIM-KEEP
                       when "SCA"
                           move 2 to SCALE-FILTER
                           move 2 to SCALE-DIM-KEEP
                       when other
                           move 0 to SCALE-FILTER
                           move 4 to SCALE-DIM-KEEP
                   end-evaluate
               when "FRAME-BLEND"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE (1:2) = "ON"
                       move 1 to LCD-BLEND-SWITCH
                   else
                       move 0 to LCD-BLEND-SWITCH
                   end-if
               when "COLOR-CORRECTION"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE (1:2) = "ON"
                       move 1 to LCD-CORRECT-SWITCH
                   else
                       move 0 to LCD-CORRECT-SWITCH
                   end-if
               when "INPUT-OVERLAY"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   evaluate CFG-VALUE (1:2)
                       when "TL"
                           move 1 to OVERLAY-CORNER
                       when "TR"
                           move 2 to OVERLAY-CORNER
                       when "BL"
                           move 3 to OVERLAY-CORNER
                       when "BR"
                           move 4 to OVERLAY-CORNER
                       when other
                           move 0 to OVERLAY-CORNER
                   end-evaluate
               when "PREFLIGHT"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   evaluate CFG-VALUE (1:4)
                       when "DROP"
                           move 1 to PREFLIGHT-POLICY
                       when "OFF"
                           move 2 to PREFLIGHT-POLICY
                       when other
                           move 0 to PREFLIGHT-POLICY
                   end-evaluate
               when "DISK-RESERVE"
                   move function numval(CFG-VALUE) to
                       PREFLIGHT-RESERVE-MB
               when "ALERT-OUTBOX"
                   move function trim(CFG-VALUE) to ALERT-OUTBOX-DIR
                   if ALERT-OUTBOX-DIR = spaces
                       move "colboy-outbox" to ALERT-OUTBOX-DIR
                   end-if
               when "MONKEY-HOLD"
      *            > min-max frames, or one number for a fixed hold
                   move spaces to HOLD-LOW
                   move spaces to HOLD-HIGH
                   unstring CFG-VALUE delimited by "-" into HOLD-LOW
                       HOLD-HIGH
                   move function numval(HOLD-LOW) to MONKEY-HOLD-MIN
                   if HOLD-HIGH = spaces
                       move MONKEY-HOLD-MIN to MONKEY-HOLD-MAX
                   else
                       move function numval(HOLD-HIGH) to
                           MONKEY-HOLD-MAX
                   end-if
               when "MONKEY-PRESS"
                   move function numval(CFG-VALUE) to
                       MONKEY-PRESS-PCT
               when "MONKEY-STARTSEL"
                   move function numval(CFG-VALUE) to
                       MONKEY-STARTSEL-PCT
               when "MONKEY-EXCLUDE"
                   move function lower-case(CFG-VALUE) to CFG-VALUE
                   move 1 to EXCLUDE-PTR
                   move spaces to EXCLUDE-WORD
                   perform TAKE-MONKEY-EXCLUDE
                       until EXCLUDE-PTR > 112
               when "PLAYTIME"
                   perform TAKE-PLAYTIME-ALLOWANCE
               when "PLAYTIME-WARN"
      *            > up to four minutes-left points, most first
                   move 0 to PLAYTIME-WARN-COUNT
                   move 1 to WARN-PTR
                   perform TAKE-PLAYTIME-WARN
                       until WARN-PTR > 112 or PLAYTIME-WARN-COUNT = 4
               when "ALERT-NOTIFY"
      *            > the whole rest of the line, like AUDIO-SINK
                   move CONFIG-LINE (function length(function
                       trim(CFG-KEY)) + 2:) to ALERT-NOTIFY-COMMAND
               when other
      *            > PAD-BUTTON-0 through PAD-BUTTON-15
                   if CFG-KEY (1:11) = "PAD-BUTTON-"
                           and CFG-KEY (12:5) not = spaces
                       move function numval(CFG-KEY (12:5)) to
                           PAD-BUTTON-NUM
                       if PAD-BUTTON-NUM < 16
                           move function trim(CFG-VALUE) to
                               PAD-BUTTON-KEY (PAD-BUTTON-NUM + 1)
                       end-if
                   end-if
           end-evaluate.

       CLEAR-PAD-BUTTON-KEY.
           move spaces to PAD-BUTTON-KEY (PAD-BUTTON-NUM).

       CLEAR-MONKEY-EXCLUDED.
           move 0 to MONKEY-EXCLUDED (EXCLUDE-I).

      *    > one comma-separated button name per pass
       TAKE-MONKEY-EXCLUDE.
           move spaces to EXCLUDE-WORD.
           unstring CFG-VALUE delimited by "," into EXCLUDE-WORD
               with pointer EXCLUDE-PTR.
           evaluate function trim(EXCLUDE-WORD)
               when "right"
                   move 1 to MONKEY-EXCLUDED (1)
               when "left"
                   move 1 to MONKEY-EXCLUDED (2)
               when "up"
                   move 1 to MONKEY-EXCLUDED (3)
               when "down"
                   move 1 to MONKEY-EXCLUDED (4)
               when "a"
                   move 1 to MONKEY-EXCLUDED (5)
               when "b"
                   move 1 to MONKEY-EXCLUDED (6)
               when "select"
                   move 1 to MONKEY-EXCLUDED (7)
               when "start"
                   move 1 to MONKEY-EXCLUDED (8)
           end-evaluate.

      *    > player,daily,weekly - a second line for the same player
      *    > replaces the first
       TAKE-PLAYTIME-ALLOWANCE.
           move spaces to ALLOW-PLAYER.
           move spaces to ALLOW-DAILY.
           move spaces to ALLOW-WEEKLY.
           unstring CFG-VALUE delimited by "," into ALLOW-PLAYER
               ALLOW-DAILY ALLOW-WEEKLY.
           move function trim(ALLOW-PLAYER) to ALLOW-PLAYER.
           if ALLOW-PLAYER not = spaces
               move 0 to ALLOW-SLOT
               perform FIND-PLAYTIME-ROW varying ALLOW-I from 1 by 1
                   until ALLOW-I > PLAYTIME-COUNT
               if ALLOW-SLOT = 0 and PLAYTIME-COUNT < 16
                   add 1 to PLAYTIME-COUNT
                   move PLAYTIME-COUNT to ALLOW-SLOT
               end-if
               if ALLOW-SLOT not = 0
                   move ALLOW-PLAYER to PT-PLAYER (ALLOW-SLOT)
                   move function numval(ALLOW-DAILY) to
                       PT-DAILY-MIN (ALLOW-SLOT)
                   move function numval(ALLOW-WEEKLY) to
                       PT-WEEKLY-MIN (ALLOW-SLOT)
               end-if
           end-if.

       FIND-PLAYTIME-ROW.
           if PT-PLAYER (ALLOW-I) = ALLOW-PLAYER
               move ALLOW-I to ALLOW-SLOT
               move PLAYTIME-COUNT to ALLOW-I
           end-if.

       TAKE-PLAYTIME-WARN.
           move spaces to WARN-WORD.
           unstring CFG-VALUE delimited by "," into WARN-WORD
               with pointer WARN-PTR.
           if function trim(WARN-WORD) is numeric
               add 1 to PLAYTIME-WARN-COUNT
               move function numval(WARN-WORD) to
                   PLAYTIME-WARN-MIN (PLAYTIME-WARN-COUNT)
           end-if.

       TAKE-MUTE-VALUE.
           move function upper-case(function trim(CFG-VALUE)) to
               CFG-VALUE.
               move 0 to MUTE-FLAG
           end-if.

      *    > DMG/SGB/CGB, or the later revisions MGB (Pocket),
      *    > SGB2 and AGB (a Game Boy Advance) of the same families
       SET-HARDWARE-MODE.
           move function upper-case(function trim(CFG-VALUE)) to
               CFG-VALUE.
           evaluate true
               when CFG-VALUE (1:4) = "SGB2"
                   move 1 to HARDWARE-MODE
                   move 1 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "DMG"
                   move 0 to HARDWARE-MODE
                   move 0 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "MGB"
                   move 0 to HARDWARE-MODE
                   move 1 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "SGB"
                   move 1 to HARDWARE-MODE
                   move 0 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "CGB"
                   move 2 to HARDWARE-MODE
                   move 0 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
               when CFG-VALUE (1:3) = "AGB"
                   move 2 to HARDWARE-MODE
                   move 1 to HARDWARE-MODEL
                   move 1 to HARDWARE-MODE-SET
           end-evaluate.
       end program CONFIG_LOADER.
