      *    line or a cheat address with a flipped digit just
      *    quietly doesn't happen. This parses colboy.cfg,
      *    colboy-profiles.cfg and the cheat/achievement/datalog/
      *    capture/split/presence files the profiles name, with the
      *    same grammars the loaders use, but reports everything
      *    they silently swallow:
      *
      *      unrecognized keys, lines with no "=",
      *      out-of-range values (a SOLO-CH of 9, a cheat address
      *        past 65535, a byte past 255, an unknown OP, a
      *        CHEAT= that is no Game Genie or GameShark code, a
      *        MONKEY-HOLD whose range runs backwards, a button
      *        MONKEY-EXCLUDE has never heard of, a PLAYTIME
      *        allowance longer than the day or week it is for),
      *      overfull tables (more cheats than the engine holds,
      *        more conditions than a definition takes),
      *      and [TITLE] sections matching no cartridge in the
      *        catalog's colboy-romdb.cfg database.
      *
      *    Findings print one per line with file and line number;
      *    the return code is 8 (failed verification) when anything
      *    was found, so a lint pass can gate a config change.
      *
      *        config_lint
       identification division.
       fd  DB-FILE.
           01 DB-LINE pic x(120).
       working-storage section.
           copy cheat_state.

      * ====== LOCAL =======
           01 CFG-PATH pic x(256) value spaces.
               88 LINTING-DATALOG value 5.
               88 LINTING-SPLITS value 6.
               88 LINTING-CAPTURES value 7.
               88 LINTING-PRESENCE value 8.
           01 ROW-COUNT binary-short unsigned value 0.
           01 ROW-LIMIT binary-short unsigned value 0.

           01 COND-I binary-char unsigned value 0.
           01 NUM-VALUE binary-double signed value 0.
           01 OP-TEXT pic x(2) value spaces.
           01 BRACE-OPEN binary-short unsigned value 0.
           01 BRACE-CLOSE binary-short unsigned value 0.
           01 EQ-COUNT binary-short unsigned value 0.
           01 CHEAT-CODE-TEXT pic x(16) value spaces.
           01 CHEAT-BANK-TEXT pic x(16) value spaces.
           01 CHEAT-DECODE-RESULT binary-char unsigned value 0.
           01 EXCLUDE-PTR binary-short unsigned value 0.
           01 EXCLUDE-LIST pic x(140) value spaces.
           01 WARN-PTR binary-short unsigned value 0.
           01 WARN-COUNT binary-short unsigned value 0.
       procedure division.
       MAIN.
           perform LOAD-KNOWN-TITLES.

           move "cheats.cfg" to CFG-PATH.
           move 3 to FILE-KIND.
           move 256 to ROW-LIMIT.
           perform LINT-ONE-FILE thru LINT-ONE-FILE-EXIT.

           perform LINT-ONE-SUB-FILE varying SUB-I from 1 by 1
           display " ".
           if FINDING-COUNT = 0
               display "config lint: clean"
               move 0 to return-code
           else
               display "config lint: " FINDING-COUNT " findings"
               move 8 to return-code
           end-if.
           stop run.

                   move 16 to ROW-LIMIT
               when LINTING-CAPTURES
                   move 8 to ROW-LIMIT
               when LINTING-PRESENCE
                   move 16 to ROW-LIMIT
               when other
                   move 256 to ROW-LIMIT
           end-evaluate.
           perform LINT-ONE-FILE thru LINT-ONE-FILE-EXIT.

                           LINT-KEYVALUE-LINE-EXIT
                   end-if
               when LINTING-CHEATS
                   perform LINT-CHEAT-LINE thru LINT-CHEAT-LINE-EXIT
               when LINTING-DATALOG
                   perform LINT-DATALOG-LINE
               when LINTING-ACHIEVE
                   perform LINT-CONDITION-LINE
               when LINTING-CAPTURES
                   perform LINT-CAPTURE-LINE
               when LINTING-PRESENCE
                   perform LINT-PRESENCE-LINE
           end-evaluate.
       LINT-ONE-LINE-EXIT.
           exit paragraph.
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE (1:3) not = "DMG"
                       and CFG-VALUE (1:3) not = "MGB"
                       and CFG-VALUE (1:3) not = "SGB"
                       and CFG-VALUE (1:3) not = "CGB"
                       and CFG-VALUE (1:3) not = "AGB"
                       move spaces to CFG-VALUE
                       string "HARDWARE must be DMG, MGB, SGB, SGB2,"
                           " CGB or AGB" delimited by size
                           into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
               when "AUTO-MODEL"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE not = "ORIGINAL"
                       and CFG-VALUE not = "LATER"
                       move "AUTO-MODEL must be ORIGINAL or LATER"
                           to CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "SOLO-CH"
                   if function numval(CFG-VALUE) > 4
                       move "SOLO-CH only goes to 4" to CFG-VALUE
                           delimited by size into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
               when "FILL"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE not = "ZERO" and CFG-VALUE not = "FF"
                       and CFG-VALUE not = "DMG"
                       and CFG-VALUE not = "RANDOM"
                       move "FILL must be ZERO, FF, DMG or RANDOM"
                           to CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "SEED"
                   move function numval(CFG-VALUE) to NUM-VALUE
                   if NUM-VALUE < 0 or NUM-VALUE > 2147483647
                       move "SEED must be 0 to 2147483647" to
                           CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "MONKEY-HOLD"
                   move spaces to FIELD-1
                   move spaces to FIELD-2
                   unstring CFG-VALUE delimited by "-"
                       into FIELD-1, FIELD-2
                   if FIELD-2 = spaces
                       move FIELD-1 to FIELD-2
                   end-if
                   if function trim(FIELD-1) is not numeric
                       or function trim(FIELD-2) is not numeric
                       or function numval(FIELD-1) < 1
                       or function numval(FIELD-2) > 65535
                       or function numval(FIELD-2) <
                           function numval(FIELD-1)
                       move spaces to CFG-VALUE
                       string "MONKEY-HOLD must be min-max frames"
                           " from 1 to 65535, min no more than max"
                           delimited by size into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "MONKEY-PRESS" when "MONKEY-STARTSEL"
                   move function numval(CFG-VALUE) to NUM-VALUE
                   if NUM-VALUE < 0 or NUM-VALUE > 100
                       move spaces to CFG-VALUE
                       string function trim(CFG-KEY)
                           " must be a percentage 0 to 100"
                           delimited by size into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "MONKEY-EXCLUDE"
                   move function lower-case(CFG-VALUE) to
                       EXCLUDE-LIST
                   move 1 to EXCLUDE-PTR
                   perform LINT-MONKEY-EXCLUDE
                       until EXCLUDE-PTR > 140
                   perform CHECK-MAIN-CFG-ONLY
               when "PLAYTIME"
                   perform LINT-PLAYTIME
                   perform CHECK-MAIN-CFG-ONLY
               when "PLAYTIME-WARN"
                   move 1 to WARN-PTR
                   move 0 to WARN-COUNT
                   perform LINT-PLAYTIME-WARN until WARN-PTR > 140
                   perform CHECK-MAIN-CFG-ONLY
               when "AUDIO-SINK" when "JOYSTICK"
               when "STREAM-PIPE" when "STREAM-COMMAND"
               when "ALERT-OUTBOX" when "ALERT-NOTIFY"
                   perform CHECK-MAIN-CFG-ONLY
               when "IMAGE-FORMAT"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE not = "PPM" and CFG-VALUE not = "PNG"
                       move "IMAGE-FORMAT must be PPM or PNG" to
                           CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "FRAME-BLEND" when "COLOR-CORRECTION"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE not = "ON" and CFG-VALUE not = "OFF"
                       move function trim(CFG-KEY) to FIELD-1
                       move spaces to CFG-VALUE
                       string function trim(FIELD-1)
                           " must be ON or OFF" delimited by size
                           into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
               when "INPUT-OVERLAY"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE not = "OFF" and CFG-VALUE not = "TL"
                       and CFG-VALUE not = "TR"
                       and CFG-VALUE not = "BL"
                       and CFG-VALUE not = "BR"
                       move spaces to CFG-VALUE
                       string "INPUT-OVERLAY must be OFF, TL, TR, BL"
                           " or BR" delimited by size into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "OUTPUT-SCALE"
                   move function numval(CFG-VALUE) to NUM-VALUE
                   if NUM-VALUE < 1 or NUM-VALUE > 4
                       move "OUTPUT-SCALE must be 1 to 4" to
                           CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "OUTPUT-FILTER"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE not = "NONE" and CFG-VALUE not = "LCD"
                       and CFG-VALUE not = "SCANLINES"
                       move spaces to CFG-VALUE
                       string "OUTPUT-FILTER must be NONE, LCD or"
                           " SCANLINES" delimited by size
                           into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "PREFLIGHT"
                   move function upper-case(function
                       trim(CFG-VALUE)) to CFG-VALUE
                   if CFG-VALUE not = "REFUSE"
                       and CFG-VALUE not = "DROP"
                       and CFG-VALUE not = "OFF"
                       move "PREFLIGHT must be REFUSE, DROP or OFF"
                           to CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "DISK-RESERVE"
                   move function numval(CFG-VALUE) to NUM-VALUE
                   if NUM-VALUE < 0 or NUM-VALUE > 1048576
                       move "DISK-RESERVE must be 0 to 1048576 MB" to
                           CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "PAD-AXIS-X" when "PAD-AXIS-Y"
                   move function numval(CFG-VALUE) to NUM-VALUE
                   if NUM-VALUE < 0 or NUM-VALUE > 255
                       move spaces to CFG-VALUE
                       string function trim(CFG-KEY)
                           " must be an axis number 0 to 255"
                           delimited by size into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
                   perform CHECK-MAIN-CFG-ONLY
               when "ROM" when "PLAYER" when "PALETTE"
               when "ACCURACY" when "ACCESS-GUARD"
               when "ILLEGAL-OPS" when "STEMS"
               when "KEY-RIGHT" when "KEY-A" when "KEY-B"
               when "KEY-SELECT" when "KEY-START"
               when "KEY-TURBO-A" when "KEY-TURBO-B"
               when "KEY-TILT-LEFT" when "KEY-TILT-RIGHT"
               when "KEY-TILT-UP" when "KEY-TILT-DOWN"
               when "TURBO-ON" when "TURBO-OFF"
               when "MUTE-CH1" when "MUTE-CH2"
               when "MUTE-CH3" when "MUTE-CH4"
                   continue
               when "CHEAT"
                   if LINTING-PROFILES
                       perform LINT-PROFILE-CHEAT
                   else
                       move spaces to CFG-VALUE
                       string "CHEAT is a profile key, not a"
                           " colboy.cfg key" delimited by size
                           into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
               when "MOBILE"
      *            > names a mailbox directory, not a file to lint
                   if not LINTING-PROFILES
                       move spaces to CFG-VALUE
                       string "MOBILE is a profile key, not a"
                           " colboy.cfg key" delimited by size
                           into CFG-VALUE
                       perform REPORT-FINDING
                   end-if
               when "ACHIEVEMENTS" when "DATALOG" when "CHEATS"
               when "SCORE" when "CAMERA" when "RESPONDER"
               when "SYMBOLS" when "CAPTURES" when "SPLITS"
               when "TRANSCRIPT" when "PRESENCE"
                   if LINTING-PROFILES
                       perform QUEUE-SUB-FILE thru
                           QUEUE-SUB-FILE-EXIT
                       perform REPORT-FINDING
                   end-if
               when other
                   if CFG-KEY (1:11) = "PAD-BUTTON-"
                       perform LINT-PAD-BUTTON
                       go to LINT-KEYVALUE-LINE-EXIT
                   end-if
                   move function trim(CFG-KEY) to FIELD-1
                   move spaces to CFG-VALUE
                   string "unrecognized key "
       LINT-KEYVALUE-LINE-EXIT.
           exit paragraph.

      *    > one comma-separated name per pass, against the eight
      *    > buttons CONFIG_LOADER knows
       LINT-MONKEY-EXCLUDE.
           move spaces to FIELD-1.
           unstring EXCLUDE-LIST delimited by ","
               into FIELD-1 with pointer EXCLUDE-PTR.
           move function trim(FIELD-1) to FIELD-1.
           if FIELD-1 not = spaces
               and FIELD-1 not = "right" and FIELD-1 not = "left"
               and FIELD-1 not = "up" and FIELD-1 not = "down"
               and FIELD-1 not = "a" and FIELD-1 not = "b"
               and FIELD-1 not = "select" and FIELD-1 not = "start"
               move spaces to CFG-VALUE
               string "MONKEY-EXCLUDE names no button "
                   function trim(FIELD-1) delimited by size
                   into CFG-VALUE
               perform REPORT-FINDING
           end-if.

      *    > player,daily,weekly - blank or 0 minutes is no limit of
      *    > that kind
       LINT-PLAYTIME.
           move spaces to FIELD-1.
           move spaces to FIELD-2.
           move spaces to FIELD-3.
           unstring CFG-VALUE delimited by ","
               into FIELD-1, FIELD-2, FIELD-3.
           if FIELD-1 = spaces
               move "PLAYTIME must name a player (or *) first" to
                   CFG-VALUE
               perform REPORT-FINDING
           else
               if (FIELD-2 not = spaces
                       and function trim(FIELD-2) is not numeric)
                   or (FIELD-3 not = spaces
                       and function trim(FIELD-3) is not numeric)
                   or function numval(FIELD-2) > 1440
                   or function numval(FIELD-3) > 10080
                   move spaces to CFG-VALUE
                   string "PLAYTIME must be player,daily,weekly"
                       " minutes - at most 1440 a day, 10080 a week"
                       delimited by size into CFG-VALUE
                   perform REPORT-FINDING
               end-if
           end-if.

      *    > one comma-separated minutes-left point per pass; the
      *    > loader keeps four
       LINT-PLAYTIME-WARN.
           move spaces to FIELD-1.
           unstring CFG-VALUE delimited by ","
               into FIELD-1 with pointer WARN-PTR.
           if FIELD-1 not = spaces
               add 1 to WARN-COUNT
               if function trim(FIELD-1) is not numeric
                   move spaces to CFG-VALUE
                   string "PLAYTIME-WARN takes minutes, comma"
                       " separated - " function trim(FIELD-1)
                       " is not a number" delimited by size
                       into CFG-VALUE
                   perform REPORT-FINDING
                   move 141 to WARN-PTR
               end-if
               if WARN-COUNT = 5
                   move spaces to CFG-VALUE
                   string "PLAYTIME-WARN keeps only its first four"
                       " points" delimited by size into CFG-VALUE
                   perform REPORT-FINDING
                   move 141 to WARN-PTR
               end-if
           end-if.

      *    > PAD-BUTTON-0 through PAD-BUTTON-15, one key each
       LINT-PAD-BUTTON.
           move function numval(CFG-KEY (12:5)) to NUM-VALUE.
           if CFG-KEY (12:5) = spaces or NUM-VALUE > 15
               move function trim(CFG-KEY) to FIELD-1
               move spaces to CFG-VALUE
               string function trim(FIELD-1)
                   " - pad buttons run 0 to 15"
                   delimited by size into CFG-VALUE
               perform REPORT-FINDING
           end-if.
           perform CHECK-MAIN-CFG-ONLY.

      *    > the power-on fill is machine-wide - PROFILE_LOADER
      *    > never looks at it
       CHECK-MAIN-CFG-ONLY.
           if LINTING-PROFILES
               move function trim(CFG-KEY) to FIELD-1
               move spaces to CFG-VALUE
               string function trim(FIELD-1)
                   " is a colboy.cfg key - profiles ignore it"
                   delimited by size into CFG-VALUE
               perform REPORT-FINDING
           end-if.

      *    > the per-title files a profile names get their own
      *    > pass with the right grammar once this file is done
       QUEUE-SUB-FILE.
               when "CAPTURES"
                   add 1 to SUB-FILE-COUNT
                   move 7 to SUB-KIND (SUB-FILE-COUNT)
               when "PRESENCE"
                   add 1 to SUB-FILE-COUNT
                   move 8 to SUB-KIND (SUB-FILE-COUNT)
               when other
                   go to QUEUE-SUB-FILE-EXIT
           end-evaluate.
           move spaces to FIELD-3.
           unstring CFG-LINE delimited by "," into FIELD-1,
               FIELD-2, FIELD-3.
      *    > a code as printed needs none of the triplet checks
           move FIELD-1 to CHEAT-CODE-TEXT.
           move FIELD-2 to CHEAT-BANK-TEXT.
           perform DECODE-CHEAT-TEXT.
           if CHEAT-DECODE-RESULT = 0
               go to LINT-CHEAT-LINE-EXIT
           end-if.
           perform CHECK-ADDRESS-FIELD.
           move FIELD-2 to FIELD-1.
           perform CHECK-BYTE-FIELD.
               move FIELD-3 to FIELD-1
               perform CHECK-BYTE-FIELD
           end-if.
       LINT-CHEAT-LINE-EXIT.
           exit paragraph.

      *    > CHEAT=<code>[,bank] in a profile takes only a printed
      *    > code - no raw triplets
       LINT-PROFILE-CHEAT.
           move spaces to CHEAT-CODE-TEXT.
           move spaces to CHEAT-BANK-TEXT.
           unstring CFG-VALUE delimited by "," into CHEAT-CODE-TEXT
               CHEAT-BANK-TEXT.
           perform DECODE-CHEAT-TEXT.
           if CHEAT-DECODE-RESULT not = 0
               move spaces to CFG-VALUE
               string "CHEAT " function trim(CHEAT-CODE-TEXT)
                   " is not a Game Genie or GameShark code"
                   delimited by size into CFG-VALUE
               perform REPORT-FINDING
           end-if.
           if function trim(CHEAT-BANK-TEXT) not = spaces
               move function numval(CHEAT-BANK-TEXT) to NUM-VALUE
               if NUM-VALUE > 511
                   move "CHEAT bank past 511" to CFG-VALUE
                   perform REPORT-FINDING
               end-if
           end-if.

      *    > the decoder appends to the shared table; lint only
      *    > wants the verdict, so it always starts from empty
       DECODE-CHEAT-TEXT.
           move 0 to CHEAT-COUNT.
           move 0 to CHEAT-ROM-COUNT.
           call "CHEAT_CODE_DECODE" using by reference
               CHEAT-CODE-TEXT, by reference CHEAT-BANK-TEXT,
               by reference CHEAT-DECODE-RESULT.

       LINT-DATALOG-LINE.
           add 1 to ROW-COUNT.
           move spaces to FIELD-2.
           unstring CFG-LINE delimited by "," into FIELD-1
               FIELD-2.
      *    > RUMBLE stands in for an address - the motor's column
           if function upper-case(function trim(FIELD-1))
                   not = "RUMBLE"
               perform CHECK-ADDRESS-FIELD
           end-if.
           if function trim(FIELD-2) = spaces
               move "row has no label after the address" to
                   CFG-VALUE
           perform CHECK-ONE-CONDITION varying COND-I from 1 by 1
               until COND-I > 4.

      *    > TEXT|ADDR,OP,VAL... - the condition shape, and every
      *    > {XXXX} in the text closed
       LINT-PRESENCE-LINE.
           perform LINT-CONDITION-LINE.
           move 0 to BRACE-OPEN.
           move 0 to BRACE-CLOSE.
           inspect CFG-LINE tallying BRACE-OPEN for all "{"
               before initial "|".
           inspect CFG-LINE tallying BRACE-CLOSE for all "}"
               before initial "|".
           if BRACE-OPEN not = BRACE-CLOSE
               move "unbalanced { } in the display text" to
                   CFG-VALUE
               perform REPORT-FINDING
           end-if.

      *    > NAME|ACTION|COOLDOWN|ADDR,OP,VAL...
       LINT-CAPTURE-LINE.
           add 1 to ROW-COUNT.
