      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    One-time save migration. Saves used to be one per
      *    cartridge for everybody on the box; now every save that
      *    holds progress is kept under the player it belongs to
      *    (see SAVE_NAME). This hands a directory's existing
      *    unnamed saves to the one player they really are:
      *
      *      game.gb.sav (and .sav.1/.sav.2) -> game.gb@alice.sav...
      *      game.gb.state                   -> game.gb@alice.state
      *      slot2.state, auto1.state,
      *      bm-<stamp>.state                -> slot2@alice.state...
      *
      *    Rewind slots, the batch checkpoint, capture triggers and
      *    colboy's own working files belong to no player and stay
      *    where they are. A file whose new name is already taken
      *    is left alone and reported - two copies of someone's
      *    progress are for a person to choose between. The move
      *    is recorded in the directory's colboy-migrated.cfg, and
      *    a directory that has one is not migrated again; DRY
      *    only says what would move.
      *
      *        save_migrate <dir> <player> [DRY]
      *
      *    The return code is 4 when anything was left in place
      *    because its new name was taken.
       identification division.
       program-id. SAVE_MIGRATE.
       environment division.
       input-output section.
       file-control.
           select LIST-FILE assign to LIST-PATH
               organization is line sequential
               file status is LIST-STATUS-CD.
           select PROBE-FILE assign to PROBE-PATH
               organization is sequential
               file status is PROBE-STATUS-CD.
           select MARKER-FILE assign to MARKER-PATH
               organization is line sequential
               file status is MARKER-STATUS-CD.
       data division.
       file section.
       fd  LIST-FILE.
           01 LIST-LINE pic x(64).
       fd  PROBE-FILE
           record contains 1 characters.
           01 PROBE-BYTE pic x(1).
       fd  MARKER-FILE.
           01 MARKER-LINE pic x(80).
       working-storage section.
           copy emu_config.

      * ====== LOCAL =======
           01 SCAN-DIR pic x(200) value spaces.
           01 PLAYER-ARG pic x(16) value spaces.
           01 MODE-ARG pic x(8) value spaces.
           01 DRY-RUN binary-char unsigned value 0.
               88 DRY-RUN-WANTED value 1.
           01 LIST-PATH pic x(32) value "colboy-migrate.lst".
           01 LIST-STATUS-CD pic xx value spaces.
               88 LIST-STATUS-OK value "00".
               88 LIST-STATUS-EOF value "10".
           01 PROBE-PATH pic x(256) value spaces.
           01 PROBE-STATUS-CD pic xx value spaces.
               88 PROBE-EXISTS value "00".
           01 MARKER-PATH pic x(256) value spaces.
           01 MARKER-STATUS-CD pic xx value spaces.
               88 MARKER-STATUS-OK value "00".
               88 MARKER-STATUS-EOF value "10".
           01 SYSTEM-COMMAND pic x(600) value spaces.
           01 LIST-SYSTEM-RC binary-long value 0.
           01 MOVE-RC binary-long value 0.
           01 AT-COUNT binary-short unsigned value 0.

           01 NAME-LEN binary-short unsigned value 0.
           01 FILE-NAME pic x(64) value spaces.
           01 NAME-STEM pic x(256) value spaces.
           01 GENERATION-TEXT pic x(2) value spaces.
           01 SAVE-SUFFIX pic x(8) value spaces.
           01 NAMED-PATH pic x(256) value spaces.
           01 FROM-PATH pic x(256) value spaces.
           01 TO-PATH pic x(256) value spaces.
           01 TO-NAME pic x(256) value spaces.
           01 TODAY-TEXT pic x(21) value spaces.

           01 MOVED-COUNT binary-short unsigned value 0.
           01 TAKEN-COUNT binary-short unsigned value 0.
           01 COUNT-DISPLAY pic zzz9 value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept SCAN-DIR from argument-value.
           display 2 upon argument-number.
           accept PLAYER-ARG from argument-value.
           display 3 upon argument-number.
           accept MODE-ARG from argument-value.
           if SCAN-DIR = spaces or PLAYER-ARG = spaces
               display "usage: save_migrate <dir> <player> [DRY]"
               move 12 to return-code
               stop run
           end-if.
           if function upper-case(function trim(MODE-ARG)) = "DRY"
               move 1 to DRY-RUN
           end-if.
           move PLAYER-ARG to PLAYER-NAME.

      *    > once per directory - after the first run, an unnamed
      *    > save is one somebody made without naming themselves
           move spaces to MARKER-PATH.
           string function trim(SCAN-DIR) "/colboy-migrated.cfg"
               delimited by size into MARKER-PATH.
           open input MARKER-FILE.
           if MARKER-STATUS-OK
               move spaces to MARKER-LINE
               read MARKER-FILE
               close MARKER-FILE
               display function trim(SCAN-DIR)
                   " was already migrated ("
                   function trim(MARKER-LINE) ")"
               display "remove " function trim(MARKER-PATH)
                   " to migrate it again"
               move 12 to return-code
               stop run
           end-if.

           move spaces to SYSTEM-COMMAND.
           string "ls -1 " function trim(SCAN-DIR) " > "
               function trim(LIST-PATH)
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to LIST-SYSTEM-RC.

           open input LIST-FILE.
           if LIST-SYSTEM-RC not = 0 or not LIST-STATUS-OK
               display "cannot list " function trim(SCAN-DIR)
               move 12 to return-code
               stop run
           end-if.

           display "==== SAVE MIGRATION: " function trim(SCAN-DIR)
               " -> " function trim(PLAYER-ARG) " ====".
           if DRY-RUN-WANTED
               display "(dry run - nothing will be moved)"
           end-if.
           perform READ-LIST-LINE until LIST-STATUS-EOF.
           close LIST-FILE.
           call "CBL_DELETE_FILE" using LIST-PATH.

           if not DRY-RUN-WANTED
               perform WRITE-MARKER
           end-if.
           display " ".
           move MOVED-COUNT to COUNT-DISPLAY.
           display "moved: " function trim(COUNT-DISPLAY)
               with no advancing.
           move TAKEN-COUNT to COUNT-DISPLAY.
           display "  left in place: " function trim(COUNT-DISPLAY).
           if TAKEN-COUNT > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

       READ-LIST-LINE.
           read LIST-FILE
               at end
                   set LIST-STATUS-EOF to true
               not at end
                   perform CONSIDER-FILE thru CONSIDER-FILE-EXIT
           end-read.

      *    > an unnamed battery save or generation, or an unnamed
      *    > state that is somebody's moment - everything else,
      *    > and anything already carrying a player, is skipped
       CONSIDER-FILE.
           move LIST-LINE to FILE-NAME.
           compute NAME-LEN =
               function length(function trim(FILE-NAME)).
           move 0 to AT-COUNT.
           inspect FILE-NAME tallying AT-COUNT for all "@".
           if AT-COUNT > 0
               go to CONSIDER-FILE-EXIT
           end-if.

           move spaces to NAME-STEM.
           move spaces to GENERATION-TEXT.
           evaluate true
               when NAME-LEN > 4
                       and FILE-NAME (NAME-LEN - 3:4) = ".sav"
                   move FILE-NAME (1:NAME-LEN - 4) to NAME-STEM
                   move ".sav" to SAVE-SUFFIX
               when NAME-LEN > 6
                       and (FILE-NAME (NAME-LEN - 5:6) = ".sav.1"
                       or FILE-NAME (NAME-LEN - 5:6) = ".sav.2")
                   move FILE-NAME (1:NAME-LEN - 6) to NAME-STEM
                   move FILE-NAME (NAME-LEN - 1:2) to GENERATION-TEXT
                   move ".sav" to SAVE-SUFFIX
               when NAME-LEN > 6
                       and FILE-NAME (NAME-LEN - 5:6) = ".state"
                   if FILE-NAME (1:6) = "rewind"
                       or FILE-NAME (1:10) = "checkpoint"
                       or FILE-NAME (1:8) = "trigger-"
                       or FILE-NAME (1:7) = "colboy-"
                       go to CONSIDER-FILE-EXIT
                   end-if
                   move FILE-NAME (1:NAME-LEN - 6) to NAME-STEM
                   move ".state" to SAVE-SUFFIX
               when other
                   go to CONSIDER-FILE-EXIT
           end-evaluate.

           call "SAVE_NAME" using by reference NAME-STEM,
               by reference SAVE-SUFFIX, by reference NAMED-PATH.
           move spaces to TO-NAME.
           string function trim(NAMED-PATH)
               function trim(GENERATION-TEXT)
               delimited by size into TO-NAME.
           move spaces to FROM-PATH.
           string function trim(SCAN-DIR) "/" function trim(FILE-NAME)
               delimited by size into FROM-PATH.
           move spaces to TO-PATH.
           string function trim(SCAN-DIR) "/" function trim(TO-NAME)
               delimited by size into TO-PATH.

           move TO-PATH to PROBE-PATH.
           open input PROBE-FILE.
           if PROBE-EXISTS
               close PROBE-FILE
               add 1 to TAKEN-COUNT
               display "left in place: " function trim(FILE-NAME)
                   " - " function trim(TO-NAME) " already exists"
               go to CONSIDER-FILE-EXIT
           end-if.

           add 1 to MOVED-COUNT.
           display function trim(FILE-NAME) " -> "
               function trim(TO-NAME).
           if not DRY-RUN-WANTED
               move spaces to SYSTEM-COMMAND
               string "mv -f " function trim(FROM-PATH) " "
                   function trim(TO-PATH)
                   delimited by size into SYSTEM-COMMAND
               call "SYSTEM" using by reference SYSTEM-COMMAND
               move return-code to MOVE-RC
               move 0 to return-code
               if MOVE-RC not = 0
                   display "  could not rename "
                       function trim(FILE-NAME)
                   subtract 1 from MOVED-COUNT
                   add 1 to TAKEN-COUNT
               end-if
           end-if.
       CONSIDER-FILE-EXIT.
           exit paragraph.

       WRITE-MARKER.
           move function current-date to TODAY-TEXT.
           open output MARKER-FILE.
           move spaces to MARKER-LINE.
           string "PLAYER=" function trim(PLAYER-ARG) " DATE="
               TODAY-TEXT (1:8)
               delimited by size into MARKER-LINE.
           write MARKER-LINE.
           close MARKER-FILE.
       end program SAVE_MIGRATE.
