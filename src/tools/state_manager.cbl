      *    which anonymous binary file holds someone's overnight
      *    progress. The PRUNE word deletes the rewind ring's slot
      *    files, the one class that is always safe to regenerate.
      *    A file kept under a named player (game.gb@alice.sav,
      *    slot2@alice.state - see SAVE_NAME) is listed with whose
      *    it is, and its ROM is looked up without the tag.
      *
      *    THUMBS exports the 40x36 screen thumbnail a format-4
      *    state embeds as <file>.pgm next to each state, and
      *    preview's own shade glyphs - choosing between six
      *    states from last weekend stops meaning loading all six.
      *
      *    A save set's lock (game.gb.lock - see save_lock_ctl) is
      *    listed with the process holding it and whether that
      *    process is still alive; a STALE one is what a killed or
      *    crashed run left behind, and the next run clears it.
      *
      *        state_manager [dir] [PRUNE|THUMBS]
      *        state_manager SHOW <state-file>
       identification division.
               file status is SCAN-STATUS-CD.
           select THUMB-FILE assign to THUMB-PATH
               organization is sequential.
           select LOCK-FILE assign to SCAN-PATH
               organization is line sequential
               file status is SCAN-STATUS-CD.
       data division.
       file section.
       fd  LIST-FILE.
           01 THUMB-BYTE pic x(1).
           01 THUMB-BYTE-NUM redefines THUMB-BYTE binary-char
               unsigned.
       fd  LOCK-FILE.
           01 LOCK-LINE pic x(160).
       working-storage section.

      * ====== LOCAL =======
               88 THUMBS-ARE-WANTED value 1.
           01 LIST-PATH pic x(32) value "colboy-states.lst".
           01 SYSTEM-COMMAND pic x(256) value spaces.
           01 LIST-SYSTEM-RC binary-long value 0.
           01 LIST-STATUS-CD pic xx value spaces.
               88 LIST-STATUS-OK value "00".
               88 LIST-STATUS-EOF value "10".
           01 OWNER-TEXT pic x(24) value spaces.
           01 NOTE-TEXT pic x(28) value spaces.
           01 BASE-ROM pic x(64) value spaces.
           01 NAME-STEM pic x(64) value spaces.
           01 FILE-PLAYER pic x(17) value spaces.
           01 PLAYER-TEXT pic x(26) value spaces.
           01 FILE-COUNT binary-short unsigned value 0.
           01 ORPHAN-COUNT binary-short unsigned value 0.
           01 PRUNED-COUNT binary-short unsigned value 0.
           01 SIZE-DISPLAY pic z(8)9 value 0.

      *    > a lock file's one line: PID|HOST|PROGRAM|SINCE
           01 LOCK-PID pic x(12) value spaces.
           01 LOCK-HOST pic x(64) value spaces.
           01 LOCK-PROGRAM pic x(32) value spaces.
           01 LOCK-SINCE pic x(19) value spaces.
           01 LOCK-PID-LEN binary-char unsigned value 0.
           01 LOCK-STATE-TEXT pic x(40) value spaces.
           01 LOCK-COUNT binary-short unsigned value 0.
           01 STALE-COUNT binary-short unsigned value 0.

      *    > thumbnail extraction scratch - the format-4 header's
      *    > layout, read byte by byte like everything else here
           01 THUMB-PATH pic x(280) value spaces.
               function trim(LIST-PATH)
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to LIST-SYSTEM-RC.

           display "==== STATE AND SAVE FILES: "
               function trim(SCAN-DIR) " ====".
           open input LIST-FILE.
           if LIST-SYSTEM-RC not = 0 or not LIST-STATUS-OK
               display "cannot list " function trim(SCAN-DIR)
               move 12 to return-code
               stop run
           end-if.
           perform READ-LIST-LINE until LIST-STATUS-EOF.

           display " ".
           display "files: " FILE-COUNT "  orphans: " ORPHAN-COUNT.
           if LOCK-COUNT > 0
               display "save locks: " LOCK-COUNT "  stale: "
                   STALE-COUNT
           end-if.
           if PRUNE-IS-WANTED
               display "rewind slots pruned: " PRUNED-COUNT
           else
               display "(add PRUNE to delete stale rewind slots)"
           end-if.
           move 0 to return-code.
           stop run.

       READ-LIST-LINE.
                   (LIST-LINE (NAME-LEN - 5:6) = ".sav.1"
                   or LIST-LINE (NAME-LEN - 5:6) = ".sav.2")
                   move "sav backup" to FILE-KIND
               when NAME-LEN > 5 and
                   LIST-LINE (NAME-LEN - 4:5) = ".lock"
                   move "save lock" to FILE-KIND
           end-evaluate.
           if FILE-KIND = spaces
               go to CONSIDER-FILE-EXIT
           string function trim(SCAN-DIR) "/"
               function trim(LIST-LINE)
               delimited by size into SCAN-PATH.
           if FILE-KIND = "save lock"
               perform DESCRIBE-LOCK thru DESCRIBE-LOCK-EXIT
               go to CONSIDER-FILE-EXIT
           end-if.
           perform MEASURE-AND-IDENTIFY.

           move FILE-SIZE-COUNT to SIZE-DISPLAY.
           move spaces to PLAYER-TEXT.
           if FILE-PLAYER not = spaces
               string "  player: " function trim(FILE-PLAYER)
                   delimited by size into PLAYER-TEXT
           end-if.
           display FILE-KIND " " SIZE-DISPLAY " bytes  "
               function trim(LIST-LINE) "  owner: "
               function trim(OWNER-TEXT)
               function trim(PLAYER-TEXT, trailing) "  "
               function trim(NOTE-TEXT).

           if PRUNE-IS-WANTED and FILE-KIND = "rewind slot"
               display "no thumbnail in "
                   function trim(SHOW-PATH)
                   " (not a format-4 state?)"
               move 12 to return-code
               go to SHOW-ONE-THUMB-EXIT
           end-if.
           perform SHOW-THUMB-ROW varying SHOW-ROW from 0 by 1
               close SCAN-FILE
           end-if.

           move spaces to NAME-STEM.
           if FILE-KIND = "battery sav" or FILE-KIND = "sav backup"
               unstring LIST-LINE delimited by ".sav" into NAME-STEM
           else
               unstring LIST-LINE delimited by ".state"
                   into NAME-STEM
           end-if.
           move spaces to BASE-ROM.
           move spaces to FILE-PLAYER.
           unstring NAME-STEM delimited by "@" into BASE-ROM,
               FILE-PLAYER.

           if FILE-KIND = "battery sav" or FILE-KIND = "sav backup"
               perform IDENTIFY-SAV-OWNER
           else
           end-if.

       IDENTIFY-SAV-OWNER.
           move BASE-ROM to OWNER-TEXT.
           move spaces to SCAN-PATH.
           string function trim(SCAN-DIR) "/"
               move "ORPHAN - ROM is gone" to NOTE-TEXT
               add 1 to ORPHAN-COUNT
           end-if.

      *    > who holds a save set, and whether they still can - the
      *    > same test SAVE_LOCK makes: another host is taken on
      *    > trust, this host must still be running that PID under
      *    > that program's name
       DESCRIBE-LOCK.
           add 1 to LOCK-COUNT.
           move spaces to LOCK-PID LOCK-HOST LOCK-PROGRAM LOCK-SINCE.
           open input LOCK-FILE.
           if SCAN-STATUS-OK
               move spaces to LOCK-LINE
               read LOCK-FILE
               if SCAN-STATUS-OK
                   unstring LOCK-LINE delimited by "|" into
                       LOCK-PID LOCK-HOST LOCK-PROGRAM LOCK-SINCE
               end-if
               close LOCK-FILE
           end-if.

      *    > the lock is the cartridge's, not a player's
           move spaces to BASE-ROM.
           unstring LIST-LINE delimited by ".lock" into BASE-ROM.

           move "STALE - the next run clears it" to LOCK-STATE-TEXT.
           move 0 to LOCK-PID-LEN.
           inspect LOCK-PID tallying LOCK-PID-LEN
               for characters before initial space.
           if LOCK-PID-LEN > 0
               if LOCK-PID (1:LOCK-PID-LEN) is numeric
                   move spaces to SYSTEM-COMMAND
                   string "[ ""$(hostname)"" != """
                       function trim(LOCK-HOST)
                       """ ] || [ ""$(ps -o comm= -p "
                       LOCK-PID (1:LOCK-PID-LEN)
                       " 2>/dev/null)"" = """
                       function trim(LOCK-PROGRAM) """ ]"
                       delimited by size into SYSTEM-COMMAND
                   call "SYSTEM" using by reference SYSTEM-COMMAND
                   if return-code = 0
                       move "LIVE" to LOCK-STATE-TEXT
                   end-if
                   move 0 to return-code
               end-if
           end-if.
           if LOCK-STATE-TEXT not = "LIVE"
               add 1 to STALE-COUNT
           end-if.

           display FILE-KIND "           "
               function trim(LIST-LINE) "  owner: "
               function trim(BASE-ROM).
           if LOCK-PID-LEN = 0
               display "             names no process  "
                   function trim(LOCK-STATE-TEXT)
           else
               display "             held by pid "
                   function trim(LOCK-PID) " ("
                   function trim(LOCK-PROGRAM) " on "
                   function trim(LOCK-HOST) ") since " LOCK-SINCE
                   "  " function trim(LOCK-STATE-TEXT)
           end-if.
       DESCRIBE-LOCK-EXIT.
           exit paragraph.
       end program STATE_MANAGER.
