      *    before the final boss" becomes findable by reading
      *    instead of by loading six anonymous files in turn.
      *
      *    A bookmark cut by a named player carries the name in
      *    its file name (see SAVE_NAME) and is listed with it;
      *    naming a player lists only theirs, the way the launcher
      *    offers a player their own moments and nobody else's.
      *
      *        bookmark_list [dir] [title-filter] [player]
       identification division.
       program-id. BOOKMARK_LIST.
       environment division.
           01 SCAN-BYTE-NUM redefines SCAN-BYTE binary-char
               unsigned.
       working-storage section.
           copy emu_config.

      * ====== LOCAL =======
           01 SCAN-DIR pic x(200) value spaces.
           01 TITLE-FILTER pic x(16) value spaces.
           01 PLAYER-FILTER pic x(16) value spaces.
           01 FILTER-KEY pic x(17) value spaces.
           01 NAME-BASE pic x(256) value spaces.
           01 NAME-SUFFIX pic x(8) value spaces.
           01 NAMED-PATH pic x(256) value spaces.
           01 FILE-STEM pic x(64) value spaces.
           01 FILE-BASE pic x(64) value spaces.
           01 FILE-PLAYER pic x(17) value spaces.
           01 LIST-PATH pic x(32) value "colboy-bookmarks.lst".
           01 SYSTEM-COMMAND pic x(600) value spaces.
           01 LIST-SYSTEM-RC binary-long value 0.
           01 LIST-STATUS-CD pic xx value spaces.
               88 LIST-STATUS-OK value "00".
               88 LIST-STATUS-EOF value "10".
               05 BM-TITLE pic x(16).
               05 BM-DESC pic x(64).
               05 BM-STAMP binary-double unsigned.
               05 BM-PLAYER pic x(17).
           01 BM-I binary-short unsigned value 0.
           01 BM-J binary-short unsigned value 0.
           01 BM-HOLD.
               05 BM-HOLD-TITLE pic x(16).
               05 BM-HOLD-DESC pic x(64).
               05 BM-HOLD-STAMP binary-double unsigned.
               05 BM-HOLD-PLAYER pic x(17).
           01 STAMP-DATE pic 9(8) value 0.
           01 STAMP-SECS binary-long unsigned value 0.
           01 TIME-H pic 9(2) value 0.
           accept SCAN-DIR from argument-value.
           display 2 upon argument-number.
           accept TITLE-FILTER from argument-value.
           display 3 upon argument-number.
           accept PLAYER-FILTER from argument-value.
           if SCAN-DIR = spaces
               move "." to SCAN-DIR
           end-if.
      *    > the tag SAVE_NAME puts in a file name for this player
           if PLAYER-FILTER not = spaces
               move PLAYER-FILTER to PLAYER-NAME
               call "SAVE_NAME" using by reference NAME-BASE,
                   by reference NAME-SUFFIX, by reference NAMED-PATH
               move NAMED-PATH (2:16) to FILTER-KEY
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
           perform READ-LIST-LINE until LIST-STATUS-EOF

           display "==== BOOKMARKS: " function trim(SCAN-DIR)
               " ====".
           if PLAYER-FILTER not = spaces
               display "(" function trim(PLAYER-FILTER) "'s only)"
           end-if.
           if BM-COUNT = 0
               display "no described bookmarks found"
           end-if.
           perform PRINT-ONE-BOOKMARK varying BM-I from 1 by 1
               until BM-I > BM-COUNT.
           move 0 to return-code.
           stop run.

       READ-LIST-LINE.
                   function trim(TITLE-FILTER)
               go to CONSIDER-STATE-FILE-EXIT
           end-if.
           move spaces to FILE-STEM.
           move LIST-LINE (1:NAME-LEN - 6) to FILE-STEM.
           move spaces to FILE-BASE.
           move spaces to FILE-PLAYER.
           unstring FILE-STEM delimited by "@" into FILE-BASE,
               FILE-PLAYER.
           if PLAYER-FILTER not = spaces
               and FILE-PLAYER not = FILTER-KEY
               go to CONSIDER-STATE-FILE-EXIT
           end-if.
           perform INSERT-BOOKMARK.
       CONSIDER-STATE-FILE-EXIT.
           exit paragraph.
           move HDR-TITLE to BM-TITLE (BM-COUNT).
           move HDR-DESC to BM-DESC (BM-COUNT).
           move HDR-STAMP to BM-STAMP (BM-COUNT).
           move FILE-PLAYER to BM-PLAYER (BM-COUNT).
           move BM-COUNT to BM-J.
           perform SLIDE-BOOKMARK-UP
               until BM-J <= 1
           end-if.
           compute TIME-H = STAMP-SECS / 3600.
           compute TIME-M = function mod(STAMP-SECS / 60, 60).
           if BM-PLAYER (BM-I) = spaces
               display STAMP-DATE " " TIME-H ":" TIME-M "  "
                   BM-TITLE (BM-I) "  "
                   function trim(BM-DESC (BM-I)) "  ("
                   function trim(BM-FILE (BM-I)) ")"
           else
               display STAMP-DATE " " TIME-H ":" TIME-M "  "
                   BM-TITLE (BM-I) "  "
                   function trim(BM-PLAYER (BM-I)) ": "
                   function trim(BM-DESC (BM-I)) "  ("
                   function trim(BM-FILE (BM-I)) ")"
           end-if.

      *    > only the header matters - magic, version, title, the
      *    > lengths, then the extension's description and stamp
