      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Incident package builder. Handing a defect to the
      *    developers means gathering the post-mortem, the flight
      *    recorder, the last checkpoint, the movie, the config and
      *    profile, the ROM header and the journal line from five
      *    places - and one of them always gets forgotten. Given a
      *    run's journal stamp, or LAST for the most recent failed
      *    run (any end reason outside the clean vocabulary, the
      *    rule RUN_HISTORY_REPORT uses, or a return code of 8 or
      *    more - a golden or audio check that diverged ends its
      *    run on the frame limit), this collects them all into
      *    one directory named for the run:
      *
      *      journal.txt     the run's journal record
      *      postmortem.txt  the dump, flight recorder included -
      *                      only when its own stamp falls inside
      *                      the run, so an older death isn't
      *                      passed off as this one
      *      checkpoint.state / autoN.state
      *                      whichever checkpoint is newest on disk
      *                      (checkpoint.manifest goes with it)
      *      movie-*.txt     the movie the run recorded, played
      *                      back or took from its bundle
      *      golden-ref.txt / audio-ref.txt
      *                      the reference a GOLDEN-VERIFY or
      *                      AUDIO-VERIFY run checked against
      *      colboy.cfg      the configuration
      *      profile.cfg     the title's [TITLE] section of
      *                      colboy-profiles.cfg
      *      header.txt      the cartridge's header and global
      *                      checksum - the ROM itself stays out,
      *                      the way a replay bundle leaves it out
      *      summary.txt     one page: what ran, how it ended, what
      *                      was packed and what couldn't be found,
      *                      and the command line that reproduces it
      *      manifest.txt    every file above with its size and
      *                      cksum checksum
      *
      *    The package path is printed last, for the ticket.
      *
      *        incident_pack LAST [journal-path] [out-dir]
      *        incident_pack <YYYYMMDD-HHMMSS> [journal-path]
      *                      [out-dir]
      *
      *    The journal defaults to colboy-runs.log and the packages
      *    go under colboy-incidents. Run it where the emulator ran -
      *    the journal's ROM and movie paths are relative to there.
       identification division.
       program-id. INCIDENT_PACK.
       environment division.
       input-output section.
       file-control.
           select JOURNAL-FILE assign to JOURNAL-PATH
               organization is line sequential
               file status is JOURNAL-STATUS-CD.
           select IN-FILE assign to IN-PATH
               organization is line sequential
               file status is IN-STATUS-CD.
           select OUT-FILE assign to OUT-PATH
               organization is line sequential
               file status is OUT-STATUS-CD.
       data division.
       file section.
       fd  JOURNAL-FILE.
           01 JOURNAL-LINE pic x(460).
       fd  IN-FILE.
           01 IN-LINE pic x(256).
       fd  OUT-FILE.
           01 OUT-LINE pic x(460).
       working-storage section.
           copy memory.
           copy rom_banks.
           copy cart_header.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 RUN-ARG pic x(32) value spaces.
           01 JOURNAL-PATH pic x(256) value spaces.
           01 OUT-DIR pic x(200) value spaces.
           01 PACK-DIR pic x(256) value spaces.
           01 IN-PATH pic x(256) value spaces.
           01 OUT-PATH pic x(256) value spaces.
           01 LIST-PATH pic x(32) value "colboy-incident.lst".
           01 JOURNAL-STATUS-CD pic xx value spaces.
               88 JOURNAL-STATUS-OK value "00".
               88 JOURNAL-STATUS-EOF value "10".
           01 IN-STATUS-CD pic xx value spaces.
               88 IN-STATUS-OK value "00".
               88 IN-STATUS-EOF value "10".
           01 OUT-STATUS-CD pic xx value spaces.
               88 OUT-STATUS-OK value "00".
           01 SYSTEM-COMMAND pic x(900) value spaces.
           01 SYSTEM-RC binary-long value 0.

      *    > which run: the stamp asked for, or the last failure
           01 WANT-LAST binary-char unsigned value 0.
               88 LAST-FAILURE-WANTED value 1.
           01 WANTED-STAMP pic x(15) value spaces.
           01 STAMP-DIGITS pic x(14) value spaces.
           01 DIGIT-COUNT binary-char unsigned value 0.
           01 ARG-I binary-char unsigned value 0.
           01 FOUND-LINE pic x(460) value spaces.
           01 LAST-FAILURE-LINE pic x(460) value spaces.
           01 ROWS-MATCHED binary-long unsigned value 0.
           01 RUN-IS-FAILURE binary-char unsigned value 0.

           01 FIELD-STAMP pic x(15) value spaces.
           01 FIELD-TITLE pic x(16) value spaces.
           01 FIELD-ROM pic x(256) value spaces.
           01 FIELD-FLAGS pic x(128) value spaces.
           01 FIELD-FRAMES pic x(12) value spaces.
           01 FIELD-INSTR pic x(12) value spaces.
           01 FIELD-CYCLES pic x(12) value spaces.
           01 FIELD-REASON pic x(24) value spaces.
           01 FIELD-SECONDS pic x(12) value spaces.
           01 FIELD-PLAYER pic x(16) value spaces.
           01 FIELD-MODEL pic x(4) value spaces.
           01 FIELD-LAG pic x(12) value spaces.
           01 FIELD-CODE pic x(4) value spaces.
           01 CODE-MEANING pic x(24) value spaces.

      *    > what went into the package, and what was looked for
      *    > and not found - both end up on the summary page
           01 PACKED-COUNT binary-char unsigned value 0.
           01 PACKED-ROW occurs 12 times.
               05 PACKED-FILE pic x(20).
               05 PACKED-WHAT pic x(56).
           01 MISSING-COUNT binary-char unsigned value 0.
           01 MISSING-ROW occurs 8 times.
               05 MISSING-WHAT pic x(76).
           01 PACK-I binary-char unsigned value 0.
           01 COPY-FROM pic x(256) value spaces.
           01 COPY-TO-NAME pic x(20) value spaces.
           01 COPY-WHAT pic x(56) value spaces.
           01 COPY-RESULT binary-char unsigned value 0.
               88 COPY-WORKED value 1.
           01 MISSING-TEXT pic x(76) value spaces.

      *    > the post-mortem's own stamp against the run's span,
      *    > in seconds on the same day-anchored clock the journal
      *    > keeps
           01 PM-STAMP pic x(15) value spaces.
           01 PM-SECONDS binary-double unsigned value 0.
           01 RUN-END-SECONDS binary-double unsigned value 0.
           01 RUN-START-SECONDS binary-double unsigned value 0.
           01 RUN-LENGTH binary-long unsigned value 0.
           01 CLOCK-STAMP pic x(15) value spaces.
           01 CLOCK-SECONDS binary-double unsigned value 0.
           01 RUN-ENDED-ABNORMALLY binary-char unsigned value 0.
               88 RUN-DIED value 1.

           01 CHECKPOINT-NAME pic x(64) value spaces.

           01 FLAG-PTR binary-short unsigned value 0.
           01 FLAG-TOKEN pic x(128) value spaces.
           01 PREV-TOKEN pic x(16) value spaces.
           01 TOKENS-SEEN binary-char unsigned value 0.
           01 MOVIES-PACKED binary-char unsigned value 0.

           01 SECTION-TITLE pic x(64) value spaces.
           01 IN-SECTION binary-char unsigned value 0.
               88 IN-TITLE-SECTION value 1.
           01 PROFILE-LINES binary-short unsigned value 0.

           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 GLOBAL-SUM binary-long unsigned value 0.
           01 GLOBAL-STORED binary-long unsigned value 0.
           01 SUM-I binary-long unsigned value 0.
           01 SUM-DISPLAY pic 9(5) value 0.
           01 STORED-DISPLAY pic 9(5) value 0.
           01 SIZE-DISPLAY pic 9(8) value 0.
           01 BYTE-DISPLAY pic 9(3) value 0.
           01 HEADER-LINE-TEXT pic x(80) value spaces.

           01 CK-CRC pic x(12) value spaces.
           01 CK-BYTES pic x(12) value spaces.
           01 CK-NAME pic x(64) value spaces.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept RUN-ARG from argument-value.
           display 2 upon argument-number.
           accept JOURNAL-PATH from argument-value.
           display 3 upon argument-number.
           accept OUT-DIR from argument-value.
           if RUN-ARG = spaces
               display "usage: incident_pack LAST|<YYYYMMDD-HHMMSS>"
                   " [journal-path] [out-dir]"
               move 12 to return-code
               stop run
           end-if.
           if JOURNAL-PATH = spaces
               move "colboy-runs.log" to JOURNAL-PATH
           end-if.
           if OUT-DIR = spaces
               move "colboy-incidents" to OUT-DIR
           end-if.

           if function upper-case(function trim(RUN-ARG)) = "LAST"
               move 1 to WANT-LAST
           else
               perform TAKE-STAMP-DIGIT varying ARG-I from 1 by 1
                   until ARG-I > 32
               if DIGIT-COUNT not = 14
                   display "a run is named by its journal stamp,"
                       " YYYYMMDD-HHMMSS, or LAST"
                   move 12 to return-code
                   stop run
               end-if
               string STAMP-DIGITS (1:8) " " STAMP-DIGITS (9:6)
                   delimited by size into WANTED-STAMP
           end-if.

           open input JOURNAL-FILE.
           if not JOURNAL-STATUS-OK
               display "cannot open " function trim(JOURNAL-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform READ-JOURNAL-ROW until JOURNAL-STATUS-EOF.
           close JOURNAL-FILE.
           if ROWS-MATCHED = 0
               if LAST-FAILURE-WANTED
                   display "no failed run in "
                       function trim(JOURNAL-PATH)
               else
                   display "no run stamped " WANTED-STAMP " in "
                       function trim(JOURNAL-PATH)
               end-if
               move 12 to return-code
               stop run
           end-if.
           if LAST-FAILURE-WANTED
               move LAST-FAILURE-LINE to FOUND-LINE
           end-if.
           perform SPLIT-JOURNAL-ROW.

           move spaces to PACK-DIR.
           string function trim(OUT-DIR) "/incident-"
               FIELD-STAMP (1:8) "-" FIELD-STAMP (10:6)
               delimited by size into PACK-DIR.
           move spaces to SYSTEM-COMMAND.
           string "mkdir -p '" function trim(PACK-DIR)
               "' 2>/dev/null" delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to SYSTEM-RC.
           move 0 to return-code.
           if SYSTEM-RC not = 0
               display "cannot create " function trim(PACK-DIR)
               move 12 to return-code
               stop run
           end-if.

           perform PACK-JOURNAL-RECORD.
           perform PACK-POST-MORTEM thru PACK-POST-MORTEM-EXIT.
           perform PACK-CHECKPOINT thru PACK-CHECKPOINT-EXIT.
           perform PACK-MOVIES.
           perform PACK-CONFIG.
           perform PACK-PROFILE thru PACK-PROFILE-EXIT.
           perform PACK-ROM-HEADER thru PACK-ROM-HEADER-EXIT.
           perform WRITE-SUMMARY.
           perform WRITE-MANIFEST thru WRITE-MANIFEST-EXIT.

           display "incident " FIELD-STAMP " " function trim(
               FIELD-TITLE) " (" function trim(FIELD-REASON) "): "
               PACKED-COUNT " files packed, " MISSING-COUNT
               " not found".
           display "incident package: " function trim(PACK-DIR).
           move 0 to return-code.
           stop run.

       TAKE-STAMP-DIGIT.
           if RUN-ARG (ARG-I:1) >= "0" and RUN-ARG (ARG-I:1) <= "9"
                   and DIGIT-COUNT < 14
               add 1 to DIGIT-COUNT
               move RUN-ARG (ARG-I:1) to
                   STAMP-DIGITS (DIGIT-COUNT:1)
           end-if.

      *    > the last row that qualifies wins - the journal is in
      *    > run order, so that is the latest
       READ-JOURNAL-ROW.
           read JOURNAL-FILE
               at end
                   set JOURNAL-STATUS-EOF to true
               not at end
                   perform TAKE-JOURNAL-ROW thru
                       TAKE-JOURNAL-ROW-EXIT
           end-read.

       TAKE-JOURNAL-ROW.
           if JOURNAL-LINE (1:6) = "ROLLUP" or JOURNAL-LINE = spaces
               go to TAKE-JOURNAL-ROW-EXIT
           end-if.
           if not LAST-FAILURE-WANTED
               if JOURNAL-LINE (1:15) = WANTED-STAMP
                   move JOURNAL-LINE to FOUND-LINE
                   add 1 to ROWS-MATCHED
               end-if
               go to TAKE-JOURNAL-ROW-EXIT
           end-if.
           move JOURNAL-LINE to FOUND-LINE.
           perform SPLIT-JOURNAL-ROW.
           move 0 to RUN-IS-FAILURE.
           evaluate function trim(FIELD-REASON)
               when "clean"
               when "batch-limit"
               when "testrom-pass"
               when "window-end"
               when "soft-reset"
               when "reload"
               when "playtime-limit"
                   continue
               when other
                   move 1 to RUN-IS-FAILURE
           end-evaluate.
           if FIELD-CODE not = spaces
                   and function test-numval(FIELD-CODE) = 0
               if function numval(FIELD-CODE) >= 8
                   move 1 to RUN-IS-FAILURE
               end-if
           end-if.
           if RUN-IS-FAILURE = 1
               move JOURNAL-LINE to LAST-FAILURE-LINE
               add 1 to ROWS-MATCHED
           end-if.
       TAKE-JOURNAL-ROW-EXIT.
           exit paragraph.

       SPLIT-JOURNAL-ROW.
           move spaces to FIELD-STAMP.
           move spaces to FIELD-TITLE.
           move spaces to FIELD-ROM.
           move spaces to FIELD-FLAGS.
           move spaces to FIELD-FRAMES.
           move spaces to FIELD-INSTR.
           move spaces to FIELD-CYCLES.
           move spaces to FIELD-REASON.
           move spaces to FIELD-SECONDS.
           move spaces to FIELD-PLAYER.
           move spaces to FIELD-MODEL.
           move spaces to FIELD-LAG.
           move spaces to FIELD-CODE.
           unstring FOUND-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-ROM, FIELD-FLAGS, FIELD-FRAMES,
               FIELD-INSTR, FIELD-CYCLES, FIELD-REASON,
               FIELD-SECONDS, FIELD-PLAYER, FIELD-MODEL, FIELD-LAG,
               FIELD-CODE.

       PACK-JOURNAL-RECORD.
           move spaces to OUT-PATH.
           string function trim(PACK-DIR) "/journal.txt"
               delimited by size into OUT-PATH.
           open output OUT-FILE.
           move FOUND-LINE to OUT-LINE.
           write OUT-LINE.
           close OUT-FILE.
           move "journal.txt" to COPY-TO-NAME.
           move "the run's journal record" to COPY-WHAT.
           perform NOTE-PACKED.

      *    > only a run that died cuts a dump, and the dump is only
      *    > this run's if it was cut between the run's start (end
      *    > stamp less its seconds) and its end
       PACK-POST-MORTEM.
           evaluate function trim(FIELD-REASON)
               when "illegal-op"
               when "hung"
               when "reg-error"
               when "step-limit"
                   move 1 to RUN-ENDED-ABNORMALLY
           end-evaluate.
           if not RUN-DIED
               go to PACK-POST-MORTEM-EXIT
           end-if.
           move "postmortem.txt" to IN-PATH.
           open input IN-FILE.
           if not IN-STATUS-OK
               move "post-mortem - no postmortem.txt on disk" to
                   MISSING-TEXT
               perform NOTE-MISSING
               go to PACK-POST-MORTEM-EXIT
           end-if.
           move spaces to IN-LINE.
           read IN-FILE.
           close IN-FILE.
           move spaces to PM-STAMP.
           string IN-LINE (25:8) " " IN-LINE (34:6)
               delimited by size into PM-STAMP.
           move PM-STAMP to CLOCK-STAMP.
           perform STAMP-TO-SECONDS.
           move CLOCK-SECONDS to PM-SECONDS.
           move FIELD-STAMP to CLOCK-STAMP.
           perform STAMP-TO-SECONDS.
           move CLOCK-SECONDS to RUN-END-SECONDS.
           move 0 to RUN-LENGTH.
           if function trim(FIELD-SECONDS) not = spaces
               compute RUN-LENGTH =
                   function numval(FIELD-SECONDS) + 2
           end-if.
           if RUN-LENGTH < RUN-END-SECONDS
               compute RUN-START-SECONDS =
                   RUN-END-SECONDS - RUN-LENGTH
           else
               move 0 to RUN-START-SECONDS
           end-if.
           if PM-SECONDS < RUN-START-SECONDS
                   or PM-SECONDS > RUN-END-SECONDS + 2
               move spaces to MISSING-TEXT
               string "post-mortem - postmortem.txt on disk is"
                   " from " PM-STAMP ", another run"
                   delimited by size into MISSING-TEXT
               perform NOTE-MISSING
               go to PACK-POST-MORTEM-EXIT
           end-if.
           move "postmortem.txt" to COPY-FROM.
           move "postmortem.txt" to COPY-TO-NAME.
           move "post-mortem dump with the flight recorder" to
               COPY-WHAT.
           perform COPY-INTO-PACKAGE.
       PACK-POST-MORTEM-EXIT.
           exit paragraph.

       STAMP-TO-SECONDS.
           move 0 to CLOCK-SECONDS.
           if function test-numval(CLOCK-STAMP (1:8)) = 0
                   and function test-numval(CLOCK-STAMP (10:6)) = 0
                   and CLOCK-STAMP (1:8) > "16010101"
               compute CLOCK-SECONDS = function integer-of-date(
                   function numval(CLOCK-STAMP (1:8))) * 86400
                   + function numval(CLOCK-STAMP (10:2)) * 3600
                   + function numval(CLOCK-STAMP (12:2)) * 60
                   + function numval(CLOCK-STAMP (14:2))
           end-if.

      *    > the batch checkpoint and the rotating autosaves - every
      *    > player's - land in the run's directory; the newest of
      *    > them is the last state before the failure
       PACK-CHECKPOINT.
           move spaces to SYSTEM-COMMAND.
           string "ls -t checkpoint.state auto[123].state"
               " auto[123]@*.state > " function trim(LIST-PATH)
               " 2>/dev/null" delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move 0 to return-code.
           move spaces to CHECKPOINT-NAME.
           move LIST-PATH to IN-PATH.
           open input IN-FILE.
           if IN-STATUS-OK
               move spaces to IN-LINE
               read IN-FILE
               if IN-STATUS-OK
                   move IN-LINE to CHECKPOINT-NAME
               end-if
               close IN-FILE
           end-if.
           call "CBL_DELETE_FILE" using LIST-PATH.
           if CHECKPOINT-NAME = spaces
               move "checkpoint state - no checkpoint.state or"
                   & " autosave on disk" to MISSING-TEXT
               perform NOTE-MISSING
               go to PACK-CHECKPOINT-EXIT
           end-if.
           move CHECKPOINT-NAME to COPY-FROM.
           move CHECKPOINT-NAME to COPY-TO-NAME.
           move "the newest checkpoint state on disk" to COPY-WHAT.
           perform COPY-INTO-PACKAGE.
           if function trim(CHECKPOINT-NAME) = "checkpoint.state"
               move "checkpoint.manifest" to COPY-FROM
               move "checkpoint.manifest" to COPY-TO-NAME
               move "what that checkpoint was taken from" to
                   COPY-WHAT
               perform COPY-INTO-PACKAGE
           end-if.
       PACK-CHECKPOINT-EXIT.
           exit paragraph.

      *    > the movie paths are on the run's own flags: RECORD and
      *    > PLAYBACK name a file, BUNDLE a directory holding one;
      *    > a verify run's reference file comes along the same way
       PACK-MOVIES.
           move 1 to FLAG-PTR.
           move spaces to PREV-TOKEN.
           move 0 to TOKENS-SEEN.
           perform SCAN-FLAG-TOKEN
               until FLAG-PTR > 128 or TOKENS-SEEN > 64.
           if MOVIES-PACKED = 0
               move "movie - the run neither recorded nor played"
                   & " one back" to MISSING-TEXT
               perform NOTE-MISSING
           end-if.

       SCAN-FLAG-TOKEN.
           add 1 to TOKENS-SEEN.
           move spaces to FLAG-TOKEN.
           unstring FIELD-FLAGS delimited by all spaces
               into FLAG-TOKEN with pointer FLAG-PTR.
           if FLAG-TOKEN not = spaces
               evaluate function upper-case(PREV-TOKEN)
                   when "RECORD"
                       move FLAG-TOKEN to COPY-FROM
                       move "movie-record.txt" to COPY-TO-NAME
                       move "the movie the run recorded" to COPY-WHAT
                       perform PACK-ONE-MOVIE
                   when "PLAYBACK"
                       move FLAG-TOKEN to COPY-FROM
                       move "movie-playback.txt" to COPY-TO-NAME
                       move "the movie the run played back" to
                           COPY-WHAT
                       perform PACK-ONE-MOVIE
                   when "BUNDLE"
                       move spaces to COPY-FROM
                       string function trim(FLAG-TOKEN) "/movie.txt"
                           delimited by size into COPY-FROM
                       move "movie-bundle.txt" to COPY-TO-NAME
                       move "the movie from the run's replay bundle"
                           to COPY-WHAT
                       perform PACK-ONE-MOVIE
                   when "GOLDEN-VERIFY"
                       move FLAG-TOKEN to COPY-FROM
                       move "golden-ref.txt" to COPY-TO-NAME
                       move "the golden checksums it was checked"
                           & " against" to COPY-WHAT
                       perform COPY-INTO-PACKAGE
                   when "AUDIO-VERIFY"
                       move FLAG-TOKEN to COPY-FROM
                       move "audio-ref.txt" to COPY-TO-NAME
                       move "the audio checksums it was checked"
                           & " against" to COPY-WHAT
                       perform COPY-INTO-PACKAGE
               end-evaluate
               move FLAG-TOKEN to PREV-TOKEN
           end-if.

       PACK-ONE-MOVIE.
           perform COPY-INTO-PACKAGE.
           if COPY-WORKED
               add 1 to MOVIES-PACKED
           else
               move spaces to MISSING-TEXT
               string "movie - " function trim(COPY-FROM)
                   " is gone" delimited by size into MISSING-TEXT
               perform NOTE-MISSING
           end-if.

       PACK-CONFIG.
           move "colboy.cfg" to COPY-FROM.
           move "colboy.cfg" to COPY-TO-NAME.
           move "the configuration" to COPY-WHAT.
           perform COPY-INTO-PACKAGE.
           if not COPY-WORKED
               move "colboy.cfg - none, the run used the built-in"
                   & " defaults" to MISSING-TEXT
               perform NOTE-MISSING
           end-if.

      *    > just the title's own section, header line included,
      *    > matched the way PROFILE_LOADER matches it
       PACK-PROFILE.
           move "colboy-profiles.cfg" to IN-PATH.
           move 0 to PROFILE-LINES.
           open input IN-FILE.
           if not IN-STATUS-OK
               move "profile - no colboy-profiles.cfg" to
                   MISSING-TEXT
               perform NOTE-MISSING
               go to PACK-PROFILE-EXIT
           end-if.
           move spaces to OUT-PATH.
           string function trim(PACK-DIR) "/profile.cfg"
               delimited by size into OUT-PATH.
           open output OUT-FILE.
           move 0 to IN-SECTION.
           perform READ-PROFILE-LINE until IN-STATUS-EOF.
           close IN-FILE.
           close OUT-FILE.
           if PROFILE-LINES = 0
               move spaces to MISSING-TEXT
               string "profile - no [" function trim(FIELD-TITLE)
                   "] section in colboy-profiles.cfg"
                   delimited by size into MISSING-TEXT
               perform NOTE-MISSING
               move spaces to SYSTEM-COMMAND
               string "rm -f '" function trim(OUT-PATH) "'"
                   delimited by size into SYSTEM-COMMAND
               call "SYSTEM" using by reference SYSTEM-COMMAND
               move 0 to return-code
               go to PACK-PROFILE-EXIT
           end-if.
           move "profile.cfg" to COPY-TO-NAME.
           move "the title's section of colboy-profiles.cfg" to
               COPY-WHAT.
           perform NOTE-PACKED.
       PACK-PROFILE-EXIT.
           exit paragraph.

       READ-PROFILE-LINE.
           read IN-FILE
               at end
                   set IN-STATUS-EOF to true
               not at end
                   perform TAKE-PROFILE-LINE
           end-read.

       TAKE-PROFILE-LINE.
           if IN-LINE (1:1) = "["
               move spaces to SECTION-TITLE
               unstring IN-LINE (2:255) delimited by "]" into
                   SECTION-TITLE
               if function trim(SECTION-TITLE) =
                       function trim(FIELD-TITLE)
                   move 1 to IN-SECTION
               else
                   move 0 to IN-SECTION
               end-if
           end-if.
           if IN-TITLE-SECTION
               move IN-LINE to OUT-LINE
               write OUT-LINE
               add 1 to PROFILE-LINES
           end-if.

      *    > the cartridge's identity without the cartridge: its
      *    > header fields and the catalog's global-checksum
      *    > arithmetic, enough to be sure a developer's copy of
      *    > the ROM is the one that failed
       PACK-ROM-HEADER.
           move FIELD-ROM to ROM-PATH.
           call "ROM_LOADER" using by reference ROM-PATH,
               by reference ROM-SIZE.
           if ROM-SIZE < 336
               move spaces to MISSING-TEXT
               string "ROM header - cannot read "
                   function trim(FIELD-ROM)
                   delimited by size into MISSING-TEXT
               perform NOTE-MISSING
               go to PACK-ROM-HEADER-EXIT
           end-if.
           move 0 to MC-BOOT-GAME.
           call "CART_HEADER_CHECK".
           move 0 to GLOBAL-SUM.
           perform SUM-ONE-BYTE varying SUM-I from 1 by 1
               until SUM-I > ROM-SIZE.
           compute GLOBAL-STORED = ROM-BANK-ARR (335) * 256
               + ROM-BANK-ARR (336).
           move GLOBAL-SUM to SUM-DISPLAY.
           move GLOBAL-STORED to STORED-DISPLAY.
           move ROM-SIZE to SIZE-DISPLAY.

           move spaces to OUT-PATH.
           string function trim(PACK-DIR) "/header.txt"
               delimited by size into OUT-PATH.
           open output OUT-FILE.
           move spaces to OUT-LINE.
           string "TITLE=" function trim(CART-TITLE)
               delimited by size into OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "FILE=" function trim(FIELD-ROM)
               delimited by size into OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "SIZE=" SIZE-DISPLAY delimited by size
               into OUT-LINE.
           write OUT-LINE.
           move CART-TYPE to BYTE-DISPLAY.
           move spaces to OUT-LINE.
           string "TYPE=" BYTE-DISPLAY delimited by size
               into OUT-LINE.
           write OUT-LINE.
           move CART-ROM-SIZE-CODE to BYTE-DISPLAY.
           move spaces to OUT-LINE.
           string "ROM-SIZE-CODE=" BYTE-DISPLAY delimited by size
               into OUT-LINE.
           write OUT-LINE.
           move CART-RAM-SIZE-CODE to BYTE-DISPLAY.
           move spaces to OUT-LINE.
           string "RAM-SIZE-CODE=" BYTE-DISPLAY delimited by size
               into OUT-LINE.
           write OUT-LINE.
           move CART-CGB-FLAG to BYTE-DISPLAY.
           move spaces to OUT-LINE.
           string "CGB-FLAG=" BYTE-DISPLAY delimited by size
               into OUT-LINE.
           write OUT-LINE.
           move CART-SGB-FLAG to BYTE-DISPLAY.
           move spaces to OUT-LINE.
           string "SGB-FLAG=" BYTE-DISPLAY delimited by size
               into OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           if CART-BATTERY-BACKED
               move "BATTERY=YES" to OUT-LINE
           else
               move "BATTERY=NO" to OUT-LINE
           end-if.
           write OUT-LINE.
           move spaces to OUT-LINE.
           if CART-HEADER-OK
               move "HEADER-CHECKSUM=OK" to OUT-LINE
           else
               move "HEADER-CHECKSUM=MISMATCH" to OUT-LINE
           end-if.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "GLOBALSUM=" SUM-DISPLAY " STORED=" STORED-DISPLAY
               delimited by size into OUT-LINE.
           write OUT-LINE.
           close OUT-FILE.
           move "header.txt" to COPY-TO-NAME.
           move "the cartridge header (the ROM itself stays out)" to
               COPY-WHAT.
           perform NOTE-PACKED.
       PACK-ROM-HEADER-EXIT.
           exit paragraph.

       SUM-ONE-BYTE.
           if SUM-I not = 335 and SUM-I not = 336
               compute GLOBAL-SUM = function mod(
                   GLOBAL-SUM + ROM-BANK-ARR (SUM-I), 65536)
           end-if.

       WRITE-SUMMARY.
           move spaces to OUT-PATH.
           string function trim(PACK-DIR) "/summary.txt"
               delimited by size into OUT-PATH.
           open output OUT-FILE.
           move spaces to OUT-LINE.
           string "==== COLBOY INCIDENT " FIELD-STAMP (1:8) "-"
               FIELD-STAMP (10:6) " ====" delimited by size
               into OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "title:    " function trim(FIELD-TITLE)
               delimited by size into OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "rom:      " function trim(FIELD-ROM)
               " (not packed)" delimited by size into OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "player:   " function trim(FIELD-PLAYER)
               delimited by size into OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "model:    " function trim(FIELD-MODEL)
               delimited by size into OUT-LINE.
           write OUT-LINE.
           perform DESCRIBE-CODE.
           move spaces to OUT-LINE.
           string "ended:    " function trim(FIELD-REASON)
               " after " function trim(FIELD-FRAMES) " frames, "
               function trim(FIELD-SECONDS) " s - code "
               function trim(FIELD-CODE) " "
               function trim(CODE-MEANING)
               delimited by size into OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "flags:    " function trim(FIELD-FLAGS)
               delimited by size into OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "lag:      " function trim(FIELD-LAG) " frames"
               delimited by size into OUT-LINE.
           write OUT-LINE.

           move "---- packed ----" to OUT-LINE.
           write OUT-LINE.
           perform WRITE-PACKED-LINE varying PACK-I from 1 by 1
               until PACK-I > PACKED-COUNT.
           move spaces to OUT-LINE.
           string "manifest.txt         every file here with its"
               " size and cksum" delimited by size into OUT-LINE.
           write OUT-LINE.
           if MISSING-COUNT > 0
               move "---- not found ----" to OUT-LINE
               write OUT-LINE
               perform WRITE-MISSING-LINE varying PACK-I from 1 by 1
                   until PACK-I > MISSING-COUNT
           end-if.

           move "---- reproduce ----" to OUT-LINE.
           write OUT-LINE.
           move spaces to OUT-LINE.
           string "colboy " function trim(FIELD-ROM) " "
               function trim(FIELD-FLAGS)
               delimited by size into OUT-LINE.
           write OUT-LINE.
           close OUT-FILE.
           move "summary.txt" to COPY-TO-NAME.
           move "this page" to COPY-WHAT.
           perform NOTE-PACKED.

       WRITE-PACKED-LINE.
           move spaces to OUT-LINE.
           string PACKED-FILE (PACK-I) " " PACKED-WHAT (PACK-I)
               delimited by size into OUT-LINE.
           write OUT-LINE.

       WRITE-MISSING-LINE.
           move MISSING-WHAT (PACK-I) to OUT-LINE.
           write OUT-LINE.

      *    > the return-code scheme every program follows; rows
      *    > from builds before it carry no code
       DESCRIBE-CODE.
           evaluate function trim(FIELD-CODE)
               when "00"
                   move "(clean)" to CODE-MEANING
               when "04"
                   move "(warning)" to CODE-MEANING
               when "08"
                   move "(failed verification)" to CODE-MEANING
               when "12"
                   move "(could not run)" to CODE-MEANING
               when "16"
                   move "(abnormal end)" to CODE-MEANING
               when other
                   move "(not journaled)" to CODE-MEANING
           end-evaluate.

      *    > cksum lines are "crc bytes name"; the manifest turns
      *    > them into FILE|BYTES|CKSUM rows, itself excepted
       WRITE-MANIFEST.
           move spaces to SYSTEM-COMMAND.
           string "cd '" function trim(PACK-DIR) "' && cksum"
               " $(ls | grep -v '^manifest') > manifest.lst"
               " 2>/dev/null" delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move 0 to return-code.
           move spaces to IN-PATH.
           string function trim(PACK-DIR) "/manifest.lst"
               delimited by size into IN-PATH.
           open input IN-FILE.
           if not IN-STATUS-OK
               display "cannot checksum the package - manifest.txt"
                   " not written"
               go to WRITE-MANIFEST-EXIT
           end-if.
           move spaces to OUT-PATH.
           string function trim(PACK-DIR) "/manifest.txt"
               delimited by size into OUT-PATH.
           open output OUT-FILE.
           move "FILE|BYTES|CKSUM" to OUT-LINE.
           write OUT-LINE.
           perform READ-CKSUM-LINE until IN-STATUS-EOF.
           close IN-FILE.
           close OUT-FILE.
           call "CBL_DELETE_FILE" using IN-PATH.
       WRITE-MANIFEST-EXIT.
           exit paragraph.

       READ-CKSUM-LINE.
           read IN-FILE
               at end
                   set IN-STATUS-EOF to true
               not at end
                   move spaces to CK-CRC
                   move spaces to CK-BYTES
                   move spaces to CK-NAME
                   unstring IN-LINE delimited by all spaces into
                       CK-CRC CK-BYTES CK-NAME
                   move spaces to OUT-LINE
                   string function trim(CK-NAME) "|"
                       function trim(CK-BYTES) "|"
                       function trim(CK-CRC)
                       delimited by size into OUT-LINE
                   write OUT-LINE
           end-read.

       COPY-INTO-PACKAGE.
           move 0 to COPY-RESULT.
           move spaces to SYSTEM-COMMAND.
           string "cp '" function trim(COPY-FROM) "' '"
               function trim(PACK-DIR) "/"
               function trim(COPY-TO-NAME) "' 2>/dev/null"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to SYSTEM-RC.
           move 0 to return-code.
           if SYSTEM-RC = 0
               move 1 to COPY-RESULT
               perform NOTE-PACKED
           end-if.

       NOTE-PACKED.
           if PACKED-COUNT < 12
               add 1 to PACKED-COUNT
               move COPY-TO-NAME to PACKED-FILE (PACKED-COUNT)
               move COPY-WHAT to PACKED-WHAT (PACKED-COUNT)
           end-if.

       NOTE-MISSING.
           if MISSING-COUNT < 8
               add 1 to MISSING-COUNT
               move MISSING-TEXT to MISSING-WHAT (MISSING-COUNT)
           end-if.
       end program INCIDENT_PACK.
