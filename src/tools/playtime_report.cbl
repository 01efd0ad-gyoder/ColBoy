      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Playtime usage from the colboy-runs.log journal: for each
      *    player, every day they played - minutes of live play, how
      *    many sessions, and how many of those their allowance
      *    ended - with a subtotal for each Monday-to-Sunday week and
      *    the allowance colboy.cfg gives them (see playtime_ctl),
      *    days and weeks over it marked. Only live sessions count,
      *    the runs with PLAY among their flags. A record's start is
      *    its end stamp less its duration, and a session that ran
      *    over midnight is split between the two days. Months
      *    JOURNAL_ARCHIVE has already rolled up are not in here.
      *
      *        playtime_report [journal-path] [player]
       identification division.
       program-id. PLAYTIME_REPORT.
       environment division.
       input-output section.
       file-control.
           select JOURNAL-FILE assign to JOURNAL-PATH
               organization is line sequential
               file status is FILE-STATUS-CD.
       data division.
       file section.
       fd  JOURNAL-FILE.
           01 JOURNAL-LINE pic x(460).
       working-storage section.
           copy emu_config.
           copy playtime_ctl.

      * ====== LOCAL =======
           01 JOURNAL-PATH pic x(256) value spaces.
           01 PLAYER-ARG pic x(16) value spaces.
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
               88 FILE-STATUS-EOF value "10".

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
           01 FLAGS-PADDED pic x(132) value spaces.
           01 PLAY-COUNT binary-short unsigned value 0.

      *    > the record's stretch of wall clock, day-anchored seconds
           01 RECORD-END binary-double unsigned value 0.
           01 RECORD-START binary-double unsigned value 0.
           01 RECORD-SECONDS binary-long unsigned value 0.
           01 START-DAY binary-long unsigned value 0.
           01 END-DAY binary-long unsigned value 0.
           01 SPLIT-DAY binary-long unsigned value 0.
           01 SPAN-FROM binary-double unsigned value 0.
           01 SPAN-TO binary-double unsigned value 0.
           01 TOTAL-SESSIONS binary-long unsigned value 0.

      *    > one row per player per day, in the order first played
           01 DAY-COUNT binary-short unsigned value 0.
           01 DAY-ROW occurs 512 times.
               05 DAY-PLAYER pic x(16).
               05 DAY-NUMBER binary-long unsigned.
               05 DAY-SECONDS binary-long unsigned.
               05 DAY-SESSIONS binary-short unsigned.
               05 DAY-LIMITED binary-short unsigned.
           01 DAY-I binary-short unsigned value 0.
           01 DAY-SLOT binary-short unsigned value 0.
           01 DAYS-DROPPED binary-long unsigned value 0.

           01 PLAYER-COUNT binary-short unsigned value 0.
           01 PLAYER-ROW-NAME pic x(16) occurs 32 times.
           01 PLAYER-I binary-short unsigned value 0.
           01 PLAYER-SLOT binary-short unsigned value 0.

      *    > the player being printed: allowance, week and total
           01 ALLOW-SLOT binary-char unsigned value 0.
           01 ALLOW-I binary-char unsigned value 0.
           01 DAILY-SECONDS binary-long unsigned value 0.
           01 WEEKLY-SECONDS binary-long unsigned value 0.
           01 WEEK-START binary-long unsigned value 0.
           01 ROW-WEEK binary-long unsigned value 0.
           01 WEEK-NUMBER binary-long unsigned value 0.
           01 WEEK-SECONDS binary-long unsigned value 0.
           01 PLAYER-SECONDS binary-long unsigned value 0.
           01 ALLOW-DISPLAY pic z(4)9 value 0.
           01 ALLOW-WEEK-DISPLAY pic z(4)9 value 0.
           01 ALLOW-TEXT pic x(48) value spaces.
           01 ALLOW-HOLD pic x(48) value spaces.

           01 SHOW-SECONDS binary-long unsigned value 0.
           01 SHOW-HOURS pic zzz9 value 0.
           01 SHOW-MINUTES pic 99 value 0.
           01 SHOW-DATE pic 9(8) value 0.
           01 SHOW-SESSIONS pic zzz9 value 0.
           01 SHOW-LIMITED pic zzz9 value 0.
           01 DURATION-TEXT pic x(12) value spaces.
           01 OVER-TEXT pic x(6) value spaces.
           01 WEEKDAY-NAMES pic x(21) value "MonTueWedThuFriSatSun".
           01 WEEKDAY-I binary-char unsigned value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept JOURNAL-PATH from argument-value.
           display 2 upon argument-number.
           accept PLAYER-ARG from argument-value.
           if JOURNAL-PATH = spaces
               move "colboy-runs.log" to JOURNAL-PATH
           end-if.
      *    > the allowances come from colboy.cfg
           call "CONFIG_LOADER".

           open input JOURNAL-FILE.
           if not FILE-STATUS-OK
               display "cannot open " function trim(JOURNAL-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform READ-JOURNAL-ROW until FILE-STATUS-EOF.
           close JOURNAL-FILE.

           display "==== PLAYTIME: "
               function trim(JOURNAL-PATH) " ====".
           if PLAYER-COUNT = 0
               display " "
               display "no live play on record"
           end-if.
           perform PRINT-ONE-PLAYER varying PLAYER-I from 1 by 1
               until PLAYER-I > PLAYER-COUNT.
           display " ".
           display "live sessions on record: " TOTAL-SESSIONS.
           if DAYS-DROPPED > 0
               display "(" DAYS-DROPPED " player-days past the"
                   " report's 512 are not shown)"
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

       READ-JOURNAL-ROW.
           read JOURNAL-FILE
               at end
                   set FILE-STATUS-EOF to true
               not at end
                   perform TAKE-JOURNAL-ROW thru
                       TAKE-JOURNAL-ROW-EXIT
           end-read.

      *    > a live session's record, split over the days it ran on
       TAKE-JOURNAL-ROW.
           move spaces to FIELD-STAMP.
           move spaces to FIELD-FLAGS.
           move spaces to FIELD-REASON.
           move spaces to FIELD-SECONDS.
           move spaces to FIELD-PLAYER.
           unstring JOURNAL-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-ROM, FIELD-FLAGS, FIELD-FRAMES,
               FIELD-INSTR, FIELD-CYCLES, FIELD-REASON,
               FIELD-SECONDS, FIELD-PLAYER.
           if FIELD-STAMP (1:8) is not numeric
               or FIELD-STAMP (10:6) is not numeric
               go to TAKE-JOURNAL-ROW-EXIT
           end-if.
           move spaces to FLAGS-PADDED.
           string " " function upper-case(function trim(FIELD-FLAGS))
               " " delimited by size into FLAGS-PADDED.
           move 0 to PLAY-COUNT.
           inspect FLAGS-PADDED tallying PLAY-COUNT for all " PLAY ".
           if PLAY-COUNT = 0
               go to TAKE-JOURNAL-ROW-EXIT
           end-if.
           if FIELD-PLAYER = spaces
               move "(unnamed)" to FIELD-PLAYER
           end-if.
           if PLAYER-ARG not = spaces
                   and FIELD-PLAYER not = function trim(PLAYER-ARG)
               go to TAKE-JOURNAL-ROW-EXIT
           end-if.

           compute END-DAY = function integer-of-date(
               function numval(FIELD-STAMP (1:8))).
           compute RECORD-END = (END-DAY * 86400)
               + (function numval(FIELD-STAMP (10:2)) * 3600)
               + (function numval(FIELD-STAMP (12:2)) * 60)
               + function numval(FIELD-STAMP (14:2)).
           compute RECORD-SECONDS = function numval(FIELD-SECONDS).
           compute RECORD-START = RECORD-END - RECORD-SECONDS.
           compute START-DAY = RECORD-START / 86400.

           perform FILE-UNDER-PLAYER.
           add 1 to TOTAL-SESSIONS.
           perform SPLIT-ONE-DAY varying SPLIT-DAY from START-DAY by 1
               until SPLIT-DAY > END-DAY.
       TAKE-JOURNAL-ROW-EXIT.
           exit paragraph.

      *    > the session is counted on the day it began, the limit
      *    > that ended it on the day it ended
       SPLIT-ONE-DAY.
           compute SPAN-FROM = SPLIT-DAY * 86400.
           compute SPAN-TO = SPAN-FROM + 86400.
           if RECORD-START > SPAN-FROM
               move RECORD-START to SPAN-FROM
           end-if.
           if RECORD-END < SPAN-TO
               move RECORD-END to SPAN-TO
           end-if.
           perform FIND-DAY-ROW.
           if DAY-SLOT not = 0
               if SPAN-TO > SPAN-FROM
                   compute DAY-SECONDS (DAY-SLOT) =
                       DAY-SECONDS (DAY-SLOT) + SPAN-TO - SPAN-FROM
               end-if
               if SPLIT-DAY = START-DAY
                   add 1 to DAY-SESSIONS (DAY-SLOT)
               end-if
               if SPLIT-DAY = END-DAY
                       and function trim(FIELD-REASON) =
                       "playtime-limit"
                   add 1 to DAY-LIMITED (DAY-SLOT)
               end-if
           end-if.

       FIND-DAY-ROW.
           move 0 to DAY-SLOT.
           perform MATCH-DAY-ROW varying DAY-I from 1 by 1
               until DAY-I > DAY-COUNT.
           if DAY-SLOT = 0
               if DAY-COUNT < 512
                   add 1 to DAY-COUNT
                   move DAY-COUNT to DAY-SLOT
                   move FIELD-PLAYER to DAY-PLAYER (DAY-SLOT)
                   move SPLIT-DAY to DAY-NUMBER (DAY-SLOT)
                   move 0 to DAY-SECONDS (DAY-SLOT)
                   move 0 to DAY-SESSIONS (DAY-SLOT)
                   move 0 to DAY-LIMITED (DAY-SLOT)
               else
                   add 1 to DAYS-DROPPED
               end-if
           end-if.

       MATCH-DAY-ROW.
           if DAY-NUMBER (DAY-I) = SPLIT-DAY
                   and DAY-PLAYER (DAY-I) = FIELD-PLAYER
               move DAY-I to DAY-SLOT
               move DAY-COUNT to DAY-I
           end-if.

       FILE-UNDER-PLAYER.
           move 0 to PLAYER-SLOT.
           perform FIND-PLAYER-SLOT varying PLAYER-I from 1 by 1
               until PLAYER-I > PLAYER-COUNT.
           if PLAYER-SLOT = 0 and PLAYER-COUNT < 32
               add 1 to PLAYER-COUNT
               move FIELD-PLAYER to PLAYER-ROW-NAME (PLAYER-COUNT)
           end-if.

       FIND-PLAYER-SLOT.
           if PLAYER-ROW-NAME (PLAYER-I) = FIELD-PLAYER
               move PLAYER-I to PLAYER-SLOT
               move PLAYER-COUNT to PLAYER-I
           end-if.

      *    > the player's days in the order played, a subtotal as
      *    > each week closes
       PRINT-ONE-PLAYER.
           display " ".
           perform FIND-ALLOWANCE.
           if DAILY-SECONDS = 0 and WEEKLY-SECONDS = 0
               display "---- " function trim(PLAYER-ROW-NAME (PLAYER-I))
                   " (no allowance) ----"
           else
               perform FORMAT-ALLOWANCE
               display "---- " function trim(PLAYER-ROW-NAME (PLAYER-I))
                   " (allowance: " function trim(ALLOW-TEXT) ") ----"
           end-if.
           display "  day                  played  sessions"
               "  ended by limit".
           move 0 to WEEK-START.
           move 0 to WEEK-SECONDS.
           move 0 to PLAYER-SECONDS.
           perform PRINT-DAY-ROW varying DAY-I from 1 by 1
               until DAY-I > DAY-COUNT.
           perform CLOSE-WEEK.
           move PLAYER-SECONDS to SHOW-SECONDS.
           perform FORMAT-DURATION.
           display "  total                " DURATION-TEXT.

      *    > the player's own PLAYTIME= line, else the "*" one -
      *    > the same choice PLAYTIME_CHECK makes
       FIND-ALLOWANCE.
           move 0 to ALLOW-SLOT.
           perform MATCH-OWN-ALLOWANCE varying ALLOW-I from 1 by 1
               until ALLOW-I > PLAYTIME-COUNT.
           if ALLOW-SLOT = 0
                   and PLAYER-ROW-NAME (PLAYER-I) not = "(unnamed)"
               perform MATCH-ANY-ALLOWANCE varying ALLOW-I from 1 by 1
                   until ALLOW-I > PLAYTIME-COUNT
           end-if.
           move 0 to DAILY-SECONDS.
           move 0 to WEEKLY-SECONDS.
           if ALLOW-SLOT not = 0
               compute DAILY-SECONDS = PT-DAILY-MIN (ALLOW-SLOT) * 60
               compute WEEKLY-SECONDS =
                   PT-WEEKLY-MIN (ALLOW-SLOT) * 60
           end-if.

       FORMAT-ALLOWANCE.
           move spaces to ALLOW-TEXT.
           if DAILY-SECONDS > 0
               compute ALLOW-DISPLAY = DAILY-SECONDS / 60
               string function trim(ALLOW-DISPLAY) " min a day"
                   delimited by size into ALLOW-TEXT
           end-if.
           if WEEKLY-SECONDS > 0
               compute ALLOW-WEEK-DISPLAY = WEEKLY-SECONDS / 60
               move ALLOW-TEXT to ALLOW-HOLD
               move spaces to ALLOW-TEXT
               if ALLOW-HOLD = spaces
                   string function trim(ALLOW-WEEK-DISPLAY)
                       " min a week" delimited by size into ALLOW-TEXT
               else
                   string function trim(ALLOW-HOLD) ", "
                       function trim(ALLOW-WEEK-DISPLAY)
                       " a week" delimited by size into ALLOW-TEXT
               end-if
           end-if.

       MATCH-OWN-ALLOWANCE.
           if PT-PLAYER (ALLOW-I) = PLAYER-ROW-NAME (PLAYER-I)
               move ALLOW-I to ALLOW-SLOT
               move PLAYTIME-COUNT to ALLOW-I
           end-if.

       MATCH-ANY-ALLOWANCE.
           if PT-PLAYER (ALLOW-I) = "*"
               move ALLOW-I to ALLOW-SLOT
               move PLAYTIME-COUNT to ALLOW-I
           end-if.

      *    > integer-of-date's day 1 was a Monday, so whole sevens
      *    > from it are Monday-to-Sunday weeks
       PRINT-DAY-ROW.
           if DAY-PLAYER (DAY-I) = PLAYER-ROW-NAME (PLAYER-I)
               compute WEEK-NUMBER = (DAY-NUMBER (DAY-I) - 1) / 7
               compute ROW-WEEK = (WEEK-NUMBER * 7) + 1
               if ROW-WEEK not = WEEK-START
                   perform CLOSE-WEEK
                   move ROW-WEEK to WEEK-START
               end-if
               add DAY-SECONDS (DAY-I) to WEEK-SECONDS
               add DAY-SECONDS (DAY-I) to PLAYER-SECONDS
               compute WEEKDAY-I = function mod(
                   DAY-NUMBER (DAY-I) - 1, 7) * 3 + 1
               compute SHOW-DATE =
                   function date-of-integer(DAY-NUMBER (DAY-I))
               move DAY-SECONDS (DAY-I) to SHOW-SECONDS
               perform FORMAT-DURATION
               move DAY-SESSIONS (DAY-I) to SHOW-SESSIONS
               move DAY-LIMITED (DAY-I) to SHOW-LIMITED
               move spaces to OVER-TEXT
               if DAILY-SECONDS > 0
                       and DAY-SECONDS (DAY-I) > DAILY-SECONDS
                   move "OVER" to OVER-TEXT
               end-if
               display "  " SHOW-DATE " "
                   WEEKDAY-NAMES (WEEKDAY-I:3) "         "
                   DURATION-TEXT "    " SHOW-SESSIONS
                   "            " SHOW-LIMITED "  " OVER-TEXT
           end-if.

       CLOSE-WEEK.
           if WEEK-START not = 0
               compute SHOW-DATE = function date-of-integer(WEEK-START)
               move WEEK-SECONDS to SHOW-SECONDS
               perform FORMAT-DURATION
               move spaces to OVER-TEXT
               if WEEKLY-SECONDS > 0 and WEEK-SECONDS > WEEKLY-SECONDS
                   move "OVER" to OVER-TEXT
               end-if
               display "  week from " SHOW-DATE "   "
                   DURATION-TEXT "  " OVER-TEXT
           end-if.
           move 0 to WEEK-SECONDS.

       FORMAT-DURATION.
           compute SHOW-HOURS = SHOW-SECONDS / 3600.
           compute SHOW-MINUTES =
               function mod(SHOW-SECONDS, 3600) / 60.
           move spaces to DURATION-TEXT.
           string SHOW-HOURS "h" SHOW-MINUTES "m"
               delimited by size into DURATION-TEXT.
       end program PLAYTIME_REPORT.
