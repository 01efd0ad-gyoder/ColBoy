      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Playtime allowance for a live session (see playtime_ctl).
      *
      *    "arm" - MAIN-DRIVER calls it before a PLAY session starts.
      *    Finds the allowance of the player at the controls (their
      *    own PLAYTIME= line, else the "*" one), totals the live
      *    play the run journal already holds for them today and
      *    this week - each record's start is its end stamp less its
      *    duration, and a session that ran over midnight counts on
      *    both sides of it - and sets the wall-clock second the
      *    session has to end by. Playing on past midnight starts
      *    the next day's allowance, so the limit then falls that
      *    far into tomorrow. No player, or no allowance, leaves it
      *    disarmed; no time left at all trips it straight away.
      *
      *    "tick" - once per completed frame. Says on screen how
      *    many minutes are left as each PLAYTIME-WARN point is
      *    passed, and trips at the limit; MAIN-DRIVER does the
      *    autosave and the clean stop.
       identification division.
       program-id. PLAYTIME_CHECK.
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
           copy playtime_ctl.
           copy emu_config.
           copy run_journal_ctl.

      * ====== LOCAL =======
           01 JOURNAL-PATH pic x(256) value "colboy-runs.log".
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
               88 FILE-STATUS-EOF value "10".

           01 PLAYER-WANTED pic x(16) value spaces.
           01 ALLOW-SLOT binary-char unsigned value 0.
           01 ALLOW-I binary-char unsigned value 0.
           01 DAILY-SECONDS binary-long unsigned value 0.
           01 WEEKLY-SECONDS binary-long unsigned value 0.

           01 CLOCK-TEXT pic x(21) value spaces.
           01 CLOCK-DAY binary-long unsigned value 0.
           01 CLOCK-NOW binary-double unsigned value 0.
           01 DAY-START binary-double unsigned value 0.
           01 DAY-END binary-double unsigned value 0.
           01 WEEK-START binary-double unsigned value 0.
           01 WEEK-END binary-double unsigned value 0.
           01 WEEK-NUMBER binary-long unsigned value 0.

      *    > one journal record, and the stretch it covered
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
           01 RECORD-DAY binary-long unsigned value 0.
           01 RECORD-END binary-double unsigned value 0.
           01 RECORD-START binary-double unsigned value 0.
           01 RECORD-SECONDS binary-long unsigned value 0.
           01 SPAN-FROM binary-double unsigned value 0.
           01 SPAN-TO binary-double unsigned value 0.
           01 OVERLAP-SECONDS binary-long unsigned value 0.

           01 LEFT-SECONDS binary-long value 0.
           01 LIMIT-DAILY binary-double unsigned value 0.
           01 LIMIT-WEEKLY binary-double unsigned value 0.
           01 LIMIT-IS-WEEKLY binary-char unsigned value 0.
           01 REMAINING binary-double unsigned value 0.
           01 MINUTES-LEFT binary-long unsigned value 0.
           01 MINUTES-DISPLAY pic z(5)9 value 0.
           01 WARN-I binary-char unsigned value 0.
           01 WARN-DUE binary-char unsigned value 0.
       linkage section.
           01 PLAYTIME-ACTION pic x(4).
       procedure division using by reference PLAYTIME-ACTION.
       MAIN.
           perform READ-CLOCK.
           if PLAYTIME-ACTION = "arm"
               perform ARM-ALLOWANCE thru ARM-ALLOWANCE-EXIT
           else
               perform CHECK-ALLOWANCE
           end-if.

       MAIN-EXIT.
           exit program.

       ARM-ALLOWANCE.
           move 0 to PLAYTIME-ENABLED.
           move 0 to PLAYTIME-TRIPPED.
           move 0 to PLAYTIME-USED-TODAY.
           move 0 to PLAYTIME-USED-WEEK.
           perform CLEAR-WARN-DONE varying WARN-I from 1 by 1
               until WARN-I > 4.
           move PLAYER-NAME to PLAYER-WANTED.
           inspect PLAYER-WANTED replacing all low-value by space.
           move function trim(PLAYER-WANTED) to PLAYER-WANTED.
           if PLAYER-WANTED = spaces
               go to ARM-ALLOWANCE-EXIT
           end-if.

           move 0 to ALLOW-SLOT.
           perform FIND-OWN-ROW varying ALLOW-I from 1 by 1
               until ALLOW-I > PLAYTIME-COUNT.
           if ALLOW-SLOT = 0
               perform FIND-ANYONE-ROW varying ALLOW-I from 1 by 1
                   until ALLOW-I > PLAYTIME-COUNT
           end-if.
           if ALLOW-SLOT = 0
               go to ARM-ALLOWANCE-EXIT
           end-if.
           compute DAILY-SECONDS = PT-DAILY-MIN (ALLOW-SLOT) * 60.
           compute WEEKLY-SECONDS = PT-WEEKLY-MIN (ALLOW-SLOT) * 60.
           if DAILY-SECONDS = 0 and WEEKLY-SECONDS = 0
               go to ARM-ALLOWANCE-EXIT
           end-if.

      *    > integer-of-date's day 1 (1 January 1601) was a Monday,
      *    > so whole sevens from it are Monday-to-Sunday weeks
           compute DAY-START = CLOCK-DAY * 86400.
           compute DAY-END = DAY-START + 86400.
           compute WEEK-NUMBER = (CLOCK-DAY - 1) / 7.
           compute WEEK-START = ((WEEK-NUMBER * 7) + 1) * 86400.
           compute WEEK-END = WEEK-START + (7 * 86400).

           if JOURNAL-PATH-OVERRIDE not = spaces
               move JOURNAL-PATH-OVERRIDE to JOURNAL-PATH
           end-if.
           open input JOURNAL-FILE.
           if FILE-STATUS-OK
               perform READ-JOURNAL-ROW until FILE-STATUS-EOF
               close JOURNAL-FILE
           end-if.

           move 0 to LIMIT-DAILY.
           move 0 to LIMIT-WEEKLY.
           if DAILY-SECONDS > 0
               compute LEFT-SECONDS =
                   DAILY-SECONDS - PLAYTIME-USED-TODAY
               if LEFT-SECONDS < 0
                   move 0 to LEFT-SECONDS
               end-if
               compute LIMIT-DAILY = CLOCK-NOW + LEFT-SECONDS
               if LIMIT-DAILY >= DAY-END
                   compute LIMIT-DAILY = DAY-END + DAILY-SECONDS
               end-if
           end-if.
           if WEEKLY-SECONDS > 0
               compute LEFT-SECONDS =
                   WEEKLY-SECONDS - PLAYTIME-USED-WEEK
               if LEFT-SECONDS < 0
                   move 0 to LEFT-SECONDS
               end-if
               compute LIMIT-WEEKLY = CLOCK-NOW + LEFT-SECONDS
               if LIMIT-WEEKLY >= WEEK-END
                   compute LIMIT-WEEKLY = WEEK-END + WEEKLY-SECONDS
               end-if
           end-if.
           move 0 to LIMIT-IS-WEEKLY.
           evaluate true
               when LIMIT-DAILY = 0
                   move LIMIT-WEEKLY to PLAYTIME-LIMIT-STAMP
                   move 1 to LIMIT-IS-WEEKLY
               when LIMIT-WEEKLY = 0
                   move LIMIT-DAILY to PLAYTIME-LIMIT-STAMP
               when LIMIT-WEEKLY < LIMIT-DAILY
                   move LIMIT-WEEKLY to PLAYTIME-LIMIT-STAMP
                   move 1 to LIMIT-IS-WEEKLY
               when other
                   move LIMIT-DAILY to PLAYTIME-LIMIT-STAMP
           end-evaluate.
           move 1 to PLAYTIME-ENABLED.

           if PLAYTIME-LIMIT-STAMP <= CLOCK-NOW
               move 1 to PLAYTIME-TRIPPED
               if LIMIT-IS-WEEKLY = 1
                   display "-- no playtime left this week for "
                       function trim(PLAYER-WANTED) " --"
               else
                   display "-- no playtime left today for "
                       function trim(PLAYER-WANTED) " --"
               end-if
               go to ARM-ALLOWANCE-EXIT
           end-if.
           compute MINUTES-LEFT =
               (PLAYTIME-LIMIT-STAMP - CLOCK-NOW + 59) / 60.
           move MINUTES-LEFT to MINUTES-DISPLAY.
           display "(playtime: " function trim(PLAYER-WANTED) " has "
               function trim(MINUTES-DISPLAY) " minutes to play)".
       ARM-ALLOWANCE-EXIT.
           exit paragraph.

       CLEAR-WARN-DONE.
           move 0 to PLAYTIME-WARN-DONE (WARN-I).

       FIND-OWN-ROW.
           if PT-PLAYER (ALLOW-I) = PLAYER-WANTED
               move ALLOW-I to ALLOW-SLOT
               move PLAYTIME-COUNT to ALLOW-I
           end-if.

       FIND-ANYONE-ROW.
           if PT-PLAYER (ALLOW-I) = "*"
               move ALLOW-I to ALLOW-SLOT
               move PLAYTIME-COUNT to ALLOW-I
           end-if.

       READ-JOURNAL-ROW.
           read JOURNAL-FILE
               at end
                   set FILE-STATUS-EOF to true
               not at end
                   perform TALLY-JOURNAL-ROW thru
                       TALLY-JOURNAL-ROW-EXIT
           end-read.

      *    > the player's own live-play records only - a PLAY word
      *    > among the flags is what makes a run a session
       TALLY-JOURNAL-ROW.
           move spaces to FIELD-STAMP.
           move spaces to FIELD-FLAGS.
           move spaces to FIELD-SECONDS.
           move spaces to FIELD-PLAYER.
           unstring JOURNAL-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-ROM, FIELD-FLAGS, FIELD-FRAMES,
               FIELD-INSTR, FIELD-CYCLES, FIELD-REASON,
               FIELD-SECONDS, FIELD-PLAYER.
           if FIELD-PLAYER not = PLAYER-WANTED
               or FIELD-STAMP (1:8) is not numeric
               or FIELD-STAMP (10:6) is not numeric
               go to TALLY-JOURNAL-ROW-EXIT
           end-if.
           move spaces to FLAGS-PADDED.
           string " " function upper-case(function trim(FIELD-FLAGS))
               " " delimited by size into FLAGS-PADDED.
           move 0 to PLAY-COUNT.
           inspect FLAGS-PADDED tallying PLAY-COUNT for all " PLAY ".
           if PLAY-COUNT = 0
               go to TALLY-JOURNAL-ROW-EXIT
           end-if.

           compute RECORD-DAY = function integer-of-date(
               function numval(FIELD-STAMP (1:8))).
           compute RECORD-END = (RECORD-DAY * 86400)
               + (function numval(FIELD-STAMP (10:2)) * 3600)
               + (function numval(FIELD-STAMP (12:2)) * 60)
               + function numval(FIELD-STAMP (14:2)).
           compute RECORD-SECONDS = function numval(FIELD-SECONDS).
           compute RECORD-START = RECORD-END - RECORD-SECONDS.

           move DAY-START to SPAN-FROM.
           move DAY-END to SPAN-TO.
           perform MEASURE-OVERLAP.
           add OVERLAP-SECONDS to PLAYTIME-USED-TODAY.
           move WEEK-START to SPAN-FROM.
           move WEEK-END to SPAN-TO.
           perform MEASURE-OVERLAP.
           add OVERLAP-SECONDS to PLAYTIME-USED-WEEK.
       TALLY-JOURNAL-ROW-EXIT.
           exit paragraph.

      *    > how much of the record falls inside SPAN-FROM..SPAN-TO
       MEASURE-OVERLAP.
           if RECORD-START > SPAN-FROM
               move RECORD-START to SPAN-FROM
           end-if.
           if RECORD-END < SPAN-TO
               move RECORD-END to SPAN-TO
           end-if.
           move 0 to OVERLAP-SECONDS.
           if SPAN-TO > SPAN-FROM
               compute OVERLAP-SECONDS = SPAN-TO - SPAN-FROM
           end-if.

       CHECK-ALLOWANCE.
           if CLOCK-NOW >= PLAYTIME-LIMIT-STAMP
               move 1 to PLAYTIME-TRIPPED
           else
               compute REMAINING = PLAYTIME-LIMIT-STAMP - CLOCK-NOW
               move 0 to WARN-DUE
               perform CHECK-ONE-WARNING varying WARN-I from 1 by 1
                   until WARN-I > PLAYTIME-WARN-COUNT
               if WARN-DUE = 1
                   compute MINUTES-LEFT = (REMAINING + 59) / 60
                   move MINUTES-LEFT to MINUTES-DISPLAY
                   display "-- playtime: "
                       function trim(MINUTES-DISPLAY)
                       " minute(s) left for "
                       function trim(PLAYER-NAME) " --"
               end-if
           end-if.

       CHECK-ONE-WARNING.
           if PLAYTIME-WARN-DONE (WARN-I) = 0
                   and PLAYTIME-WARN-MIN (WARN-I) > 0
                   and REMAINING <= PLAYTIME-WARN-MIN (WARN-I) * 60
               move 1 to PLAYTIME-WARN-DONE (WARN-I)
               move 1 to WARN-DUE
           end-if.

      *    > the same day-anchored seconds MAIN-DRIVER's deadline
      *    > clock keeps
       READ-CLOCK.
           move function current-date to CLOCK-TEXT.
           compute CLOCK-DAY = function integer-of-date(
               function numval(CLOCK-TEXT (1:8))).
           compute CLOCK-NOW = (CLOCK-DAY * 86400)
               + (function numval(CLOCK-TEXT (9:2)) * 3600)
               + (function numval(CLOCK-TEXT (11:2)) * 60)
               + function numval(CLOCK-TEXT (13:2)).
       end program PLAYTIME_CHECK.
