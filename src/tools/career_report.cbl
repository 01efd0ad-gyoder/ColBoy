      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    One player's whole history on the box, gathered from the
      *    ledgers that each have a report of their own:
      *
      *      colboy-runs.log    live play - time and sessions, in
      *                         total and per title (the PLAY runs,
      *                         as PLAYTIME_REPORT counts them)
      *      colboy-awards.log  achievements earned, first date and
      *                         how many times
      *      colboy-scores.log  best score per title and where it
      *                         stands on that title's leaderboard
      *                         (SCORES_REPORT's ranking)
      *      colboy-splits.log  personal-best segment per split,
      *                         marked where it is the best anybody
      *                         has run
      *
      *    ALL (or no player) prints the summary page instead - one
      *    line a player and the honours for awards night. A date
      *    range keeps to the records inside it, leaderboards too,
      *    for a season's worth. The ledgers are read from the
      *    current directory; one that isn't there simply adds
      *    nothing.
      *
      *        career_report [player|ALL] [from-YYYYMMDD] [to-YYYYMMDD]
      *
      *    The return code is 4 when the report's tables filled and
      *    some records were left out.
       identification division.
       program-id. CAREER_REPORT.
       environment division.
       input-output section.
       file-control.
           select LEDGER-FILE assign to LEDGER-PATH
               organization is line sequential
               file status is FILE-STATUS-CD.
       data division.
       file section.
       fd  LEDGER-FILE.
           01 LEDGER-LINE pic x(460).
       working-storage section.

      * ====== LOCAL =======
           01 PLAYER-ARG pic x(16) value spaces.
           01 FROM-DATE-ARG pic x(12) value spaces.
           01 TO-DATE-ARG pic x(12) value spaces.
           01 FROM-DATE pic x(8) value "00000000".
           01 TO-DATE pic x(8) value "99999999".
           01 RANGE-WANTED binary-char unsigned value 0.
               88 RANGE-IS-WANTED value 1.
           01 ALL-WANTED binary-char unsigned value 0.
               88 ALL-IS-WANTED value 1.
           01 LEDGER-PATH pic x(20) value spaces.
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
               88 FILE-STATUS-EOF value "10".
           01 LEDGER-PASS pic x(8) value spaces.
           01 FILES-READ binary-char unsigned value 0.

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
           01 FIELD-NAME pic x(24) value spaces.
           01 FIELD-SCORE pic x(12) value spaces.
           01 FIELD-TOTAL pic x(12) value spaces.
           01 FLAGS-PADDED pic x(132) value spaces.
           01 PLAY-COUNT binary-short unsigned value 0.
           01 ROW-DATE pic x(8) value spaces.
           01 ROW-SCORE binary-double unsigned value 0.
           01 ROW-FRAMES binary-long unsigned value 0.
           01 ROW-SECONDS binary-long unsigned value 0.

      *    > one row a player, in the order first met
           01 PLAYER-COUNT binary-short unsigned value 0.
           01 PLAYER-ROW occurs 64 times.
               05 PL-NAME pic x(16).
               05 PL-SECONDS binary-long unsigned.
               05 PL-SESSIONS binary-long unsigned.
               05 PL-TITLES binary-short unsigned.
               05 PL-AWARDS binary-short unsigned.
               05 PL-TOPS binary-short unsigned.
               05 PL-RECORDS binary-short unsigned.
               05 PL-FIRST pic x(8).
               05 PL-LAST pic x(8).
               05 PL-PLACED binary-char unsigned.
           01 PLAYER-I binary-short unsigned value 0.
           01 PLAYER-SLOT binary-short unsigned value 0.

      *    > one row a player per title they have anything on
           01 TITLE-COUNT binary-short unsigned value 0.
           01 TITLE-ROW occurs 512 times.
               05 TT-PLAYER pic x(16).
               05 TT-TITLE pic x(16).
               05 TT-SECONDS binary-long unsigned.
               05 TT-SESSIONS binary-long unsigned.
               05 TT-HAS-SCORE binary-char unsigned.
               05 TT-BEST binary-double unsigned.
               05 TT-BEST-DATE pic x(8).
               05 TT-ABOVE binary-long unsigned.
               05 TT-ENTRIES binary-long unsigned.
           01 TITLE-I binary-short unsigned value 0.
           01 TITLE-SLOT binary-short unsigned value 0.

      *    > distinct player/title/achievement
           01 AWARD-COUNT binary-short unsigned value 0.
           01 AWARD-ROW occurs 256 times.
               05 AW-PLAYER pic x(16).
               05 AW-TITLE pic x(16).
               05 AW-NAME pic x(24).
               05 AW-TIMES binary-long unsigned.
               05 AW-FIRST pic x(8).
           01 AWARD-I binary-short unsigned value 0.
           01 AWARD-SLOT binary-short unsigned value 0.

      *    > fastest segment per player/title/split
           01 SPLIT-COUNT binary-short unsigned value 0.
           01 SPLIT-ROW occurs 256 times.
               05 SB-PLAYER pic x(16).
               05 SB-TITLE pic x(16).
               05 SB-SPLIT pic x(24).
               05 SB-FRAMES binary-long unsigned.
               05 SB-DATE pic x(8).
               05 SB-RECORD binary-char unsigned.
           01 SPLIT-I binary-short unsigned value 0.
           01 SPLIT-J binary-short unsigned value 0.
           01 SPLIT-SLOT binary-short unsigned value 0.
           01 ROWS-DROPPED binary-long unsigned value 0.

      *    > printing
           01 BEST-I binary-short unsigned value 0.
           01 HONOUR-I binary-short unsigned value 0.
           01 HONOUR-VALUE binary-long unsigned value 0.
           01 SHOW-SECONDS binary-long unsigned value 0.
           01 SHOW-HOURS pic zzz9 value 0.
           01 SHOW-MINUTES pic 99 value 0.
           01 DURATION-TEXT pic x(12) value spaces.
           01 SESSIONS-DISPLAY pic z(5)9 value 0.
           01 COUNT-DISPLAY pic zzz9 value 0.
           01 TOPS-DISPLAY pic zzz9 value 0.
           01 RECORDS-DISPLAY pic zzz9 value 0.
           01 AWARDS-DISPLAY pic zzz9 value 0.
           01 SCORE-DISPLAY pic z(9)9 value 0.
           01 RANK-DISPLAY pic z(5)9 value 0.
           01 ENTRIES-DISPLAY pic z(5)9 value 0.
           01 RANK-TEXT pic x(16) value spaces.
           01 FRAMES-DISPLAY pic z(7)9 value 0.
           01 SPLIT-SECONDS pic 9(6)v99 value 0.
           01 SPLIT-SECONDS-DISPLAY pic z(5)9.99 value 0.
           01 RECORD-TEXT pic x(8) value spaces.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept PLAYER-ARG from argument-value.
           display 2 upon argument-number.
           accept FROM-DATE-ARG from argument-value.
           display 3 upon argument-number.
           accept TO-DATE-ARG from argument-value.
           if PLAYER-ARG = spaces
               or function upper-case(PLAYER-ARG) = "ALL"
               move 1 to ALL-WANTED
           end-if.
           if FROM-DATE-ARG not = spaces
               if FROM-DATE-ARG (1:8) is not numeric
                   or (TO-DATE-ARG not = spaces
                       and TO-DATE-ARG (1:8) is not numeric)
                   display "usage: career_report [player|ALL]"
                       " [from-YYYYMMDD] [to-YYYYMMDD]"
                   move 12 to return-code
                   stop run
               end-if
               move 1 to RANGE-WANTED
               move FROM-DATE-ARG (1:8) to FROM-DATE
               if TO-DATE-ARG not = spaces
                   move TO-DATE-ARG (1:8) to TO-DATE
               end-if
           end-if.

           move "colboy-runs.log" to LEDGER-PATH.
           move "RUNS" to LEDGER-PASS.
           perform READ-LEDGER thru READ-LEDGER-EXIT.
           move "colboy-awards.log" to LEDGER-PATH.
           move "AWARDS" to LEDGER-PASS.
           perform READ-LEDGER thru READ-LEDGER-EXIT.
           move "colboy-scores.log" to LEDGER-PATH.
           move "SCORES" to LEDGER-PASS.
           perform READ-LEDGER thru READ-LEDGER-EXIT.
      *    > second pass: the best scores are known, now count the
      *    > entries on each leaderboard and how many beat them
           move "RANKS" to LEDGER-PASS.
           perform READ-LEDGER thru READ-LEDGER-EXIT.
           move "colboy-splits.log" to LEDGER-PATH.
           move "SPLITS" to LEDGER-PASS.
           perform READ-LEDGER thru READ-LEDGER-EXIT.
           if FILES-READ = 0
               display "no colboy ledgers in this directory"
               move 12 to return-code
               stop run
           end-if.

           perform MARK-SPLIT-RECORD
               varying SPLIT-I from 1 by 1 until SPLIT-I > SPLIT-COUNT.
           perform ADD-UP-TITLE
               varying TITLE-I from 1 by 1 until TITLE-I > TITLE-COUNT.
           perform ADD-UP-AWARD
               varying AWARD-I from 1 by 1 until AWARD-I > AWARD-COUNT.

           if ALL-IS-WANTED
               perform PRINT-SUMMARY thru PRINT-SUMMARY-EXIT
           else
               perform PRINT-CAREER thru PRINT-CAREER-EXIT
           end-if.
           if ROWS-DROPPED > 0
               display " "
               display "(" ROWS-DROPPED " records past the report's"
                   " tables are not counted)"
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

       READ-LEDGER.
           open input LEDGER-FILE.
           if not FILE-STATUS-OK
               go to READ-LEDGER-EXIT
           end-if.
           if LEDGER-PASS not = "RANKS"
               add 1 to FILES-READ
           end-if.
           perform READ-LEDGER-ROW until FILE-STATUS-EOF.
           close LEDGER-FILE.
       READ-LEDGER-EXIT.
           exit paragraph.

       READ-LEDGER-ROW.
           read LEDGER-FILE
               at end
                   set FILE-STATUS-EOF to true
               not at end
                   evaluate LEDGER-PASS
                       when "RUNS"
                           perform TAKE-RUN-ROW thru TAKE-RUN-ROW-EXIT
                       when "AWARDS"
                           perform TAKE-AWARD-ROW
                               thru TAKE-AWARD-ROW-EXIT
                       when "SCORES"
                           perform TAKE-SCORE-ROW
                               thru TAKE-SCORE-ROW-EXIT
                       when "RANKS"
                           perform TAKE-RANK-ROW thru TAKE-RANK-ROW-EXIT
                       when "SPLITS"
                           perform TAKE-SPLIT-ROW
                               thru TAKE-SPLIT-ROW-EXIT
                   end-evaluate
           end-read.

      *    > every row starts with its YYYYMMDD HHMMSS stamp; outside
      *    > the range asked for, it is not this season's
       CHECK-ROW-DATE.
           move FIELD-STAMP (1:8) to ROW-DATE.
           if ROW-DATE is not numeric
               or ROW-DATE < FROM-DATE or ROW-DATE > TO-DATE
               move spaces to ROW-DATE
           end-if.
           if FIELD-PLAYER = spaces
               move "(unnamed)" to FIELD-PLAYER
           end-if.

      *    > a live session: its time and one more session, on the
      *    > player and on the title
       TAKE-RUN-ROW.
           move spaces to FIELD-STAMP FIELD-TITLE FIELD-FLAGS
               FIELD-SECONDS FIELD-PLAYER.
           unstring LEDGER-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-ROM, FIELD-FLAGS, FIELD-FRAMES,
               FIELD-INSTR, FIELD-CYCLES, FIELD-REASON,
               FIELD-SECONDS, FIELD-PLAYER.
           perform CHECK-ROW-DATE.
           if ROW-DATE = spaces or FIELD-TITLE = spaces
               go to TAKE-RUN-ROW-EXIT
           end-if.
           move spaces to FLAGS-PADDED.
           string " " function upper-case(function trim(FIELD-FLAGS))
               " " delimited by size into FLAGS-PADDED.
           move 0 to PLAY-COUNT.
           inspect FLAGS-PADDED tallying PLAY-COUNT for all " PLAY ".
           if PLAY-COUNT = 0
               go to TAKE-RUN-ROW-EXIT
           end-if.
           if not ALL-IS-WANTED and FIELD-PLAYER not = PLAYER-ARG
               go to TAKE-RUN-ROW-EXIT
           end-if.
           perform FILE-UNDER-TITLE thru FILE-UNDER-TITLE-EXIT.
           if TITLE-SLOT = 0
               go to TAKE-RUN-ROW-EXIT
           end-if.
           compute ROW-SECONDS = function numval(FIELD-SECONDS).
           add ROW-SECONDS to PL-SECONDS (PLAYER-SLOT)
               TT-SECONDS (TITLE-SLOT).
           add 1 to PL-SESSIONS (PLAYER-SLOT) TT-SESSIONS (TITLE-SLOT).
       TAKE-RUN-ROW-EXIT.
           exit paragraph.

      *    > DATE|TITLE|ACHIEVEMENT|FRAME|PLAYER, once per earning
       TAKE-AWARD-ROW.
           move spaces to FIELD-STAMP FIELD-TITLE FIELD-NAME
               FIELD-FRAMES FIELD-PLAYER.
           unstring LEDGER-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-NAME, FIELD-FRAMES, FIELD-PLAYER.
           perform CHECK-ROW-DATE.
           if ROW-DATE = spaces or FIELD-TITLE = spaces
               go to TAKE-AWARD-ROW-EXIT
           end-if.
           if not ALL-IS-WANTED and FIELD-PLAYER not = PLAYER-ARG
               go to TAKE-AWARD-ROW-EXIT
           end-if.
           perform FILE-UNDER-TITLE thru FILE-UNDER-TITLE-EXIT.
           if TITLE-SLOT = 0
               go to TAKE-AWARD-ROW-EXIT
           end-if.
           move 0 to AWARD-SLOT.
           perform MATCH-AWARD
               varying AWARD-I from 1 by 1 until AWARD-I > AWARD-COUNT.
           if AWARD-SLOT = 0
               if AWARD-COUNT = 256
                   add 1 to ROWS-DROPPED
                   go to TAKE-AWARD-ROW-EXIT
               end-if
               add 1 to AWARD-COUNT
               move AWARD-COUNT to AWARD-SLOT
               move FIELD-PLAYER to AW-PLAYER (AWARD-SLOT)
               move FIELD-TITLE to AW-TITLE (AWARD-SLOT)
               move FIELD-NAME to AW-NAME (AWARD-SLOT)
               move 0 to AW-TIMES (AWARD-SLOT)
               move ROW-DATE to AW-FIRST (AWARD-SLOT)
           end-if.
           add 1 to AW-TIMES (AWARD-SLOT).
       TAKE-AWARD-ROW-EXIT.
           exit paragraph.

       MATCH-AWARD.
           if AW-PLAYER (AWARD-I) = FIELD-PLAYER
               and AW-TITLE (AWARD-I) = FIELD-TITLE
               and AW-NAME (AWARD-I) = FIELD-NAME
               move AWARD-I to AWARD-SLOT
           end-if.

      *    > DATE|TITLE|PLAYER|SCORE|FRAME - the player's best per
      *    > title
       TAKE-SCORE-ROW.
           move spaces to FIELD-STAMP FIELD-TITLE FIELD-PLAYER
               FIELD-SCORE.
           unstring LEDGER-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-PLAYER, FIELD-SCORE.
           perform CHECK-ROW-DATE.
           if ROW-DATE = spaces or FIELD-TITLE = spaces
               go to TAKE-SCORE-ROW-EXIT
           end-if.
           if not ALL-IS-WANTED and FIELD-PLAYER not = PLAYER-ARG
               go to TAKE-SCORE-ROW-EXIT
           end-if.
           perform FILE-UNDER-TITLE thru FILE-UNDER-TITLE-EXIT.
           if TITLE-SLOT = 0
               go to TAKE-SCORE-ROW-EXIT
           end-if.
           compute ROW-SCORE = function numval(FIELD-SCORE).
           if TT-HAS-SCORE (TITLE-SLOT) = 0
               or ROW-SCORE > TT-BEST (TITLE-SLOT)
               move 1 to TT-HAS-SCORE (TITLE-SLOT)
               move ROW-SCORE to TT-BEST (TITLE-SLOT)
               move ROW-DATE to TT-BEST-DATE (TITLE-SLOT)
           end-if.
       TAKE-SCORE-ROW-EXIT.
           exit paragraph.

      *    > every ledger entry goes on its title's board; one
      *    > above a player's best pushes them down a place
       TAKE-RANK-ROW.
           move spaces to FIELD-STAMP FIELD-TITLE FIELD-PLAYER
               FIELD-SCORE.
           unstring LEDGER-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-PLAYER, FIELD-SCORE.
           perform CHECK-ROW-DATE.
           if ROW-DATE = spaces or FIELD-TITLE = spaces
               go to TAKE-RANK-ROW-EXIT
           end-if.
           compute ROW-SCORE = function numval(FIELD-SCORE).
           perform PLACE-ON-BOARD
               varying TITLE-I from 1 by 1 until TITLE-I > TITLE-COUNT.
       TAKE-RANK-ROW-EXIT.
           exit paragraph.

       PLACE-ON-BOARD.
           if TT-TITLE (TITLE-I) = FIELD-TITLE
               and TT-HAS-SCORE (TITLE-I) = 1
               add 1 to TT-ENTRIES (TITLE-I)
               if ROW-SCORE > TT-BEST (TITLE-I)
                   add 1 to TT-ABOVE (TITLE-I)
               end-if
           end-if.

      *    > DATE|TITLE|SPLIT|SEGFRAMES|TOTAL|PLAYER|SEGLAG - the
      *    > fewest frames per split is the personal best
       TAKE-SPLIT-ROW.
           move spaces to FIELD-STAMP FIELD-TITLE FIELD-NAME
               FIELD-FRAMES FIELD-PLAYER.
           unstring LEDGER-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-NAME, FIELD-FRAMES, FIELD-TOTAL,
               FIELD-PLAYER.
           perform CHECK-ROW-DATE.
           if ROW-DATE = spaces or FIELD-TITLE = spaces
               go to TAKE-SPLIT-ROW-EXIT
           end-if.
           compute ROW-FRAMES = function numval(FIELD-FRAMES).
           if ROW-FRAMES = 0
               go to TAKE-SPLIT-ROW-EXIT
           end-if.
           move 0 to SPLIT-SLOT.
           perform MATCH-SPLIT
               varying SPLIT-I from 1 by 1 until SPLIT-I > SPLIT-COUNT.
           if SPLIT-SLOT = 0
               if SPLIT-COUNT = 256
                   add 1 to ROWS-DROPPED
                   go to TAKE-SPLIT-ROW-EXIT
               end-if
               add 1 to SPLIT-COUNT
               move SPLIT-COUNT to SPLIT-SLOT
               move FIELD-PLAYER to SB-PLAYER (SPLIT-SLOT)
               move FIELD-TITLE to SB-TITLE (SPLIT-SLOT)
               move FIELD-NAME to SB-SPLIT (SPLIT-SLOT)
               move ROW-FRAMES to SB-FRAMES (SPLIT-SLOT)
               move ROW-DATE to SB-DATE (SPLIT-SLOT)
               move 0 to SB-RECORD (SPLIT-SLOT)
           end-if.
           if ROW-FRAMES < SB-FRAMES (SPLIT-SLOT)
               move ROW-FRAMES to SB-FRAMES (SPLIT-SLOT)
               move ROW-DATE to SB-DATE (SPLIT-SLOT)
           end-if.
           if FIELD-PLAYER = PLAYER-ARG or ALL-IS-WANTED
               perform FILE-UNDER-TITLE thru FILE-UNDER-TITLE-EXIT
           end-if.
       TAKE-SPLIT-ROW-EXIT.
           exit paragraph.

       MATCH-SPLIT.
           if SB-PLAYER (SPLIT-I) = FIELD-PLAYER
               and SB-TITLE (SPLIT-I) = FIELD-TITLE
               and SB-SPLIT (SPLIT-I) = FIELD-NAME
               move SPLIT-I to SPLIT-SLOT
           end-if.

      *    > the player's row, then their row for the title - both
      *    > made on first sight; TITLE-SLOT stays 0 when full
       FILE-UNDER-TITLE.
           move 0 to TITLE-SLOT.
           move 0 to PLAYER-SLOT.
           perform MATCH-PLAYER
               varying PLAYER-I from 1 by 1
               until PLAYER-I > PLAYER-COUNT.
           if PLAYER-SLOT = 0
               if PLAYER-COUNT = 64
                   add 1 to ROWS-DROPPED
                   go to FILE-UNDER-TITLE-EXIT
               end-if
               add 1 to PLAYER-COUNT
               move PLAYER-COUNT to PLAYER-SLOT
               initialize PLAYER-ROW (PLAYER-SLOT)
               move FIELD-PLAYER to PL-NAME (PLAYER-SLOT)
               move ROW-DATE to PL-FIRST (PLAYER-SLOT)
               move ROW-DATE to PL-LAST (PLAYER-SLOT)
           end-if.
           if ROW-DATE < PL-FIRST (PLAYER-SLOT)
               move ROW-DATE to PL-FIRST (PLAYER-SLOT)
           end-if.
           if ROW-DATE > PL-LAST (PLAYER-SLOT)
               move ROW-DATE to PL-LAST (PLAYER-SLOT)
           end-if.
           perform MATCH-TITLE
               varying TITLE-I from 1 by 1 until TITLE-I > TITLE-COUNT.
           if TITLE-SLOT = 0
               if TITLE-COUNT = 512
                   add 1 to ROWS-DROPPED
                   go to FILE-UNDER-TITLE-EXIT
               end-if
               add 1 to TITLE-COUNT
               move TITLE-COUNT to TITLE-SLOT
               initialize TITLE-ROW (TITLE-SLOT)
               move FIELD-PLAYER to TT-PLAYER (TITLE-SLOT)
               move FIELD-TITLE to TT-TITLE (TITLE-SLOT)
           end-if.
       FILE-UNDER-TITLE-EXIT.
           exit paragraph.

       MATCH-PLAYER.
           if PL-NAME (PLAYER-I) = FIELD-PLAYER
               move PLAYER-I to PLAYER-SLOT
           end-if.

       MATCH-TITLE.
           if TT-PLAYER (TITLE-I) = FIELD-PLAYER
               and TT-TITLE (TITLE-I) = FIELD-TITLE
               move TITLE-I to TITLE-SLOT
           end-if.

      *    > a personal best nobody has beaten is the record
       MARK-SPLIT-RECORD.
           move 1 to SB-RECORD (SPLIT-I).
           perform BEAT-SPLIT
               varying SPLIT-J from 1 by 1 until SPLIT-J > SPLIT-COUNT.
           if SB-RECORD (SPLIT-I) = 1
               move SB-PLAYER (SPLIT-I) to FIELD-PLAYER
               perform FIND-PLAYER
               if PLAYER-SLOT not = 0
                   add 1 to PL-RECORDS (PLAYER-SLOT)
               end-if
           end-if.

       BEAT-SPLIT.
           if SB-TITLE (SPLIT-J) = SB-TITLE (SPLIT-I)
               and SB-SPLIT (SPLIT-J) = SB-SPLIT (SPLIT-I)
               and SB-FRAMES (SPLIT-J) < SB-FRAMES (SPLIT-I)
               move 0 to SB-RECORD (SPLIT-I)
           end-if.

       FIND-PLAYER.
           move 0 to PLAYER-SLOT.
           perform MATCH-PLAYER
               varying PLAYER-I from 1 by 1
               until PLAYER-I > PLAYER-COUNT.

       ADD-UP-TITLE.
           move TT-PLAYER (TITLE-I) to FIELD-PLAYER.
           perform FIND-PLAYER.
           if PLAYER-SLOT not = 0
               add 1 to PL-TITLES (PLAYER-SLOT)
               if TT-HAS-SCORE (TITLE-I) = 1 and TT-ABOVE (TITLE-I) = 0
                   add 1 to PL-TOPS (PLAYER-SLOT)
               end-if
           end-if.

       ADD-UP-AWARD.
           move AW-PLAYER (AWARD-I) to FIELD-PLAYER.
           perform FIND-PLAYER.
           if PLAYER-SLOT not = 0
               add 1 to PL-AWARDS (PLAYER-SLOT)
           end-if.

      *    > one player, section by section
       PRINT-CAREER.
           move PLAYER-ARG to FIELD-PLAYER.
           perform FIND-PLAYER.
           display "==== CAREER: " function trim(PLAYER-ARG) " ====".
           if RANGE-IS-WANTED
               display "(records from " FROM-DATE " to " TO-DATE ")"
           end-if.
           if PLAYER-SLOT = 0
               display " "
               display "nothing on record for "
                   function trim(PLAYER-ARG)
               go to PRINT-CAREER-EXIT
           end-if.
           move PLAYER-SLOT to BEST-I.
           move PL-SECONDS (BEST-I) to SHOW-SECONDS.
           perform FORMAT-DURATION.
           move PL-SESSIONS (BEST-I) to SESSIONS-DISPLAY.
           move PL-TITLES (BEST-I) to COUNT-DISPLAY.
           display "first seen " PL-FIRST (BEST-I)
               ", last seen " PL-LAST (BEST-I).
           display "live play " function trim(DURATION-TEXT)
               " over " function trim(SESSIONS-DISPLAY)
               " sessions, " function trim(COUNT-DISPLAY) " titles".
           move PL-TOPS (BEST-I) to TOPS-DISPLAY.
           move PL-RECORDS (BEST-I) to RECORDS-DISPLAY.
           display "titles topped on the leaderboard: "
               function trim(TOPS-DISPLAY) ", split records held: "
               function trim(RECORDS-DISPLAY).

           display " ".
           display "---- titles ----".
           display "  title               time  sessions"
               "  best score  rank".
           perform PRINT-CAREER-TITLE
               varying TITLE-I from 1 by 1 until TITLE-I > TITLE-COUNT.

           display " ".
           move PL-AWARDS (BEST-I) to AWARDS-DISPLAY.
           display "---- achievements (" function trim(AWARDS-DISPLAY)
               ") ----".
           perform PRINT-CAREER-AWARD
               varying AWARD-I from 1 by 1 until AWARD-I > AWARD-COUNT.

           display " ".
           display "---- personal-best splits ----".
           perform PRINT-CAREER-SPLIT
               varying SPLIT-I from 1 by 1 until SPLIT-I > SPLIT-COUNT.
       PRINT-CAREER-EXIT.
           exit paragraph.

       PRINT-CAREER-TITLE.
           if TT-PLAYER (TITLE-I) = PLAYER-ARG
               move TT-SECONDS (TITLE-I) to SHOW-SECONDS
               perform FORMAT-DURATION
               move TT-SESSIONS (TITLE-I) to SESSIONS-DISPLAY
               move spaces to RANK-TEXT
               if TT-HAS-SCORE (TITLE-I) = 1
                   move TT-BEST (TITLE-I) to SCORE-DISPLAY
                   compute RANK-DISPLAY = TT-ABOVE (TITLE-I) + 1
                   move TT-ENTRIES (TITLE-I) to ENTRIES-DISPLAY
                   string function trim(RANK-DISPLAY) " of "
                       function trim(ENTRIES-DISPLAY)
                       delimited by size into RANK-TEXT
                   display "  " TT-TITLE (TITLE-I) DURATION-TEXT
                       SESSIONS-DISPLAY "  " SCORE-DISPLAY "  "
                       RANK-TEXT
               else
                   display "  " TT-TITLE (TITLE-I) DURATION-TEXT
                       SESSIONS-DISPLAY "           -"
               end-if
           end-if.

       PRINT-CAREER-AWARD.
           if AW-PLAYER (AWARD-I) = PLAYER-ARG
               move AW-TIMES (AWARD-I) to COUNT-DISPLAY
               display "  " AW-FIRST (AWARD-I) "  " AW-TITLE (AWARD-I)
                   " " AW-NAME (AWARD-I) " x"
                   function trim(COUNT-DISPLAY)
           end-if.

       PRINT-CAREER-SPLIT.
           if SB-PLAYER (SPLIT-I) = PLAYER-ARG
               move SB-FRAMES (SPLIT-I) to FRAMES-DISPLAY
               compute SPLIT-SECONDS rounded =
                   SB-FRAMES (SPLIT-I) / 59.7
               move SPLIT-SECONDS to SPLIT-SECONDS-DISPLAY
               if SB-RECORD (SPLIT-I) = 1
                   move "record" to RECORD-TEXT
               else
                   move spaces to RECORD-TEXT
               end-if
               display "  " SB-TITLE (SPLIT-I) " " SB-SPLIT (SPLIT-I)
                   FRAMES-DISPLAY "f" SPLIT-SECONDS-DISPLAY "s  "
                   SB-DATE (SPLIT-I) "  " RECORD-TEXT
           end-if.

      *    > everybody, most live play first, then who leads what
       PRINT-SUMMARY.
           display "==== CAREER SUMMARY: all players ====".
           if RANGE-IS-WANTED
               display "(records from " FROM-DATE " to " TO-DATE ")"
           end-if.
           display " ".
           display "  player              time  sessions titles"
               " awards  #1 scores  split records".
           perform PRINT-NEXT-PLAYER PLAYER-COUNT times.

           display " ".
           display "---- honours ----".
           move 0 to HONOUR-I.
           move 0 to HONOUR-VALUE.
           perform LEAD-ON-TIME
               varying PLAYER-I from 1 by 1
               until PLAYER-I > PLAYER-COUNT.
           if HONOUR-I not = 0
               move HONOUR-VALUE to SHOW-SECONDS
               perform FORMAT-DURATION
               display "  most live play      "
                   PL-NAME (HONOUR-I) function trim(DURATION-TEXT)
           end-if.
           move 0 to HONOUR-I.
           move 0 to HONOUR-VALUE.
           perform LEAD-ON-AWARDS
               varying PLAYER-I from 1 by 1
               until PLAYER-I > PLAYER-COUNT.
           if HONOUR-I not = 0
               move HONOUR-VALUE to COUNT-DISPLAY
               display "  most achievements   "
                   PL-NAME (HONOUR-I) function trim(COUNT-DISPLAY)
           end-if.
           move 0 to HONOUR-I.
           move 0 to HONOUR-VALUE.
           perform LEAD-ON-TOPS
               varying PLAYER-I from 1 by 1
               until PLAYER-I > PLAYER-COUNT.
           if HONOUR-I not = 0
               move HONOUR-VALUE to COUNT-DISPLAY
               display "  most #1 scores      "
                   PL-NAME (HONOUR-I) function trim(COUNT-DISPLAY)
           end-if.
           move 0 to HONOUR-I.
           move 0 to HONOUR-VALUE.
           perform LEAD-ON-RECORDS
               varying PLAYER-I from 1 by 1
               until PLAYER-I > PLAYER-COUNT.
           if HONOUR-I not = 0
               move HONOUR-VALUE to COUNT-DISPLAY
               display "  most split records  "
                   PL-NAME (HONOUR-I) function trim(COUNT-DISPLAY)
           end-if.
       PRINT-SUMMARY-EXIT.
           exit paragraph.

       PRINT-NEXT-PLAYER.
           move 0 to BEST-I.
           perform PICK-MOST-PLAYED
               varying PLAYER-I from 1 by 1
               until PLAYER-I > PLAYER-COUNT.
           move 1 to PL-PLACED (BEST-I).
           move PL-SECONDS (BEST-I) to SHOW-SECONDS.
           perform FORMAT-DURATION.
           move PL-SESSIONS (BEST-I) to SESSIONS-DISPLAY.
           move PL-TITLES (BEST-I) to COUNT-DISPLAY.
           move PL-AWARDS (BEST-I) to AWARDS-DISPLAY.
           move PL-TOPS (BEST-I) to TOPS-DISPLAY.
           move PL-RECORDS (BEST-I) to RECORDS-DISPLAY.
           display "  " PL-NAME (BEST-I) DURATION-TEXT SESSIONS-DISPLAY
               "   " COUNT-DISPLAY "   " AWARDS-DISPLAY
               "       " TOPS-DISPLAY "           " RECORDS-DISPLAY.

       PICK-MOST-PLAYED.
           if PL-PLACED (PLAYER-I) = 0
               if BEST-I = 0
                   move PLAYER-I to BEST-I
               else
                   if PL-SECONDS (PLAYER-I) > PL-SECONDS (BEST-I)
                       move PLAYER-I to BEST-I
                   end-if
               end-if
           end-if.

       LEAD-ON-TIME.
           if PL-SECONDS (PLAYER-I) > HONOUR-VALUE
               move PL-SECONDS (PLAYER-I) to HONOUR-VALUE
               move PLAYER-I to HONOUR-I
           end-if.

       LEAD-ON-AWARDS.
           if PL-AWARDS (PLAYER-I) > HONOUR-VALUE
               move PL-AWARDS (PLAYER-I) to HONOUR-VALUE
               move PLAYER-I to HONOUR-I
           end-if.

       LEAD-ON-TOPS.
           if PL-TOPS (PLAYER-I) > HONOUR-VALUE
               move PL-TOPS (PLAYER-I) to HONOUR-VALUE
               move PLAYER-I to HONOUR-I
           end-if.

       LEAD-ON-RECORDS.
           if PL-RECORDS (PLAYER-I) > HONOUR-VALUE
               move PL-RECORDS (PLAYER-I) to HONOUR-VALUE
               move PLAYER-I to HONOUR-I
           end-if.

       FORMAT-DURATION.
           compute SHOW-HOURS = SHOW-SECONDS / 3600.
           compute SHOW-MINUTES =
               function mod(SHOW-SECONDS, 3600) / 60.
           move spaces to DURATION-TEXT.
           string SHOW-HOURS "h" SHOW-MINUTES "m"
               delimited by size into DURATION-TEXT.
       end program CAREER_REPORT.
