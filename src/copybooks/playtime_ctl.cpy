      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared per-player playtime allowance copybook.
      *
      *    Several people share the box, and an evening session has
      *    a way of becoming a whole evening. colboy.cfg gives each
      *    player an allowance in minutes of live play (the PLAY
      *    session - batch, soak and test runs don't count), one
      *    line per player, "*" standing for anybody named who has
      *    no line of their own; 0 or nothing means no limit of
      *    that kind:
      *
      *        PLAYTIME=alice,60,300    alice: 60 a day, 300 a week
      *        PLAYTIME=*,90            anyone else: 90 a day
      *        PLAYTIME-WARN=10,5,1     warn at these minutes left
      *                                 (default 10,5,1)
      *
      *    A week runs Monday to Sunday. PLAYTIME_CHECK arms a live
      *    session for the named player from what the run journal
      *    (colboy-runs.log) says they have already played today
      *    and this week, warns on screen as each warning point is
      *    passed, and trips at the limit - MAIN-DRIVER then
      *    autosaves to the player's next auto slot and ends the
      *    session cleanly, journaling the distinct "playtime-limit"
      *    reason. PLAYTIME_REPORT totals the journal per player per
      *    day.
           01 PLAYTIME-CTL external.
               05 PLAYTIME-COUNT binary-char unsigned value 0.
               05 PLAYTIME-ROW occurs 16 times.
                   10 PT-PLAYER pic x(16).
                   10 PT-DAILY-MIN binary-short unsigned.
                   10 PT-WEEKLY-MIN binary-short unsigned.
               05 PLAYTIME-WARN-COUNT binary-char unsigned value 0.
               05 PLAYTIME-WARN-MIN binary-short unsigned
                   occurs 4 times.

      *        > this session: armed for the player at the controls,
      *        > the wall-clock second (day-anchored, the deadline's
      *        > clock) it has to end by, which warnings have been
      *        > given, and whether the limit has been reached
               05 PLAYTIME-ENABLED binary-char unsigned value 0.
                   88 PLAYTIME-IS-ON value 1.
               05 PLAYTIME-LIMIT-STAMP binary-double unsigned value 0.
               05 PLAYTIME-WARN-DONE binary-char unsigned
                   occurs 4 times.
               05 PLAYTIME-TRIPPED binary-char unsigned value 0.
                   88 PLAYTIME-HAS-TRIPPED value 1.

      *        > the journal's tally for the player when armed -
      *        > seconds of live play today and this week
               05 PLAYTIME-USED-TODAY binary-long unsigned value 0.
               05 PLAYTIME-USED-WEEK binary-long unsigned value 0.
