      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Night-over-night soak delta: OPS_DIGEST says what failed,
      *    this says what changed. Every soak queue files its titles'
      *    journal rows under one soak id (see run_journal_ctl); this
      *    takes the last two soaks in colboy-runs.log and compares
      *    them title by title - keyed on the cartridge file, so two
      *    ROMs sharing a header title stay apart - on the soak
      *    verdict, the frames run and the instructions per second:
      *
      *        newly failing   OK in the previous soak, not now
      *        newly fixed     the other way round
      *        speed changes   both runs OK and the instructions per
      *                        second moved by more than the threshold
      *                        (default 10 percent) either way
      *        still failing   failed both nights - so a title that
      *                        has always failed no longer looks like
      *                        one that broke last night
      *        only in one     titles added to or gone from the queue
      *
      *    The header compares the two soaks' builds and flags (the
      *    per-worker SOAK-LIST, JOURNAL and SOAK-ID words left out,
      *    and BUILD-ID, which shows as the build), and a title whose
      *    own build or flags differ says so on its line. A verdict
      *    is OK when the run ended on a clean reason with a code
      *    under 8 - a failed golden or audio check is a failure
      *    even though the run went the distance.
      *
      *    Returns 8 when something newly fails, 4 when nothing does
      *    but a title slowed past the threshold (or there are not
      *    two soaks to compare yet), 12 when the journal can't be
      *    read, otherwise 0.
      *
      *        soak_delta [threshold-percent] [journal-path]
       identification division.
       program-id. SOAK_DELTA.
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

      * ====== LOCAL =======
           01 JOURNAL-PATH pic x(256) value spaces.
           01 THRESHOLD-ARG pic x(8) value spaces.
           01 THRESHOLD-PCT pic 9(3) value 10.
           01 THRESHOLD-SHOW pic zz9 value 0.
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
           01 FIELD-MODEL pic x(8) value spaces.
           01 FIELD-LAG pic x(12) value spaces.
           01 FIELD-CODE pic x(4) value spaces.
           01 FIELD-BUILD pic x(24) value spaces.
           01 FIELD-SOAK pic x(24) value spaces.

      *    > every soak id in the journal, in the order each first
      *    > appears; the last two are the ones compared
           01 SOAK-COUNT binary-short unsigned value 0.
           01 SOAK-ID-ROW occurs 256 times.
               05 SOAK-ID-NAME pic x(24).
           01 SOAK-I binary-short unsigned value 0.
           01 SOAK-SLOT binary-short unsigned value 0.
           01 SHIFT-I binary-short unsigned value 0.

      *    > the two soaks: 1 previous, 2 latest
           01 SIDE-ROW occurs 2 times.
               05 SIDE-SOAK-ID pic x(24).
               05 SIDE-STAMP pic x(15).
               05 SIDE-TITLES binary-short unsigned.
               05 SIDE-BUILD pic x(24).
               05 SIDE-FLAGS pic x(128).
           01 SIDE-I binary-char unsigned value 0.

      *    > one row per cartridge seen in either soak
           01 DELTA-COUNT binary-short unsigned value 0.
           01 DELTA-ROW occurs 512 times.
               05 DT-KEY pic x(64).
               05 DT-TITLE pic x(16).
               05 DT-SIDE occurs 2 times.
                   10 DS-SEEN binary-char unsigned.
                   10 DS-VERDICT pic x(12).
                   10 DS-FRAMES binary-long unsigned.
                   10 DS-IPS binary-long unsigned.
                   10 DS-BUILD pic x(24).
                   10 DS-FLAGS pic x(128).
           01 DELTA-I binary-short unsigned value 0.
           01 DELTA-SLOT binary-short unsigned value 0.
           01 ROWS-DROPPED binary-long unsigned value 0.

           01 ROM-KEY pic x(64) value spaces.
           01 SLASH-AT binary-short unsigned value 0.
           01 CHAR-I binary-short unsigned value 0.
           01 RUN-VERDICT pic x(12) value spaces.
           01 RUN-CODE binary-char unsigned value 0.
           01 RUN-INSTR binary-double unsigned value 0.
           01 RUN-SECONDS pic 9(7)v99 value 0.
           01 RUN-IPS binary-long unsigned value 0.

      *    > flags with the words that differ worker to worker taken
      *    > out, so two soaks with the same settings compare equal
           01 NORMAL-FLAGS pic x(128) value spaces.
           01 NORMAL-PTR binary-short unsigned value 1.
           01 SCAN-PTR binary-short unsigned value 1.
           01 FLAG-TOKEN pic x(64) value spaces.
           01 FLAG-TOKEN-UPPER pic x(64) value spaces.
           01 SKIP-NEXT-TOKEN binary-char unsigned value 0.

           01 NEWLY-FAILING-COUNT binary-short unsigned value 0.
           01 NEWLY-FIXED-COUNT binary-short unsigned value 0.
           01 SPEED-COUNT binary-short unsigned value 0.
           01 SLOWER-COUNT binary-short unsigned value 0.
           01 STILL-FAILING-COUNT binary-short unsigned value 0.
           01 ONLY-LATEST-COUNT binary-short unsigned value 0.
           01 ONLY-PREVIOUS-COUNT binary-short unsigned value 0.
           01 SECTION-COUNT binary-short unsigned value 0.
           01 SECTION-WANTED pic x(8) value spaces.

           01 CHANGE-PCT pic s9(5)v9 value 0.
           01 CHANGE-SIZE pic 9(5)v9 value 0.
           01 PCT-SHOW pic +(5)9.9 value 0.
           01 COUNT-SHOW pic zzz9 value 0.
           01 FRAMES-SHOW pic z(9)9 value 0.
           01 FRAMES-SHOW-2 pic z(9)9 value 0.
           01 IPS-SHOW pic z(9)9 value 0.
           01 IPS-SHOW-2 pic z(9)9 value 0.
           01 NOTE-TEXT pic x(80) value spaces.
           01 NOTE-SCRATCH pic x(80) value spaces.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept THRESHOLD-ARG from argument-value.
           display 2 upon argument-number.
           accept JOURNAL-PATH from argument-value.
           if THRESHOLD-ARG not = spaces
               move function numval(THRESHOLD-ARG) to THRESHOLD-PCT
           end-if.
           if THRESHOLD-PCT = 0
               move 10 to THRESHOLD-PCT
           end-if.
           if JOURNAL-PATH = spaces
               move "colboy-runs.log" to JOURNAL-PATH
           end-if.

           open input JOURNAL-FILE.
           if not FILE-STATUS-OK
               display "cannot open " function trim(JOURNAL-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform FIND-SOAK-IDS until FILE-STATUS-EOF.
           close JOURNAL-FILE.

           display "==== SOAK DELTA: " function trim(JOURNAL-PATH)
               " ====".
           if SOAK-COUNT < 2
               move SOAK-COUNT to COUNT-SHOW
               display "only " function trim(COUNT-SHOW)
                   " soak(s) on record - nothing to compare yet"
               move 4 to return-code
               stop run
           end-if.
           perform CLEAR-SIDE varying SIDE-I from 1 by 1
               until SIDE-I > 2.
           move SOAK-ID-NAME (SOAK-COUNT - 1) to SIDE-SOAK-ID (1).
           move SOAK-ID-NAME (SOAK-COUNT) to SIDE-SOAK-ID (2).

           open input JOURNAL-FILE.
           perform LOAD-SOAK-ROWS until FILE-STATUS-EOF.
           close JOURNAL-FILE.

           perform SHOW-SOAK-HEADER.
           perform TALLY-ONE-DELTA varying DELTA-I from 1 by 1
               until DELTA-I > DELTA-COUNT.

           move "FAILING" to SECTION-WANTED.
           move NEWLY-FAILING-COUNT to COUNT-SHOW.
           display " ".
           display "---- newly failing (" function trim(COUNT-SHOW)
               ") ----".
           perform SHOW-SECTION-ROWS.
           move "FIXED" to SECTION-WANTED.
           move NEWLY-FIXED-COUNT to COUNT-SHOW.
           display " ".
           display "---- newly fixed (" function trim(COUNT-SHOW)
               ") ----".
           perform SHOW-SECTION-ROWS.
           move "SPEED" to SECTION-WANTED.
           move SPEED-COUNT to COUNT-SHOW.
           display " ".
           move THRESHOLD-PCT to THRESHOLD-SHOW.
           display "---- speed changes beyond "
               function trim(THRESHOLD-SHOW) "% ("
               function trim(COUNT-SHOW) ") ----".
           perform SHOW-SECTION-ROWS.
           move "STILL" to SECTION-WANTED.
           move STILL-FAILING-COUNT to COUNT-SHOW.
           display " ".
           display "---- still failing (" function trim(COUNT-SHOW)
               ") ----".
           perform SHOW-SECTION-ROWS.
           if ONLY-LATEST-COUNT > 0
               move "LATEST" to SECTION-WANTED
               move ONLY-LATEST-COUNT to COUNT-SHOW
               display " "
               display "---- only in the latest soak ("
                   function trim(COUNT-SHOW) ") ----"
               perform SHOW-SECTION-ROWS
           end-if.
           if ONLY-PREVIOUS-COUNT > 0
               move "PREVIOUS" to SECTION-WANTED
               move ONLY-PREVIOUS-COUNT to COUNT-SHOW
               display " "
               display "---- only in the previous soak ("
                   function trim(COUNT-SHOW) ") ----"
               perform SHOW-SECTION-ROWS
           end-if.

           display " ".
           move NEWLY-FAILING-COUNT to COUNT-SHOW.
           move NEWLY-FIXED-COUNT to FRAMES-SHOW.
           move SLOWER-COUNT to IPS-SHOW.
           display "newly failing: " function trim(COUNT-SHOW)
               "  newly fixed: " function trim(FRAMES-SHOW)
               "  slower: " function trim(IPS-SHOW).
           evaluate true
               when NEWLY-FAILING-COUNT > 0
                   move 8 to return-code
               when SLOWER-COUNT > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

       CLEAR-SIDE.
           move spaces to SIDE-STAMP (SIDE-I).
           move 0 to SIDE-TITLES (SIDE-I).
           move spaces to SIDE-BUILD (SIDE-I).
           move spaces to SIDE-FLAGS (SIDE-I).

      *    ============================================================
      *    reading the journal
      *    ============================================================
       SPLIT-JOURNAL-LINE.
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
           move spaces to FIELD-BUILD.
           move spaces to FIELD-SOAK.
           unstring JOURNAL-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-ROM, FIELD-FLAGS, FIELD-FRAMES,
               FIELD-INSTR, FIELD-CYCLES, FIELD-REASON,
               FIELD-SECONDS, FIELD-PLAYER, FIELD-MODEL, FIELD-LAG,
               FIELD-CODE, FIELD-BUILD, FIELD-SOAK.
           if FIELD-STAMP (1:6) = "ROLLUP"
               move spaces to FIELD-SOAK
           end-if.

       FIND-SOAK-IDS.
           read JOURNAL-FILE
               at end
                   set FILE-STATUS-EOF to true
               not at end
                   perform SPLIT-JOURNAL-LINE
                   if FIELD-SOAK not = spaces
                       perform NOTE-SOAK-ID
                   end-if
           end-read.

       NOTE-SOAK-ID.
           move 0 to SOAK-SLOT.
           perform FIND-SOAK-SLOT varying SOAK-I from 1 by 1
               until SOAK-I > SOAK-COUNT or SOAK-SLOT > 0.
           if SOAK-SLOT = 0
               if SOAK-COUNT = 256
                   perform SHIFT-SOAK-ID varying SHIFT-I from 1 by 1
                       until SHIFT-I > 255
                   subtract 1 from SOAK-COUNT
               end-if
               add 1 to SOAK-COUNT
               move FIELD-SOAK to SOAK-ID-NAME (SOAK-COUNT)
           end-if.

       FIND-SOAK-SLOT.
           if SOAK-ID-NAME (SOAK-I) = FIELD-SOAK
               move SOAK-I to SOAK-SLOT
           end-if.

       SHIFT-SOAK-ID.
           move SOAK-ID-NAME (SHIFT-I + 1) to SOAK-ID-NAME (SHIFT-I).

       LOAD-SOAK-ROWS.
           read JOURNAL-FILE
               at end
                   set FILE-STATUS-EOF to true
               not at end
                   perform SPLIT-JOURNAL-LINE
                   evaluate true
                       when FIELD-SOAK = spaces
                       when FIELD-TITLE = spaces
                           continue
                       when FIELD-SOAK = SIDE-SOAK-ID (1)
                           move 1 to SIDE-I
                           perform TAKE-SOAK-ROW thru
                               TAKE-SOAK-ROW-EXIT
                       when FIELD-SOAK = SIDE-SOAK-ID (2)
                           move 2 to SIDE-I
                           perform TAKE-SOAK-ROW thru
                               TAKE-SOAK-ROW-EXIT
                   end-evaluate
           end-read.

       TAKE-SOAK-ROW.
      *    > the cartridge's file name (with a compilation's #n),
      *    > not its directory - the queue may move between nights
           move 0 to SLASH-AT.
           perform FIND-LAST-SLASH varying CHAR-I from 1 by 1
               until CHAR-I > 256.
           move spaces to ROM-KEY.
           move FIELD-ROM (SLASH-AT + 1:) to ROM-KEY.
           move 0 to DELTA-SLOT.
           perform FIND-DELTA-SLOT varying DELTA-I from 1 by 1
               until DELTA-I > DELTA-COUNT or DELTA-SLOT > 0.
           if DELTA-SLOT = 0
               if DELTA-COUNT = 512
                   add 1 to ROWS-DROPPED
                   go to TAKE-SOAK-ROW-EXIT
               end-if
               add 1 to DELTA-COUNT
               move DELTA-COUNT to DELTA-SLOT
               move ROM-KEY to DT-KEY (DELTA-SLOT)
               move 0 to DS-SEEN (DELTA-SLOT, 1)
               move 0 to DS-SEEN (DELTA-SLOT, 2)
           end-if.
           move FIELD-TITLE to DT-TITLE (DELTA-SLOT).

           perform NORMALIZE-FLAGS.
           if SIDE-STAMP (SIDE-I) = spaces
               move FIELD-STAMP to SIDE-STAMP (SIDE-I)
               move FIELD-BUILD to SIDE-BUILD (SIDE-I)
               move NORMAL-FLAGS to SIDE-FLAGS (SIDE-I)
           end-if.
           if DS-SEEN (DELTA-SLOT, SIDE-I) = 0
               add 1 to SIDE-TITLES (SIDE-I)
           end-if.

           perform JUDGE-RUN.
           move 1 to DS-SEEN (DELTA-SLOT, SIDE-I).
           move RUN-VERDICT to DS-VERDICT (DELTA-SLOT, SIDE-I).
           move function numval(FIELD-FRAMES) to
               DS-FRAMES (DELTA-SLOT, SIDE-I).
           move RUN-IPS to DS-IPS (DELTA-SLOT, SIDE-I).
           move FIELD-BUILD to DS-BUILD (DELTA-SLOT, SIDE-I).
           move NORMAL-FLAGS to DS-FLAGS (DELTA-SLOT, SIDE-I).
       TAKE-SOAK-ROW-EXIT.
           exit paragraph.

       FIND-LAST-SLASH.
           if FIELD-ROM (CHAR-I:1) = "/"
               move CHAR-I to SLASH-AT
           end-if.

       FIND-DELTA-SLOT.
           if DT-KEY (DELTA-I) = ROM-KEY
               move DELTA-I to DELTA-SLOT
           end-if.

      *    > the soak queue's own verdict words, and a clean end
      *    > that a check failed on counted as a failure
       JUDGE-RUN.
           move function numval(FIELD-CODE) to RUN-CODE.
           evaluate function trim(FIELD-REASON)
               when "clean"
               when "batch-limit"
               when "testrom-pass"
               when "window-end"
               when "soft-reset"
               when "reload"
               when "playtime-limit"
                   if RUN-CODE >= 8
                       move "CHECK-FAIL" to RUN-VERDICT
                   else
                       move "OK" to RUN-VERDICT
                   end-if
               when "audio-silent"
                   move "SOUND-DIED" to RUN-VERDICT
               when "audio-clipping"
                   move "CLIPPING" to RUN-VERDICT
               when other
                   move function upper-case(FIELD-REASON) to
                       RUN-VERDICT
           end-evaluate.
           move function numval(FIELD-INSTR) to RUN-INSTR.
           move function numval(FIELD-SECONDS) to RUN-SECONDS.
           if RUN-SECONDS > 0
               compute RUN-IPS = RUN-INSTR / RUN-SECONDS
           else
               move 0 to RUN-IPS
           end-if.

       NORMALIZE-FLAGS.
           move spaces to NORMAL-FLAGS.
           move 1 to NORMAL-PTR.
           move 1 to SCAN-PTR.
           move 0 to SKIP-NEXT-TOKEN.
           perform TAKE-FLAG-TOKEN until SCAN-PTR > 128.

       TAKE-FLAG-TOKEN.
           move spaces to FLAG-TOKEN.
           unstring FIELD-FLAGS delimited by all space
               into FLAG-TOKEN with pointer SCAN-PTR.
           if FLAG-TOKEN = spaces
               exit paragraph
           end-if.
           if SKIP-NEXT-TOKEN = 1
               move 0 to SKIP-NEXT-TOKEN
               exit paragraph
           end-if.
           move function upper-case(FLAG-TOKEN) to FLAG-TOKEN-UPPER.
           if FLAG-TOKEN-UPPER = "SOAK-LIST" or "JOURNAL" or "SOAK-ID"
                   or "BUILD-ID"
               move 1 to SKIP-NEXT-TOKEN
               exit paragraph
           end-if.
           if NORMAL-PTR > 1
               string " " delimited by size into NORMAL-FLAGS
                   with pointer NORMAL-PTR
           end-if.
           string function trim(FLAG-TOKEN) delimited by size
               into NORMAL-FLAGS with pointer NORMAL-PTR.

      *    ============================================================
      *    the comparison
      *    ============================================================
       SHOW-SOAK-HEADER.
           move SIDE-TITLES (2) to COUNT-SHOW.
           display "latest   soak " function trim(SIDE-SOAK-ID (2))
               "  first row " SIDE-STAMP (2) "  titles "
               function trim(COUNT-SHOW).
           move SIDE-TITLES (1) to COUNT-SHOW.
           display "previous soak " function trim(SIDE-SOAK-ID (1))
               "  first row " SIDE-STAMP (1) "  titles "
               function trim(COUNT-SHOW).
           if SIDE-BUILD (1) = SIDE-BUILD (2)
               display "build    unchanged: "
                   function trim(SIDE-BUILD (2))
           else
               display "build    CHANGED: "
                   function trim(SIDE-BUILD (1)) " -> "
                   function trim(SIDE-BUILD (2))
           end-if.
           if SIDE-FLAGS (1) = SIDE-FLAGS (2)
               display "flags    unchanged: "
                   function trim(SIDE-FLAGS (2))
           else
               display "flags    CHANGED"
               display "    was: " function trim(SIDE-FLAGS (1))
               display "    now: " function trim(SIDE-FLAGS (2))
           end-if.
           if ROWS-DROPPED > 0
               display "(" ROWS-DROPPED " rows past the first 512"
                   " cartridges left out)"
           end-if.

       TALLY-ONE-DELTA.
           evaluate true
               when DS-SEEN (DELTA-I, 1) = 0
                   add 1 to ONLY-LATEST-COUNT
               when DS-SEEN (DELTA-I, 2) = 0
                   add 1 to ONLY-PREVIOUS-COUNT
               when DS-VERDICT (DELTA-I, 1) = "OK"
                       and DS-VERDICT (DELTA-I, 2) not = "OK"
                   add 1 to NEWLY-FAILING-COUNT
               when DS-VERDICT (DELTA-I, 1) not = "OK"
                       and DS-VERDICT (DELTA-I, 2) = "OK"
                   add 1 to NEWLY-FIXED-COUNT
               when DS-VERDICT (DELTA-I, 2) not = "OK"
                   add 1 to STILL-FAILING-COUNT
               when other
                   perform MEASURE-SPEED-CHANGE
                   if CHANGE-SIZE > THRESHOLD-PCT
                       add 1 to SPEED-COUNT
                       if CHANGE-PCT < 0
                           add 1 to SLOWER-COUNT
                       end-if
                   end-if
           end-evaluate.

       MEASURE-SPEED-CHANGE.
           move 0 to CHANGE-PCT.
           if DS-IPS (DELTA-I, 1) > 0
               compute CHANGE-PCT rounded =
                   (DS-IPS (DELTA-I, 2) - DS-IPS (DELTA-I, 1)) * 100
                   / DS-IPS (DELTA-I, 1)
           end-if.
           if CHANGE-PCT < 0
               compute CHANGE-SIZE = 0 - CHANGE-PCT
           else
               move CHANGE-PCT to CHANGE-SIZE
           end-if.

       SHOW-SECTION-ROWS.
           move 0 to SECTION-COUNT.
           perform SHOW-IF-IN-SECTION varying DELTA-I from 1 by 1
               until DELTA-I > DELTA-COUNT.
           if SECTION-COUNT = 0
               display "none"
           end-if.

       SHOW-IF-IN-SECTION.
           evaluate true
               when DS-SEEN (DELTA-I, 1) = 0
                   if SECTION-WANTED = "LATEST"
                       perform SHOW-ONE-SIDED-ROW
                   end-if
               when DS-SEEN (DELTA-I, 2) = 0
                   if SECTION-WANTED = "PREVIOUS"
                       perform SHOW-ONE-SIDED-ROW
                   end-if
               when DS-VERDICT (DELTA-I, 1) = "OK"
                       and DS-VERDICT (DELTA-I, 2) not = "OK"
                   if SECTION-WANTED = "FAILING"
                       perform SHOW-VERDICT-ROW
                   end-if
               when DS-VERDICT (DELTA-I, 1) not = "OK"
                       and DS-VERDICT (DELTA-I, 2) = "OK"
                   if SECTION-WANTED = "FIXED"
                       perform SHOW-VERDICT-ROW
                   end-if
               when DS-VERDICT (DELTA-I, 2) not = "OK"
                   if SECTION-WANTED = "STILL"
                       perform SHOW-VERDICT-ROW
                   end-if
               when other
                   if SECTION-WANTED = "SPEED"
                       perform MEASURE-SPEED-CHANGE
                       if CHANGE-SIZE > THRESHOLD-PCT
                           perform SHOW-SPEED-ROW
                       end-if
                   end-if
           end-evaluate.

       SHOW-VERDICT-ROW.
           add 1 to SECTION-COUNT.
           perform BUILD-ROW-NOTE.
           move DS-FRAMES (DELTA-I, 1) to FRAMES-SHOW.
           move DS-FRAMES (DELTA-I, 2) to FRAMES-SHOW-2.
           display DT-TITLE (DELTA-I) " "
               function trim(DT-KEY (DELTA-I)) "  "
               function trim(DS-VERDICT (DELTA-I, 1)) " -> "
               function trim(DS-VERDICT (DELTA-I, 2)) "  frames "
               function trim(FRAMES-SHOW) " -> "
               function trim(FRAMES-SHOW-2) " "
               function trim(NOTE-TEXT).

       SHOW-SPEED-ROW.
           add 1 to SECTION-COUNT.
           perform BUILD-ROW-NOTE.
           move DS-IPS (DELTA-I, 1) to IPS-SHOW.
           move DS-IPS (DELTA-I, 2) to IPS-SHOW-2.
           move CHANGE-PCT to PCT-SHOW.
           display DT-TITLE (DELTA-I) " "
               function trim(DT-KEY (DELTA-I)) "  "
               function trim(IPS-SHOW) " -> "
               function trim(IPS-SHOW-2) " instr/s ("
               function trim(PCT-SHOW) "%) "
               function trim(NOTE-TEXT).

       SHOW-ONE-SIDED-ROW.
           add 1 to SECTION-COUNT.
           if DS-SEEN (DELTA-I, 2) = 1
               move 2 to SIDE-I
           else
               move 1 to SIDE-I
           end-if.
           move DS-FRAMES (DELTA-I, SIDE-I) to FRAMES-SHOW.
           display DT-TITLE (DELTA-I) " "
               function trim(DT-KEY (DELTA-I)) "  "
               function trim(DS-VERDICT (DELTA-I, SIDE-I))
               "  frames " function trim(FRAMES-SHOW).

      *    > a title whose own build or flags moved between the
      *    > nights says so - the usual suspects for a change
       BUILD-ROW-NOTE.
           move spaces to NOTE-TEXT.
           if DS-BUILD (DELTA-I, 1) not = DS-BUILD (DELTA-I, 2)
               string "[build " function trim(DS-BUILD (DELTA-I, 1))
                   " -> " function trim(DS-BUILD (DELTA-I, 2)) "]"
                   delimited by size into NOTE-TEXT
           end-if.
           if DS-FLAGS (DELTA-I, 1) not = DS-FLAGS (DELTA-I, 2)
               move NOTE-TEXT to NOTE-SCRATCH
               move spaces to NOTE-TEXT
               string function trim(NOTE-SCRATCH) " [flags differ]"
                   delimited by size into NOTE-TEXT
           end-if.
       end program SOAK_DELTA.
