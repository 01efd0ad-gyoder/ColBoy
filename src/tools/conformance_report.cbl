      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Conformance matrix over the colboy-conformance.log
      *    ledger CONFORMANCE_LEDGER appends a TESTROM verdict to:
      *    test ROMs down the side, the most recent builds across
      *    the top (oldest first, in the order each build first
      *    ran a test), each cell the build's latest verdict for
      *    that ROM -
      *
      *        pass      FAIL      n/v (ended before the test
      *        reported)   .  (not run on that build)
      *
      *    A FAIL or n/v where the nearest earlier build that ran
      *    the ROM passed is a regression and is marked "<<". The
      *    last column is the first failing build - where a ROM
      *    that fails on the newest build it ran on started
      *    failing (the build after its last pass, or the first
      *    build that ever ran it when it never passed). Below the
      *    matrix the newest build's regressions are listed one
      *    per line, so sign-off reads "did this build break
      *    anything that used to pass" straight off the page; the
      *    return code is 8 (failed verification) when it did.
      *    Only the latest 64 builds and the first 128 ROMs are
      *    kept - archive an old ledger before it grows past that.
      *
      *        conformance_report [ledger-path] [builds-shown]
      *
      *    builds-shown defaults to 6, at most 8.
       identification division.
       program-id. CONFORMANCE_REPORT.
       environment division.
       input-output section.
       file-control.
           select LEDGER-FILE assign to LEDGER-PATH
               organization is line sequential
               file status is FILE-STATUS-CD.
       data division.
       file section.
       fd  LEDGER-FILE.
           01 LEDGER-LINE pic x(340).
       working-storage section.

      * ====== LOCAL =======
           01 LEDGER-PATH pic x(256) value spaces.
           01 SHOW-ARG pic x(8) value spaces.
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
               88 FILE-STATUS-EOF value "10".

           01 FIELD-STAMP pic x(15) value spaces.
           01 FIELD-BUILD pic x(24) value spaces.
           01 FIELD-ROM pic x(256) value spaces.
           01 FIELD-TITLE pic x(16) value spaces.
           01 FIELD-VERDICT pic x(8) value spaces.
           01 ROM-BASE pic x(32) value spaces.
           01 SLASH-AT binary-short unsigned value 0.
           01 CHAR-I binary-short unsigned value 0.

      *    > builds in the order they first ran a test; when the
      *    > table is full the oldest drops off the front
           01 BUILD-COUNT binary-short unsigned value 0.
           01 BUILD-ROW occurs 64 times.
               05 BUILD-NAME pic x(24).
               05 BUILD-DATE pic x(8).
           01 BUILD-I binary-short unsigned value 0.
           01 BUILD-SLOT binary-short unsigned value 0.
           01 FIRST-SHOWN binary-short unsigned value 0.

      *    > one row per test ROM, one verdict cell per build:
      *    > P, F, N (no verdict) or space (not run)
           01 ROM-COUNT binary-short unsigned value 0.
           01 ROM-ROW occurs 128 times.
               05 ROM-NAME pic x(32).
               05 RESULT-CELL pic x(1) occurs 64 times.
           01 ROM-I binary-short unsigned value 0.
           01 ROM-SLOT binary-short unsigned value 0.
           01 ROMS-DROPPED binary-long unsigned value 0.
           01 ROWS-READ binary-long unsigned value 0.

           01 SHOW-COUNT binary-short unsigned value 6.
           01 PRIOR-I binary-short unsigned value 0.
           01 PRIOR-RESULT pic x(1) value space.
           01 PRIOR-BUILD binary-short unsigned value 0.
           01 STREAK-START binary-short unsigned value 0.
           01 NEWEST-RUN binary-short unsigned value 0.
           01 EVER-PASSED binary-char unsigned value 0.
               88 ROM-EVER-PASSED value 1.
           01 WALK-DONE binary-char unsigned value 0.
               88 WALK-IS-DONE value 1.
           01 REGRESSION-COUNT binary-short unsigned value 0.
           01 CELL-TEXT pic x(12) value spaces.
           01 MATRIX-LINE pic x(220) value spaces.
           01 LINE-PTR binary-short unsigned value 1.
           01 FIRST-FAIL-TEXT pic x(40) value spaces.
           01 LETTER-TEXT pic x(8) value "ABCDEFGH".
           01 COLUMN-I binary-short unsigned value 0.
           01 COUNT-DISPLAY pic zz9 value 0.
           01 BUILDS-DISPLAY pic zz9 value 0.
           01 SHOWN-DISPLAY pic zz9 value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept LEDGER-PATH from argument-value.
           display 2 upon argument-number.
           accept SHOW-ARG from argument-value.
           if LEDGER-PATH = spaces
               move "colboy-conformance.log" to LEDGER-PATH
           end-if.
           if SHOW-ARG not = spaces
               move function numval(SHOW-ARG) to SHOW-COUNT
           end-if.
           if SHOW-COUNT < 1 or SHOW-COUNT > 8
               move 6 to SHOW-COUNT
           end-if.

           open input LEDGER-FILE.
           if not FILE-STATUS-OK
               display "cannot open " function trim(LEDGER-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform READ-LEDGER-ROW until FILE-STATUS-EOF.
           close LEDGER-FILE.

           display "==== CONFORMANCE MATRIX: "
               function trim(LEDGER-PATH) " ====".
           if ROM-COUNT = 0
               display "no test-ROM verdicts recorded"
               move 4 to return-code
               stop run
           end-if.
           if BUILD-COUNT > SHOW-COUNT
               compute FIRST-SHOWN = BUILD-COUNT - SHOW-COUNT + 1
           else
               move 1 to FIRST-SHOWN
           end-if.
           move ROM-COUNT to COUNT-DISPLAY.
           move BUILD-COUNT to BUILDS-DISPLAY.
           compute SHOWN-DISPLAY = BUILD-COUNT - FIRST-SHOWN + 1.
           display "test ROMs: " function trim(COUNT-DISPLAY)
               "   builds on record: " function trim(BUILDS-DISPLAY)
               "   shown: " function trim(SHOWN-DISPLAY).
           if ROMS-DROPPED > 0
               display "(" ROMS-DROPPED " verdicts for ROMs past the"
                   " first 128 left out)"
           end-if.
           display " ".
           perform SHOW-BUILD-KEY varying BUILD-I from FIRST-SHOWN
               by 1 until BUILD-I > BUILD-COUNT.
           display " ".
           perform SHOW-MATRIX-HEADER.
           perform SHOW-ROM-ROW varying ROM-I from 1 by 1
               until ROM-I > ROM-COUNT.

           display " ".
           display "---- regressions in "
               function trim(BUILD-NAME (BUILD-COUNT)) " ----".
           move 0 to REGRESSION-COUNT.
           perform SHOW-NEWEST-REGRESSION varying ROM-I from 1 by 1
               until ROM-I > ROM-COUNT.
           if REGRESSION-COUNT = 0
               display "none - nothing that passed on an earlier"
                   " build fails on this one"
               move 0 to return-code
           else
               move REGRESSION-COUNT to COUNT-DISPLAY
               display function trim(COUNT-DISPLAY)
                   " test ROM(s) that passed before fail on "
                   function trim(BUILD-NAME (BUILD-COUNT))
               move 8 to return-code
           end-if.
           stop run.

       READ-LEDGER-ROW.
           read LEDGER-FILE
               at end
                   set FILE-STATUS-EOF to true
               not at end
                   perform TAKE-LEDGER-ROW thru TAKE-LEDGER-ROW-EXIT
           end-read.

       TAKE-LEDGER-ROW.
           move spaces to FIELD-STAMP.
           move spaces to FIELD-BUILD.
           move spaces to FIELD-ROM.
           move spaces to FIELD-TITLE.
           move spaces to FIELD-VERDICT.
           unstring LEDGER-LINE delimited by "|" into FIELD-STAMP,
               FIELD-BUILD, FIELD-ROM, FIELD-TITLE, FIELD-VERDICT.
           if FIELD-BUILD = spaces or FIELD-ROM = spaces
               go to TAKE-LEDGER-ROW-EXIT
           end-if.
           add 1 to ROWS-READ.

           move 0 to BUILD-SLOT.
           perform FIND-BUILD-SLOT varying BUILD-I from 1 by 1
               until BUILD-I > BUILD-COUNT or BUILD-SLOT > 0.
           if BUILD-SLOT = 0
               if BUILD-COUNT = 64
                   perform DROP-OLDEST-BUILD
               end-if
               add 1 to BUILD-COUNT
               move BUILD-COUNT to BUILD-SLOT
               move FIELD-BUILD to BUILD-NAME (BUILD-SLOT)
               move FIELD-STAMP (1:8) to BUILD-DATE (BUILD-SLOT)
               perform CLEAR-BUILD-COLUMN varying ROM-I from 1 by 1
                   until ROM-I > ROM-COUNT
           end-if.

      *    > the file name, not the path - the same ROM run from a
      *    > different directory is still the same test
           move 0 to SLASH-AT.
           perform FIND-LAST-SLASH varying CHAR-I from 1 by 1
               until CHAR-I > 256.
           move spaces to ROM-BASE.
           move FIELD-ROM (SLASH-AT + 1:) to ROM-BASE.
           move 0 to ROM-SLOT.
           perform FIND-ROM-SLOT varying ROM-I from 1 by 1
               until ROM-I > ROM-COUNT or ROM-SLOT > 0.
           if ROM-SLOT = 0
               if ROM-COUNT = 128
                   add 1 to ROMS-DROPPED
                   go to TAKE-LEDGER-ROW-EXIT
               end-if
               add 1 to ROM-COUNT
               move ROM-COUNT to ROM-SLOT
               move ROM-BASE to ROM-NAME (ROM-SLOT)
               perform CLEAR-ROM-CELL varying BUILD-I from 1 by 1
                   until BUILD-I > 64
           end-if.

      *    > a later verdict from the same build replaces the
      *    > earlier one - a rerun after a flaky host counts
           evaluate FIELD-VERDICT (1:4)
               when "PASS"
                   move "P" to RESULT-CELL (ROM-SLOT, BUILD-SLOT)
               when "FAIL"
                   move "F" to RESULT-CELL (ROM-SLOT, BUILD-SLOT)
               when other
                   move "N" to RESULT-CELL (ROM-SLOT, BUILD-SLOT)
           end-evaluate.
       TAKE-LEDGER-ROW-EXIT.
           exit paragraph.

       FIND-BUILD-SLOT.
           if BUILD-NAME (BUILD-I) = FIELD-BUILD
               move BUILD-I to BUILD-SLOT
           end-if.

       FIND-ROM-SLOT.
           if ROM-NAME (ROM-I) = ROM-BASE
               move ROM-I to ROM-SLOT
           end-if.

       FIND-LAST-SLASH.
           if FIELD-ROM (CHAR-I:1) = "/"
               move CHAR-I to SLASH-AT
           end-if.

       CLEAR-BUILD-COLUMN.
           move space to RESULT-CELL (ROM-I, BUILD-SLOT).

       CLEAR-ROM-CELL.
           move space to RESULT-CELL (ROM-SLOT, BUILD-I).

       DROP-OLDEST-BUILD.
           perform SHIFT-BUILD-LEFT varying BUILD-I from 1 by 1
               until BUILD-I > 63.
           perform SHIFT-CELL-LEFT varying ROM-I from 1 by 1
               until ROM-I > ROM-COUNT
               after BUILD-I from 1 by 1 until BUILD-I > 63.
           subtract 1 from BUILD-COUNT.

       SHIFT-BUILD-LEFT.
           move BUILD-ROW (BUILD-I + 1) to BUILD-ROW (BUILD-I).

       SHIFT-CELL-LEFT.
           move RESULT-CELL (ROM-I, BUILD-I + 1) to
               RESULT-CELL (ROM-I, BUILD-I).

       SHOW-BUILD-KEY.
           compute COLUMN-I = BUILD-I - FIRST-SHOWN + 1.
           display "  " LETTER-TEXT (COLUMN-I:1) "  "
               BUILD-NAME (BUILD-I) "  first tested "
               BUILD-DATE (BUILD-I).

       SHOW-MATRIX-HEADER.
           move spaces to MATRIX-LINE.
           move 1 to LINE-PTR.
           string "test ROM" delimited by size into MATRIX-LINE
               with pointer LINE-PTR.
           move 33 to LINE-PTR.
           perform ADD-HEADER-CELL varying BUILD-I from FIRST-SHOWN
               by 1 until BUILD-I > BUILD-COUNT.
           string "first failing build" delimited by size
               into MATRIX-LINE with pointer LINE-PTR.
           display function trim(MATRIX-LINE trailing).

       ADD-HEADER-CELL.
           compute COLUMN-I = BUILD-I - FIRST-SHOWN + 1.
           move spaces to CELL-TEXT.
           string LETTER-TEXT (COLUMN-I:1) " "
               BUILD-NAME (BUILD-I) (1:8)
               delimited by size into CELL-TEXT.
           string CELL-TEXT delimited by size into MATRIX-LINE
               with pointer LINE-PTR.

       SHOW-ROM-ROW.
           move spaces to MATRIX-LINE.
           move 1 to LINE-PTR.
           string ROM-NAME (ROM-I) delimited by size
               into MATRIX-LINE with pointer LINE-PTR.
           move 33 to LINE-PTR.
           perform ADD-RESULT-CELL varying BUILD-I from FIRST-SHOWN
               by 1 until BUILD-I > BUILD-COUNT.
           perform FIND-FIRST-FAILING.
           string FIRST-FAIL-TEXT delimited by size
               into MATRIX-LINE with pointer LINE-PTR.
           display function trim(MATRIX-LINE trailing).

       ADD-RESULT-CELL.
           move spaces to CELL-TEXT.
           evaluate RESULT-CELL (ROM-I, BUILD-I)
               when "P"
                   move "pass" to CELL-TEXT
               when "F"
                   move "FAIL" to CELL-TEXT
               when "N"
                   move "n/v" to CELL-TEXT
               when other
                   move "." to CELL-TEXT
           end-evaluate.
           perform FIND-PRIOR-RESULT.
           if (RESULT-CELL (ROM-I, BUILD-I) = "F"
                   or RESULT-CELL (ROM-I, BUILD-I) = "N")
                   and PRIOR-RESULT = "P"
               move CELL-TEXT (1:4) to CELL-TEXT
               move "<<" to CELL-TEXT (6:2)
           end-if.
           string CELL-TEXT delimited by size into MATRIX-LINE
               with pointer LINE-PTR.

      *    > the nearest earlier build that ran this ROM, and what
      *    > it said
       FIND-PRIOR-RESULT.
           move space to PRIOR-RESULT.
           move 0 to PRIOR-BUILD.
           move 0 to WALK-DONE.
           move BUILD-I to PRIOR-I.
           perform STEP-BACK-ONE-BUILD until WALK-IS-DONE.

       STEP-BACK-ONE-BUILD.
           if PRIOR-I <= 1
               move 1 to WALK-DONE
           else
               subtract 1 from PRIOR-I
               if RESULT-CELL (ROM-I, PRIOR-I) not = space
                   move RESULT-CELL (ROM-I, PRIOR-I) to PRIOR-RESULT
                   move PRIOR-I to PRIOR-BUILD
                   move 1 to WALK-DONE
               end-if
           end-if.

      *    > from the newest build that ran the ROM, walk back
      *    > through its failures to the first of the streak
       FIND-FIRST-FAILING.
           move spaces to FIRST-FAIL-TEXT.
           move 0 to NEWEST-RUN.
           move 0 to EVER-PASSED.
           perform NOTE-ROM-HISTORY varying PRIOR-I from 1 by 1
               until PRIOR-I > BUILD-COUNT.
           if NEWEST-RUN = 0
               move "-" to FIRST-FAIL-TEXT
               exit paragraph
           end-if.
           if RESULT-CELL (ROM-I, NEWEST-RUN) = "P"
               move "-" to FIRST-FAIL-TEXT
               exit paragraph
           end-if.
           move NEWEST-RUN to STREAK-START.
           move NEWEST-RUN to BUILD-I.
           move 0 to WALK-DONE.
           perform WALK-FAILURE-STREAK until WALK-IS-DONE.
           if ROM-EVER-PASSED
               move BUILD-NAME (STREAK-START) to FIRST-FAIL-TEXT
           else
               string function trim(BUILD-NAME (STREAK-START))
                   " (never passed)"
                   delimited by size into FIRST-FAIL-TEXT
           end-if.

       NOTE-ROM-HISTORY.
           if RESULT-CELL (ROM-I, PRIOR-I) not = space
               move PRIOR-I to NEWEST-RUN
           end-if.
           if RESULT-CELL (ROM-I, PRIOR-I) = "P"
               move 1 to EVER-PASSED
           end-if.

       WALK-FAILURE-STREAK.
           perform FIND-PRIOR-RESULT.
           if PRIOR-BUILD = 0 or PRIOR-RESULT = "P"
               move 1 to WALK-DONE
           else
               move PRIOR-BUILD to STREAK-START
               move PRIOR-BUILD to BUILD-I
           end-if.

       SHOW-NEWEST-REGRESSION.
           move BUILD-COUNT to BUILD-I.
           if RESULT-CELL (ROM-I, BUILD-I) = "F"
                   or RESULT-CELL (ROM-I, BUILD-I) = "N"
               perform FIND-PRIOR-RESULT
               if PRIOR-RESULT = "P"
                   add 1 to REGRESSION-COUNT
                   if RESULT-CELL (ROM-I, BUILD-I) = "F"
                       move "FAIL" to CELL-TEXT
                   else
                       move "no verdict" to CELL-TEXT
                   end-if
                   display function trim(ROM-NAME (ROM-I))
                       ": passed on "
                       function trim(BUILD-NAME (PRIOR-BUILD))
                       ", now " function trim(CELL-TEXT)
               end-if
           end-if.
       end program CONFORMANCE_REPORT.
