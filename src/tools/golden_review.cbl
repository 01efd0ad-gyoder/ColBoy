      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Golden baseline review. GOLDEN_CHECK leaves a results
      *    trail beside the golden file (<golden>.results, a row per
      *    verified checkpoint) and a picture of each checkpoint
      *    frame in <golden>.frames - the baseline when it was
      *    recorded, the frame that disagreed when a verify failed.
      *    This tool reads them back three ways:
      *
      *      (no action) list every checkpoint whose latest verify
      *              failed and whose golden row still holds the
      *              checksum it failed against, title by title, and
      *              for each write a review picture - baseline,
      *              FRAME_COMPARE's difference image (changed pixels
      *              red over the dimmed baseline), and the new
      *              frame, side by side - to
      *              <golden>.frames/TITLE_FRAME.review
      *      ACCEPT  re-baseline: for the named title, one frame or
      *              ALL of its failing ones, rewrite just those
      *              golden rows with the checksum the failing run
      *              produced, make its picture the baseline, and
      *              append a dated line to <golden>.approvals
      *                  date time|who|TITLE|FRAME|old|new|reason
      *              - who is the login running the tool. The reason
      *              is required; every other golden row is copied
      *              through untouched
      *      HISTORY print the approvals, for one title or all, so
      *              a checksum that changed can always be traced to
      *              the person and the reason
      *
      *    A listing with checkpoints awaiting review returns 8; an
      *    empty one 0; anything that stopped the tool 12.
      *
      *        golden_review <golden-file>
      *        golden_review <golden-file> ACCEPT <title>
      *            <frame|ALL> <reason ...>
      *        golden_review <golden-file> HISTORY [title]
       identification division.
       program-id. GOLDEN_REVIEW.
       environment division.
       input-output section.
       file-control.
           select GOLDEN-FILE assign to GOLDEN-FILE-PATH
               organization is line sequential
               file status is GOLDEN-STATUS-CD.
           select NEW-GOLDEN-FILE assign to NEW-GOLDEN-PATH
               organization is line sequential
               file status is NEW-STATUS-CD.
           select RESULTS-FILE assign to RESULTS-PATH
               organization is line sequential
               file status is RESULTS-STATUS-CD.
           select APPROVAL-FILE assign to APPROVAL-PATH
               organization is line sequential
               file status is APPROVAL-STATUS-CD.
       data division.
       file section.
       fd  GOLDEN-FILE.
           01 GOLDEN-LINE pic x(64).
       fd  NEW-GOLDEN-FILE.
           01 NEW-GOLDEN-LINE pic x(64).
       fd  RESULTS-FILE.
           01 RESULTS-LINE pic x(340).
       fd  APPROVAL-FILE.
           01 APPROVAL-LINE pic x(340).
       working-storage section.
           copy image_ctl.

      * ====== LOCAL =======
           01 GOLDEN-FILE-PATH pic x(256) value spaces.
           01 GOLDEN-STATUS-CD pic xx value spaces.
               88 GOLDEN-STATUS-OK value "00".
               88 GOLDEN-STATUS-EOF value "10".
           01 NEW-GOLDEN-PATH pic x(264) value spaces.
           01 NEW-STATUS-CD pic xx value spaces.
               88 NEW-STATUS-OK value "00".
           01 RESULTS-PATH pic x(264) value spaces.
           01 RESULTS-STATUS-CD pic xx value spaces.
               88 RESULTS-STATUS-OK value "00".
               88 RESULTS-STATUS-EOF value "10".
           01 APPROVAL-PATH pic x(264) value spaces.
           01 APPROVAL-STATUS-CD pic xx value spaces.
               88 APPROVAL-STATUS-OK value "00".
               88 APPROVAL-STATUS-EOF value "10".
           01 FRAMES-DIR pic x(264) value spaces.
           01 SYSTEM-COMMAND pic x(900) value spaces.
           01 MOVE-SYSTEM-RC binary-long value 0.

           01 ACTION-ARG pic x(8) value spaces.
           01 TITLE-ARG pic x(16) value spaces.
           01 FRAME-ARG pic x(12) value spaces.
           01 FRAME-WANTED binary-long unsigned value 0.
           01 ALL-FRAMES binary-char unsigned value 0.
               88 ALL-FRAMES-WANTED value 1.
           01 ARG-I binary-short unsigned value 0.
           01 ARG-WORD pic x(80) value spaces.
           01 REASON-TEXT pic x(200) value spaces.
           01 REASON-PTR binary-short unsigned value 1.
           01 ARGS-DONE binary-char unsigned value 0.
               88 ARGS-ARE-DONE value 1.
           01 OPERATOR-NAME pic x(32) value spaces.
           01 STAMP-TEXT pic x(21) value spaces.

      *    > one golden row split up; the same three fields
      *    > GOLDEN_CHECK writes
           01 FIELD-1 pic x(16) value spaces.
           01 FIELD-2 pic x(12) value spaces.
           01 FIELD-3 pic x(12) value spaces.

      *    > the golden file as it stands
           01 GOLDEN-COUNT binary-short unsigned value 0.
           01 GOLDEN-ROW occurs 1024 times.
               05 GR-TITLE pic x(16).
               05 GR-FRAME binary-long unsigned.
               05 GR-CHECKSUM binary-double unsigned.
           01 GOLDEN-I binary-short unsigned value 0.
           01 GOLDEN-SLOT binary-short unsigned value 0.

      *    > the latest verify result for each checkpoint
           01 RESULT-COUNT binary-short unsigned value 0.
           01 RESULT-ROW occurs 512 times.
               05 RS-TITLE pic x(16).
               05 RS-FRAME binary-long unsigned.
               05 RS-FRAME-TEXT pic x(10).
               05 RS-EXPECTED binary-double unsigned.
               05 RS-ACTUAL binary-double unsigned.
               05 RS-VERDICT pic x(4).
               05 RS-STAMP pic x(15).
               05 RS-ROM pic x(120).
      *        > failed, and the golden row still holds what it
      *        > failed against
               05 RS-OPEN binary-char unsigned.
               05 RS-PICKED binary-char unsigned.
           01 RESULT-I binary-short unsigned value 0.
           01 RESULT-SLOT binary-short unsigned value 0.
           01 RESULTS-DROPPED binary-long unsigned value 0.
           01 RF-STAMP pic x(15) value spaces.
           01 RF-TITLE pic x(16) value spaces.
           01 RF-FRAME pic x(12) value spaces.
           01 RF-EXPECTED pic x(12) value spaces.
           01 RF-ACTUAL pic x(12) value spaces.
           01 RF-VERDICT pic x(8) value spaces.
           01 RF-ROM pic x(200) value spaces.
           01 RF-FRAME-NUM binary-long unsigned value 0.

           01 OPEN-COUNT binary-short unsigned value 0.
           01 TITLE-COUNT binary-short unsigned value 0.
           01 PICKED-COUNT binary-short unsigned value 0.
           01 REWRITTEN-COUNT binary-short unsigned value 0.
           01 HISTORY-COUNT binary-short unsigned value 0.
           01 LAST-TITLE pic x(16) value spaces.
           01 COUNT-DISPLAY pic zzz9 value 0.
           01 FRAME-DISPLAY pic 9(10) value 0.
           01 HASH-DISPLAY pic 9(10) value 0.
           01 EXPECTED-DISPLAY pic 9(10) value 0.
           01 FRAME-SHOW pic z(9)9 value 0.

      *    > the title as GOLDEN_CHECK puts it into a picture name
           01 FILE-TITLE pic x(16) value spaces.
           01 TITLE-LENGTH binary-short unsigned value 0.
           01 PICTURE-BASE pic x(300) value spaces.
           01 BASE-PICTURE-PATH pic x(300) value spaces.
           01 ACTUAL-PICTURE-PATH pic x(300) value spaces.
           01 REVIEW-PICTURE-PATH pic x(300) value spaces.

      *    > the pair under review: 0 read, 1 missing, 2 unreadable
           01 LOAD-STATE binary-char unsigned value 0.
           01 BASE-STATE binary-char unsigned value 0.
           01 ACTUAL-STATE binary-char unsigned value 0.
           01 BASE-PIXELS.
               05 BASE-PIXEL occurs 23040 times.
                   10 BASE-R binary-char unsigned.
                   10 BASE-G binary-char unsigned.
                   10 BASE-B binary-char unsigned.
           01 ACTUAL-PIXELS.
               05 ACTUAL-PIXEL occurs 23040 times.
                   10 ACTUAL-R binary-char unsigned.
                   10 ACTUAL-G binary-char unsigned.
                   10 ACTUAL-B binary-char unsigned.
           01 PIX-I binary-long unsigned value 0.
           01 ROW-I binary-short unsigned value 0.
           01 COL-I binary-short unsigned value 0.
           01 OUT-I binary-long unsigned value 0.
           01 CHANGED-PIXEL-COUNT binary-long unsigned value 0.
           01 CHANGED-ROW-COUNT binary-short unsigned value 0.
           01 FIRST-ROW binary-short unsigned value 0.
           01 LAST-ROW binary-short unsigned value 0.
           01 ROW-HAS-CHANGE binary-char unsigned value 0.
           01 ROW-SHOW pic zzz9 value 0.
           01 ROW-SHOW-2 pic zz9 value 0.
           01 PIXELS-SHOW pic zzzz9 value 0.

      *    > the review picture: three 160-wide panels with a
      *    > four-pixel grey gutter between them
           01 SHEET-WIDTH binary-short unsigned value 488.
           01 PANEL-LEFT binary-short unsigned value 0.
           01 GUTTER-SHADE binary-char unsigned value 96.
           01 EMPTY-SHADE binary-char unsigned value 48.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept GOLDEN-FILE-PATH from argument-value.
           display 2 upon argument-number.
           accept ACTION-ARG from argument-value.
           move function upper-case(ACTION-ARG) to ACTION-ARG.
           if GOLDEN-FILE-PATH = spaces
               perform SHOW-USAGE
               move 12 to return-code
               stop run
           end-if.

           move spaces to RESULTS-PATH.
           string function trim(GOLDEN-FILE-PATH) ".results"
               delimited by size into RESULTS-PATH.
           move spaces to APPROVAL-PATH.
           string function trim(GOLDEN-FILE-PATH) ".approvals"
               delimited by size into APPROVAL-PATH.
           move spaces to FRAMES-DIR.
           string function trim(GOLDEN-FILE-PATH) ".frames"
               delimited by size into FRAMES-DIR.
           move spaces to NEW-GOLDEN-PATH.
           string function trim(GOLDEN-FILE-PATH) ".new"
               delimited by size into NEW-GOLDEN-PATH.

           evaluate ACTION-ARG
               when spaces
                   perform LIST-FAILING thru LIST-FAILING-EXIT
               when "ACCEPT"
                   perform ACCEPT-BASELINE thru ACCEPT-BASELINE-EXIT
               when "HISTORY"
                   perform SHOW-HISTORY thru SHOW-HISTORY-EXIT
               when other
                   perform SHOW-USAGE
                   move 12 to return-code
           end-evaluate.
           stop run.

       SHOW-USAGE.
           display "usage: golden_review <golden-file>".
           display "       golden_review <golden-file> ACCEPT <title>"
               " <frame|ALL> <reason ...>".
           display "       golden_review <golden-file> HISTORY"
               " [title]".

      *    ============================================================
      *    the failing checkpoints, title by title, each with its
      *    review picture
      *    ============================================================
       LIST-FAILING.
           perform LOAD-GOLDEN-TABLE thru LOAD-GOLDEN-TABLE-EXIT.
           if return-code = 12
               go to LIST-FAILING-EXIT
           end-if.
           perform LOAD-RESULTS thru LOAD-RESULTS-EXIT.
           if return-code = 12
               go to LIST-FAILING-EXIT
           end-if.
           call "CONFIG_LOADER".

           display "==== GOLDEN REVIEW: "
               function trim(GOLDEN-FILE-PATH) " ====".
           move 0 to OPEN-COUNT.
           move 0 to TITLE-COUNT.
           move spaces to LAST-TITLE.
           perform LIST-ONE-RESULT varying RESULT-I from 1 by 1
               until RESULT-I > RESULT-COUNT.
           display " ".
           if OPEN-COUNT = 0
               display "no failing checkpoints awaiting review"
               move 0 to return-code
               go to LIST-FAILING-EXIT
           end-if.
           move OPEN-COUNT to COUNT-DISPLAY.
           move TITLE-COUNT to ROW-SHOW.
           display function trim(COUNT-DISPLAY)
               " failing checkpoint(s) in " function trim(ROW-SHOW)
               " title(s) awaiting review".
           display "accept a new baseline with: golden_review "
               function trim(GOLDEN-FILE-PATH)
               " ACCEPT <title> <frame|ALL> <reason>".
           move 8 to return-code.
       LIST-FAILING-EXIT.
           exit paragraph.

      *    > results are in file order, so one title's checkpoints
      *    > sit together unless a later run re-verified it; the
      *    > title banner repeats when that happens
       LIST-ONE-RESULT.
           if RS-OPEN (RESULT-I) = 1
               add 1 to OPEN-COUNT
               if RS-TITLE (RESULT-I) not = LAST-TITLE
                   move RS-TITLE (RESULT-I) to LAST-TITLE
                   add 1 to TITLE-COUNT
                   display " "
                   display "---- " function trim(RS-TITLE (RESULT-I))
                       " ----"
               end-if
               perform SHOW-FAILING-POINT
           end-if.

       SHOW-FAILING-POINT.
           move RS-FRAME (RESULT-I) to FRAME-SHOW.
           move RS-EXPECTED (RESULT-I) to EXPECTED-DISPLAY.
           move RS-ACTUAL (RESULT-I) to HASH-DISPLAY.
           display "frame " function trim(FRAME-SHOW)
               "  expected " EXPECTED-DISPLAY "  now " HASH-DISPLAY.
           display "    failed   " RS-STAMP (RESULT-I) "  "
               function trim(RS-ROM (RESULT-I)).
           perform NAME-POINT-PICTURES.
           perform LOAD-PICTURE-PAIR.
           evaluate BASE-STATE
               when 0
                   display "    baseline "
                       function trim(BASE-PICTURE-PATH)
               when 1
                   display "    baseline none on file - recorded"
                       " before pictures were kept"
               when other
                   display "    baseline unreadable: "
                       function trim(BASE-PICTURE-PATH)
           end-evaluate.
           evaluate ACTUAL-STATE
               when 0
                   display "    actual   "
                       function trim(ACTUAL-PICTURE-PATH)
               when 1
                   display "    actual   no picture of the failing"
                       " frame on file"
               when other
                   display "    actual   unreadable: "
                       function trim(ACTUAL-PICTURE-PATH)
           end-evaluate.
           if BASE-STATE = 0 and ACTUAL-STATE = 0
               perform COUNT-CHANGES
               perform SHOW-CHANGE-SUMMARY
           end-if.
           if BASE-STATE = 0 or ACTUAL-STATE = 0
               perform WRITE-REVIEW-PICTURE
               display "    review   "
                   function trim(REVIEW-PICTURE-PATH)
                   "  (baseline | difference | actual)"
           end-if.

      *    > <golden>.frames/TITLE_FRAME - the baseline as .png or
      *    > .ppm, .actual the failing frame, .review the sheet
       NAME-POINT-PICTURES.
           move RS-TITLE (RESULT-I) to FILE-TITLE.
           inspect FILE-TITLE replacing all low-value by space.
           if FILE-TITLE = spaces
               move "UNTITLED" to FILE-TITLE
           end-if.
           move function length(function trim(FILE-TITLE trailing))
               to TITLE-LENGTH.
           inspect FILE-TITLE (1:TITLE-LENGTH) replacing
               all space by "_" all "/" by "_" all "'" by "_".
           move spaces to PICTURE-BASE.
           string function trim(FRAMES-DIR) "/"
               FILE-TITLE (1:TITLE-LENGTH) "_"
               RS-FRAME-TEXT (RESULT-I)
               delimited by size into PICTURE-BASE.

       LOAD-PICTURE-PAIR.
           move PICTURE-BASE to BASE-PICTURE-PATH.
           perform READ-POINT-PICTURE.
           move LOAD-STATE to BASE-STATE.
           move IMG-PATH to BASE-PICTURE-PATH.
           if BASE-STATE = 0
               perform TAKE-BASE-PIXEL varying PIX-I from 1 by 1
                   until PIX-I > 23040
           end-if.
           move spaces to ACTUAL-PICTURE-PATH.
           string function trim(PICTURE-BASE) ".actual"
               delimited by size into ACTUAL-PICTURE-PATH.
           perform READ-ACTUAL-PICTURE.

       TAKE-BASE-PIXEL.
           move IMG-R (PIX-I) to BASE-R (PIX-I).
           move IMG-G (PIX-I) to BASE-G (PIX-I).
           move IMG-B (PIX-I) to BASE-B (PIX-I).

       TAKE-ACTUAL-PIXEL.
           move IMG-R (PIX-I) to ACTUAL-R (PIX-I).
           move IMG-G (PIX-I) to ACTUAL-G (PIX-I).
           move IMG-B (PIX-I) to ACTUAL-B (PIX-I).

       READ-ACTUAL-PICTURE.
           move spaces to IMG-PATH.
           string function trim(ACTUAL-PICTURE-PATH) ".png"
               delimited by size into IMG-PATH.
           call "IMAGE_READ".
           if IMG-READ-MISSING
               move spaces to IMG-PATH
               string function trim(ACTUAL-PICTURE-PATH) ".ppm"
                   delimited by size into IMG-PATH
               call "IMAGE_READ"
           end-if.
           perform CHECK-PICTURE-SIZE.
           move LOAD-STATE to ACTUAL-STATE.
           move IMG-PATH to ACTUAL-PICTURE-PATH.
           if ACTUAL-STATE = 0
               perform TAKE-ACTUAL-PIXEL varying PIX-I from 1 by 1
                   until PIX-I > 23040
           end-if.

      *    > .png first, then .ppm, as FRAME_COMPARE looks
       READ-POINT-PICTURE.
           move spaces to IMG-PATH.
           string function trim(BASE-PICTURE-PATH) ".png"
               delimited by size into IMG-PATH.
           call "IMAGE_READ".
           if IMG-READ-MISSING
               move spaces to IMG-PATH
               string function trim(BASE-PICTURE-PATH) ".ppm"
                   delimited by size into IMG-PATH
               call "IMAGE_READ"
           end-if.
           perform CHECK-PICTURE-SIZE.

       CHECK-PICTURE-SIZE.
           move IMG-READ-STATUS to LOAD-STATE.
           if IMG-READ-OK
                   and (IMG-WIDTH not = 160 or IMG-HEIGHT not = 144)
               move 2 to LOAD-STATE
           end-if.

       COUNT-CHANGES.
           move 0 to CHANGED-PIXEL-COUNT.
           move 0 to CHANGED-ROW-COUNT.
           move 0 to FIRST-ROW.
           move 0 to LAST-ROW.
           perform COUNT-ROW-CHANGES varying ROW-I from 1 by 1
               until ROW-I > 144.

       COUNT-ROW-CHANGES.
           move 0 to ROW-HAS-CHANGE.
           perform COUNT-PIXEL-CHANGE varying COL-I from 1 by 1
               until COL-I > 160.
           if ROW-HAS-CHANGE = 1
               add 1 to CHANGED-ROW-COUNT
               if FIRST-ROW = 0
                   move ROW-I to FIRST-ROW
               end-if
               move ROW-I to LAST-ROW
           end-if.

       COUNT-PIXEL-CHANGE.
           compute PIX-I = (ROW-I - 1) * 160 + COL-I.
           if BASE-PIXEL (PIX-I) not = ACTUAL-PIXEL (PIX-I)
               add 1 to CHANGED-PIXEL-COUNT
               move 1 to ROW-HAS-CHANGE
           end-if.

       SHOW-CHANGE-SUMMARY.
           if CHANGED-PIXEL-COUNT = 0
               display "    changed  nothing visible - the pictures"
                   " match though the checksums don't"
           else
               move CHANGED-PIXEL-COUNT to PIXELS-SHOW
               move CHANGED-ROW-COUNT to COUNT-DISPLAY
               compute ROW-SHOW = FIRST-ROW - 1
               compute ROW-SHOW-2 = LAST-ROW - 1
               display "    changed  " function trim(PIXELS-SHOW)
                   " pixels in " function trim(COUNT-DISPLAY)
                   " rows (" function trim(ROW-SHOW) "-"
                   function trim(ROW-SHOW-2) ")"
           end-if.

      *    > baseline on the left, the difference image in the
      *    > middle, the new frame on the right; a panel with no
      *    > picture behind it is left dark
       WRITE-REVIEW-PICTURE.
           move SHEET-WIDTH to IMG-WIDTH.
           move 144 to IMG-HEIGHT.
           perform PAINT-SHEET-ROW varying ROW-I from 1 by 1
               until ROW-I > 144.
           move spaces to REVIEW-PICTURE-PATH.
           string function trim(PICTURE-BASE) ".review"
               delimited by size
               IMG-EXT delimited by space
               into REVIEW-PICTURE-PATH.
           move REVIEW-PICTURE-PATH to IMG-PATH.
           call "IMAGE_WRITE".

       PAINT-SHEET-ROW.
           perform PAINT-SHEET-PIXEL varying COL-I from 1 by 1
               until COL-I > SHEET-WIDTH.

       PAINT-SHEET-PIXEL.
           compute OUT-I = (ROW-I - 1) * SHEET-WIDTH + COL-I.
           evaluate true
               when COL-I <= 160
                   move 1 to PANEL-LEFT
                   perform PAINT-BASE-PANEL
               when COL-I <= 164
                   perform PAINT-GUTTER
               when COL-I <= 324
                   move 165 to PANEL-LEFT
                   perform PAINT-DIFF-PANEL
               when COL-I <= 328
                   perform PAINT-GUTTER
               when other
                   move 329 to PANEL-LEFT
                   perform PAINT-ACTUAL-PANEL
           end-evaluate.

       PAINT-GUTTER.
           move GUTTER-SHADE to IMG-R (OUT-I).
           move GUTTER-SHADE to IMG-G (OUT-I).
           move GUTTER-SHADE to IMG-B (OUT-I).

       PAINT-EMPTY.
           move EMPTY-SHADE to IMG-R (OUT-I).
           move EMPTY-SHADE to IMG-G (OUT-I).
           move EMPTY-SHADE to IMG-B (OUT-I).

       PAINT-BASE-PANEL.
           compute PIX-I = (ROW-I - 1) * 160 + COL-I - PANEL-LEFT + 1.
           if BASE-STATE = 0
               move BASE-PIXEL (PIX-I) to IMG-PIXEL (OUT-I)
           else
               perform PAINT-EMPTY
           end-if.

       PAINT-ACTUAL-PANEL.
           compute PIX-I = (ROW-I - 1) * 160 + COL-I - PANEL-LEFT + 1.
           if ACTUAL-STATE = 0
               move ACTUAL-PIXEL (PIX-I) to IMG-PIXEL (OUT-I)
           else
               perform PAINT-EMPTY
           end-if.

      *    > as FRAME_COMPARE paints it: every changed pixel full
      *    > red over a dimmed copy of the reference frame
       PAINT-DIFF-PANEL.
           compute PIX-I = (ROW-I - 1) * 160 + COL-I - PANEL-LEFT + 1.
           if BASE-STATE not = 0 or ACTUAL-STATE not = 0
               perform PAINT-EMPTY
           else
               if BASE-PIXEL (PIX-I) not = ACTUAL-PIXEL (PIX-I)
                   move 255 to IMG-R (OUT-I)
                   move 0 to IMG-G (OUT-I)
                   move 0 to IMG-B (OUT-I)
               else
                   compute IMG-R (OUT-I) = BASE-R (PIX-I) / 3
                   compute IMG-G (OUT-I) = BASE-G (PIX-I) / 3
                   compute IMG-B (OUT-I) = BASE-B (PIX-I) / 3
               end-if
           end-if.

      *    ============================================================
      *    accept the failing runs' checksums as the new baseline
      *    ============================================================
       ACCEPT-BASELINE.
           display 3 upon argument-number.
           accept TITLE-ARG from argument-value.
           display 4 upon argument-number.
           accept FRAME-ARG from argument-value.
           move 5 to ARG-I.
           move spaces to REASON-TEXT.
           move 1 to REASON-PTR.
           move 0 to ARGS-DONE.
           perform TAKE-REASON-WORD until ARGS-ARE-DONE.
           inspect REASON-TEXT replacing all "|" by "/".
           if TITLE-ARG = spaces or FRAME-ARG = spaces
               perform SHOW-USAGE
               move 12 to return-code
               go to ACCEPT-BASELINE-EXIT
           end-if.
           if REASON-TEXT = spaces
               display "a reason is required to re-baseline - say"
                   " why the new frame is the right one"
               move 12 to return-code
               go to ACCEPT-BASELINE-EXIT
           end-if.
           if function upper-case(FRAME-ARG) = "ALL"
               move 1 to ALL-FRAMES
           else
               if function test-numval(FRAME-ARG) not = 0
                   display "frame must be a frame number or ALL: "
                       function trim(FRAME-ARG)
                   move 12 to return-code
                   go to ACCEPT-BASELINE-EXIT
               end-if
               move function numval(FRAME-ARG) to FRAME-WANTED
           end-if.
           accept OPERATOR-NAME from environment "USER".
           if OPERATOR-NAME = spaces
               accept OPERATOR-NAME from environment "LOGNAME"
           end-if.
           if OPERATOR-NAME = spaces
               move "unknown" to OPERATOR-NAME
           end-if.

           perform LOAD-GOLDEN-TABLE thru LOAD-GOLDEN-TABLE-EXIT.
           if return-code = 12
               go to ACCEPT-BASELINE-EXIT
           end-if.
           perform LOAD-RESULTS thru LOAD-RESULTS-EXIT.
           if return-code = 12
               go to ACCEPT-BASELINE-EXIT
           end-if.
           move 0 to PICKED-COUNT.
           perform PICK-ONE-RESULT varying RESULT-I from 1 by 1
               until RESULT-I > RESULT-COUNT.
           if PICKED-COUNT = 0
               display "no failing checkpoint awaiting review for "
                   function trim(TITLE-ARG) " frame "
                   function trim(FRAME-ARG)
               move 12 to return-code
               go to ACCEPT-BASELINE-EXIT
           end-if.

           perform REWRITE-GOLDEN-FILE thru REWRITE-GOLDEN-FILE-EXIT.
           if return-code = 12
               go to ACCEPT-BASELINE-EXIT
           end-if.
           move function current-date to STAMP-TEXT.
           open extend APPROVAL-FILE.
           if not APPROVAL-STATUS-OK
               open output APPROVAL-FILE
           end-if.
           perform FINISH-ONE-ACCEPT varying RESULT-I from 1 by 1
               until RESULT-I > RESULT-COUNT.
           close APPROVAL-FILE.
           move REWRITTEN-COUNT to COUNT-DISPLAY.
           display "golden file rewritten: "
               function trim(COUNT-DISPLAY) " row(s) re-baselined".
           display "approval logged to " function trim(APPROVAL-PATH).
           move 0 to return-code.
       ACCEPT-BASELINE-EXIT.
           exit paragraph.

       TAKE-REASON-WORD.
           move spaces to ARG-WORD.
           display ARG-I upon argument-number.
           accept ARG-WORD from argument-value.
           if ARG-WORD = spaces or REASON-PTR > 190
               move 1 to ARGS-DONE
           else
               if REASON-PTR > 1
                   string " " delimited by size into REASON-TEXT
                       with pointer REASON-PTR
               end-if
               string function trim(ARG-WORD) delimited by size
                   into REASON-TEXT with pointer REASON-PTR
               add 1 to ARG-I
           end-if.

       PICK-ONE-RESULT.
           move 0 to RS-PICKED (RESULT-I).
           if RS-OPEN (RESULT-I) = 1
                   and function trim(RS-TITLE (RESULT-I))
                       = function trim(TITLE-ARG)
                   and (ALL-FRAMES-WANTED
                       or RS-FRAME (RESULT-I) = FRAME-WANTED)
               move 1 to RS-PICKED (RESULT-I)
               add 1 to PICKED-COUNT
           end-if.

      *    > every row copied through as it was except the picked
      *    > checkpoints', which take the failing run's checksum;
      *    > the rewrite goes to <golden>.new and is moved over the
      *    > original only once it is complete
       REWRITE-GOLDEN-FILE.
           move 0 to REWRITTEN-COUNT.
           open input GOLDEN-FILE.
           if not GOLDEN-STATUS-OK
               display "cannot open " function trim(GOLDEN-FILE-PATH)
               move 12 to return-code
               go to REWRITE-GOLDEN-FILE-EXIT
           end-if.
           open output NEW-GOLDEN-FILE.
           if not NEW-STATUS-OK
               close GOLDEN-FILE
               display "cannot write " function trim(NEW-GOLDEN-PATH)
               move 12 to return-code
               go to REWRITE-GOLDEN-FILE-EXIT
           end-if.
           perform COPY-GOLDEN-ROW until GOLDEN-STATUS-EOF.
           close GOLDEN-FILE.
           close NEW-GOLDEN-FILE.

           move spaces to SYSTEM-COMMAND.
           string "mv -f '" function trim(NEW-GOLDEN-PATH) "' '"
               function trim(GOLDEN-FILE-PATH) "'"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to MOVE-SYSTEM-RC.
           move 0 to return-code.
           if MOVE-SYSTEM-RC not = 0
               display "cannot replace "
                   function trim(GOLDEN-FILE-PATH) " - the rewrite"
                   " is left in " function trim(NEW-GOLDEN-PATH)
               move 12 to return-code
           end-if.
       REWRITE-GOLDEN-FILE-EXIT.
           exit paragraph.

       COPY-GOLDEN-ROW.
           read GOLDEN-FILE
               at end
                   set GOLDEN-STATUS-EOF to true
               not at end
                   move GOLDEN-LINE to NEW-GOLDEN-LINE
                   perform SPLIT-GOLDEN-LINE
                   move 0 to RESULT-SLOT
                   perform FIND-PICKED-RESULT varying RESULT-I
                       from 1 by 1 until RESULT-I > RESULT-COUNT
                       or RESULT-SLOT > 0
                   if RESULT-SLOT > 0
                       move RS-ACTUAL (RESULT-SLOT) to HASH-DISPLAY
                       move spaces to NEW-GOLDEN-LINE
                       string function trim(FIELD-1) "|"
                           RS-FRAME-TEXT (RESULT-SLOT) "|"
                           HASH-DISPLAY
                           delimited by size into NEW-GOLDEN-LINE
                       add 1 to REWRITTEN-COUNT
                   end-if
                   write NEW-GOLDEN-LINE
           end-read.

       FIND-PICKED-RESULT.
           if RS-PICKED (RESULT-I) = 1
                   and function trim(RS-TITLE (RESULT-I))
                       = function trim(FIELD-1)
                   and RS-FRAME (RESULT-I) = function numval(FIELD-2)
               move RESULT-I to RESULT-SLOT
           end-if.

      *    > the failing frame's picture becomes the baseline and
      *    > the stale review sheet goes; then the approval line
       FINISH-ONE-ACCEPT.
           if RS-PICKED (RESULT-I) = 1
               perform NAME-POINT-PICTURES
               move spaces to SYSTEM-COMMAND
               string "for e in png ppm; do if [ -f '"
                   function trim(PICTURE-BASE) ".actual.'$e ]; then"
                   " rm -f '" function trim(PICTURE-BASE) ".png' '"
                   function trim(PICTURE-BASE) ".ppm'; mv -f '"
                   function trim(PICTURE-BASE) ".actual.'$e '"
                   function trim(PICTURE-BASE) ".'$e; fi; done;"
                   " rm -f '" function trim(PICTURE-BASE)
                   ".review.png' '" function trim(PICTURE-BASE)
                   ".review.ppm'"
                   delimited by size into SYSTEM-COMMAND
               call "SYSTEM" using by reference SYSTEM-COMMAND
               move 0 to return-code

               move RS-FRAME (RESULT-I) to FRAME-SHOW
               move RS-EXPECTED (RESULT-I) to EXPECTED-DISPLAY
               move RS-ACTUAL (RESULT-I) to HASH-DISPLAY
               display "accepted: " function trim(RS-TITLE (RESULT-I))
                   " frame " function trim(FRAME-SHOW) "  "
                   EXPECTED-DISPLAY " -> " HASH-DISPLAY
               move spaces to APPROVAL-LINE
               string STAMP-TEXT (1:8) " " STAMP-TEXT (9:6) "|"
                   function trim(OPERATOR-NAME) "|"
                   function trim(RS-TITLE (RESULT-I)) "|"
                   RS-FRAME-TEXT (RESULT-I) "|"
                   EXPECTED-DISPLAY "|" HASH-DISPLAY "|"
                   function trim(REASON-TEXT)
                   delimited by size into APPROVAL-LINE
               write APPROVAL-LINE
           end-if.

      *    ============================================================
      *    who re-baselined what, and why
      *    ============================================================
       SHOW-HISTORY.
           display 3 upon argument-number.
           accept TITLE-ARG from argument-value.
           open input APPROVAL-FILE.
           if not APPROVAL-STATUS-OK
               display "no re-baselining recorded in "
                   function trim(APPROVAL-PATH)
               move 0 to return-code
               go to SHOW-HISTORY-EXIT
           end-if.
           display "==== GOLDEN APPROVALS: "
               function trim(GOLDEN-FILE-PATH) " ====".
           move 0 to HISTORY-COUNT.
           perform SHOW-ONE-APPROVAL until APPROVAL-STATUS-EOF.
           close APPROVAL-FILE.
           if HISTORY-COUNT = 0
               display "none for " function trim(TITLE-ARG)
           end-if.
           move 0 to return-code.
       SHOW-HISTORY-EXIT.
           exit paragraph.

       SHOW-ONE-APPROVAL.
           read APPROVAL-FILE
               at end
                   set APPROVAL-STATUS-EOF to true
               not at end
                   move spaces to RF-STAMP
                   move spaces to RF-ROM
                   move spaces to RF-TITLE
                   move spaces to RF-FRAME
                   move spaces to RF-EXPECTED
                   move spaces to RF-ACTUAL
                   move spaces to REASON-TEXT
                   unstring APPROVAL-LINE delimited by "|" into
                       RF-STAMP, RF-ROM, RF-TITLE, RF-FRAME,
                       RF-EXPECTED, RF-ACTUAL, REASON-TEXT
                   if TITLE-ARG = spaces or function trim(RF-TITLE)
                           = function trim(TITLE-ARG)
                       add 1 to HISTORY-COUNT
                       move function numval(RF-FRAME) to FRAME-SHOW
                       display RF-STAMP "  " function trim(RF-ROM)
                           "  " function trim(RF-TITLE) " frame "
                           function trim(FRAME-SHOW) "  "
                           function trim(RF-EXPECTED) " -> "
                           function trim(RF-ACTUAL)
                       display "    " function trim(REASON-TEXT)
                   end-if
           end-read.

      *    ============================================================
      *    the two files this works from
      *    ============================================================
       LOAD-GOLDEN-TABLE.
           move 0 to GOLDEN-COUNT.
           open input GOLDEN-FILE.
           if not GOLDEN-STATUS-OK
               display "cannot open " function trim(GOLDEN-FILE-PATH)
               move 12 to return-code
               go to LOAD-GOLDEN-TABLE-EXIT
           end-if.
           perform READ-GOLDEN-ROW until GOLDEN-STATUS-EOF.
           close GOLDEN-FILE.
           move 0 to return-code.
       LOAD-GOLDEN-TABLE-EXIT.
           exit paragraph.

       READ-GOLDEN-ROW.
           read GOLDEN-FILE
               at end
                   set GOLDEN-STATUS-EOF to true
               not at end
                   perform SPLIT-GOLDEN-LINE
                   if FIELD-1 not = spaces and GOLDEN-COUNT < 1024
                       add 1 to GOLDEN-COUNT
                       move FIELD-1 to GR-TITLE (GOLDEN-COUNT)
                       move function numval(FIELD-2) to
                           GR-FRAME (GOLDEN-COUNT)
                       move function numval(FIELD-3) to
                           GR-CHECKSUM (GOLDEN-COUNT)
                   end-if
           end-read.

       SPLIT-GOLDEN-LINE.
           move spaces to FIELD-1.
           move spaces to FIELD-2.
           move spaces to FIELD-3.
           unstring GOLDEN-LINE delimited by "|" into FIELD-1,
               FIELD-2, FIELD-3.

      *    > the latest row per checkpoint wins - a point that
      *    > failed and has passed since is no longer open
       LOAD-RESULTS.
           move 0 to RESULT-COUNT.
           open input RESULTS-FILE.
           if not RESULTS-STATUS-OK
               display "no verify results beside "
                   function trim(GOLDEN-FILE-PATH)
                   " - run GOLDEN-VERIFY first"
               move 12 to return-code
               go to LOAD-RESULTS-EXIT
           end-if.
           perform READ-RESULT-ROW until RESULTS-STATUS-EOF.
           close RESULTS-FILE.
           perform MARK-OPEN-RESULT varying RESULT-I from 1 by 1
               until RESULT-I > RESULT-COUNT.
           if RESULTS-DROPPED > 0
               display "(" RESULTS-DROPPED " results past the first"
                   " 512 checkpoints left out)"
           end-if.
           move 0 to return-code.
       LOAD-RESULTS-EXIT.
           exit paragraph.

       READ-RESULT-ROW.
           read RESULTS-FILE
               at end
                   set RESULTS-STATUS-EOF to true
               not at end
                   perform TAKE-RESULT-ROW thru TAKE-RESULT-ROW-EXIT
           end-read.

       TAKE-RESULT-ROW.
           move spaces to RF-STAMP.
           move spaces to RF-TITLE.
           move spaces to RF-FRAME.
           move spaces to RF-EXPECTED.
           move spaces to RF-ACTUAL.
           move spaces to RF-VERDICT.
           move spaces to RF-ROM.
           unstring RESULTS-LINE delimited by "|" into RF-STAMP,
               RF-TITLE, RF-FRAME, RF-EXPECTED, RF-ACTUAL,
               RF-VERDICT, RF-ROM.
           if RF-TITLE = spaces or RF-FRAME = spaces
               go to TAKE-RESULT-ROW-EXIT
           end-if.
           move function numval(RF-FRAME) to RF-FRAME-NUM.
           move 0 to RESULT-SLOT.
           perform FIND-RESULT-SLOT varying RESULT-I from 1 by 1
               until RESULT-I > RESULT-COUNT or RESULT-SLOT > 0.
           if RESULT-SLOT = 0
               if RESULT-COUNT = 512
                   add 1 to RESULTS-DROPPED
                   go to TAKE-RESULT-ROW-EXIT
               end-if
               add 1 to RESULT-COUNT
               move RESULT-COUNT to RESULT-SLOT
           end-if.
           move RF-TITLE to RS-TITLE (RESULT-SLOT).
           move RF-FRAME-NUM to RS-FRAME (RESULT-SLOT).
           move RF-FRAME-NUM to FRAME-DISPLAY.
           move FRAME-DISPLAY to RS-FRAME-TEXT (RESULT-SLOT).
           move function numval(RF-EXPECTED) to
               RS-EXPECTED (RESULT-SLOT).
           move function numval(RF-ACTUAL) to RS-ACTUAL (RESULT-SLOT).
           move RF-VERDICT to RS-VERDICT (RESULT-SLOT).
           move RF-STAMP to RS-STAMP (RESULT-SLOT).
           move RF-ROM to RS-ROM (RESULT-SLOT).
           move 0 to RS-OPEN (RESULT-SLOT).
           move 0 to RS-PICKED (RESULT-SLOT).
       TAKE-RESULT-ROW-EXIT.
           exit paragraph.

       FIND-RESULT-SLOT.
           if RS-TITLE (RESULT-I) = RF-TITLE
                   and RS-FRAME (RESULT-I) = RF-FRAME-NUM
               move RESULT-I to RESULT-SLOT
           end-if.

      *    > still open while the golden row holds the checksum the
      *    > run failed against; once accepted (or hand-edited) it
      *    > isn't
       MARK-OPEN-RESULT.
           if RS-VERDICT (RESULT-I) = "FAIL"
               move 0 to GOLDEN-SLOT
               perform FIND-GOLDEN-SLOT varying GOLDEN-I from 1 by 1
                   until GOLDEN-I > GOLDEN-COUNT or GOLDEN-SLOT > 0
               if GOLDEN-SLOT > 0
                   if GR-CHECKSUM (GOLDEN-SLOT)
                           = RS-EXPECTED (RESULT-I)
                       move 1 to RS-OPEN (RESULT-I)
                   end-if
               end-if
           end-if.

       FIND-GOLDEN-SLOT.
           if function trim(GR-TITLE (GOLDEN-I))
                   = function trim(RS-TITLE (RESULT-I))
                   and GR-FRAME (GOLDEN-I) = RS-FRAME (RESULT-I)
               move GOLDEN-I to GOLDEN-SLOT
           end-if.
       end program GOLDEN_REVIEW.
