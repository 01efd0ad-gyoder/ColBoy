      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Publishes the library and its reports as a static HTML
      *    site in a shared directory, so anyone on the network can
      *    browse them without a login on the batch box:
      *
      *      index.html          the library - a row per cartridge
      *                          with its thumbnail, the decoded
      *                          header (the same decode CART_CATALOG
      *                          prints), checksum verdicts, the
      *                          compatibility status and when it
      *                          was last played, and by whom
      *      titles/<rom>.html   a page per cartridge - header,
      *                          compatibility entry, golden and
      *                          test-ROM evidence (read the way
      *                          COMPAT_DB's AUDIT reads it), the
      *                          latest 50 runs from the journal,
      *                          the top ten scores and the awards
      *      digest.html         the morning digest - OPS_DIGEST's
      *                          output, run fresh (digest.txt holds
      *                          it as plain text)
      *      thumbs/             THUMB_GEN's pictures, copied over -
      *                          a .png shows in the page, a .ppm
      *                          is only linked (browsers can't show
      *                          one; IMAGE-FORMAT=PNG fixes that)
      *
      *        site_publish <rom-dir> <site-dir> [digest-cmd]
      *
      *    Run it from the directory the ledgers live in, after the
      *    night's batch; every page is rewritten each time.
      *    digest-cmd defaults to ./ops_digest. The return code is
      *    4 when the digest could not be produced, 12 when the
      *    site could not be written at all.
       identification division.
       program-id. SITE_PUBLISH.
       environment division.
       input-output section.
       file-control.
           select PAGE-FILE assign to PAGE-PATH
               organization is line sequential
               file status is PAGE-STATUS-CD.
           select READ-FILE assign to READ-PATH
               organization is line sequential
               file status is READ-STATUS-CD.
           select PROBE-FILE assign to PROBE-PATH
               organization is sequential
               file status is PROBE-STATUS-CD.
       data division.
       file section.
       fd  PAGE-FILE.
           01 PAGE-LINE pic x(1400).
       fd  READ-FILE.
           01 READ-LINE pic x(600).
       fd  PROBE-FILE
           record contains 1 characters.
           01 PROBE-BYTE pic x(1).
       working-storage section.
           copy memory.
           copy rom_banks.
           copy cart_header.
           copy dirscan_ctl.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 ROM-DIR pic x(200) value spaces.
           01 SITE-DIR pic x(200) value spaces.
           01 DIGEST-CMD pic x(200) value "./ops_digest".
           01 SCAN-LIST-ARG pic x(256) value spaces.
           01 CUR-FILE-NAME pic x(64) value spaces.
           01 SCAN-I binary-short unsigned value 0.
           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 SYSTEM-COMMAND pic x(600) value spaces.
           01 SYSTEM-RC binary-long value 0.
           01 STAMP-TEXT pic x(21) value spaces.
           01 GENERATED-TEXT pic x(20) value spaces.

           01 PAGE-PATH pic x(300) value spaces.
           01 PAGE-STATUS-CD pic xx value spaces.
               88 PAGE-STATUS-OK value "00".
           01 READ-PATH pic x(300) value spaces.
           01 READ-STATUS-CD pic xx value spaces.
               88 READ-STATUS-OK value "00".
               88 READ-STATUS-EOF value "10".
           01 PROBE-PATH pic x(300) value spaces.
           01 PROBE-STATUS-CD pic xx value spaces.
               88 PROBE-EXISTS value "00".
           01 READ-PASS pic x(8) value spaces.

      *    > the header decode, as CART_CATALOG does it
           01 MBC-FAMILY pic x(20) value spaces.
           01 ROM-SIZE-TEXT pic x(12) value spaces.
           01 ROM-KB binary-long unsigned value 0.
           01 ROM-KB-DISPLAY pic z(5)9 value 0.
           01 RAM-SIZE-TEXT pic x(12) value spaces.
           01 RAM-KB binary-long unsigned value 0.
           01 RAM-KB-DISPLAY pic z(3)9 value 0.
           01 GLOBAL-SUM binary-long unsigned value 0.
           01 GLOBAL-STORED binary-long unsigned value 0.
           01 SUM-I binary-long unsigned value 0.
           01 TYPE-DISPLAY pic 9(3) value 0.
           01 SUM-DISPLAY pic 9(5) value 0.
           01 STORED-DISPLAY pic 9(5) value 0.
           01 HARDWARE-TEXT pic x(24) value spaces.
           01 COMPAT-STATUS pic x(12) value spaces.
           01 COMPAT-NOTES pic x(80) value spaces.
           01 COMPAT-CLASS pic x(12) value spaces.

      *    > the library, a row per cartridge, for the index page
           01 LIBRARY-COUNT binary-short unsigned value 0.
           01 LIBRARY-ROW occurs 512 times.
               05 LB-FILE pic x(64).
               05 LB-SAFE pic x(64).
               05 LB-TITLE pic x(16).
               05 LB-CART pic x(60).
               05 LB-CHECKS pic x(40).
               05 LB-COMPAT pic x(12).
               05 LB-THUMB pic x(80).
               05 LB-LAST-STAMP pic x(15).
               05 LB-LAST-PLAYER pic x(16).
           01 LIB-I binary-short unsigned value 0.
           01 SAFE-NAME pic x(64) value spaces.
           01 THUMB-NAME pic x(80) value spaces.

      *    > ledger fields
           01 FIELD-TEXT pic x(256) occurs 10 times.
           01 FLAGS-PADDED pic x(132) value spaces.
           01 PLAY-COUNT binary-short unsigned value 0.

      *    > this cartridge's page: the journal's latest 50 runs, in
      *    > a ring, newest written over oldest
           01 RUN-TOTAL binary-long unsigned value 0.
           01 RUN-NEXT binary-short unsigned value 0.
           01 RUN-KEPT binary-short unsigned value 0.
           01 RUN-ROW occurs 50 times.
               05 RN-STAMP pic x(15).
               05 RN-PLAYER pic x(16).
               05 RN-FLAGS pic x(60).
               05 RN-REASON pic x(24).
               05 RN-SECONDS pic x(12).
               05 RN-FRAMES pic x(12).
           01 RUN-I binary-short unsigned value 0.

           01 SCORE-COUNT binary-short unsigned value 0.
           01 SCORE-ROW occurs 256 times.
               05 SC-SCORE binary-double unsigned.
               05 SC-PLAYER pic x(16).
               05 SC-DATE pic x(8).
               05 SC-PICKED binary-char unsigned.
           01 SCORE-I binary-short unsigned value 0.
           01 SCORE-PICK binary-short unsigned value 0.
           01 SCORE-BEST binary-double unsigned value 0.
           01 SCORE-RANK binary-short unsigned value 0.

           01 AWARD-COUNT binary-short unsigned value 0.
           01 AWARD-ROW occurs 64 times.
               05 AW-NAME pic x(24).
               05 AW-TIMES binary-long unsigned.
               05 AW-FIRST pic x(8).
               05 AW-PLAYER pic x(16).
           01 AWARD-I binary-short unsigned value 0.
           01 AWARD-SLOT binary-short unsigned value 0.

      *    > the compatibility entry for this dump, and what its
      *    > evidence pointers lead to
           01 ENTRY-FOUND binary-char unsigned value 0.
               88 ENTRY-WAS-FOUND value 1.
           01 ENTRY-ANALYST pic x(16) value spaces.
           01 ENTRY-DATE pic x(8) value spaces.
           01 ENTRY-GOLDEN pic x(200) value spaces.
           01 ENTRY-TESTROM pic x(200) value spaces.
           01 ENTRY-SOAK pic x(24) value spaces.
           01 GOLDEN-STATE pic x(12) value spaces.
           01 POINT-COUNT binary-short unsigned value 0.
           01 POINT-ROW occurs 64 times.
               05 GP-FRAME pic x(12).
               05 GP-VERDICT pic x(8).
               05 GP-DATE pic x(15).
           01 POINT-I binary-short unsigned value 0.
           01 POINT-SLOT binary-short unsigned value 0.
           01 TESTROM-STATE pic x(12) value spaces.
           01 TESTROM-BUILD pic x(40) value spaces.
           01 TESTROM-DATE pic x(15) value spaces.
           01 TESTROM-RUNS binary-long unsigned value 0.

      *    > writing a page: a table row is built cell by cell
           01 PAGE-TITLE-TEXT pic x(120) value spaces.
           01 PAGE-UP pic x(3) value spaces.
           01 ROW-PTR binary-short unsigned value 0.
           01 CELL-IN pic x(600) value spaces.
           01 HTML-IN pic x(600) value spaces.
           01 HTML-OUT pic x(1200) value spaces.
           01 HTML-LEN binary-short unsigned value 0.
           01 HTML-PTR binary-short unsigned value 0.
           01 IN-LEN binary-short unsigned value 0.
           01 CHAR-I binary-short unsigned value 0.
           01 ONE-CHAR pic x value space.
           01 COUNT-DISPLAY pic z(5)9 value 0.
           01 SCORE-DISPLAY pic z(9)9 value 0.
           01 RANK-DISPLAY pic z9 value 0.
           01 DIGEST-LINES binary-long unsigned value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept ROM-DIR from argument-value.
           display 2 upon argument-number.
           accept SITE-DIR from argument-value.
           display 3 upon argument-number.
           accept CELL-IN from argument-value.
           if ROM-DIR = spaces or SITE-DIR = spaces
               display "usage: site_publish <rom-dir> <site-dir>"
                   " [digest-cmd]"
               move 12 to return-code
               stop run
           end-if.
           if CELL-IN not = spaces
               move CELL-IN to DIGEST-CMD
           end-if.

           move spaces to SYSTEM-COMMAND.
           string "mkdir -p '" function trim(SITE-DIR) "/titles' '"
               function trim(SITE-DIR) "/thumbs'"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to SYSTEM-RC.
           move 0 to return-code.
           if SYSTEM-RC not = 0
               display "cannot make " function trim(SITE-DIR)
               move 12 to return-code
               stop run
           end-if.

           move function current-date to STAMP-TEXT.
           move spaces to GENERATED-TEXT.
           string STAMP-TEXT (1:4) "-" STAMP-TEXT (5:2) "-"
               STAMP-TEXT (7:2) " " STAMP-TEXT (9:2) ":"
               STAMP-TEXT (11:2)
               delimited by size into GENERATED-TEXT.

           display "==== SITE PUBLISH: " function trim(ROM-DIR)
               " -> " function trim(SITE-DIR) " ====".
           move spaces to SCAN-LIST-ARG.
           call "DIR_SCAN" using by reference ROM-DIR,
               by reference SCAN-LIST-ARG.
           perform PUBLISH-ONE-CARTRIDGE
               varying SCAN-I from 1 by 1
               until SCAN-I > DIRSCAN-COUNT.
           perform WRITE-INDEX-PAGE thru WRITE-INDEX-PAGE-EXIT.
           perform WRITE-DIGEST-PAGE thru WRITE-DIGEST-PAGE-EXIT.

           move LIBRARY-COUNT to COUNT-DISPLAY.
           display "published " function trim(COUNT-DISPLAY)
               " cartridges to " function trim(SITE-DIR)
               "/index.html".
           if DIGEST-LINES = 0
               display "the morning digest could not be produced"
                   " (" function trim(DIGEST-CMD) ")"
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

      *    > load the cartridge, decode its header, gather what the
      *    > ledgers say about its title, and write its page
       PUBLISH-ONE-CARTRIDGE.
           if LIBRARY-COUNT = 512
               continue
           else
               move DIRSCAN-FILE-NAME (SCAN-I) to CUR-FILE-NAME
               add 1 to LIBRARY-COUNT
               move LIBRARY-COUNT to LIB-I
               initialize LIBRARY-ROW (LIB-I)
               perform DECODE-CARTRIDGE
               perform COPY-THUMBNAIL
               perform GATHER-LEDGERS
               perform WRITE-TITLE-PAGE thru WRITE-TITLE-PAGE-EXIT
               display "  " function trim(CUR-FILE-NAME) "  "
                   function trim(CART-TITLE) "  "
                   function trim(COMPAT-STATUS)
           end-if.

       DECODE-CARTRIDGE.
           move spaces to ROM-PATH.
           string function trim(ROM-DIR) "/"
               function trim(CUR-FILE-NAME)
               delimited by size into ROM-PATH.
           call "ROM_LOADER" using by reference ROM-PATH,
               by reference ROM-SIZE.
           move 0 to MC-BOOT-GAME.
           call "CART_HEADER_CHECK".
           perform DECODE-MBC-FAMILY.
           perform DECODE-ROM-SIZE.
           perform DECODE-RAM-SIZE.
           perform VERIFY-GLOBAL-CHECKSUM.
           evaluate true
               when CART-CGB-ONLY
                   move "Game Boy Color only" to HARDWARE-TEXT
               when CART-CGB-FLAG = 128
                   move "Game Boy / Color" to HARDWARE-TEXT
               when other
                   move "Game Boy" to HARDWARE-TEXT
           end-evaluate.
           if CART-SGB-AWARE
               move spaces to CELL-IN
               string function trim(HARDWARE-TEXT) ", Super GB"
                   delimited by size into CELL-IN
               move CELL-IN to HARDWARE-TEXT
           end-if.
           call "COMPAT_LOOKUP" using by reference CART-TITLE,
               by reference GLOBAL-SUM, by reference COMPAT-STATUS,
               by reference COMPAT-NOTES.

      *    > page names keep to what a URL and a shell take as-is
           move CUR-FILE-NAME to SAFE-NAME.
           inspect SAFE-NAME replacing all "'" by "_" all '"' by "_"
               all "#" by "_" all "?" by "_" all "%" by "_"
               all "&" by "_" all "<" by "_" all ">" by "_".
           move function trim(SAFE-NAME) to SAFE-NAME.
           inspect SAFE-NAME replacing all " " by "_"
               before initial "  ".

           move CUR-FILE-NAME to LB-FILE (LIB-I).
           move SAFE-NAME to LB-SAFE (LIB-I).
           move CART-TITLE to LB-TITLE (LIB-I).
           move COMPAT-STATUS to LB-COMPAT (LIB-I).
           string function trim(MBC-FAMILY) ", "
               function trim(ROM-SIZE-TEXT) " ROM, "
               function trim(RAM-SIZE-TEXT) " RAM"
               delimited by size into LB-CART (LIB-I).
           if CART-BATTERY-BACKED
               move spaces to CELL-IN
               string function trim(LB-CART (LIB-I)) ", battery"
                   delimited by size into CELL-IN
               move CELL-IN to LB-CART (LIB-I)
           end-if.
           evaluate true
               when CART-HEADER-OK and GLOBAL-SUM = GLOBAL-STORED
                   move "ok" to LB-CHECKS (LIB-I)
               when CART-HEADER-OK
                   move "global MISMATCH (corrupt dump?)"
                       to LB-CHECKS (LIB-I)
               when GLOBAL-SUM = GLOBAL-STORED
                   move "header MISMATCH" to LB-CHECKS (LIB-I)
               when other
                   move "header and global MISMATCH"
                       to LB-CHECKS (LIB-I)
           end-evaluate.

      *    > THUMB_GEN keeps <rom-dir>/thumbs/<rom-file>.png or .ppm
       COPY-THUMBNAIL.
           move spaces to THUMB-NAME.
           move spaces to PROBE-PATH.
           string function trim(ROM-DIR) "/thumbs/"
               function trim(CUR-FILE-NAME) ".png"
               delimited by size into PROBE-PATH.
           open input PROBE-FILE.
           if PROBE-EXISTS
               close PROBE-FILE
               string function trim(SAFE-NAME) ".png"
                   delimited by size into THUMB-NAME
           else
               move spaces to PROBE-PATH
               string function trim(ROM-DIR) "/thumbs/"
                   function trim(CUR-FILE-NAME) ".ppm"
                   delimited by size into PROBE-PATH
               open input PROBE-FILE
               if PROBE-EXISTS
                   close PROBE-FILE
                   string function trim(SAFE-NAME) ".ppm"
                       delimited by size into THUMB-NAME
               end-if
           end-if.
           if THUMB-NAME not = spaces
               move THUMB-NAME to LB-THUMB (LIB-I)
               move spaces to SYSTEM-COMMAND
               string "cp -p '" function trim(PROBE-PATH) "' '"
                   function trim(SITE-DIR) "/thumbs/"
                   function trim(THUMB-NAME) "'"
                   delimited by size into SYSTEM-COMMAND
               call "SYSTEM" using by reference SYSTEM-COMMAND
               move 0 to return-code
           end-if.

      *    > one pass over each ledger for this title
       GATHER-LEDGERS.
           move 0 to RUN-TOTAL RUN-NEXT RUN-KEPT.
           move 0 to SCORE-COUNT AWARD-COUNT POINT-COUNT.
           move 0 to ENTRY-FOUND TESTROM-RUNS.
           move spaces to ENTRY-ANALYST ENTRY-DATE ENTRY-GOLDEN
               ENTRY-TESTROM ENTRY-SOAK TESTROM-BUILD TESTROM-DATE.
           move "none" to GOLDEN-STATE.
           move "none" to TESTROM-STATE.
           move "colboy-runs.log" to READ-PATH.
           move "RUNS" to READ-PASS.
           perform READ-LEDGER thru READ-LEDGER-EXIT.
           move "colboy-scores.log" to READ-PATH.
           move "SCORES" to READ-PASS.
           perform READ-LEDGER thru READ-LEDGER-EXIT.
           move "colboy-awards.log" to READ-PATH.
           move "AWARDS" to READ-PASS.
           perform READ-LEDGER thru READ-LEDGER-EXIT.
           move "colboy-compat.cfg" to READ-PATH.
           move "COMPAT" to READ-PASS.
           perform READ-LEDGER thru READ-LEDGER-EXIT.
           if ENTRY-GOLDEN not = spaces
               move spaces to READ-PATH
               string function trim(ENTRY-GOLDEN) ".results"
                   delimited by size into READ-PATH
               move "unreadable" to GOLDEN-STATE
               move "GOLDEN" to READ-PASS
               perform READ-LEDGER thru READ-LEDGER-EXIT
           end-if.
           if ENTRY-TESTROM not = spaces
               move ENTRY-TESTROM to READ-PATH
               move "unreadable" to TESTROM-STATE
               move "TESTROM" to READ-PASS
               perform READ-LEDGER thru READ-LEDGER-EXIT
           end-if.

       READ-LEDGER.
           open input READ-FILE.
           if not READ-STATUS-OK
               go to READ-LEDGER-EXIT
           end-if.
           evaluate READ-PASS
               when "GOLDEN"
                   move "no rows" to GOLDEN-STATE
               when "TESTROM"
                   move "no rows" to TESTROM-STATE
           end-evaluate.
           perform READ-LEDGER-ROW until READ-STATUS-EOF.
           close READ-FILE.
           if READ-PASS = "GOLDEN" and POINT-COUNT > 0
               move "PASS" to GOLDEN-STATE
               perform FOLD-GOLDEN-POINT
                   varying POINT-I from 1 by 1
                   until POINT-I > POINT-COUNT
           end-if.
       READ-LEDGER-EXIT.
           exit paragraph.

       READ-LEDGER-ROW.
           read READ-FILE
               at end
                   set READ-STATUS-EOF to true
               not at end
                   perform SPLIT-READ-LINE
                   evaluate READ-PASS
                       when "RUNS"
                           perform TAKE-RUN-ROW
                       when "SCORES"
                           perform TAKE-SCORE-ROW
                       when "AWARDS"
                           perform TAKE-AWARD-ROW
                       when "COMPAT"
                           perform TAKE-COMPAT-ROW
                       when "GOLDEN"
                           perform TAKE-GOLDEN-ROW
                       when "TESTROM"
                           perform TAKE-TESTROM-ROW
                   end-evaluate
           end-read.

       SPLIT-READ-LINE.
           move spaces to FIELD-TEXT (1) FIELD-TEXT (2) FIELD-TEXT (3)
               FIELD-TEXT (4) FIELD-TEXT (5) FIELD-TEXT (6)
               FIELD-TEXT (7) FIELD-TEXT (8) FIELD-TEXT (9)
               FIELD-TEXT (10).
           unstring READ-LINE delimited by "|"
               into FIELD-TEXT (1) FIELD-TEXT (2) FIELD-TEXT (3)
                   FIELD-TEXT (4) FIELD-TEXT (5) FIELD-TEXT (6)
                   FIELD-TEXT (7) FIELD-TEXT (8) FIELD-TEXT (9)
                   FIELD-TEXT (10).

      *    > stamp|title|rom|flags|frames|instr|cycles|reason|
      *    > seconds|player|... - the latest live session is when
      *    > it was last played
       TAKE-RUN-ROW.
           if FIELD-TEXT (2) = CART-TITLE
               add 1 to RUN-TOTAL
               add 1 to RUN-NEXT
               if RUN-NEXT > 50
                   move 1 to RUN-NEXT
               end-if
               if RUN-KEPT < 50
                   add 1 to RUN-KEPT
               end-if
               move FIELD-TEXT (1) to RN-STAMP (RUN-NEXT)
               move FIELD-TEXT (4) to RN-FLAGS (RUN-NEXT)
               move FIELD-TEXT (5) to RN-FRAMES (RUN-NEXT)
               move FIELD-TEXT (8) to RN-REASON (RUN-NEXT)
               move FIELD-TEXT (9) to RN-SECONDS (RUN-NEXT)
               move FIELD-TEXT (10) to RN-PLAYER (RUN-NEXT)
               move spaces to FLAGS-PADDED
               string " " function upper-case(
                   function trim(FIELD-TEXT (4))) " "
                   delimited by size into FLAGS-PADDED
               move 0 to PLAY-COUNT
               inspect FLAGS-PADDED tallying PLAY-COUNT
                   for all " PLAY "
               if PLAY-COUNT > 0
                   move FIELD-TEXT (1) to LB-LAST-STAMP (LIB-I)
                   move FIELD-TEXT (10) to LB-LAST-PLAYER (LIB-I)
               end-if
           end-if.

      *    > stamp|title|player|score|frame
       TAKE-SCORE-ROW.
           if FIELD-TEXT (2) = CART-TITLE and SCORE-COUNT < 256
               add 1 to SCORE-COUNT
               move function numval(FIELD-TEXT (4))
                   to SC-SCORE (SCORE-COUNT)
               move FIELD-TEXT (3) to SC-PLAYER (SCORE-COUNT)
               move FIELD-TEXT (1) (1:8) to SC-DATE (SCORE-COUNT)
               move 0 to SC-PICKED (SCORE-COUNT)
           end-if.

      *    > stamp|title|achievement|frame|player
       TAKE-AWARD-ROW.
           if FIELD-TEXT (2) = CART-TITLE
               move 0 to AWARD-SLOT
               perform MATCH-AWARD
                   varying AWARD-I from 1 by 1
                   until AWARD-I > AWARD-COUNT
               if AWARD-SLOT = 0 and AWARD-COUNT < 64
                   add 1 to AWARD-COUNT
                   move AWARD-COUNT to AWARD-SLOT
                   move FIELD-TEXT (3) to AW-NAME (AWARD-SLOT)
                   move 0 to AW-TIMES (AWARD-SLOT)
                   move FIELD-TEXT (1) (1:8) to AW-FIRST (AWARD-SLOT)
                   move FIELD-TEXT (5) to AW-PLAYER (AWARD-SLOT)
               end-if
               if AWARD-SLOT not = 0
                   add 1 to AW-TIMES (AWARD-SLOT)
               end-if
           end-if.

       MATCH-AWARD.
           if AW-NAME (AWARD-I) = FIELD-TEXT (3)
               move AWARD-I to AWARD-SLOT
           end-if.

      *    > TITLE|GLOBALSUM|STATUS|ANALYST|DATE|GOLDEN|TESTROM|
      *    > SOAK|NOTES - this dump's own row
       TAKE-COMPAT-ROW.
           if FIELD-TEXT (1) = CART-TITLE
               and function trim(FIELD-TEXT (2)) is numeric
               and function numval(FIELD-TEXT (2)) = GLOBAL-SUM
               move 1 to ENTRY-FOUND
               move FIELD-TEXT (4) to ENTRY-ANALYST
               move FIELD-TEXT (5) to ENTRY-DATE
               move FIELD-TEXT (6) to ENTRY-GOLDEN
               move FIELD-TEXT (7) to ENTRY-TESTROM
               move FIELD-TEXT (8) to ENTRY-SOAK
           end-if.

      *    > stamp|TITLE|FRAME|EXPECTED|ACTUAL|PASS/FAIL|ROM - the
      *    > latest verdict of each checkpoint counts
       TAKE-GOLDEN-ROW.
           if FIELD-TEXT (2) = CART-TITLE
               move 0 to POINT-SLOT
               perform FIND-GOLDEN-POINT
                   varying POINT-I from 1 by 1
                   until POINT-I > POINT-COUNT
               if POINT-SLOT = 0 and POINT-COUNT < 64
                   add 1 to POINT-COUNT
                   move POINT-COUNT to POINT-SLOT
                   move FIELD-TEXT (3) to GP-FRAME (POINT-SLOT)
               end-if
               if POINT-SLOT not = 0
                   move FIELD-TEXT (6) to GP-VERDICT (POINT-SLOT)
                   move FIELD-TEXT (1) to GP-DATE (POINT-SLOT)
               end-if
           end-if.

       FIND-GOLDEN-POINT.
           if GP-FRAME (POINT-I) = FIELD-TEXT (3)
               move POINT-I to POINT-SLOT
           end-if.

       FOLD-GOLDEN-POINT.
           if GP-VERDICT (POINT-I) not = "PASS"
               move "FAIL" to GOLDEN-STATE
           end-if.

      *    > stamp|build|rom|TITLE|verdict - the latest one stands
       TAKE-TESTROM-ROW.
           if FIELD-TEXT (4) = CART-TITLE
               add 1 to TESTROM-RUNS
               move FIELD-TEXT (1) to TESTROM-DATE
               move FIELD-TEXT (2) to TESTROM-BUILD
               if FIELD-TEXT (5) = "PASS"
                   move "PASS" to TESTROM-STATE
               else
                   move "FAIL" to TESTROM-STATE
               end-if
           end-if.

      *    > titles/<rom>.html
       WRITE-TITLE-PAGE.
           move spaces to PAGE-PATH.
           string function trim(SITE-DIR) "/titles/"
               function trim(SAFE-NAME) ".html"
               delimited by size into PAGE-PATH.
           open output PAGE-FILE.
           if not PAGE-STATUS-OK
               display "cannot write " function trim(PAGE-PATH)
               go to WRITE-TITLE-PAGE-EXIT
           end-if.
           move spaces to PAGE-TITLE-TEXT.
           string function trim(CART-TITLE) " - "
               function trim(CUR-FILE-NAME)
               delimited by size into PAGE-TITLE-TEXT.
           move "../" to PAGE-UP.
           perform WRITE-PAGE-HEAD.
           move "<p><a href=""../index.html"">library</a></p>"
               to CELL-IN.
           perform PUT-TEXT.

           move "<h2>Cartridge</h2>" to CELL-IN.
           perform PUT-TEXT.
           if LB-THUMB (LIB-I) (1:1) not = space
               perform PUT-TITLE-THUMB
           end-if.
           move "<table>" to CELL-IN.
           perform PUT-TEXT.
           move "file" to HTML-IN.
           move CUR-FILE-NAME to CELL-IN.
           perform PUT-PAIR-ROW.
           move "title" to HTML-IN.
           move CART-TITLE to CELL-IN.
           perform PUT-PAIR-ROW.
           move CART-TYPE to TYPE-DISPLAY.
           move spaces to CELL-IN.
           string TYPE-DISPLAY " (" function trim(MBC-FAMILY) ")"
               delimited by size into CELL-IN.
           move "type" to HTML-IN.
           perform PUT-PAIR-ROW.
           move ROM-SIZE to COUNT-DISPLAY.
           move spaces to CELL-IN.
           string function trim(ROM-SIZE-TEXT) " (file holds "
               function trim(COUNT-DISPLAY) " bytes)"
               delimited by size into CELL-IN.
           move "rom" to HTML-IN.
           perform PUT-PAIR-ROW.
           move "ram" to HTML-IN.
           move RAM-SIZE-TEXT to CELL-IN.
           perform PUT-PAIR-ROW.
           move "battery" to HTML-IN.
           if CART-BATTERY-BACKED
               move "yes (keeps a .sav)" to CELL-IN
           else
               move "no" to CELL-IN
           end-if.
           perform PUT-PAIR-ROW.
           move "hardware" to HTML-IN.
           move HARDWARE-TEXT to CELL-IN.
           perform PUT-PAIR-ROW.
           move "header checksum" to HTML-IN.
           if CART-HEADER-OK
               move "ok" to CELL-IN
           else
               move "MISMATCH" to CELL-IN
           end-if.
           perform PUT-PAIR-ROW.
           move GLOBAL-SUM to SUM-DISPLAY.
           move GLOBAL-STORED to STORED-DISPLAY.
           move spaces to CELL-IN.
           if GLOBAL-SUM = GLOBAL-STORED
               string "ok (" SUM-DISPLAY ")"
                   delimited by size into CELL-IN
           else
               string "MISMATCH - stored " STORED-DISPLAY
                   " computed " SUM-DISPLAY " (corrupt dump?)"
                   delimited by size into CELL-IN
           end-if.
           move "global checksum" to HTML-IN.
           perform PUT-PAIR-ROW.
           move "</table>" to CELL-IN.
           perform PUT-TEXT.

           perform PUT-COMPAT-SECTION.
           perform PUT-RUN-SECTION.
           perform PUT-SCORE-SECTION.
           perform PUT-AWARD-SECTION.
           perform WRITE-PAGE-FOOT.
           close PAGE-FILE.
       WRITE-TITLE-PAGE-EXIT.
           exit paragraph.

       PUT-TITLE-THUMB.
           move spaces to PAGE-LINE.
           if function reverse(function trim(LB-THUMB (LIB-I))) (1:4)
                   = "gnp."
               string "<p><img class=""thumb"" src=""../thumbs/"
                   function trim(LB-THUMB (LIB-I))
                   """ alt=""title screen""></p>"
                   delimited by size into PAGE-LINE
           else
               string "<p><a href=""../thumbs/"
                   function trim(LB-THUMB (LIB-I))
                   """>title screen (ppm)</a></p>"
                   delimited by size into PAGE-LINE
           end-if.
           write PAGE-LINE.

      *    > the verdict and what backs it up
       PUT-COMPAT-SECTION.
           move "<h2>Compatibility</h2>" to CELL-IN.
           perform PUT-TEXT.
           move "<table>" to CELL-IN.
           perform PUT-TEXT.
           move "status" to HTML-IN.
           move COMPAT-STATUS to CELL-IN.
           perform PUT-PAIR-ROW.
           if COMPAT-NOTES not = spaces
               move "known issues" to HTML-IN
               move COMPAT-NOTES to CELL-IN
               perform PUT-PAIR-ROW
           end-if.
           if ENTRY-WAS-FOUND
               move spaces to CELL-IN
               string function trim(ENTRY-ANALYST) " on "
                   ENTRY-DATE
                   delimited by size into CELL-IN
               move "rated by" to HTML-IN
               perform PUT-PAIR-ROW
           end-if.
           move spaces to CELL-IN.
           if ENTRY-GOLDEN = spaces
               move "none" to CELL-IN
           else
               string function trim(GOLDEN-STATE) " - "
                   function trim(ENTRY-GOLDEN)
                   delimited by size into CELL-IN
           end-if.
           move "golden" to HTML-IN.
           perform PUT-PAIR-ROW.
           move spaces to CELL-IN.
           if ENTRY-TESTROM = spaces
               move "none" to CELL-IN
           else
               move TESTROM-RUNS to COUNT-DISPLAY
               if TESTROM-RUNS = 0
                   string function trim(TESTROM-STATE) " - "
                       function trim(ENTRY-TESTROM)
                       delimited by size into CELL-IN
               else
                   string function trim(TESTROM-STATE) " on build "
                       function trim(TESTROM-BUILD) ", "
                       TESTROM-DATE " (" function trim(COUNT-DISPLAY)
                       " verdicts in " function trim(ENTRY-TESTROM)
                       ")"
                       delimited by size into CELL-IN
               end-if
           end-if.
           move "test ROM" to HTML-IN.
           perform PUT-PAIR-ROW.
           if ENTRY-SOAK not = spaces
               move "soak" to HTML-IN
               move ENTRY-SOAK to CELL-IN
               perform PUT-PAIR-ROW
           end-if.
           move "</table>" to CELL-IN.
           perform PUT-TEXT.
           if POINT-COUNT > 0
               move "<h3>Golden checkpoints</h3>" to CELL-IN
               perform PUT-TEXT
               move "<table><tr><th>frame</th><th>latest verdict</th>"
                   to CELL-IN
               perform PUT-TEXT
               move "<th>when</th></tr>" to CELL-IN
               perform PUT-TEXT
               perform PUT-GOLDEN-ROW
                   varying POINT-I from 1 by 1
                   until POINT-I > POINT-COUNT
               move "</table>" to CELL-IN
               perform PUT-TEXT
           end-if.

       PUT-GOLDEN-ROW.
           perform BEGIN-ROW.
           move GP-FRAME (POINT-I) to CELL-IN.
           perform ADD-CELL.
           move GP-VERDICT (POINT-I) to CELL-IN.
           perform ADD-CELL.
           move GP-DATE (POINT-I) to CELL-IN.
           perform ADD-CELL.
           perform END-ROW.

      *    > newest first, back round the ring
       PUT-RUN-SECTION.
           move RUN-TOTAL to COUNT-DISPLAY.
           move spaces to CELL-IN.
           string "<h2>Run history (" function trim(COUNT-DISPLAY)
               " runs in the journal"
               delimited by size into CELL-IN.
           if RUN-TOTAL > 50
               string function trim(CELL-IN) ", latest 50 shown"
                   delimited by size into CELL-IN
           end-if.
           string function trim(CELL-IN) ")</h2>"
               delimited by size into CELL-IN.
           perform PUT-TEXT.
           if RUN-KEPT = 0
               move "<p>no runs on record</p>" to CELL-IN
               perform PUT-TEXT
           else
               move "<table><tr><th>ended</th><th>player</th>"
                   to CELL-IN
               perform PUT-TEXT
               move "<th>flags</th><th>end reason</th><th>seconds</th>"
                   to CELL-IN
               perform PUT-TEXT
               move "<th>frames</th></tr>" to CELL-IN
               perform PUT-TEXT
               move RUN-NEXT to RUN-I
               perform PUT-RUN-ROW RUN-KEPT times
               move "</table>" to CELL-IN
               perform PUT-TEXT
           end-if.

       PUT-RUN-ROW.
           perform BEGIN-ROW.
           move RN-STAMP (RUN-I) to CELL-IN.
           perform ADD-CELL.
           move RN-PLAYER (RUN-I) to CELL-IN.
           perform ADD-CELL.
           move RN-FLAGS (RUN-I) to CELL-IN.
           perform ADD-CELL.
           move RN-REASON (RUN-I) to CELL-IN.
           perform ADD-CELL.
           move RN-SECONDS (RUN-I) to CELL-IN.
           perform ADD-CELL.
           move RN-FRAMES (RUN-I) to CELL-IN.
           perform ADD-CELL.
           perform END-ROW.
           if RUN-I = 1
               move 50 to RUN-I
           else
               subtract 1 from RUN-I
           end-if.

      *    > the top ten, SCORES_REPORT's repeated maximum scan
       PUT-SCORE-SECTION.
           move "<h2>High scores</h2>" to CELL-IN.
           perform PUT-TEXT.
           if SCORE-COUNT = 0
               move "<p>no scores on record</p>" to CELL-IN
               perform PUT-TEXT
           else
               move "<table><tr><th>#</th><th>score</th>" to CELL-IN
               perform PUT-TEXT
               move "<th>player</th><th>date</th></tr>" to CELL-IN
               perform PUT-TEXT
               move 0 to SCORE-RANK
               perform PUT-NEXT-SCORE 10 times
               move "</table>" to CELL-IN
               perform PUT-TEXT
           end-if.

       PUT-NEXT-SCORE.
           move 0 to SCORE-PICK.
           move 0 to SCORE-BEST.
           perform CONSIDER-SCORE
               varying SCORE-I from 1 by 1 until SCORE-I > SCORE-COUNT.
           if SCORE-PICK not = 0
               move 1 to SC-PICKED (SCORE-PICK)
               add 1 to SCORE-RANK
               perform BEGIN-ROW
               move SCORE-RANK to RANK-DISPLAY
               move RANK-DISPLAY to CELL-IN
               perform ADD-CELL
               move SC-SCORE (SCORE-PICK) to SCORE-DISPLAY
               move SCORE-DISPLAY to CELL-IN
               perform ADD-CELL
               move SC-PLAYER (SCORE-PICK) to CELL-IN
               perform ADD-CELL
               move SC-DATE (SCORE-PICK) to CELL-IN
               perform ADD-CELL
               perform END-ROW
           end-if.

       CONSIDER-SCORE.
           if SC-PICKED (SCORE-I) = 0
               and SC-SCORE (SCORE-I) >= SCORE-BEST
               move SC-SCORE (SCORE-I) to SCORE-BEST
               move SCORE-I to SCORE-PICK
           end-if.

       PUT-AWARD-SECTION.
           move "<h2>Awards</h2>" to CELL-IN.
           perform PUT-TEXT.
           if AWARD-COUNT = 0
               move "<p>no achievements earned</p>" to CELL-IN
               perform PUT-TEXT
           else
               move "<table><tr><th>achievement</th><th>times</th>"
                   to CELL-IN
               perform PUT-TEXT
               move "<th>first earned</th><th>by</th></tr>" to CELL-IN
               perform PUT-TEXT
               perform PUT-AWARD-ROW
                   varying AWARD-I from 1 by 1
                   until AWARD-I > AWARD-COUNT
               move "</table>" to CELL-IN
               perform PUT-TEXT
           end-if.

       PUT-AWARD-ROW.
           perform BEGIN-ROW.
           move AW-NAME (AWARD-I) to CELL-IN.
           perform ADD-CELL.
           move AW-TIMES (AWARD-I) to COUNT-DISPLAY.
           move COUNT-DISPLAY to CELL-IN.
           perform ADD-CELL.
           move AW-FIRST (AWARD-I) to CELL-IN.
           perform ADD-CELL.
           move AW-PLAYER (AWARD-I) to CELL-IN.
           perform ADD-CELL.
           perform END-ROW.

      *    > index.html - the library, a row per cartridge
       WRITE-INDEX-PAGE.
           move spaces to PAGE-PATH.
           string function trim(SITE-DIR) "/index.html"
               delimited by size into PAGE-PATH.
           open output PAGE-FILE.
           if not PAGE-STATUS-OK
               display "cannot write " function trim(PAGE-PATH)
               move 12 to return-code
               stop run
           end-if.
           move spaces to PAGE-TITLE-TEXT.
           string "ColBoy library - " function trim(ROM-DIR)
               delimited by size into PAGE-TITLE-TEXT.
           move spaces to PAGE-UP.
           perform WRITE-PAGE-HEAD.
           move "<p><a href=""digest.html"">morning digest</a></p>"
               to CELL-IN.
           perform PUT-TEXT.
           move "<table><tr><th></th><th>title</th><th>file</th>"
               to CELL-IN.
           perform PUT-TEXT.
           move "<th>cartridge</th><th>checksums</th>" to CELL-IN.
           perform PUT-TEXT.
           move "<th>compatibility</th><th>last played</th></tr>"
               to CELL-IN.
           perform PUT-TEXT.
           perform PUT-LIBRARY-ROW
               varying LIB-I from 1 by 1 until LIB-I > LIBRARY-COUNT.
           move "</table>" to CELL-IN.
           perform PUT-TEXT.
           move LIBRARY-COUNT to COUNT-DISPLAY.
           move spaces to CELL-IN.
           string "<p>" function trim(COUNT-DISPLAY) " cartridges"
               "</p>" delimited by size into CELL-IN.
           perform PUT-TEXT.
           perform WRITE-PAGE-FOOT.
           close PAGE-FILE.
       WRITE-INDEX-PAGE-EXIT.
           exit paragraph.

       PUT-LIBRARY-ROW.
           perform BEGIN-ROW.
           move spaces to CELL-IN.
           if LB-THUMB (LIB-I) not = spaces
               if function reverse(function trim(LB-THUMB (LIB-I)))
                       (1:4) = "gnp."
                   string "<img class=""thumb"" src=""thumbs/"
                       function trim(LB-THUMB (LIB-I))
                       """ alt="""">"
                       delimited by size into CELL-IN
               else
                   string "<a href=""thumbs/"
                       function trim(LB-THUMB (LIB-I))
                       """>ppm</a>"
                       delimited by size into CELL-IN
               end-if
           end-if.
           perform ADD-RAW-CELL.
           move LB-TITLE (LIB-I) to HTML-IN.
           perform ESCAPE-HTML.
           move spaces to CELL-IN.
           if HTML-LEN = 0
               move "(no title)" to HTML-OUT
               move 10 to HTML-LEN
           end-if.
           string "<a href=""titles/" function trim(LB-SAFE (LIB-I))
               ".html"">" HTML-OUT (1:HTML-LEN) "</a>"
               delimited by size into CELL-IN.
           perform ADD-RAW-CELL.
           move LB-FILE (LIB-I) to CELL-IN.
           perform ADD-CELL.
           move LB-CART (LIB-I) to CELL-IN.
           perform ADD-CELL.
           move LB-CHECKS (LIB-I) to CELL-IN.
           perform ADD-CELL.
      *    > a status with a "?" is another dump's verdict
           move LB-COMPAT (LIB-I) to COMPAT-CLASS.
           inspect COMPAT-CLASS replacing all "?" by space.
           move spaces to CELL-IN.
           string "<td class=""" function trim(COMPAT-CLASS) """>"
               function trim(LB-COMPAT (LIB-I)) "</td>"
               delimited by size into CELL-IN.
           string function trim(CELL-IN)
               delimited by size into PAGE-LINE with pointer ROW-PTR.
           move spaces to CELL-IN.
           if LB-LAST-STAMP (LIB-I) = spaces
               move "never" to CELL-IN
           else
               string LB-LAST-STAMP (LIB-I) (1:4) "-"
                   LB-LAST-STAMP (LIB-I) (5:2) "-"
                   LB-LAST-STAMP (LIB-I) (7:2) " "
                   LB-LAST-STAMP (LIB-I) (10:2) ":"
                   LB-LAST-STAMP (LIB-I) (12:2)
                   delimited by size into CELL-IN
               if LB-LAST-PLAYER (LIB-I) not = spaces
                   string function trim(CELL-IN) " by "
                       function trim(LB-LAST-PLAYER (LIB-I))
                       delimited by size into CELL-IN
               end-if
           end-if.
           perform ADD-CELL.
           perform END-ROW.

      *    > the digest is whatever OPS_DIGEST prints this morning
       WRITE-DIGEST-PAGE.
           move spaces to READ-PATH.
           string function trim(SITE-DIR) "/digest.txt"
               delimited by size into READ-PATH.
           move spaces to SYSTEM-COMMAND.
           string function trim(DIGEST-CMD) " > '"
               function trim(READ-PATH) "' 2>&1"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to SYSTEM-RC.
           move 0 to return-code.

           move spaces to PAGE-PATH.
           string function trim(SITE-DIR) "/digest.html"
               delimited by size into PAGE-PATH.
           open output PAGE-FILE.
           if not PAGE-STATUS-OK
               display "cannot write " function trim(PAGE-PATH)
               go to WRITE-DIGEST-PAGE-EXIT
           end-if.
           move "Morning digest" to PAGE-TITLE-TEXT.
           move spaces to PAGE-UP.
           perform WRITE-PAGE-HEAD.
           move "<p><a href=""index.html"">library</a></p>" to CELL-IN.
           perform PUT-TEXT.
      *    > 127 is the shell's "no such command"
           move 0 to DIGEST-LINES.
           if SYSTEM-RC / 256 not = 127
               open input READ-FILE
               if READ-STATUS-OK
                   move "<pre>" to CELL-IN
                   perform PUT-TEXT
                   perform COPY-DIGEST-LINE until READ-STATUS-EOF
                   close READ-FILE
                   move "</pre>" to CELL-IN
                   perform PUT-TEXT
               end-if
           end-if.
           if DIGEST-LINES = 0
               move "<p>no digest could be produced</p>" to CELL-IN
               perform PUT-TEXT
           end-if.
           perform WRITE-PAGE-FOOT.
           close PAGE-FILE.
       WRITE-DIGEST-PAGE-EXIT.
           exit paragraph.

       COPY-DIGEST-LINE.
           read READ-FILE
               at end
                   set READ-STATUS-EOF to true
               not at end
                   add 1 to DIGEST-LINES
                   move READ-LINE to HTML-IN
                   perform ESCAPE-HTML
                   move spaces to PAGE-LINE
                   if HTML-LEN > 0
                       move HTML-OUT (1:HTML-LEN) to PAGE-LINE
                   end-if
                   write PAGE-LINE
           end-read.

       WRITE-PAGE-HEAD.
           move "<!DOCTYPE html>" to CELL-IN.
           perform PUT-TEXT.
           move "<html><head><meta charset=""utf-8"">" to CELL-IN.
           perform PUT-TEXT.
           move PAGE-TITLE-TEXT to HTML-IN.
           perform ESCAPE-HTML.
           move spaces to PAGE-LINE.
           string "<title>" HTML-OUT (1:HTML-LEN) "</title>"
               delimited by size into PAGE-LINE.
           write PAGE-LINE.
           move "<style>body{font-family:sans-serif;margin:1em}"
               to CELL-IN.
           perform PUT-TEXT.
           move "table{border-collapse:collapse}" to CELL-IN.
           perform PUT-TEXT.
           move "td,th{border:1px solid #999;padding:2px 6px}"
               to CELL-IN.
           perform PUT-TEXT.
           move "th{background:#ddd}img.thumb{width:160px}"
               to CELL-IN.
           perform PUT-TEXT.
           move ".PERFECT{background:#cfc}.INGAME{background:#ffc}"
               to CELL-IN.
           perform PUT-TEXT.
           move ".BOOTS{background:#fdb}.UNPLAYABLE{background:#fbb}"
               to CELL-IN.
           perform PUT-TEXT.
           move "</style></head><body>" to CELL-IN.
           perform PUT-TEXT.
           move spaces to PAGE-LINE.
           string "<h1>" HTML-OUT (1:HTML-LEN) "</h1>"
               delimited by size into PAGE-LINE.
           write PAGE-LINE.

       WRITE-PAGE-FOOT.
           move spaces to CELL-IN.
           string "<hr><p><small>published by site_publish "
               function trim(GENERATED-TEXT)
               "</small></p></body></html>"
               delimited by size into CELL-IN.
           perform PUT-TEXT.

      *    > a line of markup as it stands
       PUT-TEXT.
           move CELL-IN to PAGE-LINE.
           write PAGE-LINE.

      *    > a two-column row: HTML-IN names it, CELL-IN holds it
       PUT-PAIR-ROW.
           perform BEGIN-ROW.
           perform ESCAPE-HTML.
           string "<th>" HTML-OUT (1:HTML-LEN) "</th>"
               delimited by size into PAGE-LINE with pointer ROW-PTR.
           perform ADD-CELL.
           perform END-ROW.

       BEGIN-ROW.
           move spaces to PAGE-LINE.
           move "<tr>" to PAGE-LINE.
           move 5 to ROW-PTR.

      *    > CELL-IN as text, escaped
       ADD-CELL.
           move CELL-IN to HTML-IN.
           perform ESCAPE-HTML.
           if HTML-LEN = 0
               string "<td></td>"
                   delimited by size into PAGE-LINE with pointer ROW-PTR
           else
               string "<td>" HTML-OUT (1:HTML-LEN) "</td>"
                   delimited by size into PAGE-LINE with pointer ROW-PTR
           end-if.

      *    > CELL-IN as markup already
       ADD-RAW-CELL.
           if CELL-IN = spaces
               string "<td></td>"
                   delimited by size into PAGE-LINE with pointer ROW-PTR
           else
               string "<td>" function trim(CELL-IN) "</td>"
                   delimited by size into PAGE-LINE with pointer ROW-PTR
           end-if.

       END-ROW.
           string "</tr>"
               delimited by size into PAGE-LINE with pointer ROW-PTR.
           write PAGE-LINE.

      *    > HTML-IN, trimmed, with the characters markup reserves
      *    > spelled out, into HTML-OUT (1:HTML-LEN)
       ESCAPE-HTML.
           move spaces to HTML-OUT.
           move 1 to HTML-PTR.
           if HTML-IN = spaces
               move 0 to IN-LEN
           else
               move function trim(HTML-IN) to HTML-IN
               compute IN-LEN =
                   function length(function trim(HTML-IN trailing))
           end-if.
           perform ESCAPE-ONE-CHAR
               varying CHAR-I from 1 by 1 until CHAR-I > IN-LEN.
           compute HTML-LEN = HTML-PTR - 1.

       ESCAPE-ONE-CHAR.
           move HTML-IN (CHAR-I:1) to ONE-CHAR.
           evaluate ONE-CHAR
               when "&"
                   string "&amp;" delimited by size
                       into HTML-OUT with pointer HTML-PTR
               when "<"
                   string "&lt;" delimited by size
                       into HTML-OUT with pointer HTML-PTR
               when ">"
                   string "&gt;" delimited by size
                       into HTML-OUT with pointer HTML-PTR
               when '"'
                   string "&quot;" delimited by size
                       into HTML-OUT with pointer HTML-PTR
               when low-value
                   string " " delimited by size
                       into HTML-OUT with pointer HTML-PTR
               when other
                   string ONE-CHAR delimited by size
                       into HTML-OUT with pointer HTML-PTR
           end-evaluate.

       DECODE-MBC-FAMILY.
           evaluate CART-TYPE
               when 0
                   move "ROM only" to MBC-FAMILY
               when 1 thru 3
                   if MC-IS-MBC1M
                       move "MBC1M (compilation)" to MBC-FAMILY
                   else
                       move "MBC1" to MBC-FAMILY
                   end-if
               when 5 when 6
                   move "MBC2" to MBC-FAMILY
               when 8 when 9
                   move "ROM+RAM" to MBC-FAMILY
               when 11 thru 13
                   move "MMM01 (compilation)" to MBC-FAMILY
               when 15 thru 19
                   move "MBC3" to MBC-FAMILY
               when 25 thru 30
                   move "MBC5" to MBC-FAMILY
               when 32
                   move "MBC6" to MBC-FAMILY
               when 34
                   move "MBC7" to MBC-FAMILY
               when 252
                   move "POCKET CAMERA" to MBC-FAMILY
               when 253
                   move "BANDAI TAMA5" to MBC-FAMILY
               when 254
                   move "HuC3" to MBC-FAMILY
               when 255
                   move "HuC1" to MBC-FAMILY
               when other
                   move "unknown family" to MBC-FAMILY
           end-evaluate.

       DECODE-ROM-SIZE.
           move 32 to ROM-KB.
           perform DOUBLE-ROM-KB CART-ROM-SIZE-CODE times.
           move ROM-KB to ROM-KB-DISPLAY.
           move spaces to ROM-SIZE-TEXT.
           string function trim(ROM-KB-DISPLAY) " KB"
               delimited by size into ROM-SIZE-TEXT.

       DOUBLE-ROM-KB.
           multiply 2 by ROM-KB.

       DECODE-RAM-SIZE.
           compute RAM-KB = CART-RAM-BYTE-COUNT / 1024.
           if RAM-KB = 0
               move "no" to RAM-SIZE-TEXT
           else
               move RAM-KB to RAM-KB-DISPLAY
               move spaces to RAM-SIZE-TEXT
               string function trim(RAM-KB-DISPLAY) " KB"
                   delimited by size into RAM-SIZE-TEXT
           end-if.

      *    > 16-bit big-endian sum of every ROM byte except the two
      *    > checksum bytes themselves at 0x014E-0x014F
       VERIFY-GLOBAL-CHECKSUM.
           move 0 to GLOBAL-SUM.
           perform SUM-ONE-BYTE varying SUM-I from 1 by 1
               until SUM-I > ROM-SIZE.
           compute GLOBAL-STORED = (ROM-BANK-ARR (335) * 256)
               + ROM-BANK-ARR (336).

       SUM-ONE-BYTE.
           if SUM-I not = 335 and SUM-I not = 336
               compute GLOBAL-SUM = function mod(
                   GLOBAL-SUM + ROM-BANK-ARR (SUM-I), 65536)
           end-if.
       end program SITE_PUBLISH.
