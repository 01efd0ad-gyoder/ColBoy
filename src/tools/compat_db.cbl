      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Title compatibility database maintenance. The answer to
      *    "does this game work" lives in colboy-compat.cfg beside
      *    the known-good ROM database, keyed the same way - on
      *    CART-TITLE and the global checksum, so two dumps of one
      *    game keep separate verdicts:
      *
      *      TITLE|GLOBALSUM|STATUS|ANALYST|DATE|GOLDEN|TESTROM|
      *          SOAK|NOTES
      *
      *    STATUS is one of
      *      UNPLAYABLE  does not get as far as a title screen
      *      BOOTS       reaches its title screen or menus only
      *      INGAME      reaches gameplay, with known issues
      *      PERFECT     plays through with no known issue
      *    ANALYST and DATE are the login and the day the entry was
      *    last changed. The three evidence pointers name what backs
      *    the verdict up: a golden file (its <golden>.results trail
      *    from GOLDEN_CHECK), a conformance ledger
      *    (colboy-conformance.log from TESTROM runs) and a soak id
      *    in the run journal (or LATEST for the title's most recent
      *    soak). NOTES is the known-issue text. COMPAT_LOOKUP hands
      *    the status to CART_CATALOG and GAME_LAUNCHER.
      *
      *      LIST    every entry, or only those with one status
      *      ADD     record a cartridge: the ROM file gives the title
      *              and checksum; a status is required
      *      UPDATE  change an entry, named by its ROM file or, when
      *              only one dump of it is recorded, by its title
      *      AUDIT   read each entry's evidence and flag the entries
      *              it contradicts - a PERFECT title whose golden,
      *              test-ROM or soak evidence fails, an UNPLAYABLE
      *              one whose evidence passes - and warn of evidence
      *              pointers that lead nowhere, PERFECT claims with
      *              no evidence at all, and cartridges the known-good
      *              database has never cataloged
      *
      *    ADD and UPDATE take, after the ROM or title, any of
      *        <status>  GOLDEN <golden-file>  TESTROM <ledger>
      *        SOAK <soak-id|LATEST>  NOTE <text ...>
      *    - NOTE takes the rest of the line, and NONE as a pointer
      *    clears it.
      *
      *    An audit with contradictions returns 8, with warnings
      *    only 4; anything that stopped the tool 12.
      *
      *        compat_db [LIST [status]]
      *        compat_db ADD <rom-file> <status> [options ...]
      *        compat_db UPDATE <rom-file|title> [options ...]
      *        compat_db AUDIT
       identification division.
       program-id. COMPAT_DB.
       environment division.
       input-output section.
       file-control.
           select COMPAT-FILE assign to COMPAT-PATH
               organization is line sequential
               file status is COMPAT-STATUS-CD.
           select NEW-COMPAT-FILE assign to NEW-COMPAT-PATH
               organization is line sequential
               file status is NEW-STATUS-CD.
           select DB-FILE assign to DB-PATH
               organization is line sequential
               file status is DB-STATUS-CD.
           select EVIDENCE-FILE assign to EVIDENCE-PATH
               organization is line sequential
               file status is EVIDENCE-STATUS-CD.
       data division.
       file section.
       fd  COMPAT-FILE.
           01 COMPAT-LINE pic x(600).
       fd  NEW-COMPAT-FILE.
           01 NEW-COMPAT-LINE pic x(600).
       fd  DB-FILE.
           01 DB-LINE pic x(120).
       fd  EVIDENCE-FILE.
           01 EVIDENCE-LINE pic x(600).
       working-storage section.
           copy memory.
           copy rom_banks.
           copy cart_header.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 COMPAT-PATH pic x(20) value "colboy-compat.cfg".
           01 COMPAT-STATUS-CD pic xx value spaces.
               88 COMPAT-STATUS-OK value "00".
               88 COMPAT-STATUS-EOF value "10".
           01 NEW-COMPAT-PATH pic x(24) value "colboy-compat.cfg.new".
           01 NEW-STATUS-CD pic xx value spaces.
               88 NEW-STATUS-OK value "00".
           01 DB-PATH pic x(20) value "colboy-romdb.cfg".
           01 DB-STATUS-CD pic xx value spaces.
               88 DB-STATUS-OK value "00".
               88 DB-STATUS-EOF value "10".
           01 EVIDENCE-PATH pic x(264) value spaces.
           01 EVIDENCE-STATUS-CD pic xx value spaces.
               88 EVIDENCE-STATUS-OK value "00".
               88 EVIDENCE-STATUS-EOF value "10".
           01 JOURNAL-PATH pic x(32) value "colboy-runs.log".
           01 SYSTEM-COMMAND pic x(200) value spaces.
           01 MOVE-SYSTEM-RC binary-long value 0.

           01 ACTION-ARG pic x(8) value spaces.
           01 TARGET-ARG pic x(256) value spaces.
           01 ARG-I binary-short unsigned value 0.
           01 ARG-WORD pic x(200) value spaces.
           01 ARG-UPPER pic x(16) value spaces.
           01 ARGS-DONE binary-char unsigned value 0.
               88 ARGS-ARE-DONE value 1.
           01 PENDING-KEY pic x(8) value spaces.
           01 NOTE-MODE binary-char unsigned value 0.
           01 NOTE-PTR binary-short unsigned value 1.
           01 ARG-ERROR binary-char unsigned value 0.
           01 OPERATOR-NAME pic x(32) value spaces.
           01 STAMP-TEXT pic x(21) value spaces.

      *    > what ADD or UPDATE was told; a pointer left blank was
      *    > not mentioned, NONE clears it
           01 NEW-STATUS pic x(12) value spaces.
           01 NEW-GOLDEN pic x(120) value spaces.
           01 NEW-TESTROM pic x(120) value spaces.
           01 NEW-SOAK pic x(24) value spaces.
           01 NEW-NOTES pic x(200) value spaces.
           01 NOTES-GIVEN binary-char unsigned value 0.
           01 STATUS-WORD pic x(12) value spaces.
               88 STATUS-WORD-VALID values "UNPLAYABLE", "BOOTS",
                   "INGAME", "PERFECT".

      *    > the cartridge ADD or UPDATE named by its file
           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 ROM-TITLE pic x(16) value spaces.
           01 GLOBAL-SUM binary-long unsigned value 0.
           01 SUM-I binary-long unsigned value 0.

      *    > one compatibility row split up
           01 FIELD-TITLE pic x(16) value spaces.
           01 FIELD-SUM pic x(12) value spaces.
           01 FIELD-STATUS pic x(12) value spaces.
           01 FIELD-ANALYST pic x(32) value spaces.
           01 FIELD-DATE pic x(8) value spaces.
           01 FIELD-GOLDEN pic x(120) value spaces.
           01 FIELD-TESTROM pic x(120) value spaces.
           01 FIELD-SOAK pic x(24) value spaces.
           01 FIELD-NOTES pic x(200) value spaces.

      *    > the database as it stands
           01 COMPAT-COUNT binary-short unsigned value 0.
           01 COMPAT-ROW occurs 512 times.
               05 CR-TITLE pic x(16).
               05 CR-SUM binary-long unsigned.
               05 CR-STATUS pic x(12).
               05 CR-ANALYST pic x(32).
               05 CR-DATE pic x(8).
               05 CR-GOLDEN pic x(120).
               05 CR-TESTROM pic x(120).
               05 CR-SOAK pic x(24).
               05 CR-NOTES pic x(200).
           01 COMPAT-I binary-short unsigned value 0.
           01 COMPAT-SLOT binary-short unsigned value 0.
           01 TITLE-MATCHES binary-short unsigned value 0.
           01 STATUS-FILTER pic x(12) value spaces.
           01 SHOWN-COUNT binary-short unsigned value 0.
           01 UNPLAYABLE-COUNT binary-short unsigned value 0.
           01 BOOTS-COUNT binary-short unsigned value 0.
           01 INGAME-COUNT binary-short unsigned value 0.
           01 PERFECT-COUNT binary-short unsigned value 0.
           01 SUM-DISPLAY pic 9(5) value 0.
           01 COUNT-DISPLAY pic zzz9 value 0.
           01 EVIDENCE-TEXT pic x(300) value spaces.

      *    > the known-good database's title/checksum pairs
           01 KNOWN-COUNT binary-short unsigned value 0.
           01 KNOWN-ROW occurs 512 times.
               05 KN-TITLE pic x(16).
               05 KN-SUM binary-long unsigned.
           01 KNOWN-I binary-short unsigned value 0.
           01 KNOWN-FOUND binary-char unsigned value 0.
           01 DB-FIELD-1 pic x(64) value spaces.
           01 DB-FIELD-2 pic x(16) value spaces.
           01 DB-FIELD-3 pic x(12) value spaces.
           01 DB-FIELD-4 pic x(12) value spaces.

      *    > evidence rows split up: golden results, conformance
      *    > ledger and run journal share the scratch fields
           01 EV-FIELD occurs 15 times pic x(128).
           01 EV-TITLE pic x(16) value spaces.
           01 EV-VERDICT pic x(12) value spaces.
           01 EV-CODE binary-char unsigned value 0.

      *    > one audited entry: each evidence source ends up PASS,
      *    > FAIL, "none" (no pointer), "no rows" (nothing for the
      *    > title) or "unreadable" (the pointer leads nowhere)
           01 GOLDEN-STATE pic x(12) value spaces.
           01 TESTROM-STATE pic x(12) value spaces.
           01 SOAK-STATE pic x(12) value spaces.
           01 SOAK-SEEN-ID pic x(24) value spaces.
           01 GOLDEN-POINT-COUNT binary-short unsigned value 0.
           01 GOLDEN-POINT occurs 256 times.
               05 GP-FRAME pic x(12).
               05 GP-VERDICT pic x(4).
           01 POINT-I binary-short unsigned value 0.
           01 POINT-SLOT binary-short unsigned value 0.
           01 ENTRY-CONTRADICTED binary-char unsigned value 0.
           01 ENTRY-WARNED binary-char unsigned value 0.
           01 FINDING-TEXT pic x(120) value spaces.
           01 CONTRADICTION-COUNT binary-short unsigned value 0.
           01 WARNING-COUNT binary-short unsigned value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept ACTION-ARG from argument-value.
           move function upper-case(ACTION-ARG) to ACTION-ARG.
           move 0 to return-code.

           evaluate ACTION-ARG
               when spaces
               when "LIST"
                   perform LIST-ENTRIES thru LIST-ENTRIES-EXIT
               when "ADD"
                   perform ADD-ENTRY thru ADD-ENTRY-EXIT
               when "UPDATE"
                   perform UPDATE-ENTRY thru UPDATE-ENTRY-EXIT
               when "AUDIT"
                   perform AUDIT-ENTRIES thru AUDIT-ENTRIES-EXIT
               when other
                   perform SHOW-USAGE
                   move 12 to return-code
           end-evaluate.
           stop run.

       SHOW-USAGE.
           display "usage: compat_db [LIST [status]]".
           display "       compat_db ADD <rom-file> <status>"
               " [options ...]".
           display "       compat_db UPDATE <rom-file|title>"
               " [options ...]".
           display "       compat_db AUDIT".
           display "status: UNPLAYABLE BOOTS INGAME PERFECT".
           display "options: GOLDEN <golden-file>  TESTROM <ledger>"
               "  SOAK <soak-id|LATEST>  NOTE <text ...>".

      *    ============================================================
      *    the entries, optionally for one status
      *    ============================================================
       LIST-ENTRIES.
           display 2 upon argument-number.
           move spaces to STATUS-FILTER.
           accept STATUS-FILTER from argument-value.
           move function upper-case(STATUS-FILTER) to STATUS-FILTER.
           if STATUS-FILTER not = spaces
               move STATUS-FILTER to STATUS-WORD
               if not STATUS-WORD-VALID
                   display "unknown status: "
                       function trim(STATUS-FILTER)
                   perform SHOW-USAGE
                   move 12 to return-code
                   go to LIST-ENTRIES-EXIT
               end-if
           end-if.
           perform LOAD-COMPAT-TABLE thru LOAD-COMPAT-TABLE-EXIT.

           display "==== TITLE COMPATIBILITY: "
               function trim(COMPAT-PATH) " ====".
           move 0 to SHOWN-COUNT.
           perform LIST-ONE-ENTRY varying COMPAT-I from 1 by 1
               until COMPAT-I > COMPAT-COUNT.
           display " ".
           if SHOWN-COUNT = 0
               display "no entries"
               go to LIST-ENTRIES-EXIT
           end-if.
           move SHOWN-COUNT to COUNT-DISPLAY.
           display function trim(COUNT-DISPLAY) " entr(ies):"
               with no advancing.
           move PERFECT-COUNT to COUNT-DISPLAY.
           display "  perfect " function trim(COUNT-DISPLAY)
               with no advancing.
           move INGAME-COUNT to COUNT-DISPLAY.
           display "  in-game " function trim(COUNT-DISPLAY)
               with no advancing.
           move BOOTS-COUNT to COUNT-DISPLAY.
           display "  boots " function trim(COUNT-DISPLAY)
               with no advancing.
           move UNPLAYABLE-COUNT to COUNT-DISPLAY.
           display "  unplayable " function trim(COUNT-DISPLAY).
       LIST-ENTRIES-EXIT.
           exit paragraph.

       LIST-ONE-ENTRY.
           if STATUS-FILTER not = spaces
               and CR-STATUS (COMPAT-I) not = STATUS-FILTER
               exit paragraph
           end-if.
           add 1 to SHOWN-COUNT.
           evaluate CR-STATUS (COMPAT-I)
               when "PERFECT"
                   add 1 to PERFECT-COUNT
               when "INGAME"
                   add 1 to INGAME-COUNT
               when "BOOTS"
                   add 1 to BOOTS-COUNT
               when "UNPLAYABLE"
                   add 1 to UNPLAYABLE-COUNT
           end-evaluate.
           move CR-SUM (COMPAT-I) to SUM-DISPLAY.
           display " ".
           display CR-TITLE (COMPAT-I) " " SUM-DISPLAY "  "
               CR-STATUS (COMPAT-I) " "
               function trim(CR-ANALYST (COMPAT-I)) " "
               CR-DATE (COMPAT-I).
           if CR-NOTES (COMPAT-I) not = spaces
               display "    notes:    "
                   function trim(CR-NOTES (COMPAT-I))
           end-if.
           perform BUILD-EVIDENCE-TEXT.
           display "    evidence: " function trim(EVIDENCE-TEXT).

       BUILD-EVIDENCE-TEXT.
           move spaces to EVIDENCE-TEXT.
           if CR-GOLDEN (COMPAT-I) = spaces
               and CR-TESTROM (COMPAT-I) = spaces
               and CR-SOAK (COMPAT-I) = spaces
               move "none" to EVIDENCE-TEXT
               exit paragraph
           end-if.
           move 1 to NOTE-PTR.
           if CR-GOLDEN (COMPAT-I) not = spaces
               string "golden " function trim(CR-GOLDEN (COMPAT-I))
                   "  " delimited by size into EVIDENCE-TEXT
                   with pointer NOTE-PTR
           end-if.
           if CR-TESTROM (COMPAT-I) not = spaces
               string "testrom "
                   function trim(CR-TESTROM (COMPAT-I))
                   "  " delimited by size into EVIDENCE-TEXT
                   with pointer NOTE-PTR
           end-if.
           if CR-SOAK (COMPAT-I) not = spaces
               string "soak " function trim(CR-SOAK (COMPAT-I))
                   delimited by size into EVIDENCE-TEXT
                   with pointer NOTE-PTR
           end-if.

      *    ============================================================
      *    record a cartridge
      *    ============================================================
       ADD-ENTRY.
           display 2 upon argument-number.
           accept TARGET-ARG from argument-value.
           move 3 to ARG-I.
           perform TAKE-OPTIONS thru TAKE-OPTIONS-EXIT.
           if TARGET-ARG = spaces or ARG-ERROR = 1
               perform SHOW-USAGE
               move 12 to return-code
               go to ADD-ENTRY-EXIT
           end-if.
           if NEW-STATUS = spaces
               display "a status is required: UNPLAYABLE BOOTS"
                   " INGAME or PERFECT"
               move 12 to return-code
               go to ADD-ENTRY-EXIT
           end-if.
           perform READ-TARGET-ROM.
           if ROM-SIZE = 0
               display "cannot read ROM file "
                   function trim(TARGET-ARG)
               move 12 to return-code
               go to ADD-ENTRY-EXIT
           end-if.
           perform LOAD-COMPAT-TABLE thru LOAD-COMPAT-TABLE-EXIT.
           perform FIND-EXACT-ENTRY.
           if COMPAT-SLOT not = 0
               display function trim(ROM-TITLE) " (checksum "
                   SUM-DISPLAY ") is already recorded - use UPDATE"
               move 12 to return-code
               go to ADD-ENTRY-EXIT
           end-if.
           if COMPAT-COUNT >= 512
               display "compatibility database is full (512 entries)"
               move 12 to return-code
               go to ADD-ENTRY-EXIT
           end-if.

           add 1 to COMPAT-COUNT.
           move COMPAT-COUNT to COMPAT-SLOT.
           move ROM-TITLE to CR-TITLE (COMPAT-SLOT).
           move GLOBAL-SUM to CR-SUM (COMPAT-SLOT).
           move spaces to CR-GOLDEN (COMPAT-SLOT).
           move spaces to CR-TESTROM (COMPAT-SLOT).
           move spaces to CR-SOAK (COMPAT-SLOT).
           move spaces to CR-NOTES (COMPAT-SLOT).
           perform APPLY-CHANGES.
           perform REWRITE-COMPAT-FILE thru REWRITE-COMPAT-FILE-EXIT.
           if return-code = 12
               go to ADD-ENTRY-EXIT
           end-if.
           display "recorded " function trim(ROM-TITLE) " (checksum "
               SUM-DISPLAY ") as " function trim(NEW-STATUS).
       ADD-ENTRY-EXIT.
           exit paragraph.

      *    ============================================================
      *    change an entry
      *    ============================================================
       UPDATE-ENTRY.
           display 2 upon argument-number.
           accept TARGET-ARG from argument-value.
           move 3 to ARG-I.
           perform TAKE-OPTIONS thru TAKE-OPTIONS-EXIT.
           if TARGET-ARG = spaces or ARG-ERROR = 1
               perform SHOW-USAGE
               move 12 to return-code
               go to UPDATE-ENTRY-EXIT
           end-if.
           if NEW-STATUS = spaces and NEW-GOLDEN = spaces
               and NEW-TESTROM = spaces and NEW-SOAK = spaces
               and NOTES-GIVEN = 0
               display "nothing to change - give a status, an"
                   " evidence pointer or a NOTE"
               move 12 to return-code
               go to UPDATE-ENTRY-EXIT
           end-if.
           perform LOAD-COMPAT-TABLE thru LOAD-COMPAT-TABLE-EXIT.

      *    > a readable file names the exact dump; anything else is
      *    > taken as a title, good only while one dump of it is
      *    > on record
           perform READ-TARGET-ROM.
           if ROM-SIZE > 0
               perform FIND-EXACT-ENTRY
               if COMPAT-SLOT = 0
                   display function trim(ROM-TITLE) " (checksum "
                       SUM-DISPLAY ") has no entry - use ADD"
                   move 12 to return-code
                   go to UPDATE-ENTRY-EXIT
               end-if
           else
               move TARGET-ARG to ROM-TITLE
               move 0 to COMPAT-SLOT
               move 0 to TITLE-MATCHES
               perform MATCH-TITLE-ONLY varying COMPAT-I from 1 by 1
                   until COMPAT-I > COMPAT-COUNT
               evaluate TITLE-MATCHES
                   when 0
                       display "no entry titled "
                           function trim(ROM-TITLE)
                       move 12 to return-code
                       go to UPDATE-ENTRY-EXIT
                   when 1
                       continue
                   when other
                       display "several dumps of "
                           function trim(ROM-TITLE)
                           " are recorded - name the ROM file"
                       move 12 to return-code
                       go to UPDATE-ENTRY-EXIT
               end-evaluate
           end-if.

           perform APPLY-CHANGES.
           perform REWRITE-COMPAT-FILE thru REWRITE-COMPAT-FILE-EXIT.
           if return-code = 12
               go to UPDATE-ENTRY-EXIT
           end-if.
           move CR-SUM (COMPAT-SLOT) to SUM-DISPLAY.
           display "updated " function trim(CR-TITLE (COMPAT-SLOT))
               " (checksum " SUM-DISPLAY ") - now "
               function trim(CR-STATUS (COMPAT-SLOT)).
       UPDATE-ENTRY-EXIT.
           exit paragraph.

       MATCH-TITLE-ONLY.
           if CR-TITLE (COMPAT-I) = ROM-TITLE
               add 1 to TITLE-MATCHES
               move COMPAT-I to COMPAT-SLOT
           end-if.

       FIND-EXACT-ENTRY.
           move 0 to COMPAT-SLOT.
           move GLOBAL-SUM to SUM-DISPLAY.
           perform MATCH-EXACT-ENTRY varying COMPAT-I from 1 by 1
               until COMPAT-I > COMPAT-COUNT.

       MATCH-EXACT-ENTRY.
           if CR-TITLE (COMPAT-I) = ROM-TITLE
               and CR-SUM (COMPAT-I) = GLOBAL-SUM
               move COMPAT-I to COMPAT-SLOT
           end-if.

      *    > the stamp is always the person and day of the change
       APPLY-CHANGES.
           if NEW-STATUS not = spaces
               move NEW-STATUS to CR-STATUS (COMPAT-SLOT)
           end-if.
           evaluate function upper-case(NEW-GOLDEN)
               when spaces
                   continue
               when "NONE"
                   move spaces to CR-GOLDEN (COMPAT-SLOT)
               when other
                   move NEW-GOLDEN to CR-GOLDEN (COMPAT-SLOT)
           end-evaluate.
           evaluate function upper-case(NEW-TESTROM)
               when spaces
                   continue
               when "NONE"
                   move spaces to CR-TESTROM (COMPAT-SLOT)
               when other
                   move NEW-TESTROM to CR-TESTROM (COMPAT-SLOT)
           end-evaluate.
           evaluate function upper-case(NEW-SOAK)
               when spaces
                   continue
               when "NONE"
                   move spaces to CR-SOAK (COMPAT-SLOT)
               when other
                   move NEW-SOAK to CR-SOAK (COMPAT-SLOT)
           end-evaluate.
           if NOTES-GIVEN = 1
               move NEW-NOTES to CR-NOTES (COMPAT-SLOT)
           end-if.
           accept OPERATOR-NAME from environment "USER".
           if OPERATOR-NAME = spaces
               accept OPERATOR-NAME from environment "LOGNAME"
           end-if.
           if OPERATOR-NAME = spaces
               move "unknown" to OPERATOR-NAME
           end-if.
           inspect OPERATOR-NAME replacing all "|" by "/".
           move OPERATOR-NAME to CR-ANALYST (COMPAT-SLOT).
           move function current-date to STAMP-TEXT.
           move STAMP-TEXT (1:8) to CR-DATE (COMPAT-SLOT).

       READ-TARGET-ROM.
           move TARGET-ARG to ROM-PATH.
           call "ROM_LOADER" using by reference ROM-PATH,
               by reference ROM-SIZE.
           if ROM-SIZE = 0
               exit paragraph
           end-if.
           move 0 to MC-BOOT-GAME.
           call "CART_HEADER_CHECK".
           move CART-TITLE to ROM-TITLE.
           inspect ROM-TITLE replacing all low-value by space.
           inspect ROM-TITLE replacing all "|" by "/".
           move 0 to GLOBAL-SUM.
           perform SUM-ONE-BYTE varying SUM-I from 1 by 1
               until SUM-I > ROM-SIZE.

      *    > the same 16-bit sum CART_CATALOG records: every ROM
      *    > byte except the two checksum bytes at 0x014E-0x014F
       SUM-ONE-BYTE.
           if SUM-I not = 335 and SUM-I not = 336
               compute GLOBAL-SUM = function mod(
                   GLOBAL-SUM + ROM-BANK-ARR (SUM-I), 65536)
           end-if.

      *    > the words after the ROM or title, from ARG-I on
       TAKE-OPTIONS.
           move spaces to NEW-STATUS.
           move spaces to NEW-GOLDEN.
           move spaces to NEW-TESTROM.
           move spaces to NEW-SOAK.
           move spaces to NEW-NOTES.
           move 0 to NOTES-GIVEN.
           move 0 to NOTE-MODE.
           move 1 to NOTE-PTR.
           move spaces to PENDING-KEY.
           move 0 to ARG-ERROR.
           move 0 to ARGS-DONE.
           perform TAKE-OPTION-WORD until ARGS-ARE-DONE.
           if PENDING-KEY not = spaces
               display function trim(PENDING-KEY) " needs a value"
               move 1 to ARG-ERROR
           end-if.
           inspect NEW-NOTES replacing all "|" by "/".
           inspect NEW-GOLDEN replacing all "|" by "/".
           inspect NEW-TESTROM replacing all "|" by "/".
           inspect NEW-SOAK replacing all "|" by "/".
       TAKE-OPTIONS-EXIT.
           exit paragraph.

       TAKE-OPTION-WORD.
           move spaces to ARG-WORD.
           display ARG-I upon argument-number.
           accept ARG-WORD from argument-value.
           if ARG-WORD = spaces
               move 1 to ARGS-DONE
               exit paragraph
           end-if.
           add 1 to ARG-I.
           if NOTE-MODE = 1
               if NOTE-PTR > 1 and NOTE-PTR < 200
                   string " " delimited by size into NEW-NOTES
                       with pointer NOTE-PTR
               end-if
               if NOTE-PTR < 200
                   string function trim(ARG-WORD) delimited by size
                       into NEW-NOTES with pointer NOTE-PTR
               end-if
               exit paragraph
           end-if.
           evaluate PENDING-KEY
               when "GOLDEN"
                   move ARG-WORD to NEW-GOLDEN
                   move spaces to PENDING-KEY
                   exit paragraph
               when "TESTROM"
                   move ARG-WORD to NEW-TESTROM
                   move spaces to PENDING-KEY
                   exit paragraph
               when "SOAK"
                   move ARG-WORD to NEW-SOAK
                   move spaces to PENDING-KEY
                   exit paragraph
           end-evaluate.
           move function upper-case(ARG-WORD) to ARG-UPPER.
           move ARG-UPPER to STATUS-WORD.
           evaluate true
               when ARG-UPPER = "GOLDEN" or "TESTROM" or "SOAK"
                   move ARG-UPPER to PENDING-KEY
               when ARG-UPPER = "NOTE"
                   move 1 to NOTE-MODE
                   move 1 to NOTES-GIVEN
               when STATUS-WORD-VALID and ARG-WORD (13:) = spaces
                   move STATUS-WORD to NEW-STATUS
               when other
                   display "not a status or option: "
                       function trim(ARG-WORD)
                   move 1 to ARG-ERROR
           end-evaluate.

      *    ============================================================
      *    check each entry against its evidence
      *    ============================================================
       AUDIT-ENTRIES.
           perform LOAD-COMPAT-TABLE thru LOAD-COMPAT-TABLE-EXIT.
           perform LOAD-KNOWN-GOOD thru LOAD-KNOWN-GOOD-EXIT.
           display "==== COMPATIBILITY AUDIT: "
               function trim(COMPAT-PATH) " ====".
           if COMPAT-COUNT = 0
               display "no entries to audit"
               move 4 to return-code
               go to AUDIT-ENTRIES-EXIT
           end-if.
           move 0 to CONTRADICTION-COUNT.
           move 0 to WARNING-COUNT.
           perform AUDIT-ONE-ENTRY varying COMPAT-I from 1 by 1
               until COMPAT-I > COMPAT-COUNT.

           display " ".
           move COMPAT-COUNT to COUNT-DISPLAY.
           display function trim(COUNT-DISPLAY) " entr(ies) audited"
               with no advancing.
           move CONTRADICTION-COUNT to COUNT-DISPLAY.
           display "  contradicted " function trim(COUNT-DISPLAY)
               with no advancing.
           move WARNING-COUNT to COUNT-DISPLAY.
           display "  warnings " function trim(COUNT-DISPLAY).
           evaluate true
               when CONTRADICTION-COUNT > 0
                   move 8 to return-code
               when WARNING-COUNT > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
       AUDIT-ENTRIES-EXIT.
           exit paragraph.

       AUDIT-ONE-ENTRY.
           move 0 to ENTRY-CONTRADICTED.
           move 0 to ENTRY-WARNED.
           perform CHECK-GOLDEN-EVIDENCE thru
               CHECK-GOLDEN-EVIDENCE-EXIT.
           perform CHECK-TESTROM-EVIDENCE thru
               CHECK-TESTROM-EVIDENCE-EXIT.
           perform CHECK-SOAK-EVIDENCE thru CHECK-SOAK-EVIDENCE-EXIT.

           move CR-SUM (COMPAT-I) to SUM-DISPLAY.
           display " ".
           display CR-TITLE (COMPAT-I) " " SUM-DISPLAY "  "
               CR-STATUS (COMPAT-I) " golden "
               function trim(GOLDEN-STATE) ", testrom "
               function trim(TESTROM-STATE) ", soak "
               function trim(SOAK-STATE).

           move CR-STATUS (COMPAT-I) to STATUS-WORD.
           if not STATUS-WORD-VALID
               move "status is not UNPLAYABLE/BOOTS/INGAME/PERFECT"
                   to FINDING-TEXT
               perform REPORT-CONTRADICTION
           end-if.
           if CR-STATUS (COMPAT-I) = "PERFECT"
               if GOLDEN-STATE = "FAIL"
                   move "rated PERFECT but golden checkpoints fail"
                       to FINDING-TEXT
                   perform REPORT-CONTRADICTION
               end-if
               if TESTROM-STATE = "FAIL"
                   move "rated PERFECT but its test ROM fails"
                       to FINDING-TEXT
                   perform REPORT-CONTRADICTION
               end-if
               if SOAK-STATE = "FAIL"
                   move "rated PERFECT but its soak run failed"
                       to FINDING-TEXT
                   perform REPORT-CONTRADICTION
               end-if
               if CR-GOLDEN (COMPAT-I) = spaces
                   and CR-TESTROM (COMPAT-I) = spaces
                   and CR-SOAK (COMPAT-I) = spaces
                   move "rated PERFECT with no evidence behind it"
                       to FINDING-TEXT
                   perform REPORT-WARNING
               end-if
           end-if.
           if CR-STATUS (COMPAT-I) = "UNPLAYABLE"
               if GOLDEN-STATE = "PASS"
                   move "rated UNPLAYABLE but golden checkpoints pass"
                       to FINDING-TEXT
                   perform REPORT-CONTRADICTION
               end-if
               if TESTROM-STATE = "PASS"
                   move "rated UNPLAYABLE but its test ROM passes"
                       to FINDING-TEXT
                   perform REPORT-CONTRADICTION
               end-if
               if SOAK-STATE = "PASS"
                   move "rated UNPLAYABLE but its soak run is clean"
                       to FINDING-TEXT
                   perform REPORT-CONTRADICTION
               end-if
           end-if.
           if GOLDEN-STATE = "no rows" or "unreadable"
               move "golden evidence leads nowhere" to FINDING-TEXT
               perform REPORT-WARNING
           end-if.
           if TESTROM-STATE = "no rows" or "unreadable"
               move "test-ROM evidence leads nowhere"
                   to FINDING-TEXT
               perform REPORT-WARNING
           end-if.
           if SOAK-STATE = "no rows" or "unreadable"
               move "soak evidence leads nowhere" to FINDING-TEXT
               perform REPORT-WARNING
           end-if.
           move 0 to KNOWN-FOUND.
           perform MATCH-KNOWN-GOOD varying KNOWN-I from 1 by 1
               until KNOWN-I > KNOWN-COUNT.
           if KNOWN-FOUND = 0
               move "not in the known-good ROM database"
                   to FINDING-TEXT
               perform REPORT-WARNING
           end-if.

           if ENTRY-CONTRADICTED = 1
               add 1 to CONTRADICTION-COUNT
           end-if.
           if ENTRY-WARNED = 1
               add 1 to WARNING-COUNT
           end-if.

       REPORT-CONTRADICTION.
           move 1 to ENTRY-CONTRADICTED.
           display "    ** CONTRADICTED: " function trim(FINDING-TEXT).

       REPORT-WARNING.
           move 1 to ENTRY-WARNED.
           display "    warning: " function trim(FINDING-TEXT).

       MATCH-KNOWN-GOOD.
           if KN-TITLE (KNOWN-I) = CR-TITLE (COMPAT-I)
               and KN-SUM (KNOWN-I) = CR-SUM (COMPAT-I)
               move 1 to KNOWN-FOUND
           end-if.

      *    > the latest verdict of every checkpoint the title has in
      *    > the golden results trail; any one failing fails it
       CHECK-GOLDEN-EVIDENCE.
           if CR-GOLDEN (COMPAT-I) = spaces
               move "none" to GOLDEN-STATE
               go to CHECK-GOLDEN-EVIDENCE-EXIT
           end-if.
           move spaces to EVIDENCE-PATH.
           string function trim(CR-GOLDEN (COMPAT-I)) ".results"
               delimited by size into EVIDENCE-PATH.
           move spaces to EVIDENCE-STATUS-CD.
           open input EVIDENCE-FILE.
           if not EVIDENCE-STATUS-OK
               move "unreadable" to GOLDEN-STATE
               go to CHECK-GOLDEN-EVIDENCE-EXIT
           end-if.
           move 0 to GOLDEN-POINT-COUNT.
           perform READ-GOLDEN-RESULT until EVIDENCE-STATUS-EOF.
           close EVIDENCE-FILE.
           if GOLDEN-POINT-COUNT = 0
               move "no rows" to GOLDEN-STATE
               go to CHECK-GOLDEN-EVIDENCE-EXIT
           end-if.
           move "PASS" to GOLDEN-STATE.
           perform FOLD-GOLDEN-POINT varying POINT-I from 1 by 1
               until POINT-I > GOLDEN-POINT-COUNT.
       CHECK-GOLDEN-EVIDENCE-EXIT.
           exit paragraph.

       READ-GOLDEN-RESULT.
           read EVIDENCE-FILE
               at end
                   set EVIDENCE-STATUS-EOF to true
               not at end
                   perform SPLIT-EVIDENCE-LINE
                   move EV-FIELD (2) to EV-TITLE
                   if EV-TITLE = CR-TITLE (COMPAT-I)
                       perform NOTE-GOLDEN-POINT
                   end-if
           end-read.

       NOTE-GOLDEN-POINT.
           move 0 to POINT-SLOT.
           perform FIND-GOLDEN-POINT varying POINT-I from 1 by 1
               until POINT-I > GOLDEN-POINT-COUNT.
           if POINT-SLOT = 0 and GOLDEN-POINT-COUNT < 256
               add 1 to GOLDEN-POINT-COUNT
               move GOLDEN-POINT-COUNT to POINT-SLOT
               move EV-FIELD (3) to GP-FRAME (POINT-SLOT)
           end-if.
           if POINT-SLOT not = 0
               move EV-FIELD (6) to GP-VERDICT (POINT-SLOT)
           end-if.

       FIND-GOLDEN-POINT.
           if GP-FRAME (POINT-I) = EV-FIELD (3)
               move POINT-I to POINT-SLOT
           end-if.

       FOLD-GOLDEN-POINT.
           if GP-VERDICT (POINT-I) not = "PASS"
               move "FAIL" to GOLDEN-STATE
           end-if.

      *    > the title's latest verdict in the conformance ledger
       CHECK-TESTROM-EVIDENCE.
           if CR-TESTROM (COMPAT-I) = spaces
               move "none" to TESTROM-STATE
               go to CHECK-TESTROM-EVIDENCE-EXIT
           end-if.
           move CR-TESTROM (COMPAT-I) to EVIDENCE-PATH.
           move spaces to EVIDENCE-STATUS-CD.
           open input EVIDENCE-FILE.
           if not EVIDENCE-STATUS-OK
               move "unreadable" to TESTROM-STATE
               go to CHECK-TESTROM-EVIDENCE-EXIT
           end-if.
           move "no rows" to TESTROM-STATE.
           perform READ-LEDGER-ROW until EVIDENCE-STATUS-EOF.
           close EVIDENCE-FILE.
       CHECK-TESTROM-EVIDENCE-EXIT.
           exit paragraph.

       READ-LEDGER-ROW.
           read EVIDENCE-FILE
               at end
                   set EVIDENCE-STATUS-EOF to true
               not at end
                   perform SPLIT-EVIDENCE-LINE
                   move EV-FIELD (4) to EV-TITLE
                   if EV-TITLE = CR-TITLE (COMPAT-I)
                       if EV-FIELD (5) = "PASS"
                           move "PASS" to TESTROM-STATE
                       else
                           move "FAIL" to TESTROM-STATE
                       end-if
                   end-if
           end-read.

      *    > the title's runs in the named soak - or, for LATEST,
      *    > the most recent soak it took part in; OK when every
      *    > run ended on a clean reason with a code under 8, the
      *    > verdict SOAK_DELTA gives
       CHECK-SOAK-EVIDENCE.
           if CR-SOAK (COMPAT-I) = spaces
               move "none" to SOAK-STATE
               go to CHECK-SOAK-EVIDENCE-EXIT
           end-if.
           move JOURNAL-PATH to EVIDENCE-PATH.
           move spaces to EVIDENCE-STATUS-CD.
           open input EVIDENCE-FILE.
           if not EVIDENCE-STATUS-OK
               move "unreadable" to SOAK-STATE
               go to CHECK-SOAK-EVIDENCE-EXIT
           end-if.
           move "no rows" to SOAK-STATE.
           move spaces to SOAK-SEEN-ID.
           perform READ-SOAK-ROW until EVIDENCE-STATUS-EOF.
           close EVIDENCE-FILE.
       CHECK-SOAK-EVIDENCE-EXIT.
           exit paragraph.

       READ-SOAK-ROW.
           read EVIDENCE-FILE
               at end
                   set EVIDENCE-STATUS-EOF to true
               not at end
                   perform SPLIT-EVIDENCE-LINE
                   perform TAKE-SOAK-ROW
           end-read.

       TAKE-SOAK-ROW.
           move EV-FIELD (2) to EV-TITLE.
           if EV-FIELD (1) (1:6) = "ROLLUP"
               or EV-FIELD (15) = spaces
               or EV-TITLE not = CR-TITLE (COMPAT-I)
               exit paragraph
           end-if.
           if function upper-case(CR-SOAK (COMPAT-I)) = "LATEST"
               if EV-FIELD (15) not = SOAK-SEEN-ID
                   move EV-FIELD (15) to SOAK-SEEN-ID
                   move "no rows" to SOAK-STATE
               end-if
           else
               if EV-FIELD (15) not = CR-SOAK (COMPAT-I)
                   exit paragraph
               end-if
           end-if.
           move function numval(EV-FIELD (13)) to EV-CODE.
           evaluate function trim(EV-FIELD (8))
               when "clean"
               when "batch-limit"
               when "testrom-pass"
               when "window-end"
               when "soft-reset"
               when "reload"
               when "playtime-limit"
                   if EV-CODE >= 8
                       move "FAIL" to EV-VERDICT
                   else
                       move "PASS" to EV-VERDICT
                   end-if
               when other
                   move "FAIL" to EV-VERDICT
           end-evaluate.
           if SOAK-STATE not = "FAIL"
               move EV-VERDICT to SOAK-STATE
           end-if.

       SPLIT-EVIDENCE-LINE.
           move spaces to EV-FIELD (1) EV-FIELD (2) EV-FIELD (3)
               EV-FIELD (4) EV-FIELD (5) EV-FIELD (6) EV-FIELD (7)
               EV-FIELD (8) EV-FIELD (9) EV-FIELD (10) EV-FIELD (11)
               EV-FIELD (12) EV-FIELD (13) EV-FIELD (14)
               EV-FIELD (15).
           unstring EVIDENCE-LINE delimited by "|" into
               EV-FIELD (1), EV-FIELD (2), EV-FIELD (3),
               EV-FIELD (4), EV-FIELD (5), EV-FIELD (6),
               EV-FIELD (7), EV-FIELD (8), EV-FIELD (9),
               EV-FIELD (10), EV-FIELD (11), EV-FIELD (12),
               EV-FIELD (13), EV-FIELD (14), EV-FIELD (15).

      *    ============================================================
      *    the database files
      *    ============================================================
       LOAD-COMPAT-TABLE.
           move 0 to COMPAT-COUNT.
           open input COMPAT-FILE.
           if not COMPAT-STATUS-OK
               go to LOAD-COMPAT-TABLE-EXIT
           end-if.
           perform READ-COMPAT-LINE until COMPAT-STATUS-EOF
               or COMPAT-COUNT >= 512.
           close COMPAT-FILE.
       LOAD-COMPAT-TABLE-EXIT.
           exit paragraph.

       READ-COMPAT-LINE.
           read COMPAT-FILE
               at end
                   set COMPAT-STATUS-EOF to true
               not at end
                   perform TAKE-COMPAT-LINE
           end-read.

       TAKE-COMPAT-LINE.
           move spaces to FIELD-TITLE.
           move spaces to FIELD-SUM.
           move spaces to FIELD-STATUS.
           move spaces to FIELD-ANALYST.
           move spaces to FIELD-DATE.
           move spaces to FIELD-GOLDEN.
           move spaces to FIELD-TESTROM.
           move spaces to FIELD-SOAK.
           move spaces to FIELD-NOTES.
           unstring COMPAT-LINE delimited by "|" into FIELD-TITLE,
               FIELD-SUM, FIELD-STATUS, FIELD-ANALYST, FIELD-DATE,
               FIELD-GOLDEN, FIELD-TESTROM, FIELD-SOAK, FIELD-NOTES.
           if FIELD-TITLE not = spaces
               and FIELD-TITLE (1:1) not = "#"
               add 1 to COMPAT-COUNT
               move FIELD-TITLE to CR-TITLE (COMPAT-COUNT)
               move function numval(FIELD-SUM) to
                   CR-SUM (COMPAT-COUNT)
               move FIELD-STATUS to CR-STATUS (COMPAT-COUNT)
               move FIELD-ANALYST to CR-ANALYST (COMPAT-COUNT)
               move FIELD-DATE to CR-DATE (COMPAT-COUNT)
               move FIELD-GOLDEN to CR-GOLDEN (COMPAT-COUNT)
               move FIELD-TESTROM to CR-TESTROM (COMPAT-COUNT)
               move FIELD-SOAK to CR-SOAK (COMPAT-COUNT)
               move FIELD-NOTES to CR-NOTES (COMPAT-COUNT)
           end-if.

      *    > written whole beside the live file, then moved over it,
      *    > so an interrupted rewrite never leaves half a database
       REWRITE-COMPAT-FILE.
           open output NEW-COMPAT-FILE.
           if not NEW-STATUS-OK
               display "cannot write " function trim(NEW-COMPAT-PATH)
               move 12 to return-code
               go to REWRITE-COMPAT-FILE-EXIT
           end-if.
           perform WRITE-COMPAT-ROW varying COMPAT-I from 1 by 1
               until COMPAT-I > COMPAT-COUNT.
           close NEW-COMPAT-FILE.

           move spaces to SYSTEM-COMMAND.
           string "mv -f '" function trim(NEW-COMPAT-PATH) "' '"
               function trim(COMPAT-PATH) "'"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to MOVE-SYSTEM-RC.
           move 0 to return-code.
           if MOVE-SYSTEM-RC not = 0
               display "cannot replace " function trim(COMPAT-PATH)
                   " - the rewrite is left in "
                   function trim(NEW-COMPAT-PATH)
               move 12 to return-code
           end-if.
       REWRITE-COMPAT-FILE-EXIT.
           exit paragraph.

       WRITE-COMPAT-ROW.
           move CR-SUM (COMPAT-I) to SUM-DISPLAY.
           move spaces to NEW-COMPAT-LINE.
           string function trim(CR-TITLE (COMPAT-I)) "|"
               SUM-DISPLAY "|"
               function trim(CR-STATUS (COMPAT-I)) "|"
               function trim(CR-ANALYST (COMPAT-I)) "|"
               function trim(CR-DATE (COMPAT-I)) "|"
               function trim(CR-GOLDEN (COMPAT-I)) "|"
               function trim(CR-TESTROM (COMPAT-I)) "|"
               function trim(CR-SOAK (COMPAT-I)) "|"
               function trim(CR-NOTES (COMPAT-I))
               delimited by size into NEW-COMPAT-LINE.
           write NEW-COMPAT-LINE.

       LOAD-KNOWN-GOOD.
           move 0 to KNOWN-COUNT.
           open input DB-FILE.
           if not DB-STATUS-OK
               display "(no colboy-romdb.cfg - entries can't be"
                   " checked against the catalog)"
               go to LOAD-KNOWN-GOOD-EXIT
           end-if.
           perform READ-DB-LINE until DB-STATUS-EOF
               or KNOWN-COUNT >= 512.
           close DB-FILE.
       LOAD-KNOWN-GOOD-EXIT.
           exit paragraph.

       READ-DB-LINE.
           read DB-FILE
               at end
                   set DB-STATUS-EOF to true
               not at end
                   perform TAKE-DB-LINE
           end-read.

       TAKE-DB-LINE.
           move spaces to DB-FIELD-1.
           move spaces to DB-FIELD-2.
           move spaces to DB-FIELD-3.
           move spaces to DB-FIELD-4.
           unstring DB-LINE delimited by "|" into DB-FIELD-1,
               DB-FIELD-2, DB-FIELD-3, DB-FIELD-4.
           if function trim(DB-FIELD-1) not = spaces
               add 1 to KNOWN-COUNT
               move DB-FIELD-2 to KN-TITLE (KNOWN-COUNT)
               move function numval(DB-FIELD-4) to
                   KN-SUM (KNOWN-COUNT)
           end-if.
       end program COMPAT_DB.
