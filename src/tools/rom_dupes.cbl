      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Duplicate and revision report for a ROM library. Every
      *    cartridge file in the directory is loaded and grouped by
      *    CART-TITLE and licensee (the old 0x014B code, or the
      *    two-character one at 0x0144 when that says 0x33). Within
      *    a group each file is one of:
      *
      *      KEEP       the one to keep - the latest mask-ROM
      *                 revision (header version byte, 0x014C)
      *                 among the good dumps, the one holding the
      *                 saves when copies tie
      *      IDENTICAL  the same dump as another file (same global
      *                 checksum and size) - safe to remove
      *      REVISION   a good dump of another revision
      *      BAD DUMP   header or global checksum wrong, changed
      *                 since CART_CATALOG recorded it, or absent
      *                 from the known-good database altogether
      *
      *    and under the group every .sav beside its files (the
      *    player's <rom>@<player>.sav and the .sav.1/.sav.2
      *    generations too) is put down to the revision of the file
      *    it belongs to, checked against the title in its CBSV
      *    header, with the rename that carries it over when its
      *    file is not the one being kept. Titles with one good
      *    file are only counted.
      *
      *        rom_dupes <rom-dir>
      *
      *    Run it where colboy-romdb.cfg lives. Nothing is moved or
      *    removed. The return code is 4 when there are duplicates,
      *    bad dumps or saves with no cartridge, 12 when the
      *    directory holds no cartridges.
       identification division.
       program-id. ROM_DUPES.
       environment division.
       input-output section.
       file-control.
           select DB-FILE assign to DB-PATH
               organization is line sequential
               file status is DB-STATUS-CD.
           select LIST-FILE assign to LIST-PATH
               organization is line sequential
               file status is LIST-STATUS-CD.
           select PROBE-FILE assign to PROBE-PATH
               organization is sequential
               file status is PROBE-STATUS-CD.
       data division.
       file section.
       fd  DB-FILE.
           01 DB-LINE pic x(120).
       fd  LIST-FILE.
           01 LIST-LINE pic x(64).
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
           01 SCAN-LIST-ARG pic x(256) value spaces.
           01 SCAN-I binary-short unsigned value 0.
           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 GLOBAL-SUM binary-long unsigned value 0.
           01 GLOBAL-STORED binary-long unsigned value 0.
           01 SUM-I binary-long unsigned value 0.
           01 SYSTEM-COMMAND pic x(600) value spaces.
           01 LIST-SYSTEM-RC binary-long value 0.

           01 DB-PATH pic x(20) value "colboy-romdb.cfg".
           01 DB-STATUS-CD pic xx value spaces.
               88 DB-STATUS-OK value "00".
               88 DB-STATUS-EOF value "10".
           01 DB-PRESENT binary-char unsigned value 0.
               88 DB-IS-PRESENT value 1.
           01 LIST-PATH pic x(32) value "colboy-dupes.lst".
           01 LIST-STATUS-CD pic xx value spaces.
               88 LIST-STATUS-OK value "00".
               88 LIST-STATUS-EOF value "10".
           01 PROBE-PATH pic x(300) value spaces.
           01 PROBE-STATUS-CD pic xx value spaces.
               88 PROBE-EXISTS value "00".
               88 PROBE-EOF value "10".

      *    > the known-good database: FILENAME|TITLE|SIZE|GLOBALSUM
           01 KNOWN-COUNT binary-short unsigned value 0.
           01 KNOWN-ROW occurs 512 times.
               05 KN-NAME pic x(64).
               05 KN-TITLE pic x(16).
               05 KN-SUM binary-long unsigned.
           01 KNOWN-I binary-short unsigned value 0.
           01 DB-NAME-HIT binary-char unsigned value 0.
           01 DB-PAIR-HIT binary-char unsigned value 0.
           01 DB-FIELD-1 pic x(64) value spaces.
           01 DB-FIELD-2 pic x(16) value spaces.
           01 DB-FIELD-3 pic x(12) value spaces.
           01 DB-FIELD-4 pic x(12) value spaces.

      *    > every cartridge file, as loaded
           01 FILE-COUNT binary-short unsigned value 0.
           01 FILE-ROW occurs 512 times.
               05 FL-NAME pic x(64).
               05 FL-TITLE pic x(16).
               05 FL-LICENSEE pic x(2).
               05 FL-VERSION binary-char unsigned.
               05 FL-HEADER-SUM binary-char unsigned.
               05 FL-SIZE binary-long unsigned.
               05 FL-SUM binary-long unsigned.
               05 FL-BAD binary-char unsigned.
               05 FL-REASON pic x(80).
               05 FL-GROUP binary-short unsigned.
               05 FL-SAME-AS binary-short unsigned.
               05 FL-SAVES binary-short unsigned.
           01 FILE-I binary-short unsigned value 0.
           01 FILE-J binary-short unsigned value 0.
           01 REASON-PTR binary-short unsigned value 0.
           01 BYTE-NUM binary-char unsigned value 0.
           01 BYTE-CHAR redefines BYTE-NUM pic x.
           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 HEX-HIGH binary-char unsigned value 0.
           01 HEX-LOW binary-char unsigned value 0.

      *    > every battery save in the directory and whose it is
           01 SAVE-COUNT binary-short unsigned value 0.
           01 SAVE-ROW occurs 512 times.
               05 SV-NAME pic x(64).
               05 SV-REST pic x(40).
               05 SV-OWNER binary-short unsigned.
               05 SV-HEADER binary-char unsigned.
               05 SV-TITLE pic x(16).
           01 SAVE-I binary-short unsigned value 0.
           01 NAME-LEN binary-short unsigned value 0.
           01 STEM-LEN binary-short unsigned value 0.
           01 AT-POS binary-short unsigned value 0.
           01 ROM-PART pic x(64) value spaces.
           01 HEAD-TEXT pic x(21) value spaces.
           01 HEAD-I binary-char unsigned value 0.

      *    > the group being reported
           01 GROUP-COUNT binary-short unsigned value 0.
           01 MEMBER-COUNT binary-short unsigned value 0.
           01 MEMBER-FILE binary-short unsigned occurs 512 times.
           01 MEMBER-I binary-short unsigned value 0.
           01 MEMBER-K binary-short unsigned value 0.
           01 KEEPER binary-short unsigned value 0.
           01 GROUP-BAD binary-short unsigned value 0.
           01 CUR-FILE binary-short unsigned value 0.
           01 OTHER-FILE binary-short unsigned value 0.

           01 SHOWN-GROUPS binary-short unsigned value 0.
           01 SINGLE-COUNT binary-short unsigned value 0.
           01 IDENTICAL-COUNT binary-short unsigned value 0.
           01 REVISION-COUNT binary-short unsigned value 0.
           01 BAD-COUNT binary-short unsigned value 0.
           01 ORPHAN-COUNT binary-short unsigned value 0.
           01 VERSION-DISPLAY pic zz9 value 0.
           01 KEEP-VERSION-DISPLAY pic zz9 value 0.
           01 SUM-DISPLAY pic 9(5) value 0.
           01 COUNT-DISPLAY pic zzz9 value 0.
           01 REPORT-LINE pic x(200) value spaces.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept ROM-DIR from argument-value.
           if ROM-DIR = spaces
               display "usage: rom_dupes <rom-dir>"
               move 12 to return-code
               stop run
           end-if.

           perform LOAD-KNOWN-GOOD thru LOAD-KNOWN-GOOD-EXIT.
           display "==== DUPLICATES AND REVISIONS: "
               function trim(ROM-DIR) " ====".
           if not DB-IS-PRESENT
               display "(no colboy-romdb.cfg - dumps can't be checked"
                   " against the known-good database)"
           end-if.
           move spaces to SCAN-LIST-ARG.
           call "DIR_SCAN" using by reference ROM-DIR,
               by reference SCAN-LIST-ARG.
           if DIRSCAN-COUNT = 0
               display "no cartridge files found in "
                   function trim(ROM-DIR)
               move 12 to return-code
               stop run
           end-if.
           perform EXAMINE-ONE-FILE
               varying SCAN-I from 1 by 1
               until SCAN-I > DIRSCAN-COUNT.
           perform LIST-SAVES thru LIST-SAVES-EXIT.

           perform FORM-GROUP
               varying FILE-I from 1 by 1 until FILE-I > FILE-COUNT.
           if ORPHAN-COUNT > 0
               display " "
               display "== saves with no cartridge file"
               perform SHOW-ORPHAN-SAVE
                   varying SAVE-I from 1 by 1
                   until SAVE-I > SAVE-COUNT
           end-if.

           display " ".
           move FILE-COUNT to COUNT-DISPLAY.
           display "files: " function trim(COUNT-DISPLAY)
               with no advancing.
           move GROUP-COUNT to COUNT-DISPLAY.
           display "  titles: " function trim(COUNT-DISPLAY)
               with no advancing.
           move SINGLE-COUNT to COUNT-DISPLAY.
           display "  (" function trim(COUNT-DISPLAY)
               " with one good file)".
           move IDENTICAL-COUNT to COUNT-DISPLAY.
           display "identical copies: " function trim(COUNT-DISPLAY)
               with no advancing.
           move REVISION-COUNT to COUNT-DISPLAY.
           display "  other revisions: " function trim(COUNT-DISPLAY)
               with no advancing.
           move BAD-COUNT to COUNT-DISPLAY.
           display "  suspected bad dumps: "
               function trim(COUNT-DISPLAY).
           move SAVE-COUNT to COUNT-DISPLAY.
           display "saves: " function trim(COUNT-DISPLAY)
               with no advancing.
           move ORPHAN-COUNT to COUNT-DISPLAY.
           display "  with no cartridge file: "
               function trim(COUNT-DISPLAY).
           if IDENTICAL-COUNT > 0 or BAD-COUNT > 0
               or ORPHAN-COUNT > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

      *    ============================================================
      *    the files
      *    ============================================================
       EXAMINE-ONE-FILE.
           if FILE-COUNT < 512
               add 1 to FILE-COUNT
               move FILE-COUNT to FILE-I
               initialize FILE-ROW (FILE-I)
               move DIRSCAN-FILE-NAME (SCAN-I) to FL-NAME (FILE-I)
               move spaces to ROM-PATH
               string function trim(ROM-DIR) "/"
                   function trim(FL-NAME (FILE-I))
                   delimited by size into ROM-PATH
               call "ROM_LOADER" using by reference ROM-PATH,
                   by reference ROM-SIZE
               move 0 to MC-BOOT-GAME
               call "CART_HEADER_CHECK"
               perform VERIFY-GLOBAL-CHECKSUM
               move CART-TITLE to FL-TITLE (FILE-I)
               move ROM-SIZE to FL-SIZE (FILE-I)
               move GLOBAL-SUM to FL-SUM (FILE-I)
               move ROM-BANK-ARR (333) to FL-VERSION (FILE-I)
               move ROM-BANK-ARR (334) to FL-HEADER-SUM (FILE-I)
               perform DECODE-LICENSEE
               perform JUDGE-DUMP
           end-if.

      *    > 0x33 at 0x014B hands over to the two characters at
      *    > 0x0144-0x0145; the two schemes mostly agree ("01" is
      *    > Nintendo either way), so one key serves both
       DECODE-LICENSEE.
           if ROM-BANK-ARR (332) = 51
               move ROM-BANK-ARR (325) to BYTE-NUM
               move BYTE-CHAR to FL-LICENSEE (FILE-I) (1:1)
               move ROM-BANK-ARR (326) to BYTE-NUM
               move BYTE-CHAR to FL-LICENSEE (FILE-I) (2:1)
           else
               divide ROM-BANK-ARR (332) by 16 giving HEX-HIGH
                   remainder HEX-LOW
               move HEX-DIGITS (HEX-HIGH + 1:1)
                   to FL-LICENSEE (FILE-I) (1:1)
               move HEX-DIGITS (HEX-LOW + 1:1)
                   to FL-LICENSEE (FILE-I) (2:1)
           end-if.

      *    > the database row under this file's own name must still
      *    > match it; failing that, any row with its title and
      *    > checksum vouches for it
       JUDGE-DUMP.
           move 1 to REASON-PTR.
           move spaces to FL-REASON (FILE-I).
           if not CART-HEADER-OK
               move 1 to FL-BAD (FILE-I)
               string "header checksum wrong; " delimited by size
                   into FL-REASON (FILE-I) with pointer REASON-PTR
           end-if.
           if GLOBAL-SUM not = GLOBAL-STORED
               move 1 to FL-BAD (FILE-I)
               string "global checksum wrong; " delimited by size
                   into FL-REASON (FILE-I) with pointer REASON-PTR
           end-if.
           if DB-IS-PRESENT
               move 0 to DB-NAME-HIT
               move 0 to DB-PAIR-HIT
               perform MATCH-KNOWN-GOOD
                   varying KNOWN-I from 1 by 1
                   until KNOWN-I > KNOWN-COUNT
               evaluate true
                   when DB-NAME-HIT = 2
                       move 1 to FL-BAD (FILE-I)
                       string "changed since it was cataloged; "
                           delimited by size into FL-REASON (FILE-I)
                           with pointer REASON-PTR
                   when DB-NAME-HIT = 1 or DB-PAIR-HIT = 1
                       continue
                   when other
                       move 1 to FL-BAD (FILE-I)
                       string "not in the known-good database; "
                           delimited by size into FL-REASON (FILE-I)
                           with pointer REASON-PTR
               end-evaluate
           end-if.
           if REASON-PTR > 3
               move spaces to FL-REASON (FILE-I) (REASON-PTR - 2:2)
           end-if.

       MATCH-KNOWN-GOOD.
           if KN-NAME (KNOWN-I) = FL-NAME (FILE-I)
               if KN-TITLE (KNOWN-I) = CART-TITLE
                   and KN-SUM (KNOWN-I) = GLOBAL-SUM
                   move 1 to DB-NAME-HIT
               else
                   move 2 to DB-NAME-HIT
               end-if
           end-if.
           if KN-TITLE (KNOWN-I) = CART-TITLE
               and KN-SUM (KNOWN-I) = GLOBAL-SUM
               move 1 to DB-PAIR-HIT
           end-if.

      *    ============================================================
      *    the saves: <rom-file>[@player].sav[.1|.2]
      *    ============================================================
       LIST-SAVES.
           move spaces to SYSTEM-COMMAND.
           string "ls -1 '" function trim(ROM-DIR) "' > "
               function trim(LIST-PATH)
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to LIST-SYSTEM-RC.
           move 0 to return-code.
           open input LIST-FILE.
           if LIST-SYSTEM-RC not = 0 or not LIST-STATUS-OK
               display "(cannot list " function trim(ROM-DIR)
                   " - saves not examined)"
               go to LIST-SAVES-EXIT
           end-if.
           perform READ-LIST-LINE until LIST-STATUS-EOF.
           close LIST-FILE.
           call "CBL_DELETE_FILE" using LIST-PATH.
       LIST-SAVES-EXIT.
           exit paragraph.

       READ-LIST-LINE.
           read LIST-FILE
               at end
                   set LIST-STATUS-EOF to true
               not at end
                   perform TAKE-SAVE-NAME thru TAKE-SAVE-NAME-EXIT
           end-read.

       TAKE-SAVE-NAME.
           if LIST-LINE = spaces or SAVE-COUNT >= 512
               go to TAKE-SAVE-NAME-EXIT
           end-if.
           compute NAME-LEN =
               function length(function trim(LIST-LINE trailing)).
           evaluate true
               when NAME-LEN > 4
                       and LIST-LINE (NAME-LEN - 3:4) = ".sav"
                   compute STEM-LEN = NAME-LEN - 4
               when NAME-LEN > 6
                       and (LIST-LINE (NAME-LEN - 5:6) = ".sav.1"
                       or LIST-LINE (NAME-LEN - 5:6) = ".sav.2")
                   compute STEM-LEN = NAME-LEN - 6
               when other
                   go to TAKE-SAVE-NAME-EXIT
           end-evaluate.
      *    > a player's save carries "@player" after the ROM's name
           move 0 to AT-POS.
           inspect LIST-LINE (1:STEM-LEN) tallying AT-POS
               for characters before initial "@".
           move spaces to ROM-PART.
           move LIST-LINE (1:AT-POS) to ROM-PART.

           add 1 to SAVE-COUNT.
           move LIST-LINE to SV-NAME (SAVE-COUNT).
           move LIST-LINE (AT-POS + 1:NAME-LEN - AT-POS)
               to SV-REST (SAVE-COUNT).
           move 0 to SV-OWNER (SAVE-COUNT).
           perform FIND-SAVE-OWNER
               varying FILE-J from 1 by 1 until FILE-J > FILE-COUNT.
           if SV-OWNER (SAVE-COUNT) = 0
               add 1 to ORPHAN-COUNT
           else
               add 1 to FL-SAVES (SV-OWNER (SAVE-COUNT))
           end-if.
           perform READ-SAVE-HEADER.
       TAKE-SAVE-NAME-EXIT.
           exit paragraph.

       FIND-SAVE-OWNER.
           if FL-NAME (FILE-J) = ROM-PART
               move FILE-J to SV-OWNER (SAVE-COUNT)
           end-if.

      *    > "CBSV", the format version, then the owning title
       READ-SAVE-HEADER.
           move 0 to SV-HEADER (SAVE-COUNT).
           move spaces to SV-TITLE (SAVE-COUNT).
           move spaces to HEAD-TEXT.
           move spaces to PROBE-PATH.
           string function trim(ROM-DIR) "/"
               function trim(SV-NAME (SAVE-COUNT))
               delimited by size into PROBE-PATH.
           open input PROBE-FILE.
           if PROBE-EXISTS
               perform READ-HEAD-BYTE varying HEAD-I from 1 by 1
                   until HEAD-I > 21 or PROBE-EOF
               close PROBE-FILE
           end-if.
           if HEAD-TEXT (1:4) = "CBSV"
               move 1 to SV-HEADER (SAVE-COUNT)
               move HEAD-TEXT (6:16) to SV-TITLE (SAVE-COUNT)
               inspect SV-TITLE (SAVE-COUNT)
                   replacing all low-value by space
           end-if.

       READ-HEAD-BYTE.
           read PROBE-FILE
               at end
                   set PROBE-EOF to true
               not at end
                   move PROBE-BYTE to HEAD-TEXT (HEAD-I:1)
           end-read.

      *    ============================================================
      *    the groups
      *    ============================================================
       FORM-GROUP.
           if FL-GROUP (FILE-I) = 0
               add 1 to GROUP-COUNT
               move 0 to MEMBER-COUNT
               perform JOIN-GROUP
                   varying FILE-J from FILE-I by 1
                   until FILE-J > FILE-COUNT
               perform REPORT-GROUP thru REPORT-GROUP-EXIT
           end-if.

       JOIN-GROUP.
           if FL-GROUP (FILE-J) = 0
               and FL-TITLE (FILE-J) = FL-TITLE (FILE-I)
               and FL-LICENSEE (FILE-J) = FL-LICENSEE (FILE-I)
               move GROUP-COUNT to FL-GROUP (FILE-J)
               add 1 to MEMBER-COUNT
               move FILE-J to MEMBER-FILE (MEMBER-COUNT)
           end-if.

       REPORT-GROUP.
      *    > the keeper first, then each file's copy relations
           move 0 to KEEPER.
           move 0 to GROUP-BAD.
           perform CONSIDER-KEEPER
               varying MEMBER-I from 1 by 1
               until MEMBER-I > MEMBER-COUNT.
           perform FIND-SAME-DUMP
               varying MEMBER-I from 1 by 1
               until MEMBER-I > MEMBER-COUNT.
           if MEMBER-COUNT = 1 and GROUP-BAD = 0
               add 1 to SINGLE-COUNT
               go to REPORT-GROUP-EXIT
           end-if.

           add 1 to SHOWN-GROUPS.
           move MEMBER-COUNT to COUNT-DISPLAY.
           display " ".
           display "== " FL-TITLE (FILE-I) "  licensee "
               FL-LICENSEE (FILE-I) "  - "
               function trim(COUNT-DISPLAY) " file(s)".
           if KEEPER = 0
               display "   no good dump of this title - find another"
                   " copy"
           end-if.
           perform SHOW-MEMBER
               varying MEMBER-I from 1 by 1
               until MEMBER-I > MEMBER-COUNT.
           perform SHOW-GROUP-SAVE
               varying SAVE-I from 1 by 1
               until SAVE-I > SAVE-COUNT.
       REPORT-GROUP-EXIT.
           exit paragraph.

      *    > good dumps only: the latest revision, then the one with
      *    > the saves, then the first listed
       CONSIDER-KEEPER.
           move MEMBER-FILE (MEMBER-I) to CUR-FILE.
           if FL-BAD (CUR-FILE) = 1
               add 1 to GROUP-BAD
           else
               evaluate true
                   when KEEPER = 0
                       move CUR-FILE to KEEPER
                   when FL-VERSION (CUR-FILE) > FL-VERSION (KEEPER)
                       move CUR-FILE to KEEPER
                   when FL-VERSION (CUR-FILE) = FL-VERSION (KEEPER)
                           and FL-SAVES (CUR-FILE)
                           > FL-SAVES (KEEPER)
                       move CUR-FILE to KEEPER
               end-evaluate
           end-if.

      *    > a copy points at the keeper if it is one, otherwise at
      *    > the first file listed with the same dump. The global
      *    > sum alone can't tell a revision apart - bumping the
      *    > version byte moves the header checksum down by as much
      *    > - so the two header bytes must agree as well
       FIND-SAME-DUMP.
           move MEMBER-FILE (MEMBER-I) to CUR-FILE.
           move 0 to FL-SAME-AS (CUR-FILE).
           if CUR-FILE not = KEEPER
               if KEEPER not = 0 and FL-BAD (CUR-FILE) = 0
                   move KEEPER to OTHER-FILE
                   perform MATCH-DUMP
               end-if
               perform MATCH-EARLIER-DUMP
                   varying MEMBER-K from 1 by 1
                   until MEMBER-K >= MEMBER-I
                   or FL-SAME-AS (CUR-FILE) not = 0
           end-if.

       MATCH-EARLIER-DUMP.
           move MEMBER-FILE (MEMBER-K) to OTHER-FILE.
           if OTHER-FILE not = KEEPER
               and FL-BAD (OTHER-FILE) = FL-BAD (CUR-FILE)
               perform MATCH-DUMP
           end-if.

       MATCH-DUMP.
           if FL-SUM (OTHER-FILE) = FL-SUM (CUR-FILE)
               and FL-SIZE (OTHER-FILE) = FL-SIZE (CUR-FILE)
               and FL-VERSION (OTHER-FILE) = FL-VERSION (CUR-FILE)
               and FL-HEADER-SUM (OTHER-FILE)
               = FL-HEADER-SUM (CUR-FILE)
               move OTHER-FILE to FL-SAME-AS (CUR-FILE)
           end-if.

       SHOW-MEMBER.
           move MEMBER-FILE (MEMBER-I) to CUR-FILE.
           move FL-VERSION (CUR-FILE) to VERSION-DISPLAY.
           move FL-SUM (CUR-FILE) to SUM-DISPLAY.
           move spaces to REPORT-LINE.
           evaluate true
               when CUR-FILE = KEEPER
                   string "   KEEP       "
                       function trim(FL-NAME (CUR-FILE))
                       " rev " function trim(VERSION-DISPLAY)
                       "  sum " SUM-DISPLAY
                       delimited by size into REPORT-LINE
               when FL-SAME-AS (CUR-FILE) not = 0
                   add 1 to IDENTICAL-COUNT
                   string "   IDENTICAL  "
                       function trim(FL-NAME (CUR-FILE))
                       " same dump as "
                       function trim(FL-NAME (FL-SAME-AS (CUR-FILE)))
                       " - remove"
                       delimited by size into REPORT-LINE
               when FL-BAD (CUR-FILE) = 1
                   add 1 to BAD-COUNT
                   string "   BAD DUMP   "
                       function trim(FL-NAME (CUR-FILE))
                       " rev " function trim(VERSION-DISPLAY)
                       "  " function trim(FL-REASON (CUR-FILE))
                       delimited by size into REPORT-LINE
               when other
                   add 1 to REVISION-COUNT
                   move FL-VERSION (KEEPER) to KEEP-VERSION-DISPLAY
                   string "   REVISION   "
                       function trim(FL-NAME (CUR-FILE))
                       " rev " function trim(VERSION-DISPLAY)
                       "  sum " SUM-DISPLAY "  (kept: rev "
                       function trim(KEEP-VERSION-DISPLAY) ")"
                       delimited by size into REPORT-LINE
           end-evaluate.
           display function trim(REPORT-LINE trailing).

      *    > each save goes down to the revision whose file it was
      *    > named after, and follows the keeper if that is another
       SHOW-GROUP-SAVE.
           if SV-OWNER (SAVE-I) not = 0
               and FL-GROUP (SV-OWNER (SAVE-I)) = GROUP-COUNT
               move SV-OWNER (SAVE-I) to CUR-FILE
               move FL-VERSION (CUR-FILE) to VERSION-DISPLAY
               display "   save       " function trim(SV-NAME (SAVE-I))
                   " - written by rev "
                   function trim(VERSION-DISPLAY) " ("
                   function trim(FL-NAME (CUR-FILE)) ")"
               if SV-HEADER (SAVE-I) = 0
                   display "                older save with no header"
                       " - its title can't be checked"
               else
                   if SV-TITLE (SAVE-I) not = FL-TITLE (CUR-FILE)
                       display "                its header says "
                           function trim(SV-TITLE (SAVE-I))
                           " - not this game's save"
                   end-if
               end-if
               evaluate true
                   when CUR-FILE = KEEPER
                       continue
                   when KEEPER = 0
                       display "                no good dump to carry"
                           " it to yet"
                   when FL-SAME-AS (CUR-FILE) = KEEPER
                       display "                rename to "
                           function trim(FL-NAME (KEEPER))
                           function trim(SV-REST (SAVE-I))
                           " before removing "
                           function trim(FL-NAME (CUR-FILE))
                   when other
                       move FL-VERSION (KEEPER)
                           to KEEP-VERSION-DISPLAY
                       display "                rename to "
                           function trim(FL-NAME (KEEPER))
                           function trim(SV-REST (SAVE-I))
                           " to play it on rev "
                           function trim(KEEP-VERSION-DISPLAY)
                       display "                (check both revisions"
                           " share a save layout first)"
               end-evaluate
           end-if.

       SHOW-ORPHAN-SAVE.
           if SV-OWNER (SAVE-I) = 0
               if SV-HEADER (SAVE-I) = 1
                   display "   " function trim(SV-NAME (SAVE-I))
                       "  (" function trim(SV-TITLE (SAVE-I)) ")"
               else
                   display "   " function trim(SV-NAME (SAVE-I))
               end-if
           end-if.

      *    ============================================================
      *    the known-good database, as COMPAT_DB reads it
      *    ============================================================
       LOAD-KNOWN-GOOD.
           move 0 to KNOWN-COUNT.
           open input DB-FILE.
           if not DB-STATUS-OK
               go to LOAD-KNOWN-GOOD-EXIT
           end-if.
           move 1 to DB-PRESENT.
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
               move DB-FIELD-1 to KN-NAME (KNOWN-COUNT)
               move DB-FIELD-2 to KN-TITLE (KNOWN-COUNT)
               move function numval(DB-FIELD-4) to
                   KN-SUM (KNOWN-COUNT)
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
       end program ROM_DUPES.
