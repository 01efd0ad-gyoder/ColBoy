      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Title compatibility lookup. COMPAT_DB keeps
      *    colboy-compat.cfg - one row per cartridge, keyed on
      *    CART-TITLE and global checksum the way the known-good
      *    database is:
      *
      *      TITLE|GLOBALSUM|STATUS|ANALYST|DATE|GOLDEN|TESTROM|
      *          SOAK|NOTES
      *
      *    STATUS is UNPLAYABLE, BOOTS, INGAME or PERFECT. Called
      *    with a title and checksum, this hands back the status
      *    and the known-issue note for CART_CATALOG and
      *    GAME_LAUNCHER to show. The file is read on the first
      *    call and kept. A row with the title but another
      *    checksum is a different dump of the same game - its
      *    status comes back with a trailing "?" rather than as
      *    the verdict on this one; no row at all is "unrated".
       identification division.
       program-id. COMPAT_LOOKUP.
       environment division.
       input-output section.
       file-control.
           select COMPAT-FILE assign to COMPAT-PATH
               organization is line sequential
               file status is FILE-STATUS-CD.
       data division.
       file section.
       fd  COMPAT-FILE.
           01 COMPAT-LINE pic x(600).
       working-storage section.

      * ====== LOCAL =======
           01 COMPAT-PATH pic x(20) value "colboy-compat.cfg".
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
               88 FILE-STATUS-EOF value "10".
           01 TABLE-LOADED binary-char unsigned value 0.
               88 TABLE-IS-LOADED value 1.

           01 FIELD-TITLE pic x(16) value spaces.
           01 FIELD-SUM pic x(12) value spaces.
           01 FIELD-STATUS pic x(12) value spaces.
           01 FIELD-ANALYST pic x(32) value spaces.
           01 FIELD-DATE pic x(8) value spaces.
           01 FIELD-GOLDEN pic x(120) value spaces.
           01 FIELD-TESTROM pic x(120) value spaces.
           01 FIELD-SOAK pic x(24) value spaces.
           01 FIELD-NOTES pic x(200) value spaces.

           01 COMPAT-COUNT binary-short unsigned value 0.
           01 COMPAT-ROW occurs 512 times.
               05 CR-TITLE pic x(16).
               05 CR-SUM binary-long unsigned.
               05 CR-STATUS pic x(12).
               05 CR-NOTES pic x(80).
           01 COMPAT-I binary-short unsigned value 0.
           01 EXACT-SLOT binary-short unsigned value 0.
           01 TITLE-SLOT binary-short unsigned value 0.
           01 WANTED-TITLE pic x(16) value spaces.
       linkage section.
           01 TITLE-IN pic x(16).
           01 SUM-IN binary-long unsigned.
           01 STATUS-OUT pic x(12).
           01 NOTES-OUT pic x(80).
       procedure division using by reference TITLE-IN,
           by reference SUM-IN, by reference STATUS-OUT,
           by reference NOTES-OUT.
       MAIN.
           if not TABLE-IS-LOADED
               perform LOAD-COMPAT-TABLE thru LOAD-COMPAT-TABLE-EXIT
               move 1 to TABLE-LOADED
           end-if.

           move TITLE-IN to WANTED-TITLE.
           inspect WANTED-TITLE replacing all low-value by space.
           move 0 to EXACT-SLOT.
           move 0 to TITLE-SLOT.
           perform MATCH-ONE-ROW varying COMPAT-I from 1 by 1
               until COMPAT-I > COMPAT-COUNT.

           move spaces to STATUS-OUT.
           move spaces to NOTES-OUT.
           evaluate true
               when EXACT-SLOT not = 0
                   move CR-STATUS (EXACT-SLOT) to STATUS-OUT
                   move CR-NOTES (EXACT-SLOT) to NOTES-OUT
               when TITLE-SLOT not = 0
                   string function trim(CR-STATUS (TITLE-SLOT)) "?"
                       delimited by size into STATUS-OUT
                   move CR-NOTES (TITLE-SLOT) to NOTES-OUT
               when other
                   move "unrated" to STATUS-OUT
           end-evaluate.

       MAIN-EXIT.
           exit program.

       MATCH-ONE-ROW.
           if CR-TITLE (COMPAT-I) = WANTED-TITLE
               if CR-SUM (COMPAT-I) = SUM-IN
                   move COMPAT-I to EXACT-SLOT
               else
                   if TITLE-SLOT = 0
                       move COMPAT-I to TITLE-SLOT
                   end-if
               end-if
           end-if.

       LOAD-COMPAT-TABLE.
           move 0 to COMPAT-COUNT.
           move spaces to FILE-STATUS-CD.
           open input COMPAT-FILE.
           if not FILE-STATUS-OK
               go to LOAD-COMPAT-TABLE-EXIT
           end-if.
           perform READ-COMPAT-LINE until FILE-STATUS-EOF
               or COMPAT-COUNT >= 512.
           close COMPAT-FILE.
       LOAD-COMPAT-TABLE-EXIT.
           exit paragraph.

       READ-COMPAT-LINE.
           read COMPAT-FILE
               at end
                   set FILE-STATUS-EOF to true
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
               move FIELD-NOTES to CR-NOTES (COMPAT-COUNT)
           end-if.
       end program COMPAT_LOOKUP.
