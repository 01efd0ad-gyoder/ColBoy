      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Reads the per-title rich-presence definition file: one
      *    line per state the game can be in, the display string
      *    followed by up to four ADDRESS,OP,VALUE conditions,
      *    fields separated by "|" - the achievement file's grammar,
      *    with the string where the name goes. {XXXX} in the string
      *    stands for the live byte at hex address XXXX. Lines are
      *    tried top to bottom and the first whose conditions all
      *    hold wins, so the most particular states go first and a
      *    line with no conditions at all makes the catch-all.
      *    Blank lines and a missing file are ignored the same way
      *    ACHIEVE_LOADER treats its file.
      *
      *        Game over|49840,=,0|49824,>,0
      *        World {C0A2}-{C0A3}, {C0B0} lives|49824,>,0
      *        On the title screen
       identification division.
       program-id. PRESENCE_LOADER.
       environment division.
       input-output section.
       file-control.
           select DEF-FILE assign to PRESENCE-CONFIG-PATH
               organization is line sequential
               file status is FILE-STATUS-CD.
       data division.
       file section.
       fd  DEF-FILE.
           01 DEF-LINE pic x(200).
       working-storage section.
           copy presence_ctl.

      * ====== LOCAL =======
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
               88 FILE-STATUS-EOF value "10".
           01 TEXT-FIELD pic x(80) value spaces.
           01 COND-FIELD pic x(24) occurs 4 times.
           01 COND-I binary-char unsigned value 0.
           01 PART-1 pic x(8) value spaces.
           01 PART-2 pic x(4) value spaces.
           01 PART-3 pic x(8) value spaces.
       procedure division.
       MAIN.
           move 0 to PRESENCE-COUNT.
           move 0 to PRESENCE-LAST-STAMP.
           move spaces to PRESENCE-LINE.
           open input DEF-FILE.
           if not FILE-STATUS-OK
               go to MAIN-EXIT
           end-if.
           perform READ-DEF-LINE until FILE-STATUS-EOF
               or PRESENCE-COUNT >= 16.
           close DEF-FILE.
           display "rich presence armed: " PRESENCE-COUNT
               " definitions".

       MAIN-EXIT.
           exit program.

       READ-DEF-LINE.
           read DEF-FILE
               at end
                   set FILE-STATUS-EOF to true
               not at end
                   perform PARSE-DEF-LINE thru
                       PARSE-DEF-LINE-EXIT
           end-read.

       PARSE-DEF-LINE.
           move spaces to TEXT-FIELD.
           perform CLEAR-COND-FIELD varying COND-I from 1 by 1
               until COND-I > 4.
           unstring DEF-LINE delimited by "|" into TEXT-FIELD,
               COND-FIELD (1), COND-FIELD (2), COND-FIELD (3),
               COND-FIELD (4).
           if function trim(TEXT-FIELD) = spaces
               go to PARSE-DEF-LINE-EXIT
           end-if.
           add 1 to PRESENCE-COUNT.
           move TEXT-FIELD to PRESENCE-TEXT (PRESENCE-COUNT).
           move 0 to PRESENCE-COND-COUNT (PRESENCE-COUNT).
           perform TAKE-CONDITION varying COND-I from 1 by 1
               until COND-I > 4.
       PARSE-DEF-LINE-EXIT.
           exit paragraph.

       CLEAR-COND-FIELD.
           move spaces to COND-FIELD (COND-I).

       TAKE-CONDITION.
           if function trim(COND-FIELD (COND-I)) not = spaces
               move spaces to PART-1
               move spaces to PART-2
               move spaces to PART-3
               unstring COND-FIELD (COND-I) delimited by "," into
                   PART-1, PART-2, PART-3
               add 1 to PRESENCE-COND-COUNT (PRESENCE-COUNT)
               move function numval(PART-1) to PRS-ADDRESS
                   (PRESENCE-COUNT, PRESENCE-COND-COUNT
                   (PRESENCE-COUNT))
               move function trim(PART-2) to PRS-OP
                   (PRESENCE-COUNT, PRESENCE-COND-COUNT
                   (PRESENCE-COUNT))
               move function numval(PART-3) to PRS-VALUE
                   (PRESENCE-COUNT, PRESENCE-COND-COUNT
                   (PRESENCE-COUNT))
           end-if.
       end program PRESENCE_LOADER.
