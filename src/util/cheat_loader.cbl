      *    flag has already turned the engine on; a missing file, or
      *    the engine being off in the first place, just leaves
      *    CHEAT-COUNT at zero and CHEAT_APPLY has nothing to do.
      *
      *    A line may instead carry a code as printed - a Game
      *    Genie ABC-DEF-GHI (optionally followed by ",bank" to pin
      *    it to one ROM bank) or a GameShark ttvvaaaa - which
      *    CHEAT_CODE_DECODE turns into a table entry. The file is
      *    read once per title; anything a profile's CHEAT= lines
      *    added stays alongside it.
       identification division.
       program-id. CHEAT_LOADER.
       environment division.
           01 FIELD-1 pic x(16) value spaces.
           01 FIELD-2 pic x(16) value spaces.
           01 FIELD-3 pic x(16) value spaces.
           01 DECODE-RESULT binary-char unsigned value 0.
               88 DECODE-NOT-A-CODE value 1.
               88 DECODE-TABLE-FULL value 2.
           01 TABLE-FULL-SEEN binary-char unsigned value 0.
       procedure division.
       MAIN.
           if not CHEAT-ENGINE-IS-ON or CHEAT-FILE-IS-LOADED
               go to MAIN-EXIT
           end-if.
           move 1 to CHEAT-FILE-LOADED.
           move 0 to TABLE-FULL-SEEN.

           open input CHEAT-FILE.
           if not FILE-STATUS-OK
               go to MAIN-EXIT
           end-if.

           perform READ-CHEAT-LINE until FILE-STATUS-EOF.
           close CHEAT-FILE.
           if TABLE-FULL-SEEN = 1
               display "CHEAT_LOADER: cheat table full - the rest of "
                   function trim(CHEAT-PATH) " was not loaded"
           end-if.

       MAIN-EXIT.
           exit program.
               go to PARSE-CHEAT-LINE-EXIT
           end-if.

           call "CHEAT_CODE_DECODE" using by reference FIELD-1,
               by reference FIELD-2, by reference DECODE-RESULT.
           if DECODE-TABLE-FULL
               move 1 to TABLE-FULL-SEEN
           end-if.
           if not DECODE-NOT-A-CODE
               go to PARSE-CHEAT-LINE-EXIT
           end-if.

           if CHEAT-COUNT >= 256
               move 1 to TABLE-FULL-SEEN
               go to PARSE-CHEAT-LINE-EXIT
           end-if.
           add 1 to CHEAT-COUNT.
           move function numval(FIELD-1) to
               CHEAT-ADDRESS (CHEAT-COUNT).
               move function numval(FIELD-3) to
                   CHEAT-COMPARE (CHEAT-COUNT)
           end-if.
           move 0 to CHEAT-BANK-KIND (CHEAT-COUNT).
           move 0 to CHEAT-BANK (CHEAT-COUNT).
       PARSE-CHEAT-LINE-EXIT.
           exit paragraph.
       end program CHEAT_LOADER.
