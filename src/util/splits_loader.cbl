           move 0 to SPLIT-COUNT.
           move 1 to SPLIT-NEXT.
           move 0 to SPLITS-DONE.
           move 0 to SPLITS-LAG-MARK.
           open input DEF-FILE.
           if not DEF-STATUS-OK
               go to MAIN-EXIT
           add 1 to SPLIT-COUNT.
           move NAME-FIELD to SPL-NAME (SPLIT-COUNT).
           move 0 to SPL-FRAME (SPLIT-COUNT).
           move 0 to SPL-LAG-FRAMES (SPLIT-COUNT).
           move 0 to SPL-BEST-FRAMES (SPLIT-COUNT).
           move 0 to SPL-COND-COUNT (SPLIT-COUNT).
           perform TAKE-CONDITION varying COND-I from 1 by 1
                   (SPLIT-COUNT, SPL-COND-COUNT (SPLIT-COUNT))
           end-if.

      *    > one DATE|TITLE|SPLIT|SEGFRAMES|TOTAL|PLAYER|SEGLAG row
      *    > per finished segment (older rows stop at PLAYER) - the
      *    > minimum per split name for this cartridge is the
      *    > personal best
       LOAD-PERSONAL-BESTS.
           open input HIST-FILE.
           if not HIST-STATUS-OK
