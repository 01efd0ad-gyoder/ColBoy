           open input AWARD-FILE.
           if not FILE-STATUS-OK
               display "cannot open " function trim(AWARD-PATH)
               move 12 to return-code
               stop run
           end-if.
           display "==== AWARDS DIGEST: " function trim(AWARD-PATH)
