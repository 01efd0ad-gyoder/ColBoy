           open input SCORE-FILE.
           if not FILE-STATUS-OK
               display "cannot open " function trim(SCORE-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform READ-SCORE-ROW until FILE-STATUS-EOF
