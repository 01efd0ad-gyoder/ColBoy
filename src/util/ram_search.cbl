               display "name the file: cheat <file>"
           else
               move COMMAND-ARG to OUT-PATH
               move 256 to WRITE-LIMIT
               move 0 to WRITTEN-COUNT
               open output OUT-FILE
               perform WRITE-ONE-CHEAT-ROW
