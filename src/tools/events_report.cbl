           open input EVENT-FILE.
           if not FILE-STATUS-OK
               display "cannot open " function trim(EVENT-PATH)
               move 12 to return-code
               stop run
           end-if.
           display "==== EVENT JOURNAL: " function trim(EVENT-PATH)

           if ROWS-TAKEN = 0
               display "no events journaled"
               move 4 to return-code
               stop run
           end-if.
           perform CLOSE-BURST-FRAME.
