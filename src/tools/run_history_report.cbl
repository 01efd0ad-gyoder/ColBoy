           open input JOURNAL-FILE.
           if not FILE-STATUS-OK
               display "cannot open " function trim(JOURNAL-PATH)
               move 12 to return-code
               stop run
           end-if.

               when "window-end"
               when "soft-reset"
               when "reload"
               when "playtime-limit"
                   continue
               when other
                   move 1 to RUN-IS-FAILURE
