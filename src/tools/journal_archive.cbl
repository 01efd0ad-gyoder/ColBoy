           if CUTOFF-ARG = spaces
               display "usage: journal_archive <cutoff-YYYYMMDD>"
                   " [journal-path]"
               move 12 to return-code
               stop run
           end-if.
           move CUTOFF-ARG (1:8) to CUTOFF-DATE.
           open input JOURNAL-FILE.
           if not JOURNAL-STATUS-OK
               display "cannot open " function trim(JOURNAL-PATH)
               move 12 to return-code
               stop run
           end-if.
           open output KEEP-FILE.
           display "archived " ARCHIVED-COUNT " records, kept "
               KEPT-COUNT " plus " RU-COUNT " roll-up rows in "
               function trim(JOURNAL-PATH).
           move 0 to return-code.
           stop run.

       READ-JOURNAL-ROW.
               when "window-end"
               when "soft-reset"
               when "reload"
               when "playtime-limit"
                   continue
               when other
                   move 1 to RUN-IS-FAILURE
