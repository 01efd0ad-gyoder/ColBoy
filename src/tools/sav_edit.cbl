           accept SAV-PATH from argument-value.
           if SAV-PATH = spaces
               display "usage: sav_edit <file.sav>"
               move 12 to return-code
               stop run
           end-if.

               " offsets, everything decimal".

           perform PROMPT-ONE-COMMAND until EDITOR-IS-DONE.
           move 0 to return-code.
           stop run.

       PROMPT-ONE-COMMAND.
           open input SAV-FILE.
           if not SAV-STATUS-OK
               display "cannot open " function trim(SAV-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform READ-FILE-BYTE until SAV-EOF = 1
                   " has no CBSV header - a raw image edits fine"
                   " in any hex editor, this tool guards the"
                   " checksummed kind"
               move 12 to return-code
               stop run
           end-if.
           if FILE-BYTES (5) >= 2
           if HEADER-LEN + PAYLOAD-LEN > FILE-LEN
               display "header claims more RAM than the file"
                   " holds - refusing a truncated save"
               move 12 to return-code
               stop run
           end-if.
       LOAD-SAV-FILE-EXIT.
