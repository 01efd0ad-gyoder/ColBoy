      *         with one line per title appended to
      *         colboy-intake.log saying exactly why.
      *
      *    A patch that arrives with its dump - a translation, a
      *    fix - as <rom>.ips beside it is applied for the smoke
      *    run, so the run judges what players will actually see,
      *    and files along with the dump; the checksums are always
      *    the pristine dump's own.
      *
      *    Acquisition day becomes "drop the files in and read the
      *    log". One pass by default; the WATCH word keeps polling
      *    the inbox every thirty seconds until interrupted.
           select VERDICT-FILE assign to VERDICT-PATH
               organization is line sequential
               file status is VERDICT-STATUS-CD.
           select PATCH-PROBE assign to PATCH-PATH
               organization is sequential
               file status is PATCH-STATUS-CD.
           select INTAKE-LOG assign to INTAKE-LOG-PATH
               organization is line sequential
               file status is LOG-STATUS-CD.
           01 LIST-LINE pic x(64).
       fd  VERDICT-FILE.
           01 VERDICT-LINE pic x(460).
       fd  PATCH-PROBE
           record contains 1 characters.
           01 PATCH-PROBE-BYTE pic x(1).
       fd  INTAKE-LOG.
           01 INTAKE-LINE pic x(200).
       working-storage section.
           01 INTAKE-LOG-PATH pic x(32) value "colboy-intake.log".
           01 LOG-STATUS-CD pic xx value spaces.
               88 LOG-STATUS-OK value "00".
           01 PATCH-PATH pic x(256) value spaces.
           01 PATCH-STATUS-CD pic xx value spaces.
               88 PATCH-STATUS-OK value "00".
           01 PATCH-FOUND binary-char unsigned value 0.
               88 DUMP-HAS-PATCH value 1.
           01 PATCH-ARG pic x(270) value spaces.
           01 SYSTEM-COMMAND pic x(900) value spaces.
           01 LIST-SYSTEM-RC binary-long value 0.
           01 INTAKE-CODE binary-char unsigned value 0.
           01 POLL-SLEEP-NS binary-double unsigned
               value 30000000000.

               or REJECTED-DIR = spaces
               display "usage: rom_intake <inbox> <accepted>"
                   " <rejected> [WATCH]"
               move 12 to return-code
               stop run
           end-if.
           if function upper-case(function trim(MODE-ARG))
               " ====".
           perform PROCESS-INBOX.
           perform WATCH-AND-PROCESS until not WATCH-IS-WANTED.
           move INTAKE-CODE to return-code.
           stop run.

       WATCH-AND-PROCESS.
               function trim(LIST-PATH)
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to LIST-SYSTEM-RC.
           if LIST-SYSTEM-RC not = 0
               display "cannot list " function trim(INBOX-DIR)
               move 12 to return-code
               stop run
           end-if.
           move 0 to TAKEN-COUNT.
           open input LIST-FILE.
           if LIST-STATUS-OK
               when "clean"
               when "batch-limit"
                   move 1 to ACCEPT-FLAG
                   if DUMP-HAS-PATCH
                       move "accepted - patched smoke run clean"
                           to VERDICT-TEXT
                   else
                       move "accepted - smoke run clean" to
                           VERDICT-TEXT
                   end-if
               when spaces
                   move "smoke run left no journal" to VERDICT-TEXT
               when other
      *    > the soak queue trusts
       RUN-SMOKE-TEST.
           call "CBL_DELETE_FILE" using VERDICT-PATH.
           move 0 to PATCH-FOUND.
           move spaces to PATCH-ARG.
           move spaces to PATCH-PATH.
           string function trim(ROM-PATH) ".ips"
               delimited by size into PATCH-PATH.
           open input PATCH-PROBE.
           if PATCH-STATUS-OK
               close PATCH-PROBE
               move 1 to PATCH-FOUND
               string " PATCH " function trim(PATCH-PATH)
                   delimited by size into PATCH-ARG
           end-if.
           move spaces to SYSTEM-COMMAND.
           string function trim(EMULATOR-CMD) " "
               function trim(ROM-PATH) PATCH-ARG
               delimited by "  "
               " BATCH " function trim(SMOKE-FRAMES)
               " WATCHDOG 120 JOURNAL "
               function trim(VERDICT-PATH)
                   function trim(ACCEPTED-DIR) "/"
                   delimited by size into SYSTEM-COMMAND
           else
               move 4 to INTAKE-CODE
               move spaces to SYSTEM-COMMAND
               string "mv -f " function trim(ROM-PATH) "* "
                   function trim(REJECTED-DIR) "/"
