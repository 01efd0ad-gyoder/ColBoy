      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Failure alert outbox (see alert_ctl): write the alert the
      *    caller has filled in as one file in the outbox directory
      *    - alert-<date>-<time>-<n>.txt, one KEY=VALUE per line:
      *        ALERT      the event (post-mortem, golden-mismatch,
      *                   audio-diverged, soak-fail)
      *        SEVERITY   CRITICAL for a run that ended abnormally,
      *                   MAJOR for a failed check, MINOR for a
      *                   warning
      *        WHEN       date and time it was raised
      *        TITLE      CART-TITLE, PLAYER, ROM as the journal
      *                   has them
      *        REASON     the end reason or what diverged
      *        FRAME      the frame it was raised on
      *        ARTIFACTS  the files to look at, space-separated
      *    then, when ALERT-NOTIFY= is set, run that command with
      *    the file's path on the end. The outbox is created if it
      *    isn't there. Nothing here stops the run - an alert that
      *    can't be written or a notifier that fails is reported and
      *    the run carries on.
       identification division.
       program-id. ALERT_OUTBOX.
       environment division.
       input-output section.
       file-control.
           select ALERT-FILE assign to ALERT-PATH
               organization is line sequential
               file status is ALERT-STATUS-CD.
       data division.
       file section.
       fd  ALERT-FILE.
           01 ALERT-LINE pic x(300).
       working-storage section.
           copy alert_ctl.
           copy cart_header.
           copy emu_config.
           copy run_journal_ctl.
           copy ppu_state.

      * ====== LOCAL =======
           01 ALERT-PATH pic x(160) value spaces.
           01 ALERT-STATUS-CD pic xx value spaces.
               88 ALERT-STATUS-OK value "00".
           01 SYSTEM-COMMAND pic x(300) value spaces.
           01 NOTIFY-SYSTEM-RC binary-long value 0.
           01 STAMP-TEXT pic x(21) value spaces.
           01 ALERT-TITLE pic x(16) value spaces.
           01 SEQUENCE-DISPLAY pic 9(3) value 0.
           01 FRAME-DISPLAY pic 9(10) value 0.
       procedure division.
       MAIN.
           if ALERT-OUTBOX-DIR = spaces
               move "colboy-outbox" to ALERT-OUTBOX-DIR
           end-if.
           move function current-date to STAMP-TEXT.
           add 1 to ALERT-RAISED-COUNT.
           move ALERT-RAISED-COUNT to SEQUENCE-DISPLAY.

           move spaces to SYSTEM-COMMAND.
           string "mkdir -p '" function trim(ALERT-OUTBOX-DIR)
               "' 2>/dev/null" delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move 0 to return-code.

           move spaces to ALERT-PATH.
           string function trim(ALERT-OUTBOX-DIR) "/alert-"
               STAMP-TEXT (1:8) "-" STAMP-TEXT (9:8) "-"
               SEQUENCE-DISPLAY ".txt"
               delimited by size into ALERT-PATH.
           open output ALERT-FILE.
           if not ALERT-STATUS-OK
               display "ALERT: cannot write "
                   function trim(ALERT-PATH) " - "
                   function trim(ALERT-SEVERITY) " "
                   function trim(ALERT-EVENT) " "
                   function trim(ALERT-REASON) " not raised"
               go to MAIN-EXIT
           end-if.
           perform WRITE-ALERT-RECORD.
           close ALERT-FILE.
           display "ALERT: " function trim(ALERT-SEVERITY) " "
               function trim(ALERT-EVENT) " written to "
               function trim(ALERT-PATH).

           if ALERT-NOTIFY-COMMAND not = spaces
               perform RUN-NOTIFY-COMMAND
           end-if.

       MAIN-EXIT.
           exit program.

       WRITE-ALERT-RECORD.
           move CART-TITLE to ALERT-TITLE.
           inspect ALERT-TITLE replacing all low-value by space.
           move FRAME-COUNT to FRAME-DISPLAY.

           move spaces to ALERT-LINE.
           string "ALERT=" function trim(ALERT-EVENT)
               delimited by size into ALERT-LINE.
           write ALERT-LINE.
           move spaces to ALERT-LINE.
           string "SEVERITY=" function trim(ALERT-SEVERITY)
               delimited by size into ALERT-LINE.
           write ALERT-LINE.
           move spaces to ALERT-LINE.
           string "WHEN=" STAMP-TEXT (1:4) "-" STAMP-TEXT (5:2) "-"
               STAMP-TEXT (7:2) " " STAMP-TEXT (9:2) ":"
               STAMP-TEXT (11:2) ":" STAMP-TEXT (13:2)
               delimited by size into ALERT-LINE.
           write ALERT-LINE.
           move spaces to ALERT-LINE.
           string "TITLE=" function trim(ALERT-TITLE)
               delimited by size into ALERT-LINE.
           write ALERT-LINE.
           move spaces to ALERT-LINE.
           string "PLAYER=" function trim(PLAYER-NAME)
               delimited by size into ALERT-LINE.
           write ALERT-LINE.
           move spaces to ALERT-LINE.
           string "ROM=" function trim(JOURNAL-ROM-PATH)
               delimited by size into ALERT-LINE.
           write ALERT-LINE.
           move spaces to ALERT-LINE.
           string "REASON=" function trim(ALERT-REASON)
               delimited by size into ALERT-LINE.
           write ALERT-LINE.
           move spaces to ALERT-LINE.
           string "FRAME=" FRAME-DISPLAY
               delimited by size into ALERT-LINE.
           write ALERT-LINE.
           move spaces to ALERT-LINE.
           string "ARTIFACTS=" function trim(ALERT-ARTIFACTS)
               delimited by size into ALERT-LINE.
           write ALERT-LINE.

      *    > the notifier owns its own retries - one that fails
      *    > just means on-call finds the alert in the outbox
       RUN-NOTIFY-COMMAND.
           move spaces to SYSTEM-COMMAND.
           string function trim(ALERT-NOTIFY-COMMAND) " '"
               function trim(ALERT-PATH) "'"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to NOTIFY-SYSTEM-RC.
           move 0 to return-code.
           if NOTIFY-SYSTEM-RC not = 0
               display "ALERT: notify command failed - the alert"
                   " stays in " function trim(ALERT-OUTBOX-DIR)
           end-if.
       end program ALERT_OUTBOX.
