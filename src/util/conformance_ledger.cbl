      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Test-ROM conformance ledger, called by MAIN-DRIVER once
      *    a TESTROM run's verdict is in. Appends one record to
      *    colboy-conformance.log - date/time, the build that ran
      *    it, the ROM path, CART-TITLE and the verdict (PASS,
      *    FAIL, or NONE when the run ended before the test
      *    reported) - the same append-only discipline RUN_JOURNAL
      *    and SCORE_LEDGER keep. The build is the emulator's own
      *    compile stamp unless the BUILD-ID flag named it (a
      *    release tag, a commit). CONFORMANCE_REPORT turns the
      *    file into the ROMs-by-builds matrix release sign-off
      *    reads.
       identification division.
       program-id. CONFORMANCE_LEDGER.
       environment division.
       input-output section.
       file-control.
           select LEDGER-FILE assign to LEDGER-PATH
               organization is line sequential
               file status is FILE-STATUS-CD.
       data division.
       file section.
       fd  LEDGER-FILE.
           01 LEDGER-LINE pic x(340).
       working-storage section.
           copy serial_capture_ctl.
           copy cart_header.
           copy run_journal_ctl.

      * ====== LOCAL =======
           01 LEDGER-PATH pic x(24) value "colboy-conformance.log".
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
           01 STAMP-TEXT pic x(21) value spaces.
           01 LEDGER-TITLE pic x(16) value spaces.
           01 VERDICT-TEXT pic x(4) value spaces.
       linkage section.
           01 BUILD-ID-IN pic x(24).
       procedure division using by reference BUILD-ID-IN.
       MAIN.
           evaluate true
               when TESTROM-PASSED
                   move "PASS" to VERDICT-TEXT
               when TESTROM-FAILED
                   move "FAIL" to VERDICT-TEXT
               when other
                   move "NONE" to VERDICT-TEXT
           end-evaluate.
           move CART-TITLE to LEDGER-TITLE.
           inspect LEDGER-TITLE replacing all low-value by space.
           move function current-date to STAMP-TEXT.

           open extend LEDGER-FILE.
           if not FILE-STATUS-OK
               open output LEDGER-FILE
           end-if.
           move spaces to LEDGER-LINE.
           string STAMP-TEXT (1:8) " " STAMP-TEXT (9:6) "|"
               function trim(BUILD-ID-IN) "|"
               function trim(JOURNAL-ROM-PATH) "|"
               function trim(LEDGER-TITLE) "|"
               VERDICT-TEXT
               delimited by size into LEDGER-LINE.
           write LEDGER-LINE.
           close LEDGER-FILE.

       MAIN-EXIT.
           exit program.
       end program CONFORMANCE_LEDGER.
