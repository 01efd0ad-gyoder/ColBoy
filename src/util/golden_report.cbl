      *    came up because the run ended before its frame. Called by
      *    MAIN-DRIVER after the fetch-execute loop, once per
      *    cartridge, so a queue of titles prints one table each.
      *    A FAIL raises the run's return code to 8 (failed
      *    verification).
       identification division.
       program-id. GOLDEN_REPORT.
       environment division.
       data division.
       working-storage section.
           copy golden_ctl.
           copy run_journal_ctl.

      * ====== LOCAL =======
           01 POINT-I binary-char unsigned value 0.
               else
                   display "overall: FAIL (" FAIL-COUNT
                       " mismatched, " PENDING-COUNT " not reached)"
                   if JOURNAL-RUN-CODE < 8
                       move 8 to JOURNAL-RUN-CODE
                   end-if
               end-if
           end-if.

