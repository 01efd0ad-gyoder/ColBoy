      *    flags loudly, because every golden-frame baseline is
      *    only meaningful if the input ROM is provably the same
      *    one. Verification is advisory - the run continues
      *    either way, with the operator told what they're running,
      *    and a mismatch leaves the run's return code at 4 at least
      *    (a warning).
       identification division.
       program-id. ROM_VERIFY.
       environment division.
           01 DB-LINE pic x(120).
       working-storage section.
           copy rom_banks.
           copy run_journal_ctl.

      * ====== LOCAL =======
           01 DB-PATH pic x(20) value "colboy-romdb.cfg".
                   display "** this is not the dump the baselines"
                       " were cut against"
                   display "**************************************"
                   if JOURNAL-RUN-CODE < 4
                       move 4 to JOURNAL-RUN-CODE
                   end-if
           end-evaluate.

       MAIN-EXIT.
