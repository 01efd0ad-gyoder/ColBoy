      *    error totals.
      *
      *        soak_coordinator <rom-dir> <workers> [frames]
      *                         [emulator-cmd] [flags...]
      *
      *    The emulator command defaults to ./colboy; workers is
      *    clamped to 1-8. Anything after the emulator command is
      *    handed to every worker as emulator flags (DUMP-FRAMES,
      *    AUDIO-DUMP, TRACE and the like). Before any worker
      *    starts, the whole queue's output is weighed against the
      *    free disk (see preflight_ctl): a refusal is journaled
      *    and nothing runs; outputs dropped to fit are left off
      *    the workers' flags and named in every merged row's
      *    flags field, which is then a warning. The return code
      *    is the worst code any worker's runs ended with (the
      *    journal's code field), or 16 when a worker left no
      *    journal at all - which raises a CRITICAL alert (see
      *    alert_ctl), since that worker's titles never got to
      *    raise their own. Every worker is handed the same SOAK-ID
      *    (the coordinator's start time), so the merged rows read
      *    as the one soak they were.
       identification division.
       program-id. SOAK_COORDINATOR.
       environment division.
       fd  MERGE-FILE.
           01 MERGE-LINE pic x(460).
       working-storage section.
           copy preflight_ctl.
           copy run_journal_ctl.
           copy alert_ctl.
           copy frame_dump_ctl.
           copy trace_ctl.
           copy audio_dump_ctl.
           copy audio_check_ctl.
           copy gif_ctl.
           copy avi_ctl.
           copy regdump_ctl.

      * ====== LOCAL =======
           01 ROM-DIR pic x(200) value spaces.
           01 MERGE-PATH pic x(32) value "colboy-runs.log".
           01 MERGE-STATUS-CD pic xx value spaces.
               88 MERGE-STATUS-OK value "00".
           01 SYSTEM-COMMAND pic x(4000) value spaces.
           01 LIST-SYSTEM-RC binary-long value 0.
           01 COMMAND-SCRATCH pic x(4000) value spaces.

      *    > the workers' own flags, one argument a row; an output
      *    > flag and its operand carry the output's number (the
      *    > order DISK_PREFLIGHT weighs them in), anything else 0
           01 ARG-COUNT binary-char unsigned value 0.
           01 ARG-I binary-char unsigned value 0.
           01 PASS-COUNT binary-char unsigned value 0.
           01 PASS-ROW occurs 32 times.
               05 PASS-TOKEN pic x(128).
               05 PASS-OUTPUT binary-char unsigned.
           01 PASS-I binary-char unsigned value 0.
           01 PASS-WORD pic x(16) value spaces.
           01 PASS-OPERAND-OF binary-char unsigned value 0.
           01 RANGE-FROM-TEXT pic x(12) value spaces.
           01 RANGE-TO-TEXT pic x(12) value spaces.
           01 PASS-FLAGS pic x(256) value spaces.
           01 FLAGS-SCRATCH pic x(256) value spaces.
           01 OUTPUT-KEPT binary-char unsigned value 0.
               88 OUTPUT-IS-KEPT value 1.
           01 JOURNAL-ACTION-ARG pic x(8) value spaces.
           01 NO-COUNT binary-long unsigned value 0.
           01 ROW-POS binary-short unsigned value 0.
           01 PIPE-SEEN binary-char unsigned value 0.
           01 PIPE-POS binary-short unsigned value 0.
           01 CODE-POS binary-short unsigned value 0.
           01 SOAK-STAMP pic x(21) value spaces.

           01 NAME-LEN binary-short unsigned value 0.
           01 CART-COUNT binary-short unsigned value 0.
           01 FIELD-CYCLES pic x(12) value spaces.
           01 FIELD-REASON pic x(24) value spaces.
           01 FIELD-SECONDS pic x(12) value spaces.
           01 FIELD-PLAYER pic x(16) value spaces.
           01 FIELD-MODEL pic x(8) value spaces.
           01 FIELD-LAG pic x(12) value spaces.
           01 FIELD-CODE pic x(4) value spaces.
           01 ROW-CODE binary-char unsigned value 0.
           01 SOAK-CODE binary-char unsigned value 0.
           01 ROW-ACTION pic x(8) value spaces.
           01 ROLLUP-VERDICT pic x(12) value spaces.
           01 OK-COUNT binary-short unsigned value 0.
           if ROM-DIR = spaces or WORKERS-ARG = spaces
               display "usage: soak_coordinator <rom-dir> <workers>"
                   " [frames] [emulator-cmd]"
               move 12 to return-code
               stop run
           end-if.
           move function numval(WORKERS-ARG) to WORKER-COUNT.
           if EMULATOR-CMD = spaces
               move "./colboy" to EMULATOR-CMD
           end-if.
           call "CONFIG_LOADER".
           move spaces to JOURNAL-PATH-OVERRIDE.
           move spaces to JOURNAL-BUILD-ID.
           move function current-date to SOAK-STAMP.
           move spaces to JOURNAL-SOAK-ID.
           string SOAK-STAMP (1:8) "-" SOAK-STAMP (9:6)
               delimited by size into JOURNAL-SOAK-ID.
           accept ARG-COUNT from argument-number.
           perform TAKE-PASS-ARG varying ARG-I from 5 by 1
               until ARG-I > ARG-COUNT or PASS-COUNT >= 32.

           perform SCAN-ROM-DIRECTORY.
           if CART-COUNT = 0
               display "SOAK: no cartridge files found in "
                   function trim(ROM-DIR)
               move 12 to return-code
               stop run
           end-if.
           perform PREFLIGHT-THE-QUEUE.
           display "==== PARALLEL SOAK: " CART-COUNT
               " cartridges across " WORKER-COUNT " workers ====".

               "  ok: " OK-COUNT
               "  header failures: " BAD-HEADER-COUNT
               "  errors: " ERROR-COUNT.
           move SOAK-CODE to return-code.
           stop run.

       SCAN-ROM-DIRECTORY.
               function trim(LIST-PATH)
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to LIST-SYSTEM-RC.
           if LIST-SYSTEM-RC not = 0
               display "SOAK: cannot list " function trim(ROM-DIR)
               move 12 to return-code
               stop run
           end-if.
           move 0 to CART-COUNT.
           open input LIST-FILE.
           if LIST-STATUS-OK
               " SOAK-LIST colboy-soak-worker-" WORKER-DIGIT
               ".lst JOURNAL colboy-runs-worker-" WORKER-DIGIT
               ".log BATCH " FRAMES-DISPLAY
               " SOAK-ID " function trim(JOURNAL-SOAK-ID) " "
               function trim(PASS-FLAGS)
               " > soak-worker-" WORKER-DIGIT ".out 2>&1 &"
               delimited by size into SYSTEM-COMMAND.

               until WORKER-I > WORKER-COUNT.
           close MERGE-FILE.

       ALERT-LOST-WORKER.
           move spaces to JOURNAL-ROM-PATH.
           string "colboy-soak-worker-" WORKER-DIGIT ".lst"
               delimited by size into JOURNAL-ROM-PATH.
           move "soak-fail" to ALERT-EVENT.
           move "CRITICAL" to ALERT-SEVERITY.
           move spaces to ALERT-REASON.
           string "worker " WORKER-DIGIT " left no journal"
               delimited by size into ALERT-REASON.
           move spaces to ALERT-ARTIFACTS.
           string "soak-worker-" WORKER-DIGIT ".out "
               function trim(JOURNAL-ROM-PATH)
               delimited by size into ALERT-ARTIFACTS.
           call "ALERT_OUTBOX".

       MERGE-ONE-JOURNAL.
           move WORKER-I to WORKER-DIGIT.
           move spaces to WORKER-PATH.
               display "worker " WORKER-DIGIT
                   " left no journal - check soak-worker-"
                   WORKER-DIGIT ".out"
               move 16 to SOAK-CODE
               perform ALERT-LOST-WORKER
           else
               perform READ-WORKER-LINE until WORKER-STATUS-EOF
               close WORKER-FILE
                   set WORKER-STATUS-EOF to true
               not at end
                   move WORKER-LINE to MERGE-LINE
                   if PREFLIGHT-DROPPED-SOME
                       perform NOTE-DROP-IN-ROW
                   end-if
                   write MERGE-LINE
                   perform TALLY-WORKER-RECORD thru
                       TALLY-WORKER-RECORD-EXIT
           move spaces to FIELD-CYCLES.
           move spaces to FIELD-REASON.
           move spaces to FIELD-SECONDS.
           move spaces to FIELD-PLAYER.
           move spaces to FIELD-MODEL.
           move spaces to FIELD-LAG.
           move spaces to FIELD-CODE.
           unstring WORKER-LINE delimited by "|" into FIELD-STAMP,
               FIELD-TITLE, FIELD-ROM, FIELD-FLAGS, FIELD-FRAMES,
               FIELD-INSTR, FIELD-CYCLES, FIELD-REASON,
               FIELD-SECONDS, FIELD-PLAYER, FIELD-MODEL, FIELD-LAG,
               FIELD-CODE.
           if FIELD-TITLE = spaces
               go to TALLY-WORKER-RECORD-EXIT
           end-if.
               when "batch-limit"
                   move "OK" to ROLLUP-VERDICT
                   add 1 to OK-COUNT
                   move 0 to ROW-CODE
               when "header-fail"
                   move "HEADER-FAIL" to ROLLUP-VERDICT
                   add 1 to BAD-HEADER-COUNT
                   move 12 to ROW-CODE
               when "illegal-op"
                   move "ILLEGAL-OP" to ROLLUP-VERDICT
                   add 1 to ERROR-COUNT
                   move 16 to ROW-CODE
               when "hung"
                   move "HUNG" to ROLLUP-VERDICT
                   add 1 to ERROR-COUNT
                   move 16 to ROW-CODE
               when "audio-silent"
                   move "SOUND-DIED" to ROLLUP-VERDICT
                   add 1 to ERROR-COUNT
                   move 4 to ROW-CODE
               when "audio-clipping"
                   move "CLIPPING" to ROLLUP-VERDICT
                   add 1 to ERROR-COUNT
                   move 4 to ROW-CODE
               when other
                   move "ERROR" to ROLLUP-VERDICT
                   add 1 to ERROR-COUNT
                   move 16 to ROW-CODE
           end-evaluate.
      *    > a journal row that carries its own code wins over the
      *    > reason-based guess (rows from older builds have none)
           if FIELD-CODE not = spaces
               move function numval(FIELD-CODE) to ROW-CODE
           end-if.
           if ROW-CODE > SOAK-CODE
               move ROW-CODE to SOAK-CODE
           end-if.
           display ROLLUP-VERDICT " " FIELD-TITLE " "
               function trim(FIELD-FRAMES) " frames  ("
               function trim(FIELD-ROM) ")".
       TALLY-WORKER-RECORD-EXIT.
           exit paragraph.

      *    > an output flag switches its output on the way the
      *    > emulator's own flag parser would, so the preflight
      *    > weighs what the workers will really write; its operand
      *    > (a range, a skip, a file) rides with it
       TAKE-PASS-ARG.
           add 1 to PASS-COUNT.
           display ARG-I upon argument-number.
           move spaces to PASS-TOKEN (PASS-COUNT).
           accept PASS-TOKEN (PASS-COUNT) from argument-value.
           if PASS-OPERAND-OF not = 0
               perform TAKE-PASS-OPERAND
               move 0 to PASS-OPERAND-OF
               exit paragraph
           end-if.
           move 0 to PASS-OUTPUT (PASS-COUNT).
           move function upper-case(function trim(
               PASS-TOKEN (PASS-COUNT))) to PASS-WORD.
           evaluate PASS-WORD
               when "DUMP-FRAMES"
                   move 1 to FRAME-DUMP-ENABLED
                   move 1 to PASS-OUTPUT (PASS-COUNT)
               when "TRACE"
                   move 1 to TRACE-ENABLED
                   move 2 to PASS-OUTPUT (PASS-COUNT)
               when "TRACE-DOCTOR"
                   move 1 to TRACE-ENABLED
                   move 1 to TRACE-FORMAT
                   move 2 to PASS-OUTPUT (PASS-COUNT)
               when "AVI"
                   move 1 to AVI-ENABLED
                   move 1 to AUDIO-DUMP-ENABLED
                   move 3 to PASS-OUTPUT (PASS-COUNT)
                   move 3 to PASS-OPERAND-OF
               when "AUDIO-DUMP"
                   move 1 to AUDIO-DUMP-ENABLED
                   move 4 to PASS-OUTPUT (PASS-COUNT)
               when "STEMS"
                   move 1 to AUDIO-DUMP-ENABLED
                   move 1 to STEM-ENABLED
                   move 5 to PASS-OUTPUT (PASS-COUNT)
               when "GIF"
                   move 1 to GIF-ENABLED
                   move 6 to PASS-OUTPUT (PASS-COUNT)
                   move 6 to PASS-OPERAND-OF
               when "GIF-SKIP"
                   move 6 to PASS-OUTPUT (PASS-COUNT)
                   move 16 to PASS-OPERAND-OF
               when "APU-LOG"
                   move 1 to REGDUMP-ENABLED
                   move 7 to PASS-OUTPUT (PASS-COUNT)
                   move 7 to PASS-OPERAND-OF
               when "AUDIO-RECORD"
                   move 1 to AUDIO-CHECK-MODE
                   move 1 to AUDIO-DUMP-ENABLED
               when "AUDIO-VERIFY"
                   move 2 to AUDIO-CHECK-MODE
                   move 1 to AUDIO-DUMP-ENABLED
           end-evaluate.

      *    > the operand belongs to the output its flag named (16 is
      *    > GIF-SKIP's count, which goes with the GIF)
       TAKE-PASS-OPERAND.
           move PASS-OPERAND-OF to PASS-OUTPUT (PASS-COUNT).
           move spaces to RANGE-FROM-TEXT.
           move "999999999" to RANGE-TO-TEXT.
           evaluate PASS-OPERAND-OF
               when 3
                   unstring PASS-TOKEN (PASS-COUNT) delimited by "-"
                       into RANGE-FROM-TEXT RANGE-TO-TEXT
                   move function numval(RANGE-FROM-TEXT) to
                       AVI-FROM-FRAME
                   move function numval(RANGE-TO-TEXT) to
                       AVI-TO-FRAME
               when 6
                   unstring PASS-TOKEN (PASS-COUNT) delimited by "-"
                       into RANGE-FROM-TEXT RANGE-TO-TEXT
                   move function numval(RANGE-FROM-TEXT) to
                       GIF-FROM-FRAME
                   move function numval(RANGE-TO-TEXT) to
                       GIF-TO-FRAME
               when 16
                   move 6 to PASS-OUTPUT (PASS-COUNT)
                   move function numval(PASS-TOKEN (PASS-COUNT))
                       to GIF-SKIP
           end-evaluate.

      *    > the whole queue, every worker's slice together, on the
      *    > one filesystem they share
       PREFLIGHT-THE-QUEUE.
           move CART-COUNT to PREFLIGHT-TITLES.
           move FRAME-BUDGET to PREFLIGHT-FRAMES.
           call "DISK_PREFLIGHT".
           move spaces to PASS-FLAGS.
           perform KEEP-ONE-PASS-ARG varying PASS-I from 1 by 1
               until PASS-I > PASS-COUNT.
           if PREFLIGHT-REFUSED
               display "SOAK: refused - the disk will not hold the"
                   " queue's output"
               move ROM-DIR to JOURNAL-ROM-PATH
               move spaces to JOURNAL-FLAGS-TEXT
               string "SOAK " function trim(ROM-DIR) " "
                   function trim(PASS-FLAGS)
                   delimited by size into JOURNAL-FLAGS-TEXT
               move "start" to JOURNAL-ACTION-ARG
               call "RUN_JOURNAL" using by reference
                   JOURNAL-ACTION-ARG, by value NO-COUNT,
                   by value NO-COUNT
               move "disk-space" to JOURNAL-END-REASON
               move "end" to JOURNAL-ACTION-ARG
               call "RUN_JOURNAL" using by reference
                   JOURNAL-ACTION-ARG, by value NO-COUNT,
                   by value NO-COUNT
               move 12 to return-code
               stop run
           end-if.
           if PREFLIGHT-DROPPED-SOME
               move 4 to SOAK-CODE
           end-if.

      *    > an output the preflight switched off leaves the
      *    > workers' flags along with its operand
       KEEP-ONE-PASS-ARG.
           move 1 to OUTPUT-KEPT.
           evaluate PASS-OUTPUT (PASS-I)
               when 1
                   if not FRAME-DUMP-IS-ON
                       move 0 to OUTPUT-KEPT
                   end-if
               when 2
                   if not TRACE-IS-ON
                       move 0 to OUTPUT-KEPT
                   end-if
               when 3
                   if not AVI-IS-ON
                       move 0 to OUTPUT-KEPT
                   end-if
               when 4
                   if not AUDIO-DUMP-IS-ON
                       move 0 to OUTPUT-KEPT
                   end-if
               when 5
                   if not STEMS-ARE-ON
                       move 0 to OUTPUT-KEPT
                   end-if
               when 6
                   if not GIF-IS-ON
                       move 0 to OUTPUT-KEPT
                   end-if
               when 7
                   if not REGDUMP-IS-ON
                       move 0 to OUTPUT-KEPT
                   end-if
           end-evaluate.
           if OUTPUT-IS-KEPT
               move PASS-FLAGS to FLAGS-SCRATCH
               move spaces to PASS-FLAGS
               string function trim(FLAGS-SCRATCH) " "
                   function trim(PASS-TOKEN (PASS-I))
                   delimited by size into PASS-FLAGS
           end-if.

      *    > the dropped outputs go into the row's flags field (the
      *    > fourth) and a clean row's code becomes a warning
       NOTE-DROP-IN-ROW.
           move 0 to PIPE-SEEN.
           move 0 to PIPE-POS.
           move 0 to CODE-POS.
           perform FIND-FOURTH-PIPE varying ROW-POS from 1 by 1
               until ROW-POS > 460 or PIPE-POS > 0.
           if PIPE-POS = 0
               exit paragraph
           end-if.
           move spaces to MERGE-LINE.
           string WORKER-LINE (1:PIPE-POS - 1)
               " PREFLIGHT-DROPPED "
               function trim(PREFLIGHT-DROP-LIST)
               function trim(WORKER-LINE (PIPE-POS:) trailing)
               delimited by size into MERGE-LINE.
      *    > the code is the thirteenth field - after the twelfth
      *    > pipe, with the build and soak fields behind it
           move 0 to PIPE-SEEN.
           perform FIND-TWELFTH-PIPE varying ROW-POS from 1 by 1
               until ROW-POS > 458 or CODE-POS > 0.
           if CODE-POS > 0
               if MERGE-LINE (CODE-POS + 1:2) = "00"
                   move "04" to MERGE-LINE (CODE-POS + 1:2)
               end-if
           end-if.

       FIND-FOURTH-PIPE.
           if WORKER-LINE (ROW-POS:1) = "|"
               add 1 to PIPE-SEEN
               if PIPE-SEEN = 4
                   move ROW-POS to PIPE-POS
               end-if
           end-if.

       FIND-TWELFTH-PIPE.
           if MERGE-LINE (ROW-POS:1) = "|"
               add 1 to PIPE-SEEN
               if PIPE-SEEN = 12
                   move ROW-POS to CODE-POS
               end-if
           end-if.
       end program SOAK_COORDINATOR.
