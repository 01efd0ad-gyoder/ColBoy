      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Job-stream runner: the overnight sequence (ROM intake,
      *    the parallel soak, the golden and test-ROM verify runs,
      *    the retention sweep, journal archival and the morning
      *    digest) used to be a cron chain, so one dead step left
      *    the rest running on bad inputs or not at all. This runs
      *    a job definition file of named steps in order, each
      *    through the shell, with a condition-code rule per step,
      *    and records every step's start, end and return code in
      *    colboy-job.log.
      *
      *        job_stream RUN <job-file>
      *        job_stream RESTART <job-file> [step]
      *
      *    One step per line, * or # in column 1 for comments:
      *
      *        STEPNAME|cond|shell command
      *
      *    The step runs only when every step that ran before it
      *    ended at or below cond (blank is 0); EVEN runs it
      *    whatever happened. A step that does not qualify is
      *    flushed, not run, and the stream goes on to the next.
      *    The shell command is the rest of the line, pipes and
      *    all. For example:
      *
      *        INTAKE|0|./rom_intake inbox roms rejected
      *        SOAK|0|./soak_coordinator roms 4 600
      *        GOLDEN|0|./colboy roms/golden.gb BATCH 600 ...
      *        SWEEP|4|./retention_sweep ...
      *        ARCHIVE|4|./journal_archive 20260901
      *        DIGEST|EVEN|./ops_digest > digest.txt
      *
      *    RESTART picks the job up from its latest RUN in the log:
      *    the steps that finished are not run again (their codes
      *    still count toward the later steps' conditions), and
      *    the stream resumes at the step that failed - the one
      *    that died mid-run, or the one whose return code got a
      *    later step flushed - or at the step named. The return
      *    code is the highest code any step ended with; a job file
      *    that is missing or will not parse ends 12.
       identification division.
       program-id. JOB_STREAM.
       environment division.
       input-output section.
       file-control.
           select JOB-FILE assign to JOB-PATH
               organization is line sequential
               file status is JOB-STATUS-CD.
           select LOG-FILE assign to LOG-PATH
               organization is line sequential
               file status is LOG-STATUS-CD.
       data division.
       file section.
       fd  JOB-FILE.
           01 JOB-LINE pic x(1024).
       fd  LOG-FILE.
           01 LOG-LINE pic x(1400).
       working-storage section.

      * ====== LOCAL =======
           01 ACTION-ARG pic x(8) value spaces.
           01 JOB-PATH pic x(256) value spaces.
           01 RESTART-ARG pic x(16) value spaces.
           01 JOB-STATUS-CD pic xx value spaces.
               88 JOB-STATUS-OK value "00".
               88 JOB-STATUS-EOF value "10".
           01 LOG-PATH pic x(32) value "colboy-job.log".
           01 LOG-STATUS-CD pic xx value spaces.
               88 LOG-STATUS-OK value "00".
               88 LOG-STATUS-EOF value "10".
           01 SYSTEM-COMMAND pic x(2000) value spaces.
           01 RESTARTING binary-char unsigned value 0.
               88 IS-RESTART value 1.

      *    > the job definition
           01 STEP-COUNT binary-short unsigned value 0.
           01 STEP-ROW occurs 32 times.
               05 STEP-NAME pic x(16).
               05 STEP-COND binary-short unsigned.
               05 STEP-EVEN binary-char unsigned.
                   88 STEP-RUNS-EVEN value 1.
               05 STEP-COMMAND pic x(1000).
      *        > what the log says the latest RUN did with the step:
      *        > space never reached, S started but never ended,
      *        > E ended (with LOGGED-RC), F flushed
               05 STEP-LOGGED pic x.
               05 STEP-LOGGED-RC binary-short unsigned.
      *        > what this pass did: R ran, F flushed, D done in an
      *        > earlier pass, B bypassed by a named restart
               05 STEP-OUTCOME pic x.
               05 STEP-RC binary-short unsigned.
               05 STEP-SECONDS binary-long unsigned.
           01 STEP-I binary-short unsigned value 0.
           01 STEP-J binary-short unsigned value 0.
           01 STEP-FOUND binary-short unsigned value 0.
           01 LINE-NUMBER binary-short unsigned value 0.
           01 LINE-PTR binary-short unsigned value 0.
           01 JOB-ERRORS binary-short unsigned value 0.
           01 FIELD-NAME pic x(40) value spaces.
           01 FIELD-COND pic x(16) value spaces.

      *    > the job log
           01 FIELD-STAMP pic x(15) value spaces.
           01 FIELD-JOB pic x(256) value spaces.
           01 FIELD-STEP pic x(16) value spaces.
           01 FIELD-EVENT pic x(8) value spaces.
           01 FIELD-RC pic x(8) value spaces.
           01 FIELD-DETAIL pic x(1000) value spaces.
           01 LOG-EVENT pic x(8) value spaces.
           01 LOG-RC pic 9(3) value 0.
           01 LOG-DETAIL pic x(1000) value spaces.
           01 LOG-STEP-NAME pic x(16) value spaces.
           01 RUN-FOUND binary-char unsigned value 0.
               88 RUN-WAS-FOUND value 1.

           01 RESTART-AT binary-short unsigned value 1.
           01 HIGHEST-RC binary-short unsigned value 0.
           01 RAW-STATUS binary-long value 0.
           01 SIGNAL-NUMBER binary-long value 0.
           01 RAN-COUNT binary-short unsigned value 0.
           01 FLUSHED-COUNT binary-short unsigned value 0.
           01 DONE-COUNT binary-short unsigned value 0.
           01 RC-DISPLAY pic zz9 value 0.
           01 COND-DISPLAY pic zz9 value 0.
           01 COUNT-DISPLAY pic zz9 value 0.
           01 SECONDS-DISPLAY pic z(6)9 value 0.

           01 STAMP-TEXT pic x(21) value spaces.
           01 STAMP-DAY binary-long unsigned value 0.
           01 NOW-SECONDS binary-double unsigned value 0.
           01 STEP-START-SECONDS binary-double unsigned value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept ACTION-ARG from argument-value.
           display 2 upon argument-number.
           accept JOB-PATH from argument-value.
           display 3 upon argument-number.
           accept RESTART-ARG from argument-value.
           move function upper-case(ACTION-ARG) to ACTION-ARG.
           if (ACTION-ARG not = "RUN" and ACTION-ARG not = "RESTART")
                   or JOB-PATH = spaces
               display "usage: job_stream RUN <job-file>"
               display "       job_stream RESTART <job-file> [step]"
               move 12 to return-code
               stop run
           end-if.
           if ACTION-ARG = "RESTART"
               move 1 to RESTARTING
           end-if.

           perform LOAD-JOB-FILE thru LOAD-JOB-FILE-EXIT.
           if JOB-ERRORS > 0 or STEP-COUNT = 0
               if STEP-COUNT = 0 and JOB-ERRORS = 0
                   display "JOB: no steps in " function trim(JOB-PATH)
               end-if
               move 12 to return-code
               stop run
           end-if.

           move 1 to RESTART-AT.
           if IS-RESTART
               perform FIND-RESTART-POINT thru FIND-RESTART-POINT-EXIT
               if RESTART-AT = 0
                   move 12 to return-code
                   stop run
               end-if
               if RESTART-AT > STEP-COUNT
                   display "JOB: every step of "
                       function trim(JOB-PATH)
                       " finished in its latest run - nothing to"
                       " restart"
                   move 0 to return-code
                   stop run
               end-if
           end-if.

           move "-" to LOG-STEP-NAME.
           move "BEGIN" to LOG-EVENT.
           move 0 to LOG-RC.
           move spaces to LOG-DETAIL.
           if IS-RESTART
               string "RESTART at " function trim(STEP-NAME
                   (RESTART-AT)) delimited by size into LOG-DETAIL
           else
               move "RUN" to LOG-DETAIL
           end-if.
           perform WRITE-LOG-RECORD.
           display "==== JOB STREAM " function trim(JOB-PATH) " - "
               function trim(LOG-DETAIL) " ====".

           move 0 to HIGHEST-RC.
           perform CARRY-EARLIER-STEP
               varying STEP-I from 1 by 1
               until STEP-I >= RESTART-AT.
           perform RUN-ONE-STEP thru RUN-ONE-STEP-EXIT
               varying STEP-I from RESTART-AT by 1
               until STEP-I > STEP-COUNT.

           move "-" to LOG-STEP-NAME.
           move "FINISH" to LOG-EVENT.
           move HIGHEST-RC to LOG-RC.
           move spaces to LOG-DETAIL.
           move RAN-COUNT to COUNT-DISPLAY.
           string "ran " function trim(COUNT-DISPLAY)
               delimited by size into LOG-DETAIL.
           move FLUSHED-COUNT to COUNT-DISPLAY.
           string function trim(LOG-DETAIL) " flushed "
               function trim(COUNT-DISPLAY)
               delimited by size into LOG-DETAIL.
           move DONE-COUNT to COUNT-DISPLAY.
           string function trim(LOG-DETAIL) " done-earlier "
               function trim(COUNT-DISPLAY)
               delimited by size into LOG-DETAIL.
           perform WRITE-LOG-RECORD.

           display " ".
           display "==== JOB STREAM SUMMARY ====".
           perform SHOW-STEP-SUMMARY
               varying STEP-I from 1 by 1
               until STEP-I > STEP-COUNT.
           move HIGHEST-RC to RC-DISPLAY.
           display "highest return code: " function trim(RC-DISPLAY)
               "  (" function trim(LOG-DETAIL) ")".
           if FLUSHED-COUNT > 0
               display "restart with: job_stream RESTART "
                   function trim(JOB-PATH)
           end-if.
           if HIGHEST-RC > 255
               move 255 to return-code
           else
               move HIGHEST-RC to return-code
           end-if.
           stop run.

      *    > ---- the job definition ----
       LOAD-JOB-FILE.
           move 0 to STEP-COUNT.
           move 0 to LINE-NUMBER.
           open input JOB-FILE.
           if not JOB-STATUS-OK
               display "cannot open " function trim(JOB-PATH)
               add 1 to JOB-ERRORS
               go to LOAD-JOB-FILE-EXIT
           end-if.
           perform READ-JOB-LINE until JOB-STATUS-EOF.
           close JOB-FILE.
       LOAD-JOB-FILE-EXIT.
           exit paragraph.

       READ-JOB-LINE.
           read JOB-FILE
               at end
                   set JOB-STATUS-EOF to true
               not at end
                   add 1 to LINE-NUMBER
                   perform TAKE-JOB-LINE thru TAKE-JOB-LINE-EXIT
           end-read.

       TAKE-JOB-LINE.
           if JOB-LINE = spaces or JOB-LINE (1:1) = "*"
                   or JOB-LINE (1:1) = "#"
               go to TAKE-JOB-LINE-EXIT
           end-if.
           move spaces to FIELD-NAME.
           move spaces to FIELD-COND.
           move 1 to LINE-PTR.
           unstring JOB-LINE delimited by "|" into FIELD-NAME,
               FIELD-COND with pointer LINE-PTR.
           move function upper-case(function trim(FIELD-NAME))
               to FIELD-NAME.
           move function upper-case(function trim(FIELD-COND))
               to FIELD-COND.
           if FIELD-NAME = spaces or FIELD-NAME (17:) not = spaces
                   or LINE-PTR > 1024
                   or JOB-LINE (LINE-PTR:) = spaces
               display "JOB line " LINE-NUMBER
                   ": want STEPNAME|cond|command, step names up to"
                   " 16 characters"
               add 1 to JOB-ERRORS
               go to TAKE-JOB-LINE-EXIT
           end-if.
           move 0 to STEP-FOUND.
           perform FIND-STEP-BY-NAME
               varying STEP-J from 1 by 1
               until STEP-J > STEP-COUNT.
           if STEP-FOUND > 0
               display "JOB line " LINE-NUMBER ": step "
                   function trim(FIELD-NAME) " is defined twice"
               add 1 to JOB-ERRORS
               go to TAKE-JOB-LINE-EXIT
           end-if.
           if STEP-COUNT >= 32
               display "JOB line " LINE-NUMBER
                   ": more than 32 steps - split the job"
               add 1 to JOB-ERRORS
               go to TAKE-JOB-LINE-EXIT
           end-if.
           add 1 to STEP-COUNT.
           move FIELD-NAME to STEP-NAME (STEP-COUNT).
           move 0 to STEP-COND (STEP-COUNT).
           move 0 to STEP-EVEN (STEP-COUNT).
           evaluate true
               when FIELD-COND = spaces
                   continue
               when FIELD-COND = "EVEN"
                   move 1 to STEP-EVEN (STEP-COUNT)
               when function test-numval(FIELD-COND) = 0
                   move function numval(FIELD-COND)
                       to STEP-COND (STEP-COUNT)
               when other
                   display "JOB line " LINE-NUMBER
                       ": cond must be a return code or EVEN"
                   add 1 to JOB-ERRORS
           end-evaluate.
           move function trim(JOB-LINE (LINE-PTR:))
               to STEP-COMMAND (STEP-COUNT).
           move space to STEP-LOGGED (STEP-COUNT).
           move 0 to STEP-LOGGED-RC (STEP-COUNT).
           move space to STEP-OUTCOME (STEP-COUNT).
           move 0 to STEP-RC (STEP-COUNT).
           move 0 to STEP-SECONDS (STEP-COUNT).
       TAKE-JOB-LINE-EXIT.
           exit paragraph.

       FIND-STEP-BY-NAME.
           if STEP-FOUND = 0 and STEP-NAME (STEP-J) = FIELD-NAME
               move STEP-J to STEP-FOUND
           end-if.

      *    > ---- restart: replay the log's latest RUN of this job ----
      *    > a BEGIN RUN wipes what the log said before it; a BEGIN
      *    > RESTART does not, so a stream restarted twice still
      *    > knows what its first pass finished
       FIND-RESTART-POINT.
           move 0 to RUN-FOUND.
           open input LOG-FILE.
           if LOG-STATUS-OK
               perform READ-LOG-LINE until LOG-STATUS-EOF
               close LOG-FILE
           end-if.
           if not RUN-WAS-FOUND
               display "JOB: " function trim(LOG-PATH)
                   " has no run of " function trim(JOB-PATH)
                   " to restart - use RUN"
               move 0 to RESTART-AT
               go to FIND-RESTART-POINT-EXIT
           end-if.

           if RESTART-ARG not = spaces
               move function upper-case(RESTART-ARG) to FIELD-NAME
               move 0 to STEP-FOUND
               perform FIND-STEP-BY-NAME
                   varying STEP-J from 1 by 1
                   until STEP-J > STEP-COUNT
               if STEP-FOUND = 0
                   display "JOB: no step " function trim(FIELD-NAME)
                       " in " function trim(JOB-PATH)
               end-if
               move STEP-FOUND to RESTART-AT
               go to FIND-RESTART-POINT-EXIT
           end-if.

      *    > the first step that never ended (it died, was flushed or
      *    > was never reached) ...
           compute RESTART-AT = STEP-COUNT + 1.
           perform FIND-FIRST-UNFINISHED
               varying STEP-I from STEP-COUNT by -1
               until STEP-I < 1.
           if RESTART-AT > STEP-COUNT
               go to FIND-RESTART-POINT-EXIT
           end-if.
      *    > ... unless it was flushed: then the failure is back at
      *    > the earliest step whose code was over its condition,
      *    > and the stream picks up again there
           move RESTART-AT to STEP-FOUND.
           if STEP-LOGGED (STEP-FOUND) = "F"
                   and not STEP-RUNS-EVEN (STEP-FOUND)
               perform FIND-FAILED-STEP
                   varying STEP-I from STEP-FOUND by -1
                   until STEP-I < 1
           end-if.
       FIND-RESTART-POINT-EXIT.
           exit paragraph.

       FIND-FIRST-UNFINISHED.
           if STEP-LOGGED (STEP-I) not = "E"
               move STEP-I to RESTART-AT
           end-if.

       FIND-FAILED-STEP.
           if STEP-I < STEP-FOUND and STEP-LOGGED (STEP-I) = "E"
                   and STEP-LOGGED-RC (STEP-I) > STEP-COND (STEP-FOUND)
               move STEP-I to RESTART-AT
           end-if.

       READ-LOG-LINE.
           read LOG-FILE
               at end
                   set LOG-STATUS-EOF to true
               not at end
                   perform TAKE-LOG-LINE thru TAKE-LOG-LINE-EXIT
           end-read.

       TAKE-LOG-LINE.
           move spaces to FIELD-STAMP.
           move spaces to FIELD-JOB.
           move spaces to FIELD-STEP.
           move spaces to FIELD-EVENT.
           move spaces to FIELD-RC.
           move spaces to FIELD-DETAIL.
           unstring LOG-LINE delimited by "|" into FIELD-STAMP,
               FIELD-JOB, FIELD-STEP, FIELD-EVENT, FIELD-RC,
               FIELD-DETAIL.
           if FIELD-JOB not = JOB-PATH
               go to TAKE-LOG-LINE-EXIT
           end-if.
           if FIELD-EVENT = "BEGIN" and FIELD-DETAIL = "RUN"
               move 1 to RUN-FOUND
               perform FORGET-LOGGED-STEP
                   varying STEP-J from 1 by 1
                   until STEP-J > STEP-COUNT
               go to TAKE-LOG-LINE-EXIT
           end-if.
           move FIELD-STEP to FIELD-NAME.
           move 0 to STEP-FOUND.
           perform FIND-STEP-BY-NAME
               varying STEP-J from 1 by 1
               until STEP-J > STEP-COUNT.
           if STEP-FOUND = 0
               go to TAKE-LOG-LINE-EXIT
           end-if.
           evaluate FIELD-EVENT
               when "START"
                   move "S" to STEP-LOGGED (STEP-FOUND)
               when "END"
               when "DONE"
                   move "E" to STEP-LOGGED (STEP-FOUND)
                   move function numval(FIELD-RC)
                       to STEP-LOGGED-RC (STEP-FOUND)
               when "FLUSH"
                   move "F" to STEP-LOGGED (STEP-FOUND)
               when other
                   continue
           end-evaluate.
       TAKE-LOG-LINE-EXIT.
           exit paragraph.

       FORGET-LOGGED-STEP.
           move space to STEP-LOGGED (STEP-J).
           move 0 to STEP-LOGGED-RC (STEP-J).

      *    > ---- running the stream ----
      *    > a step before the restart point that finished keeps its
      *    > code, so the conditions downstream see the same history
      *    > the first pass did
       CARRY-EARLIER-STEP.
           move STEP-NAME (STEP-I) to LOG-STEP-NAME.
           move spaces to LOG-DETAIL.
           if STEP-LOGGED (STEP-I) = "E"
               move "D" to STEP-OUTCOME (STEP-I)
               move STEP-LOGGED-RC (STEP-I) to STEP-RC (STEP-I)
               add 1 to DONE-COUNT
               if STEP-RC (STEP-I) > HIGHEST-RC
                   move STEP-RC (STEP-I) to HIGHEST-RC
               end-if
               move "DONE" to LOG-EVENT
               move STEP-RC (STEP-I) to LOG-RC
               move "finished in an earlier pass" to LOG-DETAIL
           else
               move "B" to STEP-OUTCOME (STEP-I)
               move "BYPASS" to LOG-EVENT
               move 0 to LOG-RC
               move "before the named restart step" to LOG-DETAIL
           end-if.
           perform WRITE-LOG-RECORD.

       RUN-ONE-STEP.
           move STEP-NAME (STEP-I) to LOG-STEP-NAME.
           if not STEP-RUNS-EVEN (STEP-I)
                   and HIGHEST-RC > STEP-COND (STEP-I)
               move "F" to STEP-OUTCOME (STEP-I)
               add 1 to FLUSHED-COUNT
               move "FLUSH" to LOG-EVENT
               move HIGHEST-RC to LOG-RC
               move HIGHEST-RC to RC-DISPLAY
               move STEP-COND (STEP-I) to COND-DISPLAY
               move spaces to LOG-DETAIL
               string "prior code " function trim(RC-DISPLAY)
                   " over cond " function trim(COND-DISPLAY)
                   delimited by size into LOG-DETAIL
               perform WRITE-LOG-RECORD
               display "JOB step " STEP-NAME (STEP-I) " FLUSHED - "
                   function trim(LOG-DETAIL)
               go to RUN-ONE-STEP-EXIT
           end-if.

           move "START" to LOG-EVENT.
           move 0 to LOG-RC.
           move STEP-COMMAND (STEP-I) to LOG-DETAIL.
           perform WRITE-LOG-RECORD.
           display "JOB step " STEP-NAME (STEP-I) " START  "
               function trim(STEP-COMMAND (STEP-I)).
           perform TAKE-NOW-SECONDS.
           move NOW-SECONDS to STEP-START-SECONDS.

           move STEP-COMMAND (STEP-I) to SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to RAW-STATUS.
           move 0 to return-code.
      *    > the shell hands back a wait status: the exit code is
      *    > its high byte, and a step killed by a signal reads as
      *    > 128 plus the signal, the way the shell reports it
           if RAW-STATUS < 0
               move 255 to STEP-RC (STEP-I)
           else
               divide RAW-STATUS by 256 giving STEP-RC (STEP-I)
                   remainder SIGNAL-NUMBER
               if SIGNAL-NUMBER not = 0
                   compute STEP-RC (STEP-I) =
                       128 + function mod(SIGNAL-NUMBER, 128)
               end-if
           end-if.

           perform TAKE-NOW-SECONDS.
           if NOW-SECONDS >= STEP-START-SECONDS
               compute STEP-SECONDS (STEP-I) =
                   NOW-SECONDS - STEP-START-SECONDS
           else
               move 0 to STEP-SECONDS (STEP-I)
           end-if.
           move "R" to STEP-OUTCOME (STEP-I).
           add 1 to RAN-COUNT.
           if STEP-RC (STEP-I) > HIGHEST-RC
               move STEP-RC (STEP-I) to HIGHEST-RC
           end-if.
           move "END" to LOG-EVENT.
           move STEP-RC (STEP-I) to LOG-RC.
           move STEP-SECONDS (STEP-I) to SECONDS-DISPLAY.
           move spaces to LOG-DETAIL.
           string function trim(SECONDS-DISPLAY) " seconds"
               delimited by size into LOG-DETAIL.
           perform WRITE-LOG-RECORD.
           move STEP-RC (STEP-I) to RC-DISPLAY.
           display "JOB step " STEP-NAME (STEP-I) " END    rc "
               function trim(RC-DISPLAY) "  "
               function trim(LOG-DETAIL).
       RUN-ONE-STEP-EXIT.
           exit paragraph.

       SHOW-STEP-SUMMARY.
           move STEP-RC (STEP-I) to RC-DISPLAY.
           evaluate STEP-OUTCOME (STEP-I)
               when "R"
                   move STEP-SECONDS (STEP-I) to SECONDS-DISPLAY
                   display STEP-NAME (STEP-I) " ran           rc "
                       RC-DISPLAY "  " function trim(SECONDS-DISPLAY)
                       " s"
               when "D"
                   display STEP-NAME (STEP-I) " done earlier  rc "
                       RC-DISPLAY
               when "F"
                   display STEP-NAME (STEP-I) " FLUSHED"
               when other
                   display STEP-NAME (STEP-I) " bypassed"
           end-evaluate.

      *    > every record goes down on its own open and close, so a
      *    > step that takes the machine with it still leaves its
      *    > START behind for RESTART to find
       WRITE-LOG-RECORD.
           move function current-date to STAMP-TEXT.
           open extend LOG-FILE.
           if not LOG-STATUS-OK
               open output LOG-FILE
           end-if.
           move spaces to LOG-LINE.
           string STAMP-TEXT (1:8) " " STAMP-TEXT (9:6) "|"
               function trim(JOB-PATH) "|"
               function trim(LOG-STEP-NAME) "|"
               function trim(LOG-EVENT) "|"
               LOG-RC "|"
               function trim(LOG-DETAIL)
               delimited by size into LOG-LINE.
           write LOG-LINE.
           close LOG-FILE.

       TAKE-NOW-SECONDS.
           move function current-date to STAMP-TEXT.
           compute STAMP-DAY = function integer-of-date(
               function numval(STAMP-TEXT (1:8))).
           compute NOW-SECONDS = (STAMP-DAY * 86400)
               + (function numval(STAMP-TEXT (9:2)) * 3600)
               + (function numval(STAMP-TEXT (11:2)) * 60)
               + function numval(STAMP-TEXT (13:2)).
       end program JOB_STREAM.
