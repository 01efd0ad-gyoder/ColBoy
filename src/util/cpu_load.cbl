      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Per-frame CPU load, for picking a title's OVERCLOCK
      *    factor from measurement instead of guesswork. The
      *    caller's action says what to do:
      *
      *        "wipe"  a run is starting - forget the last one
      *        "take"  a frame just finished: close it out of the
      *                busy/halt cycles FETCH-EXECUTE split for it
      *                (see cpu_load_ctl), one colboy-cpu-load.txt
      *                row per frame (FRAME,BUSY,HALT,LOAD,OVERRUN)
      *        "rept"  the run is over: print the report
      *
      *    The report gives the run's average load, the ten worst
      *    frames, a chart of load over the whole run and every
      *    overrun frame range. The chart is 64 columns wide; a run
      *    long enough to fill them merges neighbouring columns in
      *    pairs and puts twice as many frames in each from then on,
      *    so the chart always spans the whole run, however long.
       identification division.
       program-id. CPU_LOAD.
       environment division.
       input-output section.
       file-control.
           select LOAD-FILE assign to LOAD-PATH
               organization is line sequential
               file status is LOAD-STATUS-CD.
       data division.
       file section.
       fd  LOAD-FILE.
           01 LOAD-LINE pic x(64).
       working-storage section.
           copy cpu_load_ctl.
           copy lag_ctl.
           copy emu_config.

      * ====== LOCAL =======
           01 LOAD-PATH pic x(24) value "colboy-cpu-load.txt".
           01 LOAD-STATUS-CD pic xx value spaces.
               88 LOAD-STATUS-OK value "00".
           01 LOAD-FILE-OPENED binary-char unsigned value 0.
               88 LOAD-FILE-IS-OPEN value 1.

      *    > the frame being closed
           01 CLOSE-FRAME binary-long unsigned value 0.
           01 FRAME-BUSY binary-double unsigned value 0.
           01 FRAME-HALT binary-double unsigned value 0.
           01 FRAME-TENTHS binary-short unsigned value 0.
           01 FRAME-OVERRAN binary-char unsigned value 0.
               88 FRAME-DID-OVERRUN value 1.

      *    > the run so far
           01 RUN-FRAMES binary-long unsigned value 0.
           01 RUN-BUSY binary-double unsigned value 0.
           01 RUN-HALT binary-double unsigned value 0.
           01 RUN-HALTED binary-char unsigned value 0.
               88 RUN-HAS-HALTED value 1.
           01 RUN-OVERRUNS binary-long unsigned value 0.

      *    > the ten worst frames, worst first
           01 WORST-COUNT binary-char unsigned value 0.
           01 WORST-ENTRY occurs 10 times.
               05 WORST-FRAME binary-long unsigned.
               05 WORST-TENTHS binary-short unsigned.
               05 WORST-OVERRAN binary-char unsigned.
           01 WORST-I binary-char unsigned value 0.
           01 WORST-AT binary-char unsigned value 0.
           01 FRAME-RANK binary-long unsigned value 0.

      *    > the overrun frame ranges, first 20 of them
           01 RANGE-COUNT binary-short unsigned value 0.
           01 RANGE-ENTRY occurs 20 times.
               05 RANGE-FROM binary-long unsigned.
               05 RANGE-TO binary-long unsigned.
           01 RANGE-I binary-short unsigned value 0.
           01 RANGES-DROPPED binary-long unsigned value 0.

      *    > the chart's columns: summed tenths, frames, overruns
           01 COLUMN-COUNT binary-char unsigned value 0.
           01 COLUMN-WIDTH binary-long unsigned value 1.
           01 COLUMN-ENTRY occurs 64 times.
               05 COL-TENTHS binary-double unsigned.
               05 COL-FRAMES binary-long unsigned.
               05 COL-OVERRUNS binary-long unsigned.
           01 OPEN-TENTHS binary-double unsigned value 0.
           01 OPEN-FRAMES binary-long unsigned value 0.
           01 OPEN-OVERRUNS binary-long unsigned value 0.
           01 COL-I binary-char unsigned value 0.
           01 CHART-COLUMNS binary-char unsigned value 0.
           01 CHART-ROW binary-char unsigned value 0.
           01 CHART-LEVEL binary-short unsigned value 0.
           01 CHART-LINE pic x(64) value spaces.
           01 COLUMN-AVERAGE binary-short unsigned
               occurs 64 times value 0.
           01 COLUMN-OVERRAN binary-char unsigned
               occurs 64 times value 0.
           01 LAST-CHART-FRAME binary-long unsigned value 0.

           01 FRAME-DISPLAY pic 9(10) value 0.
           01 CYCLES-DISPLAY pic 9(10) value 0.
           01 HALT-DISPLAY pic 9(10) value 0.
           01 TENTHS-DISPLAY pic 9(4) value 0.
           01 FLAG-DISPLAY pic 9(1) value 0.
           01 PERCENT-VAL pic 9(3)v9 value 0.
           01 PERCENT-DISPLAY pic zz9.9 value 0.
           01 COUNT-DISPLAY pic z(9)9 value 0.
           01 FROM-DISPLAY pic z(9)9 value 0.
           01 TO-DISPLAY pic z(9)9 value 0.
           01 ROW-LABEL pic zz9 value 0.
           01 FACTOR-DISPLAY pic z9 value 0.
       linkage section.
           01 LOAD-ACTION pic x(4).
           01 FRAME-COUNT-IN binary-long unsigned.
       procedure division using by reference LOAD-ACTION,
           by value FRAME-COUNT-IN.
       MAIN.
           if not LOAD-IS-ON
               go to MAIN-EXIT
           end-if.
           evaluate LOAD-ACTION
               when "wipe"
                   perform WIPE-LOAD-RUN
               when "take"
                   perform TAKE-FRAME-LOAD thru TAKE-FRAME-LOAD-EXIT
               when "rept"
                   perform PRINT-LOAD-REPORT
           end-evaluate.

       MAIN-EXIT.
           exit program.

       WIPE-LOAD-RUN.
           if LOAD-FILE-IS-OPEN
               close LOAD-FILE
               move 0 to LOAD-FILE-OPENED
           end-if.
           move 0 to LOAD-BUSY-CYCLES.
           move 0 to LOAD-HALT-CYCLES.
           move 0 to RUN-FRAMES.
           move 0 to RUN-BUSY.
           move 0 to RUN-HALT.
           move 0 to RUN-HALTED.
           move 0 to RUN-OVERRUNS.
           move 0 to WORST-COUNT.
           move 0 to RANGE-COUNT.
           move 0 to RANGES-DROPPED.
           move 0 to COLUMN-COUNT.
           move 1 to COLUMN-WIDTH.
           move 0 to OPEN-TENTHS.
           move 0 to OPEN-FRAMES.
           move 0 to OPEN-OVERRUNS.

      *    > ---------------------------------------------------------
      *    > TAKE - close the frame just finished
      *    > ---------------------------------------------------------
       TAKE-FRAME-LOAD.
           if FRAME-COUNT-IN = 0
               go to TAKE-FRAME-LOAD-EXIT
           end-if.
           compute CLOSE-FRAME = FRAME-COUNT-IN - 1.
           move LOAD-BUSY-CYCLES to FRAME-BUSY.
           move LOAD-HALT-CYCLES to FRAME-HALT.
           move 0 to LOAD-BUSY-CYCLES.
           move 0 to LOAD-HALT-CYCLES.
           if FRAME-BUSY + FRAME-HALT = 0
               go to TAKE-FRAME-LOAD-EXIT
           end-if.

           compute FRAME-TENTHS =
               (FRAME-BUSY * 1000) / (FRAME-BUSY + FRAME-HALT).
           if FRAME-HALT > 0
               move 1 to RUN-HALTED
           end-if.
      *    > no HALT at all this frame is an overrun - unless the
      *    > title has never halted, when only a lag frame is
           move 0 to FRAME-OVERRAN.
           if RUN-HAS-HALTED
               if FRAME-HALT = 0
                   move 1 to FRAME-OVERRAN
               end-if
           else
               if LAG-LAST-FRAME-LAGGED
                   move 1 to FRAME-OVERRAN
               end-if
           end-if.

           add 1 to RUN-FRAMES.
           move CLOSE-FRAME to LAST-CHART-FRAME.
           add FRAME-BUSY to RUN-BUSY.
           add FRAME-HALT to RUN-HALT.
           if FRAME-DID-OVERRUN
               add 1 to RUN-OVERRUNS
               perform NOTE-OVERRUN-RANGE
           end-if.
           perform NOTE-WORST-FRAME.
           perform ADD-TO-CHART.
           perform WRITE-LOAD-ROW.
       TAKE-FRAME-LOAD-EXIT.
           exit paragraph.

       WRITE-LOAD-ROW.
           if not LOAD-FILE-IS-OPEN
               open output LOAD-FILE
               move 1 to LOAD-FILE-OPENED
           end-if.
           move CLOSE-FRAME to FRAME-DISPLAY.
           move FRAME-BUSY to CYCLES-DISPLAY.
           move FRAME-HALT to HALT-DISPLAY.
           move FRAME-TENTHS to TENTHS-DISPLAY.
           move FRAME-OVERRAN to FLAG-DISPLAY.
           move spaces to LOAD-LINE.
           string FRAME-DISPLAY "," CYCLES-DISPLAY ","
               HALT-DISPLAY "," TENTHS-DISPLAY (1:3) "."
               TENTHS-DISPLAY (4:1) "," FLAG-DISPLAY
               delimited by size into LOAD-LINE.
           write LOAD-LINE.

       NOTE-OVERRUN-RANGE.
           if RANGE-COUNT > 0
                   and RANGE-TO (RANGE-COUNT) + 1 = CLOSE-FRAME
               move CLOSE-FRAME to RANGE-TO (RANGE-COUNT)
           else
               if RANGE-COUNT < 20
                   add 1 to RANGE-COUNT
                   move CLOSE-FRAME to RANGE-FROM (RANGE-COUNT)
                   move CLOSE-FRAME to RANGE-TO (RANGE-COUNT)
               else
                   add 1 to RANGES-DROPPED
               end-if
           end-if.

      *    > insertion into the worst-first table, ranked by load
      *    > and then by overrun (a full-load frame that overran is
      *    > worse than one that just made it); an equal rank keeps
      *    > the earlier frame ahead
       NOTE-WORST-FRAME.
           compute FRAME-RANK = FRAME-TENTHS * 2 + FRAME-OVERRAN.
           if WORST-COUNT = 10
                   and FRAME-RANK <= WORST-TENTHS (10) * 2
                       + WORST-OVERRAN (10)
               continue
           else
               if WORST-COUNT < 10
                   add 1 to WORST-COUNT
               end-if
               move WORST-COUNT to WORST-AT
               perform SLIDE-WORST-DOWN
                   until WORST-AT = 1
                   or WORST-TENTHS (WORST-AT - 1) * 2
                       + WORST-OVERRAN (WORST-AT - 1) >= FRAME-RANK
               move CLOSE-FRAME to WORST-FRAME (WORST-AT)
               move FRAME-TENTHS to WORST-TENTHS (WORST-AT)
               move FRAME-OVERRAN to WORST-OVERRAN (WORST-AT)
           end-if.

       SLIDE-WORST-DOWN.
           move WORST-ENTRY (WORST-AT - 1) to WORST-ENTRY (WORST-AT).
           subtract 1 from WORST-AT.

       ADD-TO-CHART.
           add FRAME-TENTHS to OPEN-TENTHS.
           add 1 to OPEN-FRAMES.
           add FRAME-OVERRAN to OPEN-OVERRUNS.
           if OPEN-FRAMES >= COLUMN-WIDTH
               if COLUMN-COUNT = 64
                   perform MERGE-COLUMNS
               end-if
               add 1 to COLUMN-COUNT
               move OPEN-TENTHS to COL-TENTHS (COLUMN-COUNT)
               move OPEN-FRAMES to COL-FRAMES (COLUMN-COUNT)
               move OPEN-OVERRUNS to COL-OVERRUNS (COLUMN-COUNT)
               move 0 to OPEN-TENTHS
               move 0 to OPEN-FRAMES
               move 0 to OPEN-OVERRUNS
           end-if.

      *    > 64 full columns become 32 twice as wide
       MERGE-COLUMNS.
           perform MERGE-ONE-PAIR varying COL-I from 1 by 1
               until COL-I > 32.
           move 32 to COLUMN-COUNT.
           multiply 2 by COLUMN-WIDTH.

       MERGE-ONE-PAIR.
           compute COL-TENTHS (COL-I) = COL-TENTHS (COL-I * 2 - 1)
               + COL-TENTHS (COL-I * 2).
           compute COL-FRAMES (COL-I) = COL-FRAMES (COL-I * 2 - 1)
               + COL-FRAMES (COL-I * 2).
           compute COL-OVERRUNS (COL-I) =
               COL-OVERRUNS (COL-I * 2 - 1) + COL-OVERRUNS (COL-I * 2).

      *    > ---------------------------------------------------------
      *    > REPT - the end-of-run report
      *    > ---------------------------------------------------------
       PRINT-LOAD-REPORT.
           if LOAD-FILE-IS-OPEN
               close LOAD-FILE
               move 0 to LOAD-FILE-OPENED
           end-if.
           display "==== CPU LOAD REPORT ====".
           if RUN-FRAMES = 0
               display "no frames completed - nothing to report"
           else
               perform PRINT-LOAD-SUMMARY
               perform PRINT-WORST-FRAMES
               perform PRINT-LOAD-CHART
               perform PRINT-OVERRUNS
               display "per-frame rows written to "
                   function trim(LOAD-PATH)
           end-if.

       PRINT-LOAD-SUMMARY.
           compute PERCENT-VAL rounded =
               (RUN-BUSY * 100) / (RUN-BUSY + RUN-HALT).
           move PERCENT-VAL to PERCENT-DISPLAY.
           move RUN-FRAMES to COUNT-DISPLAY.
           move OVERCLOCK-FACTOR to FACTOR-DISPLAY.
           if OVERCLOCK-FACTOR = 0
               move 1 to FACTOR-DISPLAY
           end-if.
           display "frames measured:   " function trim(COUNT-DISPLAY)
               " (overclock factor "
               function trim(FACTOR-DISPLAY) ")".
           display "average load:      "
               function trim(PERCENT-DISPLAY) "%".
           move RUN-OVERRUNS to COUNT-DISPLAY.
           display "overrun frames:    " function trim(COUNT-DISPLAY).
           if not RUN-HAS-HALTED
               display "(the title never HALTs - it waits by polling,"
                   " so every frame reads full load and lag frames"
                   " stand for overruns)"
           end-if.
           evaluate true
               when RUN-OVERRUNS = 0 and OVERCLOCK-FACTOR > 1
                   display "verdict: the game kept up every frame -"
                       " this factor is enough"
               when RUN-OVERRUNS = 0
                   display "verdict: the game kept up every frame -"
                       " overclocking would not help"
               when RUN-HAS-HALTED
                   display "verdict: the game ran out of frame in "
                       function trim(COUNT-DISPLAY) " frames -"
                       " a higher OVERCLOCK factor gives those"
                       " frames more CPU time"
               when other
                   display "verdict: " function trim(COUNT-DISPLAY)
                       " frames lagged - try a higher OVERCLOCK"
                       " factor and compare the lag counts"
           end-evaluate.

       PRINT-WORST-FRAMES.
           display " ".
           display "---- worst frames ----".
           perform PRINT-ONE-WORST varying WORST-I from 1 by 1
               until WORST-I > WORST-COUNT.

       PRINT-ONE-WORST.
           move WORST-FRAME (WORST-I) to FROM-DISPLAY.
           compute PERCENT-VAL = WORST-TENTHS (WORST-I) / 10.
           move PERCENT-VAL to PERCENT-DISPLAY.
           if WORST-OVERRAN (WORST-I) = 1
               display "  frame " FROM-DISPLAY "  " PERCENT-DISPLAY
                   "%  OVERRUN"
           else
               display "  frame " FROM-DISPLAY "  " PERCENT-DISPLAY
                   "%"
           end-if.

      *    > ten rows, 100% down to 10%, a column filled to the
      *    > level of its frames' mean load; "!" under any column
      *    > holding an overrun
       PRINT-LOAD-CHART.
           move COLUMN-COUNT to CHART-COLUMNS.
           perform FIGURE-COLUMN varying COL-I from 1 by 1
               until COL-I > COLUMN-COUNT.
           if OPEN-FRAMES > 0
               add 1 to CHART-COLUMNS
               compute COLUMN-AVERAGE (CHART-COLUMNS) =
                   OPEN-TENTHS / OPEN-FRAMES
               if OPEN-OVERRUNS > 0
                   move 1 to COLUMN-OVERRAN (CHART-COLUMNS)
               else
                   move 0 to COLUMN-OVERRAN (CHART-COLUMNS)
               end-if
           end-if.
           display " ".
           move COLUMN-WIDTH to COUNT-DISPLAY.
           display "---- load over the run ("
               function trim(COUNT-DISPLAY)
               " frames per column) ----".
           perform PRINT-CHART-ROW varying CHART-ROW from 10 by -1
               until CHART-ROW = 0.
           move all "-" to CHART-LINE.
           display "     +" CHART-LINE (1:CHART-COLUMNS).
           move spaces to CHART-LINE.
           perform MARK-OVERRUN-COLUMN varying COL-I from 1 by 1
               until COL-I > CHART-COLUMNS.
           display "      " CHART-LINE (1:CHART-COLUMNS).
           move LAST-CHART-FRAME to TO-DISPLAY.
           display "      frame 0 to " function trim(TO-DISPLAY).

       FIGURE-COLUMN.
           compute COLUMN-AVERAGE (COL-I) =
               COL-TENTHS (COL-I) / COL-FRAMES (COL-I).
           if COL-OVERRUNS (COL-I) > 0
               move 1 to COLUMN-OVERRAN (COL-I)
           else
               move 0 to COLUMN-OVERRAN (COL-I)
           end-if.

       PRINT-CHART-ROW.
           compute CHART-LEVEL = CHART-ROW * 100 - 50.
           move spaces to CHART-LINE.
           perform FILL-CHART-CELL varying COL-I from 1 by 1
               until COL-I > CHART-COLUMNS.
           compute ROW-LABEL = CHART-ROW * 10.
           display ROW-LABEL "% |" CHART-LINE (1:CHART-COLUMNS).

      *    > a cell lights once the column's mean reaches the
      *    > middle of its 10% band
       FILL-CHART-CELL.
           if COLUMN-AVERAGE (COL-I) >= CHART-LEVEL
               move "#" to CHART-LINE (COL-I:1)
           end-if.

       MARK-OVERRUN-COLUMN.
           if COLUMN-OVERRAN (COL-I) = 1
               move "!" to CHART-LINE (COL-I:1)
           end-if.

       PRINT-OVERRUNS.
           display " ".
           if RANGE-COUNT = 0
               display "---- no overrun frames ----"
           else
               display "---- overrun frames ----"
               perform PRINT-ONE-RANGE varying RANGE-I from 1 by 1
                   until RANGE-I > RANGE-COUNT
               if RANGES-DROPPED > 0
                   move RANGES-DROPPED to COUNT-DISPLAY
                   display "  ... and " function trim(COUNT-DISPLAY)
                       " more ranges (see the per-frame rows)"
               end-if
           end-if.

       PRINT-ONE-RANGE.
           move RANGE-FROM (RANGE-I) to FROM-DISPLAY.
           move RANGE-TO (RANGE-I) to TO-DISPLAY.
           if RANGE-FROM (RANGE-I) = RANGE-TO (RANGE-I)
               display "  frame " function trim(FROM-DISPLAY)
           else
               display "  frames " function trim(FROM-DISPLAY)
                   " - " function trim(TO-DISPLAY)
           end-if.
       end program CPU_LOAD.
