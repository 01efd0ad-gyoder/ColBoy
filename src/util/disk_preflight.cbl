      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Disk-space preflight (see preflight_ctl): before a batch
      *    window starts writing, estimate what its outputs will
      *    take - PREFLIGHT-TITLES titles of PREFLIGHT-FRAMES frames
      *    each, with whichever of frame dumps, WAV, stems, GIF,
      *    AVI, trace and APU log are switched on - and hold it up
      *    against what df says is free where they land. The
      *    per-frame figures are deliberately round, erring large:
      *        frame dump  one picture at OUTPUT-SCALE (PPM as is,
      *                    PNG an eighth of that)
      *        trace       7000 instructions a frame, 48 bytes a
      *                    line (74 in the gameboy-doctor layout)
      *        WAV         549 samples a frame, 8-bit mono;
      *                    stems four more of the same
      *        GIF         a ninth of a picture per frame kept
      *        AVI         a picture plus its audio chunk, over the
      *                    flag's frame range only
      *        APU log     2400 bytes a frame
      *    When it won't fit and the policy is DROP, the heaviest
      *    output still on is switched off in its own copybook
      *    until it does - except the WAV while an AVI or an audio
      *    check needs its samples. The caller owns reporting the
      *    verdict to the journal.
       identification division.
       program-id. DISK_PREFLIGHT.
       environment division.
       input-output section.
       file-control.
           select DF-FILE assign to DF-PATH
               organization is line sequential
               file status is DF-STATUS-CD.
       data division.
       file section.
       fd  DF-FILE.
           01 DF-LINE pic x(256).
       working-storage section.
           copy preflight_ctl.
           copy frame_dump_ctl.
           copy trace_ctl.
           copy audio_dump_ctl.
           copy audio_check_ctl.
           copy gif_ctl.
           copy avi_ctl.
           copy regdump_ctl.
           copy scale_ctl.
           copy image_ctl.

      * ====== LOCAL =======
           01 DF-PATH pic x(32) value "colboy-df.lst".
           01 DF-STATUS-CD pic xx value spaces.
               88 DF-STATUS-OK value "00".
           01 SYSTEM-COMMAND pic x(80) value spaces.
           01 DF-SYSTEM-RC binary-long value 0.
           01 DF-FILESYSTEM pic x(128) value spaces.
           01 DF-BLOCKS pic x(20) value spaces.
           01 DF-USED pic x(20) value spaces.
           01 DF-AVAIL pic x(20) value spaces.

      *    > one row per output: the flag word that turns it on and
      *    > the bytes the whole run would write with it
           01 OUTPUT-TABLE.
               05 OUTPUT-ROW occurs 7 times.
                   10 OUTPUT-FLAG pic x(12).
                   10 OUTPUT-BYTES binary-double unsigned.
           01 OUTPUT-I binary-char unsigned value 0.
           01 HEAVY-I binary-char unsigned value 0.
           01 HEAVY-BYTES binary-double unsigned value 0.
           01 TOTAL-BYTES binary-double unsigned value 0.
           01 ALLOWED-KB binary-double unsigned value 0.
           01 PICTURE-BYTES binary-long unsigned value 0.
           01 PER-FRAME binary-long unsigned value 0.
           01 RANGE-FIRST binary-long unsigned value 0.
           01 RANGE-LAST binary-long unsigned value 0.
           01 RANGE-FRAMES binary-long unsigned value 0.
           01 NEED-MB-DISPLAY pic z(8)9 value 0.
           01 FREE-MB-DISPLAY pic z(8)9 value 0.
           01 RESERVE-MB-DISPLAY pic z(8)9 value 0.
           01 LIST-SCRATCH pic x(64) value spaces.
       procedure division.
       MAIN.
           move 0 to PREFLIGHT-VERDICT.
           move 0 to PREFLIGHT-NEED-KB.
           move 0 to PREFLIGHT-FREE-KB.
           move spaces to PREFLIGHT-DROP-LIST.
           if PREFLIGHT-IS-OFF or PREFLIGHT-TITLES = 0
                   or PREFLIGHT-FRAMES = 0
               go to MAIN-EXIT
           end-if.

           perform READ-FREE-SPACE thru READ-FREE-SPACE-EXIT.
           if PREFLIGHT-UNCHECKED
               display "PREFLIGHT: cannot read the free space on the"
                   " output filesystem - run not checked"
               go to MAIN-EXIT
           end-if.
           perform ESTIMATE-OUTPUTS.
           if PREFLIGHT-NEED-KB = 0
               go to MAIN-EXIT
           end-if.
           if PREFLIGHT-FREE-KB > PREFLIGHT-RESERVE-MB * 1024
               compute ALLOWED-KB = PREFLIGHT-FREE-KB
                   - PREFLIGHT-RESERVE-MB * 1024
           else
               move 0 to ALLOWED-KB
           end-if.
           perform SHOW-ESTIMATE.
           if PREFLIGHT-NEED-KB <= ALLOWED-KB
               go to MAIN-EXIT
           end-if.

           if PREFLIGHT-DROPS
               move 1 to HEAVY-I
               perform DROP-HEAVIEST-OUTPUT
                   until PREFLIGHT-NEED-KB <= ALLOWED-KB
                   or HEAVY-I = 0
           end-if.
           if PREFLIGHT-NEED-KB <= ALLOWED-KB
               move 1 to PREFLIGHT-VERDICT
               display "PREFLIGHT: dropped "
                   function trim(PREFLIGHT-DROP-LIST)
                   " to fit - the rest of the run goes ahead"
               perform SHOW-ESTIMATE
           else
               move 2 to PREFLIGHT-VERDICT
               display "PREFLIGHT: refused - not enough free space"
                   " for this run's output"
           end-if.

       MAIN-EXIT.
           exit program.

      *    > df -P keeps each filesystem on one line, so the second
      *    > line's fourth field is the KB available
       READ-FREE-SPACE.
           move spaces to SYSTEM-COMMAND.
           string "df -Pk . > " function trim(DF-PATH)
               " 2>/dev/null" delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           move return-code to DF-SYSTEM-RC.
           move 0 to return-code.
           if DF-SYSTEM-RC not = 0
               move 3 to PREFLIGHT-VERDICT
               go to READ-FREE-SPACE-EXIT
           end-if.
           open input DF-FILE.
           if not DF-STATUS-OK
               move 3 to PREFLIGHT-VERDICT
               go to READ-FREE-SPACE-EXIT
           end-if.
           move spaces to DF-LINE.
           read DF-FILE.
           move spaces to DF-LINE.
           read DF-FILE.
           close DF-FILE.
           move spaces to DF-AVAIL.
           unstring DF-LINE delimited by all spaces into
               DF-FILESYSTEM DF-BLOCKS DF-USED DF-AVAIL.
           if function trim(DF-AVAIL) = spaces
                   or function test-numval(DF-AVAIL) not = 0
               move 3 to PREFLIGHT-VERDICT
               go to READ-FREE-SPACE-EXIT
           end-if.
           move function numval(DF-AVAIL) to PREFLIGHT-FREE-KB.
       READ-FREE-SPACE-EXIT.
           exit paragraph.

       ESTIMATE-OUTPUTS.
           move "DUMP-FRAMES" to OUTPUT-FLAG (1).
           move "TRACE" to OUTPUT-FLAG (2).
           move "AVI" to OUTPUT-FLAG (3).
           move "AUDIO-DUMP" to OUTPUT-FLAG (4).
           move "STEMS" to OUTPUT-FLAG (5).
           move "GIF" to OUTPUT-FLAG (6).
           move "APU-LOG" to OUTPUT-FLAG (7).
           perform CLEAR-OUTPUT-BYTES varying OUTPUT-I from 1 by 1
               until OUTPUT-I > 7.
           compute PICTURE-BYTES = 69120 * SCALE-FACTOR
               * SCALE-FACTOR.

           if FRAME-DUMP-IS-ON
               if IMG-IS-PNG
                   compute PER-FRAME = PICTURE-BYTES / 8
               else
                   compute PER-FRAME = PICTURE-BYTES + 15
               end-if
               compute OUTPUT-BYTES (1) = PER-FRAME
                   * PREFLIGHT-FRAMES
           end-if.
           if TRACE-IS-ON
               if TRACE-IS-DOCTOR
                   move 74 to PER-FRAME
               else
                   move 48 to PER-FRAME
               end-if
               compute OUTPUT-BYTES (2) = 7000 * PER-FRAME
                   * PREFLIGHT-FRAMES
           end-if.
           if AVI-IS-ON
               move AVI-FROM-FRAME to RANGE-FIRST
               move AVI-TO-FRAME to RANGE-LAST
               perform CLIP-FRAME-RANGE
               compute OUTPUT-BYTES (3) = (PICTURE-BYTES + 565)
                   * RANGE-FRAMES
           end-if.
           if AUDIO-DUMP-IS-ON
               compute OUTPUT-BYTES (4) = 549 * PREFLIGHT-FRAMES
               if STEMS-ARE-ON
                   compute OUTPUT-BYTES (5) = 4 * 549
                       * PREFLIGHT-FRAMES
               end-if
           end-if.
           if GIF-IS-ON
               move GIF-FROM-FRAME to RANGE-FIRST
               move GIF-TO-FRAME to RANGE-LAST
               perform CLIP-FRAME-RANGE
               if GIF-SKIP > 1
                   divide GIF-SKIP into RANGE-FRAMES
               end-if
               compute OUTPUT-BYTES (6) = (PICTURE-BYTES / 9)
                   * RANGE-FRAMES
           end-if.
           if REGDUMP-IS-ON
               compute OUTPUT-BYTES (7) = 2400 * PREFLIGHT-FRAMES
           end-if.

           move 0 to TOTAL-BYTES.
           perform SCALE-OUTPUT-BY-TITLES varying OUTPUT-I from 1
               by 1 until OUTPUT-I > 7.
           compute PREFLIGHT-NEED-KB = (TOTAL-BYTES + 1023) / 1024.

       CLEAR-OUTPUT-BYTES.
           move 0 to OUTPUT-BYTES (OUTPUT-I).

       SCALE-OUTPUT-BY-TITLES.
           compute OUTPUT-BYTES (OUTPUT-I) = OUTPUT-BYTES (OUTPUT-I)
               * PREFLIGHT-TITLES.
           add OUTPUT-BYTES (OUTPUT-I) to TOTAL-BYTES.

      *    > a FROM-TO recording range, cut off where the run ends
       CLIP-FRAME-RANGE.
           if RANGE-LAST > PREFLIGHT-FRAMES
               move PREFLIGHT-FRAMES to RANGE-LAST
           end-if.
           if RANGE-LAST < RANGE-FIRST
               move 0 to RANGE-FRAMES
           else
               compute RANGE-FRAMES = RANGE-LAST - RANGE-FIRST + 1
           end-if.

       SHOW-ESTIMATE.
           compute NEED-MB-DISPLAY = (PREFLIGHT-NEED-KB + 1023)
               / 1024.
           compute FREE-MB-DISPLAY = PREFLIGHT-FREE-KB / 1024.
           move PREFLIGHT-RESERVE-MB to RESERVE-MB-DISPLAY.
           display "PREFLIGHT: about " function trim(NEED-MB-DISPLAY)
               " MB of output, " function trim(FREE-MB-DISPLAY)
               " MB free (" function trim(RESERVE-MB-DISPLAY)
               " MB held in reserve)".

      *    > HEAVY-I comes back 0 when nothing left can be dropped
       DROP-HEAVIEST-OUTPUT.
           move 0 to HEAVY-I.
           move 0 to HEAVY-BYTES.
           perform WEIGH-ONE-OUTPUT varying OUTPUT-I from 1 by 1
               until OUTPUT-I > 7.
           if HEAVY-I = 0
               exit paragraph
           end-if.
           evaluate HEAVY-I
               when 1
                   move 0 to FRAME-DUMP-ENABLED
               when 2
                   move 0 to TRACE-ENABLED
                   move 0 to TRACE-FORMAT
               when 3
                   move 0 to AVI-ENABLED
               when 4
                   move 0 to AUDIO-DUMP-ENABLED
                   move 0 to STEM-ENABLED
                   move 0 to OUTPUT-BYTES (5)
               when 5
                   move 0 to STEM-ENABLED
               when 6
                   move 0 to GIF-ENABLED
               when 7
                   move 0 to REGDUMP-ENABLED
           end-evaluate.
           if PREFLIGHT-DROP-LIST = spaces
               move OUTPUT-FLAG (HEAVY-I) to PREFLIGHT-DROP-LIST
           else
               move PREFLIGHT-DROP-LIST to LIST-SCRATCH
               move spaces to PREFLIGHT-DROP-LIST
               string function trim(LIST-SCRATCH) ","
                   function trim(OUTPUT-FLAG (HEAVY-I))
                   delimited by size into PREFLIGHT-DROP-LIST
           end-if.
           move 0 to OUTPUT-BYTES (HEAVY-I).
           move 0 to TOTAL-BYTES.
           perform SUM-ONE-OUTPUT varying OUTPUT-I from 1 by 1
               until OUTPUT-I > 7.
           compute PREFLIGHT-NEED-KB = (TOTAL-BYTES + 1023) / 1024.

      *    > the WAV stays while an AVI or an audio check is still
      *    > drawing samples from it
       WEIGH-ONE-OUTPUT.
           if OUTPUT-BYTES (OUTPUT-I) > HEAVY-BYTES
               if OUTPUT-I not = 4
                       or (not AVI-IS-ON and AUDIO-CHECK-IS-OFF)
                   move OUTPUT-I to HEAVY-I
                   move OUTPUT-BYTES (OUTPUT-I) to HEAVY-BYTES
               end-if
           end-if.

       SUM-ONE-OUTPUT.
           add OUTPUT-BYTES (OUTPUT-I) to TOTAL-BYTES.
       end program DISK_PREFLIGHT.
