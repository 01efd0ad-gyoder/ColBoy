      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Live audio for PLAY sessions. "open" starts colboy.cfg's
      *    AUDIO-SINK command in the background reading a named
      *    pipe, and opens the pipe for writing; "feed" hands over
      *    whatever mixed samples APU_STEP staged during the frame
      *    just finished; "shut" closes the pipe, which ends the
      *    command's input and lets it exit.
      *
      *    The feed runs once per frame just ahead of PACE_GOVERNOR,
      *    so at real speed each frame's ~549 samples go out as the
      *    governor holds the frame to its 1/59.7 of a second and
      *    the player drains them at the same 32768Hz they were
      *    made at. In fast-forward the frame's samples are dropped
      *    rather than queued - the player would otherwise fall
      *    further behind with every frame, and dropping back to
      *    real speed would leave seconds of stale music in the
      *    pipe. A command that dies or never starts must not take
      *    the session down with it, so the pipe's reader keeps
      *    draining into the void after the command is gone.
       identification division.
       program-id. AUDIO_SINK.
       environment division.
       input-output section.
       file-control.
           select SINK-FILE assign to SINK-PATH
               organization is sequential
               file status is SINK-STATUS-CD.
       data division.
       file section.
       fd  SINK-FILE
           record contains 1 characters.
           01 SINK-BYTE pic x(1).
           01 SINK-BYTE-NUM redefines SINK-BYTE binary-char unsigned.
       working-storage section.
           copy audio_dump_ctl.
           copy pace_ctl.

      * ====== LOCAL =======
           01 SINK-PATH pic x(32) value "colboy-audio.fifo".
           01 SINK-STATUS-CD pic xx value spaces.
               88 SINK-STATUS-OK value "00".
           01 SINK-OPEN-FLAG binary-char unsigned value 0.
               88 SINK-IS-OPEN value 1.
           01 SYSTEM-COMMAND pic x(400) value spaces.
           01 SAMPLE-I binary-short unsigned value 0.
       linkage section.
           01 SINK-ACTION pic x(4).
       procedure division using by reference SINK-ACTION.
       MAIN.
           evaluate SINK-ACTION
               when "open"
                   perform OPEN-SINK thru OPEN-SINK-EXIT
               when "feed"
                   perform FEED-SINK
               when "shut"
                   perform SHUT-SINK
           end-evaluate.

       MAIN-EXIT.
           exit program.

       OPEN-SINK.
           if SINK-IS-OPEN or AUDIO-SINK-COMMAND = spaces
               go to OPEN-SINK-EXIT
           end-if.
           move spaces to SYSTEM-COMMAND.
      *    > the pipe is made in the foreground - only the reader
      *    > goes to the background, so the pipe is there before the
      *    > open below blocks on it
           string "rm -f " function trim(SINK-PATH)
               " ; mkfifo " function trim(SINK-PATH)
               " ; ( ( " function trim(AUDIO-SINK-COMMAND)
               " ) ; cat > /dev/null ) < " function trim(SINK-PATH)
               " > /dev/null 2>&1 &"
               delimited by size into SYSTEM-COMMAND.
           call "SYSTEM" using by reference SYSTEM-COMMAND.
           open output SINK-FILE.
           if not SINK-STATUS-OK
               display "WARNING: audio sink did not start - playing"
                   " silent"
               go to OPEN-SINK-EXIT
           end-if.
           move 1 to SINK-OPEN-FLAG.
           move 1 to AUDIO-LIVE-ENABLED.
           move 0 to AUDIO-LIVE-COUNT.
       OPEN-SINK-EXIT.
           exit paragraph.

       FEED-SINK.
           if SINK-IS-OPEN and not PACE-IS-FAST-FORWARD
               perform WRITE-SINK-SAMPLE varying SAMPLE-I from 1 by 1
                   until SAMPLE-I > AUDIO-LIVE-COUNT
           end-if.
           move 0 to AUDIO-LIVE-COUNT.

       WRITE-SINK-SAMPLE.
           move AUDIO-LIVE-BUF (SAMPLE-I) to SINK-BYTE-NUM.
           write SINK-BYTE.

       SHUT-SINK.
           if SINK-IS-OPEN
               close SINK-FILE
               move 0 to SINK-OPEN-FLAG
               move spaces to SYSTEM-COMMAND
               string "rm -f " function trim(SINK-PATH)
                   delimited by size into SYSTEM-COMMAND
               call "SYSTEM" using by reference SYSTEM-COMMAND
           end-if.
           move 0 to AUDIO-LIVE-ENABLED.
           move 0 to AUDIO-LIVE-COUNT.
       end program AUDIO_SINK.
