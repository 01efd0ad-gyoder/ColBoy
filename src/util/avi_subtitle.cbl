      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    The commentary track for an AVI capture: colboy.srt next
      *    to colboy.avi, one subtitle cue per run event, timed to
      *    the exported video so any player shows it in sync. The
      *    programs that see the events - SPLITS_CHECK, ACHIEVE_
      *    CHECK, CAPTURE_CHECK, SESSION_INPUT's slot loads and
      *    MAIN-DRIVER's soft resets - hand their one line of text
      *    here whether or not anything is recording; only while
      *    AVI_EXPORT has frames down does it become a cue.
      *
      *      "note"  one cue: it starts at the frame the video has
      *              reached (AVI-FRAMES-WRITTEN at 59.7 frames a
      *              second, the rate the AVI header declares) and
      *              stays up three seconds
      *      "shut"  AVI_EXPORT finalizing - the track is closed
      *              and later events are ignored
      *
      *    Standard SRT: a running cue number, then
      *    hh:mm:ss,mmm --> hh:mm:ss,mmm, the text, a blank line.
       identification division.
       program-id. AVI_SUBTITLE.
       environment division.
       input-output section.
       file-control.
           select SUB-FILE assign to SUB-PATH
               organization is line sequential.
       data division.
       file section.
       fd  SUB-FILE.
           01 SUB-LINE pic x(96).
       working-storage section.
           copy avi_ctl.

      * ====== LOCAL =======
           01 SUB-PATH pic x(16) value "colboy.srt".
           01 SUB-FILE-OPENED binary-char unsigned value 0.
               88 SUB-FILE-IS-OPEN value 1.
           01 SUB-DONE binary-char unsigned value 0.
               88 SUB-IS-DONE value 1.
           01 CUE-NUMBER binary-long unsigned value 0.
           01 CUE-NUM-DISPLAY pic z(5)9 value 0.

      *    > a cue's two times, and the pieces one is printed from
           01 START-MS binary-double unsigned value 0.
           01 END-MS binary-double unsigned value 0.
           01 TIME-MS binary-double unsigned value 0.
           01 TIME-REST binary-double unsigned value 0.
           01 TIME-HH pic 9(2) value 0.
           01 TIME-MM pic 9(2) value 0.
           01 TIME-SS pic 9(2) value 0.
           01 TIME-MMM pic 9(3) value 0.
           01 TIME-TEXT pic x(12) value spaces.
           01 START-TEXT pic x(12) value spaces.
       linkage section.
           01 SUB-ACTION pic x(4).
           01 SUB-TEXT pic x(80).
       procedure division using by reference SUB-ACTION,
           by reference SUB-TEXT.
       MAIN.
           evaluate SUB-ACTION
               when "note"
                   perform WRITE-CUE thru WRITE-CUE-EXIT
               when "shut"
                   if SUB-FILE-IS-OPEN
                       close SUB-FILE
                       move 0 to SUB-FILE-OPENED
                   end-if
                   move 1 to SUB-DONE
           end-evaluate.

       MAIN-EXIT.
           exit program.

       WRITE-CUE.
           if not AVI-IS-ON or SUB-IS-DONE or AVI-FRAMES-WRITTEN = 0
               go to WRITE-CUE-EXIT
           end-if.
           if not SUB-FILE-IS-OPEN
               open output SUB-FILE
               move 1 to SUB-FILE-OPENED
           end-if.

           compute START-MS = (AVI-FRAMES-WRITTEN * 100000) / 5970.
           compute END-MS = START-MS + 3000.
           add 1 to CUE-NUMBER.
           move CUE-NUMBER to CUE-NUM-DISPLAY.

           move spaces to SUB-LINE.
           move function trim(CUE-NUM-DISPLAY) to SUB-LINE.
           write SUB-LINE.
           move START-MS to TIME-MS.
           perform FORMAT-TIME.
           move TIME-TEXT to START-TEXT.
           move END-MS to TIME-MS.
           perform FORMAT-TIME.
           move spaces to SUB-LINE.
           string START-TEXT " --> " TIME-TEXT
               delimited by size into SUB-LINE.
           write SUB-LINE.
           move SUB-TEXT to SUB-LINE.
           write SUB-LINE.
           move spaces to SUB-LINE.
           write SUB-LINE.
       WRITE-CUE-EXIT.
           exit paragraph.

       FORMAT-TIME.
           divide TIME-MS by 3600000 giving TIME-HH
               remainder TIME-REST.
           divide TIME-REST by 60000 giving TIME-MM
               remainder TIME-REST.
           divide TIME-REST by 1000 giving TIME-SS
               remainder TIME-MMM.
           move spaces to TIME-TEXT.
           string TIME-HH ":" TIME-MM ":" TIME-SS "," TIME-MMM
               delimited by size into TIME-TEXT.
       end program AVI_SUBTITLE.
