      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Standalone APU-log to VGM converter. Reads the
      *    CYCLES,ADDRESS,VALUE rows APU_REG_LOG wrote and produces
      *    a standard VGM 1.61 file - the Game Boy DMG sound chip is
      *    one of the chips the format carries - so a rip plays in
      *    any VGM player:
      *
      *        vgm_export <apu-log> <out.vgm> [rom-file] [player]
      *
      *    Every register write becomes a B3 command (register
      *    0x00 is NR10 at 0xFF10, wave RAM 0x20-0x2F), separated
      *    by waits in 44100Hz samples worked out from the T-state
      *    stamps (4194304 a second) against a running total, so
      *    the rounding never drifts. Time zero is the first write.
      *    A stamp that jumps backwards is either R-CYCLES wrapping
      *    (it is a 32-bit counter, about seventeen minutes) or a
      *    soft reset zeroing it; the first adds 2**32, the second
      *    just carries on from where the music was.
      *
      *    The GD3 tag block names the game from the ROM's CART-
      *    TITLE when the ROM is given, the system, and the player
      *    - the argument, else colboy.cfg's PLAYER= - as the one
      *    who made the rip.
      *
      *    Looping tracks: the last SIGNATURE-LENGTH writes are
      *    looked for earlier in the log, at least a second back.
      *    Each place they turn up gives a candidate period; the
      *    match is then walked backwards, write by write, for as
      *    long as the music a period later is the same (register,
      *    value, and the gap before it within a quarter frame). A
      *    candidate that repeats for at least one whole period is
      *    a loop; the one reaching furthest back wins, the
      *    shortest period breaking ties. The rip is then trimmed
      *    to the intro plus exactly one period and the VGM loop
      *    point set at its start, which is how looped rips are
      *    published. A log that ends in silence or a fade has
      *    nothing to match and converts whole, unlooped.
       identification division.
       program-id. VGM_EXPORT.
       environment division.
       input-output section.
       file-control.
           select LOG-FILE assign to LOG-PATH
               organization is line sequential
               file status is LOG-STATUS-CD.
           select VGM-FILE assign to VGM-PATH
               organization is sequential.
       data division.
       file section.
       fd  LOG-FILE.
           01 LOG-LINE pic x(32).
       fd  VGM-FILE
           record contains 1 characters.
           01 VGM-FILE-BYTE pic x(1).
           01 VGM-FILE-NUM redefines VGM-FILE-BYTE
               binary-char unsigned.
       working-storage section.
           copy emu_config.
           copy memory.
           copy rom_banks.
           copy cart_header.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 LOG-PATH pic x(256) value spaces.
           01 VGM-PATH pic x(256) value spaces.
           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 PLAYER-ARG pic x(16) value spaces.
           01 LOG-STATUS-CD pic xx value spaces.
               88 LOG-STATUS-OK value "00".
           01 LOG-EOF binary-char unsigned value 0.
               88 LOG-AT-END value 1.

           01 FIELD-1 pic x(12) value spaces.
           01 FIELD-2 pic x(12) value spaces.
           01 FIELD-3 pic x(12) value spaces.
           01 RAW-STAMP binary-double unsigned value 0.
           01 PREV-RAW binary-double unsigned value 0.
           01 STAMP-BASE binary-double unsigned value 0.
           01 ROW-ADDRESS binary-long unsigned value 0.
           01 ROW-VALUE binary-long unsigned value 0.
           01 SKIPPED-ROWS binary-long unsigned value 0.
           01 TRUNCATED-ROWS binary-long unsigned value 0.

      *    > every write in the log: its unwrapped stamp, register
      *    > offset from 0xFF10, value, and its place in samples
           01 EVENT-COUNT binary-long unsigned value 0.
           01 EVENT-TABLE.
               05 EVENT-ENTRY occurs 400000 times.
                   10 EV-STAMP binary-double unsigned.
                   10 EV-SAMPLE binary-double unsigned.
                   10 EV-REG binary-char unsigned.
                   10 EV-VAL binary-char unsigned.
           01 EV-I binary-long unsigned value 0.
           01 FIRST-STAMP binary-double unsigned value 0.

      *    > loop detection
           01 SIGNATURE-LENGTH binary-long unsigned value 48.
           01 QUARTER-FRAME binary-long unsigned value 17556.
           01 ONE-SECOND binary-double unsigned value 4194304.
           01 CAND-Q binary-long unsigned value 0.
           01 CAND-N binary-long unsigned value 0.
           01 CAND-L binary-long unsigned value 0.
           01 CANDIDATES-TRIED binary-short unsigned value 0.
           01 SIG-I binary-long unsigned value 0.
           01 SIG-MATCH binary-char unsigned value 0.
           01 CMP-A binary-long unsigned value 0.
           01 CMP-B binary-long unsigned value 0.
           01 CMP-SAME binary-char unsigned value 0.
           01 GAP-A binary-double unsigned value 0.
           01 GAP-B binary-double unsigned value 0.
           01 WALK-I binary-long unsigned value 0.
           01 WALK-GOING binary-char unsigned value 0.
           01 MATCHED-COUNT binary-long unsigned value 0.
           01 LOOP-FOUND binary-char unsigned value 0.
               88 LOOP-IS-FOUND value 1.
           01 LOOP-START binary-long unsigned value 0.
           01 LOOP-PERIOD binary-long unsigned value 0.
           01 LAST-EVENT binary-long unsigned value 0.

      *    > the whole file is built here before it is written
           01 VGM-LEN binary-long unsigned value 0.
           01 VGM-IMAGE.
               05 VGM-BYTE binary-char unsigned
                   occurs 3000000 times.
           01 VGM-I binary-long unsigned value 0.
           01 EMITTED-SAMPLES binary-double unsigned value 0.
           01 WAIT-LEFT binary-double unsigned value 0.
           01 WAIT-CHUNK binary-long unsigned value 0.
           01 TOTAL-SAMPLES binary-double unsigned value 0.
           01 LOOP-SAMPLES binary-double unsigned value 0.
           01 LOOP-OFFSET binary-long unsigned value 0.
           01 GD3-OFFSET binary-long unsigned value 0.
           01 GD3-LEN-AT binary-long unsigned value 0.
           01 GD3-START binary-long unsigned value 0.
           01 PUT-AT binary-long unsigned value 0.
           01 PUT-LONG binary-double unsigned value 0.
           01 PUT-REM binary-double unsigned value 0.
           01 PUT-I binary-char unsigned value 0.
           01 OUT-VAL binary-long unsigned value 0.
           01 TAG-TEXT pic x(64) value spaces.
           01 TAG-LEN binary-char unsigned value 0.
           01 TAG-I binary-char unsigned value 0.
           01 TAG-CHAR pic x(1) value space.
           01 TAG-CHAR-NUM redefines TAG-CHAR binary-char unsigned.
           01 SECONDS-DISPLAY pic z(5)9.99 value 0.
           01 SECONDS-VAL pic 9(6)v99 value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept LOG-PATH from argument-value.
           display 2 upon argument-number.
           accept VGM-PATH from argument-value.
           display 3 upon argument-number.
           accept ROM-PATH from argument-value.
           display 4 upon argument-number.
           accept PLAYER-ARG from argument-value.
           if LOG-PATH = spaces or VGM-PATH = spaces
               display "usage: vgm_export <apu-log> <out.vgm>"
                   " [rom-file] [player]"
               move 12 to return-code
               stop run
           end-if.
           call "CONFIG_LOADER".
           if PLAYER-ARG not = spaces
               move PLAYER-ARG to PLAYER-NAME
           end-if.
           move spaces to CART-TITLE.
           if ROM-PATH not = spaces
               call "ROM_LOADER" using by reference ROM-PATH,
      -             by reference ROM-SIZE
               if ROM-SIZE = 0
                   display "cannot read " function trim(ROM-PATH)
                   move 12 to return-code
                   stop run
               end-if
               move 0 to MC-BOOT-GAME
               call "CART_HEADER_CHECK"
           end-if.

           perform READ-APU-LOG.
           if EVENT-COUNT = 0
               display "no audio register writes in "
                   function trim(LOG-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform PLACE-EVENT-SAMPLE varying EV-I from 1 by 1
               until EV-I > EVENT-COUNT.
           perform FIND-LOOP.
           perform BUILD-VGM.
           perform WRITE-VGM-FILE.
           perform REPORT-CONVERSION.
           move 0 to return-code.
           stop run.

      *    > ================ reading the log ================
       READ-APU-LOG.
           open input LOG-FILE.
           if not LOG-STATUS-OK
               display "cannot open " function trim(LOG-PATH)
               move 12 to return-code
               stop run
           end-if.
           perform READ-LOG-ROW until LOG-AT-END.
           close LOG-FILE.

       READ-LOG-ROW.
           read LOG-FILE
               at end
                   move 1 to LOG-EOF
               not at end
                   perform TAKE-LOG-ROW
           end-read.

       TAKE-LOG-ROW.
           move spaces to FIELD-1 FIELD-2 FIELD-3.
           unstring LOG-LINE delimited by ","
               into FIELD-1 FIELD-2 FIELD-3.
           if FIELD-3 = spaces
               add 1 to SKIPPED-ROWS
               exit paragraph
           end-if.
           move function numval(FIELD-1) to RAW-STAMP.
           move function numval(FIELD-2) to ROW-ADDRESS.
           move function numval(FIELD-3) to ROW-VALUE.
           if ROW-ADDRESS < 65296 or ROW-ADDRESS > 65343
                   or ROW-VALUE > 255
               add 1 to SKIPPED-ROWS
               exit paragraph
           end-if.
           if EVENT-COUNT >= 400000
               add 1 to TRUNCATED-ROWS
               exit paragraph
           end-if.

      *        > a backwards stamp: a wrap when the counter was near
      *        > its top, otherwise a reset - carry on from the last
      *        > write's moment
           if EVENT-COUNT > 0 and RAW-STAMP < PREV-RAW
               if PREV-RAW > 3000000000 and RAW-STAMP < 1000000000
                   add 4294967296 to STAMP-BASE
               else
                   compute STAMP-BASE = EV-STAMP (EVENT-COUNT)
                       - RAW-STAMP
               end-if
           end-if.
           move RAW-STAMP to PREV-RAW.

           add 1 to EVENT-COUNT.
           compute EV-STAMP (EVENT-COUNT) = STAMP-BASE + RAW-STAMP.
           compute EV-REG (EVENT-COUNT) = ROW-ADDRESS - 65296.
           move ROW-VALUE to EV-VAL (EVENT-COUNT).

       PLACE-EVENT-SAMPLE.
           if EV-I = 1
               move EV-STAMP (1) to FIRST-STAMP
           end-if.
           compute EV-SAMPLE (EV-I) =
               ((EV-STAMP (EV-I) - FIRST-STAMP) * 44100) / 4194304.

      *    > ================ loop detection ================
       FIND-LOOP.
           move 0 to LOOP-FOUND.
           move EVENT-COUNT to LAST-EVENT.
           if EVENT-COUNT < SIGNATURE-LENGTH * 3
               exit paragraph
           end-if.
           move 0 to CANDIDATES-TRIED.
           compute CAND-Q = EVENT-COUNT - 1.
           perform TRY-LOOP-CANDIDATE
               until CAND-Q < SIGNATURE-LENGTH
                   or CANDIDATES-TRIED >= 32.
           if LOOP-IS-FOUND
               compute LAST-EVENT = LOOP-START + LOOP-PERIOD - 1
           end-if.

      *    > does the tail's signature also end at CAND-Q?
       TRY-LOOP-CANDIDATE.
           if EV-STAMP (EVENT-COUNT) - EV-STAMP (CAND-Q) >= ONE-SECOND
               move 1 to SIG-MATCH
               perform CHECK-SIGNATURE-EVENT
                   varying SIG-I from 0 by 1
                   until SIG-I >= SIGNATURE-LENGTH or SIG-MATCH = 0
               if SIG-MATCH = 1
                   add 1 to CANDIDATES-TRIED
                   perform WALK-CANDIDATE-BACK
               end-if
           end-if.
           subtract 1 from CAND-Q.

       CHECK-SIGNATURE-EVENT.
           compute CMP-A = CAND-Q - SIG-I.
           compute CMP-B = EVENT-COUNT - SIG-I.
           perform COMPARE-EVENTS.
           if CMP-SAME = 0
               move 0 to SIG-MATCH
           end-if.

      *    > how far back does the music a period later match?
       WALK-CANDIDATE-BACK.
           compute CAND-N = EVENT-COUNT - CAND-Q.
           compute WALK-I = CAND-Q - SIGNATURE-LENGTH + 1.
           move 1 to WALK-GOING.
           perform STEP-CANDIDATE-BACK until WALK-GOING = 0.
           move WALK-I to CAND-L.
           compute MATCHED-COUNT = EVENT-COUNT - CAND-N - CAND-L + 1.
           if MATCHED-COUNT >= CAND-N
               if not LOOP-IS-FOUND or CAND-L < LOOP-START
                   move 1 to LOOP-FOUND
                   move CAND-L to LOOP-START
                   move CAND-N to LOOP-PERIOD
               end-if
           end-if.

       STEP-CANDIDATE-BACK.
           if WALK-I <= 1
               move 0 to WALK-GOING
           else
               compute CMP-A = WALK-I - 1
               compute CMP-B = WALK-I - 1 + CAND-N
               perform COMPARE-EVENTS
               if CMP-SAME = 1
                   subtract 1 from WALK-I
               else
                   move 0 to WALK-GOING
               end-if
           end-if.

      *    > same register, same value, and the gap since the write
      *    > before within a quarter frame
       COMPARE-EVENTS.
           move 0 to CMP-SAME.
           if EV-REG (CMP-A) not = EV-REG (CMP-B)
                   or EV-VAL (CMP-A) not = EV-VAL (CMP-B)
               exit paragraph
           end-if.
           if CMP-A = 1 or CMP-B = 1
               move 1 to CMP-SAME
               exit paragraph
           end-if.
           compute GAP-A = EV-STAMP (CMP-A) - EV-STAMP (CMP-A - 1).
           compute GAP-B = EV-STAMP (CMP-B) - EV-STAMP (CMP-B - 1).
           if GAP-A > GAP-B + QUARTER-FRAME
                   or GAP-B > GAP-A + QUARTER-FRAME
               exit paragraph
           end-if.
           move 1 to CMP-SAME.

      *    > ================ building the file ================
       BUILD-VGM.
           move low-values to VGM-IMAGE.
           move 256 to VGM-LEN.
           move 0 to EMITTED-SAMPLES.
           perform EMIT-EVENT varying EV-I from 1 by 1
               until EV-I > LAST-EVENT or VGM-LEN > 2999000.
           if EV-I <= LAST-EVENT
               display "output limit reached - the rip stops at write "
                   EV-I " of " LAST-EVENT
           end-if.
           if LOOP-IS-FOUND and EV-I > LAST-EVENT
      *            > the last write's note runs until the loop comes
      *            > round again
               move EV-SAMPLE (LAST-EVENT + 1) to WAIT-LEFT
               subtract EMITTED-SAMPLES from WAIT-LEFT
               perform EMIT-WAIT
               move EMITTED-SAMPLES to TOTAL-SAMPLES
               compute LOOP-SAMPLES = TOTAL-SAMPLES
                   - EV-SAMPLE (LOOP-START)
           else
               move 0 to LOOP-FOUND
               move EMITTED-SAMPLES to TOTAL-SAMPLES
               move 0 to LOOP-SAMPLES
           end-if.
           move 102 to OUT-VAL.
           perform EMIT-BYTE.
           perform BUILD-GD3.
           perform BUILD-HEADER.

       EMIT-EVENT.
           compute WAIT-LEFT = EV-SAMPLE (EV-I) - EMITTED-SAMPLES.
           perform EMIT-WAIT.
           if LOOP-IS-FOUND and EV-I = LOOP-START
               move VGM-LEN to LOOP-OFFSET
           end-if.
           move 179 to OUT-VAL.
           perform EMIT-BYTE.
           move EV-REG (EV-I) to OUT-VAL.
           perform EMIT-BYTE.
           move EV-VAL (EV-I) to OUT-VAL.
           perform EMIT-BYTE.

      *    > 0x61 nnnn for up to 65535 samples, the one-byte forms
      *    > for exactly a 60Hz or 50Hz frame and for 1-16 samples
       EMIT-WAIT.
           perform EMIT-WAIT-CHUNK until WAIT-LEFT = 0.

       EMIT-WAIT-CHUNK.
           if WAIT-LEFT > 65535
               move 65535 to WAIT-CHUNK
           else
               move WAIT-LEFT to WAIT-CHUNK
           end-if.
           evaluate true
               when WAIT-CHUNK = 735
                   move 98 to OUT-VAL
                   perform EMIT-BYTE
               when WAIT-CHUNK = 882
                   move 99 to OUT-VAL
                   perform EMIT-BYTE
               when WAIT-CHUNK <= 16
                   compute OUT-VAL = 111 + WAIT-CHUNK
                   perform EMIT-BYTE
               when other
                   move 97 to OUT-VAL
                   perform EMIT-BYTE
                   compute OUT-VAL = function mod(WAIT-CHUNK, 256)
                   perform EMIT-BYTE
                   compute OUT-VAL = WAIT-CHUNK / 256
                   perform EMIT-BYTE
           end-evaluate.
           subtract WAIT-CHUNK from WAIT-LEFT.
           add WAIT-CHUNK to EMITTED-SAMPLES.

       EMIT-BYTE.
           add 1 to VGM-LEN.
           move OUT-VAL to VGM-BYTE (VGM-LEN).

      *    > "Gd3 ", version 1.00, the byte length, then eleven
      *    > zero-terminated UTF-16LE strings: track, track (JP),
      *    > game, game (JP), system, system (JP), author, author
      *    > (JP), release date, ripper, notes
       BUILD-GD3.
           move VGM-LEN to GD3-START.
           move "Gd3 " to TAG-TEXT.
           perform EMIT-ASCII-TAG.
           move 0 to OUT-VAL.
           perform EMIT-BYTE.
           move 1 to OUT-VAL.
           perform EMIT-BYTE.
           move 0 to OUT-VAL.
           perform EMIT-BYTE.
           perform EMIT-BYTE.
           move VGM-LEN to GD3-LEN-AT.
           perform EMIT-BYTE.
           perform EMIT-BYTE.
           perform EMIT-BYTE.
           perform EMIT-BYTE.

           move spaces to TAG-TEXT.
           perform EMIT-GD3-STRING.
           perform EMIT-GD3-STRING.
           move CART-TITLE to TAG-TEXT.
           perform EMIT-GD3-STRING.
           move spaces to TAG-TEXT.
           perform EMIT-GD3-STRING.
           move "Nintendo Game Boy" to TAG-TEXT.
           perform EMIT-GD3-STRING.
           move spaces to TAG-TEXT.
           perform EMIT-GD3-STRING.
           perform EMIT-GD3-STRING.
           perform EMIT-GD3-STRING.
           perform EMIT-GD3-STRING.
           move PLAYER-NAME to TAG-TEXT.
           perform EMIT-GD3-STRING.
           if LOOP-IS-FOUND
               move "ColBoy APU log rip, loop found" to TAG-TEXT
           else
               move "ColBoy APU log rip" to TAG-TEXT
           end-if.
           perform EMIT-GD3-STRING.

           compute PUT-LONG = VGM-LEN - GD3-LEN-AT - 4.
           move GD3-LEN-AT to PUT-AT.
           perform PUT-LONG-LE.

       EMIT-ASCII-TAG.
           perform EMIT-TAG-BYTE varying TAG-I from 1 by 1
               until TAG-I > 4.

       EMIT-TAG-BYTE.
           move TAG-TEXT (TAG-I:1) to TAG-CHAR.
           move TAG-CHAR-NUM to OUT-VAL.
           perform EMIT-BYTE.

       EMIT-GD3-STRING.
           move 0 to TAG-LEN.
           inspect function reverse(TAG-TEXT) tallying TAG-LEN
               for leading spaces.
           compute TAG-LEN = 64 - TAG-LEN.
           perform EMIT-WIDE-CHAR varying TAG-I from 1 by 1
               until TAG-I > TAG-LEN.
           move 0 to OUT-VAL.
           perform EMIT-BYTE.
           perform EMIT-BYTE.

       EMIT-WIDE-CHAR.
           move TAG-TEXT (TAG-I:1) to TAG-CHAR.
           move TAG-CHAR-NUM to OUT-VAL.
           if OUT-VAL > 126 or OUT-VAL < 32
               move 63 to OUT-VAL
           end-if.
           perform EMIT-BYTE.
           move 0 to OUT-VAL.
           perform EMIT-BYTE.

      *    > the 256-byte VGM 1.61 header; every offset field is
      *    > relative to its own position
       BUILD-HEADER.
           move VGM-LEN to VGM-I.
           move 0 to VGM-LEN.
           move "Vgm " to TAG-TEXT.
           perform EMIT-ASCII-TAG.
           move VGM-I to VGM-LEN.
           compute PUT-LONG = VGM-LEN - 4.
           move 4 to PUT-AT.
           perform PUT-LONG-LE.
           move 353 to PUT-LONG.
           move 8 to PUT-AT.
           perform PUT-LONG-LE.
           compute PUT-LONG = GD3-START - 20.
           move 20 to PUT-AT.
           perform PUT-LONG-LE.
           move TOTAL-SAMPLES to PUT-LONG.
           move 24 to PUT-AT.
           perform PUT-LONG-LE.
           if LOOP-IS-FOUND
               compute PUT-LONG = LOOP-OFFSET - 28
               move 28 to PUT-AT
               perform PUT-LONG-LE
               move LOOP-SAMPLES to PUT-LONG
               move 32 to PUT-AT
               perform PUT-LONG-LE
           end-if.
           move 204 to PUT-LONG.
           move 52 to PUT-AT.
           perform PUT-LONG-LE.
           move 4194304 to PUT-LONG.
           move 128 to PUT-AT.
           perform PUT-LONG-LE.

      *    > PUT-LONG into the four bytes from PUT-AT + 1 on
       PUT-LONG-LE.
           move PUT-LONG to PUT-REM.
           perform PUT-ONE-BYTE varying PUT-I from 1 by 1
               until PUT-I > 4.

       PUT-ONE-BYTE.
           compute VGM-BYTE (PUT-AT + PUT-I) =
               function mod(PUT-REM, 256).
           divide PUT-REM by 256 giving PUT-REM.

      *    > ================ writing ================
       WRITE-VGM-FILE.
           open output VGM-FILE.
           perform WRITE-VGM-BYTE varying VGM-I from 1 by 1
               until VGM-I > VGM-LEN.
           close VGM-FILE.

       WRITE-VGM-BYTE.
           move VGM-BYTE (VGM-I) to VGM-FILE-NUM.
           write VGM-FILE-BYTE.

       REPORT-CONVERSION.
           display "==== VGM EXPORT ====".
           display "log:        " function trim(LOG-PATH).
           display "writes:     " EVENT-COUNT " converted, "
               SKIPPED-ROWS " skipped".
           if TRUNCATED-ROWS > 0
               display "            " TRUNCATED-ROWS
                   " past the 400000-write limit dropped"
           end-if.
           compute SECONDS-VAL = TOTAL-SAMPLES / 44100.
           move SECONDS-VAL to SECONDS-DISPLAY.
           display "length:     " SECONDS-DISPLAY "s".
           if LOOP-IS-FOUND
               compute SECONDS-VAL = LOOP-SAMPLES / 44100
               move SECONDS-VAL to SECONDS-DISPLAY
               display "loop:       from write " LOOP-START ", "
                   SECONDS-DISPLAY "s long"
           else
               display "loop:       none found"
           end-if.
           display "written:    " function trim(VGM-PATH) " ("
               VGM-LEN " bytes)".
       end program VGM_EXPORT.
