      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    ROM revision diff: compares two cartridge images - a
      *    v1.0 and its v1.1, or a clean dump and a hack that
      *    arrived as a whole ROM - bank by bank. The header fields
      *    that changed print first, decoded the way CART_CATALOG
      *    decodes them (title, revision, MBC family, ROM and RAM
      *    sizes, battery, CGB/SGB support, both checksums), then
      *    every differing range as bank:address, with the routine
      *    it falls in when a .sym file names one, and the old and
      *    new bytes of the short ones. Given a fourth argument it
      *    also writes the difference as an IPS patch IPS_PATCH
      *    applies to the old image - a patch is what we hand out,
      *    never the patched ROM.
      *
      *        rom_diff <old-rom> <new-rom> [sym-file|-] [ips-file]
      *
      *    Addresses print as the bank's window addresses (bank 0
      *    at 0x0000, every other bank at 0x4000-0x7FFF), as in
      *    ROM_LISTING, and no range runs across a bank boundary.
      *    Bytes past the end of the shorter image count as changed;
      *    an IPS patch can grow an image but never shorten one,
      *    which the report says when the new image is the smaller.
       identification division.
       program-id. ROM_DIFF.
       environment division.
       input-output section.
       file-control.
           select IPS-FILE assign to IPS-PATH
               organization is sequential
               file status is IPS-STATUS-CD.
       data division.
       file section.
       fd  IPS-FILE
           record contains 1 characters.
           01 IPS-BYTE pic x(1).
           01 IPS-BYTE-NUM redefines IPS-BYTE binary-char unsigned.
       working-storage section.
           copy memory.
           copy rom_banks.
           copy cart_header.
           copy multicart_ctl.
           copy symbol_ctl.

      * ====== LOCAL =======
           01 OLD-PATH pic x(256) value spaces.
           01 NEW-PATH pic x(256) value spaces.
           01 SYM-ARG pic x(256) value spaces.
           01 IPS-PATH pic x(256) value spaces.
           01 IPS-STATUS-CD pic xx value spaces.
               88 IPS-STATUS-OK value "00".
           01 IPS-WANTED binary-char unsigned value 0.
               88 IPS-IS-WANTED value 1.
           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 OLD-SIZE binary-long unsigned value 0.
           01 NEW-SIZE binary-long unsigned value 0.
           01 WALK-SIZE binary-long unsigned value 0.

      *    > the old image, set aside in ROM-BANKS' own shape while
      *    > ROM_LOADER fills the real one with the new image
           01 OLD-BANKS.
               05 OLD-BANK-COUNT binary-long unsigned.
               05 OLD-BYTE binary-char unsigned
                   occurs 2097152 times.

      *    > each image's header, decoded to text: side 1 is the old
      *    > image, side 2 the new
           01 SIDE binary-char unsigned value 1.
           01 HEADER-TEXT occurs 2 times.
               05 HT-TITLE pic x(16).
               05 HT-VERSION pic x(12).
               05 HT-TYPE pic x(32).
               05 HT-ROM pic x(32).
               05 HT-RAM pic x(12).
               05 HT-BATTERY pic x(4).
               05 HT-CGB pic x(20).
               05 HT-SGB pic x(4).
               05 HT-HEADER-SUM pic x(20).
               05 HT-GLOBAL-SUM pic x(40).
           01 HEADER-CHANGES binary-short unsigned value 0.
           01 FIELD-NAME pic x(10) value spaces.
           01 FIELD-OLD pic x(40) value spaces.
           01 FIELD-NEW pic x(40) value spaces.

           01 MBC-FAMILY pic x(20) value spaces.
           01 TYPE-DISPLAY pic 9(3) value 0.
           01 ROM-KB binary-long unsigned value 0.
           01 ROM-KB-DISPLAY pic z(5)9 value 0.
           01 RAM-KB binary-long unsigned value 0.
           01 RAM-KB-DISPLAY pic z(3)9 value 0.
           01 SIZE-DISPLAY pic z(7)9 value 0.
           01 GLOBAL-SUM binary-long unsigned value 0.
           01 GLOBAL-STORED binary-long unsigned value 0.
           01 SUM-I binary-long unsigned value 0.
           01 HEADER-BYTE binary-char unsigned value 0.
           01 SUM-HEX pic x(4) value spaces.

      *    > the walk: one open range at a time, closed at the first
      *    > equal byte or at the bank's end
           01 WALK-OFF binary-long unsigned value 0.
           01 BYTE-DIFFERS binary-char unsigned value 0.
           01 IN-RUN binary-char unsigned value 0.
               88 RUN-IS-OPEN value 1.
           01 RUN-START binary-long unsigned value 0.
           01 RUN-END binary-long unsigned value 0.
           01 RUN-COUNT binary-long unsigned value 0.
           01 RUN-BANK binary-long unsigned value 0.
           01 RUN-ADDR binary-long unsigned value 0.
           01 RUN-END-ADDR binary-long unsigned value 0.
           01 RUN-TOTAL binary-long unsigned value 0.
           01 RUNS-PRINTED binary-long unsigned value 0.
           01 BYTE-TOTAL binary-long unsigned value 0.
           01 LAST-BANK binary-long signed value -1.
           01 BANKS-TOUCHED binary-long unsigned value 0.
           01 BANK-TOTAL binary-long unsigned value 0.
           01 DETAIL-OFF binary-long unsigned value 0.
           01 DETAIL-POS binary-short unsigned value 0.
           01 OLD-BYTES-TEXT pic x(32) value spaces.
           01 NEW-BYTES-TEXT pic x(32) value spaces.
           01 COUNT-DISPLAY pic z(6)9 value 0.
           01 RUN-LABEL pic x(24) value spaces.
           01 LOOKUP-BANK binary-long unsigned value 0.
           01 LOOKUP-MODE binary-char unsigned value 1.
           01 LOOKUP-ADDR binary-long unsigned value 0.

      *    > hex text for the report
           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 HEX-IN binary-long unsigned value 0.
           01 HEX-REM binary-long unsigned value 0.
           01 HEX-OUT pic x(6) value spaces.
           01 HEX-I binary-char unsigned value 0.
           01 LOC-START pic x(7) value spaces.
           01 LOC-END pic x(4) value spaces.

      *    > IPS hunks written so far
           01 HUNK-COUNT binary-long unsigned value 0.
           01 HUNK-OFF binary-long unsigned value 0.
           01 HUNK-LEN binary-long unsigned value 0.
           01 HUNK-I binary-long unsigned value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept OLD-PATH from argument-value.
           display 2 upon argument-number.
           accept NEW-PATH from argument-value.
           display 3 upon argument-number.
           accept SYM-ARG from argument-value.
           display 4 upon argument-number.
           accept IPS-PATH from argument-value.
           if OLD-PATH = spaces or NEW-PATH = spaces
               display "usage: rom_diff <old-rom> <new-rom>"
                   " [sym-file|-] [ips-file]"
               move 12 to return-code
               stop run
           end-if.

           move 0 to SYMBOL-COUNT.
           if SYM-ARG not = spaces and SYM-ARG not = "-"
               move 1 to SYMBOL-ENABLED
               move SYM-ARG to SYMBOL-PATH
               call "SYMBOL_LOADER"
           end-if.

           move OLD-PATH to ROM-PATH.
           perform LOAD-ONE-IMAGE.
           move ROM-SIZE to OLD-SIZE.
           move 1 to SIDE.
           perform DESCRIBE-HEADER.
           move ROM-BANKS to OLD-BANKS.

           move NEW-PATH to ROM-PATH.
           perform LOAD-ONE-IMAGE.
           move ROM-SIZE to NEW-SIZE.
           move 2 to SIDE.
           perform DESCRIBE-HEADER.

           display "==== ROM DIFF ====".
           move OLD-SIZE to SIZE-DISPLAY.
           display "old: " function trim(OLD-PATH) "  ("
               function trim(SIZE-DISPLAY) " bytes)".
           move NEW-SIZE to SIZE-DISPLAY.
           display "new: " function trim(NEW-PATH) "  ("
               function trim(SIZE-DISPLAY) " bytes)".

           perform REPORT-HEADER-CHANGES.

           if IPS-PATH not = spaces
               open output IPS-FILE
               if not IPS-STATUS-OK
                   display "rom_diff: cannot write "
                       function trim(IPS-PATH)
                   move 12 to return-code
                   stop run
               end-if
               move 1 to IPS-WANTED
               move "P" to IPS-BYTE
               write IPS-BYTE
               move "A" to IPS-BYTE
               write IPS-BYTE
               move "T" to IPS-BYTE
               write IPS-BYTE
               move "C" to IPS-BYTE
               write IPS-BYTE
               move "H" to IPS-BYTE
               write IPS-BYTE
           end-if.

           display " ".
           display "-- differing ranges".
           move OLD-SIZE to WALK-SIZE.
           if NEW-SIZE > WALK-SIZE
               move NEW-SIZE to WALK-SIZE
           end-if.
           move 0 to IN-RUN.
           perform WALK-ONE-BYTE varying WALK-OFF from 0 by 1
               until WALK-OFF >= WALK-SIZE.
           if RUN-IS-OPEN
               perform CLOSE-RUN
           end-if.
           if RUNS-PRINTED > 400
               move RUNS-PRINTED to COUNT-DISPLAY
               display "   ... " function trim(COUNT-DISPLAY)
                   " ranges in all - only the first 400 listed"
           end-if.

           display " ".
           compute BANK-TOTAL = (WALK-SIZE + 16383) / 16384.
           move RUN-TOTAL to COUNT-DISPLAY.
           display "ranges differing:  " COUNT-DISPLAY.
           move BYTE-TOTAL to COUNT-DISPLAY.
           display "bytes differing:   " COUNT-DISPLAY.
           move BANKS-TOUCHED to COUNT-DISPLAY.
           move BANK-TOTAL to SIZE-DISPLAY.
           display "banks touched:     " COUNT-DISPLAY " of "
               function trim(SIZE-DISPLAY).
           if RUN-TOTAL = 0 and HEADER-CHANGES = 0
               display "the two images are identical"
           end-if.

           if IPS-IS-WANTED
               move "E" to IPS-BYTE
               write IPS-BYTE
               move "O" to IPS-BYTE
               write IPS-BYTE
               move "F" to IPS-BYTE
               write IPS-BYTE
               close IPS-FILE
               move HUNK-COUNT to COUNT-DISPLAY
               display "IPS patch:         " function trim(IPS-PATH)
                   " (" function trim(COUNT-DISPLAY) " hunks)"
               if NEW-SIZE < OLD-SIZE
                   display "WARNING: the new image is shorter - IPS"
                       " can't truncate, so the patched file keeps"
                       " the old tail"
               end-if
           end-if.
           stop run.

       LOAD-ONE-IMAGE.
           move 0 to MC-BOOT-GAME.
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           if ROM-SIZE = 0
               display "rom_diff: cannot read " function trim(ROM-PATH)
               move 12 to return-code
               stop run
           end-if.
           call "CART_HEADER_CHECK".

      *    > the header in the words CART_CATALOG prints, plus the
      *    > mask-ROM revision byte at 0x014C - usually the one field
      *    > that tells a v1.0 from a v1.1
       DESCRIBE-HEADER.
           move CART-TITLE to HT-TITLE (SIDE).
           move ROM-BANK-ARR (333) to HEADER-BYTE.
           move HEADER-BYTE to HEX-IN.
           perform HEX-TEXT.
           move spaces to HT-VERSION (SIDE).
           string "$" HEX-OUT (5:2) delimited by size
               into HT-VERSION (SIDE).
           perform DECODE-MBC-FAMILY.
           move CART-TYPE to TYPE-DISPLAY.
           move spaces to HT-TYPE (SIDE).
           string TYPE-DISPLAY " (" function trim(MBC-FAMILY) ")"
               delimited by size into HT-TYPE (SIDE).
           move 32 to ROM-KB.
           perform DOUBLE-ROM-KB CART-ROM-SIZE-CODE times.
           move ROM-KB to ROM-KB-DISPLAY.
           move spaces to HT-ROM (SIDE).
           string function trim(ROM-KB-DISPLAY) " KB"
               delimited by size into HT-ROM (SIDE).
           compute RAM-KB = CART-RAM-BYTE-COUNT / 1024.
           if RAM-KB = 0
               move "none" to HT-RAM (SIDE)
           else
               move RAM-KB to RAM-KB-DISPLAY
               move spaces to HT-RAM (SIDE)
               string function trim(RAM-KB-DISPLAY) " KB"
                   delimited by size into HT-RAM (SIDE)
           end-if.
           if CART-BATTERY-BACKED
               move "yes" to HT-BATTERY (SIDE)
           else
               move "no" to HT-BATTERY (SIDE)
           end-if.
           evaluate true
               when CART-CGB-ONLY
                   move "CGB only" to HT-CGB (SIDE)
               when CART-CGB-FLAG >= 128
                   move "CGB enhanced" to HT-CGB (SIDE)
               when other
                   move "DMG" to HT-CGB (SIDE)
           end-evaluate.
           if CART-SGB-AWARE
               move "yes" to HT-SGB (SIDE)
           else
               move "no" to HT-SGB (SIDE)
           end-if.
           move ROM-BANK-ARR (334) to HEX-IN.
           perform HEX-TEXT.
           move spaces to HT-HEADER-SUM (SIDE).
           if CART-HEADER-OK
               string "$" HEX-OUT (5:2) " ok" delimited by size
                   into HT-HEADER-SUM (SIDE)
           else
               string "$" HEX-OUT (5:2) " MISMATCH"
                   delimited by size into HT-HEADER-SUM (SIDE)
           end-if.
           move 0 to GLOBAL-SUM.
           perform SUM-ONE-BYTE varying SUM-I from 1 by 1
               until SUM-I > ROM-SIZE.
           compute GLOBAL-STORED = (ROM-BANK-ARR (335) * 256)
               + ROM-BANK-ARR (336).
           move GLOBAL-STORED to HEX-IN.
           perform HEX-TEXT.
           move spaces to HT-GLOBAL-SUM (SIDE).
           if GLOBAL-SUM = GLOBAL-STORED
               string "$" HEX-OUT (3:4) " ok" delimited by size
                   into HT-GLOBAL-SUM (SIDE)
           else
               move HEX-OUT (3:4) to SUM-HEX
               move GLOBAL-SUM to HEX-IN
               perform HEX-TEXT
               string "$" SUM-HEX " MISMATCH (computed $"
                   HEX-OUT (3:4) ")" delimited by size
                   into HT-GLOBAL-SUM (SIDE)
           end-if.

       DOUBLE-ROM-KB.
           multiply 2 by ROM-KB.

       SUM-ONE-BYTE.
           if SUM-I not = 335 and SUM-I not = 336
               compute GLOBAL-SUM = function mod(
                   GLOBAL-SUM + ROM-BANK-ARR (SUM-I), 65536)
           end-if.

       DECODE-MBC-FAMILY.
           evaluate CART-TYPE
               when 0
                   move "ROM only" to MBC-FAMILY
               when 1 thru 3
                   if MC-IS-MBC1M
                       move "MBC1M (compilation)" to MBC-FAMILY
                   else
                       move "MBC1" to MBC-FAMILY
                   end-if
               when 5 when 6
                   move "MBC2" to MBC-FAMILY
               when 8 when 9
                   move "ROM+RAM" to MBC-FAMILY
               when 11 thru 13
                   move "MMM01 (compilation)" to MBC-FAMILY
               when 15 thru 19
                   move "MBC3" to MBC-FAMILY
               when 25 thru 30
                   move "MBC5" to MBC-FAMILY
               when 32
                   move "MBC6" to MBC-FAMILY
               when 34
                   move "MBC7" to MBC-FAMILY
               when 252
                   move "POCKET CAMERA" to MBC-FAMILY
               when 253
                   move "BANDAI TAMA5" to MBC-FAMILY
               when 254
                   move "HuC3" to MBC-FAMILY
               when 255
                   move "HuC1" to MBC-FAMILY
               when other
                   move "unknown family" to MBC-FAMILY
           end-evaluate.

       REPORT-HEADER-CHANGES.
           display " ".
           display "-- header".
           move 0 to HEADER-CHANGES.
           move "title" to FIELD-NAME.
           move HT-TITLE (1) to FIELD-OLD.
           move HT-TITLE (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           move "revision" to FIELD-NAME.
           move HT-VERSION (1) to FIELD-OLD.
           move HT-VERSION (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           move "type" to FIELD-NAME.
           move HT-TYPE (1) to FIELD-OLD.
           move HT-TYPE (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           move "rom" to FIELD-NAME.
           move HT-ROM (1) to FIELD-OLD.
           move HT-ROM (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           move "ram" to FIELD-NAME.
           move HT-RAM (1) to FIELD-OLD.
           move HT-RAM (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           move "battery" to FIELD-NAME.
           move HT-BATTERY (1) to FIELD-OLD.
           move HT-BATTERY (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           move "color" to FIELD-NAME.
           move HT-CGB (1) to FIELD-OLD.
           move HT-CGB (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           move "sgb" to FIELD-NAME.
           move HT-SGB (1) to FIELD-OLD.
           move HT-SGB (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           move "header" to FIELD-NAME.
           move HT-HEADER-SUM (1) to FIELD-OLD.
           move HT-HEADER-SUM (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           move "global" to FIELD-NAME.
           move HT-GLOBAL-SUM (1) to FIELD-OLD.
           move HT-GLOBAL-SUM (2) to FIELD-NEW.
           perform REPORT-ONE-FIELD.
           if HEADER-CHANGES = 0
               display "   no header field changed  ("
                   function trim(HT-TITLE (1)) ", "
                   function trim(HT-TYPE (1)) ")"
           end-if.

       REPORT-ONE-FIELD.
           if FIELD-OLD not = FIELD-NEW
               add 1 to HEADER-CHANGES
               display "   " FIELD-NAME function trim(FIELD-OLD)
                   "  ->  " function trim(FIELD-NEW)
           end-if.

      *    > a byte past the end of either image always differs
       WALK-ONE-BYTE.
           move 0 to BYTE-DIFFERS.
           if WALK-OFF >= OLD-SIZE or WALK-OFF >= NEW-SIZE
               move 1 to BYTE-DIFFERS
           else
               if OLD-BYTE (WALK-OFF + 1) not =
                       ROM-BANK-ARR (WALK-OFF + 1)
                   move 1 to BYTE-DIFFERS
               end-if
           end-if.
           if RUN-IS-OPEN
               if BYTE-DIFFERS = 0
                       or function mod(WALK-OFF, 16384) = 0
                   perform CLOSE-RUN
               end-if
           end-if.
           if BYTE-DIFFERS = 1
               if not RUN-IS-OPEN
                   move 1 to IN-RUN
                   move WALK-OFF to RUN-START
               end-if
               move WALK-OFF to RUN-END
           end-if.

       CLOSE-RUN.
           move 0 to IN-RUN.
           add 1 to RUN-TOTAL.
           compute RUN-COUNT = RUN-END - RUN-START + 1.
           add RUN-COUNT to BYTE-TOTAL.
           compute RUN-BANK = RUN-START / 16384.
           if RUN-BANK not = LAST-BANK
               add 1 to BANKS-TOUCHED
               move RUN-BANK to LAST-BANK
           end-if.
           add 1 to RUNS-PRINTED.
           if RUNS-PRINTED <= 400
               perform PRINT-RUN
           end-if.
           if IPS-IS-WANTED and RUN-START < NEW-SIZE
               perform WRITE-RUN-HUNK
           end-if.

       PRINT-RUN.
           compute RUN-ADDR = function mod(RUN-START, 16384).
           if RUN-BANK > 0
               add 16384 to RUN-ADDR
           end-if.
           compute RUN-END-ADDR = RUN-ADDR + RUN-COUNT - 1.
           move RUN-BANK to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (5:2) to LOC-START (1:2).
           move ":" to LOC-START (3:1).
           move RUN-ADDR to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:4) to LOC-START (4:4).
           move RUN-END-ADDR to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (3:4) to LOC-END.
           move spaces to RUN-LABEL.
           if SYMBOL-COUNT > 0
               move RUN-BANK to LOOKUP-BANK
               move RUN-ADDR to LOOKUP-ADDR
               move 1 to LOOKUP-MODE
               call "SYMBOL_LOOKUP" using by value LOOKUP-BANK,
                   by value LOOKUP-MODE, by reference LOOKUP-ADDR,
                   by reference RUN-LABEL
               perform DROP-FIXED-BANK-LABEL
           end-if.
           move RUN-COUNT to COUNT-DISPLAY.
           if RUN-LABEL = spaces
               display "   " LOC-START "-" LOC-END " "
                   COUNT-DISPLAY " bytes"
           else
               display "   " LOC-START "-" LOC-END " "
                   COUNT-DISPLAY " bytes  in "
                   function trim(RUN-LABEL)
           end-if.
           if RUN-COUNT <= 8
               move spaces to OLD-BYTES-TEXT
               move spaces to NEW-BYTES-TEXT
               move 1 to DETAIL-POS
               perform DETAIL-ONE-BYTE varying DETAIL-OFF
                   from RUN-START by 1 until DETAIL-OFF > RUN-END
               display "        " OLD-BYTES-TEXT (1:24) "->  "
                   function trim(NEW-BYTES-TEXT)
           end-if.

      *    > the fixed bank's labels are visible from every bank,
      *    > but a routine in bank 0 never encloses a range in the
      *    > switched window
       DROP-FIXED-BANK-LABEL.
           if RUN-LABEL not = spaces and RUN-ADDR >= 16384
               move 2 to LOOKUP-MODE
               call "SYMBOL_LOOKUP" using by value LOOKUP-BANK,
                   by value LOOKUP-MODE, by reference LOOKUP-ADDR,
                   by reference RUN-LABEL
               if LOOKUP-ADDR < 16384
                   move spaces to RUN-LABEL
               end-if
           end-if.

       DETAIL-ONE-BYTE.
           if DETAIL-OFF < OLD-SIZE
               move OLD-BYTE (DETAIL-OFF + 1) to HEX-IN
               perform HEX-TEXT
               move HEX-OUT (5:2) to OLD-BYTES-TEXT (DETAIL-POS:2)
           else
               move "--" to OLD-BYTES-TEXT (DETAIL-POS:2)
           end-if.
           if DETAIL-OFF < NEW-SIZE
               move ROM-BANK-ARR (DETAIL-OFF + 1) to HEX-IN
               perform HEX-TEXT
               move HEX-OUT (5:2) to NEW-BYTES-TEXT (DETAIL-POS:2)
           else
               move "--" to NEW-BYTES-TEXT (DETAIL-POS:2)
           end-if.
           add 3 to DETAIL-POS.

      *    > the new bytes of the range, as far as the new image
      *    > goes - a range never crosses a bank, so one hunk
      *    > always holds it
       WRITE-RUN-HUNK.
           move RUN-START to HUNK-OFF.
           move RUN-COUNT to HUNK-LEN.
           if RUN-END >= NEW-SIZE
               compute HUNK-LEN = NEW-SIZE - RUN-START
           end-if.
           add 1 to HUNK-COUNT.
           compute IPS-BYTE-NUM = HUNK-OFF / 65536.
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(HUNK-OFF / 256, 256).
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(HUNK-OFF, 256).
           write IPS-BYTE.
           compute IPS-BYTE-NUM = HUNK-LEN / 256.
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(HUNK-LEN, 256).
           write IPS-BYTE.
           perform WRITE-HUNK-BYTE varying HUNK-I from HUNK-OFF by 1
               until HUNK-I >= HUNK-OFF + HUNK-LEN.

       WRITE-HUNK-BYTE.
           move ROM-BANK-ARR (HUNK-I + 1) to IPS-BYTE-NUM.
           write IPS-BYTE.

      *    > six hex digits of HEX-IN
       HEX-TEXT.
           move "000000" to HEX-OUT.
           perform HEX-ONE-DIGIT varying HEX-I from 6 by -1
               until HEX-I < 1.

       HEX-ONE-DIGIT.
           divide HEX-IN by 16 giving HEX-IN remainder HEX-REM.
           move HEX-DIGITS (HEX-REM + 1:1) to HEX-OUT (HEX-I:1).
       end program ROM_DIFF.
