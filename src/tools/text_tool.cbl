      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Script dumper and reinserter for translation work: a
      *    game's text is bytes in its own private encoding, read
      *    here through a .tbl character table and found through
      *    the pointer tables named in a small spec file.
      *
      *        text_tool DUMP   <rom> <tbl-file> <spec-file> <script>
      *        text_tool INSERT <rom> <tbl-file> <spec-file> <script>
      *                         <ips-file>
      *
      *    The .tbl is the usual one, a line per code, in hex:
      *
      *        41=A                one byte, one character
      *        8A4B=KI             two-byte codes and multi-char text
      *        /FF                 the string terminator
      *        *FE                 the line break, dumped as <n>
      *
      *    The spec names the pointer tables and any free space the
      *    reinserter may move grown strings into (hex, bank:addr):
      *
      *        table NPC 03:5000 120       120 little-endian words
      *        table ITEMS 00:2100 64 05   pointers into bank 05
      *        free 03:7A00-7FFF           spare bytes in bank 03
      *
      *    A pointer below 0x4000 always means bank 0; one in the
      *    switchable window means the table's own bank unless a
      *    text bank is given after the count.
      *
      *    DUMP writes every string as an "@NAME NNNN bank:addr"
      *    line followed by the text on a line of its own, with
      *    <XX> for a byte the table has no character for; a string
      *    two pointers share prints once, the second pointer as
      *    "@NAME NNNN = MMMM". INSERT reads the edited script back:
      *    a string that still fits goes back where it was, one
      *    that grew moves to the bank's free space (the declared
      *    ranges, else the padding run at the bank's end) and its
      *    pointer follows it, and one with nowhere to go is left
      *    as it was with a warning that the bank overflows. The
      *    result is an IPS patch, with the global checksum put
      *    right, for the PATCH flag and the intake pipeline to
      *    carry - the dump itself is never rewritten. A character
      *    the table cannot encode is an error and no patch is
      *    written.
       identification division.
       program-id. TEXT_TOOL.
       environment division.
       input-output section.
       file-control.
           select TBL-FILE assign to TBL-PATH
               organization is line sequential
               file status is TBL-STATUS-CD.
           select SPEC-FILE assign to SPEC-PATH
               organization is line sequential
               file status is SPEC-STATUS-CD.
           select SCRIPT-FILE assign to SCRIPT-PATH
               organization is line sequential
               file status is SCRIPT-STATUS-CD.
           select IPS-FILE assign to IPS-PATH
               organization is sequential
               file status is IPS-STATUS-CD.
       data division.
       file section.
       fd  TBL-FILE.
           01 TBL-LINE pic x(80).
       fd  SPEC-FILE.
           01 SPEC-LINE pic x(120).
       fd  SCRIPT-FILE.
           01 SCRIPT-LINE pic x(512).
       fd  IPS-FILE
           record contains 1 characters.
           01 IPS-BYTE pic x(1).
           01 IPS-BYTE-NUM redefines IPS-BYTE binary-char unsigned.
       working-storage section.
           copy memory.
           copy rom_banks.
           copy multicart_ctl.

      * ====== LOCAL =======
           01 MODE-ARG pic x(8) value spaces.
           01 ROM-PATH pic x(256) value spaces.
           01 ROM-SIZE binary-long unsigned value 0.
           01 TBL-PATH pic x(256) value spaces.
           01 TBL-STATUS-CD pic xx value spaces.
               88 TBL-STATUS-OK value "00".
               88 TBL-STATUS-EOF value "10".
           01 SPEC-PATH pic x(256) value spaces.
           01 SPEC-STATUS-CD pic xx value spaces.
               88 SPEC-STATUS-OK value "00".
               88 SPEC-STATUS-EOF value "10".
           01 SCRIPT-PATH pic x(256) value spaces.
           01 SCRIPT-STATUS-CD pic xx value spaces.
               88 SCRIPT-STATUS-OK value "00".
               88 SCRIPT-STATUS-EOF value "10".
           01 IPS-PATH pic x(256) value spaces.
           01 IPS-STATUS-CD pic xx value spaces.
               88 IPS-STATUS-OK value "00".
           01 LINE-NO binary-long unsigned value 0.
           01 ERROR-COUNT binary-long unsigned value 0.
           01 WARNING-COUNT binary-long unsigned value 0.

      *    > the character table: every code with its text, a
      *    > direct map for one-byte codes and a flag on every byte
      *    > that leads a two-byte one
           01 TBL-COUNT binary-short unsigned value 0.
           01 TBL-ENTRY occurs 2048 times.
               05 TE-CODE-LEN binary-char unsigned.
               05 TE-CODE binary-short unsigned.
               05 TE-TEXT pic x(16).
               05 TE-TEXT-LEN binary-char unsigned.
           01 SINGLE-MAP binary-short unsigned occurs 256 times.
           01 PAIR-LEAD binary-char unsigned occurs 256 times.
           01 END-CODE binary-short unsigned value 0.
           01 END-SEEN binary-char unsigned value 0.
               88 END-IS-SET value 1.
           01 BREAK-CODE binary-short unsigned value 0.
           01 BREAK-SEEN binary-char unsigned value 0.
               88 BREAK-IS-SET value 1.
           01 TBL-CODE-TEXT pic x(8) value spaces.
           01 TBL-VALUE-TEXT pic x(72) value spaces.
           01 TBL-I binary-short unsigned value 0.

      *    > the spec: pointer tables, and free space by bank
           01 TABLE-COUNT binary-short unsigned value 0.
           01 TABLE-ROW occurs 64 times.
               05 TB-NAME pic x(16).
               05 TB-BANK binary-long unsigned.
               05 TB-ADDR binary-long unsigned.
               05 TB-OFF binary-long unsigned.
               05 TB-COUNT binary-long unsigned.
               05 TB-TEXT-BANK binary-long unsigned.
               05 TB-FIRST-SLOT binary-long unsigned.
           01 SLOT-TOTAL binary-long unsigned value 0.
           01 FREE-COUNT binary-short unsigned value 0.
           01 FREE-ROW occurs 256 times.
               05 FR-BANK binary-long unsigned.
               05 FR-NEXT binary-long unsigned.
               05 FR-END binary-long unsigned.
           01 BANK-LOOKED binary-char unsigned occurs 128 times.
           01 SPEC-WORD pic x(16) occurs 5 times.
           01 SPEC-NAME-UP pic x(16) value spaces.
           01 BANK-TEXT pic x(12) value spaces.
           01 ADDR-TEXT pic x(12) value spaces.
           01 END-TEXT pic x(12) value spaces.
           01 SPEC-BANK binary-long unsigned value 0.
           01 SPEC-ADDR binary-long unsigned value 0.
           01 SPEC-END binary-long unsigned value 0.

      *    > hex text in, value out
           01 HEX-FIELD pic x(12) value spaces.
           01 HEX-VALUE binary-long unsigned value 0.
           01 HEX-BAD binary-char unsigned value 0.
           01 HEX-LEN binary-short unsigned value 0.
           01 HEX-FROM binary-short unsigned value 0.
           01 HEX-P binary-short unsigned value 0.
           01 HEX-DIGIT-AT binary-short unsigned value 0.

      *    > hex text out
           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 HEX-IN binary-long unsigned value 0.
           01 HEX-REM binary-long unsigned value 0.
           01 HEX-OUT pic x(6) value spaces.
           01 HEX-I binary-char unsigned value 0.

      *    > one string: where it lives, its bytes as the dump has
      *    > them, and its text
           01 CUR-TABLE binary-short unsigned value 0.
           01 CUR-INDEX binary-long unsigned value 0.
           01 PTR-OFF binary-long unsigned value 0.
           01 PTR-VALUE binary-long unsigned value 0.
           01 STR-BANK binary-long unsigned value 0.
           01 STR-OFF binary-long unsigned value 0.
           01 STR-OK binary-char unsigned value 0.
           01 ORIG-LEN binary-long unsigned value 0.
           01 SCAN-OFF binary-long unsigned value 0.
           01 SCAN-DONE binary-char unsigned value 0.
           01 CUR-CODE binary-short unsigned value 0.
           01 CUR-BYTE binary-char unsigned value 0.
           01 NEXT-BYTE binary-char unsigned value 0.
           01 PAIR-HIT binary-short unsigned value 0.
           01 PAIR-CODE binary-short unsigned value 0.
           01 OUT-TEXT pic x(512) value spaces.
           01 OUT-LEN binary-short unsigned value 0.
           01 OUT-FULL binary-char unsigned value 0.
           01 PIECE pic x(16) value spaces.
           01 PIECE-LEN binary-short unsigned value 0.
           01 FIRST-CODE binary-short unsigned value 0.
           01 FIRST-CODE-LEN binary-char unsigned value 0.
           01 LAST-CODE binary-short unsigned value 0.
           01 LAST-CODE-LEN binary-char unsigned value 0.
           01 LAST-START binary-short unsigned value 0.
           01 FIRST-END binary-short unsigned value 0.
           01 RAW-CODE-LEN binary-char unsigned value 0.
           01 INDEX-DISPLAY pic 9(4) value 0.
           01 ALIAS-I binary-long unsigned value 0.
           01 ALIAS-OF binary-long unsigned value 0.
           01 COUNT-DISPLAY pic z(6)9 value 0.

      *    > INSERT: the untouched image for the patch to be cut
      *    > against, the encoded replacement, and the tallies
           01 ORIG-BANKS.
               05 ORIG-BANK-COUNT binary-long unsigned.
               05 ORIG-BYTE binary-char unsigned
                   occurs 2097152 times.
           01 EXPECT-TEXT binary-char unsigned value 0.
               88 TEXT-IS-EXPECTED value 1.
           01 MARK-NAME pic x(16) value spaces.
           01 MARK-INDEX-TEXT pic x(8) value spaces.
           01 MARK-EQ pic x(4) value spaces.
           01 MARK-ALIAS-TEXT pic x(8) value spaces.
           01 MARK-REST pic x(16) value spaces.
           01 NEW-BYTES binary-char unsigned occurs 1024 times.
           01 NEW-LEN binary-long unsigned value 0.
           01 ENC-POS binary-short unsigned value 0.
           01 ENC-LEN binary-short unsigned value 0.
           01 ENC-BEST binary-short unsigned value 0.
           01 ENC-BEST-LEN binary-short unsigned value 0.
           01 ENC-BAD binary-char unsigned value 0.
           01 SAME-BYTES binary-char unsigned value 0.
           01 CMP-I binary-long unsigned value 0.
           01 NEW-OFF binary-long unsigned value 0.
           01 FREE-HIT binary-short unsigned value 0.
           01 FREE-I binary-short unsigned value 0.
           01 FREE-BEST binary-long unsigned value 0.
           01 PAD-BYTE binary-char unsigned value 0.
           01 PAD-START binary-long unsigned value 0.
           01 BANK-BASE binary-long unsigned value 0.
           01 WINDOW-ADDR binary-long unsigned value 0.
           01 DONE-SLOT binary-char unsigned occurs 16384 times.
           01 ALIAS-COUNT binary-short unsigned value 0.
           01 ALIAS-ROW occurs 4096 times.
               05 AL-TABLE binary-short unsigned.
               05 AL-INDEX binary-long unsigned.
               05 AL-TARGET binary-long unsigned.
           01 IN-PLACE-COUNT binary-long unsigned value 0.
           01 MOVED-COUNT binary-long unsigned value 0.
           01 SAME-COUNT binary-long unsigned value 0.
           01 OVERFLOW-COUNT binary-long unsigned value 0.

      *    > the patch: every changed run, cut at bank edges
           01 GLOBAL-SUM binary-long unsigned value 0.
           01 GLOBAL-WAS binary-long unsigned value 0.
           01 SUM-I binary-long unsigned value 0.
           01 WALK-OFF binary-long unsigned value 0.
           01 IN-RUN binary-char unsigned value 0.
               88 RUN-IS-OPEN value 1.
           01 RUN-START binary-long unsigned value 0.
           01 RUN-COUNT binary-long unsigned value 0.
           01 HUNK-COUNT binary-long unsigned value 0.
           01 HUNK-I binary-long unsigned value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept MODE-ARG from argument-value.
           display 2 upon argument-number.
           accept ROM-PATH from argument-value.
           display 3 upon argument-number.
           accept TBL-PATH from argument-value.
           display 4 upon argument-number.
           accept SPEC-PATH from argument-value.
           display 5 upon argument-number.
           accept SCRIPT-PATH from argument-value.
           display 6 upon argument-number.
           accept IPS-PATH from argument-value.
           move function upper-case(MODE-ARG) to MODE-ARG.
           if (MODE-ARG not = "DUMP" and MODE-ARG not = "INSERT")
                   or SCRIPT-PATH = spaces
                   or (MODE-ARG = "INSERT" and IPS-PATH = spaces)
               display "usage: text_tool DUMP <rom> <tbl-file>"
                   " <spec-file> <script>"
               display "       text_tool INSERT <rom> <tbl-file>"
                   " <spec-file> <script> <ips-file>"
               move 12 to return-code
               stop run
           end-if.

           move 0 to MC-BOOT-GAME.
           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           if ROM-SIZE = 0
               display "text_tool: cannot read " function trim(ROM-PATH)
               move 12 to return-code
               stop run
           end-if.

           perform LOAD-TABLE-FILE.
           perform LOAD-SPEC-FILE.
           if ERROR-COUNT > 0
               move ERROR-COUNT to COUNT-DISPLAY
               display function trim(COUNT-DISPLAY)
                   " error(s) in the table or spec - nothing done"
               move 12 to return-code
               stop run
           end-if.

           if MODE-ARG = "DUMP"
               perform DUMP-SCRIPT
           else
               perform INSERT-SCRIPT
           end-if.
           stop run.

      *    > ---------------------------------------------------------
      *    > the .tbl file
      *    > ---------------------------------------------------------
       LOAD-TABLE-FILE.
           open input TBL-FILE.
           if not TBL-STATUS-OK
               display "text_tool: cannot open " function trim(TBL-PATH)
               move 12 to return-code
               stop run
           end-if.
           move 0 to LINE-NO.
           perform READ-TBL-LINE until TBL-STATUS-EOF.
           close TBL-FILE.
           if not END-IS-SET
               display "note: the table names no /XX terminator -"
                   " taking $00"
               move 0 to END-CODE
               move 1 to END-SEEN
           end-if.

       READ-TBL-LINE.
           read TBL-FILE
               at end
                   set TBL-STATUS-EOF to true
               not at end
                   add 1 to LINE-NO
                   perform TAKE-TBL-LINE thru TAKE-TBL-LINE-EXIT
           end-read.

      *    > the text after "=" is kept exactly, a lone space
      *    > included - only a line sequential file's own trailing
      *    > blanks are lost, so "20=" with nothing after it is read
      *    > as the space it almost always is
       TAKE-TBL-LINE.
           if TBL-LINE = spaces or TBL-LINE (1:1) = ";"
               go to TAKE-TBL-LINE-EXIT
           end-if.
           move spaces to TBL-CODE-TEXT.
           move spaces to TBL-VALUE-TEXT.
           unstring TBL-LINE delimited by "=" into TBL-CODE-TEXT.
           if TBL-LINE (1:1) = "/" or TBL-LINE (1:1) = "*"
               move TBL-CODE-TEXT (2:7) to HEX-FIELD
               perform PARSE-HEX
               if HEX-BAD = 1 or HEX-VALUE > 255
                   perform REPORT-TBL-LINE
                   go to TAKE-TBL-LINE-EXIT
               end-if
               if TBL-LINE (1:1) = "/"
                   move HEX-VALUE to END-CODE
                   move 1 to END-SEEN
               else
                   move HEX-VALUE to BREAK-CODE
                   move 1 to BREAK-SEEN
               end-if
               go to TAKE-TBL-LINE-EXIT
           end-if.

           move TBL-CODE-TEXT to HEX-FIELD.
           perform PARSE-HEX.
           if HEX-BAD = 1 or HEX-LEN > 4
               perform REPORT-TBL-LINE
               go to TAKE-TBL-LINE-EXIT
           end-if.
           if TBL-COUNT >= 2048
               display "tbl line " LINE-NO ": table full (2048"
                   " codes) - rest ignored"
               go to TAKE-TBL-LINE-EXIT
           end-if.
           add 1 to TBL-COUNT.
           move HEX-VALUE to TE-CODE (TBL-COUNT).
           if HEX-LEN > 2
               move 2 to TE-CODE-LEN (TBL-COUNT)
               compute TBL-I = HEX-VALUE / 256 + 1
               move 1 to PAIR-LEAD (TBL-I)
           else
               move 1 to TE-CODE-LEN (TBL-COUNT)
               move TBL-COUNT to SINGLE-MAP (HEX-VALUE + 1)
           end-if.
           move function length(function trim(TBL-CODE-TEXT))
               to TBL-I.
           move TBL-LINE (TBL-I + 2:) to TBL-VALUE-TEXT.
           if TBL-VALUE-TEXT = spaces
               move " " to TE-TEXT (TBL-COUNT)
               move 1 to TE-TEXT-LEN (TBL-COUNT)
           else
               move TBL-VALUE-TEXT to TE-TEXT (TBL-COUNT)
               move function length(function trim(TBL-VALUE-TEXT
                   trailing)) to TE-TEXT-LEN (TBL-COUNT)
               if TE-TEXT-LEN (TBL-COUNT) > 16
                   move 16 to TE-TEXT-LEN (TBL-COUNT)
               end-if
           end-if.
       TAKE-TBL-LINE-EXIT.
           exit paragraph.

       REPORT-TBL-LINE.
           display "tbl line " LINE-NO ": not a table entry -- "
               function trim(TBL-LINE).
           add 1 to ERROR-COUNT.

      *    > ---------------------------------------------------------
      *    > the spec file
      *    > ---------------------------------------------------------
       LOAD-SPEC-FILE.
           open input SPEC-FILE.
           if not SPEC-STATUS-OK
               display "text_tool: cannot open "
                   function trim(SPEC-PATH)
               move 12 to return-code
               stop run
           end-if.
           move 0 to LINE-NO.
           perform READ-SPEC-LINE until SPEC-STATUS-EOF.
           close SPEC-FILE.
           if TABLE-COUNT = 0
               display "spec: no pointer tables named"
               add 1 to ERROR-COUNT
           end-if.

       READ-SPEC-LINE.
           read SPEC-FILE
               at end
                   set SPEC-STATUS-EOF to true
               not at end
                   add 1 to LINE-NO
                   perform TAKE-SPEC-LINE thru TAKE-SPEC-LINE-EXIT
           end-read.

       TAKE-SPEC-LINE.
           inspect SPEC-LINE replacing all x"09" by space.
           if SPEC-LINE = spaces or SPEC-LINE (1:1) = ";"
               go to TAKE-SPEC-LINE-EXIT
           end-if.
           move spaces to SPEC-WORD (1) SPEC-WORD (2) SPEC-WORD (3)
               SPEC-WORD (4) SPEC-WORD (5).
           unstring function trim(SPEC-LINE) delimited by all space
               into SPEC-WORD (1) SPEC-WORD (2) SPEC-WORD (3)
               SPEC-WORD (4) SPEC-WORD (5).
           move function lower-case(SPEC-WORD (1)) to SPEC-WORD (1).
           evaluate SPEC-WORD (1)
               when "table"
                   perform TAKE-TABLE-SPEC thru TAKE-TABLE-SPEC-EXIT
               when "free"
                   perform TAKE-FREE-SPEC thru TAKE-FREE-SPEC-EXIT
               when other
                   perform REPORT-SPEC-LINE
           end-evaluate.
       TAKE-SPEC-LINE-EXIT.
           exit paragraph.

       REPORT-SPEC-LINE.
           display "spec line " LINE-NO ": not understood -- "
               function trim(SPEC-LINE).
           add 1 to ERROR-COUNT.

      *    > table NAME BB:AAAA COUNT [TEXT-BANK]
       TAKE-TABLE-SPEC.
           if SPEC-WORD (2) = spaces or SPEC-WORD (4) = spaces
                   or TABLE-COUNT >= 64
               perform REPORT-SPEC-LINE
               go to TAKE-TABLE-SPEC-EXIT
           end-if.
           move SPEC-WORD (3) to HEX-FIELD.
           perform PARSE-BANK-ADDR.
           if HEX-BAD = 1
               perform REPORT-SPEC-LINE
               go to TAKE-TABLE-SPEC-EXIT
           end-if.
           if function test-numval(SPEC-WORD (4)) not = 0
               perform REPORT-SPEC-LINE
               go to TAKE-TABLE-SPEC-EXIT
           end-if.
           add 1 to TABLE-COUNT.
           move function upper-case(SPEC-WORD (2))
               to TB-NAME (TABLE-COUNT).
           move SPEC-BANK to TB-BANK (TABLE-COUNT).
           move SPEC-ADDR to TB-ADDR (TABLE-COUNT).
           move SPEC-BANK to STR-BANK.
           move SPEC-ADDR to WINDOW-ADDR.
           perform WINDOW-TO-OFFSET.
           move STR-OFF to TB-OFF (TABLE-COUNT).
           move function numval(SPEC-WORD (4)) to TB-COUNT
               (TABLE-COUNT).
           move SPEC-BANK to TB-TEXT-BANK (TABLE-COUNT).
           if SPEC-WORD (5) not = spaces
               move SPEC-WORD (5) to HEX-FIELD
               perform PARSE-HEX
               if HEX-BAD = 1
                   subtract 1 from TABLE-COUNT
                   perform REPORT-SPEC-LINE
                   go to TAKE-TABLE-SPEC-EXIT
               end-if
               move HEX-VALUE to TB-TEXT-BANK (TABLE-COUNT)
           end-if.
           if TB-OFF (TABLE-COUNT) + TB-COUNT (TABLE-COUNT) * 2
                   > ROM-SIZE
               display "spec line " LINE-NO ": table "
                   function trim(TB-NAME (TABLE-COUNT))
                   " runs past the end of the ROM"
               subtract 1 from TABLE-COUNT
               add 1 to ERROR-COUNT
               go to TAKE-TABLE-SPEC-EXIT
           end-if.
           if SLOT-TOTAL + TB-COUNT (TABLE-COUNT) > 16384
               display "spec line " LINE-NO ": more than 16384"
                   " pointers in all"
               subtract 1 from TABLE-COUNT
               add 1 to ERROR-COUNT
               go to TAKE-TABLE-SPEC-EXIT
           end-if.
           move SLOT-TOTAL to TB-FIRST-SLOT (TABLE-COUNT).
           add TB-COUNT (TABLE-COUNT) to SLOT-TOTAL.
       TAKE-TABLE-SPEC-EXIT.
           exit paragraph.

      *    > free BB:SSSS-EEEE, both ends inclusive
       TAKE-FREE-SPEC.
           move spaces to BANK-TEXT.
           move spaces to END-TEXT.
           unstring SPEC-WORD (2) delimited by "-" into BANK-TEXT
               END-TEXT.
           move BANK-TEXT to HEX-FIELD.
           perform PARSE-BANK-ADDR.
           if HEX-BAD = 1 or END-TEXT = spaces or FREE-COUNT >= 256
               perform REPORT-SPEC-LINE
               go to TAKE-FREE-SPEC-EXIT
           end-if.
           move END-TEXT to HEX-FIELD.
           perform PARSE-HEX.
           if HEX-BAD = 1 or HEX-VALUE < SPEC-ADDR
               perform REPORT-SPEC-LINE
               go to TAKE-FREE-SPEC-EXIT
           end-if.
           move HEX-VALUE to SPEC-END.
           add 1 to FREE-COUNT.
           move SPEC-BANK to FR-BANK (FREE-COUNT).
           move SPEC-BANK to STR-BANK.
           move SPEC-ADDR to WINDOW-ADDR.
           perform WINDOW-TO-OFFSET.
           move STR-OFF to FR-NEXT (FREE-COUNT).
           compute FR-END (FREE-COUNT) = STR-OFF + SPEC-END
               - SPEC-ADDR + 1.
           if SPEC-BANK < 128
               move 1 to BANK-LOOKED (SPEC-BANK + 1)
           end-if.
       TAKE-FREE-SPEC-EXIT.
           exit paragraph.

      *    > HEX-FIELD "BB:AAAA" into SPEC-BANK and SPEC-ADDR, the
      *    > address checked against the bank's window
       PARSE-BANK-ADDR.
           move spaces to BANK-TEXT.
           move spaces to ADDR-TEXT.
           unstring HEX-FIELD delimited by ":" into BANK-TEXT
               ADDR-TEXT.
           move BANK-TEXT to HEX-FIELD.
           perform PARSE-HEX.
           move HEX-VALUE to SPEC-BANK.
           if HEX-BAD = 0
               move ADDR-TEXT to HEX-FIELD
               perform PARSE-HEX
               move HEX-VALUE to SPEC-ADDR
           end-if.
           if HEX-BAD = 0
               if SPEC-ADDR > 32767
                       or (SPEC-BANK > 0 and SPEC-ADDR < 16384)
                   move 1 to HEX-BAD
               end-if
           end-if.

      *    > bank and window address in, ROM offset out
       WINDOW-TO-OFFSET.
           if STR-BANK = 0
               move WINDOW-ADDR to STR-OFF
           else
               compute STR-OFF = STR-BANK * 16384 + WINDOW-ADDR
                   - 16384
           end-if.

      *    > HEX-FIELD, with an optional $ or 0x, to HEX-VALUE;
      *    > HEX-LEN counts the digits
       PARSE-HEX.
           move function upper-case(HEX-FIELD) to HEX-FIELD.
           move 0 to HEX-VALUE.
           move 0 to HEX-BAD.
           move 1 to HEX-FROM.
           if HEX-FIELD (1:1) = "$"
               move 2 to HEX-FROM
           end-if.
           if HEX-FIELD (1:2) = "0X"
               move 3 to HEX-FROM
           end-if.
           move function length(function trim(HEX-FIELD)) to HEX-P.
           if HEX-FIELD = spaces or HEX-P < HEX-FROM
               move 1 to HEX-BAD
               move 0 to HEX-LEN
           else
               compute HEX-LEN = HEX-P - HEX-FROM + 1
               perform PARSE-HEX-DIGIT varying HEX-P from HEX-FROM
                   by 1 until HEX-P > HEX-FROM + HEX-LEN - 1
           end-if.
           if HEX-LEN > 6
               move 1 to HEX-BAD
           end-if.

       PARSE-HEX-DIGIT.
           move 0 to HEX-DIGIT-AT.
           inspect HEX-DIGITS tallying HEX-DIGIT-AT for characters
               before initial HEX-FIELD (HEX-P:1).
           if HEX-DIGIT-AT > 15
               move 1 to HEX-BAD
           else
               compute HEX-VALUE = HEX-VALUE * 16 + HEX-DIGIT-AT
           end-if.

      *    > ---------------------------------------------------------
      *    > DUMP
      *    > ---------------------------------------------------------
       DUMP-SCRIPT.
           open output SCRIPT-FILE.
           if not SCRIPT-STATUS-OK
               display "text_tool: cannot write "
                   function trim(SCRIPT-PATH)
               move 12 to return-code
               stop run
           end-if.
           move spaces to SCRIPT-LINE.
           string "; script of " function trim(ROM-PATH)
               " through " function trim(TBL-PATH)
               delimited by size into SCRIPT-LINE.
           write SCRIPT-LINE.
           move "; edit the line under each @ marker - <XX> is a"
               & " raw byte, <n> a line break" to SCRIPT-LINE.
           write SCRIPT-LINE.
           move 0 to SAME-COUNT.
           perform DUMP-ONE-TABLE varying CUR-TABLE from 1 by 1
               until CUR-TABLE > TABLE-COUNT.
           close SCRIPT-FILE.
           move SAME-COUNT to COUNT-DISPLAY.
           display function trim(COUNT-DISPLAY) " strings dumped to "
               function trim(SCRIPT-PATH).
           if WARNING-COUNT > 0
               move WARNING-COUNT to COUNT-DISPLAY
               display function trim(COUNT-DISPLAY) " warning(s)"
           end-if.

       DUMP-ONE-TABLE.
           perform DUMP-ONE-STRING thru DUMP-ONE-STRING-EXIT
               varying CUR-INDEX from 0 by 1
               until CUR-INDEX >= TB-COUNT (CUR-TABLE).

       DUMP-ONE-STRING.
           move CUR-INDEX to INDEX-DISPLAY.
           perform LOCATE-STRING.
           if STR-OK = 0
               move PTR-VALUE to HEX-IN
               perform HEX-TEXT
               move spaces to SCRIPT-LINE
               string "; " function trim(TB-NAME (CUR-TABLE)) " "
                   INDEX-DISPLAY " points outside the ROM ($"
                   HEX-OUT (3:4) ") - left alone"
                   delimited by size into SCRIPT-LINE
               write SCRIPT-LINE
               display function trim(SCRIPT-LINE (3:))
               add 1 to WARNING-COUNT
               go to DUMP-ONE-STRING-EXIT
           end-if.

           move 0 to ALIAS-OF.
           perform FIND-EARLIER-TWIN varying ALIAS-I from 0 by 1
               until ALIAS-I >= CUR-INDEX or ALIAS-OF > 0.
           if ALIAS-OF > 0
               move spaces to SCRIPT-LINE
               compute INDEX-DISPLAY = ALIAS-OF - 1
               move INDEX-DISPLAY to MARK-ALIAS-TEXT
               move CUR-INDEX to INDEX-DISPLAY
               string "@" function trim(TB-NAME (CUR-TABLE)) " "
                   INDEX-DISPLAY " = " MARK-ALIAS-TEXT (1:4)
                   delimited by size into SCRIPT-LINE
               write SCRIPT-LINE
               go to DUMP-ONE-STRING-EXIT
           end-if.

           perform DECODE-STRING.
           move spaces to SCRIPT-LINE.
           move STR-BANK to HEX-IN.
           perform HEX-TEXT.
           move HEX-OUT (5:2) to BANK-TEXT.
           move PTR-VALUE to HEX-IN.
           perform HEX-TEXT.
           string "@" function trim(TB-NAME (CUR-TABLE)) " "
               INDEX-DISPLAY " " BANK-TEXT (1:2) ":" HEX-OUT (3:4)
               delimited by size into SCRIPT-LINE.
           write SCRIPT-LINE.
           move OUT-TEXT to SCRIPT-LINE.
           write SCRIPT-LINE.
           add 1 to SAME-COUNT.
           if OUT-FULL = 1
               display function trim(TB-NAME (CUR-TABLE)) " "
                   INDEX-DISPLAY ": text longer than a script line"
                   " - cut short"
               add 1 to WARNING-COUNT
           end-if.
       DUMP-ONE-STRING-EXIT.
           exit paragraph.

      *    > a pointer equal to an earlier one in the same table
      *    > shares its string
       FIND-EARLIER-TWIN.
           compute SCAN-OFF = TB-OFF (CUR-TABLE) + ALIAS-I * 2.
           if ROM-BANK-ARR (SCAN-OFF + 1)
                   + ROM-BANK-ARR (SCAN-OFF + 2) * 256 = PTR-VALUE
               compute ALIAS-OF = ALIAS-I + 1
           end-if.

      *    > CUR-TABLE/CUR-INDEX to PTR-OFF, PTR-VALUE and the
      *    > string's STR-BANK/STR-OFF; STR-OK 0 for a pointer
      *    > that lands nowhere in the ROM
       LOCATE-STRING.
           compute PTR-OFF = TB-OFF (CUR-TABLE) + CUR-INDEX * 2.
           compute PTR-VALUE = ROM-BANK-ARR (PTR-OFF + 1)
               + ROM-BANK-ARR (PTR-OFF + 2) * 256.
           move 1 to STR-OK.
           if PTR-VALUE < 16384
               move 0 to STR-BANK
           else
               move TB-TEXT-BANK (CUR-TABLE) to STR-BANK
           end-if.
           if PTR-VALUE > 32767
                   or (PTR-VALUE >= 16384 and STR-BANK = 0)
               move 0 to STR-OK
           else
               move PTR-VALUE to WINDOW-ADDR
               perform WINDOW-TO-OFFSET
               if STR-OFF >= ROM-SIZE
                   move 0 to STR-OK
               end-if
           end-if.

      *    > STR-OFF's bytes up to the terminator as script text in
      *    > OUT-TEXT, ORIG-LEN counting the terminator too
       DECODE-STRING.
           move spaces to OUT-TEXT.
           move 0 to OUT-LEN.
           move 0 to OUT-FULL.
           move 0 to FIRST-CODE-LEN.
           move 0 to LAST-CODE-LEN.
           move STR-OFF to SCAN-OFF.
           move 0 to SCAN-DONE.
           perform DECODE-ONE-CODE until SCAN-DONE = 1.
           compute ORIG-LEN = SCAN-OFF - STR-OFF.
      *        > a line sequential file drops trailing blanks and
      *        > the reinserter reads "@" and ";" at a line's head
      *        > as its own - write such a first or last character
      *        > as its raw byte instead
           if OUT-LEN > 0 and OUT-TEXT (OUT-LEN:1) = space
                   and LAST-CODE-LEN > 0
               move LAST-START to OUT-LEN
               move spaces to OUT-TEXT (OUT-LEN + 1:)
               move LAST-CODE to CUR-CODE
               move LAST-CODE-LEN to RAW-CODE-LEN
               perform APPEND-RAW-CODE
           end-if.
           if (OUT-TEXT (1:1) = "@" or OUT-TEXT (1:1) = ";")
                   and FIRST-CODE-LEN > 0
               move OUT-TEXT to SCRIPT-LINE
               move FIRST-CODE to CUR-CODE
               move FIRST-CODE-LEN to RAW-CODE-LEN
               move 0 to OUT-LEN
               move spaces to OUT-TEXT
               perform APPEND-RAW-CODE
               move SCRIPT-LINE (FIRST-END + 1:)
                   to OUT-TEXT (OUT-LEN + 1:)
               compute OUT-LEN = function length(function
                   trim(OUT-TEXT trailing))
           end-if.

       DECODE-ONE-CODE.
           if SCAN-OFF >= ROM-SIZE or SCAN-OFF - STR-OFF >= 1024
               move 1 to SCAN-DONE
               display function trim(TB-NAME (CUR-TABLE)) " "
                   INDEX-DISPLAY ": no terminator within 1024 bytes"
               add 1 to WARNING-COUNT
           else
               move ROM-BANK-ARR (SCAN-OFF + 1) to CUR-BYTE
               add 1 to SCAN-OFF
               perform DECODE-BYTE-AT-SCAN
           end-if.

       DECODE-BYTE-AT-SCAN.
           if CUR-BYTE = END-CODE
               move 1 to SCAN-DONE
           else
               move OUT-LEN to LAST-START
               if BREAK-IS-SET and CUR-BYTE = BREAK-CODE
                   move "<n>" to PIECE
                   move 3 to PIECE-LEN
                   perform APPEND-PIECE
                   move 0 to LAST-CODE-LEN
               else
                   perform DECODE-CHARACTER
               end-if
               if LAST-START = 0
                   move LAST-CODE to FIRST-CODE
                   move LAST-CODE-LEN to FIRST-CODE-LEN
                   move OUT-LEN to FIRST-END
               end-if
           end-if.

      *    > a two-byte code wins over a one-byte one when the byte
      *    > leads one and the next byte completes it
       DECODE-CHARACTER.
           move 0 to PAIR-HIT.
           if PAIR-LEAD (CUR-BYTE + 1) = 1 and SCAN-OFF < ROM-SIZE
               move ROM-BANK-ARR (SCAN-OFF + 1) to NEXT-BYTE
               compute PAIR-CODE = CUR-BYTE * 256 + NEXT-BYTE
               perform FIND-PAIR-CODE varying TBL-I from 1 by 1
                   until TBL-I > TBL-COUNT or PAIR-HIT > 0
           end-if.
           if PAIR-HIT > 0
               add 1 to SCAN-OFF
               move PAIR-CODE to LAST-CODE
               move 2 to LAST-CODE-LEN
               move TE-TEXT (PAIR-HIT) to PIECE
               move TE-TEXT-LEN (PAIR-HIT) to PIECE-LEN
               perform APPEND-PIECE
           else
               move CUR-BYTE to LAST-CODE
               move 1 to LAST-CODE-LEN
               if SINGLE-MAP (CUR-BYTE + 1) > 0
                   move TE-TEXT (SINGLE-MAP (CUR-BYTE + 1)) to PIECE
                   move TE-TEXT-LEN (SINGLE-MAP (CUR-BYTE + 1))
                       to PIECE-LEN
                   perform APPEND-PIECE
               else
                   move CUR-BYTE to CUR-CODE
                   move 1 to RAW-CODE-LEN
                   perform APPEND-RAW-CODE
               end-if
           end-if.

       FIND-PAIR-CODE.
           if TE-CODE-LEN (TBL-I) = 2 and TE-CODE (TBL-I) = PAIR-CODE
               move TBL-I to PAIR-HIT
           end-if.

      *    > CUR-CODE as <XX> (or <XX><YY> when RAW-CODE-LEN is 2)
       APPEND-RAW-CODE.
           move CUR-CODE to HEX-IN.
           perform HEX-TEXT.
           move spaces to PIECE.
           if RAW-CODE-LEN = 2
               string "<" HEX-OUT (3:2) "><" HEX-OUT (5:2) ">"
                   delimited by size into PIECE
               move 8 to PIECE-LEN
           else
               string "<" HEX-OUT (5:2) ">" delimited by size
                   into PIECE
               move 4 to PIECE-LEN
           end-if.
           perform APPEND-PIECE.

       APPEND-PIECE.
           if OUT-LEN + PIECE-LEN > 512
               move 1 to OUT-FULL
           else
               move PIECE (1:PIECE-LEN) to
                   OUT-TEXT (OUT-LEN + 1:PIECE-LEN)
               add PIECE-LEN to OUT-LEN
           end-if.

      *    > ---------------------------------------------------------
      *    > INSERT
      *    > ---------------------------------------------------------
       INSERT-SCRIPT.
           move ROM-BANKS to ORIG-BANKS.
           open input SCRIPT-FILE.
           if not SCRIPT-STATUS-OK
               display "text_tool: cannot open "
                   function trim(SCRIPT-PATH)
               move 12 to return-code
               stop run
           end-if.
           move 0 to LINE-NO.
           move 0 to EXPECT-TEXT.
           perform READ-SCRIPT-LINE until SCRIPT-STATUS-EOF.
           close SCRIPT-FILE.
           perform APPLY-ONE-ALIAS thru APPLY-ONE-ALIAS-EXIT
               varying ALIAS-I from 1 by 1
               until ALIAS-I > ALIAS-COUNT.

           display " ".
           move SAME-COUNT to COUNT-DISPLAY.
           display "unchanged:    " COUNT-DISPLAY.
           move IN-PLACE-COUNT to COUNT-DISPLAY.
           display "in place:     " COUNT-DISPLAY.
           move MOVED-COUNT to COUNT-DISPLAY.
           display "repointed:    " COUNT-DISPLAY.
           move OVERFLOW-COUNT to COUNT-DISPLAY.
           display "did not fit:  " COUNT-DISPLAY.
           if ERROR-COUNT > 0
               move ERROR-COUNT to COUNT-DISPLAY
               display function trim(COUNT-DISPLAY)
                   " error(s) - no patch written"
               move 12 to return-code
               stop run
           end-if.
           perform WRITE-IPS-FILE.

       READ-SCRIPT-LINE.
           read SCRIPT-FILE
               at end
                   set SCRIPT-STATUS-EOF to true
               not at end
                   add 1 to LINE-NO
                   perform TAKE-SCRIPT-LINE thru
                       TAKE-SCRIPT-LINE-EXIT
           end-read.

      *    > a marker line, then the text line that belongs to it
       TAKE-SCRIPT-LINE.
           if TEXT-IS-EXPECTED
               move 0 to EXPECT-TEXT
               perform REINSERT-STRING thru REINSERT-STRING-EXIT
               go to TAKE-SCRIPT-LINE-EXIT
           end-if.
           if SCRIPT-LINE = spaces or SCRIPT-LINE (1:1) = ";"
               go to TAKE-SCRIPT-LINE-EXIT
           end-if.
           if SCRIPT-LINE (1:1) not = "@"
               display "script line " LINE-NO ": text with no @"
                   " marker before it"
               add 1 to ERROR-COUNT
               go to TAKE-SCRIPT-LINE-EXIT
           end-if.

           move spaces to MARK-NAME MARK-INDEX-TEXT MARK-EQ
               MARK-ALIAS-TEXT MARK-REST.
           unstring SCRIPT-LINE (2:) delimited by all space into
               MARK-NAME MARK-INDEX-TEXT MARK-EQ MARK-ALIAS-TEXT
               MARK-REST.
           move function upper-case(MARK-NAME) to SPEC-NAME-UP.
           move 0 to CUR-TABLE.
           perform FIND-TABLE-NAME varying TBL-I from 1 by 1
               until TBL-I > TABLE-COUNT or CUR-TABLE > 0.
           if CUR-TABLE = 0
               display "script line " LINE-NO ": no table named "
                   function trim(MARK-NAME) " in the spec"
               add 1 to ERROR-COUNT
               go to TAKE-SCRIPT-LINE-EXIT
           end-if.
           if function test-numval(MARK-INDEX-TEXT) not = 0
               display "script line " LINE-NO ": bad string number"
               add 1 to ERROR-COUNT
               go to TAKE-SCRIPT-LINE-EXIT
           end-if.
           move function numval(MARK-INDEX-TEXT) to CUR-INDEX.
           if CUR-INDEX >= TB-COUNT (CUR-TABLE)
               display "script line " LINE-NO ": "
                   function trim(MARK-NAME) " has no string "
                   function trim(MARK-INDEX-TEXT)
               add 1 to ERROR-COUNT
               go to TAKE-SCRIPT-LINE-EXIT
           end-if.
           if MARK-EQ = "="
               if function test-numval(MARK-ALIAS-TEXT) not = 0
                       or ALIAS-COUNT >= 4096
                   display "script line " LINE-NO ": bad alias"
                   add 1 to ERROR-COUNT
                   go to TAKE-SCRIPT-LINE-EXIT
               end-if
               add 1 to ALIAS-COUNT
               move CUR-TABLE to AL-TABLE (ALIAS-COUNT)
               move CUR-INDEX to AL-INDEX (ALIAS-COUNT)
               move function numval(MARK-ALIAS-TEXT)
                   to AL-TARGET (ALIAS-COUNT)
               go to TAKE-SCRIPT-LINE-EXIT
           end-if.
           move 1 to EXPECT-TEXT.
       TAKE-SCRIPT-LINE-EXIT.
           exit paragraph.

       FIND-TABLE-NAME.
           if TB-NAME (TBL-I) = SPEC-NAME-UP
               move TBL-I to CUR-TABLE
           end-if.

      *    > the text under a marker: encode it, then back in place,
      *    > to free space, or - with nowhere to go - left alone
       REINSERT-STRING.
           move CUR-INDEX to INDEX-DISPLAY.
           if DONE-SLOT (TB-FIRST-SLOT (CUR-TABLE) + CUR-INDEX + 1)
                   = 1
               display "script line " LINE-NO ": "
                   function trim(TB-NAME (CUR-TABLE)) " "
                   INDEX-DISPLAY " given twice"
               add 1 to ERROR-COUNT
               go to REINSERT-STRING-EXIT
           end-if.
           move 1 to DONE-SLOT (TB-FIRST-SLOT (CUR-TABLE)
               + CUR-INDEX + 1).
           perform LOCATE-STRING.
           if STR-OK = 0
               display "script line " LINE-NO ": "
                   function trim(TB-NAME (CUR-TABLE)) " "
                   INDEX-DISPLAY " points outside the ROM"
               add 1 to ERROR-COUNT
               go to REINSERT-STRING-EXIT
           end-if.
           perform MEASURE-ORIGINAL.
           perform ENCODE-SCRIPT-TEXT.
           if ENC-BAD = 1
               go to REINSERT-STRING-EXIT
           end-if.

           move 0 to SAME-BYTES.
           if NEW-LEN = ORIG-LEN
               move 1 to SAME-BYTES
               perform COMPARE-ONE-BYTE varying CMP-I from 1 by 1
                   until CMP-I > NEW-LEN or SAME-BYTES = 0
           end-if.
           if SAME-BYTES = 1
               add 1 to SAME-COUNT
               go to REINSERT-STRING-EXIT
           end-if.

           if NEW-LEN <= ORIG-LEN
               move STR-OFF to NEW-OFF
               perform PUT-NEW-BYTES varying CMP-I from 1 by 1
                   until CMP-I > NEW-LEN
               add 1 to IN-PLACE-COUNT
               go to REINSERT-STRING-EXIT
           end-if.

           perform TAKE-FREE-SPACE.
           if FREE-HIT = 0
               move STR-BANK to HEX-IN
               perform HEX-TEXT
               move NEW-LEN to COUNT-DISPLAY
               display "WARNING: bank " HEX-OUT (5:2) " overflows - "
                   function trim(TB-NAME (CUR-TABLE)) " "
                   INDEX-DISPLAY " needs "
                   function trim(COUNT-DISPLAY) " bytes; left as it"
                   " was"
               add 1 to OVERFLOW-COUNT
               add 1 to WARNING-COUNT
               go to REINSERT-STRING-EXIT
           end-if.
           perform PUT-NEW-BYTES varying CMP-I from 1 by 1
               until CMP-I > NEW-LEN.
           if STR-BANK = 0
               move NEW-OFF to WINDOW-ADDR
           else
               compute WINDOW-ADDR = NEW-OFF - STR-BANK * 16384
                   + 16384
           end-if.
           compute ROM-BANK-ARR (PTR-OFF + 1) =
               function mod(WINDOW-ADDR, 256).
           compute ROM-BANK-ARR (PTR-OFF + 2) = WINDOW-ADDR / 256.
           add 1 to MOVED-COUNT.
       REINSERT-STRING-EXIT.
           exit paragraph.

      *    > the string's length as the untouched dump has it,
      *    > terminator included
       MEASURE-ORIGINAL.
           move STR-OFF to SCAN-OFF.
           move 0 to SCAN-DONE.
           perform MEASURE-ONE-BYTE until SCAN-DONE = 1.
           compute ORIG-LEN = SCAN-OFF - STR-OFF.

       MEASURE-ONE-BYTE.
           if SCAN-OFF >= ROM-SIZE or SCAN-OFF - STR-OFF >= 1024
               move 1 to SCAN-DONE
           else
               if ORIG-BYTE (SCAN-OFF + 1) = END-CODE
                   move 1 to SCAN-DONE
               end-if
               add 1 to SCAN-OFF
           end-if.

       COMPARE-ONE-BYTE.
           if NEW-BYTES (CMP-I) not = ORIG-BYTE (STR-OFF + CMP-I)
               move 0 to SAME-BYTES
           end-if.

       PUT-NEW-BYTES.
           move NEW-BYTES (CMP-I) to ROM-BANK-ARR (NEW-OFF + CMP-I).

      *    > first fit in the string's own bank: declared ranges,
      *    > else the padding run at the bank's end, found once
       TAKE-FREE-SPACE.
           if STR-BANK < 128
               if BANK-LOOKED (STR-BANK + 1) = 0
                   move 1 to BANK-LOOKED (STR-BANK + 1)
                   perform FIND-BANK-PADDING thru
                       FIND-BANK-PADDING-EXIT
               end-if
           end-if.
           move 0 to FREE-HIT.
           perform TRY-FREE-ROW varying FREE-I from 1 by 1
               until FREE-I > FREE-COUNT or FREE-HIT > 0.
           if FREE-HIT > 0
               move FR-NEXT (FREE-HIT) to NEW-OFF
               add NEW-LEN to FR-NEXT (FREE-HIT)
           end-if.

       TRY-FREE-ROW.
           if FR-BANK (FREE-I) = STR-BANK
                   and FR-END (FREE-I) - FR-NEXT (FREE-I) >= NEW-LEN
               move FREE-I to FREE-HIT
           end-if.

      *    > a bank that ends in a run of one fill byte ($00 or
      *    > $FF) has that run to spare; the first byte of the run
      *    > is left alone in case it is a string's own terminator
       FIND-BANK-PADDING.
           compute BANK-BASE = STR-BANK * 16384.
           if BANK-BASE + 16384 > ROM-SIZE or FREE-COUNT >= 256
               go to FIND-BANK-PADDING-EXIT
           end-if.
           move ORIG-BYTE (BANK-BASE + 16384) to PAD-BYTE.
           if PAD-BYTE not = 0 and PAD-BYTE not = 255
               go to FIND-BANK-PADDING-EXIT
           end-if.
           compute PAD-START = BANK-BASE + 16383.
           perform STEP-PAD-BACK until PAD-START = BANK-BASE
               or ORIG-BYTE (PAD-START) not = PAD-BYTE.
           add 1 to PAD-START.
           if BANK-BASE + 16384 - PAD-START < 16
               go to FIND-BANK-PADDING-EXIT
           end-if.
           add 1 to FREE-COUNT.
           move STR-BANK to FR-BANK (FREE-COUNT).
           move PAD-START to FR-NEXT (FREE-COUNT).
           compute FR-END (FREE-COUNT) = BANK-BASE + 16384.
           compute COUNT-DISPLAY = BANK-BASE + 16384 - PAD-START.
           move STR-BANK to HEX-IN.
           perform HEX-TEXT.
           display "bank " HEX-OUT (5:2) ": using the "
               function trim(COUNT-DISPLAY)
               " bytes of padding at its end".
       FIND-BANK-PADDING-EXIT.
           exit paragraph.

       STEP-PAD-BACK.
           subtract 1 from PAD-START.

      *    > script text to NEW-BYTES, terminator last: <n> and
      *    > <XX> first, else the longest table text that matches
       ENCODE-SCRIPT-TEXT.
           move 0 to NEW-LEN.
           move 0 to ENC-BAD.
           move function length(function trim(SCRIPT-LINE trailing))
               to ENC-LEN.
           if SCRIPT-LINE = spaces
               move 0 to ENC-LEN
           end-if.
           move 1 to ENC-POS.
           perform ENCODE-AT-POSITION thru ENCODE-AT-POSITION-EXIT
               until ENC-POS > ENC-LEN or ENC-BAD = 1.
           if ENC-BAD = 0
               move END-CODE to CUR-CODE
               perform ADD-NEW-BYTE
           end-if.

       ENCODE-AT-POSITION.
           if ENC-POS + 2 <= ENC-LEN and
                   (SCRIPT-LINE (ENC-POS:3) = "<n>"
                   or SCRIPT-LINE (ENC-POS:3) = "<N>")
               if not BREAK-IS-SET
                   display "script line " LINE-NO ": <n> but the"
                       " table has no *XX line break"
                   add 1 to ERROR-COUNT
                   move 1 to ENC-BAD
                   go to ENCODE-AT-POSITION-EXIT
               end-if
               move BREAK-CODE to CUR-CODE
               perform ADD-NEW-BYTE
               add 3 to ENC-POS
               go to ENCODE-AT-POSITION-EXIT
           end-if.
           if SCRIPT-LINE (ENC-POS:1) = "<" and ENC-POS + 3 <= ENC-LEN
                   and SCRIPT-LINE (ENC-POS + 3:1) = ">"
               move spaces to HEX-FIELD
               move SCRIPT-LINE (ENC-POS + 1:2) to HEX-FIELD
               perform PARSE-HEX
               if HEX-BAD = 0
                   move HEX-VALUE to CUR-CODE
                   perform ADD-NEW-BYTE
                   add 4 to ENC-POS
                   go to ENCODE-AT-POSITION-EXIT
               end-if
           end-if.

           move 0 to ENC-BEST.
           move 0 to ENC-BEST-LEN.
           perform TRY-TABLE-TEXT varying TBL-I from 1 by 1
               until TBL-I > TBL-COUNT.
           if ENC-BEST = 0
               display "script line " LINE-NO ": no table code for '"
                   SCRIPT-LINE (ENC-POS:1) "' at column " ENC-POS
               add 1 to ERROR-COUNT
               move 1 to ENC-BAD
               go to ENCODE-AT-POSITION-EXIT
           end-if.
           if TE-CODE-LEN (ENC-BEST) = 2
               compute CUR-CODE = TE-CODE (ENC-BEST) / 256
               perform ADD-NEW-BYTE
               compute CUR-CODE = function mod(TE-CODE (ENC-BEST),
                   256)
           else
               move TE-CODE (ENC-BEST) to CUR-CODE
           end-if.
           perform ADD-NEW-BYTE.
           add ENC-BEST-LEN to ENC-POS.
       ENCODE-AT-POSITION-EXIT.
           exit paragraph.

       TRY-TABLE-TEXT.
           if TE-TEXT-LEN (TBL-I) > ENC-BEST-LEN
                   and ENC-POS + TE-TEXT-LEN (TBL-I) - 1 <= ENC-LEN
               if SCRIPT-LINE (ENC-POS:TE-TEXT-LEN (TBL-I))
                       = TE-TEXT (TBL-I) (1:TE-TEXT-LEN (TBL-I))
                   move TBL-I to ENC-BEST
                   move TE-TEXT-LEN (TBL-I) to ENC-BEST-LEN
               end-if
           end-if.

       ADD-NEW-BYTE.
           if NEW-LEN >= 1024
               if ENC-BAD = 0
                   display "script line " LINE-NO ": string longer"
                       " than 1024 bytes"
                   add 1 to ERROR-COUNT
               end-if
               move 1 to ENC-BAD
           else
               add 1 to NEW-LEN
               move CUR-CODE to NEW-BYTES (NEW-LEN)
           end-if.

      *    > "@NAME NNNN = MMMM": NNNN takes MMMM's pointer, moved
      *    > or not
       APPLY-ONE-ALIAS.
           move AL-TABLE (ALIAS-I) to CUR-TABLE.
           if AL-TARGET (ALIAS-I) >= TB-COUNT (CUR-TABLE)
               move AL-TARGET (ALIAS-I) to INDEX-DISPLAY
               display function trim(TB-NAME (CUR-TABLE))
                   " has no string " INDEX-DISPLAY " to share"
               add 1 to ERROR-COUNT
               go to APPLY-ONE-ALIAS-EXIT
           end-if.
           compute PTR-OFF = TB-OFF (CUR-TABLE)
               + AL-TARGET (ALIAS-I) * 2.
           compute SCAN-OFF = TB-OFF (CUR-TABLE)
               + AL-INDEX (ALIAS-I) * 2.
           move ROM-BANK-ARR (PTR-OFF + 1) to
               ROM-BANK-ARR (SCAN-OFF + 1).
           move ROM-BANK-ARR (PTR-OFF + 2) to
               ROM-BANK-ARR (SCAN-OFF + 2).
       APPLY-ONE-ALIAS-EXIT.
           exit paragraph.

      *    > ---------------------------------------------------------
      *    > the patch
      *    > ---------------------------------------------------------
       WRITE-IPS-FILE.
           compute GLOBAL-WAS = ROM-BANK-ARR (335) * 256
               + ROM-BANK-ARR (336).
           move 0 to GLOBAL-SUM.
           perform SUM-ORIGINAL-BYTE varying SUM-I from 1 by 1
               until SUM-I > ROM-SIZE.
           if GLOBAL-SUM = GLOBAL-WAS
               move 0 to GLOBAL-SUM
               perform SUM-PATCHED-BYTE varying SUM-I from 1 by 1
                   until SUM-I > ROM-SIZE
               compute ROM-BANK-ARR (335) = GLOBAL-SUM / 256
               compute ROM-BANK-ARR (336) =
                   function mod(GLOBAL-SUM, 256)
           end-if.

           open output IPS-FILE.
           if not IPS-STATUS-OK
               display "text_tool: cannot write "
                   function trim(IPS-PATH)
               move 12 to return-code
               stop run
           end-if.
           move "P" to IPS-BYTE.
           write IPS-BYTE.
           move "A" to IPS-BYTE.
           write IPS-BYTE.
           move "T" to IPS-BYTE.
           write IPS-BYTE.
           move "C" to IPS-BYTE.
           write IPS-BYTE.
           move "H" to IPS-BYTE.
           write IPS-BYTE.
           move 0 to IN-RUN.
           perform WALK-ONE-BYTE varying WALK-OFF from 0 by 1
               until WALK-OFF >= ROM-SIZE.
           if RUN-IS-OPEN
               perform WRITE-RUN-HUNK
           end-if.
           move "E" to IPS-BYTE.
           write IPS-BYTE.
           move "O" to IPS-BYTE.
           write IPS-BYTE.
           move "F" to IPS-BYTE.
           write IPS-BYTE.
           close IPS-FILE.
           move HUNK-COUNT to COUNT-DISPLAY.
           display "IPS patch:    " function trim(IPS-PATH) " ("
               function trim(COUNT-DISPLAY) " hunks)".
           if WARNING-COUNT > 0
               move WARNING-COUNT to COUNT-DISPLAY
               display function trim(COUNT-DISPLAY) " warning(s)"
           end-if.

      *    > the checksum is only kept right if it was right to
      *    > begin with - a dump that never matched stays as it came
       SUM-ORIGINAL-BYTE.
           if SUM-I not = 335 and SUM-I not = 336
               compute GLOBAL-SUM = function mod(
                   GLOBAL-SUM + ORIG-BYTE (SUM-I), 65536)
           end-if.

       SUM-PATCHED-BYTE.
           if SUM-I not = 335 and SUM-I not = 336
               compute GLOBAL-SUM = function mod(
                   GLOBAL-SUM + ROM-BANK-ARR (SUM-I), 65536)
           end-if.

      *    > one hunk per changed run; a run closes at the first
      *    > equal byte or a bank edge
       WALK-ONE-BYTE.
           if RUN-IS-OPEN and function mod(WALK-OFF, 16384) = 0
               perform WRITE-RUN-HUNK
           end-if.
           if ROM-BANK-ARR (WALK-OFF + 1) not =
                   ORIG-BYTE (WALK-OFF + 1)
               if not RUN-IS-OPEN
                   move 1 to IN-RUN
                   move WALK-OFF to RUN-START
                   move 0 to RUN-COUNT
               end-if
               add 1 to RUN-COUNT
           else
               if RUN-IS-OPEN
                   perform WRITE-RUN-HUNK
               end-if
           end-if.

       WRITE-RUN-HUNK.
           move 0 to IN-RUN.
           add 1 to HUNK-COUNT.
           compute IPS-BYTE-NUM = RUN-START / 65536.
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(RUN-START / 256, 256).
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(RUN-START, 256).
           write IPS-BYTE.
           compute IPS-BYTE-NUM = RUN-COUNT / 256.
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(RUN-COUNT, 256).
           write IPS-BYTE.
           perform WRITE-HUNK-BYTE varying HUNK-I from RUN-START by 1
               until HUNK-I >= RUN-START + RUN-COUNT.

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
       end program TEXT_TOOL.
