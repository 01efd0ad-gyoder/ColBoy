      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    SM83 patch assembler: turns a small source file of
      *    mnemonics into an IPS patch IPS_PATCH applies as it is,
      *    so a ROM hack is written the way DISASSEMBLE prints it
      *    instead of hand-assembled in a hex editor. Run it after
      *    each edit and a WATCH session already pointed at the
      *    patch reloads the game with the change in.
      *
      *        patch_asm <source-file> <ips-file> [sym-file]
      *
      *    The source, one statement a line, ";" to end of line a
      *    comment:
      *
      *        org 01:4A20         bank:address in hex - or a label
      *        org entityUpdate    from the symbol file
      *        loop: dec b         a label is a name and a colon
      *              jr nz,loop
      *              call playSfx  names resolve through the
      *                            source's own labels first, then
      *                            the .sym file
      *        db $3E,10,"HI"      bytes and strings
      *        dw table+2          little-endian words
      *        ds 4,$00            a run of one byte value
      *
      *    Every SM83 instruction is understood, in the usual
      *    spellings: (hl+)/(hli), (hl-)/(hld), ldi/ldd, (c) or
      *    ($ff00+c), ldh with (n) or ($ff00+n), sp+e, rst by its
      *    vector. Numbers are decimal, $hex, 0xhex, hex with an
      *    h suffix, %binary or 'c'; an operand may add or
      *    subtract terms, and "$" alone is the current address.
      *
      *    Two passes: the first settles every label's address, the
      *    second encodes and lists each line (bank:address, bytes,
      *    source). Mistakes are reported by source line, all of
      *    them, and when there are any no patch is written - a
      *    half-right patch is worse than none. Bank 0 is the fixed
      *    window 0x0000-0x3FFF; every other bank is 0x4000-0x7FFF,
      *    and code that would run past its bank's end is refused.
       identification division.
       program-id. PATCH_ASM.
       environment division.
       input-output section.
       file-control.
           select SRC-FILE assign to SRC-PATH
               organization is line sequential
               file status is SRC-STATUS-CD.
           select IPS-FILE assign to IPS-PATH
               organization is sequential
               file status is IPS-STATUS-CD.
       data division.
       file section.
       fd  SRC-FILE.
           01 SRC-LINE pic x(160).
       fd  IPS-FILE
           record contains 1 characters.
           01 IPS-BYTE pic x(1).
           01 IPS-BYTE-NUM redefines IPS-BYTE binary-char unsigned.
       working-storage section.
           copy symbol_ctl.

      * ====== LOCAL =======
           01 SRC-PATH pic x(256) value spaces.
           01 IPS-PATH pic x(256) value spaces.
           01 SYM-ARG pic x(256) value spaces.
           01 SRC-STATUS-CD pic xx value spaces.
               88 SRC-STATUS-OK value "00".
               88 SRC-STATUS-EOF value "10".
           01 IPS-STATUS-CD pic xx value spaces.
               88 IPS-STATUS-OK value "00".

           01 PASS-NO binary-char unsigned value 1.
               88 FIRST-PASS value 1.
               88 SECOND-PASS value 2.
           01 LINE-NO binary-long unsigned value 0.
           01 LINE-DISPLAY pic z(4)9 value 0.
           01 ERROR-COUNT binary-long unsigned value 0.
           01 LINE-ERRED binary-char unsigned value 0.
           01 ERR-TEXT pic x(60) value spaces.

      *    > where the next byte lands: the bank, the window
      *    > address, and whether an org has been seen yet
           01 ORG-SEEN binary-char unsigned value 0.
           01 CUR-BANK binary-long unsigned value 0.
           01 CUR-ADDR binary-long unsigned value 0.
           01 LINE-START-ADDR binary-long unsigned value 0.
           01 BYTE-OFFSET binary-long unsigned value 0.
           01 WINDOW-ERRED binary-char unsigned value 0.

      *    > one statement, taken apart
           01 WORK-LINE pic x(160) value spaces.
           01 SCAN-I binary-short unsigned value 0.
           01 IN-QUOTES binary-char unsigned value 0.
           01 FIRST-TOKEN pic x(160) value spaces.
           01 REST-TEXT pic x(160) value spaces.
           01 TOKEN-LEN binary-short unsigned value 0.
           01 LABEL-TEXT pic x(40) value spaces.
           01 MNEMONIC pic x(16) value spaces.
           01 OPERAND-TEXT pic x(160) value spaces.
           01 OP-COUNT binary-char unsigned value 0.
           01 OP-RAW pic x(80) occurs 3 times.
           01 OP-I binary-char unsigned value 0.
           01 SQUEEZE-IN pic x(80) value spaces.
           01 SQUEEZE-OUT pic x(80) value spaces.
           01 SQUEEZE-I binary-short unsigned value 0.
           01 SQUEEZE-J binary-short unsigned value 0.

      *    > each operand classified: its kind, the register, pair
      *    > or condition code, and the expression text behind any
      *    > value it carries
           01 OPERAND-INFO occurs 2 times.
               05 OPX-TEXT pic x(80).
               05 OPX-UP pic x(80).
               05 OPX-KIND binary-char unsigned.
                   88 OPX-NONE value 0.
                   88 OPX-REG8 value 1.
                   88 OPX-PAIR value 2.
                   88 OPX-AF value 3.
                   88 OPX-BC-DE-IND value 4.
                   88 OPX-HL-INC value 5.
                   88 OPX-HL-DEC value 6.
                   88 OPX-C-IND value 7.
                   88 OPX-MEM value 8.
                   88 OPX-IMM value 9.
                   88 OPX-SP-OFFSET value 10.
                   88 OPX-COND value 11.
               05 OPX-CODE binary-char unsigned.
               05 OPX-COND-CODE binary-char unsigned.
                   88 OPX-HAS-COND value 0 thru 3.
               05 OPX-EXPR pic x(80).

      *    > the instruction's bytes, at most four
           01 INSTR-COUNT binary-char unsigned value 0.
           01 INSTR-BYTE binary-char unsigned occurs 4 times.
           01 ALU-INDEX binary-char unsigned value 0.
           01 CB-INDEX binary-char unsigned value 0.
           01 BIT-NO binary-long signed value 0.
           01 JR-DISP binary-long signed value 0.

      *    > expression evaluation
           01 EXPR-TEXT pic x(80) value spaces.
           01 EXPR-LEN binary-short unsigned value 0.
           01 EXPR-POS binary-short unsigned value 0.
           01 EXPR-SIGN binary-long signed value 1.
           01 EXPR-VALUE binary-long signed value 0.
           01 EXPR-BAD binary-char unsigned value 0.
           01 EXPR-UNKNOWN binary-char unsigned value 0.
           01 TERM-TEXT pic x(80) value spaces.
           01 TERM-UP pic x(80) value spaces.
           01 TERM-LEN binary-short unsigned value 0.
           01 TERM-END binary-short unsigned value 0.
           01 TERM-VALUE binary-long signed value 0.
           01 TERM-CHAR pic x(1) value spaces.
           01 NUM-FROM binary-short unsigned value 0.
           01 NUM-TO binary-short unsigned value 0.
           01 NUM-I binary-short unsigned value 0.
           01 RADIX binary-char unsigned value 10.
           01 DIGIT-VALUE binary-char unsigned value 0.
           01 DIGIT-HIT binary-char unsigned value 0.
           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 FOUND-BANK binary-long unsigned value 0.
           01 NAME-FOUND binary-char unsigned value 0.
           01 NAME-UP pic x(40) value spaces.
           01 BANK-TEXT pic x(80) value spaces.
           01 ADDR-TEXT pic x(80) value spaces.
           01 VALUE-8 binary-char unsigned value 0.

      *    > the source's own labels: name, bank, address and the
      *    > line that first defined it
           01 LABEL-COUNT binary-short unsigned value 0.
           01 LABEL-ENTRY occurs 512 times.
               05 LBL-NAME-UP pic x(40).
               05 LBL-BANK binary-long unsigned.
               05 LBL-ADDR binary-long unsigned.
               05 LBL-LINE binary-long unsigned.
           01 LBL-I binary-short unsigned value 0.
           01 LBL-HIT binary-short unsigned value 0.
           01 SYM-I binary-short unsigned value 0.

      *    > db/dw/ds items
           01 ITEM-TEXT pic x(160) value spaces.
           01 ITEM-LEN binary-short unsigned value 0.
           01 ITEM-I binary-short unsigned value 0.
           01 DATA-WIDTH binary-char unsigned value 1.
           01 FILL-COUNT binary-long signed value 0.
           01 FILL-VALUE binary-char unsigned value 0.
           01 FILL-I binary-long unsigned value 0.

      *    > the patch itself: every byte in output order, and the
      *    > hunks they fall into
           01 OUT-COUNT binary-long unsigned value 0.
           01 OUT-BYTE binary-char unsigned occurs 65536 times.
           01 HUNK-COUNT binary-short unsigned value 0.
           01 HUNK-ENTRY occurs 1024 times.
               05 HUNK-OFFSET binary-long unsigned.
               05 HUNK-FIRST binary-long unsigned.
               05 HUNK-LEN binary-long unsigned.
           01 HUNK-I binary-short unsigned value 0.
           01 OUT-I binary-long unsigned value 0.
           01 EMIT-VALUE binary-char unsigned value 0.
           01 OUT-FULL binary-char unsigned value 0.

      *    > the listing line
           01 LIST-BYTES pic x(40) value spaces.
           01 LIST-POS binary-short unsigned value 1.
           01 LIST-SHOWN binary-short unsigned value 0.
           01 HEX-OUT pic x(4) value spaces.
           01 HEX-IN binary-long unsigned value 0.
           01 HEX-REM binary-long unsigned value 0.
           01 HEX-I binary-char unsigned value 0.
           01 LIST-ADDR pic x(8) value spaces.
           01 TOTAL-DISPLAY pic z(5)9 value 0.
           01 HUNK-DISPLAY pic z(3)9 value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept SRC-PATH from argument-value.
           display 2 upon argument-number.
           accept IPS-PATH from argument-value.
           display 3 upon argument-number.
           accept SYM-ARG from argument-value.
           if SRC-PATH = spaces or IPS-PATH = spaces
               display "usage: patch_asm <source-file> <ips-file>"
                   " [sym-file]"
               move 12 to return-code
               stop run
           end-if.

           move 0 to SYMBOL-COUNT.
           move 0 to SYMBOL-ENABLED.
           if SYM-ARG not = spaces
               move SYM-ARG to SYMBOL-PATH
               call "SYMBOL_LOADER"
               move 1 to SYMBOL-ENABLED
           end-if.

           move 0 to LABEL-COUNT.
           move 1 to PASS-NO.
           perform RUN-PASS.
           move 2 to PASS-NO.
           perform RUN-PASS.

           if ERROR-COUNT > 0
               move ERROR-COUNT to TOTAL-DISPLAY
               display function trim(TOTAL-DISPLAY)
                   " error(s) - no patch written"
               move 12 to return-code
               stop run
           end-if.
           if OUT-COUNT = 0
               display "nothing assembled - no patch written"
               move 12 to return-code
               stop run
           end-if.

           perform WRITE-IPS-FILE.
           stop run.

       RUN-PASS.
           open input SRC-FILE.
           if not SRC-STATUS-OK
               display "patch_asm: cannot open "
                   function trim(SRC-PATH)
               move 12 to return-code
               stop run
           end-if.
           move 0 to LINE-NO.
           move 0 to ORG-SEEN.
           move 0 to CUR-BANK.
           move 0 to CUR-ADDR.
           move 0 to OUT-COUNT.
           move 0 to HUNK-COUNT.
           move 0 to OUT-FULL.
           perform READ-SRC-LINE until SRC-STATUS-EOF.
           close SRC-FILE.

       READ-SRC-LINE.
           read SRC-FILE
               at end
                   set SRC-STATUS-EOF to true
               not at end
                   add 1 to LINE-NO
                   perform ASSEMBLE-LINE thru ASSEMBLE-LINE-EXIT
           end-read.

      *    > one source line: comment off, label off, then the
      *    > directive or instruction that is left
       ASSEMBLE-LINE.
           move 0 to LINE-ERRED.
           move 0 to WINDOW-ERRED.
           move 0 to INSTR-COUNT.
           move spaces to LIST-BYTES.
           move 1 to LIST-POS.
           move 0 to LIST-SHOWN.
           move CUR-ADDR to LINE-START-ADDR.
           move SRC-LINE to WORK-LINE.
           inspect WORK-LINE replacing all x"09" by space.
           perform STRIP-COMMENT.
           if WORK-LINE = spaces
               go to ASSEMBLE-LINE-EXIT
           end-if.

           move function trim(WORK-LINE leading) to WORK-LINE.
           perform SPLIT-FIRST-TOKEN.
           move function length(function trim(FIRST-TOKEN))
               to TOKEN-LEN.
           if FIRST-TOKEN (TOKEN-LEN:1) = ":"
               move spaces to LABEL-TEXT
               if TOKEN-LEN > 1
                   move FIRST-TOKEN (1:TOKEN-LEN - 1) to LABEL-TEXT
               end-if
               perform DEFINE-LABEL
               move REST-TEXT to WORK-LINE
               if WORK-LINE = spaces
                   go to ASSEMBLE-LINE-EXIT
               end-if
               perform SPLIT-FIRST-TOKEN
           end-if.

           move function upper-case(FIRST-TOKEN) to MNEMONIC.
           if MNEMONIC (1:1) = "."
               move MNEMONIC (2:) to MNEMONIC
           end-if.
           move REST-TEXT to OPERAND-TEXT.

           evaluate MNEMONIC
               when "ORG"
                   perform DO-ORG thru DO-ORG-EXIT
               when "DB"
               when "DEFB"
                   move 1 to DATA-WIDTH
                   perform DO-DATA-LIST
               when "DW"
               when "DEFW"
                   move 2 to DATA-WIDTH
                   perform DO-DATA-LIST
               when "DS"
               when "DEFS"
                   perform DO-SPACE thru DO-SPACE-EXIT
               when other
                   perform DO-INSTRUCTION thru DO-INSTRUCTION-EXIT
           end-evaluate.

           if SECOND-PASS and LIST-SHOWN > 0
               perform PRINT-LISTING-LINE
           end-if.
       ASSEMBLE-LINE-EXIT.
           exit paragraph.

      *    > a ";" outside a quoted string ends the statement
       STRIP-COMMENT.
           move 0 to IN-QUOTES.
           perform CHECK-COMMENT-CHAR varying SCAN-I from 1 by 1
               until SCAN-I > 160.

       CHECK-COMMENT-CHAR.
           evaluate true
               when WORK-LINE (SCAN-I:1) = '"'
                   compute IN-QUOTES = 1 - IN-QUOTES
               when WORK-LINE (SCAN-I:1) = ";" and IN-QUOTES = 0
                   move spaces to WORK-LINE (SCAN-I:)
                   move 160 to SCAN-I
           end-evaluate.

       SPLIT-FIRST-TOKEN.
           move spaces to FIRST-TOKEN.
           move spaces to REST-TEXT.
           move function trim(WORK-LINE leading) to WORK-LINE.
           unstring WORK-LINE delimited by all space
               into FIRST-TOKEN.
           move function length(function trim(FIRST-TOKEN))
               to TOKEN-LEN.
           if TOKEN-LEN < 160
               move function trim(WORK-LINE (TOKEN-LEN + 1:))
                   to REST-TEXT
           end-if.

      *    > labels are settled in the first pass; the second pass
      *    > only catches a name defined twice
       DEFINE-LABEL.
           if LABEL-TEXT = spaces
               move "empty label" to ERR-TEXT
               perform ADD-ERROR
           end-if.
           if ORG-SEEN = 0
               move "label before any org" to ERR-TEXT
               perform ADD-ERROR
           end-if.
           move function upper-case(LABEL-TEXT) to NAME-UP.
           perform FIND-LABEL.
           if FIRST-PASS
               if LBL-HIT = 0 and LABEL-COUNT < 512
                   add 1 to LABEL-COUNT
                   move NAME-UP to LBL-NAME-UP (LABEL-COUNT)
                   move CUR-BANK to LBL-BANK (LABEL-COUNT)
                   move CUR-ADDR to LBL-ADDR (LABEL-COUNT)
                   move LINE-NO to LBL-LINE (LABEL-COUNT)
               end-if
           else
               if LBL-HIT = 0
                   move "too many labels (512)" to ERR-TEXT
                   perform ADD-ERROR
               else
                   if LBL-LINE (LBL-HIT) not = LINE-NO
                       move "label defined twice" to ERR-TEXT
                       perform ADD-ERROR
                   end-if
               end-if
           end-if.

       FIND-LABEL.
           move 0 to LBL-HIT.
           perform CHECK-ONE-LABEL varying LBL-I from 1 by 1
               until LBL-I > LABEL-COUNT or LBL-HIT > 0.

       CHECK-ONE-LABEL.
           if LBL-NAME-UP (LBL-I) = NAME-UP
               move LBL-I to LBL-HIT
           end-if.

      *    > org BB:AAAA, or org a label the source or the symbol
      *    > file knows
       DO-ORG.
           move OPERAND-TEXT to SQUEEZE-IN.
           perform SQUEEZE-SPACES.
           if SQUEEZE-OUT = spaces
               move "org needs bank:address" to ERR-TEXT
               perform ADD-ERROR
               go to DO-ORG-EXIT
           end-if.
           move spaces to BANK-TEXT.
           move spaces to ADDR-TEXT.
           unstring SQUEEZE-OUT delimited by ":" into BANK-TEXT
               ADDR-TEXT.
           if ADDR-TEXT = spaces
               move SQUEEZE-OUT to EXPR-TEXT
               perform EVAL-EXPR
               if EXPR-BAD = 1 or EXPR-UNKNOWN = 1
                   move "org target is not a known name" to ERR-TEXT
                   perform ADD-ERROR
                   go to DO-ORG-EXIT
               end-if
               move FOUND-BANK to CUR-BANK
               move EXPR-VALUE to CUR-ADDR
           else
               perform TAKE-BARE-HEX-BANK
               if EXPR-BAD = 1
                   move "bad bank in org" to ERR-TEXT
                   perform ADD-ERROR
                   go to DO-ORG-EXIT
               end-if
               move EXPR-VALUE to CUR-BANK
               move ADDR-TEXT to BANK-TEXT
               perform TAKE-BARE-HEX-BANK
               if EXPR-BAD = 1
                   move "bad address in org" to ERR-TEXT
                   perform ADD-ERROR
                   go to DO-ORG-EXIT
               end-if
               move EXPR-VALUE to CUR-ADDR
           end-if.
           if CUR-ADDR > 32767
                   or (CUR-ADDR < 16384 and CUR-BANK > 0)
               move "address is outside the bank's ROM window"
                   to ERR-TEXT
               perform ADD-ERROR
               move 0 to ORG-SEEN
               go to DO-ORG-EXIT
           end-if.
           move 1 to ORG-SEEN.
           move CUR-ADDR to LINE-START-ADDR.
      *    > a new org always starts a new hunk
           move 0 to OUT-FULL.
           if HUNK-COUNT > 0
               move 1 to OUT-FULL
           end-if.
       DO-ORG-EXIT.
           exit paragraph.

      *    > bank and address in an org are hex, as a .sym file
      *    > writes them - a leading $ or 0x is allowed too
       TAKE-BARE-HEX-BANK.
           move BANK-TEXT to TERM-TEXT.
           move function upper-case(TERM-TEXT) to TERM-UP.
           move function length(function trim(TERM-TEXT))
               to TERM-LEN.
           move 1 to NUM-FROM.
           if TERM-UP (1:1) = "$"
               move 2 to NUM-FROM
           end-if.
           if TERM-UP (1:2) = "0X"
               move 3 to NUM-FROM
           end-if.
           move TERM-LEN to NUM-TO.
           move 16 to RADIX.
           move 0 to EXPR-BAD.
           perform PARSE-RADIX-DIGITS.
           move TERM-VALUE to EXPR-VALUE.

      *    > db and dw: comma-separated items, commas inside a
      *    > quoted string belonging to the string
       DO-DATA-LIST.
           if OPERAND-TEXT = spaces
               move "no values given" to ERR-TEXT
               perform ADD-ERROR
           end-if.
           move spaces to ITEM-TEXT.
           move 0 to ITEM-LEN.
           move 0 to IN-QUOTES.
           perform SCAN-DATA-CHAR varying SCAN-I from 1 by 1
               until SCAN-I > 160.
           if ITEM-TEXT not = spaces
               perform TAKE-DATA-ITEM thru TAKE-DATA-ITEM-EXIT
           end-if.

       SCAN-DATA-CHAR.
           if OPERAND-TEXT (SCAN-I:1) = '"'
               compute IN-QUOTES = 1 - IN-QUOTES
           end-if.
           if OPERAND-TEXT (SCAN-I:1) = "," and IN-QUOTES = 0
               perform TAKE-DATA-ITEM thru TAKE-DATA-ITEM-EXIT
               move spaces to ITEM-TEXT
               move 0 to ITEM-LEN
           else
               add 1 to ITEM-LEN
               move OPERAND-TEXT (SCAN-I:1) to ITEM-TEXT (ITEM-LEN:1)
           end-if.

       TAKE-DATA-ITEM.
           move function trim(ITEM-TEXT) to ITEM-TEXT.
           if ITEM-TEXT = spaces
               move "empty value in list" to ERR-TEXT
               perform ADD-ERROR
               go to TAKE-DATA-ITEM-EXIT
           end-if.
           if ITEM-TEXT (1:1) = '"'
               if DATA-WIDTH = 2
                   move "strings belong in db, not dw" to ERR-TEXT
                   perform ADD-ERROR
                   go to TAKE-DATA-ITEM-EXIT
               end-if
               perform EMIT-STRING-CHAR varying ITEM-I from 2 by 1
                   until ITEM-I > 160 or ITEM-TEXT (ITEM-I:1) = '"'
               if ITEM-I > 160
                   move "string has no closing quote" to ERR-TEXT
                   perform ADD-ERROR
               end-if
               go to TAKE-DATA-ITEM-EXIT
           end-if.
           move ITEM-TEXT (1:80) to SQUEEZE-IN.
           perform SQUEEZE-SPACES.
           move SQUEEZE-OUT to EXPR-TEXT.
           perform EVAL-EXPR.
           perform CHECK-EXPR-OK.
           if DATA-WIDTH = 1
               perform EMIT-EXPR-BYTE
           else
               perform EMIT-EXPR-WORD
           end-if.
       TAKE-DATA-ITEM-EXIT.
           exit paragraph.

       EMIT-STRING-CHAR.
           compute EMIT-VALUE = function ord(ITEM-TEXT (ITEM-I:1)) - 1.
           perform EMIT-BYTE thru EMIT-BYTE-EXIT.

      *    > ds count[,fill]
       DO-SPACE.
           move spaces to OP-RAW (1).
           move spaces to OP-RAW (2).
           unstring OPERAND-TEXT delimited by "," into OP-RAW (1)
               OP-RAW (2).
           move OP-RAW (1) to SQUEEZE-IN.
           perform SQUEEZE-SPACES.
           move SQUEEZE-OUT to EXPR-TEXT.
           perform EVAL-EXPR.
           if EXPR-BAD = 1 or EXPR-UNKNOWN = 1
                   or EXPR-VALUE < 1 or EXPR-VALUE > 16384
               move "ds needs a count of 1 to 16384" to ERR-TEXT
               perform ADD-ERROR
               go to DO-SPACE-EXIT
           end-if.
           move EXPR-VALUE to FILL-COUNT.
           move 0 to FILL-VALUE.
           if OP-RAW (2) not = spaces
               move OP-RAW (2) to SQUEEZE-IN
               perform SQUEEZE-SPACES
               move SQUEEZE-OUT to EXPR-TEXT
               perform EVAL-EXPR
               perform CHECK-EXPR-OK
               perform CHECK-BYTE-RANGE
               move VALUE-8 to FILL-VALUE
           end-if.
           move FILL-VALUE to EMIT-VALUE.
           perform EMIT-BYTE thru EMIT-BYTE-EXIT
               varying FILL-I from 1 by 1
               until FILL-I > FILL-COUNT.
       DO-SPACE-EXIT.
           exit paragraph.

      *    > an instruction: operands split at their commas,
      *    > squeezed of spaces and classified, then encoded by
      *    > mnemonic
       DO-INSTRUCTION.
           move spaces to OP-RAW (1).
           move spaces to OP-RAW (2).
           move spaces to OP-RAW (3).
           move 0 to OP-COUNT.
           if OPERAND-TEXT not = spaces
               unstring OPERAND-TEXT delimited by ","
                   into OP-RAW (1) OP-RAW (2) OP-RAW (3)
                   tallying in OP-COUNT
           end-if.
           if OP-COUNT > 2
               move "too many operands" to ERR-TEXT
               perform ADD-ERROR
               go to DO-INSTRUCTION-EXIT
           end-if.
           perform CLASSIFY-OPERAND varying OP-I from 1 by 1
               until OP-I > 2.

           evaluate MNEMONIC
               when "NOP"
                   move 0 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "HALT"
                   move 118 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "STOP"
                   move 16 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
                   move 0 to INSTR-BYTE (2)
                   move 2 to INSTR-COUNT
               when "DI"
                   move 243 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "EI"
                   move 251 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "DAA"
                   move 39 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "CPL"
                   move 47 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "SCF"
                   move 55 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "CCF"
                   move 63 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "RLCA"
                   move 7 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "RRCA"
                   move 15 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "RLA"
                   move 23 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "RRA"
                   move 31 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "RETI"
                   move 217 to INSTR-BYTE (1)
                   perform TAKE-NO-OPERANDS
               when "RET"
                   perform ENCODE-RET
               when "LD"
                   perform ENCODE-LD thru ENCODE-LD-EXIT
               when "LDI"
               when "LDD"
                   perform ENCODE-LDI-LDD
               when "LDH"
                   perform ENCODE-LDH
               when "PUSH"
                   perform ENCODE-PUSH-POP
               when "POP"
                   perform ENCODE-PUSH-POP
               when "ADD"
                   perform ENCODE-ADD thru ENCODE-ADD-EXIT
               when "ADC"
                   move 1 to ALU-INDEX
                   perform ENCODE-ALU thru ENCODE-ALU-EXIT
               when "SUB"
                   move 2 to ALU-INDEX
                   perform ENCODE-ALU thru ENCODE-ALU-EXIT
               when "SBC"
                   move 3 to ALU-INDEX
                   perform ENCODE-ALU thru ENCODE-ALU-EXIT
               when "AND"
                   move 4 to ALU-INDEX
                   perform ENCODE-ALU thru ENCODE-ALU-EXIT
               when "XOR"
                   move 5 to ALU-INDEX
                   perform ENCODE-ALU thru ENCODE-ALU-EXIT
               when "OR"
                   move 6 to ALU-INDEX
                   perform ENCODE-ALU thru ENCODE-ALU-EXIT
               when "CP"
                   move 7 to ALU-INDEX
                   perform ENCODE-ALU thru ENCODE-ALU-EXIT
               when "INC"
                   perform ENCODE-INC-DEC
               when "DEC"
                   perform ENCODE-INC-DEC
               when "JP"
                   perform ENCODE-JP
               when "JR"
                   perform ENCODE-JR thru ENCODE-JR-EXIT
               when "CALL"
                   perform ENCODE-CALL
               when "RST"
                   perform ENCODE-RST
               when "RLC"
                   move 0 to CB-INDEX
                   perform ENCODE-CB-SHIFT
               when "RRC"
                   move 1 to CB-INDEX
                   perform ENCODE-CB-SHIFT
               when "RL"
                   move 2 to CB-INDEX
                   perform ENCODE-CB-SHIFT
               when "RR"
                   move 3 to CB-INDEX
                   perform ENCODE-CB-SHIFT
               when "SLA"
                   move 4 to CB-INDEX
                   perform ENCODE-CB-SHIFT
               when "SRA"
                   move 5 to CB-INDEX
                   perform ENCODE-CB-SHIFT
               when "SWAP"
               when "SWP"
                   move 6 to CB-INDEX
                   perform ENCODE-CB-SHIFT
               when "SRL"
                   move 7 to CB-INDEX
                   perform ENCODE-CB-SHIFT
               when "BIT"
                   move 1 to CB-INDEX
                   perform ENCODE-CB-BIT
               when "RES"
                   move 2 to CB-INDEX
                   perform ENCODE-CB-BIT
               when "SET"
                   move 3 to CB-INDEX
                   perform ENCODE-CB-BIT
               when other
                   move "unknown mnemonic" to ERR-TEXT
                   perform ADD-ERROR
           end-evaluate.
           perform EMIT-INSTR-BYTE varying OP-I from 1 by 1
               until OP-I > INSTR-COUNT.
       DO-INSTRUCTION-EXIT.
           exit paragraph.

       EMIT-INSTR-BYTE.
           move INSTR-BYTE (OP-I) to EMIT-VALUE.
           perform EMIT-BYTE thru EMIT-BYTE-EXIT.

      *    > the operand's text, space-free, and its kind
       CLASSIFY-OPERAND.
           move OP-RAW (OP-I) to SQUEEZE-IN.
           perform SQUEEZE-SPACES.
           move SQUEEZE-OUT to OPX-TEXT (OP-I).
           move function upper-case(SQUEEZE-OUT) to OPX-UP (OP-I).
           move 0 to OPX-KIND (OP-I).
           move 0 to OPX-CODE (OP-I).
           move 9 to OPX-COND-CODE (OP-I).
           move spaces to OPX-EXPR (OP-I).
           evaluate OPX-UP (OP-I)
               when spaces
                   continue
               when "B"
                   move 1 to OPX-KIND (OP-I)
                   move 0 to OPX-CODE (OP-I)
               when "C"
      *            > register c, or the carry condition - the
      *            > mnemonic decides which
                   move 1 to OPX-KIND (OP-I)
                   move 1 to OPX-CODE (OP-I)
                   move 3 to OPX-COND-CODE (OP-I)
               when "D"
                   move 1 to OPX-KIND (OP-I)
                   move 2 to OPX-CODE (OP-I)
               when "E"
                   move 1 to OPX-KIND (OP-I)
                   move 3 to OPX-CODE (OP-I)
               when "H"
                   move 1 to OPX-KIND (OP-I)
                   move 4 to OPX-CODE (OP-I)
               when "L"
                   move 1 to OPX-KIND (OP-I)
                   move 5 to OPX-CODE (OP-I)
               when "(HL)"
                   move 1 to OPX-KIND (OP-I)
                   move 6 to OPX-CODE (OP-I)
               when "A"
                   move 1 to OPX-KIND (OP-I)
                   move 7 to OPX-CODE (OP-I)
               when "BC"
                   move 2 to OPX-KIND (OP-I)
                   move 0 to OPX-CODE (OP-I)
               when "DE"
                   move 2 to OPX-KIND (OP-I)
                   move 1 to OPX-CODE (OP-I)
               when "HL"
                   move 2 to OPX-KIND (OP-I)
                   move 2 to OPX-CODE (OP-I)
               when "SP"
                   move 2 to OPX-KIND (OP-I)
                   move 3 to OPX-CODE (OP-I)
               when "AF"
                   move 3 to OPX-KIND (OP-I)
               when "(BC)"
                   move 4 to OPX-KIND (OP-I)
                   move 0 to OPX-CODE (OP-I)
               when "(DE)"
                   move 4 to OPX-KIND (OP-I)
                   move 1 to OPX-CODE (OP-I)
               when "(HL+)"
               when "(HLI)"
                   move 5 to OPX-KIND (OP-I)
               when "(HL-)"
               when "(HLD)"
                   move 6 to OPX-KIND (OP-I)
               when "(C)"
               when "($FF00+C)"
               when "(0XFF00+C)"
               when "(0FF00H+C)"
                   move 7 to OPX-KIND (OP-I)
               when "NZ"
                   move 11 to OPX-KIND (OP-I)
                   move 0 to OPX-COND-CODE (OP-I)
               when "Z"
                   move 11 to OPX-KIND (OP-I)
                   move 1 to OPX-COND-CODE (OP-I)
               when "NC"
                   move 11 to OPX-KIND (OP-I)
                   move 2 to OPX-COND-CODE (OP-I)
               when other
                   perform CLASSIFY-VALUE-OPERAND
           end-evaluate.

       CLASSIFY-VALUE-OPERAND.
           move function length(function trim(OPX-UP (OP-I)))
               to TOKEN-LEN.
           evaluate true
               when OPX-UP (OP-I) (1:1) = "("
                       and OPX-UP (OP-I) (TOKEN-LEN:1) = ")"
                       and TOKEN-LEN > 2
                   move 8 to OPX-KIND (OP-I)
                   move OPX-TEXT (OP-I) (2:TOKEN-LEN - 2)
                       to OPX-EXPR (OP-I)
               when (OPX-UP (OP-I) (1:3) = "SP+"
                       or OPX-UP (OP-I) (1:3) = "SP-")
                       and TOKEN-LEN > 3
                   move 10 to OPX-KIND (OP-I)
                   move OPX-TEXT (OP-I) (3:) to OPX-EXPR (OP-I)
               when other
                   move 9 to OPX-KIND (OP-I)
                   move OPX-TEXT (OP-I) to OPX-EXPR (OP-I)
           end-evaluate.

       TAKE-NO-OPERANDS.
           move 1 to INSTR-COUNT.
           if OP-COUNT > 0
               move "takes no operands" to ERR-TEXT
               perform ADD-ERROR
           end-if.

       ENCODE-RET.
           move 1 to INSTR-COUNT.
           evaluate true
               when OP-COUNT = 0
                   move 201 to INSTR-BYTE (1)
               when OP-COUNT = 1 and OPX-HAS-COND (1)
                   compute INSTR-BYTE (1) = 192
                       + (OPX-COND-CODE (1) * 8)
               when other
                   perform REPORT-BAD-OPERANDS
           end-evaluate.

      *    > every ld form, register-to-register first
       ENCODE-LD.
           if OP-COUNT not = 2
               perform REPORT-BAD-OPERANDS
               go to ENCODE-LD-EXIT
           end-if.
           evaluate true
               when OPX-REG8 (1) and OPX-REG8 (2)
                   if OPX-CODE (1) = 6 and OPX-CODE (2) = 6
                       perform REPORT-BAD-OPERANDS
                   else
                       compute INSTR-BYTE (1) = 64
                           + (OPX-CODE (1) * 8) + OPX-CODE (2)
                       move 1 to INSTR-COUNT
                   end-if
               when OPX-REG8 (1) and OPX-IMM (2)
                   compute INSTR-BYTE (1) = 6 + (OPX-CODE (1) * 8)
                   move 2 to OP-I
                   perform PUT-IMM8
               when OPX-PAIR (1) and OPX-IMM (2)
                   compute INSTR-BYTE (1) = 1 + (OPX-CODE (1) * 16)
                   move 2 to OP-I
                   perform PUT-IMM16
               when OPX-BC-DE-IND (1) and OPX-UP (2) = "A"
                   compute INSTR-BYTE (1) = 2 + (OPX-CODE (1) * 16)
                   move 1 to INSTR-COUNT
               when OPX-UP (1) = "A" and OPX-BC-DE-IND (2)
                   compute INSTR-BYTE (1) = 10 + (OPX-CODE (2) * 16)
                   move 1 to INSTR-COUNT
               when OPX-HL-INC (1) and OPX-UP (2) = "A"
                   move 34 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OPX-UP (1) = "A" and OPX-HL-INC (2)
                   move 42 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OPX-HL-DEC (1) and OPX-UP (2) = "A"
                   move 50 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OPX-UP (1) = "A" and OPX-HL-DEC (2)
                   move 58 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OPX-C-IND (1) and OPX-UP (2) = "A"
                   move 226 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OPX-UP (1) = "A" and OPX-C-IND (2)
                   move 242 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OPX-MEM (1) and OPX-UP (2) = "A"
                   move 234 to INSTR-BYTE (1)
                   move 1 to OP-I
                   perform PUT-IMM16
               when OPX-UP (1) = "A" and OPX-MEM (2)
                   move 250 to INSTR-BYTE (1)
                   move 2 to OP-I
                   perform PUT-IMM16
               when OPX-MEM (1) and OPX-UP (2) = "SP"
                   move 8 to INSTR-BYTE (1)
                   move 1 to OP-I
                   perform PUT-IMM16
               when OPX-UP (1) = "SP" and OPX-UP (2) = "HL"
                   move 249 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OPX-UP (1) = "HL" and OPX-SP-OFFSET (2)
                   move 248 to INSTR-BYTE (1)
                   move 2 to OP-I
                   perform PUT-SIGNED-8
               when other
                   perform REPORT-BAD-OPERANDS
           end-evaluate.
       ENCODE-LD-EXIT.
           exit paragraph.

      *    > ldi/ldd are ld through (hl+)/(hl-) under another name
       ENCODE-LDI-LDD.
           move 1 to INSTR-COUNT.
           evaluate true
               when OPX-UP (1) = "(HL)" and OPX-UP (2) = "A"
                   move 34 to INSTR-BYTE (1)
               when OPX-UP (1) = "A" and OPX-UP (2) = "(HL)"
                   move 42 to INSTR-BYTE (1)
               when other
                   perform REPORT-BAD-OPERANDS
           end-evaluate.
           if MNEMONIC = "LDD" and LINE-ERRED = 0
               add 16 to INSTR-BYTE (1)
           end-if.

      *    > ldh takes the high-page address either way it is
      *    > usually written - (n) or ($ff00+n)
       ENCODE-LDH.
           move 2 to INSTR-COUNT.
           evaluate true
               when OPX-C-IND (1) and OPX-UP (2) = "A"
                   move 226 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OPX-UP (1) = "A" and OPX-C-IND (2)
                   move 242 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OPX-MEM (1) and OPX-UP (2) = "A"
                   move 224 to INSTR-BYTE (1)
                   move 1 to OP-I
                   perform PUT-HIGH-PAGE
               when OPX-UP (1) = "A" and OPX-MEM (2)
                   move 240 to INSTR-BYTE (1)
                   move 2 to OP-I
                   perform PUT-HIGH-PAGE
               when other
                   perform REPORT-BAD-OPERANDS
           end-evaluate.

       ENCODE-PUSH-POP.
           move 1 to INSTR-COUNT.
           evaluate true
               when OP-COUNT = 1 and OPX-PAIR (1)
                       and OPX-CODE (1) < 3
                   compute INSTR-BYTE (1) = 193
                       + (OPX-CODE (1) * 16)
               when OP-COUNT = 1 and OPX-AF (1)
                   move 241 to INSTR-BYTE (1)
               when other
                   perform REPORT-BAD-OPERANDS
           end-evaluate.
           if MNEMONIC = "PUSH" and LINE-ERRED = 0
               add 4 to INSTR-BYTE (1)
           end-if.

      *    > add has the 16-bit forms on top of the ALU ones
       ENCODE-ADD.
           move 0 to ALU-INDEX.
           evaluate true
               when OP-COUNT = 2 and OPX-UP (1) = "HL"
                       and OPX-PAIR (2)
                   compute INSTR-BYTE (1) = 9 + (OPX-CODE (2) * 16)
                   move 1 to INSTR-COUNT
               when OP-COUNT = 2 and OPX-UP (1) = "SP"
                       and OPX-IMM (2)
                   move 232 to INSTR-BYTE (1)
                   move 2 to OP-I
                   perform PUT-SIGNED-8
               when other
                   perform ENCODE-ALU thru ENCODE-ALU-EXIT
           end-evaluate.
       ENCODE-ADD-EXIT.
           exit paragraph.

      *    > "op r", "op a,r", "op n" and "op a,n" all accepted
       ENCODE-ALU.
           move 1 to OP-I.
           if OP-COUNT = 2
               if OPX-UP (1) not = "A"
                   perform REPORT-BAD-OPERANDS
                   go to ENCODE-ALU-EXIT
               end-if
               move 2 to OP-I
           end-if.
           if OP-COUNT = 0
               perform REPORT-BAD-OPERANDS
               go to ENCODE-ALU-EXIT
           end-if.
           evaluate true
               when OPX-REG8 (OP-I)
                   compute INSTR-BYTE (1) = 128 + (ALU-INDEX * 8)
                       + OPX-CODE (OP-I)
                   move 1 to INSTR-COUNT
               when OPX-IMM (OP-I)
                   compute INSTR-BYTE (1) = 198 + (ALU-INDEX * 8)
                   perform PUT-IMM8
               when other
                   perform REPORT-BAD-OPERANDS
           end-evaluate.
       ENCODE-ALU-EXIT.
           exit paragraph.

       ENCODE-INC-DEC.
           move 1 to INSTR-COUNT.
           evaluate true
               when OP-COUNT = 1 and OPX-REG8 (1)
                   compute INSTR-BYTE (1) = 4 + (OPX-CODE (1) * 8)
                   if MNEMONIC = "DEC"
                       add 1 to INSTR-BYTE (1)
                   end-if
               when OP-COUNT = 1 and OPX-PAIR (1)
                   compute INSTR-BYTE (1) = 3 + (OPX-CODE (1) * 16)
                   if MNEMONIC = "DEC"
                       add 8 to INSTR-BYTE (1)
                   end-if
               when other
                   perform REPORT-BAD-OPERANDS
           end-evaluate.

       ENCODE-JP.
           evaluate true
               when OP-COUNT = 1 and (OPX-UP (1) = "HL"
                       or OPX-UP (1) = "(HL)")
                   move 233 to INSTR-BYTE (1)
                   move 1 to INSTR-COUNT
               when OP-COUNT = 1 and OPX-IMM (1)
                   move 195 to INSTR-BYTE (1)
                   move 1 to OP-I
                   perform PUT-IMM16
               when OP-COUNT = 2 and OPX-HAS-COND (1)
                       and OPX-IMM (2)
                   compute INSTR-BYTE (1) = 194
                       + (OPX-COND-CODE (1) * 8)
                   move 2 to OP-I
                   perform PUT-IMM16
               when other
                   perform REPORT-BAD-OPERANDS
           end-evaluate.

       ENCODE-CALL.
           evaluate true
               when OP-COUNT = 1 and OPX-IMM (1)
                   move 205 to INSTR-BYTE (1)
                   move 1 to OP-I
                   perform PUT-IMM16
               when OP-COUNT = 2 and OPX-HAS-COND (1)
                       and OPX-IMM (2)
                   compute INSTR-BYTE (1) = 196
                       + (OPX-COND-CODE (1) * 8)
                   move 2 to OP-I
                   perform PUT-IMM16
               when other
                   perform REPORT-BAD-OPERANDS
           end-evaluate.

      *    > jr's target is an address; the byte is its distance
      *    > from the next instruction, which must fit a signed byte
       ENCODE-JR.
           move 2 to INSTR-COUNT.
           move 0 to INSTR-BYTE (2).
           evaluate true
               when OP-COUNT = 1 and OPX-IMM (1)
                   move 24 to INSTR-BYTE (1)
                   move 1 to OP-I
               when OP-COUNT = 2 and OPX-HAS-COND (1)
                       and OPX-IMM (2)
                   compute INSTR-BYTE (1) = 32
                       + (OPX-COND-CODE (1) * 8)
                   move 2 to OP-I
               when other
                   perform REPORT-BAD-OPERANDS
                   go to ENCODE-JR-EXIT
           end-evaluate.
           move OPX-EXPR (OP-I) to EXPR-TEXT.
           perform EVAL-EXPR.
           perform CHECK-EXPR-OK.
           if EXPR-BAD = 1 or EXPR-UNKNOWN = 1
               go to ENCODE-JR-EXIT
           end-if.
           compute JR-DISP = EXPR-VALUE - (CUR-ADDR + 2).
           if JR-DISP < -128 or JR-DISP > 127
               if SECOND-PASS
                   move "jr target out of range (-128 to +127)"
                       to ERR-TEXT
                   perform ADD-ERROR
               end-if
               go to ENCODE-JR-EXIT
           end-if.
           compute INSTR-BYTE (2) = function mod(JR-DISP, 256).
       ENCODE-JR-EXIT.
           exit paragraph.

      *    > rst by its vector: 00, 08, ... 38
       ENCODE-RST.
           move 1 to INSTR-COUNT.
           if OP-COUNT not = 1 or not OPX-IMM (1)
               perform REPORT-BAD-OPERANDS
           else
               move OPX-EXPR (1) to EXPR-TEXT
               perform EVAL-EXPR
               perform CHECK-EXPR-OK
               if EXPR-VALUE < 0 or EXPR-VALUE > 56
                       or function mod(EXPR-VALUE, 8) not = 0
                   move "rst vector must be 00, 08, ... 38 hex"
                       to ERR-TEXT
                   perform ADD-ERROR
               else
                   compute INSTR-BYTE (1) = 199 + EXPR-VALUE
               end-if
           end-if.

       ENCODE-CB-SHIFT.
           move 203 to INSTR-BYTE (1).
           move 2 to INSTR-COUNT.
           if OP-COUNT = 1 and OPX-REG8 (1)
               compute INSTR-BYTE (2) = (CB-INDEX * 8)
                   + OPX-CODE (1)
           else
               perform REPORT-BAD-OPERANDS
           end-if.

       ENCODE-CB-BIT.
           move 203 to INSTR-BYTE (1).
           move 2 to INSTR-COUNT.
           if OP-COUNT = 2 and OPX-IMM (1) and OPX-REG8 (2)
               move OPX-EXPR (1) to EXPR-TEXT
               perform EVAL-EXPR
               perform CHECK-EXPR-OK
               move EXPR-VALUE to BIT-NO
               if BIT-NO < 0 or BIT-NO > 7
                   move "bit number must be 0 to 7" to ERR-TEXT
                   perform ADD-ERROR
               else
                   compute INSTR-BYTE (2) = (CB-INDEX * 64)
                       + (BIT-NO * 8) + OPX-CODE (2)
               end-if
           else
               perform REPORT-BAD-OPERANDS
           end-if.

       REPORT-BAD-OPERANDS.
           move "operands don't fit this instruction" to ERR-TEXT.
           perform ADD-ERROR.

      *    > immediates: the operand OP-I names goes into the bytes
      *    > after the opcode
       PUT-IMM8.
           move OPX-EXPR (OP-I) to EXPR-TEXT.
           perform EVAL-EXPR.
           perform CHECK-EXPR-OK.
           perform CHECK-BYTE-RANGE.
           move VALUE-8 to INSTR-BYTE (2).
           move 2 to INSTR-COUNT.

       PUT-SIGNED-8.
           move OPX-EXPR (OP-I) to EXPR-TEXT.
           perform EVAL-EXPR.
           perform CHECK-EXPR-OK.
           if EXPR-VALUE < -128 or EXPR-VALUE > 127
               move "offset must be -128 to +127" to ERR-TEXT
               perform ADD-ERROR
           end-if.
           compute INSTR-BYTE (2) = function mod(EXPR-VALUE, 256).
           move 2 to INSTR-COUNT.

       PUT-HIGH-PAGE.
           move OPX-EXPR (OP-I) to EXPR-TEXT.
           perform EVAL-EXPR.
           perform CHECK-EXPR-OK.
           if EXPR-VALUE >= 65280 and EXPR-VALUE <= 65535
               subtract 65280 from EXPR-VALUE
           end-if.
           if EXPR-VALUE < 0 or EXPR-VALUE > 255
               move "ldh address must be $FF00-$FFFF" to ERR-TEXT
               perform ADD-ERROR
               move 0 to EXPR-VALUE
           end-if.
           move EXPR-VALUE to INSTR-BYTE (2).
           move 2 to INSTR-COUNT.

       PUT-IMM16.
           move OPX-EXPR (OP-I) to EXPR-TEXT.
           perform EVAL-EXPR.
           perform CHECK-EXPR-OK.
           if EXPR-VALUE < -32768 or EXPR-VALUE > 65535
               move "value does not fit 16 bits" to ERR-TEXT
               perform ADD-ERROR
               move 0 to EXPR-VALUE
           end-if.
           compute EXPR-VALUE = function mod(EXPR-VALUE, 65536).
           compute INSTR-BYTE (2) = function mod(EXPR-VALUE, 256).
           compute INSTR-BYTE (3) = EXPR-VALUE / 256.
           move 3 to INSTR-COUNT.

       CHECK-BYTE-RANGE.
           if EXPR-VALUE < -128 or EXPR-VALUE > 255
               move "value does not fit a byte" to ERR-TEXT
               perform ADD-ERROR
               move 0 to EXPR-VALUE
           end-if.
           compute VALUE-8 = function mod(EXPR-VALUE, 256).

      *    > a bad or still-unknown expression is only an error
      *    > once the first pass has had the chance to define it
       CHECK-EXPR-OK.
           if EXPR-BAD = 1
               move "can't read this value" to ERR-TEXT
               perform ADD-ERROR
               move 0 to EXPR-VALUE
           else
               if EXPR-UNKNOWN = 1 and SECOND-PASS
                   move "undefined name" to ERR-TEXT
                   perform ADD-ERROR
               end-if
           end-if.

       EMIT-EXPR-BYTE.
           perform CHECK-BYTE-RANGE.
           move VALUE-8 to EMIT-VALUE.
           perform EMIT-BYTE thru EMIT-BYTE-EXIT.

       EMIT-EXPR-WORD.
           if EXPR-VALUE < -32768 or EXPR-VALUE > 65535
               move "value does not fit 16 bits" to ERR-TEXT
               perform ADD-ERROR
               move 0 to EXPR-VALUE
           end-if.
           compute EXPR-VALUE = function mod(EXPR-VALUE, 65536).
           compute EMIT-VALUE = function mod(EXPR-VALUE, 256).
           perform EMIT-BYTE thru EMIT-BYTE-EXIT.
           compute EMIT-VALUE = EXPR-VALUE / 256.
           perform EMIT-BYTE thru EMIT-BYTE-EXIT.

      *    > every byte the source makes comes through here: the
      *    > address always advances, but only the second pass
      *    > keeps the byte - in the current hunk when it follows
      *    > straight on, in a new one when it doesn't
       EMIT-BYTE.
           if ORG-SEEN = 0
               move "code before any org" to ERR-TEXT
               perform ADD-ERROR
               go to EMIT-BYTE-EXIT
           end-if.
           if (CUR-ADDR > 32767)
                   or (CUR-BANK > 0 and CUR-ADDR < 16384)
                   or (CUR-BANK = 0 and LINE-START-ADDR < 16384
                       and CUR-ADDR > 16383)
               if WINDOW-ERRED = 0
                   move "runs past the end of the bank" to ERR-TEXT
                   perform ADD-ERROR
                   move 1 to WINDOW-ERRED
               end-if
               add 1 to CUR-ADDR
               go to EMIT-BYTE-EXIT
           end-if.
           if SECOND-PASS
               perform KEEP-OUTPUT-BYTE thru KEEP-OUTPUT-BYTE-EXIT
           end-if.
           add 1 to CUR-ADDR.
       EMIT-BYTE-EXIT.
           exit paragraph.

       KEEP-OUTPUT-BYTE.
           if CUR-ADDR < 16384
               move CUR-ADDR to BYTE-OFFSET
           else
               if CUR-BANK = 0
                   move CUR-ADDR to BYTE-OFFSET
               else
                   compute BYTE-OFFSET = (CUR-BANK * 16384)
                       + CUR-ADDR - 16384
               end-if
           end-if.
           if OUT-COUNT >= 65536
               if LINE-ERRED = 0
                   move "patch is too big (64K bytes)" to ERR-TEXT
                   perform ADD-ERROR
               end-if
               go to KEEP-OUTPUT-BYTE-EXIT
           end-if.
           if HUNK-COUNT = 0 or OUT-FULL = 1
                   or HUNK-LEN (HUNK-COUNT) >= 65535
                   or HUNK-OFFSET (HUNK-COUNT) + HUNK-LEN (HUNK-COUNT)
                       not = BYTE-OFFSET
               perform START-NEW-HUNK thru START-NEW-HUNK-EXIT
           end-if.
           add 1 to OUT-COUNT.
           move EMIT-VALUE to OUT-BYTE (OUT-COUNT).
           add 1 to HUNK-LEN (HUNK-COUNT).
           perform LIST-ONE-BYTE.
       KEEP-OUTPUT-BYTE-EXIT.
           exit paragraph.

      *    > the ASCII bytes "EOF" as an offset would read as the
      *    > patch's end marker
       START-NEW-HUNK.
           move 0 to OUT-FULL.
           if HUNK-COUNT >= 1024
               move "too many separate patch pieces (1024)" to
                   ERR-TEXT
               perform ADD-ERROR
               move 1 to OUT-FULL
               go to START-NEW-HUNK-EXIT
           end-if.
           if BYTE-OFFSET = 4542278
               move "a piece can't start at offset 454F46" to
                   ERR-TEXT
               perform ADD-ERROR
           end-if.
           add 1 to HUNK-COUNT.
           move BYTE-OFFSET to HUNK-OFFSET (HUNK-COUNT).
           compute HUNK-FIRST (HUNK-COUNT) = OUT-COUNT + 1.
           move 0 to HUNK-LEN (HUNK-COUNT).
       START-NEW-HUNK-EXIT.
           exit paragraph.

      *    > the listing shows the first eight bytes of a line
       LIST-ONE-BYTE.
           add 1 to LIST-SHOWN.
           if LIST-SHOWN <= 8
               move EMIT-VALUE to HEX-IN
               perform HEX-BYTE
               move HEX-OUT (3:2) to LIST-BYTES (LIST-POS:2)
               add 3 to LIST-POS
           else
               if LIST-SHOWN = 9
                   move ".." to LIST-BYTES (LIST-POS:2)
               end-if
           end-if.

       PRINT-LISTING-LINE.
           move spaces to LIST-ADDR.
           move CUR-BANK to HEX-IN.
           perform HEX-BYTE.
           move HEX-OUT (3:2) to LIST-ADDR (1:2).
           move ":" to LIST-ADDR (3:1).
           move LINE-START-ADDR to HEX-IN.
           perform HEX-BYTE.
           move HEX-OUT to LIST-ADDR (4:4).
           display LIST-ADDR " " LIST-BYTES (1:27) " "
               function trim(SRC-LINE trailing).

      *    > four hex digits of HEX-IN
       HEX-BYTE.
           move "0000" to HEX-OUT.
           perform HEX-ONE-DIGIT varying HEX-I from 4 by -1
               until HEX-I < 1.

       HEX-ONE-DIGIT.
           divide HEX-IN by 16 giving HEX-IN remainder HEX-REM.
           move HEX-DIGITS (HEX-REM + 1:1) to HEX-OUT (HEX-I:1).

      *    > only the second pass reports, and only a line's first
      *    > mistake - one bad operand shouldn't bury the rest
       ADD-ERROR.
           if SECOND-PASS and LINE-ERRED = 0
               add 1 to ERROR-COUNT
               move LINE-NO to LINE-DISPLAY
               display "line " function trim(LINE-DISPLAY) ": "
                   function trim(ERR-TEXT) "  -- "
                   function trim(SRC-LINE)
           end-if.
           move 1 to LINE-ERRED.

       SQUEEZE-SPACES.
           move spaces to SQUEEZE-OUT.
           move 0 to SQUEEZE-J.
           perform SQUEEZE-ONE-CHAR varying SQUEEZE-I from 1 by 1
               until SQUEEZE-I > 80.

       SQUEEZE-ONE-CHAR.
           if SQUEEZE-IN (SQUEEZE-I:1) not = space
               add 1 to SQUEEZE-J
               move SQUEEZE-IN (SQUEEZE-I:1) to
                   SQUEEZE-OUT (SQUEEZE-J:1)
           end-if.

      *    > term, then any number of "+term" / "-term"
       EVAL-EXPR.
           move 0 to EXPR-VALUE.
           move 0 to EXPR-BAD.
           move 0 to EXPR-UNKNOWN.
           move 0 to FOUND-BANK.
           if EXPR-TEXT = spaces
               move 1 to EXPR-BAD
           else
               move function length(function trim(EXPR-TEXT))
                   to EXPR-LEN
               move 1 to EXPR-POS
               perform EVAL-ONE-TERM thru EVAL-ONE-TERM-EXIT
                   until EXPR-POS > EXPR-LEN or EXPR-BAD = 1
           end-if.

       EVAL-ONE-TERM.
           move 1 to EXPR-SIGN.
           if EXPR-TEXT (EXPR-POS:1) = "+"
               add 1 to EXPR-POS
           else
               if EXPR-TEXT (EXPR-POS:1) = "-"
                   move -1 to EXPR-SIGN
                   add 1 to EXPR-POS
               end-if
           end-if.
      *    > "sp+-2" - a minus straight after the operator
           if EXPR-TEXT (EXPR-POS:1) = "-"
               compute EXPR-SIGN = 0 - EXPR-SIGN
               add 1 to EXPR-POS
           end-if.
           if EXPR-POS > EXPR-LEN
               move 1 to EXPR-BAD
               go to EVAL-ONE-TERM-EXIT
           end-if.
           if EXPR-TEXT (EXPR-POS:1) = "'"
               compute TERM-END = EXPR-POS + 3
           else
               perform FIND-TERM-END
           end-if.
           move spaces to TERM-TEXT.
           compute TERM-LEN = TERM-END - EXPR-POS.
           if TERM-LEN = 0
               move 1 to EXPR-BAD
               go to EVAL-ONE-TERM-EXIT
           end-if.
           move EXPR-TEXT (EXPR-POS:TERM-LEN) to TERM-TEXT.
           perform EVAL-TERM.
           compute EXPR-VALUE = EXPR-VALUE
               + (EXPR-SIGN * TERM-VALUE).
           move TERM-END to EXPR-POS.
       EVAL-ONE-TERM-EXIT.
           exit paragraph.

       FIND-TERM-END.
           move EXPR-POS to TERM-END.
           perform STEP-TERM-END
               until TERM-END > EXPR-LEN
               or EXPR-TEXT (TERM-END:1) = "+"
               or EXPR-TEXT (TERM-END:1) = "-".

       STEP-TERM-END.
           add 1 to TERM-END.

       EVAL-TERM.
           move 0 to TERM-VALUE.
           move function upper-case(TERM-TEXT) to TERM-UP.
           move TERM-UP (1:1) to TERM-CHAR.
           move TERM-LEN to NUM-TO.
           evaluate true
               when TERM-UP = "$"
                   move CUR-ADDR to TERM-VALUE
               when TERM-CHAR = "$"
                   move 2 to NUM-FROM
                   move 16 to RADIX
                   perform PARSE-RADIX-DIGITS
               when TERM-UP (1:2) = "0X"
                   move 3 to NUM-FROM
                   move 16 to RADIX
                   perform PARSE-RADIX-DIGITS
               when TERM-CHAR = "%"
                   move 2 to NUM-FROM
                   move 2 to RADIX
                   perform PARSE-RADIX-DIGITS
               when TERM-CHAR >= "0" and TERM-CHAR <= "9"
                   move 1 to NUM-FROM
                   if TERM-UP (TERM-LEN:1) = "H"
                       subtract 1 from NUM-TO
                       move 16 to RADIX
                   else
                       move 10 to RADIX
                   end-if
                   perform PARSE-RADIX-DIGITS
               when TERM-CHAR = "'"
                   if TERM-TEXT (3:1) not = "'"
                       move 1 to EXPR-BAD
                   else
                       compute TERM-VALUE =
                           function ord(TERM-TEXT (2:1)) - 1
                   end-if
               when (TERM-CHAR >= "A" and TERM-CHAR <= "Z")
                       or TERM-CHAR = "_" or TERM-CHAR = "."
                   perform LOOK-UP-NAME
               when other
                   move 1 to EXPR-BAD
           end-evaluate.

       PARSE-RADIX-DIGITS.
           move 0 to TERM-VALUE.
           if NUM-FROM > NUM-TO
               move 1 to EXPR-BAD
           end-if.
           perform PARSE-ONE-DIGIT varying NUM-I from NUM-FROM by 1
               until NUM-I > NUM-TO or EXPR-BAD = 1.

       PARSE-ONE-DIGIT.
           move 0 to DIGIT-VALUE.
           move 99 to DIGIT-HIT.
           perform FIND-HEX-DIGIT varying DIGIT-VALUE from 0 by 1
               until DIGIT-VALUE > 15 or DIGIT-HIT < 99.
           if DIGIT-HIT = 99 or DIGIT-HIT >= RADIX
               move 1 to EXPR-BAD
           else
               compute TERM-VALUE = (TERM-VALUE * RADIX) + DIGIT-HIT
           end-if.

       FIND-HEX-DIGIT.
           if HEX-DIGITS (DIGIT-VALUE + 1:1) = TERM-UP (NUM-I:1)
               move DIGIT-VALUE to DIGIT-HIT
           end-if.

      *    > the source's labels first, then the symbol file's -
      *    > names compared without regard to case
       LOOK-UP-NAME.
           move TERM-UP to NAME-UP.
           perform FIND-LABEL.
           if LBL-HIT > 0
               move LBL-ADDR (LBL-HIT) to TERM-VALUE
               move LBL-BANK (LBL-HIT) to FOUND-BANK
           else
               move 0 to NAME-FOUND
               perform CHECK-ONE-SYMBOL varying SYM-I from 1 by 1
                   until SYM-I > SYMBOL-COUNT or NAME-FOUND = 1
               if NAME-FOUND = 0
                   move 1 to EXPR-UNKNOWN
               end-if
           end-if.

       CHECK-ONE-SYMBOL.
           if function upper-case(SYM-NAME (SYM-I)) = NAME-UP
               move SYM-ADDR (SYM-I) to TERM-VALUE
               move SYM-BANK (SYM-I) to FOUND-BANK
               move 1 to NAME-FOUND
           end-if.

      *    > PATCH, then offset/size/bytes per hunk, then EOF -
      *    > the shape IPS_PATCH reads
       WRITE-IPS-FILE.
           open output IPS-FILE.
           if not IPS-STATUS-OK
               display "patch_asm: cannot write "
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
           perform WRITE-ONE-HUNK varying HUNK-I from 1 by 1
               until HUNK-I > HUNK-COUNT.
           move "E" to IPS-BYTE.
           write IPS-BYTE.
           move "O" to IPS-BYTE.
           write IPS-BYTE.
           move "F" to IPS-BYTE.
           write IPS-BYTE.
           close IPS-FILE.
           move OUT-COUNT to TOTAL-DISPLAY.
           move HUNK-COUNT to HUNK-DISPLAY.
           display function trim(TOTAL-DISPLAY) " bytes in "
               function trim(HUNK-DISPLAY) " hunk(s) written to "
               function trim(IPS-PATH).

       WRITE-ONE-HUNK.
           move HUNK-OFFSET (HUNK-I) to HEX-IN.
           compute IPS-BYTE-NUM = HEX-IN / 65536.
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(HEX-IN / 256, 256).
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(HEX-IN, 256).
           write IPS-BYTE.
           compute IPS-BYTE-NUM = HUNK-LEN (HUNK-I) / 256.
           write IPS-BYTE.
           compute IPS-BYTE-NUM = function mod(HUNK-LEN (HUNK-I), 256).
           write IPS-BYTE.
           perform WRITE-HUNK-BYTE varying OUT-I
               from HUNK-FIRST (HUNK-I) by 1
               until OUT-I >= HUNK-FIRST (HUNK-I) + HUNK-LEN (HUNK-I).

       WRITE-HUNK-BYTE.
           move OUT-BYTE (OUT-I) to IPS-BYTE-NUM.
           write IPS-BYTE.
       end program PATCH_ASM.
