      *    been promising: a regression hunt becomes "run both
      *    builds with TRACE, compare" instead of hand-scrolling
      *    two multi-megabyte logs.
      *    Either file may also be in the gameboy-doctor layout
      *    (TRACE-DOCTOR, or a reference emulator's published log).
      *    Two ColBoy-layout lines still compare as text; any pair
      *    involving a doctor line is compared field by field -
      *    A F B C D E H L SP PC and the opcode, plus the three
      *    bytes after it when both lines carry them - and the
      *    report names the fields that differ. The return code is
      *    8 when the traces diverge (or one runs out first).
      *
      *        trace_compare <trace-a> <trace-b> [context-lines]
       identification division.
           01 CONTEXT-TO-SHOW binary-char unsigned value 0.

           01 TAIL-I binary-char unsigned value 0.

      *    > field-by-field view of the current line from each side:
      *    > slots 1-11 are A F B C D E H L SP PC OP, 12-14 the
      *    > bytes at PC+1..PC+3 (doctor lines only)
           01 FIELD-COUNT binary-char unsigned value 14.
           01 FIELD-LABEL-LIST pic x(84) value
               "A     F     B     C     D     E     H     L     SP    PC
      -        "    OP    PC+1  PC+2  PC+3  ".
           01 FIELD-LABEL-TABLE redefines FIELD-LABEL-LIST.
               05 FIELD-LABEL pic x(6) occurs 14 times.
           01 SIDE-FIELDS occurs 2 times.
               05 SIDE-HAS binary-char unsigned occurs 14 times.
               05 SIDE-VAL binary-long unsigned occurs 14 times.
           01 SIDE-FORMAT binary-char unsigned occurs 2 times.
           01 PARSE-SIDE binary-char unsigned value 0.
           01 PARSE-LINE pic x(96) value spaces.
           01 PARSE-PTR binary-short unsigned value 0.
           01 ONE-TOKEN pic x(32) value spaces.
           01 TOKEN-KEY pic x(16) value spaces.
           01 TOKEN-VAL pic x(16) value spaces.
           01 MEM-TOKEN pic x(4) occurs 4 times.
           01 FIELD-I binary-char unsigned value 0.
           01 FIELD-SLOT binary-char unsigned value 0.
           01 FIELDS-DIFFER binary-char unsigned value 0.
               88 LINES-DIFFER value 1.
           01 DIFF-LIST pic x(96) value spaces.
           01 DIFF-PTR binary-short unsigned value 1.

           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 HEX-FIELD pic x(16) value spaces.
           01 HEX-VALUE binary-long unsigned value 0.
           01 HEX-P binary-short unsigned value 0.
           01 HEX-DIGIT-AT binary-short unsigned value 0.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           if TRACE-A-PATH = spaces or TRACE-B-PATH = spaces
               display "usage: trace_compare <trace-a> <trace-b>"
                   " [context-lines]"
               move 12 to return-code
               stop run
           end-if.

           open input TRACE-A-FILE.
           if not A-STATUS-OK
               display "cannot open " function trim(TRACE-A-PATH)
               move 12 to return-code
               stop run
           end-if.
           open input TRACE-B-FILE.
           if not B-STATUS-OK
               display "cannot open " function trim(TRACE-B-PATH)
               move 12 to return-code
               stop run
           end-if.

               when A-IS-EXHAUSTED or B-IS-EXHAUSTED
                   perform REPORT-LENGTH-SPLIT
                   move 1 to COMPARE-DONE
               when TRACE-A-LINE (1:3) = "PC=" and
                    TRACE-B-LINE (1:3) = "PC=" and
                    TRACE-A-LINE not = TRACE-B-LINE
                   perform REPORT-DIVERGENCE
                   move 1 to COMPARE-DONE
               when TRACE-A-LINE (1:3) = "PC=" and
                    TRACE-B-LINE (1:3) = "PC="
                   perform REMEMBER-COMMON-LINE
               when other
                   perform COMPARE-FIELDS
           end-evaluate.

      *    > at least one side is a doctor line - line them both up
      *    > as numbers and compare what both sides carry
       COMPARE-FIELDS.
           move 1 to PARSE-SIDE.
           move function upper-case(TRACE-A-LINE) to PARSE-LINE.
           perform PARSE-TRACE-LINE.
           move 2 to PARSE-SIDE.
           move function upper-case(TRACE-B-LINE) to PARSE-LINE.
           perform PARSE-TRACE-LINE.

           move 0 to FIELDS-DIFFER.
           move spaces to DIFF-LIST.
           move 1 to DIFF-PTR.
           perform COMPARE-ONE-FIELD varying FIELD-I from 1 by 1
               until FIELD-I > FIELD-COUNT.

           if LINES-DIFFER
               perform REPORT-DIVERGENCE
               display " "
               display "fields that differ: " function trim(DIFF-LIST)
               move 1 to COMPARE-DONE
           else
               perform REMEMBER-COMMON-LINE
           end-if.

       COMPARE-ONE-FIELD.
           if SIDE-HAS (1, FIELD-I) = 1 and SIDE-HAS (2, FIELD-I) = 1
               and SIDE-VAL (1, FIELD-I) not = SIDE-VAL (2, FIELD-I)
               move 1 to FIELDS-DIFFER
               string function trim(FIELD-LABEL (FIELD-I)) " "
                   delimited by size into DIFF-LIST
                   with pointer DIFF-PTR
           end-if.
      *    > the register/SP/PC/opcode core has to be on both sides,
      *    > or the two lines are not describing the same thing
           if FIELD-I <= 11 and
               SIDE-HAS (1, FIELD-I) not = SIDE-HAS (2, FIELD-I)
               move 1 to FIELDS-DIFFER
               string function trim(FIELD-LABEL (FIELD-I)) "(missing) "
                   delimited by size into DIFF-LIST
                   with pointer DIFF-PTR
           end-if.

      *    > PARSE-LINE (upper-cased - some published logs use
      *    > lower-case hex) into SIDE-FIELDS (PARSE-SIDE): ColBoy
      *    > lines are "KEY=decimal", doctor lines "KEY:hex"
       PARSE-TRACE-LINE.
           perform CLEAR-SIDE-FIELD varying FIELD-I from 1 by 1
               until FIELD-I > FIELD-COUNT.
           if PARSE-LINE (1:2) = "A:"
               move 1 to SIDE-FORMAT (PARSE-SIDE)
           else
               move 0 to SIDE-FORMAT (PARSE-SIDE)
           end-if.
           move 1 to PARSE-PTR.
           perform PARSE-NEXT-TOKEN until PARSE-PTR > 96.

       CLEAR-SIDE-FIELD.
           move 0 to SIDE-HAS (PARSE-SIDE, FIELD-I).
           move 0 to SIDE-VAL (PARSE-SIDE, FIELD-I).

       PARSE-NEXT-TOKEN.
           move spaces to ONE-TOKEN.
           unstring PARSE-LINE delimited by all spaces into ONE-TOKEN
               with pointer PARSE-PTR.
           if ONE-TOKEN not = spaces
               perform TAKE-TOKEN
           end-if.

       TAKE-TOKEN.
           move spaces to TOKEN-KEY TOKEN-VAL.
           unstring ONE-TOKEN delimited by "=" or ":"
               into TOKEN-KEY TOKEN-VAL.
           move 0 to FIELD-SLOT.
           evaluate TOKEN-KEY
               when "A"  move 1 to FIELD-SLOT
               when "F"  move 2 to FIELD-SLOT
               when "B"  move 3 to FIELD-SLOT
               when "C"  move 4 to FIELD-SLOT
               when "D"  move 5 to FIELD-SLOT
               when "E"  move 6 to FIELD-SLOT
               when "H"  move 7 to FIELD-SLOT
               when "L"  move 8 to FIELD-SLOT
               when "SP" move 9 to FIELD-SLOT
               when "PC" move 10 to FIELD-SLOT
               when "OP" move 11 to FIELD-SLOT
               when "PCMEM"
                   perform TAKE-PCMEM
           end-evaluate.
           if FIELD-SLOT > 0
               perform TAKE-TOKEN-VALUE
           end-if.

       TAKE-TOKEN-VALUE.
           if SIDE-FORMAT (PARSE-SIDE) = 1
               move TOKEN-VAL to HEX-FIELD
               perform PARSE-HEX
               move HEX-VALUE to SIDE-VAL (PARSE-SIDE, FIELD-SLOT)
           else
               move function numval(TOKEN-VAL) to
                   SIDE-VAL (PARSE-SIDE, FIELD-SLOT)
           end-if.
           move 1 to SIDE-HAS (PARSE-SIDE, FIELD-SLOT).

      *    > PCMEM:op,b1,b2,b3 - the first byte is the opcode
       TAKE-PCMEM.
           move spaces to MEM-TOKEN (1) MEM-TOKEN (2) MEM-TOKEN (3)
               MEM-TOKEN (4).
           unstring TOKEN-VAL delimited by ","
               into MEM-TOKEN (1) MEM-TOKEN (2) MEM-TOKEN (3)
                   MEM-TOKEN (4).
           move MEM-TOKEN (1) to HEX-FIELD.
           perform PARSE-HEX.
           move HEX-VALUE to SIDE-VAL (PARSE-SIDE, 11).
           move 1 to SIDE-HAS (PARSE-SIDE, 11).
           perform TAKE-PCMEM-BYTE varying FIELD-I from 2 by 1
               until FIELD-I > 4.

       TAKE-PCMEM-BYTE.
           if MEM-TOKEN (FIELD-I) not = spaces
               move MEM-TOKEN (FIELD-I) to HEX-FIELD
               perform PARSE-HEX
               move HEX-VALUE to SIDE-VAL (PARSE-SIDE, FIELD-I + 10)
               move 1 to SIDE-HAS (PARSE-SIDE, FIELD-I + 10)
           end-if.

      *    > HEX-FIELD into HEX-VALUE
       PARSE-HEX.
           move 0 to HEX-VALUE.
           perform PARSE-HEX-DIGIT varying HEX-P from 1 by 1
               until HEX-P > 16 or HEX-FIELD (HEX-P:1) = space.

       PARSE-HEX-DIGIT.
           move 0 to HEX-DIGIT-AT.
           inspect HEX-DIGITS tallying HEX-DIGIT-AT for characters
               before initial HEX-FIELD (HEX-P:1).
           if HEX-DIGIT-AT <= 15
               compute HEX-VALUE = HEX-VALUE * 16 + HEX-DIGIT-AT
           end-if.

       READ-A-LINE.
           read TRACE-A-FILE
               at end
           end-if.

       REPORT-LENGTH-SPLIT.
           move 8 to return-code.
           display "==== TRACE COMPARISON ====".
           display "one trace ends early: instruction " LINE-NUMBER.
           if A-IS-EXHAUSTED
           perform PRINT-COMMON-CONTEXT.

       REPORT-DIVERGENCE.
           move 8 to return-code.
           display "==== TRACE COMPARISON ====".
           display "first divergence at instruction " LINE-NUMBER.
           perform PRINT-COMMON-CONTEXT.
