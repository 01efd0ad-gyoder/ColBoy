      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Decodes one cheat code as printed in the code books and
      *    appends it to CHEAT-STATE:
      *
      *      ABC-DEF-GHI  Game Genie - AB is the new byte, the ROM
      *                   address is F C D E with F inverted, and
      *                   G I is the compare byte, rotated right two
      *                   and XORed with 0xBA (H is only a check
      *                   digit). ABC-DEF is the same without a
      *                   compare. Goes in the ROM table.
      *      ttvvaaaa     GameShark - tt the bank byte, vv the value,
      *                   aaaa the address low byte first. Goes in
      *                   the RAM table.
      *
      *    An optional bank after a Game Genie code pins it to that
      *    ROM bank. DECODE-RESULT comes back 0 when the code was
      *    added, 1 when the text is neither format (the caller
      *    falls back to its own grammar), 2 when the table is full.
       identification division.
       program-id. CHEAT_CODE_DECODE.
       environment division.
       data division.
       working-storage section.
           copy cheat_state.

      * ====== LOCAL =======
           01 CODE-WORK pic x(16) value spaces.
           01 CODE-LEN binary-char unsigned value 0.
           01 HEX-I binary-char unsigned value 0.
           01 HEX-CHAR pic x(1) value space.
           01 HEX-BAD binary-char unsigned value 0.
               88 CODE-HAS-BAD-DIGIT value 1.
           01 HEX-DIGIT binary-char unsigned occurs 16 times.
           01 CODE-SHAPE binary-char unsigned value 0.
               88 SHAPE-IS-GG-FULL value 1.
               88 SHAPE-IS-GG-SHORT value 2.
               88 SHAPE-IS-GS value 3.
           01 HIGH-NIBBLE binary-char unsigned value 0.
           01 ROTATED-CMP binary-char unsigned value 0.
           01 RAW-CMP binary-char unsigned value 0.
           01 OP-XOR pic x(3) value "xor".
           01 GG-CMP-KEY binary-char unsigned value 186.
           01 BANK-BYTE binary-char unsigned value 0.
       linkage section.
           01 CODE-TEXT pic x(16).
           01 BANK-TEXT pic x(16).
           01 DECODE-RESULT binary-char unsigned.
       procedure division using by reference CODE-TEXT,
           by reference BANK-TEXT, by reference DECODE-RESULT.
       MAIN.
           move 1 to DECODE-RESULT.
           move function upper-case(function trim(CODE-TEXT)) to
               CODE-WORK.
           move function length(function trim(CODE-WORK)) to CODE-LEN.

           move 0 to CODE-SHAPE.
           evaluate true
               when CODE-LEN = 11 and CODE-WORK (4:1) = "-"
                       and CODE-WORK (8:1) = "-"
                   move 1 to CODE-SHAPE
               when CODE-LEN = 7 and CODE-WORK (4:1) = "-"
                   move 2 to CODE-SHAPE
               when CODE-LEN = 8
                   move 3 to CODE-SHAPE
               when other
                   go to MAIN-EXIT
           end-evaluate.

           move 0 to HEX-BAD.
           perform TAKE-HEX-DIGIT varying HEX-I from 1 by 1
               until HEX-I > CODE-LEN.
           if CODE-HAS-BAD-DIGIT
               go to MAIN-EXIT
           end-if.

           if SHAPE-IS-GS
               perform ADD-GAMESHARK-CODE thru ADD-GAMESHARK-CODE-EXIT
           else
               perform ADD-GAME-GENIE-CODE thru ADD-GAME-GENIE-CODE-EXIT
           end-if.

       MAIN-EXIT.
           exit program.

      *    > the dashes of a Game Genie code are the only non-hex
      *    > characters allowed, and only where the shape put them
       TAKE-HEX-DIGIT.
           move CODE-WORK (HEX-I:1) to HEX-CHAR.
           evaluate true
               when HEX-CHAR >= "0" and HEX-CHAR <= "9"
                   compute HEX-DIGIT (HEX-I) =
                       function ord(HEX-CHAR) - function ord("0")
               when HEX-CHAR >= "A" and HEX-CHAR <= "F"
                   compute HEX-DIGIT (HEX-I) =
                       function ord(HEX-CHAR) - function ord("A")
                       + 10
               when HEX-CHAR = "-" and not SHAPE-IS-GS
                       and (HEX-I = 4 or HEX-I = 8)
                   move 0 to HEX-DIGIT (HEX-I)
               when other
                   move 1 to HEX-BAD
                   move 0 to HEX-DIGIT (HEX-I)
           end-evaluate.

       ADD-GAME-GENIE-CODE.
           if CHEAT-ROM-COUNT >= 256
               move 2 to DECODE-RESULT
               go to ADD-GAME-GENIE-CODE-EXIT
           end-if.
           add 1 to CHEAT-ROM-COUNT.
           compute CHEAT-ROM-VALUE (CHEAT-ROM-COUNT) =
               (HEX-DIGIT (1) * 16) + HEX-DIGIT (2).
           compute HIGH-NIBBLE = function mod(15 - HEX-DIGIT (7), 8).
           compute CHEAT-ROM-ADDRESS (CHEAT-ROM-COUNT) =
               (HIGH-NIBBLE * 4096) + (HEX-DIGIT (3) * 256)
               + (HEX-DIGIT (5) * 16) + HEX-DIGIT (6).
           if SHAPE-IS-GG-FULL
               compute RAW-CMP = (HEX-DIGIT (9) * 16) + HEX-DIGIT (11)
               compute ROTATED-CMP = (RAW-CMP / 4)
                   + (function mod(RAW-CMP, 4) * 64)
               call "BIT_OP" using by reference OP-XOR,
                   by value ROTATED-CMP, by value GG-CMP-KEY,
                   by reference RAW-CMP
               move RAW-CMP to CHEAT-ROM-COMPARE (CHEAT-ROM-COUNT)
               move 1 to CHEAT-ROM-HAS-COMPARE (CHEAT-ROM-COUNT)
           else
               move 0 to CHEAT-ROM-COMPARE (CHEAT-ROM-COUNT)
               move 0 to CHEAT-ROM-HAS-COMPARE (CHEAT-ROM-COUNT)
           end-if.
           if function trim(BANK-TEXT) = spaces
               move 0 to CHEAT-ROM-HAS-BANK (CHEAT-ROM-COUNT)
               move 0 to CHEAT-ROM-BANK (CHEAT-ROM-COUNT)
           else
               move 1 to CHEAT-ROM-HAS-BANK (CHEAT-ROM-COUNT)
               move function numval(BANK-TEXT) to
                   CHEAT-ROM-BANK (CHEAT-ROM-COUNT)
           end-if.
           move 0 to DECODE-RESULT.
       ADD-GAME-GENIE-CODE-EXIT.
           exit paragraph.

       ADD-GAMESHARK-CODE.
           if CHEAT-COUNT >= 256
               move 2 to DECODE-RESULT
               go to ADD-GAMESHARK-CODE-EXIT
           end-if.
           add 1 to CHEAT-COUNT.
           compute BANK-BYTE = (HEX-DIGIT (1) * 16) + HEX-DIGIT (2).
           compute CHEAT-VALUE (CHEAT-COUNT) =
               (HEX-DIGIT (3) * 16) + HEX-DIGIT (4).
           compute CHEAT-ADDRESS (CHEAT-COUNT) =
               (HEX-DIGIT (7) * 4096) + (HEX-DIGIT (8) * 256)
               + (HEX-DIGIT (5) * 16) + HEX-DIGIT (6).
           move 0 to CHEAT-COMPARE (CHEAT-COUNT).
           move 0 to CHEAT-HAS-COMPARE (CHEAT-COUNT).
           evaluate true
               when BANK-BYTE >= 128 and BANK-BYTE <= 143
                   move 1 to CHEAT-BANK-KIND (CHEAT-COUNT)
                   compute CHEAT-BANK (CHEAT-COUNT) = BANK-BYTE - 128
               when BANK-BYTE >= 144 and BANK-BYTE <= 151
                   move 2 to CHEAT-BANK-KIND (CHEAT-COUNT)
                   compute CHEAT-BANK (CHEAT-COUNT) = BANK-BYTE - 144
                   if CHEAT-BANK (CHEAT-COUNT) = 0
                       move 1 to CHEAT-BANK (CHEAT-COUNT)
                   end-if
               when other
                   move 0 to CHEAT-BANK-KIND (CHEAT-COUNT)
                   move 0 to CHEAT-BANK (CHEAT-COUNT)
           end-evaluate.
           move 0 to DECODE-RESULT.
       ADD-GAMESHARK-CODE-EXIT.
           exit paragraph.
       end program CHEAT_CODE_DECODE.
