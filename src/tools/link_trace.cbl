      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Link traffic report. Takes the traffic files two ends of
      *    a link session captured with LINK-LOG (link-1-traffic.log
      *    and link-2-traffic.log for the cable; LINK_HUB's
      *    hub-traffic.log and one player's hub-N-traffic.log for
      *    the four-player adapter - only that player's channel is
      *    taken from the hub's file) and pairs every transfer up by
      *    the driving end's sequence number, which both ends
      *    record. Each transfer is four bytes: what the driving
      *    end sent, what the answering end got, what it answered,
      *    and what the driving end got back. Where those stop
      *    matching - a byte changed in between, never taken, an
      *    answer that came too late and was read as the next
      *    transfer's, a timeout - is where the two sides' streams
      *    stopped agreeing. The report gives the totals, lays out
      *    the conversation around the first such transfer and
      *    lists the rest, then runs the well-known decoders over
      *    each end's outgoing stream: the DMG-07 adapter's ping
      *    packets, and the FD-preambled blocks of the Pokemon
      *    trade and battle link (the random-number list and the
      *    party block, trainer and Pokemon spelled out), each
      *    marked with whether it reached the other end intact.
      *
      *        link_trace <traffic-file> <traffic-file> [FULL]
      *
      *    FULL lays out every transfer, not just the neighborhood
      *    of the first disagreement. The return code is 4 when
      *    the streams disagree somewhere, 12 when the files can't
      *    be read or don't belong to one session.
       identification division.
       program-id. LINK_TRACE.
       environment division.
       input-output section.
       file-control.
           select TRAFFIC-FILE assign to TRAFFIC-PATH
               organization is line sequential
               file status is TRAFFIC-STATUS-CD.
       data division.
       file section.
       fd  TRAFFIC-FILE.
           01 TRAFFIC-LINE pic x(40).
       working-storage section.

      * ====== LOCAL =======
           01 MODE-ARG pic x(8) value spaces.
           01 SHOW-ALL binary-char unsigned value 0.
               88 SHOW-EVERY-TRANSFER value 1.
           01 TRAFFIC-PATH pic x(256) value spaces.
           01 TRAFFIC-STATUS-CD pic xx value spaces.
               88 TRAFFIC-STATUS-OK value "00".
               88 TRAFFIC-STATUS-EOF value "10".

      *    > the two files: the channel each carries (a hub file
      *    > carries all four), and the label its writer goes by
           01 FILE-INFO occurs 2 times.
               05 FI-PATH pic x(256).
               05 FI-LINES binary-long unsigned.
               05 FI-CHANNEL binary-char unsigned.
               05 FI-MIXED binary-char unsigned.
               05 FI-LABEL pic x(1).
           01 CUR-X binary-char unsigned value 0.
           01 OTHER-X binary-char unsigned value 0.
           01 FILTER-CHANNEL binary-char unsigned value 0.
           01 SURVEY-PASS binary-char unsigned value 0.
               88 PASS-IS-SURVEY value 1.

      *    > one traffic line, parsed
           01 FIELD-STAMP pic x(10) value spaces.
           01 FIELD-CHANNEL pic x(2) value spaces.
           01 FIELD-SIDE pic x(2) value spaces.
           01 FIELD-ROLE pic x(2) value spaces.
           01 FIELD-DIR pic x(4) value spaces.
           01 FIELD-SEQ pic x(10) value spaces.
           01 FIELD-BYTE pic x(4) value spaces.
           01 REC-STAMP binary-long unsigned value 0.
           01 REC-CHANNEL binary-char unsigned value 0.
           01 REC-SEQ binary-long unsigned value 0.
           01 REC-BYTE binary-short unsigned value 0.
           01 REC-DRIVER binary-char unsigned value 0.

      *    > every transfer, filed under the end that drove it and
      *    > that end's sequence number; 256 stands for a byte
      *    > neither file recorded
           01 DRIVER-TABLE occurs 2 times.
               05 DRIVER-MAX-SEQ binary-long unsigned.
               05 DRIVER-CURSOR binary-long unsigned.
               05 EXCH occurs 16001 times.
                   10 EX-USED binary-char unsigned.
                   10 EX-D-SENT binary-short unsigned.
                   10 EX-F-GOT binary-short unsigned.
                   10 EX-F-SENT binary-short unsigned.
                   10 EX-D-GOT binary-short unsigned.
                   10 EX-D-TMO binary-char unsigned.
                   10 EX-LATE binary-char unsigned.
                   10 EX-HAS-ORDER binary-char unsigned.
                   10 EX-ORDER-STAMP binary-long unsigned.
           01 MAX-SEQ-HELD binary-long unsigned value 16000.
           01 DRV binary-char unsigned value 0.
           01 FOL binary-char unsigned value 0.
           01 SEQ-I binary-long unsigned value 0.
           01 LAST-ORDER-STAMP binary-long unsigned value 0.
           01 OVERFLOW-COUNT binary-long unsigned value 0.

      *    > walking the conversation in the first file's frame order
           01 WALK-PASS binary-char unsigned value 0.
               88 WALK-IS-JUDGING value 1.
               88 WALK-IS-SHOWING value 2.
           01 WALK-DONE binary-char unsigned value 0.
           01 ORDINAL binary-long unsigned value 0.
           01 TRANSFER-COUNT binary-long unsigned value 0.
           01 BAD-TRANSFERS binary-long unsigned value 0.
           01 FIRST-BAD-ORDINAL binary-long unsigned value 0.
           01 CONTEXT-FROM binary-long unsigned value 0.
           01 CONTEXT-TO binary-long unsigned value 0.
           01 LISTED-BAD binary-long unsigned value 0.
           01 SKIPPED-LINES binary-long unsigned value 0.
           01 LAST-SHOWN binary-long unsigned value 0.
           01 EX-IS-BAD binary-char unsigned value 0.
           01 REASON-TEXT pic x(60) value spaces.
           01 DRIVEN-BY-X binary-long unsigned occurs 2 times.

      *    > what each end shipped out, in conversation order, for
      *    > the decoders - and whether the other end got it so
           01 STREAM-SIDE occurs 2 times.
               05 STREAM-LEN binary-long unsigned.
               05 STREAM-ENTRY occurs 20000 times.
                   10 STREAM-BYTE binary-char unsigned.
                   10 STREAM-BAD binary-char unsigned.
                   10 STREAM-ORD binary-long unsigned.
           01 STREAM-CAP binary-long unsigned value 20000.
           01 STR-X binary-char unsigned value 0.
           01 STR-I binary-long unsigned value 0.
           01 STR-J binary-long unsigned value 0.

      *    > decoders
           01 FD-RUN binary-short unsigned value 0.
           01 BLOCK-START binary-long unsigned value 0.
           01 BLOCK-END binary-long unsigned value 0.
           01 BLOCK-LEN binary-long unsigned value 0.
           01 BLOCK-BAD binary-long unsigned value 0.
           01 BLOCK-FIRST-BAD binary-long unsigned value 0.
           01 BLOCK-COUNT binary-short unsigned value 0.
           01 PARTY-COUNT binary-char unsigned value 0.
           01 MON-I binary-char unsigned value 0.
           01 MON-BASE binary-long unsigned value 0.
           01 TEXT-AT binary-long unsigned value 0.
           01 TEXT-I binary-char unsigned value 0.
           01 TEXT-ENDED binary-char unsigned value 0.
           01 GAME-TEXT pic x(10) value spaces.
           01 CH-BYTE binary-char unsigned value 0.
           01 CH-CHAR pic x(1) value spaces.
           01 UPPER-LETTERS pic x(26)
               value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 LOWER-LETTERS pic x(26)
               value "abcdefghijklmnopqrstuvwxyz".
           01 DIGIT-CHARS pic x(10) value "0123456789".
           01 WORD-VALUE binary-long unsigned value 0.
           01 HP-NOW binary-long unsigned value 0.
           01 PING-COUNT binary-long unsigned value 0.
           01 PING-MASK binary-char unsigned value 0.
           01 LAST-PING-MASK binary-short unsigned value 256.
           01 SLOT-TEXT pic x(4) value spaces.
           01 MASK-BIT binary-char unsigned value 0.
           01 MASK-REST binary-char unsigned value 0.
           01 START-SEEN binary-char unsigned value 0.

           01 HEX-DIGITS pic x(16) value "0123456789ABCDEF".
           01 HEX-IN binary-short unsigned value 0.
           01 HEX-OUT pic x(2) value spaces.
           01 HEX-HIGH binary-char unsigned value 0.
           01 HEX-LOW binary-char unsigned value 0.
           01 HEX-D-SENT pic x(2) value spaces.
           01 HEX-F-GOT pic x(2) value spaces.
           01 HEX-F-SENT pic x(2) value spaces.
           01 HEX-D-GOT pic x(2) value spaces.
           01 HEX-ROW pic x(48) value spaces.
           01 HEX-PTR binary-short unsigned value 0.

           01 ORD-DISPLAY pic z(5)9 value 0.
           01 STAMP-DISPLAY pic z(8)9 value 0.
           01 SEQ-DISPLAY pic z(5)9 value 0.
           01 COUNT-DISPLAY pic z(7)9 value 0.
           01 SMALL-DISPLAY pic zz9 value 0.
           01 WORD-DISPLAY pic z(4)9 value 0.
           01 HP-DISPLAY pic z(4)9 value 0.
           01 REPORT-LINE pic x(132) value spaces.
       procedure division.
       MAIN.
           display 1 upon argument-number.
           accept FI-PATH (1) from argument-value.
           display 2 upon argument-number.
           accept FI-PATH (2) from argument-value.
           display 3 upon argument-number.
           accept MODE-ARG from argument-value.
           if FI-PATH (1) = spaces or FI-PATH (2) = spaces
               display "usage: link_trace <traffic-file>"
                   " <traffic-file> [FULL]"
               move 12 to return-code
               stop run
           end-if.
           if function upper-case(MODE-ARG) = "FULL"
               move 1 to SHOW-ALL
           end-if.

           display "==== LINK TRAFFIC: " function trim(FI-PATH (1))
               " / " function trim(FI-PATH (2)) " ====".
      *    > a first pass over both files to learn their channels
           move 1 to SURVEY-PASS.
           perform READ-TRAFFIC-FILE
               varying CUR-X from 1 by 1 until CUR-X > 2.
           perform CHOOSE-CHANNEL.

           perform CLEAR-DRIVER varying DRV from 1 by 1
               until DRV > 2.
           move 0 to SURVEY-PASS.
           perform READ-TRAFFIC-FILE
               varying CUR-X from 1 by 1 until CUR-X > 2.
           perform FILL-ORDER-STAMPS varying DRV from 1 by 1
               until DRV > 2.

           move 1 to WALK-PASS.
           perform WALK-CONVERSATION.
           if TRANSFER-COUNT = 0
               move FILTER-CHANNEL to SMALL-DISPLAY
               display "no transfers on channel "
                   function trim(SMALL-DISPLAY) " in either file"
               move 12 to return-code
               stop run
           end-if.
           perform SHOW-TOTALS.

           display " ".
           if FIRST-BAD-ORDINAL = 0
               display "the two streams agree all the way through"
           else
               move FIRST-BAD-ORDINAL to ORD-DISPLAY
               display "the streams stop agreeing at transfer "
                   function trim(ORD-DISPLAY) ":"
           end-if.
           if FIRST-BAD-ORDINAL > 6
               compute CONTEXT-FROM = FIRST-BAD-ORDINAL - 6
           else
               move 1 to CONTEXT-FROM
           end-if.
           compute CONTEXT-TO = FIRST-BAD-ORDINAL + 6.
           if SHOW-EVERY-TRANSFER or FIRST-BAD-ORDINAL not = 0
               display " "
               display "     #    frame link    seq  sent  got answer"
                   "   got"
               move 2 to WALK-PASS
               perform WALK-CONVERSATION
               if SKIPPED-LINES > 0
                   move SKIPPED-LINES to COUNT-DISPLAY
                   display "   ("
                       function trim(COUNT-DISPLAY)
                       " more disagreeing transfers not listed)"
               end-if
           end-if.

           display " ".
           display "==== DECODED ====".
           move 0 to BLOCK-COUNT.
           perform DECODE-STREAM varying STR-X from 1 by 1
               until STR-X > 2.
           if BLOCK-COUNT = 0
               display "nothing recognized - no adapter pings or"
                   " preambled blocks in either stream"
           end-if.

           if BAD-TRANSFERS > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
           stop run.

      *    ============================================================
      *    reading the files
      *    ============================================================
       READ-TRAFFIC-FILE.
           if CUR-X = 1
               move 2 to OTHER-X
           else
               move 1 to OTHER-X
           end-if.
           move FI-PATH (CUR-X) to TRAFFIC-PATH.
           open input TRAFFIC-FILE.
           if not TRAFFIC-STATUS-OK
               display "cannot read " function trim(TRAFFIC-PATH)
               move 12 to return-code
               stop run
           end-if.
           if PASS-IS-SURVEY
               move 0 to FI-LINES (CUR-X)
               move 0 to FI-MIXED (CUR-X)
               move spaces to FI-LABEL (CUR-X)
           end-if.
           perform READ-TRAFFIC-LINE until TRAFFIC-STATUS-EOF.
           close TRAFFIC-FILE.

       READ-TRAFFIC-LINE.
           read TRAFFIC-FILE
               at end
                   set TRAFFIC-STATUS-EOF to true
               not at end
                   perform TAKE-TRAFFIC-LINE thru
                       TAKE-TRAFFIC-LINE-EXIT
           end-read.

       TAKE-TRAFFIC-LINE.
           if TRAFFIC-LINE = spaces
               go to TAKE-TRAFFIC-LINE-EXIT
           end-if.
           move spaces to FIELD-STAMP FIELD-CHANNEL FIELD-SIDE
               FIELD-ROLE FIELD-DIR FIELD-SEQ FIELD-BYTE.
           unstring TRAFFIC-LINE delimited by "|" into FIELD-STAMP,
               FIELD-CHANNEL, FIELD-SIDE, FIELD-ROLE, FIELD-DIR,
               FIELD-SEQ, FIELD-BYTE.
           move function numval(FIELD-STAMP) to REC-STAMP.
           move function numval(FIELD-CHANNEL) to REC-CHANNEL.
           move function numval(FIELD-SEQ) to REC-SEQ.
           move function numval(FIELD-BYTE) to REC-BYTE.

           if PASS-IS-SURVEY
               if FI-LINES (CUR-X) = 0
                   move REC-CHANNEL to FI-CHANNEL (CUR-X)
                   move FIELD-SIDE (1:1) to FI-LABEL (CUR-X)
               else
                   if REC-CHANNEL not = FI-CHANNEL (CUR-X)
                       move 1 to FI-MIXED (CUR-X)
                   end-if
               end-if
               add 1 to FI-LINES (CUR-X)
               go to TAKE-TRAFFIC-LINE-EXIT
           end-if.

           if REC-CHANNEL not = FILTER-CHANNEL
               go to TAKE-TRAFFIC-LINE-EXIT
           end-if.
           if REC-SEQ = 0 or REC-SEQ > MAX-SEQ-HELD
               add 1 to OVERFLOW-COUNT
               go to TAKE-TRAFFIC-LINE-EXIT
           end-if.
      *    > the writer drove this transfer, or answered the other
           if FIELD-ROLE (1:1) = "M"
               move CUR-X to REC-DRIVER
           else
               move OTHER-X to REC-DRIVER
           end-if.
           move 1 to EX-USED (REC-DRIVER, REC-SEQ).
           if REC-SEQ > DRIVER-MAX-SEQ (REC-DRIVER)
               move REC-SEQ to DRIVER-MAX-SEQ (REC-DRIVER)
           end-if.
           if CUR-X = 1 and EX-HAS-ORDER (REC-DRIVER, REC-SEQ) = 0
               move 1 to EX-HAS-ORDER (REC-DRIVER, REC-SEQ)
               move REC-STAMP to EX-ORDER-STAMP (REC-DRIVER, REC-SEQ)
           end-if.

           if REC-DRIVER = CUR-X
               evaluate FIELD-DIR (1:3)
                   when "out"
                       move REC-BYTE to EX-D-SENT (REC-DRIVER, REC-SEQ)
                   when "in "
                       if EX-D-TMO (REC-DRIVER, REC-SEQ) = 1
                           move 1 to EX-LATE (REC-DRIVER, REC-SEQ)
                       end-if
                       move REC-BYTE to EX-D-GOT (REC-DRIVER, REC-SEQ)
                   when "tmo"
                       move 1 to EX-D-TMO (REC-DRIVER, REC-SEQ)
               end-evaluate
           else
               evaluate FIELD-DIR (1:3)
                   when "in "
                       move REC-BYTE to EX-F-GOT (REC-DRIVER, REC-SEQ)
                   when "out"
                       move REC-BYTE to EX-F-SENT (REC-DRIVER, REC-SEQ)
               end-evaluate
           end-if.
       TAKE-TRAFFIC-LINE-EXIT.
           exit paragraph.

      *    > two cable files share channel 0; a hub file carries
      *    > every player's channel and gives up the one the
      *    > player's own file is on
       CHOOSE-CHANNEL.
           evaluate true
               when FI-LINES (1) = 0 or FI-LINES (2) = 0
                   display "one of the files holds no traffic"
                   move 12 to return-code
                   stop run
               when FI-MIXED (1) = 1 and FI-MIXED (2) = 1
                   display "both files carry several channels - give"
                       " the hub's file and one player's"
                   move 12 to return-code
                   stop run
               when FI-MIXED (1) = 1
                   move FI-CHANNEL (2) to FILTER-CHANNEL
               when FI-MIXED (2) = 1
                   move FI-CHANNEL (1) to FILTER-CHANNEL
               when FI-CHANNEL (1) not = FI-CHANNEL (2)
                   display "the files are from different channels"
                   move 12 to return-code
                   stop run
               when other
                   move FI-CHANNEL (1) to FILTER-CHANNEL
           end-evaluate.
           if FI-LABEL (1) = FI-LABEL (2)
               display "both files were written by side "
                   FI-LABEL (1) " - give one from each end"
               move 12 to return-code
               stop run
           end-if.

       CLEAR-DRIVER.
           move 0 to DRIVER-MAX-SEQ (DRV).
           move 0 to DRIVEN-BY-X (DRV).
           move 0 to STREAM-LEN (DRV).
           perform CLEAR-EXCHANGE varying SEQ-I from 1 by 1
               until SEQ-I > MAX-SEQ-HELD.

       CLEAR-EXCHANGE.
           move 0 to EX-USED (DRV, SEQ-I).
           move 256 to EX-D-SENT (DRV, SEQ-I).
           move 256 to EX-F-GOT (DRV, SEQ-I).
           move 256 to EX-F-SENT (DRV, SEQ-I).
           move 256 to EX-D-GOT (DRV, SEQ-I).
           move 0 to EX-D-TMO (DRV, SEQ-I).
           move 0 to EX-LATE (DRV, SEQ-I).
           move 0 to EX-HAS-ORDER (DRV, SEQ-I).
           move 0 to EX-ORDER-STAMP (DRV, SEQ-I).

      *    > a transfer the first file never saw takes the frame of
      *    > the one before it, so it stays in its place
       FILL-ORDER-STAMPS.
           move 0 to LAST-ORDER-STAMP.
           perform FILL-ONE-ORDER-STAMP varying SEQ-I from 1 by 1
               until SEQ-I > DRIVER-MAX-SEQ (DRV).

       FILL-ONE-ORDER-STAMP.
           if EX-USED (DRV, SEQ-I) = 1
               if EX-HAS-ORDER (DRV, SEQ-I) = 1
                   move EX-ORDER-STAMP (DRV, SEQ-I)
                       to LAST-ORDER-STAMP
               else
                   move LAST-ORDER-STAMP
                       to EX-ORDER-STAMP (DRV, SEQ-I)
               end-if
           end-if.

      *    ============================================================
      *    the conversation: both ends' driven transfers merged in
      *    the first file's frame order
      *    ============================================================
       WALK-CONVERSATION.
           move 0 to ORDINAL.
           move 1 to DRIVER-CURSOR (1).
           move 1 to DRIVER-CURSOR (2).
           move 0 to WALK-DONE.
           perform WALK-ONE-STEP until WALK-DONE = 1.

       WALK-ONE-STEP.
           move 1 to DRV.
           perform SKIP-UNUSED until DRIVER-CURSOR (1)
               > DRIVER-MAX-SEQ (1)
               or EX-USED (1, DRIVER-CURSOR (1)) = 1.
           move 2 to DRV.
           perform SKIP-UNUSED until DRIVER-CURSOR (2)
               > DRIVER-MAX-SEQ (2)
               or EX-USED (2, DRIVER-CURSOR (2)) = 1.
           evaluate true
               when DRIVER-CURSOR (1) > DRIVER-MAX-SEQ (1)
                       and DRIVER-CURSOR (2) > DRIVER-MAX-SEQ (2)
                   move 1 to WALK-DONE
               when DRIVER-CURSOR (1) > DRIVER-MAX-SEQ (1)
                   move 2 to DRV
               when DRIVER-CURSOR (2) > DRIVER-MAX-SEQ (2)
                   move 1 to DRV
               when EX-ORDER-STAMP (2, DRIVER-CURSOR (2))
                       < EX-ORDER-STAMP (1, DRIVER-CURSOR (1))
                   move 2 to DRV
               when other
                   move 1 to DRV
           end-evaluate.
           if WALK-DONE = 0
               move DRIVER-CURSOR (DRV) to SEQ-I
               add 1 to DRIVER-CURSOR (DRV)
               add 1 to ORDINAL
               if DRV = 1
                   move 2 to FOL
               else
                   move 1 to FOL
               end-if
               perform JUDGE-TRANSFER
               if WALK-IS-JUDGING
                   perform TALLY-TRANSFER
               else
                   perform SHOW-TRANSFER thru SHOW-TRANSFER-EXIT
               end-if
           end-if.

       SKIP-UNUSED.
           add 1 to DRIVER-CURSOR (DRV).

      *    > the first thing wrong with a transfer, in the order it
      *    > would have gone wrong on the wire
       JUDGE-TRANSFER.
           move 1 to EX-IS-BAD.
           move spaces to REASON-TEXT.
           move EX-D-SENT (DRV, SEQ-I) to HEX-IN.
           perform HEX-OF.
           move HEX-OUT to HEX-D-SENT.
           move EX-F-GOT (DRV, SEQ-I) to HEX-IN.
           perform HEX-OF.
           move HEX-OUT to HEX-F-GOT.
           move EX-F-SENT (DRV, SEQ-I) to HEX-IN.
           perform HEX-OF.
           move HEX-OUT to HEX-F-SENT.
           move EX-D-GOT (DRV, SEQ-I) to HEX-IN.
           perform HEX-OF.
           move HEX-OUT to HEX-D-GOT.
           evaluate true
               when EX-D-SENT (DRV, SEQ-I) = 256
                   string "only side " FI-LABEL (FOL)
                       " recorded this one" delimited by size
                       into REASON-TEXT
               when EX-F-GOT (DRV, SEQ-I) = 256
                   string "side " FI-LABEL (FOL) " never took side "
                       FI-LABEL (DRV) "'s byte" delimited by size
                       into REASON-TEXT
               when EX-F-GOT (DRV, SEQ-I) not = EX-D-SENT (DRV, SEQ-I)
                   string "side " FI-LABEL (FOL) " got " HEX-F-GOT
                       " but side " FI-LABEL (DRV) " sent "
                       HEX-D-SENT delimited by size into REASON-TEXT
               when EX-LATE (DRV, SEQ-I) = 1
                   string "the answer reached side " FI-LABEL (DRV)
                       " after it had timed out" delimited by size
                       into REASON-TEXT
               when EX-D-TMO (DRV, SEQ-I) = 1
                   string "side " FI-LABEL (DRV) " timed out and read"
                       " FF" delimited by size into REASON-TEXT
               when EX-F-SENT (DRV, SEQ-I) = 256
                   string "side " FI-LABEL (FOL) " never answered"
                       delimited by size into REASON-TEXT
               when EX-D-GOT (DRV, SEQ-I) = 256
                   string "side " FI-LABEL (DRV) " never took the"
                       " answer" delimited by size into REASON-TEXT
               when EX-D-GOT (DRV, SEQ-I) not = EX-F-SENT (DRV, SEQ-I)
                   string "side " FI-LABEL (DRV) " got " HEX-D-GOT
                       " but side " FI-LABEL (FOL) " answered "
                       HEX-F-SENT delimited by size into REASON-TEXT
               when other
                   move 0 to EX-IS-BAD
           end-evaluate.

       TALLY-TRANSFER.
           add 1 to TRANSFER-COUNT.
           add 1 to DRIVEN-BY-X (DRV).
           if EX-IS-BAD = 1
               add 1 to BAD-TRANSFERS
               if FIRST-BAD-ORDINAL = 0
                   move ORDINAL to FIRST-BAD-ORDINAL
               end-if
           end-if.
      *    > each end's outgoing byte, flagged if the other end
      *    > didn't get it as sent
           if EX-D-SENT (DRV, SEQ-I) not = 256
               and STREAM-LEN (DRV) < STREAM-CAP
               add 1 to STREAM-LEN (DRV)
               move STREAM-LEN (DRV) to STR-I
               move EX-D-SENT (DRV, SEQ-I) to STREAM-BYTE (DRV, STR-I)
               move ORDINAL to STREAM-ORD (DRV, STR-I)
               move 0 to STREAM-BAD (DRV, STR-I)
               if EX-F-GOT (DRV, SEQ-I) not = EX-D-SENT (DRV, SEQ-I)
                   move 1 to STREAM-BAD (DRV, STR-I)
               end-if
           end-if.
           if EX-F-SENT (DRV, SEQ-I) not = 256
               and STREAM-LEN (FOL) < STREAM-CAP
               add 1 to STREAM-LEN (FOL)
               move STREAM-LEN (FOL) to STR-I
               move EX-F-SENT (DRV, SEQ-I) to STREAM-BYTE (FOL, STR-I)
               move ORDINAL to STREAM-ORD (FOL, STR-I)
               move 0 to STREAM-BAD (FOL, STR-I)
               if EX-D-GOT (DRV, SEQ-I) not = EX-F-SENT (DRV, SEQ-I)
                   or EX-LATE (DRV, SEQ-I) = 1
                   move 1 to STREAM-BAD (FOL, STR-I)
               end-if
           end-if.

      *    > every transfer when FULL, otherwise the neighborhood of
      *    > the first disagreement and the next twenty after it
       SHOW-TRANSFER.
           if not SHOW-EVERY-TRANSFER
               and (ORDINAL < CONTEXT-FROM or ORDINAL > CONTEXT-TO)
               if EX-IS-BAD = 0
                   go to SHOW-TRANSFER-EXIT
               end-if
               if LISTED-BAD >= 20
                   add 1 to SKIPPED-LINES
                   go to SHOW-TRANSFER-EXIT
               end-if
               add 1 to LISTED-BAD
           end-if.
           if LAST-SHOWN not = 0 and ORDINAL > LAST-SHOWN + 1
               display "   ..."
           end-if.
           move ORDINAL to LAST-SHOWN.
           move ORDINAL to ORD-DISPLAY.
           move EX-ORDER-STAMP (DRV, SEQ-I) to STAMP-DISPLAY.
           move SEQ-I to SEQ-DISPLAY.
           if EX-D-TMO (DRV, SEQ-I) = 1
               and EX-D-GOT (DRV, SEQ-I) = 256
               move "FF" to HEX-D-GOT
           end-if.
           move spaces to REPORT-LINE.
           string ORD-DISPLAY STAMP-DISPLAY "  " FI-LABEL (DRV) ">"
               FI-LABEL (FOL) " " SEQ-DISPLAY "    " HEX-D-SENT
               "   " HEX-F-GOT "     " HEX-F-SENT "    " HEX-D-GOT
               delimited by size into REPORT-LINE.
           if EX-IS-BAD = 1
               move "<<<" to REPORT-LINE (58:3)
               move REASON-TEXT to REPORT-LINE (62:60)
           end-if.
           display function trim(REPORT-LINE trailing).
       SHOW-TRANSFER-EXIT.
           exit paragraph.

       SHOW-TOTALS.
           move TRANSFER-COUNT to COUNT-DISPLAY.
           move FILTER-CHANNEL to SMALL-DISPLAY.
           display "channel " function trim(SMALL-DISPLAY) ": "
               function trim(COUNT-DISPLAY) " transfers" with no
               advancing.
           move DRIVEN-BY-X (1) to COUNT-DISPLAY.
           display "  (side " FI-LABEL (1) " drove "
               function trim(COUNT-DISPLAY) with no advancing.
           move DRIVEN-BY-X (2) to COUNT-DISPLAY.
           display ", side " FI-LABEL (2) " drove "
               function trim(COUNT-DISPLAY) ")".
           move BAD-TRANSFERS to COUNT-DISPLAY.
           display "disagreeing transfers: "
               function trim(COUNT-DISPLAY).
           if OVERFLOW-COUNT > 0
               move OVERFLOW-COUNT to COUNT-DISPLAY
               display "(" function trim(COUNT-DISPLAY)
                   " lines past sequence 16000 not examined)"
           end-if.

       HEX-OF.
           if HEX-IN > 255
               move "--" to HEX-OUT
           else
               divide HEX-IN by 16 giving HEX-HIGH remainder HEX-LOW
               move HEX-DIGITS (HEX-HIGH + 1:1) to HEX-OUT (1:1)
               move HEX-DIGITS (HEX-LOW + 1:1) to HEX-OUT (2:1)
           end-if.

      *    ============================================================
      *    decoders, over each end's outgoing stream
      *    ============================================================
       DECODE-STREAM.
           if STR-X = 1
               move 2 to OTHER-X
           else
               move 1 to OTHER-X
           end-if.
           if FI-LABEL (STR-X) = "H"
               perform DECODE-HUB-PINGS
           end-if.
           if FI-LABEL (OTHER-X) = "H"
               perform FIND-START-REQUEST
           end-if.
           move 0 to FD-RUN.
           perform SCAN-FOR-BLOCK varying STR-I from 1 by 1
               until STR-I > STREAM-LEN (STR-X).

      *    > DMG-07 ping packets: FE, then three status bytes with
      *    > the receiving player in the high nibble and the
      *    > occupied-slot mask in the low one
       DECODE-HUB-PINGS.
           move 0 to PING-COUNT.
           move 256 to LAST-PING-MASK.
           perform DECODE-ONE-PING varying STR-I from 1 by 1
               until STR-I + 3 > STREAM-LEN (STR-X).
           if PING-COUNT > 0
               add 1 to BLOCK-COUNT
               move PING-COUNT to COUNT-DISPLAY
               move FILTER-CHANNEL to SMALL-DISPLAY
               display "hub: " function trim(COUNT-DISPLAY)
                   " ping packets to player "
                   function trim(SMALL-DISPLAY)
           end-if.

       DECODE-ONE-PING.
           if STREAM-BYTE (STR-X, STR-I) = 254
               and STREAM-BYTE (STR-X, STR-I + 1) >= 16
               and STREAM-BYTE (STR-X, STR-I + 1) < 80
               add 1 to PING-COUNT
               divide STREAM-BYTE (STR-X, STR-I + 1) by 16
                   giving MASK-BIT remainder PING-MASK
               if PING-MASK not = LAST-PING-MASK
                   move PING-MASK to LAST-PING-MASK
                   perform SPELL-SLOT-MASK
                   move STREAM-ORD (STR-X, STR-I) to ORD-DISPLAY
                   display "hub: ping at transfer "
                       function trim(ORD-DISPLAY)
                       ": slots occupied " SLOT-TEXT
               end-if
               add 3 to STR-I
           end-if.

       SPELL-SLOT-MASK.
           move "...." to SLOT-TEXT.
           move PING-MASK to MASK-REST.
           perform SPELL-ONE-SLOT varying TEXT-I from 1 by 1
               until TEXT-I > 4.

       SPELL-ONE-SLOT.
           divide MASK-REST by 2 giving MASK-REST remainder MASK-BIT.
           if MASK-BIT = 1
               move TEXT-I to SMALL-DISPLAY
               move SMALL-DISPLAY (3:1) to SLOT-TEXT (TEXT-I:1)
           end-if.

      *    > the 0xAA a player answers a ping with to start the game
       FIND-START-REQUEST.
           move 0 to START-SEEN.
           perform FIND-ONE-START varying STR-I from 1 by 1
               until STR-I > STREAM-LEN (STR-X) or START-SEEN = 1.

       FIND-ONE-START.
           if STREAM-BYTE (STR-X, STR-I) = 170
               move 1 to START-SEEN
               add 1 to BLOCK-COUNT
               move STREAM-ORD (STR-X, STR-I) to ORD-DISPLAY
               display "player " FI-LABEL (STR-X)
                   ": start request (AA) at transfer "
                   function trim(ORD-DISPLAY)
           end-if.

      *    > the Pokemon link sends each block behind a run of FD
      *    > preamble bytes; the block runs to the next FD
       SCAN-FOR-BLOCK.
           if STREAM-BYTE (STR-X, STR-I) = 253
               add 1 to FD-RUN
           else
               if FD-RUN >= 3
                   move STR-I to BLOCK-START
                   perform MEASURE-BLOCK
                   perform DECODE-BLOCK
                   compute STR-I = BLOCK-END - 1
               end-if
               move 0 to FD-RUN
           end-if.

       MEASURE-BLOCK.
           move BLOCK-START to BLOCK-END.
           perform EXTEND-BLOCK until BLOCK-END > STREAM-LEN (STR-X)
               or STREAM-BYTE (STR-X, BLOCK-END) = 253
               or BLOCK-END - BLOCK-START >= 600.
           compute BLOCK-LEN = BLOCK-END - BLOCK-START.
           move 0 to BLOCK-BAD.
           move 0 to BLOCK-FIRST-BAD.
           perform CHECK-BLOCK-BYTE varying STR-J from BLOCK-START
               by 1 until STR-J >= BLOCK-END.

       EXTEND-BLOCK.
           add 1 to BLOCK-END.

       CHECK-BLOCK-BYTE.
           if STREAM-BAD (STR-X, STR-J) = 1
               add 1 to BLOCK-BAD
               if BLOCK-FIRST-BAD = 0
                   move STREAM-ORD (STR-X, STR-J) to BLOCK-FIRST-BAD
               end-if
           end-if.

       DECODE-BLOCK.
           add 1 to BLOCK-COUNT.
           move STREAM-ORD (STR-X, BLOCK-START) to ORD-DISPLAY.
           move BLOCK-LEN to COUNT-DISPLAY.
           move 0 to PARTY-COUNT.
           if BLOCK-LEN >= 415
               move STREAM-BYTE (STR-X, BLOCK-START + 11)
                   to PARTY-COUNT
               if PARTY-COUNT < 1 or PARTY-COUNT > 6
                   move 0 to PARTY-COUNT
               else
                   if STREAM-BYTE (STR-X, BLOCK-START + 12
                       + PARTY-COUNT) not = 255
                       move 0 to PARTY-COUNT
                   end-if
               end-if
           end-if.
           evaluate true
               when PARTY-COUNT > 0
                   perform DECODE-PARTY-BLOCK
               when BLOCK-LEN = 10
                   display "side " FI-LABEL (STR-X)
                       ": random-number block at transfer "
                       function trim(ORD-DISPLAY)
                   perform SHOW-BLOCK-HEX
               when other
                   display "side " FI-LABEL (STR-X) ": block of "
                       function trim(COUNT-DISPLAY)
                       " bytes at transfer " function trim(ORD-DISPLAY)
                   perform SHOW-BLOCK-HEX
           end-evaluate.
           if BLOCK-BAD = 0
               display "  reached side " FI-LABEL (OTHER-X) " intact"
           else
               move BLOCK-BAD to COUNT-DISPLAY
               move BLOCK-FIRST-BAD to ORD-DISPLAY
               display "  " function trim(COUNT-DISPLAY)
                   " byte(s) did not reach side " FI-LABEL (OTHER-X)
                   " as sent - first at transfer "
                   function trim(ORD-DISPLAY)
           end-if.

       SHOW-BLOCK-HEX.
           move spaces to HEX-ROW.
           move 1 to HEX-PTR.
           perform ADD-BLOCK-HEX varying STR-J from BLOCK-START by 1
               until STR-J >= BLOCK-END or STR-J >= BLOCK-START + 16.
           display "  " function trim(HEX-ROW trailing).

       ADD-BLOCK-HEX.
           move STREAM-BYTE (STR-X, STR-J) to HEX-IN.
           perform HEX-OF.
           string HEX-OUT " " delimited by size into HEX-ROW
               with pointer HEX-PTR.

      *    > trainer name (11), count, species list (7), six 44-byte
      *    > Pokemon, six original-trainer names, six nicknames
       DECODE-PARTY-BLOCK.
           move BLOCK-START to TEXT-AT.
           perform DECODE-GAME-TEXT.
           move PARTY-COUNT to SMALL-DISPLAY.
           display "side " FI-LABEL (STR-X)
               ": Pokemon party block at transfer "
               function trim(ORD-DISPLAY) " - trainer "
               function trim(GAME-TEXT) ", "
               function trim(SMALL-DISPLAY) " Pokemon".
           perform SHOW-ONE-MON varying MON-I from 1 by 1
               until MON-I > PARTY-COUNT.

       SHOW-ONE-MON.
           compute MON-BASE = BLOCK-START + 19 + ((MON-I - 1) * 44).
           compute TEXT-AT = BLOCK-START + 349 + ((MON-I - 1) * 11).
           perform DECODE-GAME-TEXT.
           move spaces to REPORT-LINE.
           move MON-I to SMALL-DISPLAY.
           move STREAM-BYTE (STR-X, MON-BASE) to HEX-IN.
           perform HEX-OF.
           string "  " function trim(SMALL-DISPLAY) ". " GAME-TEXT
               "  species " HEX-OUT
               delimited by size into REPORT-LINE.
           move STREAM-BYTE (STR-X, MON-BASE + 33) to SMALL-DISPLAY.
           compute HP-NOW = (STREAM-BYTE (STR-X, MON-BASE + 1) * 256)
               + STREAM-BYTE (STR-X, MON-BASE + 2).
           move HP-NOW to HP-DISPLAY.
           compute WORD-VALUE =
               (STREAM-BYTE (STR-X, MON-BASE + 34) * 256)
               + STREAM-BYTE (STR-X, MON-BASE + 35).
           move WORD-VALUE to WORD-DISPLAY.
           string function trim(REPORT-LINE trailing) "  level "
               function trim(SMALL-DISPLAY) "  HP "
               function trim(HP-DISPLAY) "/"
               function trim(WORD-DISPLAY)
               delimited by size into REPORT-LINE.
           compute WORD-VALUE =
               (STREAM-BYTE (STR-X, MON-BASE + 12) * 256)
               + STREAM-BYTE (STR-X, MON-BASE + 13).
           move WORD-VALUE to WORD-DISPLAY.
           compute TEXT-AT = BLOCK-START + 283 + ((MON-I - 1) * 11).
           perform DECODE-GAME-TEXT.
           string function trim(REPORT-LINE trailing) "  OT "
               function trim(GAME-TEXT) " " function trim(WORD-DISPLAY)
               delimited by size into REPORT-LINE.
           display function trim(REPORT-LINE trailing).

      *    > the games' own character set, up to the 0x50 terminator
       DECODE-GAME-TEXT.
           move spaces to GAME-TEXT.
           move 0 to TEXT-ENDED.
           perform DECODE-GAME-CHAR varying TEXT-I from 1 by 1
               until TEXT-I > 10 or TEXT-ENDED = 1.

       DECODE-GAME-CHAR.
           move STREAM-BYTE (STR-X, TEXT-AT + TEXT-I - 1) to CH-BYTE.
           evaluate true
               when CH-BYTE = 80
                   move 1 to TEXT-ENDED
               when CH-BYTE >= 128 and CH-BYTE <= 153
                   move UPPER-LETTERS (CH-BYTE - 127:1) to CH-CHAR
               when CH-BYTE >= 160 and CH-BYTE <= 185
                   move LOWER-LETTERS (CH-BYTE - 159:1) to CH-CHAR
               when CH-BYTE >= 246
                   move DIGIT-CHARS (CH-BYTE - 245:1) to CH-CHAR
               when CH-BYTE = 127
                   move space to CH-CHAR
               when CH-BYTE = 227
                   move "-" to CH-CHAR
               when CH-BYTE = 232
                   move "." to CH-CHAR
               when CH-BYTE = 230
                   move "?" to CH-CHAR
               when CH-BYTE = 231
                   move "!" to CH-CHAR
               when other
                   move "*" to CH-CHAR
           end-evaluate.
           if TEXT-ENDED = 0
               move CH-CHAR to GAME-TEXT (TEXT-I:1)
           end-if.
       end program LINK_TRACE.
