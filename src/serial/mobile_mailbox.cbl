      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    The far end of the Mobile Adapter GB's connections: a
      *    mailbox directory standing in for the network. The port
      *    a game opens picks the server it talks to:
      *
      *      110  POP3 - the inbox is inbox-001.txt, inbox-002.txt
      *           and so on; a message DELEd and QUIT is renamed to
      *           read-NNN.txt rather than destroyed
      *      25   SMTP - each message the game sends is filed as the
      *           next free sent-NNN.txt
      *      80   HTTP - GET and POST answer with the file under the
      *           www directory at the request path (index.html for
      *           a bare "/"), or a 404
      *
      *    Any other port accepts whatever it is sent and answers
      *    nothing. Every connection, command line and result goes
      *    to adapter.log, along with the adapter-level notes
      *    MOBILE_ADAPTER hands over, so a session can be read back
      *    afterwards. Actions:
      *
      *      open  take a free connection for NET-PORT; NET-CONN
      *            comes back 0 or 1, or 255 when both are in use
      *      xfer  feed MA-XFER's bytes to connection NET-CONN and
      *            refill MA-XFER with what the server has to say,
      *            254 bytes at most; a server that has finished and
      *            has nothing left sets MA-XFER-CLOSED
      *      shut  close connection NET-CONN
      *      drop  close every connection
      *      note  write NET-TEXT to the log
       identification division.
       program-id. MOBILE_MAILBOX.
       environment division.
       input-output section.
       file-control.
           select LOG-FILE assign to LOG-PATH
               organization is line sequential
               file status is LOG-STATUS-CD.
           select MAIL-FILE assign to MAIL-PATH
               organization is sequential
               file status is MAIL-STATUS-CD.
           select SENT-FILE assign to SENT-PATH
               organization is line sequential
               file status is SENT-STATUS-CD.
       data division.
       file section.
       fd  LOG-FILE.
           01 LOG-LINE pic x(160).
       fd  MAIL-FILE
           record contains 1 characters.
           01 MAIL-BYTE pic x(1).
           01 MAIL-BYTE-NUM redefines MAIL-BYTE
               binary-char unsigned.
       fd  SENT-FILE.
           01 SENT-LINE pic x(256).
       working-storage section.
           copy mobile_ctl.

      * ====== LOCAL =======
           01 LOG-PATH pic x(256) value spaces.
           01 LOG-STATUS-CD pic xx value spaces.
               88 LOG-STATUS-OK value "00".
           01 LOG-TEXT pic x(120) value spaces.
           01 STAMP-TEXT pic x(21) value spaces.
           01 MAIL-PATH pic x(256) value spaces.
           01 MAIL-STATUS-CD pic xx value spaces.
               88 MAIL-STATUS-OK value "00".
           01 SENT-PATH pic x(256) value spaces.
           01 SENT-STATUS-CD pic xx value spaces.
               88 SENT-STATUS-OK value "00".
           01 RENAME-PATH pic x(256) value spaces.

           01 SLOT binary-char unsigned value 0.
           01 XFER-I binary-short unsigned value 0.
           01 CHAR-BYTE binary-char unsigned value 0.
           01 CHAR-TEXT redefines CHAR-BYTE pic x(1).
           01 PREV-BYTE binary-char unsigned value 0.
           01 AT-LINE-START binary-char unsigned value 0.
           01 MAIL-EOF binary-char unsigned value 0.
               88 MAIL-AT-EOF value 1.
           01 BYTE-COUNT binary-long unsigned value 0.
           01 QUEUE-FULL binary-char unsigned value 0.
               88 QUEUE-OVERFLOWED value 1.

           01 Q-TEXT pic x(256) value spaces.
           01 Q-LEN binary-short unsigned value 0.
           01 Q-I binary-short unsigned value 0.

           01 LINE-WORK pic x(256) value spaces.
           01 LINE-UPPER pic x(256) value spaces.
           01 LINE-WORK-LEN binary-short unsigned value 0.
           01 VERB pic x(4) value spaces.
           01 VERB-WORD pic x(32) value spaces.
           01 ARG-TEXT pic x(32) value spaces.
           01 MSG-NUM binary-short unsigned value 0.
           01 MSG-VALID binary-char unsigned value 0.
               88 MSG-NUM-IS-VALID value 1.
           01 MSG-TOTAL binary-long unsigned value 0.
           01 MSG-LIVE binary-short unsigned value 0.
           01 SCAN-DONE binary-char unsigned value 0.
           01 FILE-NUM binary-short unsigned value 0.
           01 FILE-NUM-DISPLAY pic 9(3) value 0.
           01 NUM-DISPLAY pic z(8)9 value 0.
           01 SIZE-DISPLAY pic z(8)9 value 0.
           01 DOT-COUNT binary-short unsigned value 0.
       linkage section.
           01 NET-ACTION pic x(4).
           01 NET-CONN binary-char unsigned.
           01 NET-PORT binary-short unsigned.
           01 NET-TEXT pic x(120).
       procedure division using by reference NET-ACTION,
           by reference NET-CONN, by reference NET-PORT,
           by reference NET-TEXT.
       MAIN.
           if MOBILE-DIR = spaces
               move "mailbox" to MOBILE-DIR
           end-if.
           evaluate NET-ACTION
               when "note"
                   move NET-TEXT to LOG-TEXT
                   perform WRITE-LOG-LINE
               when "open"
                   perform OPEN-CONNECTION thru OPEN-CONNECTION-EXIT
               when "xfer"
                   perform TRANSFER-DATA thru TRANSFER-DATA-EXIT
               when "shut"
                   if NET-CONN < 2
                       compute SLOT = NET-CONN + 1
                       perform SHUT-CONNECTION
                   end-if
               when "drop"
                   perform SHUT-CONNECTION varying SLOT from 1 by 1
                       until SLOT > 2
           end-evaluate.

       MAIN-EXIT.
           exit program.

       OPEN-CONNECTION.
           move 255 to NET-CONN.
           evaluate true
               when MB-CONN-IS-FREE (1)
                   move 1 to SLOT
               when MB-CONN-IS-FREE (2)
                   move 2 to SLOT
               when other
                   move "tcp open refused - both connections in use"
                       to LOG-TEXT
                   perform WRITE-LOG-LINE
                   go to OPEN-CONNECTION-EXIT
           end-evaluate.
           compute NET-CONN = SLOT - 1.
           move 1 to MB-CONN-STATE (SLOT).
           move NET-PORT to MB-CONN-PORT (SLOT).
           move 0 to MB-PROTO-STATE (SLOT).
           move 0 to MB-LINE-LEN (SLOT).
           move spaces to MB-LINE (SLOT).
           move spaces to MB-REQ-METHOD (SLOT).
           move spaces to MB-REQ-PATH (SLOT).
           move 0 to MB-BODY-LEFT (SLOT).
           move 0 to MB-SENT-NUM (SLOT).
           move 0 to MB-QUEUE-HEAD (SLOT).
           move 0 to MB-QUEUE-TAIL (SLOT).
           move 0 to QUEUE-FULL.

      *    > the servers that speak first do so on connecting
           evaluate NET-PORT
               when 110
                   perform SCAN-INBOX
                   move "+OK ColBoy mailbox ready" to Q-TEXT
                   perform QUEUE-LINE
               when 25
                   move "220 colboy ESMTP mailbox ready" to Q-TEXT
                   perform QUEUE-LINE
           end-evaluate.
       OPEN-CONNECTION-EXIT.
           exit paragraph.

       TRANSFER-DATA.
           move 0 to MA-XFER-CLOSED.
           if NET-CONN > 1
               move 0 to MA-XFER-LEN
               move 1 to MA-XFER-CLOSED
               go to TRANSFER-DATA-EXIT
           end-if.
           compute SLOT = NET-CONN + 1.
           if MB-CONN-IS-FREE (SLOT)
               move 0 to MA-XFER-LEN
               move 1 to MA-XFER-CLOSED
               go to TRANSFER-DATA-EXIT
           end-if.

           move 0 to QUEUE-FULL.
           evaluate MB-CONN-PORT (SLOT)
               when 110
               when 25
               when 80
                   perform TAKE-CLIENT-BYTE varying XFER-I from 1 by 1
                       until XFER-I > MA-XFER-LEN
               when other
                   if MA-XFER-LEN > 0
                       move MA-XFER-LEN to SIZE-DISPLAY
                       move MB-CONN-PORT (SLOT) to NUM-DISPLAY
                       move spaces to LOG-TEXT
                       string "port " function trim(NUM-DISPLAY)
                           " took " function trim(SIZE-DISPLAY)
                           " bytes - no server there"
                           delimited by size into LOG-TEXT
                       perform WRITE-LOG-LINE
                   end-if
           end-evaluate.
           if QUEUE-OVERFLOWED
               move "reply cut short - larger than the queue" to
                   LOG-TEXT
               perform WRITE-LOG-LINE
           end-if.

           move 0 to MA-XFER-LEN.
           perform GIVE-SERVER-BYTE until MA-XFER-LEN >= 254
               or MB-QUEUE-HEAD (SLOT) >= MB-QUEUE-TAIL (SLOT).
           if MB-QUEUE-HEAD (SLOT) >= MB-QUEUE-TAIL (SLOT)
               move 0 to MB-QUEUE-HEAD (SLOT)
               move 0 to MB-QUEUE-TAIL (SLOT)
               if MB-CONN-IS-CLOSING (SLOT) and MA-XFER-LEN = 0
                   move 1 to MA-XFER-CLOSED
                   perform SHUT-CONNECTION
               end-if
           end-if.
       TRANSFER-DATA-EXIT.
           exit paragraph.

       GIVE-SERVER-BYTE.
           add 1 to MB-QUEUE-HEAD (SLOT).
           add 1 to MA-XFER-LEN.
           move MB-QUEUE-BYTE (SLOT, MB-QUEUE-HEAD (SLOT))
               to MA-XFER-BYTE (MA-XFER-LEN).

      *    > lines end at LF with any CR dropped; an HTTP body is
      *    > counted off by its Content-Length instead
       TAKE-CLIENT-BYTE.
           move MA-XFER-BYTE (XFER-I) to CHAR-BYTE.
           evaluate true
               when MB-PROTO-STATE (SLOT) = 3
                   continue
               when MB-PROTO-STATE (SLOT) = 2
                   subtract 1 from MB-BODY-LEFT (SLOT)
                   if MB-BODY-LEFT (SLOT) = 0
                       perform ANSWER-HTTP
                   end-if
               when CHAR-BYTE = 10
                   perform TAKE-CLIENT-LINE
               when CHAR-BYTE = 13
                   continue
               when other
                   if MB-LINE-LEN (SLOT) < 256
                       add 1 to MB-LINE-LEN (SLOT)
                       move CHAR-TEXT to
                           MB-LINE (SLOT) (MB-LINE-LEN (SLOT):1)
                   end-if
           end-evaluate.

       TAKE-CLIENT-LINE.
           move spaces to LINE-WORK.
           move MB-LINE-LEN (SLOT) to LINE-WORK-LEN.
           if LINE-WORK-LEN > 0
               move MB-LINE (SLOT) (1:LINE-WORK-LEN) to LINE-WORK
           end-if.
           move 0 to MB-LINE-LEN (SLOT).
           move spaces to MB-LINE (SLOT).
           move function upper-case(LINE-WORK) to LINE-UPPER.
           evaluate MB-CONN-PORT (SLOT)
               when 110
                   perform POP3-COMMAND thru POP3-COMMAND-EXIT
               when 25
                   perform SMTP-COMMAND thru SMTP-COMMAND-EXIT
               when 80
                   perform HTTP-LINE thru HTTP-LINE-EXIT
           end-evaluate.

      *    ===========================================================
      *    > POP3
      *    ===========================================================
       POP3-COMMAND.
           move LINE-UPPER (1:4) to VERB.
           move spaces to LOG-TEXT.
           if VERB = "PASS"
               move "pop3 PASS ****" to LOG-TEXT
           else
               string "pop3 " LINE-WORK delimited by size
                   into LOG-TEXT
           end-if.
           perform WRITE-LOG-LINE.

           move spaces to ARG-TEXT.
           unstring LINE-WORK delimited by all space
               into VERB-WORD, ARG-TEXT.
           move 0 to MSG-NUM.
           if ARG-TEXT not = spaces
               move function numval(ARG-TEXT) to MSG-NUM
           end-if.
           perform CHECK-MSG-NUM.

           evaluate VERB
               when "USER"
               when "PASS"
               when "NOOP"
                   move "+OK" to Q-TEXT
                   perform QUEUE-LINE
               when "RSET"
                   perform UNDELETE-MESSAGE varying MSG-NUM from 1
                       by 1 until MSG-NUM > MB-INBOX-COUNT
                   move "+OK" to Q-TEXT
                   perform QUEUE-LINE
               when "STAT"
                   perform TOTAL-INBOX
                   move MSG-LIVE to NUM-DISPLAY
                   move MSG-TOTAL to SIZE-DISPLAY
                   move spaces to Q-TEXT
                   string "+OK " function trim(NUM-DISPLAY) " "
                       function trim(SIZE-DISPLAY)
                       delimited by size into Q-TEXT
                   perform QUEUE-LINE
               when "LIST"
               when "UIDL"
                   perform POP3-LISTING thru POP3-LISTING-EXIT
               when "RETR"
               when "TOP "
                   if not MSG-NUM-IS-VALID
                       go to POP3-NO-SUCH-MESSAGE
                   end-if
                   move MB-INBOX-SIZE (MSG-NUM) to SIZE-DISPLAY
                   move spaces to Q-TEXT
                   string "+OK " function trim(SIZE-DISPLAY)
                       " octets" delimited by size into Q-TEXT
                   perform QUEUE-LINE
                   perform QUEUE-MESSAGE
                   move "." to Q-TEXT
                   perform QUEUE-LINE
               when "DELE"
                   if not MSG-NUM-IS-VALID
                       go to POP3-NO-SUCH-MESSAGE
                   end-if
                   move 1 to MB-INBOX-DELETED (MSG-NUM)
                   move "+OK message deleted" to Q-TEXT
                   perform QUEUE-LINE
               when "QUIT"
                   perform FILE-AWAY-MESSAGE varying MSG-NUM from 1
                       by 1 until MSG-NUM > MB-INBOX-COUNT
                   move "+OK bye" to Q-TEXT
                   perform QUEUE-LINE
                   move 2 to MB-CONN-STATE (SLOT)
               when other
                   move "-ERR unknown command" to Q-TEXT
                   perform QUEUE-LINE
           end-evaluate.
           go to POP3-COMMAND-EXIT.
       POP3-NO-SUCH-MESSAGE.
           move "-ERR no such message" to Q-TEXT.
           perform QUEUE-LINE.
       POP3-COMMAND-EXIT.
           exit paragraph.

      *    > a message number names a message still in the box
       CHECK-MSG-NUM.
           move 0 to MSG-VALID.
           if MSG-NUM >= 1 and MSG-NUM <= MB-INBOX-COUNT
               if not MB-INBOX-IS-DELETED (MSG-NUM)
                   move 1 to MSG-VALID
               end-if
           end-if.

      *    > with a message number, one line; without, a line per
      *    > message still in the box and the closing dot
       POP3-LISTING.
           if MSG-NUM > 0
               if not MSG-NUM-IS-VALID
                   move "-ERR no such message" to Q-TEXT
                   perform QUEUE-LINE
                   go to POP3-LISTING-EXIT
               end-if
               perform BUILD-LISTING-TEXT
               move Q-TEXT to LINE-WORK
               move spaces to Q-TEXT
               string "+OK " LINE-WORK delimited by size
                   into Q-TEXT
               perform QUEUE-LINE
               go to POP3-LISTING-EXIT
           end-if.
           move "+OK" to Q-TEXT.
           perform QUEUE-LINE.
           perform LIST-ONE-MESSAGE varying MSG-NUM from 1 by 1
               until MSG-NUM > MB-INBOX-COUNT.
           move "." to Q-TEXT.
           perform QUEUE-LINE.
       POP3-LISTING-EXIT.
           exit paragraph.

       LIST-ONE-MESSAGE.
           if not MB-INBOX-IS-DELETED (MSG-NUM)
               perform BUILD-LISTING-TEXT
               perform QUEUE-LINE
           end-if.

      *    > LIST gives the size, UIDL the file name - unique for as
      *    > long as the file sits in the inbox
       BUILD-LISTING-TEXT.
           move MSG-NUM to NUM-DISPLAY.
           move MSG-NUM to FILE-NUM-DISPLAY.
           move MB-INBOX-SIZE (MSG-NUM) to SIZE-DISPLAY.
           move spaces to Q-TEXT.
           if VERB = "UIDL"
               string function trim(NUM-DISPLAY) " inbox-"
                   FILE-NUM-DISPLAY delimited by size into Q-TEXT
           else
               string function trim(NUM-DISPLAY) " "
                   function trim(SIZE-DISPLAY)
                   delimited by size into Q-TEXT
           end-if.

       UNDELETE-MESSAGE.
           move 0 to MB-INBOX-DELETED (MSG-NUM).

       TOTAL-INBOX.
           move 0 to MSG-LIVE.
           move 0 to MSG-TOTAL.
           perform TOTAL-ONE-MESSAGE varying MSG-NUM from 1 by 1
               until MSG-NUM > MB-INBOX-COUNT.

       TOTAL-ONE-MESSAGE.
           if not MB-INBOX-IS-DELETED (MSG-NUM)
               add 1 to MSG-LIVE
               add MB-INBOX-SIZE (MSG-NUM) to MSG-TOTAL
           end-if.

       FILE-AWAY-MESSAGE.
           if MB-INBOX-IS-DELETED (MSG-NUM)
               move MSG-NUM to FILE-NUM
               perform BUILD-INBOX-PATH
               move MSG-NUM to FILE-NUM-DISPLAY
               move spaces to RENAME-PATH
               string function trim(MOBILE-DIR) "/read-"
                   FILE-NUM-DISPLAY ".txt"
                   delimited by size into RENAME-PATH
               call "CBL_RENAME_FILE" using MAIL-PATH RENAME-PATH
               move spaces to LOG-TEXT
               string "pop3 filed inbox-" FILE-NUM-DISPLAY
                   ".txt as read-" FILE-NUM-DISPLAY ".txt"
                   delimited by size into LOG-TEXT
               perform WRITE-LOG-LINE
           end-if.

      *    > the inbox is every inbox-NNN.txt from 001 up to the
      *    > first number missing; sizes count the CR each bare LF
      *    > will gain on the way out
       SCAN-INBOX.
           move 0 to MB-INBOX-COUNT.
           move 0 to SCAN-DONE.
           perform PROBE-INBOX-FILE varying FILE-NUM from 1 by 1
               until FILE-NUM > 99 or SCAN-DONE = 1.
           move MB-INBOX-COUNT to NUM-DISPLAY.
           move spaces to LOG-TEXT.
           string "pop3 connect - " function trim(NUM-DISPLAY)
               " message(s) waiting" delimited by size into LOG-TEXT.
           perform WRITE-LOG-LINE.

       PROBE-INBOX-FILE.
           perform BUILD-INBOX-PATH.
           open input MAIL-FILE.
           if not MAIL-STATUS-OK
               move 1 to SCAN-DONE
           else
               move 0 to BYTE-COUNT
               move 0 to MAIL-EOF
               move 0 to PREV-BYTE
               perform COUNT-MAIL-BYTE until MAIL-AT-EOF
               close MAIL-FILE
               add 1 to MB-INBOX-COUNT
               move BYTE-COUNT to MB-INBOX-SIZE (MB-INBOX-COUNT)
               move 0 to MB-INBOX-DELETED (MB-INBOX-COUNT)
           end-if.

       COUNT-MAIL-BYTE.
           read MAIL-FILE
               at end
                   move 1 to MAIL-EOF
               not at end
                   add 1 to BYTE-COUNT
                   if MAIL-BYTE-NUM = 10 and PREV-BYTE not = 13
                       add 1 to BYTE-COUNT
                   end-if
                   move MAIL-BYTE-NUM to PREV-BYTE
           end-read.

       BUILD-INBOX-PATH.
           move FILE-NUM to FILE-NUM-DISPLAY.
           move spaces to MAIL-PATH.
           string function trim(MOBILE-DIR) "/inbox-"
               FILE-NUM-DISPLAY ".txt"
               delimited by size into MAIL-PATH.

      *    > CRLF line ends and dot-stuffing, as the wire wants it
       QUEUE-MESSAGE.
           move MSG-NUM to FILE-NUM.
           perform BUILD-INBOX-PATH.
           open input MAIL-FILE.
           if MAIL-STATUS-OK
               move 0 to MAIL-EOF
               move 0 to PREV-BYTE
               move 1 to AT-LINE-START
               perform QUEUE-MAIL-BYTE until MAIL-AT-EOF
               close MAIL-FILE
           end-if.
           if AT-LINE-START = 0
               move 13 to CHAR-BYTE
               perform QUEUE-BYTE
               move 10 to CHAR-BYTE
               perform QUEUE-BYTE
           end-if.
           move MSG-NUM to NUM-DISPLAY.
           move spaces to LOG-TEXT.
           string "pop3 sent message " function trim(NUM-DISPLAY)
               delimited by size into LOG-TEXT.
           perform WRITE-LOG-LINE.

       QUEUE-MAIL-BYTE.
           read MAIL-FILE
               at end
                   move 1 to MAIL-EOF
               not at end
                   perform STUFF-MAIL-BYTE
           end-read.

       STUFF-MAIL-BYTE.
           move MAIL-BYTE-NUM to CHAR-BYTE.
           evaluate true
               when CHAR-BYTE = 10
                   if PREV-BYTE not = 13
                       move 13 to CHAR-BYTE
                       perform QUEUE-BYTE
                       move 10 to CHAR-BYTE
                   end-if
                   perform QUEUE-BYTE
                   move 1 to AT-LINE-START
               when CHAR-BYTE = 46 and AT-LINE-START = 1
                   perform QUEUE-BYTE
                   perform QUEUE-BYTE
                   move 0 to AT-LINE-START
               when other
                   perform QUEUE-BYTE
                   move 0 to AT-LINE-START
           end-evaluate.
           move MAIL-BYTE-NUM to PREV-BYTE.

      *    ===========================================================
      *    > SMTP
      *    ===========================================================
       SMTP-COMMAND.
           if MB-PROTO-STATE (SLOT) = 1
               perform SMTP-MESSAGE-LINE
               go to SMTP-COMMAND-EXIT
           end-if.
           move LINE-UPPER (1:4) to VERB.
           move spaces to LOG-TEXT.
           string "smtp " LINE-WORK delimited by size into LOG-TEXT.
           perform WRITE-LOG-LINE.
           evaluate VERB
               when "HELO"
               when "EHLO"
                   move "250 colboy" to Q-TEXT
               when "AUTH"
                   move "235 authenticated" to Q-TEXT
               when "MAIL"
               when "RCPT"
               when "RSET"
               when "NOOP"
                   move "250 OK" to Q-TEXT
               when "DATA"
                   perform START-SENT-MESSAGE thru
                       START-SENT-MESSAGE-EXIT
               when "QUIT"
                   move "221 bye" to Q-TEXT
                   move 2 to MB-CONN-STATE (SLOT)
               when other
                   move "500 unknown command" to Q-TEXT
           end-evaluate.
           perform QUEUE-LINE.
       SMTP-COMMAND-EXIT.
           exit paragraph.

      *    > the next sent-NNN.txt not already on disk
       START-SENT-MESSAGE.
           move 0 to SCAN-DONE.
           perform PROBE-SENT-FILE varying FILE-NUM from 1 by 1
               until FILE-NUM > 999 or SCAN-DONE = 1.
           if SCAN-DONE = 0
               move "452 mailbox full" to Q-TEXT
               go to START-SENT-MESSAGE-EXIT
           end-if.
           open output SENT-FILE.
           if not SENT-STATUS-OK
               move "451 cannot file the message" to Q-TEXT
               go to START-SENT-MESSAGE-EXIT
           end-if.
           close SENT-FILE.
           move 1 to MB-PROTO-STATE (SLOT).
           move "354 end data with <CR><LF>.<CR><LF>" to Q-TEXT.
       START-SENT-MESSAGE-EXIT.
           exit paragraph.

       PROBE-SENT-FILE.
           move FILE-NUM to MB-SENT-NUM (SLOT).
           perform BUILD-SENT-PATH.
           move SENT-PATH to MAIL-PATH.
           open input MAIL-FILE.
           if MAIL-STATUS-OK
               close MAIL-FILE
           else
               move 1 to SCAN-DONE
           end-if.

       BUILD-SENT-PATH.
           move MB-SENT-NUM (SLOT) to FILE-NUM-DISPLAY.
           move spaces to SENT-PATH.
           string function trim(MOBILE-DIR) "/sent-"
               FILE-NUM-DISPLAY ".txt"
               delimited by size into SENT-PATH.

      *    > a lone dot ends the message; a leading dot was stuffed
       SMTP-MESSAGE-LINE.
           if LINE-WORK-LEN = 1 and LINE-WORK (1:1) = "."
               move 0 to MB-PROTO-STATE (SLOT)
               move MB-SENT-NUM (SLOT) to FILE-NUM-DISPLAY
               move spaces to LOG-TEXT
               string "smtp message filed as sent-"
                   FILE-NUM-DISPLAY ".txt"
                   delimited by size into LOG-TEXT
               perform WRITE-LOG-LINE
               move "250 OK message queued" to Q-TEXT
               perform QUEUE-LINE
           else
               perform BUILD-SENT-PATH
               open extend SENT-FILE
               if SENT-STATUS-OK
                   if LINE-WORK (1:1) = "."
                       move LINE-WORK (2:) to SENT-LINE
                   else
                       move LINE-WORK to SENT-LINE
                   end-if
                   write SENT-LINE
                   close SENT-FILE
               end-if
           end-if.

      *    ===========================================================
      *    > HTTP
      *    ===========================================================
       HTTP-LINE.
           if MB-PROTO-STATE (SLOT) not = 0
               go to HTTP-LINE-EXIT
           end-if.
           if MB-REQ-METHOD (SLOT) = spaces
               if LINE-WORK-LEN > 0
                   unstring LINE-WORK delimited by all space
                       into MB-REQ-METHOD (SLOT), MB-REQ-PATH (SLOT)
                   move function upper-case(MB-REQ-METHOD (SLOT))
                       to MB-REQ-METHOD (SLOT)
                   move spaces to LOG-TEXT
                   string "http " LINE-WORK delimited by size
                       into LOG-TEXT
                   perform WRITE-LOG-LINE
               end-if
               go to HTTP-LINE-EXIT
           end-if.
           if LINE-WORK-LEN = 0
               if MB-BODY-LEFT (SLOT) > 0
                   move 2 to MB-PROTO-STATE (SLOT)
               else
                   perform ANSWER-HTTP
               end-if
               go to HTTP-LINE-EXIT
           end-if.
           if LINE-UPPER (1:15) = "CONTENT-LENGTH:"
               move function numval(LINE-WORK (16:)) to
                   MB-BODY-LEFT (SLOT)
               move MB-BODY-LEFT (SLOT) to SIZE-DISPLAY
               move spaces to LOG-TEXT
               string "http request body " function
                   trim(SIZE-DISPLAY) " bytes"
                   delimited by size into LOG-TEXT
               perform WRITE-LOG-LINE
           end-if.
       HTTP-LINE-EXIT.
           exit paragraph.

      *    > the file's bytes go out untouched - news and download
      *    > payloads are binary as often as not. A path climbing
      *    > out of the www tree is refused like a missing file.
       ANSWER-HTTP.
           move 3 to MB-PROTO-STATE (SLOT).
           move 2 to MB-CONN-STATE (SLOT).
           if MB-REQ-PATH (SLOT) = "/"
               move "/index.html" to MB-REQ-PATH (SLOT)
           end-if.
           move 0 to DOT-COUNT.
           inspect MB-REQ-PATH (SLOT) tallying DOT-COUNT
               for all "..".
           move spaces to MAIL-PATH.
           string function trim(MOBILE-DIR) "/www"
               function trim(MB-REQ-PATH (SLOT))
               delimited by size into MAIL-PATH.
           move "99" to MAIL-STATUS-CD.
           if DOT-COUNT = 0
               open input MAIL-FILE
           end-if.
           if MAIL-STATUS-OK
               move "HTTP/1.0 200 OK" to Q-TEXT
               perform QUEUE-LINE
               move "Connection: close" to Q-TEXT
               perform QUEUE-LINE
               move spaces to Q-TEXT
               perform QUEUE-LINE
               move 0 to BYTE-COUNT
               move 0 to MAIL-EOF
               perform QUEUE-RAW-BYTE until MAIL-AT-EOF
               close MAIL-FILE
               move BYTE-COUNT to SIZE-DISPLAY
               move spaces to LOG-TEXT
               string "http 200 " function trim(MB-REQ-PATH (SLOT))
                   " " function trim(SIZE-DISPLAY) " bytes"
                   delimited by size into LOG-TEXT
           else
               move "HTTP/1.0 404 Not Found" to Q-TEXT
               perform QUEUE-LINE
               move "Connection: close" to Q-TEXT
               perform QUEUE-LINE
               move spaces to Q-TEXT
               perform QUEUE-LINE
               move spaces to LOG-TEXT
               string "http 404 " function trim(MB-REQ-PATH (SLOT))
                   delimited by size into LOG-TEXT
           end-if.
           perform WRITE-LOG-LINE.

       QUEUE-RAW-BYTE.
           read MAIL-FILE
               at end
                   move 1 to MAIL-EOF
               not at end
                   move MAIL-BYTE-NUM to CHAR-BYTE
                   perform QUEUE-BYTE
                   add 1 to BYTE-COUNT
           end-read.

      *    ===========================================================
      *    > shared plumbing
      *    ===========================================================
       SHUT-CONNECTION.
           if SLOT >= 1 and SLOT <= 2
               if not MB-CONN-IS-FREE (SLOT)
                   move 0 to MB-CONN-STATE (SLOT)
                   move 0 to MB-QUEUE-HEAD (SLOT)
                   move 0 to MB-QUEUE-TAIL (SLOT)
                   compute FILE-NUM = SLOT - 1
                   move FILE-NUM to NUM-DISPLAY
                   move spaces to LOG-TEXT
                   string "tcp close connection "
                       function trim(NUM-DISPLAY)
                       delimited by size into LOG-TEXT
                   perform WRITE-LOG-LINE
               end-if
           end-if.

      *    > Q-TEXT without its trailing spaces, then CR LF
       QUEUE-LINE.
           if Q-TEXT = spaces
               move 0 to Q-LEN
           else
               compute Q-LEN = function length(function trim(Q-TEXT
                   trailing))
           end-if.
           perform QUEUE-TEXT-CHAR varying Q-I from 1 by 1
               until Q-I > Q-LEN.
           move 13 to CHAR-BYTE.
           perform QUEUE-BYTE.
           move 10 to CHAR-BYTE.
           perform QUEUE-BYTE.

       QUEUE-TEXT-CHAR.
           move Q-TEXT (Q-I:1) to CHAR-TEXT.
           perform QUEUE-BYTE.

       QUEUE-BYTE.
           if MB-QUEUE-TAIL (SLOT) < 32768
               add 1 to MB-QUEUE-TAIL (SLOT)
               move CHAR-BYTE to
                   MB-QUEUE-BYTE (SLOT, MB-QUEUE-TAIL (SLOT))
           else
               move 1 to QUEUE-FULL
           end-if.

       WRITE-LOG-LINE.
           move spaces to LOG-PATH.
           string function trim(MOBILE-DIR) "/adapter.log"
               delimited by size into LOG-PATH.
           move function current-date to STAMP-TEXT.
           open extend LOG-FILE.
           if not LOG-STATUS-OK
               open output LOG-FILE
           end-if.
           if LOG-STATUS-OK
               move spaces to LOG-LINE
               string STAMP-TEXT (1:4) "-" STAMP-TEXT (5:2) "-"
                   STAMP-TEXT (7:2) " " STAMP-TEXT (9:2) ":"
                   STAMP-TEXT (11:2) ":" STAMP-TEXT (13:2) " "
                   LOG-TEXT delimited by size into LOG-LINE
               write LOG-LINE
               close LOG-FILE
           end-if.
       end program MOBILE_MAILBOX.
