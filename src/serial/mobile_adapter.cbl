      *    ColBoy: The worlds best GameBoy Emulator
      *    Written by Grace
      *
      *    Mobile Adapter GB on the other end of the link cable:
      *    SERIAL_STEP hands over every byte the game ships out and
      *    takes back the byte the adapter shifts in on the same
      *    transfer. The game sends a packet - 0x99 0x66 magic, the
      *    command, a zero, a big-endian length, the data and a
      *    big-endian checksum of everything after the magic - then
      *    its device id (the adapter answers 0x88, the blue PDC
      *    model) and a zero (answered with the command with bit 7
      *    set, or 0xF1 for a bad checksum). The adapter's reply
      *    packet then comes back byte by byte while the game clocks
      *    idle bytes, in the same shape, followed by the adapter's
      *    own device-id/acknowledge pair. While it has nothing to
      *    say the adapter answers 0xD2.
      *
      *    Commands honoured:
      *
      *      0x10 begin session      0x11 end session
      *      0x12 dial               0x13 hang up
      *      0x14 wait for a call    0x15 transfer data
      *      0x16 reset              0x17 line status
      *      0x18 32-bit mode        0x19 read configuration
      *      0x1A write configuration
      *      0x21 ISP login          0x22 ISP logout
      *      0x23 open TCP           0x24 close TCP
      *      0x28 DNS query
      *
      *    There is no telephone network: the call connects to
      *    nobody in particular, every host name resolves to the
      *    mailbox, and TCP traffic goes to MOBILE_MAILBOX, which
      *    plays the servers out of the mailbox directory. Anything
      *    the adapter cannot do comes back as the 0xEE error packet
      *    carrying the command and an error code, as the real unit
      *    reports it.
       identification division.
       program-id. MOBILE_ADAPTER.
       environment division.
       input-output section.
       file-control.
           select CONFIG-FILE assign to CONFIG-PATH
               organization is sequential
               file status is CONFIG-STATUS-CD.
       data division.
       file section.
       fd  CONFIG-FILE
           record contains 1 characters.
           01 CONFIG-REC pic x(1).
           01 CONFIG-REC-NUM redefines CONFIG-REC
               binary-char unsigned.
       working-storage section.
           copy mobile_ctl.

      * ====== LOCAL =======
           01 CONFIG-PATH pic x(256) value spaces.
           01 CONFIG-STATUS-CD pic xx value spaces.
               88 CONFIG-STATUS-OK value "00".
           01 CONFIG-I binary-short unsigned value 0.
           01 CONFIG-OFFSET binary-short unsigned value 0.
           01 CONFIG-COUNT binary-short unsigned value 0.

           01 NET-ACTION pic x(4) value spaces.
           01 NET-CONN binary-char unsigned value 0.
           01 NET-PORT binary-short unsigned value 0.
           01 NET-TEXT pic x(120) value spaces.

           01 IN-COUNT binary-short unsigned value 0.
           01 REPLY-COMMAND binary-char unsigned value 0.
           01 REPLY-LEN binary-short unsigned value 0.
           01 PUT-VAL binary-char unsigned value 0.
           01 PUT-I binary-short unsigned value 0.
           01 TAKE-I binary-short unsigned value 0.
           01 OUT-SUM binary-long unsigned value 0.
           01 SUM-HIGH binary-long unsigned value 0.
           01 SUM-LOW binary-long unsigned value 0.
           01 ERROR-CODE binary-char unsigned value 0.
           01 LINE-STATUS binary-char unsigned value 0.

      *    > the adapter's own address handed out at login, and the
      *    > one every DNS query resolves to
           01 OWN-ADDRESS-INIT.
               05 filler pic 9(3) value 127.
               05 filler pic 9(3) value 000.
               05 filler pic 9(3) value 000.
               05 filler pic 9(3) value 002.
               05 filler pic 9(3) value 127.
               05 filler pic 9(3) value 000.
               05 filler pic 9(3) value 000.
               05 filler pic 9(3) value 001.
           01 OWN-ADDRESS-TABLE redefines OWN-ADDRESS-INIT.
               05 OWN-ADDRESS-OCTET pic 9(3) occurs 8 times.

           01 CHAR-BYTE binary-char unsigned value 0.
           01 CHAR-TEXT redefines CHAR-BYTE pic x(1).
           01 NAME-TEXT pic x(64) value spaces.
           01 NAME-LEN binary-short unsigned value 0.
           01 NAME-START binary-short unsigned value 0.
           01 ID-LEN binary-short unsigned value 0.
           01 PASS-LEN binary-short unsigned value 0.
           01 DNS-BASE binary-short unsigned value 0.
           01 NUM-DISPLAY pic z(4)9 value 0.
           01 OCTET-DISPLAY pic zz9 occurs 4 times.
       linkage section.
           01 SENT-BYTE binary-char unsigned.
           01 RESPONSE-BYTE binary-char unsigned.
       procedure division using by value SENT-BYTE,
           by reference RESPONSE-BYTE.
       MAIN.
           move 210 to RESPONSE-BYTE.
           evaluate MA-PHASE
               when 0
                   if SENT-BYTE = 153
                       move 1 to MA-PHASE
                   end-if
               when 1
                   if SENT-BYTE = 102
                       move 2 to MA-PHASE
                       move 0 to MA-HEADER-I
                       move 0 to MA-CHECKSUM-CALC
                   else
                       if SENT-BYTE not = 153
                           move 0 to MA-PHASE
                       end-if
                   end-if
               when 2
                   perform TAKE-HEADER-BYTE
               when 3
                   perform TAKE-DATA-BYTE
               when 4
                   move SENT-BYTE to MA-CHECKSUM-IN
                   move 5 to MA-PHASE
               when 5
                   compute MA-CHECKSUM-IN = (MA-CHECKSUM-IN * 256)
                       + SENT-BYTE
                   move 6 to MA-PHASE
               when 6
      *            > the game's device id - answer with ours
                   move 136 to RESPONSE-BYTE
                   move 7 to MA-PHASE
               when 7
                   perform ACKNOWLEDGE-PACKET
               when 8
                   perform SEND-REPLY-BYTE
           end-evaluate.

       MAIN-EXIT.
           exit program.

       TAKE-HEADER-BYTE.
           compute MA-CHECKSUM-CALC = function mod(
               MA-CHECKSUM-CALC + SENT-BYTE, 65536).
           evaluate MA-HEADER-I
               when 0
                   move SENT-BYTE to MA-COMMAND
               when 2
                   compute MA-LENGTH = SENT-BYTE * 256
               when 3
                   add SENT-BYTE to MA-LENGTH
                   move 0 to MA-DATA-I
                   if MA-LENGTH = 0
                       move 4 to MA-PHASE
                   else
                       move 3 to MA-PHASE
                   end-if
           end-evaluate.
           add 1 to MA-HEADER-I.

      *    > no command carries more than a few hundred bytes - the
      *    > excess still counts toward the checksum
       TAKE-DATA-BYTE.
           compute MA-CHECKSUM-CALC = function mod(
               MA-CHECKSUM-CALC + SENT-BYTE, 65536).
           add 1 to MA-DATA-I.
           if MA-DATA-I <= 512
               move SENT-BYTE to MA-IN-BYTE (MA-DATA-I)
           end-if.
           if MA-DATA-I >= MA-LENGTH
               move 4 to MA-PHASE
           end-if.

       ACKNOWLEDGE-PACKET.
           if MA-CHECKSUM-IN not = MA-CHECKSUM-CALC
               move 241 to RESPONSE-BYTE
               move 0 to MA-PHASE
               move "checksum error - packet dropped" to NET-TEXT
               perform LOG-NOTE
           else
               if MA-COMMAND < 128
                   compute RESPONSE-BYTE = MA-COMMAND + 128
               else
                   compute RESPONSE-BYTE = MA-COMMAND - 128
               end-if
               perform RUN-COMMAND
               move 0 to MA-OUT-I
               move 8 to MA-PHASE
           end-if.

       SEND-REPLY-BYTE.
           add 1 to MA-OUT-I.
           if MA-OUT-I <= MA-OUT-LEN
               move MA-OUT-BYTE (MA-OUT-I) to RESPONSE-BYTE
           end-if.
           if MA-OUT-I >= MA-OUT-LEN
               move 0 to MA-PHASE
           end-if.

       RUN-COMMAND.
           move MA-LENGTH to IN-COUNT.
           if IN-COUNT > 512
               move 512 to IN-COUNT
           end-if.
           compute REPLY-COMMAND = function mod(MA-COMMAND, 128)
               + 128.
           move 0 to REPLY-LEN.
           evaluate MA-COMMAND
               when 16
                   perform BEGIN-SESSION
               when 17
                   perform DROP-NETWORK
                   move 0 to MA-SESSION
                   move "session end" to NET-TEXT
                   perform LOG-NOTE
               when 18
                   perform DIAL-NUMBER
               when 19
                   perform DROP-NETWORK
                   move "hang up" to NET-TEXT
                   perform LOG-NOTE
               when 20
      *            > nobody ever rings the mailbox
                   move 0 to ERROR-CODE
                   perform BUILD-ERROR-REPLY
               when 21
                   perform TRANSFER-DATA thru TRANSFER-DATA-EXIT
               when 22
                   perform DROP-NETWORK
                   move "adapter reset" to NET-TEXT
                   perform LOG-NOTE
               when 23
                   perform REPORT-LINE-STATUS
               when 24
                   continue
               when 25
                   perform READ-CONFIG thru READ-CONFIG-EXIT
               when 26
                   perform WRITE-CONFIG thru WRITE-CONFIG-EXIT
               when 33
                   perform ISP-LOGIN thru ISP-LOGIN-EXIT
               when 34
                   perform CLOSE-ALL-CONNECTIONS
                   move 0 to MA-LOGIN
                   move "isp logout" to NET-TEXT
                   perform LOG-NOTE
               when 35
                   perform OPEN-TCP thru OPEN-TCP-EXIT
               when 36
                   perform CLOSE-TCP
               when 40
                   perform DNS-QUERY
               when other
                   move MA-COMMAND to NUM-DISPLAY
                   move spaces to NET-TEXT
                   string "unsupported command "
                       function trim(NUM-DISPLAY)
                       delimited by size into NET-TEXT
                   perform LOG-NOTE
                   move 0 to ERROR-CODE
                   perform BUILD-ERROR-REPLY
           end-evaluate.
           perform FRAME-REPLY.

      *    > the game sends "NINTENDO" and expects it echoed back
       BEGIN-SESSION.
           move 1 to MA-SESSION.
           if not MA-CONFIG-IS-LOADED
               perform LOAD-CONFIG
           end-if.
           perform ECHO-IN-BYTE varying TAKE-I from 1 by 1
               until TAKE-I > IN-COUNT.
           move "session begin" to NET-TEXT.
           perform LOG-NOTE.

       ECHO-IN-BYTE.
           move MA-IN-BYTE (TAKE-I) to PUT-VAL.
           perform PUT-REPLY-BYTE.

      *    > a leading zero byte, then the number as ASCII digits
       DIAL-NUMBER.
           move 1 to MA-LINE.
           move 2 to NAME-START.
           perform TAKE-NAME-TEXT.
           move spaces to NET-TEXT.
           string "dial " function trim(NAME-TEXT)
               delimited by size into NET-TEXT.
           perform LOG-NOTE.

      *    > NAME-TEXT from MA-IN-BYTE (NAME-START) to the end of
      *    > the data, printable characters only
       TAKE-NAME-TEXT.
           move spaces to NAME-TEXT.
           move 0 to NAME-LEN.
           perform TAKE-NAME-CHAR varying TAKE-I from NAME-START by 1
               until TAKE-I > IN-COUNT.

       TAKE-NAME-CHAR.
           move MA-IN-BYTE (TAKE-I) to CHAR-BYTE.
           if NAME-LEN < 64 and CHAR-BYTE > 31 and CHAR-BYTE < 127
               add 1 to NAME-LEN
               move CHAR-TEXT to NAME-TEXT (NAME-LEN:1)
           end-if.

      *    > the first data byte names the connection; 0xFF is the
      *    > bare telephone line, where no other party answers. A
      *    > connection the far end has closed answers 0x9F instead.
       TRANSFER-DATA.
           if MA-LINE-IS-IDLE or IN-COUNT = 0
               move 1 to ERROR-CODE
               perform BUILD-ERROR-REPLY
               go to TRANSFER-DATA-EXIT
           end-if.
           move MA-IN-BYTE (1) to NET-CONN.
           move NET-CONN to PUT-VAL.
           perform PUT-REPLY-BYTE.
           if NET-CONN = 255
               go to TRANSFER-DATA-EXIT
           end-if.

           move 0 to MA-XFER-LEN.
           perform STAGE-XFER-BYTE varying TAKE-I from 2 by 1
               until TAKE-I > IN-COUNT.
           move "xfer" to NET-ACTION.
           call "MOBILE_MAILBOX" using by reference NET-ACTION,
               by reference NET-CONN, by reference NET-PORT,
               by reference NET-TEXT.
           perform RETURN-XFER-BYTE varying TAKE-I from 1 by 1
               until TAKE-I > MA-XFER-LEN.
           if MA-XFER-PEER-CLOSED
               move 159 to REPLY-COMMAND
           end-if.
       TRANSFER-DATA-EXIT.
           exit paragraph.

       STAGE-XFER-BYTE.
           if MA-XFER-LEN < 256
               add 1 to MA-XFER-LEN
               move MA-IN-BYTE (TAKE-I) to MA-XFER-BYTE (MA-XFER-LEN)
           end-if.

       RETURN-XFER-BYTE.
           move MA-XFER-BYTE (TAKE-I) to PUT-VAL.
           perform PUT-REPLY-BYTE.

      *    > status byte, then the 0x4D the real unit always sends
      *    > and a zero
       REPORT-LINE-STATUS.
           evaluate true
               when MA-IS-LOGGED-IN
                   move 5 to LINE-STATUS
               when MA-LINE-IS-CONNECTED
                   move 4 to LINE-STATUS
               when other
                   move 0 to LINE-STATUS
           end-evaluate.
           move LINE-STATUS to PUT-VAL.
           perform PUT-REPLY-BYTE.
           move 77 to PUT-VAL.
           perform PUT-REPLY-BYTE.
           move 0 to PUT-VAL.
           perform PUT-REPLY-BYTE.

      *    > offset and count in; offset and the bytes back out
       READ-CONFIG.
           if IN-COUNT < 2
               move 2 to ERROR-CODE
               perform BUILD-ERROR-REPLY
               go to READ-CONFIG-EXIT
           end-if.
           move MA-IN-BYTE (1) to CONFIG-OFFSET.
           move MA-IN-BYTE (2) to CONFIG-COUNT.
           if CONFIG-OFFSET + CONFIG-COUNT > 192
               move 2 to ERROR-CODE
               perform BUILD-ERROR-REPLY
               go to READ-CONFIG-EXIT
           end-if.
           if not MA-CONFIG-IS-LOADED
               perform LOAD-CONFIG
           end-if.
           move CONFIG-OFFSET to PUT-VAL.
           perform PUT-REPLY-BYTE.
           perform RETURN-CONFIG-BYTE varying CONFIG-I from 1 by 1
               until CONFIG-I > CONFIG-COUNT.
       READ-CONFIG-EXIT.
           exit paragraph.

       RETURN-CONFIG-BYTE.
           move MA-CONFIG-BYTE (CONFIG-OFFSET + CONFIG-I) to PUT-VAL.
           perform PUT-REPLY-BYTE.

      *    > offset then the bytes; the whole memory goes back to
      *    > disk straight away, as the adapter's EEPROM would keep it
       WRITE-CONFIG.
           if IN-COUNT < 1
               move 2 to ERROR-CODE
               perform BUILD-ERROR-REPLY
               go to WRITE-CONFIG-EXIT
           end-if.
           move MA-IN-BYTE (1) to CONFIG-OFFSET.
           compute CONFIG-COUNT = IN-COUNT - 1.
           if CONFIG-OFFSET + CONFIG-COUNT > 192
               move 2 to ERROR-CODE
               perform BUILD-ERROR-REPLY
               go to WRITE-CONFIG-EXIT
           end-if.
           if not MA-CONFIG-IS-LOADED
               perform LOAD-CONFIG
           end-if.
           perform STORE-CONFIG-BYTE varying CONFIG-I from 1 by 1
               until CONFIG-I > CONFIG-COUNT.
           perform SAVE-CONFIG.
           move CONFIG-OFFSET to PUT-VAL.
           perform PUT-REPLY-BYTE.
           move CONFIG-COUNT to PUT-VAL.
           perform PUT-REPLY-BYTE.
           move CONFIG-COUNT to NUM-DISPLAY.
           move spaces to NET-TEXT.
           string "configuration written, "
               function trim(NUM-DISPLAY) " bytes"
               delimited by size into NET-TEXT.
           perform LOG-NOTE.
       WRITE-CONFIG-EXIT.
           exit paragraph.

       STORE-CONFIG-BYTE.
           move MA-IN-BYTE (1 + CONFIG-I) to
               MA-CONFIG-BYTE (CONFIG-OFFSET + CONFIG-I).

      *    > id length, id, password length, password, then the two
      *    > DNS servers; the reply is our address and the two DNS
      *    > servers back
       ISP-LOGIN.
           if MA-LINE-IS-IDLE or IN-COUNT < 1
               move 1 to ERROR-CODE
               perform BUILD-ERROR-REPLY
               go to ISP-LOGIN-EXIT
           end-if.
           move MA-IN-BYTE (1) to ID-LEN.
           if ID-LEN + 2 > IN-COUNT
               move 2 to ERROR-CODE
               perform BUILD-ERROR-REPLY
               go to ISP-LOGIN-EXIT
           end-if.
           move MA-IN-BYTE (ID-LEN + 2) to PASS-LEN.
           compute DNS-BASE = ID-LEN + PASS-LEN + 2.
           move 1 to MA-LOGIN.

           move spaces to NAME-TEXT.
           move 0 to NAME-LEN.
           perform TAKE-NAME-CHAR varying TAKE-I from 2 by 1
               until TAKE-I > ID-LEN + 1 or TAKE-I > IN-COUNT.
           move spaces to NET-TEXT.
           string "isp login " function trim(NAME-TEXT)
               delimited by size into NET-TEXT.
           perform LOG-NOTE.

           perform RETURN-OWN-OCTET varying TAKE-I from 1 by 1
               until TAKE-I > 4.
           perform RETURN-DNS-OCTET varying TAKE-I from 1 by 1
               until TAKE-I > 8.
       ISP-LOGIN-EXIT.
           exit paragraph.

       RETURN-OWN-OCTET.
           move OWN-ADDRESS-OCTET (TAKE-I) to PUT-VAL.
           perform PUT-REPLY-BYTE.

       RETURN-DNS-OCTET.
           if DNS-BASE + TAKE-I <= IN-COUNT
               move MA-IN-BYTE (DNS-BASE + TAKE-I) to PUT-VAL
           else
               move 0 to PUT-VAL
           end-if.
           perform PUT-REPLY-BYTE.

      *    > four address bytes and a big-endian port; the mailbox
      *    > picks the server by port whatever the address
       OPEN-TCP.
           if not MA-IS-LOGGED-IN or IN-COUNT < 6
               move 1 to ERROR-CODE
               perform BUILD-ERROR-REPLY
               go to OPEN-TCP-EXIT
           end-if.
           compute NET-PORT = (MA-IN-BYTE (5) * 256) + MA-IN-BYTE (6).
           move "open" to NET-ACTION.
           call "MOBILE_MAILBOX" using by reference NET-ACTION,
               by reference NET-CONN, by reference NET-PORT,
               by reference NET-TEXT.
           if NET-CONN = 255
               move 0 to ERROR-CODE
               perform BUILD-ERROR-REPLY
               go to OPEN-TCP-EXIT
           end-if.
           move NET-CONN to PUT-VAL.
           perform PUT-REPLY-BYTE.

           perform SHOW-OCTET varying TAKE-I from 1 by 1
               until TAKE-I > 4.
           move NET-PORT to NUM-DISPLAY.
           move spaces to NET-TEXT.
           string "tcp open " function trim(OCTET-DISPLAY (1)) "."
               function trim(OCTET-DISPLAY (2)) "."
               function trim(OCTET-DISPLAY (3)) "."
               function trim(OCTET-DISPLAY (4)) ":"
               function trim(NUM-DISPLAY)
               delimited by size into NET-TEXT.
           perform LOG-NOTE.
       OPEN-TCP-EXIT.
           exit paragraph.

       SHOW-OCTET.
           move MA-IN-BYTE (TAKE-I) to OCTET-DISPLAY (TAKE-I).

       CLOSE-TCP.
           if IN-COUNT > 0
               move MA-IN-BYTE (1) to NET-CONN
           else
               move 255 to NET-CONN
           end-if.
           move "shut" to NET-ACTION.
           call "MOBILE_MAILBOX" using by reference NET-ACTION,
               by reference NET-CONN, by reference NET-PORT,
               by reference NET-TEXT.
           move NET-CONN to PUT-VAL.
           perform PUT-REPLY-BYTE.

      *    > every name lands on the mailbox
       DNS-QUERY.
           move 1 to NAME-START.
           perform TAKE-NAME-TEXT.
           perform RETURN-OWN-OCTET varying TAKE-I from 5 by 1
               until TAKE-I > 8.
           move spaces to NET-TEXT.
           string "dns " function trim(NAME-TEXT)
               delimited by size into NET-TEXT.
           perform LOG-NOTE.

      *    > hanging up ends the login and every connection with it
       DROP-NETWORK.
           perform CLOSE-ALL-CONNECTIONS.
           move 0 to MA-LOGIN.
           move 0 to MA-LINE.

       CLOSE-ALL-CONNECTIONS.
           move "drop" to NET-ACTION.
           call "MOBILE_MAILBOX" using by reference NET-ACTION,
               by reference NET-CONN, by reference NET-PORT,
               by reference NET-TEXT.

       BUILD-ERROR-REPLY.
           move 238 to REPLY-COMMAND.
           move 0 to REPLY-LEN.
           move MA-COMMAND to PUT-VAL.
           perform PUT-REPLY-BYTE.
           move ERROR-CODE to PUT-VAL.
           perform PUT-REPLY-BYTE.

       PUT-REPLY-BYTE.
           if REPLY-LEN < 256
               add 1 to REPLY-LEN
               move PUT-VAL to MA-OUT-BYTE (6 + REPLY-LEN)
           end-if.

      *    > magic, header, data, checksum, then our device id and
      *    > the acknowledge slot
       FRAME-REPLY.
           move 153 to MA-OUT-BYTE (1).
           move 102 to MA-OUT-BYTE (2).
           move REPLY-COMMAND to MA-OUT-BYTE (3).
           move 0 to MA-OUT-BYTE (4).
           divide REPLY-LEN by 256 giving SUM-HIGH
               remainder SUM-LOW.
           move SUM-HIGH to MA-OUT-BYTE (5).
           move SUM-LOW to MA-OUT-BYTE (6).
           move 0 to OUT-SUM.
           perform ADD-REPLY-SUM varying PUT-I from 3 by 1
               until PUT-I > 6 + REPLY-LEN.
           compute OUT-SUM = function mod(OUT-SUM, 65536).
           divide OUT-SUM by 256 giving SUM-HIGH
               remainder SUM-LOW.
           move SUM-HIGH to MA-OUT-BYTE (7 + REPLY-LEN).
           move SUM-LOW to MA-OUT-BYTE (8 + REPLY-LEN).
           move 136 to MA-OUT-BYTE (9 + REPLY-LEN).
           move 0 to MA-OUT-BYTE (10 + REPLY-LEN).
           compute MA-OUT-LEN = 10 + REPLY-LEN.

       ADD-REPLY-SUM.
           add MA-OUT-BYTE (PUT-I) to OUT-SUM.

      *    > a missing file is a factory-fresh adapter - all zeros
       LOAD-CONFIG.
           perform CLEAR-CONFIG-BYTE varying CONFIG-I from 1 by 1
               until CONFIG-I > 192.
           perform BUILD-CONFIG-PATH.
           open input CONFIG-FILE.
           if CONFIG-STATUS-OK
               move 0 to CONFIG-I
               perform LOAD-CONFIG-BYTE until CONFIG-I >= 192
                   or not CONFIG-STATUS-OK
               close CONFIG-FILE
           end-if.
           move 1 to MA-CONFIG-LOADED.

       CLEAR-CONFIG-BYTE.
           move 0 to MA-CONFIG-BYTE (CONFIG-I).

       LOAD-CONFIG-BYTE.
           read CONFIG-FILE
               at end
                   continue
               not at end
                   add 1 to CONFIG-I
                   move CONFIG-REC-NUM to MA-CONFIG-BYTE (CONFIG-I)
           end-read.

       SAVE-CONFIG.
           perform BUILD-CONFIG-PATH.
           open output CONFIG-FILE.
           if not CONFIG-STATUS-OK
               display "WARNING: cannot write " function
                   trim(CONFIG-PATH)
           else
               perform SAVE-CONFIG-BYTE varying CONFIG-I from 1 by 1
                   until CONFIG-I > 192
               close CONFIG-FILE
           end-if.

       SAVE-CONFIG-BYTE.
           move MA-CONFIG-BYTE (CONFIG-I) to CONFIG-REC-NUM.
           write CONFIG-REC.

       BUILD-CONFIG-PATH.
           move spaces to CONFIG-PATH.
           string function trim(MOBILE-DIR) "/adapter-config.bin"
               delimited by size into CONFIG-PATH.

       LOG-NOTE.
           move "note" to NET-ACTION.
           call "MOBILE_MAILBOX" using by reference NET-ACTION,
               by reference NET-CONN, by reference NET-PORT,
               by reference NET-TEXT.
       end program MOBILE_ADAPTER.
