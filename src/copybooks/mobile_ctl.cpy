      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared Mobile Adapter GB state copybook.
      *
      *    Off by default - MAIN-DRIVER's MOBILE flag (or a per-title
      *    profile's MOBILE= line) arms it and names the mailbox
      *    directory that stands in for the telephone network. With
      *    it on, SERIAL_STEP hands every byte the game ships out to
      *    MOBILE_ADAPTER, which speaks the adapter's packet protocol
      *    (0x99 0x66 magic, command, length, data, checksum, then
      *    the device-id/acknowledge pair) and keeps the session,
      *    line and login state a real adapter would. TCP traffic
      *    goes on to MOBILE_MAILBOX, which plays the far end: a
      *    POP3 server over the inbox-NNN.txt files, an SMTP server
      *    that files outgoing mail as sent-NNN.txt, and an HTTP
      *    server over the www tree - all inside the mailbox
      *    directory, with every step written to adapter.log there.
           01 MOBILE-CTL external.
               05 MOBILE-ENABLED binary-char unsigned value 0.
                   88 MOBILE-IS-ON value 1.
               05 MOBILE-DIR pic x(200) value spaces.

      *        > packet being received from the game
               05 MA-PHASE binary-char unsigned value 0.
               05 MA-HEADER-I binary-char unsigned value 0.
               05 MA-COMMAND binary-char unsigned value 0.
               05 MA-LENGTH binary-short unsigned value 0.
               05 MA-DATA-I binary-short unsigned value 0.
               05 MA-CHECKSUM-IN binary-long unsigned value 0.
               05 MA-CHECKSUM-CALC binary-long unsigned value 0.
               05 MA-IN-BYTE binary-char unsigned occurs 512 times.

      *        > reply packet being clocked back out, magic through
      *        > the trailing device-id/acknowledge pair
               05 MA-OUT-LEN binary-short unsigned value 0.
               05 MA-OUT-I binary-short unsigned value 0.
               05 MA-OUT-BYTE binary-char unsigned occurs 272 times.

               05 MA-SESSION binary-char unsigned value 0.
                   88 MA-SESSION-IS-OPEN value 1.
               05 MA-LINE binary-char unsigned value 0.
                   88 MA-LINE-IS-IDLE value 0.
                   88 MA-LINE-IS-CONNECTED value 1.
               05 MA-LOGIN binary-char unsigned value 0.
                   88 MA-IS-LOGGED-IN value 1.

      *        > the adapter's 192-byte configuration memory, kept
      *        > as adapter-config.bin in the mailbox directory
               05 MA-CONFIG-LOADED binary-char unsigned value 0.
                   88 MA-CONFIG-IS-LOADED value 1.
               05 MA-CONFIG-BYTE binary-char unsigned
                   occurs 192 times.

      *        > one transfer's payload between the two programs -
      *        > the game's bytes going in, the server's coming back
               05 MA-XFER-LEN binary-short unsigned value 0.
               05 MA-XFER-BYTE binary-char unsigned
                   occurs 256 times.
               05 MA-XFER-CLOSED binary-char unsigned value 0.
                   88 MA-XFER-PEER-CLOSED value 1.

      *        > the adapter holds two TCP connections at most
               05 MB-CONN occurs 2 times.
                   10 MB-CONN-STATE binary-char unsigned.
                       88 MB-CONN-IS-FREE value 0.
                       88 MB-CONN-IS-OPEN value 1.
                       88 MB-CONN-IS-CLOSING value 2.
                   10 MB-CONN-PORT binary-short unsigned.
      *            > 0 reading lines, 1 SMTP message text, 2 HTTP
      *            > request body, 3 answered
                   10 MB-PROTO-STATE binary-char unsigned.
                   10 MB-LINE-LEN binary-short unsigned.
                   10 MB-LINE pic x(256).
                   10 MB-REQ-METHOD pic x(8).
                   10 MB-REQ-PATH pic x(200).
                   10 MB-BODY-LEFT binary-long unsigned.
                   10 MB-SENT-NUM binary-short unsigned.
                   10 MB-QUEUE-HEAD binary-long unsigned.
                   10 MB-QUEUE-TAIL binary-long unsigned.
                   10 MB-QUEUE-BYTE binary-char unsigned
                       occurs 32768 times.

      *        > the POP3 view of the inbox, taken when a
      *        > connection to port 110 opens
               05 MB-INBOX-COUNT binary-short unsigned value 0.
               05 MB-INBOX-ENTRY occurs 99 times.
                   10 MB-INBOX-SIZE binary-long unsigned.
                   10 MB-INBOX-DELETED binary-char unsigned.
                       88 MB-INBOX-IS-DELETED value 1.
