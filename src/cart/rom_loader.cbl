      *    MBC) cartridges and the CPU's first fetch both just work.
      *    ROM-SIZE comes back holding how many bytes were actually
      *    read, for callers that want to validate the cartridge
      *    header or its declared ROM size. A ROM that cannot be
      *    opened at all comes back with ROM-SIZE zero.
       identification division.
       program-id. ROM_LOADER.
       environment division.
       input-output section.
       file-control.
           select ROM-FILE assign to ROM-PATH
               organization is sequential
               file status is FILE-STATUS-CD.
       data division.
       file section.
       fd  ROM-FILE

           01 ROM-ADDR binary-long unsigned value 0.
           01 FILE-STATUS-CD pic xx value spaces.
               88 FILE-STATUS-OK value "00".
               88 FILE-STATUS-EOF value "10".
           01 MIRROR-I binary-long unsigned value 0.
       linkage section.
      *    > previous load's end-of-file latch
           move spaces to FILE-STATUS-CD.
           open input ROM-FILE.
           if FILE-STATUS-OK
               perform READ-ROM-BYTE until FILE-STATUS-EOF
               close ROM-FILE
           end-if.
           move ROM-SIZE to ROM-BANK-COUNT.

           move 0 to MIRROR-I.
