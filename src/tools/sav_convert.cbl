                       " [out.raw]"
                   display "       sav_convert IMPORT <raw-image>"
                       " <rom-file> [out.sav]"
                   move 12 to return-code
           end-evaluate.
           stop run.

       EXPORT-TO-RAW.
           if IN-PATH = spaces
               display "EXPORT needs the .sav to convert"
               move 12 to return-code
               go to EXPORT-TO-RAW-EXIT
           end-if.
           move 0 to IN-EOF.
           open input IN-FILE.
           if not IN-STATUS-OK
               display "cannot open " function trim(IN-PATH)
               move 12 to return-code
               go to EXPORT-TO-RAW-EXIT
           end-if.
           perform READ-SAV-HEADER.
               display function trim(IN-PATH) " has no CBSV header"
                   " - it is already a raw image"
               close IN-FILE
               move 12 to return-code
               go to EXPORT-TO-RAW-EXIT
           end-if.

               or SAV-CHECKSUM not = HDR-CHECKSUM
               display function trim(IN-PATH) " is truncated or"
                   " corrupt - not exporting it"
               move 12 to return-code
               go to EXPORT-TO-RAW-EXIT
           end-if.

       IMPORT-FROM-RAW.
           if IN-PATH = spaces or OUT-ARG = spaces
               display "IMPORT needs the raw image and its ROM"
               move 12 to return-code
               go to IMPORT-FROM-RAW-EXIT
           end-if.
           move OUT-ARG to ROM-PATH.

           call "ROM_LOADER" using by reference ROM-PATH,
      -         by reference ROM-SIZE.
           if ROM-SIZE = 0
               display "cannot read " function trim(ROM-PATH)
               move 12 to return-code
               go to IMPORT-FROM-RAW-EXIT
           end-if.
           call "CART_HEADER_CHECK".
           call "MBC_INIT".
           if not CART-HEADER-OK
               display "the ROM's header checksum fails - refusing"
                   " to guess its RAM size"
               move 12 to return-code
               go to IMPORT-FROM-RAW-EXIT
           end-if.
           if CART-RAM-BYTE-COUNT = 0
               display function trim(CART-TITLE) " has no external"
                   " RAM - nothing to import"
               move 12 to return-code
               go to IMPORT-FROM-RAW-EXIT
           end-if.

           open input IN-FILE.
           if not IN-STATUS-OK
               display "cannot open " function trim(IN-PATH)
               move 12 to return-code
               go to IMPORT-FROM-RAW-EXIT
           end-if.
           move 0 to COPY-COUNT.
