      *    Written by Grace
      *
      *    Writes a battery-backed cartridge's external RAM out to a
      *    .sav file next to the ROM on shutdown - the player's own
      *    <rom>@<player>.sav when one is named (see SAVE_NAME), so
      *    two people on one box never overwrite each other's
      *    progress - mirroring SRAM_LOAD's choice of source: the
      *    RAM-BANKS backing store for banked carts, or the live
      *    0xA000-0xBFFF MEMORY-R window for unbanked
      *    ROM+RAM+BATTERY carts.
      *
      *    The file opens with a CBSV header - magic, format version,
      *    owning CART-TITLE, payload length and checksum, and (in
           copy mbc.
           copy ram_banks.
           copy cart_header.
           copy save_lock_ctl.

           01 SAV-PATH pic x(260) value spaces.
           01 SAV-SUFFIX pic x(8) value ".sav".
           01 NAMED-PATH pic x(256) value spaces.
           01 SAV-ADDR binary-long unsigned value 0.

      *    > pass 1 sums the RAM image for the header, pass 2 writes
           if not CART-BATTERY-BACKED or CART-RAM-BYTE-COUNT = 0
               go to MAIN-EXIT
           end-if.
      *    > another instance holds this save set - its .sav is its
      *    > own to write, and rotating it here would lose a
      *    > generation of the holder's progress
           if SAVE-LOCK-IS-READ-ONLY
               display "battery RAM not saved - the save set is held"
                   " by " function trim(SAVE-LOCK-HOLDER)
               go to MAIN-EXIT
           end-if.

           call "SAVE_NAME" using by reference ROM-PATH,
               by reference SAV-SUFFIX, by reference NAMED-PATH.
           move NAMED-PATH to SAV-PATH.

           perform ROTATE-GENERATIONS.

