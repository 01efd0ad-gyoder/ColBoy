       data division.
       working-storage section.
           copy mbc.
           copy multicart_ctl.
       linkage section.
           01 BANK-OUT binary-long unsigned.
       procedure division using by reference BANK-OUT.
       MAIN.
           evaluate MBC-TYPE
               when 1
                   evaluate true
                       when MC-IS-MBC1M
                           compute BANK-OUT =
                               function mod(MBC-ROM-BANK-LOW, 16)
                               + (MBC-ROM-BANK-UPPER * 16)
                       when MBC-BANKING-MODE = 0
                           compute BANK-OUT = MBC-ROM-BANK-LOW
                               + (MBC-ROM-BANK-UPPER * 32)
                       when other
                           move MBC-ROM-BANK-LOW to BANK-OUT
                   end-evaluate
               when 2
               when 3
                   move MBC-ROM-BANK-LOW to BANK-OUT
               when 6
               when 7
               when 8
               when 9
               when 11
      *            > Pocket Camera, the HuC family, MBC7 and TAMA5
      *            > all keep one flat bank number
                   move MBC-ROM-BANK-LOW to BANK-OUT
               when 10
      *            > MMM01 banks run past 255 - the write handler
      *            > keeps the synced bank for us
                   move MMM01-BANK-NOW to BANK-OUT
               when other
      *            > no MBC - the window always shows bank 1
                   move 1 to BANK-OUT
