      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared per-frame picture dump toggle/counter.
      *
      *    Off by default so a normal run never touches the disk for
      *    this - MAIN-DRIVER turns FRAME-DUMP-ENABLED on when the
      *        > the SNAP flag's one-shot: dump exactly this frame
      *        > and nothing else (0 = off) - how the thumbnail
      *        > generator grabs one title screen without a
      *        > thousand sibling frames
               05 SNAP-FRAME binary-long unsigned value 0.
