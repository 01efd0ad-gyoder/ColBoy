      *    simple commands a frontend drops into colboy-control.cmd
      *    (PRESS/RELEASE a button, PAUSE, RESUME, SAVESTATE <path>,
      *    DUMPFRAME, STOP) and publishes every completed frame to
      *    the colboy-frame.ppm exchange file (and, while the
      *    on-screen text transcript runs, the screen's words to
      *    colboy-text.txt, and while rich presence runs, what the
      *    player is doing to colboy-presence.txt), so a graphical
      *    frontend can drive the emulator as another process
      *    without the emulator knowing anything about it.
           01 CONTROL-CTL external.
