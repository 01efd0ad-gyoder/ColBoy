      *    Format 4 headers carry an extension block after the
      *    checksum - a self-sizing length then a 64-byte bookmark
      *    description and the wall-clock moment the state was cut
      *    (then a thumbnail and the run's power-on fill mode and
      *    seed) - so a state can say WHAT it holds, not just whose
      *    it is. A caller that wants a described save sets
      *    STATE-DESC-TEXT before SAVE_STATE (which clears it
      *    after embedding); LOAD_STATE leaves the loaded file's
      *    description and stamp here for browsers to read.
