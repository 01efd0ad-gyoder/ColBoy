               go to MAIN-EXIT
           end-if.

           move spaces to AUDIO-PATH.
           string function trim(ROM-PATH) ".wav" delimited by size
               into AUDIO-PATH.
           move 0 to AUDIO-SAMPLE-COUNT.
