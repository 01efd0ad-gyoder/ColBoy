           if PATH-A = spaces or PATH-B = spaces
               display "usage: state_diff <a.state> <b.state>"
                   " [labels-file]"
               move 12 to return-code
               stop run
           end-if.

           move PATH-A to STATE-PATH.
           perform LOAD-ONE-STATE thru LOAD-ONE-STATE-EXIT.
           if not LOAD-SUCCEEDED
               move 12 to return-code
               stop run
           end-if.
           move PAYLOAD-CUR to PAYLOAD-A.
           move PATH-B to STATE-PATH.
           perform LOAD-ONE-STATE thru LOAD-ONE-STATE-EXIT.
           if not LOAD-SUCCEEDED
               move 12 to return-code
               stop run
           end-if.
           move PAYLOAD-CUR to PAYLOAD-B.
           display "total bytes differing: " COUNT-DISPLAY.
           if TOTAL-DIFF-COUNT = 0
               display "the two states are identical"
           else
               move 8 to return-code
           end-if.
           stop run.

