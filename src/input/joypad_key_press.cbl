                   move "select" to BUTTON-NAME
               when KEYBIND-START
                   move "start" to BUTTON-NAME
               when KEYBIND-TILT-LEFT
                   move "tilt-l" to BUTTON-NAME
               when KEYBIND-TILT-RIGHT
                   move "tilt-r" to BUTTON-NAME
               when KEYBIND-TILT-UP
                   move "tilt-u" to BUTTON-NAME
               when KEYBIND-TILT-DOWN
                   move "tilt-d" to BUTTON-NAME
           end-evaluate.

           if BUTTON-NAME not = spaces
