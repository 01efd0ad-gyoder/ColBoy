           if BUTTON-NAME = 'start'
               move PRESSED-FLAG to JOY-START
           end-if.
      *    > the MBC7 tilt lines - MBC7_REG_WRITE reads them when
      *    > 0xAA to register 1 latches the tilt, P1 never does
           if BUTTON-NAME = 'tilt-l'
               move PRESSED-FLAG to JOY-TILT-LEFT
           end-if.
           if BUTTON-NAME = 'tilt-r'
               move PRESSED-FLAG to JOY-TILT-RIGHT
           end-if.
           if BUTTON-NAME = 'tilt-u'
               move PRESSED-FLAG to JOY-TILT-UP
           end-if.
           if BUTTON-NAME = 'tilt-d'
               move PRESSED-FLAG to JOY-TILT-DOWN
           end-if.
           call "JOYPAD_REFRESH".
       end program JOYPAD_SET_BUTTON.
