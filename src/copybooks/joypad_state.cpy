               05 JOY-B binary-char unsigned value 0.
               05 JOY-SELECT binary-char unsigned value 0.
               05 JOY-START binary-char unsigned value 0.

      *        > MBC7 tilt: not button lines at all - P1 never sees
      *        > them - but they travel the same JOYPAD_SET_BUTTON
      *        > road (tilt-l, tilt-r, tilt-u, tilt-d) so key
      *        > bindings, movies and the control channel all drive
      *        > the accelerometer without learning anything new
               05 JOY-TILT-LEFT binary-char unsigned value 0.
               05 JOY-TILT-RIGHT binary-char unsigned value 0.
               05 JOY-TILT-UP binary-char unsigned value 0.
               05 JOY-TILT-DOWN binary-char unsigned value 0.
