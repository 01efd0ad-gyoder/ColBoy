      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared host gamepad state copybook.
      *
      *    Off unless colboy.cfg names a joystick event device
      *    (JOYSTICK=/dev/input/js0) and a PLAY session is running.
      *    Unlike the terminal, a gamepad reports releases, so a
      *    held button stays held exactly as long as the player
      *    holds it. Each pad button, and each half of the two
      *    D-pad axes, stands in for a keyboard key: JOYSTICK_INPUT
      *    turns the device's events into key-down/key-up pairs in
      *    the queue below, and SESSION_INPUT routes them through
      *    JOYPAD_KEY_PRESS (so KEY-xxx bindings and the turbo keys
      *    apply unchanged) and the macro table. PAD-BUTTON-n=<key>
      *    lines pick the key a button stands for; a button left
      *    unset takes the classic layout - 0 A, 1 B, 2 turbo A,
      *    3 turbo B, 6 SELECT, 7 START. PAD-AXIS-X= and PAD-AXIS-Y=
      *    name the axes that steer (0 and 1, the left stick, by
      *    default; a pad whose D-pad is a hat usually reports it
      *    as 6 and 7).
           01 JOYSTICK-CTL external.
               05 JOYSTICK-ENABLED binary-char unsigned value 0.
                   88 JOYSTICK-IS-ON value 1.
               05 JOYSTICK-DEVICE pic x(200) value spaces.
               05 PAD-BUTTON-KEY pic x(1) occurs 16 times.
               05 PAD-AXIS-X binary-char unsigned value 0.
               05 PAD-AXIS-Y binary-char unsigned value 1.

      *        > what the pad looks like right now, so only real
      *        > changes reach the queue - buttons 0-15, then the
      *        > left, right, up, down halves of the two axes
               05 PAD-BUTTON-HELD binary-char unsigned
                   occurs 16 times.
               05 PAD-DIR-HELD binary-char unsigned occurs 4 times.

      *        > this frame's transitions, oldest first
               05 PAD-QUEUE-COUNT binary-char unsigned value 0.
               05 PAD-QUEUE-ENTRY occurs 64 times.
                   10 PAD-QUEUE-KEY pic x(1).
                   10 PAD-QUEUE-PRESSED binary-char unsigned.
