      *        > of the plain A/B keys by default
               05 KEYBIND-TURBO-A pic x(1) value "K".
               05 KEYBIND-TURBO-B pic x(1) value "J".

      *        > MBC7 tilt bindings: held, each leans the cartridge
      *        > fully one way for the accelerometer - the u/i/o/p
      *        > row (left, up, down, right) by default
               05 KEYBIND-TILT-LEFT  pic x(1) value "u".
               05 KEYBIND-TILT-UP    pic x(1) value "i".
               05 KEYBIND-TILT-DOWN  pic x(1) value "o".
               05 KEYBIND-TILT-RIGHT pic x(1) value "p".
