      *    on the console and the same line rewritten into
      *    colboy-status.txt, so an operator on another terminal
      *    can tell a healthy six-hour run from a wedged one
      *    without disturbing either. The last status line is
      *    kept here so the on-screen text transcript can rewrite
      *    the file with the screen's words under it between
      *    reports.
           01 PROGRESS-CTL external.
               05 PROGRESS-INTERVAL binary-long unsigned value 0.
               05 PROGRESS-START-STAMP binary-double unsigned
                   value 0.
               05 PROGRESS-LAST-FRAME binary-long unsigned value 0.
               05 PROGRESS-LAST-LINE pic x(120) value spaces.
