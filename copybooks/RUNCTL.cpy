      * after the working files were recreated.  "H" (held) marks a
      * run that exceeded the release threshold and did NOT get the
      * second operator's release: its output was never to be
      * transmitted.  "O" (off-cycle) marks a single check paid
      * between runs through the off-cycle check entry, closed out
      * as a run of its own.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-NUMBER           PIC 9(6).
           05  RC-STATUS               PIC X(1).
               88  RC-COMPLETE         VALUE "C".
               88  RC-HELD             VALUE "H".
               88  RC-OFF-CYCLE        VALUE "O".
