      ******************************************************************
      * Solver trace parameter block - the interface to AOC-TRACE,
      * the one module every AOC-DAYnn solver writes its intermediate
      * values through when the runner has switched SOL-TRACE on.
      * AOC-RUNNER owns the file: it OPENs <season>-DAYnn-TRACE.TXT
      * (named in TRC-FILENAME) before the solver runs and CLOSes it
      * after, reading the record count back. The solver only PUTs -
      * the physical line (or grid row, or step) the values belong
      * to, a short stage name, and the values as display text:
      *   TRC-FUNCTION       "OPEN", "PUT ", "CLOS".
      *   TRC-RETURN-CODE    0 done, 4 a PUT with no trace open (or
      *                      an OPEN that could not create the file -
      *                      logged once, the run carries on
      *                      untraced), 12 an unknown function.
      ******************************************************************
           05  TRC-FUNCTION          PIC X(4).
           05  TRC-FILENAME          PIC X(250).
           05  TRC-LINE-NUMBER       PIC 9(6).
           05  TRC-STAGE             PIC X(16).
           05  TRC-VALUES            PIC X(200).
           05  TRC-RECORD-COUNT      PIC 9(8).
           05  TRC-RETURN-CODE       PIC 99.
