               10  SOL-PARM-ENTRY OCCURS 20 TIMES.
                   15  SOL-PARM-NAME   PIC X(20).
                   15  SOL-PARM-VALUE  PIC S9(18).
      * Trace switch - "YES" when the runner has opened the day's
      * <season>-DAYnn-TRACE.TXT through AOC-TRACE (AOC-TRACE=YES or
      * the console toggle; never on a VERIFY replay or a sample
      * pre-flight). A solver then PUTs its intermediate values
      * through AOC-TRACE (the AOC-TRACE.cpy block): line number,
      * stage name, values. Anything else means write nothing.
           05  SOL-TRACE             PIC X(3).
      * Participant - whose input SOL-INPUT-FILENAME is (blank for the
      * installation's own), and the prefix every season-qualified
      * file name of theirs starts with ("2023-" or "2023-JSMITH-").
      * A solver that writes a side report or grid file names it
      * SOL-FILE-PREFIX + "DAYnn-..." so two participants' reports
      * never overwrite each other.
           05  SOL-PARTICIPANT       PIC X(8).
           05  SOL-FILE-PREFIX       PIC X(20).
