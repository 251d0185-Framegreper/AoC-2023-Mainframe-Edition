      ******************************************************************
      * AOC-ROSTER call block - which participant a run belongs to,
      * and which participants there are. Every program that keys,
      * names or reports by participant asks AOC-ROSTER instead of
      * reading AOC-PARTICIPANT or the roster file itself:
      *     MOVE "RSLV" TO RO-FUNCTION
      *     CALL "AOC-ROSTER" USING <this block>
      * RO-FUNCTION      - "RSLV" take the participant from the
      *                    AOC-PARTICIPANT environment variable and
      *                    check it, "CHK " check the participant
      *                    already in RO-PARTICIPANT, "LIST" return
      *                    the whole roster.
      * RO-PROGRAM       - the asking program (refusals are logged
      *                    under its name).
      * RO-SEASON-YEAR   - the season the file prefix is built for.
      * RO-PARTICIPANT   - RSLV: returned. CHK: the code to check.
      *                    Folded to upper case either way; blank is
      *                    the installation's own participant.
      * RO-PARTICIPANT-NAME - returned, from the roster ("(default)"
      *                    for the blank participant).
      * RO-FILE-PREFIX   - returned, what every season-qualified file
      *                    name starts with: "2023-" for the blank
      *                    participant, "2023-JSMITH-" otherwise.
      * RO-ROSTER-COUNT / RO-ROSTER-TABLE - LIST: every participant
      *                    on the roster, in file order. Zero entries
      *                    (no roster, or an empty one) means the
      *                    installation runs only its own participant.
      * RO-RETURN-CODE   - 0 the participant is good, 8 the code is
      *                    malformed or not on the roster (logged at
      *                    E), 12 an unknown function.
      ******************************************************************
           05  RO-FUNCTION           PIC X(4).
           05  RO-PROGRAM            PIC X(16).
           05  RO-SEASON-YEAR        PIC 9(4).
           05  RO-PARTICIPANT        PIC X(8).
           05  RO-PARTICIPANT-NAME   PIC X(30).
           05  RO-FILE-PREFIX        PIC X(20).
           05  RO-ROSTER-COUNT       PIC 9(2).
           05  RO-ROSTER-TABLE.
               10  RO-ROSTER-ENTRY OCCURS 20 TIMES.
                   15  RO-ROSTER-CODE  PIC X(8).
                   15  RO-ROSTER-NAME  PIC X(30).
           05  RO-RETURN-CODE        PIC 99.
