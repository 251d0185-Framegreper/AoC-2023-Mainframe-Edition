      * season's run it belongs to even out of context of its
      * season-qualified file name.
           05  CK-SEASON-YEAR        PIC 9(4).
           05  FILLER                PIC X(1).
      * Participant, for the same reason - blank for the
      * installation's own participant.
           05  CK-PARTICIPANT        PIC X(8).
