      ******************************************************************
      * Participant roster record - one line per team member whose
      * puzzle inputs this installation runs, in AOC-PARTICIPANTS.TXT
      * (or wherever AOC-PARTICIPANTS-DD points), maintained with an
      * editor and read only through AOC-ROSTER. Records starting
      * "*" and blank records are comments.
      * PT-PARTICIPANT-CODE - one to eight letters or digits, no
      *                       embedded blanks. It is part of the
      *                       indexed ledger key and of every season-
      *                       qualified file name the participant's
      *                       runs touch (2023-JSMITH-DAY05-INPUT.TXT),
      *                       so a code is never reused for someone
      *                       else.
      * PT-PARTICIPANT-NAME - who the code belongs to, for reports.
      * The blank code is the installation's own participant - the
      * records and file names from before the roster existed - and
      * is never listed here.
      * Example:
      *   JSMITH   J SMITH
      ******************************************************************
           05  PT-PARTICIPANT-CODE   PIC X(8).
           05  FILLER                PIC X(1).
           05  PT-PARTICIPANT-NAME   PIC X(30).
