      ******************************************************************
      * AOC-SEASON-CTL call block - the season close check. Every
      * program that changes the indexed ledger or the run-history
      * file asks before it touches a season's records:
      *     MOVE "CHK " TO SV-FUNCTION
      *     CALL "AOC-SEASON-CTL" USING <this block>
      * SV-FUNCTION      - "CHK " is the season closed?
      *                    "CLOS" close it (AOC-LEDGER CLOSE).
      *                    "REOP" reopen it (AOC-LEDGER REOPEN).
      * SV-PROGRAM       - the asking program (logged under its name).
      * SV-SEASON-YEAR   - the season.
      * SV-ACTION        - CHK: what would be changed ("FORCE day 05")
      *                    - when the season is closed and this is not
      *                    blank, the refusal is logged at E. Leave it
      *                    blank for an inquiry that only wants to
      *                    know.
      * SV-PART-COUNT    - CLOS/REOP: the control totals to record.
      * SV-ANSWER-HASH     CHK: returned, the totals taken at close.
      * SV-STATUS        - returned, CLOSED or OPEN.
      * SV-TIMESTAMP     - returned, when the season was closed (CHK)
      *                    or the close/reopen just recorded.
      * SV-OPERATOR      - returned, who closed it.
      * SV-RETURN-CODE   - CHK: 0 open, 4 closed.
      *                    CLOS: 0 closed, 4 already closed.
      *                    REOP: 0 reopened, 4 was not closed.
      *                    8 the control file could not be written
      *                    (logged at E), 12 an unknown function.
      ******************************************************************
           05  SV-FUNCTION           PIC X(4).
           05  SV-PROGRAM            PIC X(16).
           05  SV-SEASON-YEAR        PIC 9(4).
           05  SV-ACTION             PIC X(40).
           05  SV-PART-COUNT         PIC 9(3).
           05  SV-ANSWER-HASH        PIC 9(18).
           05  SV-STATUS             PIC X(6).
           05  SV-TIMESTAMP          PIC X(26).
           05  SV-OPERATOR           PIC X(16).
           05  SV-RETURN-CODE        PIC 99.
