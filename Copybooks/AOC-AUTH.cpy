      ******************************************************************
      * AOC-AUTH call block - the operator authorization check. A
      * typed YES at the console proves only that somebody was at the
      * terminal; every program that runs a maintenance function
      * asks AOC-AUTH first whether the operator may run that class:
      *     MOVE "CHK " TO AU-FUNCTION
      *     CALL "AOC-AUTH" USING <this block>
      * AU-FUNCTION      - "CHK " check AU-CLASS for the operator in
      *                    AOC-OPERATOR (the console sign-on sets it;
      *                    a job step sets it itself), "SIGN" check
      *                    that AU-OPERATOR is on the authorization
      *                    file at all (the console's sign-on) -
      *                    and if it is, set AOC-OPERATOR to it.
      * AU-PROGRAM       - the asking program (refusals are logged
      *                    under its name).
      * AU-CLASS         - INQUIRY, RUN, MAINTAIN or ADMIN.
      * AU-ACTION        - what is being attempted, for the log
      *                    ("FORCE day 05").
      * AU-OPERATOR      - CHK: returned, the operator checked.
      *                    SIGN: the operator ID typed at sign-on.
      * AU-RETURN-CODE   - 0 authorized, 8 refused (logged at E),
      *                    12 an unknown function.
      ******************************************************************
           05  AU-FUNCTION           PIC X(4).
           05  AU-PROGRAM            PIC X(16).
           05  AU-CLASS              PIC X(8).
           05  AU-ACTION             PIC X(40).
           05  AU-OPERATOR           PIC X(16).
           05  AU-RETURN-CODE        PIC 99.
