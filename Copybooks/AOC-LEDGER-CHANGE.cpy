      ******************************************************************
      * Ledger change journal record - one line appended through
      * AOC-LEDGER-JRNL for every change any program makes to an
      * AOC-RESULTS.IDX record, and never rewritten. The before and
      * after images are the 90-byte indexed record verbatim
      * (AOC-RESULTS-IX.cpy), so AOC-RECOVER can put a key back
      * exactly as it was without knowing who changed it or why.
      * LC-CHANGE-TYPE:
      *   ADD - the key did not exist; the before image is blank.
      *   CHG - the record was rewritten; both images are present.
      *   DEL - the record was deleted; the after image is blank.
      * LC-CHANGE-ID numbers the changes 1, 2, 3 ... in the order
      * they were journaled - it is the name AOC-RECOVER UNDO takes.
      * LC-REVERSES-ID is non-zero only on a change AOC-RECOVER made
      * itself, and names the change it put back.
      * The journal is never trimmed - AOC-RECOVER reads it straight
      * through rather than holding it in storage, so it may grow
      * for as long as the ledger lives.
      ******************************************************************
           05  LC-CHANGE-ID          PIC 9(8).
           05  FILLER                PIC X(1).
           05  LC-CHANGE-TIMESTAMP   PIC X(26).
           05  FILLER                PIC X(1).
           05  LC-PROGRAM            PIC X(16).
           05  FILLER                PIC X(1).
           05  LC-OPERATOR           PIC X(16).
           05  FILLER                PIC X(1).
           05  LC-CHANGE-TYPE        PIC X(3).
           05  FILLER                PIC X(1).
           05  LC-REVERSES-ID        PIC 9(8).
           05  FILLER                PIC X(1).
           05  LC-BEFORE-IMAGE       PIC X(90).
           05  FILLER                PIC X(1).
           05  LC-AFTER-IMAGE        PIC X(90).
