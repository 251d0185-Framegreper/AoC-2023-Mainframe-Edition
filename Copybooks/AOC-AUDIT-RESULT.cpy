      ******************************************************************
      * AOC-AUDIT result record - the last reconciliation's outcome,
      * one record rewritten by every AOC-AUDIT run
      * (AOC-AUDIT-RESULT.TXT, or wherever AOC-AUDIT-RESULT-DD
      * points), so a later job step can act on it without parsing
      * the printed report.
      * AD-RETURN-CODE   - the audit's own: 0 agree, 8 discrepancies
      *                    FORCE does not explain, 12 a file (or the
      *                    ledger lock) could not be had.
      * The counts are the report's control totals.
      ******************************************************************
           05  AD-RUN-TIMESTAMP      PIC X(26).
           05  FILLER                PIC X(1).
           05  AD-RETURN-CODE        PIC 9(2).
           05  FILLER                PIC X(1).
           05  AD-INDEXED-ONLY       PIC 9(4).
           05  FILLER                PIC X(1).
           05  AD-ANSWER-MISMATCHES  PIC 9(4).
           05  FILLER                PIC X(1).
           05  AD-FINGERPRINT-MISMATCHES
                                     PIC 9(4).
           05  FILLER                PIC X(1).
           05  AD-PART-MISSING       PIC 9(4).
           05  FILLER                PIC X(1).
           05  AD-FORCED-OK          PIC 9(4).
