      ******************************************************************
      * Outbound alert record - the file AOC-NOTIFY writes for the
      * paging interface (AOC-ALERTS.TXT, or wherever AOC-ALERT-DD
      * points), one record per alert condition, rewritten every
      * run: an empty file means nothing needs the on-call.
      * AL-ALERT-KEY names the condition - the same condition on the
      * next run carries the same key, which is what an entry in the
      * suppression file (AOC-ALERT-ACK.cpy) matches.
      * AL-SOURCE        - RETRY (the season retry queue), ACCOUNT
      *                    (the run-accounting journal), AUDIT
      *                    (AOC-AUDIT's result) or LOCK (the ledger
      *                    lock).
      * AL-SEASON-YEAR / AL-DAY-NUMBER - the failing day; zeros for
      *                    the conditions that belong to no day
      *                    (AUDIT, LOCK).
      * AL-PARTICIPANT   - whose run failed (blank for the
      *                    installation's own participant).
      * AL-REASON        - the reason word: AOC-RUNNER's fail reason
      *                    for a failed day (LOCK, INPUT-MISSING,
      *                    MISMATCH, ...), else RUN-FAILED,
      *                    AUDIT-DIFFERS, AUDIT-FAILED or LOCK-HELD.
      * AL-SEVERITY      - E (needs someone now) or W (will likely
      *                    clear on a retry).
      * AL-RETURN-CODE   - the failing step's return code.
      * AL-RAISED-STAMP  - when AOC-NOTIFY wrote the alert.
      * AL-EVENT-STAMP   - when the condition arose: the failed run,
      *                    the audit run, the lock acquisition.
      * AL-ACTION        - the suggested action.
      * AL-DETAIL        - what was seen (lock holder, audit counts).
      ******************************************************************
           05  AL-ALERT-KEY.
               10  AL-SOURCE         PIC X(8).
               10  FILLER            PIC X(1).
               10  AL-SEASON-YEAR    PIC 9(4).
               10  FILLER            PIC X(1).
               10  AL-DAY-NUMBER     PIC 9(2).
               10  FILLER            PIC X(1).
               10  AL-PARTICIPANT    PIC X(8).
               10  FILLER            PIC X(1).
               10  AL-REASON         PIC X(13).
           05  FILLER                PIC X(1).
           05  AL-SEVERITY           PIC X(1).
           05  FILLER                PIC X(1).
           05  AL-RETURN-CODE        PIC 9(2).
           05  FILLER                PIC X(1).
           05  AL-RAISED-STAMP       PIC X(14).
           05  FILLER                PIC X(1).
           05  AL-EVENT-STAMP        PIC X(14).
           05  FILLER                PIC X(1).
           05  AL-ACTION             PIC X(60).
           05  FILLER                PIC X(1).
           05  AL-DETAIL             PIC X(50).
