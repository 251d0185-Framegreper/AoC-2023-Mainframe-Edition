      *   AOC-LOGSCAN-SEV  - severities to show, e.g. E or EW.
      *   AOC-LOGSCAN-PROG - only this program's messages.
      *   AOC-LOGSCAN-TEXT - only messages containing this text.
      *   AOC-LOGSCAN-OPER - only messages written for this operator.
      * Return codes: 0 range scanned and no errors in it, 4 at
      * least one E-severity message exists in the range (whatever
      * the display filters showed), 12 unusable dates.
      * Tectonics: cobc
      * Update: AOC-LOGGER now records the operator on every line;
      * each matching entry shows it, and AOC-LOGSCAN-OPER narrows
      * the scan to one operator's actions. Log lines written before
      * the operator column existed read back with it blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-LOGSCAN.
               05  LOG-SEVERITY          PIC X(1).
               05  FILLER                PIC X(1).
               05  LOG-MESSAGE           PIC X(120).
               05  FILLER                PIC X(1).
               05  LOG-OPERATOR          PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-LOG-FILENAME           PIC X(250) VALUE SPACES.
      * Filters.
       01 WS-SEV-FILTER             PIC X(4) VALUE SPACES.
       01 WS-PROG-FILTER            PIC X(16) VALUE SPACES.
       01 WS-OPER-FILTER            PIC X(16) VALUE SPACES.
       01 WS-TEXT-FILTER            PIC X(60) VALUE SPACES.
       01 WS-TEXT-FILTER-LEN        PIC 9(2) VALUE ZERO.
       01 WS-RECORD-WANTED          PIC X(3).
           ACCEPT WS-PROG-FILTER FROM ENVIRONMENT "AOC-LOGSCAN-PROG"
               ON EXCEPTION MOVE SPACES TO WS-PROG-FILTER
           END-ACCEPT
           ACCEPT WS-OPER-FILTER FROM ENVIRONMENT "AOC-LOGSCAN-OPER"
               ON EXCEPTION MOVE SPACES TO WS-OPER-FILTER
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE (WS-OPER-FILTER) TO WS-OPER-FILTER
           ACCEPT WS-TEXT-FILTER FROM ENVIRONMENT "AOC-LOGSCAN-TEXT"
               ON EXCEPTION MOVE SPACES TO WS-TEXT-FILTER
           END-ACCEPT
               AND LOG-PROGRAM NOT = WS-PROG-FILTER
               MOVE "NO " TO WS-RECORD-WANTED
           END-IF
           IF WS-RECORD-WANTED = "YES"
               AND WS-OPER-FILTER NOT = SPACES
               AND FUNCTION UPPER-CASE (LOG-OPERATOR)
                   NOT = WS-OPER-FILTER
               MOVE "NO " TO WS-RECORD-WANTED
           END-IF
           IF WS-RECORD-WANTED = "YES"
               AND WS-TEXT-FILTER-LEN > ZERO
               PERFORM SEARCH-MESSAGE-TEXT
               ADD 1 TO WS-MATCHED-COUNT
               DISPLAY "  " LOG-TIMESTAMP (1:14) " "
                   LOG-PROGRAM " " LOG-SEVERITY " "
                   LOG-OPERATOR (1:8) " " LOG-MESSAGE (1:90)
           END-IF.

       SEARCH-MESSAGE-TEXT.
           IF WS-PROG-FILTER NOT = SPACES
               DISPLAY "  Program   : " WS-PROG-FILTER
           END-IF
           IF WS-OPER-FILTER NOT = SPACES
               DISPLAY "  Operator  : " WS-OPER-FILTER
           END-IF
           IF WS-TEXT-FILTER-LEN > ZERO
               DISPLAY "  Text      : "
                   WS-TEXT-FILTER (1:WS-TEXT-FILTER-LEN)
