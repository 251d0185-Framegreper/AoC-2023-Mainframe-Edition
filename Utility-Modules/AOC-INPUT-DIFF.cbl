      ******************************************************************
      * Author:
      * Date:
      * Purpose: What changed in a day's input since it was vetted.
      * AOC-RUNNER's fingerprint check only says that the record
      * count or the byte-sum of the file on disk no longer matches
      * the ledgered one - not whether a line was edited, appended or
      * reordered, or whether the file is another account's input
      * altogether, which is the whole question when deciding to
      * FORCE a re-run. AOC-INTAKE keeps a dated copy of every input
      * it installs and names it in the input catalog; this module
      * finds the catalog entry holding the ledgered fingerprint,
      * compares that copy with the current <prefix>DAYnn-INPUT.TXT
      * record by record, and writes the differences to
      * <prefix>DAYnn-INPUT-DIFF.TXT (rewritten on every call):
      * inserted, deleted, changed and moved records by record
      * number, both versions of every changed record, the counts,
      * and a one-word verdict.
      * The files are aligned on their longest common run of records
      * (common leading and trailing records first, then the records
      * between by longest common subsequence), so one inserted line
      * shows as one insert, not as every later record changed. A
      * deleted record and an inserted record holding the same text
      * are one record moved. What is left of a stretch of deletes
      * and inserts between two common records pairs off as records
      * changed in place. Files that differ too widely to align
      * within WS-LCS-LIMIT are compared position by position, and
      * the report says so.
      * Called by AOC-RUNNER when the fingerprint check fails and by
      * AOC-LEDGER DIFF, the operator's way to look before a FORCE.
      * See AOC-INPUT-DIFF.cpy for the call block.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-INPUT-DIFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT VETTED-FILE ASSIGN TO DYNAMIC WS-VETTED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VETTED-FILE-STATUS.
           SELECT CURRENT-FILE ASSIGN TO DYNAMIC WS-CURRENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURRENT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE LABEL RECORDS ARE STANDARD.
           01  CATALOG-RECORD.
               COPY "AOC-CATALOG.cpy".

       FD  VETTED-FILE LABEL RECORDS ARE STANDARD.
           01  VETTED-RECORD             PIC X(400).

       FD  CURRENT-FILE LABEL RECORDS ARE STANDARD.
           01  CURRENT-RECORD            PIC X(400).

       FD  REPORT-FILE LABEL RECORDS ARE STANDARD.
           01  REPORT-RECORD             PIC X(420).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-CATALOG-FILE   PIC X(250)
           VALUE "AOC-INPUT-CATALOG.TXT".
       01 WS-CATALOG-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-VETTED-FILENAME        PIC X(250) VALUE SPACES.
       01 WS-VETTED-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-CURRENT-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-CURRENT-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-REPORT-FILENAME        PIC X(250) VALUE SPACES.
       01 WS-REPORT-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-CATALOG-SEASON         PIC 9(4).
       01 WS-CATALOG-MATCHED        PIC X(3) VALUE "NO".
      * Why nothing could be compared - blank when the diff ran.
       01 WS-NO-COMPARE-REASON      PIC X(100) VALUE SPACES.

      * Both files are held in storage while they are compared. 5000
      * records is the most any day's declared input shape allows.
       01 WS-RECORD-LIMIT           PIC 9(6) VALUE 5000.
       01 WS-VETTED-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-VETTED-TABLE.
          05 WS-VETTED-LINE         PIC X(400) OCCURS 5000 TIMES.
       01 WS-CURRENT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-TABLE.
          05 WS-CURRENT-LINE        PIC X(400) OCCURS 5000 TIMES.

      * Fingerprint of each file as loaded - the same record count
      * plus weighted byte-sum AOC-RUNNER's SUM-RECORD-BYTES computes.
      * A vetted copy whose own fingerprint no longer matches its
      * catalog entry has been touched since intake, and the report
      * says so.
       01 WS-FP-LINE                PIC X(400).
       01 WS-FP-BYTE-SUM            PIC 9(12).
       01 WS-FP-REAL-LEN            PIC 9(3).
       01 WS-FP-POS                 PIC 9(3).
       01 WS-VETTED-BYTE-SUM        PIC 9(12) VALUE ZERO.
       01 WS-CURRENT-BYTE-SUM       PIC 9(12) VALUE ZERO.
       01 WS-COPY-ALTERED           PIC X(3) VALUE "NO".

      * Alignment. The common leading and trailing records are
      * matched off first; the records between them (WS-MID-VETTED
      * by WS-MID-CURRENT) are aligned through WS-LCS-CELL (i, j) -
      * the length of the longest common subsequence of the vetted
      * records after the i-th and the current records after the
      * j-th, held flat at i * (WS-MID-CURRENT + 1) + j + 1.
       01 WS-LCS-LIMIT              PIC 9(6) VALUE 250000.
       01 WS-LCS-TABLE.
          05 WS-LCS-CELL            PIC 9(4) OCCURS 250000 TIMES.
       01 WS-LCS-SIZE               PIC 9(12).
       01 WS-LCS-IX                 PIC 9(6).
       01 WS-LCS-DOWN               PIC 9(4).
       01 WS-LCS-RIGHT              PIC 9(4).
       01 WS-LEAD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-TRAIL-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-MID-VETTED             PIC 9(6) VALUE ZERO.
       01 WS-MID-CURRENT            PIC 9(6) VALUE ZERO.
       01 WS-ALIGNED                PIC X(3) VALUE "YES".
       01 WS-I                      PIC S9(6).
       01 WS-J                      PIC S9(6).
       01 WS-K                      PIC 9(6).
       01 WS-SCAN-DONE              PIC X(3).

      * The differences, in file order. A run is a stretch of deletes
      * and inserts between two common records - what is left of a
      * run once moves are taken out pairs off as changed records.
      * WS-ED-KIND: D deleted, I inserted, C changed, M moved.
       01 WS-EDIT-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-EDIT-TABLE.
          05 WS-EDIT-ENTRY OCCURS 10000 TIMES.
             10 WS-ED-KIND          PIC X(1).
             10 WS-ED-VETTED-REC    PIC 9(6).
             10 WS-ED-CURRENT-REC   PIC 9(6).
             10 WS-ED-RUN           PIC 9(6).
             10 WS-ED-PARTNER       PIC 9(5).
       01 WS-RUN-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-IN-RUN                 PIC X(3) VALUE "NO".
       01 WS-NEW-KIND               PIC X(1).
       01 WS-NEW-VETTED-REC         PIC 9(6).
       01 WS-NEW-CURRENT-REC        PIC 9(6).
       01 WS-E                      PIC 9(5).
       01 WS-F                      PIC 9(5).
       01 WS-PAIR-WORK              PIC 9(12).

      * The report. Every difference is counted, but only the first
      * WS-LIST-LIMIT are listed - past that the verdict line is
      * what matters.
       01 WS-REPORT-LINE            PIC X(420).
       01 WS-LIST-LIMIT             PIC 9(5) VALUE 200.
       01 WS-LISTED-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-VERDICT-TEXT           PIC X(80).
       01 WS-REPORT-TIMESTAMP       PIC X(26).

      * AOC-LOGGER interface - failures are written under the ASKING
      * program's name.
       01 WS-LOG-PROGRAM-NAME       PIC X(16).
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

       LINKAGE SECTION.
       01 LS-INPUT-DIFF-PARMS.
           COPY "AOC-INPUT-DIFF.cpy".

       PROCEDURE DIVISION USING LS-INPUT-DIFF-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO DF-RETURN-CODE
           MOVE DF-PROGRAM TO WS-LOG-PROGRAM-NAME
           MOVE SPACES TO DF-VETTED-FILENAME
           MOVE SPACES TO DF-INTAKE-TIMESTAMP
           MOVE ZERO TO DF-VETTED-COUNT
           MOVE ZERO TO DF-CURRENT-COUNT
           MOVE ZERO TO DF-SAME-COUNT
           MOVE ZERO TO DF-INSERTED-COUNT
           MOVE ZERO TO DF-DELETED-COUNT
           MOVE ZERO TO DF-CHANGED-COUNT
           MOVE ZERO TO DF-MOVED-COUNT
           MOVE SPACES TO DF-VERDICT
           MOVE SPACES TO WS-NO-COMPARE-REASON
           MOVE "NO " TO WS-COPY-ALTERED
           MOVE "YES" TO WS-ALIGNED
           MOVE ZERO TO WS-VETTED-COUNT
           MOVE ZERO TO WS-CURRENT-COUNT
           MOVE ZERO TO WS-EDIT-COUNT
           MOVE ZERO TO WS-RUN-COUNT
           PERFORM BUILD-FILENAMES
           PERFORM FIND-VETTED-COPY
           IF WS-NO-COMPARE-REASON = SPACES
               PERFORM LOAD-VETTED-COPY
           END-IF
           IF WS-NO-COMPARE-REASON = SPACES
               PERFORM LOAD-CURRENT-INPUT
           END-IF
           IF WS-NO-COMPARE-REASON = SPACES
               PERFORM ALIGN-INPUTS
               PERFORM CLASSIFY-DIFFERENCES
               PERFORM CHOOSE-VERDICT
           ELSE
               MOVE "NOCOMPARE" TO DF-VERDICT
               MOVE 8 TO DF-RETURN-CODE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "day " DF-DAY-NUMBER " input not diffed - "
                   FUNCTION TRIM (WS-NO-COMPARE-REASON)
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "W" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           END-IF
           PERFORM WRITE-DIFF-REPORT
           GOBACK.

       BUILD-FILENAMES.
           MOVE SPACES TO WS-CURRENT-FILENAME
           STRING DF-FILE-PREFIX DELIMITED BY SPACE
               "DAY" DF-DAY-NUMBER "-INPUT.TXT"
               DELIMITED BY SIZE INTO WS-CURRENT-FILENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING DF-FILE-PREFIX DELIMITED BY SPACE
               "DAY" DF-DAY-NUMBER "-INPUT-DIFF.TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           MOVE WS-REPORT-FILENAME (1:60) TO DF-REPORT-FILENAME
           ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT
               "AOC-INPUT-CATALOG-DD"
               ON EXCEPTION MOVE SPACES TO WS-CATALOG-FILENAME
           END-ACCEPT
           IF WS-CATALOG-FILENAME = SPACES
               MOVE WS-DEFAULT-CATALOG-FILE TO WS-CATALOG-FILENAME
           END-IF.

       FIND-VETTED-COPY.
      * The latest catalog entry for the day holding the ledgered
      * fingerprint names the copy - the same "latest matching entry
      * counts" rule the runner's registration check follows.
           MOVE "NO " TO WS-CATALOG-MATCHED
           MOVE SPACES TO WS-VETTED-FILENAME
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               STRING "the intake catalog "
                   FUNCTION TRIM (WS-CATALOG-FILENAME)
                   " could not be read (status "
                   WS-CATALOG-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-NO-COMPARE-REASON
           ELSE
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ CATALOG-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           PERFORM MATCH-ONE-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               IF WS-CATALOG-MATCHED NOT = "YES"
                   STRING "no intake catalog entry holds the "
                       "ledgered fingerprint - that input was never "
                       "vetted"
                       DELIMITED BY SIZE INTO WS-NO-COMPARE-REASON
               ELSE
                   IF WS-VETTED-FILENAME = SPACES
                       STRING "the ledgered input was vetted "
                           "before AOC-INTAKE kept copies - nothing "
                           "to compare against"
                           DELIMITED BY SIZE INTO WS-NO-COMPARE-REASON
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-CATALOG-ENTRY.
      * An entry from before the season column reads back
      * non-numeric there and is the 2023 season; one from before
      * copies were kept has no copy named and only counts if no
      * entry with a copy matches.
           MOVE 2023 TO WS-CATALOG-SEASON
           IF IC-SEASON-YEAR IS NUMERIC
               MOVE IC-SEASON-YEAR TO WS-CATALOG-SEASON
           END-IF
           IF IC-DAY-NUMBER = DF-DAY-NUMBER
               AND WS-CATALOG-SEASON = DF-SEASON-YEAR
               AND IC-PARTICIPANT = DF-PARTICIPANT
               AND IC-INPUT-RECORDS = DF-VETTED-RECORDS
               AND IC-INPUT-BYTE-SUM = DF-VETTED-BYTE-SUM
               MOVE "YES" TO WS-CATALOG-MATCHED
               IF IC-RETAINED-FILENAME NOT = SPACES
                   MOVE IC-RETAINED-FILENAME TO WS-VETTED-FILENAME
                   MOVE IC-RETAINED-FILENAME TO DF-VETTED-FILENAME
                   MOVE IC-INTAKE-TIMESTAMP TO DF-INTAKE-TIMESTAMP
               END-IF
           END-IF.

       LOAD-VETTED-COPY.
           MOVE ZERO TO WS-FP-BYTE-SUM
           OPEN INPUT VETTED-FILE
           IF WS-VETTED-FILE-STATUS NOT = "00"
               STRING "the vetted copy "
                   FUNCTION TRIM (WS-VETTED-FILENAME)
                   " could not be read (status "
                   WS-VETTED-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-NO-COMPARE-REASON
           ELSE
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ VETTED-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-VETTED-COUNT
                           IF WS-VETTED-COUNT <= WS-RECORD-LIMIT
                               MOVE VETTED-RECORD
                                   TO WS-VETTED-LINE (WS-VETTED-COUNT)
                           END-IF
                           MOVE VETTED-RECORD TO WS-FP-LINE
                           PERFORM SUM-LINE-BYTES
                   END-READ
               END-PERFORM
               CLOSE VETTED-FILE
               MOVE WS-FP-BYTE-SUM TO WS-VETTED-BYTE-SUM
               MOVE WS-VETTED-COUNT TO DF-VETTED-COUNT
               IF WS-VETTED-COUNT NOT = DF-VETTED-RECORDS
                   OR WS-VETTED-BYTE-SUM NOT = DF-VETTED-BYTE-SUM
                   MOVE "YES" TO WS-COPY-ALTERED
               END-IF
               IF WS-VETTED-COUNT > WS-RECORD-LIMIT
                   STRING "the vetted copy holds more than "
                       WS-RECORD-LIMIT " records - too large to compare"
                       DELIMITED BY SIZE INTO WS-NO-COMPARE-REASON
               END-IF
           END-IF.

       LOAD-CURRENT-INPUT.
           MOVE ZERO TO WS-FP-BYTE-SUM
           OPEN INPUT CURRENT-FILE
           IF WS-CURRENT-FILE-STATUS NOT = "00"
               STRING "the current input "
                   FUNCTION TRIM (WS-CURRENT-FILENAME)
                   " could not be read (status "
                   WS-CURRENT-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-NO-COMPARE-REASON
           ELSE
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ CURRENT-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CURRENT-COUNT
                           IF WS-CURRENT-COUNT <= WS-RECORD-LIMIT
                               MOVE CURRENT-RECORD
                                   TO WS-CURRENT-LINE (WS-CURRENT-COUNT)
                           END-IF
                           MOVE CURRENT-RECORD TO WS-FP-LINE
                           PERFORM SUM-LINE-BYTES
                   END-READ
               END-PERFORM
               CLOSE CURRENT-FILE
               MOVE WS-FP-BYTE-SUM TO WS-CURRENT-BYTE-SUM
               MOVE WS-CURRENT-COUNT TO DF-CURRENT-COUNT
               IF WS-CURRENT-COUNT > WS-RECORD-LIMIT
                   STRING "the current input holds more than "
                       WS-RECORD-LIMIT " records - too large to compare"
                       DELIMITED BY SIZE INTO WS-NO-COMPARE-REASON
               END-IF
           END-IF.

       SUM-LINE-BYTES.
      * Keep in step with AOC-RUNNER's SUM-RECORD-BYTES and
      * AOC-INTAKE's SUM-INSTALL-RECORD-BYTES.
           COMPUTE WS-FP-REAL-LEN =
               FUNCTION LENGTH (FUNCTION TRIM (WS-FP-LINE TRAILING))
           IF WS-FP-LINE = SPACES
               MOVE ZERO TO WS-FP-REAL-LEN
           END-IF
           PERFORM VARYING WS-FP-POS FROM 1 BY 1
               UNTIL WS-FP-POS > WS-FP-REAL-LEN
               COMPUTE WS-FP-BYTE-SUM = FUNCTION MOD
                   (WS-FP-BYTE-SUM
                       + FUNCTION ORD (WS-FP-LINE (WS-FP-POS:1))
                       * WS-FP-POS
                   999999999999)
           END-PERFORM.

       ALIGN-INPUTS.
      * Common leading records, then common trailing records, then
      * the stretch between.
           MOVE ZERO TO WS-LEAD-COUNT
           MOVE "NO " TO WS-SCAN-DONE
           PERFORM UNTIL WS-SCAN-DONE = "YES"
               IF WS-LEAD-COUNT < WS-VETTED-COUNT
                   AND WS-LEAD-COUNT < WS-CURRENT-COUNT
                   AND WS-VETTED-LINE (WS-LEAD-COUNT + 1)
                       = WS-CURRENT-LINE (WS-LEAD-COUNT + 1)
                   ADD 1 TO WS-LEAD-COUNT
               ELSE
                   MOVE "YES" TO WS-SCAN-DONE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-TRAIL-COUNT
           MOVE "NO " TO WS-SCAN-DONE
           PERFORM UNTIL WS-SCAN-DONE = "YES"
               IF WS-TRAIL-COUNT < WS-VETTED-COUNT - WS-LEAD-COUNT
                   AND WS-TRAIL-COUNT < WS-CURRENT-COUNT - WS-LEAD-COUNT
                   AND WS-VETTED-LINE
                           (WS-VETTED-COUNT - WS-TRAIL-COUNT)
                       = WS-CURRENT-LINE
                           (WS-CURRENT-COUNT - WS-TRAIL-COUNT)
                   ADD 1 TO WS-TRAIL-COUNT
               ELSE
                   MOVE "YES" TO WS-SCAN-DONE
               END-IF
           END-PERFORM
           COMPUTE WS-MID-VETTED =
               WS-VETTED-COUNT - WS-LEAD-COUNT - WS-TRAIL-COUNT
           COMPUTE WS-MID-CURRENT =
               WS-CURRENT-COUNT - WS-LEAD-COUNT - WS-TRAIL-COUNT
           COMPUTE DF-SAME-COUNT = WS-LEAD-COUNT + WS-TRAIL-COUNT
           COMPUTE WS-LCS-SIZE =
               (WS-MID-VETTED + 1) * (WS-MID-CURRENT + 1)
           IF WS-LCS-SIZE <= WS-LCS-LIMIT
               MOVE "YES" TO WS-ALIGNED
               PERFORM FILL-LCS-TABLE
               PERFORM WALK-LCS-TABLE
           ELSE
               MOVE "NO " TO WS-ALIGNED
               PERFORM COMPARE-BY-POSITION
           END-IF.

       FILL-LCS-TABLE.
      * Filled from the bottom-right corner back, so the walk below
      * can go forward through both files in record order.
           PERFORM VARYING WS-I FROM WS-MID-VETTED BY -1
               UNTIL WS-I < 0
               PERFORM VARYING WS-J FROM WS-MID-CURRENT BY -1
                   UNTIL WS-J < 0
                   COMPUTE WS-LCS-IX =
                       WS-I * (WS-MID-CURRENT + 1) + WS-J + 1
                   IF WS-I = WS-MID-VETTED OR WS-J = WS-MID-CURRENT
                       MOVE ZERO TO WS-LCS-CELL (WS-LCS-IX)
                   ELSE
                       IF WS-VETTED-LINE (WS-LEAD-COUNT + WS-I + 1)
                           = WS-CURRENT-LINE (WS-LEAD-COUNT + WS-J + 1)
                           COMPUTE WS-LCS-CELL (WS-LCS-IX) =
                               WS-LCS-CELL (WS-LCS-IX
                                   + WS-MID-CURRENT + 2) + 1
                       ELSE
                           MOVE WS-LCS-CELL
                               (WS-LCS-IX + WS-MID-CURRENT + 1)
                               TO WS-LCS-DOWN
                           MOVE WS-LCS-CELL (WS-LCS-IX + 1)
                               TO WS-LCS-RIGHT
                           IF WS-LCS-DOWN >= WS-LCS-RIGHT
                               MOVE WS-LCS-DOWN
                                   TO WS-LCS-CELL (WS-LCS-IX)
                           ELSE
                               MOVE WS-LCS-RIGHT
                                   TO WS-LCS-CELL (WS-LCS-IX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       WALK-LCS-TABLE.
      * Equal records are always part of a longest common run, so
      * they are matched off as met; otherwise the step that keeps
      * the longer common run left is taken.
           MOVE ZERO TO WS-I
           MOVE ZERO TO WS-J
           MOVE "NO " TO WS-IN-RUN
           PERFORM UNTIL WS-I >= WS-MID-VETTED
               AND WS-J >= WS-MID-CURRENT
               IF WS-I < WS-MID-VETTED AND WS-J < WS-MID-CURRENT
                   AND WS-VETTED-LINE (WS-LEAD-COUNT + WS-I + 1)
                       = WS-CURRENT-LINE (WS-LEAD-COUNT + WS-J + 1)
                   ADD 1 TO DF-SAME-COUNT
                   MOVE "NO " TO WS-IN-RUN
                   ADD 1 TO WS-I
                   ADD 1 TO WS-J
               ELSE
                   MOVE ZERO TO WS-LCS-DOWN
                   MOVE ZERO TO WS-LCS-RIGHT
                   IF WS-I < WS-MID-VETTED
                       COMPUTE WS-LCS-IX =
                           (WS-I + 1) * (WS-MID-CURRENT + 1) + WS-J + 1
                       MOVE WS-LCS-CELL (WS-LCS-IX) TO WS-LCS-DOWN
                   END-IF
                   IF WS-J < WS-MID-CURRENT
                       COMPUTE WS-LCS-IX =
                           WS-I * (WS-MID-CURRENT + 1) + WS-J + 2
                       MOVE WS-LCS-CELL (WS-LCS-IX) TO WS-LCS-RIGHT
                   END-IF
                   IF WS-I < WS-MID-VETTED
                       AND (WS-J >= WS-MID-CURRENT
                           OR WS-LCS-DOWN >= WS-LCS-RIGHT)
                       MOVE "D" TO WS-NEW-KIND
                       COMPUTE WS-NEW-VETTED-REC =
                           WS-LEAD-COUNT + WS-I + 1
                       MOVE ZERO TO WS-NEW-CURRENT-REC
                       ADD 1 TO WS-I
                   ELSE
                       MOVE "I" TO WS-NEW-KIND
                       MOVE ZERO TO WS-NEW-VETTED-REC
                       COMPUTE WS-NEW-CURRENT-REC =
                           WS-LEAD-COUNT + WS-J + 1
                       ADD 1 TO WS-J
                   END-IF
                   PERFORM ADD-EDIT-ENTRY
               END-IF
           END-PERFORM.

       COMPARE-BY-POSITION.
      * Too wide to align - record k of one file against record k of
      * the other. Every differing position is a change, and the
      * longer file's surplus is inserted or deleted.
           MOVE "NO " TO WS-IN-RUN
           MOVE WS-MID-VETTED TO WS-K
           IF WS-MID-CURRENT > WS-K
               MOVE WS-MID-CURRENT TO WS-K
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-K
               IF WS-I <= WS-MID-VETTED AND WS-I <= WS-MID-CURRENT
                   AND WS-VETTED-LINE (WS-LEAD-COUNT + WS-I)
                       = WS-CURRENT-LINE (WS-LEAD-COUNT + WS-I)
                   ADD 1 TO DF-SAME-COUNT
                   MOVE "NO " TO WS-IN-RUN
               ELSE
                   IF WS-I <= WS-MID-VETTED
                       MOVE "D" TO WS-NEW-KIND
                       COMPUTE WS-NEW-VETTED-REC = WS-LEAD-COUNT + WS-I
                       MOVE ZERO TO WS-NEW-CURRENT-REC
                       PERFORM ADD-EDIT-ENTRY
                   END-IF
                   IF WS-I <= WS-MID-CURRENT
                       MOVE "I" TO WS-NEW-KIND
                       MOVE ZERO TO WS-NEW-VETTED-REC
                       COMPUTE WS-NEW-CURRENT-REC =
                           WS-LEAD-COUNT + WS-I
                       PERFORM ADD-EDIT-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       ADD-EDIT-ENTRY.
           IF WS-IN-RUN NOT = "YES"
               ADD 1 TO WS-RUN-COUNT
               MOVE "YES" TO WS-IN-RUN
           END-IF
           ADD 1 TO WS-EDIT-COUNT
           MOVE WS-NEW-KIND TO WS-ED-KIND (WS-EDIT-COUNT)
           MOVE WS-NEW-VETTED-REC TO WS-ED-VETTED-REC (WS-EDIT-COUNT)
           MOVE WS-NEW-CURRENT-REC TO WS-ED-CURRENT-REC (WS-EDIT-COUNT)
           MOVE WS-RUN-COUNT TO WS-ED-RUN (WS-EDIT-COUNT)
           MOVE ZERO TO WS-ED-PARTNER (WS-EDIT-COUNT).

       CLASSIFY-DIFFERENCES.
      * Moves first - a record deleted in one place and inserted with
      * the same text in another is one record moved, wherever the
      * two are. The search is every delete against every insert, so
      * it is skipped when that would run past WS-LCS-LIMIT
      * comparisons (by then the files are not a reordering of each
      * other anyway). Then each run's remaining deletes and inserts
      * pair off in order as changed records.
           MOVE ZERO TO WS-I
           MOVE ZERO TO WS-J
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EDIT-COUNT
               IF WS-ED-KIND (WS-E) = "D"
                   ADD 1 TO WS-I
               ELSE
                   ADD 1 TO WS-J
               END-IF
           END-PERFORM
           COMPUTE WS-PAIR-WORK = WS-I * WS-J
           IF WS-PAIR-WORK <= WS-LCS-LIMIT
               PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EDIT-COUNT
                   IF WS-ED-KIND (WS-E) = "D"
                       PERFORM FIND-MOVED-PARTNER
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EDIT-COUNT
               IF WS-ED-KIND (WS-E) = "D"
                   PERFORM FIND-CHANGED-PARTNER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EDIT-COUNT
               EVALUATE WS-ED-KIND (WS-E)
                   WHEN "D"
                       ADD 1 TO DF-DELETED-COUNT
                   WHEN "I"
                       ADD 1 TO DF-INSERTED-COUNT
                   WHEN "C"
                       IF WS-ED-VETTED-REC (WS-E) > ZERO
                           ADD 1 TO DF-CHANGED-COUNT
                       END-IF
                   WHEN "M"
                       IF WS-ED-VETTED-REC (WS-E) > ZERO
                           ADD 1 TO DF-MOVED-COUNT
                       END-IF
               END-EVALUATE
           END-PERFORM.

       FIND-MOVED-PARTNER.
           MOVE "NO " TO WS-SCAN-DONE
           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-EDIT-COUNT OR WS-SCAN-DONE = "YES"
               IF WS-ED-KIND (WS-F) = "I"
                   AND WS-VETTED-LINE (WS-ED-VETTED-REC (WS-E))
                     = WS-CURRENT-LINE (WS-ED-CURRENT-REC (WS-F))
                   MOVE "M" TO WS-ED-KIND (WS-E)
                   MOVE "M" TO WS-ED-KIND (WS-F)
                   MOVE WS-F TO WS-ED-PARTNER (WS-E)
                   MOVE WS-E TO WS-ED-PARTNER (WS-F)
                   MOVE "YES" TO WS-SCAN-DONE
               END-IF
           END-PERFORM.

       FIND-CHANGED-PARTNER.
      * Back to the start of this delete's run, then forward through
      * the run to its first insert not yet paired.
           MOVE WS-E TO WS-F
           PERFORM UNTIL WS-F = 1
               OR WS-ED-RUN (WS-F - 1) NOT = WS-ED-RUN (WS-E)
               SUBTRACT 1 FROM WS-F
           END-PERFORM
           MOVE "NO " TO WS-SCAN-DONE
           PERFORM UNTIL WS-F > WS-EDIT-COUNT OR WS-SCAN-DONE = "YES"
               IF WS-ED-RUN (WS-F) NOT = WS-ED-RUN (WS-E)
                   MOVE "YES" TO WS-SCAN-DONE
               ELSE
                   IF WS-ED-KIND (WS-F) = "I"
                       MOVE "C" TO WS-ED-KIND (WS-E)
                       MOVE "C" TO WS-ED-KIND (WS-F)
                       MOVE WS-F TO WS-ED-PARTNER (WS-E)
                       MOVE WS-E TO WS-ED-PARTNER (WS-F)
                       MOVE "YES" TO WS-SCAN-DONE
                   ELSE
                       ADD 1 TO WS-F
                   END-IF
               END-IF
           END-PERFORM.

       CHOOSE-VERDICT.
      * Fewer than one vetted record in ten surviving is not an edit
      * of the vetted input - it is some other input, most likely
      * another account's.
           MOVE SPACES TO WS-VERDICT-TEXT
           EVALUATE TRUE
               WHEN WS-EDIT-COUNT = ZERO
                   MOVE "IDENTICAL" TO DF-VERDICT
                   STRING "the current file holds exactly the vetted "
                       "records"
                       DELIMITED BY SIZE INTO WS-VERDICT-TEXT
               WHEN WS-VETTED-COUNT > ZERO
                   AND DF-SAME-COUNT * 10 < WS-VETTED-COUNT
                   MOVE "DIFFERENT" TO DF-VERDICT
                   STRING "hardly a vetted record survives - another "
                       "input altogether (another account's?)"
                       DELIMITED BY SIZE INTO WS-VERDICT-TEXT
               WHEN DF-INSERTED-COUNT = WS-EDIT-COUNT
                   AND WS-LEAD-COUNT = WS-VETTED-COUNT
                   MOVE "APPENDED" TO DF-VERDICT
                   STRING "records added after the end of the vetted "
                       "file, the vetted records untouched"
                       DELIMITED BY SIZE INTO WS-VERDICT-TEXT
               WHEN DF-DELETED-COUNT = WS-EDIT-COUNT
                   AND WS-LEAD-COUNT = WS-CURRENT-COUNT
                   MOVE "TRUNCATED" TO DF-VERDICT
                   STRING "records missing from the end of the vetted "
                       "file, the rest untouched"
                       DELIMITED BY SIZE INTO WS-VERDICT-TEXT
               WHEN DF-MOVED-COUNT * 2 = WS-EDIT-COUNT
                   MOVE "REORDERED" TO DF-VERDICT
                   STRING "the vetted records, nothing added or lost, "
                       "in a different order"
                       DELIMITED BY SIZE INTO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "EDITED" TO DF-VERDICT
                   STRING "records inserted, deleted or changed within "
                       "the vetted file"
                       DELIMITED BY SIZE INTO WS-VERDICT-TEXT
           END-EVALUATE
           IF WS-EDIT-COUNT = ZERO
               MOVE ZERO TO DF-RETURN-CODE
           ELSE
               MOVE 4 TO DF-RETURN-CODE
           END-IF.

       WRITE-DIFF-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "input diff report "
                   FUNCTION TRIM (WS-REPORT-FILENAME)
                   " could not be written (status "
                   WS-REPORT-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 12 TO DF-RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               IF WS-NO-COMPARE-REASON NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  *** Nothing compared - "
                       FUNCTION TRIM (WS-NO-COMPARE-REASON) " ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM WRITE-REPORT-DETAIL
                   PERFORM WRITE-REPORT-TOTALS
               END-IF
               MOVE "============================================"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "END OF INPUT DIFF REPORT" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "============================================"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
           MOVE "============================================"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "AOC-INPUT-DIFF INPUT DIFF REPORT" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Season    : " DF-SEASON-YEAR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF DF-PARTICIPANT NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Participant: " DF-PARTICIPANT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Day       : " DF-DAY-NUMBER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Current   : " WS-CURRENT-FILENAME (1:60)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF DF-VETTED-FILENAME = SPACES
               MOVE "  Vetted    : (no copy)" TO WS-REPORT-LINE
           ELSE
               STRING "  Vetted    : " DF-VETTED-FILENAME
                   "  intake " DF-INTAKE-TIMESTAMP (1:14)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Ledgered  : fingerprint " DF-VETTED-RECORDS "/"
               DF-VETTED-BYTE-SUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-NO-COMPARE-REASON = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Current   : fingerprint " WS-CURRENT-COUNT "/"
                   WS-CURRENT-BYTE-SUM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Run date  : " WS-REPORT-TIMESTAMP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "============================================"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-COPY-ALTERED = "YES"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** The vetted copy no longer matches its "
                   "catalog fingerprint (now " WS-VETTED-COUNT "/"
                   WS-VETTED-BYTE-SUM ") - it has been changed since "
                   "intake ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-ALIGNED NOT = "YES"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** The files differ too widely to align - "
                   "compared position by position ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-DETAIL.
      * One entry per difference in file order. A changed or moved
      * pair is listed once, at its vetted record.
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-EDIT-COUNT
               IF WS-ED-KIND (WS-E) = "D" OR WS-ED-KIND (WS-E) = "I"
                   OR WS-ED-VETTED-REC (WS-E) > ZERO
                   ADD 1 TO WS-LISTED-COUNT
                   IF WS-LISTED-COUNT <= WS-LIST-LIMIT
                       PERFORM WRITE-ONE-DIFFERENCE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT > WS-LIST-LIMIT
               MOVE SPACES TO WS-REPORT-LINE
               COMPUTE WS-K = WS-LISTED-COUNT - WS-LIST-LIMIT
               STRING "  ... " WS-K " more difference(s) counted "
                   "below but not listed"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ONE-DIFFERENCE.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-ED-KIND (WS-E)
               WHEN "I"
                   STRING "  INSERTED  current record "
                       WS-ED-CURRENT-REC (WS-E)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE WS-ED-CURRENT-REC (WS-E) TO WS-K
                   PERFORM WRITE-CURRENT-TEXT
               WHEN "D"
                   STRING "  DELETED   vetted record "
                       WS-ED-VETTED-REC (WS-E)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE WS-ED-VETTED-REC (WS-E) TO WS-K
                   PERFORM WRITE-VETTED-TEXT
               WHEN "C"
                   MOVE WS-ED-PARTNER (WS-E) TO WS-F
                   STRING "  CHANGED   vetted record "
                       WS-ED-VETTED-REC (WS-E) " is current record "
                       WS-ED-CURRENT-REC (WS-F)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE WS-ED-VETTED-REC (WS-E) TO WS-K
                   PERFORM WRITE-VETTED-TEXT
                   MOVE WS-ED-CURRENT-REC (WS-F) TO WS-K
                   PERFORM WRITE-CURRENT-TEXT
               WHEN "M"
                   MOVE WS-ED-PARTNER (WS-E) TO WS-F
                   STRING "  MOVED     vetted record "
                       WS-ED-VETTED-REC (WS-E) " is now current record "
                       WS-ED-CURRENT-REC (WS-F)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE WS-ED-VETTED-REC (WS-E) TO WS-K
                   PERFORM WRITE-VETTED-TEXT
           END-EVALUATE.

       WRITE-VETTED-TEXT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "      vetted : " WS-VETTED-LINE (WS-K)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-CURRENT-TEXT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "      current: " WS-CURRENT-LINE (WS-K)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE "  ------------------------------------------"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Records   : vetted " WS-VETTED-COUNT
               "  current " WS-CURRENT-COUNT
               "  in common " DF-SAME-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Inserted " DF-INSERTED-COUNT
               "  Deleted " DF-DELETED-COUNT
               "  Changed " DF-CHANGED-COUNT
               "  Moved " DF-MOVED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Verdict   : " FUNCTION TRIM (DF-VERDICT) " - "
               WS-VERDICT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF DF-ECHO = "YES"
               DISPLAY FUNCTION TRIM (WS-REPORT-LINE TRAILING)
           END-IF.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       END PROGRAM AOC-INPUT-DIFF.
