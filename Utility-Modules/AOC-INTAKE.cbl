      * endings, stray tab characters, or trailing blank pages only
      * ever surfaced as 6 AM parse failures. This program takes the
      * raw file, checks every record (length against the runner's
      * 400-byte INPUT-RECORD, non-printable characters), normalizes
      * what is mechanical (strips the CR a CRLF download leaves,
      * replaces tabs with spaces, drops trailing blank records -
      * interior blank records stay, they are section separators),
      * season-qualified 2024-DAYnn-INPUT.TXT the runner now builds,
      * and the catalog entry carries the season year, both resolved
      * from AOC-SEASON-YEAR (default 2023).
      * Update: a capacity pre-check. Each registered day declares
      * its input shape and the loader ceilings it runs into
      * (AOC-DAY-SHAPES.cpy - GRID-LOADER 200 x 200, SECTION-READER
      * 1000 records / 50 sections, KEYED-LOOKUP 5000 keys,
      * CYCLE-TRACKER 300 states, STRING-SPLITTER 100 tokens, and
      * the solver's own tables). The validation pass measures the
      * normalized file - non-blank records, widest record, sections,
      * most words on one record, records in the key section - and
      * a file over any declared ceiling is refused RC 8 like any
      * other defect; the report names every limit checked with its
      * measured value. A day with no declaration is installed
      * unchecked and the report says so.
      * Update: intake is participant-aware - the input is installed
      * for the team member named in AOC-PARTICIPANT (checked against
      * the roster through AOC-ROSTER) under their own file name
      * (2023-JSMITH-DAYnn-INPUT.TXT), and the catalog entry carries
      * the participant code. Blank is the installation's own
      * participant and installs exactly where it always did. A code
      * the roster refuses installs nothing (RC 8).
      * Update: every install also keeps a dated copy of exactly what
      * was installed (2023-DAYnn-INPUT-<yyyymmddhhmmsscc>.TXT,
      * beside the install) and the catalog entry names it, so when
      * the file on disk stops matching a ledgered fingerprint,
      * AOC-INPUT-DIFF can say record by record what changed. A copy
      * that cannot be written installs nothing (RC 12).
      * Update: the install and retained records are 400 bytes wide,
      * matching the runner's widened INPUT-RECORD - a Day 8
      * instruction string runs to nearly 300 characters and used to
      * be refused here. Each day's own record-length ceiling still
      * comes from its AOC-DAY-SHAPES.cpy entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-INTAKE.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT RETAIN-FILE ASSIGN TO DYNAMIC WS-RETAIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETAIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE LABEL RECORDS ARE STANDARD.
      * Wider than the 400-byte business width for the same reason
      * GRID-LOADER's GRID-RECORD is - a record exactly as wide as the
      * limit cannot tell "exactly 400" from "clipped to 400", and the
      * overlength check below needs real data past column 400.
           01  RAW-RECORD                PIC X(450).

       FD  INSTALL-FILE LABEL RECORDS ARE STANDARD.
           01  INSTALL-RECORD            PIC X(400).

       FD  CATALOG-FILE LABEL RECORDS ARE STANDARD.
           01  CATALOG-RECORD.
               COPY "AOC-CATALOG.cpy".

       FD  RETAIN-FILE LABEL RECORDS ARE STANDARD.
           01  RETAIN-RECORD             PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-RAW-FILENAME           PIC X(250) VALUE SPACES.
       01 WS-RAW-FILE-STATUS        PIC X(2) VALUE SPACES.
       01 WS-DEFAULT-CATALOG-FILE   PIC X(250)
           VALUE "AOC-INPUT-CATALOG.TXT".
       01 WS-CATALOG-FILE-STATUS    PIC X(2) VALUE SPACES.
      * The dated copy kept of every install - named for the moment
      * of intake, so no later intake of the same day overwrites it.
       01 WS-RETAIN-FILENAME        PIC X(250) VALUE SPACES.
       01 WS-RETAIN-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-RETAIN-STAMP           PIC X(16).
       01 WS-ARG-NUMBER             PIC 9(2).
       01 WS-ARG-VALUE              PIC X(250).
       01 WS-DAY-NUMBER             PIC 9(2) VALUE ZERO.
       01 WS-SEASON-YEAR            PIC 9(4) VALUE 2023.
      * Whose input this is - through AOC-ROSTER, like the runner.
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-FILE-PREFIX            PIC X(20) VALUE SPACES.
       01 WS-PARTICIPANT-REFUSED    PIC X(3) VALUE "NO".
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.
       01 WS-REPORT-TIMESTAMP       PIC X(26).
      * a line-sequential read), a tab becomes one space, and any
      * other character outside the printable range is junk this
      * program exists to catch before the runner does.
       01 WS-WORK-RECORD            PIC X(450).
       01 WS-WORK-LEN               PIC 9(3).
       01 WS-POS                    PIC 9(3).
       01 WS-CH                     PIC X.
       01 WS-FP-REAL-LEN            PIC 9(3).
       01 WS-FP-POS                 PIC 9(3).

      * Input shape declarations, one per registered day solver.
       01 WS-SHAPE-REGISTRY-DATA.
           COPY "AOC-DAY-SHAPES.cpy".
       01 WS-SHAPE-REGISTRY REDEFINES WS-SHAPE-REGISTRY-DATA.
          05 WS-SHAPE-ENTRY OCCURS 11 TIMES
              INDEXED BY WS-SHAPE-IDX.
             10 WS-SH-DAY           PIC 9(2).
             10 WS-SH-SHAPE         PIC X(4).
             10 WS-SH-MAX-ROWS      PIC 9(4).
             10 WS-SH-MAX-COLS      PIC 9(3).
             10 WS-SH-MAX-RECLEN    PIC 9(3).
             10 WS-SH-MAX-SECTIONS  PIC 9(2).
             10 WS-SH-MAX-TOKENS    PIC 9(3).
             10 WS-SH-MAX-KEYS      PIC 9(4).
             10 WS-SH-KEY-SECTION   PIC 9(2).
             10 WS-SH-LIMITS.
                15 WS-SH-USES-GRID-LOADER    PIC X(1).
                15 WS-SH-USES-SECTION-READER PIC X(1).
                15 WS-SH-USES-KEYED-LOOKUP   PIC X(1).
                15 WS-SH-USES-CYCLE-TRACKER  PIC X(1).
                15 WS-SH-USES-STRING-SPLITTER PIC X(1).
       01 WS-SHAPE-COUNT            PIC 9(2) VALUE 11.
       01 WS-SHAPE-FOUND            PIC X(3) VALUE "NO".
       01 WS-SHAPE-SLOT             PIC 9(2) VALUE ZERO.
       01 WS-SOLVER-NAME            PIC X(9).

      * Capacity measurements (pass 1, over the normalized records).
       01 WS-MEAS-ROWS              PIC 9(6) VALUE ZERO.
       01 WS-MEAS-MAX-LEN           PIC 9(3) VALUE ZERO.
       01 WS-MEAS-SECTIONS          PIC 9(6) VALUE ZERO.
       01 WS-MEAS-MAX-TOKENS        PIC 9(3) VALUE ZERO.
       01 WS-MEAS-KEYS              PIC 9(6) VALUE ZERO.
       01 WS-MEAS-IN-SECTION        PIC X(3) VALUE "NO".
       01 WS-LINE-TOKENS            PIC 9(3).
       01 WS-IN-WORD                PIC X(3).

      * One line per ceiling checked - the report prints them all,
      * so a refusal names the limit and what the file measured.
       01 WS-CAPACITY-BREACHES      PIC 9(2) VALUE ZERO.
       01 WS-CAP-COUNT              PIC 9(2) VALUE ZERO.
       01 WS-CAP-TABLE.
          05 WS-CAP-ENTRY OCCURS 8 TIMES INDEXED BY WS-CAP-IDX.
             10 WS-CAP-NAME         PIC X(34).
             10 WS-CAP-LIMIT        PIC 9(4).
             10 WS-CAP-MEASURED     PIC 9(6).
             10 WS-CAP-RESULT       PIC X(28).
       01 WS-CAP-NEW-NAME           PIC X(34).
       01 WS-CAP-NEW-LIMIT          PIC 9(4).
       01 WS-CAP-NEW-MEASURED       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-DAY-AND-RAW-FILE
               MOVE 12 TO WS-EXIT-RC
           ELSE
               PERFORM RESOLVE-SEASON-YEAR
               PERFORM RESOLVE-PARTICIPANT
               PERFORM BUILD-INSTALL-FILENAME
               PERFORM BUILD-RETAIN-FILENAME
               PERFORM RESOLVE-CATALOG-FILENAME
               PERFORM FIND-DAY-SHAPE
               IF WS-PARTICIPANT-REFUSED = "YES"
                   MOVE 8 TO WS-EXIT-RC
               ELSE
                   PERFORM VALIDATE-RAW-FILE
               END-IF
               IF WS-EXIT-RC = ZERO
                   IF WS-SHAPE-FOUND = "YES"
                       PERFORM CHECK-DAY-CAPACITY
                   END-IF
                   IF WS-OVERLENGTH-COUNT > ZERO
                       OR WS-NONPRINTABLE-COUNT > ZERO
                       OR WS-CAPACITY-BREACHES > ZERO
                       MOVE 8 TO WS-EXIT-RC
                   ELSE
                       PERFORM INSTALL-NORMALIZED-FILE
               END-IF
           END-IF.

       RESOLVE-PARTICIPANT.
      * AOC-ROSTER logs a refused code itself.
           MOVE "RSLV" TO RO-FUNCTION
           MOVE "AOC-INTAKE" TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           CALL "AOC-ROSTER" USING WS-RO-PARMS
           MOVE RO-PARTICIPANT TO WS-PARTICIPANT
           MOVE RO-FILE-PREFIX TO WS-FILE-PREFIX
           IF RO-RETURN-CODE NOT = ZERO
               MOVE "YES" TO WS-PARTICIPANT-REFUSED
               DISPLAY "AOC-INTAKE: participant '" WS-PARTICIPANT
                   "' is not on the roster - nothing installed"
           END-IF.

       BUILD-INSTALL-FILENAME.
           MOVE SPACES TO WS-INSTALL-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-INPUT.TXT"
               DELIMITED BY SIZE INTO WS-INSTALL-FILENAME.

       BUILD-RETAIN-FILENAME.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RETAIN-STAMP
           MOVE SPACES TO WS-RETAIN-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-INPUT-" WS-RETAIN-STAMP ".TXT"
               DELIMITED BY SIZE INTO WS-RETAIN-FILENAME.

       RESOLVE-CATALOG-FILENAME.
      * The same JCL-DD-name style override every other shared file
      * in the suite uses.
                           ADD 1 TO WS-RECORDS-READ
                           MOVE RAW-RECORD TO WS-WORK-RECORD
                           PERFORM NORMALIZE-WORK-RECORD
                           PERFORM MEASURE-WORK-RECORD
                           IF WS-WORK-RECORD NOT = SPACES
                               MOVE WS-RECORDS-READ
                                   TO WS-LAST-NONBLANK-RECORD
               DISPLAY "AOC-INTAKE: record " WS-RECORDS-READ
                   " holds non-printable character(s)"
           END-IF
           IF WS-WORK-LEN > 400
               ADD 1 TO WS-OVERLENGTH-COUNT
               DISPLAY "AOC-INTAKE: record " WS-RECORDS-READ " is "
                   WS-WORK-LEN " bytes - longer than the runner's "
                   "400-byte INPUT-RECORD"
           END-IF.

       FIND-DAY-SHAPE.
           MOVE "NO " TO WS-SHAPE-FOUND
           MOVE ZERO TO WS-SHAPE-SLOT
           PERFORM VARYING WS-SHAPE-IDX FROM 1 BY 1
               UNTIL WS-SHAPE-IDX > WS-SHAPE-COUNT
               OR WS-SHAPE-FOUND = "YES"
               IF WS-SH-DAY (WS-SHAPE-IDX) = WS-DAY-NUMBER
                   MOVE "YES" TO WS-SHAPE-FOUND
                   SET WS-SHAPE-SLOT TO WS-SHAPE-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SOLVER-NAME
           STRING "AOC-DAY" WS-DAY-NUMBER
               DELIMITED BY SIZE INTO WS-SOLVER-NAME.

       MEASURE-WORK-RECORD.
      * Measured on the record as it will be installed. Blank records
      * only close a section; trailing ones are never installed and
      * so never open one. Words are runs of non-spaces - the most
      * any of the solvers' delimiter sets can split a record into.
           IF WS-WORK-RECORD = SPACES
               MOVE "NO " TO WS-MEAS-IN-SECTION
           ELSE
               ADD 1 TO WS-MEAS-ROWS
               IF WS-MEAS-IN-SECTION NOT = "YES"
                   ADD 1 TO WS-MEAS-SECTIONS
                   MOVE "YES" TO WS-MEAS-IN-SECTION
               END-IF
               IF WS-WORK-LEN > WS-MEAS-MAX-LEN
                   MOVE WS-WORK-LEN TO WS-MEAS-MAX-LEN
               END-IF
               MOVE ZERO TO WS-LINE-TOKENS
               MOVE "NO " TO WS-IN-WORD
               PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-WORK-LEN
                   IF WS-WORK-RECORD (WS-POS:1) = SPACE
                       MOVE "NO " TO WS-IN-WORD
                   ELSE
                       IF WS-IN-WORD NOT = "YES"
                           ADD 1 TO WS-LINE-TOKENS
                           MOVE "YES" TO WS-IN-WORD
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LINE-TOKENS > WS-MEAS-MAX-TOKENS
                   MOVE WS-LINE-TOKENS TO WS-MEAS-MAX-TOKENS
               END-IF
               IF WS-SHAPE-FOUND = "YES"
                   IF WS-SH-KEY-SECTION (WS-SHAPE-SLOT) = ZERO
                       OR WS-SH-KEY-SECTION (WS-SHAPE-SLOT)
                           = WS-MEAS-SECTIONS
                       ADD 1 TO WS-MEAS-KEYS
                   END-IF
               END-IF
           END-IF.

       CHECK-DAY-CAPACITY.
      * Every declared ceiling is checked and listed, breached or
      * not, under the name of whatever owns the table - the shared
      * loader when one applies, otherwise the solver itself.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE ZERO TO WS-CAPACITY-BREACHES
           SET WS-SHAPE-IDX TO WS-SHAPE-SLOT
           IF WS-SH-MAX-ROWS (WS-SHAPE-IDX) > ZERO
               EVALUATE TRUE
                   WHEN WS-SH-USES-GRID-LOADER (WS-SHAPE-IDX) = "G"
                       MOVE "GRID-LOADER grid rows"
                           TO WS-CAP-NEW-NAME
                   WHEN WS-SH-USES-SECTION-READER (WS-SHAPE-IDX)
                       = "S"
                       MOVE "SECTION-READER records"
                           TO WS-CAP-NEW-NAME
                   WHEN OTHER
                       MOVE SPACES TO WS-CAP-NEW-NAME
                       STRING WS-SOLVER-NAME " records"
                           DELIMITED BY SIZE INTO WS-CAP-NEW-NAME
               END-EVALUATE
               MOVE WS-SH-MAX-ROWS (WS-SHAPE-IDX) TO WS-CAP-NEW-LIMIT
               MOVE WS-MEAS-ROWS TO WS-CAP-NEW-MEASURED
               PERFORM ADD-CAPACITY-LINE
           END-IF
           IF WS-SH-MAX-COLS (WS-SHAPE-IDX) > ZERO
               IF WS-SH-USES-GRID-LOADER (WS-SHAPE-IDX) = "G"
                   MOVE "GRID-LOADER grid columns" TO WS-CAP-NEW-NAME
               ELSE
                   MOVE SPACES TO WS-CAP-NEW-NAME
                   STRING WS-SOLVER-NAME " grid columns"
                       DELIMITED BY SIZE INTO WS-CAP-NEW-NAME
               END-IF
               MOVE WS-SH-MAX-COLS (WS-SHAPE-IDX) TO WS-CAP-NEW-LIMIT
               MOVE WS-MEAS-MAX-LEN TO WS-CAP-NEW-MEASURED
               PERFORM ADD-CAPACITY-LINE
           END-IF
           IF WS-SH-MAX-RECLEN (WS-SHAPE-IDX) > ZERO
               MOVE SPACES TO WS-CAP-NEW-NAME
               STRING WS-SOLVER-NAME " record length"
                   DELIMITED BY SIZE INTO WS-CAP-NEW-NAME
               MOVE WS-SH-MAX-RECLEN (WS-SHAPE-IDX)
                   TO WS-CAP-NEW-LIMIT
               MOVE WS-MEAS-MAX-LEN TO WS-CAP-NEW-MEASURED
               PERFORM ADD-CAPACITY-LINE
           END-IF
           IF WS-SH-MAX-SECTIONS (WS-SHAPE-IDX) > ZERO
               IF WS-SH-USES-SECTION-READER (WS-SHAPE-IDX) = "S"
                   MOVE "SECTION-READER sections" TO WS-CAP-NEW-NAME
               ELSE
                   MOVE SPACES TO WS-CAP-NEW-NAME
                   STRING WS-SOLVER-NAME " sections"
                       DELIMITED BY SIZE INTO WS-CAP-NEW-NAME
               END-IF
               MOVE WS-SH-MAX-SECTIONS (WS-SHAPE-IDX)
                   TO WS-CAP-NEW-LIMIT
               MOVE WS-MEAS-SECTIONS TO WS-CAP-NEW-MEASURED
               PERFORM ADD-CAPACITY-LINE
           END-IF
           IF WS-SH-MAX-TOKENS (WS-SHAPE-IDX) > ZERO
               IF WS-SH-USES-STRING-SPLITTER (WS-SHAPE-IDX) = "T"
                   MOVE "STRING-SPLITTER tokens per record"
                       TO WS-CAP-NEW-NAME
               ELSE
                   MOVE SPACES TO WS-CAP-NEW-NAME
                   STRING WS-SOLVER-NAME " tokens per record"
                       DELIMITED BY SIZE INTO WS-CAP-NEW-NAME
               END-IF
               MOVE WS-SH-MAX-TOKENS (WS-SHAPE-IDX)
                   TO WS-CAP-NEW-LIMIT
               MOVE WS-MEAS-MAX-TOKENS TO WS-CAP-NEW-MEASURED
               PERFORM ADD-CAPACITY-LINE
           END-IF
           IF WS-SH-MAX-KEYS (WS-SHAPE-IDX) > ZERO
               IF WS-SH-USES-KEYED-LOOKUP (WS-SHAPE-IDX) = "K"
                   MOVE "KEYED-LOOKUP keys" TO WS-CAP-NEW-NAME
               ELSE
                   MOVE SPACES TO WS-CAP-NEW-NAME
                   STRING WS-SOLVER-NAME " keys"
                       DELIMITED BY SIZE INTO WS-CAP-NEW-NAME
               END-IF
               MOVE WS-SH-MAX-KEYS (WS-SHAPE-IDX) TO WS-CAP-NEW-LIMIT
               MOVE WS-MEAS-KEYS TO WS-CAP-NEW-MEASURED
               PERFORM ADD-CAPACITY-LINE
           END-IF
           IF WS-SH-USES-CYCLE-TRACKER (WS-SHAPE-IDX) = "C"
      * The states a cycle search visits depend on the run, not on
      * the file - listed so the report shows the ceiling exists,
      * but never a reason to refuse.
               ADD 1 TO WS-CAP-COUNT
               SET WS-CAP-IDX TO WS-CAP-COUNT
               MOVE "CYCLE-TRACKER states" TO WS-CAP-NAME (WS-CAP-IDX)
               MOVE 300 TO WS-CAP-LIMIT (WS-CAP-IDX)
               MOVE ZERO TO WS-CAP-MEASURED (WS-CAP-IDX)
               MOVE "checked at run time" TO WS-CAP-RESULT (WS-CAP-IDX)
           END-IF.

       ADD-CAPACITY-LINE.
           ADD 1 TO WS-CAP-COUNT
           SET WS-CAP-IDX TO WS-CAP-COUNT
           MOVE WS-CAP-NEW-NAME TO WS-CAP-NAME (WS-CAP-IDX)
           MOVE WS-CAP-NEW-LIMIT TO WS-CAP-LIMIT (WS-CAP-IDX)
           MOVE WS-CAP-NEW-MEASURED TO WS-CAP-MEASURED (WS-CAP-IDX)
           IF WS-CAP-NEW-MEASURED > WS-CAP-NEW-LIMIT
               MOVE "*** EXCEEDED ***" TO WS-CAP-RESULT (WS-CAP-IDX)
               ADD 1 TO WS-CAPACITY-BREACHES
               DISPLAY "AOC-INTAKE: " FUNCTION TRIM (WS-CAP-NEW-NAME)
                   " limit " WS-CAP-NEW-LIMIT " - the file measures "
                   WS-CAP-NEW-MEASURED
           ELSE
               MOVE "ok" TO WS-CAP-RESULT (WS-CAP-IDX)
           END-IF.

       INSTALL-NORMALIZED-FILE.
      * record again, and write everything up to the last non-blank
      * record (the trailing blank page is dropped; interior blank
      * records are section separators and stay). The fingerprint is
      * computed over each record exactly as installed. The dated
      * copy is opened first - an install with no copy kept could
      * never be diffed, so it is not made at all.
           OPEN INPUT RAW-FILE
           IF WS-RAW-FILE-STATUS NOT = "00"
               DISPLAY "AOC-INTAKE: raw file "
                   WS-RAW-FILE-STATUS ")"
               MOVE 12 TO WS-EXIT-RC
           ELSE
               OPEN OUTPUT RETAIN-FILE
               IF WS-RETAIN-FILE-STATUS NOT = "00"
                   DISPLAY "AOC-INTAKE: retained copy "
                       FUNCTION TRIM (WS-RETAIN-FILENAME)
                       " could not be opened (status "
                       WS-RETAIN-FILE-STATUS ")"
                   MOVE 12 TO WS-EXIT-RC
                   CLOSE RAW-FILE
               ELSE
                   OPEN OUTPUT INSTALL-FILE
                   IF WS-INSTALL-FILE-STATUS NOT = "00"
                       DISPLAY "AOC-INTAKE: install file "
                           FUNCTION TRIM (WS-INSTALL-FILENAME)
                           " could not be opened (status "
                           WS-INSTALL-FILE-STATUS ")"
                       MOVE 12 TO WS-EXIT-RC
                       CLOSE RAW-FILE
                       CLOSE RETAIN-FILE
                   ELSE
                       MOVE "NO " TO WS-TALLY-PASS
                       MOVE "NO" TO END-OF-FILE
                       MOVE ZERO TO WS-INSTALL-RECORD-NO
                       PERFORM UNTIL END-OF-FILE = "YES"
                           READ RAW-FILE
                               AT END
                                   MOVE "YES" TO END-OF-FILE
                               NOT AT END
                                   ADD 1 TO WS-INSTALL-RECORD-NO
                                   IF WS-INSTALL-RECORD-NO
                                       <= WS-LAST-NONBLANK-RECORD
                                       PERFORM WRITE-ONE-INSTALL-RECORD
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE RAW-FILE
                       CLOSE INSTALL-FILE
                       CLOSE RETAIN-FILE
                   END-IF
               END-IF
           END-IF.

           MOVE RAW-RECORD TO WS-WORK-RECORD
           PERFORM NORMALIZE-WORK-RECORD
           MOVE SPACES TO INSTALL-RECORD
           MOVE WS-WORK-RECORD (1:400) TO INSTALL-RECORD
           WRITE INSTALL-RECORD
           MOVE INSTALL-RECORD TO RETAIN-RECORD
           WRITE RETAIN-RECORD
           ADD 1 TO WS-RECORDS-INSTALLED
           ADD 1 TO WS-FP-RECORD-COUNT
           PERFORM SUM-INSTALL-RECORD-BYTES.
               MOVE FUNCTION CURRENT-DATE TO IC-INTAKE-TIMESTAMP
               MOVE WS-RAW-FILENAME (1:44) TO IC-RAW-FILENAME
               MOVE WS-SEASON-YEAR TO IC-SEASON-YEAR
               MOVE WS-PARTICIPANT TO IC-PARTICIPANT
               MOVE WS-RETAIN-FILENAME (1:60) TO IC-RETAINED-FILENAME
               WRITE CATALOG-RECORD
               CLOSE CATALOG-FILE
           END-IF.
           DISPLAY "============================================"
           DISPLAY "AOC-INTAKE JOB REPORT"
           DISPLAY "  Season    : " WS-SEASON-YEAR
           IF WS-PARTICIPANT NOT = SPACES
               DISPLAY "  Participant: " WS-PARTICIPANT " "
                   RO-PARTICIPANT-NAME
           END-IF
           DISPLAY "  Day       : " WS-DAY-NUMBER
           DISPLAY "  Raw file  : " WS-RAW-FILENAME (1:44)
           DISPLAY "  Install   : " WS-INSTALL-FILENAME (1:44)
           DISPLAY "  Trailing blanks cut : " WS-TRAILING-BLANK-COUNT
           DISPLAY "  Overlength records  : " WS-OVERLENGTH-COUNT
           DISPLAY "  Non-printable recs  : " WS-NONPRINTABLE-COUNT
           IF WS-SHAPE-FOUND = "YES"
               DISPLAY "  Declared shape      : "
                   WS-SH-SHAPE (WS-SHAPE-SLOT) " (" WS-SOLVER-NAME ")"
               PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
                   DISPLAY "    " WS-CAP-NAME (WS-CAP-IDX)
                       " limit " WS-CAP-LIMIT (WS-CAP-IDX)
                       " measured " WS-CAP-MEASURED (WS-CAP-IDX)
                       "  " WS-CAP-RESULT (WS-CAP-IDX)
               END-PERFORM
               DISPLAY "  Capacity breaches   : " WS-CAPACITY-BREACHES
           ELSE
               DISPLAY "  Declared shape      : none for day "
                   WS-DAY-NUMBER " - capacity not checked"
           END-IF
           IF WS-EXIT-RC = ZERO
               DISPLAY "  Records installed   : " WS-RECORDS-INSTALLED
               DISPLAY "  Fingerprint         : " WS-FP-RECORD-COUNT
                   "/" WS-FP-BYTE-SUM
               DISPLAY "  Retained copy       : "
                   WS-RETAIN-FILENAME (1:44)
               DISPLAY "  Registered in       : "
                   WS-CATALOG-FILENAME (1:40)
           ELSE
