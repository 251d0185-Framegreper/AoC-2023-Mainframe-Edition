      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared solver trace writer. When a solver produces
      * a wrong answer the only recourse used to be DISPLAYs and a
      * recompile, and AOC-LOGGER is the wrong home for thousands of
      * per-line values. With the trace switch on (AOC-TRACE=YES, or
      * the console toggle) AOC-RUNNER opens <season>-DAYnn-TRACE.TXT
      * through this module, passes SOL-TRACE = "YES" in the solver
      * contract, and every solver writes its intermediate values
      * here - one record per value set, carrying the physical line
      * number the values belong to, a stage name, and the values -
      * so a re-run shows where a wrong answer went wrong without a
      * code change. The runner never traces a VERIFY run or a sample
      * pre-flight; those must leave no side files.
      * Functions (TRC-FUNCTION, see AOC-TRACE.cpy):
      *   OPEN - create TRC-FILENAME (any trace still open is closed
      *          first) and write the TRACE-OPEN header record.
      *   PUT  - write one record. Without an open trace it is a
      *          quiet RC 4, so a solver called outside the runner
      *          with SOL-TRACE left on cannot fail for it.
      *   CLOS - write the TRACE-CLOSE trailer with the record count,
      *          close, and hand the count back in TRC-RECORD-COUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-TRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-FILE ASSIGN TO DYNAMIC WS-TRACE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRACE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-FILE LABEL RECORDS ARE STANDARD.
           01  TRACE-RECORD.
               05  TR-LINE-NUMBER        PIC 9(6).
               05  FILLER                PIC X(1).
               05  TR-STAGE              PIC X(16).
               05  FILLER                PIC X(1).
               05  TR-VALUES             PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-TRACE-FILENAME         PIC X(250) VALUE SPACES.
       01 WS-TRACE-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-TRACE-OPEN             PIC X(3) VALUE "NO".
       01 WS-TRACE-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-COUNT-DISPLAY          PIC Z(7)9.
       01 WS-CURRENT-STAMP          PIC X(26).

      * AOC-LOGGER interface - only a trace file that cannot be
      * created is worth the dated log; the records themselves are
      * the point of the trace file.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-TRACE".
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

       LINKAGE SECTION.
       01 LS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".

       PROCEDURE DIVISION USING LS-TRACE-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO TRC-RETURN-CODE
           EVALUATE TRC-FUNCTION
               WHEN "OPEN"
                   PERFORM OPEN-TRACE-FILE
               WHEN "PUT "
                   PERFORM PUT-TRACE-RECORD
               WHEN "CLOS"
                   PERFORM CLOSE-TRACE-FILE
               WHEN OTHER
                   MOVE 12 TO TRC-RETURN-CODE
           END-EVALUATE
           GOBACK.

       OPEN-TRACE-FILE.
           IF WS-TRACE-OPEN = "YES"
               PERFORM CLOSE-TRACE-FILE
           END-IF
           MOVE TRC-FILENAME TO WS-TRACE-FILENAME
           MOVE ZERO TO WS-TRACE-COUNT
           OPEN OUTPUT TRACE-FILE
           IF WS-TRACE-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Trace file " DELIMITED BY SIZE
                   WS-TRACE-FILENAME DELIMITED BY SPACE
                   " not created (status " DELIMITED BY SIZE
                   WS-TRACE-FILE-STATUS DELIMITED BY SIZE
                   ") - run continues untraced" DELIMITED BY SIZE
                   INTO WS-LOG-MESSAGE
               MOVE "W" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 4 TO TRC-RETURN-CODE
           ELSE
               MOVE "YES" TO WS-TRACE-OPEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
               MOVE SPACES TO TRACE-RECORD
               MOVE ZERO TO TR-LINE-NUMBER
               MOVE "TRACE-OPEN" TO TR-STAGE
               STRING "file=" DELIMITED BY SIZE
                   WS-TRACE-FILENAME DELIMITED BY SPACE
                   " opened=" DELIMITED BY SIZE
                   WS-CURRENT-STAMP (1:14) DELIMITED BY SIZE
                   INTO TR-VALUES
               WRITE TRACE-RECORD
           END-IF
           MOVE ZERO TO TRC-RECORD-COUNT.

       PUT-TRACE-RECORD.
           IF WS-TRACE-OPEN NOT = "YES"
               MOVE 4 TO TRC-RETURN-CODE
           ELSE
               MOVE SPACES TO TRACE-RECORD
               MOVE TRC-LINE-NUMBER TO TR-LINE-NUMBER
               MOVE TRC-STAGE TO TR-STAGE
               MOVE TRC-VALUES TO TR-VALUES
               WRITE TRACE-RECORD
               ADD 1 TO WS-TRACE-COUNT
               MOVE WS-TRACE-COUNT TO TRC-RECORD-COUNT
           END-IF.

       CLOSE-TRACE-FILE.
      * The trailer is not counted - TRC-RECORD-COUNT is the number
      * of records the solver wrote.
           IF WS-TRACE-OPEN NOT = "YES"
               MOVE 4 TO TRC-RETURN-CODE
           ELSE
               MOVE WS-TRACE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO TRACE-RECORD
               MOVE ZERO TO TR-LINE-NUMBER
               MOVE "TRACE-CLOSE" TO TR-STAGE
               STRING "records=" DELIMITED BY SIZE
                   FUNCTION TRIM (WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   INTO TR-VALUES
               WRITE TRACE-RECORD
               CLOSE TRACE-FILE
               MOVE "NO" TO WS-TRACE-OPEN
               MOVE WS-TRACE-COUNT TO TRC-RECORD-COUNT
           END-IF.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       END PROGRAM AOC-TRACE.
