      ******************************************************************
      * Author:
      * Date:
      * Purpose: Formatted snapshot of the grid table GRID-LOADER
      * builds, written to a report file - so a 140x140 platform can
      * be looked at after GRID-TRANSFORM has tilted it, or a
      * schematic with the cells a solver actually used picked out,
      * instead of eyeballing the raw input file. Each snapshot has
      * a labelled heading (title, snapshot number, grid size, how
      * many cells are highlighted), a column ruler above the rows
      * (column numbers every tenth column over a units line) and
      * the row number at both ends of every row. A grid wider than
      * the print line is printed in vertical slices, each slice
      * with its own ruler and "columns a-b" caption, so nothing
      * wraps.
      * The caller may pass a list of cells to highlight - Day 3's
      * symbol-adjacent digits, Day 10's loop tiles, a pathfinder's
      * route. GP-HIGHLIGHT-MODE says how they show:
      *   M - a marker line under each row that holds one, with
      *       GP-HIGHLIGHT-CHAR (default "^") under each
      *       highlighted cell; the cell itself prints unchanged.
      *   R - the highlighted cell prints as GP-HIGHLIGHT-CHAR
      *       (default "*") instead of its own character.
      * Functions (GP-FUNCTION):
      *   OPEN  - create (replace) GP-FILENAME for a series of
      *           snapshots, e.g. Day 14's state after every spin.
      *   SNAP  - write one snapshot. With no OPEN first, the file
      *           is extended (created if absent) for this one
      *           snapshot and closed again.
      *   CLOSE - write the end-of-report line and close.
      * GP-PAGE-WIDTH is the print line (default 132, 40-250);
      * twelve positions go to the row numbers, the rest to cells.
      * GP-SNAP-COUNT returns the snapshots written since OPEN.
      * Return codes: 0 clean, 4 highlight cells outside the grid
      * were ignored (the snapshot is still written), 8 an unknown
      * function or a grid size outside 1-200, 12 the report file
      * could not be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRID-PRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE LABEL RECORDS ARE STANDARD.
           01  PRINT-RECORD              PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-PRINT-FILENAME         PIC X(250) VALUE SPACES.
       01 WS-PRINT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-SERIES-OPEN            PIC X(3) VALUE "NO".
       01 WS-FILE-OPEN              PIC X(3) VALUE "NO".
       01 WS-SNAP-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-PRINT-LINE             PIC X(250).

      * One flag per cell, rebuilt from the caller's list on every
      * snapshot.
       01 WS-HL-TABLE.
          05 WS-HL-ROW OCCURS 200 TIMES.
             10 WS-HL-CELL          PIC X(1) OCCURS 200 TIMES.
       01 WS-HL-ANY-ROW             PIC X(3).
       01 WS-HL-MARKED              PIC 9(5).
       01 WS-HL-REJECTED            PIC 9(5).
       01 WS-HL-CHAR                PIC X(1).
       01 WS-HL-MODE                PIC X(1).

      * Page-width slicing.
       01 WS-PAGE-WIDTH             PIC 9(3).
       01 WS-SLICE-WIDTH            PIC 9(3).
       01 WS-SLICE-COUNT            PIC 9(3).
       01 WS-SLICE-NO               PIC 9(3).
       01 WS-SLICE-START            PIC 9(3).
       01 WS-SLICE-END              PIC 9(3).

       01 WS-ROW                    PIC 9(3).
       01 WS-COL                    PIC 9(3).
       01 WS-K                      PIC 9(5).
       01 WS-POS                    PIC 9(3).
       01 WS-UNITS                  PIC 9(1).
       01 WS-RULER-NUMBER           PIC ZZ9.
       01 WS-STAMP                  PIC X(26).
       01 WS-SNAP-DISPLAY           PIC Z(3)9.
       01 WS-COUNT-DISPLAY          PIC Z(4)9.

       LINKAGE SECTION.
       01 LS-GP-PARMS.
           COPY "GRID-PRINT.cpy".
       01 LS-GRID-TABLE.
          05 LS-GRID-ROW OCCURS 200 TIMES INDEXED BY LS-ROW-IDX.
             10 LS-GRID-CELL PIC X OCCURS 200 TIMES
                 INDEXED BY LS-CELL-IDX.
       01 LS-ROW-COUNT              PIC 9(3).
       01 LS-COLUMN-COUNT           PIC 9(3).
      * Cells to highlight - GP-HIGHLIGHT-COUNT entries are read.
       01 LS-GP-HIGHLIGHT-TABLE.
          05 LS-GP-HIGHLIGHT OCCURS 40000 TIMES.
             10 LS-GP-HL-ROW        PIC 9(3).
             10 LS-GP-HL-COL        PIC 9(3).

       PROCEDURE DIVISION USING LS-GP-PARMS LS-GRID-TABLE
                                 LS-ROW-COUNT LS-COLUMN-COUNT
                                 LS-GP-HIGHLIGHT-TABLE.
       MAIN-PROCEDURE.
           MOVE ZERO TO GP-RETURN-CODE
           EVALUATE GP-FUNCTION
               WHEN "OPEN "
                   PERFORM OPEN-SERIES
               WHEN "SNAP "
                   PERFORM WRITE-SNAPSHOT
               WHEN "CLOSE"
                   PERFORM CLOSE-SERIES
               WHEN OTHER
                   MOVE 8 TO GP-RETURN-CODE
           END-EVALUATE
           MOVE WS-SNAP-COUNT TO GP-SNAP-COUNT
           GOBACK.

       OPEN-SERIES.
           IF WS-FILE-OPEN = "YES"
               CLOSE PRINT-FILE
               MOVE "NO" TO WS-FILE-OPEN
           END-IF
           MOVE "NO" TO WS-SERIES-OPEN
           MOVE ZERO TO WS-SNAP-COUNT
           MOVE GP-FILENAME TO WS-PRINT-FILENAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS = "00"
               MOVE "YES" TO WS-SERIES-OPEN
               MOVE "YES" TO WS-FILE-OPEN
           ELSE
               MOVE 12 TO GP-RETURN-CODE
           END-IF.

       CLOSE-SERIES.
           IF WS-SERIES-OPEN = "YES"
               MOVE SPACES TO PRINT-RECORD
               MOVE WS-SNAP-COUNT TO WS-SNAP-DISPLAY
               STRING "END OF GRID REPORT - "
                   FUNCTION TRIM (WS-SNAP-DISPLAY) " snapshot(s)"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               CLOSE PRINT-FILE
               MOVE "NO" TO WS-SERIES-OPEN
               MOVE "NO" TO WS-FILE-OPEN
           END-IF.

       WRITE-SNAPSHOT.
           IF LS-ROW-COUNT = ZERO OR LS-ROW-COUNT > 200
               OR LS-COLUMN-COUNT = ZERO OR LS-COLUMN-COUNT > 200
               MOVE 8 TO GP-RETURN-CODE
           ELSE
               IF WS-SERIES-OPEN NOT = "YES"
                   PERFORM OPEN-FOR-ONE-SNAPSHOT
               END-IF
               IF WS-FILE-OPEN = "YES"
                   PERFORM RESOLVE-PRINT-SETTINGS
                   PERFORM BUILD-HIGHLIGHT-FLAGS
                   ADD 1 TO WS-SNAP-COUNT
                   PERFORM WRITE-SNAPSHOT-HEADING
                   PERFORM WRITE-ONE-SLICE
                       VARYING WS-SLICE-NO FROM 1 BY 1
                       UNTIL WS-SLICE-NO > WS-SLICE-COUNT
                   MOVE SPACES TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   IF WS-HL-REJECTED > ZERO
                       MOVE 4 TO GP-RETURN-CODE
                   END-IF
                   IF WS-SERIES-OPEN NOT = "YES"
                       CLOSE PRINT-FILE
                       MOVE "NO" TO WS-FILE-OPEN
                   END-IF
               END-IF
           END-IF.

       OPEN-FOR-ONE-SNAPSHOT.
      * Same extend-or-create convention as the run-history file.
           MOVE GP-FILENAME TO WS-PRINT-FILENAME
           OPEN EXTEND PRINT-FILE
           IF WS-PRINT-FILE-STATUS = "35"
               OPEN OUTPUT PRINT-FILE
               CLOSE PRINT-FILE
               OPEN EXTEND PRINT-FILE
           END-IF
           IF WS-PRINT-FILE-STATUS = "00"
               MOVE "YES" TO WS-FILE-OPEN
           ELSE
               MOVE 12 TO GP-RETURN-CODE
           END-IF.

       RESOLVE-PRINT-SETTINGS.
           MOVE GP-PAGE-WIDTH TO WS-PAGE-WIDTH
           IF WS-PAGE-WIDTH = ZERO
               MOVE 132 TO WS-PAGE-WIDTH
           END-IF
           IF WS-PAGE-WIDTH < 40
               MOVE 40 TO WS-PAGE-WIDTH
           END-IF
           IF WS-PAGE-WIDTH > 250
               MOVE 250 TO WS-PAGE-WIDTH
           END-IF
           COMPUTE WS-SLICE-WIDTH = WS-PAGE-WIDTH - 12
           COMPUTE WS-SLICE-COUNT =
               (LS-COLUMN-COUNT + WS-SLICE-WIDTH - 1) / WS-SLICE-WIDTH
           MOVE GP-HIGHLIGHT-MODE TO WS-HL-MODE
           IF WS-HL-MODE NOT = "R"
               MOVE "M" TO WS-HL-MODE
           END-IF
           MOVE GP-HIGHLIGHT-CHAR TO WS-HL-CHAR
           IF WS-HL-CHAR = SPACE
               IF WS-HL-MODE = "R"
                   MOVE "*" TO WS-HL-CHAR
               ELSE
                   MOVE "^" TO WS-HL-CHAR
               END-IF
           END-IF.

       BUILD-HIGHLIGHT-FLAGS.
      * A cell listed twice is one highlight; a cell outside the
      * grid is counted and ignored.
           MOVE SPACES TO WS-HL-TABLE
           MOVE ZERO TO WS-HL-MARKED
           MOVE ZERO TO WS-HL-REJECTED
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > GP-HIGHLIGHT-COUNT
               OR WS-K > 40000
               MOVE LS-GP-HL-ROW (WS-K) TO WS-ROW
               MOVE LS-GP-HL-COL (WS-K) TO WS-COL
               IF WS-ROW = ZERO OR WS-ROW > LS-ROW-COUNT
                   OR WS-COL = ZERO OR WS-COL > LS-COLUMN-COUNT
                   ADD 1 TO WS-HL-REJECTED
               ELSE
                   IF WS-HL-CELL (WS-ROW WS-COL) NOT = "Y"
                       MOVE "Y" TO WS-HL-CELL (WS-ROW WS-COL)
                       ADD 1 TO WS-HL-MARKED
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SNAPSHOT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE ALL "=" TO PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD (WS-PAGE-WIDTH + 1:)
           WRITE PRINT-RECORD
           MOVE WS-SNAP-COUNT TO WS-SNAP-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           STRING "GRID SNAPSHOT " FUNCTION TRIM (WS-SNAP-DISPLAY)
               " : " FUNCTION TRIM (GP-TITLE)
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-HL-MARKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           STRING "  Rows " LS-ROW-COUNT " x columns " LS-COLUMN-COUNT
               "   Highlighted " FUNCTION TRIM (WS-COUNT-DISPLAY)
               " cell(s)"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-HL-MARKED > ZERO
               MOVE SPACES TO PRINT-RECORD
               IF WS-HL-MODE = "R"
                   STRING "  Highlighted cells print as '" WS-HL-CHAR
                       "'"
                       DELIMITED BY SIZE INTO PRINT-RECORD
               ELSE
                   STRING "  Highlighted cells marked '" WS-HL-CHAR
                       "' on the line beneath"
                       DELIMITED BY SIZE INTO PRINT-RECORD
               END-IF
               WRITE PRINT-RECORD
           END-IF
           IF WS-HL-REJECTED > ZERO
               MOVE WS-HL-REJECTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO PRINT-RECORD
               STRING "  " FUNCTION TRIM (WS-COUNT-DISPLAY)
                   " highlight cell(s) outside the grid ignored"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           MOVE SPACES TO PRINT-RECORD
           STRING "  Printed " WS-STAMP (1:4) "-" WS-STAMP (5:2) "-"
               WS-STAMP (7:2) " " WS-STAMP (9:2) ":" WS-STAMP (11:2)
               ":" WS-STAMP (13:2)
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ALL "=" TO PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD (WS-PAGE-WIDTH + 1:)
           WRITE PRINT-RECORD.

       WRITE-ONE-SLICE.
           COMPUTE WS-SLICE-START =
               (WS-SLICE-NO - 1) * WS-SLICE-WIDTH + 1
           COMPUTE WS-SLICE-END = WS-SLICE-START + WS-SLICE-WIDTH - 1
           IF WS-SLICE-END > LS-COLUMN-COUNT
               MOVE LS-COLUMN-COUNT TO WS-SLICE-END
           END-IF
           IF WS-SLICE-COUNT > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING "  Slice " WS-SLICE-NO " of " WS-SLICE-COUNT
                   " - columns " WS-SLICE-START "-" WS-SLICE-END
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           PERFORM WRITE-COLUMN-RULER
           PERFORM WRITE-ONE-GRID-ROW
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > LS-ROW-COUNT
           PERFORM WRITE-COLUMN-RULER.

       WRITE-COLUMN-RULER.
      * Column numbers right-aligned on every tenth column, over a
      * units line - the classic print-chart ruler.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM VARYING WS-COL FROM WS-SLICE-START BY 1
               UNTIL WS-COL > WS-SLICE-END
               COMPUTE WS-POS = WS-COL - WS-SLICE-START + 7
               IF FUNCTION MOD (WS-COL 10) = ZERO
                   MOVE WS-COL TO WS-RULER-NUMBER
                   IF WS-COL < 100
                       MOVE WS-RULER-NUMBER (2:2)
                           TO WS-PRINT-LINE (WS-POS - 1:2)
                   ELSE
                       MOVE WS-RULER-NUMBER
                           TO WS-PRINT-LINE (WS-POS - 2:3)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "    +" TO WS-PRINT-LINE (1:5)
           PERFORM VARYING WS-COL FROM WS-SLICE-START BY 1
               UNTIL WS-COL > WS-SLICE-END
               COMPUTE WS-POS = WS-COL - WS-SLICE-START + 7
               MOVE FUNCTION MOD (WS-COL 10) TO WS-UNITS
               MOVE WS-UNITS TO WS-PRINT-LINE (WS-POS:1)
           END-PERFORM
           COMPUTE WS-POS = WS-SLICE-END - WS-SLICE-START + 9
           MOVE "+" TO WS-PRINT-LINE (WS-POS:1)
           MOVE WS-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.

       WRITE-ONE-GRID-ROW.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ROW TO WS-PRINT-LINE (1:3)
           MOVE "|" TO WS-PRINT-LINE (5:1)
           MOVE "NO" TO WS-HL-ANY-ROW
           PERFORM VARYING WS-COL FROM WS-SLICE-START BY 1
               UNTIL WS-COL > WS-SLICE-END
               COMPUTE WS-POS = WS-COL - WS-SLICE-START + 7
               IF WS-HL-CELL (WS-ROW WS-COL) = "Y"
                   MOVE "YES" TO WS-HL-ANY-ROW
                   IF WS-HL-MODE = "R"
                       MOVE WS-HL-CHAR TO WS-PRINT-LINE (WS-POS:1)
                   ELSE
                       MOVE LS-GRID-CELL (WS-ROW WS-COL)
                           TO WS-PRINT-LINE (WS-POS:1)
                   END-IF
               ELSE
                   MOVE LS-GRID-CELL (WS-ROW WS-COL)
                       TO WS-PRINT-LINE (WS-POS:1)
               END-IF
           END-PERFORM
           COMPUTE WS-POS = WS-SLICE-END - WS-SLICE-START + 9
           MOVE "|" TO WS-PRINT-LINE (WS-POS:1)
           MOVE WS-ROW TO WS-PRINT-LINE (WS-POS + 2:3)
           MOVE WS-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-HL-ANY-ROW = "YES" AND WS-HL-MODE = "M"
               PERFORM WRITE-MARKER-LINE
           END-IF.

       WRITE-MARKER-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "|" TO WS-PRINT-LINE (5:1)
           PERFORM VARYING WS-COL FROM WS-SLICE-START BY 1
               UNTIL WS-COL > WS-SLICE-END
               IF WS-HL-CELL (WS-ROW WS-COL) = "Y"
                   COMPUTE WS-POS = WS-COL - WS-SLICE-START + 7
                   MOVE WS-HL-CHAR TO WS-PRINT-LINE (WS-POS:1)
               END-IF
           END-PERFORM
           COMPUTE WS-POS = WS-SLICE-END - WS-SLICE-START + 9
           MOVE "|" TO WS-PRINT-LINE (WS-POS:1)
           MOVE WS-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD.

       END PROGRAM GRID-PRINT.
