      ******************************************************************
      * Grid snapshot parameter block - the interface to GRID-PRINT,
      * which writes the 200x200 table GRID-LOADER builds to a report
      * file, with an optional list of cells picked out. The caller
      * passes this block, the grid table, its row and column counts
      * and a highlight table of GP-HIGHLIGHT-COUNT row/column pairs:
      *   GP-FUNCTION        "OPEN ", "SNAP ", "CLOSE".
      *   GP-FILENAME        the report file (OPEN, or a lone SNAP).
      *   GP-TITLE           heading line of the next snapshot.
      *   GP-PAGE-WIDTH      print line, 40-250 (zero for 132).
      *   GP-HIGHLIGHT-MODE  M - marker line under the row, R - the
      *                      cell prints as GP-HIGHLIGHT-CHAR.
      *   GP-HIGHLIGHT-CHAR  marker (space for "^" or "*").
      *   GP-SNAP-COUNT      snapshots written since OPEN.
      *   GP-RETURN-CODE     0 done, 4 highlight cells outside the
      *                      grid ignored, 8 an unknown function or a
      *                      grid size outside 1-200, 12 the report
      *                      file could not be opened.
      ******************************************************************
           05  GP-FUNCTION           PIC X(5).
           05  GP-FILENAME           PIC X(250).
           05  GP-TITLE              PIC X(60).
           05  GP-PAGE-WIDTH         PIC 9(3).
           05  GP-HIGHLIGHT-MODE     PIC X(1).
           05  GP-HIGHLIGHT-CHAR     PIC X(1).
           05  GP-HIGHLIGHT-COUNT    PIC 9(5).
           05  GP-SNAP-COUNT         PIC 9(4).
           05  GP-RETURN-CODE        PIC 99.
