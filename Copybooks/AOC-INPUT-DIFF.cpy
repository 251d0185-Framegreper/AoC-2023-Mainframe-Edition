      ******************************************************************
      * AOC-INPUT-DIFF call block - the record-level difference
      * between a day's input as it stands now and the copy AOC-INTAKE
      * kept when it vetted the input the ledgered answers came from:
      *     CALL "AOC-INPUT-DIFF" USING <this block>
      * DF-PROGRAM       - the asking program (failures are logged
      *                    under its name).
      * DF-SEASON-YEAR / DF-PARTICIPANT / DF-DAY-NUMBER - whose input.
      * DF-FILE-PREFIX   - the participant's file prefix (AOC-ROSTER
      *                    RO-FILE-PREFIX); the current input is
      *                    <prefix>DAYnn-INPUT.TXT and the report is
      *                    written to <prefix>DAYnn-INPUT-DIFF.TXT.
      * DF-VETTED-RECORDS / DF-VETTED-BYTE-SUM - the ledgered
      *                    fingerprint; the intake catalog entry with
      *                    this fingerprint names the vetted copy.
      * DF-ECHO          - "YES" also DISPLAYs the report as written.
      * Returned:
      * DF-REPORT-FILENAME - the report, written on every call that
      *                    can write it - when there is nothing to
      *                    compare against, the report says why.
      * DF-VETTED-FILENAME / DF-INTAKE-TIMESTAMP - the vetted copy
      *                    and when intake installed it.
      * DF-VETTED-COUNT / DF-CURRENT-COUNT - records in each file.
      * DF-SAME-COUNT    - records the two files have in common.
      * DF-INSERTED-COUNT, DF-DELETED-COUNT, DF-CHANGED-COUNT,
      * DF-MOVED-COUNT   - the differences, by kind.
      * DF-VERDICT       - IDENTICAL, APPENDED, TRUNCATED, REORDERED,
      *                    EDITED, DIFFERENT (hardly a vetted record
      *                    survives - another input altogether), or
      *                    NOCOMPARE (nothing could be compared - the
      *                    report says why).
      * DF-RETURN-CODE   - 0 the current file holds exactly the
      *                    vetted records, 4 differences reported,
      *                    8 nothing compared - no vetted copy on the
      *                    catalog, or a file missing or too large
      *                    (logged at W), 12 the report could not be
      *                    written (logged at E).
      ******************************************************************
           05  DF-PROGRAM            PIC X(16).
           05  DF-SEASON-YEAR        PIC 9(4).
           05  DF-PARTICIPANT        PIC X(8).
           05  DF-DAY-NUMBER         PIC 9(2).
           05  DF-FILE-PREFIX        PIC X(20).
           05  DF-VETTED-RECORDS     PIC 9(6).
           05  DF-VETTED-BYTE-SUM    PIC 9(12).
           05  DF-ECHO               PIC X(3).
           05  DF-REPORT-FILENAME    PIC X(60).
           05  DF-VETTED-FILENAME    PIC X(60).
           05  DF-INTAKE-TIMESTAMP   PIC X(26).
           05  DF-VETTED-COUNT       PIC 9(6).
           05  DF-CURRENT-COUNT      PIC 9(6).
           05  DF-SAME-COUNT         PIC 9(6).
           05  DF-INSERTED-COUNT     PIC 9(6).
           05  DF-DELETED-COUNT      PIC 9(6).
           05  DF-CHANGED-COUNT      PIC 9(6).
           05  DF-MOVED-COUNT        PIC 9(6).
           05  DF-VERDICT            PIC X(10).
           05  DF-RETURN-CODE        PIC 99.
