      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ledger change journal writer. AOC-AUDIT can say the
      * indexed ledger and the run history disagree, but nothing
      * could put AOC-RESULTS.IDX back the way it was - a bad IMPORT
      * REPLACE or a rebuild over confirmed answers was simply lost.
      * Every program that changes an indexed ledger record (the
      * runner's ledger update, AOC-LEDGER FORCE, AOC-PROMOTE
      * IMPORT, AOC-LEDGER-LOAD, AOC-GUESS confirmations, and
      * AOC-RECOVER itself) calls this module after the change with
      * the before and after images; it appends one record to the
      * ledger change journal (AOC-LEDGER-CHANGES.TXT, or wherever
      * AOC-LEDGER-CHANGES-DD points) carrying a change number, the
      * timestamp, the program, the operator and both images.
      * AOC-RECOVER lists the journal and rolls the ledger back from
      * it.
      * The operator is AOC-OPERATOR when set, else the sign-on user
      * (USER), else BATCH.
      * Callers hold the AOC-LOCK ledger lock while they change the
      * ledger, so the change number - one more than the highest
      * already journaled - cannot be taken twice.
      * Functions (LJ-FUNCTION, see AOC-LEDGER-JRNL.cpy):
      *   PUT  - journal one change and return its number.
      * Update: the images are the 90-byte record now that the
      * participant code is part of the ledger key, and an unjournaled
      * change is logged with the participant it belonged to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-LEDGER-JRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO DYNAMIC
           WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE LABEL RECORDS ARE STANDARD.
           01  CHANGE-JOURNAL-RECORD.
               COPY "AOC-LEDGER-CHANGE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-JOURNAL-FILE   PIC X(250)
           VALUE "AOC-LEDGER-CHANGES.TXT".
       01 WS-JOURNAL-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-OPERATOR               PIC X(16) VALUE SPACES.
       01 WS-LAST-CHANGE-ID         PIC 9(8) VALUE ZERO.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-KEY-IMAGE.
          05 WS-KEY-SEASON          PIC X(4).
          05 WS-KEY-PARTICIPANT     PIC X(8).
          05 WS-KEY-DAY             PIC X(2).
          05 WS-KEY-PART            PIC X(1).

      * AOC-LOGGER interface - a change that could not be journaled
      * is a hole in the recovery trail, and is logged at E.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-LEDGER-JRNL".
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

       LINKAGE SECTION.
       01 LS-JOURNAL-PARMS.
           COPY "AOC-LEDGER-JRNL.cpy".

       PROCEDURE DIVISION USING LS-JOURNAL-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO LJ-RETURN-CODE
           MOVE ZERO TO LJ-CHANGE-ID
           EVALUATE LJ-FUNCTION
               WHEN "PUT "
                   PERFORM RESOLVE-JOURNAL-FILENAME
                   PERFORM RESOLVE-OPERATOR
                   PERFORM FIND-LAST-CHANGE-ID
                   PERFORM APPEND-CHANGE-RECORD
               WHEN OTHER
                   MOVE 12 TO LJ-RETURN-CODE
           END-EVALUATE
           GOBACK.

       RESOLVE-JOURNAL-FILENAME.
           ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT
               "AOC-LEDGER-CHANGES-DD"
           IF WS-JOURNAL-FILENAME = SPACES
               MOVE WS-DEFAULT-JOURNAL-FILE TO WS-JOURNAL-FILENAME
           END-IF.

       RESOLVE-OPERATOR.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "AOC-OPERATOR"
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR
           END-ACCEPT
           IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
                   ON EXCEPTION MOVE SPACES TO WS-OPERATOR
               END-ACCEPT
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "BATCH" TO WS-OPERATOR
           END-IF.

       FIND-LAST-CHANGE-ID.
      * Read fresh on every PUT - another program may have journaled
      * since this one last did, and the journal is the only place
      * the sequence lives.
           MOVE ZERO TO WS-LAST-CHANGE-ID
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ CHANGE-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           IF LC-CHANGE-ID IS NUMERIC
                               AND LC-CHANGE-ID > WS-LAST-CHANGE-ID
                               MOVE LC-CHANGE-ID TO WS-LAST-CHANGE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

       APPEND-CHANGE-RECORD.
           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
               CLOSE CHANGE-JOURNAL-FILE
               OPEN EXTEND CHANGE-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               IF LJ-BEFORE-IMAGE NOT = SPACES
                   MOVE LJ-BEFORE-IMAGE (1:15) TO WS-KEY-IMAGE
               ELSE
                   MOVE LJ-AFTER-IMAGE (1:15) TO WS-KEY-IMAGE
               END-IF
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ledger change journal "
                   FUNCTION TRIM (WS-JOURNAL-FILENAME)
                   " not writable (status " WS-JOURNAL-FILE-STATUS
                   ") - " LJ-CHANGE-TYPE " of " WS-KEY-SEASON " "
                   FUNCTION TRIM (WS-KEY-PARTICIPANT)
                   " day " WS-KEY-DAY " part " WS-KEY-PART " by "
                   FUNCTION TRIM (LJ-PROGRAM) " not journaled"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 8 TO LJ-RETURN-CODE
           ELSE
               ADD 1 TO WS-LAST-CHANGE-ID
               MOVE SPACES TO CHANGE-JOURNAL-RECORD
               MOVE WS-LAST-CHANGE-ID TO LC-CHANGE-ID
               MOVE FUNCTION CURRENT-DATE TO LC-CHANGE-TIMESTAMP
               MOVE LJ-PROGRAM TO LC-PROGRAM
               MOVE WS-OPERATOR TO LC-OPERATOR
               MOVE LJ-CHANGE-TYPE TO LC-CHANGE-TYPE
               MOVE LJ-REVERSES-ID TO LC-REVERSES-ID
               MOVE LJ-BEFORE-IMAGE TO LC-BEFORE-IMAGE
               MOVE LJ-AFTER-IMAGE TO LC-AFTER-IMAGE
               WRITE CHANGE-JOURNAL-RECORD
               CLOSE CHANGE-JOURNAL-FILE
               MOVE WS-LAST-CHANGE-ID TO LJ-CHANGE-ID
           END-IF.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       END PROGRAM AOC-LEDGER-JRNL.
