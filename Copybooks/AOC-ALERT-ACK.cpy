      ******************************************************************
      * Alert acknowledgement record - the suppression file AOC-NOTIFY
      * reads (AOC-ALERT-SUPPRESS.TXT, or wherever AOC-SUPPRESS-DD
      * points). Kept by the on-call: acknowledging an alert is
      * copying the first 39 columns of its alert record (the
      * AL-ALERT-KEY) into this file, so the same condition is not
      * paged again on every run while someone is already on it.
      * AK-EXPIRES-DATE  - YYYYMMDD; the acknowledgement stops
      *                    applying after that day, so a condition
      *                    that outlives the fix pages again. Blank
      *                    or zero means until the record is removed
      *                    - fine for one failed day, unwise for the
      *                    AUDIT and LOCK keys, which stand for every
      *                    later occurrence of the condition too.
      * AK-ACKNOWLEDGED-BY / AK-NOTE - who took it and why; reported,
      *                    never checked.
      ******************************************************************
           05  AK-ALERT-KEY          PIC X(39).
           05  FILLER                PIC X(1).
           05  AK-EXPIRES-DATE       PIC X(8).
           05  FILLER                PIC X(1).
           05  AK-ACKNOWLEDGED-BY    PIC X(16).
           05  FILLER                PIC X(1).
           05  AK-NOTE               PIC X(60).
