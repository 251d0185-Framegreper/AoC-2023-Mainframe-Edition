      ******************************************************************
      * Input shape declarations - one 32-byte entry per registered
      * day solver, saying what its input must look like and which
      * shared loader ceilings it runs into. AOC-INTAKE measures every
      * raw file against its day's entry before installing it, so an
      * input that would overflow a table is refused at intake, not
      * found as an RC 8 in the overnight season run. The entry is
      * the solver owner's to keep right: a solver that starts using
      * another loader, or changes a table size, changes its line
      * here in the same change.
      * Entry layout (copy under an 01 and REDEFINES it):
      *   day               9(2)
      *   shape             X(4)  GRID (one cell per byte), SECT
      *                           (blank-line separated sections),
      *                           LINE (one item per record)
      *   max rows          9(4)  non-blank records (grid rows for
      *                           GRID); 0 = no ceiling
      *   max columns       9(3)  grid width (GRID only); 0 = none
      *   max record length 9(3)  longest record the solver reads
      *   max sections      9(2)  section count; 0 = no ceiling
      *   max tokens        9(3)  space-separated words on any one
      *                           record; 0 = no ceiling
      *   max keys          9(4)  records loaded as keys; 0 = none
      *   key section       9(2)  the section the keys come from
      *                           (0 = every non-blank record)
      *   loader limits     X(5)  one position per shared loader
      *                           whose ceiling applies:
      *                           G GRID-LOADER     200 x 200
      *                           S SECTION-READER  1000 records,
      *                                             50 sections
      *                           K KEYED-LOOKUP    5000 keys
      *                           C CYCLE-TRACKER   300 states
      *                           T STRING-SPLITTER 100 tokens
      * Day-specific ceilings beyond the loaders (Day 7's 1000-hand
      * table) are declared in the same fields.
      ******************************************************************
           05  FILLER                PIC X(32) VALUE
               "01LINE000000020000000000000     ".
           05  FILLER                PIC X(32) VALUE
               "03GRID020020020000000000000G    ".
           05  FILLER                PIC X(32) VALUE
               "04LINE000000020000100000000    T".
           05  FILLER                PIC X(32) VALUE
               "05SECT100000020050100000000 S  T".
           05  FILLER                PIC X(32) VALUE
               "07LINE100000020000100000000    T".
           05  FILLER                PIC X(32) VALUE
               "08SECT000000040000100500002  K T".
           05  FILLER                PIC X(32) VALUE
               "09LINE000000020000100000000    T".
           05  FILLER                PIC X(32) VALUE
               "12LINE000000020000002000000    T".
           05  FILLER                PIC X(32) VALUE
               "14GRID020020020000000000000G  C ".
           05  FILLER                PIC X(32) VALUE
               "18LINE500000020000003000000    T".
           05  FILLER                PIC X(32) VALUE
               "19SECT100000020002000100001 SK  ".
