      *                         named columns)
      *   col-name GE other    (column must compare >= the other)
      *   col-name LE other    (column must compare <= the other)
      *   col-name RESTRICTED [level]
      *                        (cells masked for an operator below
      *                         the level - 1 trainee, 2 operator,
      *                         3 supervisor, the default - by the
      *                         reports and consoles)
           10 sch-fname PIC X(128) VALUE SPACES.
           10 sch-loaded PIC 9 VALUE 0.
           10 sch-key-pattern PIC X(32) VALUE SPACES.
             15 sch-x-op PIC X(1) VALUE SPACE.
             15 sch-x-nterms PIC 9 VALUE 0.
             15 sch-x-term PIC X(6) OCCURS 4 TIMES VALUE SPACES.
      * restricted columns (RESTRICTED lines), read back through
      * schema-col-level: the lowest operator level (oper-id.cbl)
      * allowed to see the column's cells - the salary and margin
      * columns ride in the same files the help desk browses.
           10 sch-rst-count PIC 9(2) VALUE 0.
           10 sch-rst-entry OCCURS 10 TIMES.
             15 sch-rst-name PIC X(6) VALUE SPACES.
             15 sch-rst-level PIC 9 VALUE 0.
