
      * structure read-audit - one line per inquiry an operator
      * runs against a table file or database table, passed to
      * utl/read-audit.cbl's read-audit-write entry point, which
      * stamps the time itself via now-str. Answers "who looked at
      * row X" - the question rowaudit.log, which only sees
      * changes, cannot.
           10 rda-tool PIC X(16) VALUE SPACES.
      * the table file, or the database table pqconn selected from.
           10 rda-file PIC X(64) VALUE SPACES.
      * what kind of query: OPEN (the whole file listed), KEY,
      * JUMP, PREFIX, RANGE, VRANGE, TOP, BOTTOM, FILTER, LIKE,
      * STATS or WHERE.
           10 rda-qtype PIC X(8) VALUE SPACES.
      * the key, prefix, range bounds, filter text or WHERE clause
      * as the operator gave it.
           10 rda-query PIC X(160) VALUE SPACES.
      * rows the query returned.
           10 rda-rows PIC 9(8) VALUE 0.
      * run correlation id, as in auditlog.cpy.
           10 rda-run-id PIC X(17) VALUE SPACES.
      * operator id (utl/oper-id.cbl): who asked - filled by
      * read-audit-write itself when the caller leaves it blank.
           10 rda-oper PIC X(12) VALUE SPACES.
