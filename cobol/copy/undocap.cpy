      * structure undo-capture - passed to pq/undocap.cob's entry
      * points by pqload, pqapply and pqconn's MAINT dialog, which
      * record the before-image of every row they update or delete
      * and the columns of every row they insert, so pqundo can
      * reverse a committed run. uc-image and uc-set carry
      * 'col=value|col=value' pairs as typed (a bare 'col' is a
      * NULL); uc-where is the statement's own WHERE text.
           10 uc-job PIC X(16) VALUE SPACES.
           10 uc-table PIC X(32) VALUE SPACES.
      * the key column a deleted row is put back under ('-' when
      * the statement had no single key).
           10 uc-key PIC X(64) VALUE SPACES.
      * I inserted, U updated, D deleted.
           10 uc-op PIC X(1) VALUE SPACE.
           10 uc-where PIC X(600) VALUE SPACES.
           10 uc-image PIC X(1024) VALUE SPACES.
           10 uc-set PIC X(512) VALUE SPACES.
      * returned: rows captured by the call, 1 when the capture
      * could not be taken (the caller must not make the change),
      * the undo file in use and the lines written to it so far.
           10 uc-rows PIC 9(6) VALUE 0.
           10 uc-fail PIC 9 VALUE 0.
           10 uc-file PIC X(160) VALUE SPACES.
           10 uc-lines PIC 9(8) VALUE 0.
