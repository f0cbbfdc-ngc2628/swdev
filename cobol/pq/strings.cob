             10 pguser PIC X(32) VALUE "siberia".
             10 pgpassword PIC X(16) VALUE "tiger".
             10 pgdatabase PIC X(32) VALUE "mk".
      *     the compiled-in defaults as first seen, put back at the
      *     start of every build so one call's override cannot leak
      *     into the next call for a different target.
           05 pgconnsaved PIC X(136) VALUE SPACES.
           05 defaults-saved PIC 9 VALUE 0.
           05 pgenvbuf PIC X(32) VALUE SPACES.
           05 pgenvdb PIC X(32) VALUE SPACES.
           05 override-active PIC 9 VALUE 0.
           05 mask-active PIC 9 VALUE 0.
           05 out-password PIC X(16) VALUE SPACES.
           PERFORM Z-build-connectionstring.
           GOBACK.

      *     the override form's masked twin, for a caller that
      *     shows or logs which of its targets it is talking to.
         ENTRY 'connectionstring-override-mask' USING pgstate,
             pgstr, pgconnover.
           MOVE 1 TO override-active.
           MOVE 1 TO mask-active.
           PERFORM Z-build-connectionstring.
           MOVE 0 TO mask-active.
           GOBACK.

       Z-build-connectionstring SECTION.
         Z-para-1.
           IF defaults-saved = 0 THEN
             MOVE pgconnwords TO pgconnsaved
             MOVE 1 TO defaults-saved
           ELSE
             MOVE pgconnsaved TO pgconnwords
           END-IF.
      *     the active environment profile's database target comes
      *     next, over the compiled-in default; the PQ* variables
      *     and an explicit override still win over it, and the
      *     writers' environment check refuses a target that then
      *     turns out to belong to another profile.
           CALL 'env-db-target' USING pgenvbuf, pgenvdb.
           IF NOT pgenvbuf = SPACES THEN
             MOVE pgenvbuf TO pghost OF pgconnwords
           END-IF.
           IF NOT pgenvdb = SPACES THEN
             MOVE pgenvdb TO pgdatabase OF pgconnwords
           END-IF.
      *     pull the connection parameters from the environment at
      *     run time instead of relying on the compiled-in defaults
      *     above, so a password change or host move needs no
