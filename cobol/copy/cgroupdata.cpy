      * structure cgroup - one request to utl/cgroup-log.cbl's
      * commit-group entry, which keeps a group of table-file
      * rewrites all-or-nothing: each writer run under GROUP= leaves
      * its finished .new file enlisted in the group's manifest
      * instead of swapping it in, and commitgrp COMMIT swaps every
      * member or none. cg-action is one of
      *   QUERY    on a writer's start: finishes an interrupted
      *            commit of the group, refuses a file the open
      *            group already holds
      *   ENLIST   the writer's .new is complete - add it, with
      *            the lineage the writer would have recorded
      *   COMMIT   every member's .new present, then all swapped
      *   ROLLBACK every member's .new removed, nothing swapped
      *   RECOVER  finishes an interrupted commit, otherwise
      *            reports the state
      *   BEGIN    RECOVER, an abandoned open group rolled back,
      *            then a fresh empty group
      *   STATUS   the state and members, displayed
      * cg-result is 0 done, 4 done with a warning, 8 refused or
      * failed, with cg-msg saying why; cg-state is the group's
      * state afterwards - NONE, OPEN, COMMITTING, COMMITTED or
      * ROLLEDBACK. On ENLIST cg-jnl-real/cg-jnl-new, when set,
      * name the change journal records the writer held back with
      * its .new: they join the group with it and are appended to
      * the live journal when the group commits, dropped when it
      * rolls back.
           10 cg-action PIC X(8) VALUE SPACES.
           10 cg-id PIC X(16) VALUE SPACES.
           10 cg-real PIC X(160) VALUE SPACES.
           10 cg-new PIC X(168) VALUE SPACES.
           10 cg-result PIC 9 VALUE 0.
           10 cg-state PIC X(10) VALUE SPACES.
           10 cg-members PIC 9(3) VALUE 0.
           10 cg-msg PIC X(160) VALUE SPACES.
           10 cg-jnl-real PIC X(160) VALUE SPACES.
           10 cg-jnl-new PIC X(168) VALUE SPACES.
