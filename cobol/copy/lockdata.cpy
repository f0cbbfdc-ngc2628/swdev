      * structure lock - one table-file lock, as taken, read and
      * dropped through utl/lock-file.cbl's entries. The caller
      * fills lck-file (or, with lck-file blank, lck-name, the lock
      * itself) and, for lock-take, lck-program; the entries fill
      * the rest from the lock's owner line
      *   pid=n host=h program=p oper=o run=r time=YYYY-MM-DD hh:mm:ss
      * lck-result is 0 done (taken, dropped, or for lock-read no
      * lock there), 1 the lock is held (lock-take found another
      * run's, lock-read found one), 4 lock-drop left a lock that
      * is no longer this run's, 8 the lock could not be written.
      * lck-owned is 0 for a bare lock that records no owner - one
      * left by a run from before owner lines. lck-alive is ALIVE,
      * DEAD (the holder's process is gone - a stale lock), or
      * UNKNOWN (no owner recorded, or held from another host).
      * lck-desc is all of it in one line for a message.
           10 lck-file PIC X(128) VALUE SPACES.
           10 lck-name PIC X(132) VALUE SPACES.
           10 lck-result PIC 9 VALUE 0.
           10 lck-owned PIC 9 VALUE 0.
           10 lck-program PIC X(16) VALUE SPACES.
           10 lck-oper PIC X(12) VALUE SPACES.
           10 lck-run-id PIC X(17) VALUE SPACES.
           10 lck-pid PIC X(10) VALUE SPACES.
           10 lck-host PIC X(32) VALUE SPACES.
           10 lck-time PIC X(19) VALUE SPACES.
           10 lck-alive PIC X(7) VALUE SPACES.
           10 lck-age PIC X(11) VALUE SPACES.
           10 lck-desc PIC X(160) VALUE SPACES.
