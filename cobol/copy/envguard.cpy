      * structure envguard - one environment-guard question, asked
      * through utl/env-guard.cbl's entries before a write. The
      * caller fills eg-name: for env-path-check the table file
      * about to be written, for env-db-check the (masked)
      * connection string about to be used. The entries fill the
      * rest: eg-owner is the environment profile the path or
      * database belongs to (blank - none claims it), eg-active the
      * environment the run started in, and eg-refused is 1 when
      * the two differ - eg-msg then says so in one line for the
      * caller to print before it stops.
           10 eg-name PIC X(255) VALUE SPACES.
           10 eg-refused PIC 9 VALUE 0.
           10 eg-owner PIC X(8) VALUE SPACES.
           10 eg-active PIC X(8) VALUE SPACES.
           10 eg-msg PIC X(200) VALUE SPACES.
