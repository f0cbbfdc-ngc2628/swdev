      * an approved correction file (corrapprove.cbl); blank for
      * a direct change.
           10 raud-approver PIC X(12) VALUE SPACES.
      * the table file the change was made to, as the writer was
      * given it; blank for entries that are not row changes.
           10 raud-file PIC X(128) VALUE SPACES.
