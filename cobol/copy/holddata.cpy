      * structure hold - one legal-hold question, asked through
      * utl/legal-hold.cbl's hold-check entry before an item is
      * deleted, pruned, archived away or purged. The caller fills
      * hd-kind - FILE a table file, GEN a dated generation, LOG a
      * log file, DB a database table - and hd-name, the item as
      * the caller would remove it; hd-held comes back 1 when an
      * active hold in the register covers it, hd-id naming the
      * hold for the caller to report. hold-check-id asks the same
      * of the one hold the caller names in hd-id.
           10 hd-kind PIC X(4) VALUE SPACES.
           10 hd-name PIC X(255) VALUE SPACES.
           10 hd-held PIC 9 VALUE 0.
           10 hd-id PIC X(16) VALUE SPACES.
