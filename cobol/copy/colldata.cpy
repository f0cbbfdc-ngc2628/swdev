      * structure coll - the r-header collation shared by the
      * sorters, the key index and the comparers through
      * utl/collation.cbl, so every tool puts keys in the same
      * order:
      *   PLAIN    character order, upper case before lower - the
      *            order the tools have always used
      *   CASE     as PLAIN with upper and lower case alike
      *   NATURAL  as CASE with each run of digits compared as a
      *            number, so BR2 comes before BR10
      * coll-setup settles cl-mode: a COLLATE= argument the caller
      * has moved in, else the collation= setting in suite.cfg,
      * else PLAIN; cl-set is 1 when either named one. coll-key
      * turns cl-text into cl-key, the form compared in place of
      * the key itself, and cl-fold, the key in the collation's
      * case for prefix tests. Two keys the collation holds equal
      * (BR1 and br1 under CASE) still differ as text, so callers
      * order on cl-key and then the key itself.
           10 cl-mode PIC X(8) VALUE SPACES.
           10 cl-set PIC 9 VALUE 0.
           10 cl-text PIC X(32) VALUE SPACES.
           10 cl-key PIC X(64) VALUE SPACES.
           10 cl-fold PIC X(32) VALUE SPACES.
