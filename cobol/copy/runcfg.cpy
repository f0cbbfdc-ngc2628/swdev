           10 cfg-score-max-miss PIC 9(3) VALUE 0.
           10 cfg-score-sdev PIC 9(2) VALUE 0.
           10 cfg-score-min PIC 9(3) VALUE 0.
      * the auto-reversal step closectl CLOSE runs when given
      * NEXT= (reversal/autorev.cbl).
           10 cfg-autorev-exe PIC X(128) VALUE SPACES.
      * the incremental-extract steps batchchain runs under CDC=
      * (cdc/cdcmerge.cbl, applydelta/applydelta.cbl).
           10 cfg-cdcmerge-exe PIC X(128) VALUE SPACES.
           10 cfg-applydelta-exe PIC X(128) VALUE SPACES.
      * the partition-parallel driver (batch/partrun.cbl): how many
      * partitions run at once, and the scorecard step it can run.
           10 cfg-part-degree PIC 9(2) VALUE 0.
           10 cfg-scorecard-exe PIC X(128) VALUE SPACES.
      * the directories the table-file locks live in, space-
      * separated: lockmon lists them, preflight notes the stale.
           10 cfg-lock-dirs PIC X(160) VALUE SPACES.
      * the COPY-protocol extract batchchain runs under BULK
      * (pq/pqbulk.cob).
           10 cfg-pqbulk-exe PIC X(128) VALUE SPACES.
      * environment profiles: the [TEST], [UAT], [PROD] ... sections
      * of the file, each with its own data directories, log
      * directory and database target (and any setting - exe paths
      * above all - that differs by environment). cfg-env-name is
      * the environment this run works in (SUITEENV, else the
      * environment= setting), cfg-env-ix its entry, zero when the
      * file names none. Every section's dirs and database are kept
      * so utl/env-guard.cbl can tell which environment a path or a
      * database belongs to.
           10 cfg-env-name PIC X(8) VALUE SPACES.
           10 cfg-env-ix PIC 9 VALUE 0.
           10 cfg-env-count PIC 9 VALUE 0.
           10 cfg-env OCCURS 6 TIMES.
             15 cfg-env-id PIC X(8).
             15 cfg-env-dirs PIC X(160).
             15 cfg-env-logdir PIC X(128).
             15 cfg-env-dbhost PIC X(32).
             15 cfg-env-dbname PIC X(32).
      * the r-header collation the sorters, the key index and the
      * comparers share when a run names none (utl/collation.cbl):
      * PLAIN, CASE or NATURAL.
           10 cfg-collation PIC X(8) VALUE SPACES.
      * the margin, in percent of the observed span, dataprof
      * widens a column's range by when it proposes a schema.
           10 cfg-profile-margin PIC 9(3) VALUE 0.
      * the site's batch window, hhmm-hhmm (an end before the start
      * spans midnight): sodreport flags changes made outside it.
           10 cfg-batch-window PIC X(9) VALUE SPACES.
      * the steps evidpack runs to rebuild a file's state at the
      * period's ends and to check each trail's chain
      * (asof/reconstruct.cbl, logverify/logverify.cbl).
           10 cfg-reconstruct-exe PIC X(128) VALUE SPACES.
           10 cfg-logverify-exe PIC X(128) VALUE SPACES.
      * the inter-step balancing step batchchain runs after TABLE
      * when asked to (batch/stepbal.cbl).
           10 cfg-stepbal-exe PIC X(128) VALUE SPACES.
      * the commit group settling batchchain runs at its start
      * (batch/commitgrp.cbl '* RECOVER').
           10 cfg-commitgrp-exe PIC X(128) VALUE SPACES.
      * where the reports and consoles look for a table file's
      * schema - its RESTRICTED rules above all - when the run
      * names none (utl/tableschema.cbl's schema-find): the
      * dataset catalog (dscatalog's file) whose schema-file field
      * registers it, and the site's default schema.
           10 cfg-catalog PIC X(128) VALUE SPACES.
           10 cfg-schema PIC X(128) VALUE SPACES.
