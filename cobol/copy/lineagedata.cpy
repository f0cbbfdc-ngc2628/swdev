      * structure lineage - one output file and the files that fed
      * it, passed to utl/lineage-log.cbl's lineage-record entry
      * by every program that writes a table file. The caller names
      * itself, the output and its inputs; the generation stamps,
      * trailer figures and run id are filled in by lineage-log.
           10 lin-program pic x(16) value spaces.
           10 lin-out-file pic x(128) value spaces.
           10 lin-in-count pic 9(2) value 0.
           10 lin-in-file pic x(128) occurs 20 times value spaces.
      * run correlation id, as in auditlog.cpy.
           10 lin-run-id pic x(17) value spaces.
