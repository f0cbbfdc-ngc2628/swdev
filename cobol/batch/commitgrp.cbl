       IDENTIFICATION DIVISION.
       PROGRAM-ID. commitgrp.

      * operator's handle on a commit group (utl/cgroup-log.cbl):
      * the month-end correction set that rewrites the regional
      * files and the national file is run as
      *
      *   commitgrp MEC0326 BEGIN
      *   maintain north.tbl BATCH north.cmd GROUP=MEC0326
      *   maintain south.tbl BATCH south.cmd GROUP=MEC0326
      *   applydelta west.tbl west.dlt GROUP=MEC0326
      *   tablemerge national.tbl SUM north.tbl.new south.tbl.new
      *     west.tbl.new GROUP=MEC0326
      *   commitgrp MEC0326 COMMIT
      *
      * and either every file is swapped in or none is. The usage:
      *
      *   commitgrp group-id BEGIN|COMMIT|ROLLBACK|STATUS|RECOVER
      *   commitgrp * RECOVER
      *
      * BEGIN settles what an earlier run of the group left - an
      * interrupted commit is rolled forward, a group that never
      * reached its commit is rolled back - and opens it empty.
      * COMMIT swaps every member in, or rolls the whole group back
      * when a member's .new is missing. A commit interrupted part
      * way is rolled forward by the next call for the group of any
      * kind, a writer's GROUP= start included; '* RECOVER' does it
      * for every group in the manifest directory (CGROUPDIR, else
      * the current one) and lists the ones still open. batchchain
      * runs it ahead of its first step, and preflight settles the
      * groups the same way and fails on one still open or still
      * committing. A commit whose rename fails stays COMMITTING
      * and is finished by the next call once the cause is
      * cleared. Returns the group call's result: 0 done, 4 done
      * with a warning (an interrupted commit finished, an
      * abandoned group rolled back), 8 refused or failed.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT listfile ASSIGN TO listname
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS list-fs.

       DATA DIVISION.
         FILE SECTION.
         FD listfile.
           01 list-record PIC X(255) VALUE SPACES.

       WORKING-STORAGE SECTION.
         01 v-ws.
           05 group-arg PIC X(64) VALUE SPACES.
           05 action-arg PIC X(16) VALUE SPACES.
           05 listname PIC X(160) VALUE SPACES.
           05 list-fs PIC XX VALUE '00'.
           05 list-eof PIC 9 VALUE 0.
           05 cmd-buf PIC X(1024) VALUE SPACES.
           05 grp-dir PIC X(128) VALUE SPACES.
           05 grp-seen PIC 9(4) VALUE 0.
           05 grp-open PIC 9(4) VALUE 0.
           05 grp-fixed PIC 9(4) VALUE 0.
           05 name-len PIC 9(4) VALUE 0.
           05 slash-at PIC 9(4) VALUE 0.
           05 ii PIC 9(4) VALUE 0.
           05 worst-rc PIC 9 VALUE 0.
           05 cgroup-data.
             COPY cgroupdata.
           05 lineage-data.
             COPY lineagedata.

       PROCEDURE DIVISION.
       A-main SECTION.
         A-para-1.
           ACCEPT group-arg FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO group-arg
           END-ACCEPT
           ACCEPT action-arg FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO action-arg
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(action-arg) TO action-arg
           IF group-arg = SPACES OR NOT (action-arg = 'BEGIN'
               OR action-arg = 'COMMIT' OR action-arg = 'ROLLBACK'
               OR action-arg = 'STATUS' OR action-arg = 'RECOVER')
               THEN
             DISPLAY 'usage: commitgrp group-id ',
               'BEGIN|COMMIT|ROLLBACK|STATUS|RECOVER'
             DISPLAY '       commitgrp * RECOVER'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF group-arg = '*' THEN
             IF NOT action-arg = 'RECOVER' THEN
               DISPLAY 'commitgrp: * takes RECOVER only'
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM B-recover-all
             GOBACK
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(group-arg)) > 16 THEN
             DISPLAY 'commitgrp: group id ',
               FUNCTION TRIM(group-arg), ' is longer than 16'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE group-arg TO cg-id
           MOVE action-arg TO cg-action
           CALL 'commit-group' USING cgroup-data lineage-data
           IF NOT cg-msg = SPACES THEN
             DISPLAY 'commitgrp: ', FUNCTION TRIM(cg-msg)
           END-IF
           MOVE cg-result TO RETURN-CODE
           GOBACK
         .

      *  every manifest in the directory: a commit left part way
      *  is finished, an open group is only listed - it may be a
      *  correction set still being built.
       B-recover-all SECTION.
         B-para-1.
           DISPLAY "CGROUPDIR" UPON ENVIRONMENT-NAME
           ACCEPT grp-dir FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO grp-dir
           END-ACCEPT
           IF grp-dir = SPACES THEN
             MOVE '.' TO grp-dir
           END-IF
           STRING FUNCTION TRIM(grp-dir) '/.commitgrp.list'
             DELIMITED BY SIZE INTO listname
           END-STRING
           MOVE SPACES TO cmd-buf
           STRING 'find ' FUNCTION TRIM(grp-dir)
             ' -maxdepth 1 -name "*.cgrp" > '
             FUNCTION TRIM(listname) ' 2>/dev/null'
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           OPEN INPUT listfile
           IF list-fs = '00' THEN
             PERFORM UNTIL list-eof = 1
               READ listfile INTO list-record
                 AT END
                   MOVE 1 TO list-eof
                 NOT AT END
                   IF list-record NOT = SPACES THEN
                     PERFORM B-recover-one
                   END-IF
               END-READ
             END-PERFORM
             CLOSE listfile
           END-IF
           MOVE SPACES TO cmd-buf
           STRING 'rm -f ' FUNCTION TRIM(listname)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           DISPLAY 'commitgrp: ', grp-seen, ' commit group(s), ',
             grp-fixed, ' interrupted commit(s) rolled forward, ',
             grp-open, ' open'
           IF grp-open > 0 AND worst-rc < 4 THEN
             MOVE 4 TO worst-rc
           END-IF
           MOVE worst-rc TO RETURN-CODE
         .

      *  the group id is the manifest's name less its directory
      *  and the .cgrp ending.
       B-recover-one SECTION.
         B-para-2.
           ADD 1 TO grp-seen
           COMPUTE name-len = FUNCTION LENGTH(FUNCTION TRIM(
             list-record))
           MOVE 0 TO slash-at
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > name-len
             IF list-record(ii:1) = '/' THEN
               MOVE ii TO slash-at
             END-IF
           END-PERFORM
           MOVE SPACES TO cg-id
           IF name-len - slash-at > 5 THEN
             MOVE list-record(slash-at + 1:name-len - slash-at - 5)
               TO cg-id
           END-IF
           MOVE 'RECOVER' TO cg-action
           CALL 'commit-group' USING cgroup-data lineage-data
           IF cg-result = 4 THEN
             ADD 1 TO grp-fixed
             IF worst-rc < 4 THEN
               MOVE 4 TO worst-rc
             END-IF
           END-IF
           IF cg-result = 8 THEN
             MOVE 8 TO worst-rc
           END-IF
           IF cg-state = 'OPEN' OR cg-state = 'COMMITTING' THEN
             ADD 1 TO grp-open
           END-IF
           DISPLAY 'commitgrp: ', FUNCTION TRIM(cg-msg)
         .
