       IDENTIFICATION DIVISION.
         PROGRAM-ID. cgroup-log IS INITIAL.

      * all-or-nothing commit across a group of table files. The
      * write-and-swap every writer does protects one file; a
      * correction set that rewrites the regional files and the
      * national file together needs all of them swapped or none.
      * A writer run with GROUP=id (maintain BATCH/APPLY/REPLAY,
      * applydelta, tablemerge) builds its .new as always but,
      * instead of renaming it into place, enlists it here; the
      * group's manifest (id.cgrp in CGROUPDIR, else the current
      * directory) lists the members and the lineage each would
      * have recorded:
      *   #CGROUP id <time>
      *   MEMBER real-file new-file program
      *   INPUT real-file input-file
      *   JOURNAL journal-file held-records-file
      *   #STATE COMMITTING|COMMITTED|ROLLEDBACK <time>
      * The manifest is only ever appended to, so the last #STATE
      * line is the group's state (OPEN when there is none).
      * COMMIT checks every member's .new is there, writes
      * COMMITTING, renames each one in, records its lineage and
      * writes COMMITTED. A commit interrupted part way is rolled
      * forward - the .new files still there are the swaps not yet
      * made - on the next call for the group, whatever it is, and
      * at the start of every batchchain run and preflight check;
      * COMMITTED is only written once every rename has worked. A
      * JOURNAL member is the change journal records a writer held
      * back with its .new; it is appended to the live journal by
      * way of a .app copy - journal plus held records, renamed in
      * over the journal - so a roll forward never appends twice.
      * An
      * open group whose build was abandoned is rolled back by the
      * next BEGIN. batch/commitgrp.cbl is the operator's handle
      * on it and tmpsweep names group leftovers by their id. See
      * cgroupdata.cpy for the actions.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT cgfile ASSIGN TO cg-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS fs.

       DATA DIVISION.
         FILE SECTION.
         FD cgfile.
           01 cg-record PIC X(400) VALUE SPACES.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
         01 v-loc.
           05 fs PIC XX VALUE '00'.
           05 cg-fname PIC X(160) VALUE SPACES.
           05 cg-dir PIC X(128) VALUE SPACES.
           05 iseof PIC 9 VALUE 0.
           05 ii PIC 9(3) VALUE 0.
           05 kk PIC 9(4) VALUE 0.
           05 mm PIC 9(3) VALUE 0.
           05 tok1 PIC X(16) VALUE SPACES.
           05 tok2 PIC X(168) VALUE SPACES.
           05 tok3 PIC X(168) VALUE SPACES.
           05 tok4 PIC X(16) VALUE SPACES.
           05 app-name PIC X(176) VALUE SPACES.
           05 cmd-buf PIC X(600) VALUE SPACES.
           05 missing-cnt PIC 9(3) VALUE 0.
           05 missing-name PIC X(168) VALUE SPACES.
           05 swapped-cnt PIC 9(3) VALUE 0.
           05 swap-fail-cnt PIC 9(3) VALUE 0.
           05 msg-ptr PIC 9(3) VALUE 1.
           05 mem-cnt PIC 9(3) VALUE 0.
           05 mem-entry OCCURS 50 TIMES.
             10 mem-real PIC X(160).
             10 mem-new PIC X(168).
             10 mem-prog PIC X(16).
             10 mem-app PIC 9.
           05 in-cnt PIC 9(4) VALUE 0.
           05 in-entry OCCURS 1000 TIMES.
             10 in-mem PIC 9(3).
             10 in-file PIC X(128).
           05 datetime-data.
             COPY datetimedata.

       LINKAGE SECTION.
         01 cgroup-data.
           COPY cgroupdata.
         01 lineage-data.
           COPY lineagedata.

       PROCEDURE DIVISION USING cgroup-data lineage-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'cgroup-log'
           GOBACK
         .

         ENTRY 'commit-group' USING cgroup-data lineage-data.
           MOVE 0 TO cg-result
           MOVE SPACES TO cg-msg
           IF cg-id = SPACES THEN
             MOVE 8 TO cg-result
             MOVE 'no commit group id given' TO cg-msg
             GOBACK
           END-IF
           PERFORM C-make-fname
           PERFORM B-load-manifest
           EVALUATE cg-action
             WHEN 'QUERY'
               PERFORM D-query
             WHEN 'ENLIST'
               PERFORM E-enlist
             WHEN 'COMMIT'
               PERFORM F-commit
             WHEN 'ROLLBACK'
               PERFORM G-rollback-request
             WHEN 'RECOVER'
               PERFORM H-recover
             WHEN 'BEGIN'
               PERFORM J-begin
             WHEN 'STATUS'
               PERFORM S-status
             WHEN OTHER
               MOVE 8 TO cg-result
               STRING 'unknown commit group action '
                 FUNCTION TRIM(cg-action)
                 DELIMITED BY SIZE INTO cg-msg
               END-STRING
           END-EVALUATE
           MOVE mem-cnt TO cg-members
           GOBACK
         .

      *  the group's state, members and their inputs, from the
      *  manifest; NONE when there is no manifest.
       B-load-manifest SECTION.
         B-para-1.
           MOVE 'NONE' TO cg-state
           MOVE 0 TO mem-cnt
           MOVE 0 TO in-cnt
           OPEN INPUT cgfile
           IF fs NOT = '00' THEN
             GO TO B-para-2
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ cgfile INTO cg-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 PERFORM B-take-line
             END-READ
           END-PERFORM
           CLOSE cgfile
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

       B-take-line SECTION.
         B-para-3.
           MOVE SPACES TO tok1 tok2 tok3 tok4
           UNSTRING cg-record DELIMITED BY ALL SPACE
             INTO tok1 tok2 tok3 tok4
           END-UNSTRING
           EVALUATE tok1
             WHEN '#CGROUP'
               MOVE 'OPEN' TO cg-state
               MOVE 0 TO mem-cnt
               MOVE 0 TO in-cnt
             WHEN '#STATE'
               MOVE tok2 TO cg-state
             WHEN 'MEMBER'
               IF mem-cnt < 50 THEN
                 ADD 1 TO mem-cnt
                 MOVE tok2 TO mem-real(mem-cnt)
                 MOVE tok3 TO mem-new(mem-cnt)
                 MOVE tok4 TO mem-prog(mem-cnt)
                 MOVE 0 TO mem-app(mem-cnt)
               END-IF
             WHEN 'JOURNAL'
               IF mem-cnt < 50 THEN
                 ADD 1 TO mem-cnt
                 MOVE tok2 TO mem-real(mem-cnt)
                 MOVE tok3 TO mem-new(mem-cnt)
                 MOVE SPACES TO mem-prog(mem-cnt)
                 MOVE 1 TO mem-app(mem-cnt)
               END-IF
             WHEN 'INPUT'
               IF in-cnt < 1000 AND mem-cnt > 0 THEN
                 ADD 1 TO in-cnt
                 MOVE mem-cnt TO in-mem(in-cnt)
                 PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > mem-cnt
                   IF mem-real(mm) = tok2 THEN
                     MOVE mm TO in-mem(in-cnt)
                   END-IF
                 END-PERFORM
                 MOVE tok3 TO in-file(in-cnt)
               END-IF
           END-EVALUATE
         .

      *  manifests live in CGROUPDIR when set, else the current
      *  directory - the same place for every run of the group.
       C-make-fname SECTION.
         C-para-1.
           DISPLAY "CGROUPDIR" UPON ENVIRONMENT-NAME
           MOVE SPACES TO cg-dir
           ACCEPT cg-dir FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           MOVE SPACES TO cg-fname
           IF cg-dir = SPACES THEN
             STRING FUNCTION TRIM(cg-id) '.cgrp'
               DELIMITED BY SIZE INTO cg-fname
             END-STRING
           ELSE
             STRING FUNCTION TRIM(cg-dir) '/'
               FUNCTION TRIM(cg-id) '.cgrp'
               DELIMITED BY SIZE INTO cg-fname
             END-STRING
           END-IF
         .

      *  a writer starting under GROUP=: an interrupted commit of
      *  the group is finished first, and a file the open group
      *  already holds is refused - its new contents are in a
      *  .new nobody has read yet, so a second rewrite in the same
      *  group would work from the stale file.
       D-query SECTION.
         D-para-1.
           IF cg-state = 'COMMITTING' THEN
             PERFORM R-roll-forward
             IF cg-state = 'COMMITTED' THEN
               MOVE 4 TO cg-result
               STRING 'interrupted commit of group '
                 FUNCTION TRIM(cg-id) ' rolled forward, '
                 swapped-cnt ' file(s) swapped'
                 DELIMITED BY SIZE INTO cg-msg
               END-STRING
             END-IF
           END-IF
           IF cg-state = 'OPEN' THEN
             PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > mem-cnt
               IF mem-real(mm) = cg-real THEN
                 MOVE 8 TO cg-result
                 MOVE SPACES TO cg-msg
                 STRING FUNCTION TRIM(cg-real)
                   ' is already enlisted in open commit group '
                   FUNCTION TRIM(cg-id)
                   ' - commit the group first'
                   DELIMITED BY SIZE INTO cg-msg
                 END-STRING
               END-IF
             END-PERFORM
           END-IF
         .

      *  the writer's finished .new joins the group, with the
      *  inputs its lineage line will name once it is swapped in.
      *  A group already committed or rolled back starts afresh.
       E-enlist SECTION.
         E-para-1.
           IF cg-state = 'COMMITTING' THEN
             PERFORM R-roll-forward
             IF cg-state = 'COMMITTING' THEN
               GO TO E-para-2
             END-IF
           END-IF
           IF NOT cg-state = 'OPEN' THEN
             PERFORM N-new-manifest
           END-IF
           PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > mem-cnt
             IF mem-real(mm) = cg-real THEN
               MOVE 8 TO cg-result
               STRING FUNCTION TRIM(cg-real)
                 ' is already enlisted in commit group '
                 FUNCTION TRIM(cg-id)
                 DELIMITED BY SIZE INTO cg-msg
               END-STRING
             END-IF
           END-PERFORM
           IF cg-result = 8 THEN
             GO TO E-para-2
           END-IF
           IF mem-cnt >= 50
               OR (mem-cnt >= 49 AND NOT cg-jnl-new = SPACES) THEN
             MOVE 8 TO cg-result
             STRING 'commit group ' FUNCTION TRIM(cg-id)
               ' already holds 50 files'
               DELIMITED BY SIZE INTO cg-msg
             END-STRING
             GO TO E-para-2
           END-IF
           OPEN EXTEND cgfile
           MOVE SPACES TO cg-record
           STRING 'MEMBER ' FUNCTION TRIM(cg-real) ' '
             FUNCTION TRIM(cg-new) ' ' FUNCTION TRIM(lin-program)
             DELIMITED BY SIZE INTO cg-record
           END-STRING
           WRITE cg-record
           IF lin-in-count > 20 THEN
             MOVE 20 TO lin-in-count
           END-IF
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > lin-in-count
             MOVE SPACES TO cg-record
             STRING 'INPUT ' FUNCTION TRIM(cg-real) ' '
               FUNCTION TRIM(lin-in-file(ii))
               DELIMITED BY SIZE INTO cg-record
             END-STRING
             WRITE cg-record
           END-PERFORM
           IF NOT cg-jnl-new = SPACES THEN
             MOVE SPACES TO cg-record
             STRING 'JOURNAL ' FUNCTION TRIM(cg-jnl-real) ' '
               FUNCTION TRIM(cg-jnl-new)
               DELIMITED BY SIZE INTO cg-record
             END-STRING
             WRITE cg-record
             ADD 1 TO mem-cnt
           END-IF
           CLOSE cgfile
           ADD 1 TO mem-cnt
           STRING FUNCTION TRIM(cg-new) ' held for commit group '
             FUNCTION TRIM(cg-id) ' (' mem-cnt ' file(s) enlisted)'
             DELIMITED BY SIZE INTO cg-msg
           END-STRING
           GO TO E-para-2
         .
         E-para-2.
           EXIT
         .

      *  every member's .new must be there before the first rename;
      *  one missing means a member run never finished, and the
      *  whole group is rolled back instead.
       F-commit SECTION.
         F-para-1.
           EVALUATE cg-state
             WHEN 'NONE'
               MOVE 8 TO cg-result
               STRING 'no commit group ' FUNCTION TRIM(cg-id)
                 ' (' FUNCTION TRIM(cg-fname) ' not found)'
                 DELIMITED BY SIZE INTO cg-msg
               END-STRING
               GO TO F-para-2
             WHEN 'COMMITTED'
               STRING 'commit group ' FUNCTION TRIM(cg-id)
                 ' is already committed'
                 DELIMITED BY SIZE INTO cg-msg
               END-STRING
               GO TO F-para-2
             WHEN 'ROLLEDBACK'
               MOVE 8 TO cg-result
               STRING 'commit group ' FUNCTION TRIM(cg-id)
                 ' was rolled back, nothing to commit'
                 DELIMITED BY SIZE INTO cg-msg
               END-STRING
               GO TO F-para-2
             WHEN 'COMMITTING'
               PERFORM R-roll-forward
               IF cg-state = 'COMMITTED' THEN
                 MOVE 4 TO cg-result
                 STRING 'interrupted commit of group '
                   FUNCTION TRIM(cg-id) ' rolled forward, '
                   swapped-cnt ' file(s) swapped'
                   DELIMITED BY SIZE INTO cg-msg
                 END-STRING
               END-IF
               GO TO F-para-2
           END-EVALUATE
           IF mem-cnt = 0 THEN
             MOVE 8 TO cg-result
             STRING 'commit group ' FUNCTION TRIM(cg-id)
               ' has no files enlisted'
               DELIMITED BY SIZE INTO cg-msg
             END-STRING
             GO TO F-para-2
           END-IF
           MOVE 0 TO missing-cnt
           PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > mem-cnt
             MOVE SPACES TO cmd-buf
             STRING 'test -f ' FUNCTION TRIM(mem-new(mm))
               DELIMITED BY SIZE INTO cmd-buf
             END-STRING
             CALL "SYSTEM" USING cmd-buf
             IF RETURN-CODE NOT = 0 THEN
               ADD 1 TO missing-cnt
               MOVE mem-new(mm) TO missing-name
             END-IF
           END-PERFORM
           IF missing-cnt > 0 THEN
             PERFORM K-rollback
             MOVE 8 TO cg-result
             STRING missing-cnt ' member file(s) missing ('
               FUNCTION TRIM(missing-name) '), commit group '
               FUNCTION TRIM(cg-id) ' rolled back, nothing swapped'
               DELIMITED BY SIZE INTO cg-msg
             END-STRING
             GO TO F-para-2
           END-IF
           MOVE 'COMMITTING' TO tok2
           PERFORM P-append-state
           PERFORM R-roll-forward
           IF cg-state = 'COMMITTED' THEN
             STRING 'commit group ' FUNCTION TRIM(cg-id)
               ' committed, ' swapped-cnt ' file(s) swapped'
               DELIMITED BY SIZE INTO cg-msg
             END-STRING
           END-IF
           GO TO F-para-2
         .
         F-para-2.
           EXIT
         .

      *  an explicit ROLLBACK; once COMMITTING is written some
      *  renames may have happened and cannot be taken back, so
      *  the only way out is forward.
       G-rollback-request SECTION.
         G-para-1.
           EVALUATE cg-state
             WHEN 'OPEN'
               PERFORM K-rollback
               STRING 'commit group ' FUNCTION TRIM(cg-id)
                 ' rolled back, ' mem-cnt ' .new file(s) removed'
                 DELIMITED BY SIZE INTO cg-msg
               END-STRING
             WHEN 'COMMITTING'
               PERFORM R-roll-forward
               IF cg-state = 'COMMITTED' THEN
                 MOVE 4 TO cg-result
                 STRING 'commit group ' FUNCTION TRIM(cg-id)
                   ' was part way through its commit and has been '
                   'rolled forward instead'
                   DELIMITED BY SIZE INTO cg-msg
                 END-STRING
               END-IF
             WHEN OTHER
               MOVE 4 TO cg-result
               STRING 'commit group ' FUNCTION TRIM(cg-id) ' is '
                 FUNCTION TRIM(cg-state) ', nothing to roll back'
                 DELIMITED BY SIZE INTO cg-msg
               END-STRING
           END-EVALUATE
         .

       H-recover SECTION.
         H-para-1.
           IF cg-state = 'COMMITTING' THEN
             PERFORM R-roll-forward
             IF cg-state = 'COMMITTED' THEN
               MOVE 4 TO cg-result
               STRING 'interrupted commit of group '
                 FUNCTION TRIM(cg-id) ' rolled forward, '
                 swapped-cnt ' file(s) swapped'
                 DELIMITED BY SIZE INTO cg-msg
               END-STRING
             END-IF
           ELSE
             STRING 'commit group ' FUNCTION TRIM(cg-id) ' is '
               FUNCTION TRIM(cg-state) ', ' mem-cnt
               ' file(s) enlisted'
               DELIMITED BY SIZE INTO cg-msg
             END-STRING
           END-IF
         .

      *  a new run of the correction set: whatever the last one
      *  left is settled - forward if it was committing, back if
      *  it never got to commit - and the group starts empty. A
      *  roll forward that cannot finish leaves the manifest as it
      *  is and the group is not begun.
       J-begin SECTION.
         J-para-1.
           MOVE 1 TO msg-ptr
           IF cg-state = 'COMMITTING' THEN
             PERFORM R-roll-forward
             IF cg-state = 'COMMITTING' THEN
               GO TO J-para-2
             END-IF
             MOVE 4 TO cg-result
             STRING 'interrupted commit rolled forward, '
               swapped-cnt ' file(s) swapped; '
               DELIMITED BY SIZE INTO cg-msg WITH POINTER msg-ptr
             END-STRING
           END-IF
           IF cg-state = 'OPEN' AND mem-cnt > 0 THEN
             PERFORM K-rollback
             MOVE 4 TO cg-result
             STRING 'abandoned group rolled back, ' mem-cnt
               ' .new file(s) removed; '
               DELIMITED BY SIZE INTO cg-msg WITH POINTER msg-ptr
             END-STRING
           END-IF
           PERFORM N-new-manifest
           STRING 'commit group ' FUNCTION TRIM(cg-id) ' begun'
             DELIMITED BY SIZE INTO cg-msg WITH POINTER msg-ptr
           END-STRING
           GO TO J-para-2
         .
         J-para-2.
           EXIT
         .

      *  every member's .new removed and ROLLEDBACK written; the
      *  live files were never touched.
       K-rollback SECTION.
         K-para-1.
           PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > mem-cnt
             MOVE SPACES TO cmd-buf
             STRING 'rm -f ' FUNCTION TRIM(mem-new(mm))
               DELIMITED BY SIZE INTO cmd-buf
             END-STRING
             CALL "SYSTEM" USING cmd-buf
           END-PERFORM
           MOVE 'ROLLEDBACK' TO tok2
           PERFORM P-append-state
         .

       N-new-manifest SECTION.
         N-para-1.
           CALL 'now-str' USING datetime-data
           OPEN OUTPUT cgfile
           MOVE SPACES TO cg-record
           STRING '#CGROUP ' FUNCTION TRIM(cg-id) ' '
             datetime-str OF datetime-data
             DELIMITED BY SIZE INTO cg-record
           END-STRING
           WRITE cg-record
           CLOSE cgfile
           MOVE 'OPEN' TO cg-state
           MOVE 0 TO mem-cnt
           MOVE 0 TO in-cnt
         .

       P-append-state SECTION.
         P-para-1.
           CALL 'now-str' USING datetime-data
           OPEN EXTEND cgfile
           MOVE SPACES TO cg-record
           STRING '#STATE ' FUNCTION TRIM(tok2) ' '
             datetime-str OF datetime-data
             DELIMITED BY SIZE INTO cg-record
           END-STRING
           WRITE cg-record
           CLOSE cgfile
           MOVE tok2 TO cg-state
         .

      *  the renames, each member whose .new is still there - the
      *  ones already gone were swapped before an interruption -
      *  and its lineage line once it is in place; then COMMITTED.
      *  A rename that fails leaves its .new for the next roll
      *  forward and the group COMMITTING, cg-result 8: COMMITTED
      *  is only written once every member is in.
       R-roll-forward SECTION.
         R-para-1.
           MOVE 0 TO swapped-cnt
           MOVE 0 TO swap-fail-cnt
           PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > mem-cnt
             IF mem-app(mm) = 1 THEN
               PERFORM R-append-journal
             ELSE
               PERFORM R-swap-member
             END-IF
           END-PERFORM
           IF swap-fail-cnt = 0 THEN
             MOVE 'COMMITTED' TO tok2
             PERFORM P-append-state
           ELSE
             MOVE 8 TO cg-result
             MOVE SPACES TO cg-msg
             STRING 'commit of group ' FUNCTION TRIM(cg-id)
               ' incomplete: ' swap-fail-cnt ' file(s) could not '
               'be swapped in (' FUNCTION TRIM(missing-name)
               '), group left COMMITTING'
               DELIMITED BY SIZE INTO cg-msg
             END-STRING
           END-IF
         .

       R-swap-member SECTION.
         R-para-3.
           MOVE SPACES TO cmd-buf
           STRING 'test -f ' FUNCTION TRIM(mem-new(mm))
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE = 0 THEN
             MOVE SPACES TO cmd-buf
             STRING 'mv -f ' FUNCTION TRIM(mem-new(mm)) ' '
               FUNCTION TRIM(mem-real(mm))
               DELIMITED BY SIZE INTO cmd-buf
             END-STRING
             CALL "SYSTEM" USING cmd-buf
             IF RETURN-CODE NOT = 0 THEN
               ADD 1 TO swap-fail-cnt
               MOVE mem-new(mm) TO missing-name
             ELSE
               ADD 1 TO swapped-cnt
               PERFORM R-note-lineage
             END-IF
           END-IF
         .

      *  a held journal: the live journal and the held records go
      *  to a .app copy, the held file goes, and the copy is
      *  renamed in. A .app already there is a copy an interrupted
      *  roll forward finished building, so it is only renamed in.
       R-append-journal SECTION.
         R-para-4.
           MOVE SPACES TO app-name
           STRING FUNCTION TRIM(mem-new(mm)) '.app'
             DELIMITED BY SIZE INTO app-name
           END-STRING
           MOVE SPACES TO cmd-buf
           STRING 'test -f ' FUNCTION TRIM(app-name)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE NOT = 0 THEN
             MOVE SPACES TO cmd-buf
             STRING 'test -f ' FUNCTION TRIM(mem-new(mm))
               DELIMITED BY SIZE INTO cmd-buf
             END-STRING
             CALL "SYSTEM" USING cmd-buf
             IF RETURN-CODE NOT = 0 THEN
               GO TO R-para-5
             END-IF
             MOVE SPACES TO cmd-buf
             STRING 'touch ' FUNCTION TRIM(mem-real(mm))
               ' && cat ' FUNCTION TRIM(mem-real(mm)) ' '
               FUNCTION TRIM(mem-new(mm)) ' > '
               FUNCTION TRIM(app-name) '.tmp && mv -f '
               FUNCTION TRIM(app-name) '.tmp '
               FUNCTION TRIM(app-name)
               DELIMITED BY SIZE INTO cmd-buf
             END-STRING
             CALL "SYSTEM" USING cmd-buf
             IF RETURN-CODE NOT = 0 THEN
               ADD 1 TO swap-fail-cnt
               MOVE mem-new(mm) TO missing-name
               GO TO R-para-5
             END-IF
           END-IF
           MOVE SPACES TO cmd-buf
           STRING 'rm -f ' FUNCTION TRIM(mem-new(mm))
             ' && mv -f ' FUNCTION TRIM(app-name) ' '
             FUNCTION TRIM(mem-real(mm))
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE NOT = 0 THEN
             ADD 1 TO swap-fail-cnt
             MOVE app-name TO missing-name
           ELSE
             ADD 1 TO swapped-cnt
           END-IF
           GO TO R-para-5
         .
         R-para-5.
           EXIT
         .

       R-note-lineage SECTION.
         R-para-2.
           MOVE mem-prog(mm) TO lin-program
           MOVE mem-real(mm) TO lin-out-file
           MOVE SPACES TO lin-run-id
           MOVE 0 TO lin-in-count
           PERFORM VARYING kk FROM 1 BY 1 UNTIL kk > in-cnt
             IF in-mem(kk) = mm AND lin-in-count < 20 THEN
               ADD 1 TO lin-in-count
               MOVE in-file(kk) TO lin-in-file(lin-in-count)
             END-IF
           END-PERFORM
           CALL 'lineage-record' USING lineage-data
         .

       S-status SECTION.
         S-para-1.
           DISPLAY 'commit group ', FUNCTION TRIM(cg-id), ': ',
             FUNCTION TRIM(cg-state), ', ', mem-cnt,
             ' file(s) enlisted (', FUNCTION TRIM(cg-fname), ')'
           PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > mem-cnt
             MOVE SPACES TO cmd-buf
             STRING 'test -f ' FUNCTION TRIM(mem-new(mm))
               DELIMITED BY SIZE INTO cmd-buf
             END-STRING
             CALL "SYSTEM" USING cmd-buf
             IF RETURN-CODE = 0 THEN
               MOVE 'pending' TO tok1
             ELSE
               IF cg-state = 'OPEN' THEN
                 MOVE 'MISSING' TO tok1
               ELSE
                 MOVE 'done' TO tok1
               END-IF
             END-IF
             DISPLAY '  ', FUNCTION TRIM(mem-real(mm)), ' <- ',
               FUNCTION TRIM(mem-new(mm)), ' ',
               FUNCTION TRIM(mem-prog(mm)), ' ', FUNCTION TRIM(tok1)
           END-PERFORM
         .
