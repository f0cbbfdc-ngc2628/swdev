      *
      * MINUTES defaults to 60 so a writer mid-run is not
      * reported as a leftover.
      *
      * A .new enlisted in a commit group (utl/cgroup-log.cbl)
      * is reported with its group id and the group's state, and
      * a group left OPEN or part way through COMMITTING is named
      * on its own line with the commitgrp action that settles it.
      * The manifests are read from CGROUPDIR, else from dir.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           SELECT listfile ASSIGN TO listname
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS list-fs.
           SELECT cgfile ASSIGN TO cg-fname
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS cg-fs.

       DATA DIVISION.
         FILE SECTION.
         FD listfile.
           01 list-record PIC X(255) VALUE SPACES.
         FD cgfile.
           01 cg-record PIC X(400) VALUE SPACES.

       WORKING-STORAGE SECTION.
         01 v-ws.
           05 cmd-buf PIC X(1024) VALUE SPACES.
           05 stale-count PIC 9(4) VALUE 0.
           05 mins-str PIC Z(3)9.
           05 cg-fname PIC X(255) VALUE SPACES.
           05 list-save PIC X(140) VALUE SPACES.
           05 cg-fs PIC XX VALUE '00'.
           05 cg-eof PIC 9 VALUE 0.
           05 cg-dir PIC X(128) VALUE SPACES.
           05 tok1 PIC X(16) VALUE SPACES.
           05 tok2 PIC X(168) VALUE SPACES.
           05 tok3 PIC X(168) VALUE SPACES.
           05 base-in PIC X(168) VALUE SPACES.
           05 base-out PIC X(168) VALUE SPACES.
           05 base-len PIC 9(4) VALUE 0.
           05 slash-at PIC 9(4) VALUE 0.
           05 ii PIC 9(4) VALUE 0.
           05 gg PIC 9(3) VALUE 0.
           05 mm PIC 9(4) VALUE 0.
           05 hit-grp PIC 9(3) VALUE 0.
           05 unsettled-count PIC 9(4) VALUE 0.
      *  the commit groups in the manifest directory and the .new
      *  names their members wait under, by base name.
         01 grp-table.
           05 grp-cnt PIC 9(3) VALUE 0.
           05 grp-entry OCCURS 200 TIMES.
             10 grp-id PIC X(16).
             10 grp-state PIC X(10).
             10 grp-members PIC 9(3).
           05 gm-cnt PIC 9(4) VALUE 0.
           05 gm-entry OCCURS 2000 TIMES.
             10 gm-grp PIC 9(3).
             10 gm-base PIC X(168).

       PROCEDURE DIVISION.
       A-main SECTION.
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           PERFORM B-load-groups
           OPEN INPUT listfile
           IF list-fs = '00' THEN
             PERFORM UNTIL list-eof = 1
                 NOT AT END
                   IF list-record NOT = SPACES THEN
                     ADD 1 TO stale-count
                     PERFORM C-match-leftover
                     IF hit-grp = 0 THEN
                       DISPLAY 'tmpsweep: leftover ',
                         FUNCTION TRIM(list-record)
                     ELSE
                       DISPLAY 'tmpsweep: leftover ',
                         FUNCTION TRIM(list-record),
                         ' (commit group ',
                         FUNCTION TRIM(grp-id(hit-grp)), ', ',
                         FUNCTION TRIM(grp-state(hit-grp)), ')'
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           PERFORM VARYING gg FROM 1 BY 1 UNTIL gg > grp-cnt
             EVALUATE grp-state(gg)
               WHEN 'OPEN'
                 ADD 1 TO unsettled-count
                 DISPLAY 'tmpsweep: commit group ',
                   FUNCTION TRIM(grp-id(gg)), ' OPEN, ',
                   grp-members(gg), ' file(s) enlisted - ',
                   'commitgrp ', FUNCTION TRIM(grp-id(gg)),
                   ' COMMIT or ROLLBACK'
               WHEN 'COMMITTING'
                 ADD 1 TO unsettled-count
                 DISPLAY 'tmpsweep: commit group ',
                   FUNCTION TRIM(grp-id(gg)), ' interrupted while ',
                   'COMMITTING, ', grp-members(gg), ' file(s) - ',
                   'commitgrp ', FUNCTION TRIM(grp-id(gg)),
                   ' RECOVER'
             END-EVALUATE
           END-PERFORM
           DISPLAY 'tmpsweep: ', stale-count, ' stale .new ',
             'file(s) older than ', age-mins, ' minute(s) in ',
             FUNCTION TRIM(sweep-dir)
           IF stale-count > 0 OR unsettled-count > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
         .

      *  every commit group manifest: its id, its state - the last
      *  #STATE line, OPEN when there is none - and its members'
      *  .new base names.
       B-load-groups SECTION.
         B-para-1.
           DISPLAY "CGROUPDIR" UPON ENVIRONMENT-NAME
           ACCEPT cg-dir FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO cg-dir
           END-ACCEPT
           IF cg-dir = SPACES THEN
             MOVE sweep-dir TO cg-dir
           END-IF
           MOVE SPACES TO cmd-buf
           STRING
             'find ' FUNCTION TRIM(cg-dir)
             ' -maxdepth 1 -name "*.cgrp" > '
             FUNCTION TRIM(listname) '.cg 2>/dev/null'
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           MOVE SPACES TO cg-fname
           STRING FUNCTION TRIM(listname) '.cg'
             DELIMITED BY SIZE INTO cg-fname
           END-STRING
           MOVE 0 TO grp-cnt
           MOVE 0 TO gm-cnt
      *    listfile is pointed at the manifest list for the while;
      *    each manifest named in it is read through cgfile.
           MOVE listname TO list-save
           MOVE cg-fname TO listname
           OPEN INPUT listfile
           IF list-fs = '00' THEN
             MOVE 0 TO list-eof
             PERFORM UNTIL list-eof = 1
               READ listfile INTO list-record
                 AT END
                   MOVE 1 TO list-eof
                 NOT AT END
                   IF list-record NOT = SPACES AND grp-cnt < 200
                       THEN
                     PERFORM B-load-one
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
           MOVE list-save TO listname
           MOVE 0 TO list-eof
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

       B-load-one SECTION.
         B-para-3.
           MOVE list-record TO cg-fname
           OPEN INPUT cgfile
           IF cg-fs NOT = '00' THEN
             GO TO B-para-4
           END-IF
           ADD 1 TO grp-cnt
           MOVE SPACES TO grp-id(grp-cnt)
           MOVE 'OPEN' TO grp-state(grp-cnt)
           MOVE 0 TO grp-members(grp-cnt)
           MOVE 0 TO cg-eof
           PERFORM UNTIL cg-eof = 1
             READ cgfile INTO cg-record
               AT END
                 MOVE 1 TO cg-eof
               NOT AT END
                 MOVE SPACES TO tok1 tok2 tok3
                 UNSTRING cg-record DELIMITED BY ALL SPACE
                   INTO tok1 tok2 tok3
                 END-UNSTRING
                 EVALUATE tok1
                   WHEN '#CGROUP'
                     MOVE tok2 TO grp-id(grp-cnt)
                     MOVE 'OPEN' TO grp-state(grp-cnt)
                     MOVE 0 TO grp-members(grp-cnt)
                   WHEN '#STATE'
                     MOVE tok2 TO grp-state(grp-cnt)
                   WHEN 'MEMBER'
                     ADD 1 TO grp-members(grp-cnt)
                     IF gm-cnt < 2000 THEN
                       ADD 1 TO gm-cnt
                       MOVE grp-cnt TO gm-grp(gm-cnt)
                       MOVE tok3 TO base-in
                       PERFORM D-base-name
                       MOVE base-out TO gm-base(gm-cnt)
                     END-IF
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE cgfile
           GO TO B-para-4
         .
         B-para-4.
           EXIT
         .

      *  the group, if any, whose member waits under this
      *  leftover's name; a group still OPEN or COMMITTING is the
      *  one that owns it over an older, settled group that once
      *  enlisted the same file.
       C-match-leftover SECTION.
         C-para-1.
           MOVE 0 TO hit-grp
           MOVE list-record TO base-in
           PERFORM D-base-name
           PERFORM VARYING mm FROM 1 BY 1 UNTIL mm > gm-cnt
             IF gm-base(mm) = base-out THEN
               IF hit-grp = 0 THEN
                 MOVE gm-grp(mm) TO hit-grp
               ELSE
                 IF grp-state(gm-grp(mm)) = 'OPEN'
                     OR grp-state(gm-grp(mm)) = 'COMMITTING' THEN
                   MOVE gm-grp(mm) TO hit-grp
                 END-IF
               END-IF
             END-IF
           END-PERFORM
         .

       D-base-name SECTION.
         D-para-1.
           COMPUTE base-len = FUNCTION LENGTH(FUNCTION TRIM(
             base-in))
           MOVE 0 TO slash-at
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > base-len
             IF base-in(ii:1) = '/' THEN
               MOVE ii TO slash-at
             END-IF
           END-PERFORM
           MOVE SPACES TO base-out
           IF slash-at < base-len THEN
             MOVE base-in(slash-at + 1:base-len - slash-at)
               TO base-out
           END-IF
         .
