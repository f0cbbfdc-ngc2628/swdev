       IDENTIFICATION DIVISION.
       PROGRAM-ID. lockmon.

      * lock monitor for the table-file locks table.cbl and
      * sort.cbl take (utl/lock-file.cbl): a run that dies leaves
      * its <file>.lock behind and the next chain stops on it.
      *
      *   lockmon [LIST] [DIR=path]...
      *   lockmon RELEASE table-file|lock-file [FORCE]
      *
      * LIST shows every lock in the DIR= directories (default the
      * lock-dirs suite.cfg setting, else the current directory)
      * with its holder - program, operator, run id, process and
      * host - since when, how long, and whether the holder is
      * still ALIVE, DEAD or UNKNOWN (another host's, or a bare
      * lock that names no holder). Returns 4 when any lock is not
      * held by a live run.
      *
      * RELEASE removes one lock whose holder is DEAD, and is
      * limited to supervisor-level operator ids (utl/oper-id.cbl).
      * A live holder's lock is never released; an UNKNOWN one
      * only with FORCE, the supervisor vouching that the holder
      * is gone. Every release is written to the row-audit trail,
      * job=lockmon action=L, with the holder it named - a lock
      * deleted by hand leaves no such record, and is how two runs
      * once came to write the same file. Returns 0 released, 4
      * no lock there, 8 refused.

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
           05 action-arg PIC X(16) VALUE SPACES.
           05 arg-tmp PIC X(160) VALUE SPACES.
           05 target-arg PIC X(160) VALUE SPACES.
           05 force-mode PIC 9 VALUE 0.
           05 dir-cnt PIC 9(2) VALUE 0.
           05 dir-tab PIC X(128) OCCURS 10 TIMES VALUE SPACES.
           05 dd PIC 9(2) VALUE 0.
           05 dir-ptr PIC 9(4) VALUE 0.
           05 listname PIC X(160) VALUE SPACES.
           05 list-fs PIC XX VALUE '00'.
           05 list-eof PIC 9 VALUE 0.
           05 cmd-buf PIC X(1024) VALUE SPACES.
           05 name-len PIC 9(4) VALUE 0.
           05 lock-cnt PIC 9(4) VALUE 0.
           05 alive-cnt PIC 9(4) VALUE 0.
           05 dead-cnt PIC 9(4) VALUE 0.
           05 unknown-cnt PIC 9(4) VALUE 0.
           05 op-id PIC X(12) VALUE SPACES.
           05 op-level PIC 9 VALUE 0.
           05 lock-data.
             COPY lockdata.
           05 rowaudit-data.
             COPY rowaudit.
           05 runcfg-data.
             COPY runcfg.

       PROCEDURE DIVISION.
       A-main SECTION.
         A-para-1.
           CALL 'run-config-load' USING runcfg-data
           ACCEPT arg-tmp FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO arg-tmp
           END-ACCEPT
           IF FUNCTION UPPER-CASE(arg-tmp) = 'LIST'
               OR FUNCTION UPPER-CASE(arg-tmp) = 'RELEASE' THEN
             MOVE FUNCTION UPPER-CASE(arg-tmp) TO action-arg
             MOVE SPACES TO arg-tmp
             ACCEPT arg-tmp FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO arg-tmp
             END-ACCEPT
           ELSE
             MOVE 'LIST' TO action-arg
           END-IF
           PERFORM UNTIL arg-tmp = SPACES
             EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(arg-tmp(1:4)) = 'DIR='
                   AND action-arg = 'LIST'
                 IF dir-cnt < 10 THEN
                   ADD 1 TO dir-cnt
                   MOVE arg-tmp(5:128) TO dir-tab(dir-cnt)
                 END-IF
               WHEN FUNCTION UPPER-CASE(arg-tmp) = 'FORCE'
                   AND action-arg = 'RELEASE'
                 MOVE 1 TO force-mode
               WHEN action-arg = 'RELEASE' AND target-arg = SPACES
                 MOVE arg-tmp TO target-arg
               WHEN OTHER
                 PERFORM A-usage
                 GOBACK
             END-EVALUATE
             MOVE SPACES TO arg-tmp
             ACCEPT arg-tmp FROM ARGUMENT-VALUE
               ON EXCEPTION
                 MOVE SPACES TO arg-tmp
             END-ACCEPT
           END-PERFORM
           IF action-arg = 'RELEASE' THEN
             IF target-arg = SPACES THEN
               PERFORM A-usage
               GOBACK
             END-IF
             PERFORM C-release
             GOBACK
           END-IF
           PERFORM B-list
           GOBACK
         .

       A-usage SECTION.
         A-para-2.
           DISPLAY 'usage: lockmon [LIST] [DIR=path]...'
           DISPLAY '       lockmon RELEASE table-file|lock-file ',
             '[FORCE]'
           MOVE 8 TO RETURN-CODE
         .

      *  the directories: DIR= arguments, else lock-dirs from
      *  suite.cfg, else where the monitor runs.
       B-list SECTION.
         B-para-1.
           IF dir-cnt = 0 AND NOT cfg-lock-dirs = SPACES THEN
             MOVE 1 TO dir-ptr
             PERFORM UNTIL dir-ptr > LENGTH OF cfg-lock-dirs
                 OR dir-cnt = 10
               ADD 1 TO dir-cnt
               UNSTRING cfg-lock-dirs DELIMITED BY ALL SPACE
                 INTO dir-tab(dir-cnt) WITH POINTER dir-ptr
               END-UNSTRING
               IF dir-tab(dir-cnt) = SPACES THEN
                 SUBTRACT 1 FROM dir-cnt
               END-IF
             END-PERFORM
           END-IF
           IF dir-cnt = 0 THEN
             MOVE 1 TO dir-cnt
             MOVE '.' TO dir-tab(1)
           END-IF
           PERFORM VARYING dd FROM 1 BY 1 UNTIL dd > dir-cnt
             PERFORM B-list-dir
           END-PERFORM
           DISPLAY 'lockmon: ', lock-cnt, ' lock(s) - ', alive-cnt,
             ' held by a live run, ', dead-cnt, ' DEAD, ',
             unknown-cnt, ' UNKNOWN'
           IF dead-cnt > 0 OR unknown-cnt > 0 THEN
             DISPLAY 'lockmon: a supervisor clears a stale lock ',
               'with lockmon RELEASE'
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
         .

       B-list-dir SECTION.
         B-para-2.
           MOVE SPACES TO listname
           STRING FUNCTION TRIM(dir-tab(dd)) '/.lockmon.list'
             DELIMITED BY SIZE INTO listname
           END-STRING
           MOVE SPACES TO cmd-buf
           STRING 'find ' FUNCTION TRIM(dir-tab(dd))
             ' -maxdepth 1 -name "*.lock" 2>/dev/null | sort > '
             FUNCTION TRIM(listname) ' 2>/dev/null'
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           MOVE 0 TO list-eof
           OPEN INPUT listfile
           IF list-fs NOT = '00' THEN
             DISPLAY 'lockmon: cannot list ',
               FUNCTION TRIM(dir-tab(dd))
             GO TO B-para-3
           END-IF
           PERFORM UNTIL list-eof = 1
             READ listfile INTO list-record
               AT END
                 MOVE 1 TO list-eof
               NOT AT END
                 IF list-record NOT = SPACES THEN
                   PERFORM B-list-one
                 END-IF
             END-READ
           END-PERFORM
           CLOSE listfile
           MOVE SPACES TO cmd-buf
           STRING 'rm -f ' FUNCTION TRIM(listname)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           GO TO B-para-3
         .
         B-para-3.
           EXIT
         .

       B-list-one SECTION.
         B-para-4.
           MOVE SPACES TO lck-file
           MOVE list-record TO lck-name
           CALL 'lock-read' USING lock-data
      *    let go between the listing and the look - nothing held.
           IF lck-result = 0 THEN
             GO TO B-para-5
           END-IF
           ADD 1 TO lock-cnt
           EVALUATE lck-alive
             WHEN 'ALIVE'
               ADD 1 TO alive-cnt
             WHEN 'DEAD'
               ADD 1 TO dead-cnt
             WHEN OTHER
               ADD 1 TO unknown-cnt
           END-EVALUATE
           DISPLAY 'lockmon: ', FUNCTION TRIM(lck-name), ' ',
             FUNCTION TRIM(lck-alive)
           DISPLAY 'lockmon:   ', FUNCTION TRIM(lck-desc)
           GO TO B-para-5
         .
         B-para-5.
           EXIT
         .

      *  a supervisor's release of one dead holder's lock. The
      *  lock is removed only while it still names the holder that
      *  was checked (lock-drop), so a run that took the file in
      *  between keeps its lock.
       C-release SECTION.
         C-para-1.
           CALL 'operator-get' USING op-id
           CALL 'operator-level' USING op-id, op-level
           IF op-level < 3 THEN
             DISPLAY 'lockmon: RELEASE refused - ',
               FUNCTION TRIM(op-id), ' is not a supervisor'
             MOVE 8 TO RETURN-CODE
             GO TO C-para-2
           END-IF
           COMPUTE name-len = FUNCTION LENGTH(FUNCTION TRIM(
             target-arg))
           MOVE SPACES TO lck-file
           MOVE SPACES TO lck-name
           IF name-len > 5 AND target-arg(name-len - 4:5) = '.lock'
               THEN
             MOVE target-arg TO lck-name
           ELSE
             MOVE target-arg TO lck-file
           END-IF
           CALL 'lock-read' USING lock-data
           IF lck-result = 0 THEN
             DISPLAY 'lockmon: no lock ', FUNCTION TRIM(lck-name),
               ' - nothing to release'
             MOVE 4 TO RETURN-CODE
             GO TO C-para-2
           END-IF
           DISPLAY 'lockmon: ', FUNCTION TRIM(lck-name), ' ',
             FUNCTION TRIM(lck-desc)
           IF lck-alive = 'ALIVE' THEN
             DISPLAY 'lockmon: RELEASE refused - the holder is ',
               'still running'
             MOVE 8 TO RETURN-CODE
             GO TO C-para-2
           END-IF
           IF lck-alive = 'UNKNOWN' AND force-mode = 0 THEN
             DISPLAY 'lockmon: RELEASE refused - the holder cannot ',
               'be checked from here; FORCE once it is known gone'
             MOVE 8 TO RETURN-CODE
             GO TO C-para-2
           END-IF
           MOVE SPACES TO raud-before
           IF lck-owned = 1 THEN
             STRING FUNCTION TRIM(lck-program)
               ' oper=' FUNCTION TRIM(lck-oper)
               ' run=' FUNCTION TRIM(lck-run-id)
               ' pid=' FUNCTION TRIM(lck-pid)
               ' ' FUNCTION TRIM(lck-alive)
               DELIMITED BY SIZE INTO raud-before
             END-STRING
           ELSE
             MOVE 'no owner recorded' TO raud-before
           END-IF
           MOVE SPACES TO lck-file
           CALL 'lock-drop' USING lock-data
           IF lck-result = 4 THEN
             DISPLAY 'lockmon: RELEASE refused - the lock was ',
               'taken again meanwhile, ', FUNCTION TRIM(lck-desc)
             MOVE 8 TO RETURN-CODE
             GO TO C-para-2
           END-IF
           MOVE 'lockmon' TO raud-job
           MOVE 'L' TO raud-action
           MOVE lck-name(1:32) TO raud-key
           MOVE SPACES TO raud-col
           IF force-mode = 1 THEN
             MOVE 'RELEASED FORCE' TO raud-after
           ELSE
             MOVE 'RELEASED' TO raud-after
           END-IF
           MOVE op-id TO raud-oper
           CALL 'row-audit-write' USING rowaudit-data
           DISPLAY 'lockmon: ', FUNCTION TRIM(lck-name),
             ' released by ', FUNCTION TRIM(op-id)
           MOVE 0 TO RETURN-CODE
           GO TO C-para-2
         .
         C-para-2.
           EXIT
         .
