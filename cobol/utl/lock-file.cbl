       IDENTIFICATION DIVISION.
         PROGRAM-ID. lock-file IS INITIAL.

      * table-file locks that say who holds them: the <file>.lock
      * table.cbl and sort.cbl take while they read a file used to
      * be an empty touch, so a run that died left a lock nobody
      * could account for. A lock now carries one owner line -
      *   pid=n host=h program=p oper=o run=r [env=e]
      *     time=YYYY-MM-DD hh:mm:ss
      * - and is created in one step with the shell's noclobber,
      * so two runs racing for the same file cannot both get it.
      * The operator is SUITEOPER, else the login name: a lock is
      * taken on every read, and a report run must not stop to
      * prompt for an id the way the change paths do. lock-read
      * answers for lockmon and preflight whether the holder is
      * still alive; lock-drop removes the lock only while it is
      * still this run's own.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT lockfile ASSIGN TO lock-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS fs.

       DATA DIVISION.
         FILE SECTION.
         FD lockfile.
           01 lock-record PIC X(255) VALUE SPACES.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
         01 v-loc.
           05 fs PIC XX VALUE '00'.
           05 lock-fname PIC X(132) VALUE SPACES.
           05 cmd-buf PIC X(512) VALUE SPACES.
           05 env-val PIC X(64) VALUE SPACES.
           05 own-pid PIC X(10) VALUE SPACES.
           05 own-program PIC X(16) VALUE SPACES.
           05 tok PIC X(64) VALUE SPACES.
           05 tok-ptr PIC 9(4) VALUE 0.
           05 run-env PIC X(8) VALUE SPACES.
           05 env-logdir PIC X(128) VALUE SPACES.
           05 env-stamp PIC X(16) VALUE SPACES.
           05 tok-start PIC 9(4) VALUE 0.
           05 rec-len PIC 9(4) VALUE 0.
           05 start-datetime-data.
             COPY datetimedata.
           05 end-datetime-data.
             COPY datetimedata.
           05 elapsed-data.
             COPY elapseddata.

       LINKAGE SECTION.
         01 lock-data.
           COPY lockdata.

       PROCEDURE DIVISION USING lock-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'lock-file'
           GOBACK
         .

      *  takes the lock on lck-file for lck-program. Held already:
      *  result 1 with the holder's details filled in.
         ENTRY 'lock-take' USING lock-data.
           MOVE lck-program TO own-program
           PERFORM B-make-name
           MOVE SPACES TO cmd-buf
           STRING '(set -C; echo "pid=$PPID host=$(hostname)" > '
             FUNCTION TRIM(lock-fname) ') 2>/dev/null'
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE NOT = 0 THEN
             MOVE 0 TO RETURN-CODE
             PERFORM C-read-lock
             IF lck-result = 0 THEN
      *        gone again between the two looks - the holder let
      *        go; the caller sees it held and retries next run.
               MOVE 1 TO lck-result
             ELSE
               PERFORM D-check-holder
               PERFORM E-lock-age
               PERFORM F-describe
             END-IF
             GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM C-read-lock
           MOVE 0 TO lck-result
           MOVE 1 TO lck-owned
           MOVE own-program TO lck-program
           DISPLAY "SUITEOPER" UPON ENVIRONMENT-NAME
           MOVE SPACES TO env-val
           ACCEPT env-val FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF env-val = SPACES THEN
             DISPLAY "USER" UPON ENVIRONMENT-NAME
             ACCEPT env-val FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                 CONTINUE
             END-ACCEPT
           END-IF
           IF env-val = SPACES THEN
             MOVE 'UNKNOWN' TO env-val
           END-IF
           MOVE env-val(1:12) TO lck-oper
           CALL 'run-id-get' USING lck-run-id
           CALL 'now-str' USING end-datetime-data
           MOVE datetime-str OF end-datetime-data TO lck-time
           MOVE 'ALIVE' TO lck-alive
           MOVE '0000:00:00' TO lck-age
           OPEN OUTPUT lockfile
           IF fs NOT = '00' THEN
             MOVE 8 TO lck-result
             GOBACK
           END-IF
           CALL 'run-env-get' USING run-env, env-logdir
           MOVE SPACES TO env-stamp
           IF NOT run-env = SPACES THEN
             STRING ' env=' FUNCTION TRIM(run-env)
               DELIMITED BY SIZE INTO env-stamp
             END-STRING
           END-IF
           MOVE SPACES TO lock-record
           STRING 'pid=' FUNCTION TRIM(lck-pid)
             ' host=' FUNCTION TRIM(lck-host)
             ' program=' FUNCTION TRIM(lck-program)
             ' oper=' FUNCTION TRIM(lck-oper)
             ' run=' FUNCTION TRIM(lck-run-id)
             DELIMITED BY SIZE
             env-stamp DELIMITED BY '  '
             ' time=' lck-time
             DELIMITED BY SIZE INTO lock-record
           END-STRING
           WRITE lock-record
           CLOSE lockfile
           GOBACK
         .

      *  the lock on lck-file (lck-file blank: the lock lck-name
      *  names): result 0 none, 1 held, with the owner, whether
      *  the holder is alive and how long the lock has stood.
         ENTRY 'lock-read' USING lock-data.
           PERFORM B-make-name
           PERFORM C-read-lock
           IF lck-result = 1 THEN
             PERFORM D-check-holder
             PERFORM E-lock-age
             PERFORM F-describe
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK
         .

      *  lets go of the lock lock-take gave this run. A lock that
      *  now records another process - a supervisor released this
      *  one and another run took the file - is left standing,
      *  result 4.
         ENTRY 'lock-drop' USING lock-data.
           MOVE lck-pid TO own-pid
           PERFORM B-make-name
           PERFORM C-read-lock
           IF lck-result = 0 THEN
             GOBACK
           END-IF
           IF lck-pid NOT = own-pid THEN
             MOVE 4 TO lck-result
             GOBACK
           END-IF
           MOVE SPACES TO cmd-buf
           STRING 'rm -f ' FUNCTION TRIM(lock-fname)
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO lck-result
           GOBACK
         .

       B-make-name SECTION.
         B-para-1.
           IF lck-file NOT = SPACES THEN
             MOVE SPACES TO lck-name
             STRING FUNCTION TRIM(lck-file) '.lock' DELIMITED BY SIZE
               INTO lck-name
             END-STRING
           END-IF
           MOVE lck-name TO lock-fname
         .

      *  the owner line, keyword by keyword; the time is the one
      *  value with a space in it and is taken whole.
       C-read-lock SECTION.
         C-para-1.
           MOVE 0 TO lck-result
           MOVE 0 TO lck-owned
           MOVE SPACES TO lck-pid
           MOVE SPACES TO lck-host
           MOVE SPACES TO lck-oper
           MOVE SPACES TO lck-run-id
           MOVE SPACES TO lck-time
           MOVE SPACES TO lck-alive
           MOVE SPACES TO lck-age
           MOVE SPACES TO lck-program
           MOVE SPACES TO lck-desc
           OPEN INPUT lockfile
           IF fs NOT = '00' THEN
             GO TO C-para-2
           END-IF
           MOVE 1 TO lck-result
           MOVE SPACES TO lock-record
           READ lockfile
             AT END
               MOVE SPACES TO lock-record
           END-READ
           CLOSE lockfile
           COMPUTE rec-len = FUNCTION LENGTH(FUNCTION TRIM(
             lock-record TRAILING))
           MOVE 1 TO tok-ptr
           PERFORM UNTIL tok-ptr > rec-len
             MOVE SPACES TO tok
             MOVE tok-ptr TO tok-start
             UNSTRING lock-record DELIMITED BY ALL SPACE
               INTO tok WITH POINTER tok-ptr
             END-UNSTRING
             EVALUATE TRUE
               WHEN tok(1:4) = 'pid='
                 MOVE tok(5:10) TO lck-pid
               WHEN tok(1:5) = 'host='
                 MOVE tok(6:32) TO lck-host
               WHEN tok(1:8) = 'program='
                 MOVE tok(9:16) TO lck-program
                 MOVE 1 TO lck-owned
               WHEN tok(1:5) = 'oper='
                 MOVE tok(6:12) TO lck-oper
               WHEN tok(1:4) = 'run='
                 MOVE tok(5:17) TO lck-run-id
               WHEN tok(1:5) = 'time='
                 MOVE lock-record(tok-start + 5:19) TO lck-time
                 COMPUTE tok-ptr = tok-start + 25
             END-EVALUATE
           END-PERFORM
           GO TO C-para-2
         .
         C-para-2.
           EXIT
         .

      *  ALIVE while the recorded process is still running on this
      *  host. A process id the system has since handed to some
      *  other process reads ALIVE too - the safe side to be wrong
      *  on. No owner, or another host's: UNKNOWN.
       D-check-holder SECTION.
         D-para-1.
           MOVE 'UNKNOWN' TO lck-alive
           IF lck-pid = SPACES OR lck-host = SPACES THEN
             GO TO D-para-2
           END-IF
           MOVE SPACES TO cmd-buf
           STRING 'test "$(hostname)" = "' FUNCTION TRIM(lck-host)
             '"' DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE NOT = 0 THEN
             MOVE 0 TO RETURN-CODE
             GO TO D-para-2
           END-IF
           MOVE SPACES TO cmd-buf
           STRING 'ps -p ' FUNCTION TRIM(lck-pid)
             ' >/dev/null 2>&1' DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE = 0 THEN
             MOVE 'ALIVE' TO lck-alive
           ELSE
             MOVE 'DEAD' TO lck-alive
           END-IF
           MOVE 0 TO RETURN-CODE
           GO TO D-para-2
         .
         D-para-2.
           EXIT
         .

      *  hhhh:mm:ss since the recorded time; blank for a bare lock.
       E-lock-age SECTION.
         E-para-1.
           IF lck-time(1:4) IS NOT NUMERIC
               OR lck-time(6:2) IS NOT NUMERIC
               OR lck-time(9:2) IS NOT NUMERIC
               OR lck-time(12:2) IS NOT NUMERIC
               OR lck-time(15:2) IS NOT NUMERIC
               OR lck-time(18:2) IS NOT NUMERIC THEN
             GO TO E-para-2
           END-IF
           MOVE lck-time(1:4) TO m_year OF start-datetime-data
           MOVE lck-time(6:2) TO m_month OF start-datetime-data
           MOVE lck-time(9:2) TO m_day OF start-datetime-data
           MOVE lck-time(12:2) TO m_hour OF start-datetime-data
           MOVE lck-time(15:2) TO m_minute OF start-datetime-data
           MOVE lck-time(18:2) TO m_second OF start-datetime-data
           CALL 'now-str' USING end-datetime-data
           CALL 'elapsed-now-str' USING start-datetime-data,
             end-datetime-data, elapsed-data
           MOVE elapsed-str TO lck-age
           GO TO E-para-2
         .
         E-para-2.
           EXIT
         .

      *  'held by table (oper OPS1, run R..., pid 4242 on host1)
      *  since 2026-03-31 22:10:05, 0001:20:12 ago - holder DEAD'
       F-describe SECTION.
         F-para-1.
           MOVE SPACES TO lck-desc
           IF lck-owned = 0 THEN
             MOVE 'no owner recorded - holder UNKNOWN' TO lck-desc
             GO TO F-para-2
           END-IF
           STRING 'held by ' FUNCTION TRIM(lck-program)
             ' (oper ' FUNCTION TRIM(lck-oper)
             ', run ' FUNCTION TRIM(lck-run-id)
             ', pid ' FUNCTION TRIM(lck-pid)
             ' on ' FUNCTION TRIM(lck-host)
             ') since ' lck-time
             ', ' FUNCTION TRIM(lck-age) ' ago - holder '
             FUNCTION TRIM(lck-alive)
             DELIMITED BY SIZE INTO lck-desc
           END-STRING
           GO TO F-para-2
         .
         F-para-2.
           EXIT
         .
