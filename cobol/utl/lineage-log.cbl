       IDENTIFICATION DIVISION.
         PROGRAM-ID. lineage-log IS INITIAL.

      * data lineage registry: every program that writes a table
      * file calls lineage-record once the output is in place, and
      * one line per input lands in the registry (lineage.log, or
      * wherever the LINEAGE environment variable points):
      *   <time> prog= run= [env=] out= outgen= outrows= outtotal=
      *     in= ingen= inrows= intotal=
      * The output's generation stamp is the time it was recorded
      * (yyyymmddhhmmss); an input's is the stamp its own writer
      * recorded for it, found by looking the file up as an out=
      * on the registry - a dated generation copy (file.gYYYY...)
      * carries its own stamp, and a file no suite program wrote
      * is EXTERNAL. rows/total are the file's control trailer
      * figures, '-' when it carries none. An output with no
      * inputs gets a single line with in=-. lineinq walks the
      * registry backwards and forwards.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT linfile ASSIGN TO lin-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS fs.
             SELECT trlfile ASSIGN TO trl-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS trl-fs.

       DATA DIVISION.
         FILE SECTION.
         FD linfile.
           01 lin-record PIC X(600) VALUE SPACES.
         FD trlfile.
           01 trl-record PIC X(255) VALUE SPACES.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
         01 v-loc.
           05 fs PIC XX VALUE '00'.
           05 lin-fname PIC X(128) VALUE SPACES.
           05 trl-fs PIC XX VALUE '00'.
           05 trl-fname PIC X(128) VALUE SPACES.
           05 iseof PIC 9 VALUE 0.
           05 ii PIC 9(2) VALUE 0.
           05 gg PIC 9(4) VALUE 0.
           05 out-gen PIC X(14) VALUE SPACES.
           05 out-rows PIC X(12) VALUE SPACES.
           05 out-total PIC X(34) VALUE SPACES.
           05 in-gen PIC X(14) OCCURS 20 TIMES VALUE SPACES.
           05 in-rows PIC X(12) VALUE SPACES.
           05 in-total PIC X(34) VALUE SPACES.
           05 got-rows PIC X(12) VALUE SPACES.
           05 got-total PIC X(34) VALUE SPACES.
           05 trl-tok1 PIC X(12) VALUE SPACES.
           05 tok PIC X(160) VALUE SPACES.
           05 tok-ptr PIC 9(4) VALUE 1.
           05 run-env PIC X(8) VALUE SPACES.
           05 env-logdir PIC X(128) VALUE SPACES.
           05 env-stamp PIC X(16) VALUE SPACES.
           05 rec-len PIC 9(4) VALUE 0.
           05 scan-out PIC X(128) VALUE SPACES.
           05 scan-gen PIC X(14) VALUE SPACES.
           05 name-len PIC 9(4) VALUE 0.
           05 datetime-data.
             COPY datetimedata.

       LINKAGE SECTION.
         01 lineage-data.
           COPY lineagedata.

       PROCEDURE DIVISION USING lineage-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'lineage-log'
           GOBACK
         .

      *  one registry line per input of the output just written.
      *  The inputs' stamps are looked up before anything is
      *  appended, so a file rewritten in place (maintain,
      *  applydelta) names its previous generation as its input.
         ENTRY 'lineage-record' USING lineage-data.
           IF lin-out-file = SPACES THEN
             GOBACK
           END-IF
           IF lin-run-id = SPACES THEN
             CALL 'run-id-get' USING lin-run-id
           END-IF
           IF lin-in-count > 20 THEN
             MOVE 20 TO lin-in-count
           END-IF
           PERFORM C-make-fname
           CALL 'now-str' USING datetime-data
           MOVE SPACES TO out-gen
           STRING m_year m_month m_day m_hour m_minute m_second
             DELIMITED BY SIZE INTO out-gen
           END-STRING
           PERFORM B-find-input-gens
           MOVE lin-out-file TO trl-fname
           PERFORM D-read-trailer
           MOVE got-rows TO out-rows
           MOVE got-total TO out-total
           OPEN EXTEND linfile
           IF fs NOT = '00' THEN
             OPEN OUTPUT linfile
           END-IF
           IF lin-in-count = 0 THEN
             MOVE 0 TO ii
             PERFORM E-write-line
           END-IF
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > lin-in-count
             MOVE lin-in-file(ii) TO trl-fname
             PERFORM D-read-trailer
             MOVE got-rows TO in-rows
             MOVE got-total TO in-total
             PERFORM E-write-line
           END-PERFORM
           CLOSE linfile
           GOBACK
         .

      *  each input's generation: the last out= line the registry
      *  holds for it wins.
       B-find-input-gens SECTION.
         B-para-1.
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > lin-in-count
             MOVE SPACES TO in-gen(ii)
           END-PERFORM
           OPEN INPUT linfile
           IF fs NOT = '00' THEN
             GO TO B-para-3
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ linfile INTO lin-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 PERFORM F-take-line
             END-READ
           END-PERFORM
           CLOSE linfile
           GO TO B-para-3
         .
         B-para-3.
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > lin-in-count
             IF in-gen(ii) = SPACES THEN
               PERFORM B-dated-copy
             END-IF
           END-PERFORM
         .

      *  a generation copy no registry line names still carries
      *  its stamp in its name: file.gYYYYMMDDHHMMSS.
       B-dated-copy SECTION.
         B-para-4.
           MOVE 'EXTERNAL' TO in-gen(ii)
           COMPUTE name-len = FUNCTION LENGTH(FUNCTION TRIM(
             lin-in-file(ii)))
           IF name-len < 17 THEN
             GO TO B-para-5
           END-IF
           COMPUTE gg = name-len - 15
           IF lin-in-file(ii)(gg:2) = '.g'
               AND lin-in-file(ii)(gg + 2:14) IS NUMERIC THEN
             MOVE lin-in-file(ii)(gg + 2:14) TO in-gen(ii)
           END-IF
           GO TO B-para-5
         .
         B-para-5.
           EXIT
         .

      *  registry writes go to LINEAGE when set, else to
      *  ./lineage.log - one file for good, since the walk back
      *  from a quarterly report may cross many nights.
       C-make-fname SECTION.
         C-para-1.
           DISPLAY "LINEAGE" UPON ENVIRONMENT-NAME
           MOVE SPACES TO lin-fname
           ACCEPT lin-fname FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF lin-fname = SPACES THEN
             MOVE 'lineage.log' TO lin-fname
           END-IF
         .

      *  the count and hash of a file's #TRAILER line; '-' for a
      *  file without one or one that cannot be opened.
       D-read-trailer SECTION.
         D-para-1.
           MOVE '-' TO got-rows
           MOVE '-' TO got-total
           OPEN INPUT trlfile
           IF trl-fs NOT = '00' THEN
             GO TO D-para-2
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ trlfile INTO trl-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 IF trl-record(1:9) = '#TRAILER ' THEN
                   MOVE SPACES TO trl-tok1
                   UNSTRING trl-record DELIMITED BY ALL SPACE
                     INTO trl-tok1, got-rows, got-total
                   END-UNSTRING
                 END-IF
             END-READ
           END-PERFORM
           CLOSE trlfile
           IF got-rows = SPACES THEN
             MOVE '-' TO got-rows
           END-IF
           IF got-total = SPACES THEN
             MOVE '-' TO got-total
           END-IF
           GO TO D-para-2
         .
         D-para-2.
           EXIT
         .

       E-write-line SECTION.
         E-para-1.
           CALL 'run-env-get' USING run-env, env-logdir
           MOVE SPACES TO env-stamp
           IF NOT run-env = SPACES THEN
             STRING ' env=' FUNCTION TRIM(run-env)
               DELIMITED BY SIZE INTO env-stamp
             END-STRING
           END-IF
           MOVE SPACES TO lin-record
           MOVE 1 TO tok-ptr
           STRING
             datetime-str OF datetime-data DELIMITED BY SIZE
             ' prog=' FUNCTION TRIM(lin-program)
             ' run=' FUNCTION TRIM(lin-run-id)
             DELIMITED BY SIZE
             env-stamp DELIMITED BY '  '
             ' out=' FUNCTION TRIM(lin-out-file)
             ' outgen=' out-gen
             ' outrows=' FUNCTION TRIM(out-rows)
             ' outtotal=' FUNCTION TRIM(out-total)
             DELIMITED BY SIZE
             INTO lin-record WITH POINTER tok-ptr
           END-STRING
           IF ii = 0 THEN
             STRING ' in=- ingen=- inrows=- intotal=-'
               DELIMITED BY SIZE
               INTO lin-record WITH POINTER tok-ptr
             END-STRING
           ELSE
             STRING
               ' in=' FUNCTION TRIM(lin-in-file(ii))
               ' ingen=' FUNCTION TRIM(in-gen(ii))
               ' inrows=' FUNCTION TRIM(in-rows)
               ' intotal=' FUNCTION TRIM(in-total)
               DELIMITED BY SIZE
               INTO lin-record WITH POINTER tok-ptr
             END-STRING
           END-IF
           WRITE lin-record
         .

      *  an out= and outgen= pair from one registry line, matched
      *  against the inputs still being looked up.
       F-take-line SECTION.
         F-para-1.
           MOVE SPACES TO scan-out
           MOVE SPACES TO scan-gen
           MOVE 1 TO tok-ptr
           COMPUTE rec-len = FUNCTION LENGTH(FUNCTION TRIM(
             lin-record))
           PERFORM UNTIL tok-ptr > rec-len
             MOVE SPACES TO tok
             UNSTRING lin-record DELIMITED BY ALL SPACE
               INTO tok
               WITH POINTER tok-ptr
             END-UNSTRING
             IF tok(1:4) = 'out=' THEN
               MOVE tok(5:128) TO scan-out
             END-IF
             IF tok(1:7) = 'outgen=' THEN
               MOVE tok(8:14) TO scan-gen
             END-IF
           END-PERFORM
           IF scan-out = SPACES THEN
             GO TO F-para-2
           END-IF
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > lin-in-count
             IF lin-in-file(ii) = scan-out THEN
               MOVE scan-gen TO in-gen(ii)
             END-IF
           END-PERFORM
           GO TO F-para-2
         .
         F-para-2.
           EXIT
         .
