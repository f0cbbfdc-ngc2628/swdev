             SELECT schemafile ASSIGN TO sch-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS fs.
             SELECT catfile ASSIGN TO cat-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS cat-fs.

       DATA DIVISION.
         FILE SECTION.
         FD schemafile.
           01 schema-record PIC X(132) VALUE SPACES.
         FD catfile.
           01 cat-record PIC X(400) VALUE SPACES.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
         01 v-loc.
           05 xrule-ok PIC 9 VALUE 0.
           05 ii PIC 9(2) VALUE 0.
           05 pat-len PIC 9(2) VALUE 0.
           05 cat-fname PIC X(128) VALUE SPACES.
           05 cat-fs PIC XX VALUE '00'.
           05 cat-file-tok PIC X(128) VALUE SPACES.
           05 cat-schema-tok PIC X(128) VALUE SPACES.
           05 base-in PIC X(128) VALUE SPACES.
           05 base-out PIC X(128) VALUE SPACES.
           05 want-base PIC X(128) VALUE SPACES.
           05 bb PIC S9(3) VALUE 0.
           05 runcfg-data.
             COPY runcfg.

       LINKAGE SECTION.
         01 schema-data.
         01 check-reason PIC X(40).
         01 check-tol-abs PIC S9(9)V9(9) COMP-3.
         01 check-tol-pct PIC 9(3)V9(2).
         01 check-file PIC X(128).
         01 schema-row.
           COPY schemarow.

           MOVE 0 TO sch-count
           MOVE 0 TO sch-tol-count
           MOVE 0 TO sch-x-count
           MOVE 0 TO sch-rst-count
           MOVE SPACES TO sch-key-pattern
           OPEN INPUT schemafile
           IF fs NOT = '00' THEN
           GOBACK
         .

      *  hands back the lowest operator level allowed to see the
      *  named column (0 when it is not restricted), so a report
      *  or console can mask its cells for anyone below it. A
      *  schema that was named but would not load cannot say which
      *  columns are restricted, so every column is then kept to
      *  supervisors rather than shown.
         ENTRY 'schema-col-level' USING schema-data, check-name,
             check-result.
           MOVE 0 TO check-result
           IF sch-loaded = 0 THEN
             IF NOT sch-fname = SPACES THEN
               MOVE 3 TO check-result
             END-IF
             GOBACK
           END-IF
           PERFORM VARYING ii FROM 1 BY 1
               UNTIL ii > sch-rst-count
             IF FUNCTION UPPER-CASE(sch-rst-name(ii)) =
                 FUNCTION UPPER-CASE(check-name) THEN
               MOVE sch-rst-level(ii) TO check-result
             END-IF
           END-PERFORM
           GOBACK
         .

      *  finds the schema that governs a table file when the run
      *  names none, so its RESTRICTED rules do not hang on an
      *  argument: the file's own '<table-file>.sch' companion,
      *  else the schema-file its dataset catalog entry registers
      *  (suite.cfg catalog=, dscatalog's file), else the site
      *  default (suite.cfg schema=). A SCHEMA= the caller has
      *  already put in sch-fname stands; sch-fname is left blank
      *  when nothing applies. The caller then loads it.
         ENTRY 'schema-find' USING schema-data, check-file.
           IF NOT sch-fname = SPACES OR check-file = SPACES THEN
             GOBACK
           END-IF
           MOVE 0 TO sch-loaded
           STRING FUNCTION TRIM(check-file) '.sch'
             DELIMITED BY SIZE INTO sch-fname
           END-STRING
           OPEN INPUT schemafile
           IF fs = '00' THEN
             CLOSE schemafile
             GOBACK
           END-IF
           MOVE SPACES TO sch-fname
           CALL 'run-config-load' USING runcfg-data
           IF NOT cfg-catalog = SPACES THEN
             PERFORM K-catalog-schema
           END-IF
           IF sch-fname = SPACES THEN
             MOVE cfg-schema TO sch-fname
           END-IF
           GOBACK
         .

      *  applies the cross-column rules to one parsed row: each
      *  rule whose target and terms are all present in the row
                   OR FUNCTION UPPER-CASE(tok-2) = 'TOLPCT' THEN
                 PERFORM E-file-tolerance
               ELSE
               IF FUNCTION UPPER-CASE(tok-2) = 'RESTRICTED' THEN
                 PERFORM J-file-restricted
               ELSE
               IF FUNCTION UPPER-CASE(tok-2) = 'TEXT' THEN
                 ADD 1 TO sch-count
                 MOVE tok-1 TO sch-name(sch-count)
               END-IF
               END-IF
               END-IF
               END-IF
             END-IF
           END-IF
         .
             END-IF
           END-PERFORM
         .

      *  files one 'col-name RESTRICTED [level]' rule: the level
      *  is 1 to 3 or its name (TRAINEE, OPERATOR, SUPERVISOR),
      *  and a bare RESTRICTED leaves the column to supervisors.
       J-file-restricted SECTION.
         J-para-1.
           MOVE 0 TO tt
           EVALUATE TRUE
             WHEN tok-3 = SPACES
               MOVE 3 TO tt
             WHEN FUNCTION UPPER-CASE(tok-3) = 'TRAINEE'
               MOVE 1 TO tt
             WHEN FUNCTION UPPER-CASE(tok-3) = 'OPERATOR'
               MOVE 2 TO tt
             WHEN FUNCTION UPPER-CASE(tok-3) = 'SUPERVISOR'
               MOVE 3 TO tt
             WHEN tok-3 = '1' OR tok-3 = '2' OR tok-3 = '3'
               MOVE tok-3(1:1) TO tt
           END-EVALUATE
           IF tt = 0 THEN
             DISPLAY 'tableschema: bad rule line skipped: ',
               FUNCTION TRIM(schema-record)
             GO TO J-para-2
           END-IF
           IF sch-rst-count >= 10 THEN
             DISPLAY 'tableschema: more than 10 restricted ',
               'columns in ', FUNCTION TRIM(sch-fname),
               ', extra rules ignored'
             GO TO J-para-2
           END-IF
           ADD 1 TO sch-rst-count
           MOVE tok-1 TO sch-rst-name(sch-rst-count)
           MOVE tt TO sch-rst-level(sch-rst-count)
           GO TO J-para-2
         .
         J-para-2.
           EXIT
         .

      *  the schema-file field of the catalog line registering the
      *  table file, matched on the name as given or, failing that,
      *  on its last path component.
       K-catalog-schema SECTION.
         K-para-1.
           MOVE cfg-catalog TO cat-fname
           OPEN INPUT catfile
           IF cat-fs NOT = '00' THEN
             DISPLAY 'tableschema: cannot open catalog ',
               FUNCTION TRIM(cat-fname), ', status ', cat-fs
             GO TO K-para-2
           END-IF
           MOVE check-file TO base-in
           PERFORM L-base-name
           MOVE base-out TO want-base
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1 OR NOT sch-fname = SPACES
             READ catfile INTO cat-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 IF cat-record NOT = SPACES
                     AND cat-record(1:1) NOT = '*' THEN
                   MOVE SPACES TO cat-file-tok tok-2 tok-3 tok-4
                     cat-schema-tok
                   UNSTRING cat-record DELIMITED BY '|'
                     INTO cat-file-tok, tok-2, tok-3, tok-4,
                       cat-schema-tok
                   END-UNSTRING
                   MOVE FUNCTION TRIM(cat-file-tok) TO base-in
                   IF base-in = check-file THEN
                     MOVE FUNCTION TRIM(cat-schema-tok) TO sch-fname
                   ELSE
                     PERFORM L-base-name
                     IF base-out = want-base THEN
                       MOVE FUNCTION TRIM(cat-schema-tok)
                         TO sch-fname
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE catfile
           GO TO K-para-2
         .
         K-para-2.
           EXIT
         .

      *  base-in with any directory part taken off.
       L-base-name SECTION.
         L-para-1.
           MOVE base-in TO base-out
           PERFORM VARYING bb FROM 128 BY -1 UNTIL bb < 1
             IF base-in(bb:1) = '/' THEN
               MOVE SPACES TO base-out
               IF bb < 128 THEN
                 MOVE base-in(bb + 1:) TO base-out
               END-IF
               MOVE 0 TO bb
             END-IF
           END-PERFORM
         .
         L-para-2.
           EXIT
         .
