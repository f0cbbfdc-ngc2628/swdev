      * bubble.1 sort/sorx demos against known fixtures and reports
      * any mismatch, so a change to one sort implementation gets
      * caught instead of waiting for a user to notice bad numbers.
      * bubblesort/sort is also run under the NATURAL collation
      * against a mixed-case, mixed-width branch list.
      * Build the four targets first, e.g.:
      *   cobc -x -I cobol/copy -o cobol/bubblesort/sort
      *     cobol/bubblesort/sort.cbl cobol/utl/num53.cbl
             "fixtures/threecol.tbl".
           05 golden-twenty PIC X(128) VALUE
             "fixtures/twenty_sorted.golden".
           05 branches-tbl PIC X(128) VALUE
             "fixtures/branches.tbl".
           05 golden-natural PIC X(128) VALUE
             "fixtures/branches_natural.golden".
           05 cmd-buf PIC X(1024) VALUE SPACES.
           05 failcount PIC 9(3) VALUE 0.
           05 runcfg-data.
           PERFORM C-check-table
           PERFORM D-check-bubble1
           PERFORM E-check-bubble1x
           PERFORM F-check-natural
           DISPLAY ' '
           IF failcount = 0 THEN
             DISPLAY 'regress: all checks passed'
             ADD 1 TO failcount
           END-IF
         .

       F-check-natural SECTION.
         F-para-1.
           MOVE SPACES TO cmd-buf
           STRING
             FUNCTION TRIM(bubblesort-exe) " "
             FUNCTION TRIM(branches-tbl) " A R COLLATE=NATURAL "
             "> /tmp/regress_natural.log 2>&1"
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           MOVE SPACES TO cmd-buf
           STRING
             "awk 'NR>1 && $1!~/^#/{print $1}' "
             FUNCTION TRIM(branches-tbl) ".srt "
             "> /tmp/regress_natural_actual.txt"
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           MOVE SPACES TO cmd-buf
           STRING
             "diff -q /tmp/regress_natural_actual.txt "
             FUNCTION TRIM(golden-natural) " > /dev/null 2>&1"
             DELIMITED BY SIZE INTO cmd-buf
           END-STRING
           CALL "SYSTEM" USING cmd-buf
           IF RETURN-CODE = 0 THEN
             DISPLAY 'PASS  bubblesort/sort NATURAL collation ',
               'matches ', FUNCTION TRIM(golden-natural)
           ELSE
             DISPLAY 'FAIL  bubblesort/sort NATURAL collation ',
               'mismatch on ', FUNCTION TRIM(branches-tbl)
             ADD 1 TO failcount
           END-IF
         .
