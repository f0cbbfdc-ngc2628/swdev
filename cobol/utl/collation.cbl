       IDENTIFICATION DIVISION.
         PROGRAM-ID. collation.

      * r-header collation shared by bubblesort/sort.cbl, sort3d,
      * idxbuild/idxlookup/idxmaint, rankmove and reconcile, so
      * "in order" means the same thing in every one of them. A
      * key is never compared as it stands; coll-key turns it into
      * a collation key that orders correctly as plain text:
      *   PLAIN    the key itself
      *   CASE     the key in upper case
      *   NATURAL  the key in upper case, each run of digits
      *            written as its length (two digits) and then the
      *            digits without their leading zeros - BR9 becomes
      *            BR019 and BR10 BR0210, so BR9 sorts first
      * A 32-character key holds at most sixteen digit runs, so
      * the collation key fits 64 characters. The setting is read
      * once per process (this program is deliberately not
      * IS INITIAL).

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 v-ws.
           05 cfg-done PIC 9 VALUE 0.
           05 in-ptr PIC 9(2) VALUE 0.
           05 out-ptr PIC 9(2) VALUE 0.
           05 run-start PIC 9(2) VALUE 0.
           05 run-len PIC 9(2) VALUE 0.
           05 run-len-str PIC 9(2) VALUE 0.
           05 one-char PIC X VALUE SPACE.
           05 runcfg-data.
             COPY runcfg.

       LINKAGE SECTION.
         01 coll-data.
           COPY colldata.

       PROCEDURE DIVISION USING coll-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'collation'
           GOBACK
         .

      *  settles cl-mode: the caller's COLLATE= value when it moved
      *  one in, else suite.cfg's collation=, else PLAIN.
         ENTRY 'coll-setup' USING coll-data.
           IF cfg-done = 0 THEN
             CALL 'run-config-load' USING runcfg-data
             MOVE 1 TO cfg-done
           END-IF
           MOVE 1 TO cl-set
           IF cl-mode = SPACES THEN
             MOVE cfg-collation TO cl-mode
           END-IF
           IF cl-mode = SPACES THEN
             MOVE 0 TO cl-set
             MOVE 'PLAIN' TO cl-mode
           END-IF
           MOVE FUNCTION UPPER-CASE(cl-mode) TO cl-mode
           IF NOT (cl-mode = 'PLAIN' OR cl-mode = 'CASE'
               OR cl-mode = 'NATURAL') THEN
             DISPLAY 'collation: ', FUNCTION TRIM(cl-mode),
               ' not recognized (PLAIN, CASE or NATURAL), ',
               'PLAIN used'
             MOVE 'PLAIN' TO cl-mode
           END-IF
           GOBACK
         .

      *  cl-text to cl-key and cl-fold under cl-mode.
         ENTRY 'coll-key' USING coll-data.
           MOVE cl-text TO cl-fold
           IF NOT cl-mode = 'PLAIN' THEN
             MOVE FUNCTION UPPER-CASE(cl-text) TO cl-fold
           END-IF
           MOVE SPACES TO cl-key
           IF NOT cl-mode = 'NATURAL' THEN
             MOVE cl-fold TO cl-key
             GOBACK
           END-IF
           MOVE 1 TO in-ptr
           MOVE 1 TO out-ptr
           PERFORM UNTIL in-ptr > 32
             MOVE cl-fold(in-ptr:1) TO one-char
             IF one-char IS NUMERIC THEN
               PERFORM B-digit-run
             ELSE
               MOVE one-char TO cl-key(out-ptr:1)
               ADD 1 TO out-ptr
               ADD 1 TO in-ptr
             END-IF
           END-PERFORM
           GOBACK
         .

      *  one run of digits from in-ptr: leading zeros dropped (a
      *  run of zeros keeps one), then its length and its digits.
       B-digit-run SECTION.
         B-para-1.
           PERFORM UNTIL in-ptr >= 32
               OR NOT cl-fold(in-ptr:1) = '0'
               OR NOT cl-fold(in-ptr + 1:1) IS NUMERIC
             ADD 1 TO in-ptr
           END-PERFORM
           MOVE in-ptr TO run-start
           MOVE 0 TO run-len
           PERFORM UNTIL in-ptr > 32
               OR NOT cl-fold(in-ptr:1) IS NUMERIC
             ADD 1 TO run-len
             ADD 1 TO in-ptr
           END-PERFORM
           MOVE run-len TO run-len-str
           MOVE run-len-str TO cl-key(out-ptr:2)
           ADD 2 TO out-ptr
           MOVE cl-fold(run-start:run-len) TO cl-key(out-ptr:run-len)
           ADD run-len TO out-ptr
         .
