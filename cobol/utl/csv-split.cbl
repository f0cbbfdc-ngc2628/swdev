       IDENTIFICATION DIVISION.
         PROGRAM-ID. csv-split IS INITIAL.

      * shared quoted-CSV reading for the table loaders: feeds
      * exported from the office tools arrive as proper CSV - quoted
      * fields, commas inside the quotes, doubled quotes - and the
      * loaders' split on spaces or on the ',' / ';' argument
      * rejected every row holding a name like "Smith, J.". Each
      * loader's CSV mode hands the record here before its own
      * split, so the quote rules are applied one way everywhere
      * and the bad-row line names the quote that was left open.
      * See copy/csvdata.cpy for the rules and the rewritten form.
      * table-to-csv is the way back for a program that rewrites
      * the file it read (maintain): the csv-delim-joined record
      * is written out as CSV again, a field quoted when it holds
      * a comma, a quote or a blank, its quotes doubled.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
         01 v-loc.
           05 line-in PIC X(1024) VALUE SPACES.
           05 line-len PIC 9(4) VALUE 0.
           05 out-ptr PIC 9(4) VALUE 1.
           05 ii PIC 9(4) VALUE 0.
           05 cur-ch PIC X VALUE SPACE.
           05 in-quotes PIC 9 VALUE 0.
           05 was-quoted PIC 9 VALUE 0.
           05 after-quote PIC 9 VALUE 0.
           05 quote-pos PIC 9(4) VALUE 0.
           05 field-buf PIC X(1024) VALUE SPACES.
           05 field-len PIC 9(4) VALUE 0.
           05 pos-ed PIC ZZZ9.
           05 field-ptr PIC 9(4) VALUE 1.
           05 quote-cnt PIC 9(4) VALUE 0.

       LINKAGE SECTION.
         01 csv-data.
           COPY csvdata.

       PROCEDURE DIVISION USING csv-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'csv-split'
           GOBACK
         .

      *  splits csv-line on unquoted commas and rewrites it joined
      *  by csv-delim; csv-line is left as it came when csv-bad is
      *  set.
         ENTRY 'csv-to-table' USING csv-data.
           MOVE 0 TO csv-bad
           MOVE 0 TO csv-bad-pos
           MOVE 0 TO csv-fields
           MOVE SPACES TO csv-msg
           IF csv-delim = SPACE
             MOVE ';' TO csv-delim
           END-IF
           MOVE csv-line TO line-in
           COMPUTE line-len = FUNCTION LENGTH(FUNCTION TRIM(
             line-in, TRAILING))
           IF line-in = SPACES
             GOBACK
           END-IF
           MOVE SPACES TO csv-line
           MOVE 1 TO out-ptr
           PERFORM B-start-field
           PERFORM VARYING ii FROM 1 BY 1
               UNTIL ii > line-len OR csv-bad = 1
             MOVE line-in(ii:1) TO cur-ch
             EVALUATE TRUE
               WHEN in-quotes = 1 AND cur-ch = '"'
                 IF ii < line-len AND line-in(ii + 1:1) = '"'
                   PERFORM B-add-char
                   ADD 1 TO ii
                 ELSE
                   MOVE 0 TO in-quotes
                   MOVE 1 TO after-quote
                 END-IF
               WHEN in-quotes = 1
                 PERFORM B-add-char
               WHEN cur-ch = ','
                 PERFORM B-end-field
                 PERFORM B-start-field
               WHEN after-quote = 1 AND cur-ch = SPACE
                 CONTINUE
               WHEN after-quote = 1
                 MOVE 1 TO csv-bad
                 MOVE ii TO csv-bad-pos
                 MOVE ii TO pos-ed
                 STRING 'text after the closing quote at column '
                   FUNCTION TRIM(pos-ed)
                   DELIMITED BY SIZE INTO csv-msg
                 END-STRING
               WHEN cur-ch = '"' AND field-len = 0 AND was-quoted = 0
                 MOVE 1 TO in-quotes
                 MOVE 1 TO was-quoted
                 MOVE ii TO quote-pos
               WHEN cur-ch = SPACE AND field-len = 0
                 CONTINUE
               WHEN OTHER
                 PERFORM B-add-char
             END-EVALUATE
           END-PERFORM
           IF csv-bad = 0 AND in-quotes = 1
             MOVE 1 TO csv-bad
             MOVE quote-pos TO csv-bad-pos
             MOVE quote-pos TO pos-ed
             STRING 'unbalanced quote - opened at column '
               FUNCTION TRIM(pos-ed) ' and never closed'
               DELIMITED BY SIZE INTO csv-msg
             END-STRING
           END-IF
           IF csv-bad = 1
             MOVE line-in TO csv-line
             GOBACK
           END-IF
           PERFORM B-end-field
           GOBACK
         .

      *  joins the csv-delim-separated fields of csv-line with
      *  commas, quoting where CSV needs it.
         ENTRY 'table-to-csv' USING csv-data.
           MOVE 0 TO csv-bad
           MOVE 0 TO csv-bad-pos
           MOVE 0 TO csv-fields
           MOVE SPACES TO csv-msg
           IF csv-delim = SPACE
             MOVE ';' TO csv-delim
           END-IF
           MOVE csv-line TO line-in
           COMPUTE line-len = FUNCTION LENGTH(FUNCTION TRIM(
             line-in, TRAILING))
           IF line-in = SPACES
             GOBACK
           END-IF
           MOVE SPACES TO csv-line
           MOVE 1 TO out-ptr
           MOVE 1 TO field-ptr
           PERFORM UNTIL field-ptr > line-len
             MOVE SPACES TO field-buf
             UNSTRING line-in(1:line-len) DELIMITED BY csv-delim
               INTO field-buf
               WITH POINTER field-ptr
             END-UNSTRING
             PERFORM C-csv-out
           END-PERFORM
           IF line-in(line-len:1) = csv-delim
             MOVE SPACES TO field-buf
             PERFORM C-csv-out
           END-IF
           GOBACK
         .

       B-field SECTION.
         B-start-field.
           MOVE SPACES TO field-buf
           MOVE 0 TO field-len
           MOVE 0 TO in-quotes
           MOVE 0 TO was-quoted
           MOVE 0 TO after-quote
         .
         B-add-char.
           IF cur-ch = ';'
             MOVE ',' TO cur-ch
           END-IF
           ADD 1 TO field-len
           MOVE cur-ch TO field-buf(field-len:1)
         .
      *  an unquoted field loses its trailing blanks; a quoted one
      *  keeps what lay between the quotes, and an empty field of
      *  either kind is written NA so the rewritten record keeps its
      *  columns in place.
         B-end-field.
           IF was-quoted = 0
             COMPUTE field-len = FUNCTION LENGTH(FUNCTION TRIM(
               field-buf, TRAILING))
             IF field-buf = SPACES
               MOVE 0 TO field-len
             END-IF
           END-IF
           IF csv-fields > 0
             STRING csv-delim DELIMITED BY SIZE
               INTO csv-line WITH POINTER out-ptr
             END-STRING
           END-IF
           IF field-len > 0
             IF field-buf(1:field-len) = SPACES
               MOVE 0 TO field-len
             END-IF
           END-IF
           IF field-len = 0
             STRING 'NA' DELIMITED BY SIZE
               INTO csv-line WITH POINTER out-ptr
             END-STRING
           ELSE
             STRING field-buf(1:field-len) DELIMITED BY SIZE
               INTO csv-line WITH POINTER out-ptr
             END-STRING
           END-IF
           ADD 1 TO csv-fields
         .

      *  one field of table-to-csv's output: an NA cell goes out
      *  empty, anything holding a comma, a quote or an inner
      *  blank goes out quoted with its quotes doubled.
       C-csv-out SECTION.
         C-put-field.
           MOVE FUNCTION TRIM(field-buf) TO field-buf
           MOVE 0 TO field-len
           IF field-buf NOT = SPACES
             COMPUTE field-len = FUNCTION LENGTH(FUNCTION TRIM(
               field-buf, TRAILING))
           END-IF
           IF field-len = 2 AND field-buf(1:2) = 'NA'
             MOVE 0 TO field-len
           END-IF
           IF csv-fields > 0
             STRING ',' DELIMITED BY SIZE
               INTO csv-line WITH POINTER out-ptr
             END-STRING
           END-IF
           ADD 1 TO csv-fields
           IF field-len = 0
             GO TO C-para-2
           END-IF
           MOVE 0 TO quote-cnt
           INSPECT field-buf(1:field-len) TALLYING quote-cnt
             FOR ALL ',' ALL '"' ALL ' '
           IF quote-cnt = 0
             STRING field-buf(1:field-len) DELIMITED BY SIZE
               INTO csv-line WITH POINTER out-ptr
             END-STRING
             GO TO C-para-2
           END-IF
           STRING '"' DELIMITED BY SIZE
             INTO csv-line WITH POINTER out-ptr
           END-STRING
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > field-len
             MOVE field-buf(ii:1) TO cur-ch
             IF cur-ch = '"'
               STRING '""' DELIMITED BY SIZE
                 INTO csv-line WITH POINTER out-ptr
               END-STRING
             ELSE
               STRING cur-ch DELIMITED BY SIZE
                 INTO csv-line WITH POINTER out-ptr
               END-STRING
             END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
             INTO csv-line WITH POINTER out-ptr
           END-STRING
           GO TO C-para-2
         .
         C-para-2.
           EXIT
         .
