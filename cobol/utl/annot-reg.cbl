       IDENTIFICATION DIVISION.
         PROGRAM-ID. annot-reg IS INITIAL.

      * row annotation registry: why a figure looks odd - a branch
      * closed for refurbishment, a one-off write-back, a known
      * feed fault - written down once where the next reader of
      * the report will see it, instead of in last month's email.
      * annotate.cbl adds and expires the notes; table.cbl's
      * display, HTML pack and outlier report, inquire.cbl and
      * variance.cbl load them here and print each beside its
      * row. The file (annotations.dat, or wherever ANNOTFILE
      * points) only ever grows, '*' comments:
      *   NOTE id table-file key col from to oper date text...
      *   EXPIRE id oper date
      * col, from and to are '-' when not given; dates YYYYMMDD.
      * An EXPIRE ends its note from then on; the note line stays
      * as the record of what was said and by whom.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT annotfile ASSIGN TO annot-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS fs.

       DATA DIVISION.
         FILE SECTION.
         FD annotfile.
           01 annot-record PIC X(400) VALUE SPACES.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
         01 v-loc.
           05 fs PIC XX VALUE '00'.
           05 annot-fname PIC X(128) VALUE SPACES.
           05 iseof PIC 9 VALUE 0.
           05 rec-ptr PIC 9(4) VALUE 1.
           05 tok-verb PIC X(8) VALUE SPACES.
           05 tok-id PIC X(8) VALUE SPACES.
           05 tok-file PIC X(128) VALUE SPACES.
           05 tok-key PIC X(32) VALUE SPACES.
           05 tok-col PIC X(6) VALUE SPACES.
           05 tok-from PIC X(8) VALUE SPACES.
           05 tok-to PIC X(8) VALUE SPACES.
           05 tok-oper PIC X(12) VALUE SPACES.
           05 tok-date PIC X(8) VALUE SPACES.
           05 base-in PIC X(128) VALUE SPACES.
           05 base-out PIC X(128) VALUE SPACES.
           05 want-base PIC X(128) VALUE SPACES.
           05 base-len PIC 9(4) VALUE 0.
           05 slash-at PIC 9(4) VALUE 0.
           05 ii PIC 9(4) VALUE 0.
           05 nn PIC 9(3) VALUE 0.
           05 key-len PIC 9(2) VALUE 0.
           05 hit PIC 9 VALUE 0.
           05 full-warned PIC 9 VALUE 0.
           05 line-ptr PIC 9(4) VALUE 1.
           05 date-dsp PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
         01 annot-data.
           COPY annotdata.

       PROCEDURE DIVISION USING annot-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'annot-reg'
           GOBACK
         .

         ENTRY 'annot-load' USING annot-data.
           IF an-asof = 0 THEN
             MOVE FUNCTION CURRENT-DATE(1:8) TO an-asof
           END-IF
           MOVE an-file TO base-in
           PERFORM C-base-name
           MOVE base-out TO want-base
           DISPLAY "ANNOTFILE" UPON ENVIRONMENT-NAME
           MOVE SPACES TO annot-fname
           ACCEPT annot-fname FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF annot-fname = SPACES THEN
             MOVE 'annotations.dat' TO annot-fname
           END-IF
           OPEN INPUT annotfile
           IF fs NOT = '00' THEN
             GOBACK
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ annotfile INTO annot-record
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 IF annot-record NOT = SPACES
                     AND annot-record(1:1) NOT = '*' THEN
                   PERFORM B-take-line
                 END-IF
             END-READ
           END-PERFORM
           CLOSE annotfile
      *    the notes ended since they were loaded fall out now,
      *    an EXPIRE having come after its NOTE.
           IF an-all = 0 THEN
             MOVE 0 TO nn
             PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > an-cnt
               IF an-e-state(ii) = 'ACTIVE' THEN
                 ADD 1 TO nn
                 IF nn NOT = ii THEN
                   MOVE an-entry(ii) TO an-entry(nn)
                 END-IF
               END-IF
             END-PERFORM
             MOVE nn TO an-cnt
           END-IF
           GOBACK
         .

      *  the next note after entry an-ix for row an-key, column
      *  an-col.
         ENTRY 'annot-match' USING annot-data.
           MOVE 0 TO hit
           MOVE SPACES TO an-line
           COMPUTE ii = an-ix + 1
           PERFORM UNTIL ii > an-cnt OR hit = 1
             PERFORM D-match-one
             IF hit = 0 THEN
               ADD 1 TO ii
             END-IF
           END-PERFORM
           IF hit = 0 THEN
             MOVE 0 TO an-ix
             GOBACK
           END-IF
           MOVE ii TO an-ix
           MOVE 1 TO line-ptr
           STRING '[' an-id(ii) '] ' DELIMITED BY SIZE
             INTO an-line WITH POINTER line-ptr
           END-STRING
           IF an-e-col(ii) NOT = SPACES THEN
             STRING FUNCTION TRIM(an-e-col(ii)) ': '
               DELIMITED BY SIZE
               INTO an-line WITH POINTER line-ptr
             END-STRING
           END-IF
           MOVE SPACES TO date-dsp
           STRING an-date(ii)(1:4) '-' an-date(ii)(5:2) '-'
             an-date(ii)(7:2) DELIMITED BY SIZE INTO date-dsp
           END-STRING
           STRING FUNCTION TRIM(an-text(ii)) ' ('
             FUNCTION TRIM(an-oper(ii)) ' ' date-dsp ')'
             DELIMITED BY SIZE
             INTO an-line WITH POINTER line-ptr
           END-STRING
           GOBACK
         .

       B-take-line SECTION.
         B-para-1.
           MOVE SPACES TO tok-verb tok-id tok-file tok-key tok-col
             tok-from tok-to tok-oper tok-date
           MOVE 1 TO rec-ptr
           UNSTRING annot-record DELIMITED BY ALL SPACE
             INTO tok-verb tok-id
             WITH POINTER rec-ptr
           END-UNSTRING
           IF tok-verb = 'EXPIRE' THEN
             UNSTRING annot-record DELIMITED BY ALL SPACE
               INTO tok-oper tok-date
               WITH POINTER rec-ptr
             END-UNSTRING
             PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > an-cnt
               IF an-id(ii) = tok-id THEN
                 MOVE 'EXPIRED' TO an-e-state(ii)
               END-IF
             END-PERFORM
             GO TO B-para-2
           END-IF
           IF NOT tok-verb = 'NOTE' THEN
             GO TO B-para-2
           END-IF
           UNSTRING annot-record DELIMITED BY ALL SPACE
             INTO tok-file tok-key tok-col tok-from tok-to
               tok-oper tok-date
             WITH POINTER rec-ptr
           END-UNSTRING
           MOVE tok-file TO base-in
           PERFORM C-base-name
           IF NOT (an-file = '*' OR base-out = want-base) THEN
             GO TO B-para-2
           END-IF
           IF an-cnt >= 500 THEN
             IF full-warned = 0 THEN
               DISPLAY 'annot-reg: more than 500 notes for ',
                 FUNCTION TRIM(an-file), ', the rest not shown'
               MOVE 1 TO full-warned
             END-IF
             GO TO B-para-2
           END-IF
           ADD 1 TO an-cnt
           MOVE tok-id TO an-id(an-cnt)
           MOVE tok-file TO an-e-file(an-cnt)
           MOVE tok-key TO an-e-key(an-cnt)
           MOVE SPACES TO an-e-col(an-cnt)
           IF NOT tok-col = '-' THEN
             MOVE FUNCTION UPPER-CASE(tok-col) TO an-e-col(an-cnt)
           END-IF
           MOVE 0 TO an-from(an-cnt)
           IF tok-from IS NUMERIC THEN
             MOVE tok-from TO an-from(an-cnt)
           END-IF
           MOVE 0 TO an-to(an-cnt)
           IF tok-to IS NUMERIC THEN
             MOVE tok-to TO an-to(an-cnt)
           END-IF
           MOVE tok-oper TO an-oper(an-cnt)
           MOVE 0 TO an-date(an-cnt)
           IF tok-date IS NUMERIC THEN
             MOVE tok-date TO an-date(an-cnt)
           END-IF
           MOVE SPACES TO an-text(an-cnt)
           IF rec-ptr <= LENGTH OF annot-record THEN
             MOVE annot-record(rec-ptr:) TO an-text(an-cnt)
           END-IF
           EVALUATE TRUE
             WHEN an-from(an-cnt) > an-asof
               MOVE 'PENDING' TO an-e-state(an-cnt)
             WHEN an-to(an-cnt) > 0 AND an-to(an-cnt) < an-asof
               MOVE 'ENDED' TO an-e-state(an-cnt)
             WHEN OTHER
               MOVE 'ACTIVE' TO an-e-state(an-cnt)
           END-EVALUATE
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

      *  base-in less its directory, for matching a note made
      *  against /data/in/north.tbl to a run on north.tbl.
       C-base-name SECTION.
         C-para-1.
           MOVE SPACES TO base-out
           COMPUTE base-len = FUNCTION LENGTH(FUNCTION TRIM(
             base-in TRAILING))
           MOVE 0 TO slash-at
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > base-len
             IF base-in(ii:1) = '/' THEN
               MOVE ii TO slash-at
             END-IF
           END-PERFORM
           IF slash-at < base-len THEN
             MOVE base-in(slash-at + 1:base-len - slash-at)
               TO base-out
           END-IF
         .

      *  entry ii against an-key / an-col: the key exactly or, for
      *  a note key ending '*', by prefix; a row-wide note fits
      *  every column.
       D-match-one SECTION.
         D-para-1.
           MOVE 0 TO hit
           IF NOT an-e-state(ii) = 'ACTIVE' AND an-all = 0 THEN
             GO TO D-para-2
           END-IF
           COMPUTE key-len = FUNCTION LENGTH(FUNCTION TRIM(
             an-e-key(ii) TRAILING))
           IF an-e-key(ii)(key-len:1) = '*' THEN
             IF key-len > 1 THEN
               IF NOT an-key(1:key-len - 1) =
                   an-e-key(ii)(1:key-len - 1) THEN
                 GO TO D-para-2
               END-IF
             END-IF
           ELSE
             IF NOT an-key = an-e-key(ii) THEN
               GO TO D-para-2
             END-IF
           END-IF
           IF an-col NOT = SPACES AND an-e-col(ii) NOT = SPACES
               AND FUNCTION UPPER-CASE(an-col) NOT = an-e-col(ii)
               THEN
             GO TO D-para-2
           END-IF
           MOVE 1 TO hit
           GO TO D-para-2
         .
         D-para-2.
           EXIT
         .
