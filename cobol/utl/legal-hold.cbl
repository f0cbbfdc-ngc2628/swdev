       IDENTIFICATION DIVISION.
         PROGRAM-ID. legal-hold.

      * legal-hold check: when legal or audit puts a matter on hold,
      * nothing the hold covers may be removed on schedule. Every
      * program that deletes, prunes, archives away or purges asks
      * hold-check about each item first and skips what is held.
      * The register (holds.dat, or wherever HOLDREG points) is
      * written by hold/legalhold.cbl: a HOLD line per scope placed
      * under a hold id, a RELEASE line when the id is released.
      * A scope covers:
      *   FILE name      the table file and every dated generation
      *                  of it
      *   GEN name       the generations of the file whose stamp
      *                  falls in from= to to=
      *   LOG name       the log file of that name, or with a
      *                  trailing '*' every log whose name starts so;
      *                  a dated log (name.YYYYMMDD.log) only when
      *                  the date falls in from= to to=
      *   DB name        the database table
      * Names are compared without their directories, so a copy in
      * another directory is held too. The register is read once
      * per process (this program is deliberately not IS INITIAL).

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT regfile ASSIGN TO reg-fname
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS reg-fs.

       DATA DIVISION.
         FILE SECTION.
         FD regfile.
           01 reg-record PIC X(400).
       WORKING-STORAGE SECTION.
         01 v-ws.
           05 reg-done PIC 9 VALUE 0.
           05 reg-fname PIC X(128) VALUE SPACES.
           05 reg-fs PIC XX VALUE '00'.
           05 iseof PIC 9 VALUE 0.
           05 line-tok PIC X(8) VALUE SPACES.
           05 srch-key PIC X(8) VALUE SPACES.
           05 srch-len PIC 9(2) VALUE 0.
           05 key-pos PIC 9(4) VALUE 0.
           05 rec-len PIC 9(4) VALUE 0.
           05 kx PIC 9(4) VALUE 0.
           05 hx PIC 9(4) VALUE 0.
           05 word-tok PIC X(128) VALUE SPACES.
           05 id-tok PIC X(16) VALUE SPACES.
           05 path-tok PIC X(255) VALUE SPACES.
           05 base-tok PIC X(128) VALUE SPACES.
           05 item-base PIC X(128) VALUE SPACES.
           05 item-date PIC 9(8) VALUE 0.
           05 scope-len PIC 9(4) VALUE 0.
           05 item-len PIC 9(4) VALUE 0.
           05 date-at PIC 9(4) VALUE 0.
           05 covered PIC 9 VALUE 0.
      *    the scopes placed, hs-active 0 once their id is released.
         01 scope-table.
           05 hs-cnt PIC 9(4) VALUE 0.
           05 hs-entry OCCURS 300 TIMES.
             10 hs-id PIC X(16).
             10 hs-kind PIC X(4).
             10 hs-name PIC X(128).
             10 hs-from PIC 9(8).
             10 hs-to PIC 9(8).
             10 hs-active PIC 9.

       LINKAGE SECTION.
         01 hold-data.
           COPY holddata.

       PROCEDURE DIVISION USING hold-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'legal-hold'
           GOBACK
         .

         ENTRY 'hold-check' USING hold-data.
           PERFORM B-load
           MOVE 0 TO hd-held
           MOVE SPACES TO hd-id
           MOVE hd-name TO path-tok
           PERFORM E-basename
           MOVE base-tok TO item-base
           PERFORM C-item-date
           PERFORM VARYING hx FROM 1 BY 1
               UNTIL hx > hs-cnt OR hd-held = 1
             IF hs-active(hx) = 1 THEN
               PERFORM D-match-scope
               IF covered = 1 THEN
                 MOVE 1 TO hd-held
                 MOVE hs-id(hx) TO hd-id
               END-IF
             END-IF
           END-PERFORM
           GOBACK
         .

      *  the same question put to one hold only, hd-id naming it:
      *  what that hold protects, whatever else may hold the item.
         ENTRY 'hold-check-id' USING hold-data.
           PERFORM B-load
           MOVE 0 TO hd-held
           MOVE hd-id TO id-tok
           MOVE hd-name TO path-tok
           PERFORM E-basename
           MOVE base-tok TO item-base
           PERFORM C-item-date
           PERFORM VARYING hx FROM 1 BY 1
               UNTIL hx > hs-cnt OR hd-held = 1
             IF hs-active(hx) = 1 AND hs-id(hx) = id-tok THEN
               PERFORM D-match-scope
               IF covered = 1 THEN
                 MOVE 1 TO hd-held
               END-IF
             END-IF
           END-PERFORM
           GOBACK
         .

      *  the register, first call only: each HOLD line adds its
      *  scope, each RELEASE line retires every scope of its id
      *  placed before it.
       B-load SECTION.
         B-para-1.
           IF reg-done = 1 THEN
             GO TO B-para-2
           END-IF
           MOVE 1 TO reg-done
           DISPLAY "HOLDREG" UPON ENVIRONMENT-NAME
           ACCEPT reg-fname FROM ENVIRONMENT-VALUE
             ON EXCEPTION
               CONTINUE
           END-ACCEPT
           IF reg-fname = SPACES THEN
             MOVE 'holds.dat' TO reg-fname
           END-IF
           OPEN INPUT regfile
           IF reg-fs NOT = '00' THEN
             GO TO B-para-2
           END-IF
           MOVE 0 TO iseof
           PERFORM UNTIL iseof = 1
             READ regfile
               AT END
                 MOVE 1 TO iseof
               NOT AT END
                 MOVE SPACES TO line-tok
                 UNSTRING reg-record DELIMITED BY ALL SPACE
                   INTO line-tok
                 END-UNSTRING
                 IF line-tok = 'HOLD' OR line-tok = 'RELEASE' THEN
                   PERFORM B-take-line
                 END-IF
             END-READ
           END-PERFORM
           CLOSE regfile
           GO TO B-para-2
         .
         B-para-2.
           EXIT
         .

       B-take-line SECTION.
         B-take-1.
           MOVE ' id=' TO srch-key
           MOVE 4 TO srch-len
           PERFORM F-word-at
           MOVE word-tok(1:16) TO id-tok
           IF line-tok = 'RELEASE' THEN
             PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > hs-cnt
               IF hs-id(hx) = id-tok THEN
                 MOVE 0 TO hs-active(hx)
               END-IF
             END-PERFORM
             GO TO B-take-2
           END-IF
           IF hs-cnt >= 300 THEN
             GO TO B-take-2
           END-IF
           ADD 1 TO hs-cnt
           MOVE id-tok TO hs-id(hs-cnt)
           MOVE 1 TO hs-active(hs-cnt)
           MOVE ' scope=' TO srch-key
           MOVE 7 TO srch-len
           PERFORM F-word-at
           MOVE word-tok(1:4) TO hs-kind(hs-cnt)
           MOVE ' name=' TO srch-key
           MOVE 6 TO srch-len
           PERFORM F-word-at
           MOVE word-tok TO path-tok
           PERFORM E-basename
           MOVE base-tok TO hs-name(hs-cnt)
           MOVE 0 TO hs-from(hs-cnt)
           MOVE 99999999 TO hs-to(hs-cnt)
           MOVE ' from=' TO srch-key
           MOVE 6 TO srch-len
           PERFORM F-word-at
           IF FUNCTION TEST-NUMVAL(word-tok(1:8)) = 0 THEN
             MOVE FUNCTION NUMVAL(word-tok(1:8)) TO hs-from(hs-cnt)
           END-IF
           MOVE ' to=' TO srch-key
           MOVE 4 TO srch-len
           PERFORM F-word-at
           IF FUNCTION TEST-NUMVAL(word-tok(1:8)) = 0 THEN
             MOVE FUNCTION NUMVAL(word-tok(1:8)) TO hs-to(hs-cnt)
           END-IF
           GO TO B-take-2
         .
         B-take-2.
           EXIT
         .

      *  the date an item carries in its name: a generation's
      *  stamp (name.gYYYYMMDDHHMMSS), a daily log's date
      *  (name.YYYYMMDD.log); 0 when it carries none.
       C-item-date SECTION.
         C-para-1.
           MOVE 0 TO item-date
           COMPUTE item-len = FUNCTION LENGTH(FUNCTION TRIM(
             item-base))
           IF hd-kind = 'GEN' AND item-len > 16 THEN
             COMPUTE date-at = item-len - 13
             IF item-base(date-at - 2:2) = '.g'
                 AND FUNCTION TEST-NUMVAL(item-base(date-at:14)) = 0
                 THEN
               MOVE FUNCTION NUMVAL(item-base(date-at:8))
                 TO item-date
             END-IF
           END-IF
           IF hd-kind = 'LOG' AND item-len > 13 THEN
             COMPUTE date-at = item-len - 11
             IF item-base(item-len - 3:4) = '.log'
                 AND item-base(date-at - 1:1) = '.'
                 AND FUNCTION TEST-NUMVAL(item-base(date-at:8)) = 0
                 THEN
               MOVE FUNCTION NUMVAL(item-base(date-at:8))
                 TO item-date
             END-IF
           END-IF
         .

      *  covered is 1 when scope hx takes in the item.
       D-match-scope SECTION.
         D-para-1.
           MOVE 0 TO covered
           IF hs-name(hx) = SPACES OR item-base = SPACES THEN
             GO TO D-para-2
           END-IF
           COMPUTE scope-len = FUNCTION LENGTH(FUNCTION TRIM(
             hs-name(hx)))
           EVALUATE TRUE
             WHEN hs-kind(hx) = 'FILE' AND hd-kind = 'FILE'
               IF item-base = hs-name(hx) THEN
                 MOVE 1 TO covered
               END-IF
             WHEN (hs-kind(hx) = 'FILE' OR hs-kind(hx) = 'GEN')
                 AND hd-kind = 'GEN'
               IF item-len = scope-len + 16
                   AND item-base(1:scope-len) = hs-name(hx)
                   AND item-base(scope-len + 1:2) = '.g' THEN
                 IF hs-kind(hx) = 'FILE'
                     OR (item-date >= hs-from(hx)
                       AND item-date <= hs-to(hx)) THEN
                   MOVE 1 TO covered
                 END-IF
               END-IF
             WHEN hs-kind(hx) = 'LOG' AND hd-kind = 'LOG'
               IF hs-name(hx)(scope-len:1) = '*' THEN
                 IF scope-len = 1 THEN
                   MOVE 1 TO covered
                 ELSE
                   IF item-base(1:scope-len - 1)
                       = hs-name(hx)(1:scope-len - 1) THEN
                     MOVE 1 TO covered
                   END-IF
                 END-IF
               ELSE
                 IF item-base = hs-name(hx) THEN
                   MOVE 1 TO covered
                 END-IF
               END-IF
               IF covered = 1 AND item-date > 0
                   AND (item-date < hs-from(hx)
                     OR item-date > hs-to(hx)) THEN
                 MOVE 0 TO covered
               END-IF
             WHEN hs-kind(hx) = 'DB' AND hd-kind = 'DB'
               IF FUNCTION UPPER-CASE(item-base)
                   = FUNCTION UPPER-CASE(hs-name(hx)) THEN
                 MOVE 1 TO covered
               END-IF
           END-EVALUATE
           GO TO D-para-2
         .
         D-para-2.
           EXIT
         .

      *  the last part of path-tok into base-tok.
       E-basename SECTION.
         E-para-1.
           MOVE SPACES TO base-tok
           COMPUTE rec-len = FUNCTION LENGTH(FUNCTION TRIM(
             path-tok))
           MOVE 0 TO kx
           PERFORM VARYING key-pos FROM rec-len BY -1
               UNTIL key-pos < 1 OR kx > 0
             IF path-tok(key-pos:1) = '/' THEN
               MOVE key-pos TO kx
             END-IF
           END-PERFORM
           IF kx < rec-len THEN
             MOVE path-tok(kx + 1:rec-len - kx) TO base-tok
           END-IF
         .

      *  the word after srch-key in reg-record into word-tok.
       F-word-at SECTION.
         F-para-1.
           MOVE SPACES TO word-tok
           MOVE 0 TO key-pos
           COMPUTE rec-len = FUNCTION LENGTH(FUNCTION TRIM(
             reg-record))
           PERFORM VARYING kx FROM 1 BY 1
               UNTIL kx + srch-len - 1 > rec-len OR key-pos > 0
             IF reg-record(kx:srch-len) = srch-key(1:srch-len) THEN
               COMPUTE key-pos = kx + srch-len
             END-IF
           END-PERFORM
           IF key-pos > 0 THEN
             UNSTRING reg-record(key-pos:) DELIMITED BY ALL SPACE
               INTO word-tok
             END-UNSTRING
           END-IF
         .
