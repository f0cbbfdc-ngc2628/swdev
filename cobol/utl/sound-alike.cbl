       IDENTIFICATION DIVISION.
         PROGRAM-ID. sound-alike IS INITIAL.

      * shared sound-alike matching for name lookups: callers spell
      * names the way they hear them, so an exact or LIKE search
      * misses 'Smyth' for 'Smith' and 'Meier' for 'Mayer'. The
      * code is American Soundex - the first letter kept, the
      * consonants after it coded by sound group (B F P V 1, C G J
      * K Q S X Z 2, D T 3, L 4, M N 5, R 6), vowels and Y
      * breaking a run of one group, H and W not, padded to four -
      * and the rank scores a candidate on its code and on how
      * many single-letter edits lie between the two spellings:
      *   same letters                       100
      *   same code                          90 less 10 an edit,
      *                                      not under 50
      *   same sounds, other first letter    40 less 5 an edit,
      *                                      at most 2 edits
      *   same first letter and first sound  30 less 5 an edit,
      *                                      at most 3 edits
      * anything else 0. namefind and inquire's L)ike search call
      * these entries rather than keeping private copies.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LOCAL-STORAGE SECTION.
         01 v-loc.
           05 letters PIC X(32) VALUE SPACES.
           05 letters-len PIC 9(2) VALUE 0.
           05 word-in PIC X(32) VALUE SPACES.
           05 code-out PIC X(4) VALUE SPACES.
           05 code-ptr PIC 9 VALUE 1.
           05 prev-digit PIC X VALUE SPACE.
           05 this-digit PIC X VALUE SPACE.
           05 letter-ch PIC X VALUE SPACE.
           05 ii PIC 9(2) VALUE 0.
           05 wi PIC 9(2) VALUE 0.
           05 name-letters PIC X(32) VALUE SPACES.
           05 name-len PIC 9(2) VALUE 0.
           05 name-code PIC X(4) VALUE SPACES.
           05 other-letters PIC X(32) VALUE SPACES.
           05 other-len PIC 9(2) VALUE 0.
           05 other-code PIC X(4) VALUE SPACES.
           05 score-work PIC S9(4) VALUE 0.
           05 best-score PIC 9(3) VALUE 0.
           05 other-upper PIC X(32) VALUE SPACES.
           05 other-ptr PIC 9(2) VALUE 1.
           05 other-wlen PIC 9(2) VALUE 0.
      *    the edit distance, one row of the table at a time.
           05 ea PIC 9(2) VALUE 0.
           05 eb PIC 9(2) VALUE 0.
           05 ed-cost PIC 9 VALUE 0.
           05 ed-dist PIC 9(2) VALUE 0.
           05 ed-prev PIC 9(2) OCCURS 33 TIMES.
           05 ed-cur PIC 9(2) OCCURS 33 TIMES.

       LINKAGE SECTION.
         01 sound-data.
           COPY sounddata.

       PROCEDURE DIVISION USING sound-data.

       A-main SECTION.
         A-para-1.
           DISPLAY 'sound-alike'
           GOBACK
         .

      *  the four-character code of snd-name.
         ENTRY 'sound-code' USING sound-data.
           MOVE snd-name TO word-in
           PERFORM B-letters-only
           PERFORM C-soundex
           MOVE code-out TO snd-code
           GOBACK
         .

      *  how close snd-other sounds to snd-name, 0 to 100: the
      *  whole of snd-other is scored, then each of its words (a
      *  stored 'Smith_John' or 'John Smith' is found from
      *  'Smyth'), and the best score stands.
         ENTRY 'sound-rank' USING sound-data.
           MOVE 0 TO snd-score
           MOVE 0 TO best-score
           MOVE snd-name TO word-in
           PERFORM B-letters-only
           MOVE letters TO name-letters
           MOVE letters-len TO name-len
           PERFORM C-soundex
           MOVE code-out TO name-code
           MOVE code-out TO snd-code
           IF name-len = 0
             GOBACK
           END-IF
           MOVE snd-other TO word-in
           PERFORM E-score-other
           MOVE 1 TO other-ptr
           MOVE FUNCTION UPPER-CASE(snd-other) TO other-upper
           PERFORM VARYING wi FROM 1 BY 1 UNTIL wi > 33
             IF wi <= 32
               MOVE other-upper(wi:1) TO letter-ch
             ELSE
               MOVE SPACE TO letter-ch
             END-IF
             IF letter-ch >= 'A' AND letter-ch <= 'Z'
               CONTINUE
             ELSE
               IF wi > other-ptr
                 MOVE SPACES TO word-in
                 COMPUTE other-wlen = wi - other-ptr
                 MOVE other-upper(other-ptr:other-wlen) TO word-in
                 PERFORM E-score-other
               END-IF
               COMPUTE other-ptr = wi + 1
             END-IF
           END-PERFORM
           MOVE best-score TO snd-score
           GOBACK
         .

      *  word-in upper-cased with everything but A to Z dropped.
       B-letters-only SECTION.
         B-para-1.
           MOVE SPACES TO letters
           MOVE 0 TO letters-len
           MOVE FUNCTION UPPER-CASE(word-in) TO word-in
           PERFORM VARYING ii FROM 1 BY 1 UNTIL ii > 32
             MOVE word-in(ii:1) TO letter-ch
             IF letter-ch >= 'A' AND letter-ch <= 'Z'
               ADD 1 TO letters-len
               MOVE letter-ch TO letters(letters-len:1)
             END-IF
           END-PERFORM
         .

       C-soundex SECTION.
         C-para-1.
           MOVE SPACES TO code-out
           IF letters-len = 0
             GO TO C-para-2
           END-IF
           MOVE '0000' TO code-out
           MOVE letters(1:1) TO code-out(1:1)
           MOVE letters(1:1) TO letter-ch
           PERFORM C-sound-digit
           MOVE this-digit TO prev-digit
           MOVE 2 TO code-ptr
           PERFORM VARYING ii FROM 2 BY 1
               UNTIL ii > letters-len OR code-ptr > 4
             MOVE letters(ii:1) TO letter-ch
             PERFORM C-sound-digit
             EVALUATE TRUE
               WHEN letter-ch = 'H' OR letter-ch = 'W'
                 CONTINUE
               WHEN this-digit = SPACE
                 MOVE SPACE TO prev-digit
               WHEN this-digit NOT = prev-digit
                 MOVE this-digit TO code-out(code-ptr:1)
                 ADD 1 TO code-ptr
                 MOVE this-digit TO prev-digit
             END-EVALUATE
           END-PERFORM
           GO TO C-para-2
         .
         C-sound-digit.
           EVALUATE letter-ch
             WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'
               MOVE '1' TO this-digit
             WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K'
             WHEN 'Q' WHEN 'S' WHEN 'X' WHEN 'Z'
               MOVE '2' TO this-digit
             WHEN 'D' WHEN 'T'
               MOVE '3' TO this-digit
             WHEN 'L'
               MOVE '4' TO this-digit
             WHEN 'M' WHEN 'N'
               MOVE '5' TO this-digit
             WHEN 'R'
               MOVE '6' TO this-digit
             WHEN OTHER
               MOVE SPACE TO this-digit
           END-EVALUATE
         .
         C-para-2.
           EXIT
         .

      *  single-letter inserts, deletes and changes between the two
      *  spellings, letters only.
       D-edit-distance SECTION.
         D-para-1.
           PERFORM VARYING eb FROM 0 BY 1 UNTIL eb > other-len
             MOVE eb TO ed-prev(eb + 1)
           END-PERFORM
           PERFORM VARYING ea FROM 1 BY 1 UNTIL ea > name-len
             MOVE ea TO ed-cur(1)
             PERFORM VARYING eb FROM 1 BY 1 UNTIL eb > other-len
               MOVE 1 TO ed-cost
               IF name-letters(ea:1) = other-letters(eb:1)
                 MOVE 0 TO ed-cost
               END-IF
               COMPUTE ed-cur(eb + 1) = ed-prev(eb) + ed-cost
               IF ed-prev(eb + 1) + 1 < ed-cur(eb + 1)
                 COMPUTE ed-cur(eb + 1) = ed-prev(eb + 1) + 1
               END-IF
               IF ed-cur(eb) + 1 < ed-cur(eb + 1)
                 COMPUTE ed-cur(eb + 1) = ed-cur(eb) + 1
               END-IF
             END-PERFORM
             PERFORM VARYING eb FROM 0 BY 1 UNTIL eb > other-len
               MOVE ed-cur(eb + 1) TO ed-prev(eb + 1)
             END-PERFORM
           END-PERFORM
           MOVE ed-prev(other-len + 1) TO ed-dist
         .

      *  scores word-in against the caller's name, keeping the best.
       E-score-other SECTION.
         E-para-1.
           PERFORM B-letters-only
           MOVE letters TO other-letters
           MOVE letters-len TO other-len
           PERFORM C-soundex
           MOVE code-out TO other-code
           IF other-len = 0
             GO TO E-para-2
           END-IF
           IF name-letters = other-letters
             MOVE 100 TO best-score
             GO TO E-para-2
           END-IF
           PERFORM D-edit-distance
           EVALUATE TRUE
             WHEN name-code = other-code
               COMPUTE score-work = 90 - 10 * ed-dist
               IF score-work < 50
                 MOVE 50 TO score-work
               END-IF
             WHEN name-code(2:3) = other-code(2:3)
                 AND name-code(2:3) NOT = '000'
                 AND ed-dist <= 2
               COMPUTE score-work = 40 - 5 * ed-dist
             WHEN name-code(1:2) = other-code(1:2)
                 AND ed-dist <= 3
               COMPUTE score-work = 30 - 5 * ed-dist
             WHEN OTHER
               MOVE 0 TO score-work
           END-EVALUATE
           IF score-work > best-score
             MOVE score-work TO best-score
           END-IF
           GO TO E-para-2
         .
         E-para-2.
           EXIT
         .
