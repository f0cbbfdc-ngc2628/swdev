      * structure annot - the analysts' row annotations for one
      * table file, loaded by utl/annot-reg.cbl's annot-load entry
      * from the annotation file (annotations.dat, or wherever
      * ANNOTFILE points) and matched row by row through
      * annot-match. A note is keyed by table file (base name),
      * r-header - a trailing '*' makes it a prefix - and
      * optionally a c-header, and applies from an-from to an-to
      * (zero: open-ended) unless expired. annot-load appends the
      * notes for an-file ('*' every file) in force on an-asof
      * (zero: today); with an-all = 1 it takes expired, ended and
      * not-yet-started notes as well, an-e-state saying which.
      * The caller zeroes an-cnt before the first load.
      * annot-match looks for the next note after entry an-ix
      * fitting an-key and an-col (blank: any column) and returns
      * its entry in an-ix (zero: no more), with an-line the note
      * as the reports print it:
      *   [N0000012] SALES: branch closed for refurbishment
      *     (OPS1 2026-03-05)
           10 an-file PIC X(128) VALUE SPACES.
           10 an-asof PIC 9(8) VALUE 0.
           10 an-all PIC 9 VALUE 0.
           10 an-key PIC X(32) VALUE SPACES.
           10 an-col PIC X(6) VALUE SPACES.
           10 an-ix PIC 9(3) VALUE 0.
           10 an-line PIC X(200) VALUE SPACES.
           10 an-cnt PIC 9(3) VALUE 0.
           10 an-entry OCCURS 500 TIMES.
             15 an-id PIC X(8).
             15 an-e-file PIC X(128).
             15 an-e-key PIC X(32).
             15 an-e-col PIC X(6).
             15 an-from PIC 9(8).
             15 an-to PIC 9(8).
             15 an-oper PIC X(12).
             15 an-date PIC 9(8).
             15 an-e-state PIC X(7).
             15 an-text PIC X(120).
