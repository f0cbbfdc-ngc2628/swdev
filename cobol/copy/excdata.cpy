      * structure exc - the data-exception register (utl/exc-reg.cbl)
      * as one run sees it: the outlier, variance breach, scorecard
      * and tolerance-break exceptions already on record, each known
      * by its file (base name), r-header, c-header and type -
      * OUTLIER, BREACH, DUPKEY, TRAILER or TOLBREAK - and carrying
      * a stable id (X0000001 up), the first and last date it was
      * seen, and what the analysts decided: OPEN, EXPLAINED (with
      * a reason and an until date, after which it is OPEN again)
      * or ESCALATED.
      * exc-load appends the exceptions on record for xc-file ('*'
      * every file) as they stand on xc-asof (zero: today), and
      * sets xc-max-id over the whole register. The caller zeroes
      * xc-cnt before the first load.
      * exc-seen records a sighting of xc-type / xc-file / xc-key /
      * xc-col - a new exception gets the next id, a known one its
      * last-seen date - and returns its entry in xc-ix with
      * xc-e-hit set, so the caller can count it or footnote it by
      * xc-e-state. exc-line puts entry xc-ix in xc-line as the
      * reports print it:
      *   [X0000012] OUTLIER north.tbl r3 B EXPLAINED until
      *     2026-12-31 by OPS1: known feed fault
           10 xc-file PIC X(128) VALUE SPACES.
           10 xc-asof PIC 9(8) VALUE 0.
           10 xc-type PIC X(8) VALUE SPACES.
           10 xc-key PIC X(32) VALUE SPACES.
           10 xc-col PIC X(6) VALUE SPACES.
           10 xc-ix PIC 9(4) VALUE 0.
           10 xc-line PIC X(240) VALUE SPACES.
           10 xc-max-id PIC 9(7) VALUE 0.
           10 xc-cnt PIC 9(4) VALUE 0.
           10 xc-entry OCCURS 1000 TIMES.
             15 xc-id PIC X(8).
             15 xc-e-type PIC X(8).
             15 xc-e-file PIC X(64).
             15 xc-e-key PIC X(32).
             15 xc-e-col PIC X(6).
             15 xc-first PIC 9(8).
             15 xc-last PIC 9(8).
             15 xc-e-state PIC X(9).
             15 xc-until PIC 9(8).
             15 xc-oper PIC X(12).
             15 xc-act-date PIC 9(8).
             15 xc-reason PIC X(100).
             15 xc-e-hit PIC 9.
