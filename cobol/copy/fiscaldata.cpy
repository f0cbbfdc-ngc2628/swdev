
      * structure fiscal - result of utl/fiscal-cal.cbl's
      * fiscal-period-of entry: the caller fills fis-date with a
      * YYYYMMDD and gets back the fiscal year, period and quarter
      * it falls in, with their start and end dates and the
      * printable labels the rollups group on ('FY2026P03',
      * 'FY2026Q1'). fis-found is 0 when the date lies outside
      * every period on the fiscal calendar.
           10 fis-date PIC 9(8) VALUE 0.
           10 fis-found PIC 9 VALUE 0.
           10 fis-year PIC X(6) VALUE SPACES.
           10 fis-period PIC X(3) VALUE SPACES.
           10 fis-quarter PIC X(2) VALUE SPACES.
           10 fis-per-start PIC 9(8) VALUE 0.
           10 fis-per-end PIC 9(8) VALUE 0.
           10 fis-qtr-start PIC 9(8) VALUE 0.
           10 fis-qtr-end PIC 9(8) VALUE 0.
           10 fis-per-label PIC X(10) VALUE SPACES.
           10 fis-qtr-label PIC X(10) VALUE SPACES.
