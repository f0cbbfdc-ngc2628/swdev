
      * structure csv-data - one quoted-CSV record for
      * utl/csv-split.cbl's csv-to-table entry. The caller moves the
      * record as read into csv-line; it comes back rewritten in the
      * table layout every reader already splits: the fields joined
      * by csv-delim (';' - the office tools' values carry commas
      * far more often than semicolons), an empty field as NA. The
      * quote rules are the usual ones: a field opening with '"'
      * runs to the next lone '"', a doubled '""' inside it is one
      * quote, commas and spaces inside it are data, and a ';' in a
      * value becomes ',' so it cannot split the rewritten record.
      * table-to-csv takes a csv-delim-joined csv-line back to
      * CSV, quoting the fields that need it and NA as empty.
      * csv-bad comes back 1 for a record that cannot be read, with
      * csv-msg saying why - which quote was left open, or what
      * followed a closing quote - for the caller's bad-row line.
           10 csv-line PIC X(1024) VALUE SPACES.
           10 csv-delim PIC X(1) VALUE ';'.
           10 csv-fields PIC 9(3) VALUE 0.
           10 csv-bad PIC 9 VALUE 0.
           10 csv-bad-pos PIC 9(4) VALUE 0.
           10 csv-msg PIC X(60) VALUE SPACES.
