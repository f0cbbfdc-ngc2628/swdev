
      * structure sound-data - passed to utl/sound-alike.cbl's
      * entries. sound-code sets snd-code from snd-name; sound-rank
      * sets snd-score, how close snd-other sounds to snd-name:
      * 100 for the same letters, down to 1, and 0 when the two do
      * not sound alike at all. Case, spaces and punctuation are
      * ignored either way.
           10 snd-name PIC X(32) VALUE SPACES.
           10 snd-other PIC X(32) VALUE SPACES.
           10 snd-code PIC X(4) VALUE SPACES.
           10 snd-score PIC 9(3) VALUE 0.
