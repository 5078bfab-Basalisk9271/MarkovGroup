      *----------------------------------------------------------
      *    JOURNAL.CPY
      *    One line of the append-only intervention journal
      *    (data/markov-journal.dat): when, who, which mode, and
      *    what it touched, as the writer composed it, sealed with
      *    a check value chained from the line before (mkhash over
      *    JRN-TEXT). Lines from before the chain carry no check
      *    value and are counted, not verified.
      *----------------------------------------------------------
       01  JOURNAL-RECORD.
           05  JRN-TEXT                PIC X(180).
           05  FILLER                  PIC X VALUE SPACE.
           05  JRN-CHAIN               PIC 9(10).
