      *----------------------------------------------------------
      *    COVERAGE.CPY
      *    One line of the explored-coverage map
      *    (data/markov-coverage.dat): a stretch of the number line
      *    every value of which the posted ledger ranges searched
      *    the same number of times. The lines are disjoint and in
      *    ascending order; a stretch no posted range touched has
      *    no line at all.
      *        CVG-FIRST-DATE / CVG-LAST-DATE: earliest and latest
      *                     run dates of the ranges covering it
      *        CVG-TIMES:   how many posted ranges covered it
      *----------------------------------------------------------
       01  COVERAGE-RECORD.
           05  CVG-LOWER               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  CVG-UPPER               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  CVG-FIRST-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CVG-LAST-DATE           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CVG-TIMES               PIC 9(6).
