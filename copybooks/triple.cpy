      *----------------------------------------------------------
      *    TRIPLE.CPY
      *    Record layout of the indexed lifetime triple file
      *    (data/markov-triples.dat), shared between markov.cob's
      *    FD and the uniqueness report. One record per distinct
      *    unordered Markov triple any run has met, members held
      *    sorted so (1,2,5) and (5,2,1) are the same key.
      *
      *    The key leads with the largest member, so every triple
      *    a value tops sits side by side: a START at (value,0,0)
      *    and READ NEXT while trp-max holds steady lists them all.
      *    The uniqueness conjecture says that list never runs to
      *    two -- this file is where the evidence is kept.
      *    TRP-FIRST-DATE and TRP-LOWER/TRP-UPPER stamp when and
      *    in which range the triple first turned up.
      *----------------------------------------------------------
       01  trp-record.
           05  trp-key.
               10  trp-max        pic 9(12).
               10  trp-mid        pic 9(12).
               10  trp-min        pic 9(12).
           05  trp-first-date     pic x(8).
           05  trp-lower          pic 9(10).
           05  trp-upper          pic 9(10).
           05  trp-label          pic x(10).
