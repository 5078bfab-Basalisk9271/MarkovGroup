      *----------------------------------------------------------
      *    EXECID.CPY
      *    The execution-ID control file (data/markov-execid.dat),
      *    one line: the last execution ID drawn and when. Every
      *    markov execution draws the next number at start-up and
      *    stamps it on everything it writes -- ledger, CSV,
      *    sightings, bulletin, alerts, suspense, journal and its
      *    run-log record -- so mktrace can gather one execution's
      *    output back together. mkchain reads it either side of a
      *    step to carry the ID onto the step-status line.
      *----------------------------------------------------------
       01  EXECID-RECORD.
           05  EXC-LAST-ID             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  EXC-STAMP               PIC X(14).
