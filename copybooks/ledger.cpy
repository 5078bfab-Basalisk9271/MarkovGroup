      *    the end so ledger lines written before the label era
      *    read back cleanly with a blank label.
           05  LDG-LABEL               PIC X(10).
      *    Execution ID of the markov run that posted the line
      *    (RL-EXEC-ID on its run-log record); spaces on lines
      *    posted before execution IDs.
           05  FILLER                  PIC X VALUE SPACE.
           05  LDG-EXEC-ID             PIC X(8).
      *    Check value chaining this line to the one before it in
      *    the same file (mkhash over columns 1-84, LDG-DATE through
      *    LDG-EXEC-ID). Spaces on lines written before the chain.
           05  FILLER                  PIC X VALUE SPACE.
           05  LDG-CHAIN               PIC 9(10).
