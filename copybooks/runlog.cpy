      *    audit answer to "what exactly ran last night".
           05  RL-PARMS                PIC X(160).
           05  FILLER                  PIC X VALUE SPACE.
      *    The generation path: N brute force, Y FAST, Q QUAD.
           05  RL-FAST                 PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-RESTART              PIC X.
           05  RL-CHECKPOINT-WRITES    PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-RC                   PIC 9(2).
      *    Lifetime triple file additions. Appended after the
      *    condition code so run-log lines written before the
      *    triple file read back with a blank count.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-TRIPLE-WRITES        PIC 9(10).
      *    The execution ID this run drew and stamped on its
      *    output, and the writes to the files that carry it but
      *    had no count of their own -- mktrace ties each file's
      *    stamped lines back to these. Blank on older lines.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-EXEC-ID              PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-SIGHTING-WRITES      PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-BULLETIN-WRITES      PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-ALERT-WRITES         PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  RL-JOURNAL-WRITES       PIC 9(10).
