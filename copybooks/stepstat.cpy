      *    Appended step after step, so a resubmitted stream can
      *    see what already completed today and restart at the
      *    step that failed instead of the top.
      *        SS-STATUS: COMPLETE, FAILED, or SKIPPED (the
      *                   step's run condition did not hold on
      *                   the shop calendar that night; SS-RC 0)
      *----------------------------------------------------------
       01  STEP-STATUS-RECORD.
           05  SS-DATE                 PIC X(8).
           05  SS-RC                   PIC 9(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  SS-STATUS               PIC X(8).
      *    Execution ID the step's markov run drew, when the step
      *    ran markov; spaces otherwise.
           05  FILLER                  PIC X VALUE SPACE.
           05  SS-EXEC-ID              PIC X(8) VALUE SPACES.
