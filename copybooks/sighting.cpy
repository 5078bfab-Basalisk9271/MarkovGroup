      *    only first-seen; this file is where every rediscovery
      *    lands, so "how often does 433 turn up across our
      *    ranges" has an answer instead of a shrug.
      *        SGT-PATH: BRUTE, FAST, QUAD or MERGE
      *----------------------------------------------------------
       01  SIGHTING-RECORD.
           05  SGT-VALUE               PIC 9(12).
           05  SGT-UPPER               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  SGT-PATH                PIC X(5).
      *    Execution ID of the run that made the sighting; spaces
      *    on lines from before execution IDs.
           05  FILLER                  PIC X VALUE SPACE.
           05  SGT-EXEC-ID             PIC X(8) VALUE SPACES.
