      *----------------------------------------------------------
      *    PARTCTL.CPY
      *    One partition slice's control record
      *    (data/markov-part-<kk>.ctl). A wide range split N ways
      *    runs as N separate markov PARTITION jobs, each with its
      *    own master, checkpoint and triple spool; each slice
      *    writes RUNNING here as it starts and COMPLETE or FAILED
      *    as it ends. markov MERGE reads every slice's record and
      *    refuses unless all N are on file, name the same range
      *    and split, and say COMPLETE -- then marks them MERGED.
      *        PCT-STATUS: RUNNING, COMPLETE, FAILED, MERGED
      *        PCT-SLICE-LOW/HIGH: the span of 'a' the slice owns
      *        PCT-FAST: the generation path, N brute force,
      *                  Y FAST, Q QUAD
      *----------------------------------------------------------
       01  PARTCTL-RECORD.
           05  PCT-LOWER               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-UPPER               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-SLICE               PIC 9(2).
           05  FILLER                  PIC X VALUE "/".
           05  PCT-OF                  PIC 9(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-STATUS              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-SLICE-LOW           PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-SLICE-HIGH          PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-COUNT               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-SUM                 PIC 9(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-FAST                PIC X(1).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-EXEC-ID             PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-STAMP               PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  PCT-RC                  PIC 9(2).
