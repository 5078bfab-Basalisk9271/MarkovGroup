      *    para/inner-para loop: the 'a' value just completed plus
      *    the running count/sum at that point, so a RESTART run can
      *    pick back up instead of rebuilding the table from lower.
      *    CHK-PATH names the generation path that wrote it (BRUTE,
      *    FAST or QUAD); spaces on a checkpoint from before paths
      *    were recorded. QUAD's CHK-A is the smallest member of
      *    the triples completed, not a value, so a checkpoint only
      *    resumes the path that wrote it.
      *----------------------------------------------------------
       01  CHECKPOINT-RECORD.
           05  CHK-LOWER               PIC 9(10).
           05  CHK-COUNT               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  CHK-SUM                 PIC 9(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  CHK-PATH                PIC X(5).
