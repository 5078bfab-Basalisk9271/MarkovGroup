      *----------------------------------------------------------
      *    LINEAGE.CPY
      *    One line of the Markov-tree lineage file
      *    (data/markov-lineage.dat): where a catalogued value sits
      *    in the tree rooted at (1,1,1). The value's own node is
      *    the triple in which it is the largest member; the parent
      *    is that node with the value Vieta-jumped away
      *    (3*x*y - value), i.e. one step nearer the root.
      *        LIN-DEPTH: jumps from the value's node to (1,1,1)
      *        LIN-BRANCH: ROOT, FIBONACCI (1-companion chain),
      *                    PELL (2-companion chain), INTERIOR, or
      *                    EXCEPTION when the walk could not reach
      *                    the root -- LIN-NOTE says why
      *----------------------------------------------------------
       01  LINEAGE-RECORD.
           05  LIN-VALUE               PIC 9(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  LIN-PARENT-1            PIC 9(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  LIN-PARENT-2            PIC 9(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  LIN-PARENT-3            PIC 9(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  LIN-DEPTH               PIC 9(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  LIN-BRANCH              PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  LIN-NOTE                PIC X(40).
