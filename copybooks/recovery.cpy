      *----------------------------------------------------------
      *    RECOVERY.CPY
      *    One line of the forward-recovery journal
      *    (data/markov-recovery.dat). markov appends one for
      *    every record it writes to MARKOV-MASTER or the lifetime
      *    catalog, so the stores can be rebuilt past the last
      *    mkunload image:
      *        RCV-TYPE:  W  after-image of a written record
      *                   C  the store was cleared (OPEN OUTPUT)
      *                      -- everything before it is void
      *        RCV-FILE:  MASTER or CATALOG
      *        RCV-KEY:   the record key (MM-KEY or CAT-VALUE)
      *        RCV-STAMP: the writing execution's start stamp
      *        RCV-DATE:  the business date it ran under
      *        RCV-IMAGE: the whole record as written
      *    mkunload notes in each image's trailer how many journal
      *    lines the image already covers; ROLLFWD replays from
      *    there.
      *----------------------------------------------------------
       01  RECOVERY-RECORD.
           05  RCV-TYPE                PIC X(1).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCV-FILE                PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCV-KEY                 PIC X(22).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCV-STAMP               PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCV-DATE                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RCV-IMAGE               PIC X(66).
