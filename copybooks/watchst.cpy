      *----------------------------------------------------------
      *    WATCHST.CPY
      *    One line of the stall watchdog's memory
      *    (data/markov-watch.dat), one per run lock it found held
      *    on its last pass -- slot 00 for the main lock, 01-99
      *    for the partition slices' locks. mkwatch runs every few
      *    minutes and sees one heartbeat at a time; this is where
      *    it keeps what it saw before, so the pace of the range
      *    in hand can be measured and each condition alerted once.
      *        WCH-LOCK-STAMP   the held lock's start stamp -- a new
      *                         stamp is a new run, start over
      *        WCH-LOWER/UPPER  the range the heartbeat was on
      *        WCH-FIRST-STAMP  first heartbeat seen on that range,
      *        WCH-FIRST-PCT    and its percent complete
      *        WCH-ALERT-STAMP  the heartbeat stamp a stall was
      *                         alerted on; spaces if none
      *        WCH-ORPHAN       Y once the orphaned lock is alerted
      *----------------------------------------------------------
       01  WATCH-RECORD.
           05  WCH-SLOT                PIC 9(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCH-LOCK-STAMP          PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCH-LOWER               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCH-UPPER               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCH-FIRST-STAMP         PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCH-FIRST-PCT           PIC 9(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCH-ALERT-STAMP         PIC X(14).
           05  FILLER                  PIC X VALUE SPACE.
           05  WCH-ORPHAN              PIC X(1).
