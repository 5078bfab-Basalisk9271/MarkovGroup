      *----------------------------------------------------------
      *    AUTHORITY.CPY
      *    One line of the operator authority file
      *    (ctlfiles/authority.tbl): an operator ID, whether it is
      *    active, and the mutating modes it may run.
      *        AUT-STATUS: A = active, R = revoked
      *        AUT-MODES:  mode names separated by spaces
      *                    (BACKOUT UNLOCK CORRECT REPROCESS
      *                    REGISTER ACKALERT), or ALL
      *    A revoked ID stays on the file, so the journal's old
      *    entries under it still trace back to someone.
      *----------------------------------------------------------
       01  AUTHORITY-RECORD.
           05  AUT-OPERATOR            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  AUT-STATUS              PIC X(1).
           05  FILLER                  PIC X VALUE SPACE.
           05  AUT-MODES               PIC X(60).
           05  FILLER                  PIC X VALUE SPACE.
           05  AUT-NAME                PIC X(30).
