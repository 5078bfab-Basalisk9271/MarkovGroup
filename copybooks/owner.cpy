      *----------------------------------------------------------
      *    OWNER.CPY
      *    One line of the requestor-ownership file
      *    (ctlfiles/ownership.tbl): a range and the research
      *    group and cost centre its machine time is charged to.
      *    The range is named either by a registry label in
      *    OWN-LABEL (OWN-LOWER and OWN-UPPER blank) or by an
      *    explicit OWN-LOWER / OWN-UPPER (OWN-LABEL blank), which
      *    claims every posting lying wholly inside it.
      *----------------------------------------------------------
       01  OWNER-RECORD.
           05  OWN-LABEL               PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  OWN-LOWER               PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  OWN-UPPER               PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  OWN-GROUP               PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  OWN-COST-CENTRE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  OWN-NAME                PIC X(30).
