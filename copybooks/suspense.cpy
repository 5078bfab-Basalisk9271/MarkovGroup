      *    range path, stamping date and disposition. Open items
      *    age on the report until cleared.
      *        SUS-STATUS: O = open, R = resolved
      *    A range request that mkintake turns away comes here
      *    too, operator INTAKE, carrying the request's own
      *    particulars. It is not corrected and reprocessed like a
      *    rejected run: the requestor resubmits it through
      *    mkintake INTAKE, so that it is numbered, queued and
      *    tracked like any other request.
      *----------------------------------------------------------
       01  SUSPENSE-RECORD.
           05  SUS-DATE                PIC X(8).
      *    resolving REPROCESS) -- sits at the end so entries
      *    from before the operator era read back with a blank.
           05  SUS-OPERATOR            PIC X(8).
               88  SUS-FROM-INTAKE     VALUE "INTAKE".
      *    Execution ID of the markov run that put the entry into
      *    suspense; spaces for entries from anywhere else.
           05  FILLER                  PIC X VALUE SPACE.
           05  SUS-EXEC-ID             PIC X(8) VALUE SPACES.
      *    The request turned away by mkintake INTAKE: who asked,
      *    the priority and the needed-by date they gave. Spaces
      *    on every other entry.
           05  FILLER                  PIC X VALUE SPACE.
           05  SUS-REQUESTOR           PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X VALUE SPACE.
           05  SUS-PRIORITY            PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X VALUE SPACE.
           05  SUS-NEEDED-BY           PIC X(8) VALUE SPACES.
