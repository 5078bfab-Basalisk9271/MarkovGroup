      *----------------------------------------------------------
      *    REQUEST.CPY
      *    One entry of the range-request queue
      *    (data/markov-requests.dat). A research group's request
      *    for a range is taken in by mkintake, numbered, and then
      *    followed from the queue to the consortium extract:
      *        REQ-STATUS: QUEUED     taken in, waiting for a plan
      *                    SCHEDULED  on a control file for a run
      *                    RUN        posted to the ledger
      *                    DELIVERED  cut on the interface extract
      *    REQ-LABEL is the range label the request runs under
      *    (RQ plus the request number), so the ledger line it
      *    produces can be traced straight back to it.
      *    REQ-STATUS-DATE is when the entry last changed status.
      *----------------------------------------------------------
       01  REQUEST-RECORD.
           05  REQ-NUMBER              PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-REQUESTOR           PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-LOWER               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-UPPER               PIC 9(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-PRIORITY            PIC 9(1).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-NEEDED              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-STATUS              PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-STATUS-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-INTAKE-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-DELIVER-DATE        PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  REQ-LABEL               PIC X(10).
