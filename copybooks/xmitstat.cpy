      *----------------------------------------------------------
      *    XMITSTAT.CPY
      *    Record layouts of the consortium transmission status
      *    file (data/markov-xmit.dat) and the retransmission list
      *    (data/markov-retrans.dat).
      *
      *    XMIT-RECORD: one per extract sequence sent. mkextract
      *    writes it SENT as it cuts the file, carrying the
      *    EXT-TRAILER figures; mkack moves it on as the
      *    consortium's acknowledgments arrive.
      *        XMT-STATUS: SENT      cut, no acknowledgment yet
      *                    ACKED     accepted, figures agree
      *                    REJECTED  rejected by the receiver, or
      *                              accepted on figures that do
      *                              not agree with the trailer
      *                    OVERDUE   no acknowledgment within the
      *                              allowed business days
      *                    UNKNOWN   acknowledged by the receiver
      *                              but never sent (XMT-DATE and
      *                              XMT-SENT-DATE blank, figures
      *                              theirs)
      *        XMT-DATE: the business date the file carries
      *        XMT-SENT-DATE: the date it was cut
      *        XMT-NOTE: why a sequence is REJECTED or OVERDUE
      *
      *    RETRANS-RECORD: one per REJECTED sequence, rewritten by
      *    every mkack run -- the sequences to send again.
      *----------------------------------------------------------
       01  XMIT-RECORD.
           05  XMT-SEQ                 PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  XMT-DATE                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  XMT-SENT-DATE           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  XMT-COUNT               PIC 9(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  XMT-HASH-COUNT          PIC 9(18).
           05  FILLER                  PIC X VALUE SPACE.
           05  XMT-HASH-SUM            PIC 9(18).
           05  FILLER                  PIC X VALUE SPACE.
           05  XMT-STATUS              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  XMT-ACK-DATE            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  XMT-NOTE                PIC X(30).
       01  RETRANS-RECORD.
           05  RTX-SEQ                 PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RTX-DATE                PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  RTX-FILE                PIC X(60).
           05  FILLER                  PIC X VALUE SPACE.
           05  RTX-REASON              PIC X(30).
