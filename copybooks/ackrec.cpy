      *----------------------------------------------------------
      *    ACKREC.CPY
      *    One line of the consortium's acknowledgment file
      *    (data/markov-ack.dat): a file they received, the
      *    record count and hash totals they computed over it,
      *    and whether they took it. mkack matches each line
      *    against the transmission status file.
      *        ACK-RESULT: ACCEPTED or REJECTED
      *        ACK-DATE:   the date they received the file
      *----------------------------------------------------------
       01  ACK-RECORD.
           05  ACK-SEQ                 PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  ACK-COUNT               PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  ACK-HASH-COUNT          PIC X(18).
           05  FILLER                  PIC X VALUE SPACE.
           05  ACK-HASH-SUM            PIC X(18).
           05  FILLER                  PIC X VALUE SPACE.
           05  ACK-RESULT              PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  ACK-DATE                PIC X(8).
