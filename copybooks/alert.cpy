           05  ALR-ACK-OPER            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  ALR-ACK-DATE            PIC X(8).
      *    Execution ID of the markov run that raised the alert;
      *    spaces for alerts raised by the other programs and for
      *    alerts from before execution IDs.
           05  FILLER                  PIC X VALUE SPACE.
           05  ALR-EXEC-ID             PIC X(8) VALUE SPACES.
