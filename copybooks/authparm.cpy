      *----------------------------------------------------------
      *    AUTHPARM.CPY
      *    The CALL interface of mkauth, the operator-authority
      *    check, shared between mkauth's LINKAGE SECTION and its
      *    callers (markov's mutating modes, mkconsole's CORRECT).
      *        AUTH-OPERATOR  the operator ID to check
      *        AUTH-MODE      the mode it wants to run (BACKOUT,
      *                       UNLOCK, CORRECT, ...)
      *        AUTH-RESULT    Y authorized, N refused
      *        AUTH-REASON    why it was refused, for the console,
      *                       the journal and the alert
      *    No authority file, no authority: every check is
      *    refused until the file is back.
      *----------------------------------------------------------
       01  AUTH-PARM.
           05  AUTH-OPERATOR           PIC X(8).
           05  AUTH-MODE               PIC X(10).
           05  AUTH-RESULT             PIC X(1).
               88  AUTH-GRANTED        VALUE "Y".
           05  AUTH-REASON             PIC X(50).
