      *----------------------------------------------------------
      *    JRNPARM.CPY
      *    The CALL interface of mkjrnl, the one writer of the
      *    intervention journal.
      *        JRN-LINE-TEXT    the line as the caller composed it
      *                         (stamp, operator, mode, text)
      *        JRN-WRITE-STATUS "00" once the line is sealed and
      *                         on the journal, else the failing
      *                         file status
      *----------------------------------------------------------
       01  JRN-PARM.
           05  JRN-LINE-TEXT           PIC X(180).
           05  JRN-WRITE-STATUS        PIC X(2).
