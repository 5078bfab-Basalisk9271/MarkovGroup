      *----------------------------------------------------------
      *    HASHPARM.CPY
      *    The CALL interface of mkhash, the chained check value
      *    that seals the ledger, its archives and the
      *    intervention journal line by line.
      *        HSH-PREV    the check value of the line before
      *                    (zero for the first line of a file)
      *        HSH-TEXT    the line's content, HSH-LENGTH bytes
      *        HSH-VALUE   the line's own check value
      *    Change one byte of any line, or drop or insert a line,
      *    and every check value from there on stops matching.
      *----------------------------------------------------------
       01  HASH-PARM.
           05  HSH-PREV                PIC 9(10).
           05  HSH-LENGTH              PIC 9(4).
           05  HSH-TEXT                PIC X(200).
           05  HSH-VALUE               PIC 9(10).
