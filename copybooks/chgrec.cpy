      *----------------------------------------------------------
      *    CHGREC.CPY
      *    Record layouts of the month-end chargeback interface
      *    file for the finance system (data/markov-charge-
      *    <YYYYMM>.dat), cut by mkcharge.
      *
      *    CHG-HEADER ("H"): the month charged and the generation
      *    timestamp.
      *    CHG-DETAIL ("D"): one per research group -- cost
      *    centre, executions, machine seconds, values found and
      *    new discoveries. One "U" record of the same layout
      *    carries the month's unattributed time, group and cost
      *    centre blank, so the file still adds up to the whole.
      *    CHG-TRAILER ("T"): count of D and U records between
      *    header and trailer, and their seconds and values found
      *    in total.
      *----------------------------------------------------------
       01  CHG-HEADER.
           05  CHH-ID                  PIC X(1).
           05  CHH-MONTH               PIC X(6).
           05  CHH-STAMP               PIC X(14).
       01  CHG-DETAIL.
           05  CHD-ID                  PIC X(1).
           05  CHD-MONTH               PIC X(6).
           05  CHD-GROUP               PIC X(12).
           05  CHD-COST-CENTRE         PIC X(8).
           05  CHD-EXECS               PIC 9(6).
           05  CHD-SECONDS             PIC 9(10).
           05  CHD-FOUND               PIC 9(12).
           05  CHD-NEW                 PIC 9(8).
       01  CHG-TRAILER.
           05  CHT-ID                  PIC X(1).
           05  CHT-COUNT               PIC 9(6).
           05  CHT-SECONDS             PIC 9(12).
           05  CHT-FOUND               PIC 9(14).
