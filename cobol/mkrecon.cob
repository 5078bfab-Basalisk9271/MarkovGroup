       data division.
       file section.
       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  csv-file.
       01  fd-csv-line pic x(132).
