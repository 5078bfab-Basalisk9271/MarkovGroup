       01  fd-monthly-line pic x(80).

       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  trend-file.
       01  fd-trend-line pic x(132).
