       data division.
       file section.
       fd  ledger-file.
       01  fd-ledger-line pic x(132).

       fd  archindex-file.
       01  fd-archindex-line pic x(110).
