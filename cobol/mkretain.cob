       01  fd-policy-line pic x(160).

       fd  target-file.
       01  fd-target-line pic x(400).

       fd  archive-file.
       01  fd-archive-line pic x(400).

       fd  work-file.
       01  fd-work-line pic x(400).

       fd  archindex-file.
       01  fd-archindex-line pic x(110).
           01 cutoff-int usage is binary-long.
           01 cutoff-num pic 9(8).

           01 target-line pic x(400).
           01 line-date pic x(8).

           01 kept-lines usage is binary-long unsigned.
