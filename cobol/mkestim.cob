       data division.
       file section.
       fd  runlog-file.
       01  fd-runlog-line pic x(400).

       fd  control-file.
       01  fd-ctl-line pic x(80).
